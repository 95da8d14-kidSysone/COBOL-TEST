      *>     錯誤代碼與 ErrorCatalog.csv 的說明、該客戶的排名
      *>     修正建議 (Suggestions.csv)
      *>   - A=套用建議 (以建議值置換地址行中的原值)、
      *>     E=整行重鍵、V=逐字地址覆寫、K=保留原樣、Q=提前結束
      *> V=逐字地址覆寫：地址依客戶原寫法才正確者 (使館、農莊、
      *> 少數貴賓)，由操作員鍵入實際印出的地址行 (最多 6 行)、
      *> 分揀用國別/郵遞區號/城市與理由，記入 output\
      *> AddressMaster.dat；EXECUTE 之後對該客戶不再解析，所有
      *> 郵寄輸出照印這幾行，直到來源送來真正不同的地址為止
      *> (覆寫暫停並列入 output\Override_Review.csv)。開場時
      *> 覆核清單有待辦者先逐筆處理：R=恢復覆寫、V=重鍵逐字行、
      *> D=取消覆寫、K=留待下次 (處理過的列自清單移除，寫回
      *> 前同樣自動備份)
      *> 失敗資料工作佇列 (output\WorkQueue.dat，EXECUTE 依指派
      *> 規則建立) 可開啟時，只帶出指派給簽入操作員且尚未結案
      *> (OPEN/IN-PROGRESS) 的項目，並顯示到期日與逾期註記；
      *> A/E/V 處理後項目轉 IN-PROGRESS，W=豁免 (須填理由) 轉
      *> WAIVED；佇列無法開啟時照舊逐筆走過全部失敗列
      *> 走完後整檔寫回 Fail_Data.csv (寫回前自動備份
      *> <檔名>.<時戳>.bak，與 RULE-MAINT 同慣例)，可直接以
      *> REFEED-FAILURES=Y 重跑；何人改了什麼附加至
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FF-CAT-STATUS.

           *> 地址主檔 (逐字地址覆寫設定/恢復/取消)
           SELECT FF-MASTER-FILE ASSIGN
             TO "output\AddressMaster.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FF-MST-CUSTID
             FILE STATUS IS FF-MST-STATUS.

           *> EXECUTE 執行中鎖定檔 (存在時不得改寫主檔)
           SELECT FF-LOCK-FILE ASSIGN
             TO "output\EXECUTE.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FF-LOCK-STATUS.

           *> 逐字覆寫暫停覆核清單 (EXECUTE 產出)
           SELECT FF-RVW-IN-FILE ASSIGN
             TO "output\Override_Review.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FF-RVW-STATUS.

           SELECT FF-RVW-OUT-FILE ASSIGN
             TO "output\Override_Review.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> 失敗資料工作佇列 (EXECUTE 產出，同 WORKQ-FILE 配置)
           SELECT FF-WQ-FILE ASSIGN
             TO "output\WorkQueue.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS FF-WQ-CUSTID
             FILE STATUS IS FF-WQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
         01 FF-SGG-REC PIC X(250).

       FD FF-CAT-FILE.
         01 FF-CAT-REC PIC X(200).

       FD FF-LOCK-FILE.
         01 FF-LOCK-REC PIC X(40).

       FD FF-MASTER-FILE.
         01 FF-MST-REC.
            05 FF-MST-CUSTID    PIC X(50).
            05 FF-MST-ADDRESS   PIC X(2000).
            05 FF-MST-ALT-DELIV PIC X(100).
            05 FF-MST-ALT-ADDR  PIC X(2000).
            05 FF-MST-ALT-FROM  PIC X(4).
            05 FF-MST-ALT-TO    PIC X(4).
            05 FF-MST-SRC       PIC X(20).
            05 FF-MST-SCORE     PIC 9(3).
            05 FF-MST-FWD-ADDR  PIC X(2000).
            05 FF-MST-FWD-UNTIL PIC X(8).
            05 FF-MST-CONFIRMED PIC X(8).
            05 FF-MST-LIN-BATCH PIC X(10).
            05 FF-MST-LIN-SRC   PIC X(20).
            05 FF-MST-LIN-FILE  PIC X(40).
            05 FF-MST-LIN-LINE  PIC 9(7).
            05 FF-MST-LIN-RULE  PIC X(30).
            05 FF-MST-LINE-HASH PIC 9(12).
            05 FF-MST-LIN-CTRY  PIC X(35).
            05 FF-MST-LIN-TYPE  PIC X(8).
            05 FF-MST-LIN-WARN  PIC X(30).
            05 FF-MST-OVR-FLAG  PIC X.
            05 FF-MST-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
            05 FF-MST-OVR-CTRY  PIC X(35).
            05 FF-MST-OVR-ZIP   PIC X(16).
            05 FF-MST-OVR-TOWN  PIC X(35).
            05 FF-MST-OVR-REASON PIC X(40).
            05 FF-MST-OVR-OPER  PIC X(20).
            05 FF-MST-OVR-DATE  PIC X(8).
            05 FF-MST-OVR-SRC-HASH PIC 9(12).
            05 FF-MST-OVR-SUSP-DATE PIC X(8).
            05 FF-MST-USE-CODE  PIC X(8).

       FD FF-RVW-IN-FILE.
         01 FF-RVW-IN-REC PIC X(2600).

       FD FF-RVW-OUT-FILE.
         01 FF-RVW-OUT-REC PIC X(2600).

       FD FF-WQ-FILE.
         01 FF-WQ-REC.
            05 FF-WQ-CUSTID    PIC X(50).
            05 FF-WQ-STATE     PIC X(11).
            05 FF-WQ-ANALYST   PIC X(20).
            05 FF-WQ-RULE      PIC X(30).
            05 FF-WQ-UNIT      PIC X(20).
            05 FF-WQ-CTRY      PIC X(35).
            05 FF-WQ-CODES     PIC X(60).
            05 FF-WQ-SEVERITY  PIC X(8).
            05 FF-WQ-OPENED    PIC X(8).
            05 FF-WQ-DUE       PIC X(8).
            05 FF-WQ-LAST-SEEN PIC X(8).
            05 FF-WQ-RUNS      PIC 9(5).
            05 FF-WQ-UPD-BY    PIC X(20).
            05 FF-WQ-UPD-DATE  PIC X(8).
            05 FF-WQ-NOTE      PIC X(60).

       WORKING-STORAGE SECTION.
       01 FF-IN-STATUS    PIC XX VALUE "00".
       01 FF-SGG-STATUS   PIC XX VALUE "00".
       01 FF-CAT-STATUS   PIC XX VALUE "00".
       01 FF-MST-STATUS   PIC XX VALUE "00".
       01 FF-LOCK-STATUS  PIC XX VALUE "00".
       01 FF-RVW-STATUS   PIC XX VALUE "00".
       01 FF-WQ-STATUS    PIC XX VALUE "00".

       *> 整檔載入緩衝 (每日失敗量等級；超過上限者原樣保留)
       01 FF-LINES-TBL.
           05 API-RESP-ERR-MSG PIC X(200).
           05 API-RESP-WARN-MSG PIC X(120).

       *> 逐字地址覆寫 (鍵入值與主檔寫入)
       01 FF-OVR-WORK.
          05 FF-OVR-LINE   PIC X(60) OCCURS 6 TIMES.
          05 FF-OVR-CNT    PIC 9 VALUE 0.
          05 FF-OVR-I      PIC 9 VALUE 0.
          05 FF-OVR-CTRY   PIC X(35).
          05 FF-OVR-ZIP    PIC X(16).
          05 FF-OVR-TOWN   PIC X(35).
          05 FF-OVR-REASON PIC X(40).
          05 FF-OVR-IN     PIC X(100).
          05 FF-OVR-BAD    PIC 9(3) VALUE 0.
          05 FF-OVR-OK     PIC X VALUE "N".
          05 FF-OVR-ACT    PIC X VALUE SPACE.
          05 FF-OVR-CUST   PIC X(50).
          05 FF-OVR-JOINED PIC X(400).
          05 FF-OVR-SAVE   PIC X(2000).
          05 FF-OVR-TODAY  PIC X(8).
          05 FF-MST-OPEN   PIC X VALUE "N".

       *> 覆核清單 (首列為標題；處理過的列寫回時剔除)
       01 FF-RVW-TBL.
          05 FF-RVW-LINE   PIC X(2600) OCCURS 500 TIMES.
          05 FF-RVW-KEEP   PIC X OCCURS 500 TIMES.
       01 FF-RVW-COUNT    PIC 9(3) VALUE 0.
       01 FF-RVW-I        PIC 9(3) VALUE 0.
       01 FF-RVW-DONE     PIC 9(3) VALUE 0.
       01 FF-RVW-OVER     PIC X VALUE "N".
       01 FF-RVW-QUIT     PIC X VALUE "N".
       01 FF-RVW-HDR      PIC X(2600).
       01 FF-RVW-PATH     PIC X(40)
                           VALUE "output\Override_Review.csv".
       01 FF-RVW-FLD-TBL.
          05 FF-RVW-FLD    PIC X(2000) OCCURS 8 TIMES.

       *> 工作佇列 (FF-WQ-SEL=Y 者為本操作員待辦列)
       01 FF-WQ-WORK.
          05 FF-WQ-OPEN    PIC X VALUE "N".
          05 FF-WQ-SEL     PIC X OCCURS 5000 TIMES.
          05 FF-WQ-TOTAL   PIC 9(5) VALUE 0.
          05 FF-WQ-SEQ     PIC 9(5) VALUE 0.
          05 FF-WQ-ME      PIC X(20).
          05 FF-WQ-TODAY   PIC X(8).
          05 FF-WQ-NEW     PIC X(11).
          05 FF-WQ-MEMO    PIC X(60).
          05 FF-WQ-ACTED   PIC X VALUE "N".
          05 FF-WQ-OVERDUE PIC X(9).

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "============ FAIL DATA CORRECTION =============".
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "FAIL-FIX" TO SGN-PROGRAM.
           MOVE "FAIL-FIXER" TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO FF-OPERATOR.

           *> 暫停的逐字地址覆寫先行覆核
           PERFORM FF-REVIEW-PARA.

           PERFORM FF-LOAD-CAT-PARA.
           PERFORM FF-LOAD-SGG-PARA.
           PERFORM FF-LOAD-FILE-PARA.
           IF FF-LINE-COUNT = 0
             DISPLAY "NO FAILED RECORDS ON FILE - NOTHING TO FIX"
             PERFORM FF-MST-CLOSE-PARA
             STOP RUN
           END-IF.

           *> 工作佇列：只帶出指派給本操作員的未結項目
           PERFORM FF-WQ-SELECT-PARA.
           IF FF-WQ-OPEN = "Y" AND FF-WQ-TOTAL = 0
             DISPLAY "NO WORK QUEUE ITEMS ASSIGNED TO "
               FUNCTION TRIM(FF-WQ-ME)
             PERFORM FF-WQ-CLOSE-PARA
             PERFORM FF-MST-CLOSE-PARA
             STOP RUN
           END-IF.

           IF FF-CHANGED-CNT > 0
             PERFORM FF-SAVE-PARA
           END-IF.
           PERFORM FF-WQ-CLOSE-PARA.
           PERFORM FF-MST-CLOSE-PARA.

           MOVE FF-CHANGED-CNT TO FF-CNT-FMT.
           DISPLAY "CORRECTION SESSION ENDED - "
      *> 共用段落：單筆修正流程
      *******************************************************
       FF-RECORD-PARA.
           IF FF-WQ-OPEN = "Y" AND FF-WQ-SEL(FF-IDX) NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           PERFORM FF-SPLIT-PARA.
           MOVE "N" TO FF-ROW-CHANGED.
           MOVE "N" TO FF-WQ-ACTED.

           DISPLAY " ".
           IF FF-WQ-OPEN = "Y"
             ADD 1 TO FF-WQ-SEQ
             DISPLAY "---- ITEM " FF-WQ-SEQ " OF " FF-WQ-TOTAL
               " (RECORD " FF-IDX ") ----"
           ELSE
             DISPLAY "---- RECORD " FF-IDX " OF " FF-LINE-COUNT
               " ----"
           END-IF.
           DISPLAY "CUSTOMER : " FUNCTION TRIM(FF-FLD(1)).
           IF FF-WQ-OPEN = "Y"
             MOVE FUNCTION TRIM(FF-FLD(1)) TO FF-WQ-CUSTID
             READ FF-WQ-FILE
               INVALID KEY
                 MOVE SPACES TO FF-WQ-STATE FF-WQ-DUE FF-WQ-SEVERITY
             END-READ
             MOVE SPACES TO FF-WQ-OVERDUE
             IF FF-WQ-DUE NOT = SPACES AND FF-WQ-DUE < FF-WQ-TODAY
               MOVE " OVERDUE" TO FF-WQ-OVERDUE
             END-IF
             DISPLAY "QUEUE    : " FUNCTION TRIM(FF-WQ-STATE)
               "  " FUNCTION TRIM(FF-WQ-SEVERITY)
               "  DUE " FF-WQ-DUE FF-WQ-OVERDUE
             IF FF-WQ-NOTE NOT = SPACES
               DISPLAY "NOTE     : " FUNCTION TRIM(FF-WQ-NOTE)
             END-IF
           END-IF.
           DISPLAY "ORIGINAL : " FUNCTION TRIM(FF-FLD(2)).
           DISPLAY "ADDRESS  : " FUNCTION TRIM(FF-FLD(3)).
           DISPLAY "ERROR    : " FUNCTION TRIM(FF-FLD(4)).
             END-IF
           END-PERFORM.

           IF FF-WQ-OPEN = "Y"
             DISPLAY "ACTION (A=APPLY SUGGESTION, E=EDIT LINE, "
               "V=VERBATIM OVERRIDE, W=WAIVE, K=KEEP, Q=QUIT): "
               WITH NO ADVANCING
           ELSE
             DISPLAY "ACTION (A=APPLY SUGGESTION, E=EDIT LINE, "
               "V=VERBATIM OVERRIDE, K=KEEP, Q=QUIT): "
               WITH NO ADVANCING
           END-IF.
           ACCEPT FF-CHOICE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FF-CHOICE))
             TO FF-CHOICE.
                 MOVE "EDIT" TO FF-TXT
                 PERFORM FF-LOG-PARA
               END-IF
             WHEN "V"
               *> 逐字覆寫不改失敗列 (重送時由 EXECUTE 建立比對
               *> 基準)；國別/郵遞區號/城市以即時解析結果為預設
               MOVE FUNCTION TRIM(API-RESP-FIELDS(2)) TO FF-OVR-CTRY
               MOVE FUNCTION TRIM(API-RESP-FIELDS(1)) TO FF-OVR-ZIP
               MOVE FUNCTION TRIM(API-RESP-FIELDS(3)) TO FF-OVR-TOWN
               MOVE SPACES TO FF-OVR-REASON
               PERFORM FF-OVR-KEY-PARA
               IF FF-OVR-OK = "Y"
                 MOVE FF-FLD(1) TO FF-OVR-CUST
                 MOVE "V" TO FF-OVR-ACT
                 PERFORM FF-OVR-PUT-PARA
                 IF FF-OVR-OK = "Y"
                   MOVE FF-FLD(3) TO FF-OVR-SAVE
                   MOVE FF-OVR-JOINED TO FF-FLD(3)
                   MOVE "VERBATIM" TO FF-TXT
                   PERFORM FF-LOG-PARA
                   MOVE FF-OVR-SAVE TO FF-FLD(3)
                   MOVE "Y" TO FF-WQ-ACTED
                 END-IF
               END-IF
             WHEN "W"
               IF FF-WQ-OPEN NOT = "Y"
                 DISPLAY "WAIVE NEEDS THE WORK QUEUE - RECORD KEPT"
               ELSE
                 DISPLAY "WAIVE REASON: " WITH NO ADVANCING
                 ACCEPT FF-WQ-MEMO
                 IF FUNCTION TRIM(FF-WQ-MEMO) = SPACES
                   DISPLAY "A REASON IS REQUIRED - ITEM NOT WAIVED"
                 ELSE
                   MOVE "WAIVED" TO FF-WQ-NEW
                   PERFORM FF-WQ-SET-PARA
                   MOVE FF-FLD(3) TO FF-OVR-SAVE
                   MOVE FF-WQ-MEMO TO FF-FLD(3)
                   MOVE "WAIVE" TO FF-TXT
                   PERFORM FF-LOG-PARA
                   MOVE FF-OVR-SAVE TO FF-FLD(3)
                 END-IF
               END-IF
             WHEN "A"
               IF FF-SG-SHOWN-CNT = 0
                 DISPLAY "NO SUGGESTIONS FOR THIS RECORD"
             MOVE FF-B-LINE TO FF-LINE(FF-IDX)
             ADD 1 TO FF-CHANGED-CNT
           END-IF.
           IF FF-WQ-OPEN = "Y"
              AND (FF-ROW-CHANGED = "Y" OR FF-WQ-ACTED = "Y")
             MOVE "IN-PROGRESS" TO FF-WQ-NEW
             MOVE SPACES TO FF-WQ-MEMO
             PERFORM FF-WQ-SET-PARA
           END-IF.

      *******************************************************
      *> 共用段落：套用建議 (地址行中的原值置換為建議值)
      *> 共用段落：異動記錄 (何人/何時/哪筆/何事)
      *******************************************************
       FF-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE TO FF-TS.
           MOVE FF-TS(1:14) TO FF-TS-FMT.
           MOVE SPACES TO FF-B-TMP.
             FUNCTION TRIM(FF-FLD(3)) DELIMITED BY SIZE
             INTO FF-B-TMP
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\FailFix_Log.csv" TO LCH-PATH.
           MOVE "TIMESTAMP;OPERATOR;CUSTOMER_ID;ACTION;NEW_LINE"
             TO LCH-HEADER.
           MOVE FF-B-TMP(1:300) TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

      *******************************************************
      *> 共用段落：鍵入逐字地址行與分揀欄位 (FF-OVR-CTRY/ZIP/
      *> TOWN 進入時為預設值)；確認後 FF-OVR-OK=Y
      *******************************************************
       FF-OVR-KEY-PARA.
           MOVE "N" TO FF-OVR-OK.
           MOVE 0 TO FF-OVR-CNT.
           PERFORM VARYING FF-OVR-I FROM 1 BY 1 UNTIL FF-OVR-I > 6
             MOVE SPACES TO FF-OVR-LINE(FF-OVR-I)
           END-PERFORM.
           DISPLAY "KEY THE ADDRESS EXACTLY AS IT MUST BE PRINTED "
             "(UP TO 6 LINES OF 60, BLANK LINE ENDS)".
           PERFORM UNTIL FF-OVR-CNT >= 6
             COMPUTE FF-OVR-I = FF-OVR-CNT + 1
             DISPLAY "  LINE " FF-OVR-I ": " WITH NO ADVANCING
             MOVE SPACES TO FF-OVR-IN
             ACCEPT FF-OVR-IN
             IF FF-OVR-IN = SPACES
               EXIT PERFORM
             END-IF
             MOVE FUNCTION TRIM(FF-OVR-IN) TO FF-OVR-IN
             *> 分隔字元不得出現在地址行內 (CSV/串接/引號逸出)
             MOVE 0 TO FF-OVR-BAD
             INSPECT FF-OVR-IN TALLYING FF-OVR-BAD
               FOR ALL ";" ALL "^" ALL "|" ALL '"'
             IF FF-OVR-BAD > 0
               DISPLAY "  ; ^ | AND QUOTES ARE NOT ALLOWED - "
                 "RE-KEY THE LINE"
             ELSE
               IF FF-OVR-IN(61:40) NOT = SPACES
                 DISPLAY "  LINE LONGER THAN 60 - RE-KEY THE LINE"
               ELSE
                 ADD 1 TO FF-OVR-CNT
                 MOVE FF-OVR-IN(1:60) TO FF-OVR-LINE(FF-OVR-CNT)
               END-IF
             END-IF
           END-PERFORM.
           IF FF-OVR-CNT = 0
             DISPLAY "NO LINES KEYED - OVERRIDE NOT SET"
             EXIT PARAGRAPH
           END-IF.

           *> 分揀/路由欄位 (空白=沿用預設)
           DISPLAY "COUNTRY  [" FUNCTION TRIM(FF-OVR-CTRY) "]: "
             WITH NO ADVANCING.
           MOVE SPACES TO FF-OVR-IN.
           ACCEPT FF-OVR-IN.
           IF FF-OVR-IN NOT = SPACES
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FF-OVR-IN))
               TO FF-OVR-CTRY
           END-IF.
           DISPLAY "POSTCODE [" FUNCTION TRIM(FF-OVR-ZIP) "]: "
             WITH NO ADVANCING.
           MOVE SPACES TO FF-OVR-IN.
           ACCEPT FF-OVR-IN.
           IF FF-OVR-IN NOT = SPACES
             MOVE FUNCTION TRIM(FF-OVR-IN) TO FF-OVR-ZIP
           END-IF.
           DISPLAY "TOWN     [" FUNCTION TRIM(FF-OVR-TOWN) "]: "
             WITH NO ADVANCING.
           MOVE SPACES TO FF-OVR-IN.
           ACCEPT FF-OVR-IN.
           IF FF-OVR-IN NOT = SPACES
             MOVE FUNCTION TRIM(FF-OVR-IN) TO FF-OVR-TOWN
           END-IF.
           DISPLAY "REASON   : " WITH NO ADVANCING.
           MOVE SPACES TO FF-OVR-IN.
           ACCEPT FF-OVR-IN.
           MOVE FUNCTION TRIM(FF-OVR-IN) TO FF-OVR-REASON.
           INSPECT FF-OVR-CTRY REPLACING ALL ";" BY ",".
           INSPECT FF-OVR-ZIP REPLACING ALL ";" BY ",".
           INSPECT FF-OVR-TOWN REPLACING ALL ";" BY ",".
           INSPECT FF-OVR-REASON REPLACING ALL ";" BY ",".
           IF FF-OVR-CTRY = SPACES OR FF-OVR-REASON = SPACES
             DISPLAY "COUNTRY AND REASON ARE REQUIRED - "
               "OVERRIDE NOT SET"
             EXIT PARAGRAPH
           END-IF.

           PERFORM FF-OVR-JOIN-PARA.
           DISPLAY "PRINTS AS:".
           PERFORM VARYING FF-OVR-I FROM 1 BY 1
                     UNTIL FF-OVR-I > FF-OVR-CNT
             DISPLAY "  " FUNCTION TRIM(FF-OVR-LINE(FF-OVR-I))
           END-PERFORM.
           DISPLAY "SET THIS VERBATIM OVERRIDE (Y/N): "
             WITH NO ADVANCING.
           ACCEPT FF-CHOICE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FF-CHOICE))
             TO FF-CHOICE.
           IF FF-CHOICE(1:1) = "Y"
             MOVE "Y" TO FF-OVR-OK
           ELSE
             DISPLAY "OVERRIDE NOT SET"
           END-IF.

      *******************************************************
      *> 共用段落：逐字地址行以 "^" 串接 (與 EXECUTE 的
      *> REBUILD 欄同一寫法，主檔地址即此值，下次批次不視為搬家)
      *******************************************************
       FF-OVR-JOIN-PARA.
           MOVE SPACES TO FF-OVR-JOINED.
           PERFORM VARYING FF-OVR-I FROM 1 BY 1 UNTIL FF-OVR-I > 6
             IF FF-OVR-LINE(FF-OVR-I) NOT = SPACES
               IF FF-OVR-JOINED = SPACES
                 MOVE FUNCTION TRIM(FF-OVR-LINE(FF-OVR-I))
                   TO FF-OVR-JOINED
               ELSE
                 MOVE FF-OVR-JOINED TO FF-B-TMP
                 MOVE SPACES TO FF-OVR-JOINED
                 STRING
                   FUNCTION TRIM(FF-B-TMP) DELIMITED BY SIZE
                   "^" DELIMITED BY SIZE
                   FUNCTION TRIM(FF-OVR-LINE(FF-OVR-I))
                     DELIMITED BY SIZE
                   INTO FF-OVR-JOINED
                 END-STRING
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：主檔逐字覆寫異動 (FF-OVR-CUST 客戶)
      *> FF-OVR-ACT：V=設定/重鍵 R=恢復 D=取消；成功時
      *> FF-OVR-OK=Y。設定時主檔尚無該客戶者新建記錄；比對基準
      *> 一律歸零，由下次送來的來源地址重新建立
      *******************************************************
       FF-OVR-PUT-PARA.
           MOVE "N" TO FF-OVR-OK.
           PERFORM FF-MST-OPEN-PARA.
           IF FF-MST-OPEN NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO FF-TS.
           MOVE FF-TS(1:8) TO FF-OVR-TODAY.
           MOVE FF-OVR-CUST TO FF-MST-CUSTID.
           READ FF-MASTER-FILE
             INVALID KEY
               MOVE "23" TO FF-MST-STATUS
           END-READ.
           IF FF-MST-STATUS NOT = "00"
             IF FF-OVR-ACT NOT = "V"
               DISPLAY "CUSTOMER NOT ON ADDRESS MASTER - NOTHING DONE"
               EXIT PARAGRAPH
             END-IF
             INITIALIZE FF-MST-REC
             MOVE FF-OVR-CUST TO FF-MST-CUSTID
           END-IF.

           EVALUATE FF-OVR-ACT
             WHEN "V"
               PERFORM VARYING FF-OVR-I FROM 1 BY 1 UNTIL FF-OVR-I > 6
                 MOVE FF-OVR-LINE(FF-OVR-I)
                   TO FF-MST-OVR-LINE(FF-OVR-I)
               END-PERFORM
               MOVE FF-OVR-CTRY TO FF-MST-OVR-CTRY
               MOVE FF-OVR-ZIP TO FF-MST-OVR-ZIP
               MOVE FF-OVR-TOWN TO FF-MST-OVR-TOWN
               MOVE FF-OVR-REASON TO FF-MST-OVR-REASON
               MOVE FF-OPERATOR TO FF-MST-OVR-OPER
               MOVE FF-OVR-TODAY TO FF-MST-OVR-DATE
             WHEN "R"
               PERFORM VARYING FF-OVR-I FROM 1 BY 1 UNTIL FF-OVR-I > 6
                 MOVE FF-MST-OVR-LINE(FF-OVR-I)
                   TO FF-OVR-LINE(FF-OVR-I)
               END-PERFORM
               PERFORM FF-OVR-JOIN-PARA
               IF FF-OVR-JOINED = SPACES
                 DISPLAY "NO VERBATIM LINES ON MASTER - USE V TO "
                   "RE-KEY"
                 EXIT PARAGRAPH
               END-IF
           END-EVALUATE.

           IF FF-OVR-ACT = "D"
             MOVE SPACE TO FF-MST-OVR-FLAG
             MOVE SPACES TO FF-OVR-JOINED
           ELSE
             PERFORM FF-OVR-JOIN-PARA
             MOVE "Y" TO FF-MST-OVR-FLAG
             MOVE FF-OVR-JOINED TO FF-MST-ADDRESS
           END-IF.
           MOVE 0 TO FF-MST-OVR-SRC-HASH.
           MOVE SPACES TO FF-MST-OVR-SUSP-DATE.

           IF FF-MST-STATUS = "00"
             REWRITE FF-MST-REC
               INVALID KEY
                 CONTINUE
             END-REWRITE
           ELSE
             WRITE FF-MST-REC
               INVALID KEY
                 CONTINUE
             END-WRITE
           END-IF.
           IF FF-MST-STATUS = "00"
             MOVE "Y" TO FF-OVR-OK
             DISPLAY "ADDRESS MASTER UPDATED FOR "
               FUNCTION TRIM(FF-OVR-CUST)
           ELSE
             DISPLAY "ADDRESS MASTER UPDATE FAILED (STATUS "
               FF-MST-STATUS ")"
           END-IF.

      *******************************************************
      *> 共用段落：地址主檔開啟/關閉 (首次使用時開啟)
      *> 主檔正由 EXECUTE 逐筆改寫時不開啟 (覆寫不做、工作佇列
      *> 項目保持未結，批次結束後可再處理)
      *******************************************************
       FF-MST-OPEN-PARA.
           IF FF-MST-OPEN = "Y"
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT FF-LOCK-FILE.
           IF FF-LOCK-STATUS = "00"
             CLOSE FF-LOCK-FILE
             DISPLAY "*** REFUSED: output\EXECUTE.lock PRESENT - "
               "A BATCH RUN IS IN PROGRESS ***"
             EXIT PARAGRAPH
           END-IF.
           MOVE "00" TO FF-LOCK-STATUS.
           OPEN I-O FF-MASTER-FILE.
           IF FF-MST-STATUS = "00"
             MOVE "Y" TO FF-MST-OPEN
           ELSE
             DISPLAY "CANNOT OPEN output\AddressMaster.dat (STATUS "
               FF-MST-STATUS ")"
           END-IF.

       FF-MST-CLOSE-PARA.
           IF FF-MST-OPEN = "Y"
             CLOSE FF-MASTER-FILE
             MOVE "N" TO FF-MST-OPEN
           END-IF.

      *******************************************************
      *> 共用段落：暫停覆寫覆核 (output\Override_Review.csv)
      *> 清單為空或操作員略過時不動檔案
      *******************************************************
       FF-REVIEW-PARA.
           OPEN INPUT FF-RVW-IN-FILE.
           IF FF-RVW-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FF-RVW-HDR.
           READ FF-RVW-IN-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE FF-RVW-IN-REC TO FF-RVW-HDR
           END-READ.
           PERFORM UNTIL FF-RVW-STATUS NOT = "00"
             READ FF-RVW-IN-FILE
               AT END
                 MOVE "10" TO FF-RVW-STATUS
               NOT AT END
                 IF FUNCTION TRIM(FF-RVW-IN-REC) NOT = SPACES
                   IF FF-RVW-COUNT < 500
                     ADD 1 TO FF-RVW-COUNT
                     MOVE FF-RVW-IN-REC TO FF-RVW-LINE(FF-RVW-COUNT)
                     MOVE "Y" TO FF-RVW-KEEP(FF-RVW-COUNT)
                   ELSE
                     MOVE "Y" TO FF-RVW-OVER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FF-RVW-IN-FILE.
           IF FF-RVW-COUNT = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE FF-RVW-COUNT TO FF-CNT-FMT.
           DISPLAY FUNCTION TRIM(FF-CNT-FMT)
             " SUSPENDED VERBATIM OVERRIDE(S) AWAITING REVIEW".
           DISPLAY "REVIEW THEM NOW (Y/N): " WITH NO ADVANCING.
           ACCEPT FF-CHOICE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FF-CHOICE))
             TO FF-CHOICE.
           IF FF-CHOICE(1:1) NOT = "Y"
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO FF-RVW-DONE.
           PERFORM VARYING FF-RVW-I FROM 1 BY 1
                     UNTIL FF-RVW-I > FF-RVW-COUNT
                        OR FF-RVW-QUIT = "Y"
             PERFORM FF-RVW-ROW-PARA
           END-PERFORM.

           *> 超過載入上限時不寫回 (避免遺失未載入的列)
           IF FF-RVW-DONE > 0
             IF FF-RVW-OVER = "Y"
               DISPLAY "WARNING: REVIEW LIST TOO LARGE - "
                 "Override_Review.csv NOT REWRITTEN"
             ELSE
               PERFORM FF-RVW-SAVE-PARA
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：覆核清單單筆處理
      *> 欄位：1=CUSTOMER_ID 2=SUSPENDED_DATE 3=CHANGE_SOURCE
      *> 4=OVERRIDE_LINES 5=REASON 6=SET_BY 7=SET_DATE
      *> 8=NEW_SOURCE_ADDRESS
      *******************************************************
       FF-RVW-ROW-PARA.
           PERFORM VARYING FF-OVR-I FROM 1 BY 1 UNTIL FF-OVR-I > 8
             MOVE SPACES TO FF-RVW-FLD(FF-OVR-I)
           END-PERFORM.
           UNSTRING FF-RVW-LINE(FF-RVW-I) DELIMITED BY ";"
               INTO FF-RVW-FLD(1) FF-RVW-FLD(2) FF-RVW-FLD(3)
                    FF-RVW-FLD(4) FF-RVW-FLD(5) FF-RVW-FLD(6)
                    FF-RVW-FLD(7) FF-RVW-FLD(8).

           DISPLAY " ".
           DISPLAY "---- SUSPENDED OVERRIDE " FF-RVW-I " OF "
             FF-RVW-COUNT " ----".
           DISPLAY "CUSTOMER   : " FUNCTION TRIM(FF-RVW-FLD(1)).
           DISPLAY "SUSPENDED  : " FUNCTION TRIM(FF-RVW-FLD(2))
             " (" FUNCTION TRIM(FF-RVW-FLD(3)) ")".
           DISPLAY "SET BY     : " FUNCTION TRIM(FF-RVW-FLD(6))
             " ON " FUNCTION TRIM(FF-RVW-FLD(7)) " - "
             FUNCTION TRIM(FF-RVW-FLD(5)).
           DISPLAY "OVERRIDE   : " FUNCTION TRIM(FF-RVW-FLD(4)).
           DISPLAY "NEW SOURCE : " FUNCTION TRIM(FF-RVW-FLD(8)).
           DISPLAY "ACTION (R=REINSTATE, V=RE-KEY LINES, "
             "D=DROP OVERRIDE, K=KEEP, Q=QUIT REVIEW): "
             WITH NO ADVANCING.
           ACCEPT FF-CHOICE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FF-CHOICE))
             TO FF-CHOICE.

           MOVE FF-RVW-FLD(1) TO FF-OVR-CUST FF-FLD(1).
           MOVE "N" TO FF-OVR-OK.
           EVALUATE FF-CHOICE(1:1)
             WHEN "Q"
               MOVE "Y" TO FF-RVW-QUIT
             WHEN "K"
               CONTINUE
             WHEN "R"
               MOVE "R" TO FF-OVR-ACT
               MOVE "REINSTATE" TO FF-TXT
               PERFORM FF-OVR-PUT-PARA
             WHEN "D"
               MOVE "D" TO FF-OVR-ACT
               MOVE "DROP OVERRIDE" TO FF-TXT
               PERFORM FF-OVR-PUT-PARA
             WHEN "V"
               *> 主檔現值為預設分揀欄位
               MOVE SPACES TO FF-OVR-CTRY FF-OVR-ZIP FF-OVR-TOWN
               PERFORM FF-MST-OPEN-PARA
               IF FF-MST-OPEN = "Y"
                 MOVE FF-OVR-CUST TO FF-MST-CUSTID
                 READ FF-MASTER-FILE
                   INVALID KEY
                     MOVE "23" TO FF-MST-STATUS
                 END-READ
                 IF FF-MST-STATUS = "00"
                   MOVE FF-MST-OVR-CTRY TO FF-OVR-CTRY
                   MOVE FF-MST-OVR-ZIP TO FF-OVR-ZIP
                   MOVE FF-MST-OVR-TOWN TO FF-OVR-TOWN
                 END-IF
               END-IF
               PERFORM FF-OVR-KEY-PARA
               IF FF-OVR-OK = "Y"
                 MOVE "V" TO FF-OVR-ACT
                 MOVE "VERBATIM" TO FF-TXT
                 PERFORM FF-OVR-PUT-PARA
               END-IF
             WHEN OTHER
               DISPLAY "UNKNOWN ACTION - ROW KEPT"
           END-EVALUATE.

           IF FF-OVR-OK = "Y"
             MOVE "N" TO FF-RVW-KEEP(FF-RVW-I)
             ADD 1 TO FF-RVW-DONE
             MOVE FF-OVR-JOINED TO FF-FLD(3)
             PERFORM FF-LOG-PARA
           END-IF.

      *******************************************************
      *> 共用段落：覆核清單寫回 (僅留未處理列，寫回前自動備份)
      *******************************************************
       FF-RVW-SAVE-PARA.
           MOVE FUNCTION CURRENT-DATE TO FF-TS.
           MOVE FF-TS(1:14) TO FF-TS-FMT.
           MOVE SPACES TO FF-BAK-PATH.
           STRING
             FUNCTION TRIM(FF-RVW-PATH) DELIMITED BY SIZE
             "." DELIMITED BY SIZE
             FUNCTION TRIM(FF-TS-FMT) DELIMITED BY SIZE
             ".bak" DELIMITED BY SIZE
             INTO FF-BAK-PATH
           END-STRING.
           CALL "CBL_COPY_FILE" USING FF-RVW-PATH FF-BAK-PATH
             RETURNING FF-RC.
           IF FF-RC NOT = 0
             DISPLAY "WARNING: BACKUP COPY FAILED FOR "
               FUNCTION TRIM(FF-RVW-PATH)
           END-IF.

           OPEN OUTPUT FF-RVW-OUT-FILE.
           MOVE FF-RVW-HDR TO FF-RVW-OUT-REC.
           WRITE FF-RVW-OUT-REC.
           PERFORM VARYING FF-RVW-I FROM 1 BY 1
                     UNTIL FF-RVW-I > FF-RVW-COUNT
             IF FF-RVW-KEEP(FF-RVW-I) = "Y"
               MOVE FF-RVW-LINE(FF-RVW-I) TO FF-RVW-OUT-REC
               WRITE FF-RVW-OUT-REC
             END-IF
           END-PERFORM.
           CLOSE FF-RVW-OUT-FILE.
           MOVE FF-RVW-DONE TO FF-CNT-FMT.
           DISPLAY "REVIEW LIST UPDATED: " FUNCTION TRIM(FF-CNT-FMT)
             " ROW(S) CLEARED".

      *******************************************************
      *> 共用段落：工作佇列開啟並標出本操作員的未結項目
      *> (佇列不存在或無法開啟時 FF-WQ-OPEN=N，照舊全部走過)
      *******************************************************
       FF-WQ-SELECT-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FF-WQ-TODAY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FF-OPERATOR))
             TO FF-WQ-ME.
           OPEN I-O FF-WQ-FILE.
           IF FF-WQ-STATUS NOT = "00"
             DISPLAY "WORK QUEUE NOT AVAILABLE (STATUS " FF-WQ-STATUS
               ") - ALL FAILED RECORDS WILL BE SHOWN"
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO FF-WQ-OPEN.
           MOVE 0 TO FF-WQ-TOTAL.
           PERFORM VARYING FF-IDX FROM 1 BY 1
                     UNTIL FF-IDX > FF-LINE-COUNT
             MOVE "N" TO FF-WQ-SEL(FF-IDX)
             PERFORM FF-SPLIT-PARA
             MOVE FUNCTION TRIM(FF-FLD(1)) TO FF-WQ-CUSTID
             READ FF-WQ-FILE
               INVALID KEY
                 MOVE SPACES TO FF-WQ-STATE FF-WQ-ANALYST
             END-READ
             IF FF-WQ-ANALYST = FF-WQ-ME
                AND (FF-WQ-STATE = "OPEN"
                  OR FF-WQ-STATE = "IN-PROGRESS")
               MOVE "Y" TO FF-WQ-SEL(FF-IDX)
               ADD 1 TO FF-WQ-TOTAL
             END-IF
           END-PERFORM.
           MOVE "00" TO FF-WQ-STATUS.
           MOVE FF-WQ-TOTAL TO FF-CNT-FMT.
           DISPLAY FUNCTION TRIM(FF-CNT-FMT)
             " WORK QUEUE ITEM(S) ASSIGNED TO "
             FUNCTION TRIM(FF-WQ-ME).

      *******************************************************
      *> 共用段落：工作項目狀態異動 (FF-WQ-NEW；FF-WQ-MEMO 非
      *> 空白時記入註記)，記錄異動者與日期
      *******************************************************
       FF-WQ-SET-PARA.
           MOVE FUNCTION TRIM(FF-FLD(1)) TO FF-WQ-CUSTID.
           READ FF-WQ-FILE
             INVALID KEY
               DISPLAY "WORK QUEUE ITEM NOT FOUND - STATUS NOT CHANGED"
               EXIT PARAGRAPH
           END-READ.
           MOVE FF-WQ-NEW TO FF-WQ-STATE.
           MOVE FF-WQ-ME TO FF-WQ-UPD-BY.
           MOVE FF-WQ-TODAY TO FF-WQ-UPD-DATE.
           IF FF-WQ-MEMO NOT = SPACES
             MOVE FF-WQ-MEMO TO FF-WQ-NOTE
           ELSE
             MOVE "CORRECTED IN FAIL-FIX - AWAITING REFEED"
               TO FF-WQ-NOTE
           END-IF.
           REWRITE FF-WQ-REC
             INVALID KEY
               CONTINUE
           END-REWRITE.
           IF FF-WQ-STATUS = "00"
             DISPLAY "WORK QUEUE ITEM NOW " FUNCTION TRIM(FF-WQ-STATE)
           ELSE
             DISPLAY "WORK QUEUE UPDATE FAILED (STATUS "
               FF-WQ-STATUS ")"
           END-IF.
           MOVE "00" TO FF-WQ-STATUS.

       FF-WQ-CLOSE-PARA.
           IF FF-WQ-OPEN = "Y"
             CLOSE FF-WQ-FILE
             MOVE "N" TO FF-WQ-OPEN
           END-IF.
       END PROGRAM FAIL-FIX.
