       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-MERGE.

      *******************************************************
      *> 重複客戶合併/拆回公用程式
      *> 兩個來源系統以不同 CUSTOMER_ID 建立同一人時，主檔上
      *> 會有兩筆同址記錄、兩條地址歷史與兩張標籤。本程式：
      *>   M = 合併：輸入存續者/被併者 ID，將被併者的地址歷史
      *>       (AddressHistory.csv 及其索引檔)、無法投遞旗標
      *>       (Undeliverable.dat)、禁止寄送名單
      *>       (input\SuppressionList.csv) 與血緣欄
      *>       (ADDR-MST-LIN-*) 併入存續者；被併者自主檔退役，
      *>       ChangeFeed.csv 發出 MERGED 事件 (NEW_ADDRESS 欄
      *>       載存續者 ID)
      *>   U = 拆回：依對照檔還原兩筆主檔記錄與各檔原始列，
      *>       被併者以 ADD 事件重新發佈
      *> 對照檔 output\MergeXref.dat 以被併者 ID 為鍵，保存
      *> 合併前後的主檔影像；各檔被改寫或剔除的原始列逐列
      *> 記於 output\MergeDetail.csv，拆回時據以精確還原。
      *> 合併/拆回均附加一列至 AuditLog.csv 備查；EXECUTE
      *> 執行中 (EXECUTE.lock 存在) 時拒絕作業
      *> 操作員以登入帳號簽入 (OPER-SIGNON)，須具 SUPERVISOR 角色
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CM-MASTER-FILE ASSIGN
             TO "output\AddressMaster.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-MST-CUSTID
             FILE STATUS IS CM-MST-STATUS.

           SELECT CM-XREF-FILE ASSIGN
             TO "output\MergeXref.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS CM-X-VICTIM
             FILE STATUS IS CM-XREF-STATUS.

           SELECT CM-DTL-FILE ASSIGN
             TO "output\MergeDetail.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CM-DTL-STATUS.

           SELECT CM-IN-FILE ASSIGN
             TO CM-IN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CM-IN-STATUS.

           SELECT CM-OUT-FILE ASSIGN
             TO CM-OUT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-CF-FILE ASSIGN
             TO "output\ChangeFeed.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CM-CF-STATUS.

           SELECT CM-SEQ-FILE ASSIGN
             TO "output\ChangeFeed.seq"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CM-SEQ-STATUS.

           SELECT CM-LOCK-FILE ASSIGN
             TO "output\EXECUTE.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CM-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CM-MASTER-FILE.
         01 CM-MST-REC.
            05 CM-MST-CUSTID    PIC X(50).
            05 CM-MST-ADDRESS   PIC X(2000).
            05 CM-MST-ALT-DELIV PIC X(100).
            05 CM-MST-ALT-ADDR  PIC X(2000).
            05 CM-MST-ALT-FROM  PIC X(4).
            05 CM-MST-ALT-TO    PIC X(4).
            05 CM-MST-SRC       PIC X(20).
            05 CM-MST-SCORE     PIC 9(3).
            05 CM-MST-FWD-ADDR  PIC X(2000).
            05 CM-MST-FWD-UNTIL PIC X(8).
            05 CM-MST-CONFIRMED PIC X(8).
            05 CM-MST-LIN-BATCH PIC X(10).
            05 CM-MST-LIN-SRC   PIC X(20).
            05 CM-MST-LIN-FILE  PIC X(40).
            05 CM-MST-LIN-LINE  PIC 9(7).
            05 CM-MST-LIN-RULE  PIC X(30).
            05 CM-MST-LINE-HASH PIC 9(12).
            05 CM-MST-LIN-CTRY  PIC X(35).
            05 CM-MST-LIN-TYPE  PIC X(8).
            05 CM-MST-LIN-WARN  PIC X(30).
            05 CM-MST-OVR-FLAG  PIC X.
            05 CM-MST-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
            05 CM-MST-OVR-CTRY  PIC X(35).
            05 CM-MST-OVR-ZIP   PIC X(16).
            05 CM-MST-OVR-TOWN  PIC X(35).
            05 CM-MST-OVR-REASON PIC X(40).
            05 CM-MST-OVR-OPER  PIC X(20).
            05 CM-MST-OVR-DATE  PIC X(8).
            05 CM-MST-OVR-SRC-HASH PIC 9(12).
            05 CM-MST-OVR-SUSP-DATE PIC X(8).
            05 CM-MST-USE-CODE  PIC X(8).

       FD CM-XREF-FILE.
         01 CM-X-REC.
            05 CM-X-VICTIM      PIC X(50).
            05 CM-X-SURVIVOR    PIC X(50).
            05 CM-X-STATUS      PIC X.
                             *> M=合併中 U=已拆回
            05 CM-X-MERGE-TS    PIC X(14).
            05 CM-X-UNMERGE-TS  PIC X(14).
            05 CM-X-OPERATOR    PIC X(20).
            05 CM-X-HIST-CNT    PIC 9(5).
            05 CM-X-UND-CNT     PIC 9(5).
            05 CM-X-SUP-CNT     PIC 9(5).
            05 CM-X-SURV-PRE    PIC X(6932).
            05 CM-X-SURV-POST   PIC X(6932).
            05 CM-X-VIC-IMG     PIC X(6932).

       FD CM-DTL-FILE.
         01 CM-DTL-REC PIC X(2300).

       FD CM-IN-FILE.
         01 CM-IN-REC PIC X(2100).

       FD CM-OUT-FILE.
         01 CM-OUT-REC PIC X(2100).

       FD CM-CF-FILE.
         01 CM-CF-REC PIC X(2200).

       FD CM-SEQ-FILE.
         01 CM-SEQ-REC PIC X(20).

       FD CM-LOCK-FILE.
         01 CM-LOCK-REC PIC X(40).

       WORKING-STORAGE SECTION.
       01 CM-MST-STATUS   PIC XX VALUE "00".
       01 CM-XREF-STATUS  PIC XX VALUE "00".
       01 CM-DTL-STATUS   PIC XX VALUE "00".
       01 CM-IN-STATUS    PIC XX VALUE "00".
       01 CM-CF-STATUS    PIC XX VALUE "00".
       01 CM-SEQ-STATUS   PIC XX VALUE "00".
       01 CM-LOCK-STATUS  PIC XX VALUE "00".

       01 CM-WORK.
          05 CM-FUNC       PIC X.
          05 CM-SURVIVOR   PIC X(50).
          05 CM-VICTIM     PIC X(50).
          05 CM-OPERATOR   PIC X(20).
          05 CM-TS         PIC X(21).
          05 CM-TS-FMT     PIC X(14).
          05 CM-RC         PIC S9(9) COMP-5 VALUE 0.
          05 CM-REFUSE     PIC X VALUE "N".
          05 CM-IN-PATH    PIC X(120).
          05 CM-OUT-PATH   PIC X(130).
          05 CM-FILE-TAG   PIC X(30).
          05 CM-DUP-MODE   PIC X VALUE "N".
                             *> Y=名單類：存續者已有一列時
                             *> 被併者的列剔除而非改寫
          05 CM-SURV-HAS   PIC X VALUE "N".
          05 CM-ROW-ID     PIC X(50).
          05 CM-PTR        PIC 9(4) VALUE 1.
          05 CM-FOLD-CNT   PIC 9(5) VALUE 0.
          05 CM-LOST-CNT   PIC 9(5) VALUE 0.
          05 CM-CNT-FMT    PIC Z(4)9.
          05 CM-CNT-FMT2   PIC Z(4)9.
          05 CM-CNT-FMT3   PIC Z(4)9.
          05 CM-CF-SEQ     PIC 9(9) VALUE 0.
          05 CM-CF-EVT     PIC X(6).
          05 CM-CF-CUST    PIC X(50).
          05 CM-CF-ADDR    PIC X(2000).
          05 CM-TXT        PIC X(2300).
          05 CM-AUDIT-TXT  PIC X(300).

       *> 被併者主檔影像 (血緣欄併入存續者時逐欄取用)
       01 CM-VIC.
          05 CM-V-CUSTID    PIC X(50).
          05 CM-V-ADDRESS   PIC X(2000).
          05 CM-V-ALT-DELIV PIC X(100).
          05 CM-V-ALT-ADDR  PIC X(2000).
          05 CM-V-ALT-FROM  PIC X(4).
          05 CM-V-ALT-TO    PIC X(4).
          05 CM-V-SRC       PIC X(20).
          05 CM-V-SCORE     PIC 9(3).
          05 CM-V-FWD-ADDR  PIC X(2000).
          05 CM-V-FWD-UNTIL PIC X(8).
          05 CM-V-CONFIRMED PIC X(8).
          05 CM-V-LIN-BATCH PIC X(10).
          05 CM-V-LIN-SRC   PIC X(20).
          05 CM-V-LIN-FILE  PIC X(40).
          05 CM-V-LIN-LINE  PIC 9(7).
          05 CM-V-LIN-RULE  PIC X(30).
          05 CM-V-LINE-HASH PIC 9(12).
          05 CM-V-LIN-CTRY  PIC X(35).
          05 CM-V-LIN-TYPE  PIC X(8).
          05 CM-V-LIN-WARN  PIC X(30).
          05 CM-V-OVR-FLAG  PIC X.
          05 CM-V-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
          05 CM-V-OVR-CTRY  PIC X(35).
          05 CM-V-OVR-ZIP   PIC X(16).
          05 CM-V-OVR-TOWN  PIC X(35).
          05 CM-V-OVR-REASON PIC X(40).
          05 CM-V-OVR-OPER  PIC X(20).
          05 CM-V-OVR-DATE  PIC X(8).
          05 CM-V-OVR-SRC-HASH PIC 9(12).
          05 CM-V-OVR-SUSP-DATE PIC X(8).
          05 CM-V-USE-CODE  PIC X(8).

       *> 拆回用：本次合併於單一檔案留下的明細列
       *> (動作 F=改寫為存續者 D=因存續者已有而剔除)
       01 CM-DTL-TBL.
          05 CM-D-ACTION   PIC X OCCURS 1000 TIMES.
          05 CM-D-ROW      PIC X(2100) OCCURS 1000 TIMES.
          05 CM-D-FOLDED   PIC X(2100) OCCURS 1000 TIMES.
          05 CM-D-USED     PIC X OCCURS 1000 TIMES.
       01 CM-D-COUNT      PIC 9(4) VALUE 0.
       01 CM-D-I          PIC 9(4) VALUE 0.
       01 CM-D-MATCH      PIC X VALUE "N".
       *> 拆回前點數：各檔本次合併明細列數 (逾表格容量即拒絕)
       01 CM-D-PRE-CNT    PIC 9(7) OCCURS 3 TIMES.
       01 CM-D-PRE-I      PIC 9 VALUE 0.

       *> 明細列拆分 (合併時戳;被併者;存續者;檔案;動作;原始列)
       01 CM-DTL-FLDS.
          05 CM-DF-TS      PIC X(14).
          05 CM-DF-VICTIM  PIC X(50).
          05 CM-DF-SURV    PIC X(50).
          05 CM-DF-FILE    PIC X(30).
          05 CM-DF-ACTION  PIC X.

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

      *> HIST-STORE 用 (地址歷史索引檔，見 COPY-HISTORY.cpy)
           COPY "COPY-HISTORY.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "========== CUSTOMER MERGE / UNMERGE ==========".
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "CUST-MERGE" TO SGN-PROGRAM.
           MOVE "SUPERVISOR" TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO CM-OPERATOR.
           DISPLAY "FUNCTION (M=MERGE, U=UNMERGE): "
             WITH NO ADVANCING.
           ACCEPT CM-FUNC.
           MOVE FUNCTION UPPER-CASE(CM-FUNC) TO CM-FUNC.

           *> 主檔正由 EXECUTE 逐筆改寫時不得動它
           OPEN INPUT CM-LOCK-FILE.
           IF CM-LOCK-STATUS = "00"
             CLOSE CM-LOCK-FILE
             DISPLAY "*** REFUSED: output\EXECUTE.lock PRESENT - "
               "A BATCH RUN IS IN PROGRESS ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           EVALUATE CM-FUNC
             WHEN "M"
               DISPLAY "SURVIVOR CUSTOMER_ID: " WITH NO ADVANCING
               ACCEPT CM-SURVIVOR
               DISPLAY "VICTIM CUSTOMER_ID  : " WITH NO ADVANCING
               ACCEPT CM-VICTIM
               PERFORM CM-MERGE-PARA
             WHEN "U"
               DISPLAY "VICTIM CUSTOMER_ID TO RESTORE: "
                 WITH NO ADVANCING
               ACCEPT CM-VICTIM
               PERFORM CM-UNMERGE-PARA
             WHEN OTHER
               DISPLAY "UNKNOWN FUNCTION: " CM-FUNC
               MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *******************************************************
      *> 合併：檢核 -> 影像存證 -> 各檔併入 -> 主檔改寫/退役
      *> -> 異動事件與稽核列
      *******************************************************
       CM-MERGE-PARA.
           MOVE FUNCTION TRIM(CM-SURVIVOR) TO CM-SURVIVOR.
           MOVE FUNCTION TRIM(CM-VICTIM) TO CM-VICTIM.
           IF CM-SURVIVOR = SPACES OR CM-VICTIM = SPACES
              OR CM-SURVIVOR = CM-VICTIM
             DISPLAY "*** REFUSED: TWO DIFFERENT CUSTOMER IDS "
               "ARE REQUIRED ***"
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.

           PERFORM CM-XREF-OPEN-PARA.
           IF CM-REFUSE = "Y"
             EXIT PARAGRAPH
           END-IF.

           *> 已併者不可再併；已退役的 ID 不可當存續者；
           *> 仍為他人存續者的 ID 不可被併 (否則其被併者
           *> 日後拆回時找不到存續者可還原)
           MOVE CM-VICTIM TO CM-X-VICTIM.
           READ CM-XREF-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CM-X-STATUS = "M"
                 DISPLAY "*** REFUSED: " FUNCTION TRIM(CM-VICTIM)
                   " IS ALREADY MERGED INTO "
                   FUNCTION TRIM(CM-X-SURVIVOR) " ***"
                 MOVE "Y" TO CM-REFUSE
               END-IF
           END-READ.
           MOVE CM-SURVIVOR TO CM-X-VICTIM.
           READ CM-XREF-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF CM-X-STATUS = "M"
                 DISPLAY "*** REFUSED: SURVIVOR "
                   FUNCTION TRIM(CM-SURVIVOR)
                   " WAS ITSELF MERGED INTO "
                   FUNCTION TRIM(CM-X-SURVIVOR) " ***"
                 MOVE "Y" TO CM-REFUSE
               END-IF
           END-READ.
           IF CM-REFUSE = "N"
             MOVE LOW-VALUES TO CM-X-VICTIM
             START CM-XREF-FILE KEY NOT < CM-X-VICTIM
               INVALID KEY
                 MOVE "10" TO CM-XREF-STATUS
             END-START
             PERFORM UNTIL CM-XREF-STATUS NOT = "00"
               READ CM-XREF-FILE NEXT
                 AT END
                   MOVE "10" TO CM-XREF-STATUS
                 NOT AT END
                   IF CM-X-STATUS = "M"
                      AND CM-X-SURVIVOR = CM-VICTIM
                     DISPLAY "*** REFUSED: "
                       FUNCTION TRIM(CM-VICTIM)
                       " IS THE SURVIVOR OF AN OPEN MERGE WITH "
                       FUNCTION TRIM(CM-X-VICTIM)
                       " - UNMERGE THAT FIRST ***"
                     MOVE "Y" TO CM-REFUSE
                     MOVE "10" TO CM-XREF-STATUS
                   END-IF
               END-READ
             END-PERFORM
             MOVE "00" TO CM-XREF-STATUS
           END-IF.
           IF CM-REFUSE = "Y"
             CLOSE CM-XREF-FILE
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.

           *> 兩筆主檔記錄都必須存在
           OPEN I-O CM-MASTER-FILE.
           IF CM-MST-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN MASTER (STATUS " CM-MST-STATUS ")"
             CLOSE CM-XREF-FILE
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.
           MOVE CM-VICTIM TO CM-MST-CUSTID.
           READ CM-MASTER-FILE
             INVALID KEY
               DISPLAY "*** REFUSED: VICTIM "
                 FUNCTION TRIM(CM-VICTIM) " NOT ON MASTER ***"
               MOVE "Y" TO CM-REFUSE
             NOT INVALID KEY
               MOVE CM-MST-REC TO CM-VIC
           END-READ.
           MOVE CM-SURVIVOR TO CM-MST-CUSTID.
           READ CM-MASTER-FILE
             INVALID KEY
               DISPLAY "*** REFUSED: SURVIVOR "
                 FUNCTION TRIM(CM-SURVIVOR) " NOT ON MASTER ***"
               MOVE "Y" TO CM-REFUSE
           END-READ.
           IF CM-REFUSE = "Y"
             CLOSE CM-MASTER-FILE
             CLOSE CM-XREF-FILE
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CM-TS.
           MOVE CM-TS(1:14) TO CM-TS-FMT.
           MOVE SPACES TO CM-X-REC.
           MOVE CM-VICTIM TO CM-X-VICTIM.
           MOVE CM-SURVIVOR TO CM-X-SURVIVOR.
           MOVE "M" TO CM-X-STATUS.
           MOVE CM-TS-FMT TO CM-X-MERGE-TS.
           MOVE CM-OPERATOR TO CM-X-OPERATOR.
           MOVE CM-MST-REC TO CM-X-SURV-PRE.
           MOVE CM-VIC TO CM-X-VIC-IMG.

           *> 血緣欄併入：存續者空白的欄位取被併者之值；
           *> 最後確認日取兩者較新者
           IF CM-MST-LIN-BATCH = SPACES
             MOVE CM-V-LIN-BATCH TO CM-MST-LIN-BATCH
           END-IF.
           IF CM-MST-LIN-SRC = SPACES
             MOVE CM-V-LIN-SRC TO CM-MST-LIN-SRC
           END-IF.
           IF CM-MST-LIN-FILE = SPACES
             MOVE CM-V-LIN-FILE TO CM-MST-LIN-FILE
             MOVE CM-V-LIN-LINE TO CM-MST-LIN-LINE
           END-IF.
           IF CM-MST-LIN-RULE = SPACES
             MOVE CM-V-LIN-RULE TO CM-MST-LIN-RULE
           END-IF.
           IF CM-V-CONFIRMED NOT = SPACES
              AND (CM-MST-CONFIRMED = SPACES
                   OR CM-V-CONFIRMED > CM-MST-CONFIRMED)
             MOVE CM-V-CONFIRMED TO CM-MST-CONFIRMED
           END-IF.

           *> 各保存檔併入 (原始列逐列存證於 MergeDetail.csv)
           *> 明細檔是日後拆回的唯一依據：開不了就不併
           PERFORM CM-DTL-OPEN-PARA.
           IF CM-REFUSE = "Y"
             CLOSE CM-MASTER-FILE
             CLOSE CM-XREF-FILE
             EXIT PARAGRAPH
           END-IF.
           MOVE "output\AddressHistory.csv" TO CM-IN-PATH.
           MOVE "AddressHistory.csv" TO CM-FILE-TAG.
           MOVE "N" TO CM-DUP-MODE.
           PERFORM CM-FOLD-PARA.
           MOVE CM-FOLD-CNT TO CM-X-HIST-CNT.
           MOVE "CLOSE" TO HST-OP.
           CALL 'HIST-STORE' USING LS-HIST-STORE.
           MOVE "output\Undeliverable.dat" TO CM-IN-PATH.
           MOVE "Undeliverable.dat" TO CM-FILE-TAG.
           MOVE "Y" TO CM-DUP-MODE.
           PERFORM CM-FOLD-PARA.
           MOVE CM-FOLD-CNT TO CM-X-UND-CNT.
           MOVE "input\SuppressionList.csv" TO CM-IN-PATH.
           MOVE "SuppressionList.csv" TO CM-FILE-TAG.
           MOVE "Y" TO CM-DUP-MODE.
           PERFORM CM-FOLD-PARA.
           MOVE CM-FOLD-CNT TO CM-X-SUP-CNT.
           CLOSE CM-DTL-FILE.

           *> 主檔：存續者改寫、被併者退役
           REWRITE CM-MST-REC
             INVALID KEY
               DISPLAY "SURVIVOR REWRITE FAILED FOR "
                 FUNCTION TRIM(CM-SURVIVOR)
               MOVE 12 TO RETURN-CODE
           END-REWRITE.
           MOVE CM-MST-REC TO CM-X-SURV-POST.
           MOVE CM-VICTIM TO CM-MST-CUSTID.
           DELETE CM-MASTER-FILE
             INVALID KEY
               DISPLAY "VICTIM DELETE FAILED FOR "
                 FUNCTION TRIM(CM-VICTIM)
               MOVE 12 TO RETURN-CODE
           END-DELETE.
           CLOSE CM-MASTER-FILE.

           *> 對照檔 (同一被併者曾拆回者覆寫舊對照)
           WRITE CM-X-REC
             INVALID KEY
               REWRITE CM-X-REC
                 INVALID KEY
                   DISPLAY "MERGE XREF WRITE FAILED FOR "
                     FUNCTION TRIM(CM-VICTIM)
                   MOVE 12 TO RETURN-CODE
               END-REWRITE
           END-WRITE.
           CLOSE CM-XREF-FILE.

           MOVE "MERGED" TO CM-CF-EVT.
           MOVE CM-VICTIM TO CM-CF-CUST.
           MOVE CM-SURVIVOR TO CM-CF-ADDR.
           PERFORM CM-CF-EVENT-PARA.

           MOVE CM-X-HIST-CNT TO CM-CNT-FMT.
           MOVE CM-X-UND-CNT TO CM-CNT-FMT2.
           MOVE CM-X-SUP-CNT TO CM-CNT-FMT3.
           MOVE SPACES TO CM-AUDIT-TXT.
           STRING
             CM-TS-FMT DELIMITED BY SIZE
             ";CUSTOMER-MERGE;" DELIMITED BY SIZE
             FUNCTION TRIM(CM-SURVIVOR) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CM-VICTIM) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CM-OPERATOR) DELIMITED BY SIZE
             ";HISTORY=" DELIMITED BY SIZE
             FUNCTION TRIM(CM-CNT-FMT) DELIMITED BY SIZE
             ";UNDELIVERABLE=" DELIMITED BY SIZE
             FUNCTION TRIM(CM-CNT-FMT2) DELIMITED BY SIZE
             ";SUPPRESSION=" DELIMITED BY SIZE
             FUNCTION TRIM(CM-CNT-FMT3) DELIMITED BY SIZE
             INTO CM-AUDIT-TXT
           END-STRING.
           PERFORM CM-AUDIT-PARA.

           DISPLAY "MERGE COMPLETE - " FUNCTION TRIM(CM-VICTIM)
             " INTO " FUNCTION TRIM(CM-SURVIVOR) " ("
             FUNCTION TRIM(CM-CNT-FMT) " HISTORY ROWS, "
             FUNCTION TRIM(CM-CNT-FMT2) " UNDELIVERABLE, "
             FUNCTION TRIM(CM-CNT-FMT3) " SUPPRESSION)".

      *******************************************************
      *> 拆回：依對照檔還原主檔兩筆記錄與各檔原始列
      *******************************************************
       CM-UNMERGE-PARA.
           MOVE FUNCTION TRIM(CM-VICTIM) TO CM-VICTIM.
           IF CM-VICTIM = SPACES
             DISPLAY "*** REFUSED: CUSTOMER ID IS REQUIRED ***"
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.
           PERFORM CM-XREF-OPEN-PARA.
           IF CM-REFUSE = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE CM-VICTIM TO CM-X-VICTIM.
           READ CM-XREF-FILE
             INVALID KEY
               MOVE "Y" TO CM-REFUSE
             NOT INVALID KEY
               IF CM-X-STATUS NOT = "M"
                 MOVE "Y" TO CM-REFUSE
               END-IF
           END-READ.
           IF CM-REFUSE = "Y"
             DISPLAY "*** REFUSED: NO OPEN MERGE FOR "
               FUNCTION TRIM(CM-VICTIM) " ***"
             CLOSE CM-XREF-FILE
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.
           MOVE CM-X-SURVIVOR TO CM-SURVIVOR.

           *> 明細列逾拆回表格容量者不可部分拆回 (超出的剔除列
           *> 將永久遺失)：任何檔案異動前先點數，超過即拒絕
           PERFORM CM-DTL-PRECOUNT-PARA.
           IF CM-REFUSE = "Y"
             CLOSE CM-XREF-FILE
             MOVE 12 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.

           OPEN I-O CM-MASTER-FILE.
           IF CM-MST-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN MASTER (STATUS " CM-MST-STATUS ")"
             CLOSE CM-XREF-FILE
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.
           *> 被併者 ID 已被來源系統重新建檔時不可覆蓋
           MOVE CM-VICTIM TO CM-MST-CUSTID.
           READ CM-MASTER-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DISPLAY "*** REFUSED: " FUNCTION TRIM(CM-VICTIM)
                 " IS BACK ON MASTER - RESOLVE BY HAND ***"
               MOVE "Y" TO CM-REFUSE
           END-READ.
           IF CM-REFUSE = "Y"
             CLOSE CM-MASTER-FILE
             CLOSE CM-XREF-FILE
             MOVE 8 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.

           *> 存續者自合併後未再異動時還原為合併前影像；
           *> 其後已有批次更新者保留較新的資料
           MOVE CM-SURVIVOR TO CM-MST-CUSTID.
           READ CM-MASTER-FILE
             INVALID KEY
               DISPLAY "WARNING: SURVIVOR "
                 FUNCTION TRIM(CM-SURVIVOR)
                 " NO LONGER ON MASTER - VICTIM RESTORED ONLY"
             NOT INVALID KEY
               IF CM-MST-REC = CM-X-SURV-POST
                 MOVE CM-X-SURV-PRE TO CM-MST-REC
                 REWRITE CM-MST-REC
                   INVALID KEY
                     DISPLAY "SURVIVOR REWRITE FAILED FOR "
                       FUNCTION TRIM(CM-SURVIVOR)
                     MOVE 12 TO RETURN-CODE
                 END-REWRITE
               ELSE
                 DISPLAY "WARNING: SURVIVOR "
                   FUNCTION TRIM(CM-SURVIVOR)
                   " CHANGED SINCE THE MERGE - LEFT AS IS"
                 MOVE 4 TO RETURN-CODE
               END-IF
           END-READ.
           MOVE CM-X-VIC-IMG TO CM-MST-REC.
           WRITE CM-MST-REC
             INVALID KEY
               DISPLAY "VICTIM RESTORE FAILED FOR "
                 FUNCTION TRIM(CM-VICTIM)
               MOVE 12 TO RETURN-CODE
           END-WRITE.
           CLOSE CM-MASTER-FILE.

           MOVE 0 TO CM-LOST-CNT.
           MOVE "output\AddressHistory.csv" TO CM-IN-PATH.
           MOVE "AddressHistory.csv" TO CM-FILE-TAG.
           PERFORM CM-UNFOLD-PARA.
           MOVE "CLOSE" TO HST-OP.
           CALL 'HIST-STORE' USING LS-HIST-STORE.
           MOVE "output\Undeliverable.dat" TO CM-IN-PATH.
           MOVE "Undeliverable.dat" TO CM-FILE-TAG.
           PERFORM CM-UNFOLD-PARA.
           MOVE "input\SuppressionList.csv" TO CM-IN-PATH.
           MOVE "SuppressionList.csv" TO CM-FILE-TAG.
           PERFORM CM-UNFOLD-PARA.
           IF CM-LOST-CNT > 0
             MOVE CM-LOST-CNT TO CM-CNT-FMT
             DISPLAY "WARNING: " FUNCTION TRIM(CM-CNT-FMT)
               " FOLDED ROWS NO LONGER PRESENT (PURGED OR "
               "CLEARED) - NOT RESTORED"
             MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CM-TS.
           MOVE CM-TS(1:14) TO CM-TS-FMT.
           MOVE "U" TO CM-X-STATUS.
           MOVE CM-TS-FMT TO CM-X-UNMERGE-TS.
           REWRITE CM-X-REC
             INVALID KEY
               DISPLAY "MERGE XREF REWRITE FAILED FOR "
                 FUNCTION TRIM(CM-VICTIM)
               MOVE 12 TO RETURN-CODE
           END-REWRITE.
           CLOSE CM-XREF-FILE.

           *> 被併者重新上主檔：以 ADD 事件發佈
           MOVE CM-X-VIC-IMG TO CM-VIC.
           MOVE "ADD" TO CM-CF-EVT.
           MOVE CM-VICTIM TO CM-CF-CUST.
           MOVE CM-V-ADDRESS TO CM-CF-ADDR.
           PERFORM CM-CF-EVENT-PARA.

           MOVE SPACES TO CM-AUDIT-TXT.
           STRING
             CM-TS-FMT DELIMITED BY SIZE
             ";CUSTOMER-UNMERGE;" DELIMITED BY SIZE
             FUNCTION TRIM(CM-SURVIVOR) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CM-VICTIM) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CM-OPERATOR) DELIMITED BY SIZE
             ";MERGED=" DELIMITED BY SIZE
             CM-X-MERGE-TS DELIMITED BY SIZE
             INTO CM-AUDIT-TXT
           END-STRING.
           PERFORM CM-AUDIT-PARA.

           DISPLAY "UNMERGE COMPLETE - " FUNCTION TRIM(CM-VICTIM)
             " RESTORED FROM " FUNCTION TRIM(CM-SURVIVOR).

      *******************************************************
      *> 共用段落：對照檔開啟 (首次使用時建立)
      *******************************************************
       CM-XREF-OPEN-PARA.
           OPEN I-O CM-XREF-FILE.
           IF CM-XREF-STATUS = "35"
             OPEN OUTPUT CM-XREF-FILE
             CLOSE CM-XREF-FILE
             OPEN I-O CM-XREF-FILE
           END-IF.
           IF CM-XREF-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN output\MergeXref.dat (STATUS "
               CM-XREF-STATUS ")"
             MOVE "Y" TO CM-REFUSE
             MOVE 16 TO RETURN-CODE
           END-IF.

      *******************************************************
      *> 共用段落：明細檔開啟 (跨次附加，首次輸出標題列)
      *******************************************************
       CM-DTL-OPEN-PARA.
           OPEN EXTEND CM-DTL-FILE.
           IF CM-DTL-STATUS NOT = "00"
             OPEN OUTPUT CM-DTL-FILE
             MOVE
               "MERGE_TIMESTAMP;VICTIM_ID;SURVIVOR_ID;FILE;ACTION;" &
               "ORIGINAL_ROW"
               TO CM-DTL-REC
             IF CM-DTL-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN output\MergeDetail.csv (STATUS "
                 CM-DTL-STATUS ")"
               MOVE "Y" TO CM-REFUSE
               MOVE 16 TO RETURN-CODE
             ELSE
               WRITE CM-DTL-REC
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：單一保存檔併入 (CM-IN-PATH)
      *> 被併者的列改寫為存續者 ID (F)；名單類 (CM-DUP-MODE=Y)
      *> 存續者已有一列時被併者的列剔除 (D)。原始列一律記入
      *> 明細檔；改寫檔先寫 .new 再換名，比照 PURGE 過濾重寫
      *******************************************************
       CM-FOLD-PARA.
           MOVE 0 TO CM-FOLD-CNT.
           MOVE "N" TO CM-SURV-HAS.
           IF CM-DUP-MODE = "Y"
             OPEN INPUT CM-IN-FILE
             IF CM-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
             END-IF
             PERFORM UNTIL CM-IN-STATUS NOT = "00"
               READ CM-IN-FILE
                 AT END
                   MOVE "10" TO CM-IN-STATUS
                 NOT AT END
                   MOVE SPACES TO CM-ROW-ID
                   UNSTRING CM-IN-REC DELIMITED BY ";"
                       INTO CM-ROW-ID
                   IF FUNCTION TRIM(CM-ROW-ID) = CM-SURVIVOR
                     MOVE "Y" TO CM-SURV-HAS
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CM-IN-FILE
             MOVE "00" TO CM-IN-STATUS
           END-IF.

           OPEN INPUT CM-IN-FILE.
           IF CM-IN-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CM-OUT-PATH.
           STRING
             FUNCTION TRIM(CM-IN-PATH) DELIMITED BY SIZE
             ".new" DELIMITED BY SIZE
             INTO CM-OUT-PATH
           END-STRING.
           OPEN OUTPUT CM-OUT-FILE.
           PERFORM UNTIL CM-IN-STATUS NOT = "00"
             READ CM-IN-FILE
               AT END
                 MOVE "10" TO CM-IN-STATUS
               NOT AT END
                 MOVE SPACES TO CM-ROW-ID
                 MOVE 1 TO CM-PTR
                 UNSTRING CM-IN-REC DELIMITED BY ";"
                     INTO CM-ROW-ID
                     WITH POINTER CM-PTR
                 IF FUNCTION TRIM(CM-ROW-ID) = CM-VICTIM
                    AND CM-IN-REC(1:1) NOT = "*"
                   ADD 1 TO CM-FOLD-CNT
                   MOVE SPACES TO CM-TXT
                   IF CM-DUP-MODE = "Y" AND CM-SURV-HAS = "Y"
                     STRING
                       CM-TS-FMT DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(CM-VICTIM) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(CM-SURVIVOR) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(CM-FILE-TAG) DELIMITED BY SIZE
                       ";D;" DELIMITED BY SIZE
                       FUNCTION TRIM(CM-IN-REC) DELIMITED BY SIZE
                       INTO CM-TXT
                     END-STRING
                   ELSE
                     STRING
                       CM-TS-FMT DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(CM-VICTIM) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(CM-SURVIVOR) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       FUNCTION TRIM(CM-FILE-TAG) DELIMITED BY SIZE
                       ";F;" DELIMITED BY SIZE
                       FUNCTION TRIM(CM-IN-REC) DELIMITED BY SIZE
                       INTO CM-TXT
                     END-STRING
                     MOVE SPACES TO CM-OUT-REC
                     IF CM-PTR > LENGTH OF CM-IN-REC
                       MOVE CM-SURVIVOR TO CM-OUT-REC
                     ELSE
                       STRING
                         FUNCTION TRIM(CM-SURVIVOR) DELIMITED BY SIZE
                         ";" DELIMITED BY SIZE
                         CM-IN-REC(CM-PTR:) DELIMITED BY SIZE
                         INTO CM-OUT-REC
                       END-STRING
                     END-IF
                     WRITE CM-OUT-REC
                     PERFORM CM-HIST-SYNC-PARA
                     MOVE "Y" TO CM-SURV-HAS
                   END-IF
                   MOVE CM-TXT TO CM-DTL-REC
                   WRITE CM-DTL-REC
                 ELSE
                   MOVE CM-IN-REC TO CM-OUT-REC
                   WRITE CM-OUT-REC
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CM-IN-FILE.
           CLOSE CM-OUT-FILE.
           MOVE "00" TO CM-IN-STATUS.
           PERFORM CM-REPLACE-PARA.

      *******************************************************
      *> 共用段落：拆回前點數本次合併於各保存檔的明細列；任一
      *> 檔超過 1000 列 (拆回表格容量) 即 CM-REFUSE=Y
      *******************************************************
       CM-DTL-PRECOUNT-PARA.
           MOVE 0 TO CM-D-PRE-CNT(1) CM-D-PRE-CNT(2) CM-D-PRE-CNT(3).
           OPEN INPUT CM-DTL-FILE.
           IF CM-DTL-STATUS NOT = "00"
             MOVE "00" TO CM-DTL-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CM-DTL-STATUS NOT = "00"
             READ CM-DTL-FILE
               AT END
                 MOVE "10" TO CM-DTL-STATUS
               NOT AT END
                 MOVE SPACES TO CM-DTL-FLDS
                 UNSTRING CM-DTL-REC DELIMITED BY ";"
                     INTO CM-DF-TS CM-DF-VICTIM CM-DF-SURV
                          CM-DF-FILE CM-DF-ACTION
                 IF CM-DF-TS = CM-X-MERGE-TS
                    AND CM-DF-VICTIM = CM-VICTIM
                   EVALUATE CM-DF-FILE
                     WHEN "AddressHistory.csv"
                       ADD 1 TO CM-D-PRE-CNT(1)
                     WHEN "Undeliverable.dat"
                       ADD 1 TO CM-D-PRE-CNT(2)
                     WHEN "SuppressionList.csv"
                       ADD 1 TO CM-D-PRE-CNT(3)
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CM-DTL-FILE.
           MOVE "00" TO CM-DTL-STATUS.
           PERFORM VARYING CM-D-PRE-I FROM 1 BY 1 UNTIL CM-D-PRE-I > 3
             IF CM-D-PRE-CNT(CM-D-PRE-I) > 1000
               MOVE "Y" TO CM-REFUSE
             END-IF
           END-PERFORM.
           IF CM-REFUSE = "Y"
             DISPLAY "*** REFUSED: MERGE OF " FUNCTION TRIM(CM-VICTIM)
               " LEFT MORE THAN 1000 DETAIL ROWS IN ONE FILE ("
               "AddressHistory=" CM-D-PRE-CNT(1)
               " Undeliverable=" CM-D-PRE-CNT(2)
               " Suppression=" CM-D-PRE-CNT(3)
               ") - UNMERGE BY HAND ***"
           END-IF.

      *******************************************************
      *> 共用段落：單一保存檔拆回 (CM-IN-PATH / CM-FILE-TAG)
      *> 本次合併的明細列載入後，存續者身上的改寫列換回原始列；
      *> 剔除列附加回檔尾；已不在檔內的改寫列 (其後被清除或
      *> 解除) 不予復活，僅計數警示
      *******************************************************
       CM-UNFOLD-PARA.
           MOVE 0 TO CM-D-COUNT.
           OPEN INPUT CM-DTL-FILE.
           IF CM-DTL-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL CM-DTL-STATUS NOT = "00"
             READ CM-DTL-FILE
               AT END
                 MOVE "10" TO CM-DTL-STATUS
               NOT AT END
                 MOVE SPACES TO CM-DTL-FLDS
                 MOVE 1 TO CM-PTR
                 UNSTRING CM-DTL-REC DELIMITED BY ";"
                     INTO CM-DF-TS CM-DF-VICTIM CM-DF-SURV
                          CM-DF-FILE CM-DF-ACTION
                     WITH POINTER CM-PTR
                 IF CM-DF-TS = CM-X-MERGE-TS
                    AND CM-DF-VICTIM = CM-VICTIM
                    AND CM-DF-FILE = CM-FILE-TAG
                    AND CM-D-COUNT < 1000
                    AND CM-PTR <= LENGTH OF CM-DTL-REC
                   ADD 1 TO CM-D-COUNT
                   MOVE CM-DF-ACTION TO CM-D-ACTION(CM-D-COUNT)
                   MOVE CM-DTL-REC(CM-PTR:) TO CM-D-ROW(CM-D-COUNT)
                   MOVE "N" TO CM-D-USED(CM-D-COUNT)
                   *> 合併時寫入的存續者版本 (ID 之後原文照抄)
                   MOVE SPACES TO CM-ROW-ID
                   MOVE 1 TO CM-PTR
                   UNSTRING CM-D-ROW(CM-D-COUNT) DELIMITED BY ";"
                       INTO CM-ROW-ID
                       WITH POINTER CM-PTR
                   MOVE SPACES TO CM-D-FOLDED(CM-D-COUNT)
                   IF CM-PTR > LENGTH OF CM-D-ROW(CM-D-COUNT)
                     MOVE CM-SURVIVOR TO CM-D-FOLDED(CM-D-COUNT)
                   ELSE
                     STRING
                       FUNCTION TRIM(CM-SURVIVOR) DELIMITED BY SIZE
                       ";" DELIMITED BY SIZE
                       CM-D-ROW(CM-D-COUNT)(CM-PTR:)
                         DELIMITED BY SIZE
                       INTO CM-D-FOLDED(CM-D-COUNT)
                     END-STRING
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CM-DTL-FILE.
           MOVE "00" TO CM-DTL-STATUS.
           IF CM-D-COUNT = 0
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT CM-IN-FILE.
           IF CM-IN-STATUS NOT = "00"
             MOVE "00" TO CM-IN-STATUS
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CM-OUT-PATH.
           STRING
             FUNCTION TRIM(CM-IN-PATH) DELIMITED BY SIZE
             ".new" DELIMITED BY SIZE
             INTO CM-OUT-PATH
           END-STRING.
           OPEN OUTPUT CM-OUT-FILE.
           PERFORM UNTIL CM-IN-STATUS NOT = "00"
             READ CM-IN-FILE
               AT END
                 MOVE "10" TO CM-IN-STATUS
               NOT AT END
                 MOVE "N" TO CM-D-MATCH
                 PERFORM VARYING CM-D-I FROM 1 BY 1
                           UNTIL CM-D-I > CM-D-COUNT
                   IF CM-D-ACTION(CM-D-I) = "F"
                      AND CM-D-USED(CM-D-I) = "N"
                      AND FUNCTION TRIM(CM-IN-REC) =
                          FUNCTION TRIM(CM-D-FOLDED(CM-D-I))
                     MOVE "Y" TO CM-D-USED(CM-D-I)
                     MOVE "Y" TO CM-D-MATCH
                     MOVE CM-D-ROW(CM-D-I) TO CM-OUT-REC
                     WRITE CM-OUT-REC
                     PERFORM CM-HIST-SYNC-PARA
                     EXIT PERFORM
                   END-IF
                 END-PERFORM
                 IF CM-D-MATCH = "N"
                   MOVE CM-IN-REC TO CM-OUT-REC
                   WRITE CM-OUT-REC
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM VARYING CM-D-I FROM 1 BY 1
                     UNTIL CM-D-I > CM-D-COUNT
             EVALUATE TRUE
               WHEN CM-D-ACTION(CM-D-I) = "D"
                 MOVE CM-D-ROW(CM-D-I) TO CM-OUT-REC
                 WRITE CM-OUT-REC
               WHEN CM-D-USED(CM-D-I) = "N"
                 ADD 1 TO CM-LOST-CNT
             END-EVALUATE
           END-PERFORM.
           CLOSE CM-IN-FILE.
           CLOSE CM-OUT-FILE.
           MOVE "00" TO CM-IN-STATUS.
           PERFORM CM-REPLACE-PARA.

      *******************************************************
      *> 共用段落：地址歷史改寫列同步至索引檔 (原列
      *> CM-IN-REC 刪除、改寫後 CM-OUT-REC 新增；鍵值含
      *> CUSTOMER_ID，不能原地改寫)
      *******************************************************
       CM-HIST-SYNC-PARA.
           IF CM-FILE-TAG NOT = "AddressHistory.csv"
             EXIT PARAGRAPH
           END-IF.
           MOVE "DELETE" TO HST-OP.
           MOVE SPACES TO HST-PATH.
           MOVE CM-IN-REC TO HST-ROW.
           CALL 'HIST-STORE' USING LS-HIST-STORE.
           IF HST-RESULT NOT = "E"
             MOVE "WRITE" TO HST-OP
             MOVE CM-OUT-REC TO HST-ROW
             CALL 'HIST-STORE' USING LS-HIST-STORE
           END-IF.
           IF HST-RESULT = "E"
             DISPLAY "WARNING: HISTORY INDEX NOT UPDATED - "
               "RELOAD WITH MASTER-UTIL FUNCTION H"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：.new 換名取代原檔
      *******************************************************
       CM-REPLACE-PARA.
           CALL "CBL_DELETE_FILE" USING CM-IN-PATH
             RETURNING CM-RC.
           CALL "CBL_RENAME_FILE" USING CM-OUT-PATH CM-IN-PATH
             RETURNING CM-RC.
           IF CM-RC NOT = 0
             DISPLAY "WARNING: COULD NOT REPLACE "
               FUNCTION TRIM(CM-IN-PATH) " - UPDATED COPY LEFT AT "
               FUNCTION TRIM(CM-OUT-PATH)
             MOVE 8 TO RETURN-CODE
           END-IF.

      *******************************************************
      *> 共用段落：異動事件一筆 (序號接續 ChangeFeed.seq)
      *******************************************************
       CM-CF-EVENT-PARA.
           MOVE 0 TO CM-CF-SEQ.
           OPEN INPUT CM-SEQ-FILE.
           IF CM-SEQ-STATUS = "00"
             READ CM-SEQ-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF FUNCTION TRIM(CM-SEQ-REC) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(CM-SEQ-REC))
                     TO CM-CF-SEQ
                 END-IF
             END-READ
             CLOSE CM-SEQ-FILE
           END-IF.
           MOVE "00" TO CM-SEQ-STATUS.
           ADD 1 TO CM-CF-SEQ.

           OPEN EXTEND CM-CF-FILE.
           IF CM-CF-STATUS NOT = "00"
             OPEN OUTPUT CM-CF-FILE
             MOVE "SEQ;TIMESTAMP;CUSTOMER_ID;EVENT;NEW_ADDRESS"
               TO CM-CF-REC
             WRITE CM-CF-REC
           END-IF.
           MOVE SPACES TO CM-TXT.
           STRING
             CM-CF-SEQ DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             CM-TS-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CM-CF-CUST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CM-CF-EVT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CM-CF-ADDR) DELIMITED BY SIZE
             INTO CM-TXT
           END-STRING.
           MOVE CM-TXT TO CM-CF-REC.
           WRITE CM-CF-REC.
           CLOSE CM-CF-FILE.
           MOVE "00" TO CM-CF-STATUS.

           OPEN OUTPUT CM-SEQ-FILE.
           MOVE SPACES TO CM-SEQ-REC.
           MOVE CM-CF-SEQ TO CM-SEQ-REC(1:9).
           WRITE CM-SEQ-REC.
           CLOSE CM-SEQ-FILE.

      *******************************************************
      *> 共用段落：稽核列附加至 AuditLog.csv
      *******************************************************
       CM-AUDIT-PARA.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE CM-AUDIT-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
       END PROGRAM CUST-MERGE.
