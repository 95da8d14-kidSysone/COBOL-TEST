       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-SUBSET.

      *******************************************************
      *> 測試資料子集擷取程式
      *> 自正式保存檔挑出 N 位客戶，將其在各檔的資料切片
      *> 一併複製至目標目錄，供測試環境直接使用：
      *>   AddressMaster.dat / AddressHistory.csv / Movers.csv
      *>   / Undeliverable.dat / SuppressionList.csv /
      *>   SupList.idx / ChangeFeed.csv
      *> 挑選條件 (SUBSET.PARM 鍵值，空白=不限)：
      *>   COUNT         挑選人數 (預設 50，上限 5000)
      *>   COUNTRY       主檔解析國別 (LIN-CTRY)
      *>   ADDRESS-TYPE  主檔地址類型 (LIN-TYPE)
      *>   HAS-HISTORY   Y=曾異動 (歷史列兩列以上) N=未曾
      *>   UNDELIVERABLE Y=在無法投遞名單 N=不在
      *>   TARGET-DIR    目標目錄 (預設 testdata\)
      *> 所有個資一律以 EXECUTE MASKED 相同的決定性遮罩處理：
      *> CUSTOMER_ID 換為 MSK+雜湊，地址各欄數字依同一位移
      *> 替換；同一客戶在各檔遮罩結果一致，切片彼此仍可
      *> 關聯。真實 ID 與遮罩 ID 對照不落地。
      *> 擷取本身讀取正式個資：操作員須具 PII-VIEWER 角色，
      *> 執行結果附加一列至 AuditLog.csv 備查
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TS-PARM-FILE ASSIGN
             TO "SUBSET.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TS-PARM-STATUS.

           SELECT TS-MASTER-FILE ASSIGN
             TO "output\AddressMaster.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TS-MST-CUSTID
             FILE STATUS IS TS-MST-STATUS.

           SELECT TS-TMST-FILE ASSIGN
             TO TS-TMST-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TS-TMST-CUSTID
             FILE STATUS IS TS-TMST-STATUS.

           SELECT TS-SUPX-FILE ASSIGN
             TO "output\SupList.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TS-SUPX-CUSTID
             FILE STATUS IS TS-SUPX-STATUS.

           SELECT TS-TSUP-FILE ASSIGN
             TO TS-TSUP-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TS-TSUP-CUSTID
             FILE STATUS IS TS-TSUP-STATUS.

           SELECT TS-IN-FILE ASSIGN
             TO TS-IN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TS-IN-STATUS.

           SELECT TS-OUT-FILE ASSIGN
             TO TS-OUT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS TS-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TS-PARM-FILE.
         01 TS-PARM-REC PIC X(120).

       FD TS-MASTER-FILE.
         01 TS-MST-REC.
            05 TS-MST-CUSTID    PIC X(50).
            05 TS-MST-ADDRESS   PIC X(2000).
            05 TS-MST-ALT-DELIV PIC X(100).
            05 TS-MST-ALT-ADDR  PIC X(2000).
            05 TS-MST-ALT-FROM  PIC X(4).
            05 TS-MST-ALT-TO    PIC X(4).
            05 TS-MST-SRC       PIC X(20).
            05 TS-MST-SCORE     PIC 9(3).
            05 TS-MST-FWD-ADDR  PIC X(2000).
            05 TS-MST-FWD-UNTIL PIC X(8).
            05 TS-MST-CONFIRMED PIC X(8).
            05 TS-MST-LIN-BATCH PIC X(10).
            05 TS-MST-LIN-SRC   PIC X(20).
            05 TS-MST-LIN-FILE  PIC X(40).
            05 TS-MST-LIN-LINE  PIC 9(7).
            05 TS-MST-LIN-RULE  PIC X(30).
            05 TS-MST-LINE-HASH PIC 9(12).
            05 TS-MST-LIN-CTRY  PIC X(35).
            05 TS-MST-LIN-TYPE  PIC X(8).
            05 TS-MST-LIN-WARN  PIC X(30).
            05 TS-MST-OVR-FLAG  PIC X.
            05 TS-MST-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
            05 TS-MST-OVR-CTRY  PIC X(35).
            05 TS-MST-OVR-ZIP   PIC X(16).
            05 TS-MST-OVR-TOWN  PIC X(35).
            05 TS-MST-OVR-REASON PIC X(40).
            05 TS-MST-OVR-OPER  PIC X(20).
            05 TS-MST-OVR-DATE  PIC X(8).
            05 TS-MST-OVR-SRC-HASH PIC 9(12).
            05 TS-MST-OVR-SUSP-DATE PIC X(8).
            05 TS-MST-USE-CODE  PIC X(8).

       *> 目標主檔 (版面同上，以遮罩後記錄整筆寫入)
       FD TS-TMST-FILE.
         01 TS-TMST-REC.
            05 TS-TMST-CUSTID   PIC X(50).
            05 FILLER           PIC X(6882).

       FD TS-SUPX-FILE.
         01 TS-SUPX-REC.
            05 TS-SUPX-CUSTID   PIC X(50).
            05 TS-SUPX-REASON   PIC X(40).

       FD TS-TSUP-FILE.
         01 TS-TSUP-REC.
            05 TS-TSUP-CUSTID   PIC X(50).
            05 TS-TSUP-REASON   PIC X(40).

       FD TS-IN-FILE.
         01 TS-IN-REC PIC X(4200).

       FD TS-OUT-FILE.
         01 TS-OUT-REC PIC X(4200).

       WORKING-STORAGE SECTION.
       01 TS-PARM-STATUS  PIC XX VALUE "00".
       01 TS-MST-STATUS   PIC XX VALUE "00".
       01 TS-TMST-STATUS  PIC XX VALUE "00".
       01 TS-SUPX-STATUS  PIC XX VALUE "00".
       01 TS-TSUP-STATUS  PIC XX VALUE "00".
       01 TS-IN-STATUS    PIC XX VALUE "00".
       01 TS-OUT-STATUS   PIC XX VALUE "00".

       *> SUBSET.PARM 挑選條件
       01 TS-KEY          PIC X(30).
       01 TS-VAL          PIC X(80).
       01 TS-PARMS.
          05 TS-COUNT      PIC 9(5) VALUE 50.
          05 TS-COUNTRY    PIC X(35) VALUE SPACES.
          05 TS-ADDR-TYPE  PIC X(8) VALUE SPACES.
          05 TS-HAS-HIST   PIC X VALUE SPACE.
          05 TS-UNDEL      PIC X VALUE SPACE.
          05 TS-TARGET-DIR PIC X(100) VALUE "testdata\".

       01 TS-WORK.
          05 TS-OPERATOR   PIC X(20).
          05 TS-TS         PIC X(21).
          05 TS-TS-FMT     PIC X(14).
          05 TS-RC         PIC S9(9) COMP-5 VALUE 0.
          05 TS-DIR-LEN    PIC 9(3) VALUE 0.
          05 TS-DIR-NAME   PIC X(100).
          05 TS-TMST-PATH  PIC X(150).
          05 TS-TSUP-PATH  PIC X(150).
          05 TS-IN-PATH    PIC X(150).
          05 TS-IN-OPEN    PIC X VALUE "N".
          05 TS-OUT-PATH   PIC X(150).
          05 TS-OUT-NAME   PIC X(30).
          05 TS-CUSTID     PIC X(50).
          05 TS-FOUND      PIC X VALUE "N".
          05 TS-OK         PIC X VALUE "N".
          05 TS-NCOL       PIC 99 VALUE 0.
          05 TS-PTR        PIC 9(5) VALUE 0.
          05 TS-ROWS       PIC 9(7) VALUE 0.
          05 TS-FAIL       PIC X VALUE "N".
          05 TS-CNT-FMT    PIC Z(6)9.
          05 TS-CNT-FMT2   PIC Z(6)9.
          05 TS-TXT        PIC X(4200).
          05 TS-AUDIT-TXT  PIC X(300).

       *> 各檔切片筆數 (稽核列與清單用)
       01 TS-COUNTS.
          05 TS-MST-READ   PIC 9(7) VALUE 0.
          05 TS-SEL-CNT    PIC 9(5) VALUE 0.
          05 TS-MST-CNT    PIC 9(7) VALUE 0.
          05 TS-HIST-CNT   PIC 9(7) VALUE 0.
          05 TS-MOV-CNT    PIC 9(7) VALUE 0.
          05 TS-UND-CNT    PIC 9(7) VALUE 0.
          05 TS-SUP-CNT    PIC 9(7) VALUE 0.
          05 TS-SUPX-CNT   PIC 9(7) VALUE 0.
          05 TS-FEED-CNT   PIC 9(7) VALUE 0.
          05 TS-COLL-CNT   PIC 9(5) VALUE 0.

       *> 候選客戶池 (主檔依鍵值循序讀入，天然遞增，
       *> 各保存檔逐列以二分搜尋比對)
       01 TS-POOL-MAX     PIC 9(5) VALUE 20000.
       01 TS-POOL-CNT     PIC 9(5) VALUE 0.
       01 TS-POOL-FULL    PIC X VALUE "N".
       01 TS-POOL-TBL.
          05 TS-POOL OCCURS 1 TO 20000 TIMES
                DEPENDING ON TS-POOL-CNT
                ASCENDING KEY IS TS-P-ID
                INDEXED BY TS-PX.
             10 TS-P-ID      PIC X(50).
             10 TS-P-HIST    PIC 9(5).
             10 TS-P-UND     PIC X.
             10 TS-P-SEL     PIC X.
       01 TS-PI           PIC 9(5) VALUE 0.

       *> 保存檔列拆分/重組
       01 TS-TOK          PIC X(2000) OCCURS 9 TIMES.
       01 TS-TOK-I        PIC 99 VALUE 0.

       *> 決定性遮罩 (與 EXECUTE MASK-RECORD-PARA 同一算式)
       01 TS-MASK.
          05 TS-MSK-HASH   PIC 9(8) VALUE 0.
          05 TS-MSK-DELTA  PIC 9 VALUE 0.
          05 TS-MSK-ID     PIC X(11).
          05 TS-MSK-LEN    PIC 9(4) VALUE 0.
          05 TS-MSK-I      PIC 9(4) VALUE 0.
          05 TS-OVR-I      PIC 9 VALUE 0.
          05 TS-MSK-CH     PIC X.
          05 TS-MSK-D      PIC 9 VALUE 0.
          05 TS-MSK-TXT    PIC X(2000).

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "============ TEST DATA SUBSET EXTRACT ============".
           *> 讀取正式個資前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "TEST-SUBSET" TO SGN-PROGRAM.
           MOVE "PII-VIEWER" TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO TS-OPERATOR.
           MOVE FUNCTION CURRENT-DATE TO TS-TS.
           MOVE TS-TS(1:14) TO TS-TS-FMT.

           PERFORM TS-PARM-PARA.

           OPEN INPUT TS-MASTER-FILE.
           IF TS-MST-STATUS NOT = "00"
             DISPLAY "TSB0101E output\AddressMaster.dat NOT "
               "AVAILABLE (STATUS " TS-MST-STATUS
               ") - NO SUBSET EXTRACTED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

      *******************************************************
      *> 第一輪：候選池與挑選
      *******************************************************
           PERFORM TS-POOL-PARA.
           IF TS-HAS-HIST NOT = SPACE
             PERFORM TS-HIST-COUNT-PARA
           END-IF.
           IF TS-UNDEL NOT = SPACE
             PERFORM TS-UND-MARK-PARA
           END-IF.
           PERFORM TS-SELECT-PARA.

           MOVE TS-SEL-CNT TO TS-CNT-FMT.
           MOVE TS-COUNT TO TS-CNT-FMT2.
           DISPLAY "  CUSTOMERS SELECTED: " FUNCTION TRIM(TS-CNT-FMT)
             " OF " FUNCTION TRIM(TS-CNT-FMT2) " REQUESTED".
           IF TS-POOL-FULL = "Y"
             MOVE TS-POOL-MAX TO TS-CNT-FMT
             DISPLAY "TSB0202W CANDIDATE POOL LIMITED TO THE FIRST "
               FUNCTION TRIM(TS-CNT-FMT) " MATCHING CUSTOMERS"
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF TS-SEL-CNT = 0
             CLOSE TS-MASTER-FILE
             DISPLAY "TSB0201W NO CUSTOMER MATCHES THE SUBSET.PARM "
               "CRITERIA - NOTHING EXTRACTED"
             MOVE 4 TO RETURN-CODE
             PERFORM TS-AUDIT-ROW-PARA
             STOP RUN
           END-IF.

      *******************************************************
      *> 第二輪：各檔切片遮罩後寫至目標目錄
      *******************************************************
           MOVE LENGTH OF FUNCTION TRIM(TS-TARGET-DIR)
             TO TS-DIR-LEN.
           MOVE SPACES TO TS-DIR-NAME.
           MOVE TS-TARGET-DIR(1:TS-DIR-LEN - 1) TO TS-DIR-NAME.
           CALL "CBL_CREATE_DIR" USING TS-DIR-NAME
             RETURNING TS-RC.

           PERFORM TS-MASTER-SLICE-PARA.
           IF TS-FAIL = "N"
             PERFORM TS-HIST-SLICE-PARA
           END-IF.
           IF TS-FAIL = "N"
             PERFORM TS-MOV-SLICE-PARA
           END-IF.
           IF TS-FAIL = "N"
             PERFORM TS-UND-SLICE-PARA
           END-IF.
           IF TS-FAIL = "N"
             PERFORM TS-SUP-SLICE-PARA
           END-IF.
           IF TS-FAIL = "N"
             PERFORM TS-FEED-SLICE-PARA
           END-IF.
           CLOSE TS-MASTER-FILE.
           IF TS-FAIL = "N"
             PERFORM TS-MANIFEST-PARA
           END-IF.

           PERFORM TS-AUDIT-ROW-PARA.
           IF TS-FAIL = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF TS-COLL-CNT > 0
             MOVE TS-COLL-CNT TO TS-CNT-FMT
             DISPLAY "TSB0203W " FUNCTION TRIM(TS-CNT-FMT)
               " MASKED CUSTOMER_ID COLLISION(S) - "
               "CUSTOMER NOT WRITTEN TO THE MASTER SLICE"
             MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE TS-SEL-CNT TO TS-CNT-FMT.
           DISPLAY "TSB0001I MASKED SUBSET OF "
             FUNCTION TRIM(TS-CNT-FMT) " CUSTOMERS WRITTEN -> "
             FUNCTION TRIM(TS-TARGET-DIR).
           STOP RUN.

      *******************************************************
      *> 共用段落：SUBSET.PARM 讀取 (缺檔時全用預設)
      *******************************************************
       TS-PARM-PARA.
           OPEN INPUT TS-PARM-FILE.
           IF TS-PARM-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL TS-PARM-STATUS NOT = "00"
             READ TS-PARM-FILE
               AT END
                 MOVE "10" TO TS-PARM-STATUS
               NOT AT END
                 IF FUNCTION TRIM(TS-PARM-REC) NOT = SPACES
                    AND TS-PARM-REC(1:1) NOT = "*"
                   MOVE SPACES TO TS-KEY TS-VAL
                   UNSTRING TS-PARM-REC DELIMITED BY "="
                       INTO TS-KEY TS-VAL
                   MOVE FUNCTION UPPER-CASE(
                          FUNCTION TRIM(TS-KEY)) TO TS-KEY
                   MOVE FUNCTION TRIM(TS-VAL) TO TS-VAL
                   EVALUATE TS-KEY
                     WHEN "COUNT"
                       IF TS-VAL NOT = SPACES
                          AND FUNCTION TRIM(TS-VAL) IS NUMERIC
                         MOVE FUNCTION NUMVAL(TS-VAL) TO TS-COUNT
                       END-IF
                     WHEN "COUNTRY"
                       MOVE FUNCTION UPPER-CASE(TS-VAL)
                         TO TS-COUNTRY
                     WHEN "ADDRESS-TYPE"
                       MOVE FUNCTION UPPER-CASE(TS-VAL)
                         TO TS-ADDR-TYPE
                     WHEN "HAS-HISTORY"
                       MOVE FUNCTION UPPER-CASE(TS-VAL(1:1))
                         TO TS-HAS-HIST
                     WHEN "UNDELIVERABLE"
                       MOVE FUNCTION UPPER-CASE(TS-VAL(1:1))
                         TO TS-UNDEL
                     WHEN "TARGET-DIR"
                       IF TS-VAL NOT = SPACES
                         MOVE TS-VAL TO TS-TARGET-DIR
                       END-IF
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE TS-PARM-FILE.
           MOVE "00" TO TS-PARM-STATUS.
           IF TS-COUNT < 1
             MOVE 50 TO TS-COUNT
           END-IF.
           IF TS-COUNT > 5000
             MOVE 5000 TO TS-COUNT
           END-IF.
           IF TS-HAS-HIST NOT = "Y" AND TS-HAS-HIST NOT = "N"
             MOVE SPACE TO TS-HAS-HIST
           END-IF.
           IF TS-UNDEL NOT = "Y" AND TS-UNDEL NOT = "N"
             MOVE SPACE TO TS-UNDEL
           END-IF.
           *> 目標目錄一律以 \ 結尾
           MOVE LENGTH OF FUNCTION TRIM(TS-TARGET-DIR)
             TO TS-DIR-LEN.
           IF TS-TARGET-DIR(TS-DIR-LEN:1) NOT = "\"
             MOVE "\" TO TS-TARGET-DIR(TS-DIR-LEN + 1:1)
           END-IF.

      *******************************************************
      *> 共用段落：主檔循序掃描，國別/類型相符者入候選池
      *> (無檔案類條件時，池滿 COUNT 即停)
      *******************************************************
       TS-POOL-PARA.
           MOVE 0 TO TS-POOL-CNT.
           PERFORM UNTIL TS-MST-STATUS NOT = "00"
             READ TS-MASTER-FILE NEXT RECORD
               AT END
                 MOVE "10" TO TS-MST-STATUS
               NOT AT END
                 ADD 1 TO TS-MST-READ
                 MOVE "Y" TO TS-OK
                 IF TS-COUNTRY NOT = SPACES
                    AND FUNCTION UPPER-CASE(
                          FUNCTION TRIM(TS-MST-LIN-CTRY))
                        NOT = TS-COUNTRY
                   MOVE "N" TO TS-OK
                 END-IF
                 IF TS-ADDR-TYPE NOT = SPACES
                    AND FUNCTION UPPER-CASE(
                          FUNCTION TRIM(TS-MST-LIN-TYPE))
                        NOT = TS-ADDR-TYPE
                   MOVE "N" TO TS-OK
                 END-IF
                 IF TS-OK = "Y"
                   IF TS-POOL-CNT < TS-POOL-MAX
                     ADD 1 TO TS-POOL-CNT
                     MOVE TS-MST-CUSTID TO TS-P-ID(TS-POOL-CNT)
                     MOVE 0 TO TS-P-HIST(TS-POOL-CNT)
                     MOVE "N" TO TS-P-UND(TS-POOL-CNT)
                     MOVE "N" TO TS-P-SEL(TS-POOL-CNT)
                     IF TS-HAS-HIST = SPACE AND TS-UNDEL = SPACE
                        AND TS-POOL-CNT >= TS-COUNT
                       MOVE "10" TO TS-MST-STATUS
                     END-IF
                   ELSE
                     MOVE "Y" TO TS-POOL-FULL
                     MOVE "10" TO TS-MST-STATUS
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           MOVE "00" TO TS-MST-STATUS.

      *******************************************************
      *> 共用段落：候選客戶歷史列數 (AddressHistory.csv)
      *******************************************************
       TS-HIST-COUNT-PARA.
           MOVE "output\AddressHistory.csv" TO TS-IN-PATH.
           PERFORM TS-OPEN-IN-PARA.
           PERFORM UNTIL TS-IN-STATUS NOT = "00"
             READ TS-IN-FILE
               AT END
                 MOVE "10" TO TS-IN-STATUS
               NOT AT END
                 PERFORM TS-SPLIT-PARA
                 MOVE FUNCTION TRIM(TS-TOK(1)) TO TS-CUSTID
                 PERFORM TS-FIND-PARA
                 IF TS-FOUND = "Y"
                   ADD 1 TO TS-P-HIST(TS-PX)
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM TS-CLOSE-IN-PARA.

      *******************************************************
      *> 共用段落：候選客戶無法投遞標記 (Undeliverable.dat)
      *******************************************************
       TS-UND-MARK-PARA.
           MOVE "output\Undeliverable.dat" TO TS-IN-PATH.
           PERFORM TS-OPEN-IN-PARA.
           PERFORM UNTIL TS-IN-STATUS NOT = "00"
             READ TS-IN-FILE
               AT END
                 MOVE "10" TO TS-IN-STATUS
               NOT AT END
                 PERFORM TS-SPLIT-PARA
                 MOVE FUNCTION TRIM(TS-TOK(1)) TO TS-CUSTID
                 PERFORM TS-FIND-PARA
                 IF TS-FOUND = "Y"
                   MOVE "Y" TO TS-P-UND(TS-PX)
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM TS-CLOSE-IN-PARA.

      *******************************************************
      *> 共用段落：依歷史/無法投遞條件自池首挑足 COUNT 位
      *******************************************************
       TS-SELECT-PARA.
           MOVE 0 TO TS-SEL-CNT.
           PERFORM VARYING TS-PI FROM 1 BY 1
                     UNTIL TS-PI > TS-POOL-CNT
                        OR TS-SEL-CNT >= TS-COUNT
             MOVE "Y" TO TS-OK
             IF TS-HAS-HIST = "Y" AND TS-P-HIST(TS-PI) < 2
               MOVE "N" TO TS-OK
             END-IF
             IF TS-HAS-HIST = "N" AND TS-P-HIST(TS-PI) > 1
               MOVE "N" TO TS-OK
             END-IF
             IF TS-UNDEL = "Y" AND TS-P-UND(TS-PI) NOT = "Y"
               MOVE "N" TO TS-OK
             END-IF
             IF TS-UNDEL = "N" AND TS-P-UND(TS-PI) = "Y"
               MOVE "N" TO TS-OK
             END-IF
             IF TS-OK = "Y"
               MOVE "Y" TO TS-P-SEL(TS-PI)
               ADD 1 TO TS-SEL-CNT
             END-IF
           END-PERFORM.

      *******************************************************
      *> 切片：AddressMaster.dat (逐位以鍵值讀取，遮罩後寫入)
      *******************************************************
       TS-MASTER-SLICE-PARA.
           MOVE SPACES TO TS-TMST-PATH.
           STRING
             FUNCTION TRIM(TS-TARGET-DIR) DELIMITED BY SIZE
             "AddressMaster.dat" DELIMITED BY SIZE
             INTO TS-TMST-PATH
           END-STRING.
           OPEN OUTPUT TS-TMST-FILE.
           IF TS-TMST-STATUS NOT = "00"
             DISPLAY "TSB0102E " FUNCTION TRIM(TS-TMST-PATH)
               " COULD NOT BE CREATED (STATUS " TS-TMST-STATUS ")"
             MOVE "Y" TO TS-FAIL
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TS-PI FROM 1 BY 1
                     UNTIL TS-PI > TS-POOL-CNT
             IF TS-P-SEL(TS-PI) = "Y"
               MOVE TS-P-ID(TS-PI) TO TS-MST-CUSTID
               READ TS-MASTER-FILE KEY IS TS-MST-CUSTID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   PERFORM TS-MASK-MASTER-PARA
                   WRITE TS-TMST-REC FROM TS-MST-REC
                     INVALID KEY
                       ADD 1 TO TS-COLL-CNT
                     NOT INVALID KEY
                       ADD 1 TO TS-MST-CNT
                   END-WRITE
               END-READ
             END-IF
           END-PERFORM.
           CLOSE TS-TMST-FILE.
           MOVE "AddressMaster.dat" TO TS-OUT-NAME.
           MOVE TS-MST-CNT TO TS-ROWS.
           PERFORM TS-SHOW-PARA.

      *******************************************************
      *> 共用段落：主檔記錄遮罩 (ID/各地址欄/原始列雜湊)
      *******************************************************
       TS-MASK-MASTER-PARA.
           MOVE TS-MST-CUSTID TO TS-CUSTID.
           PERFORM TS-MASK-ID-PARA.
           MOVE TS-MSK-ID TO TS-MST-CUSTID.
           MOVE TS-MST-ADDRESS TO TS-MSK-TXT.
           PERFORM TS-MASK-TXT-PARA.
           MOVE TS-MSK-TXT TO TS-MST-ADDRESS.
           MOVE TS-MST-ALT-DELIV TO TS-MSK-TXT.
           PERFORM TS-MASK-TXT-PARA.
           MOVE TS-MSK-TXT(1:100) TO TS-MST-ALT-DELIV.
           MOVE TS-MST-ALT-ADDR TO TS-MSK-TXT.
           PERFORM TS-MASK-TXT-PARA.
           MOVE TS-MSK-TXT TO TS-MST-ALT-ADDR.
           MOVE TS-MST-FWD-ADDR TO TS-MSK-TXT.
           PERFORM TS-MASK-TXT-PARA.
           MOVE TS-MSK-TXT TO TS-MST-FWD-ADDR.
           *> 逐字地址覆寫行與郵遞區號同樣遮罩
           PERFORM VARYING TS-OVR-I FROM 1 BY 1 UNTIL TS-OVR-I > 6
             MOVE TS-MST-OVR-LINE(TS-OVR-I) TO TS-MSK-TXT
             PERFORM TS-MASK-TXT-PARA
             MOVE TS-MSK-TXT(1:60) TO TS-MST-OVR-LINE(TS-OVR-I)
           END-PERFORM.
           MOVE TS-MST-OVR-ZIP TO TS-MSK-TXT.
           PERFORM TS-MASK-TXT-PARA.
           MOVE TS-MSK-TXT(1:16) TO TS-MST-OVR-ZIP.
           *> 原始輸入列雜湊可反推來源列，不帶出 (覆寫基準雜湊
           *> 歸零，目標環境首次送檔重取)
           MOVE 0 TO TS-MST-LINE-HASH.
           MOVE 0 TO TS-MST-OVR-SRC-HASH.

      *******************************************************
      *> 切片：AddressHistory.csv (ID 與 ADDRESS 欄遮罩)
      *******************************************************
       TS-HIST-SLICE-PARA.
           MOVE "output\AddressHistory.csv" TO TS-IN-PATH.
           MOVE "AddressHistory.csv" TO TS-OUT-NAME.
           MOVE 9 TO TS-NCOL.
           PERFORM TS-OPEN-SLICE-PARA.
           IF TS-FAIL = "Y"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL TS-IN-STATUS NOT = "00"
             READ TS-IN-FILE
               AT END
                 MOVE "10" TO TS-IN-STATUS
               NOT AT END
                 PERFORM TS-SPLIT-PARA
                 MOVE FUNCTION TRIM(TS-TOK(1)) TO TS-CUSTID
                 PERFORM TS-FIND-PARA
                 IF TS-IN-REC(1:12) = "CUSTOMER_ID;"
                   MOVE TS-IN-REC TO TS-OUT-REC
                   WRITE TS-OUT-REC
                 END-IF
                 IF TS-FOUND = "Y"
                   PERFORM TS-MASK-ID-PARA
                   MOVE TS-MSK-ID TO TS-TOK(1)
                   MOVE TS-TOK(3) TO TS-MSK-TXT
                   PERFORM TS-MASK-TXT-PARA
                   MOVE TS-MSK-TXT TO TS-TOK(3)
                   PERFORM TS-JOIN-PARA
                   ADD 1 TO TS-ROWS
                 END-IF
             END-READ
           END-PERFORM.
           MOVE TS-ROWS TO TS-HIST-CNT.
           PERFORM TS-CLOSE-SLICE-PARA.

      *******************************************************
      *> 切片：Movers.csv (ID 與新舊地址遮罩)
      *******************************************************
       TS-MOV-SLICE-PARA.
           MOVE "output\Movers.csv" TO TS-IN-PATH.
           MOVE "Movers.csv" TO TS-OUT-NAME.
           MOVE 3 TO TS-NCOL.
           PERFORM TS-OPEN-SLICE-PARA.
           IF TS-FAIL = "Y"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL TS-IN-STATUS NOT = "00"
             READ TS-IN-FILE
               AT END
                 MOVE "10" TO TS-IN-STATUS
               NOT AT END
                 PERFORM TS-SPLIT-PARA
                 MOVE FUNCTION TRIM(TS-TOK(1)) TO TS-CUSTID
                 PERFORM TS-FIND-PARA
                 IF TS-IN-REC(1:12) = "CUSTOMER_ID;"
                   MOVE TS-IN-REC TO TS-OUT-REC
                   WRITE TS-OUT-REC
                 END-IF
                 IF TS-FOUND = "Y"
                   PERFORM TS-MASK-ID-PARA
                   MOVE TS-MSK-ID TO TS-TOK(1)
                   MOVE TS-TOK(2) TO TS-MSK-TXT
                   PERFORM TS-MASK-TXT-PARA
                   MOVE TS-MSK-TXT TO TS-TOK(2)
                   MOVE TS-TOK(3) TO TS-MSK-TXT
                   PERFORM TS-MASK-TXT-PARA
                   MOVE TS-MSK-TXT TO TS-TOK(3)
                   PERFORM TS-JOIN-PARA
                   ADD 1 TO TS-ROWS
                 END-IF
             END-READ
           END-PERFORM.
           MOVE TS-ROWS TO TS-MOV-CNT.
           PERFORM TS-CLOSE-SLICE-PARA.

      *******************************************************
      *> 切片：Undeliverable.dat (無表頭；ID 遮罩)
      *******************************************************
       TS-UND-SLICE-PARA.
           MOVE "output\Undeliverable.dat" TO TS-IN-PATH.
           MOVE "Undeliverable.dat" TO TS-OUT-NAME.
           MOVE 4 TO TS-NCOL.
           PERFORM TS-OPEN-SLICE-PARA.
           IF TS-FAIL = "Y"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL TS-IN-STATUS NOT = "00"
             READ TS-IN-FILE
               AT END
                 MOVE "10" TO TS-IN-STATUS
               NOT AT END
                 PERFORM TS-SPLIT-PARA
                 MOVE FUNCTION TRIM(TS-TOK(1)) TO TS-CUSTID
                 PERFORM TS-FIND-PARA
                 IF TS-FOUND = "Y"
                   PERFORM TS-MASK-ID-PARA
                   MOVE TS-MSK-ID TO TS-TOK(1)
                   PERFORM TS-JOIN-PARA
                   ADD 1 TO TS-ROWS
                 END-IF
             END-READ
           END-PERFORM.
           MOVE TS-ROWS TO TS-UND-CNT.
           PERFORM TS-CLOSE-SLICE-PARA.

      *******************************************************
      *> 切片：禁止寄送名單 (input\SuppressionList.csv 與
      *> 其索引 output\SupList.idx；ID 遮罩)
      *******************************************************
       TS-SUP-SLICE-PARA.
           MOVE "input\SuppressionList.csv" TO TS-IN-PATH.
           MOVE "SuppressionList.csv" TO TS-OUT-NAME.
           MOVE 2 TO TS-NCOL.
           PERFORM TS-OPEN-SLICE-PARA.
           IF TS-FAIL = "Y"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL TS-IN-STATUS NOT = "00"
             READ TS-IN-FILE
               AT END
                 MOVE "10" TO TS-IN-STATUS
               NOT AT END
                 PERFORM TS-SPLIT-PARA
                 MOVE FUNCTION TRIM(TS-TOK(1)) TO TS-CUSTID
                 PERFORM TS-FIND-PARA
                 IF TS-IN-REC(1:12) = "CUSTOMER_ID;"
                   MOVE TS-IN-REC TO TS-OUT-REC
                   WRITE TS-OUT-REC
                 END-IF
                 IF TS-FOUND = "Y"
                   PERFORM TS-MASK-ID-PARA
                   MOVE TS-MSK-ID TO TS-TOK(1)
                   PERFORM TS-JOIN-PARA
                   ADD 1 TO TS-ROWS
                 END-IF
             END-READ
           END-PERFORM.
           MOVE TS-ROWS TO TS-SUP-CNT.
           PERFORM TS-CLOSE-SLICE-PARA.

           *> 索引檔：正式索引不在場時不出目標索引
           *> (EXECUTE 每次執行自名單重建)
           OPEN INPUT TS-SUPX-FILE.
           IF TS-SUPX-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO TS-TSUP-PATH.
           STRING
             FUNCTION TRIM(TS-TARGET-DIR) DELIMITED BY SIZE
             "SupList.idx" DELIMITED BY SIZE
             INTO TS-TSUP-PATH
           END-STRING.
           OPEN OUTPUT TS-TSUP-FILE.
           IF TS-TSUP-STATUS NOT = "00"
             CLOSE TS-SUPX-FILE
             DISPLAY "TSB0102E " FUNCTION TRIM(TS-TSUP-PATH)
               " COULD NOT BE CREATED (STATUS " TS-TSUP-STATUS ")"
             MOVE "Y" TO TS-FAIL
             EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING TS-PI FROM 1 BY 1
                     UNTIL TS-PI > TS-POOL-CNT
             IF TS-P-SEL(TS-PI) = "Y"
               MOVE TS-P-ID(TS-PI) TO TS-SUPX-CUSTID
               READ TS-SUPX-FILE KEY IS TS-SUPX-CUSTID
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE TS-SUPX-CUSTID TO TS-CUSTID
                   PERFORM TS-MASK-ID-PARA
                   MOVE SPACES TO TS-TSUP-REC
                   MOVE TS-MSK-ID TO TS-TSUP-CUSTID
                   MOVE TS-SUPX-REASON TO TS-TSUP-REASON
                   WRITE TS-TSUP-REC
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       ADD 1 TO TS-SUPX-CNT
                   END-WRITE
               END-READ
             END-IF
           END-PERFORM.
           CLOSE TS-SUPX-FILE TS-TSUP-FILE.
           MOVE "SupList.idx" TO TS-OUT-NAME.
           MOVE TS-SUPX-CNT TO TS-ROWS.
           PERFORM TS-SHOW-PARA.

      *******************************************************
      *> 切片：ChangeFeed.csv (ID 為第 3 欄，新地址第 5 欄)
      *******************************************************
       TS-FEED-SLICE-PARA.
           MOVE "output\ChangeFeed.csv" TO TS-IN-PATH.
           MOVE "ChangeFeed.csv" TO TS-OUT-NAME.
           MOVE 5 TO TS-NCOL.
           PERFORM TS-OPEN-SLICE-PARA.
           IF TS-FAIL = "Y"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL TS-IN-STATUS NOT = "00"
             READ TS-IN-FILE
               AT END
                 MOVE "10" TO TS-IN-STATUS
               NOT AT END
                 PERFORM TS-SPLIT-PARA
                 IF TS-IN-REC(1:4) = "SEQ;"
                   MOVE TS-IN-REC TO TS-OUT-REC
                   WRITE TS-OUT-REC
                 END-IF
                 MOVE FUNCTION TRIM(TS-TOK(3)) TO TS-CUSTID
                 PERFORM TS-FIND-PARA
                 IF TS-FOUND = "Y"
                   PERFORM TS-MASK-ID-PARA
                   MOVE TS-MSK-ID TO TS-TOK(3)
                   MOVE TS-TOK(5) TO TS-MSK-TXT
                   PERFORM TS-MASK-TXT-PARA
                   MOVE TS-MSK-TXT TO TS-TOK(5)
                   PERFORM TS-JOIN-PARA
                   ADD 1 TO TS-ROWS
                 END-IF
             END-READ
           END-PERFORM.
           MOVE TS-ROWS TO TS-FEED-CNT.
           PERFORM TS-CLOSE-SLICE-PARA.

      *******************************************************
      *> 共用段落：目標目錄擷取清單 (條件與各檔筆數；
      *> 僅計數，不含任何 ID)
      *******************************************************
       TS-MANIFEST-PARA.
           MOVE SPACES TO TS-OUT-PATH.
           STRING
             FUNCTION TRIM(TS-TARGET-DIR) DELIMITED BY SIZE
             "Subset_Manifest.csv" DELIMITED BY SIZE
             INTO TS-OUT-PATH
           END-STRING.
           OPEN OUTPUT TS-OUT-FILE.
           IF TS-OUT-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "ITEM;VALUE" TO TS-OUT-REC.
           WRITE TS-OUT-REC.
           MOVE SPACES TO TS-OUT-REC.
           STRING
             "EXTRACTED;" DELIMITED BY SIZE
             TS-TS-FMT DELIMITED BY SIZE
             " BY " DELIMITED BY SIZE
             FUNCTION TRIM(TS-OPERATOR) DELIMITED BY SIZE
             INTO TS-OUT-REC
           END-STRING.
           WRITE TS-OUT-REC.
           MOVE SPACES TO TS-OUT-REC.
           STRING
             "CRITERIA;COUNTRY=" DELIMITED BY SIZE
             FUNCTION TRIM(TS-COUNTRY) DELIMITED BY SIZE
             " ADDRESS-TYPE=" DELIMITED BY SIZE
             FUNCTION TRIM(TS-ADDR-TYPE) DELIMITED BY SIZE
             " HAS-HISTORY=" DELIMITED BY SIZE
             TS-HAS-HIST DELIMITED BY SIZE
             " UNDELIVERABLE=" DELIMITED BY SIZE
             TS-UNDEL DELIMITED BY SIZE
             INTO TS-OUT-REC
           END-STRING.
           WRITE TS-OUT-REC.
           MOVE "CUSTOMERS" TO TS-OUT-NAME.
           MOVE TS-SEL-CNT TO TS-ROWS.
           PERFORM TS-MAN-ROW-PARA.
           MOVE "AddressMaster.dat" TO TS-OUT-NAME.
           MOVE TS-MST-CNT TO TS-ROWS.
           PERFORM TS-MAN-ROW-PARA.
           MOVE "AddressHistory.csv" TO TS-OUT-NAME.
           MOVE TS-HIST-CNT TO TS-ROWS.
           PERFORM TS-MAN-ROW-PARA.
           MOVE "Movers.csv" TO TS-OUT-NAME.
           MOVE TS-MOV-CNT TO TS-ROWS.
           PERFORM TS-MAN-ROW-PARA.
           MOVE "Undeliverable.dat" TO TS-OUT-NAME.
           MOVE TS-UND-CNT TO TS-ROWS.
           PERFORM TS-MAN-ROW-PARA.
           MOVE "SuppressionList.csv" TO TS-OUT-NAME.
           MOVE TS-SUP-CNT TO TS-ROWS.
           PERFORM TS-MAN-ROW-PARA.
           MOVE "SupList.idx" TO TS-OUT-NAME.
           MOVE TS-SUPX-CNT TO TS-ROWS.
           PERFORM TS-MAN-ROW-PARA.
           MOVE "ChangeFeed.csv" TO TS-OUT-NAME.
           MOVE TS-FEED-CNT TO TS-ROWS.
           PERFORM TS-MAN-ROW-PARA.
           CLOSE TS-OUT-FILE.
           MOVE "00" TO TS-OUT-STATUS.

       TS-MAN-ROW-PARA.
           MOVE TS-ROWS TO TS-CNT-FMT.
           MOVE SPACES TO TS-OUT-REC.
           STRING
             FUNCTION TRIM(TS-OUT-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(TS-CNT-FMT) DELIMITED BY SIZE
             INTO TS-OUT-REC
           END-STRING.
           WRITE TS-OUT-REC.

      *******************************************************
      *> 共用段落：決定性遮罩 ID (TS-CUSTID -> TS-MSK-ID，
      *> 並求得該客戶數字位移 TS-MSK-DELTA)
      *******************************************************
       TS-MASK-ID-PARA.
           MOVE 0 TO TS-MSK-HASH.
           MOVE LENGTH OF FUNCTION TRIM(TS-CUSTID) TO TS-MSK-LEN.
           PERFORM VARYING TS-MSK-I FROM 1 BY 1
                     UNTIL TS-MSK-I > TS-MSK-LEN
             COMPUTE TS-MSK-HASH = FUNCTION MOD(
               TS-MSK-HASH * 31 + FUNCTION ORD(TS-CUSTID(TS-MSK-I:1)),
               99999989)
           END-PERFORM.
           COMPUTE TS-MSK-DELTA = FUNCTION MOD(TS-MSK-HASH, 7) + 1.
           MOVE SPACES TO TS-MSK-ID.
           STRING
             "MSK" DELIMITED BY SIZE
             TS-MSK-HASH DELIMITED BY SIZE
             INTO TS-MSK-ID
           END-STRING.

      *******************************************************
      *> 共用段落：地址欄數字位移 (TS-MSK-TXT 就地替換)
      *******************************************************
       TS-MASK-TXT-PARA.
           IF TS-MSK-TXT = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF FUNCTION TRIM(TS-MSK-TXT TRAILING)
             TO TS-MSK-LEN.
           PERFORM VARYING TS-MSK-I FROM 1 BY 1
                     UNTIL TS-MSK-I > TS-MSK-LEN
             MOVE TS-MSK-TXT(TS-MSK-I:1) TO TS-MSK-CH
             IF TS-MSK-CH >= "0" AND TS-MSK-CH <= "9"
               COMPUTE TS-MSK-D = FUNCTION MOD(
                 FUNCTION ORD(TS-MSK-CH) - FUNCTION ORD("0")
                 + TS-MSK-DELTA, 10)
               MOVE FUNCTION CHAR(FUNCTION ORD("0") + TS-MSK-D)
                 TO TS-MSK-TXT(TS-MSK-I:1)
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：以 TS-CUSTID 查候選池，已選者 TS-FOUND=Y
      *> (TS-PX 指向該位；TS-CUSTID 留真實 ID 供遮罩)
      *******************************************************
       TS-FIND-PARA.
           MOVE "N" TO TS-FOUND.
           IF TS-CUSTID = SPACES OR TS-POOL-CNT = 0
             EXIT PARAGRAPH
           END-IF.
           SEARCH ALL TS-POOL
             AT END
               CONTINUE
             WHEN TS-P-ID(TS-PX) = TS-CUSTID
               MOVE "Y" TO TS-FOUND
           END-SEARCH.
           *> 第一輪計數時尚未挑選，一律視為命中
           IF TS-FOUND = "Y" AND TS-SEL-CNT > 0
              AND TS-P-SEL(TS-PX) NOT = "Y"
             MOVE "N" TO TS-FOUND
           END-IF.

      *******************************************************
      *> 共用段落：保存檔列拆分 / 依欄數重組寫出
      *******************************************************
       TS-SPLIT-PARA.
           PERFORM VARYING TS-TOK-I FROM 1 BY 1 UNTIL TS-TOK-I > 9
             MOVE SPACES TO TS-TOK(TS-TOK-I)
           END-PERFORM.
           UNSTRING TS-IN-REC DELIMITED BY ";"
               INTO TS-TOK(1) TS-TOK(2) TS-TOK(3) TS-TOK(4)
                    TS-TOK(5) TS-TOK(6) TS-TOK(7) TS-TOK(8)
                    TS-TOK(9).

       TS-JOIN-PARA.
           MOVE SPACES TO TS-TXT.
           MOVE 1 TO TS-PTR.
           PERFORM VARYING TS-TOK-I FROM 1 BY 1
                     UNTIL TS-TOK-I > TS-NCOL
             IF TS-TOK-I > 1
               STRING ";" DELIMITED BY SIZE
                 INTO TS-TXT WITH POINTER TS-PTR
               END-STRING
             END-IF
             IF TS-TOK(TS-TOK-I) NOT = SPACES
               STRING
                 FUNCTION TRIM(TS-TOK(TS-TOK-I)) DELIMITED BY SIZE
                 INTO TS-TXT WITH POINTER TS-PTR
               END-STRING
             END-IF
           END-PERFORM.
           MOVE TS-TXT TO TS-OUT-REC.
           WRITE TS-OUT-REC.

      *******************************************************
      *> 共用段落：切片檔開啟/關閉 (來源不存在時照出空檔，
      *> 目標無法建立時整次擷取失敗)
      *******************************************************
       TS-OPEN-SLICE-PARA.
           MOVE 0 TO TS-ROWS.
           MOVE SPACES TO TS-OUT-PATH.
           STRING
             FUNCTION TRIM(TS-TARGET-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(TS-OUT-NAME) DELIMITED BY SIZE
             INTO TS-OUT-PATH
           END-STRING.
           OPEN OUTPUT TS-OUT-FILE.
           IF TS-OUT-STATUS NOT = "00"
             DISPLAY "TSB0102E " FUNCTION TRIM(TS-OUT-PATH)
               " COULD NOT BE CREATED (STATUS " TS-OUT-STATUS ")"
             MOVE "Y" TO TS-FAIL
             EXIT PARAGRAPH
           END-IF.
           PERFORM TS-OPEN-IN-PARA.

       TS-CLOSE-SLICE-PARA.
           PERFORM TS-CLOSE-IN-PARA.
           CLOSE TS-OUT-FILE.
           MOVE "00" TO TS-OUT-STATUS.
           PERFORM TS-SHOW-PARA.

       TS-SHOW-PARA.
           MOVE TS-ROWS TO TS-CNT-FMT.
           DISPLAY "  " TS-OUT-NAME " " TS-CNT-FMT " ROWS".

      *******************************************************
      *> 共用段落：保存檔開啟/關閉 (不存在的檔案視同無資料)
      *******************************************************
       TS-OPEN-IN-PARA.
           OPEN INPUT TS-IN-FILE.
           IF TS-IN-STATUS = "00"
             MOVE "Y" TO TS-IN-OPEN
           ELSE
             MOVE "N" TO TS-IN-OPEN
           END-IF.

       TS-CLOSE-IN-PARA.
           IF TS-IN-OPEN = "Y"
             CLOSE TS-IN-FILE
             MOVE "N" TO TS-IN-OPEN
           END-IF.
           MOVE "00" TO TS-IN-STATUS.

      *******************************************************
      *> 共用段落：擷取結果附加一列至 AuditLog.csv
      *******************************************************
       TS-AUDIT-ROW-PARA.
           MOVE SPACES TO TS-AUDIT-TXT.
           MOVE TS-SEL-CNT TO TS-CNT-FMT.
           MOVE TS-HIST-CNT TO TS-CNT-FMT2.
           STRING
             TS-TS-FMT DELIMITED BY SIZE
             ";TEST-SUBSET;" DELIMITED BY SIZE
             FUNCTION TRIM(TS-OPERATOR) DELIMITED BY SIZE
             ";TARGET=" DELIMITED BY SIZE
             FUNCTION TRIM(TS-TARGET-DIR) DELIMITED BY SIZE
             ";CUSTOMERS=" DELIMITED BY SIZE
             FUNCTION TRIM(TS-CNT-FMT) DELIMITED BY SIZE
             ";HISTORY=" DELIMITED BY SIZE
             FUNCTION TRIM(TS-CNT-FMT2) DELIMITED BY SIZE
             ";MASKED=Y;FAILED=" DELIMITED BY SIZE
             TS-FAIL DELIMITED BY SIZE
             INTO TS-AUDIT-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE TS-AUDIT-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
       END PROGRAM TEST-SUBSET.
