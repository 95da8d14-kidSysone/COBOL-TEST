       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNDEL-RCA.

      *******************************************************
      *> 無法投遞 (退件) 根因分析報表程式
      *> Undeliverable.dat 只說明誰被退回、ReturnRate.csv 只說明
      *> 退回多少；本程式回答「為什麼」：
      *>   第一趟：循序掃描 output\AddressMaster.dat，依血緣欄
      *>           分組累計母體筆數
      *>   第二趟：逐筆讀 output\Undeliverable.dat，以鍵值讀主檔
      *>           取得血緣 (LIN-SRC/LIN-RULE/LIN-FILE)、品質分數、
      *>           解析時國別/地址類型/WARNING 代碼，逐筆列入
      *>           output\Undeliverable_Lineage.csv 並累計退件數
      *> 分組：SOURCE_SYSTEM、RULESET_VERSION、INPUT_FILE、
      *>       COUNTRY、ADDRESS_TYPE、WARNING_CODE (101/102...，
      *>       無警示者歸 NONE)、SCORE_BAND
      *> 各組退件率 (退件數/母體數) 於組別類型內由高至低排名，
      *> 輸出 output\Undeliverable_RCA.csv，用以證實或排除某次
      *> CategoryRules.csv 變更或某一來源造成退件
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT UR-MASTER-FILE ASSIGN
             TO "output\AddressMaster.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS UR-MST-CUSTID
             FILE STATUS IS UR-MST-STATUS.

           SELECT UR-UNDEL-FILE ASSIGN
             TO "output\Undeliverable.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS UR-UNDEL-STATUS.

           SELECT UR-RPT-FILE ASSIGN
             TO "output\Undeliverable_RCA.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UR-DTL-FILE ASSIGN
             TO "output\Undeliverable_Lineage.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD UR-MASTER-FILE.
         01 UR-MST-REC.
            05 UR-MST-CUSTID    PIC X(50).
            05 UR-MST-ADDRESS   PIC X(2000).
            05 UR-MST-ALT-DELIV PIC X(100).
            05 UR-MST-ALT-ADDR  PIC X(2000).
            05 UR-MST-ALT-FROM  PIC X(4).
            05 UR-MST-ALT-TO    PIC X(4).
            05 UR-MST-SRC       PIC X(20).
            05 UR-MST-SCORE     PIC 9(3).
            05 UR-MST-FWD-ADDR  PIC X(2000).
            05 UR-MST-FWD-UNTIL PIC X(8).
            05 UR-MST-CONFIRMED PIC X(8).
            05 UR-MST-LIN-BATCH PIC X(10).
            05 UR-MST-LIN-SRC   PIC X(20).
            05 UR-MST-LIN-FILE  PIC X(40).
            05 UR-MST-LIN-LINE  PIC 9(7).
            05 UR-MST-LIN-RULE  PIC X(30).
            05 UR-MST-LINE-HASH PIC 9(12).
            05 UR-MST-LIN-CTRY  PIC X(35).
            05 UR-MST-LIN-TYPE  PIC X(8).
            05 UR-MST-LIN-WARN  PIC X(30).
            05 UR-MST-OVR-FLAG  PIC X.
            05 UR-MST-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
            05 UR-MST-OVR-CTRY  PIC X(35).
            05 UR-MST-OVR-ZIP   PIC X(16).
            05 UR-MST-OVR-TOWN  PIC X(35).
            05 UR-MST-OVR-REASON PIC X(40).
            05 UR-MST-OVR-OPER  PIC X(20).
            05 UR-MST-OVR-DATE  PIC X(8).
            05 UR-MST-OVR-SRC-HASH PIC 9(12).
            05 UR-MST-OVR-SUSP-DATE PIC X(8).
            05 UR-MST-USE-CODE  PIC X(8).

       FD UR-UNDEL-FILE.
         01 UR-UNDEL-REC PIC X(100).

       FD UR-RPT-FILE.
         01 UR-RPT-REC PIC X(200).

       FD UR-DTL-FILE.
         01 UR-DTL-REC PIC X(400).

       WORKING-STORAGE SECTION.
       01 UR-MST-STATUS   PIC XX VALUE "00".
       01 UR-UNDEL-STATUS PIC XX VALUE "00".

       *> 分組累計 (組別類型/組別值/母體數/退件數)
       01 UR-GRP-TBL.
          05 UR-G-TYPE     PIC X(16) OCCURS 3000 TIMES.
          05 UR-G-KEY      PIC X(40) OCCURS 3000 TIMES.
          05 UR-G-TOTAL    PIC 9(9) OCCURS 3000 TIMES.
          05 UR-G-UNDEL    PIC 9(9) OCCURS 3000 TIMES.
          05 UR-G-RATE     PIC 9(3)V99 OCCURS 3000 TIMES.
          05 UR-G-DONE     PIC X OCCURS 3000 TIMES.
       01 UR-G-COUNT      PIC 9(4) VALUE 0.
       01 UR-G-I          PIC 9(4) VALUE 0.
       01 UR-G-BEST       PIC 9(4) VALUE 0.
       01 UR-G-FULL       PIC X VALUE "N".

       *> 組別類型 (輸出順序)
       01 UR-TYPE-LIST.
          05 FILLER PIC X(16) VALUE "SOURCE_SYSTEM".
          05 FILLER PIC X(16) VALUE "RULESET_VERSION".
          05 FILLER PIC X(16) VALUE "INPUT_FILE".
          05 FILLER PIC X(16) VALUE "COUNTRY".
          05 FILLER PIC X(16) VALUE "ADDRESS_TYPE".
          05 FILLER PIC X(16) VALUE "WARNING_CODE".
          05 FILLER PIC X(16) VALUE "SCORE_BAND".
       01 UR-TYPES REDEFINES UR-TYPE-LIST.
          05 UR-TYPE-NAME  PIC X(16) OCCURS 7 TIMES.
       01 UR-T            PIC 9 VALUE 0.

       01 UR-WORK.
          05 UR-U-CUSTID   PIC X(50).
          05 UR-U-REASON   PIC X(20).
          05 UR-U-DATE     PIC X(8).
          05 UR-U-SOURCE   PIC X(20).
          05 UR-PASS       PIC 9 VALUE 1.
          05 UR-ADD-TYPE   PIC X(16).
          05 UR-ADD-KEY    PIC X(40).
          05 UR-SRC-KEY    PIC X(20).
          05 UR-BAND       PIC X(10).
          05 UR-WARN-CODE  PIC X(10) OCCURS 8 TIMES.
          05 UR-W          PIC 9 VALUE 0.
          05 UR-RANK       PIC 9(4) VALUE 0.
          05 UR-MST-CNT    PIC 9(9) VALUE 0.
          05 UR-UND-CNT    PIC 9(9) VALUE 0.
          05 UR-ORPHAN     PIC 9(9) VALUE 0.
          05 UR-CNT-FMT    PIC Z(8)9.
          05 UR-CNT2-FMT   PIC Z(8)9.
          05 UR-RANK-FMT   PIC Z(3)9.
          05 UR-RATE-FMT   PIC ZZ9.99.
          05 UR-SCORE-FMT  PIC ZZ9.
          05 UR-TXT        PIC X(400).

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> 第一趟：主檔母體分組累計
      *******************************************************
           OPEN INPUT UR-MASTER-FILE.
           IF UR-MST-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN output\AddressMaster.dat (STATUS "
               UR-MST-STATUS ")"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 1 TO UR-PASS.
           MOVE LOW-VALUES TO UR-MST-CUSTID.
           START UR-MASTER-FILE KEY NOT < UR-MST-CUSTID
             INVALID KEY
               MOVE "10" TO UR-MST-STATUS
           END-START.
           PERFORM UNTIL UR-MST-STATUS NOT = "00"
             READ UR-MASTER-FILE NEXT
               AT END
                 MOVE "10" TO UR-MST-STATUS
               NOT AT END
                 ADD 1 TO UR-MST-CNT
                 PERFORM UR-TALLY-PARA
             END-READ
           END-PERFORM.
           MOVE "00" TO UR-MST-STATUS.

      *******************************************************
      *> 第二趟：退件客戶逐筆對主檔血緣
      *******************************************************
           OPEN OUTPUT UR-DTL-FILE.
           MOVE
             "CUSTOMER_ID;RETURN_REASON;RETURN_DATE;SOURCE_SYSTEM;" &
             "RULESET_VERSION;INPUT_FILE;BATCH_NO;QUALITY_SCORE;" &
             "COUNTRY;ADDRESS_TYPE;WARNING_CODES"
             TO UR-DTL-REC.
           WRITE UR-DTL-REC.
           MOVE 2 TO UR-PASS.
           OPEN INPUT UR-UNDEL-FILE.
           IF UR-UNDEL-STATUS = "00"
             PERFORM UNTIL UR-UNDEL-STATUS NOT = "00"
               READ UR-UNDEL-FILE
                 AT END
                   MOVE "10" TO UR-UNDEL-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(UR-UNDEL-REC) NOT = SPACES
                     PERFORM UR-UNDEL-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE UR-UNDEL-FILE
           END-IF.
           CLOSE UR-DTL-FILE.
           CLOSE UR-MASTER-FILE.

      *******************************************************
      *> 退件率計算與各組別類型內排名輸出
      *******************************************************
           PERFORM VARYING UR-G-I FROM 1 BY 1
                     UNTIL UR-G-I > UR-G-COUNT
             MOVE "N" TO UR-G-DONE(UR-G-I)
             IF UR-G-TOTAL(UR-G-I) > 0
               COMPUTE UR-G-RATE(UR-G-I) ROUNDED =
                 UR-G-UNDEL(UR-G-I) * 100 / UR-G-TOTAL(UR-G-I)
             ELSE
               MOVE 0 TO UR-G-RATE(UR-G-I)
             END-IF
           END-PERFORM.

           OPEN OUTPUT UR-RPT-FILE.
           MOVE
             "GROUP_TYPE;GROUP_KEY;MASTER_COUNT;UNDELIVERABLE_COUNT;" &
             "RETURN_RATE_PCT;RANK"
             TO UR-RPT-REC.
           WRITE UR-RPT-REC.
           PERFORM VARYING UR-T FROM 1 BY 1 UNTIL UR-T > 7
             MOVE 0 TO UR-RANK
             PERFORM UR-RANK-PARA
           END-PERFORM.
           CLOSE UR-RPT-FILE.

           DISPLAY "=========== UNDELIVERABLE ROOT CAUSE ===========".
           MOVE UR-MST-CNT TO UR-CNT-FMT.
           DISPLAY "MASTER RECORDS        : "
             FUNCTION TRIM(UR-CNT-FMT).
           MOVE UR-UND-CNT TO UR-CNT-FMT.
           DISPLAY "UNDELIVERABLE FLAGS   : "
             FUNCTION TRIM(UR-CNT-FMT)
             " -> output\Undeliverable_Lineage.csv".
           IF UR-ORPHAN > 0
             MOVE UR-ORPHAN TO UR-CNT-FMT
             DISPLAY "FLAGS NOT ON MASTER   : "
               FUNCTION TRIM(UR-CNT-FMT)
           END-IF.
           IF UR-G-FULL = "Y"
             DISPLAY "WARNING: GROUP TABLE FULL - SOME GROUPS NOT "
               "RANKED"
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "RANKED RETURN RATES   -> "
             "output\Undeliverable_RCA.csv".
           STOP RUN.

      *******************************************************
      *> 共用段落：單筆退件旗標 (UR-UNDEL-REC)
      *> custid;原因;日期;來源
      *******************************************************
       UR-UNDEL-PARA.
           MOVE SPACES TO UR-U-CUSTID UR-U-REASON UR-U-DATE
             UR-U-SOURCE.
           UNSTRING UR-UNDEL-REC DELIMITED BY ";"
               INTO UR-U-CUSTID UR-U-REASON UR-U-DATE UR-U-SOURCE.
           ADD 1 TO UR-UND-CNT.
           MOVE SPACES TO UR-TXT.
           MOVE FUNCTION TRIM(UR-U-CUSTID) TO UR-MST-CUSTID.
           READ UR-MASTER-FILE
             INVALID KEY
               ADD 1 TO UR-ORPHAN
               STRING
                 FUNCTION TRIM(UR-U-CUSTID) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-U-REASON) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-U-DATE) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-U-SOURCE) DELIMITED BY SIZE
                 ";NOT ON MASTER;;;;;;" DELIMITED BY SIZE
                 INTO UR-TXT
               END-STRING
             NOT INVALID KEY
               PERFORM UR-TALLY-PARA
               IF UR-MST-SCORE NUMERIC
                 MOVE UR-MST-SCORE TO UR-SCORE-FMT
               ELSE
                 MOVE 0 TO UR-SCORE-FMT
               END-IF
               STRING
                 FUNCTION TRIM(UR-U-CUSTID) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-U-REASON) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-U-DATE) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-SRC-KEY) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-MST-LIN-RULE) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-MST-LIN-FILE) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-MST-LIN-BATCH) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-SCORE-FMT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-MST-LIN-CTRY) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-MST-LIN-TYPE) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(UR-MST-LIN-WARN) DELIMITED BY SIZE
                 INTO UR-TXT
               END-STRING
           END-READ.
           MOVE UR-TXT TO UR-DTL-REC.
           WRITE UR-DTL-REC.

      *******************************************************
      *> 共用段落：目前主檔記錄計入各組別
      *> (UR-PASS 1 = 母體數，2 = 退件數)
      *******************************************************
       UR-TALLY-PARA.
           *> 血緣來源空白 (血緣欄建立前寫入者) 退回最後寫入來源
           IF UR-MST-LIN-SRC NOT = SPACES
             MOVE UR-MST-LIN-SRC TO UR-SRC-KEY
           ELSE
             MOVE UR-MST-SRC TO UR-SRC-KEY
           END-IF.
           MOVE "SOURCE_SYSTEM" TO UR-ADD-TYPE.
           MOVE UR-SRC-KEY TO UR-ADD-KEY.
           PERFORM UR-ADD-PARA.
           MOVE "RULESET_VERSION" TO UR-ADD-TYPE.
           MOVE UR-MST-LIN-RULE TO UR-ADD-KEY.
           PERFORM UR-ADD-PARA.
           MOVE "INPUT_FILE" TO UR-ADD-TYPE.
           MOVE UR-MST-LIN-FILE TO UR-ADD-KEY.
           PERFORM UR-ADD-PARA.
           MOVE "COUNTRY" TO UR-ADD-TYPE.
           MOVE UR-MST-LIN-CTRY TO UR-ADD-KEY.
           PERFORM UR-ADD-PARA.
           MOVE "ADDRESS_TYPE" TO UR-ADD-TYPE.
           MOVE UR-MST-LIN-TYPE TO UR-ADD-KEY.
           PERFORM UR-ADD-PARA.

           MOVE "WARNING_CODE" TO UR-ADD-TYPE.
           IF UR-MST-LIN-WARN = SPACES
             MOVE "NONE" TO UR-ADD-KEY
             PERFORM UR-ADD-PARA
           ELSE
             MOVE SPACES TO UR-WARN-CODE(1) UR-WARN-CODE(2)
               UR-WARN-CODE(3) UR-WARN-CODE(4) UR-WARN-CODE(5)
               UR-WARN-CODE(6) UR-WARN-CODE(7) UR-WARN-CODE(8)
             UNSTRING UR-MST-LIN-WARN DELIMITED BY ","
                 INTO UR-WARN-CODE(1) UR-WARN-CODE(2)
                      UR-WARN-CODE(3) UR-WARN-CODE(4)
                      UR-WARN-CODE(5) UR-WARN-CODE(6)
                      UR-WARN-CODE(7) UR-WARN-CODE(8)
             PERFORM VARYING UR-W FROM 1 BY 1 UNTIL UR-W > 8
               IF UR-WARN-CODE(UR-W) NOT = SPACES
                 MOVE FUNCTION TRIM(UR-WARN-CODE(UR-W))
                   TO UR-ADD-KEY
                 PERFORM UR-ADD-PARA
               END-IF
             END-PERFORM
           END-IF.

           MOVE "SCORE_BAND" TO UR-ADD-TYPE.
           EVALUATE TRUE
             WHEN UR-MST-SCORE NOT NUMERIC
               MOVE "UNSCORED" TO UR-BAND
             WHEN UR-MST-SCORE < 50
               MOVE "000-049" TO UR-BAND
             WHEN UR-MST-SCORE < 80
               MOVE "050-079" TO UR-BAND
             WHEN OTHER
               MOVE "080-100" TO UR-BAND
           END-EVALUATE.
           MOVE UR-BAND TO UR-ADD-KEY.
           PERFORM UR-ADD-PARA.

      *******************************************************
      *> 共用段落：組別累計 (UR-ADD-TYPE/UR-ADD-KEY)
      *******************************************************
       UR-ADD-PARA.
           IF UR-ADD-KEY = SPACES
             MOVE "(BLANK)" TO UR-ADD-KEY
           END-IF.
           MOVE FUNCTION UPPER-CASE(UR-ADD-KEY) TO UR-ADD-KEY.
           PERFORM VARYING UR-G-I FROM 1 BY 1
                     UNTIL UR-G-I > UR-G-COUNT
             IF UR-G-TYPE(UR-G-I) = UR-ADD-TYPE
                AND UR-G-KEY(UR-G-I) = UR-ADD-KEY
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF UR-G-I > UR-G-COUNT
             IF UR-G-COUNT >= 3000
               MOVE "Y" TO UR-G-FULL
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO UR-G-COUNT
             MOVE UR-G-COUNT TO UR-G-I
             MOVE UR-ADD-TYPE TO UR-G-TYPE(UR-G-I)
             MOVE UR-ADD-KEY TO UR-G-KEY(UR-G-I)
             MOVE 0 TO UR-G-TOTAL(UR-G-I) UR-G-UNDEL(UR-G-I)
           END-IF.
           IF UR-PASS = 1
             ADD 1 TO UR-G-TOTAL(UR-G-I)
           ELSE
             ADD 1 TO UR-G-UNDEL(UR-G-I)
           END-IF.

      *******************************************************
      *> 共用段落：單一組別類型 (UR-T) 依退件率由高至低輸出
      *> (同率者退件數多者在前)
      *******************************************************
       UR-RANK-PARA.
           PERFORM UNTIL EXIT
             MOVE 0 TO UR-G-BEST
             PERFORM VARYING UR-G-I FROM 1 BY 1
                       UNTIL UR-G-I > UR-G-COUNT
               IF UR-G-TYPE(UR-G-I) = UR-TYPE-NAME(UR-T)
                  AND UR-G-DONE(UR-G-I) = "N"
                 IF UR-G-BEST = 0
                   MOVE UR-G-I TO UR-G-BEST
                 ELSE
                   IF UR-G-RATE(UR-G-I) > UR-G-RATE(UR-G-BEST)
                      OR (UR-G-RATE(UR-G-I) = UR-G-RATE(UR-G-BEST)
                          AND UR-G-UNDEL(UR-G-I) >
                              UR-G-UNDEL(UR-G-BEST))
                     MOVE UR-G-I TO UR-G-BEST
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
             IF UR-G-BEST = 0
               EXIT PERFORM
             END-IF
             MOVE "Y" TO UR-G-DONE(UR-G-BEST)
             ADD 1 TO UR-RANK
             MOVE UR-G-TOTAL(UR-G-BEST) TO UR-CNT-FMT
             MOVE UR-G-UNDEL(UR-G-BEST) TO UR-CNT2-FMT
             MOVE UR-G-RATE(UR-G-BEST) TO UR-RATE-FMT
             MOVE UR-RANK TO UR-RANK-FMT
             MOVE SPACES TO UR-TXT
             STRING
               FUNCTION TRIM(UR-G-TYPE(UR-G-BEST)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(UR-G-KEY(UR-G-BEST)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(UR-CNT-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(UR-CNT2-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(UR-RATE-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(UR-RANK-FMT) DELIMITED BY SIZE
               INTO UR-TXT
             END-STRING
             MOVE UR-TXT TO UR-RPT-REC
             WRITE UR-RPT-REC
           END-PERFORM.
       END PROGRAM UNDEL-RCA.
