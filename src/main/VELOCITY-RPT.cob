       IDENTIFICATION DIVISION.
       PROGRAM-ID. VELOCITY-RPT.

      *******************************************************
      *> 地址異動頻率 (盜用風險) 報表程式
      *> 帳號盜用常以短期內連續改址開始。本程式掃描
      *> output\AddressHistory.csv (依客戶/生效日/原列序 SORT)
      *> 與最近一次執行的 output\Movers.csv，每位可疑客戶輸出
      *> 一列至 output\Velocity_Alerts.csv：
      *>   BURST        WINDOW-DAYS 天內生效日列數 >= MIN-CHANGES
      *>   MULTI-SOURCE WINDOW-DAYS 天內異動來自不同 SOURCE_SYSTEM
      *>   COA-AFTER-DELTA 批次 (BATCH) 更新後 COA-FOLLOW-DAYS 天內
      *>                即有 COA 異動
      *> 列中帶出觸發區間的異動筆數、來源、UPDATE_REASON 與首末
      *> 生效日；門檻由 VELOCITY.PARM 覆蓋 (預設 3 筆/60 天/
      *> 30 天)，由排程定期執行
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT VR-PARM-FILE ASSIGN
             TO "VELOCITY.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VR-PARM-STATUS.

           SELECT VR-HIST-FILE ASSIGN
             TO "output\AddressHistory.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VR-HIST-STATUS.

           SELECT VR-MOVERS-FILE ASSIGN
             TO "output\Movers.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS VR-MOV-STATUS.

           SELECT VR-RPT-FILE ASSIGN
             TO "output\Velocity_Alerts.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VR-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD VR-PARM-FILE.
         01 VR-PARM-REC PIC X(80).

       FD VR-HIST-FILE.
         01 VR-HIST-REC PIC X(2100).

       FD VR-MOVERS-FILE.
         01 VR-MOV-REC PIC X(4200).

       FD VR-RPT-FILE.
         01 VR-RPT-REC PIC X(600).

       SD VR-SORT-FILE.
         01 VR-SORT-REC.
            05 VSRT-CUST    PIC X(50).
            05 VSRT-DATE    PIC 9(8).
            05 VSRT-SEQ     PIC 9(9).
            05 VSRT-REASON  PIC X(10).
            05 VSRT-SRC     PIC X(20).

       WORKING-STORAGE SECTION.
       01 VR-PARM-STATUS PIC XX VALUE "00".
       01 VR-HIST-STATUS PIC XX VALUE "00".
       01 VR-MOV-STATUS  PIC XX VALUE "00".

       01 VR-PARMS.
          05 VR-KEY        PIC X(30).
          05 VR-VAL        PIC X(50).
          05 VR-MIN-CHG    PIC 9(3) VALUE 3.
          05 VR-WIN-DAYS   PIC 9(5) VALUE 60.
          05 VR-COA-DAYS   PIC 9(5) VALUE 30.

       *> 歷史列欄位
       01 VR-HFLDS.
          05 VR-H-CUST     PIC X(50).
          05 VR-H-DATE     PIC X(8).
          05 VR-H-ADDR     PIC X(2000).
          05 VR-H-REASON   PIC X(10).
          05 VR-H-BATCH    PIC X(20).
          05 VR-H-SRC      PIC X(20).

       *> 最近一次執行的搬家戶
       01 VR-MOV-TBL.
          05 VR-MOV-CUST   PIC X(50) OCCURS 50000 TIMES.
       01 VR-MOV-COUNT    PIC 9(7) VALUE 0.
       01 VR-MOV-I        PIC 9(7) VALUE 0.

       *> 單一客戶的歷史列 (已依生效日排序)
       01 VR-CUR-TBL.
          05 VR-C-INT      PIC 9(8) OCCURS 500 TIMES.
          05 VR-C-DATE     PIC 9(8) OCCURS 500 TIMES.
          05 VR-C-REASON   PIC X(10) OCCURS 500 TIMES.
          05 VR-C-SRC      PIC X(20) OCCURS 500 TIMES.
       01 VR-C-COUNT      PIC 9(3) VALUE 0.
       01 VR-CUR-CUST     PIC X(50) VALUE SPACES.

       01 VR-WORK.
          05 VR-SEQ        PIC 9(9) VALUE 0.
          05 VR-I          PIC 9(3) VALUE 0.
          05 VR-J          PIC 9(3) VALUE 0.
          05 VR-K          PIC 9(3) VALUE 0.
          05 VR-WIN-CNT    PIC 9(3) VALUE 0.
          05 VR-SRC-CNT    PIC 9(3) VALUE 0.
          05 VR-BEST-CNT   PIC 9(3) VALUE 0.
          05 VR-BEST-FROM  PIC 9(3) VALUE 0.
          05 VR-BEST-TO    PIC 9(3) VALUE 0.
          05 VR-MS-FROM    PIC 9(3) VALUE 0.
          05 VR-MS-TO      PIC 9(3) VALUE 0.
          05 VR-COA-FROM   PIC 9(3) VALUE 0.
          05 VR-COA-TO     PIC 9(3) VALUE 0.
          05 VR-RPT-FROM   PIC 9(3) VALUE 0.
          05 VR-RPT-TO     PIC 9(3) VALUE 0.
          05 VR-BURST      PIC X VALUE "N".
          05 VR-MULTI      PIC X VALUE "N".
          05 VR-COA-HIT    PIC X VALUE "N".
          05 VR-MOVER      PIC X VALUE "N".
          05 VR-SEEN       PIC X VALUE "N".
          05 VR-FLAGS      PIC X(60).
          05 VR-SRC-LIST   PIC X(200).
          05 VR-RSN-LIST   PIC X(100).
          05 VR-LIST-PTR   PIC 9(3) VALUE 1.
          05 VR-RSN-PTR    PIC 9(3) VALUE 1.
          05 VR-CNT-FMT    PIC Z(6)9.
          05 VR-TOT-FMT    PIC Z(6)9.
          05 VR-ROWS       PIC 9(9) VALUE 0.
          05 VR-SKIPPED    PIC 9(9) VALUE 0.
          05 VR-CUSTS      PIC 9(7) VALUE 0.
          05 VR-ALERTS     PIC 9(7) VALUE 0.
          05 VR-TXT        PIC X(600).

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> VELOCITY.PARM 讀取 (MIN-CHANGES / WINDOW-DAYS /
      *> COA-FOLLOW-DAYS)
      *******************************************************
           OPEN INPUT VR-PARM-FILE.
           IF VR-PARM-STATUS = "00"
             PERFORM UNTIL VR-PARM-STATUS NOT = "00"
               READ VR-PARM-FILE
                 AT END
                   MOVE "10" TO VR-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(VR-PARM-REC) NOT = SPACES
                      AND VR-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO VR-KEY VR-VAL
                     UNSTRING VR-PARM-REC DELIMITED BY "="
                         INTO VR-KEY VR-VAL
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(VR-KEY)) TO VR-KEY
                     IF FUNCTION TRIM(VR-VAL) IS NUMERIC
                       EVALUATE FUNCTION TRIM(VR-KEY)
                         WHEN "MIN-CHANGES"
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(VR-VAL))
                             TO VR-MIN-CHG
                         WHEN "WINDOW-DAYS"
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(VR-VAL))
                             TO VR-WIN-DAYS
                         WHEN "COA-FOLLOW-DAYS"
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(VR-VAL))
                             TO VR-COA-DAYS
                       END-EVALUATE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VR-PARM-FILE
           END-IF.
           IF VR-MIN-CHG < 2
             MOVE 2 TO VR-MIN-CHG
           END-IF.

      *******************************************************
      *> 最近一次執行的搬家戶載入 (LATEST_RUN_MOVER 欄用)
      *******************************************************
           OPEN INPUT VR-MOVERS-FILE.
           IF VR-MOV-STATUS = "00"
             PERFORM UNTIL VR-MOV-STATUS NOT = "00"
               READ VR-MOVERS-FILE
                 AT END
                   MOVE "10" TO VR-MOV-STATUS
                 NOT AT END
                   IF VR-MOV-COUNT < 50000
                      AND FUNCTION TRIM(VR-MOV-REC) NOT = SPACES
                      AND VR-MOV-REC(1:12) NOT = "CUSTOMER_ID;"
                     ADD 1 TO VR-MOV-COUNT
                     UNSTRING VR-MOV-REC DELIMITED BY ";"
                         INTO VR-MOV-CUST(VR-MOV-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE VR-MOVERS-FILE
           END-IF.

      *******************************************************
      *> 歷史列依客戶/生效日/原列序排序後逐客戶評估
      *******************************************************
           OPEN INPUT VR-HIST-FILE.
           IF VR-HIST-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN output\AddressHistory.csv (STATUS "
               VR-HIST-STATUS ")"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE VR-HIST-FILE.

           OPEN OUTPUT VR-RPT-FILE.
           MOVE
             "CUSTOMER_ID;CHANGE_COUNT;TOTAL_HISTORY_ROWS;" &
             "FIRST_EFFECTIVE_DATE;LAST_EFFECTIVE_DATE;" &
             "SOURCE_SYSTEMS;UPDATE_REASONS;RISK_FLAGS;" &
             "LATEST_RUN_MOVER"
             TO VR-RPT-REC.
           WRITE VR-RPT-REC.

           SORT VR-SORT-FILE
             ASCENDING KEY VSRT-CUST
             ASCENDING KEY VSRT-DATE
             ASCENDING KEY VSRT-SEQ
             INPUT PROCEDURE IS VR-HIST-IN-PARA
             OUTPUT PROCEDURE IS VR-HIST-OUT-PARA.
           CLOSE VR-RPT-FILE.

           DISPLAY "=========== ADDRESS CHANGE VELOCITY ===========".
           MOVE VR-ROWS TO VR-CNT-FMT.
           DISPLAY "HISTORY ROWS SCANNED  : "
             FUNCTION TRIM(VR-CNT-FMT).
           IF VR-SKIPPED > 0
             MOVE VR-SKIPPED TO VR-CNT-FMT
             DISPLAY "ROWS WITHOUT A VALID DATE (SKIPPED): "
               FUNCTION TRIM(VR-CNT-FMT)
           END-IF.
           MOVE VR-CUSTS TO VR-CNT-FMT.
           DISPLAY "CUSTOMERS EVALUATED   : "
             FUNCTION TRIM(VR-CNT-FMT).
           MOVE VR-ALERTS TO VR-CNT-FMT.
           DISPLAY "CUSTOMERS FLAGGED     : "
             FUNCTION TRIM(VR-CNT-FMT)
             " -> output\Velocity_Alerts.csv".
           STOP RUN.

      *******************************************************
      *> SORT 輸入程序：歷史列拆欄後送入排序
      *******************************************************
       VR-HIST-IN-PARA.
           OPEN INPUT VR-HIST-FILE.
           PERFORM UNTIL VR-HIST-STATUS NOT = "00"
             READ VR-HIST-FILE
               AT END
                 MOVE "10" TO VR-HIST-STATUS
               NOT AT END
                 IF FUNCTION TRIM(VR-HIST-REC) NOT = SPACES
                    AND VR-HIST-REC(1:12) NOT = "CUSTOMER_ID;"
                   ADD 1 TO VR-SEQ
                   MOVE SPACES TO VR-HFLDS
                   UNSTRING VR-HIST-REC DELIMITED BY ";"
                       INTO VR-H-CUST VR-H-DATE VR-H-ADDR
                            VR-H-REASON VR-H-BATCH VR-H-SRC
                   IF VR-H-DATE IS NUMERIC
                      AND VR-H-DATE NOT = "00000000"
                      AND FUNCTION TRIM(VR-H-CUST) NOT = SPACES
                     ADD 1 TO VR-ROWS
                     MOVE VR-H-CUST TO VSRT-CUST
                     MOVE VR-H-DATE TO VSRT-DATE
                     MOVE VR-SEQ TO VSRT-SEQ
                     MOVE FUNCTION UPPER-CASE(VR-H-REASON)
                       TO VSRT-REASON
                     MOVE VR-H-SRC TO VSRT-SRC
                     RELEASE VR-SORT-REC
                   ELSE
                     ADD 1 TO VR-SKIPPED
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE VR-HIST-FILE.

      *******************************************************
      *> SORT 輸出程序：同客戶各列收齊後評估
      *******************************************************
       VR-HIST-OUT-PARA.
           MOVE 0 TO VR-C-COUNT.
           MOVE SPACES TO VR-CUR-CUST.
           PERFORM UNTIL EXIT
             RETURN VR-SORT-FILE
               AT END
                 EXIT PERFORM
               NOT AT END
                 IF VSRT-CUST NOT = VR-CUR-CUST
                   IF VR-C-COUNT > 0
                     PERFORM VR-EVAL-PARA
                   END-IF
                   MOVE VSRT-CUST TO VR-CUR-CUST
                   MOVE 0 TO VR-C-COUNT
                 END-IF
                 IF VR-C-COUNT < 500
                   ADD 1 TO VR-C-COUNT
                   MOVE VSRT-DATE TO VR-C-DATE(VR-C-COUNT)
                   COMPUTE VR-C-INT(VR-C-COUNT) =
                     FUNCTION INTEGER-OF-DATE(VSRT-DATE)
                   MOVE VSRT-REASON TO VR-C-REASON(VR-C-COUNT)
                   MOVE VSRT-SRC TO VR-C-SRC(VR-C-COUNT)
                 END-IF
             END-RETURN
           END-PERFORM.
           IF VR-C-COUNT > 0
             PERFORM VR-EVAL-PARA
           END-IF.

      *******************************************************
      *> 共用段落：單一客戶評估
      *> 以每一列為起點取 WINDOW-DAYS 天視窗，記下列數最多的
      *> 視窗 (BURST) 與首個含不同來源的視窗 (MULTI-SOURCE)；
      *> 另找 BATCH 列後 COA-FOLLOW-DAYS 天內的 COA 列
      *******************************************************
       VR-EVAL-PARA.
           ADD 1 TO VR-CUSTS.
           MOVE "N" TO VR-BURST VR-MULTI VR-COA-HIT.
           MOVE 0 TO VR-BEST-CNT VR-BEST-FROM VR-BEST-TO.
           MOVE 0 TO VR-MS-FROM VR-MS-TO VR-COA-FROM VR-COA-TO.

           PERFORM VARYING VR-I FROM 1 BY 1
                     UNTIL VR-I > VR-C-COUNT
             MOVE VR-I TO VR-J
             PERFORM UNTIL VR-J >= VR-C-COUNT
               IF VR-C-INT(VR-J + 1) - VR-C-INT(VR-I) > VR-WIN-DAYS
                 EXIT PERFORM
               END-IF
               ADD 1 TO VR-J
             END-PERFORM
             COMPUTE VR-WIN-CNT = VR-J - VR-I + 1
             IF VR-WIN-CNT > VR-BEST-CNT
               MOVE VR-WIN-CNT TO VR-BEST-CNT
               MOVE VR-I TO VR-BEST-FROM
               MOVE VR-J TO VR-BEST-TO
             END-IF
             IF VR-MS-FROM = 0
               PERFORM VARYING VR-K FROM VR-I BY 1
                         UNTIL VR-K > VR-J
                 IF VR-C-SRC(VR-K) NOT = VR-C-SRC(VR-I)
                   MOVE VR-I TO VR-MS-FROM
                   MOVE VR-J TO VR-MS-TO
                   EXIT PERFORM
                 END-IF
               END-PERFORM
             END-IF
             IF VR-COA-FROM = 0 AND VR-C-REASON(VR-I) = "BATCH"
               PERFORM VARYING VR-K FROM VR-I BY 1
                         UNTIL VR-K > VR-C-COUNT
                 IF VR-C-INT(VR-K) - VR-C-INT(VR-I) > VR-COA-DAYS
                   EXIT PERFORM
                 END-IF
                 IF VR-C-REASON(VR-K) = "COA"
                   MOVE VR-I TO VR-COA-FROM
                   MOVE VR-K TO VR-COA-TO
                   EXIT PERFORM
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

           IF VR-BEST-CNT >= VR-MIN-CHG
             MOVE "Y" TO VR-BURST
           END-IF.
           IF VR-MS-FROM > 0
             MOVE "Y" TO VR-MULTI
           END-IF.
           IF VR-COA-FROM > 0
             MOVE "Y" TO VR-COA-HIT
           END-IF.
           IF VR-BURST = "N" AND VR-MULTI = "N" AND VR-COA-HIT = "N"
             EXIT PARAGRAPH
           END-IF.

           *> 報表區間：BURST 視窗優先，其次不同來源、COA 區間
           EVALUATE TRUE
             WHEN VR-BURST = "Y"
               MOVE VR-BEST-FROM TO VR-RPT-FROM
               MOVE VR-BEST-TO TO VR-RPT-TO
             WHEN VR-MULTI = "Y"
               MOVE VR-MS-FROM TO VR-RPT-FROM
               MOVE VR-MS-TO TO VR-RPT-TO
             WHEN OTHER
               MOVE VR-COA-FROM TO VR-RPT-FROM
               MOVE VR-COA-TO TO VR-RPT-TO
           END-EVALUATE.

           *> 區間內不重複的來源與異動原因
           MOVE SPACES TO VR-SRC-LIST VR-RSN-LIST.
           MOVE 1 TO VR-LIST-PTR VR-RSN-PTR.
           PERFORM VARYING VR-I FROM VR-RPT-FROM BY 1
                     UNTIL VR-I > VR-RPT-TO
             MOVE "N" TO VR-SEEN
             PERFORM VARYING VR-K FROM VR-RPT-FROM BY 1
                       UNTIL VR-K >= VR-I
               IF VR-C-SRC(VR-K) = VR-C-SRC(VR-I)
                 MOVE "Y" TO VR-SEEN
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF VR-SEEN = "N" AND VR-C-SRC(VR-I) NOT = SPACES
               IF VR-LIST-PTR > 1
                 STRING "," DELIMITED BY SIZE
                   INTO VR-SRC-LIST WITH POINTER VR-LIST-PTR
                 END-STRING
               END-IF
               STRING FUNCTION TRIM(VR-C-SRC(VR-I)) DELIMITED BY SIZE
                 INTO VR-SRC-LIST WITH POINTER VR-LIST-PTR
               END-STRING
             END-IF
             MOVE "N" TO VR-SEEN
             PERFORM VARYING VR-K FROM VR-RPT-FROM BY 1
                       UNTIL VR-K >= VR-I
               IF VR-C-REASON(VR-K) = VR-C-REASON(VR-I)
                 MOVE "Y" TO VR-SEEN
                 EXIT PERFORM
               END-IF
             END-PERFORM
             IF VR-SEEN = "N" AND VR-C-REASON(VR-I) NOT = SPACES
               IF VR-RSN-PTR > 1
                 STRING "," DELIMITED BY SIZE
                   INTO VR-RSN-LIST WITH POINTER VR-RSN-PTR
                 END-STRING
               END-IF
               STRING FUNCTION TRIM(VR-C-REASON(VR-I))
                   DELIMITED BY SIZE
                 INTO VR-RSN-LIST WITH POINTER VR-RSN-PTR
               END-STRING
             END-IF
           END-PERFORM.

           MOVE SPACES TO VR-FLAGS.
           MOVE 1 TO VR-LIST-PTR.
           IF VR-BURST = "Y"
             STRING "BURST" DELIMITED BY SIZE
               INTO VR-FLAGS WITH POINTER VR-LIST-PTR
             END-STRING
           END-IF.
           IF VR-MULTI = "Y"
             IF VR-LIST-PTR > 1
               STRING "," DELIMITED BY SIZE
                 INTO VR-FLAGS WITH POINTER VR-LIST-PTR
               END-STRING
             END-IF
             STRING "MULTI-SOURCE" DELIMITED BY SIZE
               INTO VR-FLAGS WITH POINTER VR-LIST-PTR
             END-STRING
           END-IF.
           IF VR-COA-HIT = "Y"
             IF VR-LIST-PTR > 1
               STRING "," DELIMITED BY SIZE
                 INTO VR-FLAGS WITH POINTER VR-LIST-PTR
               END-STRING
             END-IF
             STRING "COA-AFTER-DELTA" DELIMITED BY SIZE
               INTO VR-FLAGS WITH POINTER VR-LIST-PTR
             END-STRING
           END-IF.

           MOVE "N" TO VR-MOVER.
           PERFORM VARYING VR-MOV-I FROM 1 BY 1
                     UNTIL VR-MOV-I > VR-MOV-COUNT
             IF FUNCTION TRIM(VR-MOV-CUST(VR-MOV-I)) =
                FUNCTION TRIM(VR-CUR-CUST)
               MOVE "Y" TO VR-MOVER
               EXIT PERFORM
             END-IF
           END-PERFORM.

           ADD 1 TO VR-ALERTS.
           COMPUTE VR-WIN-CNT = VR-RPT-TO - VR-RPT-FROM + 1.
           MOVE VR-WIN-CNT TO VR-CNT-FMT.
           MOVE VR-C-COUNT TO VR-TOT-FMT.
           MOVE SPACES TO VR-TXT.
           STRING
             FUNCTION TRIM(VR-CUR-CUST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(VR-CNT-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(VR-TOT-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             VR-C-DATE(VR-RPT-FROM) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             VR-C-DATE(VR-RPT-TO) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(VR-SRC-LIST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(VR-RSN-LIST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(VR-FLAGS) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             VR-MOVER DELIMITED BY SIZE
             INTO VR-TXT
           END-STRING.
           MOVE VR-TXT TO VR-RPT-REC.
           WRITE VR-RPT-REC.
       END PROGRAM VELOCITY-RPT.
