       IDENTIFICATION DIVISION.
       PROGRAM-ID. WQ-BACKLOG.

      *******************************************************
      *> 失敗資料工作佇列每日積壓報表程式
      *> 循序掃描 output\WorkQueue.dat (EXECUTE 依指派規則建立)，
      *> 未結項目 (OPEN/IN-PROGRESS) 依負責分析人員彙總：
      *>   - output\WorkQueue_Backlog.csv：每人 OPEN / IN-PROGRESS
      *>     / 逾期件數與最早到期日 (未指派者歸 UNASSIGNED)
      *>   - output\WorkQueue_Overdue.csv：逾期 (到期日早於今日)
      *>     項目逐筆明細與逾期天數
      *> 有逾期項目時 RETURN-CODE=4，供排程警示
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT WB-WQ-FILE ASSIGN
             TO "output\WorkQueue.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS WB-WQ-CUSTID
             FILE STATUS IS WB-WQ-STATUS.

           SELECT WB-RPT-FILE ASSIGN
             TO "output\WorkQueue_Backlog.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WB-DTL-FILE ASSIGN
             TO "output\WorkQueue_Overdue.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WB-WQ-FILE.
         01 WB-WQ-REC.
            05 WB-WQ-CUSTID    PIC X(50).
            05 WB-WQ-STATE     PIC X(11).
            05 WB-WQ-ANALYST   PIC X(20).
            05 WB-WQ-RULE      PIC X(30).
            05 WB-WQ-UNIT      PIC X(20).
            05 WB-WQ-CTRY      PIC X(35).
            05 WB-WQ-CODES     PIC X(60).
            05 WB-WQ-SEVERITY  PIC X(8).
            05 WB-WQ-OPENED    PIC X(8).
            05 WB-WQ-DUE       PIC X(8).
            05 WB-WQ-LAST-SEEN PIC X(8).
            05 WB-WQ-RUNS      PIC 9(5).
            05 WB-WQ-UPD-BY    PIC X(20).
            05 WB-WQ-UPD-DATE  PIC X(8).
            05 WB-WQ-NOTE      PIC X(60).

       FD WB-RPT-FILE.
         01 WB-RPT-REC PIC X(300).

       FD WB-DTL-FILE.
         01 WB-DTL-REC PIC X(400).

       WORKING-STORAGE SECTION.
       01 WB-WQ-STATUS    PIC XX VALUE "00".

       *> 分析人員彙總 (超過 100 人者併入末筆)
       01 WB-AN-TBL.
          05 WB-AN-ENTRY OCCURS 100 TIMES.
             10 WB-AN-NAME    PIC X(20).
             10 WB-AN-OPEN    PIC 9(7).
             10 WB-AN-PROG    PIC 9(7).
             10 WB-AN-LATE    PIC 9(7).
             10 WB-AN-OLDEST  PIC X(8).
       01 WB-AN-COUNT     PIC 9(3) VALUE 0.
       01 WB-AN-I         PIC 9(3) VALUE 0.
       01 WB-AN-HIT       PIC 9(3) VALUE 0.

       01 WB-WORK.
          05 WB-TODAY      PIC X(21).
          05 WB-TODAY-INT  PIC 9(8) VALUE 0.
          05 WB-DUE-NUM    PIC 9(8) VALUE 0.
          05 WB-LATE-DAYS  PIC 9(5) VALUE 0.
          05 WB-NAME       PIC X(20).
          05 WB-TOTAL      PIC 9(7) VALUE 0.
          05 WB-ACTIVE     PIC 9(7) VALUE 0.
          05 WB-LATE-CNT   PIC 9(7) VALUE 0.
          05 WB-FMT1       PIC Z(6)9.
          05 WB-FMT2       PIC Z(6)9.
          05 WB-FMT3       PIC Z(6)9.
          05 WB-DAY-FMT    PIC Z(4)9.
          05 WB-TXT        PIC X(400).

       PROCEDURE DIVISION.
       MAIN SECTION.
           OPEN INPUT WB-WQ-FILE.
           IF WB-WQ-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN output\WorkQueue.dat (STATUS "
               WB-WQ-STATUS ")"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WB-TODAY.
           COMPUTE WB-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WB-TODAY(1:8))).

           OPEN OUTPUT WB-DTL-FILE.
           MOVE "ANALYST;CUSTOMER_ID;STATE;SEVERITY;OPENED;DUE;"
             & "DAYS_OVERDUE;BUSINESS_UNIT;COUNTRY;ERROR_CODES;NOTE"
             TO WB-DTL-REC.
           WRITE WB-DTL-REC.

      *******************************************************
      *> 佇列循序掃描 (已結案/豁免者不計)
      *******************************************************
           MOVE LOW-VALUES TO WB-WQ-CUSTID.
           START WB-WQ-FILE KEY NOT < WB-WQ-CUSTID
             INVALID KEY
               MOVE "10" TO WB-WQ-STATUS
           END-START.
           PERFORM UNTIL WB-WQ-STATUS NOT = "00"
             READ WB-WQ-FILE NEXT
               AT END
                 MOVE "10" TO WB-WQ-STATUS
               NOT AT END
                 ADD 1 TO WB-TOTAL
                 IF WB-WQ-STATE = "OPEN"
                    OR WB-WQ-STATE = "IN-PROGRESS"
                   PERFORM WB-ITEM-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE WB-WQ-FILE.
           CLOSE WB-DTL-FILE.

      *******************************************************
      *> 分析人員彙總輸出
      *******************************************************
           OPEN OUTPUT WB-RPT-FILE.
           MOVE "ANALYST;OPEN;IN_PROGRESS;OVERDUE;OLDEST_DUE"
             TO WB-RPT-REC.
           WRITE WB-RPT-REC.
           DISPLAY "========= FAIL DATA WORK QUEUE BACKLOG =========".
           DISPLAY "ANALYST                  OPEN  IN-PROG  OVERDUE".
           PERFORM VARYING WB-AN-I FROM 1 BY 1
                     UNTIL WB-AN-I > WB-AN-COUNT
             MOVE WB-AN-OPEN(WB-AN-I) TO WB-FMT1
             MOVE WB-AN-PROG(WB-AN-I) TO WB-FMT2
             MOVE WB-AN-LATE(WB-AN-I) TO WB-FMT3
             MOVE SPACES TO WB-TXT
             STRING
               FUNCTION TRIM(WB-AN-NAME(WB-AN-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WB-FMT1) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WB-FMT2) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(WB-FMT3) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WB-AN-OLDEST(WB-AN-I) DELIMITED BY SIZE
               INTO WB-TXT
             END-STRING
             MOVE WB-TXT TO WB-RPT-REC
             WRITE WB-RPT-REC
             DISPLAY WB-AN-NAME(WB-AN-I) WB-FMT1 "  " WB-FMT2
               "  " WB-FMT3
           END-PERFORM.
           CLOSE WB-RPT-FILE.

           MOVE WB-TOTAL TO WB-FMT1.
           DISPLAY "QUEUE ITEMS ON FILE   : " FUNCTION TRIM(WB-FMT1).
           MOVE WB-ACTIVE TO WB-FMT1.
           DISPLAY "OPEN + IN-PROGRESS    : " FUNCTION TRIM(WB-FMT1).
           MOVE WB-LATE-CNT TO WB-FMT1.
           DISPLAY "OVERDUE               : " FUNCTION TRIM(WB-FMT1)
             " -> output\WorkQueue_Overdue.csv".
           IF WB-LATE-CNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：單筆未結項目計入負責人並判斷逾期
      *******************************************************
       WB-ITEM-PARA.
           ADD 1 TO WB-ACTIVE.
           IF WB-WQ-ANALYST = SPACES
             MOVE "UNASSIGNED" TO WB-NAME
           ELSE
             MOVE WB-WQ-ANALYST TO WB-NAME
           END-IF.
           MOVE 0 TO WB-AN-HIT.
           PERFORM VARYING WB-AN-I FROM 1 BY 1
                     UNTIL WB-AN-I > WB-AN-COUNT
             IF WB-AN-NAME(WB-AN-I) = WB-NAME
               MOVE WB-AN-I TO WB-AN-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF WB-AN-HIT = 0
             IF WB-AN-COUNT < 100
               ADD 1 TO WB-AN-COUNT
               MOVE WB-AN-COUNT TO WB-AN-HIT
               MOVE WB-NAME TO WB-AN-NAME(WB-AN-HIT)
               MOVE 0 TO WB-AN-OPEN(WB-AN-HIT) WB-AN-PROG(WB-AN-HIT)
                         WB-AN-LATE(WB-AN-HIT)
               MOVE SPACES TO WB-AN-OLDEST(WB-AN-HIT)
             ELSE
               MOVE WB-AN-COUNT TO WB-AN-HIT
             END-IF
           END-IF.

           IF WB-WQ-STATE = "OPEN"
             ADD 1 TO WB-AN-OPEN(WB-AN-HIT)
           ELSE
             ADD 1 TO WB-AN-PROG(WB-AN-HIT)
           END-IF.
           IF WB-WQ-DUE NOT = SPACES
              AND (WB-AN-OLDEST(WB-AN-HIT) = SPACES
                OR WB-WQ-DUE < WB-AN-OLDEST(WB-AN-HIT))
             MOVE WB-WQ-DUE TO WB-AN-OLDEST(WB-AN-HIT)
           END-IF.

           IF WB-WQ-DUE NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           MOVE WB-WQ-DUE TO WB-DUE-NUM.
           IF FUNCTION INTEGER-OF-DATE(WB-DUE-NUM) >= WB-TODAY-INT
             EXIT PARAGRAPH
           END-IF.
           COMPUTE WB-LATE-DAYS =
             WB-TODAY-INT - FUNCTION INTEGER-OF-DATE(WB-DUE-NUM).
           ADD 1 TO WB-AN-LATE(WB-AN-HIT).
           ADD 1 TO WB-LATE-CNT.
           MOVE WB-LATE-DAYS TO WB-DAY-FMT.
           MOVE SPACES TO WB-TXT.
           STRING
             FUNCTION TRIM(WB-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WB-WQ-CUSTID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WB-WQ-STATE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WB-WQ-SEVERITY) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             WB-WQ-OPENED DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             WB-WQ-DUE DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WB-DAY-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WB-WQ-UNIT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WB-WQ-CTRY) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WB-WQ-CODES) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(WB-WQ-NOTE) DELIMITED BY SIZE
             INTO WB-TXT
           END-STRING.
           MOVE WB-TXT TO WB-DTL-REC.
           WRITE WB-DTL-REC.
       END PROGRAM WQ-BACKLOG.
