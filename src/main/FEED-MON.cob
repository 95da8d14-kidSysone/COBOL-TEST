       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-MON.

      *******************************************************
      *> 來源檔到檔監控程式
      *> 系統只在檔案送到時才有反應；來源停送時往往一週後
      *> 業務抱怨才發現。本程式依到檔行事曆 input\
      *> FeedSchedule.csv (每個 SOURCE_SYSTEM / 代理客戶一列：
      *> 應到日與截止時間) 與營業日月曆 BusinessCalendar.csv，
      *> 核對檢查日 (FEED.PARM CHECK-DATE，預設今日) 的實際
      *> 到檔：
      *>   - AuditLog.csv 中帶批次表頭 (BATCH_SOURCE) 的執行
      *>     列，到檔時間取歸檔目錄中該次來源檔的檔案時間
      *>     (找不到歸檔檔時取執行時間)
      *>   - 輸入目錄中已送到、尚未處理的帶表頭來源檔
      *> 結果逐列寫入 output\Feed_Status.csv (每日覆寫)：
      *>   RECEIVED    應到且於截止時間前到檔
      *>   LATE        應到但逾截止時間才到檔
      *>   MISSING     應到而截止時間已過仍未到檔
      *>   AWAITED     應到、尚未到檔但截止時間未到
      *>   UNEXPECTED  非應到日到檔，或來源不在行事曆上
      *> 訊息代號與說明取自 input\MessageCatalog.csv；批次
      *> 時間窗之前由排程執行，值班人員據以追檔。
      *> 回覆碼：有 MISSING 時 8，有 LATE/UNEXPECTED 時 4
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT FM-PARM-FILE ASSIGN
             TO "FEED.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FM-PARM-STATUS.

      *******************************************************
      *> FM-SCHED-FILE
      *> 檔案名稱：input\FeedSchedule.csv
      *> 每列：SOURCE_SYSTEM;應到日;截止時間(HHMM);月曆國家
      *> 應到日：BUS=每個營業日、DAILY=每日 (含假日)、或星期
      *>        代碼清單如 MON/WED/FRI (遇假日不算應到日)
      *> 月曆國家空白時只套用 BusinessCalendar.csv 通用假日
      *******************************************************
           SELECT FM-SCHED-FILE ASSIGN
             TO "input\FeedSchedule.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FM-SCHED-STATUS.

           SELECT FM-BUSCAL-FILE ASSIGN
             TO "input\BusinessCalendar.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FM-BCAL-STATUS.

           SELECT FM-MSGCAT-FILE ASSIGN
             TO "input\MessageCatalog.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FM-MSGCAT-STATUS.

           SELECT FM-AUDIT-FILE ASSIGN
             TO FM-AUDIT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FM-AUDIT-STATUS.

           SELECT FM-PEND-FILE ASSIGN
             TO FM-PEND-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FM-PEND-STATUS.

           SELECT FM-RPT-FILE ASSIGN
             TO FM-RPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD FM-PARM-FILE.
         01 FM-PARM-REC PIC X(120).

       FD FM-SCHED-FILE.
         01 FM-SCHED-REC PIC X(120).

       FD FM-BUSCAL-FILE.
         01 FM-BUSCAL-REC PIC X(100).

       FD FM-MSGCAT-FILE.
         01 FM-MSGCAT-REC PIC X(120).

       FD FM-AUDIT-FILE.
         01 FM-AUDIT-REC PIC X(300).

       FD FM-PEND-FILE.
         01 FM-PEND-REC PIC X(200).

       FD FM-RPT-FILE.
         01 FM-RPT-REC PIC X(400).

       WORKING-STORAGE SECTION.
       01 FM-PARM-STATUS   PIC XX VALUE "00".
       01 FM-SCHED-STATUS  PIC XX VALUE "00".
       01 FM-BCAL-STATUS   PIC XX VALUE "00".
       01 FM-MSGCAT-STATUS PIC XX VALUE "00".
       01 FM-AUDIT-STATUS  PIC XX VALUE "00".
       01 FM-PEND-STATUS   PIC XX VALUE "00".

       *> FEED.PARM (CHECK-DATE / INPUT-DIR / OUTPUT-DIR /
       *> ARCHIVE-DIR，目錄預設同 EXECUTE 控制卡預設值)
       01 FM-PARMS.
          05 FM-KEY         PIC X(30).
          05 FM-VAL         PIC X(80).
          05 FM-CHECK-DATE  PIC X(8) VALUE SPACES.
          05 FM-CHECK-N REDEFINES FM-CHECK-DATE PIC 9(8).
          05 FM-INPUT-DIR   PIC X(80) VALUE "input\".
          05 FM-OUTPUT-DIR  PIC X(80) VALUE "output\".
          05 FM-ARCHIVE-DIR PIC X(80) VALUE "archive\".
          05 FM-AUDIT-PATH  PIC X(120).
          05 FM-RPT-PATH    PIC X(120).
          05 FM-PEND-PATH   PIC X(160).

       *> 時間基準
       01 FM-TIME-DATA.
          05 FM-TS          PIC X(21).
          05 FM-TODAY       PIC X(8).
          05 FM-NOW-HHMM    PIC 9(4) VALUE 0.
          05 FM-CHECK-INT   PIC 9(8) VALUE 0.
          05 FM-NEXT-DATE   PIC 9(8) VALUE 0.
          05 FM-NEXT-X REDEFINES FM-NEXT-DATE PIC X(8).
          05 FM-DOW         PIC 9 VALUE 0.
          05 FM-DOW-CODE    PIC X(3).
          05 FM-DOW-NAMES   PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".
          05 FM-IS-BUS      PIC X VALUE "Y".

       *> 營業日月曆 (國家空白=通用假日)
       01 FM-BCAL-DATA.
          05 FM-BCAL-CTRY   PIC X(35) OCCURS 500 TIMES.
          05 FM-BCAL-DATE   PIC X(8)  OCCURS 500 TIMES.
          05 FM-BCAL-COUNT  PIC 9(3) VALUE 0.
          05 FM-BCAL-I      PIC 9(3) VALUE 0.
          05 FM-BCAL-TOK    PIC X(35) OCCURS 3 TIMES.

       *> 到檔行事曆與當日到檔狀況
       01 FM-SCHED-DATA.
          05 FM-S-ENTRY OCCURS 200 TIMES.
             10 FM-S-SRC      PIC X(20).
             10 FM-S-DAYS     PIC X(30).
             10 FM-S-CUTOFF   PIC 9(4).
             10 FM-S-CTRY     PIC X(35).
             10 FM-S-EXPECT   PIC X.
             10 FM-S-ARRIVED  PIC X.
             10 FM-S-ARR-DT   PIC X(8).
             10 FM-S-ARR-HHMM PIC 9(4).
             10 FM-S-ARR-FILE PIC X(160).
          05 FM-S-COUNT     PIC 9(3) VALUE 0.
          05 FM-S-I         PIC 9(3) VALUE 0.
          05 FM-S-HIT       PIC 9(3) VALUE 0.
          05 FM-S-TOK       PIC X(35) OCCURS 4 TIMES.
          05 FM-S-TALLY     PIC 9(3) VALUE 0.

       *> 不在行事曆上的來源到檔
       01 FM-UNK-DATA.
          05 FM-U-ENTRY OCCURS 100 TIMES.
             10 FM-U-SRC      PIC X(20).
             10 FM-U-ARR-HHMM PIC 9(4).
             10 FM-U-ARR-FILE PIC X(160).
          05 FM-U-COUNT     PIC 9(3) VALUE 0.
          05 FM-U-I         PIC 9(3) VALUE 0.

       *> 訊息目錄 (MSG_ID;SEVERITY;DESCRIPTION)
       01 FM-MSG-DATA.
          05 FM-M-ID        PIC X(8)  OCCURS 300 TIMES.
          05 FM-M-SEV       PIC X(8)  OCCURS 300 TIMES.
          05 FM-M-DESC      PIC X(80) OCCURS 300 TIMES.
          05 FM-M-COUNT     PIC 9(3) VALUE 0.
          05 FM-M-I         PIC 9(3) VALUE 0.
          05 FM-M-TOK       PIC X(80) OCCURS 3 TIMES.
          05 FM-MSG-ID      PIC X(8).
          05 FM-MSG-SEV     PIC X(8).
          05 FM-MSG-DESC    PIC X(80).

       *> 稽核記錄欄位 (1=RUN_TIMESTAMP 6=REFEED_FLAG
       *> 17=BATCH_SOURCE 18=BATCH_NUMBER)
       01 FM-AUD-WORK.
          05 FM-AUD-FLD     PIC X(100) OCCURS 18 TIMES.
          05 FM-AUD-I       PIC 99 VALUE 0.
          05 FM-AUD-CUT     PIC 9(4) VALUE 0.
          05 FM-RUN-TS      PIC X(14).
          05 FM-SRC         PIC X(20).
          05 FM-ARR-DT      PIC X(8).
          05 FM-ARR-HHMM    PIC 9(4) VALUE 0.
          05 FM-ARR-FILE    PIC X(160).
          05 FM-BASE-I      PIC 9 VALUE 0.
          05 FM-BASENAME    PIC X(30).
          05 FM-PEND-TOK    PIC X(30) OCCURS 3 TIMES.

       *> 檔案時間 (CBL_CHECK_FILE_EXIST)
       01 FM-FILE-INFO.
          05 FM-FI.
             10 FM-FI-SIZE  PIC 9(18) COMP.
             10 FM-FI-DAY   PIC X.
             10 FM-FI-MONTH PIC X.
             10 FM-FI-YEAR  PIC 9(4) COMP.
             10 FM-FI-HH    PIC X.
             10 FM-FI-MI    PIC X.
             10 FM-FI-SS    PIC X.
             10 FM-FI-HS    PIC X.
          05 FM-FI-RC       PIC S9(9) COMP-5 VALUE 0.
          05 FM-FI-DATE     PIC 9(8) VALUE 0.

       *> 報表與計數
       01 FM-RPT-DATA.
          05 FM-STATE       PIC X(10).
          05 FM-TXT         PIC X(400).
          05 FM-CUT-TXT     PIC X(4).
          05 FM-ARR-TXT     PIC X(13).
          05 FM-EXP-CNT     PIC 9(3) VALUE 0.
          05 FM-RCV-CNT     PIC 9(3) VALUE 0.
          05 FM-LATE-CNT    PIC 9(3) VALUE 0.
          05 FM-MISS-CNT    PIC 9(3) VALUE 0.
          05 FM-WAIT-CNT    PIC 9(3) VALUE 0.
          05 FM-UNEXP-CNT   PIC 9(3) VALUE 0.
          05 FM-CNT-FMT     PIC ZZ9.

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> 讀取 FEED.PARM
      *******************************************************
           OPEN INPUT FM-PARM-FILE.
           IF FM-PARM-STATUS = "00"
             PERFORM UNTIL FM-PARM-STATUS NOT = "00"
               READ FM-PARM-FILE
                 AT END
                   MOVE "10" TO FM-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(FM-PARM-REC) NOT = SPACES
                      AND FM-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO FM-KEY FM-VAL
                     UNSTRING FM-PARM-REC DELIMITED BY "="
                         INTO FM-KEY FM-VAL
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(FM-KEY)) TO FM-KEY
                     EVALUATE FUNCTION TRIM(FM-KEY)
                       WHEN "CHECK-DATE"
                         MOVE FUNCTION TRIM(FM-VAL) TO FM-CHECK-DATE
                       WHEN "INPUT-DIR"
                         MOVE FUNCTION TRIM(FM-VAL) TO FM-INPUT-DIR
                       WHEN "OUTPUT-DIR"
                         MOVE FUNCTION TRIM(FM-VAL) TO FM-OUTPUT-DIR
                       WHEN "ARCHIVE-DIR"
                         MOVE FUNCTION TRIM(FM-VAL) TO FM-ARCHIVE-DIR
                       WHEN OTHER
                         CONTINUE
                     END-EVALUATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FM-PARM-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO FM-TS.
           MOVE FM-TS(1:8) TO FM-TODAY.
           IF FM-CHECK-DATE = SPACES
             MOVE FM-TODAY TO FM-CHECK-DATE
           END-IF.
           IF FM-CHECK-DATE IS NOT NUMERIC
             DISPLAY "FDM0101E INVALID CHECK-DATE IN FEED.PARM: "
               FM-CHECK-DATE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FM-CHECK-N) NOT = 0
             DISPLAY "FDM0101E INVALID CHECK-DATE IN FEED.PARM: "
               FM-CHECK-DATE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           *> 截止時間比對的「現在」：檢查日為今日取現在時刻，
           *> 過去日期視為整日已過，未來日期視為尚未開始
           EVALUATE TRUE
             WHEN FM-CHECK-DATE = FM-TODAY
               MOVE FM-TS(9:4) TO FM-NOW-HHMM
             WHEN FM-CHECK-DATE < FM-TODAY
               MOVE 2400 TO FM-NOW-HHMM
             WHEN OTHER
               MOVE 0 TO FM-NOW-HHMM
           END-EVALUATE.

           COMPUTE FM-CHECK-INT = FUNCTION INTEGER-OF-DATE(FM-CHECK-N).
           COMPUTE FM-NEXT-DATE =
             FUNCTION DATE-OF-INTEGER(FM-CHECK-INT + 1).
           *> 整數日 1 = 1601/01/01 (星期一)；餘數 0=週日
           COMPUTE FM-DOW = FUNCTION MOD(FM-CHECK-INT, 7).
           MOVE FM-DOW-NAMES(FM-DOW * 3 + 1:3) TO FM-DOW-CODE.

           MOVE SPACES TO FM-AUDIT-PATH FM-RPT-PATH.
           STRING
             FUNCTION TRIM(FM-OUTPUT-DIR) DELIMITED BY SIZE
             "AuditLog.csv" DELIMITED BY SIZE
             INTO FM-AUDIT-PATH
           END-STRING.
           STRING
             FUNCTION TRIM(FM-OUTPUT-DIR) DELIMITED BY SIZE
             "Feed_Status.csv" DELIMITED BY SIZE
             INTO FM-RPT-PATH
           END-STRING.

      *******************************************************
      *> 營業日月曆 (同 EXECUTE 之 BUSCAL-FILE 載入規則)
      *******************************************************
           OPEN INPUT FM-BUSCAL-FILE.
           IF FM-BCAL-STATUS = "00"
             PERFORM UNTIL FM-BCAL-STATUS NOT = "00"
               READ FM-BUSCAL-FILE
                 AT END
                   MOVE "10" TO FM-BCAL-STATUS
                 NOT AT END
                   IF FM-BCAL-COUNT < 500
                      AND FUNCTION TRIM(FM-BUSCAL-REC) NOT = SPACES
                      AND FM-BUSCAL-REC(1:1) NOT = "*"
                      AND FM-BUSCAL-REC(1:8) NOT = "COUNTRY;"
                     MOVE SPACES TO FM-BCAL-TOK(1) FM-BCAL-TOK(2)
                                    FM-BCAL-TOK(3)
                     UNSTRING FM-BUSCAL-REC DELIMITED BY ";"
                         INTO FM-BCAL-TOK(1) FM-BCAL-TOK(2)
                              FM-BCAL-TOK(3)
                     IF FM-BCAL-TOK(2)(1:8) IS NUMERIC
                       ADD 1 TO FM-BCAL-COUNT
                       MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(FM-BCAL-TOK(1)))
                         TO FM-BCAL-CTRY(FM-BCAL-COUNT)
                       MOVE FM-BCAL-TOK(2)(1:8)
                         TO FM-BCAL-DATE(FM-BCAL-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FM-BUSCAL-FILE
           END-IF.

      *******************************************************
      *> 到檔行事曆；逐列判定檢查日是否為應到日
      *******************************************************
           OPEN INPUT FM-SCHED-FILE.
           IF FM-SCHED-STATUS NOT = "00"
             DISPLAY "FDM0101E input\FeedSchedule.csv NOT FOUND "
               "(STATUS " FM-SCHED-STATUS ")"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL FM-SCHED-STATUS NOT = "00"
             READ FM-SCHED-FILE
               AT END
                 MOVE "10" TO FM-SCHED-STATUS
               NOT AT END
                 IF FM-S-COUNT < 200
                    AND FUNCTION TRIM(FM-SCHED-REC) NOT = SPACES
                    AND FM-SCHED-REC(1:1) NOT = "*"
                    AND FM-SCHED-REC(1:14) NOT = "SOURCE_SYSTEM;"
                   PERFORM FM-SCHED-ADD-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE FM-SCHED-FILE.

      *******************************************************
      *> 訊息目錄
      *******************************************************
           OPEN INPUT FM-MSGCAT-FILE.
           IF FM-MSGCAT-STATUS = "00"
             PERFORM UNTIL FM-MSGCAT-STATUS NOT = "00"
               READ FM-MSGCAT-FILE
                 AT END
                   MOVE "10" TO FM-MSGCAT-STATUS
                 NOT AT END
                   IF FM-M-COUNT < 300
                      AND FM-MSGCAT-REC(1:7) NOT = "MSG_ID;"
                      AND FUNCTION TRIM(FM-MSGCAT-REC) NOT = SPACES
                     MOVE SPACES TO FM-M-TOK(1) FM-M-TOK(2)
                                    FM-M-TOK(3)
                     UNSTRING FM-MSGCAT-REC DELIMITED BY ";"
                         INTO FM-M-TOK(1) FM-M-TOK(2) FM-M-TOK(3)
                     ADD 1 TO FM-M-COUNT
                     MOVE FM-M-TOK(1) TO FM-M-ID(FM-M-COUNT)
                     MOVE FM-M-TOK(2) TO FM-M-SEV(FM-M-COUNT)
                     MOVE FM-M-TOK(3) TO FM-M-DESC(FM-M-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE FM-MSGCAT-FILE
           END-IF.

      *******************************************************
      *> 已處理的到檔：AuditLog.csv 帶 BATCH_SOURCE 的執行列
      *> (執行日為檢查日或次日者；次日凌晨才處理的檔仍可能是
      *> 檢查日送到)，重跑 Fail_Data.csv 者非來源到檔不計
      *******************************************************
           OPEN INPUT FM-AUDIT-FILE.
           IF FM-AUDIT-STATUS = "00"
             PERFORM UNTIL FM-AUDIT-STATUS NOT = "00"
               READ FM-AUDIT-FILE
                 AT END
                   MOVE "10" TO FM-AUDIT-STATUS
                 NOT AT END
                   PERFORM FM-AUDIT-ROW-PARA
               END-READ
             END-PERFORM
             CLOSE FM-AUDIT-FILE
           END-IF.

      *******************************************************
      *> 已送到尚未處理的來源檔：輸入目錄中帶批次表頭
      *> (H;批號;SOURCE_SYSTEM;...) 者
      *******************************************************
           PERFORM VARYING FM-BASE-I FROM 1 BY 1 UNTIL FM-BASE-I > 3
             EVALUATE FM-BASE-I
               WHEN 1
                 MOVE "INPUT-ADDRESS.csv" TO FM-BASENAME
               WHEN 2
                 MOVE "INPUT-FIXED.txt" TO FM-BASENAME
               WHEN 3
                 MOVE "CBPRPLUS_Input.csv" TO FM-BASENAME
             END-EVALUATE
             PERFORM FM-PENDING-PARA
           END-PERFORM.

      *******************************************************
      *> 判定與輸出 Feed_Status.csv
      *******************************************************
           OPEN OUTPUT FM-RPT-FILE.
           MOVE SPACES TO FM-TXT.
           STRING
             "CHECK_DATE;SOURCE_SYSTEM;STATUS;MSG_ID;SEVERITY;"
               DELIMITED BY SIZE
             "SCHEDULE;CUTOFF;ARRIVED_AT;FILE;DESCRIPTION"
               DELIMITED BY SIZE
             INTO FM-TXT
           END-STRING.
           MOVE FM-TXT TO FM-RPT-REC.
           WRITE FM-RPT-REC.

           PERFORM VARYING FM-S-I FROM 1 BY 1
                     UNTIL FM-S-I > FM-S-COUNT
             PERFORM FM-JUDGE-PARA
           END-PERFORM.

           PERFORM VARYING FM-U-I FROM 1 BY 1
                     UNTIL FM-U-I > FM-U-COUNT
             MOVE "UNEXPECTED" TO FM-STATE
             MOVE "FDM0202W" TO FM-MSG-ID
             ADD 1 TO FM-UNEXP-CNT
             MOVE FM-U-SRC(FM-U-I) TO FM-SRC
             PERFORM FM-UNKNOWN-ROW-PARA
           END-PERFORM.
           CLOSE FM-RPT-FILE.

      *******************************************************
      *> 摘要、稽核記錄與回覆碼
      *******************************************************
           MOVE "FDM0001I" TO FM-MSG-ID.
           PERFORM FM-MSG-LOOKUP-PARA.
           DISPLAY "FDM0001I " FUNCTION TRIM(FM-MSG-DESC) " FOR "
             FM-CHECK-DATE " (" FM-DOW-CODE ") - EXPECTED "
             FM-EXP-CNT " RECEIVED " FM-RCV-CNT " LATE " FM-LATE-CNT
             " MISSING " FM-MISS-CNT " AWAITED " FM-WAIT-CNT
             " UNEXPECTED " FM-UNEXP-CNT.

           MOVE FUNCTION CURRENT-DATE TO FM-TS.
           MOVE SPACES TO FM-TXT.
           STRING
             FM-TS(1:14) DELIMITED BY SIZE
             ";FEED-MON;CHECK-DATE=" DELIMITED BY SIZE
             FM-CHECK-DATE DELIMITED BY SIZE
             ";EXPECTED=" DELIMITED BY SIZE
             FM-EXP-CNT DELIMITED BY SIZE
             ";LATE=" DELIMITED BY SIZE
             FM-LATE-CNT DELIMITED BY SIZE
             ";MISSING=" DELIMITED BY SIZE
             FM-MISS-CNT DELIMITED BY SIZE
             ";UNEXPECTED=" DELIMITED BY SIZE
             FM-UNEXP-CNT DELIMITED BY SIZE
             INTO FM-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE FM-AUDIT-PATH TO LCH-PATH.
           MOVE FM-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

           IF FM-MISS-CNT > 0
             MOVE 8 TO RETURN-CODE
           ELSE
             IF FM-LATE-CNT > 0 OR FM-UNEXP-CNT > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：行事曆一列 (FM-SCHED-REC) 加入表，判定
      *> 檢查日是否為該來源應到日
      *******************************************************
       FM-SCHED-ADD-PARA.
           MOVE SPACES TO FM-S-TOK(1) FM-S-TOK(2) FM-S-TOK(3)
                          FM-S-TOK(4).
           UNSTRING FM-SCHED-REC DELIMITED BY ";"
               INTO FM-S-TOK(1) FM-S-TOK(2) FM-S-TOK(3) FM-S-TOK(4).
           IF FM-S-TOK(1) = SPACES
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO FM-S-COUNT.
           MOVE FUNCTION TRIM(FM-S-TOK(1)) TO FM-S-SRC(FM-S-COUNT).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FM-S-TOK(2)))
             TO FM-S-DAYS(FM-S-COUNT).
           IF FM-S-DAYS(FM-S-COUNT) = SPACES
             MOVE "BUS" TO FM-S-DAYS(FM-S-COUNT)
           END-IF.
           MOVE 2359 TO FM-S-CUTOFF(FM-S-COUNT).
           IF FUNCTION TRIM(FM-S-TOK(3)) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(FM-S-TOK(3)))
               TO FM-S-CUTOFF(FM-S-COUNT)
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(FM-S-TOK(4)))
             TO FM-S-CTRY(FM-S-COUNT).
           MOVE "N" TO FM-S-ARRIVED(FM-S-COUNT).
           MOVE SPACES TO FM-S-ARR-DT(FM-S-COUNT)
                          FM-S-ARR-FILE(FM-S-COUNT).
           MOVE 0 TO FM-S-ARR-HHMM(FM-S-COUNT).

           *> 營業日判定 (週六日或月曆上通用/該國假日即非營業日)
           MOVE "Y" TO FM-IS-BUS.
           IF FM-DOW = 6 OR FM-DOW = 0
             MOVE "N" TO FM-IS-BUS
           END-IF.
           IF FM-IS-BUS = "Y"
             PERFORM VARYING FM-BCAL-I FROM 1 BY 1
                       UNTIL FM-BCAL-I > FM-BCAL-COUNT
               IF FM-BCAL-DATE(FM-BCAL-I) = FM-CHECK-DATE
                  AND (FM-BCAL-CTRY(FM-BCAL-I) = SPACES
                       OR FM-BCAL-CTRY(FM-BCAL-I) =
                          FM-S-CTRY(FM-S-COUNT))
                 MOVE "N" TO FM-IS-BUS
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.

           MOVE "N" TO FM-S-EXPECT(FM-S-COUNT).
           EVALUATE TRUE
             WHEN FM-S-DAYS(FM-S-COUNT) = "DAILY"
               MOVE "Y" TO FM-S-EXPECT(FM-S-COUNT)
             WHEN FM-S-DAYS(FM-S-COUNT) = "BUS"
               MOVE FM-IS-BUS TO FM-S-EXPECT(FM-S-COUNT)
             WHEN OTHER
               MOVE 0 TO FM-S-TALLY
               INSPECT FM-S-DAYS(FM-S-COUNT) TALLYING FM-S-TALLY
                 FOR ALL FM-DOW-CODE
               IF FM-S-TALLY > 0 AND FM-IS-BUS = "Y"
                 MOVE "Y" TO FM-S-EXPECT(FM-S-COUNT)
               END-IF
           END-EVALUATE.

      *******************************************************
      *> 共用段落：AuditLog.csv 一列 (FM-AUDIT-REC)
      *******************************************************
       FM-AUDIT-ROW-PARA.
           PERFORM VARYING FM-AUD-I FROM 1 BY 1 UNTIL FM-AUD-I > 18
             MOVE SPACES TO FM-AUD-FLD(FM-AUD-I)
           END-PERFORM.
           *> 去除鏈結封印 (;SEQ=...;CHK=...)
           MOVE 0 TO FM-AUD-CUT.
           INSPECT FM-AUDIT-REC TALLYING FM-AUD-CUT
             FOR CHARACTERS BEFORE INITIAL ";SEQ=".
           IF FM-AUD-CUT < 300
             MOVE SPACES TO FM-AUDIT-REC(FM-AUD-CUT + 1:)
           END-IF.
           UNSTRING FM-AUDIT-REC DELIMITED BY ";"
               INTO FM-AUD-FLD(1)  FM-AUD-FLD(2)  FM-AUD-FLD(3)
                    FM-AUD-FLD(4)  FM-AUD-FLD(5)  FM-AUD-FLD(6)
                    FM-AUD-FLD(7)  FM-AUD-FLD(8)  FM-AUD-FLD(9)
                    FM-AUD-FLD(10) FM-AUD-FLD(11) FM-AUD-FLD(12)
                    FM-AUD-FLD(13) FM-AUD-FLD(14) FM-AUD-FLD(15)
                    FM-AUD-FLD(16) FM-AUD-FLD(17) FM-AUD-FLD(18).
           IF FM-AUD-FLD(1)(1:14) IS NOT NUMERIC
              OR FUNCTION TRIM(FM-AUD-FLD(17)) = SPACES
              OR FUNCTION TRIM(FM-AUD-FLD(6)) = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE FM-AUD-FLD(1)(1:14) TO FM-RUN-TS.
           IF FM-RUN-TS(1:8) NOT = FM-CHECK-DATE
              AND FM-RUN-TS(1:8) NOT = FM-NEXT-X
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(FM-AUD-FLD(17)) TO FM-SRC.

           *> 到檔時間：歸檔目錄中本次來源檔 (執行時間戳記_
           *> 原檔名) 的檔案時間，找不到時取執行時間
           MOVE FM-RUN-TS(1:8) TO FM-ARR-DT.
           MOVE FM-RUN-TS(9:4) TO FM-ARR-HHMM.
           MOVE SPACES TO FM-ARR-FILE.
           PERFORM VARYING FM-BASE-I FROM 1 BY 1 UNTIL FM-BASE-I > 4
             EVALUATE FM-BASE-I
               WHEN 1
                 MOVE "INPUT-ADDRESS.csv" TO FM-BASENAME
               WHEN 2
                 MOVE "INPUT-FIXED.txt" TO FM-BASENAME
               WHEN 3
                 MOVE "CBPRPLUS_Input.csv" TO FM-BASENAME
               WHEN 4
                 MOVE "ISO20022_Input.xml" TO FM-BASENAME
             END-EVALUATE
             MOVE SPACES TO FM-PEND-PATH
             STRING
               FUNCTION TRIM(FM-ARCHIVE-DIR) DELIMITED BY SIZE
               FM-RUN-TS DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               FUNCTION TRIM(FM-BASENAME) DELIMITED BY SIZE
               INTO FM-PEND-PATH
             END-STRING
             CALL "CBL_CHECK_FILE_EXIST" USING FM-PEND-PATH FM-FI
               RETURNING FM-FI-RC
             IF FM-FI-RC = 0
               MOVE FM-PEND-PATH TO FM-ARR-FILE
               PERFORM FM-FILE-TIME-PARA
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF FM-ARR-DT NOT = FM-CHECK-DATE
             EXIT PARAGRAPH
           END-IF.
           PERFORM FM-ARRIVAL-PARA.

      *******************************************************
      *> 共用段落：輸入目錄中待處理來源檔 (FM-BASENAME)
      *******************************************************
       FM-PENDING-PARA.
           MOVE SPACES TO FM-PEND-PATH.
           STRING
             FUNCTION TRIM(FM-INPUT-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(FM-BASENAME) DELIMITED BY SIZE
             INTO FM-PEND-PATH
           END-STRING.
           OPEN INPUT FM-PEND-FILE.
           IF FM-PEND-STATUS NOT = "00"
             MOVE "00" TO FM-PEND-STATUS
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FM-PEND-REC.
           READ FM-PEND-FILE
             AT END
               CONTINUE
           END-READ.
           CLOSE FM-PEND-FILE.
           MOVE "00" TO FM-PEND-STATUS.
           IF FM-PEND-REC(1:2) NOT = "H;"
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO FM-PEND-TOK(1) FM-PEND-TOK(2) FM-PEND-TOK(3).
           UNSTRING FM-PEND-REC DELIMITED BY ";"
               INTO FM-PEND-TOK(1) FM-PEND-TOK(2) FM-PEND-TOK(3).
           MOVE FUNCTION TRIM(FM-PEND-TOK(3)) TO FM-SRC.
           IF FM-SRC = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE FM-TODAY TO FM-ARR-DT.
           MOVE FM-NOW-HHMM TO FM-ARR-HHMM.
           MOVE FM-PEND-PATH TO FM-ARR-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING FM-PEND-PATH FM-FI
             RETURNING FM-FI-RC.
           IF FM-FI-RC = 0
             PERFORM FM-FILE-TIME-PARA
           END-IF.
           IF FM-ARR-DT NOT = FM-CHECK-DATE
             EXIT PARAGRAPH
           END-IF.
           PERFORM FM-ARRIVAL-PARA.

      *******************************************************
      *> 共用段落：檔案時間 (FM-FI) -> FM-ARR-DT / FM-ARR-HHMM
      *******************************************************
       FM-FILE-TIME-PARA.
           COMPUTE FM-FI-DATE = FM-FI-YEAR * 10000
             + (FUNCTION ORD(FM-FI-MONTH) - 1) * 100
             + (FUNCTION ORD(FM-FI-DAY) - 1).
           MOVE FM-FI-DATE TO FM-ARR-DT.
           COMPUTE FM-ARR-HHMM =
             (FUNCTION ORD(FM-FI-HH) - 1) * 100
             + (FUNCTION ORD(FM-FI-MI) - 1).

      *******************************************************
      *> 共用段落：記錄一次到檔 (FM-SRC/FM-ARR-HHMM/
      *> FM-ARR-FILE)；同一來源多次到檔取最早一次
      *******************************************************
       FM-ARRIVAL-PARA.
           MOVE 0 TO FM-S-HIT.
           PERFORM VARYING FM-S-I FROM 1 BY 1
                     UNTIL FM-S-I > FM-S-COUNT
             IF FM-S-SRC(FM-S-I) = FM-SRC
               MOVE FM-S-I TO FM-S-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF FM-S-HIT > 0
             IF FM-S-ARRIVED(FM-S-HIT) = "N"
                OR FM-ARR-HHMM < FM-S-ARR-HHMM(FM-S-HIT)
               MOVE "Y" TO FM-S-ARRIVED(FM-S-HIT)
               MOVE FM-ARR-DT TO FM-S-ARR-DT(FM-S-HIT)
               MOVE FM-ARR-HHMM TO FM-S-ARR-HHMM(FM-S-HIT)
               MOVE FM-ARR-FILE TO FM-S-ARR-FILE(FM-S-HIT)
             END-IF
             EXIT PARAGRAPH
           END-IF.

           *> 不在行事曆上的來源
           PERFORM VARYING FM-U-I FROM 1 BY 1
                     UNTIL FM-U-I > FM-U-COUNT
             IF FM-U-SRC(FM-U-I) = FM-SRC
               IF FM-ARR-HHMM < FM-U-ARR-HHMM(FM-U-I)
                 MOVE FM-ARR-HHMM TO FM-U-ARR-HHMM(FM-U-I)
                 MOVE FM-ARR-FILE TO FM-U-ARR-FILE(FM-U-I)
               END-IF
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.
           IF FM-U-COUNT < 100
             ADD 1 TO FM-U-COUNT
             MOVE FM-SRC TO FM-U-SRC(FM-U-COUNT)
             MOVE FM-ARR-HHMM TO FM-U-ARR-HHMM(FM-U-COUNT)
             MOVE FM-ARR-FILE TO FM-U-ARR-FILE(FM-U-COUNT)
           END-IF.

      *******************************************************
      *> 共用段落：行事曆一個來源 (FM-S-I) 的判定與輸出
      *******************************************************
       FM-JUDGE-PARA.
           MOVE SPACES TO FM-STATE FM-MSG-ID.
           IF FM-S-EXPECT(FM-S-I) = "Y"
             ADD 1 TO FM-EXP-CNT
             IF FM-S-ARRIVED(FM-S-I) = "Y"
               IF FM-S-ARR-HHMM(FM-S-I) > FM-S-CUTOFF(FM-S-I)
                 MOVE "LATE" TO FM-STATE
                 MOVE "FDM0201W" TO FM-MSG-ID
                 ADD 1 TO FM-LATE-CNT
               ELSE
                 MOVE "RECEIVED" TO FM-STATE
                 MOVE "FDM0002I" TO FM-MSG-ID
                 ADD 1 TO FM-RCV-CNT
               END-IF
             ELSE
               IF FM-NOW-HHMM > FM-S-CUTOFF(FM-S-I)
                 MOVE "MISSING" TO FM-STATE
                 MOVE "FDM0301E" TO FM-MSG-ID
                 ADD 1 TO FM-MISS-CNT
               ELSE
                 MOVE "AWAITED" TO FM-STATE
                 MOVE "FDM0003I" TO FM-MSG-ID
                 ADD 1 TO FM-WAIT-CNT
               END-IF
             END-IF
           ELSE
             IF FM-S-ARRIVED(FM-S-I) = "Y"
               MOVE "UNEXPECTED" TO FM-STATE
               MOVE "FDM0202W" TO FM-MSG-ID
               ADD 1 TO FM-UNEXP-CNT
             END-IF
           END-IF.
           IF FM-STATE = SPACES
             EXIT PARAGRAPH
           END-IF.

           PERFORM FM-MSG-LOOKUP-PARA.
           MOVE FM-S-CUTOFF(FM-S-I) TO FM-CUT-TXT.
           MOVE SPACES TO FM-ARR-TXT.
           IF FM-S-ARRIVED(FM-S-I) = "Y"
             STRING
               FM-S-ARR-DT(FM-S-I) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FM-S-ARR-HHMM(FM-S-I) DELIMITED BY SIZE
               INTO FM-ARR-TXT
             END-STRING
           END-IF.
           IF FM-STATE = "MISSING"
             DISPLAY FM-MSG-ID " " FUNCTION TRIM(FM-MSG-DESC) ": "
               FUNCTION TRIM(FM-S-SRC(FM-S-I)) " (CUT-OFF "
               FM-CUT-TXT ", NOT ARRIVED)"
           END-IF.
           IF FM-STATE = "LATE" OR "UNEXPECTED"
             DISPLAY FM-MSG-ID " " FUNCTION TRIM(FM-MSG-DESC) ": "
               FUNCTION TRIM(FM-S-SRC(FM-S-I)) " (CUT-OFF "
               FM-CUT-TXT ", ARRIVED "
               FUNCTION TRIM(FM-ARR-TXT) ")"
           END-IF.
           MOVE SPACES TO FM-TXT.
           STRING
             FM-CHECK-DATE DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-S-SRC(FM-S-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-STATE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FM-MSG-ID DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-MSG-SEV) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-S-DAYS(FM-S-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FM-CUT-TXT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-ARR-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-S-ARR-FILE(FM-S-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-MSG-DESC) DELIMITED BY SIZE
             INTO FM-TXT
           END-STRING.
           MOVE FM-TXT TO FM-RPT-REC.
           WRITE FM-RPT-REC.

      *******************************************************
      *> 共用段落：不在行事曆上的來源到檔 (FM-U-I) 輸出
      *******************************************************
       FM-UNKNOWN-ROW-PARA.
           PERFORM FM-MSG-LOOKUP-PARA.
           MOVE SPACES TO FM-ARR-TXT.
           STRING
             FM-CHECK-DATE DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FM-U-ARR-HHMM(FM-U-I) DELIMITED BY SIZE
             INTO FM-ARR-TXT
           END-STRING.
           DISPLAY FM-MSG-ID " " FUNCTION TRIM(FM-MSG-DESC) ": "
             FUNCTION TRIM(FM-SRC) " (NOT ON FEED SCHEDULE, ARRIVED "
             FUNCTION TRIM(FM-ARR-TXT) ")".
           MOVE SPACES TO FM-TXT.
           STRING
             FM-CHECK-DATE DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-SRC) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-STATE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FM-MSG-ID DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-MSG-SEV) DELIMITED BY SIZE
             ";NOT ON SCHEDULE;;" DELIMITED BY SIZE
             FUNCTION TRIM(FM-ARR-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-U-ARR-FILE(FM-U-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(FM-MSG-DESC) DELIMITED BY SIZE
             INTO FM-TXT
           END-STRING.
           MOVE FM-TXT TO FM-RPT-REC.
           WRITE FM-RPT-REC.

      *******************************************************
      *> 共用段落：訊息目錄查詢 (FM-MSG-ID -> 嚴重度/說明)
      *******************************************************
       FM-MSG-LOOKUP-PARA.
           MOVE SPACES TO FM-MSG-SEV FM-MSG-DESC.
           PERFORM VARYING FM-M-I FROM 1 BY 1
                     UNTIL FM-M-I > FM-M-COUNT
             IF FM-M-ID(FM-M-I) = FM-MSG-ID
               MOVE FM-M-SEV(FM-M-I) TO FM-MSG-SEV
               MOVE FM-M-DESC(FM-M-I) TO FM-MSG-DESC
               EXIT PERFORM
             END-IF
           END-PERFORM.

       END PROGRAM FEED-MON.
