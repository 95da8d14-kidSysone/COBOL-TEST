       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.

      *******************************************************
      *> 夜間作業流執行程式
      *> 依 input\JobStream.csv 定義的步驟依序執行整晚作業流
      *> (PREFLIGHT -> EXECUTE/COORDINATOR -> LABEL-PRINT ->
      *> 翌晨 ACK-RECON -> 每週 STORE-AUDIT/HOUSEKEEP)：
      *>   STREAM=<作業流名稱>           (選填，預設 NIGHTLY)
      *>   步驟名;命令;可續行最高 RC;條件
      *> 條件 (空白 = 一律執行)：
      *>   DOW=SUN[,SAT...]  僅於所列星期幾執行
      *>   IFFILE=<路徑>     該檔存在才執行
      *>   NOFILE=<路徑>     該檔不存在才執行
      *>   AFTER=HHMM        作業流起始後第一個 HHMM 起才可執行；
      *>                     時間未到即暫停 (HELD)，屆時再執行
      *>                     本程式自該步續行
      *> 條件不成立的步驟記為 SKIPPED 並續行下一步；結束碼超過
      *> 可續行最高 RC 即停止整個作業流 (RC=8)。
      *> 每步狀態寫入 output\JobStream.status，重新執行時已完成
      *> (DONE/SKIPPED) 的步驟不重跑，自停止/中斷的步驟續行；
      *> 作業流已全部完成或定義已變更時自第一步重新開始
      *> (刪除狀態檔亦可強制重新開始)。每步與作業流結果附加至
      *> AuditLog.csv，早班可查明停在哪一步與原因
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT JS-DEF-FILE ASSIGN
             TO "input\JobStream.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JS-DEF-STATUS.

           SELECT JS-STAT-FILE ASSIGN
             TO "output\JobStream.status"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JS-STAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JS-DEF-FILE.
         01 JS-DEF-REC PIC X(300).

       FD JS-STAT-FILE.
         01 JS-STAT-REC PIC X(300).

       WORKING-STORAGE SECTION.
       01 JS-DEF-STATUS    PIC XX VALUE "00".
       01 JS-STAT-STATUS   PIC XX VALUE "00".

       *> 作業流步驟 (定義 + 本次狀態)
       01 JS-STEPS.
          05 JS-STEP       PIC X(20) OCCURS 30 TIMES.
          05 JS-CMD        PIC X(120) OCCURS 30 TIMES.
          05 JS-MAX-RC     PIC 9(4) OCCURS 30 TIMES.
          05 JS-COND       PIC X(100) OCCURS 30 TIMES.
          05 JS-STATE      PIC X(8) OCCURS 30 TIMES.
          05 JS-RC         PIC S9(5) OCCURS 30 TIMES.
          05 JS-START      PIC X(14) OCCURS 30 TIMES.
          05 JS-END        PIC X(14) OCCURS 30 TIMES.
          05 JS-REASON     PIC X(60) OCCURS 30 TIMES.
       01 JS-STEP-COUNT    PIC 99 VALUE 0.
       01 JS-I             PIC 99 VALUE 0.
       01 JS-J             PIC 99 VALUE 0.

       *> 前次狀態檔內容
       01 JS-OLD.
          05 JS-OLD-STEP   PIC X(20) OCCURS 30 TIMES.
          05 JS-OLD-STATE  PIC X(8) OCCURS 30 TIMES.
          05 JS-OLD-RC     PIC X(6) OCCURS 30 TIMES.
          05 JS-OLD-START  PIC X(14) OCCURS 30 TIMES.
          05 JS-OLD-END    PIC X(14) OCCURS 30 TIMES.
          05 JS-OLD-REASON PIC X(60) OCCURS 30 TIMES.
       01 JS-OLD-COUNT     PIC 99 VALUE 0.
       01 JS-OLD-NAME      PIC X(20) VALUE SPACES.
       01 JS-OLD-BEGIN     PIC X(14) VALUE SPACES.
       01 JS-OLD-SSTATE    PIC X(8) VALUE SPACES.
       01 JS-TOK           PIC X(120) OCCURS 6 TIMES.

       01 JS-WORK.
          05 JS-NAME       PIC X(20) VALUE "NIGHTLY".
          05 JS-BEGIN      PIC X(14).
          05 JS-SSTATE     PIC X(8) VALUE "RUNNING".
          05 JS-RESUME     PIC X VALUE "N".
          05 JS-STOP-STEP  PIC 99 VALUE 0.
          05 JS-KEY        PIC X(30).
          05 JS-VAL        PIC X(150).
          05 JS-TS         PIC X(21).
          05 JS-SYS-RC     PIC S9(9) COMP-5 VALUE 0.
          05 JS-RC-FMT     PIC -(4)9.
          05 JS-MAX-FMT    PIC Z(3)9.
          05 JS-TXT        PIC X(300).
          05 JS-RUN-FLAG   PIC X.
          05 JS-DONE-CNT   PIC 99 VALUE 0.
          05 JS-SKIP-CNT   PIC 99 VALUE 0.

       *> 條件判定
       01 JS-COND-WORK.
          05 JS-COND-TYPE  PIC X(10).
          05 JS-COND-ARG   PIC X(90).
          05 JS-PATH       PIC X(90).
          05 JS-CF-INFO.
             10 JS-CF-SIZE PIC 9(18) COMP.
             10 JS-CF-REST PIC X(56).
          05 JS-CF-RC      PIC S9(9) COMP-5 VALUE 0.
          05 JS-DOW-NAMES  PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".
          05 JS-DOW        PIC 9 VALUE 0.
          05 JS-DOW-CODE   PIC X(3).
          05 JS-DATE-N     PIC 9(8).
          05 JS-DATE-INT   PIC 9(7) VALUE 0.
          05 JS-AFTER-HHMM PIC X(4).
          05 JS-EARLIEST   PIC X(12).

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> 讀取作業流定義
      *******************************************************
           OPEN INPUT JS-DEF-FILE.
           IF JS-DEF-STATUS NOT = "00"
             DISPLAY "JST0101E NO JOB STREAM DEFINITION "
               "(input\JobStream.csv)"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL JS-DEF-STATUS NOT = "00"
             READ JS-DEF-FILE
               AT END
                 MOVE "10" TO JS-DEF-STATUS
               NOT AT END
                 IF FUNCTION TRIM(JS-DEF-REC) NOT = SPACES
                    AND JS-DEF-REC(1:1) NOT = "*"
                    AND JS-DEF-REC(1:5) NOT = "STEP;"
                   PERFORM JS-DEF-ROW-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE JS-DEF-FILE.
           IF JS-STEP-COUNT = 0
             DISPLAY "JST0001I JOB STREAM HAS NO STEPS - NOTHING TO DO"
             STOP RUN
           END-IF.

      *******************************************************
      *> 前次狀態：未完成且定義相同即續行
      *******************************************************
           OPEN INPUT JS-STAT-FILE.
           IF JS-STAT-STATUS = "00"
             PERFORM UNTIL JS-STAT-STATUS NOT = "00"
               READ JS-STAT-FILE
                 AT END
                   MOVE "10" TO JS-STAT-STATUS
                 NOT AT END
                   PERFORM JS-STAT-ROW-PARA
               END-READ
             END-PERFORM
             CLOSE JS-STAT-FILE
           END-IF.
           MOVE "00" TO JS-STAT-STATUS.

           IF JS-OLD-COUNT > 0
              AND JS-OLD-SSTATE NOT = "COMPLETE"
             IF JS-OLD-NAME = JS-NAME
                AND JS-OLD-COUNT = JS-STEP-COUNT
               MOVE "Y" TO JS-RESUME
               PERFORM VARYING JS-I FROM 1 BY 1
                         UNTIL JS-I > JS-STEP-COUNT
                 IF JS-OLD-STEP(JS-I) NOT = JS-STEP(JS-I)
                   MOVE "N" TO JS-RESUME
                 END-IF
               END-PERFORM
             END-IF
             IF JS-RESUME = "N"
               DISPLAY "JST0201W JOB STREAM DEFINITION CHANGED SINCE "
                 "LAST RUN - STARTING FROM FIRST STEP"
             END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO JS-TS.
           IF JS-RESUME = "Y"
             MOVE JS-OLD-BEGIN TO JS-BEGIN
             PERFORM VARYING JS-I FROM 1 BY 1
                       UNTIL JS-I > JS-STEP-COUNT
               IF JS-OLD-STATE(JS-I) = "DONE"
                  OR JS-OLD-STATE(JS-I) = "SKIPPED"
                 MOVE JS-OLD-STATE(JS-I) TO JS-STATE(JS-I)
                 IF FUNCTION TRIM(JS-OLD-RC(JS-I)) NOT = SPACES
                   MOVE FUNCTION NUMVAL(JS-OLD-RC(JS-I))
                     TO JS-RC(JS-I)
                 END-IF
                 MOVE JS-OLD-START(JS-I) TO JS-START(JS-I)
                 MOVE JS-OLD-END(JS-I) TO JS-END(JS-I)
                 MOVE JS-OLD-REASON(JS-I) TO JS-REASON(JS-I)
               ELSE
                 IF JS-STOP-STEP = 0
                   MOVE JS-I TO JS-STOP-STEP
                 END-IF
               END-IF
             END-PERFORM
             IF JS-STOP-STEP > 0
               DISPLAY "JST0004I JOB STREAM " FUNCTION TRIM(JS-NAME)
                 " RESUMING AT STEP "
                 FUNCTION TRIM(JS-STEP(JS-STOP-STEP)) " (LAST "
                 FUNCTION TRIM(JS-OLD-STATE(JS-STOP-STEP)) ")"
             END-IF
             MOVE 0 TO JS-STOP-STEP
           ELSE
             MOVE JS-TS(1:14) TO JS-BEGIN
           END-IF.

      *******************************************************
      *> 逐步執行
      *******************************************************
           MOVE "RUNNING" TO JS-SSTATE.
           PERFORM VARYING JS-I FROM 1 BY 1
                     UNTIL JS-I > JS-STEP-COUNT
                        OR JS-SSTATE NOT = "RUNNING"
             IF JS-STATE(JS-I) NOT = "DONE"
                AND JS-STATE(JS-I) NOT = "SKIPPED"
               PERFORM JS-RUN-STEP-PARA
             END-IF
           END-PERFORM.
           IF JS-SSTATE = "RUNNING"
             MOVE "COMPLETE" TO JS-SSTATE
           END-IF.
           PERFORM JS-WRITE-STATUS-PARA.

      *******************************************************
      *> 作業流摘要 (畫面 + AuditLog.csv)
      *******************************************************
           PERFORM VARYING JS-I FROM 1 BY 1
                     UNTIL JS-I > JS-STEP-COUNT
             EVALUATE JS-STATE(JS-I)
               WHEN "DONE"
                 ADD 1 TO JS-DONE-CNT
               WHEN "SKIPPED"
                 ADD 1 TO JS-SKIP-CNT
             END-EVALUATE
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE TO JS-TS.
           MOVE SPACES TO JS-TXT.
           STRING
             JS-TS(1:14) DELIMITED BY SIZE
             ";JOB-STREAM;" DELIMITED BY SIZE
             FUNCTION TRIM(JS-NAME) DELIMITED BY SIZE
             ";STREAM=" DELIMITED BY SIZE
             FUNCTION TRIM(JS-SSTATE) DELIMITED BY SIZE
             ";STARTED=" DELIMITED BY SIZE
             JS-BEGIN DELIMITED BY SIZE
             ";DONE=" DELIMITED BY SIZE
             JS-DONE-CNT DELIMITED BY SIZE
             ";SKIPPED=" DELIMITED BY SIZE
             JS-SKIP-CNT DELIMITED BY SIZE
             ";STEPS=" DELIMITED BY SIZE
             JS-STEP-COUNT DELIMITED BY SIZE
             INTO JS-TXT
           END-STRING.
           IF JS-STOP-STEP > 0
             MOVE JS-RC(JS-STOP-STEP) TO JS-RC-FMT
             STRING
               FUNCTION TRIM(JS-TXT) DELIMITED BY SIZE
               ";STEP=" DELIMITED BY SIZE
               FUNCTION TRIM(JS-STEP(JS-STOP-STEP)) DELIMITED BY SIZE
               ";RC=" DELIMITED BY SIZE
               FUNCTION TRIM(JS-RC-FMT) DELIMITED BY SIZE
               ";REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(JS-REASON(JS-STOP-STEP))
                 DELIMITED BY SIZE
               INTO JS-TXT
             END-STRING
           END-IF.
           PERFORM JS-AUDIT-PARA.

           EVALUATE JS-SSTATE
             WHEN "COMPLETE"
               DISPLAY "JST0003I JOB STREAM " FUNCTION TRIM(JS-NAME)
                 " COMPLETE - " JS-DONE-CNT " DONE, " JS-SKIP-CNT
                 " SKIPPED"
             WHEN "HELD"
               DISPLAY "JST0005I JOB STREAM " FUNCTION TRIM(JS-NAME)
                 " HELD AT STEP " FUNCTION TRIM(JS-STEP(JS-STOP-STEP))
                 " - " FUNCTION TRIM(JS-REASON(JS-STOP-STEP))
             WHEN OTHER
               DISPLAY "JST0301E JOB STREAM " FUNCTION TRIM(JS-NAME)
                 " STOPPED AT STEP "
                 FUNCTION TRIM(JS-STEP(JS-STOP-STEP))
                 " - " FUNCTION TRIM(JS-REASON(JS-STOP-STEP))
               MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

      *******************************************************
      *> 共用段落：定義檔單列 (STREAM= 或 步驟列)
      *******************************************************
       JS-DEF-ROW-PARA.
           IF JS-DEF-REC(1:7) = "STREAM="
             MOVE SPACES TO JS-KEY JS-VAL
             UNSTRING JS-DEF-REC DELIMITED BY "="
                 INTO JS-KEY JS-VAL
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JS-VAL))
               TO JS-NAME
           ELSE
             IF JS-STEP-COUNT < 30
               ADD 1 TO JS-STEP-COUNT
               MOVE SPACES TO JS-TOK(1) JS-TOK(2) JS-TOK(3) JS-TOK(4)
               UNSTRING JS-DEF-REC DELIMITED BY ";"
                   INTO JS-TOK(1) JS-TOK(2) JS-TOK(3) JS-TOK(4)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JS-TOK(1)))
                 TO JS-STEP(JS-STEP-COUNT)
               MOVE FUNCTION TRIM(JS-TOK(2)) TO JS-CMD(JS-STEP-COUNT)
               IF JS-CMD(JS-STEP-COUNT) = SPACES
                 MOVE JS-STEP(JS-STEP-COUNT) TO JS-CMD(JS-STEP-COUNT)
               END-IF
               IF FUNCTION TRIM(JS-TOK(3)) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(JS-TOK(3)))
                   TO JS-MAX-RC(JS-STEP-COUNT)
               ELSE
                 MOVE 0 TO JS-MAX-RC(JS-STEP-COUNT)
               END-IF
               MOVE FUNCTION TRIM(JS-TOK(4)) TO JS-COND(JS-STEP-COUNT)
               MOVE "PENDING" TO JS-STATE(JS-STEP-COUNT)
               MOVE 0 TO JS-RC(JS-STEP-COUNT)
               MOVE SPACES TO JS-START(JS-STEP-COUNT)
                              JS-END(JS-STEP-COUNT)
                              JS-REASON(JS-STEP-COUNT)
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：狀態檔單列
      *>   #STREAM;名稱;起始時戳;作業流狀態
      *>   步驟名;狀態;RC;開始;結束;原因
      *******************************************************
       JS-STAT-ROW-PARA.
           MOVE SPACES TO JS-TOK(1) JS-TOK(2) JS-TOK(3)
                          JS-TOK(4) JS-TOK(5) JS-TOK(6).
           UNSTRING JS-STAT-REC DELIMITED BY ";"
               INTO JS-TOK(1) JS-TOK(2) JS-TOK(3)
                    JS-TOK(4) JS-TOK(5) JS-TOK(6).
           IF JS-TOK(1) = "#STREAM"
             MOVE JS-TOK(2) TO JS-OLD-NAME
             MOVE JS-TOK(3) TO JS-OLD-BEGIN
             MOVE JS-TOK(4) TO JS-OLD-SSTATE
           ELSE
             IF JS-OLD-COUNT < 30
                AND FUNCTION TRIM(JS-TOK(1)) NOT = SPACES
               ADD 1 TO JS-OLD-COUNT
               MOVE JS-TOK(1) TO JS-OLD-STEP(JS-OLD-COUNT)
               MOVE JS-TOK(2) TO JS-OLD-STATE(JS-OLD-COUNT)
               MOVE JS-TOK(3) TO JS-OLD-RC(JS-OLD-COUNT)
               MOVE JS-TOK(4) TO JS-OLD-START(JS-OLD-COUNT)
               MOVE JS-TOK(5) TO JS-OLD-END(JS-OLD-COUNT)
               MOVE JS-TOK(6) TO JS-OLD-REASON(JS-OLD-COUNT)
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：執行單一步驟 (JS-I)
      *******************************************************
       JS-RUN-STEP-PARA.
           PERFORM JS-COND-PARA.
           MOVE FUNCTION CURRENT-DATE TO JS-TS.
           EVALUATE JS-RUN-FLAG
             WHEN "S"
               MOVE "SKIPPED" TO JS-STATE(JS-I)
               MOVE 0 TO JS-RC(JS-I)
               MOVE JS-TS(1:14) TO JS-START(JS-I) JS-END(JS-I)
               DISPLAY "JST0006I STEP " FUNCTION TRIM(JS-STEP(JS-I))
                 " SKIPPED - " FUNCTION TRIM(JS-REASON(JS-I))
               PERFORM JS-STEP-AUDIT-PARA
               PERFORM JS-WRITE-STATUS-PARA
             WHEN "H"
               MOVE "HELD" TO JS-STATE(JS-I) JS-SSTATE
               MOVE JS-I TO JS-STOP-STEP
             WHEN OTHER
               *> 執行前先記 RUNNING，程式中斷時重跑會自此步續行
               MOVE "RUNNING" TO JS-STATE(JS-I)
               MOVE JS-TS(1:14) TO JS-START(JS-I)
               MOVE SPACES TO JS-END(JS-I) JS-REASON(JS-I)
               PERFORM JS-WRITE-STATUS-PARA
               DISPLAY "JST0002I STEP " FUNCTION TRIM(JS-STEP(JS-I))
                 " STARTING (" FUNCTION TRIM(JS-CMD(JS-I)) ")"
               CALL "SYSTEM" USING JS-CMD(JS-I) RETURNING JS-SYS-RC
               MOVE JS-SYS-RC TO JS-RC(JS-I)
               MOVE FUNCTION CURRENT-DATE TO JS-TS
               MOVE JS-TS(1:14) TO JS-END(JS-I)
               MOVE JS-RC(JS-I) TO JS-RC-FMT
               MOVE JS-MAX-RC(JS-I) TO JS-MAX-FMT
               IF JS-RC(JS-I) <= JS-MAX-RC(JS-I)
                  AND JS-RC(JS-I) >= 0
                 MOVE "DONE" TO JS-STATE(JS-I)
               ELSE
                 MOVE "FAILED" TO JS-STATE(JS-I)
                 MOVE "STOPPED" TO JS-SSTATE
                 MOVE JS-I TO JS-STOP-STEP
                 STRING
                   "RC " DELIMITED BY SIZE
                   FUNCTION TRIM(JS-RC-FMT) DELIMITED BY SIZE
                   " EXCEEDS MAX-RC " DELIMITED BY SIZE
                   FUNCTION TRIM(JS-MAX-FMT) DELIMITED BY SIZE
                   INTO JS-REASON(JS-I)
                 END-STRING
               END-IF
               DISPLAY "JST0007I STEP " FUNCTION TRIM(JS-STEP(JS-I))
                 " ENDED RC " FUNCTION TRIM(JS-RC-FMT) " - "
                 FUNCTION TRIM(JS-STATE(JS-I))
               PERFORM JS-STEP-AUDIT-PARA
               PERFORM JS-WRITE-STATUS-PARA
           END-EVALUATE.

      *******************************************************
      *> 共用段落：步驟條件判定 -> JS-RUN-FLAG
      *> (R=執行 S=略過 H=時間未到暫停)
      *******************************************************
       JS-COND-PARA.
           MOVE "R" TO JS-RUN-FLAG.
           MOVE SPACES TO JS-REASON(JS-I).
           IF JS-COND(JS-I) = SPACES
              OR FUNCTION UPPER-CASE(JS-COND(JS-I)) = "ALWAYS"
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO JS-COND-TYPE JS-COND-ARG.
           UNSTRING JS-COND(JS-I) DELIMITED BY "="
               INTO JS-COND-TYPE JS-COND-ARG.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(JS-COND-TYPE))
             TO JS-COND-TYPE.
           MOVE FUNCTION CURRENT-DATE TO JS-TS.
           EVALUATE JS-COND-TYPE
             WHEN "DOW"
               MOVE JS-TS(1:8) TO JS-DATE-N
               COMPUTE JS-DATE-INT = FUNCTION INTEGER-OF-DATE(JS-DATE-N)
               *> 整數日 1 = 1601/01/01 (星期一)；餘數 0=週日
               COMPUTE JS-DOW = FUNCTION MOD(JS-DATE-INT, 7)
               MOVE JS-DOW-NAMES(JS-DOW * 3 + 1:3) TO JS-DOW-CODE
               MOVE FUNCTION UPPER-CASE(JS-COND-ARG) TO JS-COND-ARG
               MOVE 0 TO JS-CF-RC
               INSPECT JS-COND-ARG TALLYING JS-CF-RC
                 FOR ALL JS-DOW-CODE
               IF JS-CF-RC = 0
                 MOVE "S" TO JS-RUN-FLAG
                 STRING
                   "NOT SCHEDULED ON " DELIMITED BY SIZE
                   JS-DOW-CODE DELIMITED BY SIZE
                   INTO JS-REASON(JS-I)
                 END-STRING
               END-IF
             WHEN "IFFILE"
             WHEN "NOFILE"
               MOVE FUNCTION TRIM(JS-COND-ARG) TO JS-PATH
               CALL "CBL_CHECK_FILE_EXIST" USING JS-PATH
                 JS-CF-INFO RETURNING JS-CF-RC
               IF JS-COND-TYPE = "IFFILE" AND JS-CF-RC NOT = 0
                 MOVE "S" TO JS-RUN-FLAG
                 STRING
                   "FILE NOT PRESENT: " DELIMITED BY SIZE
                   FUNCTION TRIM(JS-PATH) DELIMITED BY SIZE
                   INTO JS-REASON(JS-I)
                 END-STRING
               END-IF
               IF JS-COND-TYPE = "NOFILE" AND JS-CF-RC = 0
                 MOVE "S" TO JS-RUN-FLAG
                 STRING
                   "FILE PRESENT: " DELIMITED BY SIZE
                   FUNCTION TRIM(JS-PATH) DELIMITED BY SIZE
                   INTO JS-REASON(JS-I)
                 END-STRING
               END-IF
             WHEN "AFTER"
               *> 起始時刻之後第一個 HHMM (同日或翌日)
               MOVE FUNCTION TRIM(JS-COND-ARG) TO JS-AFTER-HHMM
               MOVE JS-BEGIN(1:8) TO JS-DATE-N
               IF JS-AFTER-HHMM <= JS-BEGIN(9:4)
                 COMPUTE JS-DATE-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(JS-DATE-N) + 1)
               END-IF
               MOVE JS-DATE-N TO JS-EARLIEST(1:8)
               MOVE JS-AFTER-HHMM TO JS-EARLIEST(9:4)
               IF JS-TS(1:12) < JS-EARLIEST
                 MOVE "H" TO JS-RUN-FLAG
                 STRING
                   "WAITING UNTIL " DELIMITED BY SIZE
                   JS-EARLIEST DELIMITED BY SIZE
                   INTO JS-REASON(JS-I)
                 END-STRING
               END-IF
             WHEN OTHER
               DISPLAY "JST0202W STEP " FUNCTION TRIM(JS-STEP(JS-I))
                 " UNKNOWN CONDITION " FUNCTION TRIM(JS-COND(JS-I))
                 " - RUN UNCONDITIONALLY"
           END-EVALUATE.

      *******************************************************
      *> 共用段落：重寫狀態檔
      *******************************************************
       JS-WRITE-STATUS-PARA.
           OPEN OUTPUT JS-STAT-FILE.
           MOVE SPACES TO JS-TXT.
           STRING
             "#STREAM;" DELIMITED BY SIZE
             FUNCTION TRIM(JS-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             JS-BEGIN DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(JS-SSTATE) DELIMITED BY SIZE
             INTO JS-TXT
           END-STRING.
           MOVE JS-TXT TO JS-STAT-REC.
           WRITE JS-STAT-REC.
           PERFORM VARYING JS-J FROM 1 BY 1
                     UNTIL JS-J > JS-STEP-COUNT
             MOVE JS-RC(JS-J) TO JS-RC-FMT
             MOVE SPACES TO JS-TXT
             STRING
               FUNCTION TRIM(JS-STEP(JS-J)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(JS-STATE(JS-J)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(JS-RC-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               JS-START(JS-J) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               JS-END(JS-J) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(JS-REASON(JS-J)) DELIMITED BY SIZE
               INTO JS-TXT
             END-STRING
             MOVE JS-TXT TO JS-STAT-REC
             WRITE JS-STAT-REC
           END-PERFORM.
           CLOSE JS-STAT-FILE.

      *******************************************************
      *> 共用段落：單步結果附加至 AuditLog.csv
      *******************************************************
       JS-STEP-AUDIT-PARA.
           MOVE JS-RC(JS-I) TO JS-RC-FMT.
           MOVE SPACES TO JS-TXT.
           STRING
             JS-TS(1:14) DELIMITED BY SIZE
             ";JOB-STREAM-STEP;" DELIMITED BY SIZE
             FUNCTION TRIM(JS-NAME) DELIMITED BY SIZE
             ";STEP=" DELIMITED BY SIZE
             FUNCTION TRIM(JS-STEP(JS-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(JS-STATE(JS-I)) DELIMITED BY SIZE
             ";RC=" DELIMITED BY SIZE
             FUNCTION TRIM(JS-RC-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(JS-REASON(JS-I)) DELIMITED BY SIZE
             INTO JS-TXT
           END-STRING.
           PERFORM JS-AUDIT-PARA.

      *******************************************************
      *> 共用段落：JS-TXT 一列附加至 AuditLog.csv
      *******************************************************
       JS-AUDIT-PARA.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE JS-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
       END PROGRAM JOB-STREAM.
