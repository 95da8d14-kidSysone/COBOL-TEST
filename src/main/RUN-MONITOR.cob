       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-MONITOR.

      *******************************************************
      *> 作業監看台 (交談式)
      *> COORDINATOR 平行分割、JOB-QUEUE 多業務單位與常駐的
      *> HOT-FOLDER 同時在跑時，操作員不必再逐一打開鎖定檔、
      *> 檢查點與 AuditLog.csv：本程式每次刷新重新探查
      *>   1. EXECUTE.PARM 的 OUTPUT-DIR (預設 output\)
      *>   2. COORD.PARM 的 WORKERS 個分割工作區
      *>      (work\pNN\output\，僅列出已建立者)
      *>   3. input\JobQueue.csv 各件工作的輸出目錄
      *>   4. 熱資料夾 input\hotfolder\ (有心跳檔時)
      *> 逐一讀取 EXECUTE.lock、RunStatus.dat (EXECUTE/
      *> HOT-FOLDER 心跳)、checkpoint.dat 與 STOP-REQUEST，
      *> 列出狀態、階段、已處理/預計筆數、已耗時、預估剩餘
      *> 時間 (ETA)、最後訊息代碼與是否有停止要求待處理。
      *> 狀態：
      *>   RUNNING   持有鎖定且心跳在 RM-SILENT-SECS 秒內
      *>   SILENT    持有鎖定但心跳逾時 (長階段或已異常中斷)
      *>   RESUMABLE 無鎖定但留有檢查點 (可續跑)
      *>   STOPPED   操作員停止後結束 / 熱資料夾已停止
      *>   ENDED     已結束；IDLE 尚無任何執行痕跡
      *> 監看模式每 RM-REFRESH-SECS 秒刷新一次，連續
      *> RM-WATCH-CYCLES 次後回到指令列：
      *>   ENTER=繼續監看  S=對指定工作放停止要求  Q=結束
      *> 停止要求只對執行中 (持有鎖定) 的工作放置，以免下次
      *> 啟動的批次一開跑就停；熱資料夾改放 HOTFOLDER.STOP。
      *> 放置內容為操作員 ID 與時戳，並附加一列至
      *> AuditLog.csv 備查
      *> 操作員以登入帳號簽入 (OPER-SIGNON)，已登錄即可執行
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RM-PARM-FILE ASSIGN
             TO RM-PARM-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RM-PARM-STATUS.

           SELECT RM-JQ-FILE ASSIGN
             TO "input\JobQueue.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RM-JQ-STATUS.

           SELECT RM-RD-FILE ASSIGN
             TO RM-RD-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RM-RD-STATUS.

           SELECT RM-WR-FILE ASSIGN
             TO RM-WR-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RM-WR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RM-PARM-FILE.
         01 RM-PARM-REC PIC X(200).

       FD RM-JQ-FILE.
         01 RM-JQ-REC PIC X(250).

       FD RM-RD-FILE.
         01 RM-RD-REC PIC X(400).

       FD RM-WR-FILE.
         01 RM-WR-REC PIC X(80).

       WORKING-STORAGE SECTION.
       01 RM-PARM-STATUS  PIC XX VALUE "00".
       01 RM-JQ-STATUS    PIC XX VALUE "00".
       01 RM-RD-STATUS    PIC XX VALUE "00".
       01 RM-WR-STATUS    PIC XX VALUE "00".
       01 RM-PARM-PATH    PIC X(40).
       01 RM-RD-PATH      PIC X(160).
       01 RM-WR-PATH      PIC X(160).

       01 RM-PARMS.
          05 RM-REFRESH-SECS PIC 9(8) COMP-5 VALUE 5.
          05 RM-WATCH-CYCLES PIC 99 VALUE 6.
          05 RM-SILENT-SECS  PIC 9(5) VALUE 600.
          05 RM-HF-SILENT    PIC 9(5) VALUE 60.
          05 RM-WORKERS      PIC 99 VALUE 4.
          05 RM-DEF-OUT-DIR  PIC X(80) VALUE "output\".

       *> 監看對象 (標籤/輸出目錄/種類 E=EXECUTE H=熱資料夾)
       01 RM-TARGETS.
          05 RM-T-LABEL    PIC X(20) OCCURS 70 TIMES.
          05 RM-T-DIR      PIC X(80) OCCURS 70 TIMES.
          05 RM-T-KIND     PIC X OCCURS 70 TIMES.
          05 RM-T-LOCK     PIC X OCCURS 70 TIMES.
          05 RM-T-STOP     PIC X OCCURS 70 TIMES.
          05 RM-T-STATE    PIC X(9) OCCURS 70 TIMES.
       01 RM-T-COUNT      PIC 99 VALUE 0.

       01 RM-WORK.
          05 RM-I          PIC 99 VALUE 0.
          05 RM-J          PIC 99 VALUE 0.
          05 RM-N          PIC 99 VALUE 0.
          05 RM-CYCLE      PIC 99 VALUE 0.
          05 RM-END-FLAG   PIC X VALUE "N".
          05 RM-FOUND      PIC X VALUE "N".
          05 RM-CHOICE     PIC X(10).
          05 RM-PICK       PIC X(10).
          05 RM-SURE       PIC X(10).
          05 RM-KEY        PIC X(30).
          05 RM-VAL        PIC X(150).
          05 RM-NEW-LABEL  PIC X(20).
          05 RM-NEW-DIR    PIC X(80).
          05 RM-NEW-KIND   PIC X.
          05 RM-TOK        PIC X(80) OCCURS 7 TIMES.
          05 RM-RC         PIC S9(9) COMP-5 VALUE 0.
          05 RM-CF-INFO    PIC X(64).
          05 RM-TXT        PIC X(300).
          05 RM-NUM-FMT    PIC Z9.

       *> 單一對象的探查結果
       01 RM-PROBE.
          05 RM-P-HAS-RST  PIC X VALUE "N".
          05 RM-P-HAS-CKPT PIC X VALUE "N".
          05 RM-P-START-TS PIC X(14).
          05 RM-P-UPD-TS   PIC X(14).
          05 RM-P-PHASE    PIC X(12).
          05 RM-P-DONE     PIC 9(7) VALUE 0.
          05 RM-P-EXP      PIC 9(7) VALUE 0.
          05 RM-P-MSG      PIC X(8).
          05 RM-P-CKPT-CNT PIC 9(7) VALUE 0.

       *> 時間換算 (YYYYMMDDHHMMSS -> 絕對秒數)
       01 RM-TIME-WORK.
          05 RM-NOW-TS     PIC X(21).
          05 RM-TS         PIC X(14).
          05 RM-TS-SECS    PIC 9(12) VALUE 0.
          05 RM-NOW-SECS   PIC 9(12) VALUE 0.
          05 RM-START-SECS PIC 9(12) VALUE 0.
          05 RM-UPD-SECS   PIC 9(12) VALUE 0.
          05 RM-ELAPSED    PIC 9(9) VALUE 0.
          05 RM-REMAIN     PIC 9(9) VALUE 0.
          05 RM-AGE        PIC 9(9) VALUE 0.
          05 RM-SECS       PIC 9(9) VALUE 0.
          05 RM-HH         PIC 9(3) VALUE 0.
          05 RM-MM         PIC 99 VALUE 0.
          05 RM-SS         PIC 99 VALUE 0.
          05 RM-HMS        PIC X(9).
          05 RM-PCT        PIC 9(3) VALUE 0.

       *> 顯示列
       01 RM-LINE.
          05 RM-L-NO       PIC Z9.
          05 FILLER        PIC X VALUE SPACE.
          05 RM-L-LABEL    PIC X(14).
          05 FILLER        PIC X VALUE SPACE.
          05 RM-L-STATE    PIC X(9).
          05 FILLER        PIC X VALUE SPACE.
          05 RM-L-PHASE    PIC X(10).
          05 FILLER        PIC X VALUE SPACE.
          05 RM-L-DONE     PIC Z(6)9.
          05 FILLER        PIC X VALUE "/".
          05 RM-L-EXP      PIC Z(6)9.
          05 FILLER        PIC X VALUE SPACE.
          05 RM-L-PCT      PIC ZZ9.
          05 FILLER        PIC X VALUE "%".
          05 FILLER        PIC X VALUE SPACE.
          05 RM-L-ELAPSED  PIC X(9).
          05 FILLER        PIC X VALUE SPACE.
          05 RM-L-ETA      PIC X(9).
          05 FILLER        PIC X VALUE SPACE.
          05 RM-L-MSG      PIC X(8).
          05 FILLER        PIC X VALUE SPACE.
          05 RM-L-STOP     PIC X(4).

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "============== RUN MONITOR ==============".
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "RUN-MONITOR" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE RM-REFRESH-SECS TO RM-NUM-FMT.
           DISPLAY "RMN0001I RUN MONITOR STARTED - REFRESH EVERY "
             FUNCTION TRIM(RM-NUM-FMT) " SECONDS".

           PERFORM UNTIL RM-END-FLAG = "Y"
             PERFORM RM-WATCH-PARA
             DISPLAY "ENTER=KEEP WATCHING, S=STOP A JOB, Q=QUIT: "
               WITH NO ADVANCING
             MOVE SPACES TO RM-CHOICE
             ACCEPT RM-CHOICE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RM-CHOICE))
               TO RM-CHOICE
             EVALUATE RM-CHOICE(1:1)
               WHEN "Q"
                 MOVE "Y" TO RM-END-FLAG
               WHEN "S"
                 PERFORM RM-STOP-PARA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.

           DISPLAY "RMN0002I RUN MONITOR ENDED".
           STOP RUN.

      *******************************************************
      *> 共用段落：監看模式 (探查+顯示，每 RM-REFRESH-SECS 秒
      *> 刷新，共 RM-WATCH-CYCLES 次)
      *******************************************************
       RM-WATCH-PARA.
           PERFORM VARYING RM-CYCLE FROM 1 BY 1
                     UNTIL RM-CYCLE > RM-WATCH-CYCLES
             PERFORM RM-DISCOVER-PARA
             PERFORM RM-SHOW-PARA
             IF RM-CYCLE < RM-WATCH-CYCLES
               CALL "C$SLEEP" USING RM-REFRESH-SECS
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：探查監看對象 (每次刷新重建，工作區與佇列
      *> 隨時可能新增)
      *******************************************************
       RM-DISCOVER-PARA.
           MOVE 0 TO RM-T-COUNT.

           *> 1. 主控制卡的輸出目錄
           MOVE "output\" TO RM-DEF-OUT-DIR.
           MOVE "EXECUTE.PARM" TO RM-PARM-PATH.
           OPEN INPUT RM-PARM-FILE.
           IF RM-PARM-STATUS = "00"
             PERFORM UNTIL RM-PARM-STATUS NOT = "00"
               READ RM-PARM-FILE
                 AT END
                   MOVE "10" TO RM-PARM-STATUS
                 NOT AT END
                   PERFORM RM-PARM-SPLIT-PARA
                   IF FUNCTION TRIM(RM-KEY) = "OUTPUT-DIR"
                      AND FUNCTION TRIM(RM-VAL) NOT = SPACES
                     MOVE FUNCTION TRIM(RM-VAL) TO RM-DEF-OUT-DIR
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RM-PARM-FILE
           END-IF.
           MOVE "00" TO RM-PARM-STATUS.
           MOVE "EXECUTE" TO RM-NEW-LABEL.
           MOVE RM-DEF-OUT-DIR TO RM-NEW-DIR.
           MOVE "E" TO RM-NEW-KIND.
           PERFORM RM-ADD-TARGET-PARA.

           *> 2. 平行分割工作區 (COORD.PARM WORKERS，同 COORDINATOR
           *> 的上下限)
           MOVE 4 TO RM-WORKERS.
           MOVE "COORD.PARM" TO RM-PARM-PATH.
           OPEN INPUT RM-PARM-FILE.
           IF RM-PARM-STATUS = "00"
             PERFORM UNTIL RM-PARM-STATUS NOT = "00"
               READ RM-PARM-FILE
                 AT END
                   MOVE "10" TO RM-PARM-STATUS
                 NOT AT END
                   PERFORM RM-PARM-SPLIT-PARA
                   IF FUNCTION TRIM(RM-KEY) = "WORKERS"
                      AND FUNCTION TRIM(RM-VAL) IS NUMERIC
                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(RM-VAL))
                       TO RM-WORKERS
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RM-PARM-FILE
           END-IF.
           MOVE "00" TO RM-PARM-STATUS.
           IF RM-WORKERS < 2
             MOVE 2 TO RM-WORKERS
           END-IF.
           IF RM-WORKERS > 16
             MOVE 16 TO RM-WORKERS
           END-IF.
           PERFORM VARYING RM-N FROM 1 BY 1 UNTIL RM-N > RM-WORKERS
             MOVE SPACES TO RM-RD-PATH
             STRING
               "work\p" DELIMITED BY SIZE
               RM-N DELIMITED BY SIZE
               "\EXECUTE.PARM" DELIMITED BY SIZE
               INTO RM-RD-PATH
             END-STRING
             CALL "CBL_CHECK_FILE_EXIST" USING RM-RD-PATH
               RM-CF-INFO RETURNING RM-RC
             IF RM-RC = 0
               MOVE SPACES TO RM-NEW-LABEL RM-NEW-DIR
               STRING
                 "PARTITION " DELIMITED BY SIZE
                 RM-N DELIMITED BY SIZE
                 INTO RM-NEW-LABEL
               END-STRING
               STRING
                 "work\p" DELIMITED BY SIZE
                 RM-N DELIMITED BY SIZE
                 "\output\" DELIMITED BY SIZE
                 INTO RM-NEW-DIR
               END-STRING
               MOVE "E" TO RM-NEW-KIND
               PERFORM RM-ADD-TARGET-PARA
             END-IF
           END-PERFORM.

           *> 3. 工作佇列各件工作的輸出目錄
           OPEN INPUT RM-JQ-FILE.
           IF RM-JQ-STATUS = "00"
             PERFORM UNTIL RM-JQ-STATUS NOT = "00"
               READ RM-JQ-FILE
                 AT END
                   MOVE "10" TO RM-JQ-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(RM-JQ-REC) NOT = SPACES
                      AND RM-JQ-REC(1:1) NOT = "*"
                      AND RM-JQ-REC(1:8) NOT = "COMMAND="
                      AND RM-JQ-REC(1:18) NOT = "COMMINGLE-COMMAND="
                     PERFORM VARYING RM-J FROM 1 BY 1 UNTIL RM-J > 4
                       MOVE SPACES TO RM-TOK(RM-J)
                     END-PERFORM
                     UNSTRING RM-JQ-REC DELIMITED BY ";"
                         INTO RM-TOK(1) RM-TOK(2) RM-TOK(3) RM-TOK(4)
                     IF FUNCTION TRIM(RM-TOK(4)) NOT = SPACES
                       MOVE FUNCTION TRIM(RM-TOK(1)) TO RM-NEW-LABEL
                       MOVE FUNCTION TRIM(RM-TOK(4)) TO RM-NEW-DIR
                       MOVE "E" TO RM-NEW-KIND
                       PERFORM RM-ADD-TARGET-PARA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RM-JQ-FILE
           END-IF.
           MOVE "00" TO RM-JQ-STATUS.

           *> 4. 常駐熱資料夾 (有心跳檔才列出)
           MOVE "input\hotfolder\RunStatus.dat" TO RM-RD-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING RM-RD-PATH
             RM-CF-INFO RETURNING RM-RC.
           IF RM-RC = 0
             MOVE "HOT-FOLDER" TO RM-NEW-LABEL
             MOVE "input\hotfolder\" TO RM-NEW-DIR
             MOVE "H" TO RM-NEW-KIND
             PERFORM RM-ADD-TARGET-PARA
           END-IF.

      *******************************************************
      *> 共用段落：控制卡列拆為鍵/值 (鍵轉大寫)
      *******************************************************
       RM-PARM-SPLIT-PARA.
           MOVE SPACES TO RM-KEY RM-VAL.
           IF FUNCTION TRIM(RM-PARM-REC) NOT = SPACES
              AND RM-PARM-REC(1:1) NOT = "*"
             UNSTRING RM-PARM-REC DELIMITED BY "="
                 INTO RM-KEY RM-VAL
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RM-KEY))
               TO RM-KEY
           END-IF.

      *******************************************************
      *> 共用段落：加入監看對象 (同一輸出目錄只列一次；
      *> 目錄補齊結尾反斜線)
      *******************************************************
       RM-ADD-TARGET-PARA.
           MOVE FUNCTION TRIM(RM-NEW-DIR) TO RM-NEW-DIR.
           MOVE LENGTH OF FUNCTION TRIM(RM-NEW-DIR) TO RM-J.
           IF RM-NEW-DIR(RM-J:1) NOT = "\" AND RM-J < 80
             MOVE "\" TO RM-NEW-DIR(RM-J + 1:1)
           END-IF.
           MOVE "N" TO RM-FOUND.
           PERFORM VARYING RM-I FROM 1 BY 1 UNTIL RM-I > RM-T-COUNT
             IF FUNCTION UPPER-CASE(RM-T-DIR(RM-I))
                = FUNCTION UPPER-CASE(RM-NEW-DIR)
               MOVE "Y" TO RM-FOUND
             END-IF
           END-PERFORM.
           IF RM-FOUND = "N" AND RM-T-COUNT < 70
             ADD 1 TO RM-T-COUNT
             MOVE RM-NEW-LABEL TO RM-T-LABEL(RM-T-COUNT)
             MOVE RM-NEW-DIR TO RM-T-DIR(RM-T-COUNT)
             MOVE RM-NEW-KIND TO RM-T-KIND(RM-T-COUNT)
             MOVE "N" TO RM-T-LOCK(RM-T-COUNT)
             MOVE "N" TO RM-T-STOP(RM-T-COUNT)
             MOVE "IDLE" TO RM-T-STATE(RM-T-COUNT)
           END-IF.

      *******************************************************
      *> 共用段落：逐一探查並顯示監看看板
      *******************************************************
       RM-SHOW-PARA.
           MOVE FUNCTION CURRENT-DATE TO RM-NOW-TS.
           MOVE RM-NOW-TS(1:14) TO RM-TS.
           PERFORM RM-TS-SECS-PARA.
           MOVE RM-TS-SECS TO RM-NOW-SECS.
           DISPLAY " ".
           DISPLAY "RUN MONITOR " RM-NOW-TS(1:4) "-" RM-NOW-TS(5:2)
             "-" RM-NOW-TS(7:2) " " RM-NOW-TS(9:2) ":"
             RM-NOW-TS(11:2) ":" RM-NOW-TS(13:2)
             "   OPERATOR " FUNCTION TRIM(SGN-OPERATOR).
           DISPLAY "NO JOB            STATE     PHASE      "
             "   DONE/EXPECTED  PCT  ELAPSED       ETA "
             "LAST-MSG STOP".
           PERFORM VARYING RM-I FROM 1 BY 1 UNTIL RM-I > RM-T-COUNT
             PERFORM RM-PROBE-PARA
             PERFORM RM-ROW-PARA
           END-PERFORM.

      *******************************************************
      *> 共用段落：探查單一對象 (RM-I)：鎖定、心跳、檢查點、
      *> 停止要求，並判定狀態
      *******************************************************
       RM-PROBE-PARA.
           MOVE "N" TO RM-P-HAS-RST RM-P-HAS-CKPT.
           MOVE SPACES TO RM-P-START-TS RM-P-UPD-TS RM-P-PHASE
                          RM-P-MSG.
           MOVE 0 TO RM-P-DONE RM-P-EXP RM-P-CKPT-CNT.

           *> 心跳檔 RunStatus.dat
           MOVE SPACES TO RM-RD-PATH.
           STRING
             FUNCTION TRIM(RM-T-DIR(RM-I)) DELIMITED BY SIZE
             "RunStatus.dat" DELIMITED BY SIZE
             INTO RM-RD-PATH
           END-STRING.
           OPEN INPUT RM-RD-FILE.
           IF RM-RD-STATUS = "00"
             MOVE SPACES TO RM-RD-REC
             READ RM-RD-FILE
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM VARYING RM-J FROM 1 BY 1 UNTIL RM-J > 7
                   MOVE SPACES TO RM-TOK(RM-J)
                 END-PERFORM
                 UNSTRING RM-RD-REC DELIMITED BY ";"
                     INTO RM-TOK(1) RM-TOK(2) RM-TOK(3) RM-TOK(4)
                          RM-TOK(5) RM-TOK(6) RM-TOK(7)
                 IF RM-TOK(1)(1:14) IS NUMERIC
                    AND RM-TOK(2)(1:14) IS NUMERIC
                   MOVE "Y" TO RM-P-HAS-RST
                   MOVE RM-TOK(1)(1:14) TO RM-P-START-TS
                   MOVE RM-TOK(2)(1:14) TO RM-P-UPD-TS
                   MOVE RM-TOK(3) TO RM-P-PHASE
                   IF FUNCTION TRIM(RM-TOK(4)) IS NUMERIC
                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(RM-TOK(4)))
                       TO RM-P-DONE
                   END-IF
                   IF FUNCTION TRIM(RM-TOK(5)) IS NUMERIC
                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(RM-TOK(5)))
                       TO RM-P-EXP
                   END-IF
                   MOVE RM-TOK(6) TO RM-P-MSG
                 END-IF
             END-READ
             CLOSE RM-RD-FILE
           END-IF.
           MOVE "00" TO RM-RD-STATUS.

           IF RM-T-KIND(RM-I) = "H"
             PERFORM RM-PROBE-HF-PARA
             EXIT PARAGRAPH
           END-IF.

           *> 單一執行個體鎖定
           MOVE SPACES TO RM-RD-PATH.
           STRING
             FUNCTION TRIM(RM-T-DIR(RM-I)) DELIMITED BY SIZE
             "EXECUTE.lock" DELIMITED BY SIZE
             INTO RM-RD-PATH
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING RM-RD-PATH
             RM-CF-INFO RETURNING RM-RC.
           IF RM-RC = 0
             MOVE "Y" TO RM-T-LOCK(RM-I)
           ELSE
             MOVE "N" TO RM-T-LOCK(RM-I)
           END-IF.

           *> 操作員停止要求
           MOVE SPACES TO RM-RD-PATH.
           STRING
             FUNCTION TRIM(RM-T-DIR(RM-I)) DELIMITED BY SIZE
             "STOP-REQUEST" DELIMITED BY SIZE
             INTO RM-RD-PATH
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING RM-RD-PATH
             RM-CF-INFO RETURNING RM-RC.
           IF RM-RC = 0
             MOVE "Y" TO RM-T-STOP(RM-I)
           ELSE
             MOVE "N" TO RM-T-STOP(RM-I)
           END-IF.

           *> 檢查點 (第三欄為已處理資料筆數)
           MOVE SPACES TO RM-RD-PATH.
           STRING
             FUNCTION TRIM(RM-T-DIR(RM-I)) DELIMITED BY SIZE
             "checkpoint.dat" DELIMITED BY SIZE
             INTO RM-RD-PATH
           END-STRING.
           OPEN INPUT RM-RD-FILE.
           IF RM-RD-STATUS = "00"
             MOVE SPACES TO RM-RD-REC
             READ RM-RD-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE SPACES TO RM-TOK(1) RM-TOK(2) RM-TOK(3)
                 UNSTRING RM-RD-REC DELIMITED BY ";"
                     INTO RM-TOK(1) RM-TOK(2) RM-TOK(3)
                 IF FUNCTION TRIM(RM-TOK(3)) IS NUMERIC
                   MOVE "Y" TO RM-P-HAS-CKPT
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(RM-TOK(3)))
                     TO RM-P-CKPT-CNT
                 END-IF
             END-READ
             CLOSE RM-RD-FILE
           END-IF.
           MOVE "00" TO RM-RD-STATUS.

           *> 心跳逾時秒數
           MOVE 0 TO RM-AGE.
           IF RM-P-HAS-RST = "Y"
             MOVE RM-P-UPD-TS TO RM-TS
             PERFORM RM-TS-SECS-PARA
             IF RM-NOW-SECS > RM-TS-SECS
               COMPUTE RM-AGE = RM-NOW-SECS - RM-TS-SECS
             END-IF
           END-IF.

           EVALUATE TRUE
             WHEN RM-T-LOCK(RM-I) = "Y"
               IF RM-P-HAS-RST = "Y" AND RM-AGE <= RM-SILENT-SECS
                  AND RM-P-PHASE NOT = "ENDED"
                  AND RM-P-PHASE NOT = "STOPPED"
                 MOVE "RUNNING" TO RM-T-STATE(RM-I)
               ELSE
                 MOVE "SILENT" TO RM-T-STATE(RM-I)
               END-IF
             WHEN RM-P-HAS-CKPT = "Y"
               MOVE "RESUMABLE" TO RM-T-STATE(RM-I)
               MOVE RM-P-CKPT-CNT TO RM-P-DONE
             WHEN RM-P-HAS-RST = "Y" AND RM-P-PHASE = "STOPPED"
               MOVE "STOPPED" TO RM-T-STATE(RM-I)
             WHEN RM-P-HAS-RST = "Y"
               MOVE "ENDED" TO RM-T-STATE(RM-I)
             WHEN OTHER
               MOVE "IDLE" TO RM-T-STATE(RM-I)
           END-EVALUATE.

      *******************************************************
      *> 共用段落：熱資料夾狀態 (無鎖定；心跳階段 WATCHING 且
      *> RM-HF-SILENT 秒內更新即視為執行中)
      *******************************************************
       RM-PROBE-HF-PARA.
           MOVE "input\hotfolder\HOTFOLDER.STOP" TO RM-RD-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING RM-RD-PATH
             RM-CF-INFO RETURNING RM-RC.
           IF RM-RC = 0
             MOVE "Y" TO RM-T-STOP(RM-I)
           ELSE
             MOVE "N" TO RM-T-STOP(RM-I)
           END-IF.
           MOVE "N" TO RM-T-LOCK(RM-I).
           MOVE "IDLE" TO RM-T-STATE(RM-I).
           IF RM-P-HAS-RST = "Y"
             MOVE RM-P-UPD-TS TO RM-TS
             PERFORM RM-TS-SECS-PARA
             MOVE 0 TO RM-AGE
             IF RM-NOW-SECS > RM-TS-SECS
               COMPUTE RM-AGE = RM-NOW-SECS - RM-TS-SECS
             END-IF
             IF RM-P-PHASE = "STOPPED"
               MOVE "STOPPED" TO RM-T-STATE(RM-I)
             ELSE
               *> 常駐中視同持有鎖定 (可放停止要求)
               MOVE "Y" TO RM-T-LOCK(RM-I)
               IF RM-AGE <= RM-HF-SILENT
                 MOVE "RUNNING" TO RM-T-STATE(RM-I)
               ELSE
                 MOVE "SILENT" TO RM-T-STATE(RM-I)
               END-IF
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：組出並顯示單一對象的看板列
      *******************************************************
       RM-ROW-PARA.
           MOVE RM-I TO RM-L-NO.
           MOVE RM-T-LABEL(RM-I) TO RM-L-LABEL.
           MOVE RM-T-STATE(RM-I) TO RM-L-STATE.
           MOVE SPACES TO RM-L-PHASE RM-L-MSG.
           MOVE ALL "-" TO RM-L-ELAPSED RM-L-ETA.
           MOVE 0 TO RM-L-DONE RM-L-EXP RM-L-PCT.
           IF RM-T-STOP(RM-I) = "Y"
             MOVE "YES" TO RM-L-STOP
           ELSE
             MOVE "NO" TO RM-L-STOP
           END-IF.
           IF RM-T-STATE(RM-I) = "IDLE"
             DISPLAY RM-LINE
             EXIT PARAGRAPH
           END-IF.

           MOVE RM-P-PHASE TO RM-L-PHASE.
           MOVE RM-P-MSG TO RM-L-MSG.
           MOVE RM-P-DONE TO RM-L-DONE.
           MOVE RM-P-EXP TO RM-L-EXP.
           IF RM-P-EXP > 0
             COMPUTE RM-PCT = RM-P-DONE * 100 / RM-P-EXP
             MOVE RM-PCT TO RM-L-PCT
           END-IF.

           *> 已耗時：執行中算到現在，已結束算到最後一次心跳
           IF RM-P-HAS-RST = "Y"
             MOVE RM-P-START-TS TO RM-TS
             PERFORM RM-TS-SECS-PARA
             MOVE RM-TS-SECS TO RM-START-SECS
             MOVE RM-P-UPD-TS TO RM-TS
             PERFORM RM-TS-SECS-PARA
             MOVE RM-TS-SECS TO RM-UPD-SECS
             MOVE 0 TO RM-ELAPSED
             IF RM-T-STATE(RM-I) = "RUNNING"
                OR RM-T-STATE(RM-I) = "SILENT"
               IF RM-NOW-SECS > RM-START-SECS
                 COMPUTE RM-ELAPSED = RM-NOW-SECS - RM-START-SECS
               END-IF
             ELSE
               IF RM-UPD-SECS > RM-START-SECS
                 COMPUTE RM-ELAPSED = RM-UPD-SECS - RM-START-SECS
               END-IF
             END-IF
             MOVE RM-ELAPSED TO RM-SECS
             PERFORM RM-HMS-PARA
             MOVE RM-HMS TO RM-L-ELAPSED

             *> ETA：以目前平均速率推估剩餘筆數所需時間
             IF RM-T-STATE(RM-I) = "RUNNING"
                AND RM-P-DONE > 0 AND RM-P-EXP > RM-P-DONE
               COMPUTE RM-REMAIN =
                 RM-ELAPSED * (RM-P-EXP - RM-P-DONE) / RM-P-DONE
               MOVE RM-REMAIN TO RM-SECS
               PERFORM RM-HMS-PARA
               MOVE RM-HMS TO RM-L-ETA
             END-IF
           END-IF.
           DISPLAY RM-LINE.

      *******************************************************
      *> 共用段落：時戳 RM-TS (YYYYMMDDHHMMSS) 換算絕對秒數
      *******************************************************
       RM-TS-SECS-PARA.
           MOVE 0 TO RM-TS-SECS.
           IF RM-TS IS NUMERIC
             COMPUTE RM-TS-SECS =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RM-TS(1:8)))
                 * 86400
               + FUNCTION NUMVAL(RM-TS(9:2)) * 3600
               + FUNCTION NUMVAL(RM-TS(11:2)) * 60
               + FUNCTION NUMVAL(RM-TS(13:2))
           END-IF.

      *******************************************************
      *> 共用段落：秒數 RM-SECS 轉 HHH:MM:SS
      *******************************************************
       RM-HMS-PARA.
           IF RM-SECS > 3599999
             MOVE 3599999 TO RM-SECS
           END-IF.
           COMPUTE RM-HH = RM-SECS / 3600.
           COMPUTE RM-MM = FUNCTION MOD(RM-SECS, 3600) / 60.
           COMPUTE RM-SS = FUNCTION MOD(RM-SECS, 60).
           MOVE SPACES TO RM-HMS.
           STRING
             RM-HH DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             RM-MM DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             RM-SS DELIMITED BY SIZE
             INTO RM-HMS
           END-STRING.

      *******************************************************
      *> 共用段落：對指定工作放置停止要求
      *******************************************************
       RM-STOP-PARA.
           DISPLAY "JOB NUMBER TO STOP: " WITH NO ADVANCING.
           MOVE SPACES TO RM-PICK.
           ACCEPT RM-PICK.
           IF FUNCTION TRIM(RM-PICK) IS NOT NUMERIC
             DISPLAY "NO SUCH JOB"
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(RM-PICK)) TO RM-I.
           IF RM-I < 1 OR RM-I > RM-T-COUNT
             DISPLAY "NO SUCH JOB"
             EXIT PARAGRAPH
           END-IF.

           *> 以最新狀態判斷 (看板可能已過時)
           MOVE FUNCTION CURRENT-DATE TO RM-NOW-TS.
           MOVE RM-NOW-TS(1:14) TO RM-TS.
           PERFORM RM-TS-SECS-PARA.
           MOVE RM-TS-SECS TO RM-NOW-SECS.
           PERFORM RM-PROBE-PARA.
           IF RM-T-LOCK(RM-I) NOT = "Y"
             DISPLAY "RMN0201W " FUNCTION TRIM(RM-T-LABEL(RM-I))
               " IS NOT RUNNING (" FUNCTION TRIM(RM-T-STATE(RM-I))
               ") - NO STOP REQUEST PLACED"
             EXIT PARAGRAPH
           END-IF.
           *> EXECUTE 只在輸入處理階段逐筆檢查停止要求；其他
           *> 階段放置的要求會留到下一次執行才生效，故不放置
           IF RM-T-KIND(RM-I) = "E"
              AND RM-P-PHASE NOT = "INPUT-PASS"
             DISPLAY "RMN0202W " FUNCTION TRIM(RM-T-LABEL(RM-I))
               " IS IN PHASE " FUNCTION TRIM(RM-P-PHASE)
               " - STOP REQUESTS ARE HONOURED ONLY DURING "
               "INPUT-PASS"
             EXIT PARAGRAPH
           END-IF.
           IF RM-T-STOP(RM-I) = "Y"
             DISPLAY "STOP REQUEST ALREADY PENDING FOR "
               FUNCTION TRIM(RM-T-LABEL(RM-I))
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "DROP STOP REQUEST FOR "
             FUNCTION TRIM(RM-T-LABEL(RM-I)) " ("
             FUNCTION TRIM(RM-T-DIR(RM-I)) ")? (Y/N): "
             WITH NO ADVANCING.
           MOVE SPACES TO RM-SURE.
           ACCEPT RM-SURE.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(RM-SURE)) NOT = "Y"
             DISPLAY "CANCELLED"
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO RM-WR-PATH.
           IF RM-T-KIND(RM-I) = "H"
             MOVE "input\hotfolder\HOTFOLDER.STOP" TO RM-WR-PATH
           ELSE
             STRING
               FUNCTION TRIM(RM-T-DIR(RM-I)) DELIMITED BY SIZE
               "STOP-REQUEST" DELIMITED BY SIZE
               INTO RM-WR-PATH
             END-STRING
           END-IF.
           OPEN OUTPUT RM-WR-FILE.
           IF RM-WR-STATUS NOT = "00"
             DISPLAY "RMN0101E CANNOT WRITE "
               FUNCTION TRIM(RM-WR-PATH) " (STATUS "
               RM-WR-STATUS ")"
             MOVE "00" TO RM-WR-STATUS
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO RM-WR-REC.
           STRING
             RM-NOW-TS(1:14) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SGN-OPERATOR) DELIMITED BY SIZE
             ";RUN-MONITOR" DELIMITED BY SIZE
             INTO RM-WR-REC
           END-STRING.
           WRITE RM-WR-REC.
           CLOSE RM-WR-FILE.
           MOVE "Y" TO RM-T-STOP(RM-I).

           MOVE SPACES TO RM-TXT.
           STRING
             RM-NOW-TS(1:14) DELIMITED BY SIZE
             ";STOP-REQUEST;" DELIMITED BY SIZE
             FUNCTION TRIM(RM-T-LABEL(RM-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RM-T-DIR(RM-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SGN-OPERATOR) DELIMITED BY SIZE
             INTO RM-TXT
           END-STRING.
           PERFORM RM-AUDIT-PARA.
           DISPLAY "RMN0003I STOP REQUEST PLACED FOR "
             FUNCTION TRIM(RM-T-LABEL(RM-I))
             " - JOB STOPS AT ITS NEXT CHECK".

      *******************************************************
      *> 共用段落：稽核列附加至 AuditLog.csv
      *******************************************************
       RM-AUDIT-PARA.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE RM-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
       END PROGRAM RUN-MONITOR.
