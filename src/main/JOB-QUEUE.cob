      *> 多檔工作佇列驅動程式
      *> 讀取 input\JobQueue.csv，依序執行多個業務單位的批次：
      *>   COMMAND=<執行命令>      (選填，預設 EXECUTE)
      *>   COMMINGLE-COMMAND=<命令> (選填，預設 COMMINGLE)
      *>   標籤;輸入目錄;IN-FORMAT;輸出目錄[;併盤 Y/N]
      *> 每件工作先備份原 EXECUTE.PARM、寫出該工作的控制卡後
      *> 啟動批次；各工作的檢查點/重跑以各自的輸出目錄隔離。
      *> 全部跑完後寫出跨工作彙總 (JobQueue_Summary.csv) 並還原
      *> 原控制卡，一個排程步驟取代逐檔改卡的五次人工執行。
      *> 第五欄為 Y 的工作以 COMMINGLE=Y 執行並產出併盤饋送；
      *> 佇列跑完後將其中正常結束者 (RC < 8) 列入
      *> output\Commingle_List.csv，再啟動併盤步驟跨工作重新
      *> 排序裝盤 (見 COMMINGLE)
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS JQ-SUMRD-STATUS.

           SELECT JQ-CMGL-FILE ASSIGN
             TO "output\Commingle_List.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JQ-RPT-FILE ASSIGN
             TO "output\JobQueue_Summary.csv"
             ORGANIZATION IS LINE SEQUENTIAL.
       FD JQ-SUMRD-FILE.
         01 JQ-SUMRD-REC PIC X(300).

       FD JQ-CMGL-FILE.
         01 JQ-CMGL-REC PIC X(200).

       FD JQ-RPT-FILE.
         01 JQ-RPT-REC PIC X(400).

       01 JQ-PARM-STATUS   PIC XX VALUE "00".
       01 JQ-SUMRD-STATUS  PIC XX VALUE "00".

       *> 工作佇列 (每件：標籤/輸入目錄/IN-FORMAT/輸出目錄/
       *> 併盤)
       01 JQ-JOBS.
          05 JQ-LABEL      PIC X(20) OCCURS 50 TIMES.
          05 JQ-IN-DIR     PIC X(80) OCCURS 50 TIMES.
          05 JQ-IN-FMT     PIC X(10) OCCURS 50 TIMES.
          05 JQ-OUT-DIR    PIC X(80) OCCURS 50 TIMES.
          05 JQ-CMGL       PIC X(10) OCCURS 50 TIMES.
          05 JQ-RC         PIC S9(5) OCCURS 50 TIMES.
          05 JQ-SUMLINE    PIC X(150) OCCURS 50 TIMES.
       01 JQ-JOB-COUNT     PIC 99 VALUE 0.
       01 JQ-BASE-STATUS   PIC XX VALUE "00".
       01 JQ-BASE-KEY      PIC X(30).

       *> 併盤步驟
       01 JQ-CMGL-COMMAND  PIC X(120) VALUE "COMMINGLE".
       01 JQ-CMGL-COUNT    PIC 99 VALUE 0.
       01 JQ-CMGL-RC       PIC S9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
               NOT AT END
                 IF FUNCTION TRIM(JQ-QUEUE-REC) NOT = SPACES
                    AND JQ-QUEUE-REC(1:1) NOT = "*"
                   EVALUATE TRUE
                     WHEN JQ-QUEUE-REC(1:8) = "COMMAND="
                       MOVE SPACES TO JQ-KEY JQ-VAL
                       UNSTRING JQ-QUEUE-REC DELIMITED BY "="
                           INTO JQ-KEY JQ-VAL
                       MOVE FUNCTION TRIM(JQ-VAL) TO JQ-COMMAND
                     WHEN JQ-QUEUE-REC(1:18)
                          = "COMMINGLE-COMMAND="
                       MOVE SPACES TO JQ-KEY JQ-VAL
                       UNSTRING JQ-QUEUE-REC DELIMITED BY "="
                           INTO JQ-KEY JQ-VAL
                       MOVE FUNCTION TRIM(JQ-VAL) TO JQ-CMGL-COMMAND
                     WHEN OTHER
                       IF JQ-JOB-COUNT < 50
                         ADD 1 TO JQ-JOB-COUNT
                         UNSTRING JQ-QUEUE-REC DELIMITED BY ";"
                             INTO JQ-LABEL(JQ-JOB-COUNT)
                                  JQ-IN-DIR(JQ-JOB-COUNT)
                                  JQ-IN-FMT(JQ-JOB-COUNT)
                                  JQ-OUT-DIR(JQ-JOB-COUNT)
                                  JQ-CMGL(JQ-JOB-COUNT)
                         MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(JQ-CMGL(JQ-JOB-COUNT)))
                           TO JQ-CMGL(JQ-JOB-COUNT)
                         IF JQ-CMGL(JQ-JOB-COUNT) NOT = "Y"
                           MOVE "N" TO JQ-CMGL(JQ-JOB-COUNT)
                         END-IF
                         MOVE 0 TO JQ-RC(JQ-JOB-COUNT)
                         MOVE SPACES TO JQ-SUMLINE(JQ-JOB-COUNT)
                       END-IF
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.
           CALL "CBL_DELETE_FILE" USING JQ-BAK-DST
             RETURNING JQ-COPY-RC.

      *******************************************************
      *> 併盤步驟：列出併盤且正常結束的工作後啟動 COMMINGLE
      *******************************************************
           OPEN OUTPUT JQ-CMGL-FILE.
           MOVE "JOB_LABEL;OUTPUT_DIR" TO JQ-CMGL-REC.
           WRITE JQ-CMGL-REC.
           PERFORM VARYING JQ-I FROM 1 BY 1
                     UNTIL JQ-I > JQ-JOB-COUNT
             IF JQ-CMGL(JQ-I) = "Y"
               IF JQ-RC(JQ-I) < 8
                 ADD 1 TO JQ-CMGL-COUNT
                 MOVE SPACES TO JQ-TXT
                 STRING
                   FUNCTION TRIM(JQ-LABEL(JQ-I)) DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   FUNCTION TRIM(JQ-OUT-DIR(JQ-I)) DELIMITED BY SIZE
                   INTO JQ-TXT
                 END-STRING
                 MOVE JQ-TXT TO JQ-CMGL-REC
                 WRITE JQ-CMGL-REC
               ELSE
                 DISPLAY "JBQ0202W JOB " FUNCTION TRIM(JQ-LABEL(JQ-I))
                   " NOT COMMINGLED - RC " JQ-RC(JQ-I)
               END-IF
             END-IF
           END-PERFORM.
           CLOSE JQ-CMGL-FILE.
           IF JQ-CMGL-COUNT > 0
             DISPLAY "JBQ0004I COMMINGLE STEP STARTING - "
               JQ-CMGL-COUNT " JOBS"
             CALL "SYSTEM" USING JQ-CMGL-COMMAND
               RETURNING JQ-SYS-RC
             MOVE JQ-SYS-RC TO JQ-CMGL-RC
             IF JQ-SYS-RC NOT = 0
               DISPLAY "JBQ0201W COMMINGLE STEP ENDED WITH RC "
                 JQ-SYS-RC
             END-IF
           END-IF.

      *******************************************************
      *> 跨工作彙總報表
      *******************************************************
             MOVE JQ-TXT TO JQ-RPT-REC
             WRITE JQ-RPT-REC
           END-PERFORM.
           IF JQ-CMGL-COUNT > 0
             MOVE JQ-CMGL-RC TO JQ-RC-FMT
             MOVE SPACES TO JQ-TXT
             STRING
               "*COMMINGLE;output\;" DELIMITED BY SIZE
               FUNCTION TRIM(JQ-RC-FMT) DELIMITED BY SIZE
               ";JOBS=" DELIMITED BY SIZE
               JQ-CMGL-COUNT DELIMITED BY SIZE
               INTO JQ-TXT
             END-STRING
             MOVE JQ-TXT TO JQ-RPT-REC
             WRITE JQ-RPT-REC
           END-IF.
           CLOSE JQ-RPT-FILE.

           DISPLAY "JBQ0003I JOB QUEUE COMPLETE - " JQ-JOB-COUNT
           OPEN OUTPUT JQ-PARM-FILE.

           *> 以操作員常備控制卡為基底 (已備份之
           *> EXECUTE.PARM.jobqueue)，僅覆蓋本件工作的四個鍵，
           *> 其餘鍵值 (PARSE-MODE/ERROR-THRESHOLD/ENCODING 等)
           *> 原樣沿用，不因排入佇列而退回程式預設值
           OPEN INPUT JQ-BASE-FILE.
                          NOT = "OUTPUT-DIR"
                      AND FUNCTION TRIM(JQ-BASE-KEY)
                          NOT = "IN-FORMAT"
                      AND FUNCTION TRIM(JQ-BASE-KEY)
                          NOT = "COMMINGLE"
                     MOVE JQ-BASE-REC TO JQ-PARM-REC
                     WRITE JQ-PARM-REC
                   END-IF
             MOVE JQ-TXT TO JQ-PARM-REC
             WRITE JQ-PARM-REC
           END-IF.

           MOVE SPACES TO JQ-TXT.
           STRING
             "COMMINGLE=" DELIMITED BY SIZE
             JQ-CMGL(JQ-I) DELIMITED BY SPACE
             INTO JQ-TXT
           END-STRING.
           MOVE JQ-TXT TO JQ-PARM-REC.
           WRITE JQ-PARM-REC.
           CLOSE JQ-PARM-FILE.

      *******************************************************
