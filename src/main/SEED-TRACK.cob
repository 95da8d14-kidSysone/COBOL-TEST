       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEED-TRACK.

      *******************************************************
      *> 種子地址收件追蹤報表程式
      *> EXECUTE 依 input\SeedAddresses.csv 於每次郵寄插入內部
      *> 員工與誘餌 (DECOY) 種子地址，每件發給唯一種子代號
      *> (10 碼，ISO 7064 MOD 97-10：整個代號除以 97 餘 1)，
      *> 並登錄於 output\SeedRegister.csv
      *> (SEED_CODE;SEED_ID;SEED_TYPE;COUNTRY;BUSINESS_UNIT;
      *>  MAILING_ID;BATCH_NUMBER;MAIL_DATE)。
      *> 收件人員將收到的種子件記入 input\SeedReceipts.csv
      *> (SEED_CODE;SEED_ID;RECEIVED_DATE;SENDER)，SENDER 空白
      *> 或 OWN 表示本公司寄出；種子地址收到他人郵件時照記，
      *> 郵件上無種子代號者 SEED_CODE 留空。本程式：
      *>   - 逐一種子代號列出寄出日、收件日與投遞天數
      *>   - 標示：
      *>       DUPLICATE RECEIPT       同一代號收件兩次以上
      *>                               (名單被重複使用)
      *>       UNREGISTERED SEED CODE  檢查碼正確但未登錄
      *>       INVALID CODE            非本公司種子代號
      *>       SEED ID MISMATCH        代號與收件種子地址不符
      *>       UNAUTHORIZED USE        他人寄出 (名單外流)
      *>       RECEIVED BEFORE MAILING 收件日早於寄出日
      *>       NOT RECEIVED            寄出逾 OVERDUE-DAYS 未收
      *>   - 依目的國/業務單位統計平均與最長投遞天數
      *> SEED.PARM 可指定：
      *>   OVERDUE-DAYS=<天數>  未收件標示門檻 (預設 30)
      *>   MAILING-ID=<代號>    僅列該次郵寄的種子
      *> 結果寫入 output\Seed_Tracking.csv，有標示者以 RC=4
      *> 結束，追蹤結果附加至 AuditLog.csv
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SDT-PARM-FILE ASSIGN
             TO "SEED.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SDT-PARM-STATUS.

           SELECT SDT-REG-FILE ASSIGN
             TO "output\SeedRegister.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SDT-REG-STATUS.

           SELECT SDT-RCV-FILE ASSIGN
             TO "input\SeedReceipts.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SDT-RCV-STATUS.

           SELECT SDT-RPT-FILE ASSIGN
             TO "output\Seed_Tracking.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SDT-PARM-FILE.
         01 SDT-PARM-REC PIC X(200).

       FD SDT-REG-FILE.
         01 SDT-REG-REC PIC X(300).

       FD SDT-RCV-FILE.
         01 SDT-RCV-REC PIC X(300).

       FD SDT-RPT-FILE.
         01 SDT-RPT-REC PIC X(300).

       WORKING-STORAGE SECTION.
       01 SDT-PARM-STATUS  PIC XX VALUE "00".
       01 SDT-REG-STATUS   PIC XX VALUE "00".
       01 SDT-RCV-STATUS   PIC XX VALUE "00".

       01 SDT-PARMS.
          05 SDT-KEY        PIC X(30).
          05 SDT-VAL        PIC X(150).
          05 SDT-OVERDUE    PIC 9(3) VALUE 30.
          05 SDT-ONE-ID     PIC X(20) VALUE SPACES.

       *> 讀入列拆分 (以 ";" 分欄)
       01 SDT-TOKS.
          05 SDT-TOK        PIC X(60) OCCURS 8 TIMES.
       01 SDT-TI            PIC 9(3) VALUE 0.

       *> 種子登錄 (收件欄位由收件檔填入)
       01 SDT-REG-TBL.
          05 SDT-R-COUNT    PIC 9(5) VALUE 0.
          05 SDT-R-ENTRY OCCURS 5000 TIMES.
             10 SDT-R-CODE     PIC X(10).
             10 SDT-R-ID       PIC X(20).
             10 SDT-R-TYPE     PIC X(5).
             10 SDT-R-CTRY     PIC X(35).
             10 SDT-R-UNIT     PIC X(20).
             10 SDT-R-MAIL     PIC X(20).
             10 SDT-R-DATE     PIC 9(8).
             10 SDT-R-RCV-CNT  PIC 9(3).
             10 SDT-R-RCV-DATE PIC 9(8).
             10 SDT-R-DAYS     PIC S9(5).
       01 SDT-RI            PIC 9(5) VALUE 0.

       *> 收件列
       01 SDT-RCV-FLDS.
          05 SDT-CODE       PIC X(60).
          05 SDT-CODE-N     PIC 9(10).
          05 SDT-ID         PIC X(20).
          05 SDT-DATE-TXT   PIC X(20).
          05 SDT-DATE       PIC 9(8) VALUE 0.
          05 SDT-SENDER     PIC X(40).
          05 SDT-FLAG       PIC X(30).

       *> 收件例外 (寫於明細之後)
       01 SDT-EXC-TBL.
          05 SDT-X-COUNT    PIC 9(4) VALUE 0.
          05 SDT-X-LINE     PIC X(200) OCCURS 1000 TIMES.
       01 SDT-XI            PIC 9(4) VALUE 0.

       *> 依目的國/業務單位統計
       01 SDT-GRP-TBL.
          05 SDT-G-COUNT    PIC 9(3) VALUE 0.
          05 SDT-G-ENTRY OCCURS 500 TIMES.
             10 SDT-G-CTRY     PIC X(35).
             10 SDT-G-UNIT     PIC X(20).
             10 SDT-G-SEEDS    PIC 9(7).
             10 SDT-G-RCV      PIC 9(7).
             10 SDT-G-MISS     PIC 9(7).
             10 SDT-G-DAYS     PIC 9(9).
             10 SDT-G-MAX      PIC 9(5).
       01 SDT-GI            PIC 9(3) VALUE 0.

       01 SDT-WORK.
          05 SDT-TODAY      PIC 9(8) VALUE 0.
          05 SDT-AGE        PIC S9(7) VALUE 0.
          05 SDT-STATUS     PIC X(30).
          05 SDT-LISTED     PIC 9(7) VALUE 0.
          05 SDT-RECEIVED   PIC 9(7) VALUE 0.
          05 SDT-FLAGS      PIC 9(7) VALUE 0.
          05 SDT-AVG        PIC 9(5) VALUE 0.
          05 SDT-FMT1       PIC Z(6)9.
          05 SDT-FMT2       PIC Z(6)9.
          05 SDT-FMT3       PIC Z(6)9.
          05 SDT-FMT4       PIC Z(6)9.
          05 SDT-DAYS-FMT   PIC -(5)9.
          05 SDT-TXT        PIC X(300).
          05 SDT-TS         PIC X(21).
          05 SDT-TS-FMT     PIC X(14).

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> SEED.PARM 讀取 (OVERDUE-DAYS / MAILING-ID)
      *******************************************************
           OPEN INPUT SDT-PARM-FILE.
           IF SDT-PARM-STATUS = "00"
             PERFORM UNTIL SDT-PARM-STATUS NOT = "00"
               READ SDT-PARM-FILE
                 AT END
                   MOVE "10" TO SDT-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(SDT-PARM-REC) NOT = SPACES
                      AND SDT-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO SDT-KEY SDT-VAL
                     UNSTRING SDT-PARM-REC DELIMITED BY "="
                         INTO SDT-KEY SDT-VAL
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(SDT-KEY)) TO SDT-KEY
                     EVALUATE FUNCTION TRIM(SDT-KEY)
                       WHEN "OVERDUE-DAYS"
                         IF FUNCTION TRIM(SDT-VAL) IS NUMERIC
                           MOVE FUNCTION NUMVAL(SDT-VAL)
                             TO SDT-OVERDUE
                         END-IF
                       WHEN "MAILING-ID"
                         MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(SDT-VAL))
                           TO SDT-ONE-ID
                     END-EVALUATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SDT-PARM-FILE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO SDT-TS.
           MOVE SDT-TS(1:8) TO SDT-TODAY.

      *******************************************************
      *> SeedRegister.csv 載入 (全部郵寄；MAILING-ID 僅限制
      *> 列示範圍，他次郵寄的代號仍視為已登錄)
      *******************************************************
           OPEN INPUT SDT-REG-FILE.
           IF SDT-REG-STATUS NOT = "00"
             DISPLAY "NO SEED REGISTER (output\SeedRegister.csv)"
               " - NOTHING TO TRACK"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL SDT-REG-STATUS NOT = "00"
             READ SDT-REG-FILE
               AT END
                 MOVE "10" TO SDT-REG-STATUS
               NOT AT END
                 MOVE SDT-REG-REC TO SDT-TXT
                 PERFORM SDT-SPLIT-PARA
                 IF SDT-TOK(1) NOT = "SEED_CODE"
                    AND SDT-TOK(1) NOT = SPACES
                   PERFORM SDT-REG-LINE-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SDT-REG-FILE.

      *******************************************************
      *> SeedReceipts.csv：逐筆比對登錄 (尚無收件檔者全部
      *> 視為未收)
      *******************************************************
           OPEN INPUT SDT-RCV-FILE.
           IF SDT-RCV-STATUS = "00"
             PERFORM UNTIL SDT-RCV-STATUS NOT = "00"
               READ SDT-RCV-FILE
                 AT END
                   MOVE "10" TO SDT-RCV-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(SDT-RCV-REC) NOT = SPACES
                      AND SDT-RCV-REC(1:1) NOT = "*"
                     MOVE SDT-RCV-REC TO SDT-TXT
                     PERFORM SDT-SPLIT-PARA
                     IF FUNCTION UPPER-CASE(SDT-TOK(1))
                          NOT = "SEED_CODE"
                       PERFORM SDT-RCV-LINE-PARA
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SDT-RCV-FILE
           END-IF.

      *******************************************************
      *> 種子明細 (每一種子代號一列)
      *******************************************************
           OPEN OUTPUT SDT-RPT-FILE.
           MOVE "SEED_CODE;SEED_ID;SEED_TYPE;COUNTRY;BUSINESS_UNIT;" &
                "MAILING_ID;MAIL_DATE;RECEIVED_DATE;DAYS;STATUS"
             TO SDT-RPT-REC.
           WRITE SDT-RPT-REC.
           PERFORM VARYING SDT-RI FROM 1 BY 1
                     UNTIL SDT-RI > SDT-R-COUNT
             IF SDT-ONE-ID = SPACES
                OR SDT-R-MAIL(SDT-RI) = SDT-ONE-ID
               PERFORM SDT-DETAIL-PARA
             END-IF
           END-PERFORM.

      *******************************************************
      *> 依目的國/業務單位統計
      *******************************************************
           MOVE SPACES TO SDT-RPT-REC.
           WRITE SDT-RPT-REC.
           MOVE "COUNTRY;BUSINESS_UNIT;SEEDS;RECEIVED;AVG_DAYS;" &
                "MAX_DAYS;NOT_RECEIVED"
             TO SDT-RPT-REC.
           WRITE SDT-RPT-REC.
           PERFORM VARYING SDT-GI FROM 1 BY 1
                     UNTIL SDT-GI > SDT-G-COUNT
             MOVE 0 TO SDT-AVG
             IF SDT-G-RCV(SDT-GI) > 0
               COMPUTE SDT-AVG ROUNDED =
                 SDT-G-DAYS(SDT-GI) / SDT-G-RCV(SDT-GI)
             END-IF
             MOVE SDT-G-SEEDS(SDT-GI) TO SDT-FMT1
             MOVE SDT-G-RCV(SDT-GI) TO SDT-FMT2
             MOVE SDT-AVG TO SDT-FMT3
             MOVE SDT-G-MAX(SDT-GI) TO SDT-FMT4
             MOVE SDT-G-MISS(SDT-GI) TO SDT-DAYS-FMT
             MOVE SPACES TO SDT-TXT
             STRING
               FUNCTION TRIM(SDT-G-CTRY(SDT-GI)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SDT-G-UNIT(SDT-GI)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SDT-FMT1) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SDT-FMT2) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SDT-FMT3) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SDT-FMT4) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SDT-DAYS-FMT) DELIMITED BY SIZE
               INTO SDT-TXT
             END-STRING
             MOVE SDT-TXT TO SDT-RPT-REC
             WRITE SDT-RPT-REC
           END-PERFORM.

      *******************************************************
      *> 收件例外 (未登錄/無效代號、重複收件、他人寄出等)
      *******************************************************
           IF SDT-X-COUNT > 0
             MOVE SPACES TO SDT-RPT-REC
             WRITE SDT-RPT-REC
             MOVE "SEED_CODE;SEED_ID;RECEIVED_DATE;SENDER;STATUS"
               TO SDT-RPT-REC
             WRITE SDT-RPT-REC
             PERFORM VARYING SDT-XI FROM 1 BY 1
                       UNTIL SDT-XI > SDT-X-COUNT
               MOVE SDT-X-LINE(SDT-XI) TO SDT-RPT-REC
               WRITE SDT-RPT-REC
             END-PERFORM
           END-IF.
           CLOSE SDT-RPT-FILE.

      *******************************************************
      *> 稽核記錄與收尾
      *******************************************************
           MOVE SDT-TS(1:14) TO SDT-TS-FMT.
           MOVE SDT-LISTED TO SDT-FMT1.
           MOVE SDT-RECEIVED TO SDT-FMT2.
           MOVE SDT-FLAGS TO SDT-FMT3.
           MOVE SPACES TO SDT-TXT.
           STRING
             FUNCTION TRIM(SDT-TS-FMT) DELIMITED BY SIZE
             ";SEED-TRACK;" DELIMITED BY SIZE
             INTO SDT-TXT
           END-STRING.
           IF SDT-ONE-ID = SPACES
             STRING
               FUNCTION TRIM(SDT-TXT) DELIMITED BY SIZE
               "ALL" DELIMITED BY SIZE
               INTO SDT-TXT
             END-STRING
           ELSE
             STRING
               FUNCTION TRIM(SDT-TXT) DELIMITED BY SIZE
               FUNCTION TRIM(SDT-ONE-ID) DELIMITED BY SIZE
               INTO SDT-TXT
             END-STRING
           END-IF.
           STRING
             FUNCTION TRIM(SDT-TXT) DELIMITED BY SIZE
             ";SEEDS=" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-FMT1) DELIMITED BY SIZE
             ";RECEIVED=" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-FMT2) DELIMITED BY SIZE
             ";FLAGS=" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-FMT3) DELIMITED BY SIZE
             INTO SDT-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE SDT-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

           DISPLAY "SEED TRACKING COMPLETE - "
             FUNCTION TRIM(SDT-FMT1) " SEEDS, "
             FUNCTION TRIM(SDT-FMT2) " RECEIVED"
             " -> output\Seed_Tracking.csv".
           IF SDT-FLAGS > 0
             DISPLAY "*** " FUNCTION TRIM(SDT-FMT3)
               " SEED EXCEPTION(S) - SEE STATUS COLUMN ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：SDT-TXT 以 ";" 拆欄 (SDT-TOK)
      *******************************************************
       SDT-SPLIT-PARA.
           MOVE SPACES TO SDT-TOKS.
           UNSTRING SDT-TXT DELIMITED BY ";"
               INTO SDT-TOK(1) SDT-TOK(2) SDT-TOK(3) SDT-TOK(4)
                    SDT-TOK(5) SDT-TOK(6) SDT-TOK(7) SDT-TOK(8)
           END-UNSTRING.
           PERFORM VARYING SDT-TI FROM 1 BY 1 UNTIL SDT-TI > 8
             MOVE FUNCTION TRIM(SDT-TOK(SDT-TI)) TO SDT-TOK(SDT-TI)
           END-PERFORM.

      *******************************************************
      *> 共用段落：登錄檔一列 (超出表格容量者略過)
      *******************************************************
       SDT-REG-LINE-PARA.
           IF SDT-R-COUNT >= 5000
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SDT-R-COUNT.
           MOVE SDT-TOK(1) TO SDT-R-CODE(SDT-R-COUNT).
           MOVE SDT-TOK(2) TO SDT-R-ID(SDT-R-COUNT).
           MOVE SDT-TOK(3) TO SDT-R-TYPE(SDT-R-COUNT).
           MOVE SDT-TOK(4) TO SDT-R-CTRY(SDT-R-COUNT).
           MOVE SDT-TOK(5) TO SDT-R-UNIT(SDT-R-COUNT).
           MOVE FUNCTION UPPER-CASE(SDT-TOK(6))
             TO SDT-R-MAIL(SDT-R-COUNT).
           MOVE 0 TO SDT-R-DATE(SDT-R-COUNT)
                     SDT-R-RCV-CNT(SDT-R-COUNT)
                     SDT-R-RCV-DATE(SDT-R-COUNT)
                     SDT-R-DAYS(SDT-R-COUNT).
           IF SDT-TOK(8)(1:8) IS NUMERIC
             MOVE SDT-TOK(8)(1:8) TO SDT-R-DATE(SDT-R-COUNT)
           END-IF.

      *******************************************************
      *> 共用段落：收件檔一列，比對種子代號並判定例外
      *******************************************************
       SDT-RCV-LINE-PARA.
           MOVE SDT-TOK(1) TO SDT-CODE.
           MOVE SDT-TOK(2) TO SDT-ID.
           MOVE SDT-TOK(3) TO SDT-DATE-TXT.
           MOVE FUNCTION UPPER-CASE(SDT-TOK(4)) TO SDT-SENDER.
           IF SDT-SENDER = SPACES
             MOVE "OWN" TO SDT-SENDER
           END-IF.
           MOVE 0 TO SDT-DATE.
           IF SDT-DATE-TXT(1:8) IS NUMERIC
              AND SDT-DATE-TXT(9:1) = SPACE
             MOVE SDT-DATE-TXT(1:8) TO SDT-DATE
           END-IF.
           MOVE SPACES TO SDT-FLAG.

           *> 無種子代號：種子地址收到他人郵件
           IF SDT-CODE = SPACES
             MOVE "UNAUTHORIZED USE" TO SDT-FLAG
             PERFORM SDT-EXC-PARA
             EXIT PARAGRAPH
           END-IF.
           IF SDT-CODE(1:10) IS NOT NUMERIC
              OR SDT-CODE(11:1) NOT = SPACE
             MOVE "INVALID CODE" TO SDT-FLAG
             PERFORM SDT-EXC-PARA
             EXIT PARAGRAPH
           END-IF.
           MOVE SDT-CODE(1:10) TO SDT-CODE-N.
           IF FUNCTION MOD(SDT-CODE-N, 97) NOT = 1
             MOVE "INVALID CODE" TO SDT-FLAG
             PERFORM SDT-EXC-PARA
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING SDT-RI FROM 1 BY 1
                     UNTIL SDT-RI > SDT-R-COUNT
             IF SDT-R-CODE(SDT-RI) = SDT-CODE(1:10)
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF SDT-RI > SDT-R-COUNT
             MOVE "UNREGISTERED SEED CODE" TO SDT-FLAG
             PERFORM SDT-EXC-PARA
             EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
             WHEN SDT-SENDER NOT = "OWN"
               MOVE "UNAUTHORIZED USE" TO SDT-FLAG
             WHEN SDT-ID NOT = SPACES
                  AND SDT-ID NOT = SDT-R-ID(SDT-RI)
               MOVE "SEED ID MISMATCH" TO SDT-FLAG
             WHEN SDT-R-RCV-CNT(SDT-RI) > 0
               MOVE "DUPLICATE RECEIPT" TO SDT-FLAG
             WHEN SDT-DATE = 0
               MOVE "INVALID RECEIVED DATE" TO SDT-FLAG
             WHEN SDT-DATE < SDT-R-DATE(SDT-RI)
               MOVE "RECEIVED BEFORE MAILING" TO SDT-FLAG
           END-EVALUATE.
           IF SDT-FLAG NOT = SPACES
             IF SDT-ID = SPACES
               MOVE SDT-R-ID(SDT-RI) TO SDT-ID
             END-IF
             PERFORM SDT-EXC-PARA
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO SDT-R-RCV-CNT(SDT-RI).
           MOVE SDT-DATE TO SDT-R-RCV-DATE(SDT-RI).
           IF SDT-R-DATE(SDT-RI) > 0
             COMPUTE SDT-R-DAYS(SDT-RI) =
               FUNCTION INTEGER-OF-DATE(SDT-DATE)
               - FUNCTION INTEGER-OF-DATE(SDT-R-DATE(SDT-RI))
           END-IF.

      *******************************************************
      *> 共用段落：收件例外一列 (SDT-FLAG)
      *******************************************************
       SDT-EXC-PARA.
           ADD 1 TO SDT-FLAGS.
           IF SDT-X-COUNT >= 1000
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO SDT-X-COUNT.
           MOVE SPACES TO SDT-TXT.
           STRING
             FUNCTION TRIM(SDT-CODE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-ID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-DATE-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-SENDER) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-FLAG) DELIMITED BY SIZE
             INTO SDT-TXT
           END-STRING.
           MOVE SDT-TXT TO SDT-X-LINE(SDT-X-COUNT).

      *******************************************************
      *> 共用段落：種子明細一列與分組累計 (SDT-RI)
      *******************************************************
       SDT-DETAIL-PARA.
           ADD 1 TO SDT-LISTED.
           MOVE SPACES TO SDT-STATUS.
           IF SDT-R-RCV-CNT(SDT-RI) > 0
             ADD 1 TO SDT-RECEIVED
             MOVE "RECEIVED" TO SDT-STATUS
           ELSE
             MOVE 0 TO SDT-AGE
             IF SDT-R-DATE(SDT-RI) > 0
               COMPUTE SDT-AGE =
                 FUNCTION INTEGER-OF-DATE(SDT-TODAY)
                 - FUNCTION INTEGER-OF-DATE(SDT-R-DATE(SDT-RI))
             END-IF
             IF SDT-AGE > SDT-OVERDUE
               MOVE "NOT RECEIVED" TO SDT-STATUS
               ADD 1 TO SDT-FLAGS
             ELSE
               MOVE "AWAITING" TO SDT-STATUS
             END-IF
           END-IF.

           MOVE SPACES TO SDT-TXT.
           STRING
             FUNCTION TRIM(SDT-R-CODE(SDT-RI)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-R-ID(SDT-RI)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-R-TYPE(SDT-RI)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-R-CTRY(SDT-RI)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-R-UNIT(SDT-RI)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-R-MAIL(SDT-RI)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             SDT-R-DATE(SDT-RI) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO SDT-TXT
           END-STRING.
           IF SDT-R-RCV-CNT(SDT-RI) > 0
             MOVE SDT-R-DAYS(SDT-RI) TO SDT-DAYS-FMT
             STRING
               FUNCTION TRIM(SDT-TXT) DELIMITED BY SIZE
               SDT-R-RCV-DATE(SDT-RI) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(SDT-DAYS-FMT) DELIMITED BY SIZE
               INTO SDT-TXT
             END-STRING
           ELSE
             STRING
               FUNCTION TRIM(SDT-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO SDT-TXT
             END-STRING
           END-IF.
           STRING
             FUNCTION TRIM(SDT-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SDT-STATUS) DELIMITED BY SIZE
             INTO SDT-TXT
           END-STRING.
           MOVE SDT-TXT TO SDT-RPT-REC.
           WRITE SDT-RPT-REC.

           PERFORM VARYING SDT-GI FROM 1 BY 1
                     UNTIL SDT-GI > SDT-G-COUNT
             IF SDT-G-CTRY(SDT-GI) = SDT-R-CTRY(SDT-RI)
                AND SDT-G-UNIT(SDT-GI) = SDT-R-UNIT(SDT-RI)
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF SDT-GI > SDT-G-COUNT
             IF SDT-G-COUNT >= 500
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO SDT-G-COUNT
             MOVE SDT-G-COUNT TO SDT-GI
             MOVE SDT-R-CTRY(SDT-RI) TO SDT-G-CTRY(SDT-GI)
             MOVE SDT-R-UNIT(SDT-RI) TO SDT-G-UNIT(SDT-GI)
             MOVE 0 TO SDT-G-SEEDS(SDT-GI) SDT-G-RCV(SDT-GI)
                       SDT-G-MISS(SDT-GI) SDT-G-DAYS(SDT-GI)
                       SDT-G-MAX(SDT-GI)
           END-IF.
           ADD 1 TO SDT-G-SEEDS(SDT-GI).
           IF SDT-R-RCV-CNT(SDT-RI) > 0
             ADD 1 TO SDT-G-RCV(SDT-GI)
             IF SDT-R-DAYS(SDT-RI) > 0
               ADD SDT-R-DAYS(SDT-RI) TO SDT-G-DAYS(SDT-GI)
               IF SDT-R-DAYS(SDT-RI) > SDT-G-MAX(SDT-GI)
                 MOVE SDT-R-DAYS(SDT-RI) TO SDT-G-MAX(SDT-GI)
               END-IF
             END-IF
           END-IF.
           IF SDT-STATUS = "NOT RECEIVED"
             ADD 1 TO SDT-G-MISS(SDT-GI)
           END-IF.
