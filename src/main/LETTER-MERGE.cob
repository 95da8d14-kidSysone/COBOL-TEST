       IDENTIFICATION DIVISION.
       PROGRAM-ID. LETTER-MERGE.

      *******************************************************
      *> 信函合併列印程式
      *> 各業務單位不再自行把 Address_Split.csv 貼進文書處理
      *> 合併列印。本程式讀取 LETTER.PARM 所列的信函範本
      *> (TEMPLATE=<範本檔路徑>，可多列)，對 output\
      *> Address_Split.csv 每位客戶套印一封信，每個範本輸出
      *> 一個可直接列印的文件檔 output\Letters_<範本檔名>.txt
      *> (信與信之間以換頁字元分隔)。範本代換欄位：
      *>   {ADDRESS_BLOCK}   地址區塊 (須獨占一行；該行位於
      *>                     代換欄位前的空白視為左邊界)
      *>   {RECIPIENT_NAME}  收件人姓名 (DTLS-LF 30)
      *>   {CARE_OF}         轉交/收件中介 (DTLS-LF 27)
      *>   {CUSTOMER_ID}     客戶編號
      *>   {TITLE} {GIVEN_NAME} {SURNAME} {NAME_SUFFIX}
      *>   {ORG_NAME}        收件人姓名拆解 (稱謂/名/姓/字尾/
      *>                     機構名，EXECUTE 依姓名詞彙拆出)
      *>   {SALUTATION}      稱呼語 (如 Dear Ms Tan，依目的國)
      *>   {FORMAL_ADDRESSEE} 正式收件人行
      *>   {BATCH_DATE}      批次日期 (LETTER.PARM BATCH-DATE，
      *>                     未指定時為當日)
      *> 地址區塊的組行規則與 LABEL-PRINT 標籤完全相同 (行寬/
      *> 行數上限同讀 LABEL.PARM，姓名字首大寫、雙文字目的國、
      *> 投遞偏好、轉寄行、逐字地址覆寫、在地化目的國名行；
      *> LABEL.PARM NAME-LINE=
      *> FORMAL 時姓名行改印正式收件人行)，信上地址與標籤逐字一致；僅不印
      *> 客戶編號識別行、條碼與報關區塊。
      *> 禁止寄送 (input\SuppressionList.csv、Suppressed.csv)、
      *> 禁運扣件 (Embargoed.csv) 與無法投遞 (Undeliverable.dat)
      *> 的客戶一律不出信；套印結果附加至 AuditLog.csv 備查
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LM-SPLIT-FILE ASSIGN
             TO "output\Address_Split.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LM-IN-STATUS.

           SELECT LM-TPL-FILE ASSIGN
             TO LM-TPL-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LM-TPL-STATUS.

           SELECT LM-OUT-FILE ASSIGN
             TO LM-OUT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LM-PARM-FILE ASSIGN
             TO "LETTER.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LM-PARM-STATUS.

           SELECT LM-LPARM-FILE ASSIGN
             TO "LABEL.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LM-LPARM-STATUS.

           SELECT LM-CASEX-FILE ASSIGN
             TO "input\CasingExceptions.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LM-CASEX-STATUS.

           SELECT LM-DUAL-FILE ASSIGN
             TO "input\DualScript.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LM-DUAL-STATUS.

           SELECT LM-DLVP-FILE ASSIGN
             TO "input\DeliveryPreference.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LM-DLVP-STATUS.

           SELECT LM-SKSRC-FILE ASSIGN
             TO LM-SKSRC-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LM-SKSRC-STATUS.

           SELECT LM-SKIP-FILE ASSIGN
             TO "output\LetterSkip.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LM-SKIP-CUSTID
             STATUS LM-SKIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LM-SPLIT-FILE.
         01 LM-SPLIT-REC PIC X(4000).

       FD LM-TPL-FILE.
         01 LM-TPL-REC PIC X(200).

       FD LM-OUT-FILE.
         01 LM-OUT-REC PIC X(300).

       FD LM-PARM-FILE.
         01 LM-PARM-REC PIC X(160).

       FD LM-LPARM-FILE.
         01 LM-LPARM-REC PIC X(80).

       FD LM-CASEX-FILE.
         01 LM-CASEX-REC PIC X(60).

       FD LM-DUAL-FILE.
         01 LM-DUAL-REC PIC X(50).

       FD LM-DLVP-FILE.
         01 LM-DLVP-REC PIC X(50).

       FD LM-SKSRC-FILE.
         01 LM-SKSRC-REC PIC X(2200).

       FD LM-SKIP-FILE.
         01 LM-SKIP-REC.
            05 LM-SKIP-CUSTID PIC X(50).
            05 LM-SKIP-REASON PIC X(20).

       WORKING-STORAGE SECTION.
       01 LM-IN-STATUS      PIC XX VALUE "00".
       01 LM-TPL-STATUS     PIC XX VALUE "00".
       01 LM-PARM-STATUS    PIC XX VALUE "00".
       01 LM-LPARM-STATUS   PIC XX VALUE "00".
       01 LM-CASEX-STATUS   PIC XX VALUE "00".
       01 LM-DUAL-STATUS    PIC XX VALUE "00".
       01 LM-DLVP-STATUS    PIC XX VALUE "00".
       01 LM-SKSRC-STATUS   PIC XX VALUE "00".
       01 LM-SKIP-STATUS    PIC XX VALUE "00".
       01 LM-TPL-PATH       PIC X(120).
       01 LM-OUT-PATH       PIC X(160).
       01 LM-SKSRC-PATH     PIC X(120).
       01 LM-SKIP-PATH      PIC X(120) VALUE "output\LetterSkip.idx".
       01 LM-DEL-RC         PIC S9(9) COMP-5 VALUE 0.

       *> LETTER.PARM (TEMPLATE 可多列 / BATCH-DATE)
       01 LM-PARM-DATA.
          05 LM-KEY         PIC X(30).
          05 LM-VAL         PIC X(120).
          05 LM-TPL-NAME    PIC X(120) OCCURS 20 TIMES.
          05 LM-TPL-COUNT   PIC 99 VALUE 0.
          05 LM-TPL-I       PIC 99 VALUE 0.
          05 LM-BATCH-DATE  PIC X(8) VALUE SPACES.

       *> 範本內容 (逐行)
       01 LM-TPL-DATA.
          05 LM-TPL-LINE    PIC X(200) OCCURS 300 TIMES.
          05 LM-TPL-LCNT    PIC 9(3) VALUE 0.
          05 LM-TPL-L       PIC 9(3) VALUE 0.
          05 LM-TPL-BASE    PIC X(80).
          05 LM-TPL-SLASH   PIC 9(3) VALUE 0.
          05 LM-TPL-DOT     PIC 9(3) VALUE 0.

       *> 代換欄位處理
       01 LM-SUBST-DATA.
          05 LM-OUT-LINE    PIC X(300).
          05 LM-OPTR        PIC 9(3) VALUE 1.
          05 LM-SRC-LEN     PIC 9(3) VALUE 0.
          05 LM-SRC-K       PIC 9(3) VALUE 0.
          05 LM-BLK-POS     PIC 9(3) VALUE 0.
          05 LM-VALUE       PIC X(300).
          05 LM-PH-LEN      PIC 99 VALUE 0.
          05 LM-NAME-TXT    PIC X(300).

       *> 排除名單來源 (第一欄為 CUSTOMER_ID)
       01 LM-SKIP-WORK.
          05 LM-SK-TOK      PIC X(50).
          05 LM-SK-CNT      PIC 9(7) VALUE 0.
          05 LM-SK-HIT      PIC X VALUE "N".

       01 LM-COUNTS.
          05 LM-LETTER-CNT  PIC 9(7) VALUE 0.
          05 LM-SKIPPED-CNT PIC 9(7) VALUE 0.
          05 LM-TOTAL-CNT   PIC 9(7) VALUE 0.
          05 LM-TOTAL-SKIP  PIC 9(7) VALUE 0.
          05 LM-CNT-FMT     PIC Z(6)9.
          05 LM-CNT-FMT2    PIC Z(6)9.
          05 LM-TS          PIC X(21).
          05 LM-TXT         PIC X(300).
          05 LM-FIRST-FLAG  PIC X VALUE "Y".

       *> 雙文字標籤目的國 (DualScript.csv：每列一個國名)
       01 LM-DUAL-DATA.
          05 LM-DUAL-CTRY   PIC X(35) OCCURS 100 TIMES.
          05 LM-DUAL-COUNT  PIC 9(3) VALUE 0.
          05 LM-DUAL-I      PIC 9(3) VALUE 0.
          05 LM-DUAL-FLAG   PIC X VALUE "N".
          05 LM-DUAL-PART   PIC X(300) OCCURS 6 TIMES.

       *> 收件人姓名大小寫處理 (CasingExceptions.csv 正典寫法)
       01 LM-CASE-DATA.
          05 LM-CASEX-WORD  PIC X(40) OCCURS 200 TIMES.
          05 LM-CASEX-CNT   PIC 999 VALUE 0.
          05 LM-CASE-IO     PIC X(300).
          05 LM-CASE-LEN    PIC 9(4) VALUE 0.
          05 LM-CASE-K      PIC 9(4) VALUE 0.
          05 LM-CASE-CH     PIC X.
          05 LM-CASE-PREV   PIC X.
          05 LM-CASE-FIND   PIC X(40).
          05 LM-CASE-FLEN   PIC 99 VALUE 0.
          05 LM-CASE-I      PIC 9(4) VALUE 0.
          05 LM-CASE-E      PIC 999 VALUE 0.
          05 LM-CASE-B-OK   PIC X.

       *> 各國投遞偏好 (DeliveryPreference.csv：國家;STREET/POBOX)
       01 LM-DLVP-DATA.
          05 LM-DLVP-CTRY   PIC X(35) OCCURS 100 TIMES.
          05 LM-DLVP-MODE   PIC X(6)  OCCURS 100 TIMES.
          05 LM-DLVP-COUNT  PIC 9(3) VALUE 0.
          05 LM-DLVP-I      PIC 9(3) VALUE 0.
          05 LM-DLVP-TOK    PIC X(40) OCCURS 2 TIMES.
          05 LM-PREF        PIC X(6).

       *> 地址區塊規格 (與標籤相同，讀 LABEL.PARM)
       01 LM-LPARM-DATA.
          05 LM-LKEY        PIC X(30).
          05 LM-LVAL        PIC X(50).
          05 LM-LINE-WIDTH  PIC 999 VALUE 38.
          05 LM-MAX-LINES   PIC 99 VALUE 6.
          05 LM-NAME-LINE   PIC X(6) VALUE "RAW".

       *> Address_Split.csv 欄位 (引號逸出的 ";" 不視為分隔字元)
       01 LM-FLD-TBL.
          05 LM-FLD         PIC X(2000) OCCURS 48 TIMES.
       01 LM-SPLIT-WORK.
          05 LM-IN-QUOTES   PIC X VALUE "N".
          05 LM-FLD-IDX     PIC 99 VALUE 1.
          05 LM-CH          PIC X.
          05 LM-POS         PIC 9(4) VALUE 0.
          05 LM-LEN         PIC 9(4) VALUE 0.
          05 LM-IDX         PIC 9(4) VALUE 0.

       *> 地址區塊行組合
       01 LM-LINES-TBL.
          05 LM-LINE        PIC X(132) OCCURS 10 TIMES.
       01 LM-LINE-CNT       PIC 99 VALUE 0.
       01 LM-WORK           PIC X(300).
       01 LM-J              PIC 99 VALUE 0.

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> 讀取 LETTER.PARM (TEMPLATE / BATCH-DATE)
      *******************************************************
           OPEN INPUT LM-PARM-FILE.
           IF LM-PARM-STATUS = "00"
             PERFORM UNTIL LM-PARM-STATUS NOT = "00"
               READ LM-PARM-FILE
                 AT END
                   MOVE "10" TO LM-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(LM-PARM-REC) NOT = SPACES
                      AND LM-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO LM-KEY LM-VAL
                     UNSTRING LM-PARM-REC DELIMITED BY "="
                         INTO LM-KEY LM-VAL
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(LM-KEY)) TO LM-KEY
                     IF FUNCTION TRIM(LM-KEY) = "TEMPLATE"
                        AND LM-TPL-COUNT < 20
                        AND LM-VAL NOT = SPACES
                       ADD 1 TO LM-TPL-COUNT
                       MOVE FUNCTION TRIM(LM-VAL)
                         TO LM-TPL-NAME(LM-TPL-COUNT)
                     END-IF
                     IF FUNCTION TRIM(LM-KEY) = "BATCH-DATE"
                       MOVE FUNCTION TRIM(LM-VAL) TO LM-BATCH-DATE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LM-PARM-FILE
           END-IF.
           IF LM-TPL-COUNT = 0
             DISPLAY "NO TEMPLATE= ENTRY IN LETTER.PARM - "
               "NOTHING TO MERGE"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF LM-BATCH-DATE = SPACES
             MOVE FUNCTION CURRENT-DATE TO LM-TS
             MOVE LM-TS(1:8) TO LM-BATCH-DATE
           END-IF.

      *******************************************************
      *> 讀取 LABEL.PARM (LINE-WIDTH / MAX-LINES)，地址區塊
      *> 與標籤同規格
      *******************************************************
           OPEN INPUT LM-LPARM-FILE.
           IF LM-LPARM-STATUS = "00"
             PERFORM UNTIL LM-LPARM-STATUS NOT = "00"
               READ LM-LPARM-FILE
                 AT END
                   MOVE "10" TO LM-LPARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(LM-LPARM-REC) NOT = SPACES
                      AND LM-LPARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO LM-LKEY LM-LVAL
                     UNSTRING LM-LPARM-REC DELIMITED BY "="
                         INTO LM-LKEY LM-LVAL
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(LM-LKEY)) TO LM-LKEY
                     IF FUNCTION TRIM(LM-LKEY) = "LINE-WIDTH"
                        AND FUNCTION TRIM(LM-LVAL) IS NUMERIC
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(LM-LVAL))
                         TO LM-LINE-WIDTH
                     END-IF
                     IF FUNCTION TRIM(LM-LKEY) = "MAX-LINES"
                        AND FUNCTION TRIM(LM-LVAL) IS NUMERIC
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(LM-LVAL))
                         TO LM-MAX-LINES
                     END-IF
                     IF FUNCTION TRIM(LM-LKEY) = "NAME-LINE"
                       MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(LM-LVAL))
                         TO LM-NAME-LINE
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LM-LPARM-FILE
           END-IF.
           IF LM-LINE-WIDTH > 132
             MOVE 132 TO LM-LINE-WIDTH
           END-IF.
           IF LM-MAX-LINES > 10
             MOVE 10 TO LM-MAX-LINES
           END-IF.

      *******************************************************
      *> 讀取字首大寫化例外名單 (CasingExceptions.csv，選用)
      *******************************************************
           OPEN INPUT LM-CASEX-FILE.
           IF LM-CASEX-STATUS = "00"
             PERFORM UNTIL LM-CASEX-STATUS NOT = "00"
               READ LM-CASEX-FILE
                 AT END
                   MOVE "10" TO LM-CASEX-STATUS
                 NOT AT END
                   IF LM-CASEX-CNT < 200
                      AND FUNCTION TRIM(LM-CASEX-REC) NOT = SPACES
                      AND LM-CASEX-REC(1:1) NOT = "*"
                     ADD 1 TO LM-CASEX-CNT
                     MOVE FUNCTION TRIM(LM-CASEX-REC)
                       TO LM-CASEX-WORD(LM-CASEX-CNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LM-CASEX-FILE
           END-IF.

      *******************************************************
      *> 讀取雙文字標籤目的國名單 (DualScript.csv，選用)
      *******************************************************
           OPEN INPUT LM-DUAL-FILE.
           IF LM-DUAL-STATUS = "00"
             PERFORM UNTIL LM-DUAL-STATUS NOT = "00"
               READ LM-DUAL-FILE
                 AT END
                   MOVE "10" TO LM-DUAL-STATUS
                 NOT AT END
                   IF LM-DUAL-COUNT < 100
                      AND FUNCTION TRIM(LM-DUAL-REC) NOT = SPACES
                      AND LM-DUAL-REC(1:1) NOT = "*"
                     ADD 1 TO LM-DUAL-COUNT
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(LM-DUAL-REC))
                       TO LM-DUAL-CTRY(LM-DUAL-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LM-DUAL-FILE
           END-IF.

      *******************************************************
      *> 讀取各國投遞偏好 (DeliveryPreference.csv，選用)
      *******************************************************
           OPEN INPUT LM-DLVP-FILE.
           IF LM-DLVP-STATUS = "00"
             PERFORM UNTIL LM-DLVP-STATUS NOT = "00"
               READ LM-DLVP-FILE
                 AT END
                   MOVE "10" TO LM-DLVP-STATUS
                 NOT AT END
                   IF LM-DLVP-COUNT < 100
                      AND FUNCTION TRIM(LM-DLVP-REC) NOT = SPACES
                      AND LM-DLVP-REC(1:1) NOT = "*"
                     MOVE SPACES TO LM-DLVP-TOK(1) LM-DLVP-TOK(2)
                     UNSTRING LM-DLVP-REC DELIMITED BY ";"
                         INTO LM-DLVP-TOK(1) LM-DLVP-TOK(2)
                     ADD 1 TO LM-DLVP-COUNT
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(LM-DLVP-TOK(1)))
                       TO LM-DLVP-CTRY(LM-DLVP-COUNT)
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(LM-DLVP-TOK(2)))
                       TO LM-DLVP-MODE(LM-DLVP-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LM-DLVP-FILE
           END-IF.

      *******************************************************
      *> 排除名單索引檔 (比照 EXECUTE 之 SupList.idx)：禁止
      *> 寄送、禁運扣件、無法投遞的 CUSTOMER_ID
      *******************************************************
           OPEN OUTPUT LM-SKIP-FILE.
           IF LM-SKIP-STATUS NOT = "00"
             DISPLAY "CANNOT CREATE output\LetterSkip.idx (STATUS "
               LM-SKIP-STATUS ")"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "input\SuppressionList.csv" TO LM-SKSRC-PATH.
           MOVE "SUPPRESSED" TO LM-SKIP-REASON.
           PERFORM LM-SKIP-LOAD-PARA.
           MOVE "output\Suppressed.csv" TO LM-SKSRC-PATH.
           MOVE "SUPPRESSED" TO LM-SKIP-REASON.
           PERFORM LM-SKIP-LOAD-PARA.
           MOVE "output\Embargoed.csv" TO LM-SKSRC-PATH.
           MOVE "EMBARGOED" TO LM-SKIP-REASON.
           PERFORM LM-SKIP-LOAD-PARA.
           MOVE "output\Undeliverable.dat" TO LM-SKSRC-PATH.
           MOVE "UNDELIVERABLE" TO LM-SKIP-REASON.
           PERFORM LM-SKIP-LOAD-PARA.
           CLOSE LM-SKIP-FILE.
           OPEN INPUT LM-SKIP-FILE.

      *******************************************************
      *> 逐一範本套印
      *******************************************************
           PERFORM VARYING LM-TPL-I FROM 1 BY 1
                     UNTIL LM-TPL-I > LM-TPL-COUNT
             PERFORM LM-TEMPLATE-PARA
           END-PERFORM.

           CLOSE LM-SKIP-FILE.
           CALL "CBL_DELETE_FILE" USING LM-SKIP-PATH
             RETURNING LM-DEL-RC.

      *******************************************************
      *> 稽核記錄與收尾
      *******************************************************
           MOVE FUNCTION CURRENT-DATE TO LM-TS.
           MOVE LM-TOTAL-CNT TO LM-CNT-FMT.
           MOVE LM-TOTAL-SKIP TO LM-CNT-FMT2.
           MOVE SPACES TO LM-TXT.
           STRING
             LM-TS(1:14) DELIMITED BY SIZE
             ";LETTER-MERGE;TEMPLATES=" DELIMITED BY SIZE
             LM-TPL-COUNT DELIMITED BY SIZE
             ";LETTERS=" DELIMITED BY SIZE
             FUNCTION TRIM(LM-CNT-FMT) DELIMITED BY SIZE
             ";SKIPPED=" DELIMITED BY SIZE
             FUNCTION TRIM(LM-CNT-FMT2) DELIMITED BY SIZE
             ";BATCH-DATE=" DELIMITED BY SIZE
             LM-BATCH-DATE DELIMITED BY SIZE
             INTO LM-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE LM-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
           STOP RUN.

      *******************************************************
      *> 共用段落：排除名單來源檔一個 (LM-SKSRC-PATH) 載入
      *> 索引檔；原因 LM-SKIP-REASON，標題列/註解列略過
      *******************************************************
       LM-SKIP-LOAD-PARA.
           MOVE LM-SKIP-REASON TO LM-SK-TOK.
           OPEN INPUT LM-SKSRC-FILE.
           IF LM-SKSRC-STATUS NOT = "00"
             MOVE "00" TO LM-SKSRC-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LM-SKSRC-STATUS NOT = "00"
             READ LM-SKSRC-FILE
               AT END
                 MOVE "10" TO LM-SKSRC-STATUS
               NOT AT END
                 IF FUNCTION TRIM(LM-SKSRC-REC) NOT = SPACES
                    AND LM-SKSRC-REC(1:1) NOT = "*"
                    AND LM-SKSRC-REC(1:12) NOT = "CUSTOMER_ID;"
                   MOVE SPACES TO LM-SKIP-REC
                   UNSTRING LM-SKSRC-REC DELIMITED BY ";"
                       INTO LM-SKIP-CUSTID
                   MOVE FUNCTION TRIM(LM-SKIP-CUSTID)
                     TO LM-SKIP-CUSTID
                   MOVE LM-SK-TOK TO LM-SKIP-REASON
                   WRITE LM-SKIP-REC
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       ADD 1 TO LM-SK-CNT
                   END-WRITE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LM-SKSRC-FILE.
           MOVE "00" TO LM-SKSRC-STATUS.

      *******************************************************
      *> 共用段落：單一範本套印 (LM-TPL-I)
      *******************************************************
       LM-TEMPLATE-PARA.
           MOVE LM-TPL-NAME(LM-TPL-I) TO LM-TPL-PATH.
           MOVE 0 TO LM-TPL-LCNT.
           OPEN INPUT LM-TPL-FILE.
           IF LM-TPL-STATUS NOT = "00"
             DISPLAY "TEMPLATE NOT FOUND: "
               FUNCTION TRIM(LM-TPL-PATH) " - SKIPPED"
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LM-TPL-STATUS NOT = "00"
             READ LM-TPL-FILE
               AT END
                 MOVE "10" TO LM-TPL-STATUS
               NOT AT END
                 IF LM-TPL-LCNT < 300
                   ADD 1 TO LM-TPL-LCNT
                   MOVE LM-TPL-REC TO LM-TPL-LINE(LM-TPL-LCNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LM-TPL-FILE.

           *> 輸出檔名取範本檔名 (去路徑與副檔名)
           MOVE 0 TO LM-TPL-SLASH LM-TPL-DOT.
           MOVE LENGTH OF FUNCTION TRIM(LM-TPL-PATH) TO LM-SRC-LEN.
           PERFORM VARYING LM-SRC-K FROM 1 BY 1
                     UNTIL LM-SRC-K > LM-SRC-LEN
             IF LM-TPL-PATH(LM-SRC-K:1) = "\"
                OR LM-TPL-PATH(LM-SRC-K:1) = "/"
               MOVE LM-SRC-K TO LM-TPL-SLASH
               MOVE 0 TO LM-TPL-DOT
             END-IF
             IF LM-TPL-PATH(LM-SRC-K:1) = "."
               MOVE LM-SRC-K TO LM-TPL-DOT
             END-IF
           END-PERFORM.
           IF LM-TPL-DOT = 0
             COMPUTE LM-TPL-DOT = LM-SRC-LEN + 1
           END-IF.
           MOVE SPACES TO LM-TPL-BASE.
           MOVE LM-TPL-PATH(LM-TPL-SLASH + 1:
                            LM-TPL-DOT - LM-TPL-SLASH - 1)
             TO LM-TPL-BASE.
           MOVE SPACES TO LM-OUT-PATH.
           STRING
             "output\Letters_" DELIMITED BY SIZE
             FUNCTION TRIM(LM-TPL-BASE) DELIMITED BY SIZE
             ".txt" DELIMITED BY SIZE
             INTO LM-OUT-PATH
           END-STRING.

           OPEN INPUT LM-SPLIT-FILE.
           IF LM-IN-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN output\Address_Split.csv (STATUS "
               LM-IN-STATUS ")"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT LM-OUT-FILE.
           MOVE "Y" TO LM-FIRST-FLAG.
           MOVE 0 TO LM-LETTER-CNT LM-SKIPPED-CNT.

           *> 跳過標題列
           READ LM-SPLIT-FILE.

           PERFORM UNTIL LM-IN-STATUS = "10"
             READ LM-SPLIT-FILE
               AT END
                 MOVE "10" TO LM-IN-STATUS
               NOT AT END
                 IF FUNCTION TRIM(LM-SPLIT-REC) NOT = SPACES
                   PERFORM LM-SPLIT-FIELDS-PARA
                   MOVE FUNCTION TRIM(LM-FLD(1)) TO LM-SKIP-CUSTID
                   MOVE "N" TO LM-SK-HIT
                   READ LM-SKIP-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE "Y" TO LM-SK-HIT
                   END-READ
                   IF LM-SK-HIT = "Y"
                     ADD 1 TO LM-SKIPPED-CNT
                   ELSE
                     PERFORM LM-BUILD-BLOCK-PARA
                     PERFORM LM-WRITE-LETTER-PARA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LM-SPLIT-FILE.
           CLOSE LM-OUT-FILE.
           MOVE "00" TO LM-IN-STATUS.

           ADD LM-LETTER-CNT TO LM-TOTAL-CNT.
           ADD LM-SKIPPED-CNT TO LM-TOTAL-SKIP.
           MOVE LM-LETTER-CNT TO LM-CNT-FMT.
           MOVE LM-SKIPPED-CNT TO LM-CNT-FMT2.
           DISPLAY "LETTERS WRITTEN: " FUNCTION TRIM(LM-CNT-FMT)
             " (SKIPPED " FUNCTION TRIM(LM-CNT-FMT2) ") -> "
             FUNCTION TRIM(LM-OUT-PATH).

      *******************************************************
      *> 共用段落：寫出一封信 (信與信之間換頁)
      *******************************************************
       LM-WRITE-LETTER-PARA.
           IF LM-FIRST-FLAG = "Y"
             MOVE "N" TO LM-FIRST-FLAG
           ELSE
             MOVE SPACES TO LM-OUT-REC
             MOVE X"0C" TO LM-OUT-REC(1:1)
             WRITE LM-OUT-REC
           END-IF.

           *> 收件人姓名 (同標籤第一行的大小寫處理；NAME-LINE=
           *> FORMAL 時取正式收件人行，已依姓名拆解定好大小寫)
           MOVE SPACES TO LM-NAME-TXT.
           IF LM-NAME-LINE = "FORMAL" AND LM-FLD(45) NOT = SPACES
             MOVE FUNCTION TRIM(LM-FLD(45)) TO LM-NAME-TXT
           ELSE
           IF LM-FLD(32) NOT = SPACES
             MOVE FUNCTION TRIM(LM-FLD(32)) TO LM-CASE-IO
             PERFORM LM-PROPER-PARA
             MOVE LM-CASE-IO TO LM-NAME-TXT
           END-IF
           END-IF.

           PERFORM VARYING LM-TPL-L FROM 1 BY 1
                     UNTIL LM-TPL-L > LM-TPL-LCNT
             MOVE 0 TO LM-BLK-POS
             INSPECT LM-TPL-LINE(LM-TPL-L) TALLYING LM-BLK-POS
               FOR CHARACTERS BEFORE INITIAL "{ADDRESS_BLOCK}"
             IF LM-BLK-POS < 200
               *> 地址區塊：每行前補上範本中代換欄位前的左邊界
               PERFORM VARYING LM-J FROM 1 BY 1
                         UNTIL LM-J > LM-LINE-CNT
                 MOVE SPACES TO LM-OUT-REC
                 IF LM-BLK-POS > 0
                   MOVE LM-TPL-LINE(LM-TPL-L)(1:LM-BLK-POS)
                     TO LM-OUT-REC(1:LM-BLK-POS)
                 END-IF
                 MOVE LM-LINE(LM-J)
                   TO LM-OUT-REC(LM-BLK-POS + 1:132)
                 WRITE LM-OUT-REC
               END-PERFORM
             ELSE
               PERFORM LM-SUBST-PARA
               MOVE LM-OUT-LINE TO LM-OUT-REC
               WRITE LM-OUT-REC
             END-IF
           END-PERFORM.
           ADD 1 TO LM-LETTER-CNT.

      *******************************************************
      *> 共用段落：範本一行的代換欄位替換 (LM-TPL-L ->
      *> LM-OUT-LINE)
      *******************************************************
       LM-SUBST-PARA.
           MOVE SPACES TO LM-OUT-LINE.
           MOVE 1 TO LM-OPTR.
           MOVE 200 TO LM-SRC-LEN.
           PERFORM UNTIL LM-SRC-LEN = 0
             IF LM-TPL-LINE(LM-TPL-L)(LM-SRC-LEN:1) NOT = SPACE
               EXIT PERFORM
             END-IF
             SUBTRACT 1 FROM LM-SRC-LEN
           END-PERFORM.
           MOVE 1 TO LM-SRC-K.
           PERFORM UNTIL LM-SRC-K > LM-SRC-LEN OR LM-OPTR > 300
             MOVE 0 TO LM-PH-LEN
             MOVE SPACES TO LM-VALUE
             IF LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:1) = "{"
               EVALUATE TRUE
                 WHEN LM-SRC-K + 15 <= 200
                      AND LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:16) =
                          "{RECIPIENT_NAME}"
                   MOVE 16 TO LM-PH-LEN
                   MOVE LM-NAME-TXT TO LM-VALUE
                 WHEN LM-SRC-K + 8 <= 200
                      AND LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:9) =
                          "{CARE_OF}"
                   MOVE 9 TO LM-PH-LEN
                   MOVE FUNCTION TRIM(LM-FLD(29)) TO LM-VALUE
                 WHEN LM-SRC-K + 12 <= 200
                      AND LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:13) =
                          "{CUSTOMER_ID}"
                   MOVE 13 TO LM-PH-LEN
                   MOVE FUNCTION TRIM(LM-FLD(1)) TO LM-VALUE
                 WHEN LM-SRC-K + 11 <= 200
                      AND LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:12) =
                          "{BATCH_DATE}"
                   MOVE 12 TO LM-PH-LEN
                   MOVE LM-BATCH-DATE TO LM-VALUE
                 WHEN LM-SRC-K + 6 <= 200
                      AND LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:7) =
                          "{TITLE}"
                   MOVE 7 TO LM-PH-LEN
                   MOVE FUNCTION TRIM(LM-FLD(39)) TO LM-VALUE
                 WHEN LM-SRC-K + 11 <= 200
                      AND LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:12) =
                          "{GIVEN_NAME}"
                   MOVE 12 TO LM-PH-LEN
                   MOVE FUNCTION TRIM(LM-FLD(40)) TO LM-VALUE
                 WHEN LM-SRC-K + 8 <= 200
                      AND LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:9) =
                          "{SURNAME}"
                   MOVE 9 TO LM-PH-LEN
                   MOVE FUNCTION TRIM(LM-FLD(41)) TO LM-VALUE
                 WHEN LM-SRC-K + 12 <= 200
                      AND LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:13) =
                          "{NAME_SUFFIX}"
                   MOVE 13 TO LM-PH-LEN
                   MOVE FUNCTION TRIM(LM-FLD(42)) TO LM-VALUE
                 WHEN LM-SRC-K + 9 <= 200
                      AND LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:10) =
                          "{ORG_NAME}"
                   MOVE 10 TO LM-PH-LEN
                   MOVE FUNCTION TRIM(LM-FLD(43)) TO LM-VALUE
                 WHEN LM-SRC-K + 11 <= 200
                      AND LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:12) =
                          "{SALUTATION}"
                   MOVE 12 TO LM-PH-LEN
                   MOVE FUNCTION TRIM(LM-FLD(44)) TO LM-VALUE
                 WHEN LM-SRC-K + 17 <= 200
                      AND LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:18) =
                          "{FORMAL_ADDRESSEE}"
                   MOVE 18 TO LM-PH-LEN
                   MOVE FUNCTION TRIM(LM-FLD(45)) TO LM-VALUE
               END-EVALUATE
             END-IF
             IF LM-PH-LEN > 0
               IF LM-VALUE NOT = SPACES
                 STRING
                   FUNCTION TRIM(LM-VALUE) DELIMITED BY SIZE
                   INTO LM-OUT-LINE
                   WITH POINTER LM-OPTR
                 END-STRING
               END-IF
               ADD LM-PH-LEN TO LM-SRC-K
             ELSE
               MOVE LM-TPL-LINE(LM-TPL-L)(LM-SRC-K:1)
                 TO LM-OUT-LINE(LM-OPTR:1)
               ADD 1 TO LM-OPTR
               ADD 1 TO LM-SRC-K
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：引號逸出感知的欄位拆分 (同 LABEL-PRINT)
      *******************************************************
       LM-SPLIT-FIELDS-PARA.
           PERFORM VARYING LM-IDX FROM 1 BY 1 UNTIL LM-IDX > 48
             MOVE SPACES TO LM-FLD(LM-IDX)
           END-PERFORM.
           MOVE "N" TO LM-IN-QUOTES.
           MOVE 1 TO LM-FLD-IDX.
           MOVE 0 TO LM-POS.
           MOVE LENGTH OF FUNCTION TRIM(LM-SPLIT-REC) TO LM-LEN.

           PERFORM VARYING LM-IDX FROM 1 BY 1 UNTIL LM-IDX > LM-LEN
             MOVE LM-SPLIT-REC(LM-IDX:1) TO LM-CH
             IF LM-CH = '"'
               IF LM-IN-QUOTES = "Y"
                 MOVE "N" TO LM-IN-QUOTES
               ELSE
                 MOVE "Y" TO LM-IN-QUOTES
               END-IF
             ELSE
               IF LM-CH = ";" AND LM-IN-QUOTES = "N"
                 IF LM-FLD-IDX < 48
                   ADD 1 TO LM-FLD-IDX
                 END-IF
                 MOVE 0 TO LM-POS
               ELSE
                 ADD 1 TO LM-POS
                 MOVE LM-CH TO LM-FLD(LM-FLD-IDX)(LM-POS:1)
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：組合地址區塊行 (與 LABEL-PRINT 之
      *> BUILD-LABEL-PARA 同一規則；不含補印標記、客戶編號
      *> 識別行與條碼行)
      *> 欄位位置：1=CUSTOMER_ID 4=ZIP 5=COUNTRY 6=CITY 7=DISTRICT
      *> 8=STREET 9=SEC 10=LANE 11=ALLEY 12=NUMBER 13=FLOOR
      *> 14=ROOM 15=BUILDING 16=VILLAGE 17=PROVINCE 18=STATE
      *******************************************************
       LM-BUILD-BLOCK-PARA.
           MOVE 0 TO LM-LINE-CNT.
           PERFORM VARYING LM-J FROM 1 BY 1 UNTIL LM-J > 10
             MOVE SPACES TO LM-LINE(LM-J)
           END-PERFORM.

           *> 收件人姓名行 (區塊第一行)，字首大寫化並套用
           *> CasingExceptions.csv 正典寫法 (MCDONALD -> McDonald)
           IF LM-NAME-LINE = "FORMAL" AND LM-FLD(45) NOT = SPACES
             MOVE FUNCTION TRIM(LM-FLD(45)) TO LM-WORK
             PERFORM LM-ADD-LINE-PARA
           ELSE
           IF LM-FLD(32) NOT = SPACES
             MOVE FUNCTION TRIM(LM-FLD(32)) TO LM-CASE-IO
             PERFORM LM-PROPER-PARA
             MOVE LM-CASE-IO TO LM-WORK
             PERFORM LM-ADD-LINE-PARA
           END-IF
           END-IF.

           *> 轉交/收件中介行 (C/O、ATTN、FAO)，接於姓名之後
           MOVE FUNCTION TRIM(LM-FLD(29)) TO LM-WORK.
           PERFORM LM-ADD-LINE-PARA.

           *> 搬家轉寄寬限處理行 (FORWARD_FLAG=F 的舊址件)
           IF LM-FLD(35)(1:1) = "F"
             MOVE "OR CURRENT RESIDENT - PLEASE FORWARD"
               TO LM-WORK
             PERFORM LM-ADD-LINE-PARA
           END-IF.

           *> 逐字地址覆寫 (VERBATIM=Y)：REBUILD 欄 (21) 為操作員
           *> 設定的逐字地址行 (以 "^" 串接)，逐行照印
           IF LM-FLD(37)(1:1) = "Y"
             PERFORM VARYING LM-J FROM 1 BY 1 UNTIL LM-J > 6
               MOVE SPACES TO LM-DUAL-PART(LM-J)
             END-PERFORM
             UNSTRING LM-FLD(21) DELIMITED BY "^"
                 INTO LM-DUAL-PART(1) LM-DUAL-PART(2)
                      LM-DUAL-PART(3) LM-DUAL-PART(4)
                      LM-DUAL-PART(5) LM-DUAL-PART(6)
             PERFORM VARYING LM-J FROM 1 BY 1 UNTIL LM-J > 6
               IF LM-DUAL-PART(LM-J) NOT = SPACES
                 MOVE FUNCTION TRIM(LM-DUAL-PART(LM-J))
                   TO LM-WORK
                 PERFORM LM-ADD-LINE-PARA
               END-IF
             END-PERFORM
             EXIT PARAGRAPH
           END-IF.

           *> 雙文字標籤：目的國在 DualScript.csv 名單上時，
           *> 境內地址段改印原文 (依逗號折行)，最後一行印羅馬化
           *> 國名；原文不可用時退回音譯/英文行
           MOVE "N" TO LM-DUAL-FLAG.
           PERFORM VARYING LM-DUAL-I FROM 1 BY 1
                     UNTIL LM-DUAL-I > LM-DUAL-COUNT
             IF LM-DUAL-CTRY(LM-DUAL-I) =
                FUNCTION UPPER-CASE(FUNCTION TRIM(LM-FLD(5)(1:35)))
               MOVE "Y" TO LM-DUAL-FLAG
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF LM-DUAL-FLAG = "Y"
             PERFORM VARYING LM-J FROM 1 BY 1 UNTIL LM-J > 6
               MOVE SPACES TO LM-DUAL-PART(LM-J)
             END-PERFORM
             IF FUNCTION TRIM(LM-FLD(2)) NOT = SPACES
               UNSTRING LM-FLD(2) DELIMITED BY ","
                   INTO LM-DUAL-PART(1) LM-DUAL-PART(2)
                        LM-DUAL-PART(3) LM-DUAL-PART(4)
                        LM-DUAL-PART(5) LM-DUAL-PART(6)
             ELSE
               UNSTRING LM-FLD(3) DELIMITED BY ","
                   INTO LM-DUAL-PART(1) LM-DUAL-PART(2)
                        LM-DUAL-PART(3) LM-DUAL-PART(4)
                        LM-DUAL-PART(5) LM-DUAL-PART(6)
             END-IF
             PERFORM VARYING LM-J FROM 1 BY 1 UNTIL LM-J > 6
               IF LM-DUAL-PART(LM-J) NOT = SPACES
                 MOVE FUNCTION TRIM(LM-DUAL-PART(LM-J))
                   TO LM-WORK
                 PERFORM LM-ADD-LINE-PARA
               END-IF
             END-PERFORM
             PERFORM LM-CTRY-LINE-PARA
             PERFORM LM-ADD-LINE-PARA
             EXIT PARAGRAPH
           END-IF.

           *> 大樓/樓層/室 行
           MOVE SPACES TO LM-WORK.
           PERFORM VARYING LM-J FROM 15 BY -1 UNTIL LM-J < 13
             IF LM-FLD(LM-J) NOT = SPACES
               IF LM-WORK = SPACES
                 MOVE FUNCTION TRIM(LM-FLD(LM-J)) TO LM-WORK
               ELSE
                 STRING
                   FUNCTION TRIM(LM-WORK) DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(LM-FLD(LM-J)) DELIMITED BY SIZE
                   INTO LM-WORK
                 END-STRING
               END-IF
             END-IF
           END-PERFORM.
           PERFORM LM-ADD-LINE-PARA.

           *> 門牌 + 街道 (含段/巷/弄) 行；街道與郵政信箱 (30)
           *> 並存時依該國投遞偏好擇一印出
           MOVE "POBOX" TO LM-PREF.
           IF LM-FLD(8) NOT = SPACES AND LM-FLD(30) NOT = SPACES
             PERFORM VARYING LM-DLVP-I FROM 1 BY 1
                       UNTIL LM-DLVP-I > LM-DLVP-COUNT
               IF LM-DLVP-CTRY(LM-DLVP-I) =
                  FUNCTION UPPER-CASE(FUNCTION TRIM(LM-FLD(5)(1:35)))
                 MOVE LM-DLVP-MODE(LM-DLVP-I) TO LM-PREF
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.
           MOVE SPACES TO LM-WORK.
           IF LM-FLD(30) NOT = SPACES
              AND (LM-FLD(8) = SPACES OR LM-PREF = "POBOX")
             MOVE FUNCTION TRIM(LM-FLD(30)) TO LM-WORK
           ELSE
             IF LM-FLD(12) NOT = SPACES
               MOVE FUNCTION TRIM(LM-FLD(12)) TO LM-WORK
             END-IF
             PERFORM VARYING LM-J FROM 8 BY 1 UNTIL LM-J > 11
               IF LM-FLD(LM-J) NOT = SPACES
                 IF LM-WORK = SPACES
                   MOVE FUNCTION TRIM(LM-FLD(LM-J)) TO LM-WORK
                 ELSE
                   STRING
                     FUNCTION TRIM(LM-WORK) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(LM-FLD(LM-J)) DELIMITED BY SIZE
                     INTO LM-WORK
                   END-STRING
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
           PERFORM LM-ADD-LINE-PARA.

           *> 城市/州/郵遞區號 行
           MOVE SPACES TO LM-WORK.
           IF LM-FLD(6) NOT = SPACES
             MOVE FUNCTION TRIM(LM-FLD(6)) TO LM-WORK
           ELSE
             MOVE FUNCTION TRIM(LM-FLD(17)) TO LM-WORK
           END-IF.
           IF LM-FLD(18) NOT = SPACES
             STRING
               FUNCTION TRIM(LM-WORK) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LM-FLD(18)) DELIMITED BY SIZE
               INTO LM-WORK
             END-STRING
           END-IF.
           IF LM-FLD(4) NOT = SPACES
             STRING
               FUNCTION TRIM(LM-WORK) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LM-FLD(4)) DELIMITED BY SIZE
               INTO LM-WORK
             END-STRING
           END-IF.
           PERFORM LM-ADD-LINE-PARA.

           *> 目的國為最後一行 (跨境郵件)
           PERFORM LM-CTRY-LINE-PARA.
           PERFORM LM-ADD-LINE-PARA.

      *******************************************************
      *> 共用段落：目的國名行 (同 LABEL-PRINT：46=DEST_COUNTRY_
      *> LINE 在地化核定國名優先，無者取 5=COUNTRY 轉大寫)
      *******************************************************
       LM-CTRY-LINE-PARA.
           IF LM-FLD(46) NOT = SPACES
             MOVE FUNCTION TRIM(LM-FLD(46)) TO LM-WORK
           ELSE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LM-FLD(5)))
               TO LM-WORK
           END-IF.

      *******************************************************
      *> 共用段落：地址區塊加一行 (空白不加、超出行數上限
      *> 截除，行寬依 LABEL.PARM)
      *******************************************************
       LM-ADD-LINE-PARA.
           IF FUNCTION TRIM(LM-WORK) NOT = SPACES
              AND LM-LINE-CNT < LM-MAX-LINES
             ADD 1 TO LM-LINE-CNT
             MOVE LM-WORK(1:LM-LINE-WIDTH)
               TO LM-LINE(LM-LINE-CNT)
           END-IF.
           MOVE SPACES TO LM-WORK.

      *******************************************************
      *> 共用段落：字首大寫化 (比照 EXECUTE 之 CASE-FIELD-PARA
      *> PROPER 模式；CasingExceptions.csv 所列名字以正典寫法
      *> 覆蓋，全字比對且前後須為字界)
      *******************************************************
       LM-PROPER-PARA.
           MOVE FUNCTION LOWER-CASE(LM-CASE-IO) TO LM-CASE-IO.
           MOVE LENGTH OF FUNCTION TRIM(LM-CASE-IO)
             TO LM-CASE-LEN.
           MOVE SPACE TO LM-CASE-PREV.
           PERFORM VARYING LM-CASE-K FROM 1 BY 1
                     UNTIL LM-CASE-K > LM-CASE-LEN
             MOVE LM-CASE-IO(LM-CASE-K:1) TO LM-CASE-CH
             IF (LM-CASE-CH >= "a" AND LM-CASE-CH <= "z")
                AND NOT ((LM-CASE-PREV >= "a"
                          AND LM-CASE-PREV <= "z") OR
                         (LM-CASE-PREV >= "A"
                          AND LM-CASE-PREV <= "Z"))
               MOVE FUNCTION UPPER-CASE(LM-CASE-CH)
                 TO LM-CASE-IO(LM-CASE-K:1)
             END-IF
             MOVE LM-CASE-IO(LM-CASE-K:1) TO LM-CASE-PREV
           END-PERFORM.

           PERFORM VARYING LM-CASE-E FROM 1 BY 1
                     UNTIL LM-CASE-E > LM-CASEX-CNT
             MOVE LM-CASEX-WORD(LM-CASE-E) TO LM-CASE-FIND
             MOVE LENGTH OF FUNCTION TRIM(LM-CASE-FIND)
               TO LM-CASE-FLEN
             IF LM-CASE-FLEN > 0
                AND LM-CASE-LEN >= LM-CASE-FLEN
               PERFORM VARYING LM-CASE-I FROM 1 BY 1
                         UNTIL LM-CASE-I >
                               LM-CASE-LEN - LM-CASE-FLEN + 1
                 IF FUNCTION UPPER-CASE(
                      LM-CASE-IO(LM-CASE-I:LM-CASE-FLEN)) =
                    FUNCTION UPPER-CASE(
                      LM-CASE-FIND(1:LM-CASE-FLEN))
                   MOVE "Y" TO LM-CASE-B-OK
                   IF LM-CASE-I > 1
                     MOVE LM-CASE-IO(LM-CASE-I - 1:1)
                       TO LM-CASE-CH
                     IF (LM-CASE-CH >= "a" AND LM-CASE-CH <= "z")
                        OR (LM-CASE-CH >= "A"
                            AND LM-CASE-CH <= "Z")
                       MOVE "N" TO LM-CASE-B-OK
                     END-IF
                   END-IF
                   IF LM-CASE-I + LM-CASE-FLEN <= LM-CASE-LEN
                     MOVE LM-CASE-IO(LM-CASE-I + LM-CASE-FLEN:1)
                       TO LM-CASE-CH
                     IF (LM-CASE-CH >= "a" AND LM-CASE-CH <= "z")
                        OR (LM-CASE-CH >= "A"
                            AND LM-CASE-CH <= "Z")
                       MOVE "N" TO LM-CASE-B-OK
                     END-IF
                   END-IF
                   IF LM-CASE-B-OK = "Y"
                     MOVE LM-CASE-FIND(1:LM-CASE-FLEN)
                       TO LM-CASE-IO(LM-CASE-I:LM-CASE-FLEN)
                   END-IF
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

       END PROGRAM LETTER-MERGE.
