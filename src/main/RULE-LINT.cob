       IDENTIFICATION DIVISION.
       PROGRAM-ID. RULE-LINT.

      *******************************************************
      *> 規則檔檢核 (lint) 報表程式
      *> 規則檔經 RULE-MAINT 與候選詞彙核可逐步增長，彼此間的
      *> 衝突與久未命中的項目無從察覺。本程式經 READ-RULE 載入
      *> 整套規則 (與正式批次同一組名單)，依嚴重度排列輸出
      *> output\Rule_Lint.csv：
      *>   HIGH   SHADOWED       同一詞出現在兩個分類群組
      *>                         (第 3-16 組)，後面群組的那一筆
      *>                         永不命中
      *>   HIGH   ABBR-CATEGORY  StreetAbbreviations.csv 的縮寫
      *>                         同時是分類群組的詞
      *>   MEDIUM CITY-DIRECTION WorldCitiesList.csv 的城市同時是
      *>                         Directions.csv 的方向詞
      *>   MEDIUM CITY-CONNECTOR 城市同時是 ConnectorWords.csv
      *>                         的連接詞
      *>   MEDIUM DUPLICATE      同一群組內重複的詞
      *>   LOW    NOT-FIRED      DEAD-DAYS 天內未曾命中的項目
      *>                         (EXECUTE 逐次附加的
      *>                         output\Rule_Usage_History.csv；
      *>                         歷史未滿 DEAD-DAYS 天者不判)
      *> 停用 (SUPPRESS) 的群組不參與判斷。RULE-MAINT 覆核待核
      *> 異動時以相同規則預覽該筆異動會新增的問題。
      *> LINT.PARM 鍵值：DEAD-DAYS (預設 90)
      *> 有 HIGH 者 RC=4；規則載入失敗 RC=16
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LN-PARM-FILE ASSIGN
             TO "LINT.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LN-PARM-STATUS.

           SELECT LN-HIST-FILE ASSIGN
             TO "output\Rule_Usage_History.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LN-HIST-STATUS.

           SELECT LN-RPT-FILE ASSIGN
             TO "output\Rule_Lint.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LN-PARM-FILE.
         01 LN-PARM-REC PIC X(80).

       FD LN-HIST-FILE.
         01 LN-HIST-REC PIC X(220).

       FD LN-RPT-FILE.
         01 LN-RPT-REC PIC X(300).

       WORKING-STORAGE SECTION.
      *> 規則名單共用區 (EXTERNAL，READ-RULE 載入)
           COPY "COPY-RULES.cpy".

       01 LN-PARM-STATUS PIC XX VALUE "00".
       01 LN-HIST-STATUS PIC XX VALUE "00".

       01 LN-PARMS.
          05 LN-KEY        PIC X(30).
          05 LN-VAL        PIC X(50).
          05 LN-DEAD-DAYS  PIC 9(5) VALUE 90.

       *> 檢核結果 (嚴重度 1=HIGH 2=MEDIUM 3=LOW)
       01 LN-FIND-TBL.
          05 LN-F-SEV      PIC 9      OCCURS 3000 TIMES.
          05 LN-F-CHECK    PIC X(16)  OCCURS 3000 TIMES.
          05 LN-F-FILE     PIC X(24)  OCCURS 3000 TIMES.
          05 LN-F-GROUP    PIC X(2)   OCCURS 3000 TIMES.
          05 LN-F-ENTRY    PIC X(50)  OCCURS 3000 TIMES.
          05 LN-F-DETAIL   PIC X(100) OCCURS 3000 TIMES.
       01 LN-F-COUNT      PIC 9(4) VALUE 0.
       01 LN-F-LOST       PIC 9(7) VALUE 0.

       *> 新增一筆結果用
       01 LN-NEW.
          05 LN-SEV        PIC 9.
          05 LN-CHECK      PIC X(16).
          05 LN-FILE       PIC X(24).
          05 LN-GROUP      PIC X(2).
          05 LN-ENTRY      PIC X(50).
          05 LN-DETAIL     PIC X(100).

       *> 受統計的規則項目與最後命中日 (Rule_Usage.csv 同一
       *> RULE_TYPE/GROUP/RULE_TEXT 寫法)
       01 LN-USE-TBL.
          05 LN-U-TYPE     PIC X(12) OCCURS 1000 TIMES.
          05 LN-U-GROUP    PIC X(2)  OCCURS 1000 TIMES.
          05 LN-U-TEXT     PIC X(60) OCCURS 1000 TIMES.
          05 LN-U-FILE     PIC X(24) OCCURS 1000 TIMES.
          05 LN-U-LAST     PIC 9(8)  OCCURS 1000 TIMES.
       01 LN-U-COUNT      PIC 9(4) VALUE 0.

       *> 歷史列欄位
       01 LN-HFLDS.
          05 LN-H-DATE     PIC X(8).
          05 LN-H-TYPE     PIC X(12).
          05 LN-H-GROUP    PIC X(2).
          05 LN-H-ENTRY    PIC X(5).
          05 LN-H-TEXT     PIC X(60).
          05 LN-H-CNT      PIC X(10).

       01 LN-WORK.
          05 LN-G          PIC 99 VALUE 0.
          05 LN-K          PIC 99 VALUE 0.
          05 LN-G2         PIC 99 VALUE 0.
          05 LN-K2         PIC 99 VALUE 0.
          05 LN-I          PIC 9(5) VALUE 0.
          05 LN-J          PIC 9(5) VALUE 0.
          05 LN-SEV-PASS   PIC 9 VALUE 0.
          05 LN-WORD       PIC X(35).
          05 LN-WORD2      PIC X(35).
          05 LN-WLEN       PIC 99 VALUE 0.
          05 LN-TODAY      PIC 9(8) VALUE 0.
          05 LN-TODAY-INT  PIC 9(8) VALUE 0.
          05 LN-CUT-INT    PIC 9(8) VALUE 0.
          05 LN-CUT-DATE   PIC 9(8) VALUE 0.
          05 LN-HIST-FIRST PIC 9(8) VALUE 0.
          05 LN-HIST-ROWS  PIC 9(9) VALUE 0.
          05 LN-HIST-OK    PIC X VALUE "N".
          05 LN-DATE-N     PIC 9(8) VALUE 0.
          05 LN-HIGH       PIC 9(5) VALUE 0.
          05 LN-MED        PIC 9(5) VALUE 0.
          05 LN-LOW        PIC 9(5) VALUE 0.
          05 LN-G-FMT      PIC Z9.
          05 LN-K-FMT      PIC Z9.
          05 LN-CNT-FMT    PIC Z(6)9.
          05 LN-DAYS-FMT   PIC Z(4)9.
          05 LN-SEV-TXT    PIC X(6).
          05 LN-TXT        PIC X(300).

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> LINT.PARM 讀取 (DEAD-DAYS)
      *******************************************************
           OPEN INPUT LN-PARM-FILE.
           IF LN-PARM-STATUS = "00"
             PERFORM UNTIL LN-PARM-STATUS NOT = "00"
               READ LN-PARM-FILE
                 AT END
                   MOVE "10" TO LN-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(LN-PARM-REC) NOT = SPACES
                      AND LN-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO LN-KEY LN-VAL
                     UNSTRING LN-PARM-REC DELIMITED BY "="
                         INTO LN-KEY LN-VAL
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(LN-KEY)) TO LN-KEY
                     IF FUNCTION TRIM(LN-KEY) = "DEAD-DAYS"
                        AND FUNCTION TRIM(LN-VAL) IS NUMERIC
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(LN-VAL))
                         TO LN-DEAD-DAYS
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LN-PARM-FILE
           END-IF.
           IF LN-DEAD-DAYS = 0
             MOVE 90 TO LN-DEAD-DAYS
           END-IF.

      *******************************************************
      *> 規則名單載入 (與正式批次同一組名單)
      *******************************************************
           IF RULES-LOADED-FLAG NOT = "Y"
             MOVE SPACES TO RULE-DIR
             CALL 'READ-RULE'
           END-IF.
           IF CITY-COUNT = 0 OR COUNTRY-COUNT = 0
             DISPLAY "RULE LISTS ARE EMPTY - CANNOT LINT"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM LN-SHADOW-PARA.
           PERFORM LN-ABBR-PARA.
           PERFORM LN-CITY-PARA.
           PERFORM LN-DEAD-PARA.

      *******************************************************
      *> 輸出：依嚴重度 HIGH -> MEDIUM -> LOW 排列
      *******************************************************
           OPEN OUTPUT LN-RPT-FILE.
           MOVE "SEVERITY;CHECK;RULE_FILE;GROUP;ENTRY;DETAIL"
             TO LN-RPT-REC.
           WRITE LN-RPT-REC.
           PERFORM VARYING LN-SEV-PASS FROM 1 BY 1
                     UNTIL LN-SEV-PASS > 3
             PERFORM VARYING LN-I FROM 1 BY 1
                       UNTIL LN-I > LN-F-COUNT
               IF LN-F-SEV(LN-I) = LN-SEV-PASS
                 PERFORM LN-WRITE-PARA
               END-IF
             END-PERFORM
           END-PERFORM.
           CLOSE LN-RPT-FILE.

           DISPLAY "============== RULE-SET LINT ==============".
           DISPLAY "RULE DIRECTORY        : " FUNCTION TRIM(RULE-DIR).
           MOVE LN-HIGH TO LN-CNT-FMT.
           DISPLAY "HIGH                  : " FUNCTION TRIM(LN-CNT-FMT).
           MOVE LN-MED TO LN-CNT-FMT.
           DISPLAY "MEDIUM                : " FUNCTION TRIM(LN-CNT-FMT).
           MOVE LN-LOW TO LN-CNT-FMT.
           DISPLAY "LOW                   : " FUNCTION TRIM(LN-CNT-FMT).
           IF LN-HIST-OK = "N"
             DISPLAY "NOT-FIRED CHECK SKIPPED - USAGE HISTORY SHORTER "
               "THAN DEAD-DAYS OR NOT ON FILE"
           END-IF.
           IF LN-F-LOST > 0
             MOVE LN-F-LOST TO LN-CNT-FMT
             DISPLAY "FINDINGS NOT LISTED (TABLE FULL): "
               FUNCTION TRIM(LN-CNT-FMT)
           END-IF.
           DISPLAY "REPORT                : output\Rule_Lint.csv".
           IF LN-HIGH > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *******************************************************
      *> 分類群組 (第 3-16 組，第 2 欄起為詞) 重複：
      *> 不同群組 = 後者永不命中 (HIGH)；同群組 = 重複 (MEDIUM)
      *******************************************************
       LN-SHADOW-PARA.
           PERFORM VARYING LN-G FROM 3 BY 1 UNTIL LN-G > 16
             IF SUPPRESS-GROUP-FLAG(LN-G) NOT = 1
               PERFORM VARYING LN-K FROM 2 BY 1 UNTIL LN-K > 40
                 IF LS-LIST-COL(LN-G LN-K) NOT = SPACES
                    AND LS-LIST-COL(LN-G LN-K) NOT = LOW-VALUES
                   PERFORM LN-SHADOW-ONE-PARA
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：(LN-G, LN-K) 是否與其前的某一項同詞
      *> (只報第一個同詞的前項)
      *******************************************************
       LN-SHADOW-ONE-PARA.
           MOVE FUNCTION UPPER-CASE(
                  FUNCTION TRIM(LS-LIST-COL(LN-G LN-K))) TO LN-WORD.
           PERFORM VARYING LN-G2 FROM 3 BY 1 UNTIL LN-G2 > LN-G
             IF SUPPRESS-GROUP-FLAG(LN-G2) NOT = 1
               PERFORM VARYING LN-K2 FROM 2 BY 1 UNTIL LN-K2 > 40
                 IF LN-G2 = LN-G AND LN-K2 >= LN-K
                   EXIT PERFORM
                 END-IF
                 IF FUNCTION UPPER-CASE(
                      FUNCTION TRIM(LS-LIST-COL(LN-G2 LN-K2)))
                    = LN-WORD
                   MOVE LN-G2 TO LN-G-FMT
                   MOVE LN-K2 TO LN-K-FMT
                   MOVE SPACES TO LN-DETAIL
                   IF LN-G2 = LN-G
                     MOVE 2 TO LN-SEV
                     MOVE "DUPLICATE" TO LN-CHECK
                     STRING
                       "SAME TERM ALREADY AT ENTRY " DELIMITED BY SIZE
                       FUNCTION TRIM(LN-K-FMT) DELIMITED BY SIZE
                       " OF THIS GROUP" DELIMITED BY SIZE
                       INTO LN-DETAIL
                     END-STRING
                   ELSE
                     MOVE 1 TO LN-SEV
                     MOVE "SHADOWED" TO LN-CHECK
                     STRING
                       "ALSO IN GROUP " DELIMITED BY SIZE
                       FUNCTION TRIM(LN-G-FMT) DELIMITED BY SIZE
                       " ENTRY " DELIMITED BY SIZE
                       FUNCTION TRIM(LN-K-FMT) DELIMITED BY SIZE
                       " WHICH MATCHES FIRST - THIS ONE NEVER FIRES"
                         DELIMITED BY SIZE
                       INTO LN-DETAIL
                     END-STRING
                   END-IF
                   MOVE "CategoryRules.csv" TO LN-FILE
                   MOVE LN-G TO LN-GROUP
                   MOVE LS-LIST-COL(LN-G LN-K) TO LN-ENTRY
                   PERFORM LN-ADD-PARA
                   EXIT PARAGRAPH
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

      *******************************************************
      *> 街道縮寫同時是分類群組的詞 (群組詞的前後 "-" 接字
      *> 記號不計)
      *******************************************************
       LN-ABBR-PARA.
           PERFORM VARYING LN-I FROM 1 BY 1 UNTIL LN-I > 50
             IF STREET-ABBR(LN-I) NOT = SPACES
                AND STREET-ABBR(LN-I) NOT = LOW-VALUES
               MOVE FUNCTION UPPER-CASE(
                      FUNCTION TRIM(STREET-ABBR(LN-I))) TO LN-WORD2
               PERFORM VARYING LN-G FROM 3 BY 1 UNTIL LN-G > 16
                 IF SUPPRESS-GROUP-FLAG(LN-G) NOT = 1
                   PERFORM VARYING LN-K FROM 2 BY 1 UNTIL LN-K > 40
                     IF LS-LIST-COL(LN-G LN-K) NOT = SPACES
                        AND LS-LIST-COL(LN-G LN-K) NOT = LOW-VALUES
                       PERFORM LN-CORE-PARA
                       IF LN-WORD = LN-WORD2
                         MOVE 1 TO LN-SEV
                         MOVE "ABBR-CATEGORY" TO LN-CHECK
                         MOVE "StreetAbbreviations.csv" TO LN-FILE
                         MOVE SPACES TO LN-GROUP
                         MOVE STREET-ABBR(LN-I) TO LN-ENTRY
                         MOVE LN-G TO LN-G-FMT
                         MOVE LN-K TO LN-K-FMT
                         MOVE SPACES TO LN-DETAIL
                         STRING
                           "ALSO CategoryRules.csv GROUP "
                             DELIMITED BY SIZE
                           FUNCTION TRIM(LN-G-FMT) DELIMITED BY SIZE
                           " ENTRY " DELIMITED BY SIZE
                           FUNCTION TRIM(LN-K-FMT) DELIMITED BY SIZE
                           " (" DELIMITED BY SIZE
                           FUNCTION TRIM(LS-LIST-COL(LN-G LN-K))
                             DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO LN-DETAIL
                         END-STRING
                         PERFORM LN-ADD-PARA
                       END-IF
                     END-IF
                   END-PERFORM
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：分類群組詞 (LN-G, LN-K) 去前後 "-" 記號
      *> 後轉大寫 -> LN-WORD
      *******************************************************
       LN-CORE-PARA.
           MOVE FUNCTION UPPER-CASE(
                  FUNCTION TRIM(LS-LIST-COL(LN-G LN-K))) TO LN-WORD.
           IF LN-WORD(1:1) = "-"
             MOVE LN-WORD(2:34) TO LN-WORD
           END-IF.
           MOVE LENGTH OF FUNCTION TRIM(LN-WORD) TO LN-WLEN.
           IF LN-WLEN > 1 AND LN-WORD(LN-WLEN:1) = "-"
             MOVE SPACE TO LN-WORD(LN-WLEN:1)
           END-IF.

      *******************************************************
      *> 城市同時是方向詞/連接詞 (城市名單已轉大寫並摺疊重音)
      *******************************************************
       LN-CITY-PARA.
           PERFORM VARYING LN-J FROM 1 BY 1 UNTIL LN-J > CITY-COUNT
             PERFORM VARYING LN-I FROM 1 BY 1 UNTIL LN-I > 21
               IF DIR-NAMES(LN-I) NOT = SPACES
                  AND DIR-NAMES(LN-I) NOT = LOW-VALUES
                  AND FUNCTION TRIM(LS-CITY-COL(LN-J)) =
                      FUNCTION UPPER-CASE(
                        FUNCTION TRIM(DIR-NAMES(LN-I)))
                 MOVE "CITY-DIRECTION" TO LN-CHECK
                 MOVE SPACES TO LN-DETAIL
                 STRING
                   "ALSO Directions.csv WORD " DELIMITED BY SIZE
                   FUNCTION TRIM(DIR-NAMES(LN-I)) DELIMITED BY SIZE
                   INTO LN-DETAIL
                 END-STRING
                 PERFORM LN-CITY-ADD-PARA
               END-IF
             END-PERFORM
             PERFORM VARYING LN-I FROM 1 BY 1 UNTIL LN-I > 20
               IF CONNECTOR-WORDS(LN-I) NOT = SPACES
                  AND CONNECTOR-WORDS(LN-I) NOT = LOW-VALUES
                  AND FUNCTION TRIM(LS-CITY-COL(LN-J)) =
                      FUNCTION UPPER-CASE(
                        FUNCTION TRIM(CONNECTOR-WORDS(LN-I)))
                 MOVE "CITY-CONNECTOR" TO LN-CHECK
                 MOVE SPACES TO LN-DETAIL
                 STRING
                   "ALSO ConnectorWords.csv WORD " DELIMITED BY SIZE
                   FUNCTION TRIM(CONNECTOR-WORDS(LN-I))
                     DELIMITED BY SIZE
                   INTO LN-DETAIL
                 END-STRING
                 PERFORM LN-CITY-ADD-PARA
               END-IF
             END-PERFORM
           END-PERFORM.

       LN-CITY-ADD-PARA.
           MOVE 2 TO LN-SEV.
           MOVE "WorldCitiesList.csv" TO LN-FILE.
           MOVE SPACES TO LN-GROUP.
           MOVE LS-CITY-ORIG-COL(LN-J) TO LN-ENTRY.
           IF LS-CITY-CTRY-COL(LN-J) NOT = SPACES
             MOVE SPACES TO LN-TXT
             STRING
               FUNCTION TRIM(LN-DETAIL) DELIMITED BY SIZE
               " (CITY OF " DELIMITED BY SIZE
               FUNCTION TRIM(LS-CITY-CTRY-COL(LN-J)) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO LN-TXT
             END-STRING
             MOVE LN-TXT TO LN-DETAIL
           END-IF.
           PERFORM LN-ADD-PARA.

      *******************************************************
      *> 久未命中：列出受統計的項目，以命中歷史填入最後命中日；
      *> 歷史最早一列須早於 DEAD-DAYS 天前才判定
      *******************************************************
       LN-DEAD-PARA.
           MOVE 0 TO LN-U-COUNT.
           PERFORM VARYING LN-G FROM 3 BY 1 UNTIL LN-G > 19
             IF (LN-G <= 16 OR LN-G = 19)
                AND SUPPRESS-GROUP-FLAG(LN-G) NOT = 1
               PERFORM VARYING LN-K FROM 1 BY 1 UNTIL LN-K > 40
                 IF LS-LIST-COL(LN-G LN-K) NOT = SPACES
                    AND LS-LIST-COL(LN-G LN-K) NOT = LOW-VALUES
                    AND (LN-K > 1 OR LN-G = 19)
                    AND LN-U-COUNT < 1000
                   ADD 1 TO LN-U-COUNT
                   MOVE "CATEGORY" TO LN-U-TYPE(LN-U-COUNT)
                   MOVE LN-G TO LN-U-GROUP(LN-U-COUNT)
                   MOVE FUNCTION TRIM(LS-LIST-COL(LN-G LN-K))
                     TO LN-U-TEXT(LN-U-COUNT)
                   MOVE "CategoryRules.csv" TO LN-U-FILE(LN-U-COUNT)
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
           PERFORM VARYING LN-I FROM 1 BY 1 UNTIL LN-I > 21
             IF DIR-NAMES(LN-I) NOT = SPACES
                AND DIR-NAMES(LN-I) NOT = LOW-VALUES
                AND LN-U-COUNT < 1000
               ADD 1 TO LN-U-COUNT
               MOVE "DIRECTION" TO LN-U-TYPE(LN-U-COUNT)
               MOVE SPACES TO LN-U-GROUP(LN-U-COUNT)
               MOVE FUNCTION TRIM(DIR-NAMES(LN-I))
                 TO LN-U-TEXT(LN-U-COUNT)
               MOVE "Directions.csv" TO LN-U-FILE(LN-U-COUNT)
             END-IF
           END-PERFORM.
           PERFORM VARYING LN-I FROM 1 BY 1 UNTIL LN-I > 50
             IF STREET-ABBR(LN-I) NOT = SPACES
                AND STREET-ABBR(LN-I) NOT = LOW-VALUES
                AND LN-U-COUNT < 1000
               ADD 1 TO LN-U-COUNT
               MOVE "STREET_ABBR" TO LN-U-TYPE(LN-U-COUNT)
               MOVE SPACES TO LN-U-GROUP(LN-U-COUNT)
               MOVE FUNCTION TRIM(STREET-ABBR(LN-I))
                 TO LN-U-TEXT(LN-U-COUNT)
               MOVE "StreetAbbreviations.csv" TO LN-U-FILE(LN-U-COUNT)
             END-IF
           END-PERFORM.
           PERFORM VARYING LN-I FROM 1 BY 1 UNTIL LN-I > 50
             IF PSTL-COUNTRY(LN-I) NOT = SPACES
                AND PSTL-COUNTRY(LN-I) NOT = LOW-VALUES
                AND LN-U-COUNT < 1000
               ADD 1 TO LN-U-COUNT
               MOVE "POSTAL" TO LN-U-TYPE(LN-U-COUNT)
               MOVE SPACES TO LN-U-GROUP(LN-U-COUNT)
               MOVE SPACES TO LN-U-TEXT(LN-U-COUNT)
               STRING
                 FUNCTION TRIM(PSTL-COUNTRY(LN-I)) DELIMITED BY SIZE
                 " (" DELIMITED BY SIZE
                 FUNCTION TRIM(PSTL-TYPE(LN-I)) DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO LN-U-TEXT(LN-U-COUNT)
               END-STRING
               MOVE "PostalFormatRules.csv" TO LN-U-FILE(LN-U-COUNT)
             END-IF
           END-PERFORM.
           PERFORM VARYING LN-I FROM 1 BY 1 UNTIL LN-I > LN-U-COUNT
             MOVE 0 TO LN-U-LAST(LN-I)
           END-PERFORM.

           OPEN INPUT LN-HIST-FILE.
           IF LN-HIST-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LN-HIST-STATUS NOT = "00"
             READ LN-HIST-FILE
               AT END
                 MOVE "10" TO LN-HIST-STATUS
               NOT AT END
                 IF LN-HIST-REC(1:9) NOT = "RUN_DATE;"
                    AND FUNCTION TRIM(LN-HIST-REC) NOT = SPACES
                   PERFORM LN-HIST-ROW-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LN-HIST-FILE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO LN-TODAY.
           COMPUTE LN-TODAY-INT = FUNCTION INTEGER-OF-DATE(LN-TODAY).
           IF LN-DEAD-DAYS >= LN-TODAY-INT
             EXIT PARAGRAPH
           END-IF.
           COMPUTE LN-CUT-INT = LN-TODAY-INT - LN-DEAD-DAYS.
           COMPUTE LN-CUT-DATE = FUNCTION DATE-OF-INTEGER(LN-CUT-INT).
           IF LN-HIST-FIRST = 0 OR LN-HIST-FIRST > LN-CUT-DATE
             EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO LN-HIST-OK.

           MOVE LN-DEAD-DAYS TO LN-DAYS-FMT.
           PERFORM VARYING LN-I FROM 1 BY 1 UNTIL LN-I > LN-U-COUNT
             IF LN-U-LAST(LN-I) < LN-CUT-DATE
               MOVE 3 TO LN-SEV
               MOVE "NOT-FIRED" TO LN-CHECK
               MOVE LN-U-FILE(LN-I) TO LN-FILE
               MOVE LN-U-GROUP(LN-I) TO LN-GROUP
               MOVE LN-U-TEXT(LN-I) TO LN-ENTRY
               MOVE SPACES TO LN-DETAIL
               IF LN-U-LAST(LN-I) = 0
                 STRING
                   "NO MATCH IN USAGE HISTORY SINCE " DELIMITED BY SIZE
                   LN-HIST-FIRST DELIMITED BY SIZE
                   INTO LN-DETAIL
                 END-STRING
               ELSE
                 STRING
                   "LAST MATCHED " DELIMITED BY SIZE
                   LN-U-LAST(LN-I) DELIMITED BY SIZE
                   " - NONE IN " DELIMITED BY SIZE
                   FUNCTION TRIM(LN-DAYS-FMT) DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO LN-DETAIL
                 END-STRING
               END-IF
               PERFORM LN-ADD-PARA
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：命中歷史一列 (RUN_DATE;RULE_TYPE;GROUP;
      *> ENTRY;RULE_TEXT;MATCH_COUNT) -> 最後命中日
      *******************************************************
       LN-HIST-ROW-PARA.
           MOVE SPACES TO LN-HFLDS.
           UNSTRING LN-HIST-REC DELIMITED BY ";"
               INTO LN-H-DATE LN-H-TYPE LN-H-GROUP LN-H-ENTRY
                    LN-H-TEXT LN-H-CNT.
           IF LN-H-DATE IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           MOVE LN-H-DATE TO LN-DATE-N.
           ADD 1 TO LN-HIST-ROWS.
           IF LN-HIST-FIRST = 0 OR LN-DATE-N < LN-HIST-FIRST
             MOVE LN-DATE-N TO LN-HIST-FIRST
           END-IF.
           PERFORM VARYING LN-J FROM 1 BY 1 UNTIL LN-J > LN-U-COUNT
             IF LN-U-TYPE(LN-J) = LN-H-TYPE
                AND LN-U-GROUP(LN-J) = LN-H-GROUP
                AND LN-U-TEXT(LN-J) = LN-H-TEXT
               IF LN-DATE-N > LN-U-LAST(LN-J)
                 MOVE LN-DATE-N TO LN-U-LAST(LN-J)
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：新增一筆檢核結果 (LN-NEW)
      *******************************************************
       LN-ADD-PARA.
           EVALUATE LN-SEV
             WHEN 1 ADD 1 TO LN-HIGH
             WHEN 2 ADD 1 TO LN-MED
             WHEN OTHER ADD 1 TO LN-LOW
           END-EVALUATE.
           IF LN-F-COUNT >= 3000
             ADD 1 TO LN-F-LOST
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO LN-F-COUNT.
           MOVE LN-SEV TO LN-F-SEV(LN-F-COUNT).
           MOVE LN-CHECK TO LN-F-CHECK(LN-F-COUNT).
           MOVE LN-FILE TO LN-F-FILE(LN-F-COUNT).
           MOVE LN-GROUP TO LN-F-GROUP(LN-F-COUNT).
           MOVE LN-ENTRY TO LN-F-ENTRY(LN-F-COUNT).
           MOVE LN-DETAIL TO LN-F-DETAIL(LN-F-COUNT).

      *******************************************************
      *> 共用段落：結果一列輸出 (LN-I)
      *******************************************************
       LN-WRITE-PARA.
           EVALUATE LN-F-SEV(LN-I)
             WHEN 1 MOVE "HIGH" TO LN-SEV-TXT
             WHEN 2 MOVE "MEDIUM" TO LN-SEV-TXT
             WHEN OTHER MOVE "LOW" TO LN-SEV-TXT
           END-EVALUATE.
           MOVE SPACES TO LN-TXT.
           STRING
             FUNCTION TRIM(LN-SEV-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(LN-F-CHECK(LN-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(LN-F-FILE(LN-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(LN-F-GROUP(LN-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(LN-F-ENTRY(LN-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(LN-F-DETAIL(LN-I)) DELIMITED BY SIZE
             INTO LN-TXT
           END-STRING.
           MOVE LN-TXT TO LN-RPT-REC.
           WRITE LN-RPT-REC.
       END PROGRAM RULE-LINT.
