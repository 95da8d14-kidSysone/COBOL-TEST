      *>     正式檔並同步 RuleManifest.csv
      *>   - 寫入前自動備份原檔 (<檔名>.<時戳>.bak)
      *>   - 暫存/核可/駁回 (何人/何時/何事) 附加至 RuleMaint_Log.csv
      *>   - 官方更名登錄 PlaceRenames.csv (舊名/新名/國別範圍/
      *>     生效日) 同走暫存覆核流程；生效後由 EXECUTE 的
      *>     RUN-MODE=RENAME 傳播至主檔與參考檔
      *>   - 覆核時逐筆預覽該異動會新增的規則檢核問題 (與
      *>     RULE-LINT 同規則：分類群組詞跨組重複、街道縮寫與
      *>     分類詞衝突、城市與方向詞/連接詞同形)
      *>   - 操作員以登入帳號簽入 (OPER-SIGNON)；編輯 (1-4、7) 須具
      *>     RULE-EDITOR 角色，核可候選詞彙/覆核 (5/6) 須具
      *>     RULE-APPROVER 角色
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RM-PEND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RM-IN-FILE.
       FD RM-PEND-FILE.
         01 RM-PEND-REC PIC X(300).

       WORKING-STORAGE SECTION.
       01 RM-IN-STATUS      PIC XX VALUE "00".
       01 RM-FILE-PATH      PIC X(160).
       01 RM-OUT-PATH       PIC X(160).
       01 RM-BAK-PATH       PIC X(180).
       01 RM-ST-CODE        PIC X(60).
       01 RM-ST-REST        PIC X(60).

       *> PlaceRenames.csv (TYPE;OLD_NAME;NEW_NAME;COUNTRY_SCOPE;
       *> EFFECTIVE_DATE)；暫存時 VALUE = 類型|舊名，
       *> VALUE2 = 新名|國別範圍|生效日
       01 RM-RENAME-WORK.
          05 RM-RN-TYPE     PIC X(7).
          05 RM-RN-OLD      PIC X(50).
          05 RM-RN-NEW      PIC X(50).
          05 RM-RN-SCOPE    PIC X(35).
          05 RM-RN-EFF      PIC X(8).
          05 RM-RN-EFF-N    PIC 9(8).
          05 RM-RN-EXISTS   PIC X.
          05 RM-RN-F-TYPE   PIC X(10).
          05 RM-RN-F-OLD    PIC X(60).
          05 RM-RN-F-NEW    PIC X(60).
          05 RM-RN-F-SCOPE  PIC X(60).
          05 RM-RN-F-EFF    PIC X(10).

       *> 時戳/記錄
       *> 候選詞彙核可 (input\Candidate_Terms.csv)
       01 RM-CAND-TYPE-TBL.
             10 RM-MF-CF-SIZE PIC 9(18) COMP.
             10 RM-MF-CF-REST PIC X(56).

       *> 待核異動的規則檢核預覽 (規則名單經 READ-RULE 載入
       *> input\ 的正式檔；核可套用後下一筆預覽前重新載入)
       01 RM-LINT-WORK.
          05 RM-LN-STALE    PIC X VALUE "Y".
          05 RM-LN-G        PIC 99 VALUE 0.
          05 RM-LN-K        PIC 99 VALUE 0.
          05 RM-LN-I        PIC 99 VALUE 0.
          05 RM-LN-WORD     PIC X(35).
          05 RM-LN-CORE     PIC X(35).
          05 RM-LN-LEN      PIC 99 VALUE 0.
          05 RM-LN-CNT      PIC 9(3) VALUE 0.
          05 RM-LN-G-FMT    PIC Z9.
          05 RM-LN-K-FMT    PIC Z9.

      *> 規則名單共用區 (EXTERNAL，READ-RULE 載入)
           COPY "COPY-RULES.cpy".

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "================ RULE LIST MAINTENANCE ==========="
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "RULE-MAINT" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO RM-OPERATOR.

           PERFORM UNTIL RM-END-FLAG = "Y"
             DISPLAY " "
             DISPLAY "4 = CategoryRules.csv"
             DISPLAY "5 = APPROVE CANDIDATE TERMS"
             DISPLAY "6 = REVIEW PENDING CHANGES (SECOND OPERATOR)"
             DISPLAY "7 = PlaceRenames.csv (OFFICIAL RENAME)"
             DISPLAY "9 = EXIT"
             DISPLAY "SELECT FILE: " WITH NO ADVANCING
             ACCEPT RM-CHOICE
               MOVE "Y" TO RM-END-FLAG
             ELSE
               IF RM-CHOICE = "5"
                 MOVE "RULE-APPROVER" TO SGN-ROLE
                 PERFORM RM-ROLE-CHECK-PARA
                 IF SGN-RESULT = "Y"
                   PERFORM APPROVE-TERMS-PARA
                 END-IF
               ELSE
               IF RM-CHOICE = "6"
                 MOVE "RULE-APPROVER" TO SGN-ROLE
                 PERFORM RM-ROLE-CHECK-PARA
                 IF SGN-RESULT = "Y"
                   PERFORM REVIEW-PENDING-PARA
                 END-IF
               ELSE
               IF RM-CHOICE = "7"
                 MOVE "RULE-EDITOR" TO SGN-ROLE
                 PERFORM RM-ROLE-CHECK-PARA
                 IF SGN-RESULT = "Y"
                   PERFORM RENAME-REG-PARA
                 END-IF
               ELSE
               IF RM-CHOICE = "1" OR RM-CHOICE = "2"
                  OR RM-CHOICE = "3" OR RM-CHOICE = "4"
                 MOVE "RULE-EDITOR" TO SGN-ROLE
                 PERFORM RM-ROLE-CHECK-PARA
                 IF SGN-RESULT = "Y"
                   DISPLAY "ACTION (A=ADD, R=RETIRE): "
                     WITH NO ADVANCING
                   ACCEPT RM-ACTION
                   MOVE FUNCTION UPPER-CASE(RM-ACTION) TO RM-ACTION
                   IF RM-ACTION = "A" OR RM-ACTION = "R"
                     EVALUATE RM-CHOICE
                       WHEN "1"
                         MOVE "input\CountryList.csv" TO RM-FILE-PATH
                         PERFORM SIMPLE-LIST-PARA
                       WHEN "2"
                         MOVE "input\WorldCitiesList.csv"
                           TO RM-FILE-PATH
                         PERFORM SIMPLE-LIST-PARA
                       WHEN "3"
                         MOVE "input\StateFullnameList.csv"
                           TO RM-FILE-PATH
                         PERFORM STATE-LIST-PARA
                       WHEN "4"
                         MOVE "input\CategoryRules.csv" TO RM-FILE-PATH
                         PERFORM RULE-GROUP-PARA
                     END-EVALUATE
                   ELSE
                     DISPLAY "UNKNOWN ACTION: " RM-ACTION
                   END-IF
                 END-IF
               ELSE
                 DISPLAY "UNKNOWN SELECTION: " RM-CHOICE
               END-IF
               END-IF
               END-IF
               END-IF
             END-IF
           END-PERFORM.

           DISPLAY "RULE LIST MAINTENANCE ENDED."
           STOP RUN.

      *******************************************************
      *> 共用段落：簽入操作員是否具 SGN-ROLE 角色 (違規由
      *> OPER-SIGNON 顯示並記錄)
      *******************************************************
       RM-ROLE-CHECK-PARA.
           MOVE "CHECK" TO SGN-OP.
           MOVE RM-OPERATOR TO SGN-OPERATOR.
           CALL 'OPER-SIGNON' USING LS-SIGNON.

      *******************************************************
      *> 單欄名單維護 (CountryList.csv / WorldCitiesList.csv)
      *> READ-RULE 每列僅讀取一個值，上限 50 位元組
             DISPLAY "FILE UPDATED: " FUNCTION TRIM(RM-FILE-PATH)
           END-IF.

      *******************************************************
      *> 官方更名登錄 (PlaceRenames.csv)
      *> 類型 COUNTRY/CITY、舊名、新名 (各 50 位元組)、國別範圍
      *> (城市用；空白 = 不限國別)、生效日 YYYYMMDD
      *******************************************************
       RENAME-REG-PARA.
           MOVE "input\PlaceRenames.csv" TO RM-FILE-PATH.
           MOVE "A" TO RM-ACTION.
           DISPLAY "RENAME TYPE (COUNTRY/CITY): " WITH NO ADVANCING.
           ACCEPT RM-RN-TYPE.
           MOVE FUNCTION UPPER-CASE(RM-RN-TYPE) TO RM-RN-TYPE.
           IF RM-RN-TYPE NOT = "COUNTRY" AND RM-RN-TYPE NOT = "CITY"
             DISPLAY "TYPE MUST BE COUNTRY OR CITY"
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "OLD NAME: " WITH NO ADVANCING.
           ACCEPT RM-VALUE.
           DISPLAY "NEW NAME: " WITH NO ADVANCING.
           ACCEPT RM-VALUE-2.
           IF FUNCTION TRIM(RM-VALUE) = SPACES
              OR FUNCTION TRIM(RM-VALUE-2) = SPACES
             DISPLAY "OLD AND NEW NAME ARE BOTH REQUIRED"
             EXIT PARAGRAPH
           END-IF.
           IF LENGTH OF FUNCTION TRIM(RM-VALUE) > 50
              OR LENGTH OF FUNCTION TRIM(RM-VALUE-2) > 50
             DISPLAY "NAME EXCEEDS THE 50-BYTE LAYOUT - REJECTED"
             EXIT PARAGRAPH
           END-IF.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(RM-VALUE)) =
              FUNCTION UPPER-CASE(FUNCTION TRIM(RM-VALUE-2))
             DISPLAY "OLD AND NEW NAME ARE THE SAME - NOTHING DONE"
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RM-COL-COUNT.
           INSPECT RM-VALUE TALLYING RM-COL-COUNT FOR ALL "|" ";".
           INSPECT RM-VALUE-2 TALLYING RM-COL-COUNT FOR ALL "|" ";".
           IF RM-COL-COUNT > 0
             DISPLAY "NAME MAY NOT CONTAIN | OR ; - REJECTED"
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(RM-VALUE) TO RM-RN-OLD.
           MOVE FUNCTION TRIM(RM-VALUE-2) TO RM-RN-NEW.

           MOVE SPACES TO RM-RN-SCOPE.
           IF RM-RN-TYPE = "CITY"
             DISPLAY "COUNTRY SCOPE (BLANK = ANY COUNTRY): "
               WITH NO ADVANCING
             ACCEPT RM-VALUE
             IF LENGTH OF FUNCTION TRIM(RM-VALUE) > 35
               DISPLAY "COUNTRY EXCEEDS THE 35-BYTE LAYOUT - REJECTED"
               EXIT PARAGRAPH
             END-IF
             MOVE FUNCTION TRIM(RM-VALUE) TO RM-RN-SCOPE
           END-IF.

           DISPLAY "EFFECTIVE DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT RM-RN-EFF.
           IF RM-RN-EFF NOT NUMERIC
             DISPLAY "EFFECTIVE DATE MUST BE YYYYMMDD - REJECTED"
             EXIT PARAGRAPH
           END-IF.
           MOVE RM-RN-EFF TO RM-RN-EFF-N.
           IF FUNCTION TEST-DATE-YYYYMMDD(RM-RN-EFF-N) NOT = 0
             DISPLAY "EFFECTIVE DATE IS NOT A VALID DATE - REJECTED"
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO RM-VALUE RM-VALUE-2.
           STRING
             FUNCTION TRIM(RM-RN-TYPE) DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             FUNCTION TRIM(RM-RN-OLD) DELIMITED BY SIZE
             INTO RM-VALUE
           END-STRING.
           STRING
             FUNCTION TRIM(RM-RN-NEW) DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             FUNCTION TRIM(RM-RN-SCOPE) DELIMITED BY SIZE
             "|" DELIMITED BY SIZE
             RM-RN-EFF DELIMITED BY SIZE
             INTO RM-VALUE-2
           END-STRING.
           MOVE 0 TO RM-GROUP-NO.
           PERFORM STAGE-CHANGE-PARA.

      *******************************************************
      *> 更名登錄套用 (核可後呼叫)：同類型 + 舊名 + 國別範圍
      *> 已登錄者改寫該列 (更正新名/生效日)，否則附加一列；
      *> 登錄檔尚不存在時連同表頭新建
      *******************************************************
       RENAME-APPLY-PARA.
           MOVE SPACES TO RM-RN-TYPE RM-RN-OLD RM-RN-NEW
                          RM-RN-SCOPE RM-RN-EFF.
           UNSTRING RM-VALUE DELIMITED BY "|"
               INTO RM-RN-TYPE RM-RN-OLD.
           UNSTRING RM-VALUE-2 DELIMITED BY "|"
               INTO RM-RN-NEW RM-RN-SCOPE RM-RN-EFF.

           MOVE 0 TO RM-LINE-COUNT.
           MOVE "N" TO RM-RN-EXISTS.
           CALL "CBL_CHECK_FILE_EXIST" USING RM-FILE-PATH
             RM-MF-CF-INFO RETURNING RM-RC.
           IF RM-RC = 0
             MOVE "Y" TO RM-RN-EXISTS
             PERFORM LOAD-FILE-PARA
             IF RM-IN-STATUS NOT = "00"
               EXIT PARAGRAPH
             END-IF
           END-IF.
           IF RM-LINE-COUNT = 0
             ADD 1 TO RM-LINE-COUNT
             MOVE "TYPE;OLD_NAME;NEW_NAME;COUNTRY_SCOPE;EFFECTIVE_DATE"
               TO RM-LINE(RM-LINE-COUNT)
           END-IF.

           MOVE "N" TO RM-FOUND-FLAG.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                     UNTIL RM-IDX > RM-LINE-COUNT
             IF RM-LINE(RM-IDX)(1:1) NOT = "*"
                AND RM-LINE(RM-IDX)(1:5) NOT = "TYPE;"
                AND RM-LINE(RM-IDX) NOT = SPACES
               MOVE SPACES TO RM-RN-F-TYPE RM-RN-F-OLD RM-RN-F-NEW
                              RM-RN-F-SCOPE RM-RN-F-EFF
               UNSTRING RM-LINE(RM-IDX) DELIMITED BY ";"
                   INTO RM-RN-F-TYPE RM-RN-F-OLD RM-RN-F-NEW
                        RM-RN-F-SCOPE RM-RN-F-EFF
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(RM-RN-F-TYPE)) =
                  FUNCTION TRIM(RM-RN-TYPE)
                  AND FUNCTION UPPER-CASE(FUNCTION TRIM(RM-RN-F-OLD))
                    = FUNCTION UPPER-CASE(FUNCTION TRIM(RM-RN-OLD))
                  AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(RM-RN-F-SCOPE)) =
                      FUNCTION UPPER-CASE(FUNCTION TRIM(RM-RN-SCOPE))
                 MOVE "Y" TO RM-FOUND-FLAG
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM.

           MOVE SPACES TO RM-REC-WORK.
           STRING
             FUNCTION TRIM(RM-RN-TYPE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RM-RN-OLD) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RM-RN-NEW) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RM-RN-SCOPE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             RM-RN-EFF DELIMITED BY SIZE
             INTO RM-REC-WORK
           END-STRING.

           MOVE "N" TO RM-CHANGED-FLAG.
           IF RM-FOUND-FLAG = "Y"
             IF FUNCTION TRIM(RM-LINE(RM-IDX)) =
                FUNCTION TRIM(RM-REC-WORK)
               DISPLAY "RENAME ALREADY REGISTERED - NOTHING DONE"
             ELSE
               MOVE RM-REC-WORK TO RM-LINE(RM-IDX)
               MOVE "Y" TO RM-CHANGED-FLAG
             END-IF
           ELSE
             IF RM-LINE-COUNT < 60000
               ADD 1 TO RM-LINE-COUNT
               MOVE RM-REC-WORK TO RM-LINE(RM-LINE-COUNT)
               MOVE "Y" TO RM-CHANGED-FLAG
             ELSE
               DISPLAY "REGISTER IS FULL - RENAME NOT ADDED"
             END-IF
           END-IF.

           IF RM-CHANGED-FLAG = "Y"
             IF RM-RN-EXISTS = "Y"
               PERFORM BACKUP-FILE-PARA
             END-IF
             PERFORM SAVE-FILE-PARA
             PERFORM WRITE-LOG-PARA
             PERFORM MANIFEST-UPDATE-PARA
             DISPLAY "FILE UPDATED: " FUNCTION TRIM(RM-FILE-PATH)
           END-IF.

      *******************************************************
      *> 候選詞彙核可：逐筆顯示 Candidate_Terms.csv 的未命中
      *> 詞彙，核可者 (A) 即補進對應名單檔並自候選檔移除；
       WRITE-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE TO RM-TS.
           MOVE RM-TS(1:14) TO RM-TS-FMT.
           IF RM-LOG-ACTION = SPACES
             MOVE RM-ACTION TO RM-LOG-ACTION
           END-IF.
             INTO RM-LOG-TXT
           END-STRING.
           MOVE SPACES TO RM-LOG-ACTION.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "input\RuleMaint_Log.csv" TO LCH-PATH.
           MOVE "TIMESTAMP;OPERATOR;FILE;ACTION;VALUE" TO LCH-HEADER.
           MOVE RM-LOG-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

      *******************************************************
      *> 共用段落：RuleManifest.csv 同步
               DISPLAY "  STAGED BY YOURSELF - A SECOND OPERATOR "
                 "MUST REVIEW THIS ONE (SKIPPED)"
             ELSE
               PERFORM RM-LINT-PREVIEW-PARA
               DISPLAY "  APPROVE (A=APPLY, R=REJECT, S=SKIP, "
                 "Q=QUIT): " WITH NO ADVANCING
               ACCEPT RM-PD-DECISION
                       PERFORM STATE-APPLY-PARA
                     WHEN "input\CategoryRules.csv"
                       PERFORM GROUP-APPLY-PARA
                     WHEN "input\PlaceRenames.csv"
                       PERFORM RENAME-APPLY-PARA
                     WHEN OTHER
                       PERFORM SIMPLE-APPLY-PARA
                   END-EVALUATE
                   MOVE "N" TO RM-PD-KEEP(RM-PD-I)
                   MOVE "Y" TO RM-LN-STALE
                   MOVE "APPROVED" TO RM-LOG-ACTION
                   PERFORM WRITE-LOG-PARA
                 WHEN "R"
           END-PERFORM.
           CLOSE RM-PEND-FILE.
           DISPLAY "PENDING CHANGES FILE UPDATED.".

      *******************************************************
      *> 共用段落：待核異動 (RM-PD-I) 的規則檢核預覽
      *> 只看新增 (A)：分類群組詞 (第 3-16 組) 與他組同詞、
      *> 與街道縮寫同詞；城市與方向詞/連接詞同形
      *******************************************************
       RM-LINT-PREVIEW-PARA.
           IF RM-PD-ACTION(RM-PD-I) NOT = "A"
             EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(RM-PD-FILE(RM-PD-I)) NOT =
                "input\CategoryRules.csv"
              AND FUNCTION TRIM(RM-PD-FILE(RM-PD-I)) NOT =
                "input\WorldCitiesList.csv"
             EXIT PARAGRAPH
           END-IF.
           IF RM-LN-STALE = "Y"
             PERFORM VARYING RM-LN-G FROM 1 BY 1 UNTIL RM-LN-G > 19
               MOVE SPACES TO LS-LIST-G(RM-LN-G)
             END-PERFORM
             PERFORM VARYING RM-LN-I FROM 1 BY 1 UNTIL RM-LN-I > 21
               MOVE SPACES TO DIR-NAMES(RM-LN-I)
             END-PERFORM
             PERFORM VARYING RM-LN-I FROM 1 BY 1 UNTIL RM-LN-I > 50
               MOVE SPACES TO STREET-ABBR(RM-LN-I)
             END-PERFORM
             PERFORM VARYING RM-LN-I FROM 1 BY 1 UNTIL RM-LN-I > 20
               MOVE SPACES TO CONNECTOR-WORDS(RM-LN-I)
             END-PERFORM
             MOVE "input\" TO RULE-DIR
             MOVE "N" TO RULE-SNAPSHOT
             MOVE "N" TO RULES-LOADED-FLAG
             CALL 'READ-RULE'
             MOVE "N" TO RM-LN-STALE
           END-IF.

           MOVE 0 TO RM-LN-CNT.
           MOVE FUNCTION UPPER-CASE(
                  FUNCTION TRIM(RM-PD-VALUE(RM-PD-I))) TO RM-LN-WORD.
           IF FUNCTION TRIM(RM-PD-FILE(RM-PD-I)) =
                "input\WorldCitiesList.csv"
             PERFORM VARYING RM-LN-I FROM 1 BY 1 UNTIL RM-LN-I > 21
               IF DIR-NAMES(RM-LN-I) NOT = SPACES
                  AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(DIR-NAMES(RM-LN-I))) = RM-LN-WORD
                 ADD 1 TO RM-LN-CNT
                 DISPLAY "  LINT MEDIUM CITY-DIRECTION: CITY IS ALSO "
                   "Directions.csv WORD "
                   FUNCTION TRIM(DIR-NAMES(RM-LN-I))
               END-IF
             END-PERFORM
             PERFORM VARYING RM-LN-I FROM 1 BY 1 UNTIL RM-LN-I > 20
               IF CONNECTOR-WORDS(RM-LN-I) NOT = SPACES
                  AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(CONNECTOR-WORDS(RM-LN-I)))
                      = RM-LN-WORD
                 ADD 1 TO RM-LN-CNT
                 DISPLAY "  LINT MEDIUM CITY-CONNECTOR: CITY IS ALSO "
                   "ConnectorWords.csv WORD "
                   FUNCTION TRIM(CONNECTOR-WORDS(RM-LN-I))
               END-IF
             END-PERFORM
           ELSE
             IF FUNCTION TRIM(RM-PD-GROUP(RM-PD-I)) IS NUMERIC
               MOVE FUNCTION NUMVAL(
                      FUNCTION TRIM(RM-PD-GROUP(RM-PD-I)))
                 TO RM-GROUP-NO
             ELSE
               MOVE 0 TO RM-GROUP-NO
             END-IF
             IF RM-GROUP-NO >= 3 AND RM-GROUP-NO <= 16
               PERFORM VARYING RM-LN-G FROM 3 BY 1 UNTIL RM-LN-G > 16
                 IF RM-LN-G NOT = RM-GROUP-NO
                    AND SUPPRESS-GROUP-FLAG(RM-LN-G) NOT = 1
                   PERFORM VARYING RM-LN-K FROM 2 BY 1
                             UNTIL RM-LN-K > 40
                     IF FUNCTION UPPER-CASE(
                          FUNCTION TRIM(LS-LIST-COL(RM-LN-G RM-LN-K)))
                        = RM-LN-WORD
                       ADD 1 TO RM-LN-CNT
                       MOVE RM-LN-G TO RM-LN-G-FMT
                       MOVE RM-LN-K TO RM-LN-K-FMT
                       IF RM-LN-G < RM-GROUP-NO
                         DISPLAY "  LINT HIGH SHADOWED: ALREADY IN "
                           "GROUP " FUNCTION TRIM(RM-LN-G-FMT) " ENTRY "
                           FUNCTION TRIM(RM-LN-K-FMT)
                           " - THE NEW ENTRY WOULD NEVER FIRE"
                       ELSE
                         DISPLAY "  LINT HIGH SHADOWED: GROUP "
                           FUNCTION TRIM(RM-LN-G-FMT) " ENTRY "
                           FUNCTION TRIM(RM-LN-K-FMT)
                           " WOULD NEVER FIRE AGAIN"
                       END-IF
                     END-IF
                   END-PERFORM
                 END-IF
               END-PERFORM
             END-IF
             *> 縮寫比對時不計前後 "-" 接字記號
             MOVE RM-LN-WORD TO RM-LN-CORE
             IF RM-LN-CORE(1:1) = "-"
               MOVE RM-LN-WORD(2:34) TO RM-LN-CORE
             END-IF
             MOVE LENGTH OF FUNCTION TRIM(RM-LN-CORE) TO RM-LN-LEN
             IF RM-LN-LEN > 1 AND RM-LN-CORE(RM-LN-LEN:1) = "-"
               MOVE SPACE TO RM-LN-CORE(RM-LN-LEN:1)
             END-IF
             PERFORM VARYING RM-LN-I FROM 1 BY 1 UNTIL RM-LN-I > 50
               IF STREET-ABBR(RM-LN-I) NOT = SPACES
                  AND FUNCTION UPPER-CASE(
                        FUNCTION TRIM(STREET-ABBR(RM-LN-I)))
                      = RM-LN-CORE
                 ADD 1 TO RM-LN-CNT
                 DISPLAY "  LINT HIGH ABBR-CATEGORY: TERM IS ALSO "
                   "StreetAbbreviations.csv ENTRY "
                   FUNCTION TRIM(STREET-ABBR(RM-LN-I))
               END-IF
             END-PERFORM
           END-IF.
           IF RM-LN-CNT = 0
             DISPLAY "  LINT: NO NEW FINDINGS"
           END-IF.
       END PROGRAM RULE-MAINT.
