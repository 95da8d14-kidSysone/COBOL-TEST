       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCREEN-REVIEW.

      *******************************************************
      *> 受限對象 (denied party) 篩檢法遵覆核工作站
      *> EXECUTE 將收件人名稱與 input\DeniedParties.csv 相似分數
      *> 達門檻者整筆扣住，列入 output\DeniedParty_Review.csv；
      *> 扣住的客戶不進任何郵寄與夥伴輸出，直到本程式裁決：
      *>   C=放行 (非名單上的對象)、F=確認命中、K=留待下次、
      *>   Q=提前結束
      *> 放行與確認皆須填理由並再確認一次，附加至
      *> input\DeniedParty_Decisions.csv (永久裁決紀錄，EXECUTE
      *> 據此判斷)；放行只對當時的名稱有效 (來源改名即重新
      *> 篩檢)，放行的客戶於下次送件或重跑時照常處理。確認者
      *> 另附加至 output\DeniedParty_Confirmed.csv 永久留存，
      *> 此後該客戶對該名單列一律扣住、不再列入覆核
      *> 裁決過的列自覆核清單移除 (寫回前自動備份
      *> <檔名>.<時戳>.bak，與 FAIL-FIX 同慣例)
      *> 限具 COMPLIANCE-OFFICER 角色的操作員簽入使用
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SR-RVW-IN-FILE ASSIGN
             TO "output\DeniedParty_Review.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SR-RVW-STATUS.

           SELECT SR-RVW-OUT-FILE ASSIGN
             TO "output\DeniedParty_Review.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           *> 永久裁決紀錄 (EXECUTE 讀取)
           SELECT SR-DEC-FILE ASSIGN
             TO "input\DeniedParty_Decisions.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SR-DEC-STATUS.

           *> 確認命中永久登錄
           SELECT SR-CONF-FILE ASSIGN
             TO "output\DeniedParty_Confirmed.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SR-CONF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SR-RVW-IN-FILE.
         01 SR-RVW-IN-REC PIC X(2600).

       FD SR-RVW-OUT-FILE.
         01 SR-RVW-OUT-REC PIC X(2600).

       FD SR-DEC-FILE.
         01 SR-DEC-REC PIC X(300).

       FD SR-CONF-FILE.
         01 SR-CONF-REC PIC X(2800).

       WORKING-STORAGE SECTION.
       01 SR-RVW-STATUS   PIC XX VALUE "00".
       01 SR-DEC-STATUS   PIC XX VALUE "00".
       01 SR-CONF-STATUS  PIC XX VALUE "00".

       *> 覆核清單 (首列為標題；裁決過的列寫回時剔除)
       01 SR-RVW-TBL.
          05 SR-RVW-LINE   PIC X(2600) OCCURS 2000 TIMES.
          05 SR-RVW-KEEP   PIC X OCCURS 2000 TIMES.
       01 SR-RVW-COUNT    PIC 9(4) VALUE 0.
       01 SR-RVW-I        PIC 9(4) VALUE 0.
       01 SR-RVW-DONE     PIC 9(4) VALUE 0.
       01 SR-RVW-OVER     PIC X VALUE "N".
       01 SR-RVW-QUIT     PIC X VALUE "N".
       01 SR-RVW-HDR      PIC X(2600).
       01 SR-RVW-PATH     PIC X(40)
                           VALUE "output\DeniedParty_Review.csv".

       *> 覆核列欄位：1=CUSTOMER_ID 2=HELD_DATE 3=LIST_ID 4=SCORE
       *> 5=RECIPIENT_NAME 6=ORG_FLAG 7=CITY 8=COUNTRY 9=LIST_NAME
       *> 10=PROGRAM 11=NAME_KEY 12=ADDRESS_LINE_ORIGIN
       01 SR-FLD-TBL.
          05 SR-FLD        PIC X(2000) OCCURS 12 TIMES.
       01 SR-K            PIC 99 VALUE 0.

       *> 操作
       01 SR-OPERATOR     PIC X(20).
       01 SR-CHOICE       PIC X(5).
       01 SR-SURE         PIC X(5).
       01 SR-REASON       PIC X(60).
       01 SR-DECISION     PIC X(9).
       01 SR-WRITTEN      PIC X VALUE "N".

       01 SR-MISC.
          05 SR-TS         PIC X(21).
          05 SR-TS-FMT     PIC X(14).
          05 SR-TODAY      PIC X(8).
          05 SR-BAK-PATH   PIC X(80).
          05 SR-RC         PIC S9(9) COMP-5 VALUE 0.
          05 SR-CNT-FMT    PIC Z(4)9.
          05 SR-CLR-CNT    PIC 9(4) VALUE 0.
          05 SR-CONF-CNT   PIC 9(4) VALUE 0.
          05 SR-TXT        PIC X(2800).

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "========= DENIED-PARTY SCREENING REVIEW ==========".
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "SCREEN-REVIEW" TO SGN-PROGRAM.
           MOVE "COMPLIANCE-OFFICER" TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO SR-OPERATOR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SR-TODAY.

           PERFORM SR-LOAD-PARA.
           IF SR-RVW-COUNT = 0
             DISPLAY "NO DENIED-PARTY HOLDS AWAITING REVIEW"
             STOP RUN
           END-IF.

           MOVE SR-RVW-COUNT TO SR-CNT-FMT.
           DISPLAY FUNCTION TRIM(SR-CNT-FMT)
             " DENIED-PARTY HOLD(S) AWAITING REVIEW".
           PERFORM VARYING SR-RVW-I FROM 1 BY 1
                     UNTIL SR-RVW-I > SR-RVW-COUNT
                        OR SR-RVW-QUIT = "Y"
             PERFORM SR-ROW-PARA
           END-PERFORM.

           *> 超過載入上限時不寫回 (避免遺失未載入的列)；裁決
           *> 已附加至裁決檔，下次 EXECUTE 即不再列入
           IF SR-RVW-DONE > 0
             IF SR-RVW-OVER = "Y"
               DISPLAY "WARNING: REVIEW LIST TOO LARGE - "
                 "DeniedParty_Review.csv NOT REWRITTEN"
             ELSE
               PERFORM SR-SAVE-PARA
             END-IF
           END-IF.

           MOVE SR-CLR-CNT TO SR-CNT-FMT.
           DISPLAY "REVIEW SESSION ENDED - "
             FUNCTION TRIM(SR-CNT-FMT) " CLEARED, " WITH NO ADVANCING.
           MOVE SR-CONF-CNT TO SR-CNT-FMT.
           DISPLAY FUNCTION TRIM(SR-CNT-FMT) " CONFIRMED.".
           IF SR-CLR-CNT > 0
             DISPLAY "CLEARED CUSTOMERS ARE RELEASED THE NEXT TIME "
               "THEIR RECORDS ARE PRESENTED TO THE BATCH."
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：覆核清單載入
      *******************************************************
       SR-LOAD-PARA.
           OPEN INPUT SR-RVW-IN-FILE.
           IF SR-RVW-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SR-RVW-HDR.
           READ SR-RVW-IN-FILE
             AT END
               CONTINUE
             NOT AT END
               MOVE SR-RVW-IN-REC TO SR-RVW-HDR
           END-READ.
           PERFORM UNTIL SR-RVW-STATUS NOT = "00"
             READ SR-RVW-IN-FILE
               AT END
                 MOVE "10" TO SR-RVW-STATUS
               NOT AT END
                 IF FUNCTION TRIM(SR-RVW-IN-REC) NOT = SPACES
                   IF SR-RVW-COUNT < 2000
                     ADD 1 TO SR-RVW-COUNT
                     MOVE SR-RVW-IN-REC TO SR-RVW-LINE(SR-RVW-COUNT)
                     MOVE "Y" TO SR-RVW-KEEP(SR-RVW-COUNT)
                   ELSE
                     MOVE "Y" TO SR-RVW-OVER
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE SR-RVW-IN-FILE.

      *******************************************************
      *> 共用段落：覆核清單單筆處理
      *******************************************************
       SR-ROW-PARA.
           PERFORM VARYING SR-K FROM 1 BY 1 UNTIL SR-K > 12
             MOVE SPACES TO SR-FLD(SR-K)
           END-PERFORM.
           UNSTRING SR-RVW-LINE(SR-RVW-I) DELIMITED BY ";"
               INTO SR-FLD(1) SR-FLD(2) SR-FLD(3) SR-FLD(4)
                    SR-FLD(5) SR-FLD(6) SR-FLD(7) SR-FLD(8)
                    SR-FLD(9) SR-FLD(10) SR-FLD(11) SR-FLD(12).

           DISPLAY " ".
           DISPLAY "---- DENIED-PARTY HOLD " SR-RVW-I " OF "
             SR-RVW-COUNT " ----".
           DISPLAY "CUSTOMER   : " FUNCTION TRIM(SR-FLD(1))
             "  (HELD " FUNCTION TRIM(SR-FLD(2)) ")".
           DISPLAY "RECIPIENT  : " FUNCTION TRIM(SR-FLD(5))
             "  (ADDRESS TYPE " FUNCTION TRIM(SR-FLD(6)) ")".
           DISPLAY "CITY/CTRY  : " FUNCTION TRIM(SR-FLD(7)) " / "
             FUNCTION TRIM(SR-FLD(8)).
           DISPLAY "ADDRESS    : " FUNCTION TRIM(SR-FLD(12)).
           DISPLAY "LIST ENTRY : " FUNCTION TRIM(SR-FLD(3)) " "
             FUNCTION TRIM(SR-FLD(9)).
           DISPLAY "PROGRAM    : " FUNCTION TRIM(SR-FLD(10)).
           DISPLAY "SCORE      : " FUNCTION TRIM(SR-FLD(4)).
           DISPLAY "ACTION (C=CLEAR - NOT THE LISTED PARTY, "
             "F=CONFIRM MATCH, K=KEEP ON HOLD, Q=QUIT): "
             WITH NO ADVANCING.
           ACCEPT SR-CHOICE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SR-CHOICE))
             TO SR-CHOICE.

           EVALUATE SR-CHOICE(1:1)
             WHEN "Q"
               MOVE "Y" TO SR-RVW-QUIT
               EXIT PARAGRAPH
             WHEN "K"
               EXIT PARAGRAPH
             WHEN "C"
               MOVE "CLEARED" TO SR-DECISION
             WHEN "F"
               MOVE "CONFIRMED" TO SR-DECISION
             WHEN OTHER
               DISPLAY "UNKNOWN ACTION - ROW KEPT ON HOLD"
               EXIT PARAGRAPH
           END-EVALUATE.

           *> 裁決須附理由並再確認一次
           DISPLAY "REASON (REQUIRED): " WITH NO ADVANCING.
           ACCEPT SR-REASON.
           IF FUNCTION TRIM(SR-REASON) = SPACES
             DISPLAY "NO REASON GIVEN - ROW KEPT ON HOLD"
             EXIT PARAGRAPH
           END-IF.
           INSPECT SR-REASON REPLACING ALL ";" BY ",".
           DISPLAY FUNCTION TRIM(SR-DECISION) " CUSTOMER "
             FUNCTION TRIM(SR-FLD(1)) " AGAINST LIST ENTRY "
             FUNCTION TRIM(SR-FLD(3)) " (Y/N): " WITH NO ADVANCING.
           ACCEPT SR-SURE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SR-SURE))
             TO SR-SURE.
           IF SR-SURE(1:1) NOT = "Y"
             DISPLAY "NOT CONFIRMED - ROW KEPT ON HOLD"
             EXIT PARAGRAPH
           END-IF.

           PERFORM SR-DEC-PARA.
           IF SR-WRITTEN NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           IF SR-DECISION = "CONFIRMED"
             PERFORM SR-CONF-PARA
             ADD 1 TO SR-CONF-CNT
           ELSE
             ADD 1 TO SR-CLR-CNT
           END-IF.
           MOVE "N" TO SR-RVW-KEEP(SR-RVW-I).
           ADD 1 TO SR-RVW-DONE.
           DISPLAY "DECISION RECORDED: " FUNCTION TRIM(SR-DECISION).

      *******************************************************
      *> 共用段落：裁決附加至 DeniedParty_Decisions.csv
      *> (檔案不存在時建立並寫標題；無法寫入時本列保留)
      *******************************************************
       SR-DEC-PARA.
           MOVE "N" TO SR-WRITTEN.
           OPEN EXTEND SR-DEC-FILE.
           IF SR-DEC-STATUS NOT = "00"
             OPEN OUTPUT SR-DEC-FILE
             IF SR-DEC-STATUS NOT = "00"
               DISPLAY "DECISION FILE CANNOT BE WRITTEN (STATUS "
                 SR-DEC-STATUS ") - ROW KEPT ON HOLD"
               EXIT PARAGRAPH
             END-IF
             MOVE SPACES TO SR-DEC-REC
             STRING
               "CUSTOMER_ID;LIST_ID;NAME_KEY;DECISION;OFFICER;"
                 DELIMITED BY SIZE
               "DECISION_DATE;SCORE;REASON" DELIMITED BY SIZE
               INTO SR-DEC-REC
             END-STRING
             WRITE SR-DEC-REC
           END-IF.
           MOVE SPACES TO SR-TXT.
           STRING
             FUNCTION TRIM(SR-FLD(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(3)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(11)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-DECISION) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-OPERATOR) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             SR-TODAY DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(4)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-REASON) DELIMITED BY SIZE
             INTO SR-TXT
           END-STRING.
           MOVE SR-TXT TO SR-DEC-REC.
           WRITE SR-DEC-REC.
           CLOSE SR-DEC-FILE.
           MOVE "Y" TO SR-WRITTEN.

      *******************************************************
      *> 共用段落：確認命中附加至 DeniedParty_Confirmed.csv
      *> (永久登錄，只增不改)
      *******************************************************
       SR-CONF-PARA.
           OPEN EXTEND SR-CONF-FILE.
           IF SR-CONF-STATUS NOT = "00"
             OPEN OUTPUT SR-CONF-FILE
             MOVE SPACES TO SR-CONF-REC
             STRING
               "CUSTOMER_ID;LIST_ID;LIST_NAME;PROGRAM;SCORE;"
                 DELIMITED BY SIZE
               "RECIPIENT_NAME;CITY;COUNTRY;HELD_DATE;CONFIRMED_BY;"
                 DELIMITED BY SIZE
               "CONFIRMED_DATE;REASON;ADDRESS_LINE_ORIGIN"
                 DELIMITED BY SIZE
               INTO SR-CONF-REC
             END-STRING
             WRITE SR-CONF-REC
           END-IF.
           MOVE SPACES TO SR-TXT.
           STRING
             FUNCTION TRIM(SR-FLD(1)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(3)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(9)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(10)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(4)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(5)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(7)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(8)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(2)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-OPERATOR) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             SR-TODAY DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-REASON) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SR-FLD(12)) DELIMITED BY SIZE
             INTO SR-TXT
           END-STRING.
           MOVE SR-TXT TO SR-CONF-REC.
           WRITE SR-CONF-REC.
           CLOSE SR-CONF-FILE.

      *******************************************************
      *> 共用段落：覆核清單寫回 (僅留未裁決列，寫回前自動備份)
      *******************************************************
       SR-SAVE-PARA.
           MOVE FUNCTION CURRENT-DATE TO SR-TS.
           MOVE SR-TS(1:14) TO SR-TS-FMT.
           MOVE SPACES TO SR-BAK-PATH.
           STRING
             FUNCTION TRIM(SR-RVW-PATH) DELIMITED BY SIZE
             "." DELIMITED BY SIZE
             FUNCTION TRIM(SR-TS-FMT) DELIMITED BY SIZE
             ".bak" DELIMITED BY SIZE
             INTO SR-BAK-PATH
           END-STRING.
           CALL "CBL_COPY_FILE" USING SR-RVW-PATH SR-BAK-PATH
             RETURNING SR-RC.
           IF SR-RC NOT = 0
             DISPLAY "WARNING: BACKUP COPY FAILED FOR "
               FUNCTION TRIM(SR-RVW-PATH)
           END-IF.

           OPEN OUTPUT SR-RVW-OUT-FILE.
           MOVE SR-RVW-HDR TO SR-RVW-OUT-REC.
           WRITE SR-RVW-OUT-REC.
           PERFORM VARYING SR-RVW-I FROM 1 BY 1
                     UNTIL SR-RVW-I > SR-RVW-COUNT
             IF SR-RVW-KEEP(SR-RVW-I) = "Y"
               MOVE SR-RVW-LINE(SR-RVW-I) TO SR-RVW-OUT-REC
               WRITE SR-RVW-OUT-REC
             END-IF
           END-PERFORM.
           CLOSE SR-RVW-OUT-FILE.
           MOVE SR-RVW-DONE TO SR-CNT-FMT.
           DISPLAY "REVIEW LIST UPDATED: " FUNCTION TRIM(SR-CNT-FMT)
             " ROW(S) DECIDED".
       END PROGRAM SCREEN-REVIEW.
