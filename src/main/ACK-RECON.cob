      *>     無標題列，即 SELECT-LIST 讀取的版面，可直接指定為
      *>     下次批次的 SELECT-LIST 重新提交)；通路與退件原因
      *>     另寫 Requeue_Detail.csv 供追查
      *>   - 業者回執帶的是該通路的 CUSTOMER_ID 代號 (見
      *>     TOKEN-VAULT)，先反查回真實 ID 再寫 Requeue；代號
      *>     不屬於該通路者照原值列出並警示
      *>   - 回執件歸屬其郵寄 (第 5 欄郵寄代號，未帶者依
      *>     CUSTOMER_ID 反查最近一次交寄，見 MAIL-REG)，依郵寄
      *>     累計收件/退件數過帳至郵寄登錄
      *>   - 核對結果附加至 AuditLog.csv 備查
      *******************************************************
       ENVIRONMENT DIVISION.
             TO "output\Requeue_Detail.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACK-IN-FILE.
       FD ACK-RQD-FILE.
         01 ACK-RQD-REC PIC X(150).

       WORKING-STORAGE SECTION.
       01 ACK-IN-STATUS    PIC XX VALUE "00".
       01 ACK-UPU-STATUS   PIC XX VALUE "00".
       01 ACK-CTL-STATUS   PIC XX VALUE "00".
       01 ACK-UPU-PATH     PIC X(160).

       *> 回執列拆分
          05 ACK-CUSTID    PIC X(50).
          05 ACK-DISP      PIC X(10).
          05 ACK-REASON    PIC X(60).
          05 ACK-MAILING   PIC X(40).

       *> 依通路統計 (接受/退件)
       01 ACK-CH-TBL.
          05 ACK-TXT       PIC X(200).
          05 ACK-TS        PIC X(21).
          05 ACK-TS-FMT    PIC X(14).
          05 ACK-TKN-CNT   PIC 9(7) VALUE 0.
          05 ACK-TKN-XP    PIC 9(7) VALUE 0.

       *> 依郵寄統計 (接受/退件)，收尾過帳至郵寄登錄
       01 ACK-ML-TBL.
          05 ACK-ML-ID     PIC X(20) OCCURS 100 TIMES.
          05 ACK-ML-ACC    PIC 9(7) OCCURS 100 TIMES.
          05 ACK-ML-REJ    PIC 9(7) OCCURS 100 TIMES.
       01 ACK-ML-WORK.
          05 ACK-ML-COUNT  PIC 9(3) VALUE 0.
          05 ACK-ML-I      PIC 9(3) VALUE 0.
          05 ACK-ML-FOUND  PIC 9(3) VALUE 0.
          05 ACK-ML-UNATTR PIC 9(7) VALUE 0.
          05 ACK-ML-FAIL   PIC 9(3) VALUE 0.

      *> MAIL-REG 用 (郵寄登錄，見 COPY-MAILREG.cpy)
           COPY "COPY-MAILREG.cpy".

      *> TOKEN-VAULT 用 (夥伴代號反查，見 COPY-TOKEN.cpy)
           COPY "COPY-TOKEN.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
                    AND ACK-IN-REC(1:1) NOT = "*"
                    AND ACK-IN-REC(1:8) NOT = "CHANNEL;"
                   MOVE SPACES TO ACK-CHAN ACK-CUSTID ACK-DISP
                                  ACK-REASON ACK-MAILING
                   UNSTRING ACK-IN-REC DELIMITED BY ";"
                       INTO ACK-CHAN ACK-CUSTID ACK-DISP ACK-REASON
                            ACK-MAILING
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ACK-CHAN))
                     TO ACK-CHAN
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ACK-DISP))
                     TO ACK-DISP
                   PERFORM ACK-DETOKEN-PARA
                   PERFORM ACK-CH-FIND-PARA
                   IF ACK-CH-FOUND > 0
                     ADD 1 TO ACK-TOTAL
                     ELSE
                       ADD 1 TO ACK-CH-ACC(ACK-CH-FOUND)
                     END-IF
                     PERFORM ACK-MAIL-PARA
                   END-IF
                 END-IF
             END-READ
           CLOSE ACK-IN-FILE.
           CLOSE ACK-RQ-FILE.
           CLOSE ACK-RQD-FILE.
           MOVE "CLOSE" TO TKN-OP.
           CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT.

      *******************************************************
      *> 依郵寄過帳收件/退件數至郵寄登錄
      *******************************************************
           PERFORM VARYING ACK-ML-I FROM 1 BY 1
                     UNTIL ACK-ML-I > ACK-ML-COUNT
             INITIALIZE MRG-REG
             MOVE ACK-ML-ID(ACK-ML-I) TO MRG-ID
             MOVE ACK-ML-ACC(ACK-ML-I) TO MRG-ACCEPTED
             MOVE ACK-ML-REJ(ACK-ML-I) TO MRG-REJECTED
             MOVE FUNCTION CURRENT-DATE(1:8) TO MRG-DATE
             MOVE "POST" TO MRG-OP
             CALL 'MAIL-REG' USING LS-MAIL-REG
             IF MRG-RESULT = "Y"
               MOVE ACK-ML-ACC(ACK-ML-I) TO ACK-CNT-FMT
               MOVE ACK-ML-REJ(ACK-ML-I) TO ACK-CNT-FMT2
               DISPLAY "MAILING " FUNCTION TRIM(ACK-ML-ID(ACK-ML-I))
                 " ACCEPTED " FUNCTION TRIM(ACK-CNT-FMT)
                 " REJECTED " FUNCTION TRIM(ACK-CNT-FMT2)
             ELSE
               ADD 1 TO ACK-ML-FAIL
             END-IF
           END-PERFORM.
           MOVE "CLOSE" TO MRG-OP.
           CALL 'MAIL-REG' USING LS-MAIL-REG.
           IF ACK-ML-UNATTR > 0
             MOVE ACK-ML-UNATTR TO ACK-CNT-FMT
             DISPLAY "ACKNOWLEDGED PIECES NOT ATTRIBUTED TO A "
               "MAILING: " FUNCTION TRIM(ACK-CNT-FMT)
           END-IF.

      *******************************************************
      *> 交握總數 (UPU_Address.csv.ctl 第二列第一欄)
      *******************************************************
      *> 稽核記錄與收尾
      *******************************************************
           MOVE FUNCTION CURRENT-DATE TO ACK-TS.
           MOVE ACK-TS(1:14) TO ACK-TS-FMT.
           MOVE ACK-TOTAL TO ACK-CNT-FMT.
             FUNCTION TRIM(ACK-CNT-FMT2) DELIMITED BY SIZE
             ";MISMATCHED-CHANNELS=" DELIMITED BY SIZE
             ACK-MM-COUNT DELIMITED BY SIZE
             ";TOKENS-TRANSLATED=" DELIMITED BY SIZE
             ACK-TKN-CNT DELIMITED BY SIZE
             ";FOREIGN-TOKENS=" DELIMITED BY SIZE
             ACK-TKN-XP DELIMITED BY SIZE
             ";MAILINGS=" DELIMITED BY SIZE
             ACK-ML-COUNT DELIMITED BY SIZE
             ";UNATTRIBUTED=" DELIMITED BY SIZE
             ACK-ML-UNATTR DELIMITED BY SIZE
             INTO ACK-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE ACK-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

           MOVE ACK-REJ-TOTAL TO ACK-CNT-FMT.
           DISPLAY "ACK RECONCILIATION COMPLETE - "
               "output\Ack_Reconciliation.csv ***"
             MOVE 8 TO RETURN-CODE
           END-IF.
           IF ACK-ML-FAIL > 0 AND RETURN-CODE < 4
             DISPLAY "*** WARNING: MAILING REGISTER NOT UPDATED FOR "
               ACK-ML-FAIL " MAILING(S) ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *******************************************************
             MOVE 0 TO ACK-CH-REJ(ACK-CH-COUNT)
             MOVE ACK-CH-COUNT TO ACK-CH-FOUND
           END-IF.

      *******************************************************
      *> 共用段落：回執代號反查真實 CUSTOMER_ID (代號須屬於
      *> 回執所屬通路；非代號者原值照用)
      *******************************************************
       ACK-DETOKEN-PARA.
           MOVE FUNCTION TRIM(ACK-CUSTID) TO ACK-CUSTID.
           IF ACK-CUSTID(1:2) NOT = "TK"
             EXIT PARAGRAPH
           END-IF.
           MOVE "DETOKEN" TO TKN-OP.
           MOVE ACK-CHAN TO TKN-PARTNER.
           MOVE ACK-CUSTID TO TKN-TOKEN.
           CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT.
           EVALUATE TKN-RESULT
             WHEN "Y"
               MOVE TKN-CUSTID TO ACK-CUSTID
               ADD 1 TO ACK-TKN-CNT
             WHEN "X"
               ADD 1 TO ACK-TKN-XP
               DISPLAY "TKN0201W TOKEN " FUNCTION TRIM(ACK-CUSTID)
                 " DOES NOT BELONG TO CHANNEL " FUNCTION TRIM(ACK-CHAN)
           END-EVALUATE.

      *******************************************************
      *> 共用段落：回執件歸屬郵寄並累計 (第 5 欄帶郵寄代號者
      *> 直接採用，否則依 CUSTOMER_ID 反查最近一次交寄)
      *******************************************************
       ACK-MAIL-PARA.
           INITIALIZE MRG-REG.
           IF FUNCTION TRIM(ACK-MAILING) NOT = SPACES
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ACK-MAILING))
               TO MRG-ID
           ELSE
             MOVE "ATTRIB" TO MRG-OP
             MOVE ACK-CUSTID TO MRG-CUSTID
             MOVE SPACES TO MRG-DATE
             CALL 'MAIL-REG' USING LS-MAIL-REG
             IF MRG-RESULT NOT = "Y"
               ADD 1 TO ACK-ML-UNATTR
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE 0 TO ACK-ML-FOUND.
           PERFORM VARYING ACK-ML-I FROM 1 BY 1
                     UNTIL ACK-ML-I > ACK-ML-COUNT
             IF ACK-ML-ID(ACK-ML-I) = MRG-ID
               MOVE ACK-ML-I TO ACK-ML-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF ACK-ML-FOUND = 0
             IF ACK-ML-COUNT < 100
               ADD 1 TO ACK-ML-COUNT
               MOVE MRG-ID TO ACK-ML-ID(ACK-ML-COUNT)
               MOVE 0 TO ACK-ML-ACC(ACK-ML-COUNT)
               MOVE 0 TO ACK-ML-REJ(ACK-ML-COUNT)
               MOVE ACK-ML-COUNT TO ACK-ML-FOUND
             ELSE
               ADD 1 TO ACK-ML-UNATTR
               EXIT PARAGRAPH
             END-IF
           END-IF.
           IF ACK-DISP = "REJECTED"
             ADD 1 TO ACK-ML-REJ(ACK-ML-FOUND)
           ELSE
             ADD 1 TO ACK-ML-ACC(ACK-ML-FOUND)
           END-IF.
       END PROGRAM ACK-RECON.
