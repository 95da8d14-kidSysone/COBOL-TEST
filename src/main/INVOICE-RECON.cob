      *******************************************************
      *> 郵政業者帳單核對程式
      *> 應付帳款不再「照單全收」：讀取標準化帳單明細
      *> input\OperatorInvoice.csv (業者;日期;通路;件數;金額
      *> [;CUSTOMER_ID[;郵寄代號]])，
      *> 逐列與我方實際交寄件數 (UPU_Address_<通路>.csv 與其
      *> .ctl 交握檔) 及郵資卡 (input\RateCard.csv 通路預設列)
      *> 推得的預期金額互相核對：
      *>   - 件數：帳單件數 > 我方件數 即為超收
      *>   - 金額：有郵資卡時，帳單金額 > 件數*每件郵資 即為超收
      *> 逐件列帳的明細列 (第 6 欄) 帶的是該通路的 CUSTOMER_ID
      *> 代號 (見 TOKEN-VAULT)，反查回真實 ID 後列入報表
      *> 帳單列歸屬郵寄 (第 7 欄郵寄代號；未帶者依第 6 欄客戶
      *> 反查帳單日前最近一次交寄；彙總列歸屬最近一次交寄的
      *> 郵寄，見 MAIL-REG)，帳單件數/金額過帳至郵寄登錄
      *> 差異逐列寫入 output\Invoice_Reconciliation.csv，
      *> 核對結果附加至 AuditLog.csv 備查
      *******************************************************
             TO "output\Invoice_Reconciliation.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INV-IN-FILE.
       FD INV-RPT-FILE.
         01 INV-RPT-REC PIC X(250).

       WORKING-STORAGE SECTION.
       01 INV-IN-STATUS    PIC XX VALUE "00".
       01 INV-UPU-STATUS   PIC XX VALUE "00".
       01 INV-RATE-STATUS  PIC XX VALUE "00".
       01 INV-UPU-PATH     PIC X(160).

       *> 帳單列拆分
          05 INV-CHAN      PIC X(20).
          05 INV-PCS-TXT   PIC X(12).
          05 INV-AMT-TXT   PIC X(15).
          05 INV-CUSTID    PIC X(50).
          05 INV-MAILING   PIC X(40).
          05 INV-PCS       PIC 9(7) VALUE 0.
          05 INV-AMT       PIC 9(9)V99 VALUE 0.

          05 INV-TXT        PIC X(250).
          05 INV-TS         PIC X(21).
          05 INV-TS-FMT     PIC X(14).
          05 INV-TKN-CNT    PIC 9(7) VALUE 0.
          05 INV-ML-POSTED  PIC 9(5) VALUE 0.
          05 INV-ML-UNATTR  PIC 9(5) VALUE 0.
          05 INV-ML-FAIL    PIC 9(5) VALUE 0.

      *> MAIL-REG 用 (郵寄登錄，見 COPY-MAILREG.cpy)
           COPY "COPY-MAILREG.cpy".

      *> TOKEN-VAULT 用 (夥伴代號反查，見 COPY-TOKEN.cpy)
           COPY "COPY-TOKEN.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
               DELIMITED BY SIZE
             "PIECE_VARIANCE;INV_AMOUNT;EXPECTED_AMOUNT;"
               DELIMITED BY SIZE
             "AMOUNT_VARIANCE;RESULT;CUSTOMER_ID;MAILING_ID"
               DELIMITED BY SIZE
             INTO INV-TXT
           END-STRING.
           MOVE INV-TXT TO INV-RPT-REC.
           END-PERFORM.
           CLOSE INV-IN-FILE.
           CLOSE INV-RPT-FILE.
           MOVE "CLOSE" TO TKN-OP.
           CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT.
           MOVE "CLOSE" TO MRG-OP.
           CALL 'MAIL-REG' USING LS-MAIL-REG.

      *******************************************************
      *> 稽核記錄與收尾
      *******************************************************
           MOVE FUNCTION CURRENT-DATE TO INV-TS.
           MOVE INV-TS(1:14) TO INV-TS-FMT.
           MOVE INV-LINE-CNT TO INV-CNT-FMT.
             FUNCTION TRIM(INV-CNT-FMT) DELIMITED BY SIZE
             ";OVERBILLED=" DELIMITED BY SIZE
             FUNCTION TRIM(INV-CNT-FMT2) DELIMITED BY SIZE
             ";TOKENS-TRANSLATED=" DELIMITED BY SIZE
             INV-TKN-CNT DELIMITED BY SIZE
             ";MAILING-LINES=" DELIMITED BY SIZE
             INV-ML-POSTED DELIMITED BY SIZE
             ";UNATTRIBUTED=" DELIMITED BY SIZE
             INV-ML-UNATTR DELIMITED BY SIZE
             INTO INV-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE INV-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

           MOVE INV-OVER-CNT TO INV-CNT-FMT.
           DISPLAY "INVOICE RECONCILIATION COMPLETE - "
             FUNCTION TRIM(INV-CNT-FMT) " OVERBILLED LINES -> "
             "output\Invoice_Reconciliation.csv".
           IF INV-ML-UNATTR > 0
             MOVE INV-ML-UNATTR TO INV-CNT-FMT
             DISPLAY "INVOICE LINES NOT ATTRIBUTED TO A MAILING: "
               FUNCTION TRIM(INV-CNT-FMT)
           END-IF.
           IF INV-OVER-CNT > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
           IF INV-ML-FAIL > 0 AND RETURN-CODE < 4
             DISPLAY "*** WARNING: MAILING REGISTER NOT UPDATED FOR "
               INV-ML-FAIL " INVOICE LINE(S) ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *******************************************************
       INV-LINE-PARA.
           ADD 1 TO INV-LINE-CNT.
           MOVE SPACES TO INV-OPER INV-DATE INV-CHAN
                          INV-PCS-TXT INV-AMT-TXT INV-CUSTID
                          INV-MAILING.
           UNSTRING INV-IN-REC DELIMITED BY ";"
               INTO INV-OPER INV-DATE INV-CHAN
                    INV-PCS-TXT INV-AMT-TXT INV-CUSTID
                    INV-MAILING.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INV-CHAN))
             TO INV-CHAN.

           *> 逐件明細列：通路代號反查回真實 ID (代號不屬於該
           *> 通路者照原值列出並警示)
           MOVE FUNCTION TRIM(INV-CUSTID) TO INV-CUSTID.
           IF INV-CUSTID(1:2) = "TK"
             MOVE "DETOKEN" TO TKN-OP
             MOVE INV-CHAN TO TKN-PARTNER
             MOVE INV-CUSTID TO TKN-TOKEN
             CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
             EVALUATE TKN-RESULT
               WHEN "Y"
                 MOVE TKN-CUSTID TO INV-CUSTID
                 ADD 1 TO INV-TKN-CNT
               WHEN "X"
                 DISPLAY "TKN0201W TOKEN " FUNCTION TRIM(INV-CUSTID)
                   " DOES NOT BELONG TO CHANNEL "
                   FUNCTION TRIM(INV-CHAN)
             END-EVALUATE
           END-IF.
           MOVE 0 TO INV-PCS INV-AMT.
           IF FUNCTION TRIM(INV-PCS-TXT) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(INV-PCS-TXT))
             ADD 1 TO INV-OVER-CNT
           END-IF.

           PERFORM INV-MAIL-PARA.

           MOVE INV-PCS TO INV-CNT-FMT.
           MOVE INV-OUR-PCS TO INV-CNT-FMT2.
           MOVE INV-PCS-VAR TO INV-VAR-FMT.
             FUNCTION TRIM(INV-AVAR-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(INV-RESULT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(INV-CUSTID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(INV-MAILING) DELIMITED BY SIZE
             INTO INV-TXT
           END-STRING.
           MOVE INV-TXT TO INV-RPT-REC.
           WRITE INV-RPT-REC.

      *******************************************************
      *> 共用段落：帳單列歸屬郵寄並過帳帳單件數/金額
      *> (第 7 欄郵寄代號 > 第 6 欄客戶反查 > 最近一次交寄)
      *******************************************************
       INV-MAIL-PARA.
           INITIALIZE MRG-REG.
           EVALUATE TRUE
             WHEN FUNCTION TRIM(INV-MAILING) NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(INV-MAILING))
                 TO MRG-ID
               MOVE "Y" TO MRG-RESULT
             WHEN INV-CUSTID NOT = SPACES
               MOVE "ATTRIB" TO MRG-OP
               MOVE INV-CUSTID TO MRG-CUSTID
               MOVE SPACES TO MRG-DATE
               IF INV-DATE(1:8) IS NUMERIC
                 MOVE INV-DATE(1:8) TO MRG-DATE
               END-IF
               CALL 'MAIL-REG' USING LS-MAIL-REG
             WHEN OTHER
               MOVE "LAST" TO MRG-OP
               CALL 'MAIL-REG' USING LS-MAIL-REG
           END-EVALUATE.
           IF MRG-RESULT NOT = "Y"
             MOVE SPACES TO INV-MAILING
             ADD 1 TO INV-ML-UNATTR
             EXIT PARAGRAPH
           END-IF.

           MOVE MRG-ID TO INV-MAILING.
           INITIALIZE MRG-REG.
           MOVE INV-MAILING TO MRG-ID.
           MOVE INV-PCS TO MRG-INV-PIECES.
           MOVE INV-AMT TO MRG-INV-POSTAGE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO MRG-DATE.
           MOVE "POST" TO MRG-OP.
           CALL 'MAIL-REG' USING LS-MAIL-REG.
           IF MRG-RESULT = "Y"
             ADD 1 TO INV-ML-POSTED
           ELSE
             ADD 1 TO INV-ML-FAIL
           END-IF.
       END PROGRAM INVOICE-RECON.
