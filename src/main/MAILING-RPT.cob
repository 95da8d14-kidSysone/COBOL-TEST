       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILING-RPT.

      *******************************************************
      *> 郵寄生命週期報表程式
      *> 以郵寄登錄 (MAIL-REG，output\MailingRegister.dat) 為
      *> 來源，每次郵寄輸出一列至 output\Mailing_Report.csv：
      *>   預定件數 vs 實寄件數、預估郵資 vs 帳單郵資、業者進站
      *>   收件/退件、退件數與退件率 (退件/實寄)、首末交寄日與
      *>   最後退件日
      *> MAILING.PARM 可指定：
      *>   MAILING-ID=<代號>   只列該次郵寄 (預設全部)
      *>   RETURN-ALERT=<n>    退件率 (%) 達 n 者標示
      *>                       HIGH-RETURNS (預設 5)
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT MRP-PARM-FILE ASSIGN
             TO "MAILING.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MRP-PARM-STATUS.

           SELECT MRP-RPT-FILE ASSIGN
             TO "output\Mailing_Report.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD MRP-PARM-FILE.
         01 MRP-PARM-REC PIC X(80).

       FD MRP-RPT-FILE.
         01 MRP-RPT-REC PIC X(400).

       WORKING-STORAGE SECTION.
       01 MRP-PARM-STATUS PIC XX VALUE "00".

       01 MRP-PARMS.
          05 MRP-KEY        PIC X(30).
          05 MRP-VAL        PIC X(50).
          05 MRP-ONE-ID     PIC X(20) VALUE SPACES.
          05 MRP-ALERT-PCT  PIC 9(3) VALUE 5.

       01 MRP-WORK.
          05 MRP-COUNT      PIC 9(7) VALUE 0.
          05 MRP-ALERTS     PIC 9(7) VALUE 0.
          05 MRP-PCS-VAR    PIC S9(9) VALUE 0.
          05 MRP-AMT-VAR    PIC S9(9)V99 VALUE 0.
          05 MRP-RET-PCT    PIC 9(5)V99 VALUE 0.
          05 MRP-FLAGS      PIC X(60).
          05 MRP-FMT-BAT    PIC Z(4)9.
          05 MRP-FMT-PLAN   PIC Z(8)9.
          05 MRP-FMT-MAIL   PIC Z(8)9.
          05 MRP-FMT-PVAR   PIC -(8)9.
          05 MRP-FMT-EST    PIC Z(8)9.99.
          05 MRP-FMT-IPCS   PIC Z(8)9.
          05 MRP-FMT-IAMT   PIC Z(8)9.99.
          05 MRP-FMT-AVAR   PIC -(8)9.99.
          05 MRP-FMT-ACC    PIC Z(8)9.
          05 MRP-FMT-REJ    PIC Z(8)9.
          05 MRP-FMT-RET    PIC Z(8)9.
          05 MRP-FMT-PCT    PIC Z(4)9.99.
          05 MRP-CNT-FMT    PIC Z(6)9.
          05 MRP-TXT        PIC X(400).

      *> MAIL-REG 用 (郵寄登錄，見 COPY-MAILREG.cpy)
           COPY "COPY-MAILREG.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> MAILING.PARM 讀取 (MAILING-ID / RETURN-ALERT)
      *******************************************************
           OPEN INPUT MRP-PARM-FILE.
           IF MRP-PARM-STATUS = "00"
             PERFORM UNTIL MRP-PARM-STATUS NOT = "00"
               READ MRP-PARM-FILE
                 AT END
                   MOVE "10" TO MRP-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(MRP-PARM-REC) NOT = SPACES
                      AND MRP-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO MRP-KEY MRP-VAL
                     UNSTRING MRP-PARM-REC DELIMITED BY "="
                         INTO MRP-KEY MRP-VAL
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(MRP-KEY)) TO MRP-KEY
                     EVALUATE FUNCTION TRIM(MRP-KEY)
                       WHEN "MAILING-ID"
                         MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(MRP-VAL))
                           TO MRP-ONE-ID
                       WHEN "RETURN-ALERT"
                         IF FUNCTION TRIM(MRP-VAL) IS NUMERIC
                           MOVE FUNCTION NUMVAL(
                                  FUNCTION TRIM(MRP-VAL))
                             TO MRP-ALERT-PCT
                         END-IF
                     END-EVALUATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE MRP-PARM-FILE
           END-IF.

      *******************************************************
      *> 報表標題與郵寄登錄逐筆輸出
      *******************************************************
           OPEN OUTPUT MRP-RPT-FILE.
           MOVE SPACES TO MRP-TXT.
           STRING
             "MAILING_ID;CAMPAIGN;FIRST_MAILED;LAST_MAILED;BATCHES;"
               DELIMITED BY SIZE
             "PLANNED;MAILED;PIECE_VARIANCE;EST_POSTAGE;"
               DELIMITED BY SIZE
             "INV_PIECES;INV_POSTAGE;POSTAGE_VARIANCE;"
               DELIMITED BY SIZE
             "ACCEPTED;REJECTED;RETURNED;RETURN_RATE_PCT;"
               DELIMITED BY SIZE
             "LAST_RETURN;FLAGS" DELIMITED BY SIZE
             INTO MRP-TXT
           END-STRING.
           MOVE MRP-TXT TO MRP-RPT-REC.
           WRITE MRP-RPT-REC.

           INITIALIZE MRG-REG.
           IF MRP-ONE-ID NOT = SPACES
             MOVE MRP-ONE-ID TO MRG-ID
             MOVE "GET" TO MRG-OP
             CALL 'MAIL-REG' USING LS-MAIL-REG
             IF MRG-RESULT = "Y"
               PERFORM MRP-LINE-PARA
             ELSE
               DISPLAY "MAILING " FUNCTION TRIM(MRP-ONE-ID)
                 " NOT FOUND IN THE MAILING REGISTER"
               MOVE 4 TO RETURN-CODE
             END-IF
           ELSE
             MOVE "FIRST" TO MRG-OP
             CALL 'MAIL-REG' USING LS-MAIL-REG
             PERFORM UNTIL MRG-RESULT NOT = "Y"
               PERFORM MRP-LINE-PARA
               MOVE "NEXT" TO MRG-OP
               CALL 'MAIL-REG' USING LS-MAIL-REG
             END-PERFORM
           END-IF.
           MOVE "CLOSE" TO MRG-OP.
           CALL 'MAIL-REG' USING LS-MAIL-REG.
           CLOSE MRP-RPT-FILE.

           MOVE MRP-COUNT TO MRP-CNT-FMT.
           DISPLAY "MAILING REPORT COMPLETE - "
             FUNCTION TRIM(MRP-CNT-FMT)
             " MAILINGS -> output\Mailing_Report.csv".
           IF MRP-ALERTS > 0
             MOVE MRP-ALERTS TO MRP-CNT-FMT
             DISPLAY "*** " FUNCTION TRIM(MRP-CNT-FMT)
               " MAILING(S) FLAGGED - SEE FLAGS COLUMN ***"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：單一郵寄報表列 (差異與退件率、標示)
      *> SHORT-MAILED  實寄 < 預定
      *> OVER-INVOICED 帳單件數 > 實寄 或 帳單郵資 > 預估郵資
      *> HIGH-RETURNS  退件率達 RETURN-ALERT
      *******************************************************
       MRP-LINE-PARA.
           ADD 1 TO MRP-COUNT.
           COMPUTE MRP-PCS-VAR = MRG-MAILED - MRG-PLANNED.
           COMPUTE MRP-AMT-VAR = MRG-INV-POSTAGE - MRG-EST-POSTAGE.
           MOVE 0 TO MRP-RET-PCT.
           IF MRG-MAILED > 0
             COMPUTE MRP-RET-PCT ROUNDED =
               MRG-RETURNED * 100 / MRG-MAILED
           END-IF.

           MOVE SPACES TO MRP-FLAGS.
           IF MRG-MAILED < MRG-PLANNED
             STRING
               FUNCTION TRIM(MRP-FLAGS) DELIMITED BY SIZE
               " SHORT-MAILED" DELIMITED BY SIZE
               INTO MRP-FLAGS
             END-STRING
           END-IF.
           IF MRG-INV-PIECES > MRG-MAILED
              OR MRG-INV-POSTAGE > MRG-EST-POSTAGE
             STRING
               FUNCTION TRIM(MRP-FLAGS) DELIMITED BY SIZE
               " OVER-INVOICED" DELIMITED BY SIZE
               INTO MRP-FLAGS
             END-STRING
           END-IF.
           IF MRG-MAILED > 0 AND MRP-ALERT-PCT > 0
              AND MRP-RET-PCT >= MRP-ALERT-PCT
             STRING
               FUNCTION TRIM(MRP-FLAGS) DELIMITED BY SIZE
               " HIGH-RETURNS" DELIMITED BY SIZE
               INTO MRP-FLAGS
             END-STRING
           END-IF.
           IF MRP-FLAGS NOT = SPACES
             ADD 1 TO MRP-ALERTS
           END-IF.

           MOVE MRG-BATCHES TO MRP-FMT-BAT.
           MOVE MRG-PLANNED TO MRP-FMT-PLAN.
           MOVE MRG-MAILED TO MRP-FMT-MAIL.
           MOVE MRP-PCS-VAR TO MRP-FMT-PVAR.
           MOVE MRG-EST-POSTAGE TO MRP-FMT-EST.
           MOVE MRG-INV-PIECES TO MRP-FMT-IPCS.
           MOVE MRG-INV-POSTAGE TO MRP-FMT-IAMT.
           MOVE MRP-AMT-VAR TO MRP-FMT-AVAR.
           MOVE MRG-ACCEPTED TO MRP-FMT-ACC.
           MOVE MRG-REJECTED TO MRP-FMT-REJ.
           MOVE MRG-RETURNED TO MRP-FMT-RET.
           MOVE MRP-RET-PCT TO MRP-FMT-PCT.
           MOVE SPACES TO MRP-TXT.
           STRING
             FUNCTION TRIM(MRG-ID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRG-CAMPAIGN) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRG-FIRST-DATE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRG-LAST-DATE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-BAT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-PLAN) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-MAIL) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-PVAR) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-EST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-IPCS) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-IAMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-AVAR) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-ACC) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-REJ) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-RET) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FMT-PCT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRG-LAST-RETURN) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(MRP-FLAGS) DELIMITED BY SIZE
             INTO MRP-TXT
           END-STRING.
           MOVE MRP-TXT TO MRP-RPT-REC.
           WRITE MRP-RPT-REC.
       END PROGRAM MAILING-RPT.
