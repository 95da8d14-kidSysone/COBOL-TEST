       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAIL-REG.

      *******************************************************
      *> 郵寄登錄副程式
      *> 一次郵寄 (行銷活動/郵寄代號，控制卡 MAILING-ID 或批次
      *> 表頭第 6 欄) 的資料原本散在 RunSummary.csv、
      *> Postage_Estimate.csv、Tray_Manifest.csv、進站回執核對
      *> 及其後數週的退件；本副程式維護每次郵寄一筆的登錄：
      *>   output\MailingRegister.dat (索引檔，主鍵郵寄代號)
      *>     預定件數/實寄件數、預估郵資/帳單郵資、業者進站
      *>     收件/退件數、退件數與最後退件日
      *>   output\MailingPieces.dat (索引檔，主鍵 CUSTOMER_ID +
      *>     交寄日 + 郵寄代號)
      *>     逐件交寄記錄，退件/回執/帳單明細以客戶反查是哪
      *>     一次郵寄造成的
      *> 登錄另存鍵 #LAST 記錄 (活動名稱欄為最近一次交寄的
      *> 郵寄代號)，供未帶郵寄代號的帳單彙總列歸屬。
      *> 作業：
      *>   POST    MRG-REG 數值欄為增量，加入該郵寄記錄 (不存在
      *>           時建立)；交寄批數 > 0 者更新首/末交寄日與
      *>           #LAST，退件數 > 0 者更新最後退件日；回覆累計
      *>   GET     依 MRG-ID 取登錄記錄
      *>   LAST    取最近一次交寄的郵寄記錄
      *>   PIECE   記錄 MRG-CUSTID 於 MRG-DATE 收到 MRG-ID 郵件
      *>   ATTRIB  MRG-CUSTID 於 MRG-DATE (含) 之前最近一次交寄
      *>           的郵寄代號回覆於 MRG-ID (MRG-DATE 空白=最近)
      *>   FIRST   登錄第一筆 (依郵寄代號)
      *>   NEXT    登錄下一筆 (已無者回 N)
      *>   CLOSE   關閉兩檔
      *> GET/LAST/ATTRIB/FIRST 以唯讀開啟，檔案不存在時回 N
      *> 而不建立；POST/PIECE 不存在時建立空檔
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT MR-REG-FILE ASSIGN
             TO "output\MailingRegister.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MR-ID
             FILE STATUS IS MR-STATUS.

           SELECT MR-PC-FILE ASSIGN
             TO "output\MailingPieces.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS MP-KEY
             FILE STATUS IS MP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MR-REG-FILE.
         01 MR-REC.
            05 MR-ID          PIC X(20).
            05 MR-BODY        PIC X(155).

       FD MR-PC-FILE.
         01 MP-REC.
            05 MP-KEY.
               10 MP-CUSTID   PIC X(15).
               10 MP-DATE     PIC X(8).
               10 MP-ID       PIC X(20).

       WORKING-STORAGE SECTION.
       01 MR-STATUS        PIC XX VALUE "00".
       01 MP-STATUS        PIC XX VALUE "00".

       01 MR-WORK.
          05 MR-OPEN-MODE  PIC X VALUE "N".
                             *> N=未開 I=唯讀 U=更新
          05 MP-OPEN-MODE  PIC X VALUE "N".
          05 MR-WANT       PIC X VALUE "U".
          05 MR-FOUND      PIC X VALUE "N".
          05 MR-DONE       PIC X VALUE "N".
          05 MP-K-CUST     PIC X(15).
          05 MP-HIT-ID     PIC X(20).

       *> 登錄記錄工作區 (版面同 COPY-MAILREG.cpy 之 MRG-REG)
       01 MR-CUR.
          05 MR-C-ID          PIC X(20).
          05 MR-C-CAMPAIGN    PIC X(40).
          05 MR-C-FIRST-DATE  PIC X(8).
          05 MR-C-LAST-DATE   PIC X(8).
          05 MR-C-BATCHES     PIC 9(5).
          05 MR-C-PLANNED     PIC 9(9).
          05 MR-C-MAILED      PIC 9(9).
          05 MR-C-EST-POSTAGE PIC 9(9)V99.
          05 MR-C-INV-PIECES  PIC 9(9).
          05 MR-C-INV-POSTAGE PIC 9(9)V99.
          05 MR-C-ACCEPTED    PIC 9(9).
          05 MR-C-REJECTED    PIC 9(9).
          05 MR-C-RETURNED    PIC 9(9).
          05 MR-C-LAST-RETURN PIC X(8).

      *******************************************************
      *> 資料部、LINKAGE SECTION
      *******************************************************
       LINKAGE SECTION.
           COPY "COPY-MAILREG.cpy".

      *******************************************************
      *> 程序部
      *******************************************************
       PROCEDURE DIVISION USING LS-MAIL-REG.
       MAIN SECTION.
           MOVE "N" TO MRG-RESULT.

           EVALUATE FUNCTION TRIM(MRG-OP)
             WHEN "POST"
               MOVE "U" TO MR-WANT
               PERFORM MR-OPEN-PARA
               IF MR-OPEN-MODE = "U"
                 PERFORM MR-POST-PARA
               ELSE
                 MOVE "E" TO MRG-RESULT
               END-IF

             WHEN "GET"
               MOVE "I" TO MR-WANT
               PERFORM MR-OPEN-PARA
               IF MR-OPEN-MODE NOT = "N"
                 PERFORM MR-GET-PARA
               END-IF

             WHEN "LAST"
               MOVE "I" TO MR-WANT
               PERFORM MR-OPEN-PARA
               IF MR-OPEN-MODE NOT = "N"
                 PERFORM MR-LAST-PARA
               END-IF

             WHEN "PIECE"
               MOVE "U" TO MR-WANT
               PERFORM MP-OPEN-PARA
               IF MP-OPEN-MODE = "U"
                 PERFORM MP-PIECE-PARA
               ELSE
                 MOVE "E" TO MRG-RESULT
               END-IF

             WHEN "ATTRIB"
               MOVE "I" TO MR-WANT
               PERFORM MP-OPEN-PARA
               IF MP-OPEN-MODE NOT = "N"
                 PERFORM MP-ATTRIB-PARA
               END-IF

             WHEN "FIRST"
               MOVE "I" TO MR-WANT
               PERFORM MR-OPEN-PARA
               IF MR-OPEN-MODE NOT = "N"
                 PERFORM MR-FIRST-PARA
               END-IF

             WHEN "NEXT"
               IF MR-OPEN-MODE NOT = "N"
                 PERFORM MR-NEXT-PARA
               END-IF

             WHEN "CLOSE"
               IF MR-OPEN-MODE NOT = "N"
                 CLOSE MR-REG-FILE
                 MOVE "N" TO MR-OPEN-MODE
               END-IF
               IF MP-OPEN-MODE NOT = "N"
                 CLOSE MR-PC-FILE
                 MOVE "N" TO MP-OPEN-MODE
               END-IF
               MOVE "Y" TO MRG-RESULT
           END-EVALUATE.

           EXIT PROGRAM.

      *******************************************************
      *> 共用段落：開啟登錄檔 (MR-WANT：I=唯讀 U=更新；
      *> 唯讀中要求更新者關閉後改以更新模式重開)
      *******************************************************
       MR-OPEN-PARA.
           IF MR-OPEN-MODE = "U"
              OR MR-OPEN-MODE = MR-WANT
             EXIT PARAGRAPH
           END-IF.
           IF MR-OPEN-MODE = "I"
             CLOSE MR-REG-FILE
             MOVE "N" TO MR-OPEN-MODE
           END-IF.

           IF MR-WANT = "I"
             OPEN INPUT MR-REG-FILE
             IF MR-STATUS = "00"
               MOVE "I" TO MR-OPEN-MODE
             END-IF
           ELSE
             OPEN I-O MR-REG-FILE
             IF MR-STATUS = "35"
               OPEN OUTPUT MR-REG-FILE
               CLOSE MR-REG-FILE
               OPEN I-O MR-REG-FILE
             END-IF
             IF MR-STATUS = "00"
               MOVE "U" TO MR-OPEN-MODE
             END-IF
           END-IF.
           IF MR-OPEN-MODE = "N"
              AND NOT (MR-WANT = "I" AND MR-STATUS = "35")
             DISPLAY "MRG0101E MAILING REGISTER "
               "output\MailingRegister.dat COULD NOT BE OPENED "
               "(STATUS " MR-STATUS ")"
           END-IF.

      *******************************************************
      *> 共用段落：開啟逐件交寄檔 (同上，MR-WANT 指定模式)
      *******************************************************
       MP-OPEN-PARA.
           IF MP-OPEN-MODE = "U"
              OR MP-OPEN-MODE = MR-WANT
             EXIT PARAGRAPH
           END-IF.
           IF MP-OPEN-MODE = "I"
             CLOSE MR-PC-FILE
             MOVE "N" TO MP-OPEN-MODE
           END-IF.

           IF MR-WANT = "I"
             OPEN INPUT MR-PC-FILE
             IF MP-STATUS = "00"
               MOVE "I" TO MP-OPEN-MODE
             END-IF
           ELSE
             OPEN I-O MR-PC-FILE
             IF MP-STATUS = "35"
               OPEN OUTPUT MR-PC-FILE
               CLOSE MR-PC-FILE
               OPEN I-O MR-PC-FILE
             END-IF
             IF MP-STATUS = "00"
               MOVE "U" TO MP-OPEN-MODE
             END-IF
           END-IF.
           IF MP-OPEN-MODE = "N"
              AND NOT (MR-WANT = "I" AND MP-STATUS = "35")
             DISPLAY "MRG0101E MAILING REGISTER "
               "output\MailingPieces.dat COULD NOT BE OPENED "
               "(STATUS " MP-STATUS ")"
           END-IF.

      *******************************************************
      *> 共用段落：增量過帳 (不存在時建立)
      *******************************************************
       MR-POST-PARA.
           IF MRG-ID = SPACES OR MRG-ID(1:1) = "#"
             EXIT PARAGRAPH
           END-IF.
           MOVE MRG-ID TO MR-ID.
           MOVE "Y" TO MR-FOUND.
           READ MR-REG-FILE KEY IS MR-ID
             INVALID KEY
               MOVE "N" TO MR-FOUND
           END-READ.
           IF MR-FOUND = "Y"
             MOVE MR-REC TO MR-CUR
           ELSE
             INITIALIZE MR-CUR
             MOVE MRG-ID TO MR-C-ID
           END-IF.

           IF MRG-CAMPAIGN NOT = SPACES
             MOVE MRG-CAMPAIGN TO MR-C-CAMPAIGN
           END-IF.
           IF MRG-BATCHES > 0 AND MRG-DATE NOT = SPACES
             IF MR-C-FIRST-DATE = SPACES
               MOVE MRG-DATE TO MR-C-FIRST-DATE
             END-IF
             MOVE MRG-DATE TO MR-C-LAST-DATE
           END-IF.
           IF MRG-RETURNED > 0 AND MRG-DATE NOT = SPACES
              AND MRG-DATE > MR-C-LAST-RETURN
             MOVE MRG-DATE TO MR-C-LAST-RETURN
           END-IF.
           ADD MRG-BATCHES     TO MR-C-BATCHES.
           ADD MRG-PLANNED     TO MR-C-PLANNED.
           ADD MRG-MAILED      TO MR-C-MAILED.
           ADD MRG-EST-POSTAGE TO MR-C-EST-POSTAGE.
           ADD MRG-INV-PIECES  TO MR-C-INV-PIECES.
           ADD MRG-INV-POSTAGE TO MR-C-INV-POSTAGE.
           ADD MRG-ACCEPTED    TO MR-C-ACCEPTED.
           ADD MRG-REJECTED    TO MR-C-REJECTED.
           ADD MRG-RETURNED    TO MR-C-RETURNED.

           MOVE MR-CUR TO MR-REC.
           IF MR-FOUND = "Y"
             REWRITE MR-REC
               INVALID KEY
                 MOVE "E" TO MRG-RESULT
               NOT INVALID KEY
                 MOVE "Y" TO MRG-RESULT
             END-REWRITE
           ELSE
             WRITE MR-REC
               INVALID KEY
                 MOVE "E" TO MRG-RESULT
               NOT INVALID KEY
                 MOVE "Y" TO MRG-RESULT
             END-WRITE
           END-IF.
           IF MRG-RESULT = "E"
             DISPLAY "MRG0102E MAILING REGISTER WRITE FAILED FOR "
               FUNCTION TRIM(MRG-ID) " (STATUS " MR-STATUS ")"
             EXIT PARAGRAPH
           END-IF.
           MOVE MR-CUR TO MRG-REG.

           *> 最近一次交寄的郵寄代號 (#LAST)
           IF MRG-BATCHES > 0
             MOVE SPACES TO MR-REC
             MOVE "#LAST" TO MR-ID
             MOVE MR-C-ID TO MR-BODY(1:20)
             WRITE MR-REC
               INVALID KEY
                 REWRITE MR-REC
                   INVALID KEY
                     MOVE "E" TO MRG-RESULT
                 END-REWRITE
             END-WRITE
           END-IF.

      *******************************************************
      *> 共用段落：依 MRG-ID 取登錄記錄
      *******************************************************
       MR-GET-PARA.
           MOVE MRG-ID TO MR-ID.
           READ MR-REG-FILE KEY IS MR-ID
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           MOVE MR-REC TO MRG-REG.
           MOVE "Y" TO MRG-RESULT.

      *******************************************************
      *> 共用段落：最近一次交寄的郵寄記錄 (經 #LAST 取代號)
      *******************************************************
       MR-LAST-PARA.
           MOVE "#LAST" TO MR-ID.
           READ MR-REG-FILE KEY IS MR-ID
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           MOVE MR-BODY(1:20) TO MRG-ID.
           PERFORM MR-GET-PARA.

      *******************************************************
      *> 共用段落：登錄第一筆
      *******************************************************
       MR-FIRST-PARA.
           MOVE LOW-VALUES TO MR-ID.
           START MR-REG-FILE KEY NOT < MR-ID
             INVALID KEY
               EXIT PARAGRAPH
           END-START.
           PERFORM MR-NEXT-PARA.

      *******************************************************
      *> 共用段落：登錄下一筆 (略過 # 開頭之控制記錄)
      *******************************************************
       MR-NEXT-PARA.
           MOVE "N" TO MR-DONE.
           PERFORM UNTIL MR-DONE = "Y"
             READ MR-REG-FILE NEXT
               AT END
                 EXIT PARAGRAPH
             END-READ
             IF MR-ID(1:1) NOT = "#"
               MOVE "Y" TO MR-DONE
             END-IF
           END-PERFORM.
           MOVE MR-REC TO MRG-REG.
           MOVE "Y" TO MRG-RESULT.

      *******************************************************
      *> 共用段落：記錄一件交寄 (同客戶同日同郵寄者略過)
      *******************************************************
       MP-PIECE-PARA.
           IF FUNCTION TRIM(MRG-CUSTID) = SPACES OR MRG-ID = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(MRG-CUSTID) TO MP-CUSTID.
           MOVE MRG-DATE TO MP-DATE.
           MOVE MRG-ID TO MP-ID.
           WRITE MP-REC
             INVALID KEY
               IF MP-STATUS = "22"
                 MOVE "Y" TO MRG-RESULT
               ELSE
                 MOVE "E" TO MRG-RESULT
               END-IF
             NOT INVALID KEY
               MOVE "Y" TO MRG-RESULT
           END-WRITE.
           IF MRG-RESULT = "E"
             DISPLAY "MRG0102E MAILING PIECE WRITE FAILED FOR "
               FUNCTION TRIM(MRG-CUSTID) " (STATUS " MP-STATUS ")"
           END-IF.

      *******************************************************
      *> 共用段落：客戶於指定日 (含) 之前最近一次交寄的郵寄
      *******************************************************
       MP-ATTRIB-PARA.
           MOVE FUNCTION TRIM(MRG-CUSTID) TO MP-K-CUST.
           IF MP-K-CUST = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MP-HIT-ID.
           MOVE MP-K-CUST TO MP-CUSTID.
           MOVE LOW-VALUES TO MP-DATE MP-ID.
           START MR-PC-FILE KEY NOT < MP-KEY
             INVALID KEY
               EXIT PARAGRAPH
           END-START.
           MOVE "N" TO MR-DONE.
           PERFORM UNTIL MR-DONE = "Y"
             READ MR-PC-FILE NEXT
               AT END
                 MOVE "Y" TO MR-DONE
               NOT AT END
                 IF MP-CUSTID NOT = MP-K-CUST
                   MOVE "Y" TO MR-DONE
                 ELSE
                   IF MRG-DATE = SPACES OR MP-DATE <= MRG-DATE
                     MOVE MP-ID TO MP-HIT-ID
                   ELSE
                     MOVE "Y" TO MR-DONE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           IF MP-HIT-ID NOT = SPACES
             MOVE MP-HIT-ID TO MRG-ID
             MOVE "Y" TO MRG-RESULT
           END-IF.
       END PROGRAM MAIL-REG.
