      *> MAIL-REG 呼叫參數共用區
       01 LS-MAIL-REG.
           05 MRG-OP       PIC X(8).   *> POST / GET / LAST /
                                       *> PIECE / ATTRIB /
                                       *> FIRST / NEXT / CLOSE
           05 MRG-CUSTID   PIC X(15).  *> PIECE/ATTRIB：CUSTOMER_ID
           05 MRG-DATE     PIC X(8).   *> POST：事件日；PIECE：交寄日
                                       *> ATTRIB：退件日 (空白=最近)
           05 MRG-REG.                 *> 郵寄登錄記錄 (POST 時數值
                                       *> 欄為本次增量，回覆累計值)
              10 MRG-ID          PIC X(20).
              10 MRG-CAMPAIGN    PIC X(40).
              10 MRG-FIRST-DATE  PIC X(8).
              10 MRG-LAST-DATE   PIC X(8).
              10 MRG-BATCHES     PIC 9(5).
              10 MRG-PLANNED     PIC 9(9).
              10 MRG-MAILED      PIC 9(9).
              10 MRG-EST-POSTAGE PIC 9(9)V99.
              10 MRG-INV-PIECES  PIC 9(9).
              10 MRG-INV-POSTAGE PIC 9(9)V99.
              10 MRG-ACCEPTED    PIC 9(9).
              10 MRG-REJECTED    PIC 9(9).
              10 MRG-RETURNED    PIC 9(9).
              10 MRG-LAST-RETURN PIC X(8).
           05 MRG-RESULT   PIC X.      *> Y=成功 N=無此郵寄/已無下一筆
                                       *> E=登錄檔無法開啟/寫入
