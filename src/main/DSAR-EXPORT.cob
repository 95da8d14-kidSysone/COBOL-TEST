       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSAR-EXPORT.

      *******************************************************
      *> 當事人資料調閱 (DSAR) 匯出程式
      *> 法遵收到當事人「你們持有我哪些資料」的調閱申請時，
      *> 不必再逐檔翻查：input\AccessRequests.csv 每列一位
      *> (CUSTOMER_ID;申請案號)，本程式逐位彙整各地址保存檔，
      *> 每位寫出一份可直接閱讀的卷宗
      *> output\DSAR\DSAR_<CUSTOMER_ID>_<時戳>.txt：
      *>   1 現行主檔記錄與資料血緣 (AddressMaster.dat)
      *>   2 地址異動時間軸 (AddressHistory.csv)
      *>   3 搬家記錄 (Movers.csv，最近一次批次)
      *>   4 無法投遞 (Undeliverable.dat) 與禁止寄送
      *>     (input\SuppressionList.csv) 狀態
      *>   5 搬家轉寄連結 (主檔 FWD 欄)
      *>   6 異動事件 (ChangeFeed.csv) 與各訂閱者遞送狀態
      *>     (序號不大於該訂閱者游標者=已確認收受，其餘=
      *>     已遞送待確認)
      *>   7 個資查閱記錄 (AddressAccess_Log.csv)
      *> 匯出本身亦屬個資查閱：每份卷宗產出後附加一列至
      *> AddressAccess_Log.csv (MODE=DSAR-EXPORT) 並附加一列
      *> 至 AuditLog.csv 備查。操作員以登入帳號簽入
      *> (OPER-SIGNON)，須具 PII-VIEWER 角色
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT DX-REQ-FILE ASSIGN
             TO "input\AccessRequests.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DX-REQ-STATUS.

           SELECT DX-MASTER-FILE ASSIGN
             TO "output\AddressMaster.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS DX-MST-CUSTID
             FILE STATUS IS DX-MST-STATUS.

           SELECT DX-SUB-FILE ASSIGN
             TO "input\Subscribers.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DX-SUB-STATUS.

           SELECT DX-IN-FILE ASSIGN
             TO DX-IN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DX-IN-STATUS.

           SELECT DX-OUT-FILE ASSIGN
             TO DX-OUT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DX-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DX-REQ-FILE.
         01 DX-REQ-REC PIC X(120).

       FD DX-MASTER-FILE.
         01 DX-MST-REC.
            05 DX-MST-CUSTID    PIC X(50).
            05 DX-MST-ADDRESS   PIC X(2000).
            05 DX-MST-ALT-DELIV PIC X(100).
            05 DX-MST-ALT-ADDR  PIC X(2000).
            05 DX-MST-ALT-FROM  PIC X(4).
            05 DX-MST-ALT-TO    PIC X(4).
            05 DX-MST-SRC       PIC X(20).
            05 DX-MST-SCORE     PIC 9(3).
            05 DX-MST-FWD-ADDR  PIC X(2000).
            05 DX-MST-FWD-UNTIL PIC X(8).
            05 DX-MST-CONFIRMED PIC X(8).
            05 DX-MST-LIN-BATCH PIC X(10).
            05 DX-MST-LIN-SRC   PIC X(20).
            05 DX-MST-LIN-FILE  PIC X(40).
            05 DX-MST-LIN-LINE  PIC 9(7).
            05 DX-MST-LIN-RULE  PIC X(30).
            05 DX-MST-LINE-HASH PIC 9(12).
            05 DX-MST-LIN-CTRY  PIC X(35).
            05 DX-MST-LIN-TYPE  PIC X(8).
            05 DX-MST-LIN-WARN  PIC X(30).
            05 DX-MST-OVR-FLAG  PIC X.
            05 DX-MST-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
            05 DX-MST-OVR-CTRY  PIC X(35).
            05 DX-MST-OVR-ZIP   PIC X(16).
            05 DX-MST-OVR-TOWN  PIC X(35).
            05 DX-MST-OVR-REASON PIC X(40).
            05 DX-MST-OVR-OPER  PIC X(20).
            05 DX-MST-OVR-DATE  PIC X(8).
            05 DX-MST-OVR-SRC-HASH PIC 9(12).
            05 DX-MST-OVR-SUSP-DATE PIC X(8).
            05 DX-MST-USE-CODE  PIC X(8).

       FD DX-SUB-FILE.
         01 DX-SUB-REC PIC X(60).

       FD DX-IN-FILE.
         01 DX-IN-REC PIC X(4200).

       FD DX-OUT-FILE.
         01 DX-OUT-REC PIC X(4300).

       WORKING-STORAGE SECTION.
       01 DX-REQ-STATUS   PIC XX VALUE "00".
       01 DX-MST-STATUS   PIC XX VALUE "00".
       01 DX-SUB-STATUS   PIC XX VALUE "00".
       01 DX-IN-STATUS    PIC XX VALUE "00".
       01 DX-OUT-STATUS   PIC XX VALUE "00".

       01 DX-WORK.
          05 DX-REQUESTER  PIC X(20).
          05 DX-CUSTID     PIC X(50).
          05 DX-REF        PIC X(40).
          05 DX-MST-OPEN   PIC X VALUE "N".
          05 DX-MST-FOUND  PIC X VALUE "N".
          05 DX-TS         PIC X(21).
          05 DX-TS-FMT     PIC X(14).
          05 DX-TODAY      PIC X(8).
          05 DX-RC         PIC S9(9) COMP-5 VALUE 0.
          05 DX-IN-PATH    PIC X(120).
          05 DX-IN-OPEN    PIC X VALUE "N".
          05 DX-OUT-PATH   PIC X(150).
          05 DX-REQ-CNT    PIC 9(5) VALUE 0.
          05 DX-DONE-CNT   PIC 9(5) VALUE 0.
          05 DX-FAIL-CNT   PIC 9(5) VALUE 0.
          05 DX-CNT-FMT    PIC Z(4)9.
          05 DX-CNT-FMT2   PIC Z(4)9.
          05 DX-CNT-FMT3   PIC Z(4)9.
          05 DX-LINE-FMT   PIC Z(6)9.
          05 DX-SCORE-FMT  PIC ZZ9.
          05 DX-OVR-I      PIC 9 VALUE 0.
          05 DX-HEAD-TXT   PIC X(80).
          05 DX-TXT        PIC X(4300).
          05 DX-AUDIT-TXT  PIC X(300).

       *> 卷宗各段筆數 (稽核列用)
       01 DX-COUNTS.
          05 DX-HIST-CNT   PIC 9(5) VALUE 0.
          05 DX-MOVER-CNT  PIC 9(5) VALUE 0.
          05 DX-UND-CNT    PIC 9(5) VALUE 0.
          05 DX-SUP-CNT    PIC 9(5) VALUE 0.
          05 DX-EVT-CNT    PIC 9(5) VALUE 0.
          05 DX-ACC-CNT    PIC 9(5) VALUE 0.

       *> 保存檔列拆分 (各段共用)
       01 DX-TOK          PIC X(2000) OCCURS 9 TIMES.
       01 DX-TOK-I        PIC 99 VALUE 0.

       *> 訂閱者名冊 (名稱與已確認序號游標)
       01 DX-SUB-TBL.
          05 DX-SUB-NAME   PIC X(20) OCCURS 50 TIMES.
          05 DX-SUB-ACK    PIC 9(9) OCCURS 50 TIMES.
       01 DX-SUB-COUNT    PIC 99 VALUE 0.
       01 DX-SUB-I        PIC 99 VALUE 0.
       01 DX-EVT-SEQ      PIC 9(9) VALUE 0.

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "=========== DATA SUBJECT ACCESS EXPORT ==========".
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "DSAR-EXPORT" TO SGN-PROGRAM.
           MOVE "PII-VIEWER" TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO DX-REQUESTER.

           OPEN INPUT DX-REQ-FILE.
           IF DX-REQ-STATUS NOT = "00"
             DISPLAY "DSR0101E REQUEST LIST input\AccessRequests.csv "
               "NOT FOUND (STATUS " DX-REQ-STATUS ")"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO DX-TS.
           MOVE DX-TS(1:8) TO DX-TODAY.
           PERFORM DX-SUB-LOAD-PARA.

           *> 主檔不在場時卷宗照出，現行記錄段註明無記錄
           OPEN INPUT DX-MASTER-FILE.
           IF DX-MST-STATUS = "00"
             MOVE "Y" TO DX-MST-OPEN
           ELSE
             DISPLAY "DSR0201W output\AddressMaster.dat NOT "
               "AVAILABLE (STATUS " DX-MST-STATUS
               ") - DOSSIERS OMIT THE CURRENT RECORD"
             MOVE 4 TO RETURN-CODE
           END-IF.

           CALL "CBL_CREATE_DIR" USING "output\DSAR"
             RETURNING DX-RC.

      *******************************************************
      *> 申請清單逐列匯出
      *******************************************************
           PERFORM UNTIL DX-REQ-STATUS NOT = "00"
             READ DX-REQ-FILE
               AT END
                 MOVE "10" TO DX-REQ-STATUS
               NOT AT END
                 IF FUNCTION TRIM(DX-REQ-REC) NOT = SPACES
                    AND DX-REQ-REC(1:1) NOT = "*"
                    AND DX-REQ-REC(1:12) NOT = "CUSTOMER_ID;"
                   MOVE SPACES TO DX-CUSTID DX-REF
                   UNSTRING DX-REQ-REC DELIMITED BY ";"
                       INTO DX-CUSTID DX-REF
                   MOVE FUNCTION TRIM(DX-CUSTID) TO DX-CUSTID
                   MOVE FUNCTION TRIM(DX-REF) TO DX-REF
                   IF DX-CUSTID NOT = SPACES
                     ADD 1 TO DX-REQ-CNT
                     PERFORM DX-EXPORT-PARA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DX-REQ-FILE.
           IF DX-MST-OPEN = "Y"
             CLOSE DX-MASTER-FILE
           END-IF.

           MOVE DX-DONE-CNT TO DX-CNT-FMT.
           MOVE DX-REQ-CNT TO DX-CNT-FMT2.
           DISPLAY "DSR0001I DOSSIERS WRITTEN: "
             FUNCTION TRIM(DX-CNT-FMT) " OF "
             FUNCTION TRIM(DX-CNT-FMT2) " -> output\DSAR\".
           IF DX-FAIL-CNT > 0
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：訂閱者名冊載入
      *******************************************************
       DX-SUB-LOAD-PARA.
           MOVE 0 TO DX-SUB-COUNT.
           OPEN INPUT DX-SUB-FILE.
           IF DX-SUB-STATUS NOT = "00"
             MOVE "00" TO DX-SUB-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL DX-SUB-STATUS NOT = "00"
             READ DX-SUB-FILE
               AT END
                 MOVE "10" TO DX-SUB-STATUS
               NOT AT END
                 IF DX-SUB-COUNT < 50
                    AND FUNCTION TRIM(DX-SUB-REC) NOT = SPACES
                    AND DX-SUB-REC(1:1) NOT = "*"
                    AND DX-SUB-REC(1:11) NOT = "SUBSCRIBER;"
                   MOVE SPACES TO DX-TOK(1) DX-TOK(2)
                   UNSTRING DX-SUB-REC DELIMITED BY ";"
                       INTO DX-TOK(1) DX-TOK(2)
                   ADD 1 TO DX-SUB-COUNT
                   MOVE FUNCTION TRIM(DX-TOK(1))
                     TO DX-SUB-NAME(DX-SUB-COUNT)
                   IF FUNCTION TRIM(DX-TOK(2)) IS NUMERIC
                     MOVE FUNCTION NUMVAL(FUNCTION TRIM(DX-TOK(2)))
                       TO DX-SUB-ACK(DX-SUB-COUNT)
                   ELSE
                     MOVE 0 TO DX-SUB-ACK(DX-SUB-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE DX-SUB-FILE.
           MOVE "00" TO DX-SUB-STATUS.

      *******************************************************
      *> 共用段落：單一客戶卷宗 (各段依序寫出後記錄查閱)
      *******************************************************
       DX-EXPORT-PARA.
           INITIALIZE DX-COUNTS.
           MOVE FUNCTION CURRENT-DATE TO DX-TS.
           MOVE DX-TS(1:14) TO DX-TS-FMT.
           MOVE SPACES TO DX-OUT-PATH.
           STRING
             "output\DSAR\DSAR_" DELIMITED BY SIZE
             FUNCTION TRIM(DX-CUSTID) DELIMITED BY SIZE
             "_" DELIMITED BY SIZE
             DX-TS-FMT DELIMITED BY SIZE
             ".txt" DELIMITED BY SIZE
             INTO DX-OUT-PATH
           END-STRING.
           OPEN OUTPUT DX-OUT-FILE.
           IF DX-OUT-STATUS NOT = "00"
             DISPLAY "DSR0102E DOSSIER " FUNCTION TRIM(DX-OUT-PATH)
               " COULD NOT BE CREATED (STATUS " DX-OUT-STATUS ")"
             ADD 1 TO DX-FAIL-CNT
             EXIT PARAGRAPH
           END-IF.

           MOVE "DATA SUBJECT ACCESS DOSSIER" TO DX-TXT.
           PERFORM DX-PUT-PARA.
           MOVE ALL "=" TO DX-TXT(1:60).
           PERFORM DX-PUT-PARA.
           STRING
             "CUSTOMER_ID      : " DELIMITED BY SIZE
             FUNCTION TRIM(DX-CUSTID) DELIMITED BY SIZE
             INTO DX-TXT
           END-STRING.
           PERFORM DX-PUT-PARA.
           IF DX-REF NOT = SPACES
             STRING
               "REQUEST REFERENCE: " DELIMITED BY SIZE
               FUNCTION TRIM(DX-REF) DELIMITED BY SIZE
               INTO DX-TXT
             END-STRING
             PERFORM DX-PUT-PARA
           END-IF.
           STRING
             "PRODUCED         : " DELIMITED BY SIZE
             DX-TS-FMT DELIMITED BY SIZE
             " BY " DELIMITED BY SIZE
             FUNCTION TRIM(DX-REQUESTER) DELIMITED BY SIZE
             INTO DX-TXT
           END-STRING.
           PERFORM DX-PUT-PARA.

           PERFORM DX-MASTER-PARA.
           PERFORM DX-HISTORY-PARA.
           PERFORM DX-MOVERS-PARA.
           PERFORM DX-STATUS-PARA.
           PERFORM DX-FORWARD-PARA.
           PERFORM DX-FEED-PARA.
           PERFORM DX-ACCESS-PARA.

           MOVE SPACES TO DX-TXT.
           PERFORM DX-PUT-PARA.
           MOVE "END OF DOSSIER" TO DX-TXT.
           PERFORM DX-PUT-PARA.
           CLOSE DX-OUT-FILE.
           ADD 1 TO DX-DONE-CNT.

           *> 匯出本身記入查閱記錄與稽核檔
           PERFORM DX-LOG-PARA.
           MOVE DX-HIST-CNT TO DX-CNT-FMT.
           MOVE DX-EVT-CNT TO DX-CNT-FMT2.
           MOVE DX-ACC-CNT TO DX-CNT-FMT3.
           MOVE SPACES TO DX-AUDIT-TXT.
           STRING
             DX-TS-FMT DELIMITED BY SIZE
             ";DSAR-EXPORT;" DELIMITED BY SIZE
             FUNCTION TRIM(DX-CUSTID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DX-REF) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DX-REQUESTER) DELIMITED BY SIZE
             ";MASTER=" DELIMITED BY SIZE
             DX-MST-FOUND DELIMITED BY SIZE
             ";HISTORY=" DELIMITED BY SIZE
             FUNCTION TRIM(DX-CNT-FMT) DELIMITED BY SIZE
             ";EVENTS=" DELIMITED BY SIZE
             FUNCTION TRIM(DX-CNT-FMT2) DELIMITED BY SIZE
             ";ACCESS=" DELIMITED BY SIZE
             FUNCTION TRIM(DX-CNT-FMT3) DELIMITED BY SIZE
             ";FILE=" DELIMITED BY SIZE
             FUNCTION TRIM(DX-OUT-PATH) DELIMITED BY SIZE
             INTO DX-AUDIT-TXT
           END-STRING.
           PERFORM DX-AUDIT-PARA.
           DISPLAY "  " FUNCTION TRIM(DX-CUSTID) " -> "
             FUNCTION TRIM(DX-OUT-PATH).

      *******************************************************
      *> 段 1：現行主檔記錄與資料血緣
      *******************************************************
       DX-MASTER-PARA.
           MOVE "1. CURRENT MASTER RECORD (AddressMaster.dat)"
             TO DX-TXT.
           PERFORM DX-HEAD-PARA.
           MOVE "N" TO DX-MST-FOUND.
           IF DX-MST-OPEN = "Y"
             MOVE DX-CUSTID TO DX-MST-CUSTID
             READ DX-MASTER-FILE KEY IS DX-MST-CUSTID
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO DX-MST-FOUND
             END-READ
           END-IF.
           IF DX-MST-FOUND = "N"
             MOVE "   NO CURRENT MASTER RECORD" TO DX-TXT
             PERFORM DX-PUT-PARA
             EXIT PARAGRAPH
           END-IF.

           STRING
             "   ADDRESS        : " DELIMITED BY SIZE
             FUNCTION TRIM(DX-MST-ADDRESS) DELIMITED BY SIZE
             INTO DX-TXT
           END-STRING.
           PERFORM DX-PUT-PARA.
           IF DX-MST-ALT-DELIV NOT = SPACES
             STRING
               "   ALT DELIVERY   : " DELIMITED BY SIZE
               FUNCTION TRIM(DX-MST-ALT-DELIV) DELIMITED BY SIZE
               INTO DX-TXT
             END-STRING
             PERFORM DX-PUT-PARA
           END-IF.
           IF DX-MST-ALT-ADDR NOT = SPACES
             STRING
               "   SEASONAL ADDR  : " DELIMITED BY SIZE
               FUNCTION TRIM(DX-MST-ALT-ADDR) DELIMITED BY SIZE
               " (MMDD " DELIMITED BY SIZE
               DX-MST-ALT-FROM DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               DX-MST-ALT-TO DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO DX-TXT
             END-STRING
             PERFORM DX-PUT-PARA
           END-IF.
           MOVE DX-MST-SCORE TO DX-SCORE-FMT.
           STRING
             "   SOURCE SYSTEM  : " DELIMITED BY SIZE
             FUNCTION TRIM(DX-MST-SRC) DELIMITED BY SIZE
             " (QUALITY SCORE " DELIMITED BY SIZE
             FUNCTION TRIM(DX-SCORE-FMT) DELIMITED BY SIZE
             ")" DELIMITED BY SIZE
             INTO DX-TXT
           END-STRING.
           PERFORM DX-PUT-PARA.
           STRING
             "   LAST CONFIRMED : " DELIMITED BY SIZE
             DX-MST-CONFIRMED DELIMITED BY SIZE
             INTO DX-TXT
           END-STRING.
           PERFORM DX-PUT-PARA.
           *> 資料血緣：此地址由誰、哪個檔、哪一行、用哪個規則集寫入
           MOVE DX-MST-LIN-LINE TO DX-LINE-FMT.
           STRING
             "   LINEAGE        : BATCH=" DELIMITED BY SIZE
             FUNCTION TRIM(DX-MST-LIN-BATCH) DELIMITED BY SIZE
             " SOURCE=" DELIMITED BY SIZE
             FUNCTION TRIM(DX-MST-LIN-SRC) DELIMITED BY SIZE
             " FILE=" DELIMITED BY SIZE
             FUNCTION TRIM(DX-MST-LIN-FILE) DELIMITED BY SIZE
             ":" DELIMITED BY SIZE
             FUNCTION TRIM(DX-LINE-FMT) DELIMITED BY SIZE
             " RULES=" DELIMITED BY SIZE
             FUNCTION TRIM(DX-MST-LIN-RULE) DELIMITED BY SIZE
             INTO DX-TXT
           END-STRING.
           PERFORM DX-PUT-PARA.
           STRING
             "   PARSED AS      : COUNTRY=" DELIMITED BY SIZE
             FUNCTION TRIM(DX-MST-LIN-CTRY) DELIMITED BY SIZE
             " TYPE=" DELIMITED BY SIZE
             FUNCTION TRIM(DX-MST-LIN-TYPE) DELIMITED BY SIZE
             " WARNING=" DELIMITED BY SIZE
             FUNCTION TRIM(DX-MST-LIN-WARN) DELIMITED BY SIZE
             INTO DX-TXT
           END-STRING.
           PERFORM DX-PUT-PARA.
           *> 高風險地址用途 (郵件代收/監所/醫院等判定)
           IF DX-MST-USE-CODE NOT = SPACES
             STRING
               "   ADDRESS USE    : " DELIMITED BY SIZE
               FUNCTION TRIM(DX-MST-USE-CODE) DELIMITED BY SIZE
               INTO DX-TXT
             END-STRING
             PERFORM DX-PUT-PARA
           END-IF.
           *> 逐字地址覆寫：操作員設定的逐字地址行、原因與設定者
           IF DX-MST-OVR-FLAG = "Y" OR DX-MST-OVR-FLAG = "S"
             IF DX-MST-OVR-FLAG = "Y"
               MOVE "   VERBATIM ADDR  : ACTIVE" TO DX-TXT
             ELSE
               STRING
                 "   VERBATIM ADDR  : SUSPENDED " DELIMITED BY SIZE
                 DX-MST-OVR-SUSP-DATE DELIMITED BY SIZE
                 " (SOURCE SENT A DIFFERENT ADDRESS)"
                   DELIMITED BY SIZE
                 INTO DX-TXT
               END-STRING
             END-IF
             PERFORM DX-PUT-PARA
             STRING
               "   SET BY         : " DELIMITED BY SIZE
               FUNCTION TRIM(DX-MST-OVR-OPER) DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               DX-MST-OVR-DATE DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(DX-MST-OVR-REASON) DELIMITED BY SIZE
               INTO DX-TXT
             END-STRING
             PERFORM DX-PUT-PARA
             PERFORM VARYING DX-OVR-I FROM 1 BY 1 UNTIL DX-OVR-I > 6
               IF DX-MST-OVR-LINE(DX-OVR-I) NOT = SPACES
                 STRING
                   "   PRINTED LINE " DELIMITED BY SIZE
                   DX-OVR-I DELIMITED BY SIZE
                   " : " DELIMITED BY SIZE
                   FUNCTION TRIM(DX-MST-OVR-LINE(DX-OVR-I))
                     DELIMITED BY SIZE
                   INTO DX-TXT
                 END-STRING
                 PERFORM DX-PUT-PARA
               END-IF
             END-PERFORM
             STRING
               "   ROUTING        : COUNTRY=" DELIMITED BY SIZE
               FUNCTION TRIM(DX-MST-OVR-CTRY) DELIMITED BY SIZE
               " POSTCODE=" DELIMITED BY SIZE
               FUNCTION TRIM(DX-MST-OVR-ZIP) DELIMITED BY SIZE
               " TOWN=" DELIMITED BY SIZE
               FUNCTION TRIM(DX-MST-OVR-TOWN) DELIMITED BY SIZE
               INTO DX-TXT
             END-STRING
             PERFORM DX-PUT-PARA
           END-IF.

      *******************************************************
      *> 段 2：地址異動時間軸 (檔案為附加式，自然遞增)
      *******************************************************
       DX-HISTORY-PARA.
           MOVE "2. ADDRESS HISTORY (AddressHistory.csv)" TO DX-TXT.
           PERFORM DX-HEAD-PARA.
           MOVE "output\AddressHistory.csv" TO DX-IN-PATH.
           PERFORM DX-OPEN-IN-PARA.
           PERFORM UNTIL DX-IN-STATUS NOT = "00"
             READ DX-IN-FILE
               AT END
                 MOVE "10" TO DX-IN-STATUS
               NOT AT END
                 PERFORM DX-SPLIT-PARA
                 IF FUNCTION TRIM(DX-TOK(1)) = DX-CUSTID
                   ADD 1 TO DX-HIST-CNT
                   STRING
                     "   " DELIMITED BY SIZE
                     DX-TOK(2)(1:8) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(3)) DELIMITED BY SIZE
                     INTO DX-TXT
                   END-STRING
                   PERFORM DX-PUT-PARA
                   IF FUNCTION TRIM(DX-TOK(4)) NOT = SPACES
                     STRING
                       "             [" DELIMITED BY SIZE
                       FUNCTION TRIM(DX-TOK(4)) DELIMITED BY SIZE
                       " BATCH=" DELIMITED BY SIZE
                       FUNCTION TRIM(DX-TOK(5)) DELIMITED BY SIZE
                       " SOURCE=" DELIMITED BY SIZE
                       FUNCTION TRIM(DX-TOK(6)) DELIMITED BY SIZE
                       " FILE=" DELIMITED BY SIZE
                       FUNCTION TRIM(DX-TOK(7)) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       FUNCTION TRIM(DX-TOK(8)) DELIMITED BY SIZE
                       " RULES=" DELIMITED BY SIZE
                       FUNCTION TRIM(DX-TOK(9)) DELIMITED BY SIZE
                       "]" DELIMITED BY SIZE
                       INTO DX-TXT
                     END-STRING
                     PERFORM DX-PUT-PARA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM DX-CLOSE-IN-PARA.
           IF DX-HIST-CNT = 0
             MOVE "   NO HISTORY RECORDS" TO DX-TXT
             PERFORM DX-PUT-PARA
           END-IF.

      *******************************************************
      *> 段 3：搬家記錄 (Movers.csv 每次批次重寫)
      *******************************************************
       DX-MOVERS-PARA.
           MOVE "3. MOVER RECORDS (Movers.csv - LATEST BATCH)"
             TO DX-TXT.
           PERFORM DX-HEAD-PARA.
           MOVE "output\Movers.csv" TO DX-IN-PATH.
           PERFORM DX-OPEN-IN-PARA.
           PERFORM UNTIL DX-IN-STATUS NOT = "00"
             READ DX-IN-FILE
               AT END
                 MOVE "10" TO DX-IN-STATUS
               NOT AT END
                 PERFORM DX-SPLIT-PARA
                 IF FUNCTION TRIM(DX-TOK(1)) = DX-CUSTID
                   ADD 1 TO DX-MOVER-CNT
                   STRING
                     "   OLD: " DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(2)) DELIMITED BY SIZE
                     INTO DX-TXT
                   END-STRING
                   PERFORM DX-PUT-PARA
                   STRING
                     "   NEW: " DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(3)) DELIMITED BY SIZE
                     INTO DX-TXT
                   END-STRING
                   PERFORM DX-PUT-PARA
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM DX-CLOSE-IN-PARA.
           IF DX-MOVER-CNT = 0
             MOVE "   NOT A MOVER IN THE LATEST BATCH" TO DX-TXT
             PERFORM DX-PUT-PARA
           END-IF.

      *******************************************************
      *> 段 4：無法投遞與禁止寄送狀態
      *******************************************************
       DX-STATUS-PARA.
           MOVE "4. UNDELIVERABLE AND SUPPRESSION STATUS" TO DX-TXT.
           PERFORM DX-HEAD-PARA.
           *> 客戶;退件原因;標記日;SOURCE_SYSTEM
           MOVE "output\Undeliverable.dat" TO DX-IN-PATH.
           PERFORM DX-OPEN-IN-PARA.
           PERFORM UNTIL DX-IN-STATUS NOT = "00"
             READ DX-IN-FILE
               AT END
                 MOVE "10" TO DX-IN-STATUS
               NOT AT END
                 PERFORM DX-SPLIT-PARA
                 IF FUNCTION TRIM(DX-TOK(1)) = DX-CUSTID
                   ADD 1 TO DX-UND-CNT
                   STRING
                     "   UNDELIVERABLE SINCE " DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(3)) DELIMITED BY SIZE
                     " REASON=" DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(2)) DELIMITED BY SIZE
                     " SOURCE=" DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(4)) DELIMITED BY SIZE
                     INTO DX-TXT
                   END-STRING
                   PERFORM DX-PUT-PARA
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM DX-CLOSE-IN-PARA.
           IF DX-UND-CNT = 0
             MOVE "   NOT FLAGGED UNDELIVERABLE" TO DX-TXT
             PERFORM DX-PUT-PARA
           END-IF.

           *> 客戶;禁止寄送原因
           MOVE "input\SuppressionList.csv" TO DX-IN-PATH.
           PERFORM DX-OPEN-IN-PARA.
           PERFORM UNTIL DX-IN-STATUS NOT = "00"
             READ DX-IN-FILE
               AT END
                 MOVE "10" TO DX-IN-STATUS
               NOT AT END
                 PERFORM DX-SPLIT-PARA
                 IF FUNCTION TRIM(DX-TOK(1)) = DX-CUSTID
                   ADD 1 TO DX-SUP-CNT
                   STRING
                     "   ON SUPPRESSION LIST REASON=" DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(2)) DELIMITED BY SIZE
                     INTO DX-TXT
                   END-STRING
                   PERFORM DX-PUT-PARA
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM DX-CLOSE-IN-PARA.
           IF DX-SUP-CNT = 0
             MOVE "   NOT ON SUPPRESSION LIST" TO DX-TXT
             PERFORM DX-PUT-PARA
           END-IF.

      *******************************************************
      *> 段 5：搬家轉寄連結 (寬限期內寄舊址者改投新址)
      *******************************************************
       DX-FORWARD-PARA.
           MOVE "5. FORWARDING LINKS" TO DX-TXT.
           PERFORM DX-HEAD-PARA.
           IF DX-MST-FOUND = "N"
              OR DX-MST-FWD-ADDR = SPACES
             MOVE "   NO FORWARDING LINK" TO DX-TXT
             PERFORM DX-PUT-PARA
             EXIT PARAGRAPH
           END-IF.
           STRING
             "   FROM OLD ADDRESS: " DELIMITED BY SIZE
             FUNCTION TRIM(DX-MST-FWD-ADDR) DELIMITED BY SIZE
             INTO DX-TXT
           END-STRING.
           PERFORM DX-PUT-PARA.
           IF DX-MST-FWD-UNTIL < DX-TODAY
             STRING
               "   FORWARDED UNTIL : " DELIMITED BY SIZE
               DX-MST-FWD-UNTIL DELIMITED BY SIZE
               " (EXPIRED)" DELIMITED BY SIZE
               INTO DX-TXT
             END-STRING
           ELSE
             STRING
               "   FORWARDED UNTIL : " DELIMITED BY SIZE
               DX-MST-FWD-UNTIL DELIMITED BY SIZE
               " (ACTIVE)" DELIMITED BY SIZE
               INTO DX-TXT
             END-STRING
           END-IF.
           PERFORM DX-PUT-PARA.

      *******************************************************
      *> 段 6：異動事件與各訂閱者遞送狀態
      *> SEQ;TIMESTAMP;CUSTOMER_ID;EVENT;NEW_ADDRESS；差異檔
      *> 每次批次送出游標之後的全部事件，故序號不大於游標者
      *> 為已確認收受，其餘為已遞送待確認
      *******************************************************
       DX-FEED-PARA.
           MOVE "6. CHANGE-FEED EVENTS AND SUBSCRIBER DELIVERY"
             TO DX-TXT.
           PERFORM DX-HEAD-PARA.
           MOVE "output\ChangeFeed.csv" TO DX-IN-PATH.
           PERFORM DX-OPEN-IN-PARA.
           PERFORM UNTIL DX-IN-STATUS NOT = "00"
             READ DX-IN-FILE
               AT END
                 MOVE "10" TO DX-IN-STATUS
               NOT AT END
                 PERFORM DX-SPLIT-PARA
                 IF FUNCTION TRIM(DX-TOK(3)) = DX-CUSTID
                    AND FUNCTION TRIM(DX-TOK(1)) IS NUMERIC
                   ADD 1 TO DX-EVT-CNT
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(DX-TOK(1)))
                     TO DX-EVT-SEQ
                   STRING
                     "   SEQ " DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(1)) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(2)) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(4)) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(5)) DELIMITED BY SIZE
                     INTO DX-TXT
                   END-STRING
                   PERFORM DX-PUT-PARA
                   PERFORM VARYING DX-SUB-I FROM 1 BY 1
                             UNTIL DX-SUB-I > DX-SUB-COUNT
                     IF DX-EVT-SEQ <= DX-SUB-ACK(DX-SUB-I)
                       STRING
                         "       SENT TO " DELIMITED BY SIZE
                         FUNCTION TRIM(DX-SUB-NAME(DX-SUB-I))
                           DELIMITED BY SIZE
                         " - ACKNOWLEDGED" DELIMITED BY SIZE
                         INTO DX-TXT
                       END-STRING
                     ELSE
                       STRING
                         "       SENT TO " DELIMITED BY SIZE
                         FUNCTION TRIM(DX-SUB-NAME(DX-SUB-I))
                           DELIMITED BY SIZE
                         " - AWAITING ACKNOWLEDGEMENT"
                           DELIMITED BY SIZE
                         INTO DX-TXT
                       END-STRING
                     END-IF
                     PERFORM DX-PUT-PARA
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM DX-CLOSE-IN-PARA.
           IF DX-EVT-CNT = 0
             MOVE "   NO CHANGE-FEED EVENTS" TO DX-TXT
             PERFORM DX-PUT-PARA
           ELSE
             IF DX-SUB-COUNT = 0
               MOVE "   NO SUBSCRIBERS REGISTERED" TO DX-TXT
               PERFORM DX-PUT-PARA
             END-IF
           END-IF.

      *******************************************************
      *> 段 7：個資查閱記錄 (TIMESTAMP;REQUESTER;CUSTOMER_ID;MODE)
      *******************************************************
       DX-ACCESS-PARA.
           MOVE "7. PERSONAL DATA LOOKUPS (AddressAccess_Log.csv)"
             TO DX-TXT.
           PERFORM DX-HEAD-PARA.
           MOVE "output\AddressAccess_Log.csv" TO DX-IN-PATH.
           PERFORM DX-OPEN-IN-PARA.
           PERFORM UNTIL DX-IN-STATUS NOT = "00"
             READ DX-IN-FILE
               AT END
                 MOVE "10" TO DX-IN-STATUS
               NOT AT END
                 PERFORM DX-SPLIT-PARA
                 IF FUNCTION TRIM(DX-TOK(3)) = DX-CUSTID
                   ADD 1 TO DX-ACC-CNT
                   STRING
                     "   " DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(1)) DELIMITED BY SIZE
                     "  BY " DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(2)) DELIMITED BY SIZE
                     "  (" DELIMITED BY SIZE
                     FUNCTION TRIM(DX-TOK(4)) DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO DX-TXT
                   END-STRING
                   PERFORM DX-PUT-PARA
                 END-IF
             END-READ
           END-PERFORM.
           PERFORM DX-CLOSE-IN-PARA.
           IF DX-ACC-CNT = 0
             MOVE "   NO PRIOR LOOKUPS RECORDED" TO DX-TXT
             PERFORM DX-PUT-PARA
           END-IF.

      *******************************************************
      *> 共用段落：保存檔一列拆欄
      *******************************************************
       DX-SPLIT-PARA.
           PERFORM VARYING DX-TOK-I FROM 1 BY 1 UNTIL DX-TOK-I > 9
             MOVE SPACES TO DX-TOK(DX-TOK-I)
           END-PERFORM.
           UNSTRING DX-IN-REC DELIMITED BY ";"
               INTO DX-TOK(1) DX-TOK(2) DX-TOK(3) DX-TOK(4)
                    DX-TOK(5) DX-TOK(6) DX-TOK(7) DX-TOK(8)
                    DX-TOK(9).

      *******************************************************
      *> 共用段落：保存檔開啟/關閉 (不存在的檔案視同無資料)
      *******************************************************
       DX-OPEN-IN-PARA.
           OPEN INPUT DX-IN-FILE.
           IF DX-IN-STATUS = "00"
             MOVE "Y" TO DX-IN-OPEN
           ELSE
             MOVE "N" TO DX-IN-OPEN
           END-IF.

       DX-CLOSE-IN-PARA.
           IF DX-IN-OPEN = "Y"
             CLOSE DX-IN-FILE
             MOVE "N" TO DX-IN-OPEN
           END-IF.
           MOVE "00" TO DX-IN-STATUS.

      *******************************************************
      *> 共用段落：段落標題 (空一列 + 標題 + 底線)
      *******************************************************
       DX-HEAD-PARA.
           MOVE DX-TXT TO DX-HEAD-TXT.
           MOVE SPACES TO DX-TXT.
           PERFORM DX-PUT-PARA.
           MOVE DX-HEAD-TXT TO DX-TXT.
           PERFORM DX-PUT-PARA.
           MOVE ALL "-" TO DX-TXT(1:60).
           PERFORM DX-PUT-PARA.

      *******************************************************
      *> 共用段落：卷宗寫一列
      *******************************************************
       DX-PUT-PARA.
           MOVE DX-TXT TO DX-OUT-REC.
           WRITE DX-OUT-REC.
           MOVE SPACES TO DX-TXT.

      *******************************************************
      *> 共用段落：個資查閱記錄 (查詢人/時戳/被查客戶/模式)
      *******************************************************
       DX-LOG-PARA.
           MOVE SPACES TO DX-TXT.
           STRING
             DX-TS-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DX-REQUESTER) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DX-CUSTID) DELIMITED BY SIZE
             ";DSAR-EXPORT" DELIMITED BY SIZE
             INTO DX-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AddressAccess_Log.csv" TO LCH-PATH.
           MOVE "TIMESTAMP;REQUESTER;CUSTOMER_ID;MODE" TO LCH-HEADER.
           MOVE DX-TXT(1:150) TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
           MOVE SPACES TO DX-TXT.

      *******************************************************
      *> 共用段落：附加一列至 AuditLog.csv
      *******************************************************
       DX-AUDIT-PARA.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE DX-AUDIT-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
       END PROGRAM DSAR-EXPORT.
