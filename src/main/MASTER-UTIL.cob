      *>   R = 重建：重播 AddressHistory.csv，每客戶取生效日
      *>       最新的一筆重建主檔 (寫入 AddressMaster.new 後
      *>       換名取代)，毋須回復磁碟快照損失一天
      *>   H = 歷史索引載入：清空 AddressHistory.idx 後將
      *>       AddressHistory.csv 全部列轉入 (HIST-STORE)，完成
      *>       時寫入載入完成記錄；首次啟用索引或索引寫入
      *>       失敗警示後執行，可重複執行。EXECUTE 執行中
      *>       (EXECUTE.lock 存在) 時拒絕作業
      *> 操作員以登入帳號簽入 (OPER-SIGNON)，須具 SUPERVISOR 角色
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MU-HIST-STATUS.

           SELECT MU-LOCK-FILE ASSIGN
             TO "output\EXECUTE.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MU-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MU-MASTER-FILE.
         01 MU-MST-REC.
            05 MU-MST-CUSTID    PIC X(50).
            05 MU-MST-REST      PIC X(6882).

       FD MU-BAK-FILE.
         01 MU-BAK-REC.
            05 MU-BAK-CUSTID    PIC X(50).
            05 MU-BAK-REST      PIC X(6882).

       FD MU-NEW-FILE.
         01 MU-NEW-REC.
            05 MU-NEW-LIN-LINE  PIC 9(7).
            05 MU-NEW-LIN-RULE  PIC X(30).
            05 MU-NEW-LINE-HASH PIC 9(12).
            05 MU-NEW-LIN-CTRY  PIC X(35).
            05 MU-NEW-LIN-TYPE  PIC X(8).
            05 MU-NEW-LIN-WARN  PIC X(30).
            05 MU-NEW-OVR-FLAG  PIC X.
            05 MU-NEW-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
            05 MU-NEW-OVR-CTRY  PIC X(35).
            05 MU-NEW-OVR-ZIP   PIC X(16).
            05 MU-NEW-OVR-TOWN  PIC X(35).
            05 MU-NEW-OVR-REASON PIC X(40).
            05 MU-NEW-OVR-OPER  PIC X(20).
            05 MU-NEW-OVR-DATE  PIC X(8).
            05 MU-NEW-OVR-SRC-HASH PIC 9(12).
            05 MU-NEW-OVR-SUSP-DATE PIC X(8).
            05 MU-NEW-USE-CODE  PIC X(8).

       FD MU-HIST-FILE.
         01 MU-HIST-REC PIC X(2100).

       FD MU-LOCK-FILE.
         01 MU-LOCK-REC PIC X(40).

       WORKING-STORAGE SECTION.
       01 MU-MST-STATUS   PIC XX VALUE "00".
       01 MU-BAK-STATUS   PIC XX VALUE "00".
       01 MU-NEW-STATUS   PIC XX VALUE "00".
       01 MU-HIST-STATUS  PIC XX VALUE "00".
       01 MU-LOCK-STATUS  PIC XX VALUE "00".

       01 MU-WORK.
          05 MU-FUNC       PIC X.
          05 MU-SRC-CNT    PIC 9(7) VALUE 0.
          05 MU-DST-CNT    PIC 9(7) VALUE 0.
          05 MU-HIST-CNT   PIC 9(7) VALUE 0.
          05 MU-IDX-CNT    PIC 9(7) VALUE 0.
          05 MU-IDX-FAIL   PIC 9(7) VALUE 0.
          05 MU-BUILT-CNT  PIC 9(7) VALUE 0.
          05 MU-CNT-FMT    PIC Z(6)9.
          05 MU-CNT-FMT2   PIC Z(6)9.
          05 MU-H-DATE-N   PIC 9(8) VALUE 0.
          05 MU-OLD-DATE-N PIC 9(8) VALUE 0.

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

      *> HIST-STORE 用 (地址歷史索引檔，見 COPY-HISTORY.cpy)
           COPY "COPY-HISTORY.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "============ ADDRESS MASTER UTILITY ============".
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "MASTER-UTIL" TO SGN-PROGRAM.
           MOVE "SUPERVISOR" TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "FUNCTION (B=BACKUP, V=VERIFY, R=REBUILD, "
             "H=HISTORY INDEX LOAD): " WITH NO ADVANCING.
           ACCEPT MU-FUNC.
           MOVE FUNCTION UPPER-CASE(MU-FUNC) TO MU-FUNC.

               PERFORM MU-VERIFY-PARA
             WHEN "R"
               PERFORM MU-REBUILD-PARA
             WHEN "H"
               PERFORM MU-HIST-LOAD-PARA
             WHEN OTHER
               DISPLAY "UNKNOWN FUNCTION: " MU-FUNC
               MOVE 8 TO RETURN-CODE
               MOVE "REBUILD" TO MU-NEW-LIN-SRC
               MOVE "AddressHistory.csv" TO MU-NEW-LIN-FILE
               MOVE 0 TO MU-NEW-LINE-HASH
               MOVE 0 TO MU-NEW-OVR-SRC-HASH
               MOVE MU-H-DATE-N TO MU-NEW-CONFIRMED
               WRITE MU-NEW-REC
                 INVALID KEY
                 END-REWRITE
               END-IF
           END-READ.

      *******************************************************
      *> 歷史索引載入：清空索引檔後逐列轉入 CSV 歷史；全部
      *> 成功才寫入載入完成記錄，否則查詢程式續用 CSV 掃描
      *******************************************************
       MU-HIST-LOAD-PARA.
           *> 載入期間 EXECUTE 仍會附加歷史列，兩者不得並行
           OPEN INPUT MU-LOCK-FILE.
           IF MU-LOCK-STATUS = "00"
             CLOSE MU-LOCK-FILE
             DISPLAY "*** REFUSED: output\EXECUTE.lock PRESENT - "
               "A BATCH RUN IS IN PROGRESS ***"
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT MU-HIST-FILE.
           IF MU-HIST-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN output\AddressHistory.csv "
               "(STATUS " MU-HIST-STATUS ")"
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.
           MOVE "RESET" TO HST-OP.
           MOVE SPACES TO HST-PATH.
           CALL 'HIST-STORE' USING LS-HIST-STORE.
           IF HST-RESULT NOT = "Y"
             CLOSE MU-HIST-FILE
             MOVE 16 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL MU-HIST-STATUS NOT = "00"
             READ MU-HIST-FILE
               AT END
                 MOVE "10" TO MU-HIST-STATUS
               NOT AT END
                 IF FUNCTION TRIM(MU-HIST-REC) NOT = SPACES
                    AND MU-HIST-REC(1:12) NOT = "CUSTOMER_ID;"
                   ADD 1 TO MU-HIST-CNT
                   MOVE "WRITE" TO HST-OP
                   MOVE MU-HIST-REC TO HST-ROW
                   CALL 'HIST-STORE' USING LS-HIST-STORE
                   EVALUATE HST-RESULT
                     WHEN "Y"
                       ADD 1 TO MU-IDX-CNT
                     WHEN "E"
                       ADD 1 TO MU-IDX-FAIL
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE MU-HIST-FILE.

           IF MU-IDX-FAIL = 0
             MOVE "MARK" TO HST-OP
             CALL 'HIST-STORE' USING LS-HIST-STORE
             IF HST-RESULT NOT = "Y"
               ADD 1 TO MU-IDX-FAIL
             END-IF
           END-IF.
           MOVE "CLOSE" TO HST-OP.
           CALL 'HIST-STORE' USING LS-HIST-STORE.

           MOVE MU-HIST-CNT TO MU-CNT-FMT.
           MOVE MU-IDX-CNT TO MU-CNT-FMT2.
           IF MU-IDX-FAIL > 0
             DISPLAY "*** HISTORY INDEX LOAD INCOMPLETE - "
               FUNCTION TRIM(MU-CNT-FMT2) " OF "
               FUNCTION TRIM(MU-CNT-FMT) " ROWS LOADED; QUERIES "
               "KEEP SCANNING AddressHistory.csv ***"
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "HISTORY INDEX LOADED - "
               FUNCTION TRIM(MU-CNT-FMT2) " OF "
               FUNCTION TRIM(MU-CNT-FMT)
               " ROWS -> output\AddressHistory.idx"
           END-IF.
       END PROGRAM MASTER-UTIL.
