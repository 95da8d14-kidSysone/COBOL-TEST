       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-REVERSE.

      *******************************************************
      *> 批次沖回公用程式
      *> 來源送來毀損的全檔時，EXECUTE 照樣改寫主檔、附加
      *> AddressHistory.csv、寫出 Movers.csv 並發出 ChangeFeed
      *> 事件；過去只能以 MASTER-UTIL 全檔重建或還原
      *> AddressMaster.bak，連其後正常的批次一併丟失。本程式
      *> 依批次表頭/表尾管制的批號 (可加 SOURCE_SYSTEM 限定)
      *> 只沖回該批：
      *>   - 自 AddressHistory.csv 找出該批 (原因 BATCH、批號
      *>     相符) 異動的每位客戶，以該批之前最後一列歷史
      *>     還原主檔地址與血緣欄；該批才新增的客戶自主檔移除
      *>   - 每位客戶附加一列原因 REVERSAL 的補償歷史列
      *>     (地址為還原後地址，移除者為空白)；同步寫入
      *>     地址歷史索引檔 (HIST-STORE)
      *>   - Movers.csv 剔除該批寫出的搬家列
      *>   - ChangeFeed.csv 發出 REVERTED 事件 (NEW_ADDRESS 欄
      *>     為還原後地址，移除者為空白)
      *> 其後已有批次 (或 COA 等) 再異動同一客戶時，預設整批
      *> 拒絕沖回，衝突清單見 output\Reversal_Report.csv；
      *> 操作員確認 FORCE 後才覆蓋。已沖回過的批次不得再沖。
      *> 作業結果附加至 AuditLog.csv；EXECUTE 執行中
      *> (EXECUTE.lock 存在) 時拒絕作業
      *> 操作員以登入帳號簽入 (OPER-SIGNON)，須具 SUPERVISOR 角色
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BR-MASTER-FILE ASSIGN
             TO "output\AddressMaster.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BR-MST-CUSTID
             FILE STATUS IS BR-MST-STATUS.

           SELECT BR-WORK-FILE ASSIGN
             TO "output\Reversal.idx"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS BR-W-CUSTID
             FILE STATUS IS BR-WORK-STATUS.

           SELECT BR-HIST-FILE ASSIGN
             TO "output\AddressHistory.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BR-HIST-STATUS.

           SELECT BR-MOV-FILE ASSIGN
             TO "output\Movers.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BR-MOV-STATUS.

           SELECT BR-OUT-FILE ASSIGN
             TO "output\Movers.csv.new"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BR-RPT-FILE ASSIGN
             TO "output\Reversal_Report.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BR-CF-FILE ASSIGN
             TO "output\ChangeFeed.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BR-CF-STATUS.

           SELECT BR-SEQ-FILE ASSIGN
             TO "output\ChangeFeed.seq"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BR-SEQ-STATUS.

           SELECT BR-AUDIT-FILE ASSIGN
             TO "output\AuditLog.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BR-AUDIT-STATUS.

           SELECT BR-LOCK-FILE ASSIGN
             TO "output\EXECUTE.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS BR-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BR-MASTER-FILE.
         01 BR-MST-REC.
            05 BR-MST-CUSTID    PIC X(50).
            05 BR-MST-ADDRESS   PIC X(2000).
            05 BR-MST-ALT-DELIV PIC X(100).
            05 BR-MST-ALT-ADDR  PIC X(2000).
            05 BR-MST-ALT-FROM  PIC X(4).
            05 BR-MST-ALT-TO    PIC X(4).
            05 BR-MST-SRC       PIC X(20).
            05 BR-MST-SCORE     PIC 9(3).
            05 BR-MST-FWD-ADDR  PIC X(2000).
            05 BR-MST-FWD-UNTIL PIC X(8).
            05 BR-MST-CONFIRMED PIC X(8).
            05 BR-MST-LIN-BATCH PIC X(10).
            05 BR-MST-LIN-SRC   PIC X(20).
            05 BR-MST-LIN-FILE  PIC X(40).
            05 BR-MST-LIN-LINE  PIC 9(7).
            05 BR-MST-LIN-RULE  PIC X(30).
            05 BR-MST-LINE-HASH PIC 9(12).
            05 BR-MST-LIN-CTRY  PIC X(35).
            05 BR-MST-LIN-TYPE  PIC X(8).
            05 BR-MST-LIN-WARN  PIC X(30).
            05 BR-MST-OVR-FLAG  PIC X.
            05 BR-MST-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
            05 BR-MST-OVR-CTRY  PIC X(35).
            05 BR-MST-OVR-ZIP   PIC X(16).
            05 BR-MST-OVR-TOWN  PIC X(35).
            05 BR-MST-OVR-REASON PIC X(40).
            05 BR-MST-OVR-OPER  PIC X(20).
            05 BR-MST-OVR-DATE  PIC X(8).
            05 BR-MST-OVR-SRC-HASH PIC 9(12).
            05 BR-MST-OVR-SUSP-DATE PIC X(8).
            05 BR-MST-USE-CODE  PIC X(8).

      *> 沖回工作檔：該批異動的每位客戶一筆
       FD BR-WORK-FILE.
         01 BR-W-REC.
            05 BR-W-CUSTID      PIC X(50).
            05 BR-W-BLINE       PIC 9(9).
                             *> 該批第一列歷史的檔內列號
            05 BR-W-BADDR       PIC X(2000).
            05 BR-W-PFOUND      PIC X.
                             *> Y=該批之前已有地址 N=該批新增
            05 BR-W-PADDR       PIC X(2000).
            05 BR-W-PBATCH      PIC X(10).
            05 BR-W-PSRC        PIC X(20).
            05 BR-W-PFILE       PIC X(40).
            05 BR-W-PLINE       PIC 9(7).
            05 BR-W-PRULE       PIC X(30).
            05 BR-W-CONFL       PIC 9(5).
            05 BR-W-CREASON     PIC X(10).
            05 BR-W-CBATCH      PIC X(10).
            05 BR-W-CDATE       PIC X(8).
            05 BR-W-ACTION      PIC X(8).
                             *> RESTORE/REMOVE/SKIP

       FD BR-HIST-FILE.
         01 BR-HIST-REC PIC X(2100).

       FD BR-MOV-FILE.
         01 BR-MOV-REC PIC X(4200).

       FD BR-OUT-FILE.
         01 BR-OUT-REC PIC X(4200).

       FD BR-RPT-FILE.
         01 BR-RPT-REC PIC X(4300).

       FD BR-CF-FILE.
         01 BR-CF-REC PIC X(2200).

       FD BR-SEQ-FILE.
         01 BR-SEQ-REC PIC X(20).

       FD BR-AUDIT-FILE.
         01 BR-AUDIT-REC PIC X(300).

       FD BR-LOCK-FILE.
         01 BR-LOCK-REC PIC X(40).

       WORKING-STORAGE SECTION.
       01 BR-MST-STATUS   PIC XX VALUE "00".
       01 BR-WORK-STATUS  PIC XX VALUE "00".
       01 BR-HIST-STATUS  PIC XX VALUE "00".
       01 BR-MOV-STATUS   PIC XX VALUE "00".
       01 BR-CF-STATUS    PIC XX VALUE "00".
       01 BR-SEQ-STATUS   PIC XX VALUE "00".
       01 BR-AUDIT-STATUS PIC XX VALUE "00".
       01 BR-LOCK-STATUS  PIC XX VALUE "00".

       01 BR-WORK.
          05 BR-OPERATOR   PIC X(20).
          05 BR-SOURCE     PIC X(20).
          05 BR-BATCH      PIC X(10).
          05 BR-BATCH-NUM  PIC 9(9) VALUE 0.
          05 BR-ANSWER     PIC X.
          05 BR-FORCE      PIC X VALUE "N".
          05 BR-REFUSE     PIC X VALUE "N".
          05 BR-HIT        PIC X VALUE "N".
          05 BR-RUN-TS     PIC X(14) VALUE SPACES.
          05 BR-TS         PIC X(21).
          05 BR-TS-FMT     PIC X(14).
          05 BR-RC         PIC S9(9) COMP-5 VALUE 0.
          05 BR-LINE-NO    PIC 9(9) VALUE 0.
          05 BR-WORK-PATH  PIC X(40) VALUE "output\Reversal.idx".
          05 BR-MOV-PATH   PIC X(40) VALUE "output\Movers.csv".
          05 BR-NEW-PATH   PIC X(40) VALUE "output\Movers.csv.new".
          05 BR-TXT        PIC X(4300).
          05 BR-AUDIT-TXT  PIC X(300).
          05 BR-CF-SEQ     PIC 9(9) VALUE 0.
          05 BR-CF-EVT     PIC X(8).
          05 BR-CF-CUST    PIC X(50).
          05 BR-CF-ADDR    PIC X(2000).
          05 BR-LINE-FMT   PIC Z(6)9.

       01 BR-COUNTS.
          05 BR-CUST-CNT   PIC 9(7) VALUE 0.
          05 BR-REST-CNT   PIC 9(7) VALUE 0.
          05 BR-REM-CNT    PIC 9(7) VALUE 0.
          05 BR-SKIP-CNT   PIC 9(7) VALUE 0.
          05 BR-CONF-CNT   PIC 9(7) VALUE 0.
          05 BR-MOVDEL-CNT PIC 9(7) VALUE 0.
          05 BR-FMT1       PIC Z(6)9.
          05 BR-FMT2       PIC Z(6)9.
          05 BR-FMT3       PIC Z(6)9.
          05 BR-FMT4       PIC Z(6)9.
          05 BR-FMT5       PIC Z(6)9.

      *> 歷史列拆分
       01 BR-HFLDS.
          05 BR-H-CUST     PIC X(50).
          05 BR-H-DATE     PIC X(10).
          05 BR-H-ADDR     PIC X(2000).
          05 BR-H-REASON   PIC X(10).
          05 BR-H-BATCH    PIC X(10).
          05 BR-H-SRC      PIC X(20).
          05 BR-H-FILE     PIC X(40).
          05 BR-H-LINE     PIC X(10).
          05 BR-H-RULE     PIC X(30).
          05 BR-H-THIS     PIC X VALUE "N".
                             *> Y=本次沖回批次的列

      *> 稽核記錄欄位 (1=RUN_TIMESTAMP 17=BATCH_SOURCE
      *> 18=BATCH_NUMBER；沖回列 2=BATCH-REVERSAL 3=來源 4=批號)
       01 BR-AUD-WORK.
          05 BR-AUD-FLD    PIC X(100) OCCURS 18 TIMES.
          05 BR-AUD-I      PIC 99 VALUE 0.
          05 BR-AUD-CUT    PIC 9(4) VALUE 0.

      *> 搬家列拆分 (CUSTOMER_ID;OLD_ADDRESS;NEW_ADDRESS)
       01 BR-MFLDS.
          05 BR-M-CUST     PIC X(50).
          05 BR-M-OLD      PIC X(2000).
          05 BR-M-NEW      PIC X(2000).

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

      *> HIST-STORE 用 (地址歷史索引檔，見 COPY-HISTORY.cpy)
           COPY "COPY-HISTORY.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "============== BATCH REVERSAL ==============".
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "BATCH-REVERSE" TO SGN-PROGRAM.
           MOVE "SUPERVISOR" TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO BR-OPERATOR.

           *> 主檔正由 EXECUTE 逐筆改寫時不得動它
           OPEN INPUT BR-LOCK-FILE.
           IF BR-LOCK-STATUS = "00"
             CLOSE BR-LOCK-FILE
             DISPLAY "*** REFUSED: output\EXECUTE.lock PRESENT - "
               "A BATCH RUN IS IN PROGRESS ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           DISPLAY "SOURCE_SYSTEM (BLANK=ANY): " WITH NO ADVANCING.
           ACCEPT BR-SOURCE.
           MOVE FUNCTION TRIM(BR-SOURCE) TO BR-SOURCE.
           DISPLAY "BATCH NUMBER TO REVERSE  : " WITH NO ADVANCING.
           ACCEPT BR-BATCH.
           MOVE FUNCTION TRIM(BR-BATCH) TO BR-BATCH.
           IF BR-BATCH = SPACES
             DISPLAY "*** REFUSED: BATCH NUMBER IS REQUIRED ***"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF BR-BATCH IS NUMERIC
             MOVE FUNCTION NUMVAL(BR-BATCH) TO BR-BATCH-NUM
           END-IF.

      *******************************************************
      *> 稽核記錄：確認該批確曾執行、且未曾沖回
      *******************************************************
           OPEN INPUT BR-AUDIT-FILE.
           IF BR-AUDIT-STATUS = "00"
             PERFORM UNTIL BR-AUDIT-STATUS NOT = "00"
               READ BR-AUDIT-FILE
                 AT END
                   MOVE "10" TO BR-AUDIT-STATUS
                 NOT AT END
                   PERFORM BR-AUDIT-ROW-PARA
               END-READ
             END-PERFORM
             CLOSE BR-AUDIT-FILE
           END-IF.
           MOVE "00" TO BR-AUDIT-STATUS.
           IF BR-REFUSE = "Y"
             DISPLAY "*** REFUSED: BATCH " FUNCTION TRIM(BR-BATCH)
               " HAS ALREADY BEEN REVERSED ***"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF BR-RUN-TS = SPACES
             DISPLAY "WARNING: NO AuditLog.csv RUN FOUND FOR BATCH "
               FUNCTION TRIM(BR-BATCH) " - USING HISTORY ROWS ONLY"
           ELSE
             DISPLAY "BATCH " FUNCTION TRIM(BR-BATCH) " RAN AT "
               BR-RUN-TS
           END-IF.

      *******************************************************
      *> 第一趟：該批異動的客戶 (歷史列原因 BATCH、批號相符)
      *******************************************************
           OPEN OUTPUT BR-WORK-FILE.
           IF BR-WORK-STATUS NOT = "00"
             DISPLAY "CANNOT CREATE output\Reversal.idx (STATUS "
               BR-WORK-STATUS ")"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE BR-WORK-FILE.
           OPEN I-O BR-WORK-FILE.

           MOVE 0 TO BR-LINE-NO.
           OPEN INPUT BR-HIST-FILE.
           IF BR-HIST-STATUS NOT = "00"
             DISPLAY "*** REFUSED: output\AddressHistory.csv NOT "
               "FOUND ***"
             PERFORM BR-CLEANUP-PARA
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL BR-HIST-STATUS NOT = "00"
             READ BR-HIST-FILE
               AT END
                 MOVE "10" TO BR-HIST-STATUS
               NOT AT END
                 ADD 1 TO BR-LINE-NO
                 PERFORM BR-HIST-SPLIT-PARA
                 IF BR-H-THIS = "Y"
                   MOVE BR-H-CUST TO BR-W-CUSTID
                   READ BR-WORK-FILE
                     INVALID KEY
                       MOVE SPACES TO BR-W-REC
                       MOVE BR-H-CUST TO BR-W-CUSTID
                       MOVE BR-LINE-NO TO BR-W-BLINE
                       MOVE BR-H-ADDR TO BR-W-BADDR
                       MOVE "N" TO BR-W-PFOUND
                       MOVE 0 TO BR-W-PLINE BR-W-CONFL
                       WRITE BR-W-REC
                       ADD 1 TO BR-CUST-CNT
                     NOT INVALID KEY
                       MOVE BR-H-ADDR TO BR-W-BADDR
                       REWRITE BR-W-REC
                   END-READ
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE BR-HIST-FILE.
           MOVE "00" TO BR-HIST-STATUS.
           IF BR-CUST-CNT = 0
             DISPLAY "*** REFUSED: NO AddressHistory.csv ROWS FOR "
               "BATCH " FUNCTION TRIM(BR-BATCH) " ***"
             PERFORM BR-CLEANUP-PARA
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

      *******************************************************
      *> 第二趟：批次前最後地址與其後的異動 (衝突)
      *******************************************************
           MOVE 0 TO BR-LINE-NO.
           OPEN INPUT BR-HIST-FILE.
           PERFORM UNTIL BR-HIST-STATUS NOT = "00"
             READ BR-HIST-FILE
               AT END
                 MOVE "10" TO BR-HIST-STATUS
               NOT AT END
                 ADD 1 TO BR-LINE-NO
                 PERFORM BR-HIST-SPLIT-PARA
                 IF BR-H-CUST NOT = SPACES
                    AND BR-H-CUST NOT = "CUSTOMER_ID"
                   PERFORM BR-PRIOR-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE BR-HIST-FILE.
           MOVE "00" TO BR-HIST-STATUS.

      *******************************************************
      *> 第三趟：對照主檔定案各客戶動作，輸出沖回清單
      *******************************************************
           OPEN I-O BR-MASTER-FILE.
           IF BR-MST-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN MASTER (STATUS " BR-MST-STATUS ")"
             PERFORM BR-CLEANUP-PARA
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN OUTPUT BR-RPT-FILE.
           MOVE SPACES TO BR-TXT.
           STRING
             "CUSTOMER_ID;ACTION;LATER_CHANGES;LATER_REASON;"
               DELIMITED BY SIZE
             "LATER_BATCH;LATER_DATE;BATCH_ADDRESS;RESTORED_ADDRESS"
               DELIMITED BY SIZE
             INTO BR-TXT
           END-STRING.
           MOVE BR-TXT TO BR-RPT-REC.
           WRITE BR-RPT-REC.
           MOVE LOW-VALUES TO BR-W-CUSTID.
           START BR-WORK-FILE KEY NOT < BR-W-CUSTID
             INVALID KEY
               MOVE "10" TO BR-WORK-STATUS
           END-START.
           PERFORM UNTIL BR-WORK-STATUS NOT = "00"
             READ BR-WORK-FILE NEXT
               AT END
                 MOVE "10" TO BR-WORK-STATUS
               NOT AT END
                 PERFORM BR-PLAN-PARA
             END-READ
           END-PERFORM.
           MOVE "00" TO BR-WORK-STATUS.
           CLOSE BR-RPT-FILE.

           MOVE BR-CUST-CNT TO BR-FMT1.
           MOVE BR-REST-CNT TO BR-FMT2.
           MOVE BR-REM-CNT TO BR-FMT3.
           MOVE BR-SKIP-CNT TO BR-FMT4.
           MOVE BR-CONF-CNT TO BR-FMT5.
           DISPLAY "CUSTOMERS IN BATCH : " BR-FMT1.
           DISPLAY "  TO RESTORE       : " BR-FMT2.
           DISPLAY "  TO REMOVE (NEW)  : " BR-FMT3.
           DISPLAY "  NOT ON MASTER    : " BR-FMT4.
           DISPLAY "  CHANGED LATER    : " BR-FMT5.
           DISPLAY "DETAIL -> output\Reversal_Report.csv".

           *> 其後已有異動者：未 FORCE 即整批拒絕
           IF BR-CONF-CNT > 0
             DISPLAY "*** " FUNCTION TRIM(BR-FMT5)
               " CUSTOMERS WERE CHANGED AFTER THIS BATCH ***"
             DISPLAY "FORCE REVERSAL OVER THE LATER CHANGES (Y/N): "
               WITH NO ADVANCING
             ACCEPT BR-ANSWER
             MOVE FUNCTION UPPER-CASE(BR-ANSWER) TO BR-FORCE
             IF BR-FORCE NOT = "Y"
               DISPLAY "*** REFUSED: LATER CHANGES PRESENT AND "
                 "NOT FORCED ***"
               CLOSE BR-MASTER-FILE
               PERFORM BR-CLEANUP-PARA
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.
           DISPLAY "PROCEED WITH REVERSAL OF BATCH "
             FUNCTION TRIM(BR-BATCH) " (Y/N): " WITH NO ADVANCING.
           ACCEPT BR-ANSWER.
           IF FUNCTION UPPER-CASE(BR-ANSWER) NOT = "Y"
             DISPLAY "REVERSAL CANCELLED - NOTHING CHANGED"
             CLOSE BR-MASTER-FILE
             PERFORM BR-CLEANUP-PARA
             MOVE 4 TO RETURN-CODE
             STOP RUN
           END-IF.

      *******************************************************
      *> 沖回：主檔還原/移除、補償歷史列、REVERTED 事件
      *******************************************************
           MOVE FUNCTION CURRENT-DATE TO BR-TS.
           MOVE BR-TS(1:14) TO BR-TS-FMT.
           OPEN EXTEND BR-HIST-FILE.
           PERFORM BR-CF-OPEN-PARA.
           MOVE LOW-VALUES TO BR-W-CUSTID.
           START BR-WORK-FILE KEY NOT < BR-W-CUSTID
             INVALID KEY
               MOVE "10" TO BR-WORK-STATUS
           END-START.
           PERFORM UNTIL BR-WORK-STATUS NOT = "00"
             READ BR-WORK-FILE NEXT
               AT END
                 MOVE "10" TO BR-WORK-STATUS
               NOT AT END
                 PERFORM BR-APPLY-PARA
             END-READ
           END-PERFORM.
           MOVE "00" TO BR-WORK-STATUS.
           CLOSE BR-MASTER-FILE.
           CLOSE BR-HIST-FILE.
           MOVE "CLOSE" TO HST-OP.
           CALL 'HIST-STORE' USING LS-HIST-STORE.
           PERFORM BR-CF-CLOSE-PARA.

      *******************************************************
      *> Movers.csv 剔除該批寫出的搬家列 (.new 換名，比照
      *> PURGE 過濾重寫)
      *******************************************************
           OPEN INPUT BR-MOV-FILE.
           IF BR-MOV-STATUS = "00"
             OPEN OUTPUT BR-OUT-FILE
             PERFORM UNTIL BR-MOV-STATUS NOT = "00"
               READ BR-MOV-FILE
                 AT END
                   MOVE "10" TO BR-MOV-STATUS
                 NOT AT END
                   PERFORM BR-MOVERS-ROW-PARA
               END-READ
             END-PERFORM
             CLOSE BR-MOV-FILE
             CLOSE BR-OUT-FILE
             CALL "CBL_DELETE_FILE" USING BR-MOV-PATH
               RETURNING BR-RC
             CALL "CBL_RENAME_FILE" USING BR-NEW-PATH BR-MOV-PATH
               RETURNING BR-RC
             IF BR-RC NOT = 0
               DISPLAY "WARNING: COULD NOT REPLACE output\Movers.csv"
                 " - UPDATED COPY LEFT AT output\Movers.csv.new"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           MOVE "00" TO BR-MOV-STATUS.

           PERFORM BR-CLEANUP-PARA.

           MOVE BR-REST-CNT TO BR-FMT2.
           MOVE BR-REM-CNT TO BR-FMT3.
           MOVE BR-MOVDEL-CNT TO BR-FMT4.
           MOVE BR-CONF-CNT TO BR-FMT5.
           MOVE SPACES TO BR-AUDIT-TXT.
           STRING
             BR-TS-FMT DELIMITED BY SIZE
             ";BATCH-REVERSAL;" DELIMITED BY SIZE
             FUNCTION TRIM(BR-SOURCE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-BATCH) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-OPERATOR) DELIMITED BY SIZE
             ";RESTORED=" DELIMITED BY SIZE
             FUNCTION TRIM(BR-FMT2) DELIMITED BY SIZE
             ";REMOVED=" DELIMITED BY SIZE
             FUNCTION TRIM(BR-FMT3) DELIMITED BY SIZE
             ";MOVERS-DROPPED=" DELIMITED BY SIZE
             FUNCTION TRIM(BR-FMT4) DELIMITED BY SIZE
             ";LATER-CHANGES=" DELIMITED BY SIZE
             FUNCTION TRIM(BR-FMT5) DELIMITED BY SIZE
             ";FORCED=" DELIMITED BY SIZE
             BR-FORCE DELIMITED BY SIZE
             INTO BR-AUDIT-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE BR-AUDIT-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

           DISPLAY "REVERSAL COMPLETE - BATCH " FUNCTION TRIM(BR-BATCH)
             ": " FUNCTION TRIM(BR-FMT2) " RESTORED, "
             FUNCTION TRIM(BR-FMT3) " REMOVED, "
             FUNCTION TRIM(BR-FMT4) " MOVERS ROWS DROPPED".
           STOP RUN.

      *******************************************************
      *> 共用段落：AuditLog.csv 一列 (該批執行列/已沖回列)
      *******************************************************
       BR-AUDIT-ROW-PARA.
           PERFORM VARYING BR-AUD-I FROM 1 BY 1 UNTIL BR-AUD-I > 18
             MOVE SPACES TO BR-AUD-FLD(BR-AUD-I)
           END-PERFORM.
           *> 去除鏈結封印 (;SEQ=...;CHK=...)
           MOVE 0 TO BR-AUD-CUT.
           INSPECT BR-AUDIT-REC TALLYING BR-AUD-CUT
             FOR CHARACTERS BEFORE INITIAL ";SEQ=".
           IF BR-AUD-CUT < 300
             MOVE SPACES TO BR-AUDIT-REC(BR-AUD-CUT + 1:)
           END-IF.
           UNSTRING BR-AUDIT-REC DELIMITED BY ";"
               INTO BR-AUD-FLD(1)  BR-AUD-FLD(2)  BR-AUD-FLD(3)
                    BR-AUD-FLD(4)  BR-AUD-FLD(5)  BR-AUD-FLD(6)
                    BR-AUD-FLD(7)  BR-AUD-FLD(8)  BR-AUD-FLD(9)
                    BR-AUD-FLD(10) BR-AUD-FLD(11) BR-AUD-FLD(12)
                    BR-AUD-FLD(13) BR-AUD-FLD(14) BR-AUD-FLD(15)
                    BR-AUD-FLD(16) BR-AUD-FLD(17) BR-AUD-FLD(18).
           IF FUNCTION TRIM(BR-AUD-FLD(2)) = "BATCH-REVERSAL"
             MOVE FUNCTION TRIM(BR-AUD-FLD(4)) TO BR-H-BATCH
             PERFORM BR-BATCH-MATCH-PARA
             IF BR-HIT = "Y"
                AND (BR-SOURCE = SPACES
                     OR FUNCTION TRIM(BR-AUD-FLD(3)) = SPACES
                     OR FUNCTION TRIM(BR-AUD-FLD(3)) = BR-SOURCE)
               MOVE "Y" TO BR-REFUSE
             END-IF
             EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(BR-AUD-FLD(18)) NOT = SPACES
             MOVE FUNCTION TRIM(BR-AUD-FLD(18)) TO BR-H-BATCH
             PERFORM BR-BATCH-MATCH-PARA
             IF BR-HIT = "Y"
                AND (BR-SOURCE = SPACES
                     OR FUNCTION TRIM(BR-AUD-FLD(17)) = BR-SOURCE)
               MOVE BR-AUD-FLD(1)(1:14) TO BR-RUN-TS
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：批號比對 (BR-H-BATCH 對 BR-BATCH；皆為數字
      *> 時以數值比對，前導零不影響)
      *******************************************************
       BR-BATCH-MATCH-PARA.
           MOVE "N" TO BR-HIT.
           IF FUNCTION TRIM(BR-H-BATCH) = BR-BATCH
             MOVE "Y" TO BR-HIT
           ELSE
             IF BR-BATCH IS NUMERIC
                AND FUNCTION TRIM(BR-H-BATCH) IS NUMERIC
               IF FUNCTION NUMVAL(FUNCTION TRIM(BR-H-BATCH))
                  = BR-BATCH-NUM
                 MOVE "Y" TO BR-HIT
               END-IF
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：歷史列拆分；BR-H-THIS=Y 表示為本次沖回批次
      *> 的 BATCH 列
      *******************************************************
       BR-HIST-SPLIT-PARA.
           MOVE SPACES TO BR-HFLDS.
           MOVE "N" TO BR-H-THIS.
           UNSTRING BR-HIST-REC DELIMITED BY ";"
               INTO BR-H-CUST BR-H-DATE BR-H-ADDR BR-H-REASON
                    BR-H-BATCH BR-H-SRC BR-H-FILE BR-H-LINE
                    BR-H-RULE.
           MOVE FUNCTION TRIM(BR-H-CUST) TO BR-H-CUST.
           IF FUNCTION TRIM(BR-H-REASON) = "BATCH"
             PERFORM BR-BATCH-MATCH-PARA
             IF BR-HIT = "Y"
                AND (BR-SOURCE = SPACES
                     OR FUNCTION TRIM(BR-H-SRC) = BR-SOURCE)
               MOVE "Y" TO BR-H-THIS
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：第二趟單列 (批次前最後地址/其後異動)
      *******************************************************
       BR-PRIOR-PARA.
           MOVE BR-H-CUST TO BR-W-CUSTID.
           READ BR-WORK-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           EVALUATE TRUE
             WHEN BR-LINE-NO < BR-W-BLINE
               *> 批次前的列：最後一列即還原目標 (地址空白表示
               *> 當時已被移除，視同無前址)
               IF FUNCTION TRIM(BR-H-ADDR) = SPACES
                 MOVE "N" TO BR-W-PFOUND
                 MOVE SPACES TO BR-W-PADDR
               ELSE
                 MOVE "Y" TO BR-W-PFOUND
                 MOVE BR-H-ADDR TO BR-W-PADDR
                 MOVE BR-H-BATCH TO BR-W-PBATCH
                 MOVE BR-H-SRC TO BR-W-PSRC
                 MOVE BR-H-FILE TO BR-W-PFILE
                 MOVE 0 TO BR-W-PLINE
                 IF FUNCTION TRIM(BR-H-LINE) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(BR-H-LINE))
                     TO BR-W-PLINE
                 END-IF
                 MOVE BR-H-RULE TO BR-W-PRULE
               END-IF
             WHEN BR-LINE-NO > BR-W-BLINE AND BR-H-THIS = "N"
               *> 批次後他批/他因的異動
               ADD 1 TO BR-W-CONFL
               IF BR-W-CREASON = SPACES
                 MOVE BR-H-REASON TO BR-W-CREASON
                 MOVE BR-H-BATCH TO BR-W-CBATCH
                 MOVE BR-H-DATE(1:8) TO BR-W-CDATE
               END-IF
             WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE.
           REWRITE BR-W-REC.

      *******************************************************
      *> 共用段落：單一客戶動作定案與清單列 (第三趟)
      *******************************************************
       BR-PLAN-PARA.
           MOVE BR-W-CUSTID TO BR-MST-CUSTID.
           READ BR-MASTER-FILE
             INVALID KEY
               MOVE "SKIP" TO BR-W-ACTION
               ADD 1 TO BR-SKIP-CNT
             NOT INVALID KEY
               IF BR-W-PFOUND = "Y"
                 MOVE "RESTORE" TO BR-W-ACTION
                 ADD 1 TO BR-REST-CNT
               ELSE
                 MOVE "REMOVE" TO BR-W-ACTION
                 ADD 1 TO BR-REM-CNT
               END-IF
               *> 歷史未留痕但主檔已非該批地址 (如存續者合併、
               *> 人工維護) 亦視為其後異動
               IF BR-W-CONFL = 0
                  AND FUNCTION TRIM(BR-MST-ADDRESS) NOT =
                      FUNCTION TRIM(BR-W-BADDR)
                 MOVE 1 TO BR-W-CONFL
                 MOVE "MASTER" TO BR-W-CREASON
                 MOVE BR-MST-LIN-BATCH TO BR-W-CBATCH
               END-IF
           END-READ.
           IF BR-W-CONFL > 0 AND BR-W-ACTION NOT = "SKIP"
             ADD 1 TO BR-CONF-CNT
           END-IF.
           REWRITE BR-W-REC.

           MOVE BR-W-CONFL TO BR-LINE-FMT.
           MOVE SPACES TO BR-TXT.
           STRING
             FUNCTION TRIM(BR-W-CUSTID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-W-ACTION) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-LINE-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-W-CREASON) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-W-CBATCH) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-W-CDATE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-W-BADDR) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-W-PADDR) DELIMITED BY SIZE
             INTO BR-TXT
           END-STRING.
           MOVE BR-TXT TO BR-RPT-REC.
           WRITE BR-RPT-REC.

      *******************************************************
      *> 共用段落：單一客戶沖回 (主檔/補償歷史列/事件)
      *******************************************************
       BR-APPLY-PARA.
           IF BR-W-ACTION = "SKIP"
             EXIT PARAGRAPH
           END-IF.
           MOVE BR-W-CUSTID TO BR-MST-CUSTID.
           READ BR-MASTER-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           IF BR-W-ACTION = "RESTORE"
             *> 該批建立的轉寄連結 (指向批次前地址) 一併撤除
             IF FUNCTION TRIM(BR-MST-FWD-ADDR) =
                FUNCTION TRIM(BR-W-PADDR)
               MOVE SPACES TO BR-MST-FWD-ADDR BR-MST-FWD-UNTIL
             END-IF
             MOVE BR-W-PADDR TO BR-MST-ADDRESS
             MOVE BR-W-PSRC TO BR-MST-SRC
             MOVE BR-W-PBATCH TO BR-MST-LIN-BATCH
             MOVE BR-W-PSRC TO BR-MST-LIN-SRC
             MOVE BR-W-PFILE TO BR-MST-LIN-FILE
             MOVE BR-W-PLINE TO BR-MST-LIN-LINE
             MOVE BR-W-PRULE TO BR-MST-LIN-RULE
             MOVE SPACES TO BR-MST-LIN-CTRY BR-MST-LIN-TYPE
                            BR-MST-LIN-WARN BR-MST-USE-CODE
             *> 清除略過未變列用的雜湊，下次送檔必重新處理
             MOVE 0 TO BR-MST-LINE-HASH
             REWRITE BR-MST-REC
               INVALID KEY
                 DISPLAY "MASTER REWRITE FAILED FOR "
                   FUNCTION TRIM(BR-W-CUSTID)
                 MOVE 12 TO RETURN-CODE
                 EXIT PARAGRAPH
             END-REWRITE
           ELSE
             DELETE BR-MASTER-FILE
               INVALID KEY
                 DISPLAY "MASTER DELETE FAILED FOR "
                   FUNCTION TRIM(BR-W-CUSTID)
                 MOVE 12 TO RETURN-CODE
                 EXIT PARAGRAPH
             END-DELETE
           END-IF.

           *> 補償歷史列 (血緣欄沿用還原來源列)
           MOVE BR-W-PLINE TO BR-LINE-FMT.
           MOVE SPACES TO BR-TXT.
           STRING
             FUNCTION TRIM(BR-W-CUSTID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             BR-TS-FMT(1:8) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-W-PADDR) DELIMITED BY SIZE
             ";REVERSAL;" DELIMITED BY SIZE
             FUNCTION TRIM(BR-BATCH) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-W-PSRC) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-W-PFILE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-LINE-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-W-PRULE) DELIMITED BY SIZE
             INTO BR-TXT
           END-STRING.
           MOVE BR-TXT TO BR-HIST-REC.
           WRITE BR-HIST-REC.
           MOVE "WRITE" TO HST-OP.
           MOVE SPACES TO HST-PATH.
           MOVE BR-TXT TO HST-ROW.
           CALL 'HIST-STORE' USING LS-HIST-STORE.
           IF HST-RESULT = "E"
             DISPLAY "WARNING: HISTORY INDEX NOT UPDATED FOR "
               FUNCTION TRIM(BR-W-CUSTID)
               " - RELOAD WITH MASTER-UTIL FUNCTION H"
             IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.

           MOVE "REVERTED" TO BR-CF-EVT.
           MOVE BR-W-CUSTID TO BR-CF-CUST.
           MOVE BR-W-PADDR TO BR-CF-ADDR.
           PERFORM BR-CF-EVENT-PARA.

      *******************************************************
      *> 共用段落：搬家列一列 (該批客戶且新址為該批地址者剔除)
      *******************************************************
       BR-MOVERS-ROW-PARA.
           IF BR-MOV-REC(1:12) = "CUSTOMER_ID;"
              OR FUNCTION TRIM(BR-MOV-REC) = SPACES
             MOVE BR-MOV-REC TO BR-OUT-REC
             WRITE BR-OUT-REC
             EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BR-MFLDS.
           UNSTRING BR-MOV-REC DELIMITED BY ";"
               INTO BR-M-CUST BR-M-OLD BR-M-NEW.
           MOVE FUNCTION TRIM(BR-M-CUST) TO BR-W-CUSTID.
           READ BR-WORK-FILE
             INVALID KEY
               MOVE BR-MOV-REC TO BR-OUT-REC
               WRITE BR-OUT-REC
               EXIT PARAGRAPH
           END-READ.
           IF BR-W-ACTION NOT = "SKIP"
              AND FUNCTION TRIM(BR-M-NEW) = FUNCTION TRIM(BR-W-BADDR)
             ADD 1 TO BR-MOVDEL-CNT
           ELSE
             MOVE BR-MOV-REC TO BR-OUT-REC
             WRITE BR-OUT-REC
           END-IF.

      *******************************************************
      *> 共用段落：異動檔開啟 (序號接續 ChangeFeed.seq)
      *******************************************************
       BR-CF-OPEN-PARA.
           MOVE 0 TO BR-CF-SEQ.
           OPEN INPUT BR-SEQ-FILE.
           IF BR-SEQ-STATUS = "00"
             READ BR-SEQ-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF FUNCTION TRIM(BR-SEQ-REC) IS NUMERIC
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(BR-SEQ-REC))
                     TO BR-CF-SEQ
                 END-IF
             END-READ
             CLOSE BR-SEQ-FILE
           END-IF.
           MOVE "00" TO BR-SEQ-STATUS.
           OPEN EXTEND BR-CF-FILE.
           IF BR-CF-STATUS NOT = "00"
             OPEN OUTPUT BR-CF-FILE
             MOVE "SEQ;TIMESTAMP;CUSTOMER_ID;EVENT;NEW_ADDRESS"
               TO BR-CF-REC
             WRITE BR-CF-REC
           END-IF.
           MOVE "00" TO BR-CF-STATUS.

      *******************************************************
      *> 共用段落：異動事件一筆
      *******************************************************
       BR-CF-EVENT-PARA.
           ADD 1 TO BR-CF-SEQ.
           MOVE SPACES TO BR-TXT.
           STRING
             BR-CF-SEQ DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             BR-TS-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-CF-CUST) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-CF-EVT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(BR-CF-ADDR) DELIMITED BY SIZE
             INTO BR-TXT
           END-STRING.
           MOVE BR-TXT TO BR-CF-REC.
           WRITE BR-CF-REC.

      *******************************************************
      *> 共用段落：異動檔關閉並保存序號
      *******************************************************
       BR-CF-CLOSE-PARA.
           CLOSE BR-CF-FILE.
           OPEN OUTPUT BR-SEQ-FILE.
           MOVE SPACES TO BR-SEQ-REC.
           MOVE BR-CF-SEQ TO BR-SEQ-REC(1:9).
           WRITE BR-SEQ-REC.
           CLOSE BR-SEQ-FILE.

      *******************************************************
      *> 共用段落：工作檔關閉並刪除
      *******************************************************
       BR-CLEANUP-PARA.
           CLOSE BR-WORK-FILE.
           CALL "CBL_DELETE_FILE" USING BR-WORK-PATH
             RETURNING BR-RC.
       END PROGRAM BATCH-REVERSE.
