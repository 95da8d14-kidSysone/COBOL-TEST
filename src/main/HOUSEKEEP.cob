      *>   RETAIN-LOG-DAYS        每次執行的記錄檔 (預設 30)
      *>   RETAIN-CHUNK-DAYS      分批輸出檔 Address_Split_nnn (預設 14)
      *>   RETAIN-CHECKPOINT-DAYS 殘留的 checkpoint.dat (預設 7)
      *>   RETAIN-AUDIT-DAYS      鏈結封印記錄檔 (AuditLog.csv、
      *>                          AddressAccess_Log、FailFix_Log、
      *>                          RuleMaint_Log) 檔首舊列 (預設 0=
      *>                          不裁除)；由 LOG-CHAIN 先寫入封印
      *>                          檢查點列再裁除，保全區間內的列不裁
      *> 刪除透過 forfiles 逐類別執行，每道命令與其結束碼附加至
      *> AuditLog.csv 備查，由排程定期執行
      *> input\LegalHold.csv 有日期區間保全時，歸檔輸入檔與記錄檔
      *> 改為先列出逾期檔案再逐檔判斷：檔案日期 (歸檔檔名前 8 碼
      *> 時戳，否則取檔案修改日) 落在保全區間者不刪，每筆拒絕
      *> 記入 AuditLog.csv
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HK-PARM-STATUS.

           SELECT HK-HOLD-FILE ASSIGN
             TO "input\LegalHold.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HK-HOLD-STATUS.

           SELECT HK-LIST-FILE ASSIGN
             TO HK-LIST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HK-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HK-PARM-FILE.
         01 HK-PARM-REC PIC X(200).

       FD HK-HOLD-FILE.
         01 HK-HOLD-REC PIC X(200).

       FD HK-LIST-FILE.
         01 HK-LIST-REC PIC X(300).

       WORKING-STORAGE SECTION.
       01 HK-PARM-STATUS   PIC XX VALUE "00".
       01 HK-HOLD-STATUS   PIC XX VALUE "00".
       01 HK-LIST-STATUS   PIC XX VALUE "00".

       01 HK-PARMS.
          05 HK-KEY         PIC X(30).
          05 HK-LOG-DAYS    PIC 9(4) VALUE 30.
          05 HK-CHUNK-DAYS  PIC 9(4) VALUE 14.
          05 HK-CKPT-DAYS   PIC 9(4) VALUE 7.
          05 HK-AUDIT-DAYS  PIC 9(4) VALUE 0.

       01 HK-WORK.
          05 HK-AUDIT-PATH  PIC X(120).
          05 HK-TS          PIC X(21).
          05 HK-TS-FMT      PIC X(14).
          05 HK-TXT         PIC X(300).
          05 HK-LIST-PATH   PIC X(120).
          05 HK-HOLD-AWARE  PIC X VALUE "N".
          05 HK-FILE        PIC X(300).
          05 HK-FILE-LEN    PIC 9(3) VALUE 0.
          05 HK-BASE-POS    PIC 9(3) VALUE 0.
          05 HK-FDATE       PIC 9(8) VALUE 0.
          05 HK-FDATE-X REDEFINES HK-FDATE PIC X(8).
          05 HK-SKIP-CNT    PIC 9(5) VALUE 0.
          05 HK-SKIP-FMT    PIC Z(4)9.
          05 HK-FI.
             10 HK-FI-SIZE  PIC 9(18) COMP.
             10 HK-FI-DAY   PIC X.
             10 HK-FI-MONTH PIC X.
             10 HK-FI-YEAR  PIC 9(4) COMP.
             10 HK-FI-TIME  PIC X(4).

       *> 法務保全日期區間 (input\LegalHold.csv 中有起日的列；
       *> 每列：保全編號;CUSTOMER_ID;起日;迄日，迄日空白=未解除)
       01 HK-HOLD-TBL.
          05 HK-H-ID        PIC X(20) OCCURS 500 TIMES.
          05 HK-H-FROM      PIC X(8)  OCCURS 500 TIMES.
          05 HK-H-TO        PIC X(8)  OCCURS 500 TIMES.
       01 HK-H-COUNT       PIC 9(3) VALUE 0.
       01 HK-H-I           PIC 9(3) VALUE 0.
       01 HK-H-HIT         PIC X(20).
       01 HK-H-CUST        PIC X(50).

       *> 鏈結封印記錄檔裁除
       01 HK-TRIM-DATA.
          05 HK-TRIM-PATH   PIC X(150) OCCURS 4 TIMES.
          05 HK-TRIM-I      PIC 9 VALUE 0.
          05 HK-CUTOFF      PIC 9(8) VALUE 0.
          05 HK-CUTOFF-X REDEFINES HK-CUTOFF PIC X(8).
          05 HK-TRIM-ERR    PIC 9 VALUE 0.
          05 HK-SEQ-FMT     PIC Z(8)9.
          05 HK-LINES-FMT   PIC Z(8)9.

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
                                  FUNCTION TRIM(HK-VAL))
                             TO HK-CKPT-DAYS
                         END-IF
                       WHEN "RETAIN-AUDIT-DAYS"
                         IF FUNCTION TRIM(HK-VAL) IS NUMERIC
                           MOVE FUNCTION NUMVAL(
                                  FUNCTION TRIM(HK-VAL))
                             TO HK-AUDIT-DAYS
                         END-IF
                     END-EVALUATE
                   END-IF
               END-READ
             "AuditLog.csv" DELIMITED BY SIZE
             INTO HK-AUDIT-PATH
           END-STRING.
           MOVE SPACES TO HK-LIST-PATH.
           STRING
             FUNCTION TRIM(HK-OUTPUT-DIR) DELIMITED BY SIZE
             "HK_Candidates.lst" DELIMITED BY SIZE
             INTO HK-LIST-PATH
           END-STRING.

      *******************************************************
      *> 法務保全日期區間載入 (僅整戶保全、無日期者與檔案
      *> 清理無關，略過)
      *******************************************************
           OPEN INPUT HK-HOLD-FILE.
           IF HK-HOLD-STATUS = "00"
             PERFORM UNTIL HK-HOLD-STATUS NOT = "00"
               READ HK-HOLD-FILE
                 AT END
                   MOVE "10" TO HK-HOLD-STATUS
                 NOT AT END
                   IF HK-H-COUNT < 500
                      AND FUNCTION TRIM(HK-HOLD-REC) NOT = SPACES
                      AND HK-HOLD-REC(1:1) NOT = "*"
                      AND HK-HOLD-REC(1:8) NOT = "HOLD_ID;"
                     ADD 1 TO HK-H-COUNT
                     MOVE SPACES TO HK-H-ID(HK-H-COUNT) HK-H-CUST
                       HK-H-FROM(HK-H-COUNT) HK-H-TO(HK-H-COUNT)
                     UNSTRING HK-HOLD-REC DELIMITED BY ";"
                         INTO HK-H-ID(HK-H-COUNT) HK-H-CUST
                              HK-H-FROM(HK-H-COUNT)
                              HK-H-TO(HK-H-COUNT)
                     IF HK-H-TO(HK-H-COUNT) = SPACES
                       MOVE "99999999" TO HK-H-TO(HK-H-COUNT)
                     END-IF
                     IF HK-H-FROM(HK-H-COUNT) = SPACES
                       SUBTRACT 1 FROM HK-H-COUNT
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HK-HOLD-FILE
           END-IF.

      *******************************************************
      *> 各檔案類別依保存天數逐一清理
      *******************************************************
           *> 歸檔目錄的日期戳記輸入檔 (受法務保全區間約束)
           MOVE "Y" TO HK-HOLD-AWARE.
           MOVE HK-ARCHIVE-DIR TO HK-DIR.
           MOVE "*.*" TO HK-MASK.
           MOVE HK-ARCH-DAYS TO HK-DAYS.
           PERFORM HK-SWEEP-PARA.

           *> 每次執行的記錄檔 (受法務保全區間約束)
           MOVE HK-OUTPUT-DIR TO HK-DIR.
           MOVE "Normalization_Log.csv" TO HK-MASK.
           MOVE HK-LOG-DAYS TO HK-DAYS.
           PERFORM HK-SWEEP-PARA.
           MOVE "Trace_Log.txt" TO HK-MASK.
           PERFORM HK-SWEEP-PARA.
           MOVE "N" TO HK-HOLD-AWARE.

           *> 分批輸出檔 (Address_Split_nnn.csv / Fail_Data_nnn.csv)
           MOVE "Address_Split_*.csv" TO HK-MASK.
           MOVE "*.tmp" TO HK-MASK.
           PERFORM HK-SWEEP-PARA.

           *> 鏈結封印記錄檔 (先寫封印檢查點列再裁除檔首舊列；
           *> 裁除日前推至保全區間起日，保全期間的列不裁)
           IF HK-AUDIT-DAYS > 0
             MOVE FUNCTION CURRENT-DATE(1:8) TO HK-CUTOFF-X
             COMPUTE HK-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(HK-CUTOFF) - HK-AUDIT-DAYS)
             PERFORM VARYING HK-H-I FROM 1 BY 1
                       UNTIL HK-H-I > HK-H-COUNT
               IF HK-H-FROM(HK-H-I) IS NUMERIC
                  AND HK-H-FROM(HK-H-I) < HK-CUTOFF-X
                 MOVE HK-H-FROM(HK-H-I) TO HK-CUTOFF-X
               END-IF
             END-PERFORM
             MOVE HK-AUDIT-PATH TO HK-TRIM-PATH(1)
             MOVE "output\AddressAccess_Log.csv" TO HK-TRIM-PATH(2)
             MOVE "output\FailFix_Log.csv" TO HK-TRIM-PATH(3)
             MOVE "input\RuleMaint_Log.csv" TO HK-TRIM-PATH(4)
             PERFORM VARYING HK-TRIM-I FROM 1 BY 1
                       UNTIL HK-TRIM-I > 4
               PERFORM HK-TRIM-PARA
             END-PERFORM
           END-IF.

           IF HK-SKIP-CNT > 0
             MOVE HK-SKIP-CNT TO HK-SKIP-FMT
             DISPLAY "HKP0201W WARNING: " FUNCTION TRIM(HK-SKIP-FMT)
               " FILES KEPT UNDER LEGAL HOLD"
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF HK-TRIM-ERR > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "HKP0001I HOUSEKEEPING COMPLETE - SEE "
             FUNCTION TRIM(HK-AUDIT-PATH) " FOR DETAIL".
           STOP RUN.
             EXIT PARAGRAPH
           END-IF.

           IF HK-HOLD-AWARE = "Y" AND HK-H-COUNT > 0
             PERFORM HK-HELD-SWEEP-PARA
             EXIT PARAGRAPH
           END-IF.

           MOVE HK-DAYS TO HK-DAYS-FMT.
           MOVE SPACES TO HK-CMD.
           STRING
           END-STRING.

           CALL "SYSTEM" USING HK-CMD RETURNING HK-RC.
           PERFORM HK-CMD-AUDIT-PARA.

      *******************************************************
      *> 共用段落：命令與結束碼附加至 AuditLog.csv
      *******************************************************
       HK-CMD-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO HK-TS.
           MOVE HK-TS(1:14) TO HK-TS-FMT.
           MOVE HK-RC TO HK-RC-FMT.
             FUNCTION TRIM(HK-RC-FMT) DELIMITED BY SIZE
             INTO HK-TXT
           END-STRING.
           PERFORM HK-AUDIT-PARA.

      *******************************************************
      *> 共用段落：單一鏈結封印記錄檔裁除 (HK-TRIM-PATH(HK-TRIM-I))
      *> 檢查點列寫不進去時 LOG-CHAIN 不裁除，本程式只警告
      *******************************************************
       HK-TRIM-PARA.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "TRIM" TO LCH-OP.
           MOVE HK-TRIM-PATH(HK-TRIM-I) TO LCH-PATH.
           MOVE HK-CUTOFF TO LCH-CUTOFF.
           MOVE "HOUSEKEEP" TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
           EVALUATE LCH-RESULT
             WHEN "Y"
               MOVE LCH-SEQ TO HK-SEQ-FMT
               MOVE LCH-LINES TO HK-LINES-FMT
               DISPLAY "HKP0002I LOG TRIMMED AFTER CHECKPOINT SEQ "
                 FUNCTION TRIM(HK-SEQ-FMT) ": "
                 FUNCTION TRIM(HK-TRIM-PATH(HK-TRIM-I))
               MOVE FUNCTION CURRENT-DATE TO HK-TS
               MOVE HK-TS(1:14) TO HK-TS-FMT
               MOVE SPACES TO HK-TXT
               STRING
                 FUNCTION TRIM(HK-TS-FMT) DELIMITED BY SIZE
                 ";HOUSEKEEPING;TRIM " DELIMITED BY SIZE
                 FUNCTION TRIM(HK-TRIM-PATH(HK-TRIM-I))
                   DELIMITED BY SIZE
                 ";CHECKPOINT SEQ=" DELIMITED BY SIZE
                 FUNCTION TRIM(HK-SEQ-FMT) DELIMITED BY SIZE
                 ";LINES=" DELIMITED BY SIZE
                 FUNCTION TRIM(HK-LINES-FMT) DELIMITED BY SIZE
                 ";KEPT-FROM=" DELIMITED BY SIZE
                 HK-CUTOFF-X DELIMITED BY SIZE
                 INTO HK-TXT
               END-STRING
               PERFORM HK-AUDIT-PARA
             WHEN "E"
               ADD 1 TO HK-TRIM-ERR
               DISPLAY "HKP0202W WARNING: CHECKPOINT NOT WRITTEN - "
                 "LOG NOT TRIMMED: "
                 FUNCTION TRIM(HK-TRIM-PATH(HK-TRIM-I))
           END-EVALUATE.

      *******************************************************
      *> 共用段落：HK-TXT 一列附加至 AuditLog.csv
      *******************************************************
       HK-AUDIT-PARA.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE HK-AUDIT-PATH TO LCH-PATH.
           MOVE HK-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

      *******************************************************
      *> 共用段落：保全感知清理 (HK-DIR 已去尾 "\")
      *> forfiles 只列出逾期檔案至暫存清單，逐檔取日期比對保全
      *> 區間：區間內者保留並記拒絕列，其餘逐檔刪除並記結束碼
      *******************************************************
       HK-HELD-SWEEP-PARA.
           MOVE HK-DAYS TO HK-DAYS-FMT.
           MOVE SPACES TO HK-CMD.
           STRING
             "forfiles /P " DELIMITED BY SIZE
             '"' DELIMITED BY SIZE
             HK-DIR(1:HK-DIR-LEN) DELIMITED BY SIZE
             '"' DELIMITED BY SIZE
             " /M " DELIMITED BY SIZE
             FUNCTION TRIM(HK-MASK) DELIMITED BY SIZE
             " /D -" DELIMITED BY SIZE
             FUNCTION TRIM(HK-DAYS-FMT) DELIMITED BY SIZE
             " /C " DELIMITED BY SIZE
             '"' DELIMITED BY SIZE
             "cmd /c echo @path" DELIMITED BY SIZE
             '"' DELIMITED BY SIZE
             " > " DELIMITED BY SIZE
             '"' DELIMITED BY SIZE
             FUNCTION TRIM(HK-LIST-PATH) DELIMITED BY SIZE
             '"' DELIMITED BY SIZE
             INTO HK-CMD
           END-STRING.
           CALL "SYSTEM" USING HK-CMD RETURNING HK-RC.
           PERFORM HK-CMD-AUDIT-PARA.

           OPEN INPUT HK-LIST-FILE.
           IF HK-LIST-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL HK-LIST-STATUS NOT = "00"
             READ HK-LIST-FILE
               AT END
                 MOVE "10" TO HK-LIST-STATUS
               NOT AT END
                 MOVE HK-LIST-REC TO HK-FILE
                 INSPECT HK-FILE REPLACING ALL '"' BY SPACE
                 MOVE FUNCTION TRIM(HK-FILE) TO HK-FILE
                 IF HK-FILE NOT = SPACES
                   PERFORM HK-HELD-FILE-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE HK-LIST-FILE.
           MOVE "00" TO HK-LIST-STATUS.
           CALL "CBL_DELETE_FILE" USING HK-LIST-PATH
             RETURNING HK-RC.

      *******************************************************
      *> 共用段落：單一逾期檔案的保全判斷與刪除 (HK-FILE)
      *******************************************************
       HK-HELD-FILE-PARA.
           *> 檔名 (最後一個 "\" 之後) 前 8 碼為日期戳記者取之，
           *> 否則取檔案修改日
           MOVE LENGTH OF FUNCTION TRIM(HK-FILE) TO HK-FILE-LEN.
           MOVE 1 TO HK-BASE-POS.
           PERFORM VARYING HK-FILE-LEN FROM HK-FILE-LEN BY -1
                     UNTIL HK-FILE-LEN < 1
             IF HK-FILE(HK-FILE-LEN:1) = "\"
               COMPUTE HK-BASE-POS = HK-FILE-LEN + 1
               EXIT PERFORM
             END-IF
           END-PERFORM.
           MOVE HK-FILE(HK-BASE-POS:8) TO HK-FDATE-X.
           IF HK-FDATE-X IS NOT NUMERIC
             MOVE 0 TO HK-FDATE
             CALL "CBL_CHECK_FILE_EXIST" USING HK-FILE HK-FI
               RETURNING HK-RC
             IF HK-RC = 0
               COMPUTE HK-FDATE = HK-FI-YEAR * 10000
                 + (FUNCTION ORD(HK-FI-MONTH) - 1) * 100
                 + (FUNCTION ORD(HK-FI-DAY) - 1)
             END-IF
           END-IF.

           MOVE SPACES TO HK-H-HIT.
           PERFORM VARYING HK-H-I FROM 1 BY 1
                     UNTIL HK-H-I > HK-H-COUNT
             IF HK-FDATE-X >= HK-H-FROM(HK-H-I)
                AND HK-FDATE-X <= HK-H-TO(HK-H-I)
               MOVE HK-H-ID(HK-H-I) TO HK-H-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.

           MOVE FUNCTION CURRENT-DATE TO HK-TS.
           MOVE HK-TS(1:14) TO HK-TS-FMT.
           MOVE SPACES TO HK-TXT.
           *> 日期無從判斷時，保全期間內一律不刪
           IF HK-FDATE = 0 AND HK-H-COUNT > 0
             ADD 1 TO HK-SKIP-CNT
             STRING
               FUNCTION TRIM(HK-TS-FMT) DELIMITED BY SIZE
               ";LEGAL-HOLD;HOUSEKEEP;" DELIMITED BY SIZE
               FUNCTION TRIM(HK-FILE) DELIMITED BY SIZE
               ";FILE DATE=UNKNOWN;NOT DELETED" DELIMITED BY SIZE
               INTO HK-TXT
             END-STRING
             PERFORM HK-AUDIT-PARA
             EXIT PARAGRAPH
           END-IF.
           IF HK-H-HIT NOT = SPACES
             ADD 1 TO HK-SKIP-CNT
             STRING
               FUNCTION TRIM(HK-TS-FMT) DELIMITED BY SIZE
               ";LEGAL-HOLD;HOUSEKEEP;" DELIMITED BY SIZE
               FUNCTION TRIM(HK-FILE) DELIMITED BY SIZE
               ";HOLD=" DELIMITED BY SIZE
               FUNCTION TRIM(HK-H-HIT) DELIMITED BY SIZE
               ";FILE DATE=" DELIMITED BY SIZE
               HK-FDATE-X DELIMITED BY SIZE
               ";NOT DELETED" DELIMITED BY SIZE
               INTO HK-TXT
             END-STRING
           ELSE
             CALL "CBL_DELETE_FILE" USING HK-FILE
               RETURNING HK-RC
             MOVE HK-RC TO HK-RC-FMT
             STRING
               FUNCTION TRIM(HK-TS-FMT) DELIMITED BY SIZE
               ";HOUSEKEEPING;DELETE " DELIMITED BY SIZE
               FUNCTION TRIM(HK-FILE) DELIMITED BY SIZE
               ";RC=" DELIMITED BY SIZE
               FUNCTION TRIM(HK-RC-FMT) DELIMITED BY SIZE
               INTO HK-TXT
             END-STRING
           END-IF.
           PERFORM HK-AUDIT-PARA.
       END PROGRAM HOUSEKEEP.
