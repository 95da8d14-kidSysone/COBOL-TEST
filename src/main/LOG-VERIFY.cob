       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-VERIFY.

      *******************************************************
      *> 稽核記錄鏈結驗證程式
      *> 各程式經 LOG-CHAIN 附加的記錄列皆帶序號與鏈結檢核碼
      *> (;SEQ=nnnnnnnnn;CHK=cccccccccccc，見 LOG-CHAIN)。本程式
      *> 逐一走過下列記錄檔，回報首一斷鏈或缺漏的鏈結：
      *>   <OUTPUT-DIR>AuditLog.csv (OUTPUT-DIR 非 output\ 時
      *>                             另驗 output\AuditLog.csv)
      *>   output\AddressAccess_Log.csv
      *>   output\FailFix_Log.csv
      *>   input\RuleMaint_Log.csv
      *> 斷鏈原因：
      *>   UNSEALED LINE INSIDE THE CHAIN  鏈結開始後出現未封印列
      *>   MISSING LINK                     序號不連續 (列被刪除)
      *>   CHECKSUM MISMATCH                列被修改或鏈結被重算
      *>   CHAIN ANCHOR ...                 裁除錨點無檢查點佐證
      *>   LOG TRUNCATED / HAS CHANGED      上次驗證通過的末鏈
      *>                                    已不在檔內或已被改
      *>   LOG FILE MISSING                 曾驗證過的記錄檔不見
      *> 上次驗證通過的末鏈記於 <OUTPUT-DIR>LogChain_State.csv，
      *> 檔尾被刪亦可察覺；PREFLIGHT 與 STORE-AUDIT 亦以同一
      *> 狀態檔驗證。
      *> 結果寫入 <OUTPUT-DIR>LogChain_Verify.csv，任一記錄檔
      *> 斷鏈者以 RC=8 結束，驗證結果附加至 AuditLog.csv
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LV-PARM-FILE ASSIGN
             TO "EXECUTE.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LV-PARM-STATUS.

           SELECT LV-RPT-FILE ASSIGN
             TO LV-RPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LV-PARM-FILE.
         01 LV-PARM-REC PIC X(200).

       FD LV-RPT-FILE.
         01 LV-RPT-REC PIC X(400).

       WORKING-STORAGE SECTION.
       01 LV-PARM-STATUS   PIC XX VALUE "00".

       01 LV-PARMS.
          05 LV-KEY         PIC X(30).
          05 LV-VAL         PIC X(150).
          05 LV-OUTPUT-DIR  PIC X(80) VALUE "output\".

       01 LV-PATHS.
          05 LV-RPT-PATH    PIC X(150).
          05 LV-STATE-PATH  PIC X(150).
          05 LV-AUDIT-PATH  PIC X(150).

       *> 待驗記錄檔
       01 LV-LOG-TBL.
          05 LV-L-COUNT     PIC 9 VALUE 0.
          05 LV-L-PATH      PIC X(150) OCCURS 5 TIMES.
       01 LV-LI             PIC 9 VALUE 0.

       01 LV-WORK.
          05 LV-STATUS      PIC X(10).
          05 LV-BROKEN      PIC 9 VALUE 0.
          05 LV-CHECKED     PIC 9 VALUE 0.
          05 LV-FMT1        PIC Z(8)9.
          05 LV-FMT2        PIC Z(8)9.
          05 LV-FMT3        PIC Z(8)9.
          05 LV-FMT4        PIC Z(8)9.
          05 LV-TXT         PIC X(400).
          05 LV-TS          PIC X(21).
          05 LV-TS-FMT      PIC X(14).

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> 讀取 EXECUTE.PARM 的 OUTPUT-DIR (其餘鍵略過)
      *******************************************************
           OPEN INPUT LV-PARM-FILE.
           IF LV-PARM-STATUS = "00"
             PERFORM UNTIL LV-PARM-STATUS NOT = "00"
               READ LV-PARM-FILE
                 AT END
                   MOVE "10" TO LV-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(LV-PARM-REC) NOT = SPACES
                      AND LV-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO LV-KEY LV-VAL
                     UNSTRING LV-PARM-REC DELIMITED BY "="
                         INTO LV-KEY LV-VAL
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(LV-KEY)) TO LV-KEY
                     IF FUNCTION TRIM(LV-KEY) = "OUTPUT-DIR"
                       MOVE FUNCTION TRIM(LV-VAL) TO LV-OUTPUT-DIR
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LV-PARM-FILE
           END-IF.

           MOVE SPACES TO LV-RPT-PATH LV-STATE-PATH LV-AUDIT-PATH.
           STRING
             FUNCTION TRIM(LV-OUTPUT-DIR) DELIMITED BY SIZE
             "LogChain_Verify.csv" DELIMITED BY SIZE
             INTO LV-RPT-PATH
           END-STRING.
           STRING
             FUNCTION TRIM(LV-OUTPUT-DIR) DELIMITED BY SIZE
             "LogChain_State.csv" DELIMITED BY SIZE
             INTO LV-STATE-PATH
           END-STRING.
           STRING
             FUNCTION TRIM(LV-OUTPUT-DIR) DELIMITED BY SIZE
             "AuditLog.csv" DELIMITED BY SIZE
             INTO LV-AUDIT-PATH
           END-STRING.

      *******************************************************
      *> 待驗記錄檔清單
      *******************************************************
           MOVE 1 TO LV-L-COUNT.
           MOVE LV-AUDIT-PATH TO LV-L-PATH(1).
           IF LV-AUDIT-PATH NOT = "output\AuditLog.csv"
             ADD 1 TO LV-L-COUNT
             MOVE "output\AuditLog.csv" TO LV-L-PATH(LV-L-COUNT)
           END-IF.
           ADD 1 TO LV-L-COUNT.
           MOVE "output\AddressAccess_Log.csv"
             TO LV-L-PATH(LV-L-COUNT).
           ADD 1 TO LV-L-COUNT.
           MOVE "output\FailFix_Log.csv" TO LV-L-PATH(LV-L-COUNT).
           ADD 1 TO LV-L-COUNT.
           MOVE "input\RuleMaint_Log.csv" TO LV-L-PATH(LV-L-COUNT).

      *******************************************************
      *> 逐檔驗證並寫出結果
      *******************************************************
           OPEN OUTPUT LV-RPT-FILE.
           MOVE "LOG_FILE;STATUS;LINES;UNSEALED_BEFORE_CHAIN;" &
                "LAST_GOOD_SEQ;FIRST_BAD_LINE;REASON;LINE_TEXT"
             TO LV-RPT-REC.
           WRITE LV-RPT-REC.
           PERFORM VARYING LV-LI FROM 1 BY 1
                     UNTIL LV-LI > LV-L-COUNT
             PERFORM LV-VERIFY-PARA
           END-PERFORM.
           CLOSE LV-RPT-FILE.

      *******************************************************
      *> 稽核記錄與收尾 (驗證之後才附加，不影響本次結果)
      *******************************************************
           MOVE FUNCTION CURRENT-DATE TO LV-TS.
           MOVE LV-TS(1:14) TO LV-TS-FMT.
           MOVE SPACES TO LV-TXT.
           STRING
             FUNCTION TRIM(LV-TS-FMT) DELIMITED BY SIZE
             ";LOG-VERIFY;CHECKED=" DELIMITED BY SIZE
             LV-CHECKED DELIMITED BY SIZE
             ";BROKEN=" DELIMITED BY SIZE
             LV-BROKEN DELIMITED BY SIZE
             INTO LV-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE LV-AUDIT-PATH TO LCH-PATH.
           MOVE LV-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

           IF LV-BROKEN > 0
             DISPLAY "LGC0101E LOG CHAIN BROKEN IN " LV-BROKEN
               " LOG(S) - SEE " FUNCTION TRIM(LV-RPT-PATH)
             MOVE 8 TO RETURN-CODE
           ELSE
             DISPLAY "LGC0001I LOG CHAIN VERIFIED - " LV-CHECKED
               " LOG(S) INTACT -> " FUNCTION TRIM(LV-RPT-PATH)
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：單一記錄檔驗證 (LV-L-PATH(LV-LI)) 與結果列
      *******************************************************
       LV-VERIFY-PARA.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "VERIFY" TO LCH-OP.
           MOVE LV-L-PATH(LV-LI) TO LCH-PATH.
           MOVE LV-STATE-PATH TO LCH-STATE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
           MOVE LCH-LINES TO LV-FMT1.
           MOVE LCH-LEGACY TO LV-FMT2.
           MOVE LCH-SEQ TO LV-FMT3.
           MOVE LCH-BAD-LINE TO LV-FMT4.

           EVALUATE LCH-RESULT
             WHEN "Y"
               MOVE "INTACT" TO LV-STATUS
               ADD 1 TO LV-CHECKED
             WHEN "N"
               MOVE "BROKEN" TO LV-STATUS
               ADD 1 TO LV-CHECKED LV-BROKEN
               DISPLAY "LGC0102E " FUNCTION TRIM(LV-L-PATH(LV-LI))
                 " LINE " FUNCTION TRIM(LV-FMT4) ": "
                 FUNCTION TRIM(LCH-REASON)
             WHEN "M"
               MOVE "NOT FOUND" TO LV-STATUS
               DISPLAY "LGC0002I LOG NOT PRESENT (NOTHING TO VERIFY): "
                 FUNCTION TRIM(LV-L-PATH(LV-LI))
             WHEN OTHER
               MOVE "UNREADABLE" TO LV-STATUS
               ADD 1 TO LV-BROKEN
               DISPLAY "LGC0102E " FUNCTION TRIM(LV-L-PATH(LV-LI))
                 " CANNOT BE READ"
           END-EVALUATE.

           MOVE SPACES TO LV-TXT.
           STRING
             FUNCTION TRIM(LV-L-PATH(LV-LI)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(LV-STATUS) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(LV-FMT1) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(LV-FMT2) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(LV-FMT3) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO LV-TXT
           END-STRING.
           IF LCH-RESULT = "N"
             INSPECT LCH-LINE REPLACING ALL ";" BY ","
             STRING
               FUNCTION TRIM(LV-TXT) DELIMITED BY SIZE
               FUNCTION TRIM(LV-FMT4) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(LCH-REASON) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LCH-LINE(1:200) DELIMITED BY SIZE
               INTO LV-TXT
             END-STRING
           ELSE
             STRING
               FUNCTION TRIM(LV-TXT) DELIMITED BY SIZE
               ";;" DELIMITED BY SIZE
               INTO LV-TXT
             END-STRING
           END-IF.
           MOVE LV-TXT TO LV-RPT-REC.
           WRITE LV-RPT-REC.
       END PROGRAM LOG-VERIFY.
