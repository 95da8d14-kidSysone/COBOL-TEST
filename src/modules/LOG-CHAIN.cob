       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOG-CHAIN.

      *******************************************************
      *> 稽核記錄鏈結副程式
      *> AuditLog.csv、RuleMaint_Log.csv、AddressAccess_Log.csv、
      *> FailFix_Log.csv 皆為可附加的純文字檔，有目錄權限者即可
      *> 增刪。本副程式為各記錄檔唯一的附加入口：每附加一列即
      *> 於列尾加上
      *>   ;SEQ=<序號 9 位>;CHK=<鏈結檢核碼 12 位>
      *> 序號逐列加一；檢核碼以前一列檢核碼為種子，對本列序號
      *> 與內容逐字元滾動雜湊 (乘 31 加 ORD 取模 999999999999)，
      *> 任一列被刪、被改或被插入，其後鏈結即無法重算吻合。
      *> 作業：
      *>   APPEND  LCH-LINE 封印後附加至 LCH-PATH (新檔先寫
      *>           LCH-HEADER 表頭，表頭不封印)
      *>   VERIFY  自檔首逐列驗證，回覆首一斷鏈列與原因；
      *>           LCH-STATE 指定驗證狀態檔時，另核對上次驗證
      *>           通過之末鏈仍在檔內且未變 (檔尾遭刪可察)，
      *>           通過後更新狀態檔
      *>   TRIM    自檔首裁除 LCH-CUTOFF 前之列：先附加封印的
      *>           檢查點列 (LOG-CHECKPOINT，載明裁除至之序號
      *>           與檢核碼)，再改寫檔案為 表頭 + 鏈結錨點列
      *>           (CHAIN-ANCHOR) + 保留列；驗證時錨點須有
      *>           對應的檢查點列佐證
      *> 啟用鏈結前既有的未封印列 (鏈前舊列) 驗證時僅計數；
      *> 鏈結開始後出現未封印列即視為被插入。
      *> 同一程式連續附加同一檔時，以上次附加後的檔案大小判斷
      *> 檔案未被他人異動，免再逐列讀取
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT LC-LOG-FILE ASSIGN
             TO LC-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LC-LOG-STATUS.

           SELECT LC-TMP-FILE ASSIGN
             TO LC-TMP-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LC-TMP-STATUS.

           SELECT LC-ST-FILE ASSIGN
             TO LC-ST-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LC-ST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LC-LOG-FILE.
         01 LC-LOG-REC PIC X(1100).

       FD LC-TMP-FILE.
         01 LC-TMP-REC PIC X(1100).

       FD LC-ST-FILE.
         01 LC-ST-REC PIC X(300).

       WORKING-STORAGE SECTION.
       01 LC-LOG-STATUS    PIC XX VALUE "00".
       01 LC-TMP-STATUS    PIC XX VALUE "00".
       01 LC-ST-STATUS     PIC XX VALUE "00".

       01 LC-PATHS.
          05 LC-PATH       PIC X(150).
          05 LC-TMP-PATH   PIC X(160).
          05 LC-ST-PATH    PIC X(150).

       *> 單列解析 (LC-LOG-REC -> 封印與否/序號/檢核碼/內容長)
       01 LC-PARSE.
          05 LC-LEN        PIC 9(4) VALUE 0.
          05 LC-CLEN       PIC 9(4) VALUE 0.
          05 LC-SEALED     PIC X VALUE "N".
          05 LC-L-SEQ      PIC 9(9) VALUE 0.
          05 LC-L-CHK      PIC 9(12) VALUE 0.
          05 LC-IS-ANCHOR  PIC X VALUE "N".

       *> 鏈結雜湊 (LC-HASH 為種子，對 LC-H-SEQ 與
       *> LC-BUF(1:LC-CLEN) 滾動)
       01 LC-HASH-WORK.
          05 LC-HASH       PIC 9(12) VALUE 0.
          05 LC-H-SEQ      PIC 9(9) VALUE 0.
          05 LC-H-SEQ-X REDEFINES LC-H-SEQ PIC X(9).
          05 LC-K          PIC 9(4) VALUE 0.
          05 LC-BUF        PIC X(1100).

       01 LC-WORK.
          05 LC-LINE-NO    PIC 9(9) VALUE 0.
          05 LC-LAST-SEQ   PIC 9(9) VALUE 0.
          05 LC-LAST-CHK   PIC 9(12) VALUE 0.
          05 LC-LINE-CNT   PIC 9(9) VALUE 0.
          05 LC-NEW-SEQ    PIC 9(9) VALUE 0.
          05 LC-PREV-SEQ   PIC 9(9) VALUE 0.
          05 LC-PREV-CHK   PIC 9(12) VALUE 0.
          05 LC-EXP-SEQ    PIC 9(9) VALUE 0.
          05 LC-STARTED    PIC X VALUE "N".
          05 LC-ANCHORED   PIC X VALUE "N".
          05 LC-ANC-SEQ    PIC 9(9) VALUE 0.
          05 LC-ANC-CHK    PIC 9(12) VALUE 0.
          05 LC-CONFIRMED  PIC X VALUE "N".
          05 LC-CP-POS     PIC 9(4) VALUE 0.
          05 LC-CP-SEQ-X   PIC X(9).
          05 LC-CP-CHK-X   PIC X(12).
          05 LC-KNOWN-SEQ  PIC 9(9) VALUE 0.
          05 LC-KNOWN-CHK  PIC 9(12) VALUE 0.
          05 LC-KNOWN-HIT  PIC X VALUE "N".
          05 LC-BROKEN     PIC X VALUE "N".
          05 LC-HAS-HDR    PIC X VALUE "N".
          05 LC-IN-REGION  PIC X VALUE "Y".
          05 LC-TRIM-N     PIC 9(9) VALUE 0.
          05 LC-TRIM-REAL  PIC 9(9) VALUE 0.
          05 LC-T-SEQ      PIC 9(9) VALUE 0.
          05 LC-T-CHK      PIC 9(12) VALUE 0.
          05 LC-CALLER     PIC X(20).
          05 LC-CNT-FMT    PIC Z(8)9.
          05 LC-SEQ-FMT    PIC Z(8)9.
          05 LC-TS         PIC X(21).
          05 LC-RC         PIC S9(9) COMP-5 VALUE 0.
          05 LC-FI.
             10 LC-FI-SIZE PIC 9(18) COMP.
             10 LC-FI-REST PIC X(8).

       *> 上次附加快取 (路徑/附加後檔案大小/末鏈/列數)
       01 LC-CACHE.
          05 LC-C-PATH     PIC X(150) VALUE SPACES.
          05 LC-C-SIZE     PIC 9(18) COMP VALUE 0.
          05 LC-C-SEQ      PIC 9(9) VALUE 0.
          05 LC-C-CHK      PIC 9(12) VALUE 0.
          05 LC-C-LINES    PIC 9(9) VALUE 0.

       *> 驗證狀態檔 (記錄檔路徑;末序號;末檢核碼;驗證時戳)
       01 LC-ST-TBL.
          05 LC-S-COUNT    PIC 99 VALUE 0.
          05 LC-S-ENTRY OCCURS 20 TIMES.
             10 LC-S-PATH  PIC X(150).
             10 LC-S-SEQ   PIC 9(9).
             10 LC-S-CHK   PIC 9(12).
             10 LC-S-TS    PIC X(14).
          05 LC-S-I        PIC 99 VALUE 0.
          05 LC-S-HIT      PIC 99 VALUE 0.
          05 LC-S-TOK      PIC X(150) OCCURS 4 TIMES.

      *******************************************************
      *> 資料部、LINKAGE SECTION
      *******************************************************
       LINKAGE SECTION.
           COPY "COPY-LOGCHAIN.cpy".

      *******************************************************
      *> 程序部
      *******************************************************
       PROCEDURE DIVISION USING LS-LOG-CHAIN.
       MAIN SECTION.
           MOVE "E" TO LCH-RESULT.
           MOVE LCH-PATH TO LC-PATH.

           EVALUATE FUNCTION TRIM(LCH-OP)
             WHEN "APPEND"
               PERFORM LC-APPEND-PARA
             WHEN "VERIFY"
               PERFORM LC-VERIFY-PARA
             WHEN "TRIM"
               PERFORM LC-TRIM-PARA
           END-EVALUATE.
           GOBACK.

      *******************************************************
      *> 共用段落：單列解析 (LC-LOG-REC)
      *> 封印列尾 31 位為 ;SEQ=nnnnnnnnn;CHK=cccccccccccc
      *******************************************************
       LC-PARSE-PARA.
           MOVE "N" TO LC-SEALED LC-IS-ANCHOR.
           MOVE 0 TO LC-L-SEQ LC-L-CHK LC-CLEN.
           IF LC-LOG-REC = SPACES
             MOVE 0 TO LC-LEN
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LC-LOG-REC TRAILING))
             TO LC-LEN.
           MOVE LC-LEN TO LC-CLEN.
           IF LC-LEN < 31
             EXIT PARAGRAPH
           END-IF.
           IF LC-LOG-REC(LC-LEN - 30:5) = ";SEQ="
              AND LC-LOG-REC(LC-LEN - 16:5) = ";CHK="
              AND LC-LOG-REC(LC-LEN - 25:9) IS NUMERIC
              AND LC-LOG-REC(LC-LEN - 11:12) IS NUMERIC
             MOVE "Y" TO LC-SEALED
             MOVE LC-LOG-REC(LC-LEN - 25:9) TO LC-L-SEQ
             MOVE LC-LOG-REC(LC-LEN - 11:12) TO LC-L-CHK
             COMPUTE LC-CLEN = LC-LEN - 31
             IF LC-CLEN = 12
                AND LC-LOG-REC(1:12) = "CHAIN-ANCHOR"
               MOVE "Y" TO LC-IS-ANCHOR
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：鏈結雜湊 (種子 LC-HASH；序號 LC-H-SEQ；
      *> 內容 LC-BUF(1:LC-CLEN)) -> LC-HASH
      *******************************************************
       LC-HASH-PARA.
           PERFORM VARYING LC-K FROM 1 BY 1 UNTIL LC-K > 9
             COMPUTE LC-HASH = FUNCTION MOD(
               LC-HASH * 31 + FUNCTION ORD(LC-H-SEQ-X(LC-K:1)),
               999999999999)
           END-PERFORM.
           PERFORM VARYING LC-K FROM 1 BY 1 UNTIL LC-K > LC-CLEN
             COMPUTE LC-HASH = FUNCTION MOD(
               LC-HASH * 31 + FUNCTION ORD(LC-BUF(LC-K:1)),
               999999999999)
           END-PERFORM.

      *******************************************************
      *> 共用段落：取檔案末鏈 (LC-LAST-SEQ/LC-LAST-CHK) 與列數；
      *> 檔案大小與上次附加後相同者沿用快取
      *******************************************************
       LC-SCAN-PARA.
           MOVE 0 TO LC-LAST-SEQ LC-LAST-CHK LC-LINE-CNT.
           CALL "CBL_CHECK_FILE_EXIST" USING LC-PATH LC-FI
             RETURNING LC-RC.
           IF LC-RC NOT = 0
             EXIT PARAGRAPH
           END-IF.
           IF LC-C-PATH = LC-PATH AND LC-C-SIZE = LC-FI-SIZE
             MOVE LC-C-SEQ TO LC-LAST-SEQ
             MOVE LC-C-CHK TO LC-LAST-CHK
             MOVE LC-C-LINES TO LC-LINE-CNT
             EXIT PARAGRAPH
           END-IF.
           OPEN INPUT LC-LOG-FILE.
           IF LC-LOG-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LC-LOG-STATUS NOT = "00"
             READ LC-LOG-FILE
               AT END
                 MOVE "10" TO LC-LOG-STATUS
               NOT AT END
                 ADD 1 TO LC-LINE-CNT
                 PERFORM LC-PARSE-PARA
                 IF LC-SEALED = "Y"
                   MOVE LC-L-SEQ TO LC-LAST-SEQ
                   MOVE LC-L-CHK TO LC-LAST-CHK
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LC-LOG-FILE.
           MOVE "00" TO LC-LOG-STATUS.

      *******************************************************
      *> 共用段落：LCH-LINE 封印後附加 (新檔先寫表頭)
      *******************************************************
       LC-APPEND-PARA.
           PERFORM LC-SCAN-PARA.
           COMPUTE LC-NEW-SEQ = LC-LAST-SEQ + 1.
           MOVE LCH-LINE TO LC-BUF.
           IF LC-BUF = SPACES
             MOVE 0 TO LC-CLEN
           ELSE
             MOVE FUNCTION LENGTH(FUNCTION TRIM(LC-BUF TRAILING))
               TO LC-CLEN
           END-IF.
           MOVE LC-LAST-CHK TO LC-HASH.
           MOVE LC-NEW-SEQ TO LC-H-SEQ.
           PERFORM LC-HASH-PARA.

           OPEN EXTEND LC-LOG-FILE.
           IF LC-LOG-STATUS NOT = "00"
             OPEN OUTPUT LC-LOG-FILE
           END-IF.
           IF LC-LOG-STATUS NOT = "00"
             MOVE "00" TO LC-LOG-STATUS
             MOVE SPACES TO LC-C-PATH
             EXIT PARAGRAPH
           END-IF.
           IF LC-LINE-CNT = 0 AND LCH-HEADER NOT = SPACES
             MOVE LCH-HEADER TO LC-LOG-REC
             WRITE LC-LOG-REC
             ADD 1 TO LC-LINE-CNT
           END-IF.
           MOVE SPACES TO LC-LOG-REC.
           IF LC-CLEN > 0
             STRING
               LC-BUF(1:LC-CLEN) DELIMITED BY SIZE
               ";SEQ=" DELIMITED BY SIZE
               LC-NEW-SEQ DELIMITED BY SIZE
               ";CHK=" DELIMITED BY SIZE
               LC-HASH DELIMITED BY SIZE
               INTO LC-LOG-REC
             END-STRING
           ELSE
             STRING
               ";SEQ=" DELIMITED BY SIZE
               LC-NEW-SEQ DELIMITED BY SIZE
               ";CHK=" DELIMITED BY SIZE
               LC-HASH DELIMITED BY SIZE
               INTO LC-LOG-REC
             END-STRING
           END-IF.
           WRITE LC-LOG-REC.
           CLOSE LC-LOG-FILE.
           MOVE "00" TO LC-LOG-STATUS.
           ADD 1 TO LC-LINE-CNT.

           MOVE LC-NEW-SEQ TO LCH-SEQ.
           MOVE LC-HASH TO LCH-CHK.
           MOVE "Y" TO LCH-RESULT.
           *> 快取附加後狀態
           MOVE SPACES TO LC-C-PATH.
           CALL "CBL_CHECK_FILE_EXIST" USING LC-PATH LC-FI
             RETURNING LC-RC.
           IF LC-RC = 0
             MOVE LC-PATH TO LC-C-PATH
             MOVE LC-FI-SIZE TO LC-C-SIZE
             MOVE LC-NEW-SEQ TO LC-C-SEQ
             MOVE LC-HASH TO LC-C-CHK
             MOVE LC-LINE-CNT TO LC-C-LINES
           END-IF.

      *******************************************************
      *> 共用段落：逐列驗證鏈結
      *******************************************************
       LC-VERIFY-PARA.
           MOVE 0 TO LCH-SEQ LCH-CHK LCH-LINES LCH-LEGACY
                     LCH-BAD-LINE.
           MOVE SPACES TO LCH-REASON LCH-LINE.
           MOVE 0 TO LC-LINE-NO LC-PREV-SEQ LC-PREV-CHK
                     LC-ANC-SEQ LC-ANC-CHK.
           MOVE "N" TO LC-STARTED LC-ANCHORED LC-CONFIRMED
                       LC-BROKEN LC-KNOWN-HIT.

           *> 上次驗證通過之末鏈
           MOVE 0 TO LC-KNOWN-SEQ LC-KNOWN-CHK LC-S-HIT.
           IF LCH-STATE NOT = SPACES
             PERFORM LC-STATE-LOAD-PARA
           END-IF.

           OPEN INPUT LC-LOG-FILE.
           IF LC-LOG-STATUS NOT = "00"
             MOVE "00" TO LC-LOG-STATUS
             IF LC-KNOWN-SEQ > 0
               MOVE "N" TO LCH-RESULT
               MOVE LC-KNOWN-SEQ TO LC-SEQ-FMT
               STRING
                 "LOG FILE MISSING - LAST VERIFIED AT SEQ "
                   DELIMITED BY SIZE
                 FUNCTION TRIM(LC-SEQ-FMT) DELIMITED BY SIZE
                 INTO LCH-REASON
               END-STRING
             ELSE
               MOVE "M" TO LCH-RESULT
             END-IF
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LC-LOG-STATUS NOT = "00"
             READ LC-LOG-FILE
               AT END
                 MOVE "10" TO LC-LOG-STATUS
               NOT AT END
                 ADD 1 TO LC-LINE-NO
                 PERFORM LC-LINK-PARA
                 IF LC-BROKEN = "Y"
                   MOVE "10" TO LC-LOG-STATUS
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LC-LOG-FILE.
           MOVE "00" TO LC-LOG-STATUS.
           MOVE LC-LINE-NO TO LCH-LINES.
           MOVE LC-PREV-SEQ TO LCH-SEQ.
           MOVE LC-PREV-CHK TO LCH-CHK.
           IF LC-BROKEN = "Y"
             MOVE "N" TO LCH-RESULT
             EXIT PARAGRAPH
           END-IF.

           *> 錨點須有檢查點列佐證
           IF LC-ANCHORED = "Y" AND LC-CONFIRMED = "N"
             MOVE "N" TO LCH-RESULT
             MOVE 1 TO LCH-BAD-LINE
             IF LC-HAS-HDR = "Y"
               MOVE 2 TO LCH-BAD-LINE
             END-IF
             MOVE "CHAIN ANCHOR NOT CONFIRMED BY A CHECKPOINT LINE"
               TO LCH-REASON
             EXIT PARAGRAPH
           END-IF.

           *> 上次驗證之末鏈須仍在 (裁除至錨點以前者除外)
           IF LC-KNOWN-SEQ > 0 AND LC-KNOWN-HIT = "N"
              AND LC-KNOWN-SEQ > LC-ANC-SEQ
             MOVE "N" TO LCH-RESULT
             MOVE LC-LINE-NO TO LCH-BAD-LINE
             MOVE LC-KNOWN-SEQ TO LC-SEQ-FMT
             STRING
               "LOG TRUNCATED - LAST VERIFIED SEQ " DELIMITED BY SIZE
               FUNCTION TRIM(LC-SEQ-FMT) DELIMITED BY SIZE
               " NO LONGER PRESENT" DELIMITED BY SIZE
               INTO LCH-REASON
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO LCH-RESULT.
           IF LCH-STATE NOT = SPACES AND LC-PREV-SEQ > 0
             PERFORM LC-STATE-SAVE-PARA
           END-IF.

      *******************************************************
      *> 共用段落：單列鏈結核對 (LC-LINE-NO 列)
      *******************************************************
       LC-LINK-PARA.
           PERFORM LC-PARSE-PARA.
           IF LC-SEALED = "N"
             IF LC-STARTED = "N"
               IF LC-LINE-NO = 1 AND LC-LOG-REC(1:8) IS NOT NUMERIC
                 MOVE "Y" TO LC-HAS-HDR
               ELSE
                 ADD 1 TO LCH-LEGACY
               END-IF
               EXIT PARAGRAPH
             END-IF
             MOVE "UNSEALED LINE INSIDE THE CHAIN (INSERTED)"
               TO LCH-REASON
             PERFORM LC-BREAK-PARA
             EXIT PARAGRAPH
           END-IF.

           IF LC-IS-ANCHOR = "Y"
             IF LC-STARTED = "N"
               MOVE "Y" TO LC-STARTED LC-ANCHORED
               MOVE LC-L-SEQ TO LC-PREV-SEQ LC-ANC-SEQ
               MOVE LC-L-CHK TO LC-PREV-CHK LC-ANC-CHK
             ELSE
               MOVE "CHAIN ANCHOR INSIDE THE CHAIN" TO LCH-REASON
               PERFORM LC-BREAK-PARA
             END-IF
             EXIT PARAGRAPH
           END-IF.

           COMPUTE LC-EXP-SEQ = LC-PREV-SEQ + 1.
           IF LC-L-SEQ NOT = LC-EXP-SEQ
             MOVE LC-EXP-SEQ TO LC-SEQ-FMT
             MOVE LC-L-SEQ TO LC-CNT-FMT
             STRING
               "MISSING LINK - EXPECTED SEQ " DELIMITED BY SIZE
               FUNCTION TRIM(LC-SEQ-FMT) DELIMITED BY SIZE
               " FOUND " DELIMITED BY SIZE
               FUNCTION TRIM(LC-CNT-FMT) DELIMITED BY SIZE
               INTO LCH-REASON
             END-STRING
             PERFORM LC-BREAK-PARA
             EXIT PARAGRAPH
           END-IF.

           MOVE LC-LOG-REC TO LC-BUF.
           MOVE LC-PREV-CHK TO LC-HASH.
           MOVE LC-L-SEQ TO LC-H-SEQ.
           PERFORM LC-HASH-PARA.
           IF LC-HASH NOT = LC-L-CHK
             MOVE "CHECKSUM MISMATCH - LINE ALTERED OR LINK REBUILT"
               TO LCH-REASON
             PERFORM LC-BREAK-PARA
             EXIT PARAGRAPH
           END-IF.

           *> 檢查點列佐證錨點 (;TRIM-THRU=序號;THRU-CHK=檢核碼)
           IF LC-ANCHORED = "Y" AND LC-CONFIRMED = "N"
             MOVE 0 TO LC-CP-POS
             INSPECT LC-BUF(1:LC-CLEN) TALLYING LC-CP-POS
               FOR CHARACTERS BEFORE INITIAL ";TRIM-THRU="
             IF LC-CP-POS + 42 <= LC-CLEN
               MOVE LC-BUF(LC-CP-POS + 12:9) TO LC-CP-SEQ-X
               MOVE LC-BUF(LC-CP-POS + 31:12) TO LC-CP-CHK-X
               IF LC-CP-SEQ-X IS NUMERIC AND LC-CP-CHK-X IS NUMERIC
                 IF LC-CP-SEQ-X = LC-ANC-SEQ
                    AND LC-CP-CHK-X = LC-ANC-CHK
                   MOVE "Y" TO LC-CONFIRMED
                 END-IF
               END-IF
             END-IF
           END-IF.

           IF LC-KNOWN-SEQ > 0 AND LC-L-SEQ = LC-KNOWN-SEQ
             MOVE "Y" TO LC-KNOWN-HIT
             IF LC-L-CHK NOT = LC-KNOWN-CHK
               MOVE LC-KNOWN-SEQ TO LC-SEQ-FMT
               STRING
                 "LAST VERIFIED SEQ " DELIMITED BY SIZE
                 FUNCTION TRIM(LC-SEQ-FMT) DELIMITED BY SIZE
                 " HAS CHANGED SINCE VERIFICATION" DELIMITED BY SIZE
                 INTO LCH-REASON
               END-STRING
               PERFORM LC-BREAK-PARA
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE "Y" TO LC-STARTED.
           MOVE LC-L-SEQ TO LC-PREV-SEQ.
           MOVE LC-L-CHK TO LC-PREV-CHK.

      *******************************************************
      *> 共用段落：記錄首一斷鏈列
      *******************************************************
       LC-BREAK-PARA.
           MOVE "Y" TO LC-BROKEN.
           MOVE LC-LINE-NO TO LCH-BAD-LINE.
           MOVE LC-LOG-REC(1:1000) TO LCH-LINE.

      *******************************************************
      *> 共用段落：驗證狀態檔載入並取本記錄檔之末鏈
      *******************************************************
       LC-STATE-LOAD-PARA.
           MOVE 0 TO LC-S-COUNT.
           MOVE LCH-STATE TO LC-ST-PATH.
           OPEN INPUT LC-ST-FILE.
           IF LC-ST-STATUS NOT = "00"
             MOVE "00" TO LC-ST-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LC-ST-STATUS NOT = "00"
             READ LC-ST-FILE
               AT END
                 MOVE "10" TO LC-ST-STATUS
               NOT AT END
                 IF LC-S-COUNT < 20
                    AND LC-ST-REC NOT = SPACES
                    AND LC-ST-REC(1:9) NOT = "LOG_PATH;"
                   MOVE SPACES TO LC-S-TOK(1) LC-S-TOK(2)
                                  LC-S-TOK(3) LC-S-TOK(4)
                   UNSTRING LC-ST-REC DELIMITED BY ";"
                       INTO LC-S-TOK(1) LC-S-TOK(2)
                            LC-S-TOK(3) LC-S-TOK(4)
                   IF LC-S-TOK(2)(1:9) IS NUMERIC
                      AND LC-S-TOK(3)(1:12) IS NUMERIC
                     ADD 1 TO LC-S-COUNT
                     MOVE LC-S-TOK(1) TO LC-S-PATH(LC-S-COUNT)
                     MOVE LC-S-TOK(2)(1:9) TO LC-S-SEQ(LC-S-COUNT)
                     MOVE LC-S-TOK(3)(1:12) TO LC-S-CHK(LC-S-COUNT)
                     MOVE LC-S-TOK(4)(1:14) TO LC-S-TS(LC-S-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE LC-ST-FILE.
           MOVE "00" TO LC-ST-STATUS.
           PERFORM VARYING LC-S-I FROM 1 BY 1
                     UNTIL LC-S-I > LC-S-COUNT
             IF LC-S-PATH(LC-S-I) = LC-PATH
               MOVE LC-S-I TO LC-S-HIT
               MOVE LC-S-SEQ(LC-S-I) TO LC-KNOWN-SEQ
               MOVE LC-S-CHK(LC-S-I) TO LC-KNOWN-CHK
               EXIT PERFORM
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：驗證通過後更新狀態檔 (本記錄檔末鏈)
      *******************************************************
       LC-STATE-SAVE-PARA.
           IF LC-S-HIT = 0
             IF LC-S-COUNT >= 20
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO LC-S-COUNT
             MOVE LC-S-COUNT TO LC-S-HIT
             MOVE LC-PATH TO LC-S-PATH(LC-S-HIT)
           END-IF.
           MOVE LC-PREV-SEQ TO LC-S-SEQ(LC-S-HIT).
           MOVE LC-PREV-CHK TO LC-S-CHK(LC-S-HIT).
           MOVE FUNCTION CURRENT-DATE TO LC-TS.
           MOVE LC-TS(1:14) TO LC-S-TS(LC-S-HIT).
           MOVE LCH-STATE TO LC-ST-PATH.
           OPEN OUTPUT LC-ST-FILE.
           IF LC-ST-STATUS NOT = "00"
             MOVE "00" TO LC-ST-STATUS
             EXIT PARAGRAPH
           END-IF.
           MOVE "LOG_PATH;LAST_SEQ;LAST_CHK;VERIFIED_AT" TO LC-ST-REC.
           WRITE LC-ST-REC.
           PERFORM VARYING LC-S-I FROM 1 BY 1
                     UNTIL LC-S-I > LC-S-COUNT
             MOVE SPACES TO LC-ST-REC
             STRING
               FUNCTION TRIM(LC-S-PATH(LC-S-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LC-S-SEQ(LC-S-I) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LC-S-CHK(LC-S-I) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               LC-S-TS(LC-S-I) DELIMITED BY SIZE
               INTO LC-ST-REC
             END-STRING
             WRITE LC-ST-REC
           END-PERFORM.
           CLOSE LC-ST-FILE.

      *******************************************************
      *> 共用段落：檔首裁除 LCH-CUTOFF 前之列
      *> 第一趟：數出檔首可裁除列 (表頭除外；日期取列首 8 碼，
      *> 舊錨點列一併裁除) 與其中最末一列的鏈結；
      *> 其次附加封印檢查點列；第二趟改寫為 表頭 + 新錨點 +
      *> 保留列 (含檢查點列)
      *******************************************************
       LC-TRIM-PARA.
           MOVE 0 TO LC-LINE-NO LC-TRIM-N LC-TRIM-REAL
                     LC-T-SEQ LC-T-CHK LCH-LINES.
           MOVE "N" TO LC-HAS-HDR.
           MOVE "Y" TO LC-IN-REGION.
           MOVE LCH-LINE(1:20) TO LC-CALLER.
           OPEN INPUT LC-LOG-FILE.
           IF LC-LOG-STATUS NOT = "00"
             MOVE "00" TO LC-LOG-STATUS
             MOVE "M" TO LCH-RESULT
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL LC-LOG-STATUS NOT = "00"
             READ LC-LOG-FILE
               AT END
                 MOVE "10" TO LC-LOG-STATUS
               NOT AT END
                 ADD 1 TO LC-LINE-NO
                 PERFORM LC-PARSE-PARA
                 EVALUATE TRUE
                   WHEN LC-LINE-NO = 1 AND LC-SEALED = "N"
                        AND LC-LOG-REC(1:8) IS NOT NUMERIC
                     MOVE "Y" TO LC-HAS-HDR
                   WHEN LC-IS-ANCHOR = "Y"
                     ADD 1 TO LC-TRIM-N
                     MOVE LC-L-SEQ TO LC-T-SEQ
                     MOVE LC-L-CHK TO LC-T-CHK
                   WHEN LC-LOG-REC(1:8) IS NUMERIC
                        AND LC-LOG-REC(1:8) < LCH-CUTOFF
                     ADD 1 TO LC-TRIM-N LC-TRIM-REAL
                     IF LC-SEALED = "Y"
                       MOVE LC-L-SEQ TO LC-T-SEQ
                       MOVE LC-L-CHK TO LC-T-CHK
                     END-IF
                   WHEN OTHER
                     MOVE "N" TO LC-IN-REGION
                     MOVE "10" TO LC-LOG-STATUS
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE LC-LOG-FILE.
           MOVE "00" TO LC-LOG-STATUS.
           IF LC-TRIM-REAL = 0
             MOVE "N" TO LCH-RESULT
             EXIT PARAGRAPH
           END-IF.

           *> 封印檢查點列 (裁除前先寫入鏈內)
           MOVE FUNCTION CURRENT-DATE TO LC-TS.
           MOVE LC-TRIM-REAL TO LC-CNT-FMT.
           MOVE SPACES TO LCH-LINE LCH-HEADER.
           STRING
             LC-TS(1:14) DELIMITED BY SIZE
             ";LOG-CHECKPOINT;" DELIMITED BY SIZE
             FUNCTION TRIM(LC-CALLER) DELIMITED BY SIZE
             ";TRIM-THRU=" DELIMITED BY SIZE
             LC-T-SEQ DELIMITED BY SIZE
             ";THRU-CHK=" DELIMITED BY SIZE
             LC-T-CHK DELIMITED BY SIZE
             ";LINES=" DELIMITED BY SIZE
             FUNCTION TRIM(LC-CNT-FMT) DELIMITED BY SIZE
             ";KEPT-FROM=" DELIMITED BY SIZE
             LCH-CUTOFF DELIMITED BY SIZE
             INTO LCH-LINE
           END-STRING.
           PERFORM LC-APPEND-PARA.
           IF LCH-RESULT NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE "E" TO LCH-RESULT.

           *> 改寫：表頭 + 錨點 + 保留列
           MOVE SPACES TO LC-TMP-PATH.
           STRING
             FUNCTION TRIM(LC-PATH) DELIMITED BY SIZE
             ".tmp" DELIMITED BY SIZE
             INTO LC-TMP-PATH
           END-STRING.
           OPEN INPUT LC-LOG-FILE.
           OPEN OUTPUT LC-TMP-FILE.
           IF LC-LOG-STATUS NOT = "00" OR LC-TMP-STATUS NOT = "00"
             CLOSE LC-LOG-FILE LC-TMP-FILE
             MOVE "00" TO LC-LOG-STATUS LC-TMP-STATUS
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO LC-LINE-NO.
           PERFORM UNTIL LC-LOG-STATUS NOT = "00"
             READ LC-LOG-FILE
               AT END
                 MOVE "10" TO LC-LOG-STATUS
               NOT AT END
                 ADD 1 TO LC-LINE-NO
                 EVALUATE TRUE
                   WHEN LC-LINE-NO = 1 AND LC-HAS-HDR = "Y"
                     MOVE LC-LOG-REC TO LC-TMP-REC
                     WRITE LC-TMP-REC
                   WHEN LC-TRIM-N > 0
                     SUBTRACT 1 FROM LC-TRIM-N
                     IF LC-TRIM-N = 0 AND LC-T-SEQ > 0
                       MOVE SPACES TO LC-TMP-REC
                       STRING
                         "CHAIN-ANCHOR;SEQ=" DELIMITED BY SIZE
                         LC-T-SEQ DELIMITED BY SIZE
                         ";CHK=" DELIMITED BY SIZE
                         LC-T-CHK DELIMITED BY SIZE
                         INTO LC-TMP-REC
                       END-STRING
                       WRITE LC-TMP-REC
                     END-IF
                   WHEN OTHER
                     MOVE LC-LOG-REC TO LC-TMP-REC
                     WRITE LC-TMP-REC
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE LC-LOG-FILE LC-TMP-FILE.
           MOVE "00" TO LC-LOG-STATUS LC-TMP-STATUS.
           CALL "CBL_DELETE_FILE" USING LC-PATH RETURNING LC-RC.
           CALL "CBL_RENAME_FILE" USING LC-TMP-PATH LC-PATH
             RETURNING LC-RC.
           MOVE SPACES TO LC-C-PATH.
           IF LC-RC = 0
             MOVE "Y" TO LCH-RESULT
             MOVE LC-TRIM-REAL TO LCH-LINES
           END-IF.
       END PROGRAM LOG-CHAIN.
