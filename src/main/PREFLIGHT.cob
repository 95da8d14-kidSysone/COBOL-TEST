      *>   - AddressMaster.dat 可正常開啟 (不存在視為首次執行)
      *>   - 輸出目錄可寫入 (寫入並刪除探測檔)
      *>   - 殘留的 EXECUTE.lock (未過期=NO-GO、過期=警告)
      *>   - 授權參照資料 (RefDataRegister.csv 登錄)：授權已過期
      *>     =NO-GO、30 天內到期或版次超過最長可用天數=警告；
      *>     RefAddress.dat 蓋印之授權已過期=NO-GO
      *>   - 稽核/查閱記錄檔鏈結 (AuditLog.csv、AddressAccess_Log、
      *>     FailFix_Log、RuleMaint_Log；見 LOG-VERIFY)：斷鏈=警告
      *> 結果寫成一頁 output\Preflight_Report.txt；
      *> RC 0=GO、4=GO (帶警告)、8=NO-GO
      *******************************************************
             TO PF-RPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PF-REG-FILE ASSIGN
             TO "input\RefDataRegister.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PF-REG-STATUS.

           SELECT PF-REFA-FILE ASSIGN
             TO "output\RefAddress.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PF-REFA-KEY
             FILE STATUS IS PF-REFA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PF-PARM-FILE.
       FD PF-MASTER-FILE.
         01 PF-MST-REC.
            05 PF-MST-CUSTID PIC X(50).
            05 PF-MST-REST   PIC X(6882).

       FD PF-PROBE-FILE.
         01 PF-PROBE-REC PIC X(1000).
       FD PF-RPT-FILE.
         01 PF-RPT-REC PIC X(132).

       FD PF-REG-FILE.
         01 PF-REG-REC PIC X(200).

       FD PF-REFA-FILE.
         01 PF-REFA-REC.
            05 PF-REFA-KEY   PIC X(160).
            05 PF-REFA-LOW   PIC 9(7).
            05 PF-REFA-HIGH  PIC 9(7).

       WORKING-STORAGE SECTION.
       01 PF-PARM-STATUS  PIC XX VALUE "00".
       01 PF-MST-STATUS   PIC XX VALUE "00".
       01 PF-PROBE-STATUS PIC XX VALUE "00".
       01 PF-LOCK-STATUS  PIC XX VALUE "00".
       01 PF-REG-STATUS   PIC XX VALUE "00".
       01 PF-REFA-STATUS  PIC XX VALUE "00".

       *> 必備規則檔 (READ-RULE 缺檔即中止的四個)
       01 PF-RULE-TBL.
       01 FILLER REDEFINES PF-RULE-TBL.
          05 PF-RULE-NAME  PIC X(30) OCCURS 4 TIMES.

       *> 授權/採購參照資料 (EXECUTE 固定自 input\ 讀取)
       01 PF-REF-TBL.
          05 FILLER PIC X(30) VALUE "NationalAddressFile.csv".
          05 FILLER PIC X(30) VALUE "GeoRef.csv".
          05 FILLER PIC X(30) VALUE "ZipCityXref.csv".
          05 FILLER PIC X(30) VALUE "StreetRanges.csv".
       01 FILLER REDEFINES PF-REF-TBL.
          05 PF-REF-NAME   PIC X(30) OCCURS 4 TIMES.

       *> 參照資料授權登錄 (檔名;供應商;版次;到期日;最長天數)
       01 PF-REG-DATA.
          05 PF-REG-CNT    PIC 99 VALUE 0.
          05 PF-REG-ENTRY OCCURS 20 TIMES.
             10 PF-REG-FNAME   PIC X(30).
             10 PF-REG-VENDOR  PIC X(40).
             10 PF-REG-EDITION PIC X(8).
             10 PF-REG-EXPIRY  PIC X(8).
             10 PF-REG-MAXAGE  PIC X(6).
          05 PF-REG-J      PIC 99 VALUE 0.
          05 PF-REG-HIT    PIC 99 VALUE 0.
          05 PF-REG-NAME-UC PIC X(30).
          05 PF-REF-PRESENT PIC X VALUE "N".
          05 PF-REG-LOADED PIC X VALUE "N".
          05 PF-REF-WARN-DAYS PIC 9(3) VALUE 30.
          05 PF-TODAY-INT  PIC 9(9) VALUE 0.
          05 PF-DATE-INT   PIC 9(9) VALUE 0.
          05 PF-DAYS       PIC S9(7) VALUE 0.
          05 PF-MAXAGE     PIC 9(6) VALUE 0.
          05 PF-DAYS-FMT   PIC -(6)9.
          05 PF-STAMP-ED   PIC 9(8) VALUE 0.
          05 PF-STAMP-EXP  PIC 9(8) VALUE 0.

       01 PF-PARMS.
          05 PF-KEY        PIC X(30).
          05 PF-VAL        PIC X(150).
          05 PF-PEND-TXT   PIC X(132) OCCURS 50 TIMES.
          05 PF-PEND-CNT   PIC 9(3) VALUE 0.

       *> 鏈結驗證的記錄檔 (與 LOG-VERIFY 同)
       01 PF-LOG-DATA.
          05 PF-LOG-PATH   PIC X(150) OCCURS 5 TIMES.
          05 PF-LOG-CNT    PIC 9 VALUE 0.
          05 PF-LOG-STATE  PIC X(150).
          05 PF-LOG-FMT    PIC Z(8)9.

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
             PERFORM PF-NOTE-PARA
           END-IF.

      *******************************************************
      *> 授權參照資料：登錄檔載入後逐檔核對授權到期與版次
      *> 新舊；檔案不在場且未登錄者視為未使用，不列
      *******************************************************
           MOVE FUNCTION NUMVAL(PF-TS(1:8)) TO PF-DATE-NUM.
           COMPUTE PF-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(PF-DATE-NUM).
           OPEN INPUT PF-REG-FILE.
           IF PF-REG-STATUS = "00"
             MOVE "Y" TO PF-REG-LOADED
             PERFORM UNTIL PF-REG-STATUS NOT = "00"
               READ PF-REG-FILE
                 AT END
                   MOVE "10" TO PF-REG-STATUS
                 NOT AT END
                   IF PF-REG-CNT < 20
                      AND FUNCTION TRIM(PF-REG-REC) NOT = SPACES
                      AND PF-REG-REC(1:1) NOT = "*"
                      AND PF-REG-REC(1:10) NOT = "FILE_NAME;"
                     ADD 1 TO PF-REG-CNT
                     UNSTRING PF-REG-REC DELIMITED BY ";"
                         INTO PF-REG-FNAME(PF-REG-CNT)
                              PF-REG-VENDOR(PF-REG-CNT)
                              PF-REG-EDITION(PF-REG-CNT)
                              PF-REG-EXPIRY(PF-REG-CNT)
                              PF-REG-MAXAGE(PF-REG-CNT)
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(PF-REG-FNAME(PF-REG-CNT)))
                       TO PF-REG-FNAME(PF-REG-CNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PF-REG-FILE
           ELSE
             ADD 1 TO PF-WARN-CNT
             MOVE SPACES TO PF-TXT
             STRING
               "WARN  : NO REFERENCE DATA REGISTER " DELIMITED BY SIZE
               "(input\RefDataRegister.csv) - LICENCES NOT CHECKED"
                 DELIMITED BY SIZE
               INTO PF-TXT
             END-STRING
             PERFORM PF-NOTE-PARA
           END-IF.
           PERFORM VARYING PF-I FROM 1 BY 1 UNTIL PF-I > 4
             PERFORM PF-REF-PARA
           END-PERFORM.

           *> RefAddress.dat 蓋印 (EXECUTE 實際比對所用之版次)
           OPEN INPUT PF-REFA-FILE.
           IF PF-REFA-STATUS = "00"
             PERFORM PF-REFA-PARA
             CLOSE PF-REFA-FILE
           END-IF.

      *******************************************************
      *> 稽核/查閱記錄檔鏈結驗證 (斷鏈=警告，不擋批次)
      *******************************************************
           MOVE SPACES TO PF-LOG-DATA.
           MOVE 1 TO PF-LOG-CNT.
           STRING
             FUNCTION TRIM(PF-OUTPUT-DIR) DELIMITED BY SIZE
             "AuditLog.csv" DELIMITED BY SIZE
             INTO PF-LOG-PATH(1)
           END-STRING.
           STRING
             FUNCTION TRIM(PF-OUTPUT-DIR) DELIMITED BY SIZE
             "LogChain_State.csv" DELIMITED BY SIZE
             INTO PF-LOG-STATE
           END-STRING.
           IF PF-LOG-PATH(1) NOT = "output\AuditLog.csv"
             ADD 1 TO PF-LOG-CNT
             MOVE "output\AuditLog.csv" TO PF-LOG-PATH(PF-LOG-CNT)
           END-IF.
           ADD 1 TO PF-LOG-CNT.
           MOVE "output\AddressAccess_Log.csv"
             TO PF-LOG-PATH(PF-LOG-CNT).
           ADD 1 TO PF-LOG-CNT.
           MOVE "output\FailFix_Log.csv" TO PF-LOG-PATH(PF-LOG-CNT).
           ADD 1 TO PF-LOG-CNT.
           MOVE "input\RuleMaint_Log.csv" TO PF-LOG-PATH(PF-LOG-CNT).
           PERFORM VARYING PF-I FROM 1 BY 1 UNTIL PF-I > PF-LOG-CNT
             PERFORM PF-LOG-PARA
           END-PERFORM.

      *******************************************************
      *> 判定與收尾
      *******************************************************
           MOVE PF-TXT TO PF-RPT-REC.
           WRITE PF-RPT-REC.
           DISPLAY FUNCTION TRIM(PF-TXT).

      *******************************************************
      *> 共用段落：單一記錄檔鏈結驗證 (PF-LOG-PATH(PF-I))
      *> 檔案不存在且未曾驗證者視為未使用，不列
      *******************************************************
       PF-LOG-PARA.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "VERIFY" TO LCH-OP.
           MOVE PF-LOG-PATH(PF-I) TO LCH-PATH.
           MOVE PF-LOG-STATE TO LCH-STATE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
           MOVE SPACES TO PF-TXT.
           EVALUATE LCH-RESULT
             WHEN "M"
               EXIT PARAGRAPH
             WHEN "Y"
               MOVE LCH-SEQ TO PF-LOG-FMT
               STRING
                 "GO    : LOG CHAIN INTACT (SEQ " DELIMITED BY SIZE
                 FUNCTION TRIM(PF-LOG-FMT) DELIMITED BY SIZE
                 "): " DELIMITED BY SIZE
                 FUNCTION TRIM(PF-LOG-PATH(PF-I)) DELIMITED BY SIZE
                 INTO PF-TXT
               END-STRING
             WHEN "N"
               ADD 1 TO PF-WARN-CNT
               MOVE LCH-BAD-LINE TO PF-LOG-FMT
               STRING
                 "WARN  : LOG CHAIN BROKEN AT LINE " DELIMITED BY SIZE
                 FUNCTION TRIM(PF-LOG-FMT) DELIMITED BY SIZE
                 " OF " DELIMITED BY SIZE
                 FUNCTION TRIM(PF-LOG-PATH(PF-I)) DELIMITED BY SIZE
                 " - " DELIMITED BY SIZE
                 FUNCTION TRIM(LCH-REASON) DELIMITED BY SIZE
                 INTO PF-TXT
               END-STRING
             WHEN OTHER
               ADD 1 TO PF-WARN-CNT
               STRING
                 "WARN  : LOG CANNOT BE READ FOR CHAIN CHECK: "
                   DELIMITED BY SIZE
                 FUNCTION TRIM(PF-LOG-PATH(PF-I)) DELIMITED BY SIZE
                 INTO PF-TXT
               END-STRING
           END-EVALUATE.
           PERFORM PF-NOTE-PARA.

      *******************************************************
      *> 共用段落：單一參照資料檔授權核對 (PF-I 指定檔案)
      *******************************************************
       PF-REF-PARA.
           MOVE SPACES TO PF-CHK-PATH.
           STRING
             "input\" DELIMITED BY SIZE
             FUNCTION TRIM(PF-REF-NAME(PF-I)) DELIMITED BY SIZE
             INTO PF-CHK-PATH
           END-STRING.
           CALL "CBL_CHECK_FILE_EXIST" USING PF-CHK-PATH
             PF-CF-INFO RETURNING PF-RC.
           MOVE "N" TO PF-REF-PRESENT.
           IF PF-RC = 0
             MOVE "Y" TO PF-REF-PRESENT
           END-IF.
           MOVE FUNCTION UPPER-CASE(PF-REF-NAME(PF-I))
             TO PF-REG-NAME-UC.
           MOVE 0 TO PF-REG-HIT.
           PERFORM VARYING PF-REG-J FROM 1 BY 1
                     UNTIL PF-REG-J > PF-REG-CNT
             IF PF-REG-FNAME(PF-REG-J) = PF-REG-NAME-UC
               MOVE PF-REG-J TO PF-REG-HIT
             END-IF
           END-PERFORM.

           IF PF-REG-HIT = 0
             IF PF-REF-PRESENT = "Y" AND PF-REG-LOADED = "Y"
               ADD 1 TO PF-WARN-CNT
               MOVE SPACES TO PF-TXT
               STRING
                 "WARN  : REFERENCE FILE NOT IN REGISTER: "
                   DELIMITED BY SIZE
                 FUNCTION TRIM(PF-REF-NAME(PF-I)) DELIMITED BY SIZE
                 INTO PF-TXT
               END-STRING
               PERFORM PF-NOTE-PARA
             END-IF
             EXIT PARAGRAPH
           END-IF.

           *> 授權到期日
           IF PF-REG-EXPIRY(PF-REG-HIT) IS NOT NUMERIC
             ADD 1 TO PF-WARN-CNT
             MOVE SPACES TO PF-TXT
             STRING
               "WARN  : NO VALID LICENCE EXPIRY IN REGISTER: "
                 DELIMITED BY SIZE
               FUNCTION TRIM(PF-REF-NAME(PF-I)) DELIMITED BY SIZE
               INTO PF-TXT
             END-STRING
             PERFORM PF-NOTE-PARA
           ELSE
             MOVE PF-REG-EXPIRY(PF-REG-HIT) TO PF-DATE-NUM
             IF FUNCTION TEST-DATE-YYYYMMDD(PF-DATE-NUM) NOT = 0
               MOVE 0 TO PF-DATE-NUM
             END-IF
             IF PF-DATE-NUM = 0
               ADD 1 TO PF-WARN-CNT
               MOVE SPACES TO PF-TXT
               STRING
                 "WARN  : NO VALID LICENCE EXPIRY IN REGISTER: "
                   DELIMITED BY SIZE
                 FUNCTION TRIM(PF-REF-NAME(PF-I)) DELIMITED BY SIZE
                 INTO PF-TXT
               END-STRING
             ELSE
               COMPUTE PF-DATE-INT =
                 FUNCTION INTEGER-OF-DATE(PF-DATE-NUM)
               COMPUTE PF-DAYS = PF-DATE-INT - PF-TODAY-INT
               MOVE PF-DAYS TO PF-DAYS-FMT
               MOVE SPACES TO PF-TXT
               EVALUATE TRUE
                 WHEN PF-DAYS < 0
                   ADD 1 TO PF-NOGO-CNT
                   STRING
                     "NO-GO : LICENCE EXPIRED " DELIMITED BY SIZE
                     PF-REG-EXPIRY(PF-REG-HIT) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(PF-REF-NAME(PF-I))
                       DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(PF-REG-VENDOR(PF-REG-HIT))
                       DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO PF-TXT
                   END-STRING
                 WHEN PF-DAYS <= PF-REF-WARN-DAYS
                   ADD 1 TO PF-WARN-CNT
                   STRING
                     "WARN  : LICENCE EXPIRES IN " DELIMITED BY SIZE
                     FUNCTION TRIM(PF-DAYS-FMT) DELIMITED BY SIZE
                     " DAYS (" DELIMITED BY SIZE
                     PF-REG-EXPIRY(PF-REG-HIT) DELIMITED BY SIZE
                     "): " DELIMITED BY SIZE
                     FUNCTION TRIM(PF-REF-NAME(PF-I))
                       DELIMITED BY SIZE
                     " - RENEW WITH " DELIMITED BY SIZE
                     FUNCTION TRIM(PF-REG-VENDOR(PF-REG-HIT))
                       DELIMITED BY SIZE
                     INTO PF-TXT
                   END-STRING
                 WHEN OTHER
                   STRING
                     "GO    : LICENSED TO " DELIMITED BY SIZE
                     PF-REG-EXPIRY(PF-REG-HIT) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(PF-REF-NAME(PF-I))
                       DELIMITED BY SIZE
                     " (" DELIMITED BY SIZE
                     FUNCTION TRIM(PF-REG-VENDOR(PF-REG-HIT))
                       DELIMITED BY SIZE
                     ")" DELIMITED BY SIZE
                     INTO PF-TXT
                   END-STRING
               END-EVALUATE
             END-IF
             PERFORM PF-NOTE-PARA
           END-IF.

           *> 版次新舊 (超過最長可用天數=應換版)
           IF PF-REG-EDITION(PF-REG-HIT) IS NOT NUMERIC
              OR FUNCTION TRIM(PF-REG-MAXAGE(PF-REG-HIT))
                 IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           MOVE PF-REG-EDITION(PF-REG-HIT) TO PF-DATE-NUM.
           MOVE FUNCTION NUMVAL(
                  FUNCTION TRIM(PF-REG-MAXAGE(PF-REG-HIT)))
             TO PF-MAXAGE.
           IF FUNCTION TEST-DATE-YYYYMMDD(PF-DATE-NUM) NOT = 0
              OR PF-MAXAGE = 0
             EXIT PARAGRAPH
           END-IF.
           COMPUTE PF-DATE-INT = FUNCTION INTEGER-OF-DATE(PF-DATE-NUM).
           COMPUTE PF-DAYS = PF-TODAY-INT - PF-DATE-INT.
           IF PF-DAYS > PF-MAXAGE
             ADD 1 TO PF-WARN-CNT
             MOVE PF-DAYS TO PF-DAYS-FMT
             MOVE SPACES TO PF-TXT
             STRING
               "WARN  : EDITION " DELIMITED BY SIZE
               PF-REG-EDITION(PF-REG-HIT) DELIMITED BY SIZE
               " IS " DELIMITED BY SIZE
               FUNCTION TRIM(PF-DAYS-FMT) DELIMITED BY SIZE
               " DAYS OLD (MAX " DELIMITED BY SIZE
               FUNCTION TRIM(PF-REG-MAXAGE(PF-REG-HIT))
                 DELIMITED BY SIZE
               "): " DELIMITED BY SIZE
               FUNCTION TRIM(PF-REF-NAME(PF-I)) DELIMITED BY SIZE
               " - VENDOR REFRESH DUE" DELIMITED BY SIZE
               INTO PF-TXT
             END-STRING
             PERFORM PF-NOTE-PARA
           END-IF.

      *******************************************************
      *> 共用段落：RefAddress.dat 蓋印核對 (授權到期=NO-GO、
      *> 未蓋印或與登錄版次不符=警告，須重跑 REFADDR-LOAD)
      *******************************************************
       PF-REFA-PARA.
           MOVE 0 TO PF-STAMP-ED PF-STAMP-EXP.
           MOVE "#REFDATE" TO PF-REFA-KEY.
           READ PF-REFA-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               COMPUTE PF-STAMP-ED =
                 PF-REFA-LOW * 10000 + PF-REFA-HIGH
           END-READ.
           MOVE "#LICEXP" TO PF-REFA-KEY.
           READ PF-REFA-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               COMPUTE PF-STAMP-EXP =
                 PF-REFA-LOW * 10000 + PF-REFA-HIGH
           END-READ.

           MOVE SPACES TO PF-TXT.
           IF PF-STAMP-EXP = 0
             ADD 1 TO PF-WARN-CNT
             STRING
               "WARN  : RefAddress.dat CARRIES NO LICENCE STAMP - "
                 DELIMITED BY SIZE
               "RERUN REFADDR-LOAD" DELIMITED BY SIZE
               INTO PF-TXT
             END-STRING
             PERFORM PF-NOTE-PARA
           ELSE
             MOVE FUNCTION NUMVAL(PF-TS(1:8)) TO PF-DATE-NUM
             IF PF-STAMP-EXP < PF-DATE-NUM
               ADD 1 TO PF-NOGO-CNT
               STRING
                 "NO-GO : RefAddress.dat BUILT UNDER A LICENCE "
                   DELIMITED BY SIZE
                 "EXPIRED " DELIMITED BY SIZE
                 PF-STAMP-EXP DELIMITED BY SIZE
                 " - LOAD A CURRENT EDITION" DELIMITED BY SIZE
                 INTO PF-TXT
               END-STRING
               PERFORM PF-NOTE-PARA
             END-IF
           END-IF.

           *> 登錄版次已換而索引檔未重建
           MOVE 0 TO PF-REG-HIT.
           PERFORM VARYING PF-REG-J FROM 1 BY 1
                     UNTIL PF-REG-J > PF-REG-CNT
             IF PF-REG-FNAME(PF-REG-J) = "NATIONALADDRESSFILE.CSV"
               MOVE PF-REG-J TO PF-REG-HIT
             END-IF
           END-PERFORM.
           IF PF-REG-HIT > 0
             IF PF-REG-EDITION(PF-REG-HIT) IS NUMERIC
                AND PF-REG-EDITION(PF-REG-HIT) NOT = PF-STAMP-ED
               ADD 1 TO PF-WARN-CNT
               MOVE SPACES TO PF-TXT
               STRING
                 "WARN  : RefAddress.dat EDITION " DELIMITED BY SIZE
                 PF-STAMP-ED DELIMITED BY SIZE
                 ", REGISTER SHOWS " DELIMITED BY SIZE
                 PF-REG-EDITION(PF-REG-HIT) DELIMITED BY SIZE
                 " - RERUN REFADDR-LOAD" DELIMITED BY SIZE
                 INTO PF-TXT
               END-STRING
               PERFORM PF-NOTE-PARA
             END-IF
           END-IF.
       END PROGRAM PREFLIGHT.
