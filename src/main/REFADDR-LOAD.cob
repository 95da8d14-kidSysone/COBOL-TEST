      *> 鍵值讀取比對，不再受 OCCURS 表格容量限制：
      *>   L;國家;城市            市鎮層記錄
      *>   S;國家;城市;街道       街道層記錄 (帶門牌範圍)
      *>   U;國家;城市;街道;門牌 單棟層記錄 (LOW=戶數)
      *> 門牌層比對由 EXECUTE 以街道層記錄的門牌範圍判定。
      *> 擷取檔第 6 欄 (戶數，可省略) 為單棟建物 (門牌下限=上限
      *> 或上限空白) 的戶數/投遞點數，有值者另建單棟層記錄，供
      *> EXECUTE 判斷多戶建物缺樓層/室號
      *> 鍵值一律轉大寫去空白，與比對端正規化一致。
      *> 另寫一筆 #REFDATE 記錄 (LOW=西元年、HIGH=月日) 標示
      *> 參照資料日期，供郵資折扣資格證明書引用：擷取檔內有
      *> "* EXTRACT-DATE=YYYYMMDD" 註解列者取其擷取日，否則
      *> 取轉建當日
      *> 授權登錄 input\RefDataRegister.csv 有本檔 (檔名
      *> NationalAddressFile.csv) 者，以登錄之版次日期為準，並
      *> 另寫一筆 #LICEXP 記錄 (格式同 #REFDATE) 蓋印授權到期
      *> 日；授權已過期者拒絕轉建 (RC=8，既有索引檔不動)，
      *> 未登錄者照常轉建但 RC=4
      *> 差異載入 (REFADDR.PARM：LOAD-MODE=DELTA)：不再整檔
      *> 重建，而將供應商的異動檔 (DELTA-FILE=，預設
      *> input\NationalAddressDelta.csv)
      *>   動作;國家;城市;街道;門牌下限;門牌上限
      *>   I=新增 A=修正門牌範圍 D=刪除 (街道空白=整個市鎮)
      *>   第 7 欄戶數 (可省略) 同擷取檔第 6 欄；0=刪除單棟層記錄
      *> 直接套用到既有索引檔：修正者就地改寫門牌範圍，新的
      *> 市鎮/街道鍵補建；刪除前先循序掃描 AddressMaster.dat，
      *> 仍有現行地址落在該街道 (或市鎮) 者拒絕刪除，逐戶列入
      *> output\RefAddress_Delta_Conflicts.csv (RC=4)。
      *> 異動檔以 "* EDITION=YYYYMMDD" 註解列標示版次 (無則取
      *> 套用當日)，須新於索引檔 #REFDATE；另有
      *> "* BASE-EDITION=YYYYMMDD" 者須與 #REFDATE 相符，跳號
      *> 或重複套用一律拒絕 (RC=8，索引檔不動)。套用後
      *> #REFDATE 前進為異動檔版次
      *> 全量轉建與差異載入皆附加一列載入摘要至
      *> output\AuditLog.csv
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RFL-OUT-FILE ASSIGN
             TO "output\RefAddress.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RFL-OUT-KEY
             FILE STATUS IS RFL-OUT-STATUS.

           SELECT RFL-REG-FILE ASSIGN
             TO "input\RefDataRegister.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RFL-REG-STATUS.

           SELECT RFL-PARM-FILE ASSIGN
             TO "REFADDR.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RFL-PARM-STATUS.

           SELECT RFL-DLT-FILE ASSIGN
             TO RFL-DLT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RFL-DLT-STATUS.

           SELECT RFL-MST-FILE ASSIGN
             TO "output\AddressMaster.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RFL-MST-CUSTID
             FILE STATUS IS RFL-MST-STATUS.

           SELECT RFL-CNF-FILE ASSIGN
             TO "output\RefAddress_Delta_Conflicts.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RFL-IN-FILE.
            05 RFL-OUT-LOW   PIC 9(7).
            05 RFL-OUT-HIGH  PIC 9(7).

       FD RFL-REG-FILE.
         01 RFL-REG-REC PIC X(200).

       FD RFL-PARM-FILE.
         01 RFL-PARM-REC PIC X(200).

       FD RFL-DLT-FILE.
         01 RFL-DLT-REC PIC X(250).

       FD RFL-MST-FILE.
         01 RFL-MST-REC.
            05 RFL-MST-CUSTID    PIC X(50).
            05 RFL-MST-ADDRESS   PIC X(2000).
            05 RFL-MST-ALT-DELIV PIC X(100).
            05 RFL-MST-ALT-ADDR  PIC X(2000).
            05 RFL-MST-ALT-FROM  PIC X(4).
            05 RFL-MST-ALT-TO    PIC X(4).
            05 RFL-MST-SRC       PIC X(20).
            05 RFL-MST-SCORE     PIC 9(3).
            05 RFL-MST-FWD-ADDR  PIC X(2000).
            05 RFL-MST-FWD-UNTIL PIC X(8).
            05 RFL-MST-CONFIRMED PIC X(8).
            05 RFL-MST-LIN-BATCH PIC X(10).
            05 RFL-MST-LIN-SRC   PIC X(20).
            05 RFL-MST-LIN-FILE  PIC X(40).
            05 RFL-MST-LIN-LINE  PIC 9(7).
            05 RFL-MST-LIN-RULE  PIC X(30).
            05 RFL-MST-LINE-HASH PIC 9(12).
            05 RFL-MST-LIN-CTRY  PIC X(35).
            05 RFL-MST-LIN-TYPE  PIC X(8).
            05 RFL-MST-LIN-WARN  PIC X(30).
            05 RFL-MST-OVR-FLAG  PIC X.
            05 RFL-MST-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
            05 RFL-MST-OVR-CTRY  PIC X(35).
            05 RFL-MST-OVR-ZIP   PIC X(16).
            05 RFL-MST-OVR-TOWN  PIC X(35).
            05 RFL-MST-OVR-REASON PIC X(40).
            05 RFL-MST-OVR-OPER  PIC X(20).
            05 RFL-MST-OVR-DATE  PIC X(8).
            05 RFL-MST-OVR-SRC-HASH PIC 9(12).
            05 RFL-MST-OVR-SUSP-DATE PIC X(8).
            05 RFL-MST-USE-CODE  PIC X(8).

       FD RFL-CNF-FILE.
         01 RFL-CNF-REC PIC X(2300).

       WORKING-STORAGE SECTION.
       01 RFL-IN-STATUS   PIC XX VALUE "00".
       01 RFL-OUT-STATUS  PIC XX VALUE "00".
       01 RFL-REG-STATUS  PIC XX VALUE "00".
       01 RFL-PARM-STATUS PIC XX VALUE "00".
       01 RFL-DLT-STATUS  PIC XX VALUE "00".
       01 RFL-MST-STATUS  PIC XX VALUE "00".

       *> REFADDR.PARM (LOAD-MODE / DELTA-FILE)
       01 RFL-PARMS.
          05 RFL-KEY         PIC X(30).
          05 RFL-VAL         PIC X(150).
          05 RFL-MODE        PIC X(5) VALUE "FULL".
          05 RFL-DLT-PATH    PIC X(120)
                             VALUE "input\NationalAddressDelta.csv".

       01 RFL-REG-FLDS.
          05 RFL-REG-FILE-NM PIC X(30).
          05 RFL-REG-VENDOR  PIC X(40).
          05 RFL-REG-EDITION PIC X(8).
          05 RFL-REG-EXPIRY  PIC X(8).
          05 RFL-REG-FOUND   PIC X VALUE "N".
          05 RFL-TODAY       PIC X(8).
          05 RFL-LIC-EXP     PIC 9(8) VALUE 0.
          05 RFL-EXTRACT-DT  PIC 9(8) VALUE 0.

       01 RFL-FLDS.
          05 RFL-CTRY     PIC X(35).
          05 RFL-STREET   PIC X(50).
          05 RFL-LOW-TXT  PIC X(10).
          05 RFL-HIGH-TXT PIC X(10).
          05 RFL-UNITS-TXT PIC X(10).

       01 RFL-WORK.
          05 RFL-IN-CNT   PIC 9(8) VALUE 0.
          05 RFL-L-CNT    PIC 9(8) VALUE 0.
          05 RFL-S-CNT    PIC 9(8) VALUE 0.
          05 RFL-U-CNT    PIC 9(8) VALUE 0.
          05 RFL-CNT-FMT  PIC Z(7)9.
          05 RFL-KEY-WORK PIC X(160).
          05 RFL-REF-DATE PIC 9(8) VALUE 0.
          05 RFL-DATE-TXT PIC X(8).
          05 RFL-TS       PIC X(21).
          05 RFL-TXT      PIC X(300).
          05 RFL-PTR      PIC 9(4) VALUE 1.
          05 RFL-LBL      PIC X(20).
          05 RFL-NUM      PIC 9(8) VALUE 0.

       *> 差異載入：版次與各動作筆數
       01 RFL-DLT-WORK.
          05 RFL-ACTION   PIC X(10).
          05 RFL-CUR-ED   PIC 9(8) VALUE 0.
          05 RFL-NEW-ED   PIC 9(8) VALUE 0.
          05 RFL-BASE-ED  PIC 9(8) VALUE 0.
          05 RFL-D-ROWS   PIC 9(8) VALUE 0.
          05 RFL-D-INS-L  PIC 9(8) VALUE 0.
          05 RFL-D-INS-S  PIC 9(8) VALUE 0.
          05 RFL-D-AMD    PIC 9(8) VALUE 0.
          05 RFL-D-SAME   PIC 9(8) VALUE 0.
          05 RFL-D-DEL-L  PIC 9(8) VALUE 0.
          05 RFL-D-DEL-S  PIC 9(8) VALUE 0.
          05 RFL-D-NF     PIC 9(8) VALUE 0.
          05 RFL-D-REF    PIC 9(8) VALUE 0.
          05 RFL-D-REJ    PIC 9(8) VALUE 0.
          05 RFL-D-CNF    PIC 9(8) VALUE 0.
          05 RFL-D-UNIT   PIC 9(8) VALUE 0.
          05 RFL-UNITS    PIC 9(7) VALUE 0.
          05 RFL-NEW-LOW  PIC 9(7) VALUE 0.
          05 RFL-NEW-HIGH PIC 9(7) VALUE 0.
          05 RFL-PREFIX   PIC X(160).
          05 RFL-PFX-LEN  PIC 9(3) VALUE 0.
          05 RFL-MORE     PIC X VALUE "N".
          05 RFL-SAVE-STREET PIC X(50).

       *> 差異載入：待刪除鍵 (刪除前核對主檔用)
       01 RFL-DEL-TBL.
          05 RFL-DEL-ENTRY OCCURS 2000 TIMES.
             10 RFL-DEL-KEY    PIC X(160).
             10 RFL-DEL-CTRY   PIC X(35).
             10 RFL-DEL-CITY   PIC X(52).
             10 RFL-DEL-STREET PIC X(52).
             10 RFL-DEL-HITS   PIC 9(7).
       01 RFL-DEL-COUNT   PIC 9(4) VALUE 0.
       01 RFL-DEL-I       PIC 9(4) VALUE 0.
       01 RFL-DEL-FOUND   PIC 9(4) VALUE 0.

       *> 主檔地址比對 (轉大寫、英數以外一律視為空白，前後
       *> 補空白後以整字包含判定)
       01 RFL-NORM-WORK.
          05 RFL-PUNCT     PIC X(12) VALUE ",.;:/\-()#'&".
          05 RFL-BLANKS    PIC X(12) VALUE SPACES.
          05 RFL-HAY       PIC X(2002).
          05 RFL-NDL       PIC X(54).
          05 RFL-NDL-LEN   PIC 9(3) VALUE 0.
          05 RFL-TALLY     PIC 9(4) VALUE 0.
          05 RFL-MST-CTRY-U PIC X(35).
          05 RFL-HIT       PIC X VALUE "N".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           *> 授權登錄：取版次與授權到期日，過期者拒絕轉建
           PERFORM RFL-REG-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RFL-TODAY.
           IF RFL-REG-FOUND = "Y"
              AND RFL-REG-EXPIRY IS NUMERIC
             MOVE RFL-REG-EXPIRY TO RFL-LIC-EXP
             IF RFL-REG-EXPIRY < RFL-TODAY
               DISPLAY "LICENCE FOR NationalAddressFile.csv EXPIRED "
                 RFL-REG-EXPIRY " (" FUNCTION TRIM(RFL-REG-VENDOR)
                 ") - REFERENCE FILE NOT REBUILT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           *> 載入方式：FULL=整檔轉建 (預設)、DELTA=差異套用
           PERFORM RFL-PARM-PARA.
           IF RFL-MODE = "DELTA"
             PERFORM RFL-DELTA-PARA
             STOP RUN
           END-IF.

           OPEN INPUT RFL-IN-FILE.
           IF RFL-IN-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN input\NationalAddressFile.csv "
               AT END
                 MOVE "10" TO RFL-IN-STATUS
               NOT AT END
                 IF RFL-IN-REC(1:15) = "* EXTRACT-DATE="
                    AND RFL-IN-REC(16:8) IS NUMERIC
                   MOVE RFL-IN-REC(16:8) TO RFL-REF-DATE
                 END-IF
                 IF FUNCTION TRIM(RFL-IN-REC) NOT = SPACES
                    AND RFL-IN-REC(1:1) NOT = "*"
                    AND RFL-IN-REC(1:8) NOT = "COUNTRY;"
             END-READ
           END-PERFORM.

           *> 參照資料日期記錄 (登錄版次優先於擷取檔註解列)
           MOVE RFL-REF-DATE TO RFL-EXTRACT-DT.
           IF RFL-REG-FOUND = "Y"
              AND RFL-REG-EDITION IS NUMERIC
             MOVE RFL-REG-EDITION TO RFL-REF-DATE
             IF RFL-EXTRACT-DT NOT = 0
                AND RFL-EXTRACT-DT NOT = RFL-REF-DATE
               MOVE RFL-EXTRACT-DT TO RFL-DATE-TXT
               DISPLAY "WARNING: REGISTER EDITION " RFL-REG-EDITION
                 " DIFFERS FROM EXTRACT-DATE " RFL-DATE-TXT
                 " - CHECK THE REGISTER"
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF.
           IF RFL-REF-DATE = 0
             MOVE FUNCTION CURRENT-DATE(1:8) TO RFL-REF-DATE
           END-IF.
           MOVE "#REFDATE" TO RFL-OUT-KEY.
           MOVE RFL-REF-DATE(1:4) TO RFL-OUT-LOW.
           MOVE RFL-REF-DATE(5:4) TO RFL-OUT-HIGH.
           WRITE RFL-OUT-REC
             INVALID KEY
               CONTINUE
           END-WRITE.

           *> 授權到期日記錄 (LOW=西元年、HIGH=月日)
           IF RFL-LIC-EXP NOT = 0
             MOVE "#LICEXP" TO RFL-OUT-KEY
             MOVE RFL-LIC-EXP(1:4) TO RFL-OUT-LOW
             MOVE RFL-LIC-EXP(5:4) TO RFL-OUT-HIGH
             WRITE RFL-OUT-REC
               INVALID KEY
                 CONTINUE
             END-WRITE
           END-IF.

           CLOSE RFL-IN-FILE.
           CLOSE RFL-OUT-FILE.

           MOVE RFL-S-CNT TO RFL-CNT-FMT.
           DISPLAY "STREET KEYS WRITTEN    : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-U-CNT TO RFL-CNT-FMT.
           DISPLAY "BUILDING UNIT KEYS     : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-REF-DATE TO RFL-DATE-TXT.
           DISPLAY "REFERENCE DATA DATE    : " RFL-DATE-TXT.
           IF RFL-REG-FOUND = "Y"
             DISPLAY "VENDOR                 : "
               FUNCTION TRIM(RFL-REG-VENDOR)
             DISPLAY "LICENCE EXPIRY         : " RFL-REG-EXPIRY
           ELSE
             DISPLAY "WARNING: NationalAddressFile.csv NOT IN "
               "input\RefDataRegister.csv - NO LICENCE EXPIRY STAMPED"
             MOVE 4 TO RETURN-CODE
           END-IF.

           *> 載入摘要附加至 AuditLog.csv
           PERFORM RFL-AUDIT-HDR-PARA.
           STRING
             "REFADDR-FULL;EDITION=" DELIMITED BY SIZE
             RFL-DATE-TXT DELIMITED BY SIZE
             INTO RFL-TXT WITH POINTER RFL-PTR
           END-STRING.
           MOVE "ROWS" TO RFL-LBL.
           MOVE RFL-IN-CNT TO RFL-NUM.
           PERFORM RFL-AUDIT-CNT-PARA.
           MOVE "LOCALITIES" TO RFL-LBL.
           MOVE RFL-L-CNT TO RFL-NUM.
           PERFORM RFL-AUDIT-CNT-PARA.
           MOVE "STREETS" TO RFL-LBL.
           MOVE RFL-S-CNT TO RFL-NUM.
           PERFORM RFL-AUDIT-CNT-PARA.
           MOVE "UNITS" TO RFL-LBL.
           MOVE RFL-U-CNT TO RFL-NUM.
           PERFORM RFL-AUDIT-CNT-PARA.
           PERFORM RFL-AUDIT-PARA.
           DISPLAY "REFERENCE FILE READY -> output\RefAddress.dat".
           STOP RUN.

      *******************************************************
      *> 共用段落：REFADDR.PARM 讀取 (LOAD-MODE / DELTA-FILE)
      *******************************************************
       RFL-PARM-PARA.
           OPEN INPUT RFL-PARM-FILE.
           IF RFL-PARM-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL RFL-PARM-STATUS NOT = "00"
             READ RFL-PARM-FILE
               AT END
                 MOVE "10" TO RFL-PARM-STATUS
               NOT AT END
                 IF FUNCTION TRIM(RFL-PARM-REC) NOT = SPACES
                    AND RFL-PARM-REC(1:1) NOT = "*"
                   MOVE SPACES TO RFL-KEY RFL-VAL
                   UNSTRING RFL-PARM-REC DELIMITED BY "="
                       INTO RFL-KEY RFL-VAL
                   MOVE FUNCTION UPPER-CASE(
                          FUNCTION TRIM(RFL-KEY)) TO RFL-KEY
                   EVALUATE FUNCTION TRIM(RFL-KEY)
                     WHEN "LOAD-MODE"
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-VAL))
                          = "DELTA"
                         MOVE "DELTA" TO RFL-MODE
                       ELSE
                         MOVE "FULL" TO RFL-MODE
                       END-IF
                     WHEN "DELTA-FILE"
                       IF FUNCTION TRIM(RFL-VAL) NOT = SPACES
                         MOVE FUNCTION TRIM(RFL-VAL) TO RFL-DLT-PATH
                       END-IF
                   END-EVALUATE
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RFL-PARM-FILE.

      *******************************************************
      *> 差異載入：版次核對 -> 主檔衝突掃描 -> 逐列套用 ->
      *> #REFDATE 前進 -> 摘要
      *******************************************************
       RFL-DELTA-PARA.
           *> 第一遍：版次註解列與待刪除鍵
           OPEN INPUT RFL-DLT-FILE.
           IF RFL-DLT-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN " FUNCTION TRIM(RFL-DLT-PATH)
               " (STATUS " RFL-DLT-STATUS ")"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL RFL-DLT-STATUS NOT = "00"
             READ RFL-DLT-FILE
               AT END
                 MOVE "10" TO RFL-DLT-STATUS
               NOT AT END
                 IF RFL-DLT-REC(1:10) = "* EDITION="
                    AND RFL-DLT-REC(11:8) IS NUMERIC
                   MOVE RFL-DLT-REC(11:8) TO RFL-NEW-ED
                 END-IF
                 IF RFL-DLT-REC(1:15) = "* BASE-EDITION="
                    AND RFL-DLT-REC(16:8) IS NUMERIC
                   MOVE RFL-DLT-REC(16:8) TO RFL-BASE-ED
                 END-IF
                 IF FUNCTION TRIM(RFL-DLT-REC) NOT = SPACES
                    AND RFL-DLT-REC(1:1) NOT = "*"
                    AND FUNCTION UPPER-CASE(RFL-DLT-REC(1:7))
                        NOT = "ACTION;"
                   PERFORM RFL-DLT-SPLIT-PARA
                   IF RFL-ACTION = "D"
                      AND FUNCTION TRIM(RFL-CTRY) NOT = SPACES
                      AND FUNCTION TRIM(RFL-CITY) NOT = SPACES
                     PERFORM RFL-DEL-ADD-PARA
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RFL-DLT-FILE.
           IF RFL-DEL-COUNT > 2000
             DISPLAY "DELTA FILE HAS MORE THAN 2000 DELETIONS - "
               "SPLIT THE DELTA; REFERENCE FILE NOT CHANGED"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           *> 既有索引檔與現行版次
           OPEN I-O RFL-OUT-FILE.
           IF RFL-OUT-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN output\RefAddress.dat FOR UPDATE "
               "(STATUS " RFL-OUT-STATUS ") - RUN A FULL LOAD FIRST"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "#REFDATE" TO RFL-OUT-KEY.
           READ RFL-OUT-FILE
             INVALID KEY
               MOVE 0 TO RFL-CUR-ED
             NOT INVALID KEY
               COMPUTE RFL-CUR-ED = RFL-OUT-LOW * 10000
                                  + RFL-OUT-HIGH
           END-READ.
           IF RFL-NEW-ED = 0
             MOVE FUNCTION CURRENT-DATE(1:8) TO RFL-NEW-ED
           END-IF.
           IF RFL-BASE-ED NOT = 0
              AND RFL-BASE-ED NOT = RFL-CUR-ED
             DISPLAY "DELTA BASE-EDITION " RFL-BASE-ED
               " DOES NOT MATCH REFERENCE EDITION " RFL-CUR-ED
               " - APPLY THE MISSING DELTAS FIRST"
             CLOSE RFL-OUT-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           IF RFL-NEW-ED NOT > RFL-CUR-ED
             DISPLAY "DELTA EDITION " RFL-NEW-ED
               " IS NOT LATER THAN REFERENCE EDITION " RFL-CUR-ED
               " - DELTA ALREADY APPLIED OR OUT OF SEQUENCE"
             CLOSE RFL-OUT-FILE
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           *> 刪除前核對主檔：仍在使用的街道/市鎮列入衝突清單
           OPEN OUTPUT RFL-CNF-FILE.
           MOVE "COUNTRY;CITY;STREET;CUSTOMER_ID;ADDRESS"
             TO RFL-CNF-REC.
           WRITE RFL-CNF-REC.
           IF RFL-DEL-COUNT > 0
             PERFORM RFL-CONFLICT-PARA
           END-IF.
           CLOSE RFL-CNF-FILE.

           *> 第二遍：逐列套用
           MOVE 0 TO RFL-DEL-I.
           OPEN INPUT RFL-DLT-FILE.
           PERFORM UNTIL RFL-DLT-STATUS NOT = "00"
             READ RFL-DLT-FILE
               AT END
                 MOVE "10" TO RFL-DLT-STATUS
               NOT AT END
                 IF FUNCTION TRIM(RFL-DLT-REC) NOT = SPACES
                    AND RFL-DLT-REC(1:1) NOT = "*"
                    AND FUNCTION UPPER-CASE(RFL-DLT-REC(1:7))
                        NOT = "ACTION;"
                   ADD 1 TO RFL-D-ROWS
                   PERFORM RFL-DLT-SPLIT-PARA
                   PERFORM RFL-DLT-ROW-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RFL-DLT-FILE.

           *> 版次前進；授權到期日隨登錄更新
           MOVE "#REFDATE" TO RFL-OUT-KEY.
           MOVE RFL-NEW-ED(1:4) TO RFL-OUT-LOW.
           MOVE RFL-NEW-ED(5:4) TO RFL-OUT-HIGH.
           REWRITE RFL-OUT-REC
             INVALID KEY
               WRITE RFL-OUT-REC
                 INVALID KEY
                   CONTINUE
               END-WRITE
           END-REWRITE.
           IF RFL-LIC-EXP NOT = 0
             MOVE "#LICEXP" TO RFL-OUT-KEY
             MOVE RFL-LIC-EXP(1:4) TO RFL-OUT-LOW
             MOVE RFL-LIC-EXP(5:4) TO RFL-OUT-HIGH
             REWRITE RFL-OUT-REC
               INVALID KEY
                 WRITE RFL-OUT-REC
                   INVALID KEY
                     CONTINUE
                 END-WRITE
             END-REWRITE
           END-IF.
           CLOSE RFL-OUT-FILE.

           MOVE RFL-D-ROWS TO RFL-CNT-FMT.
           DISPLAY "DELTA ROWS READ        : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-D-INS-L TO RFL-CNT-FMT.
           DISPLAY "LOCALITY KEYS ADDED    : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-D-INS-S TO RFL-CNT-FMT.
           DISPLAY "STREET KEYS ADDED      : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-D-AMD TO RFL-CNT-FMT.
           DISPLAY "RANGES AMENDED         : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-D-UNIT TO RFL-CNT-FMT.
           DISPLAY "BUILDING UNITS SET     : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-D-SAME TO RFL-CNT-FMT.
           DISPLAY "ALREADY CURRENT        : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-D-DEL-S TO RFL-CNT-FMT.
           DISPLAY "STREET KEYS DELETED    : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-D-DEL-L TO RFL-CNT-FMT.
           DISPLAY "LOCALITY KEYS DELETED  : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-D-NF TO RFL-CNT-FMT.
           DISPLAY "DELETES NOT ON FILE    : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-D-REF TO RFL-CNT-FMT.
           DISPLAY "DELETES REFUSED        : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-D-REJ TO RFL-CNT-FMT.
           DISPLAY "ROWS REJECTED          : "
             FUNCTION TRIM(RFL-CNT-FMT).
           MOVE RFL-CUR-ED TO RFL-DATE-TXT.
           DISPLAY "PREVIOUS EDITION       : " RFL-DATE-TXT.
           MOVE RFL-NEW-ED TO RFL-DATE-TXT.
           DISPLAY "REFERENCE DATA DATE    : " RFL-DATE-TXT.
           IF RFL-D-REF > 0
             MOVE RFL-D-CNF TO RFL-CNT-FMT
             DISPLAY "WARNING: STREETS STILL IN USE BY "
               FUNCTION TRIM(RFL-CNT-FMT) " MASTER ADDRESS(ES) - "
               "SEE output\RefAddress_Delta_Conflicts.csv"
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF RFL-D-REJ > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM RFL-AUDIT-HDR-PARA.
           MOVE RFL-CUR-ED TO RFL-DATE-TXT.
           STRING
             "REFADDR-DELTA;OLD=" DELIMITED BY SIZE
             RFL-DATE-TXT DELIMITED BY SIZE
             INTO RFL-TXT WITH POINTER RFL-PTR
           END-STRING.
           MOVE RFL-NEW-ED TO RFL-DATE-TXT.
           STRING
             ";NEW=" DELIMITED BY SIZE
             RFL-DATE-TXT DELIMITED BY SIZE
             INTO RFL-TXT WITH POINTER RFL-PTR
           END-STRING.
           MOVE "ROWS" TO RFL-LBL.
           MOVE RFL-D-ROWS TO RFL-NUM.
           PERFORM RFL-AUDIT-CNT-PARA.
           MOVE "ADDED" TO RFL-LBL.
           COMPUTE RFL-NUM = RFL-D-INS-L + RFL-D-INS-S.
           PERFORM RFL-AUDIT-CNT-PARA.
           MOVE "AMENDED" TO RFL-LBL.
           MOVE RFL-D-AMD TO RFL-NUM.
           PERFORM RFL-AUDIT-CNT-PARA.
           MOVE "UNITS" TO RFL-LBL.
           MOVE RFL-D-UNIT TO RFL-NUM.
           PERFORM RFL-AUDIT-CNT-PARA.
           MOVE "DELETED" TO RFL-LBL.
           COMPUTE RFL-NUM = RFL-D-DEL-L + RFL-D-DEL-S.
           PERFORM RFL-AUDIT-CNT-PARA.
           MOVE "REFUSED" TO RFL-LBL.
           MOVE RFL-D-REF TO RFL-NUM.
           PERFORM RFL-AUDIT-CNT-PARA.
           MOVE "REJECTED" TO RFL-LBL.
           MOVE RFL-D-REJ TO RFL-NUM.
           PERFORM RFL-AUDIT-CNT-PARA.
           PERFORM RFL-AUDIT-PARA.
           DISPLAY "DELTA APPLIED -> output\RefAddress.dat".

      *******************************************************
      *> 共用段落：異動列拆欄 (動作;國家;城市;街道;下限;上限
      *> ;戶數)
      *******************************************************
       RFL-DLT-SPLIT-PARA.
           MOVE SPACES TO RFL-ACTION RFL-CTRY RFL-CITY RFL-STREET
                          RFL-LOW-TXT RFL-HIGH-TXT RFL-UNITS-TXT.
           UNSTRING RFL-DLT-REC DELIMITED BY ";"
               INTO RFL-ACTION RFL-CTRY RFL-CITY RFL-STREET
                    RFL-LOW-TXT RFL-HIGH-TXT RFL-UNITS-TXT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-ACTION))
             TO RFL-ACTION.

      *******************************************************
      *> 共用段落：待刪除鍵登錄 (比對用城市/街道前後補空白)
      *******************************************************
       RFL-DEL-ADD-PARA.
           ADD 1 TO RFL-DEL-COUNT.
           IF RFL-DEL-COUNT > 2000
             EXIT PARAGRAPH
           END-IF.
           MOVE RFL-DEL-COUNT TO RFL-DEL-I.
           PERFORM RFL-KEY-BUILD-PARA.
           MOVE RFL-KEY-WORK TO RFL-DEL-KEY(RFL-DEL-I).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CTRY))
             TO RFL-DEL-CTRY(RFL-DEL-I).
           MOVE SPACES TO RFL-DEL-CITY(RFL-DEL-I)
                          RFL-DEL-STREET(RFL-DEL-I).
           STRING " " DELIMITED BY SIZE
             FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CITY))
               DELIMITED BY SIZE
             INTO RFL-DEL-CITY(RFL-DEL-I)
           END-STRING.
           INSPECT RFL-DEL-CITY(RFL-DEL-I)
             CONVERTING RFL-PUNCT TO RFL-BLANKS.
           IF FUNCTION TRIM(RFL-STREET) NOT = SPACES
             STRING " " DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-STREET))
                 DELIMITED BY SIZE
               INTO RFL-DEL-STREET(RFL-DEL-I)
             END-STRING
             INSPECT RFL-DEL-STREET(RFL-DEL-I)
               CONVERTING RFL-PUNCT TO RFL-BLANKS
           END-IF.
           MOVE 0 TO RFL-DEL-HITS(RFL-DEL-I).

      *******************************************************
      *> 共用段落：鍵值組成 (街道空白者為市鎮層 L 鍵，否則
      *> 街道層 S 鍵，與全量轉建同一正規化)
      *******************************************************
       RFL-KEY-BUILD-PARA.
           MOVE SPACES TO RFL-KEY-WORK.
           IF FUNCTION TRIM(RFL-STREET) = SPACES
             STRING
               "L;" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CTRY))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CITY))
                 DELIMITED BY SIZE
               INTO RFL-KEY-WORK
             END-STRING
           ELSE
             STRING
               "S;" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CTRY))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CITY))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-STREET))
                 DELIMITED BY SIZE
               INTO RFL-KEY-WORK
             END-STRING
           END-IF.

      *******************************************************
      *> 共用段落：循序掃描 AddressMaster.dat，地址仍落在待刪除
      *> 街道 (或市鎮) 者逐戶寫入衝突清單
      *******************************************************
       RFL-CONFLICT-PARA.
           OPEN INPUT RFL-MST-FILE.
           IF RFL-MST-STATUS NOT = "00"
             DISPLAY "NOTE: output\AddressMaster.dat NOT AVAILABLE "
               "(STATUS " RFL-MST-STATUS ") - NO ADDRESSES IN USE"
             EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO RFL-MST-CUSTID.
           START RFL-MST-FILE KEY NOT < RFL-MST-CUSTID
             INVALID KEY
               MOVE "10" TO RFL-MST-STATUS
           END-START.
           PERFORM UNTIL RFL-MST-STATUS NOT = "00"
             READ RFL-MST-FILE NEXT RECORD
               AT END
                 MOVE "10" TO RFL-MST-STATUS
               NOT AT END
                 PERFORM RFL-MST-CHECK-PARA
             END-READ
           END-PERFORM.
           CLOSE RFL-MST-FILE.

      *******************************************************
      *> 共用段落：單一主檔地址與各待刪除鍵比對 (整字包含)
      *******************************************************
       RFL-MST-CHECK-PARA.
           MOVE SPACES TO RFL-HAY.
           STRING " " DELIMITED BY SIZE
             FUNCTION UPPER-CASE(RFL-MST-ADDRESS) DELIMITED BY SIZE
             INTO RFL-HAY
           END-STRING.
           INSPECT RFL-HAY CONVERTING RFL-PUNCT TO RFL-BLANKS.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-MST-LIN-CTRY))
             TO RFL-MST-CTRY-U.
           PERFORM VARYING RFL-DEL-I FROM 1 BY 1
                   UNTIL RFL-DEL-I > RFL-DEL-COUNT
             MOVE "N" TO RFL-HIT
             IF RFL-MST-CTRY-U = SPACES
                OR RFL-MST-CTRY-U = RFL-DEL-CTRY(RFL-DEL-I)
               MOVE RFL-DEL-CITY(RFL-DEL-I) TO RFL-NDL
               PERFORM RFL-FIND-PARA
               IF RFL-TALLY > 0
                 MOVE "Y" TO RFL-HIT
                 IF RFL-DEL-STREET(RFL-DEL-I) NOT = SPACES
                   MOVE RFL-DEL-STREET(RFL-DEL-I) TO RFL-NDL
                   PERFORM RFL-FIND-PARA
                   IF RFL-TALLY = 0
                     MOVE "N" TO RFL-HIT
                   END-IF
                 END-IF
               END-IF
             END-IF
             IF RFL-HIT = "Y"
               ADD 1 TO RFL-DEL-HITS(RFL-DEL-I)
               ADD 1 TO RFL-D-CNF
               PERFORM RFL-CNF-WRITE-PARA
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：RFL-NDL (前補空白) 加尾空白後於 RFL-HAY 計次
      *******************************************************
       RFL-FIND-PARA.
           COMPUTE RFL-NDL-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(RFL-NDL)) + 2.
           MOVE 0 TO RFL-TALLY.
           INSPECT RFL-HAY TALLYING RFL-TALLY
             FOR ALL RFL-NDL(1:RFL-NDL-LEN).

      *******************************************************
      *> 共用段落：衝突清單一列
      *******************************************************
       RFL-CNF-WRITE-PARA.
           *> 鍵值去掉層別字首即為 國家;城市[;街道]
           MOVE SPACES TO RFL-CNF-REC.
           MOVE 1 TO RFL-PTR.
           STRING
             FUNCTION TRIM(RFL-DEL-KEY(RFL-DEL-I)(3:158))
               DELIMITED BY SIZE
             INTO RFL-CNF-REC WITH POINTER RFL-PTR
           END-STRING.
           IF RFL-DEL-KEY(RFL-DEL-I)(1:1) = "L"
             STRING ";" DELIMITED BY SIZE
               INTO RFL-CNF-REC WITH POINTER RFL-PTR
             END-STRING
           END-IF.
           STRING
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RFL-MST-CUSTID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RFL-MST-ADDRESS) DELIMITED BY SIZE
             INTO RFL-CNF-REC WITH POINTER RFL-PTR
           END-STRING.
           WRITE RFL-CNF-REC.

      *******************************************************
      *> 共用段落：異動一列套用 (I/A=新增或改寫、D=刪除)
      *******************************************************
       RFL-DLT-ROW-PARA.
           IF FUNCTION TRIM(RFL-CTRY) = SPACES
              OR FUNCTION TRIM(RFL-CITY) = SPACES
             ADD 1 TO RFL-D-REJ
             DISPLAY "REJECTED (COUNTRY/CITY MISSING): "
               FUNCTION TRIM(RFL-DLT-REC)
             EXIT PARAGRAPH
           END-IF.
           EVALUATE RFL-ACTION
             WHEN "I"
             WHEN "A"
               PERFORM RFL-UPSERT-PARA
             WHEN "D"
               ADD 1 TO RFL-DEL-I
               IF RFL-DEL-HITS(RFL-DEL-I) > 0
                 ADD 1 TO RFL-D-REF
                 MOVE RFL-DEL-HITS(RFL-DEL-I) TO RFL-CNT-FMT
                 DISPLAY "DELETE REFUSED - "
                   FUNCTION TRIM(RFL-CNT-FMT)
                   " MASTER ADDRESS(ES) STILL ON "
                   FUNCTION TRIM(RFL-DEL-KEY(RFL-DEL-I))
               ELSE
                 PERFORM RFL-REMOVE-PARA
               END-IF
             WHEN OTHER
               ADD 1 TO RFL-D-REJ
               DISPLAY "REJECTED (UNKNOWN ACTION): "
                 FUNCTION TRIM(RFL-DLT-REC)
           END-EVALUATE.

      *******************************************************
      *> 共用段落：新增/修正 (市鎮鍵補建；街道鍵不存在者新增，
      *> 門牌範圍不同者就地改寫)
      *******************************************************
       RFL-UPSERT-PARA.
           MOVE RFL-STREET TO RFL-SAVE-STREET.
           MOVE SPACES TO RFL-STREET.
           PERFORM RFL-KEY-BUILD-PARA.
           MOVE RFL-SAVE-STREET TO RFL-STREET.
           MOVE RFL-KEY-WORK TO RFL-OUT-KEY.
           READ RFL-OUT-FILE
             INVALID KEY
               MOVE RFL-KEY-WORK TO RFL-OUT-KEY
               MOVE 0 TO RFL-OUT-LOW
               MOVE 0 TO RFL-OUT-HIGH
               WRITE RFL-OUT-REC
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO RFL-D-INS-L
               END-WRITE
           END-READ.
           IF FUNCTION TRIM(RFL-STREET) = SPACES
             EXIT PARAGRAPH
           END-IF.

           IF FUNCTION TRIM(RFL-LOW-TXT) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(RFL-LOW-TXT))
               TO RFL-NEW-LOW
           ELSE
             MOVE 0 TO RFL-NEW-LOW
           END-IF.
           IF FUNCTION TRIM(RFL-HIGH-TXT) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(RFL-HIGH-TXT))
               TO RFL-NEW-HIGH
           ELSE
             MOVE 9999999 TO RFL-NEW-HIGH
           END-IF.
           PERFORM RFL-KEY-BUILD-PARA.
           MOVE RFL-KEY-WORK TO RFL-OUT-KEY.
           READ RFL-OUT-FILE
             INVALID KEY
               MOVE RFL-KEY-WORK TO RFL-OUT-KEY
               MOVE RFL-NEW-LOW TO RFL-OUT-LOW
               MOVE RFL-NEW-HIGH TO RFL-OUT-HIGH
               WRITE RFL-OUT-REC
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO RFL-D-INS-S
               END-WRITE
             NOT INVALID KEY
               IF RFL-OUT-LOW = RFL-NEW-LOW
                  AND RFL-OUT-HIGH = RFL-NEW-HIGH
                 ADD 1 TO RFL-D-SAME
               ELSE
                 MOVE RFL-NEW-LOW TO RFL-OUT-LOW
                 MOVE RFL-NEW-HIGH TO RFL-OUT-HIGH
                 REWRITE RFL-OUT-REC
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     ADD 1 TO RFL-D-AMD
                 END-REWRITE
               END-IF
           END-READ.

           *> 單棟層戶數 (有第 7 欄者新增/改寫，0=刪除)
           PERFORM RFL-UNIT-KEY-PARA.
           IF RFL-KEY-WORK = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE RFL-KEY-WORK TO RFL-OUT-KEY.
           IF RFL-UNITS = 0
             DELETE RFL-OUT-FILE RECORD
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO RFL-D-UNIT
             END-DELETE
             EXIT PARAGRAPH
           END-IF.
           READ RFL-OUT-FILE
             INVALID KEY
               MOVE RFL-KEY-WORK TO RFL-OUT-KEY
               MOVE RFL-UNITS TO RFL-OUT-LOW
               MOVE 0 TO RFL-OUT-HIGH
               WRITE RFL-OUT-REC
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO RFL-D-UNIT
               END-WRITE
             NOT INVALID KEY
               IF RFL-OUT-LOW NOT = RFL-UNITS
                 MOVE RFL-UNITS TO RFL-OUT-LOW
                 REWRITE RFL-OUT-REC
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     ADD 1 TO RFL-D-UNIT
                 END-REWRITE
               END-IF
           END-READ.

      *******************************************************
      *> 共用段落：單棟層鍵 (U;國家;城市;街道;門牌 -> RFL-KEY-
      *> WORK，戶數 -> RFL-UNITS)；無戶數欄、門牌非單一號碼者
      *> 鍵值空白
      *******************************************************
       RFL-UNIT-KEY-PARA.
           MOVE SPACES TO RFL-KEY-WORK.
           MOVE 0 TO RFL-UNITS.
           IF FUNCTION TRIM(RFL-UNITS-TXT) IS NOT NUMERIC
              OR FUNCTION TRIM(RFL-STREET) = SPACES
              OR FUNCTION TRIM(RFL-LOW-TXT) IS NOT NUMERIC
             EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TRIM(RFL-HIGH-TXT) NOT = SPACES
              AND FUNCTION TRIM(RFL-HIGH-TXT) NOT =
                  FUNCTION TRIM(RFL-LOW-TXT)
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(RFL-UNITS-TXT))
             TO RFL-UNITS.
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(RFL-LOW-TXT))
             TO RFL-NEW-LOW.
           MOVE RFL-NEW-LOW TO RFL-CNT-FMT.
           STRING
             "U;" DELIMITED BY SIZE
             FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CTRY))
               DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CITY))
               DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-STREET))
               DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RFL-CNT-FMT) DELIMITED BY SIZE
             INTO RFL-KEY-WORK
           END-STRING.

      *******************************************************
      *> 共用段落：刪除 (街道鍵；街道空白者連同其下各街道鍵
      *> 一併刪除後再刪市鎮鍵；其下單棟層鍵一併刪除)
      *******************************************************
       RFL-REMOVE-PARA.
           MOVE SPACES TO RFL-PREFIX.
           IF FUNCTION TRIM(RFL-STREET) = SPACES
             STRING
               "U;" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CTRY))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CITY))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO RFL-PREFIX
             END-STRING
           ELSE
             STRING
               "U;" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CTRY))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CITY))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-STREET))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO RFL-PREFIX
             END-STRING
           END-IF.
           COMPUTE RFL-PFX-LEN =
             FUNCTION LENGTH(FUNCTION TRIM(RFL-PREFIX)).
           MOVE "Y" TO RFL-MORE.
           PERFORM UNTIL RFL-MORE = "N"
             MOVE RFL-PREFIX TO RFL-OUT-KEY
             START RFL-OUT-FILE KEY NOT < RFL-OUT-KEY
               INVALID KEY
                 MOVE "N" TO RFL-MORE
             END-START
             IF RFL-MORE = "Y"
               READ RFL-OUT-FILE NEXT RECORD
                 AT END
                   MOVE "N" TO RFL-MORE
               END-READ
             END-IF
             IF RFL-MORE = "Y"
               IF RFL-OUT-KEY(1:RFL-PFX-LEN)
                  = RFL-PREFIX(1:RFL-PFX-LEN)
                 DELETE RFL-OUT-FILE RECORD
                   INVALID KEY
                     MOVE "N" TO RFL-MORE
                   NOT INVALID KEY
                     ADD 1 TO RFL-D-UNIT
                 END-DELETE
               ELSE
                 MOVE "N" TO RFL-MORE
               END-IF
             END-IF
           END-PERFORM.
           IF FUNCTION TRIM(RFL-STREET) = SPACES
             MOVE SPACES TO RFL-PREFIX
             STRING
               "S;" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CTRY))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION UPPER-CASE(FUNCTION TRIM(RFL-CITY))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO RFL-PREFIX
             END-STRING
             COMPUTE RFL-PFX-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(RFL-PREFIX))
             MOVE "Y" TO RFL-MORE
             PERFORM UNTIL RFL-MORE = "N"
               MOVE RFL-PREFIX TO RFL-OUT-KEY
               START RFL-OUT-FILE KEY NOT < RFL-OUT-KEY
                 INVALID KEY
                   MOVE "N" TO RFL-MORE
               END-START
               IF RFL-MORE = "Y"
                 READ RFL-OUT-FILE NEXT RECORD
                   AT END
                     MOVE "N" TO RFL-MORE
                 END-READ
               END-IF
               IF RFL-MORE = "Y"
                 IF RFL-OUT-KEY(1:RFL-PFX-LEN)
                    = RFL-PREFIX(1:RFL-PFX-LEN)
                   DELETE RFL-OUT-FILE RECORD
                     INVALID KEY
                       MOVE "N" TO RFL-MORE
                     NOT INVALID KEY
                       ADD 1 TO RFL-D-DEL-S
                   END-DELETE
                 ELSE
                   MOVE "N" TO RFL-MORE
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
           PERFORM RFL-KEY-BUILD-PARA.
           MOVE RFL-KEY-WORK TO RFL-OUT-KEY.
           DELETE RFL-OUT-FILE RECORD
             INVALID KEY
               ADD 1 TO RFL-D-NF
             NOT INVALID KEY
               IF FUNCTION TRIM(RFL-STREET) = SPACES
                 ADD 1 TO RFL-D-DEL-L
               ELSE
                 ADD 1 TO RFL-D-DEL-S
               END-IF
           END-DELETE.

      *******************************************************
      *> 共用段落：AuditLog 列開頭 (時間戳記;)
      *******************************************************
       RFL-AUDIT-HDR-PARA.
           MOVE FUNCTION CURRENT-DATE TO RFL-TS.
           MOVE SPACES TO RFL-TXT.
           MOVE 1 TO RFL-PTR.
           STRING
             RFL-TS(1:14) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO RFL-TXT WITH POINTER RFL-PTR
           END-STRING.

      *******************************************************
      *> 共用段落：AuditLog 列附加 ";標籤=筆數"
      *******************************************************
       RFL-AUDIT-CNT-PARA.
           MOVE RFL-NUM TO RFL-CNT-FMT.
           STRING
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(RFL-LBL) DELIMITED BY SIZE
             "=" DELIMITED BY SIZE
             FUNCTION TRIM(RFL-CNT-FMT) DELIMITED BY SIZE
             INTO RFL-TXT WITH POINTER RFL-PTR
           END-STRING.

      *******************************************************
      *> 共用段落：RFL-TXT 一列附加至 AuditLog.csv
      *******************************************************
       RFL-AUDIT-PARA.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE RFL-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

      *******************************************************
      *> 共用段落：單列轉鍵值記錄 (市鎮層 + 街道層)
      *******************************************************
       RFL-ROW-PARA.
           MOVE SPACES TO RFL-CTRY RFL-CITY RFL-STREET
                          RFL-LOW-TXT RFL-HIGH-TXT RFL-UNITS-TXT.
           UNSTRING RFL-IN-REC DELIMITED BY ";"
               INTO RFL-CTRY RFL-CITY RFL-STREET
                    RFL-LOW-TXT RFL-HIGH-TXT RFL-UNITS-TXT.

           *> 市鎮層鍵
           MOVE SPACES TO RFL-KEY-WORK.
                 ADD 1 TO RFL-S-CNT
             END-WRITE
           END-IF.

           *> 單棟層鍵 (有戶數欄的單一門牌列)
           PERFORM RFL-UNIT-KEY-PARA.
           IF RFL-KEY-WORK NOT = SPACES AND RFL-UNITS > 0
             MOVE RFL-KEY-WORK TO RFL-OUT-KEY
             MOVE RFL-UNITS TO RFL-OUT-LOW
             MOVE 0 TO RFL-OUT-HIGH
             WRITE RFL-OUT-REC
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 ADD 1 TO RFL-U-CNT
             END-WRITE
           END-IF.

      *******************************************************
      *> 共用段落：授權登錄取全國地址檔列 (檔名不分大小寫)
      *******************************************************
       RFL-REG-PARA.
           OPEN INPUT RFL-REG-FILE.
           IF RFL-REG-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL RFL-REG-STATUS NOT = "00"
                      OR RFL-REG-FOUND = "Y"
             READ RFL-REG-FILE
               AT END
                 MOVE "10" TO RFL-REG-STATUS
               NOT AT END
                 IF RFL-REG-REC(1:1) NOT = "*"
                   MOVE SPACES TO RFL-REG-FILE-NM RFL-REG-VENDOR
                                  RFL-REG-EDITION RFL-REG-EXPIRY
                   UNSTRING RFL-REG-REC DELIMITED BY ";"
                       INTO RFL-REG-FILE-NM RFL-REG-VENDOR
                            RFL-REG-EDITION RFL-REG-EXPIRY
                   IF FUNCTION UPPER-CASE(
                        FUNCTION TRIM(RFL-REG-FILE-NM))
                      = "NATIONALADDRESSFILE.CSV"
                     MOVE "Y" TO RFL-REG-FOUND
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RFL-REG-FILE.
       END PROGRAM REFADDR-LOAD.
