       IDENTIFICATION DIVISION.
       PROGRAM-ID. DROP-PLAN.

      *******************************************************
      *> 郵寄分日交寄計畫程式
      *> 大量郵寄無法一日交寄：印製廠、回應客服與業者每日收寄
      *> 上限都須分散件數。EXECUTE 以 DROP-PLAN=Y 執行時寫出預
      *> 分揀饋送檔 Presort_Commingle.dat (每件帶排序鍵、業務
      *> 單位、通路與 CUSTOMER_ID 雜湊)，本程式據以將該次郵寄
      *> 切成數個交寄批 (DROP)：
      *>   DROP-KEY=TRAY    依預分揀盤界 (整盤不拆)
      *>   DROP-KEY=REGION  依目的國+郵遞區號前 REGION-LENGTH 碼
      *>   DROP-KEY=UNIT    依業務單位
      *> 同一鍵值的郵件盡量排入同一批；各批件數以 DROPS 平均
      *> 分配，且不超過 MAX-PER-DAY (單一鍵值超過上限者跨批
      *> 拆分，排程表 SPLIT 欄標 Y)。交寄日自 START-DATE (預設
      *> 次一營業日) 起逐批排在營業日，跳過週六日與
      *> input\BusinessCalendar.csv 所列假日 (通用及
      *> CALENDAR-COUNTRY 國別)。每一批各自重編預分揀序號/分揀
      *> 條碼、重新裝盤，寫出：
      *>   Drop_<批號>_Presort.txt        預分揀輸出
      *>   Drop_<批號>_Presort.txt.ctl    交握檔 (筆數/位元組數/
      *>                                  CUSTOMER_ID 雜湊)
      *>   Drop_<批號>_FullRate.txt       全額郵資件
      *>   Drop_<批號>_Tray_Manifest.csv  裝盤清單
      *>   Drop_<批號>_Postage.csv        郵資估算
      *> 並以 Drop_Schedule.csv 列出各批交寄日、鍵值範圍與件數。
      *> DROP.PARM 可指定：
      *>   OUTPUT-DIR=<目錄>      饋送檔與輸出所在 (預設 output\)
      *>   DROP-KEY=TRAY|REGION|UNIT (預設 TRAY)
      *>   DROPS=<批數>           0=依 MAX-PER-DAY 需要而定
      *>   MAX-PER-DAY=<件數>     每日交寄上限 (0=不限)
      *>   START-DATE=<YYYYMMDD>  首批交寄日 (非營業日順延)
      *>   CALENDAR-COUNTRY=<國>  營業日月曆國別 (空白=僅通用)
      *>   REGION-LENGTH=<碼數>   REGION 鍵取郵遞區號前幾碼
      *>                          (預設 2)
      *> 分盤鍵/盤件數上下限/輸出編碼取自 EXECUTE.PARM；郵資卡
      *> input\RateCard.csv 與 EXECUTE 共用。上限迫使批數超過
      *> DROPS 時以 RC=4 結束；計畫附加至 AuditLog.csv
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT DP-PARM-FILE ASSIGN
             TO "DROP.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DP-PARM-STATUS.

           SELECT DP-EPARM-FILE ASSIGN
             TO "EXECUTE.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DP-EPARM-STATUS.

           SELECT DP-CP-FILE ASSIGN
             TO "input\CodePageTable.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DP-CP-STATUS.

           SELECT DP-RATE-FILE ASSIGN
             TO "input\RateCard.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DP-RATE-STATUS.

           SELECT DP-CAL-FILE ASSIGN
             TO "input\BusinessCalendar.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DP-CAL-STATUS.

           SELECT DP-FEED-FILE ASSIGN
             TO DP-FEED-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DP-FEED-STATUS.

           SELECT DP-WORK-FILE ASSIGN
             TO DP-WORK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DP-WORK-STATUS.

           SELECT DP-DWORK-FILE ASSIGN
             TO DP-DWORK-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DP-DWORK-STATUS.

           SELECT DP-OUT-FILE ASSIGN
             TO DP-OUT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DP-FULL-FILE ASSIGN
             TO DP-FULL-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DP-RPT-FILE ASSIGN
             TO DP-RPT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DP-SCHED-FILE ASSIGN
             TO DP-SCHED-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DP-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD DP-PARM-FILE.
         01 DP-PARM-REC PIC X(200).

       FD DP-EPARM-FILE.
         01 DP-EPARM-REC PIC X(200).

       FD DP-CP-FILE.
         01 DP-CP-REC PIC X(40).

       FD DP-RATE-FILE.
         01 DP-RATE-REC PIC X(200).

       FD DP-CAL-FILE.
         01 DP-CAL-REC PIC X(100).

       *> 饋送列 (EXECUTE CMGL-FEED-FILE 同版面)
       FD DP-FEED-FILE.
         01 DP-FEED-REC.
            05 DPF-FLAG     PIC X.
            05 DPF-CTRY     PIC X(35).
            05 DPF-ZIP      PIC X(35).
            05 DPF-STREET   PIC X(50).
            05 DPF-UNIT     PIC X(20).
            05 DPF-CHAN     PIC X(20).
            05 DPF-PAYLOAD  PIC X(1300).
            05 DPF-IDHASH   PIC 9(12).

       *> 分組後工作列 (與排序列同版面)
       FD DP-WORK-FILE.
         01 DP-WORK-REC PIC X(1526).

       *> 單批裝盤後工作列 (單位/通路/目的國/雜湊 + 預分揀列)
       FD DP-DWORK-FILE.
         01 DP-DWORK-REC.
            05 DPW-UNIT     PIC X(20).
            05 DPW-CHAN     PIC X(20).
            05 DPW-CTRY     PIC X(35).
            05 DPW-IDHASH   PIC 9(12).
            05 DPW-LINE.
               10 DPW-PAYLOAD PIC X(1300).
               10 DPW-SEQ     PIC 9(7).
               10 DPW-BARCODE PIC X(16).
               10 DPW-TRAY    PIC 9(5).

       FD DP-OUT-FILE.
         01 DP-OUT-REC PIC X(1328).

       FD DP-FULL-FILE.
         01 DP-FULL-REC PIC X(1328).

       FD DP-RPT-FILE.
         01 DP-RPT-REC PIC X(200).

       FD DP-SCHED-FILE.
         01 DP-SCHED-REC PIC X(300).

       *> 第一次排序：分組鍵+COUNTRY/ZIP/STREET；第二次排序：
       *> 批號+COUNTRY/ZIP/STREET (批內恢復預分揀順序)
       SD DP-SORT-FILE.
         01 DP-SORT-REC.
            05 DSRT-DROP    PIC 9(3).
            05 DSRT-GRP-KEY PIC X(45).
            05 DSRT-GRP     PIC 9(5).
            05 DSRT-CTRY    PIC X(35).
            05 DSRT-ZIP     PIC X(35).
            05 DSRT-STREET  PIC X(50).
            05 DSRT-FLAG    PIC X.
            05 DSRT-UNIT    PIC X(20).
            05 DSRT-CHAN    PIC X(20).
            05 DSRT-PAYLOAD PIC X(1300).
            05 DSRT-IDHASH  PIC 9(12).

       WORKING-STORAGE SECTION.
       01 DP-PARM-STATUS  PIC XX VALUE "00".
       01 DP-EPARM-STATUS PIC XX VALUE "00".
       01 DP-CP-STATUS    PIC XX VALUE "00".
       01 DP-RATE-STATUS  PIC XX VALUE "00".
       01 DP-CAL-STATUS   PIC XX VALUE "00".
       01 DP-FEED-STATUS  PIC XX VALUE "00".
       01 DP-WORK-STATUS  PIC XX VALUE "00".
       01 DP-DWORK-STATUS PIC XX VALUE "00".

       01 DP-PATHS.
          05 DP-FEED-PATH  PIC X(200).
          05 DP-WORK-PATH  PIC X(200).
          05 DP-DWORK-PATH PIC X(200).
          05 DP-OUT-PATH   PIC X(200).
          05 DP-FULL-PATH  PIC X(200).
          05 DP-RPT-PATH   PIC X(200).
          05 DP-CTL-PATH   PIC X(200).
          05 DP-SCHED-PATH PIC X(200).
          05 DP-FILE-NAME  PIC X(40).
          05 DP-DROP-TAG   PIC X(10).

       *> DROP.PARM
       01 DP-PARMS.
          05 DP-KEY        PIC X(30).
          05 DP-VAL        PIC X(150).
          05 DP-DIR        PIC X(150) VALUE "output\".
          05 DP-DROP-KEY   PIC X(6) VALUE "TRAY".
          05 DP-DROPS      PIC 9(3) VALUE 0.
          05 DP-MAX-DAY    PIC 9(7) VALUE 0.
          05 DP-START      PIC 9(8) VALUE 0.
          05 DP-CAL-CTRY   PIC X(35) VALUE SPACES.
          05 DP-REG-LEN    PIC 99 VALUE 2.
          05 DP-PARM-ERR   PIC X VALUE "N".

       *> EXECUTE.PARM 取用之鍵 (預設值與 EXECUTE 相同)
       01 DP-EPARMS.
          05 DP-TRAY-BREAK PIC X(8) VALUE "ZIP".
          05 DP-TRAY-MIN   PIC 9(5) VALUE 10.
          05 DP-TRAY-MAX   PIC 9(5) VALUE 500.
          05 DP-ENCODING   PIC X(6) VALUE "ASCII".

       *> 位元組恆等序列 (0x00-0xFF，CONVERTING 之來源)
       01 DP-IDENT.
          05 FILLER PIC X(16) VALUE
             X"000102030405060708090A0B0C0D0E0F".
          05 FILLER PIC X(16) VALUE
             X"101112131415161718191A1B1C1D1E1F".
          05 FILLER PIC X(16) VALUE
             X"202122232425262728292A2B2C2D2E2F".
          05 FILLER PIC X(16) VALUE
             X"303132333435363738393A3B3C3D3E3F".
          05 FILLER PIC X(16) VALUE
             X"404142434445464748494A4B4C4D4E4F".
          05 FILLER PIC X(16) VALUE
             X"505152535455565758595A5B5C5D5E5F".
          05 FILLER PIC X(16) VALUE
             X"606162636465666768696A6B6C6D6E6F".
          05 FILLER PIC X(16) VALUE
             X"707172737475767778797A7B7C7D7E7F".
          05 FILLER PIC X(16) VALUE
             X"808182838485868788898A8B8C8D8E8F".
          05 FILLER PIC X(16) VALUE
             X"909192939495969798999A9B9C9D9E9F".
          05 FILLER PIC X(16) VALUE
             X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAF".
          05 FILLER PIC X(16) VALUE
             X"B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".
          05 FILLER PIC X(16) VALUE
             X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF".
          05 FILLER PIC X(16) VALUE
             X"D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".
          05 FILLER PIC X(16) VALUE
             X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF".
          05 FILLER PIC X(16) VALUE
             X"F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF".
       *> ASCII -> EBCDIC (預設 CP037，可由 CodePageTable.csv 覆蓋)
       01 DP-A2E.
          05 FILLER PIC X(16) VALUE
             X"00010203372D2E2F1605250B0C0D0E0F".
          05 FILLER PIC X(16) VALUE
             X"101112133C3D322618193F271C1D1E1F".
          05 FILLER PIC X(16) VALUE
             X"405A7F7B5B6C507D4D5D5C4E6B604B61".
          05 FILLER PIC X(16) VALUE
             X"F0F1F2F3F4F5F6F7F8F97A5E4C7E6E6F".
          05 FILLER PIC X(16) VALUE
             X"7CC1C2C3C4C5C6C7C8C9D1D2D3D4D5D6".
          05 FILLER PIC X(16) VALUE
             X"D7D8D9E2E3E4E5E6E7E8E9BAE0BBB06D".
          05 FILLER PIC X(16) VALUE
             X"79818283848586878889919293949596".
          05 FILLER PIC X(16) VALUE
             X"979899A2A3A4A5A6A7A8A9C04FD0A107".
          05 FILLER PIC X(16) VALUE
             X"202122232415061728292A2B2C090A1B".
          05 FILLER PIC X(16) VALUE
             X"30311A333435360838393A3B04143EFF".
          05 FILLER PIC X(16) VALUE
             X"41AA4AB19FB26AB5BDB49A8A5FCAAFBC".
          05 FILLER PIC X(16) VALUE
             X"908FEAFABEA0B6B39DDA9B8BB7B8B9AB".
          05 FILLER PIC X(16) VALUE
             X"6465626663679E687471727378757677".
          05 FILLER PIC X(16) VALUE
             X"AC69EDEEEBEFECBF80FDFEFBFCADAE59".
          05 FILLER PIC X(16) VALUE
             X"4445424643479C485451525358555657".
          05 FILLER PIC X(16) VALUE
             X"8C49CDCECBCFCCE170DDDEDBDC8D8EDF".
       01 DP-CP-WORK.
          05 DP-CP-TOK     PIC X(10) OCCURS 2 TIMES.
          05 DP-CP-A-NUM   PIC 9(3) VALUE 0.
          05 DP-CP-E-NUM   PIC 9(3) VALUE 0.

       *> 郵資卡 (通路;目的國 (空白=該通路預設);每件郵資;
       *> 預分揀折扣)
       01 DP-RATE-TBL.
          05 DP-R-CHAN     PIC X(20) OCCURS 300 TIMES.
          05 DP-R-CTRY     PIC X(35) OCCURS 300 TIMES.
          05 DP-R-AMT      PIC 9(5)V99 OCCURS 300 TIMES.
          05 DP-R-DISC     PIC 9(5)V99 OCCURS 300 TIMES.
       01 DP-RATE-WORK.
          05 DP-R-COUNT    PIC 9(3) VALUE 0.
          05 DP-R-I        PIC 9(3) VALUE 0.
          05 DP-R-HIT      PIC 9(3) VALUE 0.
          05 DP-R-TOK      PIC X(40) OCCURS 4 TIMES.
          05 DP-R-CHAN-CMP PIC X(20).
          05 DP-R-CTRY-CMP PIC X(35).

       *> 營業日月曆 (國家空白=通用假日)
       01 DP-CAL-TBL.
          05 DP-CAL-CTRYS  PIC X(35) OCCURS 500 TIMES.
          05 DP-CAL-DATE   PIC 9(8) OCCURS 500 TIMES.
          05 DP-CAL-COUNT  PIC 9(3) VALUE 0.
          05 DP-CAL-I      PIC 9(3) VALUE 0.
          05 DP-CAL-TOK    PIC X(35) OCCURS 3 TIMES.
          05 DP-BD-DATE    PIC 9(8) VALUE 0.
          05 DP-BD-INT     PIC 9(8) VALUE 0.
          05 DP-BD-DOW     PIC 9 VALUE 0.
          05 DP-BD-IS-BUS  PIC X VALUE "Y".
          05 DP-BD-GUARD   PIC 9(3) VALUE 0.

       *> 分組 (依第一次排序順序；件數供分批判斷)
       01 DP-GRP-TBL.
          05 DP-G-COUNT    PIC 9(5) VALUE 0.
          05 DP-G-PCS      PIC 9(7) COMP OCCURS 10000 TIMES.
       01 DP-GRP-WORK.
          05 DP-G-CUR-KEY  PIC X(45) VALUE SPACES.
          05 DP-G-NEW-KEY  PIC X(45).
          05 DP-G-PREV     PIC 9(5) VALUE 0.

       *> 分批 (批號/交寄日/鍵值範圍/件數/郵資)
       01 DP-DROP-TBL.
          05 DP-D-COUNT    PIC 9(3) VALUE 0.
          05 DP-D-ENTRY OCCURS 999 TIMES.
             10 DP-D-DATE     PIC 9(8).
             10 DP-D-KEY-LO   PIC X(45).
             10 DP-D-KEY-HI   PIC X(45).
             10 DP-D-PCS      PIC 9(7).
             10 DP-D-DISC     PIC 9(7).
             10 DP-D-FULL     PIC 9(7).
             10 DP-D-TRAYS    PIC 9(5).
             10 DP-D-NET      PIC 9(11)V99.
             10 DP-D-SPLIT    PIC X.
       01 DP-D-I           PIC 9(3) VALUE 0.
       01 DP-ASSIGN.
          05 DP-TOTAL      PIC 9(9) VALUE 0.
          05 DP-TARGET     PIC 9(9) VALUE 0.
          05 DP-CUR-DROP   PIC 9(3) VALUE 0.
          05 DP-CUR-LOAD   PIC 9(9) VALUE 0.
          05 DP-MAX-DROPS  PIC X VALUE "N".

       *> 單批裝盤 (盤號/ZIP 範圍/件數)
       01 DP-TRAY-DATA.
          05 DP-TRAY-NO    PIC 9(5) VALUE 0.
          05 DP-TRAY-CUR-KEY PIC X(45) VALUE SPACES.
          05 DP-TRAY-NEW-KEY PIC X(45).
          05 DP-TRAY-ZIP-LO PIC X(10) OCCURS 10000 TIMES.
          05 DP-TRAY-ZIP-HI PIC X(10) OCCURS 10000 TIMES.
          05 DP-TRAY-CNT   PIC 9(7) COMP OCCURS 10000 TIMES.
          05 DP-TRAY-I     PIC 9(5) VALUE 0.
          05 DP-TRAY-QUAL  PIC 9(5) VALUE 0.

       *> 單批郵資估算累計 (單位+通路+目的國)
       01 DP-PST-TBL.
          05 DP-P-ENTRY OCCURS 500 TIMES.
             10 DP-P-UNIT   PIC X(20).
             10 DP-P-CHAN   PIC X(20).
             10 DP-P-CTRY   PIC X(35).
             10 DP-P-PIECES PIC 9(7).
             10 DP-P-DISC   PIC 9(7).
             10 DP-P-FULL   PIC 9(9)V99.
             10 DP-P-NET    PIC 9(9)V99.
       01 DP-PST-WORK.
          05 DP-P-COUNT    PIC 9(3) VALUE 0.
          05 DP-P-I        PIC 9(3) VALUE 0.
          05 DP-P-FOUND    PIC 9(3) VALUE 0.
          05 DP-P-UNIT-CMP PIC X(20).
          05 DP-P-DISC-FLG PIC X.
          05 DP-P-TOT-FULL PIC 9(11)V99 VALUE 0.
          05 DP-P-TOT-NET  PIC 9(11)V99 VALUE 0.
          05 DP-P-AMT-FMT  PIC Z(10)9.99.

       *> 分揀條碼 (與 EXECUTE 同規則：國別雜湊 3 位 +
       *> 郵遞區號數字 5 位 + 預分揀序號 7 位 + MOD-10 檢核碼)
       01 DP-BC-WORK.
          05 DP-BC-STR     PIC X(16).
          05 DP-BC-CTRY-HASH PIC 9(3) VALUE 0.
          05 DP-BC-ZIP     PIC X(5).
          05 DP-BC-ZLEN    PIC 9 VALUE 0.
          05 DP-BC-SEQ     PIC 9(7) VALUE 0.
          05 DP-BC-I       PIC 9(3) VALUE 0.
          05 DP-BC-LEN     PIC 9(3) VALUE 0.
          05 DP-BC-SUM     PIC 9(5) VALUE 0.
          05 DP-BC-D       PIC 9 VALUE 0.
          05 DP-BC-CD      PIC 9 VALUE 0.

       *> 交握檔 (筆數/位元組數/CUSTOMER_ID 雜湊)
       01 DP-HSK.
          05 DP-HSK-COUNT  PIC 9(9) VALUE 0.
          05 DP-HSK-BYTES  PIC 9(12) VALUE 0.
          05 DP-HSK-HASH   PIC 9(12) VALUE 0.
          05 DP-HSK-CFMT   PIC Z(8)9.
          05 DP-HSK-BFMT   PIC Z(11)9.
          05 DP-HSK-HFMT   PIC Z(11)9.

       01 DP-WORK.
          05 DP-SEQ        PIC 9(7) VALUE 0.
          05 DP-LINE.
             10 DP-LINE-PAYLOAD PIC X(1300).
             10 DP-LINE-SEQ     PIC 9(7).
             10 DP-LINE-BARCODE PIC X(16).
             10 DP-LINE-TRAY    PIC 9(5).
          05 DP-IN-CNT     PIC 9(9) VALUE 0.
          05 DP-ALL-DISC   PIC 9(9) VALUE 0.
          05 DP-ALL-FULL   PIC 9(9) VALUE 0.
          05 DP-ALL-NET    PIC 9(11)V99 VALUE 0.
          05 DP-FMT1       PIC Z(8)9.
          05 DP-FMT2       PIC Z(8)9.
          05 DP-FMT3       PIC Z(8)9.
          05 DP-FMT4       PIC Z(4)9.
          05 DP-DROP-FMT   PIC 9(3).
          05 DP-DROP-FMT2  PIC ZZ9.
          05 DP-QUAL-TXT   PIC X(3).
          05 DP-TODAY      PIC 9(8).
          05 DP-TS         PIC X(14).
          05 DP-DEL-RC     PIC S9(9) COMP-5 VALUE 0.
          05 DP-TXT        PIC X(300).

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> DROP.PARM 讀取
      *******************************************************
           OPEN INPUT DP-PARM-FILE.
           IF DP-PARM-STATUS = "00"
             PERFORM UNTIL DP-PARM-STATUS NOT = "00"
               READ DP-PARM-FILE
                 AT END
                   MOVE "10" TO DP-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(DP-PARM-REC) NOT = SPACES
                      AND DP-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO DP-KEY DP-VAL
                     UNSTRING DP-PARM-REC DELIMITED BY "="
                         INTO DP-KEY DP-VAL
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DP-KEY))
                       TO DP-KEY
                     PERFORM DP-PARM-KEY-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DP-PARM-FILE
           END-IF.
           IF DP-DROP-KEY NOT = "TRAY" AND DP-DROP-KEY NOT = "REGION"
              AND DP-DROP-KEY NOT = "UNIT"
             DISPLAY "DRP0101E INVALID DROP-KEY: "
               FUNCTION TRIM(DP-DROP-KEY)
               " (TRAY, REGION OR UNIT)"
             MOVE "Y" TO DP-PARM-ERR
           END-IF.
           IF DP-DROPS = 0 AND DP-MAX-DAY = 0
             DISPLAY "DRP0101E DROP.PARM NEEDS DROPS OR MAX-PER-DAY"
             MOVE "Y" TO DP-PARM-ERR
           END-IF.
           IF DP-PARM-ERR = "Y"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

      *******************************************************
      *> EXECUTE.PARM：分盤鍵、盤件數上下限、輸出編碼
      *******************************************************
           OPEN INPUT DP-EPARM-FILE.
           IF DP-EPARM-STATUS = "00"
             PERFORM UNTIL DP-EPARM-STATUS NOT = "00"
               READ DP-EPARM-FILE
                 AT END
                   MOVE "10" TO DP-EPARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(DP-EPARM-REC) NOT = SPACES
                      AND DP-EPARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO DP-KEY DP-VAL
                     UNSTRING DP-EPARM-REC DELIMITED BY "="
                         INTO DP-KEY DP-VAL
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DP-KEY))
                       TO DP-KEY
                     PERFORM DP-EPARM-KEY-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DP-EPARM-FILE
           END-IF.

           *> 碼頁覆蓋表 (EBCDIC 輸出時)
           IF DP-ENCODING = "EBCDIC"
             OPEN INPUT DP-CP-FILE
             IF DP-CP-STATUS = "00"
               PERFORM UNTIL DP-CP-STATUS NOT = "00"
                 READ DP-CP-FILE
                   AT END
                     MOVE "10" TO DP-CP-STATUS
                   NOT AT END
                     IF FUNCTION TRIM(DP-CP-REC) NOT = SPACES
                        AND DP-CP-REC(1:1) NOT = "*"
                       PERFORM DP-CP-ROW-PARA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE DP-CP-FILE
             END-IF
           END-IF.

           *> 郵資卡
           OPEN INPUT DP-RATE-FILE.
           IF DP-RATE-STATUS = "00"
             PERFORM UNTIL DP-RATE-STATUS NOT = "00"
               READ DP-RATE-FILE
                 AT END
                   MOVE "10" TO DP-RATE-STATUS
                 NOT AT END
                   IF DP-R-COUNT < 300
                      AND FUNCTION TRIM(DP-RATE-REC) NOT = SPACES
                      AND DP-RATE-REC(1:1) NOT = "*"
                      AND DP-RATE-REC(1:8) NOT = "CHANNEL;"
                     PERFORM DP-RATE-ROW-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DP-RATE-FILE
           END-IF.

           *> 營業日月曆
           OPEN INPUT DP-CAL-FILE.
           IF DP-CAL-STATUS = "00"
             PERFORM UNTIL DP-CAL-STATUS NOT = "00"
               READ DP-CAL-FILE
                 AT END
                   MOVE "10" TO DP-CAL-STATUS
                 NOT AT END
                   IF DP-CAL-COUNT < 500
                      AND FUNCTION TRIM(DP-CAL-REC) NOT = SPACES
                      AND DP-CAL-REC(1:1) NOT = "*"
                      AND DP-CAL-REC(1:8) NOT = "COUNTRY;"
                     MOVE SPACES TO DP-CAL-TOK(1) DP-CAL-TOK(2)
                                    DP-CAL-TOK(3)
                     UNSTRING DP-CAL-REC DELIMITED BY ";"
                         INTO DP-CAL-TOK(1) DP-CAL-TOK(2)
                              DP-CAL-TOK(3)
                     IF DP-CAL-TOK(2)(1:8) IS NUMERIC
                       ADD 1 TO DP-CAL-COUNT
                       MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(DP-CAL-TOK(1)))
                         TO DP-CAL-CTRYS(DP-CAL-COUNT)
                       MOVE DP-CAL-TOK(2)(1:8)
                         TO DP-CAL-DATE(DP-CAL-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE DP-CAL-FILE
           END-IF.

           *> 首批交寄日：指定日 (非營業日順延) 或次一營業日
           MOVE FUNCTION CURRENT-DATE(1:8) TO DP-TODAY.
           IF DP-START > 0
             MOVE DP-START TO DP-BD-DATE
           ELSE
             COMPUTE DP-BD-INT =
               FUNCTION INTEGER-OF-DATE(DP-TODAY) + 1
             COMPUTE DP-BD-DATE = FUNCTION DATE-OF-INTEGER(DP-BD-INT)
           END-IF.
           PERFORM DP-NEXT-BUS-PARA.
           MOVE DP-BD-DATE TO DP-START.

      *******************************************************
      *> 第一次排序：饋送檔依分組鍵排序，逐組累計件數並寫出
      *> 分組後工作檔
      *******************************************************
           MOVE SPACES TO DP-FEED-PATH DP-WORK-PATH DP-SCHED-PATH.
           STRING
             FUNCTION TRIM(DP-DIR) DELIMITED BY SIZE
             "Presort_Commingle.dat" DELIMITED BY SIZE
             INTO DP-FEED-PATH
           END-STRING.
           STRING
             FUNCTION TRIM(DP-DIR) DELIMITED BY SIZE
             "Drop_Work.tmp" DELIMITED BY SIZE
             INTO DP-WORK-PATH
           END-STRING.
           STRING
             FUNCTION TRIM(DP-DIR) DELIMITED BY SIZE
             "Drop_Schedule.csv" DELIMITED BY SIZE
             INTO DP-SCHED-PATH
           END-STRING.
           OPEN INPUT DP-FEED-FILE.
           IF DP-FEED-STATUS NOT = "00"
             DISPLAY "DRP0102E NO PRESORT FEED ("
               FUNCTION TRIM(DP-FEED-PATH)
               ") - RUN EXECUTE WITH DROP-PLAN=Y"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           CLOSE DP-FEED-FILE.

           OPEN OUTPUT DP-WORK-FILE.
           SORT DP-SORT-FILE
             ASCENDING KEY DSRT-GRP-KEY
             ASCENDING KEY DSRT-CTRY
             ASCENDING KEY DSRT-ZIP
             ASCENDING KEY DSRT-STREET
             INPUT PROCEDURE IS DP-INPUT-PARA
             OUTPUT PROCEDURE IS DP-GROUP-PARA.
           CLOSE DP-WORK-FILE.
           IF DP-TOTAL = 0
             DISPLAY "DRP0001I PRESORT FEED IS EMPTY - NOTHING TO PLAN"
             CALL "CBL_DELETE_FILE" USING DP-WORK-PATH
               RETURNING DP-DEL-RC
             STOP RUN
           END-IF.

           *> 每批目標件數：總件數平均分給 DROPS 批，不超過上限
           IF DP-DROPS > 0
             COMPUTE DP-TARGET = (DP-TOTAL + DP-DROPS - 1) / DP-DROPS
           ELSE
             MOVE DP-MAX-DAY TO DP-TARGET
           END-IF.
           IF DP-MAX-DAY > 0 AND DP-TARGET > DP-MAX-DAY
             MOVE DP-MAX-DAY TO DP-TARGET
           END-IF.

      *******************************************************
      *> 第二次排序：逐件定批號 (整組排入同批，上限所迫才
      *> 拆組)，批內依 COUNTRY/ZIP/STREET 重排後逐批輸出
      *******************************************************
           SORT DP-SORT-FILE
             ASCENDING KEY DSRT-DROP
             ASCENDING KEY DSRT-CTRY
             ASCENDING KEY DSRT-ZIP
             ASCENDING KEY DSRT-STREET
             INPUT PROCEDURE IS DP-ASSIGN-PARA
             OUTPUT PROCEDURE IS DP-DROP-OUT-PARA.
           CALL "CBL_DELETE_FILE" USING DP-WORK-PATH
             RETURNING DP-DEL-RC.

      *******************************************************
      *> 輸出: Drop_Schedule.csv (各批交寄日/鍵值範圍/件數)
      *******************************************************
           OPEN OUTPUT DP-SCHED-FILE.
           MOVE "DROP_NO;DROP_DATE;DROP_KEY;KEY_FROM;KEY_TO;PIECES;"
             & "DISCOUNT_PIECES;FULL_RATE_PIECES;TRAYS;EST_POSTAGE;"
             & "SPLIT;PRESORT_FILE" TO DP-SCHED-REC.
           WRITE DP-SCHED-REC.
           PERFORM VARYING DP-D-I FROM 1 BY 1
                     UNTIL DP-D-I > DP-D-COUNT
             PERFORM DP-SCHED-LINE-PARA
           END-PERFORM.
           MOVE DP-IN-CNT TO DP-FMT1.
           MOVE DP-ALL-DISC TO DP-FMT2.
           MOVE DP-ALL-FULL TO DP-FMT3.
           MOVE DP-ALL-NET TO DP-P-AMT-FMT.
           MOVE SPACES TO DP-TXT.
           STRING
             "ALL-DROPS;;" DELIMITED BY SIZE
             FUNCTION TRIM(DP-DROP-KEY) DELIMITED BY SIZE
             ";;;" DELIMITED BY SIZE
             FUNCTION TRIM(DP-FMT1) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-FMT2) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-FMT3) DELIMITED BY SIZE
             ";;" DELIMITED BY SIZE
             FUNCTION TRIM(DP-P-AMT-FMT) DELIMITED BY SIZE
             ";;" DELIMITED BY SIZE
             INTO DP-TXT
           END-STRING.
           MOVE DP-TXT TO DP-SCHED-REC.
           WRITE DP-SCHED-REC.
           CLOSE DP-SCHED-FILE.

      *******************************************************
      *> 稽核檔附加一列 (時戳;DROP-PLAN;鍵;批數;件數;首末日)
      *******************************************************
           MOVE FUNCTION CURRENT-DATE(1:14) TO DP-TS.
           MOVE DP-D-COUNT TO DP-DROP-FMT2.
           MOVE SPACES TO DP-TXT.
           STRING
             DP-TS DELIMITED BY SIZE
             ";DROP-PLAN;KEY=" DELIMITED BY SIZE
             FUNCTION TRIM(DP-DROP-KEY) DELIMITED BY SIZE
             ";DROPS=" DELIMITED BY SIZE
             FUNCTION TRIM(DP-DROP-FMT2) DELIMITED BY SIZE
             ";PIECES=" DELIMITED BY SIZE
             FUNCTION TRIM(DP-FMT1) DELIMITED BY SIZE
             ";FIRST=" DELIMITED BY SIZE
             DP-D-DATE(1) DELIMITED BY SIZE
             ";LAST=" DELIMITED BY SIZE
             DP-D-DATE(DP-D-COUNT) DELIMITED BY SIZE
             INTO DP-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE DP-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

           DISPLAY "DRP0002I DROP PLAN COMPLETE - "
             FUNCTION TRIM(DP-FMT1) " PIECES IN "
             FUNCTION TRIM(DP-DROP-FMT2) " DROPS, "
             DP-D-DATE(1) " TO " DP-D-DATE(DP-D-COUNT)
             " - SEE " FUNCTION TRIM(DP-SCHED-PATH).
           IF DP-DROPS > 0 AND DP-D-COUNT > DP-DROPS
             MOVE DP-DROPS TO DP-FMT4
             DISPLAY "DRP0201W MAX-PER-DAY NEEDS "
               FUNCTION TRIM(DP-DROP-FMT2) " DROPS, NOT "
               FUNCTION TRIM(DP-FMT4) " AS REQUESTED"
             MOVE 4 TO RETURN-CODE
           END-IF.
           IF DP-MAX-DROPS = "Y"
             DISPLAY "DRP0202W DROP LIMIT (999) REACHED - "
               "REMAINING PIECES PLACED IN THE LAST DROP"
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：DROP.PARM 單一鍵值
      *******************************************************
       DP-PARM-KEY-PARA.
           EVALUATE FUNCTION TRIM(DP-KEY)
             WHEN "OUTPUT-DIR"
               IF FUNCTION TRIM(DP-VAL) NOT = SPACES
                 MOVE FUNCTION TRIM(DP-VAL) TO DP-DIR
               END-IF
             WHEN "DROP-KEY"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DP-VAL))
                 TO DP-DROP-KEY
             WHEN "DROPS"
               IF FUNCTION TRIM(DP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(DP-VAL))
                   TO DP-DROPS
               ELSE
                 DISPLAY "DRP0101E INVALID DROPS VALUE: "
                   FUNCTION TRIM(DP-VAL)
                 MOVE "Y" TO DP-PARM-ERR
               END-IF
             WHEN "MAX-PER-DAY"
               IF FUNCTION TRIM(DP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(DP-VAL))
                   TO DP-MAX-DAY
               ELSE
                 DISPLAY "DRP0101E INVALID MAX-PER-DAY VALUE: "
                   FUNCTION TRIM(DP-VAL)
                 MOVE "Y" TO DP-PARM-ERR
               END-IF
             WHEN "START-DATE"
               IF FUNCTION TRIM(DP-VAL) IS NUMERIC
                  AND FUNCTION LENGTH(FUNCTION TRIM(DP-VAL)) = 8
                  AND FUNCTION TEST-DATE-YYYYMMDD(
                        FUNCTION NUMVAL(FUNCTION TRIM(DP-VAL))) = 0
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(DP-VAL))
                   TO DP-START
               ELSE
                 DISPLAY "DRP0101E INVALID START-DATE VALUE: "
                   FUNCTION TRIM(DP-VAL)
                 MOVE "Y" TO DP-PARM-ERR
               END-IF
             WHEN "CALENDAR-COUNTRY"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DP-VAL))
                 TO DP-CAL-CTRY
             WHEN "REGION-LENGTH"
               IF FUNCTION TRIM(DP-VAL) IS NUMERIC
                  AND FUNCTION NUMVAL(FUNCTION TRIM(DP-VAL)) >= 1
                  AND FUNCTION NUMVAL(FUNCTION TRIM(DP-VAL)) <= 10
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(DP-VAL))
                   TO DP-REG-LEN
               ELSE
                 DISPLAY "DRP0101E INVALID REGION-LENGTH VALUE: "
                   FUNCTION TRIM(DP-VAL)
                 MOVE "Y" TO DP-PARM-ERR
               END-IF
           END-EVALUATE.

      *******************************************************
      *> 共用段落：EXECUTE.PARM 單一鍵值
      *******************************************************
       DP-EPARM-KEY-PARA.
           EVALUATE FUNCTION TRIM(DP-KEY)
             WHEN "TRAY-BREAK-KEY"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DP-VAL))
                 TO DP-TRAY-BREAK
             WHEN "TRAY-MIN-PIECES"
               IF FUNCTION TRIM(DP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(DP-VAL))
                   TO DP-TRAY-MIN
               END-IF
             WHEN "TRAY-MAX-PIECES"
               IF FUNCTION TRIM(DP-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(DP-VAL))
                   TO DP-TRAY-MAX
               END-IF
             WHEN "ENCODING"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DP-VAL))
                 TO DP-ENCODING
           END-EVALUATE.

      *******************************************************
      *> 共用段落：碼頁覆蓋表單列 (ASCII 碼;EBCDIC 碼)
      *******************************************************
       DP-CP-ROW-PARA.
           MOVE SPACES TO DP-CP-TOK(1) DP-CP-TOK(2).
           UNSTRING DP-CP-REC DELIMITED BY ";"
               INTO DP-CP-TOK(1) DP-CP-TOK(2).
           IF FUNCTION TRIM(DP-CP-TOK(1)) IS NUMERIC
              AND FUNCTION TRIM(DP-CP-TOK(2)) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(DP-CP-TOK(1)))
               TO DP-CP-A-NUM
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(DP-CP-TOK(2)))
               TO DP-CP-E-NUM
             IF DP-CP-A-NUM <= 255 AND DP-CP-E-NUM <= 255
               MOVE FUNCTION CHAR(DP-CP-E-NUM + 1)
                 TO DP-A2E(DP-CP-A-NUM + 1:1)
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：郵資卡單列
      *******************************************************
       DP-RATE-ROW-PARA.
           MOVE SPACES TO DP-R-TOK(1) DP-R-TOK(2)
                          DP-R-TOK(3) DP-R-TOK(4).
           UNSTRING DP-RATE-REC DELIMITED BY ";"
               INTO DP-R-TOK(1) DP-R-TOK(2)
                    DP-R-TOK(3) DP-R-TOK(4).
           ADD 1 TO DP-R-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DP-R-TOK(1)))
             TO DP-R-CHAN(DP-R-COUNT).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DP-R-TOK(2)))
             TO DP-R-CTRY(DP-R-COUNT).
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(DP-R-TOK(3)))
             TO DP-R-AMT(DP-R-COUNT).
           IF FUNCTION TRIM(DP-R-TOK(4)) NOT = SPACES
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(DP-R-TOK(4)))
               TO DP-R-DISC(DP-R-COUNT)
           ELSE
             MOVE 0 TO DP-R-DISC(DP-R-COUNT)
           END-IF.

      *******************************************************
      *> 共用段落：DP-BD-DATE 非營業日者順延至營業日
      *> (週六日或月曆上通用/CALENDAR-COUNTRY 假日)
      *******************************************************
       DP-NEXT-BUS-PARA.
           MOVE 0 TO DP-BD-GUARD.
           PERFORM DP-BD-CHECK-PARA.
           PERFORM UNTIL DP-BD-IS-BUS = "Y" OR DP-BD-GUARD > 60
             ADD 1 TO DP-BD-GUARD
             COMPUTE DP-BD-INT =
               FUNCTION INTEGER-OF-DATE(DP-BD-DATE) + 1
             COMPUTE DP-BD-DATE = FUNCTION DATE-OF-INTEGER(DP-BD-INT)
             PERFORM DP-BD-CHECK-PARA
           END-PERFORM.

      *******************************************************
      *> 共用段落：營業日判定 (DP-BD-DATE -> DP-BD-IS-BUS)
      *******************************************************
       DP-BD-CHECK-PARA.
           MOVE "Y" TO DP-BD-IS-BUS.
           COMPUTE DP-BD-INT = FUNCTION INTEGER-OF-DATE(DP-BD-DATE).
           COMPUTE DP-BD-DOW = FUNCTION MOD(DP-BD-INT, 7).
           *> 整數日 1 = 1601/01/01 (星期一)；6=週六、0=週日
           IF DP-BD-DOW = 6 OR DP-BD-DOW = 0
             MOVE "N" TO DP-BD-IS-BUS
           END-IF.
           IF DP-BD-IS-BUS = "Y"
             PERFORM VARYING DP-CAL-I FROM 1 BY 1
                       UNTIL DP-CAL-I > DP-CAL-COUNT
               IF DP-CAL-DATE(DP-CAL-I) = DP-BD-DATE
                  AND (DP-CAL-CTRYS(DP-CAL-I) = SPACES
                       OR DP-CAL-CTRYS(DP-CAL-I) = DP-CAL-CTRY)
                 MOVE "N" TO DP-BD-IS-BUS
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.

      *******************************************************
      *> SORT 輸入程序 (第一次)：饋送檔逐件帶分組鍵
      *>   TRAY   目的國+郵遞區號 (與分盤相同順序，盤界於輸出
      *>          程序裝盤時決定)
      *>   REGION 目的國+郵遞區號前 REGION-LENGTH 碼
      *>   UNIT   業務單位
      *******************************************************
       DP-INPUT-PARA.
           OPEN INPUT DP-FEED-FILE.
           PERFORM UNTIL DP-FEED-STATUS NOT = "00"
             READ DP-FEED-FILE
               AT END
                 MOVE "10" TO DP-FEED-STATUS
               NOT AT END
                 MOVE SPACES TO DP-SORT-REC
                 MOVE 0 TO DSRT-DROP DSRT-GRP
                 EVALUATE DP-DROP-KEY
                   WHEN "REGION"
                     STRING
                       FUNCTION TRIM(DPF-CTRY) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       DPF-ZIP(1:DP-REG-LEN) DELIMITED BY SIZE
                       INTO DSRT-GRP-KEY
                     END-STRING
                   WHEN "UNIT"
                     MOVE DPF-UNIT TO DSRT-GRP-KEY
                 END-EVALUATE
                 MOVE DPF-CTRY TO DSRT-CTRY
                 MOVE DPF-ZIP TO DSRT-ZIP
                 MOVE DPF-STREET TO DSRT-STREET
                 MOVE DPF-FLAG TO DSRT-FLAG
                 MOVE DPF-UNIT TO DSRT-UNIT
                 MOVE DPF-CHAN TO DSRT-CHAN
                 MOVE DPF-PAYLOAD TO DSRT-PAYLOAD
                 MOVE DPF-IDHASH TO DSRT-IDHASH
                 RELEASE DP-SORT-REC
             END-READ
           END-PERFORM.
           CLOSE DP-FEED-FILE.

      *******************************************************
      *> SORT 輸出程序 (第一次)：編組號並累計各組件數；TRAY
      *> 鍵以可入盤件 (Q) 試裝盤，換盤即換組，單件即不符折扣
      *> 條件者 (F) 隨所在組
      *******************************************************
       DP-GROUP-PARA.
           MOVE 0 TO DP-TRAY-NO.
           MOVE SPACES TO DP-TRAY-CUR-KEY DP-G-CUR-KEY.
           PERFORM UNTIL EXIT
             RETURN DP-SORT-FILE
               AT END
                 EXIT PERFORM
               NOT AT END
                 ADD 1 TO DP-TOTAL
                 IF DP-DROP-KEY = "TRAY"
                   IF DSRT-FLAG = "Q"
                     PERFORM DP-TRAY-ASSIGN-PARA
                     IF DP-TRAY-NO NOT = DP-G-PREV
                       MOVE DP-TRAY-NO TO DP-G-PREV
                       PERFORM DP-GROUP-NEW-PARA
                     END-IF
                   END-IF
                   IF DP-G-COUNT = 0
                     PERFORM DP-GROUP-NEW-PARA
                   END-IF
                   STRING
                     FUNCTION TRIM(DSRT-CTRY) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     DSRT-ZIP(1:10) DELIMITED BY SIZE
                     INTO DSRT-GRP-KEY
                   END-STRING
                 ELSE
                   IF DP-G-COUNT = 0
                      OR DSRT-GRP-KEY NOT = DP-G-CUR-KEY
                     MOVE DSRT-GRP-KEY TO DP-G-CUR-KEY
                     PERFORM DP-GROUP-NEW-PARA
                   END-IF
                 END-IF
                 ADD 1 TO DP-G-PCS(DP-G-COUNT)
                 MOVE DP-G-COUNT TO DSRT-GRP
                 MOVE DP-SORT-REC TO DP-WORK-REC
                 WRITE DP-WORK-REC
             END-RETURN
           END-PERFORM.

      *******************************************************
      *> 共用段落：開新組 (組數達上限者併入末組)
      *******************************************************
       DP-GROUP-NEW-PARA.
           IF DP-G-COUNT < 10000
             ADD 1 TO DP-G-COUNT
             MOVE 0 TO DP-G-PCS(DP-G-COUNT)
           END-IF.

      *******************************************************
      *> SORT 輸入程序 (第二次)：依分組順序逐件定批號。新組
      *> 排入目前批會超過目標件數時 (且目前批已有件) 換下一批；
      *> 目前批達每日上限時即使同組亦換批 (拆組，前後兩批
      *> 皆標 SPLIT)；各批鍵值範圍依分組順序記錄
      *******************************************************
       DP-ASSIGN-PARA.
           MOVE 1 TO DP-CUR-DROP.
           MOVE 0 TO DP-CUR-LOAD DP-G-PREV.
           MOVE SPACES TO DP-D-KEY-LO(1) DP-D-KEY-HI(1).
           MOVE "N" TO DP-D-SPLIT(1).
           OPEN INPUT DP-WORK-FILE.
           PERFORM UNTIL DP-WORK-STATUS NOT = "00"
             READ DP-WORK-FILE
               AT END
                 MOVE "10" TO DP-WORK-STATUS
               NOT AT END
                 MOVE DP-WORK-REC TO DP-SORT-REC
                 IF DSRT-GRP NOT = DP-G-PREV
                   MOVE DSRT-GRP TO DP-G-PREV
                   IF DP-CUR-LOAD > 0
                      AND DP-CUR-LOAD + DP-G-PCS(DSRT-GRP) > DP-TARGET
                      AND (DP-DROPS = 0 OR DP-CUR-DROP < DP-DROPS)
                     PERFORM DP-NEXT-DROP-PARA
                   END-IF
                 ELSE
                   IF DP-MAX-DAY > 0 AND DP-CUR-LOAD >= DP-MAX-DAY
                     MOVE "Y" TO DP-D-SPLIT(DP-CUR-DROP)
                     PERFORM DP-NEXT-DROP-PARA
                     MOVE "Y" TO DP-D-SPLIT(DP-CUR-DROP)
                   END-IF
                 END-IF
                 *> 新組本身即超過上限者，於組界亦須換批
                 IF DP-MAX-DAY > 0 AND DP-CUR-LOAD >= DP-MAX-DAY
                   PERFORM DP-NEXT-DROP-PARA
                 END-IF
                 IF DP-CUR-LOAD = 0
                   MOVE DSRT-GRP-KEY TO DP-D-KEY-LO(DP-CUR-DROP)
                 END-IF
                 MOVE DSRT-GRP-KEY TO DP-D-KEY-HI(DP-CUR-DROP)
                 ADD 1 TO DP-CUR-LOAD
                 MOVE DP-CUR-DROP TO DSRT-DROP
                 RELEASE DP-SORT-REC
             END-READ
           END-PERFORM.
           CLOSE DP-WORK-FILE.

      *******************************************************
      *> 共用段落：換下一批 (999 批為限)
      *******************************************************
       DP-NEXT-DROP-PARA.
           IF DP-CUR-DROP < 999
             ADD 1 TO DP-CUR-DROP
             MOVE 0 TO DP-CUR-LOAD
             MOVE SPACES TO DP-D-KEY-LO(DP-CUR-DROP)
                            DP-D-KEY-HI(DP-CUR-DROP)
             MOVE "N" TO DP-D-SPLIT(DP-CUR-DROP)
           ELSE
             MOVE "Y" TO DP-MAX-DROPS
           END-IF.

      *******************************************************
      *> SORT 輸出程序 (第二次)：逐批重編預分揀序號/分揀條碼
      *> 並裝盤；換批時收尾前一批
      *******************************************************
       DP-DROP-OUT-PARA.
           PERFORM UNTIL EXIT
             RETURN DP-SORT-FILE
               AT END
                 EXIT PERFORM
               NOT AT END
                 IF DSRT-DROP NOT = DP-D-COUNT
                   IF DP-D-COUNT > 0
                     PERFORM DP-DROP-CLOSE-PARA
                   END-IF
                   PERFORM DP-DROP-OPEN-PARA
                 END-IF
                 ADD 1 TO DP-D-PCS(DP-D-COUNT)
                 MOVE DSRT-UNIT TO DPW-UNIT
                 MOVE DSRT-CHAN TO DPW-CHAN
                 MOVE DSRT-CTRY TO DPW-CTRY
                 MOVE DSRT-IDHASH TO DPW-IDHASH
                 MOVE DSRT-PAYLOAD TO DPW-PAYLOAD
                 IF DSRT-FLAG = "Q"
                   ADD 1 TO DP-SEQ
                   PERFORM DP-BARCODE-PARA
                   PERFORM DP-TRAY-ASSIGN-PARA
                   MOVE DP-SEQ TO DPW-SEQ
                   MOVE DP-BC-STR TO DPW-BARCODE
                   MOVE DP-TRAY-NO TO DPW-TRAY
                 ELSE
                   MOVE 0 TO DPW-SEQ DPW-TRAY
                   MOVE SPACES TO DPW-BARCODE
                 END-IF
                 WRITE DP-DWORK-REC
             END-RETURN
           END-PERFORM.
           IF DP-D-COUNT > 0
             PERFORM DP-DROP-CLOSE-PARA
           END-IF.

      *******************************************************
      *> 共用段落：開新批 (交寄日為前一批次一營業日)
      *******************************************************
       DP-DROP-OPEN-PARA.
           ADD 1 TO DP-D-COUNT.
           IF DP-D-COUNT = 1
             MOVE DP-START TO DP-BD-DATE
           ELSE
             COMPUTE DP-BD-INT = FUNCTION INTEGER-OF-DATE(
               DP-D-DATE(DP-D-COUNT - 1)) + 1
             COMPUTE DP-BD-DATE = FUNCTION DATE-OF-INTEGER(DP-BD-INT)
             PERFORM DP-NEXT-BUS-PARA
           END-IF.
           MOVE DP-BD-DATE TO DP-D-DATE(DP-D-COUNT).
           MOVE 0 TO DP-D-PCS(DP-D-COUNT) DP-D-DISC(DP-D-COUNT)
                     DP-D-FULL(DP-D-COUNT) DP-D-TRAYS(DP-D-COUNT)
                     DP-D-NET(DP-D-COUNT).
           MOVE 0 TO DP-SEQ DP-TRAY-NO DP-TRAY-QUAL.
           MOVE SPACES TO DP-TRAY-CUR-KEY.

           MOVE DP-D-COUNT TO DP-DROP-FMT.
           MOVE SPACES TO DP-DROP-TAG.
           STRING
             "Drop_" DELIMITED BY SIZE
             DP-DROP-FMT DELIMITED BY SIZE
             "_" DELIMITED BY SIZE
             INTO DP-DROP-TAG
           END-STRING.
           MOVE "Work.tmp" TO DP-FILE-NAME.
           PERFORM DP-DROP-PATH-PARA.
           MOVE DP-RPT-PATH TO DP-DWORK-PATH.
           OPEN OUTPUT DP-DWORK-FILE.

      *******************************************************
      *> 共用段落：本批檔案路徑 (DP-DIR + Drop_nnn_ +
      *> DP-FILE-NAME -> DP-RPT-PATH)
      *******************************************************
       DP-DROP-PATH-PARA.
           MOVE SPACES TO DP-RPT-PATH.
           STRING
             FUNCTION TRIM(DP-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(DP-DROP-TAG) DELIMITED BY SIZE
             FUNCTION TRIM(DP-FILE-NAME) DELIMITED BY SIZE
             INTO DP-RPT-PATH
           END-STRING.

      *******************************************************
      *> 共用段落：本批收尾 — 所屬盤達最低件數者寫入預分揀
      *> 輸出 (折扣件)，其餘寫入全額郵資輸出；再寫交握檔、
      *> 裝盤清單與郵資估算
      *******************************************************
       DP-DROP-CLOSE-PARA.
           CLOSE DP-DWORK-FILE.
           MOVE "Presort.txt" TO DP-FILE-NAME.
           PERFORM DP-DROP-PATH-PARA.
           MOVE DP-RPT-PATH TO DP-OUT-PATH.
           MOVE "FullRate.txt" TO DP-FILE-NAME.
           PERFORM DP-DROP-PATH-PARA.
           MOVE DP-RPT-PATH TO DP-FULL-PATH.
           MOVE 0 TO DP-HSK-COUNT DP-HSK-BYTES DP-HSK-HASH.
           MOVE 0 TO DP-P-COUNT DP-P-TOT-FULL DP-P-TOT-NET.

           OPEN INPUT DP-DWORK-FILE.
           OPEN OUTPUT DP-OUT-FILE.
           OPEN OUTPUT DP-FULL-FILE.
           MOVE "00" TO DP-DWORK-STATUS.
           PERFORM UNTIL DP-DWORK-STATUS NOT = "00"
             READ DP-DWORK-FILE
               AT END
                 MOVE "10" TO DP-DWORK-STATUS
               NOT AT END
                 PERFORM DP-SPLIT-PARA
             END-READ
           END-PERFORM.
           CLOSE DP-DWORK-FILE.
           CLOSE DP-OUT-FILE.
           CLOSE DP-FULL-FILE.
           CALL "CBL_DELETE_FILE" USING DP-DWORK-PATH
             RETURNING DP-DEL-RC.
           MOVE DP-TRAY-NO TO DP-D-TRAYS(DP-D-COUNT).
           MOVE DP-P-TOT-NET TO DP-D-NET(DP-D-COUNT).
           ADD DP-D-PCS(DP-D-COUNT) TO DP-IN-CNT.
           ADD DP-D-DISC(DP-D-COUNT) TO DP-ALL-DISC.
           ADD DP-D-FULL(DP-D-COUNT) TO DP-ALL-FULL.
           ADD DP-P-TOT-NET TO DP-ALL-NET.

           *> 交握檔 (預分揀輸出)
           MOVE "Presort.txt.ctl" TO DP-FILE-NAME.
           PERFORM DP-DROP-PATH-PARA.
           MOVE DP-RPT-PATH TO DP-CTL-PATH.
           OPEN OUTPUT DP-RPT-FILE.
           MOVE "RECORD_COUNT;BYTE_COUNT;CUSTOMER_ID_HASH"
             TO DP-RPT-REC.
           WRITE DP-RPT-REC.
           MOVE DP-HSK-COUNT TO DP-HSK-CFMT.
           MOVE DP-HSK-BYTES TO DP-HSK-BFMT.
           MOVE DP-HSK-HASH TO DP-HSK-HFMT.
           MOVE SPACES TO DP-TXT.
           STRING
             FUNCTION TRIM(DP-HSK-CFMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-HSK-BFMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-HSK-HFMT) DELIMITED BY SIZE
             INTO DP-TXT
           END-STRING.
           MOVE DP-TXT TO DP-RPT-REC.
           WRITE DP-RPT-REC.
           CLOSE DP-RPT-FILE.

           *> 裝盤清單
           MOVE "Tray_Manifest.csv" TO DP-FILE-NAME.
           PERFORM DP-DROP-PATH-PARA.
           OPEN OUTPUT DP-RPT-FILE.
           MOVE "TRAY_ID;ZIP_FROM;ZIP_TO;PIECE_COUNT;QUALIFIED"
             TO DP-RPT-REC.
           WRITE DP-RPT-REC.
           PERFORM VARYING DP-TRAY-I FROM 1 BY 1
                     UNTIL DP-TRAY-I > DP-TRAY-NO
             IF DP-TRAY-CNT(DP-TRAY-I) >= DP-TRAY-MIN
               MOVE "YES" TO DP-QUAL-TXT
             ELSE
               MOVE "NO" TO DP-QUAL-TXT
             END-IF
             MOVE DP-TRAY-I TO DP-FMT4
             MOVE DP-TRAY-CNT(DP-TRAY-I) TO DP-FMT1
             MOVE SPACES TO DP-TXT
             STRING
               FUNCTION TRIM(DP-FMT4) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DP-TRAY-ZIP-LO(DP-TRAY-I))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DP-TRAY-ZIP-HI(DP-TRAY-I))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DP-FMT1) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DP-QUAL-TXT) DELIMITED BY SIZE
               INTO DP-TXT
             END-STRING
             MOVE DP-TXT TO DP-RPT-REC
             WRITE DP-RPT-REC
           END-PERFORM.
           CLOSE DP-RPT-FILE.

           *> 郵資估算 (依單位/通路/目的國)
           MOVE "Postage.csv" TO DP-FILE-NAME.
           PERFORM DP-DROP-PATH-PARA.
           OPEN OUTPUT DP-RPT-FILE.
           MOVE "UNIT;CHANNEL;COUNTRY;PIECES;DISCOUNT_PIECES;"
             & "FULL_AMOUNT;EST_AMOUNT" TO DP-RPT-REC.
           WRITE DP-RPT-REC.
           PERFORM VARYING DP-P-I FROM 1 BY 1
                     UNTIL DP-P-I > DP-P-COUNT
             MOVE DP-P-PIECES(DP-P-I) TO DP-FMT1
             MOVE DP-P-DISC(DP-P-I) TO DP-FMT2
             MOVE SPACES TO DP-TXT
             STRING
               FUNCTION TRIM(DP-P-UNIT(DP-P-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DP-P-CHAN(DP-P-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DP-P-CTRY(DP-P-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DP-FMT1) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DP-FMT2) DELIMITED BY SIZE
               INTO DP-TXT
             END-STRING
             MOVE DP-P-FULL(DP-P-I) TO DP-P-AMT-FMT
             STRING
               FUNCTION TRIM(DP-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DP-P-AMT-FMT) DELIMITED BY SIZE
               INTO DP-TXT
             END-STRING
             MOVE DP-P-NET(DP-P-I) TO DP-P-AMT-FMT
             STRING
               FUNCTION TRIM(DP-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(DP-P-AMT-FMT) DELIMITED BY SIZE
               INTO DP-TXT
             END-STRING
             MOVE DP-TXT TO DP-RPT-REC
             WRITE DP-RPT-REC
           END-PERFORM.
           MOVE DP-D-PCS(DP-D-COUNT) TO DP-FMT1.
           MOVE DP-D-DISC(DP-D-COUNT) TO DP-FMT2.
           MOVE SPACES TO DP-TXT.
           STRING
             "ALL-UNITS;;;" DELIMITED BY SIZE
             FUNCTION TRIM(DP-FMT1) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-FMT2) DELIMITED BY SIZE
             INTO DP-TXT
           END-STRING.
           MOVE DP-P-TOT-FULL TO DP-P-AMT-FMT.
           STRING
             FUNCTION TRIM(DP-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-P-AMT-FMT) DELIMITED BY SIZE
             INTO DP-TXT
           END-STRING.
           MOVE DP-P-TOT-NET TO DP-P-AMT-FMT.
           STRING
             FUNCTION TRIM(DP-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-P-AMT-FMT) DELIMITED BY SIZE
             INTO DP-TXT
           END-STRING.
           MOVE DP-TXT TO DP-RPT-REC.
           WRITE DP-RPT-REC.
           CLOSE DP-RPT-FILE.

      *******************************************************
      *> 共用段落：本批單件分流、交握累計與郵資累計
      *******************************************************
       DP-SPLIT-PARA.
           MOVE DPW-LINE TO DP-LINE.
           MOVE DPW-UNIT TO DP-P-UNIT-CMP.
           MOVE DPW-CHAN TO DP-R-CHAN-CMP.
           MOVE DPW-CTRY TO DP-R-CTRY-CMP.
           IF DPW-TRAY > 0 AND DP-TRAY-CNT(DPW-TRAY) >= DP-TRAY-MIN
             ADD 1 TO DP-HSK-COUNT
             COMPUTE DP-HSK-BYTES = DP-HSK-BYTES
               + FUNCTION LENGTH(FUNCTION TRIM(DP-LINE TRAILING))
             COMPUTE DP-HSK-HASH = FUNCTION MOD(
               DP-HSK-HASH + DPW-IDHASH, 999999999999)
             MOVE DP-LINE TO DP-OUT-REC
             IF DP-ENCODING = "EBCDIC"
               INSPECT DP-OUT-REC CONVERTING DP-IDENT TO DP-A2E
             END-IF
             WRITE DP-OUT-REC
             ADD 1 TO DP-D-DISC(DP-D-COUNT)
             MOVE "Y" TO DP-P-DISC-FLG
           ELSE
             MOVE DP-LINE TO DP-FULL-REC
             IF DP-ENCODING = "EBCDIC"
               INSPECT DP-FULL-REC CONVERTING DP-IDENT TO DP-A2E
             END-IF
             WRITE DP-FULL-REC
             ADD 1 TO DP-D-FULL(DP-D-COUNT)
             MOVE "N" TO DP-P-DISC-FLG
           END-IF.
           PERFORM DP-PRICE-PARA.

      *******************************************************
      *> 共用段落：單件郵資 (查郵資卡；該通路查無目的國列時
      *> 退用目的國空白的通路預設列；折扣件扣預分揀折扣)
      *******************************************************
       DP-PRICE-PARA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DP-R-CHAN-CMP))
             TO DP-R-CHAN-CMP.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DP-R-CTRY-CMP))
             TO DP-R-CTRY-CMP.
           MOVE 0 TO DP-R-HIT.
           PERFORM VARYING DP-R-I FROM 1 BY 1
                     UNTIL DP-R-I > DP-R-COUNT
             IF DP-R-CHAN(DP-R-I) = DP-R-CHAN-CMP
               IF DP-R-CTRY(DP-R-I) = DP-R-CTRY-CMP
                 MOVE DP-R-I TO DP-R-HIT
                 EXIT PERFORM
               END-IF
               IF DP-R-CTRY(DP-R-I) = SPACES AND DP-R-HIT = 0
                 MOVE DP-R-I TO DP-R-HIT
               END-IF
             END-IF
           END-PERFORM.

           MOVE 0 TO DP-P-FOUND.
           PERFORM VARYING DP-P-I FROM 1 BY 1
                     UNTIL DP-P-I > DP-P-COUNT
             IF DP-P-UNIT(DP-P-I) = DP-P-UNIT-CMP
                AND DP-P-CHAN(DP-P-I) = DP-R-CHAN-CMP
                AND DP-P-CTRY(DP-P-I) = DP-R-CTRY-CMP
               MOVE DP-P-I TO DP-P-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF DP-P-FOUND = 0 AND DP-P-COUNT < 500
             ADD 1 TO DP-P-COUNT
             MOVE DP-P-UNIT-CMP TO DP-P-UNIT(DP-P-COUNT)
             MOVE DP-R-CHAN-CMP TO DP-P-CHAN(DP-P-COUNT)
             MOVE DP-R-CTRY-CMP TO DP-P-CTRY(DP-P-COUNT)
             MOVE 0 TO DP-P-PIECES(DP-P-COUNT)
                       DP-P-DISC(DP-P-COUNT)
                       DP-P-FULL(DP-P-COUNT)
                       DP-P-NET(DP-P-COUNT)
             MOVE DP-P-COUNT TO DP-P-FOUND
           END-IF.
           IF DP-P-FOUND > 0
             ADD 1 TO DP-P-PIECES(DP-P-FOUND)
             IF DP-P-DISC-FLG = "Y"
               ADD 1 TO DP-P-DISC(DP-P-FOUND)
             END-IF
             IF DP-R-HIT > 0
               ADD DP-R-AMT(DP-R-HIT) TO DP-P-FULL(DP-P-FOUND)
               ADD DP-R-AMT(DP-R-HIT) TO DP-P-TOT-FULL
               IF DP-P-DISC-FLG = "Y"
                 COMPUTE DP-P-NET(DP-P-FOUND) = DP-P-NET(DP-P-FOUND)
                   + DP-R-AMT(DP-R-HIT) - DP-R-DISC(DP-R-HIT)
                 COMPUTE DP-P-TOT-NET = DP-P-TOT-NET
                   + DP-R-AMT(DP-R-HIT) - DP-R-DISC(DP-R-HIT)
               ELSE
                 ADD DP-R-AMT(DP-R-HIT) TO DP-P-NET(DP-P-FOUND)
                 ADD DP-R-AMT(DP-R-HIT) TO DP-P-TOT-NET
               END-IF
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：排程表一列 (DP-D-I)
      *******************************************************
       DP-SCHED-LINE-PARA.
           MOVE DP-D-I TO DP-DROP-FMT.
           MOVE SPACES TO DP-DROP-TAG.
           STRING
             "Drop_" DELIMITED BY SIZE
             DP-DROP-FMT DELIMITED BY SIZE
             "_" DELIMITED BY SIZE
             INTO DP-DROP-TAG
           END-STRING.
           MOVE DP-D-PCS(DP-D-I) TO DP-FMT1.
           MOVE DP-D-DISC(DP-D-I) TO DP-FMT2.
           MOVE DP-D-FULL(DP-D-I) TO DP-FMT3.
           MOVE DP-D-TRAYS(DP-D-I) TO DP-FMT4.
           MOVE DP-D-NET(DP-D-I) TO DP-P-AMT-FMT.
           MOVE SPACES TO DP-TXT.
           STRING
             DP-DROP-FMT DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             DP-D-DATE(DP-D-I) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-DROP-KEY) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-D-KEY-LO(DP-D-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-D-KEY-HI(DP-D-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-FMT1) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-FMT2) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-FMT3) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-FMT4) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-P-AMT-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             DP-D-SPLIT(DP-D-I) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(DP-DROP-TAG) DELIMITED BY SIZE
             "Presort.txt" DELIMITED BY SIZE
             INTO DP-TXT
           END-STRING.
           MOVE DP-TXT TO DP-SCHED-REC.
           WRITE DP-SCHED-REC.

      *******************************************************
      *> 共用段落：分揀條碼 (DSRT-CTRY/DSRT-ZIP/DP-SEQ ->
      *> DP-BC-STR)；末位為 MOD-10 檢核碼
      *******************************************************
       DP-BARCODE-PARA.
           MOVE 0 TO DP-BC-SUM.
           MOVE LENGTH OF FUNCTION TRIM(DSRT-CTRY) TO DP-BC-LEN.
           PERFORM VARYING DP-BC-I FROM 1 BY 1
                     UNTIL DP-BC-I > DP-BC-LEN
             COMPUTE DP-BC-SUM = FUNCTION MOD(
               DP-BC-SUM + FUNCTION ORD(DSRT-CTRY(DP-BC-I:1)), 1000)
           END-PERFORM.
           MOVE DP-BC-SUM TO DP-BC-CTRY-HASH.

           MOVE "00000" TO DP-BC-ZIP.
           MOVE 0 TO DP-BC-ZLEN.
           MOVE LENGTH OF FUNCTION TRIM(DSRT-ZIP) TO DP-BC-LEN.
           PERFORM VARYING DP-BC-I FROM 1 BY 1
                     UNTIL DP-BC-I > DP-BC-LEN OR DP-BC-ZLEN >= 5
             IF DSRT-ZIP(DP-BC-I:1) IS NUMERIC
               ADD 1 TO DP-BC-ZLEN
               MOVE DSRT-ZIP(DP-BC-I:1) TO DP-BC-ZIP(DP-BC-ZLEN:1)
             END-IF
           END-PERFORM.

           MOVE DP-SEQ TO DP-BC-SEQ.
           MOVE SPACES TO DP-BC-STR.
           STRING
             DP-BC-CTRY-HASH DELIMITED BY SIZE
             DP-BC-ZIP DELIMITED BY SIZE
             DP-BC-SEQ DELIMITED BY SIZE
             INTO DP-BC-STR
           END-STRING.

           MOVE 0 TO DP-BC-SUM.
           PERFORM VARYING DP-BC-I FROM 1 BY 1 UNTIL DP-BC-I > 15
             COMPUTE DP-BC-D =
               FUNCTION ORD(DP-BC-STR(DP-BC-I:1)) - FUNCTION ORD("0")
             IF FUNCTION MOD(DP-BC-I, 2) = 1
               COMPUTE DP-BC-SUM = DP-BC-SUM + DP-BC-D * 3
             ELSE
               COMPUTE DP-BC-SUM = DP-BC-SUM + DP-BC-D
             END-IF
           END-PERFORM.
           COMPUTE DP-BC-CD =
             FUNCTION MOD(10 - FUNCTION MOD(DP-BC-SUM, 10), 10).
           MOVE DP-BC-CD TO DP-BC-STR(16:1).

      *******************************************************
      *> 共用段落：裝盤指派 (分盤鍵變動或滿盤即換盤)
      *******************************************************
       DP-TRAY-ASSIGN-PARA.
           MOVE SPACES TO DP-TRAY-NEW-KEY.
           EVALUATE DP-TRAY-BREAK
             WHEN "COUNTRY"
               MOVE DSRT-CTRY TO DP-TRAY-NEW-KEY
             WHEN "ZIP3"
               STRING
                 DSRT-CTRY DELIMITED BY SIZE
                 DSRT-ZIP(1:3) DELIMITED BY SIZE
                 INTO DP-TRAY-NEW-KEY
               END-STRING
             WHEN OTHER
               STRING
                 DSRT-CTRY DELIMITED BY SIZE
                 DSRT-ZIP(1:10) DELIMITED BY SIZE
                 INTO DP-TRAY-NEW-KEY
               END-STRING
           END-EVALUATE.

           IF DP-TRAY-NO = 0
              OR DP-TRAY-NEW-KEY NOT = DP-TRAY-CUR-KEY
              OR DP-TRAY-CNT(DP-TRAY-NO) >= DP-TRAY-MAX
             IF DP-TRAY-NO < 10000
               ADD 1 TO DP-TRAY-NO
               MOVE 0 TO DP-TRAY-CNT(DP-TRAY-NO)
               MOVE DSRT-ZIP(1:10) TO DP-TRAY-ZIP-LO(DP-TRAY-NO)
             END-IF
             MOVE DP-TRAY-NEW-KEY TO DP-TRAY-CUR-KEY
           END-IF.
           ADD 1 TO DP-TRAY-CNT(DP-TRAY-NO).
           MOVE DSRT-ZIP(1:10) TO DP-TRAY-ZIP-HI(DP-TRAY-NO).
       END PROGRAM DROP-PLAN.
