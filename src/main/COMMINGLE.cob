       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMINGLE.

      *******************************************************
      *> 跨業務單位預分揀併盤程式
      *> 工作佇列 (JOB-QUEUE) 各件工作各自預分揀裝盤，件數少
      *> 的業務單位常達不到 TRAY-MIN-PIECES 而落回全額郵資，
      *> 其實當晚與其他單位寄往同一批郵遞區號。本程式於佇列
      *> 跑完後，將 output\Commingle_List.csv (標籤;輸出目錄，
      *> 由 JOB-QUEUE 就 COMMINGLE=Y 且正常結束的工作寫出) 所列
      *> 各工作的 Presort_Commingle.dat 合併，依 COUNTRY、ZIP、
      *> STREET 重新排序 (涵蓋各種分盤鍵)，跨工作重新編預分揀
      *> 序號/分揀條碼、重新裝盤並重算郵資估算：
      *>   output\Commingled_Presort.txt       併盤後預分揀輸出
      *>   output\Commingled_FullRate.txt      全額郵資件
      *>   output\Commingled_Tray_Manifest.csv 併盤裝盤清單
      *>   output\Commingled_Postage.csv       郵資估算
      *> 每件郵件保留其業務單位 (記錄尾端 20 碼；郵資估算依
      *> 單位列示)，月結分攤計費仍以各工作稽核檔明細計費。
      *> 分盤鍵/盤件數上下限/輸出編碼取自 EXECUTE.PARM；
      *> 郵資卡 input\RateCard.csv 與 EXECUTE 共用
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT CM-LIST-FILE ASSIGN
             TO "output\Commingle_List.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CM-LIST-STATUS.

           SELECT CM-PARM-FILE ASSIGN
             TO "EXECUTE.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CM-PARM-STATUS.

           SELECT CM-CP-FILE ASSIGN
             TO "input\CodePageTable.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CM-CP-STATUS.

           SELECT CM-RATE-FILE ASSIGN
             TO "input\RateCard.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CM-RATE-STATUS.

           SELECT CM-FEED-FILE ASSIGN
             TO CM-FEED-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CM-FEED-STATUS.

           SELECT CM-WORK-FILE ASSIGN
             TO "output\Commingle_Work.tmp"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CM-WORK-STATUS.

           SELECT CM-OUT-FILE ASSIGN
             TO "output\Commingled_Presort.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-FULL-FILE ASSIGN
             TO "output\Commingled_FullRate.txt"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-TRAY-FILE ASSIGN
             TO "output\Commingled_Tray_Manifest.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-PST-FILE ASSIGN
             TO "output\Commingled_Postage.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CM-SORT-FILE ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       FD CM-LIST-FILE.
         01 CM-LIST-REC PIC X(200).

       FD CM-PARM-FILE.
         01 CM-PARM-REC PIC X(200).

       FD CM-CP-FILE.
         01 CM-CP-REC PIC X(40).

       FD CM-RATE-FILE.
         01 CM-RATE-REC PIC X(200).

       *> 饋送列 (EXECUTE CMGL-FEED-FILE 同版面)
       FD CM-FEED-FILE.
         01 CM-FEED-REC.
            05 CMF-FLAG     PIC X.
            05 CMF-CTRY     PIC X(35).
            05 CMF-ZIP      PIC X(35).
            05 CMF-STREET   PIC X(50).
            05 CMF-UNIT     PIC X(20).
            05 CMF-CHAN     PIC X(20).
            05 CMF-PAYLOAD  PIC X(1300).
            05 CMF-IDHASH   PIC 9(12).

       *> 裝盤後工作列 (單位/通路/目的國 + 預分揀輸出列)
       FD CM-WORK-FILE.
         01 CM-WORK-REC.
            05 CMW-UNIT     PIC X(20).
            05 CMW-CHAN     PIC X(20).
            05 CMW-CTRY     PIC X(35).
            05 CMW-LINE.
               10 CMW-PAYLOAD PIC X(1300).
               10 CMW-SEQ     PIC 9(7).
               10 CMW-BARCODE PIC X(16).
               10 CMW-TRAY    PIC 9(5).

       FD CM-OUT-FILE.
         01 CM-OUT-REC PIC X(1348).

       FD CM-FULL-FILE.
         01 CM-FULL-REC PIC X(1348).

       FD CM-TRAY-FILE.
         01 CM-TRAY-REC PIC X(120).

       FD CM-PST-FILE.
         01 CM-PST-REC PIC X(200).

       SD CM-SORT-FILE.
         01 CM-SORT-REC.
            05 CSRT-CTRY    PIC X(35).
            05 CSRT-ZIP     PIC X(35).
            05 CSRT-STREET  PIC X(50).
            05 CSRT-UNIT    PIC X(20).
            05 CSRT-CHAN    PIC X(20).
            05 CSRT-PAYLOAD PIC X(1300).

       WORKING-STORAGE SECTION.
       01 CM-LIST-STATUS  PIC XX VALUE "00".
       01 CM-PARM-STATUS  PIC XX VALUE "00".
       01 CM-CP-STATUS    PIC XX VALUE "00".
       01 CM-RATE-STATUS  PIC XX VALUE "00".
       01 CM-FEED-STATUS  PIC XX VALUE "00".
       01 CM-WORK-STATUS  PIC XX VALUE "00".

       *> EXECUTE.PARM 取用之鍵 (預設值與 EXECUTE 相同)
       01 CM-PARMS.
          05 CM-KEY        PIC X(30).
          05 CM-VAL        PIC X(150).
          05 CM-TRAY-BREAK PIC X(8) VALUE "ZIP".
          05 CM-TRAY-MIN   PIC 9(5) VALUE 10.
          05 CM-TRAY-MAX   PIC 9(5) VALUE 500.
          05 CM-ENCODING   PIC X(6) VALUE "ASCII".

       *> 併盤工作清單
       01 CM-JOBS.
          05 CM-LABEL      PIC X(20) OCCURS 50 TIMES.
          05 CM-OUT-DIR    PIC X(80) OCCURS 50 TIMES.
          05 CM-JOB-PCS    PIC 9(7) OCCURS 50 TIMES.
       01 CM-JOB-COUNT    PIC 99 VALUE 0.
       01 CM-J            PIC 99 VALUE 0.
       01 CM-FEED-PATH    PIC X(120).

       *> 位元組恆等序列 (0x00-0xFF，CONVERTING 之來源)
       01 CM-IDENT.
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
       01 CM-A2E.
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
       01 CM-CP-WORK.
          05 CM-CP-TOK     PIC X(10) OCCURS 2 TIMES.
          05 CM-CP-A-NUM   PIC 9(3) VALUE 0.
          05 CM-CP-E-NUM   PIC 9(3) VALUE 0.

       *> 郵資卡 (通路;目的國 (空白=該通路預設);每件郵資;
       *> 預分揀折扣)
       01 CM-RATE-TBL.
          05 CM-R-CHAN     PIC X(20) OCCURS 300 TIMES.
          05 CM-R-CTRY     PIC X(35) OCCURS 300 TIMES.
          05 CM-R-AMT      PIC 9(5)V99 OCCURS 300 TIMES.
          05 CM-R-DISC     PIC 9(5)V99 OCCURS 300 TIMES.
       01 CM-RATE-WORK.
          05 CM-R-COUNT    PIC 9(3) VALUE 0.
          05 CM-R-I        PIC 9(3) VALUE 0.
          05 CM-R-HIT      PIC 9(3) VALUE 0.
          05 CM-R-TOK      PIC X(40) OCCURS 4 TIMES.
          05 CM-R-CHAN-CMP PIC X(20).
          05 CM-R-CTRY-CMP PIC X(35).

       *> 郵資估算累計 (單位+通路+目的國)
       01 CM-PST-TBL.
          05 CM-P-ENTRY OCCURS 500 TIMES.
             10 CM-P-UNIT   PIC X(20).
             10 CM-P-CHAN   PIC X(20).
             10 CM-P-CTRY   PIC X(35).
             10 CM-P-PIECES PIC 9(7).
             10 CM-P-DISC   PIC 9(7).
             10 CM-P-FULL   PIC 9(9)V99.
             10 CM-P-NET    PIC 9(9)V99.
       01 CM-PST-WORK.
          05 CM-P-COUNT    PIC 9(3) VALUE 0.
          05 CM-P-I        PIC 9(3) VALUE 0.
          05 CM-P-FOUND    PIC 9(3) VALUE 0.
          05 CM-P-UNIT-CMP PIC X(20).
          05 CM-P-DISC-FLG PIC X.
          05 CM-P-TOT-FULL PIC 9(11)V99 VALUE 0.
          05 CM-P-TOT-NET  PIC 9(11)V99 VALUE 0.
          05 CM-P-AMT-FMT  PIC Z(10)9.99.

       *> 併盤裝盤 (盤號/ZIP 範圍/件數/首件單位/是否混裝)
       01 CM-TRAY-DATA.
          05 CM-TRAY-NO    PIC 9(5) VALUE 0.
          05 CM-TRAY-CUR-KEY PIC X(45) VALUE SPACES.
          05 CM-TRAY-NEW-KEY PIC X(45).
          05 CM-TRAY-ZIP-LO PIC X(10) OCCURS 10000 TIMES.
          05 CM-TRAY-ZIP-HI PIC X(10) OCCURS 10000 TIMES.
          05 CM-TRAY-CNT   PIC 9(7) COMP OCCURS 10000 TIMES.
          05 CM-TRAY-UNIT1 PIC X(20) OCCURS 10000 TIMES.
          05 CM-TRAY-MIX   PIC X OCCURS 10000 TIMES.
          05 CM-TRAY-I     PIC 9(5) VALUE 0.
          05 CM-TRAY-QUAL  PIC 9(5) VALUE 0.
          05 CM-TRAY-MIXED PIC 9(5) VALUE 0.

       *> 分揀條碼 (與 EXECUTE 同規則：國別雜湊 3 位 +
       *> 郵遞區號數字 5 位 + 預分揀序號 7 位 + MOD-10 檢核碼)
       01 CM-BC-WORK.
          05 CM-BC-STR     PIC X(16).
          05 CM-BC-CTRY-HASH PIC 9(3) VALUE 0.
          05 CM-BC-ZIP     PIC X(5).
          05 CM-BC-ZLEN    PIC 9 VALUE 0.
          05 CM-BC-SEQ     PIC 9(7) VALUE 0.
          05 CM-BC-I       PIC 9(3) VALUE 0.
          05 CM-BC-LEN     PIC 9(3) VALUE 0.
          05 CM-BC-SUM     PIC 9(5) VALUE 0.
          05 CM-BC-D       PIC 9 VALUE 0.
          05 CM-BC-CD      PIC 9 VALUE 0.

       01 CM-WORK.
          05 CM-SEQ        PIC 9(7) VALUE 0.
          05 CM-LINE.
             10 CM-LINE-PAYLOAD PIC X(1300).
             10 CM-LINE-SEQ     PIC 9(7).
             10 CM-LINE-BARCODE PIC X(16).
             10 CM-LINE-TRAY    PIC 9(5).
             10 CM-LINE-UNIT    PIC X(20).
          05 CM-IN-CNT     PIC 9(7) VALUE 0.
          05 CM-DISC-CNT   PIC 9(7) VALUE 0.
          05 CM-FULL-CNT   PIC 9(7) VALUE 0.
          05 CM-MISS-CNT   PIC 99 VALUE 0.
          05 CM-FMT1       PIC Z(6)9.
          05 CM-FMT2       PIC Z(6)9.
          05 CM-FMT3       PIC Z(6)9.
          05 CM-FMT4       PIC Z(4)9.
          05 CM-QUAL-TXT   PIC X(3).
          05 CM-MIX-TXT    PIC X(3).
          05 CM-TS         PIC X(14).
          05 CM-RC         PIC S9(4) VALUE 0.
          05 CM-DEL-RC     PIC S9(9) COMP-5 VALUE 0.
          05 CM-TXT        PIC X(300).

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> 讀取併盤工作清單
      *******************************************************
           OPEN INPUT CM-LIST-FILE.
           IF CM-LIST-STATUS NOT = "00"
             DISPLAY "CMG0101E NO COMMINGLE LIST "
               "(output\Commingle_List.csv)"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL CM-LIST-STATUS NOT = "00"
             READ CM-LIST-FILE
               AT END
                 MOVE "10" TO CM-LIST-STATUS
               NOT AT END
                 IF FUNCTION TRIM(CM-LIST-REC) NOT = SPACES
                    AND CM-LIST-REC(1:1) NOT = "*"
                    AND CM-LIST-REC(1:10) NOT = "JOB_LABEL;"
                    AND CM-JOB-COUNT < 50
                   ADD 1 TO CM-JOB-COUNT
                   UNSTRING CM-LIST-REC DELIMITED BY ";"
                       INTO CM-LABEL(CM-JOB-COUNT)
                            CM-OUT-DIR(CM-JOB-COUNT)
                   MOVE 0 TO CM-JOB-PCS(CM-JOB-COUNT)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE CM-LIST-FILE.
           IF CM-JOB-COUNT = 0
             DISPLAY "CMG0001I NO JOBS TO COMMINGLE - NOTHING TO DO"
             STOP RUN
           END-IF.

      *******************************************************
      *> EXECUTE.PARM：分盤鍵、盤件數上下限、輸出編碼
      *******************************************************
           OPEN INPUT CM-PARM-FILE.
           IF CM-PARM-STATUS = "00"
             PERFORM UNTIL CM-PARM-STATUS NOT = "00"
               READ CM-PARM-FILE
                 AT END
                   MOVE "10" TO CM-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(CM-PARM-REC) NOT = SPACES
                      AND CM-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO CM-KEY CM-VAL
                     UNSTRING CM-PARM-REC DELIMITED BY "="
                         INTO CM-KEY CM-VAL
                     MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CM-KEY))
                       TO CM-KEY
                     PERFORM CM-PARM-KEY-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CM-PARM-FILE
           END-IF.

           *> 碼頁覆蓋表 (EBCDIC 輸出時)
           IF CM-ENCODING = "EBCDIC"
             OPEN INPUT CM-CP-FILE
             IF CM-CP-STATUS = "00"
               PERFORM UNTIL CM-CP-STATUS NOT = "00"
                 READ CM-CP-FILE
                   AT END
                     MOVE "10" TO CM-CP-STATUS
                   NOT AT END
                     IF FUNCTION TRIM(CM-CP-REC) NOT = SPACES
                        AND CM-CP-REC(1:1) NOT = "*"
                       PERFORM CM-CP-ROW-PARA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE CM-CP-FILE
             END-IF
           END-IF.

           *> 郵資卡
           OPEN INPUT CM-RATE-FILE.
           IF CM-RATE-STATUS = "00"
             PERFORM UNTIL CM-RATE-STATUS NOT = "00"
               READ CM-RATE-FILE
                 AT END
                   MOVE "10" TO CM-RATE-STATUS
                 NOT AT END
                   IF CM-R-COUNT < 300
                      AND FUNCTION TRIM(CM-RATE-REC) NOT = SPACES
                      AND CM-RATE-REC(1:1) NOT = "*"
                      AND CM-RATE-REC(1:8) NOT = "CHANNEL;"
                     PERFORM CM-RATE-ROW-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE CM-RATE-FILE
           END-IF.

      *******************************************************
      *> 合併排序：各工作饋送檔經 INPUT PROCEDURE 匯入 (單件
      *> 即不符折扣條件者逕寫全額郵資輸出)，OUTPUT PROCEDURE
      *> 跨工作重編序號/條碼並裝盤
      *******************************************************
           OPEN OUTPUT CM-FULL-FILE.
           OPEN OUTPUT CM-WORK-FILE.
           SORT CM-SORT-FILE
             ASCENDING KEY CSRT-CTRY
             ASCENDING KEY CSRT-ZIP
             ASCENDING KEY CSRT-STREET
             INPUT PROCEDURE IS CM-INPUT-PARA
             OUTPUT PROCEDURE IS CM-OUTPUT-PARA.
           CLOSE CM-WORK-FILE.

      *******************************************************
      *> 裝盤後分流：所屬盤達最低件數者為折扣件
      *******************************************************
           OPEN INPUT CM-WORK-FILE.
           OPEN OUTPUT CM-OUT-FILE.
           PERFORM UNTIL CM-WORK-STATUS NOT = "00"
             READ CM-WORK-FILE
               AT END
                 MOVE "10" TO CM-WORK-STATUS
               NOT AT END
                 PERFORM CM-SPLIT-PARA
             END-READ
           END-PERFORM.
           CLOSE CM-WORK-FILE.
           CLOSE CM-OUT-FILE.
           CLOSE CM-FULL-FILE.
           CALL "CBL_DELETE_FILE" USING "output\Commingle_Work.tmp"
             RETURNING CM-DEL-RC.

      *******************************************************
      *> 輸出: Commingled_Tray_Manifest.csv
      *******************************************************
           OPEN OUTPUT CM-TRAY-FILE.
           MOVE "TRAY_ID;ZIP_FROM;ZIP_TO;PIECE_COUNT;QUALIFIED;"
             & "COMMINGLED" TO CM-TRAY-REC.
           WRITE CM-TRAY-REC.
           PERFORM VARYING CM-TRAY-I FROM 1 BY 1
                     UNTIL CM-TRAY-I > CM-TRAY-NO
             IF CM-TRAY-CNT(CM-TRAY-I) >= CM-TRAY-MIN
               ADD 1 TO CM-TRAY-QUAL
               MOVE "YES" TO CM-QUAL-TXT
             ELSE
               MOVE "NO" TO CM-QUAL-TXT
             END-IF
             IF CM-TRAY-MIX(CM-TRAY-I) = "Y"
               ADD 1 TO CM-TRAY-MIXED
               MOVE "YES" TO CM-MIX-TXT
             ELSE
               MOVE "NO" TO CM-MIX-TXT
             END-IF
             MOVE CM-TRAY-I TO CM-FMT4
             MOVE CM-TRAY-CNT(CM-TRAY-I) TO CM-FMT1
             MOVE SPACES TO CM-TXT
             STRING
               FUNCTION TRIM(CM-FMT4) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CM-TRAY-ZIP-LO(CM-TRAY-I))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CM-TRAY-ZIP-HI(CM-TRAY-I))
                 DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CM-FMT1) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CM-QUAL-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CM-MIX-TXT) DELIMITED BY SIZE
               INTO CM-TXT
             END-STRING
             MOVE CM-TXT TO CM-TRAY-REC
             WRITE CM-TRAY-REC
           END-PERFORM.
           CLOSE CM-TRAY-FILE.

      *******************************************************
      *> 輸出: Commingled_Postage.csv (依單位/通路/目的國)
      *******************************************************
           OPEN OUTPUT CM-PST-FILE.
           MOVE "UNIT;CHANNEL;COUNTRY;PIECES;DISCOUNT_PIECES;"
             & "FULL_AMOUNT;EST_AMOUNT" TO CM-PST-REC.
           WRITE CM-PST-REC.
           PERFORM VARYING CM-P-I FROM 1 BY 1
                     UNTIL CM-P-I > CM-P-COUNT
             MOVE CM-P-PIECES(CM-P-I) TO CM-FMT1
             MOVE CM-P-DISC(CM-P-I) TO CM-FMT2
             MOVE SPACES TO CM-TXT
             STRING
               FUNCTION TRIM(CM-P-UNIT(CM-P-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CM-P-CHAN(CM-P-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CM-P-CTRY(CM-P-I)) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CM-FMT1) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CM-FMT2) DELIMITED BY SIZE
               INTO CM-TXT
             END-STRING
             MOVE CM-P-FULL(CM-P-I) TO CM-P-AMT-FMT
             STRING
               FUNCTION TRIM(CM-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CM-P-AMT-FMT) DELIMITED BY SIZE
               INTO CM-TXT
             END-STRING
             MOVE CM-P-NET(CM-P-I) TO CM-P-AMT-FMT
             STRING
               FUNCTION TRIM(CM-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(CM-P-AMT-FMT) DELIMITED BY SIZE
               INTO CM-TXT
             END-STRING
             MOVE CM-TXT TO CM-PST-REC
             WRITE CM-PST-REC
           END-PERFORM.
           COMPUTE CM-IN-CNT = CM-DISC-CNT + CM-FULL-CNT.
           MOVE CM-IN-CNT TO CM-FMT1.
           MOVE CM-DISC-CNT TO CM-FMT2.
           MOVE SPACES TO CM-TXT.
           STRING
             "ALL-UNITS;;;" DELIMITED BY SIZE
             FUNCTION TRIM(CM-FMT1) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CM-FMT2) DELIMITED BY SIZE
             INTO CM-TXT
           END-STRING.
           MOVE CM-P-TOT-FULL TO CM-P-AMT-FMT.
           STRING
             FUNCTION TRIM(CM-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CM-P-AMT-FMT) DELIMITED BY SIZE
             INTO CM-TXT
           END-STRING.
           MOVE CM-P-TOT-NET TO CM-P-AMT-FMT.
           STRING
             FUNCTION TRIM(CM-TXT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(CM-P-AMT-FMT) DELIMITED BY SIZE
             INTO CM-TXT
           END-STRING.
           MOVE CM-TXT TO CM-PST-REC.
           WRITE CM-PST-REC.
           CLOSE CM-PST-FILE.

      *******************************************************
      *> 稽核檔附加一列 (時戳;COMMINGLE;工作數;件數...)
      *******************************************************
           MOVE FUNCTION CURRENT-DATE(1:14) TO CM-TS.
           MOVE CM-IN-CNT TO CM-FMT1.
           MOVE CM-DISC-CNT TO CM-FMT2.
           MOVE CM-FULL-CNT TO CM-FMT3.
           MOVE CM-TRAY-NO TO CM-FMT4.
           MOVE SPACES TO CM-TXT.
           STRING
             CM-TS DELIMITED BY SIZE
             ";COMMINGLE;JOBS=" DELIMITED BY SIZE
             CM-JOB-COUNT DELIMITED BY SIZE
             ";PIECES=" DELIMITED BY SIZE
             FUNCTION TRIM(CM-FMT1) DELIMITED BY SIZE
             ";DISCOUNT=" DELIMITED BY SIZE
             FUNCTION TRIM(CM-FMT2) DELIMITED BY SIZE
             ";FULL-RATE=" DELIMITED BY SIZE
             FUNCTION TRIM(CM-FMT3) DELIMITED BY SIZE
             ";TRAYS=" DELIMITED BY SIZE
             FUNCTION TRIM(CM-FMT4) DELIMITED BY SIZE
             INTO CM-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE CM-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

           DISPLAY "CMG0002I COMMINGLE COMPLETE - " CM-JOB-COUNT
             " JOBS, " FUNCTION TRIM(CM-FMT1) " PIECES, "
             FUNCTION TRIM(CM-FMT4) " TRAYS".
           MOVE CM-TRAY-MIXED TO CM-FMT4.
           DISPLAY "         DISCOUNT PIECES: " FUNCTION TRIM(CM-FMT2)
             "  FULL-RATE PIECES: " FUNCTION TRIM(CM-FMT3)
             "  COMMINGLED TRAYS: " FUNCTION TRIM(CM-FMT4).
           IF CM-MISS-CNT > 0
             MOVE 4 TO CM-RC
           END-IF.
           MOVE CM-RC TO RETURN-CODE.
           STOP RUN.

      *******************************************************
      *> 共用段落：EXECUTE.PARM 單一鍵值
      *******************************************************
       CM-PARM-KEY-PARA.
           EVALUATE FUNCTION TRIM(CM-KEY)
             WHEN "TRAY-BREAK-KEY"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CM-VAL))
                 TO CM-TRAY-BREAK
             WHEN "TRAY-MIN-PIECES"
               IF FUNCTION TRIM(CM-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CM-VAL))
                   TO CM-TRAY-MIN
               END-IF
             WHEN "TRAY-MAX-PIECES"
               IF FUNCTION TRIM(CM-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(CM-VAL))
                   TO CM-TRAY-MAX
               END-IF
             WHEN "ENCODING"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CM-VAL))
                 TO CM-ENCODING
           END-EVALUATE.

      *******************************************************
      *> 共用段落：碼頁覆蓋表單列 (ASCII 碼;EBCDIC 碼)
      *******************************************************
       CM-CP-ROW-PARA.
           MOVE SPACES TO CM-CP-TOK(1) CM-CP-TOK(2).
           UNSTRING CM-CP-REC DELIMITED BY ";"
               INTO CM-CP-TOK(1) CM-CP-TOK(2).
           IF FUNCTION TRIM(CM-CP-TOK(1)) IS NUMERIC
              AND FUNCTION TRIM(CM-CP-TOK(2)) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(CM-CP-TOK(1)))
               TO CM-CP-A-NUM
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(CM-CP-TOK(2)))
               TO CM-CP-E-NUM
             IF CM-CP-A-NUM <= 255 AND CM-CP-E-NUM <= 255
               MOVE FUNCTION CHAR(CM-CP-E-NUM + 1)
                 TO CM-A2E(CM-CP-A-NUM + 1:1)
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：郵資卡單列
      *******************************************************
       CM-RATE-ROW-PARA.
           MOVE SPACES TO CM-R-TOK(1) CM-R-TOK(2)
                          CM-R-TOK(3) CM-R-TOK(4).
           UNSTRING CM-RATE-REC DELIMITED BY ";"
               INTO CM-R-TOK(1) CM-R-TOK(2)
                    CM-R-TOK(3) CM-R-TOK(4).
           ADD 1 TO CM-R-COUNT.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CM-R-TOK(1)))
             TO CM-R-CHAN(CM-R-COUNT).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CM-R-TOK(2)))
             TO CM-R-CTRY(CM-R-COUNT).
           MOVE FUNCTION NUMVAL(FUNCTION TRIM(CM-R-TOK(3)))
             TO CM-R-AMT(CM-R-COUNT).
           IF FUNCTION TRIM(CM-R-TOK(4)) NOT = SPACES
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(CM-R-TOK(4)))
               TO CM-R-DISC(CM-R-COUNT)
           ELSE
             MOVE 0 TO CM-R-DISC(CM-R-COUNT)
           END-IF.

      *******************************************************
      *> SORT 輸入程序：逐工作讀入饋送檔
      *******************************************************
       CM-INPUT-PARA.
           PERFORM VARYING CM-J FROM 1 BY 1 UNTIL CM-J > CM-JOB-COUNT
             MOVE SPACES TO CM-FEED-PATH
             STRING
               FUNCTION TRIM(CM-OUT-DIR(CM-J)) DELIMITED BY SIZE
               "Presort_Commingle.dat" DELIMITED BY SIZE
               INTO CM-FEED-PATH
             END-STRING
             OPEN INPUT CM-FEED-FILE
             IF CM-FEED-STATUS NOT = "00"
               ADD 1 TO CM-MISS-CNT
               DISPLAY "CMG0201W JOB " FUNCTION TRIM(CM-LABEL(CM-J))
                 " HAS NO COMMINGLE FEED ("
                 FUNCTION TRIM(CM-FEED-PATH) ") - SKIPPED"
             ELSE
               PERFORM UNTIL CM-FEED-STATUS NOT = "00"
                 READ CM-FEED-FILE
                   AT END
                     MOVE "10" TO CM-FEED-STATUS
                   NOT AT END
                     ADD 1 TO CM-JOB-PCS(CM-J)
                     PERFORM CM-FEED-ROW-PARA
                 END-READ
               END-PERFORM
               CLOSE CM-FEED-FILE
             END-IF
             MOVE "00" TO CM-FEED-STATUS
           END-PERFORM.

      *******************************************************
      *> 共用段落：饋送列 — Q 入排序、F 逕列全額郵資
      *******************************************************
       CM-FEED-ROW-PARA.
           IF CMF-FLAG = "Q"
             MOVE CMF-CTRY TO CSRT-CTRY
             MOVE CMF-ZIP TO CSRT-ZIP
             MOVE CMF-STREET TO CSRT-STREET
             MOVE CMF-UNIT TO CSRT-UNIT
             MOVE CMF-CHAN TO CSRT-CHAN
             MOVE CMF-PAYLOAD TO CSRT-PAYLOAD
             RELEASE CM-SORT-REC
           ELSE
             MOVE CMF-PAYLOAD TO CM-LINE-PAYLOAD
             MOVE 0 TO CM-LINE-SEQ
             MOVE SPACES TO CM-LINE-BARCODE
             MOVE 0 TO CM-LINE-TRAY
             MOVE CMF-UNIT TO CM-LINE-UNIT
             PERFORM CM-FULL-WRITE-PARA
             MOVE CMF-UNIT TO CM-P-UNIT-CMP
             MOVE CMF-CHAN TO CM-R-CHAN-CMP
             MOVE CMF-CTRY TO CM-R-CTRY-CMP
             MOVE "N" TO CM-P-DISC-FLG
             PERFORM CM-PRICE-PARA
           END-IF.

      *******************************************************
      *> SORT 輸出程序：重編預分揀序號、分揀條碼並裝盤
      *******************************************************
       CM-OUTPUT-PARA.
           PERFORM UNTIL EXIT
             RETURN CM-SORT-FILE
               AT END
                 EXIT PERFORM
               NOT AT END
                 ADD 1 TO CM-SEQ
                 PERFORM CM-BARCODE-PARA
                 PERFORM CM-TRAY-ASSIGN-PARA
                 MOVE CSRT-UNIT TO CMW-UNIT
                 MOVE CSRT-CHAN TO CMW-CHAN
                 MOVE CSRT-CTRY TO CMW-CTRY
                 MOVE CSRT-PAYLOAD TO CMW-PAYLOAD
                 MOVE CM-SEQ TO CMW-SEQ
                 MOVE CM-BC-STR TO CMW-BARCODE
                 MOVE CM-TRAY-NO TO CMW-TRAY
                 WRITE CM-WORK-REC
             END-RETURN
           END-PERFORM.

      *******************************************************
      *> 共用段落：裝盤後單件分流與郵資累計
      *******************************************************
       CM-SPLIT-PARA.
           MOVE CMW-LINE TO CM-LINE(1:1328).
           MOVE CMW-UNIT TO CM-LINE-UNIT.
           MOVE CMW-UNIT TO CM-P-UNIT-CMP.
           MOVE CMW-CHAN TO CM-R-CHAN-CMP.
           MOVE CMW-CTRY TO CM-R-CTRY-CMP.
           IF CMW-TRAY > 0 AND CM-TRAY-CNT(CMW-TRAY) >= CM-TRAY-MIN
             MOVE CM-LINE TO CM-OUT-REC
             IF CM-ENCODING = "EBCDIC"
               INSPECT CM-OUT-REC CONVERTING CM-IDENT TO CM-A2E
             END-IF
             WRITE CM-OUT-REC
             ADD 1 TO CM-DISC-CNT
             MOVE "Y" TO CM-P-DISC-FLG
           ELSE
             PERFORM CM-FULL-WRITE-PARA
             MOVE "N" TO CM-P-DISC-FLG
           END-IF.
           PERFORM CM-PRICE-PARA.

      *******************************************************
      *> 共用段落：全額郵資輸出一列 (CM-LINE)
      *******************************************************
       CM-FULL-WRITE-PARA.
           MOVE CM-LINE TO CM-FULL-REC.
           IF CM-ENCODING = "EBCDIC"
             INSPECT CM-FULL-REC CONVERTING CM-IDENT TO CM-A2E
           END-IF.
           WRITE CM-FULL-REC.
           ADD 1 TO CM-FULL-CNT.

      *******************************************************
      *> 共用段落：單件郵資 (查郵資卡；該通路查無目的國列時
      *> 退用目的國空白的通路預設列；折扣件扣預分揀折扣)
      *******************************************************
       CM-PRICE-PARA.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CM-R-CHAN-CMP))
             TO CM-R-CHAN-CMP.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CM-R-CTRY-CMP))
             TO CM-R-CTRY-CMP.
           MOVE 0 TO CM-R-HIT.
           PERFORM VARYING CM-R-I FROM 1 BY 1
                     UNTIL CM-R-I > CM-R-COUNT
             IF CM-R-CHAN(CM-R-I) = CM-R-CHAN-CMP
               IF CM-R-CTRY(CM-R-I) = CM-R-CTRY-CMP
                 MOVE CM-R-I TO CM-R-HIT
                 EXIT PERFORM
               END-IF
               IF CM-R-CTRY(CM-R-I) = SPACES AND CM-R-HIT = 0
                 MOVE CM-R-I TO CM-R-HIT
               END-IF
             END-IF
           END-PERFORM.

           MOVE 0 TO CM-P-FOUND.
           PERFORM VARYING CM-P-I FROM 1 BY 1
                     UNTIL CM-P-I > CM-P-COUNT
             IF CM-P-UNIT(CM-P-I) = CM-P-UNIT-CMP
                AND CM-P-CHAN(CM-P-I) = CM-R-CHAN-CMP
                AND CM-P-CTRY(CM-P-I) = CM-R-CTRY-CMP
               MOVE CM-P-I TO CM-P-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF CM-P-FOUND = 0 AND CM-P-COUNT < 500
             ADD 1 TO CM-P-COUNT
             MOVE CM-P-UNIT-CMP TO CM-P-UNIT(CM-P-COUNT)
             MOVE CM-R-CHAN-CMP TO CM-P-CHAN(CM-P-COUNT)
             MOVE CM-R-CTRY-CMP TO CM-P-CTRY(CM-P-COUNT)
             MOVE 0 TO CM-P-PIECES(CM-P-COUNT)
                       CM-P-DISC(CM-P-COUNT)
                       CM-P-FULL(CM-P-COUNT)
                       CM-P-NET(CM-P-COUNT)
             MOVE CM-P-COUNT TO CM-P-FOUND
           END-IF.
           IF CM-P-FOUND > 0
             ADD 1 TO CM-P-PIECES(CM-P-FOUND)
             IF CM-P-DISC-FLG = "Y"
               ADD 1 TO CM-P-DISC(CM-P-FOUND)
             END-IF
             IF CM-R-HIT > 0
               ADD CM-R-AMT(CM-R-HIT) TO CM-P-FULL(CM-P-FOUND)
               ADD CM-R-AMT(CM-R-HIT) TO CM-P-TOT-FULL
               IF CM-P-DISC-FLG = "Y"
                 COMPUTE CM-P-NET(CM-P-FOUND) = CM-P-NET(CM-P-FOUND)
                   + CM-R-AMT(CM-R-HIT) - CM-R-DISC(CM-R-HIT)
                 COMPUTE CM-P-TOT-NET = CM-P-TOT-NET
                   + CM-R-AMT(CM-R-HIT) - CM-R-DISC(CM-R-HIT)
               ELSE
                 ADD CM-R-AMT(CM-R-HIT) TO CM-P-NET(CM-P-FOUND)
                 ADD CM-R-AMT(CM-R-HIT) TO CM-P-TOT-NET
               END-IF
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：分揀條碼 (CSRT-CTRY/CSRT-ZIP/CM-SEQ ->
      *> CM-BC-STR)；末位為 MOD-10 檢核碼
      *******************************************************
       CM-BARCODE-PARA.
           MOVE 0 TO CM-BC-SUM.
           MOVE LENGTH OF FUNCTION TRIM(CSRT-CTRY) TO CM-BC-LEN.
           PERFORM VARYING CM-BC-I FROM 1 BY 1
                     UNTIL CM-BC-I > CM-BC-LEN
             COMPUTE CM-BC-SUM = FUNCTION MOD(
               CM-BC-SUM + FUNCTION ORD(CSRT-CTRY(CM-BC-I:1)), 1000)
           END-PERFORM.
           MOVE CM-BC-SUM TO CM-BC-CTRY-HASH.

           MOVE "00000" TO CM-BC-ZIP.
           MOVE 0 TO CM-BC-ZLEN.
           MOVE LENGTH OF FUNCTION TRIM(CSRT-ZIP) TO CM-BC-LEN.
           PERFORM VARYING CM-BC-I FROM 1 BY 1
                     UNTIL CM-BC-I > CM-BC-LEN OR CM-BC-ZLEN >= 5
             IF CSRT-ZIP(CM-BC-I:1) IS NUMERIC
               ADD 1 TO CM-BC-ZLEN
               MOVE CSRT-ZIP(CM-BC-I:1) TO CM-BC-ZIP(CM-BC-ZLEN:1)
             END-IF
           END-PERFORM.

           MOVE CM-SEQ TO CM-BC-SEQ.
           MOVE SPACES TO CM-BC-STR.
           STRING
             CM-BC-CTRY-HASH DELIMITED BY SIZE
             CM-BC-ZIP DELIMITED BY SIZE
             CM-BC-SEQ DELIMITED BY SIZE
             INTO CM-BC-STR
           END-STRING.

           MOVE 0 TO CM-BC-SUM.
           PERFORM VARYING CM-BC-I FROM 1 BY 1 UNTIL CM-BC-I > 15
             COMPUTE CM-BC-D =
               FUNCTION ORD(CM-BC-STR(CM-BC-I:1)) - FUNCTION ORD("0")
             IF FUNCTION MOD(CM-BC-I, 2) = 1
               COMPUTE CM-BC-SUM = CM-BC-SUM + CM-BC-D * 3
             ELSE
               COMPUTE CM-BC-SUM = CM-BC-SUM + CM-BC-D
             END-IF
           END-PERFORM.
           COMPUTE CM-BC-CD =
             FUNCTION MOD(10 - FUNCTION MOD(CM-BC-SUM, 10), 10).
           MOVE CM-BC-CD TO CM-BC-STR(16:1).

      *******************************************************
      *> 共用段落：裝盤指派 (分盤鍵變動或滿盤即換盤)；記錄
      *> 首件單位，後續件單位不同即標示為混裝盤
      *******************************************************
       CM-TRAY-ASSIGN-PARA.
           MOVE SPACES TO CM-TRAY-NEW-KEY.
           EVALUATE CM-TRAY-BREAK
             WHEN "COUNTRY"
               MOVE CSRT-CTRY TO CM-TRAY-NEW-KEY
             WHEN "ZIP3"
               STRING
                 CSRT-CTRY DELIMITED BY SIZE
                 CSRT-ZIP(1:3) DELIMITED BY SIZE
                 INTO CM-TRAY-NEW-KEY
               END-STRING
             WHEN OTHER
               STRING
                 CSRT-CTRY DELIMITED BY SIZE
                 CSRT-ZIP(1:10) DELIMITED BY SIZE
                 INTO CM-TRAY-NEW-KEY
               END-STRING
           END-EVALUATE.

           IF CM-TRAY-NO = 0
              OR CM-TRAY-NEW-KEY NOT = CM-TRAY-CUR-KEY
              OR CM-TRAY-CNT(CM-TRAY-NO) >= CM-TRAY-MAX
             IF CM-TRAY-NO < 10000
               ADD 1 TO CM-TRAY-NO
               MOVE 0 TO CM-TRAY-CNT(CM-TRAY-NO)
               MOVE CSRT-ZIP(1:10) TO CM-TRAY-ZIP-LO(CM-TRAY-NO)
               MOVE CSRT-UNIT TO CM-TRAY-UNIT1(CM-TRAY-NO)
               MOVE "N" TO CM-TRAY-MIX(CM-TRAY-NO)
             END-IF
             MOVE CM-TRAY-NEW-KEY TO CM-TRAY-CUR-KEY
           END-IF.
           ADD 1 TO CM-TRAY-CNT(CM-TRAY-NO).
           MOVE CSRT-ZIP(1:10) TO CM-TRAY-ZIP-HI(CM-TRAY-NO).
           IF CSRT-UNIT NOT = CM-TRAY-UNIT1(CM-TRAY-NO)
             MOVE "Y" TO CM-TRAY-MIX(CM-TRAY-NO)
           END-IF.
       END PROGRAM COMMINGLE.
