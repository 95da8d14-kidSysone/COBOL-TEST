       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUT-REGEN.

      *******************************************************
      *> 郵寄輸出重產程式
      *> 各郵寄輸出原本只在 EXECUTE 同一趟產生，下游遺失檔案或
      *> 路由表更正後需重出 UPU 檔時只能整批重跑，且有重複更新
      *> 主檔之虞。EXECUTE 每次執行另存解析結果存檔
      *> ParsedStore_<RUN_ID>.dat (RUN_ID 即執行時戳，索引見
      *> ParsedStore_Index.csv)，本程式依存檔重產指定格式，
      *> 只讀存檔與參照表，不碰 AddressMaster.dat、歷史檔、
      *> 異動饋送，亦不耗用 S10 號段。REGEN.PARM 可指定：
      *>   OUTPUT-DIR=<目錄>     存檔/稽核檔所在 (預設 output\)
      *>   RUN-ID=<RUN_ID>|LAST  重產對象 (預設 LAST：最近一次
      *>                         完成的執行；未完成者不予重產)
      *>   FORMAT=<格式>[,...]   CSV (Address_Split.csv)、
      *>                         FAIL (Fail_Data.csv)、FIXED
      *>                         (Address_Split_FB.txt 及通路分檔)、
      *>                         UPU (UPU_Address.csv 及通路分檔)、
      *>                         ISO (ISO20022_Address.xml)、
      *>                         PRESORT (預分揀/全額郵資輸出)、
      *>                         LABELS (標籤所需之 CSV+PRESORT)、
      *>                         ALL (預設，以上全部)
      *>   ENCODING=ASCII|EBCDIC 覆蓋原執行的輸出編碼
      *>   TRAY-MIN-PIECES=<n>   覆蓋原執行的盤最低件數
      *>   OPERATOR=<名稱>       記入稽核檔
      *> 通路分檔依現行 input\CountryRouting.csv 重新判定目的國
      *> 通路 (更正路由表後重出即依新路由分檔)；原執行
      *> TOKENIZE=Y 者通路分檔的 CUSTOMER_ID 照樣向 TOKEN-VAULT
      *> 取該通路代號。預分揀件依盤件數與 TRAY-MIN 重新分流
      *> 折扣/全額郵資輸出。重產檔寫至 <目錄>Regen_<RUN_ID>\，
      *> 檔名與原輸出相同 (LABEL-PRINT 以 LABEL.PARM 的
      *> SOURCE-DIR 指向該目錄即可重印標籤)，每個重產檔附加
      *> 一列 REGENERATED 至 AuditLog.csv
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RGN-PARM-FILE ASSIGN
             TO "REGEN.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RGN-PARM-STATUS.

           SELECT RGN-IDX-FILE ASSIGN
             TO RGN-IDX-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RGN-IDX-STATUS.

           SELECT RGN-STORE-FILE ASSIGN
             TO RGN-STORE-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RGN-STORE-STATUS.

           SELECT RGN-ROUTE-FILE ASSIGN
             TO "input\CountryRouting.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RGN-ROUTE-STATUS.

           SELECT RGN-CP-FILE ASSIGN
             TO "input\CodePageTable.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RGN-CP-STATUS.

           SELECT RGN-CSV-FILE ASSIGN
             TO RGN-CSV-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RGN-FAIL-FILE ASSIGN
             TO RGN-FAIL-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RGN-FIXED-FILE ASSIGN
             TO RGN-FIXED-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RGN-UPU-FILE ASSIGN
             TO RGN-UPU-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RGN-ISO-FILE ASSIGN
             TO RGN-ISO-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RGN-PSRT-FILE ASSIGN
             TO RGN-PSRT-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RGN-FULL-FILE ASSIGN
             TO RGN-FULL-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RGN-CHU-FILE ASSIGN
             TO RGN-CHU-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RGN-CHF-FILE ASSIGN
             TO RGN-CHF-PATH
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RGN-PARM-FILE.
         01 RGN-PARM-REC PIC X(200).

       FD RGN-IDX-FILE.
         01 RGN-IDX-REC PIC X(100).

       FD RGN-STORE-FILE.
         01 RGN-STORE-REC PIC X(8000).

       FD RGN-ROUTE-FILE.
         01 RGN-ROUTE-REC PIC X(100).

       FD RGN-CP-FILE.
         01 RGN-CP-REC PIC X(40).

       FD RGN-CSV-FILE.
         01 RGN-CSV-REC PIC X(4000).

       FD RGN-FAIL-FILE.
         01 RGN-FAIL-REC PIC X(4000).

       FD RGN-FIXED-FILE.
         01 RGN-FIXED-REC PIC X(1300).

       FD RGN-UPU-FILE.
         01 RGN-UPU-REC PIC X(1000).

       FD RGN-ISO-FILE.
         01 RGN-ISO-REC PIC X(400).

       FD RGN-PSRT-FILE.
         01 RGN-PSRT-REC PIC X(1328).

       FD RGN-FULL-FILE.
         01 RGN-FULL-REC PIC X(1328).

       FD RGN-CHU-FILE.
         01 RGN-CHU-REC PIC X(1000).

       FD RGN-CHF-FILE.
         01 RGN-CHF-REC PIC X(1300).

       WORKING-STORAGE SECTION.
       01 RGN-PARM-STATUS  PIC XX VALUE "00".
       01 RGN-IDX-STATUS   PIC XX VALUE "00".
       01 RGN-STORE-STATUS PIC XX VALUE "00".
       01 RGN-ROUTE-STATUS PIC XX VALUE "00".
       01 RGN-CP-STATUS    PIC XX VALUE "00".

       01 RGN-PATHS.
          05 RGN-IDX-PATH   PIC X(200).
          05 RGN-STORE-PATH PIC X(200).
          05 RGN-AUDIT-PATH PIC X(200).
          05 RGN-OUT-DIR    PIC X(200).
          05 RGN-CSV-PATH   PIC X(200).
          05 RGN-FAIL-PATH  PIC X(200).
          05 RGN-FIXED-PATH PIC X(200).
          05 RGN-UPU-PATH   PIC X(200).
          05 RGN-ISO-PATH   PIC X(200).
          05 RGN-PSRT-PATH  PIC X(200).
          05 RGN-FULL-PATH  PIC X(200).
          05 RGN-CHU-PATH   PIC X(200).
          05 RGN-CHF-PATH   PIC X(200).
          05 RGN-NAME       PIC X(60).
          05 RGN-PATH       PIC X(200).

       *> REGEN.PARM 取用之鍵
       01 RGN-PARMS.
          05 RGN-KEY        PIC X(30).
          05 RGN-VAL        PIC X(150).
          05 RGN-DIR        PIC X(150) VALUE "output\".
          05 RGN-WANT-ID    PIC X(14) VALUE "LAST".
          05 RGN-FORMAT     PIC X(100) VALUE "ALL".
          05 RGN-ENC-OVR    PIC X(6) VALUE SPACES.
          05 RGN-TMIN-OVR   PIC X VALUE "N".
          05 RGN-TMIN-VAL   PIC 9(5) VALUE 0.
          05 RGN-OPER       PIC X(20) VALUE SPACES.

       *> 重產格式 (Y=本次重產)
       01 RGN-FMT-FLAGS.
          05 RGN-DO-CSV     PIC X VALUE "N".
          05 RGN-DO-FAIL    PIC X VALUE "N".
          05 RGN-DO-FIXED   PIC X VALUE "N".
          05 RGN-DO-UPU     PIC X VALUE "N".
          05 RGN-DO-ISO     PIC X VALUE "N".
          05 RGN-DO-PSRT    PIC X VALUE "N".
          05 RGN-DO-LABELS  PIC X VALUE "N".
          05 RGN-FMT-TOK    PIC X(12) OCCURS 8 TIMES.
          05 RGN-FI         PIC 9 VALUE 0.

       *> 存檔索引與表頭 (H 列)
       01 RGN-RUN-DATA.
          05 RGN-IDX-ID     PIC X(14).
          05 RGN-IDX-ST     PIC X(10).
          05 RGN-RUN-ID     PIC X(14) VALUE SPACES.
          05 RGN-RUN-ST     PIC X(10) VALUE SPACES.
          05 RGN-LAST-DONE  PIC X(14) VALUE SPACES.
          05 RGN-MAIL-ID    PIC X(20) VALUE SPACES.
          05 RGN-SOURCE     PIC X(20) VALUE SPACES.
          05 RGN-ENCODING   PIC X(6) VALUE "ASCII".
          05 RGN-TOKENIZE   PIC X VALUE "N".
          05 RGN-TRAY-MIN   PIC 9(5) VALUE 10.
          05 RGN-H-TOK      PIC X(40) OCCURS 9 TIMES.

       *> 存檔列拆分 (R 列前 35 欄；L 列類別/序號/格式/輸出列)
       01 RGN-LINE-DATA.
          05 RGN-R-TOK      PIC X(60) OCCURS 35 TIMES.
          05 RGN-TYPE       PIC X(2).
          05 RGN-SEQ-TXT    PIC X(10).
          05 RGN-FMT        PIC X(10).
          05 RGN-PTR        PIC 9(5) VALUE 0.
          05 RGN-I          PIC 99 VALUE 0.
          05 RGN-PAYLOAD    PIC X(4000).
          05 RGN-CTRY-CMP   PIC X(35).
          05 RGN-MIL        PIC X VALUE "N".
          05 RGN-CHAN       PIC X(20) VALUE SPACES.

       *> 目的國通路路由表 (現行 CountryRouting.csv)
       01 RGN-ROUTE-TBL.
          05 RGN-RT-CTRY    PIC X(35) OCCURS 300 TIMES.
          05 RGN-RT-CHAN    PIC X(20) OCCURS 300 TIMES.
       01 RGN-ROUTE-WORK.
          05 RGN-RT-COUNT   PIC 9(3) VALUE 0.
          05 RGN-RT-I       PIC 9(3) VALUE 0.

       *> 通路分檔 (通路名/已建檔/件數)
       01 RGN-CH-TBL.
          05 RGN-CH OCCURS 100 TIMES.
             10 RGN-CH-NAME    PIC X(20).
             10 RGN-CH-U-INIT  PIC X.
             10 RGN-CH-F-INIT  PIC X.
             10 RGN-CH-U-CNT   PIC 9(7).
             10 RGN-CH-F-CNT   PIC 9(7).
       01 RGN-CH-WORK.
          05 RGN-CH-COUNT   PIC 9(3) VALUE 0.
          05 RGN-CH-I       PIC 9(3) VALUE 0.
          05 RGN-CH-FOUND   PIC 9(3) VALUE 0.
          05 RGN-CUR-CHU    PIC X(20) VALUE SPACES.
          05 RGN-CUR-CHF    PIC X(20) VALUE SPACES.

       *> UPU 列拆欄 (通路分檔換帶通路代號：第 16 欄 CUSTOMER_ID)
       01 RGN-UPU-WORK.
          05 RGN-U-TOK      PIC X(200) OCCURS 30 TIMES.
          05 RGN-U-CNT      PIC 99 VALUE 0.
          05 RGN-U-I        PIC 99 VALUE 0.
          05 RGN-U-PTR      PIC 9(4) VALUE 0.
          05 RGN-U-TXT      PIC X(1000).

       *> 預分揀盤件數 (記錄第 1324 位起 5 位盤號)
       01 RGN-TRAY-DATA.
          05 RGN-TRAY-CNT   PIC 9(7) COMP OCCURS 10000 TIMES.
          05 RGN-TRAY-NO    PIC 9(5) VALUE 0.
          05 RGN-TRAY-PASS  PIC 9 VALUE 0.

       *> 已開啟輸出檔 (Y=已開) 與件數
       01 RGN-OPEN-FLAGS.
          05 RGN-CSV-OPEN   PIC X VALUE "N".
          05 RGN-FAIL-OPEN  PIC X VALUE "N".
          05 RGN-FIXED-OPEN PIC X VALUE "N".
          05 RGN-UPU-OPEN   PIC X VALUE "N".
          05 RGN-ISO-OPEN   PIC X VALUE "N".
          05 RGN-PSRT-OPEN  PIC X VALUE "N".
          05 RGN-FULL-OPEN  PIC X VALUE "N".
          05 RGN-CSV-CNT    PIC 9(9) VALUE 0.
          05 RGN-FAIL-CNT   PIC 9(9) VALUE 0.
          05 RGN-FIXED-CNT  PIC 9(9) VALUE 0.
          05 RGN-UPU-CNT    PIC 9(9) VALUE 0.
          05 RGN-ISO-CNT    PIC 9(9) VALUE 0.
          05 RGN-PSRT-CNT   PIC 9(9) VALUE 0.
          05 RGN-FULL-CNT   PIC 9(9) VALUE 0.

       *> 位元組恆等序列 (0x00-0xFF，CONVERTING 之來源)
       01 RGN-IDENT.
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
       01 RGN-A2E.
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
       01 RGN-CP-WORK.
          05 RGN-CP-TOK     PIC X(10) OCCURS 2 TIMES.
          05 RGN-CP-A-NUM   PIC 9(3) VALUE 0.
          05 RGN-CP-E-NUM   PIC 9(3) VALUE 0.

       01 RGN-WORK.
          05 RGN-EOF        PIC X VALUE "N".
          05 RGN-FILES      PIC 9(3) VALUE 0.
          05 RGN-MISS       PIC 9 VALUE 0.
          05 RGN-CNT        PIC 9(9) VALUE 0.
          05 RGN-CNT-FMT    PIC Z(8)9.
          05 RGN-TS         PIC X(21).
          05 RGN-RC         PIC S9(9) COMP-5 VALUE 0.
          05 RGN-TXT        PIC X(300).

      *> TOKEN-VAULT 用 (通路分檔的通路代號，見 COPY-TOKEN.cpy)
           COPY "COPY-TOKEN.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> REGEN.PARM 讀取
      *******************************************************
           OPEN INPUT RGN-PARM-FILE.
           IF RGN-PARM-STATUS = "00"
             PERFORM UNTIL RGN-PARM-STATUS NOT = "00"
               READ RGN-PARM-FILE
                 AT END
                   MOVE "10" TO RGN-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(RGN-PARM-REC) NOT = SPACES
                      AND RGN-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO RGN-KEY RGN-VAL
                     UNSTRING RGN-PARM-REC DELIMITED BY "="
                         INTO RGN-KEY RGN-VAL
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(RGN-KEY)) TO RGN-KEY
                     PERFORM RGN-PARM-KEY-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RGN-PARM-FILE
           END-IF.
           PERFORM RGN-FMT-PARA.
           IF RGN-DO-CSV = "N" AND RGN-DO-FAIL = "N"
              AND RGN-DO-FIXED = "N" AND RGN-DO-UPU = "N"
              AND RGN-DO-ISO = "N" AND RGN-DO-PSRT = "N"
             DISPLAY "RGN0103E NO VALID FORMAT IN FORMAT="
               FUNCTION TRIM(RGN-FORMAT)
               " (CSV/FAIL/FIXED/UPU/ISO/PRESORT/LABELS/ALL)"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

      *******************************************************
      *> 存檔索引：決定重產的 RUN_ID (須為已完成的執行)
      *******************************************************
           MOVE SPACES TO RGN-IDX-PATH.
           STRING
             FUNCTION TRIM(RGN-DIR) DELIMITED BY SIZE
             "ParsedStore_Index.csv" DELIMITED BY SIZE
             INTO RGN-IDX-PATH
           END-STRING.
           OPEN INPUT RGN-IDX-FILE.
           IF RGN-IDX-STATUS NOT = "00"
             DISPLAY "RGN0101E NO PARSED-RECORD STORE INDEX ("
               FUNCTION TRIM(RGN-IDX-PATH) ") - NOTHING TO REGENERATE"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM UNTIL RGN-IDX-STATUS NOT = "00"
             READ RGN-IDX-FILE
               AT END
                 MOVE "10" TO RGN-IDX-STATUS
               NOT AT END
                 IF RGN-IDX-REC(1:7) NOT = "RUN_ID;"
                    AND FUNCTION TRIM(RGN-IDX-REC) NOT = SPACES
                   MOVE SPACES TO RGN-IDX-ID RGN-IDX-ST
                   UNSTRING RGN-IDX-REC DELIMITED BY ";"
                       INTO RGN-IDX-ID RGN-IDX-ST
                   IF RGN-IDX-ST = "COMPLETE"
                     MOVE RGN-IDX-ID TO RGN-LAST-DONE
                   END-IF
                   IF RGN-IDX-ID = RGN-WANT-ID
                     MOVE RGN-IDX-ST TO RGN-RUN-ST
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE RGN-IDX-FILE.

           IF RGN-WANT-ID = "LAST"
             IF RGN-LAST-DONE = SPACES
               DISPLAY "RGN0102E NO COMPLETED RUN IN "
                 FUNCTION TRIM(RGN-IDX-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE RGN-LAST-DONE TO RGN-RUN-ID
           ELSE
             IF RGN-RUN-ST NOT = "COMPLETE"
               IF RGN-RUN-ST = SPACES
                 DISPLAY "RGN0102E RUN " FUNCTION TRIM(RGN-WANT-ID)
                   " NOT FOUND IN " FUNCTION TRIM(RGN-IDX-PATH)
               ELSE
                 DISPLAY "RGN0102E RUN " FUNCTION TRIM(RGN-WANT-ID)
                   " DID NOT COMPLETE - STORE IS PARTIAL, "
                   "RESTART EXECUTE TO FINISH IT"
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE RGN-WANT-ID TO RGN-RUN-ID
           END-IF.

      *******************************************************
      *> 存檔表頭 (H 列)：郵寄代號、編碼、代號化、盤最低件數
      *******************************************************
           MOVE SPACES TO RGN-STORE-PATH.
           STRING
             FUNCTION TRIM(RGN-DIR) DELIMITED BY SIZE
             "ParsedStore_" DELIMITED BY SIZE
             RGN-RUN-ID DELIMITED BY SIZE
             ".dat" DELIMITED BY SIZE
             INTO RGN-STORE-PATH
           END-STRING.
           OPEN INPUT RGN-STORE-FILE.
           IF RGN-STORE-STATUS NOT = "00"
             DISPLAY "RGN0101E PARSED-RECORD STORE "
               FUNCTION TRIM(RGN-STORE-PATH) " NOT AVAILABLE (STATUS "
               RGN-STORE-STATUS ")"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           READ RGN-STORE-FILE
             AT END
               MOVE SPACES TO RGN-STORE-REC
           END-READ.
           IF RGN-STORE-REC(1:2) NOT = "H;"
             DISPLAY "RGN0101E PARSED-RECORD STORE "
               FUNCTION TRIM(RGN-STORE-PATH) " HAS NO HEADER"
             CLOSE RGN-STORE-FILE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO RGN-H-TOK(1) RGN-H-TOK(2) RGN-H-TOK(3)
                          RGN-H-TOK(4) RGN-H-TOK(5) RGN-H-TOK(6)
                          RGN-H-TOK(7) RGN-H-TOK(8) RGN-H-TOK(9).
           UNSTRING RGN-STORE-REC DELIMITED BY ";"
               INTO RGN-H-TOK(1) RGN-H-TOK(2) RGN-H-TOK(3)
                    RGN-H-TOK(4) RGN-H-TOK(5) RGN-H-TOK(6)
                    RGN-H-TOK(7) RGN-H-TOK(8) RGN-H-TOK(9)
           END-UNSTRING.
           CLOSE RGN-STORE-FILE.
           MOVE RGN-H-TOK(3) TO RGN-MAIL-ID.
           MOVE RGN-H-TOK(4) TO RGN-SOURCE.
           IF RGN-H-TOK(5) NOT = SPACES
             MOVE RGN-H-TOK(5) TO RGN-ENCODING
           END-IF.
           MOVE RGN-H-TOK(6) TO RGN-TOKENIZE.
           IF FUNCTION TRIM(RGN-H-TOK(8)) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(RGN-H-TOK(8)))
               TO RGN-TRAY-MIN
           END-IF.
           IF RGN-ENC-OVR NOT = SPACES
             MOVE RGN-ENC-OVR TO RGN-ENCODING
           END-IF.
           IF RGN-TMIN-OVR = "Y"
             MOVE RGN-TMIN-VAL TO RGN-TRAY-MIN
           END-IF.

      *******************************************************
      *> 參照表：現行路由表、碼頁覆蓋表 (EBCDIC 輸出時)
      *******************************************************
           OPEN INPUT RGN-ROUTE-FILE.
           IF RGN-ROUTE-STATUS = "00"
             PERFORM UNTIL RGN-ROUTE-STATUS NOT = "00"
               READ RGN-ROUTE-FILE
                 AT END
                   MOVE "10" TO RGN-ROUTE-STATUS
                 NOT AT END
                   IF RGN-RT-COUNT < 300
                      AND FUNCTION TRIM(RGN-ROUTE-REC) NOT = SPACES
                      AND RGN-ROUTE-REC(1:1) NOT = "*"
                     ADD 1 TO RGN-RT-COUNT
                     UNSTRING RGN-ROUTE-REC DELIMITED BY ";"
                         INTO RGN-RT-CTRY(RGN-RT-COUNT)
                              RGN-RT-CHAN(RGN-RT-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RGN-ROUTE-FILE
           END-IF.

           IF RGN-ENCODING = "EBCDIC"
             OPEN INPUT RGN-CP-FILE
             IF RGN-CP-STATUS = "00"
               PERFORM UNTIL RGN-CP-STATUS NOT = "00"
                 READ RGN-CP-FILE
                   AT END
                     MOVE "10" TO RGN-CP-STATUS
                   NOT AT END
                     IF FUNCTION TRIM(RGN-CP-REC) NOT = SPACES
                        AND RGN-CP-REC(1:1) NOT = "*"
                       PERFORM RGN-CP-ROW-PARA
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE RGN-CP-FILE
             END-IF
           END-IF.

           *> 原執行代號化者，通路分檔照樣交付通路代號；保管庫
           *> 不可用時不得改帶真實 ID
           IF RGN-TOKENIZE = "Y" AND RGN-DO-UPU = "Y"
              AND RGN-RT-COUNT > 0
             MOVE "OPEN" TO TKN-OP
             CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
             IF TKN-RESULT NOT = "Y"
               DISPLAY "RGN0104E TOKEN VAULT NOT AVAILABLE - "
                 "CHANNEL FILES WOULD CARRY REAL IDS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

      *******************************************************
      *> 重產目錄 <目錄>Regen_<RUN_ID>\ 與各輸出檔路徑
      *******************************************************
           MOVE SPACES TO RGN-PATH.
           STRING
             FUNCTION TRIM(RGN-DIR) DELIMITED BY SIZE
             "Regen_" DELIMITED BY SIZE
             RGN-RUN-ID DELIMITED BY SIZE
             INTO RGN-PATH
           END-STRING.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(RGN-PATH)
             RETURNING RGN-RC.
           MOVE SPACES TO RGN-OUT-DIR.
           STRING
             FUNCTION TRIM(RGN-PATH) DELIMITED BY SIZE
             "\" DELIMITED BY SIZE
             INTO RGN-OUT-DIR
           END-STRING.
           MOVE "Address_Split.csv" TO RGN-NAME.
           PERFORM RGN-PATH-PARA.
           MOVE RGN-PATH TO RGN-CSV-PATH.
           MOVE "Fail_Data.csv" TO RGN-NAME.
           PERFORM RGN-PATH-PARA.
           MOVE RGN-PATH TO RGN-FAIL-PATH.
           MOVE "Address_Split_FB.txt" TO RGN-NAME.
           PERFORM RGN-PATH-PARA.
           MOVE RGN-PATH TO RGN-FIXED-PATH.
           MOVE "UPU_Address.csv" TO RGN-NAME.
           PERFORM RGN-PATH-PARA.
           MOVE RGN-PATH TO RGN-UPU-PATH.
           MOVE "ISO20022_Address.xml" TO RGN-NAME.
           PERFORM RGN-PATH-PARA.
           MOVE RGN-PATH TO RGN-ISO-PATH.
           MOVE "Address_Split_FB_Presort.txt" TO RGN-NAME.
           PERFORM RGN-PATH-PARA.
           MOVE RGN-PATH TO RGN-PSRT-PATH.
           MOVE "Address_Split_FB_FullRate.txt" TO RGN-NAME.
           PERFORM RGN-PATH-PARA.
           MOVE RGN-PATH TO RGN-FULL-PATH.

      *******************************************************
      *> 第 1 趟：R 列判定通路，L 列依格式寫出；預分揀件
      *> 點數各盤件數
      *******************************************************
           INITIALIZE RGN-TRAY-DATA.
           MOVE 1 TO RGN-TRAY-PASS.
           PERFORM RGN-PASS-PARA.

      *******************************************************
      *> 第 2/3 趟 (PRESORT)：達盤最低件數者入預分揀輸出、原即
      *> 不符折扣者入全額郵資；未達者最後併入全額郵資 (與
      *> EXECUTE 裝盤後分流同順序)
      *******************************************************
           IF RGN-DO-PSRT = "Y"
             MOVE 2 TO RGN-TRAY-PASS
             PERFORM RGN-PASS-PARA
             MOVE 3 TO RGN-TRAY-PASS
             PERFORM RGN-PASS-PARA
           END-IF.

           IF RGN-CSV-OPEN = "Y"
             CLOSE RGN-CSV-FILE
           END-IF.
           IF RGN-FAIL-OPEN = "Y"
             CLOSE RGN-FAIL-FILE
           END-IF.
           IF RGN-FIXED-OPEN = "Y"
             CLOSE RGN-FIXED-FILE
           END-IF.
           IF RGN-UPU-OPEN = "Y"
             CLOSE RGN-UPU-FILE
           END-IF.
           IF RGN-ISO-OPEN = "Y"
             CLOSE RGN-ISO-FILE
           END-IF.
           IF RGN-PSRT-OPEN = "Y"
             CLOSE RGN-PSRT-FILE
           END-IF.
           IF RGN-FULL-OPEN = "Y"
             CLOSE RGN-FULL-FILE
           END-IF.
           IF RGN-CUR-CHU NOT = SPACES
             CLOSE RGN-CHU-FILE
           END-IF.
           IF RGN-CUR-CHF NOT = SPACES
             CLOSE RGN-CHF-FILE
           END-IF.
           IF RGN-TOKENIZE = "Y" AND RGN-DO-UPU = "Y"
              AND RGN-RT-COUNT > 0
             MOVE "CLOSE" TO TKN-OP
             CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
           END-IF.

      *******************************************************
      *> 稽核檔：每個重產檔附加一列 REGENERATED
      *> (時戳;OUT-REGEN;RUN_ID;REGENERATED;檔案;LINES=n;
      *>  OPERATOR=操作員)
      *******************************************************
           MOVE SPACES TO RGN-AUDIT-PATH.
           STRING
             FUNCTION TRIM(RGN-DIR) DELIMITED BY SIZE
             "AuditLog.csv" DELIMITED BY SIZE
             INTO RGN-AUDIT-PATH
           END-STRING.
           MOVE FUNCTION CURRENT-DATE TO RGN-TS.
           IF RGN-CSV-OPEN = "Y"
             MOVE RGN-CSV-PATH TO RGN-PATH
             MOVE RGN-CSV-CNT TO RGN-CNT
             PERFORM RGN-AUDIT-PARA
           END-IF.
           IF RGN-FAIL-OPEN = "Y"
             MOVE RGN-FAIL-PATH TO RGN-PATH
             MOVE RGN-FAIL-CNT TO RGN-CNT
             PERFORM RGN-AUDIT-PARA
           END-IF.
           IF RGN-FIXED-OPEN = "Y"
             MOVE RGN-FIXED-PATH TO RGN-PATH
             MOVE RGN-FIXED-CNT TO RGN-CNT
             PERFORM RGN-AUDIT-PARA
           END-IF.
           IF RGN-UPU-OPEN = "Y"
             MOVE RGN-UPU-PATH TO RGN-PATH
             MOVE RGN-UPU-CNT TO RGN-CNT
             PERFORM RGN-AUDIT-PARA
           END-IF.
           IF RGN-ISO-OPEN = "Y"
             MOVE RGN-ISO-PATH TO RGN-PATH
             MOVE RGN-ISO-CNT TO RGN-CNT
             PERFORM RGN-AUDIT-PARA
           END-IF.
           IF RGN-PSRT-OPEN = "Y"
             MOVE RGN-PSRT-PATH TO RGN-PATH
             MOVE RGN-PSRT-CNT TO RGN-CNT
             PERFORM RGN-AUDIT-PARA
           END-IF.
           IF RGN-FULL-OPEN = "Y"
             MOVE RGN-FULL-PATH TO RGN-PATH
             MOVE RGN-FULL-CNT TO RGN-CNT
             PERFORM RGN-AUDIT-PARA
           END-IF.
           PERFORM VARYING RGN-CH-I FROM 1 BY 1
                     UNTIL RGN-CH-I > RGN-CH-COUNT
             MOVE RGN-CH-I TO RGN-CH-FOUND
             IF RGN-CH-U-INIT(RGN-CH-I) = "Y"
               PERFORM RGN-CHU-PATH-PARA
               MOVE RGN-CHU-PATH TO RGN-PATH
               MOVE RGN-CH-U-CNT(RGN-CH-I) TO RGN-CNT
               PERFORM RGN-AUDIT-PARA
             END-IF
             IF RGN-CH-F-INIT(RGN-CH-I) = "Y"
               PERFORM RGN-CHF-PATH-PARA
               MOVE RGN-CHF-PATH TO RGN-PATH
               MOVE RGN-CH-F-CNT(RGN-CH-I) TO RGN-CNT
               PERFORM RGN-AUDIT-PARA
             END-IF
           END-PERFORM.

      *******************************************************
      *> 結果回報：指定格式在存檔中無任何輸出列者 RC=4
      *> (如原執行 OUTPUT-FORMAT=TXT 時無 CSV 系列輸出)
      *******************************************************
           IF RGN-DO-CSV = "Y" AND RGN-CSV-OPEN = "N"
             MOVE "CSV" TO RGN-FMT
             PERFORM RGN-MISS-PARA
           END-IF.
           IF RGN-DO-FAIL = "Y" AND RGN-FAIL-OPEN = "N"
             MOVE "FAIL" TO RGN-FMT
             PERFORM RGN-MISS-PARA
           END-IF.
           IF RGN-DO-FIXED = "Y" AND RGN-FIXED-OPEN = "N"
             MOVE "FIXED" TO RGN-FMT
             PERFORM RGN-MISS-PARA
           END-IF.
           IF RGN-DO-UPU = "Y" AND RGN-UPU-OPEN = "N"
             MOVE "UPU" TO RGN-FMT
             PERFORM RGN-MISS-PARA
           END-IF.
           IF RGN-DO-ISO = "Y" AND RGN-ISO-OPEN = "N"
             MOVE "ISO" TO RGN-FMT
             PERFORM RGN-MISS-PARA
           END-IF.
           IF RGN-DO-PSRT = "Y" AND RGN-PSRT-OPEN = "N"
              AND RGN-FULL-OPEN = "N"
             MOVE "PRESORT" TO RGN-FMT
             PERFORM RGN-MISS-PARA
           END-IF.

           MOVE RGN-FILES TO RGN-CNT-FMT.
           DISPLAY "RGN0001I RUN " RGN-RUN-ID " (MAILING "
             FUNCTION TRIM(RGN-MAIL-ID) ") - "
             FUNCTION TRIM(RGN-CNT-FMT) " FILE(S) REGENERATED -> "
             FUNCTION TRIM(RGN-OUT-DIR).
           IF RGN-DO-LABELS = "Y"
             DISPLAY "RGN0002I TO REPRINT LABELS SET SOURCE-DIR="
               FUNCTION TRIM(RGN-OUT-DIR)
               " IN LABEL.PARM AND RUN LABEL-PRINT"
           END-IF.
           IF RGN-MISS > 0
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：REGEN.PARM 單一鍵值
      *******************************************************
       RGN-PARM-KEY-PARA.
           EVALUATE FUNCTION TRIM(RGN-KEY)
             WHEN "OUTPUT-DIR"
               IF FUNCTION TRIM(RGN-VAL) NOT = SPACES
                 MOVE FUNCTION TRIM(RGN-VAL) TO RGN-DIR
               END-IF
             WHEN "RUN-ID"
               IF FUNCTION TRIM(RGN-VAL) NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RGN-VAL))
                   TO RGN-WANT-ID
               END-IF
             WHEN "FORMAT"
               IF FUNCTION TRIM(RGN-VAL) NOT = SPACES
                 MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RGN-VAL))
                   TO RGN-FORMAT
               END-IF
             WHEN "ENCODING"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RGN-VAL))
                 TO RGN-ENC-OVR
             WHEN "TRAY-MIN-PIECES"
               IF FUNCTION TRIM(RGN-VAL) IS NUMERIC
                 MOVE FUNCTION NUMVAL(FUNCTION TRIM(RGN-VAL))
                   TO RGN-TMIN-VAL
                 MOVE "Y" TO RGN-TMIN-OVR
               END-IF
             WHEN "OPERATOR"
               MOVE FUNCTION TRIM(RGN-VAL) TO RGN-OPER
           END-EVALUATE.

      *******************************************************
      *> 共用段落：FORMAT 清單 (逗號分隔) 轉重產旗標
      *******************************************************
       RGN-FMT-PARA.
           MOVE SPACES TO RGN-FMT-TOK(1) RGN-FMT-TOK(2)
                          RGN-FMT-TOK(3) RGN-FMT-TOK(4)
                          RGN-FMT-TOK(5) RGN-FMT-TOK(6)
                          RGN-FMT-TOK(7) RGN-FMT-TOK(8).
           UNSTRING RGN-FORMAT DELIMITED BY ","
               INTO RGN-FMT-TOK(1) RGN-FMT-TOK(2) RGN-FMT-TOK(3)
                    RGN-FMT-TOK(4) RGN-FMT-TOK(5) RGN-FMT-TOK(6)
                    RGN-FMT-TOK(7) RGN-FMT-TOK(8)
           END-UNSTRING.
           PERFORM VARYING RGN-FI FROM 1 BY 1 UNTIL RGN-FI > 8
             EVALUATE FUNCTION TRIM(RGN-FMT-TOK(RGN-FI))
               WHEN "CSV"
                 MOVE "Y" TO RGN-DO-CSV
               WHEN "FAIL"
                 MOVE "Y" TO RGN-DO-FAIL
               WHEN "FIXED"
                 MOVE "Y" TO RGN-DO-FIXED
               WHEN "UPU"
                 MOVE "Y" TO RGN-DO-UPU
               WHEN "ISO"
                 MOVE "Y" TO RGN-DO-ISO
               WHEN "PRESORT"
                 MOVE "Y" TO RGN-DO-PSRT
               WHEN "LABELS"
                 MOVE "Y" TO RGN-DO-LABELS
                 MOVE "Y" TO RGN-DO-CSV
                 MOVE "Y" TO RGN-DO-PSRT
               WHEN "ALL"
                 MOVE "Y" TO RGN-DO-CSV RGN-DO-FAIL RGN-DO-FIXED
                             RGN-DO-UPU RGN-DO-ISO RGN-DO-PSRT
             END-EVALUATE
           END-PERFORM.

      *******************************************************
      *> 共用段落：存檔讀一趟 (RGN-TRAY-PASS 1=全部格式
      *> 2/3=預分揀分流)
      *******************************************************
       RGN-PASS-PARA.
           OPEN INPUT RGN-STORE-FILE.
           IF RGN-STORE-STATUS NOT = "00"
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO RGN-EOF.
           PERFORM UNTIL RGN-EOF = "Y"
             READ RGN-STORE-FILE
               AT END
                 MOVE "Y" TO RGN-EOF
               NOT AT END
                 EVALUATE RGN-STORE-REC(1:2)
                   WHEN "R;"
                     IF RGN-TRAY-PASS = 1
                       PERFORM RGN-R-PARA
                     END-IF
                   WHEN "L;"
                     PERFORM RGN-L-SPLIT-PARA
                     IF RGN-TRAY-PASS = 1
                       PERFORM RGN-L-PARA
                     ELSE
                       PERFORM RGN-TRAY-LINE-PARA
                     END-IF
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE RGN-STORE-FILE.

      *******************************************************
      *> 共用段落：R 列 — 依現行路由表判定本筆通路
      *> (第 11 欄 COUNTRY、第 35 欄軍郵旗標；規則同 EXECUTE)
      *******************************************************
       RGN-R-PARA.
           MOVE SPACES TO RGN-LINE-DATA.
           MOVE 1 TO RGN-PTR.
           PERFORM VARYING RGN-I FROM 1 BY 1
                     UNTIL RGN-I > 35 OR RGN-PTR > 8000
             UNSTRING RGN-STORE-REC DELIMITED BY ";"
                 INTO RGN-R-TOK(RGN-I)
                 WITH POINTER RGN-PTR
             END-UNSTRING
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RGN-R-TOK(11)))
             TO RGN-CTRY-CMP.
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(RGN-R-TOK(35)))
              = "MILITARY"
             MOVE "Y" TO RGN-MIL
             MOVE "MILITARY" TO RGN-CHAN
           ELSE
             MOVE "N" TO RGN-MIL
             MOVE "REST_OF_WORLD" TO RGN-CHAN
           END-IF.
           PERFORM VARYING RGN-RT-I FROM 1 BY 1
                     UNTIL RGN-RT-I > RGN-RT-COUNT
             IF RGN-MIL = "Y"
               IF FUNCTION UPPER-CASE(
                    FUNCTION TRIM(RGN-RT-CTRY(RGN-RT-I)))
                  = "MILITARY"
                 MOVE FUNCTION TRIM(RGN-RT-CHAN(RGN-RT-I))
                   TO RGN-CHAN
                 EXIT PERFORM
               END-IF
             ELSE
               IF FUNCTION UPPER-CASE(
                    FUNCTION TRIM(RGN-RT-CTRY(RGN-RT-I)))
                  = RGN-CTRY-CMP
                 MOVE FUNCTION TRIM(RGN-RT-CHAN(RGN-RT-I))
                   TO RGN-CHAN
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：L 列拆出格式與輸出列 (輸出列原樣取用)
      *******************************************************
       RGN-L-SPLIT-PARA.
           MOVE SPACES TO RGN-TYPE RGN-SEQ-TXT RGN-FMT RGN-PAYLOAD.
           MOVE 1 TO RGN-PTR.
           UNSTRING RGN-STORE-REC DELIMITED BY ";"
               INTO RGN-TYPE RGN-SEQ-TXT RGN-FMT
               WITH POINTER RGN-PTR
           END-UNSTRING.
           IF RGN-PTR <= 8000
             MOVE RGN-STORE-REC(RGN-PTR:) TO RGN-PAYLOAD
           END-IF.

      *******************************************************
      *> 共用段落：L 列依格式寫出 (第 1 趟)
      *******************************************************
       RGN-L-PARA.
           EVALUATE RGN-FMT
             WHEN "CSVHDR"
             WHEN "CSV"
               IF RGN-DO-CSV = "Y"
                 IF RGN-CSV-OPEN = "N"
                   OPEN OUTPUT RGN-CSV-FILE
                   MOVE "Y" TO RGN-CSV-OPEN
                   ADD 1 TO RGN-FILES
                 END-IF
                 MOVE RGN-PAYLOAD TO RGN-CSV-REC
                 WRITE RGN-CSV-REC
                 IF RGN-FMT = "CSV"
                   ADD 1 TO RGN-CSV-CNT
                 END-IF
               END-IF
             WHEN "FAILHDR"
             WHEN "FAIL"
               IF RGN-DO-FAIL = "Y"
                 IF RGN-FAIL-OPEN = "N"
                   OPEN OUTPUT RGN-FAIL-FILE
                   MOVE "Y" TO RGN-FAIL-OPEN
                   ADD 1 TO RGN-FILES
                 END-IF
                 MOVE RGN-PAYLOAD TO RGN-FAIL-REC
                 WRITE RGN-FAIL-REC
                 IF RGN-FMT = "FAIL"
                   ADD 1 TO RGN-FAIL-CNT
                 END-IF
               END-IF
             WHEN "FIXED"
               IF RGN-DO-FIXED = "Y"
                 IF RGN-FIXED-OPEN = "N"
                   OPEN OUTPUT RGN-FIXED-FILE
                   MOVE "Y" TO RGN-FIXED-OPEN
                   ADD 1 TO RGN-FILES
                 END-IF
                 MOVE RGN-PAYLOAD TO RGN-FIXED-REC
                 IF RGN-ENCODING = "EBCDIC"
                   INSPECT RGN-FIXED-REC
                     CONVERTING RGN-IDENT TO RGN-A2E
                 END-IF
                 WRITE RGN-FIXED-REC
                 ADD 1 TO RGN-FIXED-CNT
                 IF RGN-RT-COUNT > 0
                   PERFORM RGN-CHF-WRITE-PARA
                 END-IF
               END-IF
             WHEN "UPUHDR"
             WHEN "UPU"
               IF RGN-DO-UPU = "Y"
                 IF RGN-UPU-OPEN = "N"
                   OPEN OUTPUT RGN-UPU-FILE
                   MOVE "Y" TO RGN-UPU-OPEN
                   ADD 1 TO RGN-FILES
                 END-IF
                 MOVE RGN-PAYLOAD TO RGN-UPU-REC
                 WRITE RGN-UPU-REC
                 IF RGN-FMT = "UPU"
                   ADD 1 TO RGN-UPU-CNT
                   IF RGN-RT-COUNT > 0
                     PERFORM RGN-CHU-WRITE-PARA
                   END-IF
                 END-IF
               END-IF
             WHEN "ISO"
               IF RGN-DO-ISO = "Y"
                 IF RGN-ISO-OPEN = "N"
                   OPEN OUTPUT RGN-ISO-FILE
                   MOVE "Y" TO RGN-ISO-OPEN
                   ADD 1 TO RGN-FILES
                 END-IF
                 MOVE RGN-PAYLOAD TO RGN-ISO-REC
                 WRITE RGN-ISO-REC
                 ADD 1 TO RGN-ISO-CNT
               END-IF
             WHEN "PRESORT"
               IF RGN-DO-PSRT = "Y"
                 MOVE 0 TO RGN-TRAY-NO
                 IF RGN-PAYLOAD(1324:5) IS NUMERIC
                   MOVE RGN-PAYLOAD(1324:5) TO RGN-TRAY-NO
                 END-IF
                 IF RGN-TRAY-NO > 0 AND RGN-TRAY-NO <= 10000
                   ADD 1 TO RGN-TRAY-CNT(RGN-TRAY-NO)
                 END-IF
               END-IF
           END-EVALUATE.

      *******************************************************
      *> 共用段落：預分揀分流 (第 2 趟：入盤件與原即全額郵資件；
      *> 第 3 趟：盤件數未達 TRAY-MIN 者併入全額郵資)
      *******************************************************
       RGN-TRAY-LINE-PARA.
           IF RGN-FMT NOT = "PRESORT" AND RGN-FMT NOT = "FULLRATE"
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO RGN-TRAY-NO.
           IF RGN-FMT = "PRESORT" AND RGN-PAYLOAD(1324:5) IS NUMERIC
             MOVE RGN-PAYLOAD(1324:5) TO RGN-TRAY-NO
           END-IF.
           IF RGN-TRAY-NO > 10000
             MOVE 0 TO RGN-TRAY-NO
           END-IF.
           IF RGN-FMT = "PRESORT" AND RGN-TRAY-NO > 0
              AND RGN-TRAY-CNT(RGN-TRAY-NO) >= RGN-TRAY-MIN
             IF RGN-TRAY-PASS = 2
               IF RGN-PSRT-OPEN = "N"
                 OPEN OUTPUT RGN-PSRT-FILE
                 MOVE "Y" TO RGN-PSRT-OPEN
                 ADD 1 TO RGN-FILES
               END-IF
               MOVE RGN-PAYLOAD TO RGN-PSRT-REC
               IF RGN-ENCODING = "EBCDIC"
                 INSPECT RGN-PSRT-REC
                   CONVERTING RGN-IDENT TO RGN-A2E
               END-IF
               WRITE RGN-PSRT-REC
               ADD 1 TO RGN-PSRT-CNT
             END-IF
             EXIT PARAGRAPH
           END-IF.
           IF (RGN-FMT = "FULLRATE" AND RGN-TRAY-PASS = 2)
              OR (RGN-FMT = "PRESORT" AND RGN-TRAY-PASS = 3)
             IF RGN-FULL-OPEN = "N"
               OPEN OUTPUT RGN-FULL-FILE
               MOVE "Y" TO RGN-FULL-OPEN
               ADD 1 TO RGN-FILES
             END-IF
             MOVE RGN-PAYLOAD TO RGN-FULL-REC
             IF RGN-ENCODING = "EBCDIC"
               INSPECT RGN-FULL-REC
                 CONVERTING RGN-IDENT TO RGN-A2E
             END-IF
             WRITE RGN-FULL-REC
             ADD 1 TO RGN-FULL-CNT
           END-IF.

      *******************************************************
      *> 共用段落：UPU 通路分檔 (UPU_Address_<通路>.csv)；原執行
      *> 代號化者 CUSTOMER_ID 欄 (第 16 欄) 改帶該通路代號
      *******************************************************
       RGN-CHU-WRITE-PARA.
           PERFORM RGN-CH-FIND-PARA.
           IF RGN-CH-FOUND = 0
             EXIT PARAGRAPH
           END-IF.
           IF RGN-CUR-CHU NOT = RGN-CH-NAME(RGN-CH-FOUND)
             IF RGN-CUR-CHU NOT = SPACES
               CLOSE RGN-CHU-FILE
             END-IF
             PERFORM RGN-CHU-PATH-PARA
             IF RGN-CH-U-INIT(RGN-CH-FOUND) = "Y"
               OPEN EXTEND RGN-CHU-FILE
             ELSE
               OPEN OUTPUT RGN-CHU-FILE
               ADD 1 TO RGN-FILES
             END-IF
             MOVE "Y" TO RGN-CH-U-INIT(RGN-CH-FOUND)
             MOVE RGN-CH-NAME(RGN-CH-FOUND) TO RGN-CUR-CHU
           END-IF.

           IF RGN-TOKENIZE = "Y"
             PERFORM RGN-UPU-TOKEN-PARA
             MOVE RGN-U-TXT TO RGN-CHU-REC
           ELSE
             MOVE RGN-PAYLOAD TO RGN-CHU-REC
           END-IF.
           WRITE RGN-CHU-REC.
           ADD 1 TO RGN-CH-U-CNT(RGN-CH-FOUND).

      *******************************************************
      *> 共用段落：UPU 列第 16 欄換成通路代號後重組 (RGN-U-TXT)
      *******************************************************
       RGN-UPU-TOKEN-PARA.
           MOVE 0 TO RGN-U-CNT.
           INSPECT RGN-PAYLOAD(1:1000) TALLYING RGN-U-CNT
             FOR ALL ";".
           ADD 1 TO RGN-U-CNT.
           IF RGN-U-CNT > 30
             MOVE 30 TO RGN-U-CNT
           END-IF.
           MOVE 1 TO RGN-U-PTR.
           PERFORM VARYING RGN-U-I FROM 1 BY 1
                     UNTIL RGN-U-I > RGN-U-CNT
             MOVE SPACES TO RGN-U-TOK(RGN-U-I)
             UNSTRING RGN-PAYLOAD(1:1000) DELIMITED BY ";"
                 INTO RGN-U-TOK(RGN-U-I)
                 WITH POINTER RGN-U-PTR
             END-UNSTRING
           END-PERFORM.
           MOVE RGN-CH-NAME(RGN-CH-FOUND) TO TKN-PARTNER.
           MOVE RGN-U-TOK(16) TO TKN-CUSTID.
           MOVE "TOKENIZE" TO TKN-OP.
           CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT.
           IF TKN-RESULT = "E"
             DISPLAY "RGN0104E RUN STOPPED: TOKEN VAULT UNAVAILABLE "
               "FOR PARTNER " FUNCTION TRIM(TKN-PARTNER)
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE TKN-TOKEN TO RGN-U-TOK(16).
           MOVE SPACES TO RGN-U-TXT.
           MOVE 1 TO RGN-U-PTR.
           PERFORM VARYING RGN-U-I FROM 1 BY 1
                     UNTIL RGN-U-I > RGN-U-CNT
             IF RGN-U-I > 1
               STRING ";" DELIMITED BY SIZE
                 INTO RGN-U-TXT WITH POINTER RGN-U-PTR
               END-STRING
             END-IF
             IF RGN-U-TOK(RGN-U-I) NOT = SPACES
               STRING
                 FUNCTION TRIM(RGN-U-TOK(RGN-U-I)) DELIMITED BY SIZE
                 INTO RGN-U-TXT WITH POINTER RGN-U-PTR
               END-STRING
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：固定長度通路分檔 (Address_Split_FB_<通路>.txt)
      *******************************************************
       RGN-CHF-WRITE-PARA.
           PERFORM RGN-CH-FIND-PARA.
           IF RGN-CH-FOUND = 0
             EXIT PARAGRAPH
           END-IF.
           IF RGN-CUR-CHF NOT = RGN-CH-NAME(RGN-CH-FOUND)
             IF RGN-CUR-CHF NOT = SPACES
               CLOSE RGN-CHF-FILE
             END-IF
             PERFORM RGN-CHF-PATH-PARA
             IF RGN-CH-F-INIT(RGN-CH-FOUND) = "Y"
               OPEN EXTEND RGN-CHF-FILE
             ELSE
               OPEN OUTPUT RGN-CHF-FILE
               ADD 1 TO RGN-FILES
             END-IF
             MOVE "Y" TO RGN-CH-F-INIT(RGN-CH-FOUND)
             MOVE RGN-CH-NAME(RGN-CH-FOUND) TO RGN-CUR-CHF
           END-IF.
           MOVE RGN-FIXED-REC TO RGN-CHF-REC.
           WRITE RGN-CHF-REC.
           ADD 1 TO RGN-CH-F-CNT(RGN-CH-FOUND).

      *******************************************************
      *> 共用段落：本筆通路 (RGN-CHAN) 對應通路分檔表列
      *******************************************************
       RGN-CH-FIND-PARA.
           MOVE 0 TO RGN-CH-FOUND.
           PERFORM VARYING RGN-CH-I FROM 1 BY 1
                     UNTIL RGN-CH-I > RGN-CH-COUNT
             IF RGN-CH-NAME(RGN-CH-I) = RGN-CHAN
               MOVE RGN-CH-I TO RGN-CH-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF RGN-CH-FOUND = 0 AND RGN-CH-COUNT < 100
             ADD 1 TO RGN-CH-COUNT
             MOVE RGN-CHAN TO RGN-CH-NAME(RGN-CH-COUNT)
             MOVE "N" TO RGN-CH-U-INIT(RGN-CH-COUNT)
             MOVE "N" TO RGN-CH-F-INIT(RGN-CH-COUNT)
             MOVE 0 TO RGN-CH-U-CNT(RGN-CH-COUNT)
             MOVE 0 TO RGN-CH-F-CNT(RGN-CH-COUNT)
             MOVE RGN-CH-COUNT TO RGN-CH-FOUND
           END-IF.

      *******************************************************
      *> 共用段落：通路分檔路徑 (RGN-CH-FOUND 所指通路)
      *******************************************************
       RGN-CHU-PATH-PARA.
           MOVE SPACES TO RGN-CHU-PATH.
           STRING
             FUNCTION TRIM(RGN-OUT-DIR) DELIMITED BY SIZE
             "UPU_Address_" DELIMITED BY SIZE
             FUNCTION TRIM(RGN-CH-NAME(RGN-CH-FOUND))
               DELIMITED BY SIZE
             ".csv" DELIMITED BY SIZE
             INTO RGN-CHU-PATH
           END-STRING.

       RGN-CHF-PATH-PARA.
           MOVE SPACES TO RGN-CHF-PATH.
           STRING
             FUNCTION TRIM(RGN-OUT-DIR) DELIMITED BY SIZE
             "Address_Split_FB_" DELIMITED BY SIZE
             FUNCTION TRIM(RGN-CH-NAME(RGN-CH-FOUND))
               DELIMITED BY SIZE
             ".txt" DELIMITED BY SIZE
             INTO RGN-CHF-PATH
           END-STRING.

      *******************************************************
      *> 共用段落：重產目錄下檔案路徑 (RGN-OUT-DIR + RGN-NAME)
      *******************************************************
       RGN-PATH-PARA.
           MOVE SPACES TO RGN-PATH.
           STRING
             FUNCTION TRIM(RGN-OUT-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(RGN-NAME) DELIMITED BY SIZE
             INTO RGN-PATH
           END-STRING.

      *******************************************************
      *> 共用段落：稽核檔一列 (重產檔 RGN-PATH、件數 RGN-CNT)
      *******************************************************
       RGN-AUDIT-PARA.
           MOVE RGN-CNT TO RGN-CNT-FMT.
           MOVE SPACES TO RGN-TXT.
           STRING
             RGN-TS(1:14) DELIMITED BY SIZE
             ";OUT-REGEN;" DELIMITED BY SIZE
             RGN-RUN-ID DELIMITED BY SIZE
             ";REGENERATED;" DELIMITED BY SIZE
             FUNCTION TRIM(RGN-PATH) DELIMITED BY SIZE
             ";LINES=" DELIMITED BY SIZE
             FUNCTION TRIM(RGN-CNT-FMT) DELIMITED BY SIZE
             ";OPERATOR=" DELIMITED BY SIZE
             FUNCTION TRIM(RGN-OPER) DELIMITED BY SIZE
             INTO RGN-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE RGN-AUDIT-PATH TO LCH-PATH.
           MOVE RGN-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

      *******************************************************
      *> 共用段落：指定格式不在存檔中 (RGN-FMT)
      *******************************************************
       RGN-MISS-PARA.
           ADD 1 TO RGN-MISS.
           DISPLAY "RGN0201W NO " FUNCTION TRIM(RGN-FMT)
             " OUTPUT IN STORE FOR RUN " RGN-RUN-ID
             " - NOTHING REGENERATED FOR THIS FORMAT".

      *******************************************************
      *> 共用段落：碼頁覆蓋表單列 (ASCII 碼;EBCDIC 碼)
      *******************************************************
       RGN-CP-ROW-PARA.
           MOVE SPACES TO RGN-CP-TOK(1) RGN-CP-TOK(2).
           UNSTRING RGN-CP-REC DELIMITED BY ";"
               INTO RGN-CP-TOK(1) RGN-CP-TOK(2).
           IF FUNCTION TRIM(RGN-CP-TOK(1)) IS NUMERIC
              AND FUNCTION TRIM(RGN-CP-TOK(2)) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(RGN-CP-TOK(1)))
               TO RGN-CP-A-NUM
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(RGN-CP-TOK(2)))
               TO RGN-CP-E-NUM
             IF RGN-CP-A-NUM <= 255 AND RGN-CP-E-NUM <= 255
               MOVE FUNCTION CHAR(RGN-CP-E-NUM + 1)
                 TO RGN-A2E(RGN-CP-A-NUM + 1:1)
             END-IF
           END-IF.
