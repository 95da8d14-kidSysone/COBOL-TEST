      *> (CUSTOMER_ID;AS-AT-DATE 每列一對) 時改走批次，逐列回答
      *> 寫入 output\HistoryAnswers.csv，法務上百筆的調閱清單
      *> 一次跑完。
      *> 查詢以地址歷史索引檔 (HIST-STORE，CUSTOMER_ID + 生效日
      *> 為鍵) 定位該客戶後依生效日循序讀取，毋須整檔掃描；
      *> 索引檔尚未經 MASTER-UTIL 功能 H 完整載入時改回掃描
      *> CSV。
      *> 本查詢涉及個資：互動或批次的每一筆查詢 (查詢人/時戳/
      *> 被查客戶) 一律附加至 output\AddressAccess_Log.csv
      *> 供法遵覆核。查詢人以登入帳號簽入 (OPER-SIGNON)，須具
      *> PII-VIEWER 角色
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             TO "output\HistoryAnswers.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HIST-FILE.
       FD AH-ANS-FILE.
         01 AH-ANS-REC PIC X(2200).

       WORKING-STORAGE SECTION.
       01 AH-STATUS        PIC XX VALUE "00".
       01 AH-REQ-STATUS    PIC XX VALUE "00".
       01 AH-REQUESTER     PIC X(20).
       01 AH-MODE          PIC X(11).
       01 AH-CUSTID        PIC X(50).
       01 AH-DATE-TXT      PIC X(10).
       01 AH-DATE          PIC 9(8) VALUE 0.
       01 AH-SHOW-FLAG     PIC X VALUE "Y".
       01 AH-IDX-STATE     PIC X VALUE SPACE.
                             *> 空白=未查 Y=索引可用 N=掃描 CSV
       01 AH-DATE-KEY      PIC X(8).

       *> 歷史列拆分 (含異動原因與資料血緣欄)
       01 AH-REC-CUSTID    PIC X(50).
          05 AH-TS-FMT     PIC X(14).
          05 AH-TXT        PIC X(2200).

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

      *> HIST-STORE 用 (地址歷史索引檔，見 COPY-HISTORY.cpy)
           COPY "COPY-HISTORY.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "================ ADDRESS HISTORY QUERY ==========="
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "ADDR-HISTORY" TO SGN-PROGRAM.
           MOVE "PII-VIEWER" TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO AH-REQUESTER.

      *******************************************************
      *> 批次模式：input\HistoryRequests.csv 存在時逐列作答
             END-PERFORM
             CLOSE AH-REQ-FILE
             CLOSE AH-ANS-FILE
             MOVE "CLOSE" TO HST-OP
             CALL 'HIST-STORE' USING LS-HIST-STORE
             MOVE AH-REQ-CNT TO AH-CNT-FMT
             DISPLAY "BATCH QUERIES ANSWERED: "
               FUNCTION TRIM(AH-CNT-FMT)
           STOP RUN.

      *******************************************************
      *> 共用段落：單一查詢 (互動模式同時列時間軸)
      *******************************************************
       AH-QUERY-PARA.
           MOVE 0 TO AH-BEST-DATE AH-TIMELINE-CNT.
           MOVE SPACES TO AH-BEST-ADDR.
           *> 首次查詢時確認索引檔已完整載入 (#LOADED 記錄)
           IF AH-IDX-STATE = SPACE
             MOVE "FIRST" TO HST-OP
             MOVE SPACES TO HST-PATH HST-DATE
             MOVE "#LOADED" TO HST-CUSTID
             CALL 'HIST-STORE' USING LS-HIST-STORE
             IF HST-RESULT = "Y"
               MOVE "Y" TO AH-IDX-STATE
             ELSE
               MOVE "N" TO AH-IDX-STATE
               DISPLAY "HISTORY INDEX NOT LOADED - SCANNING "
                 "output\AddressHistory.csv (LOAD WITH MASTER-UTIL "
                 "FUNCTION H)"
             END-IF
           END-IF.
           IF AH-IDX-STATE = "Y"
             PERFORM AH-IDX-QUERY-PARA
           ELSE
             PERFORM AH-CSV-QUERY-PARA
           END-IF.

      *******************************************************
      *> 共用段落：索引查詢 (START 於該客戶，READ NEXT 依
      *> 生效日遞增；批次作答不列時間軸，過了查詢日即停)
      *******************************************************
       AH-IDX-QUERY-PARA.
           MOVE AH-DATE TO AH-DATE-KEY.
           MOVE "FIRST" TO HST-OP.
           MOVE SPACES TO HST-PATH HST-DATE.
           MOVE FUNCTION TRIM(AH-CUSTID) TO HST-CUSTID.
           CALL 'HIST-STORE' USING LS-HIST-STORE.
           PERFORM UNTIL HST-RESULT NOT = "Y"
             MOVE HST-ROW TO HIST-REC
             PERFORM AH-ROW-PARA
             IF AH-SHOW-FLAG = "N"
                AND HST-DATE IS NUMERIC
                AND HST-DATE > AH-DATE-KEY
               MOVE "N" TO HST-RESULT
             ELSE
               MOVE "NEXT" TO HST-OP
               CALL 'HIST-STORE' USING LS-HIST-STORE
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：CSV 整檔掃描查詢 (索引檔未載入時)
      *******************************************************
       AH-CSV-QUERY-PARA.
           OPEN INPUT HIST-FILE.
           IF AH-STATUS NOT = "00"
             DISPLAY "NO ADDRESS HISTORY ON FILE (STATUS " AH-STATUS
               AT END
                 MOVE "10" TO AH-STATUS
               NOT AT END
                 PERFORM AH-ROW-PARA
             END-READ
           END-PERFORM.
           CLOSE HIST-FILE.
           MOVE "00" TO AH-STATUS.

      *******************************************************
      *> 共用段落：歷史一列 (HIST-REC) 比對、列示與取當時地址
      *******************************************************
       AH-ROW-PARA.
           MOVE SPACES TO AH-REC-CUSTID AH-REC-DATE-TXT
                          AH-REC-ADDR AH-REC-REASON
                          AH-REC-BATCH AH-REC-SRC
                          AH-REC-FILE AH-REC-LINE
                          AH-REC-RULE
           UNSTRING HIST-REC DELIMITED BY ";"
               INTO AH-REC-CUSTID
                    AH-REC-DATE-TXT
                    AH-REC-ADDR
                    AH-REC-REASON
                    AH-REC-BATCH
                    AH-REC-SRC
                    AH-REC-FILE
                    AH-REC-LINE
                    AH-REC-RULE
           IF FUNCTION TRIM(AH-REC-CUSTID) =
              FUNCTION TRIM(AH-CUSTID)
              AND AH-REC-DATE-TXT(1:8) IS NUMERIC
             MOVE AH-REC-DATE-TXT(1:8) TO AH-REC-DATE
             ADD 1 TO AH-TIMELINE-CNT
             IF AH-SHOW-FLAG = "Y"
               DISPLAY "  " AH-REC-DATE-TXT(1:8) "  "
                 FUNCTION TRIM(AH-REC-ADDR)
               *> 資料血緣：此地址由誰、哪個檔、哪一行、
               *> 用哪個規則集寫入
               IF FUNCTION TRIM(AH-REC-REASON) NOT = SPACES
                 DISPLAY "      ["
                   FUNCTION TRIM(AH-REC-REASON)
                   " BATCH=" FUNCTION TRIM(AH-REC-BATCH)
                   " SOURCE=" FUNCTION TRIM(AH-REC-SRC)
                   " FILE=" FUNCTION TRIM(AH-REC-FILE)
                   ":" FUNCTION TRIM(AH-REC-LINE)
                   " RULES=" FUNCTION TRIM(AH-REC-RULE)
                   "]"
               END-IF
             END-IF
             IF AH-REC-DATE <= AH-DATE
                AND AH-REC-DATE >= AH-BEST-DATE
               MOVE AH-REC-DATE TO AH-BEST-DATE
               MOVE AH-REC-ADDR TO AH-BEST-ADDR
             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：批次作答一列
      *******************************************************
      *> 共用段落：個資查閱記錄 (查詢人/時戳/被查客戶/模式)
      *******************************************************
       AH-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE TO AH-TS.
           MOVE AH-TS(1:14) TO AH-TS-FMT.
           MOVE SPACES TO AH-TXT.
             FUNCTION TRIM(AH-MODE) DELIMITED BY SIZE
             INTO AH-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AddressAccess_Log.csv" TO LCH-PATH.
           MOVE "TIMESTAMP;REQUESTER;CUSTOMER_ID;MODE" TO LCH-HEADER.
           MOVE AH-TXT(1:150) TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
       END PROGRAM ADDR-HISTORY.
