      *> RSPnnnnn.txt：回覆碼、警示訊息與 26 個 DTLS-LF 欄位。
      *> 處理過的請求檔改名為 .done；資料夾出現 HOTFOLDER.STOP
      *> 時結束常駐
      *> 地址補全請求：請求行為
      *>   #COMPLETE;國家;城市;部分街道名;筆數上限
      *> 時改呼叫 ADDRESS-API 補全查詢 (RefAddress.dat)，回覆
      *> RETURN-CODE/ERROR 後列 STREET-COUNT、STREET;街道;門牌
      *> 下限;上限、MORE-STREETS，及 CITY-COUNT、CITY;城市、
      *> MORE-CITIES (供客服/開戶畫面逐字提示)
      *> 既有客戶同址比對請求：請求行為
      *>   #MATCH;查詢人;地址原文
      *> 時改呼叫 ADDRESS-API 同址比對 (開戶前確認是否已有客戶
      *> 住在此址)，回覆 RETURN-CODE/ERROR/WARNING 後列
      *> STANDARDIZED、BUSINESS-FLAG、CUSTOMER-COUNT、
      *> UNDELIVERABLE-COUNT、CUSTOMER;CUSTOMER_ID;無法投遞(Y/N)
      *> 與 MORE-CUSTOMERS；不含他人姓名或地址，每筆查詢由
      *> ADDRESS-API 記入 AddressAccess_Log.csv。查詢人須為
      *> 操作員登錄檔內具 PII-VIEWER 角色者 (ADDRESS-API 以
      *> OPER-SIGNON CHECK 核對)，否則回覆 RETURN-CODE 1 與
      *> 拒絕原因，不讀主檔
      *> 常駐期間於 input\hotfolder\RunStatus.dat 寫出心跳
      *> (開始時戳;更新時戳;WATCHING/STOPPED;已服務請求數;0;
      *> 最後訊息代碼;RESIDENT)，啟動、每件請求後與閒置每
      *> HF-BEAT-POLLS 次輪詢重寫一次，供 RUN-MONITOR 監看台
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HF-STOP-STATUS.

           SELECT HF-RST-FILE ASSIGN
             TO "input\hotfolder\RunStatus.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HF-RST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HF-REQ-FILE.
       FD HF-STOP-FILE.
         01 HF-STOP-REC PIC X(80).

       FD HF-RST-FILE.
         01 HF-RST-REC PIC X(200).

       WORKING-STORAGE SECTION.
       01 HF-REQ-STATUS    PIC XX VALUE "00".
       01 HF-STOP-STATUS   PIC XX VALUE "00".
       01 HF-COUNT-FMT     PIC Z(6)9.
       01 HF-ADV-DONE      PIC X VALUE "N".
       01 HF-CF-INFO       PIC X(64).
       01 HF-CMP-MAX-TXT   PIC X(10).
       01 HF-CMP-I         PIC 99 VALUE 0.
       01 HF-NUM-FMT       PIC Z(6)9.
       01 HF-NUM-FMT2      PIC Z(6)9.
       01 HF-MCH-PTR       PIC 9(4) VALUE 1.

      *> 常駐心跳 (RunStatus.dat)
       01 HF-RST-STATUS    PIC XX VALUE "00".
       01 HF-START-TS      PIC X(14).
       01 HF-NOW-TS        PIC X(21).
       01 HF-PHASE         PIC X(12) VALUE "WATCHING".
       01 HF-LAST-MSG      PIC X(8) VALUE SPACES.
       01 HF-IDLE-POLLS    PIC 9(3) VALUE 0.
       01 HF-BEAT-POLLS    PIC 9(3) VALUE 5.
       01 HF-RST-TXT       PIC X(200).

      *> ADDRESS-API 呼叫參數 (同步單筆解析)
       01 LS-API-REQUEST.
           05 API-REQ-ADDRESS PIC X(2000).
           05 API-REQ-COMPLETE REDEFINES API-REQ-ADDRESS.
              10 API-CMP-TAG    PIC X(10).
              10 API-CMP-CTRY   PIC X(35).
              10 API-CMP-CITY   PIC X(50).
              10 API-CMP-STREET PIC X(50).
              10 API-CMP-MAX    PIC 9(3).
              10 FILLER         PIC X(1852).
           05 API-REQ-MATCH REDEFINES API-REQ-ADDRESS.
              10 API-MCH-TAG       PIC X(10).
              10 API-MCH-REQUESTER PIC X(20).
              10 API-MCH-ADDRESS   PIC X(1970).

       01 LS-API-RESPONSE.
           05 API-RESP-FIELD-AREA.
              10 API-RESP-FIELDS PIC X(2000) OCCURS 26 TIMES.
           05 API-RESP-COMPLETE REDEFINES API-RESP-FIELD-AREA.
              10 API-CMP-STR-CNT  PIC 9(3).
              10 API-CMP-STR OCCURS 50 TIMES.
                 15 API-CMP-STR-NAME PIC X(50).
                 15 API-CMP-STR-LOW  PIC 9(7).
                 15 API-CMP-STR-HIGH PIC 9(7).
              10 API-CMP-STR-MORE PIC X.
              10 API-CMP-CITY-CNT PIC 9(3).
              10 API-CMP-CITY-NAME PIC X(50) OCCURS 50 TIMES.
              10 API-CMP-CITY-MORE PIC X.
           05 API-RESP-MATCH REDEFINES API-RESP-FIELD-AREA.
              10 API-MCH-CNT      PIC 9(5).
              10 API-MCH-RET-CNT  PIC 9(3).
              10 API-MCH-MORE     PIC X.
              10 API-MCH-BUS      PIC X.
              10 API-MCH-UND-CNT  PIC 9(3).
              10 API-MCH-STD-ADDR PIC X(2000).
              10 API-MCH-CUST OCCURS 50 TIMES.
                 15 API-MCH-CUSTID PIC X(50).
                 15 API-MCH-UNDEL  PIC X.
           05 API-RESP-RETCODE PIC 99.
           05 API-RESP-ERR-MSG PIC X(200).
           05 API-RESP-WARN-MSG PIC X(120).

       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE "HTF0001I" TO HF-LAST-MSG.
           DISPLAY "HTF0001I HOT FOLDER SERVICE STARTED - WATCHING "
             "input\hotfolder\".
           MOVE FUNCTION CURRENT-DATE TO HF-NOW-TS.
           MOVE HF-NOW-TS(1:14) TO HF-START-TS.
           PERFORM HF-STATUS-PARA.

      *******************************************************
      *> 服務重啟時，序號先前進越過已處理的請求 (.done 或已有
               CALL "CBL_RENAME_FILE" USING HF-REQ-PATH
                 HF-DONE-PATH RETURNING HF-RC
               ADD 1 TO HF-SEQ
               PERFORM HF-STATUS-PARA
             ELSE
               *> 無新請求：確認停止檔後小睡再輪詢
               MOVE "00" TO HF-REQ-STATUS
               ELSE
                 MOVE "00" TO HF-STOP-STATUS
                 CALL "C$SLEEP" USING HF-SLEEP-SECS
                 ADD 1 TO HF-IDLE-POLLS
                 IF HF-IDLE-POLLS >= HF-BEAT-POLLS
                   PERFORM HF-STATUS-PARA
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

           MOVE HF-COUNT TO HF-COUNT-FMT.
           MOVE "HTF0002I" TO HF-LAST-MSG.
           DISPLAY "HTF0002I HOT FOLDER SERVICE STOPPED - "
             FUNCTION TRIM(HF-COUNT-FMT) " REQUESTS SERVED".
           MOVE "STOPPED" TO HF-PHASE.
           PERFORM HF-STATUS-PARA.
           STOP RUN.

      *******************************************************
      *> 共用段落：重寫常駐心跳檔 RunStatus.dat
      *******************************************************
       HF-STATUS-PARA.
           MOVE 0 TO HF-IDLE-POLLS.
           MOVE FUNCTION CURRENT-DATE TO HF-NOW-TS.
           MOVE HF-COUNT TO HF-NUM-FMT.
           MOVE SPACES TO HF-RST-TXT.
           STRING
             HF-START-TS DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             HF-NOW-TS(1:14) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(HF-PHASE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(HF-NUM-FMT) DELIMITED BY SIZE
             ";0;" DELIMITED BY SIZE
             HF-LAST-MSG DELIMITED BY SPACE
             ";RESIDENT" DELIMITED BY SIZE
             INTO HF-RST-TXT
           END-STRING.
           OPEN OUTPUT HF-RST-FILE.
           IF HF-RST-STATUS = "00"
             MOVE HF-RST-TXT TO HF-RST-REC
             WRITE HF-RST-REC
             CLOSE HF-RST-FILE
           END-IF.
           MOVE "00" TO HF-RST-STATUS.

      *******************************************************
      *> 共用段落：單一請求解析與回覆檔輸出
      *> 規則名單由 ADDRESS-API 首次呼叫載入後常駐重複使用
      *******************************************************
       HF-PROCESS-PARA.
           IF HF-REQ-REC(1:10) = "#COMPLETE;"
             PERFORM HF-COMPLETE-PARA
             EXIT PARAGRAPH
           END-IF.
           IF HF-REQ-REC(1:7) = "#MATCH;"
             PERFORM HF-MATCH-PARA
             EXIT PARAGRAPH
           END-IF.
           MOVE HF-REQ-REC TO API-REQ-ADDRESS.
           CALL 'ADDRESS-API' USING LS-API-REQUEST LS-API-RESPONSE.

             WRITE HF-RSP-REC
           END-PERFORM.

           CLOSE HF-RSP-FILE.
           ADD 1 TO HF-COUNT.

      *******************************************************
      *> 共用段落：地址補全請求與回覆檔輸出
      *******************************************************
       HF-COMPLETE-PARA.
           MOVE SPACES TO LS-API-REQUEST.
           MOVE SPACES TO HF-CMP-MAX-TXT.
           MOVE "#COMPLETE" TO API-CMP-TAG.
           UNSTRING HF-REQ-REC(11:) DELIMITED BY ";"
               INTO API-CMP-CTRY API-CMP-CITY API-CMP-STREET
                    HF-CMP-MAX-TXT.
           IF FUNCTION TRIM(HF-CMP-MAX-TXT) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(HF-CMP-MAX-TXT))
               TO API-CMP-MAX
           ELSE
             MOVE 0 TO API-CMP-MAX
           END-IF.
           CALL 'ADDRESS-API' USING LS-API-REQUEST LS-API-RESPONSE.

           MOVE SPACES TO HF-RSP-PATH.
           STRING
             "input\hotfolder\RSP" DELIMITED BY SIZE
             HF-SEQ-TXT DELIMITED BY SIZE
             ".txt" DELIMITED BY SIZE
             INTO HF-RSP-PATH
           END-STRING.

           OPEN OUTPUT HF-RSP-FILE.

           MOVE SPACES TO HF-TXT.
           STRING
             "RETURN-CODE;" DELIMITED BY SIZE
             API-RESP-RETCODE DELIMITED BY SIZE
             INTO HF-TXT
           END-STRING.
           MOVE HF-TXT TO HF-RSP-REC.
           WRITE HF-RSP-REC.

           MOVE SPACES TO HF-TXT.
           STRING
             "ERROR;" DELIMITED BY SIZE
             FUNCTION TRIM(API-RESP-ERR-MSG) DELIMITED BY SIZE
             INTO HF-TXT
           END-STRING.
           MOVE HF-TXT TO HF-RSP-REC.
           WRITE HF-RSP-REC.

           IF API-RESP-RETCODE = 0
             MOVE API-CMP-STR-CNT TO HF-NUM-FMT
             MOVE SPACES TO HF-TXT
             STRING
               "STREET-COUNT;" DELIMITED BY SIZE
               FUNCTION TRIM(HF-NUM-FMT) DELIMITED BY SIZE
               INTO HF-TXT
             END-STRING
             MOVE HF-TXT TO HF-RSP-REC
             WRITE HF-RSP-REC
             PERFORM VARYING HF-CMP-I FROM 1 BY 1
                       UNTIL HF-CMP-I > API-CMP-STR-CNT
               MOVE API-CMP-STR-LOW(HF-CMP-I) TO HF-NUM-FMT
               MOVE API-CMP-STR-HIGH(HF-CMP-I) TO HF-NUM-FMT2
               MOVE SPACES TO HF-TXT
               STRING
                 "STREET;" DELIMITED BY SIZE
                 FUNCTION TRIM(API-CMP-STR-NAME(HF-CMP-I))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(HF-NUM-FMT) DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 FUNCTION TRIM(HF-NUM-FMT2) DELIMITED BY SIZE
                 INTO HF-TXT
               END-STRING
               MOVE HF-TXT TO HF-RSP-REC
               WRITE HF-RSP-REC
             END-PERFORM
             MOVE SPACES TO HF-TXT
             STRING
               "MORE-STREETS;" DELIMITED BY SIZE
               API-CMP-STR-MORE DELIMITED BY SIZE
               INTO HF-TXT
             END-STRING
             MOVE HF-TXT TO HF-RSP-REC
             WRITE HF-RSP-REC

             MOVE API-CMP-CITY-CNT TO HF-NUM-FMT
             MOVE SPACES TO HF-TXT
             STRING
               "CITY-COUNT;" DELIMITED BY SIZE
               FUNCTION TRIM(HF-NUM-FMT) DELIMITED BY SIZE
               INTO HF-TXT
             END-STRING
             MOVE HF-TXT TO HF-RSP-REC
             WRITE HF-RSP-REC
             PERFORM VARYING HF-CMP-I FROM 1 BY 1
                       UNTIL HF-CMP-I > API-CMP-CITY-CNT
               MOVE SPACES TO HF-TXT
               STRING
                 "CITY;" DELIMITED BY SIZE
                 FUNCTION TRIM(API-CMP-CITY-NAME(HF-CMP-I))
                   DELIMITED BY SIZE
                 INTO HF-TXT
               END-STRING
               MOVE HF-TXT TO HF-RSP-REC
               WRITE HF-RSP-REC
             END-PERFORM
             MOVE SPACES TO HF-TXT
             STRING
               "MORE-CITIES;" DELIMITED BY SIZE
               API-CMP-CITY-MORE DELIMITED BY SIZE
               INTO HF-TXT
             END-STRING
             MOVE HF-TXT TO HF-RSP-REC
             WRITE HF-RSP-REC
           END-IF.

           CLOSE HF-RSP-FILE.
           ADD 1 TO HF-COUNT.

      *******************************************************
      *> 共用段落：既有客戶同址比對請求與回覆檔輸出
      *******************************************************
       HF-MATCH-PARA.
           MOVE SPACES TO LS-API-REQUEST.
           MOVE "#MATCH" TO API-MCH-TAG.
           MOVE 8 TO HF-MCH-PTR.
           UNSTRING HF-REQ-REC DELIMITED BY ";"
               INTO API-MCH-REQUESTER
               WITH POINTER HF-MCH-PTR.
           IF HF-MCH-PTR <= 2000
             MOVE HF-REQ-REC(HF-MCH-PTR:) TO API-MCH-ADDRESS
           END-IF.
           CALL 'ADDRESS-API' USING LS-API-REQUEST LS-API-RESPONSE.

           MOVE SPACES TO HF-RSP-PATH.
           STRING
             "input\hotfolder\RSP" DELIMITED BY SIZE
             HF-SEQ-TXT DELIMITED BY SIZE
             ".txt" DELIMITED BY SIZE
             INTO HF-RSP-PATH
           END-STRING.

           OPEN OUTPUT HF-RSP-FILE.

           MOVE SPACES TO HF-TXT.
           STRING
             "RETURN-CODE;" DELIMITED BY SIZE
             API-RESP-RETCODE DELIMITED BY SIZE
             INTO HF-TXT
           END-STRING.
           MOVE HF-TXT TO HF-RSP-REC.
           WRITE HF-RSP-REC.

           MOVE SPACES TO HF-TXT.
           STRING
             "ERROR;" DELIMITED BY SIZE
             FUNCTION TRIM(API-RESP-ERR-MSG) DELIMITED BY SIZE
             INTO HF-TXT
           END-STRING.
           MOVE HF-TXT TO HF-RSP-REC.
           WRITE HF-RSP-REC.

           MOVE SPACES TO HF-TXT.
           STRING
             "WARNING;" DELIMITED BY SIZE
             FUNCTION TRIM(API-RESP-WARN-MSG) DELIMITED BY SIZE
             INTO HF-TXT
           END-STRING.
           MOVE HF-TXT TO HF-RSP-REC.
           WRITE HF-RSP-REC.

           IF API-RESP-RETCODE = 0
             MOVE SPACES TO HF-TXT
             STRING
               "STANDARDIZED;" DELIMITED BY SIZE
               FUNCTION TRIM(API-MCH-STD-ADDR) DELIMITED BY SIZE
               INTO HF-TXT
             END-STRING
             MOVE HF-TXT TO HF-RSP-REC
             WRITE HF-RSP-REC

             MOVE SPACES TO HF-TXT
             STRING
               "BUSINESS-FLAG;" DELIMITED BY SIZE
               API-MCH-BUS DELIMITED BY SIZE
               INTO HF-TXT
             END-STRING
             MOVE HF-TXT TO HF-RSP-REC
             WRITE HF-RSP-REC

             MOVE API-MCH-CNT TO HF-NUM-FMT
             MOVE SPACES TO HF-TXT
             STRING
               "CUSTOMER-COUNT;" DELIMITED BY SIZE
               FUNCTION TRIM(HF-NUM-FMT) DELIMITED BY SIZE
               INTO HF-TXT
             END-STRING
             MOVE HF-TXT TO HF-RSP-REC
             WRITE HF-RSP-REC

             MOVE API-MCH-UND-CNT TO HF-NUM-FMT
             MOVE SPACES TO HF-TXT
             STRING
               "UNDELIVERABLE-COUNT;" DELIMITED BY SIZE
               FUNCTION TRIM(HF-NUM-FMT) DELIMITED BY SIZE
               INTO HF-TXT
             END-STRING
             MOVE HF-TXT TO HF-RSP-REC
             WRITE HF-RSP-REC

             PERFORM VARYING HF-CMP-I FROM 1 BY 1
                       UNTIL HF-CMP-I > API-MCH-RET-CNT
               MOVE SPACES TO HF-TXT
               STRING
                 "CUSTOMER;" DELIMITED BY SIZE
                 FUNCTION TRIM(API-MCH-CUSTID(HF-CMP-I))
                   DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 API-MCH-UNDEL(HF-CMP-I) DELIMITED BY SIZE
                 INTO HF-TXT
               END-STRING
               MOVE HF-TXT TO HF-RSP-REC
               WRITE HF-RSP-REC
             END-PERFORM

             MOVE SPACES TO HF-TXT
             STRING
               "MORE-CUSTOMERS;" DELIMITED BY SIZE
               API-MCH-MORE DELIMITED BY SIZE
               INTO HF-TXT
             END-STRING
             MOVE HF-TXT TO HF-RSP-REC
             WRITE HF-RSP-REC
           END-IF.

           CLOSE HF-RSP-FILE.
           ADD 1 TO HF-COUNT.
       END PROGRAM HOT-FOLDER.
