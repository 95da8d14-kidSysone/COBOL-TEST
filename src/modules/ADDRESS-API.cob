       PROGRAM-ID. ADDRESS-API.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
      *******************************************************
      *> API-REF-FILE
      *> 檔案名稱：output\RefAddress.dat (REFADDR-LOAD 轉建)
      *> 用途：地址補全查詢，以街道層 (S;國家;城市;街道) 與
      *>      市鎮層 (L;國家;城市) 鍵值 START/READ NEXT 取候選
      *******************************************************
           SELECT API-REF-FILE ASSIGN
             TO "output\RefAddress.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS API-REF-KEY
             FILE STATUS IS API-REF-STATUS.

      *******************************************************
      *> API-MST-FILE / API-UND-FILE
      *> 檔案名稱：output\AddressMaster.dat、
      *>          output\Undeliverable.dat
      *> 用途：既有客戶同址比對，以歸戶正規化鍵逐筆比對主檔
      *>      現行重組地址取同址 CUSTOMER_ID，並對照無法投遞
      *>      名單標示其投遞狀態 (每次查詢開啟後即關閉)
      *******************************************************
           SELECT API-MST-FILE ASSIGN
             TO "output\AddressMaster.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS API-MST-CUSTID
             FILE STATUS IS API-MST-STATUS.

           SELECT API-UND-FILE ASSIGN
             TO "output\Undeliverable.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS API-UND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD API-REF-FILE.
         01 API-REF-REC.
            05 API-REF-KEY   PIC X(160).
            05 API-REF-LOW   PIC 9(7).
            05 API-REF-HIGH  PIC 9(7).

       FD API-MST-FILE.
         01 API-MST-REC.
            05 API-MST-CUSTID  PIC X(50).
            05 API-MST-ADDRESS PIC X(2000).
            05 API-MST-REST    PIC X(4882).

       FD API-UND-FILE.
         01 API-UND-REC PIC X(200).

      *******************************************************
      *> 資料部、WORKING-STORAGE SECTION
      *******************************************************
       WORKING-STORAGE SECTION.
       01 IDX PIC 9999 VALUE 1.

      *> 地址補全查詢工作區 (參照檔首次查詢時開啟後常駐)
       01 API-REF-STATUS  PIC XX VALUE "00".
       01 API-REF-OPEN    PIC X VALUE "N".
       01 API-CMP-WORK.
          05 API-CK-CTRY   PIC X(35).
          05 API-CK-CITY   PIC X(50).
          05 API-CK-STREET PIC X(50).
          05 API-CK-PREFIX PIC X(160).
          05 API-CK-PLEN   PIC 9(3) VALUE 0.
          05 API-CK-SLEN   PIC 9(3) VALUE 0.
          05 API-CK-LIMIT  PIC 9(3) VALUE 10.
          05 API-CK-EOF    PIC X VALUE "N".

      *> 既有客戶同址比對工作區 (主檔/無法投遞名單每次開關)
       01 API-MST-STATUS  PIC XX VALUE "00".
       01 API-UND-STATUS  PIC XX VALUE "00".
       01 API-MCH-WORK.
          05 API-MK-KEY    PIC X(200).
          05 API-NORM-IN   PIC X(2000).
          05 API-NORM-OUT  PIC X(200).
          05 API-NORM-POS  PIC 9(4) VALUE 0.
          05 API-NORM-LEN  PIC 9(4) VALUE 0.
          05 API-NORM-K    PIC 9(4) VALUE 0.
          05 API-NORM-CH   PIC X.
          05 API-MK-I      PIC 9(3) VALUE 0.
          05 API-UND-ID    PIC X(50).
          05 API-MK-TS     PIC X(21).
          05 API-MK-TXT    PIC X(300).

      *> FORMATTER-ADDRESS 用 (共用區，見 COPY-FORMATTER.cpy)
           COPY "COPY-FORMATTER.cpy".

      *> READ-RULE 用 (規則名單共用區，見 COPY-RULES.cpy)
           COPY "COPY-RULES.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

      *******************************************************
      *> 資料部、LINKAGE SECTION
      *> 供外部程式以 CALL 方式同步取得單筆地址的解析結果，
      *> 不經過 EXECUTE 的批次檔案讀寫流程
      *> 地址補全查詢：請求區開頭為 "#COMPLETE" 時改走補全，
      *> 不經 FORMATTER-ADDRESS；國家 + 城市 + 部分街道名取
      *> 街道候選 (帶門牌範圍)，部分城市名取城市候選，各至多
      *> API-CMP-MAX 筆 (未指定 10，上限 50)。回覆以
      *> API-RESP-COMPLETE 檢視 (RETCODE/ERR-MSG 同解析)
      *> 既有客戶同址比對：請求區開頭為 "#MATCH" 時，以同一
      *> FORMATTER-ADDRESS 解析 API-MCH-ADDRESS 後，以歸戶正規化
      *> 鍵 (重組地址轉大寫、僅留英數之前 200 碼，同 EXECUTE
      *> 住戶歸戶與 ADDR-SEARCH) 比對主檔，回覆同址客戶數、
      *> CUSTOMER_ID (至多 50 筆) 與各自是否列於無法投遞名單、
      *> 所送地址之企業/個人旗標與標準化地址；不回覆他人
      *> 姓名或地址。查詢人 (API-MCH-REQUESTER) 必填，須為
      *> 操作員登錄檔內具 PII-VIEWER 角色者 (OPER-SIGNON
      *> CHECK，拒絕者記為 ROLE-VIOLATION，不讀主檔)，每筆
      *> 查詢附加至 output\AddressAccess_Log.csv (MODE=
      *> ADDR-MATCH，每個回覆之 CUSTOMER_ID 一列，無同址客戶
      *> 時一列留空)。回覆以 API-RESP-MATCH 檢視
      *******************************************************
       LINKAGE SECTION.
       01 LS-API-REQUEST.
           05 API-REQ-ADDRESS PIC X(2000). *> 待解析地址原文
           05 API-REQ-COMPLETE REDEFINES API-REQ-ADDRESS.
              10 API-CMP-TAG    PIC X(10).  *> "#COMPLETE"
              10 API-CMP-CTRY   PIC X(35).  *> 國家 (同 DTLS-LF 2)
              10 API-CMP-CITY   PIC X(50).  *> 城市 (部分名亦可)
              10 API-CMP-STREET PIC X(50).  *> 街道名開頭部分
              10 API-CMP-MAX    PIC 9(3).   *> 候選筆數上限
              10 FILLER         PIC X(1852).
           05 API-REQ-MATCH REDEFINES API-REQ-ADDRESS.
              10 API-MCH-TAG       PIC X(10).  *> "#MATCH"
              10 API-MCH-REQUESTER PIC X(20).  *> 查詢人 (記錄用)
              10 API-MCH-ADDRESS   PIC X(1970).
                                              *> 待比對地址原文

       01 LS-API-RESPONSE.
           05 API-RESP-FIELD-AREA.
              10 API-RESP-FIELDS PIC X(2000) OCCURS 26 TIMES.
                                            *> 同 DTLS-LF
           05 API-RESP-COMPLETE REDEFINES API-RESP-FIELD-AREA.
              10 API-CMP-STR-CNT  PIC 9(3).
              10 API-CMP-STR OCCURS 50 TIMES.
                 15 API-CMP-STR-NAME PIC X(50).
                 15 API-CMP-STR-LOW  PIC 9(7).
                 15 API-CMP-STR-HIGH PIC 9(7). *> 9999999=無上限
              10 API-CMP-STR-MORE PIC X.    *> Y=尚有未回傳街道
              10 API-CMP-CITY-CNT PIC 9(3).
              10 API-CMP-CITY-NAME PIC X(50) OCCURS 50 TIMES.
              10 API-CMP-CITY-MORE PIC X.   *> Y=尚有未回傳城市
           05 API-RESP-MATCH REDEFINES API-RESP-FIELD-AREA.
              10 API-MCH-CNT      PIC 9(5). *> 同址客戶總數
              10 API-MCH-RET-CNT  PIC 9(3). *> 回覆筆數 (至多 50)
              10 API-MCH-MORE     PIC X.    *> Y=尚有未回傳客戶
              10 API-MCH-BUS      PIC X.    *> 所送地址 B=企業/R=個人
              10 API-MCH-UND-CNT  PIC 9(3). *> 回覆中無法投遞者數
              10 API-MCH-STD-ADDR PIC X(2000).
                                            *> 所送地址之重組地址
              10 API-MCH-CUST OCCURS 50 TIMES.
                 15 API-MCH-CUSTID PIC X(50).
                 15 API-MCH-UNDEL  PIC X.   *> Y=列於無法投遞名單
           05 API-RESP-RETCODE PIC 99.
              88 API-RESP-OK    VALUE 0.
              88 API-RESP-ERROR VALUE 1.
      *******************************************************
       PROCEDURE DIVISION USING LS-API-REQUEST LS-API-RESPONSE.
       MAIN SECTION.
           *> 地址補全查詢 (不解析、不載入規則名單)
           IF API-CMP-TAG = "#COMPLETE"
             PERFORM API-COMPLETE-PARA
             EXIT PROGRAM
           END-IF

           *> 既有客戶同址比對 (解析後比對主檔)
           IF API-MCH-TAG = "#MATCH"
             PERFORM API-MATCH-PARA
             EXIT PROGRAM
           END-IF

           *> 首次呼叫時載入規則名單，之後留在本程式的
           *> WORKING-STORAGE 內供後續呼叫重複使用
           IF RULES-LOADED-FLAG NOT = "Y"

           *> 處理結束 (每次呼叫皆立即回傳，不停留於等待狀態)
           EXIT PROGRAM.

      *******************************************************
      *> 共用段落：地址補全查詢
      *> 街道候選：城市有值時以 "S;國家;城市;部分街道" 為鍵
      *> 前綴 START 後 READ NEXT，前綴不符即止；城市候選：
      *> 以 "L;國家;部分城市" 為前綴 (城市空白=該國全部)
      *******************************************************
       API-COMPLETE-PARA.
           MOVE SPACES TO LS-API-RESPONSE.
           MOVE 0 TO API-RESP-RETCODE API-CMP-STR-CNT
                     API-CMP-CITY-CNT.
           MOVE "N" TO API-CMP-STR-MORE API-CMP-CITY-MORE.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(API-CMP-CTRY))
             TO API-CK-CTRY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(API-CMP-CITY))
             TO API-CK-CITY.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(API-CMP-STREET))
             TO API-CK-STREET.
           IF API-CK-CTRY = SPACES
             MOVE 1 TO API-RESP-RETCODE
             MOVE "COUNTRY IS REQUIRED FOR ADDRESS COMPLETION"
               TO API-RESP-ERR-MSG
             EXIT PARAGRAPH
           END-IF.
           MOVE 10 TO API-CK-LIMIT.
           IF API-CMP-MAX IS NUMERIC AND API-CMP-MAX > 0
             MOVE API-CMP-MAX TO API-CK-LIMIT
           END-IF.
           IF API-CK-LIMIT > 50
             MOVE 50 TO API-CK-LIMIT
           END-IF.

           IF API-REF-OPEN NOT = "Y"
             OPEN INPUT API-REF-FILE
             IF API-REF-STATUS NOT = "00"
               MOVE 1 TO API-RESP-RETCODE
               STRING
                 "REFERENCE FILE output\RefAddress.dat NOT "
                   DELIMITED BY SIZE
                 "AVAILABLE (STATUS " DELIMITED BY SIZE
                 API-REF-STATUS DELIMITED BY SIZE
                 ")" DELIMITED BY SIZE
                 INTO API-RESP-ERR-MSG
               END-STRING
               EXIT PARAGRAPH
             END-IF
             MOVE "Y" TO API-REF-OPEN
           END-IF.

           *> 街道候選 (須指定城市)
           IF API-CK-CITY NOT = SPACES
             MOVE SPACES TO API-CK-PREFIX
             STRING
               "S;" DELIMITED BY SIZE
               FUNCTION TRIM(API-CK-CTRY) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(API-CK-CITY) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO API-CK-PREFIX
             END-STRING
             MOVE LENGTH OF FUNCTION TRIM(API-CK-PREFIX)
               TO API-CK-SLEN
             IF API-CK-STREET NOT = SPACES
               MOVE API-CK-STREET
                 TO API-CK-PREFIX(API-CK-SLEN + 1:)
             END-IF
             MOVE LENGTH OF FUNCTION TRIM(API-CK-PREFIX)
               TO API-CK-PLEN
             PERFORM API-CMP-START-PARA
             PERFORM UNTIL API-CK-EOF = "Y"
               READ API-REF-FILE NEXT RECORD
                 AT END
                   MOVE "Y" TO API-CK-EOF
                 NOT AT END
                   IF API-REF-KEY(1:API-CK-PLEN) NOT =
                      API-CK-PREFIX(1:API-CK-PLEN)
                     MOVE "Y" TO API-CK-EOF
                   ELSE
                     IF API-CMP-STR-CNT >= API-CK-LIMIT
                       MOVE "Y" TO API-CMP-STR-MORE
                       MOVE "Y" TO API-CK-EOF
                     ELSE
                       ADD 1 TO API-CMP-STR-CNT
                       MOVE API-REF-KEY(API-CK-SLEN + 1:)
                         TO API-CMP-STR-NAME(API-CMP-STR-CNT)
                       MOVE API-REF-LOW
                         TO API-CMP-STR-LOW(API-CMP-STR-CNT)
                       MOVE API-REF-HIGH
                         TO API-CMP-STR-HIGH(API-CMP-STR-CNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           END-IF.

           *> 城市候選 (部分城市名；空白時列該國城市)
           MOVE SPACES TO API-CK-PREFIX.
           STRING
             "L;" DELIMITED BY SIZE
             FUNCTION TRIM(API-CK-CTRY) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO API-CK-PREFIX
           END-STRING.
           MOVE LENGTH OF FUNCTION TRIM(API-CK-PREFIX) TO API-CK-SLEN.
           IF API-CK-CITY NOT = SPACES
             MOVE API-CK-CITY TO API-CK-PREFIX(API-CK-SLEN + 1:)
           END-IF.
           MOVE LENGTH OF FUNCTION TRIM(API-CK-PREFIX) TO API-CK-PLEN.
           PERFORM API-CMP-START-PARA.
           PERFORM UNTIL API-CK-EOF = "Y"
             READ API-REF-FILE NEXT RECORD
               AT END
                 MOVE "Y" TO API-CK-EOF
               NOT AT END
                 IF API-REF-KEY(1:API-CK-PLEN) NOT =
                    API-CK-PREFIX(1:API-CK-PLEN)
                   MOVE "Y" TO API-CK-EOF
                 ELSE
                   IF API-CMP-CITY-CNT >= API-CK-LIMIT
                     MOVE "Y" TO API-CMP-CITY-MORE
                     MOVE "Y" TO API-CK-EOF
                   ELSE
                     ADD 1 TO API-CMP-CITY-CNT
                     MOVE API-REF-KEY(API-CK-SLEN + 1:)
                       TO API-CMP-CITY-NAME(API-CMP-CITY-CNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *******************************************************
      *> 共用段落：既有客戶同址比對
      *> 查詢人未具 PII-VIEWER 角色、解析失敗或無重組地址時
      *> 僅回覆錯誤 (未查主檔，不記錄)；
      *> 主檔以 CUSTOMER_ID 順序全檔掃描，正規化鍵完全相同者
      *> 即同址 (門牌/樓層/室號不同者不算同址)
      *******************************************************
       API-MATCH-PARA.
           IF FUNCTION TRIM(API-MCH-REQUESTER) = SPACES
             MOVE SPACES TO LS-API-RESPONSE
             MOVE 1 TO API-RESP-RETCODE
             MOVE "REQUESTER IS REQUIRED FOR ADDRESS MATCH"
               TO API-RESP-ERR-MSG
             EXIT PARAGRAPH
           END-IF.
           *> 查詢人須為已登錄且具 PII-VIEWER 角色之操作員
           MOVE "CHECK" TO SGN-OP.
           MOVE "ADDRESS-API" TO SGN-PROGRAM.
           MOVE "PII-VIEWER" TO SGN-ROLE.
           MOVE API-MCH-REQUESTER TO SGN-OPERATOR.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE SPACES TO LS-API-RESPONSE
             MOVE 1 TO API-RESP-RETCODE
             STRING
               "REQUESTER NOT AUTHORIZED FOR ADDRESS MATCH - "
                 DELIMITED BY SIZE
               FUNCTION TRIM(SGN-REASON) DELIMITED BY SIZE
               INTO API-RESP-ERR-MSG
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           IF RULES-LOADED-FLAG NOT = "Y"
             MOVE SPACES TO RULE-DIR
             CALL 'READ-RULE'
           END-IF.

           MOVE SPACES TO LS-FORMATTER.
           MOVE API-MCH-ADDRESS TO BEFORE-DATA.
           CALL 'FORMATTER-ADDRESS' USING LS-FORMATTER.

           MOVE SPACES TO LS-API-RESPONSE.
           MOVE 0 TO API-RESP-RETCODE API-MCH-CNT API-MCH-RET-CNT
                     API-MCH-UND-CNT.
           MOVE "N" TO API-MCH-MORE.
           MOVE WARNING-MSG TO API-RESP-WARN-MSG.
           MOVE DTLS-LF(23) TO API-MCH-STD-ADDR.
           MOVE DTLS-LF(29)(1:1) TO API-MCH-BUS.

           IF DTLS-LF(19) NOT = SPACES
             MOVE 1 TO API-RESP-RETCODE
             MOVE DTLS-LF(19)(1:200) TO API-RESP-ERR-MSG
             EXIT PARAGRAPH
           END-IF.

           MOVE DTLS-LF(23) TO API-NORM-IN.
           PERFORM API-NORM-PARA.
           MOVE API-NORM-OUT TO API-MK-KEY.
           IF API-MK-KEY = SPACES
             MOVE 1 TO API-RESP-RETCODE
             MOVE "ADDRESS COULD NOT BE ASSEMBLED FOR MATCHING"
               TO API-RESP-ERR-MSG
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT API-MST-FILE.
           IF API-MST-STATUS NOT = "00"
             MOVE 1 TO API-RESP-RETCODE
             STRING
               "MASTER FILE output\AddressMaster.dat NOT "
                 DELIMITED BY SIZE
               "AVAILABLE (STATUS " DELIMITED BY SIZE
               API-MST-STATUS DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO API-RESP-ERR-MSG
             END-STRING
             EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO API-MST-CUSTID.
           START API-MST-FILE KEY NOT < API-MST-CUSTID
             INVALID KEY
               MOVE "10" TO API-MST-STATUS
           END-START.
           PERFORM UNTIL API-MST-STATUS NOT = "00"
             READ API-MST-FILE NEXT
               AT END
                 MOVE "10" TO API-MST-STATUS
               NOT AT END
                 MOVE API-MST-ADDRESS TO API-NORM-IN
                 PERFORM API-NORM-PARA
                 IF API-NORM-OUT = API-MK-KEY
                   ADD 1 TO API-MCH-CNT
                   IF API-MCH-RET-CNT >= 50
                     MOVE "Y" TO API-MCH-MORE
                   ELSE
                     ADD 1 TO API-MCH-RET-CNT
                     MOVE API-MST-CUSTID
                       TO API-MCH-CUSTID(API-MCH-RET-CNT)
                     MOVE "N" TO API-MCH-UNDEL(API-MCH-RET-CNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE API-MST-FILE.
           MOVE "00" TO API-MST-STATUS.

           *> 無法投遞狀態 (客戶;原因;標記日;來源，已解除者
           *> 已由 EXECUTE 回寫時排除)
           IF API-MCH-RET-CNT > 0
             OPEN INPUT API-UND-FILE
             PERFORM UNTIL API-UND-STATUS NOT = "00"
               READ API-UND-FILE
                 AT END
                   MOVE "10" TO API-UND-STATUS
                 NOT AT END
                   MOVE SPACES TO API-UND-ID
                   UNSTRING API-UND-REC DELIMITED BY ";"
                       INTO API-UND-ID
                   PERFORM VARYING API-MK-I FROM 1 BY 1
                             UNTIL API-MK-I > API-MCH-RET-CNT
                     IF API-MCH-CUSTID(API-MK-I) =
                        FUNCTION TRIM(API-UND-ID)
                        AND API-MCH-UNDEL(API-MK-I) = "N"
                       MOVE "Y" TO API-MCH-UNDEL(API-MK-I)
                       ADD 1 TO API-MCH-UND-CNT
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             IF API-UND-STATUS NOT = "35"
               CLOSE API-UND-FILE
             END-IF
             MOVE "00" TO API-UND-STATUS
           END-IF.

           *> 個資查閱記錄 (每個回覆之客戶一列；無同址客戶一列)
           IF API-MCH-RET-CNT = 0
             MOVE SPACES TO API-UND-ID
             PERFORM API-MATCH-LOG-PARA
           ELSE
             PERFORM VARYING API-MK-I FROM 1 BY 1
                       UNTIL API-MK-I > API-MCH-RET-CNT
               MOVE API-MCH-CUSTID(API-MK-I) TO API-UND-ID
               PERFORM API-MATCH-LOG-PARA
             END-PERFORM
           END-IF.

      *******************************************************
      *> 共用段落：同址比對查閱記錄 (查詢人/時戳/客戶/模式)
      *******************************************************
       API-MATCH-LOG-PARA.
           MOVE FUNCTION CURRENT-DATE TO API-MK-TS.
           MOVE SPACES TO API-MK-TXT.
           STRING
             API-MK-TS(1:14) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(API-MCH-REQUESTER) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(API-UND-ID) DELIMITED BY SIZE
             ";ADDR-MATCH" DELIMITED BY SIZE
             INTO API-MK-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AddressAccess_Log.csv" TO LCH-PATH.
           MOVE "TIMESTAMP;REQUESTER;CUSTOMER_ID;MODE" TO LCH-HEADER.
           MOVE API-MK-TXT(1:150) TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

      *******************************************************
      *> 共用段落：歸戶正規化 (API-NORM-IN -> API-NORM-OUT，
      *> 轉大寫、僅留英數之前 200 碼，同 EXECUTE HH-KEY-PARA)
      *******************************************************
       API-NORM-PARA.
           MOVE SPACES TO API-NORM-OUT.
           MOVE 0 TO API-NORM-POS.
           IF API-NORM-IN = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE LENGTH OF FUNCTION TRIM(API-NORM-IN) TO API-NORM-LEN.
           PERFORM VARYING API-NORM-K FROM 1 BY 1
                     UNTIL API-NORM-K > API-NORM-LEN
                        OR API-NORM-POS >= 200
             MOVE API-NORM-IN(API-NORM-K:1) TO API-NORM-CH
             IF (API-NORM-CH >= "0" AND API-NORM-CH <= "9") OR
                (API-NORM-CH >= "A" AND API-NORM-CH <= "Z")
               ADD 1 TO API-NORM-POS
               MOVE API-NORM-CH TO API-NORM-OUT(API-NORM-POS:1)
             ELSE
               IF API-NORM-CH >= "a" AND API-NORM-CH <= "z"
                 ADD 1 TO API-NORM-POS
                 MOVE FUNCTION UPPER-CASE(API-NORM-CH)
                   TO API-NORM-OUT(API-NORM-POS:1)
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：以 API-CK-PREFIX 定位 (鍵值 >= 前綴)
      *******************************************************
       API-CMP-START-PARA.
           MOVE "N" TO API-CK-EOF.
           MOVE API-CK-PREFIX TO API-REF-KEY.
           START API-REF-FILE KEY IS NOT LESS THAN API-REF-KEY
             INVALID KEY
               MOVE "Y" TO API-CK-EOF
           END-START.
       END PROGRAM ADDRESS-API.
