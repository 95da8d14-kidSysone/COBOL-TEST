       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCAN-TRACK.

      *******************************************************
      *> 郵件投遞軌跡 (業者掃描事件) 與運送時效報表程式
      *> ACK-RECON 只確認業者收件，收件後郵件去向即不得而知。
      *> 本程式：
      *>   - SCAN.PARM 指定 MAILING-ID 時，將本次交寄的
      *>     UPU_Address_<通路>.csv (通路取自
      *>     input\CountryRouting.csv；無路由檔時讀
      *>     UPU_Address.csv，通路記為 ALL) 逐件登錄至郵件
      *>     狀態檔 output\PieceStatus.dat (鍵：CUSTOMER_ID +
      *>     MAILING-ID，S10 追蹤號碼為次鍵)
      *>   - 讀取業者掃描事件檔 input\ScanEvents.csv
      *>     (ITEM_ID;EVENT_CODE;TIMESTAMP;LOCATION)，ITEM_ID
      *>     為 S10 追蹤號碼或 CUSTOMER_ID (後者取該客戶最近
      *>     一次交寄；通路分檔與業者事件帶的是夥伴代號，經
      *>     TOKEN-VAULT 反查回真實 ID)，依事件碼更新件狀態：
      *>     ACCEPTED / IN TRANSIT / HELD AT CUSTOMS /
      *>     DELIVERED / RETURNED；
      *>     無法對應者寫入 output\Scan_Exceptions.csv
      *>   - 妥投事件回寫地址主檔 ADDR-MST-CONFIRMED (妥投日
      *>     較既有確認日新者)，妥投即為地址最佳的確認
      *>   - 依目的國運送時效標準 input\ServiceStandards.csv
      *>     (COUNTRY;DAYS，COUNTRY 為 UPU 檔的 ISO alpha-2，
      *>     "*" 列為預設) 輸出 output\Transit_Report.csv
      *>     (依通路、依國家統計) 與逾時明細
      *>     output\Late_Deliveries.csv；MAILING-ID 空白時
      *>     報表涵蓋狀態檔全部郵件
      *>   - 結果附加至 AuditLog.csv 備查；有逾時件時 RC=4；
      *>     EXECUTE 執行中 (EXECUTE.lock 存在) 時拒絕作業
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT ST-PARM-FILE ASSIGN
             TO "SCAN.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ST-PARM-STATUS.

           SELECT ST-PS-FILE ASSIGN
             TO "output\PieceStatus.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ST-PS-KEY
             ALTERNATE RECORD KEY IS ST-PS-S10 WITH DUPLICATES
             FILE STATUS IS ST-PS-STATUS.

           SELECT ST-MASTER-FILE ASSIGN
             TO "output\AddressMaster.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS ST-MST-CUSTID
             FILE STATUS IS ST-MST-STATUS.

           SELECT ST-ROUTE-FILE ASSIGN
             TO "input\CountryRouting.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ST-ROUTE-STATUS.

           SELECT ST-UPU-FILE ASSIGN
             TO ST-UPU-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ST-UPU-STATUS.

           SELECT ST-STD-FILE ASSIGN
             TO "input\ServiceStandards.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ST-STD-STATUS.

           SELECT ST-SCAN-FILE ASSIGN
             TO "input\ScanEvents.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ST-SCAN-STATUS.

           SELECT ST-EXC-FILE ASSIGN
             TO "output\Scan_Exceptions.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ST-RPT-FILE ASSIGN
             TO "output\Transit_Report.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ST-LATE-FILE ASSIGN
             TO "output\Late_Deliveries.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ST-LOCK-FILE ASSIGN
             TO "output\EXECUTE.lock"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ST-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ST-PARM-FILE.
         01 ST-PARM-REC PIC X(80).

       FD ST-PS-FILE.
         01 ST-PS-REC.
            05 ST-PS-KEY.
               10 ST-PS-CUSTID  PIC X(50).
               10 ST-PS-MAILING PIC X(10).
            05 ST-PS-S10        PIC X(13).
            05 ST-PS-CHAN       PIC X(20).
            05 ST-PS-CTRY       PIC X(35).
            05 ST-PS-STATE      PIC X(16).
            05 ST-PS-ACC-TS     PIC X(14).
            05 ST-PS-LAST-TS    PIC X(14).
            05 ST-PS-LAST-CODE  PIC X(10).
            05 ST-PS-LAST-LOC   PIC X(35).
            05 ST-PS-DLV-TS     PIC X(14).
            05 ST-PS-EVT-CNT    PIC 9(5).

       FD ST-MASTER-FILE.
         01 ST-MST-REC.
            05 ST-MST-CUSTID    PIC X(50).
            05 ST-MST-ADDRESS   PIC X(2000).
            05 ST-MST-ALT-DELIV PIC X(100).
            05 ST-MST-ALT-ADDR  PIC X(2000).
            05 ST-MST-ALT-FROM  PIC X(4).
            05 ST-MST-ALT-TO    PIC X(4).
            05 ST-MST-SRC       PIC X(20).
            05 ST-MST-SCORE     PIC 9(3).
            05 ST-MST-FWD-ADDR  PIC X(2000).
            05 ST-MST-FWD-UNTIL PIC X(8).
            05 ST-MST-CONFIRMED PIC X(8).
            05 ST-MST-LIN-BATCH PIC X(10).
            05 ST-MST-LIN-SRC   PIC X(20).
            05 ST-MST-LIN-FILE  PIC X(40).
            05 ST-MST-LIN-LINE  PIC 9(7).
            05 ST-MST-LIN-RULE  PIC X(30).
            05 ST-MST-LINE-HASH PIC 9(12).
            05 ST-MST-LIN-CTRY  PIC X(35).
            05 ST-MST-LIN-TYPE  PIC X(8).
            05 ST-MST-LIN-WARN  PIC X(30).
            05 ST-MST-OVR-FLAG  PIC X.
            05 ST-MST-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
            05 ST-MST-OVR-CTRY  PIC X(35).
            05 ST-MST-OVR-ZIP   PIC X(16).
            05 ST-MST-OVR-TOWN  PIC X(35).
            05 ST-MST-OVR-REASON PIC X(40).
            05 ST-MST-OVR-OPER  PIC X(20).
            05 ST-MST-OVR-DATE  PIC X(8).
            05 ST-MST-OVR-SRC-HASH PIC 9(12).
            05 ST-MST-OVR-SUSP-DATE PIC X(8).
            05 ST-MST-USE-CODE  PIC X(8).

       FD ST-ROUTE-FILE.
         01 ST-ROUTE-REC PIC X(80).

       FD ST-UPU-FILE.
         01 ST-UPU-REC PIC X(600).

       FD ST-STD-FILE.
         01 ST-STD-REC PIC X(80).

       FD ST-SCAN-FILE.
         01 ST-SCAN-REC PIC X(200).

       FD ST-EXC-FILE.
         01 ST-EXC-REC PIC X(250).

       FD ST-RPT-FILE.
         01 ST-RPT-REC PIC X(200).

       FD ST-LATE-FILE.
         01 ST-LATE-REC PIC X(250).

       FD ST-LOCK-FILE.
         01 ST-LOCK-REC PIC X(40).

       WORKING-STORAGE SECTION.
       01 ST-PARM-STATUS  PIC XX VALUE "00".
       01 ST-PS-STATUS    PIC XX VALUE "00".
       01 ST-MST-STATUS   PIC XX VALUE "00".
       01 ST-ROUTE-STATUS PIC XX VALUE "00".
       01 ST-UPU-STATUS   PIC XX VALUE "00".
       01 ST-STD-STATUS   PIC XX VALUE "00".
       01 ST-SCAN-STATUS  PIC XX VALUE "00".
       01 ST-LOCK-STATUS  PIC XX VALUE "00".
       01 ST-UPU-PATH     PIC X(160).

       01 ST-PARMS.
          05 ST-KEY        PIC X(30).
          05 ST-VAL        PIC X(50).
          05 ST-MAILING    PIC X(10) VALUE SPACES.

       *> 交寄通路清單 (路由檔第 2 欄去重，另含預設通路)
       01 ST-CHAN-TBL.
          05 ST-CH-NAME    PIC X(20) OCCURS 100 TIMES.
          05 ST-CH-COUNT   PIC 9(3) VALUE 0.
          05 ST-CH-I       PIC 9(3) VALUE 0.
          05 ST-CH-FOUND   PIC 9(3) VALUE 0.
          05 ST-CH-CMP     PIC X(20).
          05 ST-ROUTE-TOK  PIC X(35) OCCURS 3 TIMES.

       *> UPU 列欄位 (第 14 欄 COUNTRY、16 CUSTOMER_ID、
       *> 18 TRACKING_NUMBER)
       01 ST-UPU-FLDS.
          05 ST-U-TOK      PIC X(70) OCCURS 18 TIMES.

       *> 目的國運送時效標準 (天)
       01 ST-STD-TBL.
          05 ST-STD-CTRY   PIC X(35) OCCURS 300 TIMES.
          05 ST-STD-DAYS   PIC 9(3) OCCURS 300 TIMES.
          05 ST-STD-COUNT  PIC 9(3) VALUE 0.
          05 ST-STD-I      PIC 9(3) VALUE 0.
          05 ST-STD-DFLT   PIC 9(3) VALUE 0.
          05 ST-STD-TOK1   PIC X(35).
          05 ST-STD-TOK2   PIC X(10).

       *> 掃描事件列拆分
       01 ST-SCAN-FLDS.
          05 ST-ITEM       PIC X(50).
          05 ST-CODE       PIC X(20).
          05 ST-TS         PIC X(20).
          05 ST-LOC        PIC X(35).
          05 ST-NEW-STATE  PIC X(16).
          05 ST-EXC-REASON PIC X(40).
          05 ST-FOUND      PIC X VALUE "N".
          05 ST-LAST-KEY   PIC X(60).
          05 ST-TS-DATE    PIC 9(8).

       *> 依通路/依國家統計
       01 ST-GRP-TBL.
          05 ST-G-ENTRY OCCURS 400 TIMES.
             10 ST-G-TYPE     PIC X(7).
             10 ST-G-KEY      PIC X(35).
             10 ST-G-PIECES   PIC 9(7).
             10 ST-G-ACC      PIC 9(7).
             10 ST-G-DLV      PIC 9(7).
             10 ST-G-ONTIME   PIC 9(7).
             10 ST-G-LATE     PIC 9(7).
             10 ST-G-OVERDUE  PIC 9(7).
             10 ST-G-RET      PIC 9(7).
             10 ST-G-DAYS     PIC 9(9).
       01 ST-GRP-WORK.
          05 ST-G-COUNT    PIC 9(3) VALUE 0.
          05 ST-G-I        PIC 9(3) VALUE 0.
          05 ST-G-HIT      PIC 9(3) VALUE 0.
          05 ST-G-CUR-TYPE PIC X(7).
          05 ST-G-CUR-KEY  PIC X(35).
          05 ST-G-FULL     PIC X VALUE "N".

       01 ST-WORK.
          05 ST-TODAY      PIC 9(8).
          05 ST-ACC-DATE   PIC 9(8).
          05 ST-DLV-DATE   PIC 9(8).
          05 ST-DAYS       PIC S9(5) VALUE 0.
          05 ST-STD        PIC 9(3) VALUE 0.
          05 ST-LATE-FLAG  PIC X VALUE "N".
          05 ST-REG-CNT    PIC 9(7) VALUE 0.
          05 ST-SCAN-CNT   PIC 9(7) VALUE 0.
          05 ST-APPLY-CNT  PIC 9(7) VALUE 0.
          05 ST-EXC-CNT    PIC 9(7) VALUE 0.
          05 ST-CONF-CNT   PIC 9(7) VALUE 0.
          05 ST-LATE-CNT   PIC 9(7) VALUE 0.
          05 ST-MST-OPEN   PIC X VALUE "N".
          05 ST-CNT-FMT    PIC Z(6)9.
          05 ST-CNT-FMT2   PIC Z(6)9.
          05 ST-CNT-FMT3   PIC Z(6)9.
          05 ST-CNT-FMT4   PIC Z(6)9.
          05 ST-CNT-FMT5   PIC Z(6)9.
          05 ST-CNT-FMT6   PIC Z(6)9.
          05 ST-CNT-FMT7   PIC Z(6)9.
          05 ST-DAYS-FMT   PIC -(4)9.
          05 ST-STD-FMT    PIC ZZ9.
          05 ST-AVG        PIC 9(5)V9 VALUE 0.
          05 ST-AVG-FMT    PIC Z(4)9.9.
          05 ST-PCT        PIC 9(3)V9 VALUE 0.
          05 ST-PCT-FMT    PIC ZZ9.9.
          05 ST-TXT        PIC X(250).
          05 ST-TS-NOW     PIC X(21).
          05 ST-TS-FMT     PIC X(14).

      *> TOKEN-VAULT 用 (夥伴代號反查，見 COPY-TOKEN.cpy)
           COPY "COPY-TOKEN.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> 主檔正由 EXECUTE 逐筆改寫時不得動它
      *******************************************************
           OPEN INPUT ST-LOCK-FILE.
           IF ST-LOCK-STATUS = "00"
             CLOSE ST-LOCK-FILE
             DISPLAY "*** REFUSED: output\EXECUTE.lock PRESENT - "
               "A BATCH RUN IS IN PROGRESS ***"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO ST-TS-NOW.
           MOVE ST-TS-NOW(1:8) TO ST-TODAY.

      *******************************************************
      *> SCAN.PARM 讀取 (MAILING-ID)
      *******************************************************
           OPEN INPUT ST-PARM-FILE.
           IF ST-PARM-STATUS = "00"
             PERFORM UNTIL ST-PARM-STATUS NOT = "00"
               READ ST-PARM-FILE
                 AT END
                   MOVE "10" TO ST-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(ST-PARM-REC) NOT = SPACES
                      AND ST-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO ST-KEY ST-VAL
                     UNSTRING ST-PARM-REC DELIMITED BY "="
                         INTO ST-KEY ST-VAL
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(ST-KEY)) TO ST-KEY
                     IF FUNCTION TRIM(ST-KEY) = "MAILING-ID"
                       MOVE FUNCTION TRIM(ST-VAL) TO ST-MAILING
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ST-PARM-FILE
           END-IF.

      *******************************************************
      *> 郵件狀態檔開啟 (首次使用時建立)
      *******************************************************
           OPEN I-O ST-PS-FILE.
           IF ST-PS-STATUS = "35"
             OPEN OUTPUT ST-PS-FILE
             CLOSE ST-PS-FILE
             OPEN I-O ST-PS-FILE
           END-IF.
           IF ST-PS-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN output\PieceStatus.dat (STATUS "
               ST-PS-STATUS ")"
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.

           OPEN I-O ST-MASTER-FILE.
           IF ST-MST-STATUS = "00"
             MOVE "Y" TO ST-MST-OPEN
           ELSE
             DISPLAY "MASTER NOT AVAILABLE (STATUS " ST-MST-STATUS
               ") - DELIVERY CONFIRMATIONS NOT APPLIED"
           END-IF.

      *******************************************************
      *> 本次交寄登錄 (MAILING-ID 有指定時)
      *******************************************************
           IF ST-MAILING NOT = SPACES
             PERFORM ST-REGISTER-PARA
           END-IF.

      *******************************************************
      *> 掃描事件套用
      *******************************************************
           OPEN OUTPUT ST-EXC-FILE.
           MOVE "ITEM_ID;EVENT_CODE;TIMESTAMP;LOCATION;REASON"
             TO ST-EXC-REC.
           WRITE ST-EXC-REC.

           OPEN INPUT ST-SCAN-FILE.
           IF ST-SCAN-STATUS = "00"
             PERFORM UNTIL ST-SCAN-STATUS NOT = "00"
               READ ST-SCAN-FILE
                 AT END
                   MOVE "10" TO ST-SCAN-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(ST-SCAN-REC) NOT = SPACES
                      AND ST-SCAN-REC(1:1) NOT = "*"
                      AND ST-SCAN-REC(1:8) NOT = "ITEM_ID;"
                     ADD 1 TO ST-SCAN-CNT
                     PERFORM ST-EVENT-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ST-SCAN-FILE
           ELSE
             DISPLAY "NO SCAN EVENT FILE (input\ScanEvents.csv) - "
               "REPORTING CURRENT STATUS ONLY"
           END-IF.
           CLOSE ST-EXC-FILE.
           IF ST-MST-OPEN = "Y"
             CLOSE ST-MASTER-FILE
           END-IF.

      *******************************************************
      *> 運送時效標準載入
      *******************************************************
           OPEN INPUT ST-STD-FILE.
           IF ST-STD-STATUS = "00"
             PERFORM UNTIL ST-STD-STATUS NOT = "00"
               READ ST-STD-FILE
                 AT END
                   MOVE "10" TO ST-STD-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(ST-STD-REC) NOT = SPACES
                      AND ST-STD-REC(1:8) NOT = "COUNTRY;"
                     MOVE SPACES TO ST-STD-TOK1 ST-STD-TOK2
                     UNSTRING ST-STD-REC DELIMITED BY ";"
                         INTO ST-STD-TOK1 ST-STD-TOK2
                     IF FUNCTION TRIM(ST-STD-TOK2) IS NUMERIC
                       IF FUNCTION TRIM(ST-STD-TOK1) = "*"
                         MOVE FUNCTION NUMVAL(ST-STD-TOK2)
                           TO ST-STD-DFLT
                       ELSE
                         IF ST-STD-COUNT < 300
                           ADD 1 TO ST-STD-COUNT
                           MOVE FUNCTION UPPER-CASE(
                                  FUNCTION TRIM(ST-STD-TOK1))
                             TO ST-STD-CTRY(ST-STD-COUNT)
                           MOVE FUNCTION NUMVAL(ST-STD-TOK2)
                             TO ST-STD-DAYS(ST-STD-COUNT)
                         END-IF
                       END-IF
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ST-STD-FILE
           END-IF.

      *******************************************************
      *> 時效統計：逐件掃狀態檔 (指定 MAILING-ID 者僅該批)
      *******************************************************
           OPEN OUTPUT ST-LATE-FILE.
           MOVE SPACES TO ST-TXT.
           STRING
             "MAILING_ID;CUSTOMER_ID;TRACKING_NUMBER;CHANNEL;"
               DELIMITED BY SIZE
             "COUNTRY;STATUS;ACCEPTED;DELIVERED;TRANSIT_DAYS;"
               DELIMITED BY SIZE
             "STANDARD_DAYS" DELIMITED BY SIZE
             INTO ST-TXT
           END-STRING.
           MOVE ST-TXT TO ST-LATE-REC.
           WRITE ST-LATE-REC.

           MOVE LOW-VALUES TO ST-PS-KEY.
           START ST-PS-FILE KEY NOT < ST-PS-KEY
             INVALID KEY
               MOVE "10" TO ST-PS-STATUS
           END-START.
           PERFORM UNTIL ST-PS-STATUS NOT = "00"
             READ ST-PS-FILE NEXT RECORD
               AT END
                 MOVE "10" TO ST-PS-STATUS
               NOT AT END
                 IF ST-MAILING = SPACES
                    OR ST-PS-MAILING = ST-MAILING
                   PERFORM ST-TALLY-PARA
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ST-LATE-FILE.
           CLOSE ST-PS-FILE.
           MOVE "CLOSE" TO TKN-OP.
           CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT.

           OPEN OUTPUT ST-RPT-FILE.
           MOVE SPACES TO ST-TXT.
           STRING
             "GROUP_TYPE;GROUP_KEY;PIECES;ACCEPTED;DELIVERED;"
               DELIMITED BY SIZE
             "ON_TIME;LATE;OVERDUE_OPEN;RETURNED;AVG_TRANSIT_DAYS;"
               DELIMITED BY SIZE
             "ON_TIME_PCT" DELIMITED BY SIZE
             INTO ST-TXT
           END-STRING.
           MOVE ST-TXT TO ST-RPT-REC.
           WRITE ST-RPT-REC.
           PERFORM VARYING ST-G-I FROM 1 BY 1
                     UNTIL ST-G-I > ST-G-COUNT
             PERFORM ST-RPT-LINE-PARA
           END-PERFORM.
           CLOSE ST-RPT-FILE.

      *******************************************************
      *> 稽核記錄與收尾
      *******************************************************
           MOVE ST-TS-NOW(1:14) TO ST-TS-FMT.
           MOVE ST-REG-CNT TO ST-CNT-FMT.
           MOVE ST-APPLY-CNT TO ST-CNT-FMT2.
           MOVE ST-EXC-CNT TO ST-CNT-FMT3.
           MOVE ST-CONF-CNT TO ST-CNT-FMT4.
           MOVE ST-LATE-CNT TO ST-CNT-FMT5.
           MOVE SPACES TO ST-TXT.
           STRING
             FUNCTION TRIM(ST-TS-FMT) DELIMITED BY SIZE
             ";SCAN-TRACK;MAILING=" DELIMITED BY SIZE
             FUNCTION TRIM(ST-MAILING) DELIMITED BY SIZE
             ";REGISTERED=" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT) DELIMITED BY SIZE
             ";EVENTS=" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT2) DELIMITED BY SIZE
             ";EXCEPTIONS=" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT3) DELIMITED BY SIZE
             ";CONFIRMED=" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT4) DELIMITED BY SIZE
             ";LATE=" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT5) DELIMITED BY SIZE
             INTO ST-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE ST-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

           DISPLAY "SCAN TRACKING COMPLETE - "
             FUNCTION TRIM(ST-CNT-FMT2) " EVENTS APPLIED, "
             FUNCTION TRIM(ST-CNT-FMT3) " EXCEPTIONS, "
             FUNCTION TRIM(ST-CNT-FMT4) " ADDRESSES CONFIRMED".
           IF ST-G-FULL = "Y"
             DISPLAY "*** WARNING: GROUP TABLE FULL - "
               "Transit_Report.csv INCOMPLETE ***"
           END-IF.
           IF ST-LATE-CNT > 0
             DISPLAY "*** ALERT: " FUNCTION TRIM(ST-CNT-FMT5)
               " PIECES LATE OR OVERDUE - SEE "
               "output\Late_Deliveries.csv ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：本次交寄登錄 (UPU_Address_<通路>.csv 逐件
      *> 寫入狀態檔；已登錄者不重複)
      *******************************************************
       ST-REGISTER-PARA.
           OPEN INPUT ST-ROUTE-FILE.
           IF ST-ROUTE-STATUS = "00"
             PERFORM UNTIL ST-ROUTE-STATUS NOT = "00"
               READ ST-ROUTE-FILE
                 AT END
                   MOVE "10" TO ST-ROUTE-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(ST-ROUTE-REC) NOT = SPACES
                      AND ST-ROUTE-REC(1:1) NOT = "*"
                     MOVE SPACES TO ST-ROUTE-TOK(1) ST-ROUTE-TOK(2)
                     UNSTRING ST-ROUTE-REC DELIMITED BY ";"
                         INTO ST-ROUTE-TOK(1) ST-ROUTE-TOK(2)
                     MOVE FUNCTION TRIM(ST-ROUTE-TOK(2))
                       TO ST-CH-CMP
                     PERFORM ST-CH-ADD-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE ST-ROUTE-FILE
             *> 查無路由列者 EXECUTE 一律走下列預設通路
             MOVE "REST_OF_WORLD" TO ST-CH-CMP
             PERFORM ST-CH-ADD-PARA
             MOVE "MILITARY" TO ST-CH-CMP
             PERFORM ST-CH-ADD-PARA
             PERFORM VARYING ST-CH-I FROM 1 BY 1
                       UNTIL ST-CH-I > ST-CH-COUNT
               MOVE SPACES TO ST-UPU-PATH
               STRING
                 "output\UPU_Address_" DELIMITED BY SIZE
                 FUNCTION TRIM(ST-CH-NAME(ST-CH-I)) DELIMITED BY SIZE
                 ".csv" DELIMITED BY SIZE
                 INTO ST-UPU-PATH
               END-STRING
               MOVE ST-CH-NAME(ST-CH-I) TO ST-CH-CMP
               PERFORM ST-UPU-READ-PARA
             END-PERFORM
           ELSE
             MOVE "output\UPU_Address.csv" TO ST-UPU-PATH
             MOVE "ALL" TO ST-CH-CMP
             PERFORM ST-UPU-READ-PARA
           END-IF.

      *******************************************************
      *> 共用段落：通路清單登錄 (ST-CH-CMP，去重)
      *******************************************************
       ST-CH-ADD-PARA.
           IF ST-CH-CMP = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO ST-CH-FOUND.
           PERFORM VARYING ST-CH-I FROM 1 BY 1
                     UNTIL ST-CH-I > ST-CH-COUNT
             IF ST-CH-NAME(ST-CH-I) = ST-CH-CMP
               MOVE ST-CH-I TO ST-CH-FOUND
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF ST-CH-FOUND = 0 AND ST-CH-COUNT < 100
             ADD 1 TO ST-CH-COUNT
             MOVE ST-CH-CMP TO ST-CH-NAME(ST-CH-COUNT)
           END-IF.

      *******************************************************
      *> 共用段落：讀一個 UPU 檔 (ST-UPU-PATH，通路 ST-CH-CMP)
      *> 逐件登錄
      *******************************************************
       ST-UPU-READ-PARA.
           OPEN INPUT ST-UPU-FILE.
           IF ST-UPU-STATUS NOT = "00"
             MOVE "00" TO ST-UPU-STATUS
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL ST-UPU-STATUS NOT = "00"
             READ ST-UPU-FILE
               AT END
                 MOVE "10" TO ST-UPU-STATUS
               NOT AT END
                 IF FUNCTION TRIM(ST-UPU-REC) NOT = SPACES
                    AND ST-UPU-REC(1:11) NOT = "DEPARTMENT;"
                   MOVE SPACES TO ST-UPU-FLDS
                   UNSTRING ST-UPU-REC DELIMITED BY ";"
                       INTO ST-U-TOK(1) ST-U-TOK(2) ST-U-TOK(3)
                            ST-U-TOK(4) ST-U-TOK(5) ST-U-TOK(6)
                            ST-U-TOK(7) ST-U-TOK(8) ST-U-TOK(9)
                            ST-U-TOK(10) ST-U-TOK(11) ST-U-TOK(12)
                            ST-U-TOK(13) ST-U-TOK(14) ST-U-TOK(15)
                            ST-U-TOK(16) ST-U-TOK(17) ST-U-TOK(18)
                   *> 通路分檔帶該通路代號，登錄前反查真實 ID
                   MOVE FUNCTION TRIM(ST-U-TOK(16)) TO ST-U-TOK(16)
                   IF ST-U-TOK(16)(1:2) = "TK"
                     MOVE "DETOKEN" TO TKN-OP
                     MOVE ST-CH-CMP TO TKN-PARTNER
                     MOVE ST-U-TOK(16) TO TKN-TOKEN
                     CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
                     IF TKN-RESULT = "Y"
                       MOVE TKN-CUSTID TO ST-U-TOK(16)
                     END-IF
                   END-IF
                   IF FUNCTION TRIM(ST-U-TOK(16)) NOT = SPACES
                     MOVE SPACES TO ST-PS-REC
                     MOVE FUNCTION TRIM(ST-U-TOK(16)) TO ST-PS-CUSTID
                     MOVE ST-MAILING TO ST-PS-MAILING
                     MOVE FUNCTION TRIM(ST-U-TOK(18)) TO ST-PS-S10
                     MOVE ST-CH-CMP TO ST-PS-CHAN
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(ST-U-TOK(14)))
                       TO ST-PS-CTRY
                     MOVE "REGISTERED" TO ST-PS-STATE
                     MOVE 0 TO ST-PS-EVT-CNT
                     WRITE ST-PS-REC
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         ADD 1 TO ST-REG-CNT
                     END-WRITE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE ST-UPU-FILE.
           MOVE "00" TO ST-UPU-STATUS.

      *******************************************************
      *> 共用段落：一筆掃描事件套用
      *******************************************************
       ST-EVENT-PARA.
           MOVE SPACES TO ST-ITEM ST-CODE ST-TS ST-LOC ST-EXC-REASON.
           UNSTRING ST-SCAN-REC DELIMITED BY ";"
               INTO ST-ITEM ST-CODE ST-TS ST-LOC.
           MOVE FUNCTION TRIM(ST-ITEM) TO ST-ITEM.
           *> 業者以代號回報者反查真實 ID (代號不分通路查找)
           IF ST-ITEM(1:2) = "TK"
             MOVE "DETOKEN" TO TKN-OP
             MOVE SPACES TO TKN-PARTNER
             MOVE ST-ITEM TO TKN-TOKEN
             CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
             IF TKN-RESULT = "Y"
               MOVE TKN-CUSTID TO ST-ITEM
             END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(ST-CODE))
             TO ST-CODE.
           MOVE FUNCTION TRIM(ST-TS) TO ST-TS.

           *> 事件碼：UPU EMSEVT 碼或業者文字碼
           EVALUATE ST-CODE
             WHEN "EMA"
             WHEN "ACCEPTED"
               MOVE "ACCEPTED" TO ST-NEW-STATE
             WHEN "EMB"
             WHEN "EMC"
             WHEN "EMD"
             WHEN "EMF"
             WHEN "EMG"
             WHEN "EMH"
             WHEN "EMJ"
             WHEN "EMK"
             WHEN "IN TRANSIT"
             WHEN "TRANSIT"
               MOVE "IN TRANSIT" TO ST-NEW-STATE
             WHEN "EME"
             WHEN "EXA"
             WHEN "EXB"
             WHEN "CUSTOMS"
               MOVE "HELD AT CUSTOMS" TO ST-NEW-STATE
             WHEN "EMI"
             WHEN "DELIVERED"
               MOVE "DELIVERED" TO ST-NEW-STATE
             WHEN "RTS"
             WHEN "RETURNED"
               MOVE "RETURNED" TO ST-NEW-STATE
             WHEN OTHER
               MOVE "UNKNOWN EVENT CODE" TO ST-EXC-REASON
           END-EVALUATE.

           IF ST-EXC-REASON = SPACES
             IF ST-TS(1:8) IS NOT NUMERIC
               MOVE "INVALID TIMESTAMP" TO ST-EXC-REASON
             ELSE
               MOVE ST-TS(1:8) TO ST-TS-DATE
               IF FUNCTION TEST-DATE-YYYYMMDD(ST-TS-DATE) NOT = 0
                 MOVE "INVALID TIMESTAMP" TO ST-EXC-REASON
               END-IF
             END-IF
           END-IF.
           IF ST-EXC-REASON = SPACES
             PERFORM ST-FIND-PARA
             IF ST-FOUND = "N"
               MOVE "ITEM NOT REGISTERED" TO ST-EXC-REASON
             END-IF
           END-IF.
           IF ST-EXC-REASON NOT = SPACES
             ADD 1 TO ST-EXC-CNT
             MOVE SPACES TO ST-TXT
             STRING
               FUNCTION TRIM(ST-ITEM) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-CODE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-TS) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-LOC) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-EXC-REASON) DELIMITED BY SIZE
               INTO ST-TXT
             END-STRING
             MOVE ST-TXT TO ST-EXC-REC
             WRITE ST-EXC-REC
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO ST-APPLY-CNT.
           ADD 1 TO ST-PS-EVT-CNT.
           *> 收寄時間取最早的收寄事件；未收到收寄掃描者以
           *> 第一個事件代替
           IF ST-NEW-STATE = "ACCEPTED"
             IF ST-PS-ACC-TS = SPACES OR ST-TS(1:14) < ST-PS-ACC-TS
               MOVE ST-TS(1:14) TO ST-PS-ACC-TS
             END-IF
           ELSE
             IF ST-PS-ACC-TS = SPACES
               MOVE ST-TS(1:14) TO ST-PS-ACC-TS
             END-IF
           END-IF.
           *> 件狀態依事件時間前進；妥投/退回為終局狀態，遲到
           *> 的中途掃描不得蓋回
           IF ST-TS(1:14) >= ST-PS-LAST-TS
             IF (ST-PS-STATE NOT = "DELIVERED"
                 AND ST-PS-STATE NOT = "RETURNED")
                OR ST-NEW-STATE = "DELIVERED"
                OR ST-NEW-STATE = "RETURNED"
               MOVE ST-NEW-STATE TO ST-PS-STATE
             END-IF
             MOVE ST-TS(1:14) TO ST-PS-LAST-TS
             MOVE ST-CODE TO ST-PS-LAST-CODE
             MOVE ST-LOC TO ST-PS-LAST-LOC
           END-IF.
           IF ST-NEW-STATE = "DELIVERED"
             IF ST-PS-DLV-TS = SPACES OR ST-TS(1:14) < ST-PS-DLV-TS
               MOVE ST-TS(1:14) TO ST-PS-DLV-TS
             END-IF
             PERFORM ST-CONFIRM-PARA
           END-IF.
           REWRITE ST-PS-REC
             INVALID KEY
               DISPLAY "PIECE STATUS REWRITE FAILED FOR "
                 FUNCTION TRIM(ST-PS-CUSTID)
           END-REWRITE.

      *******************************************************
      *> 共用段落：掃描件對應狀態檔 (S10 格式者以次鍵查，
      *> 否則視為 CUSTOMER_ID，取最近一次交寄)
      *******************************************************
       ST-FIND-PARA.
           MOVE "N" TO ST-FOUND.
           IF ST-ITEM(1:2) IS ALPHABETIC
              AND ST-ITEM(3:9) IS NUMERIC
              AND ST-ITEM(12:2) IS ALPHABETIC
              AND ST-ITEM(14:1) = SPACE
              AND ST-ITEM(1:2) NOT = SPACES
             MOVE FUNCTION UPPER-CASE(ST-ITEM(1:13)) TO ST-PS-S10
             READ ST-PS-FILE KEY IS ST-PS-S10
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO ST-FOUND
             END-READ
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ST-LAST-KEY.
           MOVE ST-ITEM TO ST-PS-CUSTID.
           MOVE LOW-VALUES TO ST-PS-MAILING.
           START ST-PS-FILE KEY NOT < ST-PS-KEY
             INVALID KEY
               EXIT PARAGRAPH
           END-START.
           PERFORM UNTIL EXIT
             READ ST-PS-FILE NEXT RECORD
               AT END
                 EXIT PERFORM
             END-READ
             IF ST-PS-CUSTID NOT = ST-ITEM
               EXIT PERFORM
             END-IF
             MOVE ST-PS-KEY TO ST-LAST-KEY
           END-PERFORM.
           IF ST-LAST-KEY NOT = SPACES
             MOVE ST-LAST-KEY TO ST-PS-KEY
             READ ST-PS-FILE KEY IS ST-PS-KEY
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO ST-FOUND
             END-READ
           END-IF.

      *******************************************************
      *> 共用段落：妥投回寫主檔 ADDR-MST-CONFIRMED
      *******************************************************
       ST-CONFIRM-PARA.
           IF ST-MST-OPEN NOT = "Y"
             EXIT PARAGRAPH
           END-IF.
           MOVE ST-PS-CUSTID TO ST-MST-CUSTID.
           READ ST-MASTER-FILE
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.
           IF ST-MST-CONFIRMED = SPACES
              OR ST-MST-CONFIRMED IS NOT NUMERIC
              OR ST-TS(1:8) > ST-MST-CONFIRMED
             MOVE ST-TS(1:8) TO ST-MST-CONFIRMED
             REWRITE ST-MST-REC
               INVALID KEY
                 DISPLAY "MASTER REWRITE FAILED FOR "
                   FUNCTION TRIM(ST-MST-CUSTID)
               NOT INVALID KEY
                 ADD 1 TO ST-CONF-CNT
             END-REWRITE
           END-IF.

      *******************************************************
      *> 共用段落：單件時效判定與分組累計；逾時者寫明細
      *******************************************************
       ST-TALLY-PARA.
           MOVE ST-STD-DFLT TO ST-STD.
           PERFORM VARYING ST-STD-I FROM 1 BY 1
                     UNTIL ST-STD-I > ST-STD-COUNT
             IF ST-STD-CTRY(ST-STD-I) = ST-PS-CTRY
               MOVE ST-STD-DAYS(ST-STD-I) TO ST-STD
               EXIT PERFORM
             END-IF
           END-PERFORM.

           MOVE "N" TO ST-LATE-FLAG.
           MOVE 0 TO ST-DAYS.
           IF ST-PS-ACC-TS(1:8) IS NUMERIC
             MOVE ST-PS-ACC-TS(1:8) TO ST-ACC-DATE
             IF ST-PS-DLV-TS(1:8) IS NUMERIC
               MOVE ST-PS-DLV-TS(1:8) TO ST-DLV-DATE
             ELSE
               MOVE ST-TODAY TO ST-DLV-DATE
             END-IF
             COMPUTE ST-DAYS =
               FUNCTION INTEGER-OF-DATE(ST-DLV-DATE)
               - FUNCTION INTEGER-OF-DATE(ST-ACC-DATE)
             *> 無時效標準 (0) 者不判逾時；退回件不計
             IF ST-STD > 0 AND ST-DAYS > ST-STD
                AND ST-PS-STATE NOT = "RETURNED"
               MOVE "Y" TO ST-LATE-FLAG
             END-IF
           END-IF.

           MOVE "CHANNEL" TO ST-G-CUR-TYPE.
           MOVE ST-PS-CHAN TO ST-G-CUR-KEY.
           PERFORM ST-GRP-ADD-PARA.
           MOVE "COUNTRY" TO ST-G-CUR-TYPE.
           MOVE ST-PS-CTRY TO ST-G-CUR-KEY.
           PERFORM ST-GRP-ADD-PARA.

           IF ST-LATE-FLAG = "Y"
             ADD 1 TO ST-LATE-CNT
             MOVE ST-DAYS TO ST-DAYS-FMT
             MOVE ST-STD TO ST-STD-FMT
             MOVE SPACES TO ST-TXT
             STRING
               FUNCTION TRIM(ST-PS-MAILING) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-PS-CUSTID) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-PS-S10) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-PS-CHAN) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-PS-CTRY) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-PS-STATE) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-PS-ACC-TS) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-PS-DLV-TS) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-DAYS-FMT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(ST-STD-FMT) DELIMITED BY SIZE
               INTO ST-TXT
             END-STRING
             MOVE ST-TXT TO ST-LATE-REC
             WRITE ST-LATE-REC
           END-IF.

      *******************************************************
      *> 共用段落：分組累計 (ST-G-CUR-TYPE / ST-G-CUR-KEY)
      *******************************************************
       ST-GRP-ADD-PARA.
           IF ST-G-CUR-KEY = SPACES
             MOVE "(BLANK)" TO ST-G-CUR-KEY
           END-IF.
           MOVE 0 TO ST-G-HIT.
           PERFORM VARYING ST-G-I FROM 1 BY 1
                     UNTIL ST-G-I > ST-G-COUNT
             IF ST-G-TYPE(ST-G-I) = ST-G-CUR-TYPE
                AND ST-G-KEY(ST-G-I) = ST-G-CUR-KEY
               MOVE ST-G-I TO ST-G-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF ST-G-HIT = 0
             IF ST-G-COUNT >= 400
               MOVE "Y" TO ST-G-FULL
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO ST-G-COUNT
             MOVE ST-G-COUNT TO ST-G-HIT
             MOVE ST-G-CUR-TYPE TO ST-G-TYPE(ST-G-HIT)
             MOVE ST-G-CUR-KEY TO ST-G-KEY(ST-G-HIT)
             MOVE 0 TO ST-G-PIECES(ST-G-HIT) ST-G-ACC(ST-G-HIT)
                       ST-G-DLV(ST-G-HIT) ST-G-ONTIME(ST-G-HIT)
                       ST-G-LATE(ST-G-HIT) ST-G-OVERDUE(ST-G-HIT)
                       ST-G-RET(ST-G-HIT) ST-G-DAYS(ST-G-HIT)
           END-IF.
           ADD 1 TO ST-G-PIECES(ST-G-HIT).
           IF ST-PS-ACC-TS NOT = SPACES
             ADD 1 TO ST-G-ACC(ST-G-HIT)
           END-IF.
           EVALUATE TRUE
             WHEN ST-PS-STATE = "DELIVERED"
               ADD 1 TO ST-G-DLV(ST-G-HIT)
               ADD ST-DAYS TO ST-G-DAYS(ST-G-HIT)
               IF ST-LATE-FLAG = "Y"
                 ADD 1 TO ST-G-LATE(ST-G-HIT)
               ELSE
                 ADD 1 TO ST-G-ONTIME(ST-G-HIT)
               END-IF
             WHEN ST-PS-STATE = "RETURNED"
               ADD 1 TO ST-G-RET(ST-G-HIT)
             WHEN ST-LATE-FLAG = "Y"
               ADD 1 TO ST-G-OVERDUE(ST-G-HIT)
           END-EVALUATE.

      *******************************************************
      *> 共用段落：時效報表一列 (ST-G-I)
      *******************************************************
       ST-RPT-LINE-PARA.
           MOVE 0 TO ST-AVG ST-PCT.
           IF ST-G-DLV(ST-G-I) > 0
             COMPUTE ST-AVG ROUNDED =
               ST-G-DAYS(ST-G-I) / ST-G-DLV(ST-G-I)
             COMPUTE ST-PCT ROUNDED =
               ST-G-ONTIME(ST-G-I) * 100 / ST-G-DLV(ST-G-I)
           END-IF.
           MOVE ST-AVG TO ST-AVG-FMT.
           MOVE ST-PCT TO ST-PCT-FMT.
           MOVE ST-G-PIECES(ST-G-I) TO ST-CNT-FMT.
           MOVE ST-G-ACC(ST-G-I) TO ST-CNT-FMT2.
           MOVE ST-G-DLV(ST-G-I) TO ST-CNT-FMT3.
           MOVE ST-G-ONTIME(ST-G-I) TO ST-CNT-FMT4.
           MOVE ST-G-LATE(ST-G-I) TO ST-CNT-FMT5.
           MOVE ST-G-OVERDUE(ST-G-I) TO ST-CNT-FMT6.
           MOVE ST-G-RET(ST-G-I) TO ST-CNT-FMT7.
           MOVE SPACES TO ST-TXT.
           STRING
             FUNCTION TRIM(ST-G-TYPE(ST-G-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ST-G-KEY(ST-G-I)) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT2) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT3) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT4) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT5) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT6) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ST-CNT-FMT7) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ST-AVG-FMT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(ST-PCT-FMT) DELIMITED BY SIZE
             INTO ST-TXT
           END-STRING.
           MOVE ST-TXT TO ST-RPT-REC.
           WRITE ST-RPT-REC.
       END PROGRAM SCAN-TRACK.
