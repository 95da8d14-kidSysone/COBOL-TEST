      *> 序號範圍) 或 REPRINT-LIST (CUSTOMER_ID 清單檔) 挑出
      *> 要補印的記錄，依原順序印至 output\Labels_Reprint.txt
      *> (每張附 REPRINT 標記行)，補印事實 (何人/範圍/時戳)
      *> 附加至 output\AuditLog.csv 供件數稽核；整批印製亦記
      *> 一筆 (LABEL-PRINT;郵寄代號;標籤數;未印數)
      *> 跨境報關：output\Customs_Declaration.csv 有該客戶的
      *> CN22/CN23 報關資料時，標籤下方加印報關資料區塊
      *> (LABEL.PARM CUSTOMS-BLOCK=N 可關閉)
      *> 寄件人區塊：output\Sender_Profiles.csv (EXECUTE 標準化
      *> 後的各業務單位寄件人/退件地址) 在場時，標籤上方加印
      *> 寄件人區塊；該單位無可用寄件人者不印標籤，件數分單位
      *> 回報並以 RC=4 結束
      *> 地址變更確認通知：LABEL.PARM 設 NOTICES=Y 時改讀
      *> output\Change_Notices.csv (EXECUTE 依通知登錄發出，
      *> 舊址/新址各一份)，每份通知印一張標籤至
      *> output\Labels_Notices.txt (通知編號行、CUSTOMER_ID、
      *> 收件地址依逗號分行)
      *> 逐字地址覆寫：VERBATIM 欄為 Y 者，收件地址照操作員設定
      *> 的逐字地址行 (REBUILD 欄，以 "^" 分行) 原樣印出
      *> 姓名行：LABEL.PARM NAME-LINE=FORMAL 時改印 EXECUTE 依
      *> 姓名拆解組成的正式收件人行 (FORMAL_ADDRESSEE，如
      *> Ms Mei Ling Tan)，預設 RAW 照收件人姓名欄
      *> 重產輸出重印：LABEL.PARM 設 SOURCE-DIR=<OUT-REGEN 重產
      *> 目錄> 時，改讀該目錄的 Address_Split.csv 與預分揀檔，
      *> 標籤印至同目錄，稽核列記為 LABEL-REGEN (不重複計件)
      *> 目的國名行：Address_Split.csv 帶 DEST_COUNTRY_LINE (EXECUTE
      *> 依寄件國語言取 CountryNameLocalization.csv 核定國名) 時，
      *> 最後一行改印該核定國名，未在地化者照 COUNTRY 欄大寫
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SPLIT-IN-FILE ASSIGN
             TO LBL-SPLIT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LBL-IN-STATUS.

             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LBL-RPLIST-STATUS.

           SELECT LBL-PARM-FILE ASSIGN
             TO "LABEL.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LBL-DUAL-STATUS.

           SELECT LBL-PSRT-FILE ASSIGN
             TO LBL-PSRT-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LBL-PSRT-STATUS.

             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LBL-DLVP-STATUS.

           SELECT LBL-CUS-FILE ASSIGN
             TO "output\Customs_Declaration.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LBL-CUS-STATUS.

           SELECT LBL-SND-FILE ASSIGN
             TO "output\Sender_Profiles.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LBL-SND-STATUS.

           SELECT LBL-NTC-FILE ASSIGN
             TO "output\Change_Notices.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             STATUS LBL-NTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SPLIT-IN-FILE.
       FD LBL-RPLIST-FILE.
         01 LBL-RPLIST-REC PIC X(60).

       FD LBL-DLVP-FILE.
         01 LBL-DLVP-REC PIC X(50).

       FD LBL-PSRT-FILE.
         01 LBL-PSRT-REC PIC X(1328).

       FD LBL-CUS-FILE.
         01 LBL-CUS-REC PIC X(400).

       FD LBL-SND-FILE.
         01 LBL-SND-REC PIC X(800).

       FD LBL-NTC-FILE.
         01 LBL-NTC-REC PIC X(4300).

       WORKING-STORAGE SECTION.
       01 LBL-IN-STATUS     PIC XX VALUE "00".
       01 LBL-PARM-STATUS   PIC XX VALUE "00".
       01 LBL-DUAL-STATUS   PIC XX VALUE "00".
       01 LBL-PSRT-STATUS   PIC XX VALUE "00".
       01 LBL-RPLIST-STATUS PIC XX VALUE "00".
       01 LBL-CUS-STATUS    PIC XX VALUE "00".
       01 LBL-SND-STATUS    PIC XX VALUE "00".
       01 LBL-NTC-STATUS    PIC XX VALUE "00".
       01 LBL-NTC-FLAG      PIC X VALUE "N".
       01 LBL-OUT-PATH      PIC X(200) VALUE "output\Labels.txt".

       *> 來源目錄 (LABEL.PARM SOURCE-DIR；OUT-REGEN 重產目錄)
       01 LBL-SRC-DATA.
          05 LBL-SRC-DIR    PIC X(150) VALUE SPACES.
          05 LBL-SPLIT-PATH PIC X(200)
             VALUE "output\Address_Split.csv".
          05 LBL-PSRT-PATH  PIC X(200)
             VALUE "output\Address_Split_FB_Presort.txt".
          05 LBL-AUD-TAG    PIC X(13) VALUE ";LABEL-PRINT;".

       *> 補印模式 (LABEL.PARM REPRINT-* 鍵)
       01 LBL-REPRINT-DATA.
          05 LBL-RP-SEQ     PIC 9(7) VALUE 0.
          05 LBL-RP-TS      PIC X(21).
          05 LBL-RP-TXT     PIC X(300).
          05 LBL-MAIL-ID    PIC X(20) VALUE SPACES.
          05 LBL-MISS-TOT   PIC 9(7) VALUE 0.
          05 LBL-MISS-FMT   PIC Z(6)9.

       *> 郵遞分揀條碼對照 (預分揀檔 CUSTOMER_ID -> 16 位條碼，
       *> 條碼由 EXECUTE 預分揀輸出時編成，供插封機噴印)
          05 LBL-BC-CUSTID  PIC X(15) OCCURS 50000 TIMES.
          05 LBL-BC-CODE    PIC X(16) OCCURS 50000 TIMES.
          05 LBL-BC-SEQ     PIC 9(7) OCCURS 50000 TIMES.
          05 LBL-BC-S10     PIC X(13) OCCURS 50000 TIMES.
          05 LBL-BC-COUNT   PIC 9(5) VALUE 0.
          05 LBL-BC-I       PIC 9(5) VALUE 0.
          05 LBL-BC-HIT     PIC X(16).
          05 LBL-BC-S10-HIT PIC X(13).

       *> 雙文字標籤目的國 (DualScript.csv：每列一個國名)
       *> 名單上的目的國：境內地址段印原文、最後一行印羅馬化
          05 LBL-DLVP-TOK   PIC X(40) OCCURS 2 TIMES.
          05 LBL-PREF       PIC X(6).

       *> 跨境報關資料 (Customs_Declaration.csv：CUSTOMER_ID;
       *> 目的國;CN22/CN23;品名;HS;數量;價值;幣別;原產國)
       01 LBL-CUS-DATA.
          05 LBL-CUS-FLAG   PIC X VALUE "Y".
          05 LBL-CUS-ENTRY OCCURS 20000 TIMES.
             10 LBL-CUS-CUSTID PIC X(50).
             10 LBL-CUS-FORM   PIC X(4).
             10 LBL-CUS-DESC   PIC X(60).
             10 LBL-CUS-HS     PIC X(12).
             10 LBL-CUS-QTY    PIC X(5).
             10 LBL-CUS-VALUE  PIC X(12).
             10 LBL-CUS-CURR   PIC X(5).
             10 LBL-CUS-ORIGIN PIC X(35).
          05 LBL-CUS-COUNT  PIC 9(5) VALUE 0.
          05 LBL-CUS-I      PIC 9(5) VALUE 0.
          05 LBL-CUS-HIT    PIC 9(5) VALUE 0.
          05 LBL-CUS-TOK    PIC X(60) OCCURS 9 TIMES.

       *> 寄件人區塊 (Sender_Profiles.csv：業務單位;寄件人;街道;
       *> 門牌;大樓;樓層;郵政信箱;室;郵遞區號;城市;區;州/省;
       *> 國碼;國名;地址行;OK/ERROR)
       01 LBL-SND-DATA.
          05 LBL-SND-ACTIVE PIC X VALUE "N".
          05 LBL-SND-ENTRY OCCURS 100 TIMES.
             10 LBL-SND-UNIT   PIC X(20).
             10 LBL-SND-NAME   PIC X(70).
             10 LBL-SND-STRT   PIC X(70).
             10 LBL-SND-BLDGNB PIC X(16).
             10 LBL-SND-PSTBX  PIC X(16).
             10 LBL-SND-PSTCD  PIC X(16).
             10 LBL-SND-TWN    PIC X(35).
             10 LBL-SND-SUBDIV PIC X(35).
             10 LBL-SND-CTRYNM PIC X(35).
             10 LBL-SND-OK     PIC X.
          05 LBL-SND-COUNT  PIC 999 VALUE 0.
          05 LBL-SND-I      PIC 999 VALUE 0.
          05 LBL-SND-HIT    PIC 999 VALUE 0.
          05 LBL-SND-CMP    PIC X(20).
          05 LBL-SND-TOK    PIC X(70) OCCURS 16 TIMES.
          05 LBL-SND-MISS-UNIT PIC X(20) OCCURS 100 TIMES.
          05 LBL-SND-MISS-CNT  PIC 9(7) OCCURS 100 TIMES.
          05 LBL-SND-MISS-COUNT PIC 999 VALUE 0.
          05 LBL-SND-MISS-I PIC 999 VALUE 0.

       *> 標籤紙規格 (LABEL.PARM 可覆蓋)
       01 LBL-PARM-DATA.
          05 LBL-KEY        PIC X(30).
          05 LBL-VAL        PIC X(50).
          05 LBL-LINE-WIDTH PIC 999 VALUE 38.
          05 LBL-MAX-LINES  PIC 99 VALUE 6.
          05 LBL-NAME-LINE  PIC X(6) VALUE "RAW".

       *> Address_Split.csv 欄位 (引號逸出的 ";" 不視為分隔字元)
       01 LBL-FLD-TBL.
          05 LBL-FLD        PIC X(2000) OCCURS 48 TIMES.
       01 LBL-SPLIT-WORK.
          05 LBL-IN-QUOTES  PIC X VALUE "N".
          05 LBL-FLD-IDX    PIC 99 VALUE 1.
       01 LBL-COUNT-FMT     PIC Z(6)9.
       01 LBL-FIRST-FLAG    PIC X VALUE "Y".

      *> TOKEN-VAULT 用 (預分揀檔帶 PRESORT 夥伴代號時反查
      *> 回真實 CUSTOMER_ID，見 COPY-TOKEN.cpy)
           COPY "COPY-TOKEN.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
                       MOVE FUNCTION TRIM(LBL-VAL)
                         TO LBL-RP-OPER
                     END-IF
                     IF FUNCTION TRIM(LBL-KEY) = "CUSTOMS-BLOCK"
                       MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(LBL-VAL))(1:1)
                         TO LBL-CUS-FLAG
                     END-IF
                     IF FUNCTION TRIM(LBL-KEY) = "NOTICES"
                       MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(LBL-VAL))(1:1)
                         TO LBL-NTC-FLAG
                     END-IF
                     IF FUNCTION TRIM(LBL-KEY) = "NAME-LINE"
                       MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(LBL-VAL))
                         TO LBL-NAME-LINE
                     END-IF
                     IF FUNCTION TRIM(LBL-KEY) = "SOURCE-DIR"
                       MOVE FUNCTION TRIM(LBL-VAL)
                         TO LBL-SRC-DIR
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
           IF LBL-MAX-LINES > 10
             MOVE 10 TO LBL-MAX-LINES
           END-IF.
           *> 重產目錄：分檔、預分揀檔與標籤輸出皆在該目錄
           IF LBL-SRC-DIR NOT = SPACES
             MOVE SPACES TO LBL-SPLIT-PATH LBL-PSRT-PATH
                            LBL-OUT-PATH
             STRING
               FUNCTION TRIM(LBL-SRC-DIR) DELIMITED BY SIZE
               "Address_Split.csv" DELIMITED BY SIZE
               INTO LBL-SPLIT-PATH
             END-STRING
             STRING
               FUNCTION TRIM(LBL-SRC-DIR) DELIMITED BY SIZE
               "Address_Split_FB_Presort.txt" DELIMITED BY SIZE
               INTO LBL-PSRT-PATH
             END-STRING
             STRING
               FUNCTION TRIM(LBL-SRC-DIR) DELIMITED BY SIZE
               "Labels.txt" DELIMITED BY SIZE
               INTO LBL-OUT-PATH
             END-STRING
             MOVE ";LABEL-REGEN;" TO LBL-AUD-TAG
           END-IF.
           *> 確認通知不附報關區塊，也不與補印模式並用
           IF LBL-NTC-FLAG = "Y"
             MOVE "output\Labels_Notices.txt" TO LBL-OUT-PATH
             MOVE "N" TO LBL-CUS-FLAG
             MOVE "N" TO LBL-RP-FLAG
           END-IF.

      *******************************************************
      *> 補印模式設定：輸出改至 Labels_Reprint.txt、載入
      *> CUSTOMER_ID 清單檔 (選用)
      *******************************************************
           IF LBL-RP-FLAG = "Y"
             IF LBL-SRC-DIR NOT = SPACES
               MOVE SPACES TO LBL-OUT-PATH
               STRING
                 FUNCTION TRIM(LBL-SRC-DIR) DELIMITED BY SIZE
                 "Labels_Reprint.txt" DELIMITED BY SIZE
                 INTO LBL-OUT-PATH
               END-STRING
             ELSE
               MOVE "output\Labels_Reprint.txt" TO LBL-OUT-PATH
             END-IF
             IF FUNCTION TRIM(LBL-RP-LIST-PATH) NOT = SPACES
               OPEN INPUT LBL-RPLIST-FILE
               IF LBL-RPLIST-STATUS = "00"
      *******************************************************
      *> 讀取預分揀檔的分揀條碼對照 (選用；檔案不存在時標籤
      *> 不帶條碼行)。預分揀記錄：固定長度資料 1300 位 (首欄
      *> 即 CUSTOMER_ID 15 位，第 1230 位起 13 位為 S10 追蹤
      *> 號碼) + 序號 7 位 + 條碼 16 位 + 盤號 5 位，共 1328 位
      *> 預分揀檔交付業者，首欄帶 PRESORT 夥伴代號者先反查回
      *> 真實 ID，才能與 Address_Split.csv 對上
      *******************************************************
           OPEN INPUT LBL-PSRT-FILE.
           IF LBL-PSRT-STATUS = "00"
                     ADD 1 TO LBL-BC-COUNT
                     MOVE LBL-PSRT-REC(1:15)
                       TO LBL-BC-CUSTID(LBL-BC-COUNT)
                     IF LBL-PSRT-REC(1:2) = "TK"
                       MOVE "DETOKEN" TO TKN-OP
                       MOVE "PRESORT" TO TKN-PARTNER
                       MOVE LBL-PSRT-REC(1:15) TO TKN-TOKEN
                       CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
                       IF TKN-RESULT = "Y"
                         MOVE TKN-CUSTID
                           TO LBL-BC-CUSTID(LBL-BC-COUNT)
                       END-IF
                     END-IF
                     MOVE LBL-PSRT-REC(1308:16)
                       TO LBL-BC-CODE(LBL-BC-COUNT)
                     MOVE LBL-PSRT-REC(1230:13)
                       TO LBL-BC-S10(LBL-BC-COUNT)
                     IF LBL-PSRT-REC(1301:7) IS NUMERIC
                       MOVE LBL-PSRT-REC(1301:7)
                         TO LBL-BC-SEQ(LBL-BC-COUNT)
               END-READ
             END-PERFORM
             CLOSE LBL-PSRT-FILE
             MOVE "CLOSE" TO TKN-OP
             CALL 'TOKEN-VAULT' USING LS-TOKEN-VAULT
           END-IF.

      *******************************************************
             CLOSE LBL-DLVP-FILE
           END-IF.

      *******************************************************
      *> 讀取跨境報關資料 (Customs_Declaration.csv，選用；
      *> 檔案不存在時標籤不帶報關區塊)
      *******************************************************
           IF LBL-CUS-FLAG NOT = "N"
             OPEN INPUT LBL-CUS-FILE
           ELSE
             MOVE "35" TO LBL-CUS-STATUS
           END-IF.
           IF LBL-CUS-STATUS = "00"
             *> 跳過標題列
             READ LBL-CUS-FILE
               AT END
                 MOVE "10" TO LBL-CUS-STATUS
             END-READ
             PERFORM UNTIL LBL-CUS-STATUS NOT = "00"
               READ LBL-CUS-FILE
                 AT END
                   MOVE "10" TO LBL-CUS-STATUS
                 NOT AT END
                   IF LBL-CUS-COUNT < 20000
                      AND FUNCTION TRIM(LBL-CUS-REC) NOT = SPACES
                     PERFORM VARYING LBL-CUS-I FROM 1 BY 1
                               UNTIL LBL-CUS-I > 9
                       MOVE SPACES TO LBL-CUS-TOK(LBL-CUS-I)
                     END-PERFORM
                     UNSTRING LBL-CUS-REC DELIMITED BY ";"
                         INTO LBL-CUS-TOK(1) LBL-CUS-TOK(2)
                              LBL-CUS-TOK(3) LBL-CUS-TOK(4)
                              LBL-CUS-TOK(5) LBL-CUS-TOK(6)
                              LBL-CUS-TOK(7) LBL-CUS-TOK(8)
                              LBL-CUS-TOK(9)
                     ADD 1 TO LBL-CUS-COUNT
                     MOVE LBL-CUS-TOK(1)
                       TO LBL-CUS-CUSTID(LBL-CUS-COUNT)
                     MOVE LBL-CUS-TOK(3) TO LBL-CUS-FORM(LBL-CUS-COUNT)
                     MOVE LBL-CUS-TOK(4) TO LBL-CUS-DESC(LBL-CUS-COUNT)
                     MOVE LBL-CUS-TOK(5) TO LBL-CUS-HS(LBL-CUS-COUNT)
                     MOVE LBL-CUS-TOK(6) TO LBL-CUS-QTY(LBL-CUS-COUNT)
                     MOVE LBL-CUS-TOK(7)
                       TO LBL-CUS-VALUE(LBL-CUS-COUNT)
                     MOVE LBL-CUS-TOK(8) TO LBL-CUS-CURR(LBL-CUS-COUNT)
                     MOVE LBL-CUS-TOK(9)
                       TO LBL-CUS-ORIGIN(LBL-CUS-COUNT)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LBL-CUS-FILE
           END-IF.

      *******************************************************
      *> 讀取寄件人區塊資料 (Sender_Profiles.csv，選用；檔案
      *> 不存在時標籤不帶寄件人區塊)
      *******************************************************
           OPEN INPUT LBL-SND-FILE.
           IF LBL-SND-STATUS = "00"
             MOVE "Y" TO LBL-SND-ACTIVE
             *> 跳過標題列
             READ LBL-SND-FILE
               AT END
                 MOVE "10" TO LBL-SND-STATUS
             END-READ
             PERFORM UNTIL LBL-SND-STATUS NOT = "00"
               READ LBL-SND-FILE
                 AT END
                   MOVE "10" TO LBL-SND-STATUS
                 NOT AT END
                   IF LBL-SND-COUNT < 100
                      AND FUNCTION TRIM(LBL-SND-REC) NOT = SPACES
                     PERFORM VARYING LBL-SND-I FROM 1 BY 1
                               UNTIL LBL-SND-I > 16
                       MOVE SPACES TO LBL-SND-TOK(LBL-SND-I)
                     END-PERFORM
                     UNSTRING LBL-SND-REC DELIMITED BY ";"
                         INTO LBL-SND-TOK(1) LBL-SND-TOK(2)
                              LBL-SND-TOK(3) LBL-SND-TOK(4)
                              LBL-SND-TOK(5) LBL-SND-TOK(6)
                              LBL-SND-TOK(7) LBL-SND-TOK(8)
                              LBL-SND-TOK(9) LBL-SND-TOK(10)
                              LBL-SND-TOK(11) LBL-SND-TOK(12)
                              LBL-SND-TOK(13) LBL-SND-TOK(14)
                              LBL-SND-TOK(15) LBL-SND-TOK(16)
                     ADD 1 TO LBL-SND-COUNT
                     MOVE LBL-SND-TOK(1) TO LBL-SND-UNIT(LBL-SND-COUNT)
                     MOVE LBL-SND-TOK(2) TO LBL-SND-NAME(LBL-SND-COUNT)
                     MOVE LBL-SND-TOK(3) TO LBL-SND-STRT(LBL-SND-COUNT)
                     MOVE LBL-SND-TOK(4)
                       TO LBL-SND-BLDGNB(LBL-SND-COUNT)
                     MOVE LBL-SND-TOK(7)
                       TO LBL-SND-PSTBX(LBL-SND-COUNT)
                     MOVE LBL-SND-TOK(9)
                       TO LBL-SND-PSTCD(LBL-SND-COUNT)
                     MOVE LBL-SND-TOK(10) TO LBL-SND-TWN(LBL-SND-COUNT)
                     MOVE LBL-SND-TOK(12)
                       TO LBL-SND-SUBDIV(LBL-SND-COUNT)
                     MOVE LBL-SND-TOK(14)
                       TO LBL-SND-CTRYNM(LBL-SND-COUNT)
                     IF FUNCTION TRIM(LBL-SND-TOK(16)) = "OK"
                       MOVE "Y" TO LBL-SND-OK(LBL-SND-COUNT)
                     ELSE
                       MOVE "N" TO LBL-SND-OK(LBL-SND-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LBL-SND-FILE
           END-IF.

      *******************************************************
      *> 確認通知模式：逐筆讀取 Change_Notices.csv (CUSTOMER_ID;
      *> 通知編號;收件人 OLD/NEW;收件地址;舊址;新址;來源;
      *> 異動日)，每份通知一張標籤
      *******************************************************
           IF LBL-NTC-FLAG = "Y"
             OPEN INPUT LBL-NTC-FILE
             IF LBL-NTC-STATUS NOT = "00"
               DISPLAY "CANNOT OPEN output\Change_Notices.csv (STATUS "
                 LBL-NTC-STATUS ")"
               STOP RUN
             END-IF
             OPEN OUTPUT LABEL-OUT-FILE
             *> 跳過標題列
             READ LBL-NTC-FILE
               AT END
                 MOVE "10" TO LBL-NTC-STATUS
             END-READ
             PERFORM UNTIL LBL-NTC-STATUS NOT = "00"
               READ LBL-NTC-FILE
                 AT END
                   MOVE "10" TO LBL-NTC-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(LBL-NTC-REC) NOT = SPACES
                     MOVE LBL-NTC-REC TO SPLIT-IN-REC
                     PERFORM SPLIT-FIELDS-PARA
                     PERFORM LBL-NOTICE-PARA
                     MOVE 0 TO LBL-SND-HIT
                     PERFORM WRITE-LABEL-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE LBL-NTC-FILE
             CLOSE LABEL-OUT-FILE
             MOVE LBL-COUNT TO LBL-COUNT-FMT
             DISPLAY "NOTICE LABELS WRITTEN: "
               FUNCTION TRIM(LBL-COUNT-FMT)
               " -> " FUNCTION TRIM(LBL-OUT-PATH)
             STOP RUN
           END-IF.

      *******************************************************
      *> 逐筆讀取 Address_Split.csv，組合標籤行後寫出
      *******************************************************
           OPEN INPUT SPLIT-IN-FILE.
           IF LBL-IN-STATUS NOT = "00"
             DISPLAY "CANNOT OPEN " FUNCTION TRIM(LBL-SPLIT-PATH)
               " (STATUS " LBL-IN-STATUS ")"
             STOP RUN
           END-IF.
           OPEN OUTPUT LABEL-OUT-FILE.
               NOT AT END
                 IF FUNCTION TRIM(SPLIT-IN-REC) NOT = SPACES
                   PERFORM SPLIT-FIELDS-PARA
                   IF LBL-MAIL-ID = SPACES
                     MOVE FUNCTION TRIM(LBL-FLD(36)) TO LBL-MAIL-ID
                   END-IF
                   MOVE "Y" TO LBL-RP-PICK
                   IF LBL-RP-FLAG = "Y"
                     PERFORM LBL-RP-PICK-PARA
                   END-IF
                   MOVE 0 TO LBL-SND-HIT
                   IF LBL-RP-PICK = "Y" AND LBL-SND-ACTIVE = "Y"
                     PERFORM LBL-SND-FIND-PARA
                   END-IF
                   IF LBL-RP-PICK = "Y"
                     PERFORM BUILD-LABEL-PARA
                     PERFORM WRITE-LABEL-PARA
           DISPLAY "LABELS WRITTEN: " FUNCTION TRIM(LBL-COUNT-FMT)
             " -> " FUNCTION TRIM(LBL-OUT-PATH).

           *> 無可用寄件人而未印標籤之業務單位
           PERFORM VARYING LBL-SND-MISS-I FROM 1 BY 1
                     UNTIL LBL-SND-MISS-I > LBL-SND-MISS-COUNT
             MOVE LBL-SND-MISS-CNT(LBL-SND-MISS-I) TO LBL-COUNT-FMT
             DISPLAY "LABELS NOT PRINTED (NO SENDER PROFILE) UNIT "
               FUNCTION TRIM(LBL-SND-MISS-UNIT(LBL-SND-MISS-I))
               ": " FUNCTION TRIM(LBL-COUNT-FMT)
           END-PERFORM.
           IF LBL-SND-MISS-COUNT > 0
             MOVE 4 TO RETURN-CODE
           END-IF.

           *> 整批印製事實記入稽核檔 (郵寄代號/標籤數/未印數)，
           *> 供 PIECE-RECON 核對標籤數與上下游件數
           IF LBL-RP-FLAG NOT = "Y"
             PERFORM VARYING LBL-SND-MISS-I FROM 1 BY 1
                       UNTIL LBL-SND-MISS-I > LBL-SND-MISS-COUNT
               ADD LBL-SND-MISS-CNT(LBL-SND-MISS-I) TO LBL-MISS-TOT
             END-PERFORM
             MOVE LBL-MISS-TOT TO LBL-MISS-FMT
             MOVE LBL-COUNT TO LBL-COUNT-FMT
             MOVE FUNCTION CURRENT-DATE TO LBL-RP-TS
             MOVE SPACES TO LBL-RP-TXT
             STRING
               LBL-RP-TS(1:14) DELIMITED BY SIZE
               LBL-AUD-TAG DELIMITED BY SIZE
               FUNCTION TRIM(LBL-MAIL-ID) DELIMITED BY SIZE
               ";LABELS " DELIMITED BY SIZE
               FUNCTION TRIM(LBL-COUNT-FMT) DELIMITED BY SIZE
               ";NOT PRINTED " DELIMITED BY SIZE
               FUNCTION TRIM(LBL-MISS-FMT) DELIMITED BY SIZE
               INTO LBL-RP-TXT
             END-STRING
             INITIALIZE LS-LOG-CHAIN
             MOVE "APPEND" TO LCH-OP
             MOVE "output\AuditLog.csv" TO LCH-PATH
             MOVE LBL-RP-TXT TO LCH-LINE
             CALL 'LOG-CHAIN' USING LS-LOG-CHAIN
           END-IF.

           *> 補印事實記入稽核檔 (何人/範圍或清單/件數)
           IF LBL-RP-FLAG = "Y"
             MOVE FUNCTION CURRENT-DATE TO LBL-RP-TS
             MOVE SPACES TO LBL-RP-TXT
             STRING
               FUNCTION TRIM(LBL-COUNT-FMT) DELIMITED BY SIZE
               INTO LBL-RP-TXT
             END-STRING
             INITIALIZE LS-LOG-CHAIN
             MOVE "APPEND" TO LCH-OP
             MOVE "output\AuditLog.csv" TO LCH-PATH
             MOVE LBL-RP-TXT TO LCH-LINE
             CALL 'LOG-CHAIN' USING LS-LOG-CHAIN
           END-IF.
           STOP RUN.

             END-IF
           END-IF.

      *******************************************************
      *> 共用段落：本張標籤業務單位 (22=SOURCE_SYSTEM，空白者
      *> 視為 UNSPECIFIED) 取寄件人；無可用者不印並分單位計數
      *******************************************************
       LBL-SND-FIND-PARA.
           MOVE FUNCTION TRIM(LBL-FLD(22)) TO LBL-SND-CMP.
           IF LBL-SND-CMP = SPACES
             MOVE "UNSPECIFIED" TO LBL-SND-CMP
           END-IF.
           PERFORM VARYING LBL-SND-I FROM 1 BY 1
                     UNTIL LBL-SND-I > LBL-SND-COUNT
             IF LBL-SND-UNIT(LBL-SND-I) = LBL-SND-CMP
               IF LBL-SND-OK(LBL-SND-I) = "Y"
                 MOVE LBL-SND-I TO LBL-SND-HIT
               END-IF
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF LBL-SND-HIT > 0
             EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO LBL-RP-PICK.
           PERFORM VARYING LBL-SND-MISS-I FROM 1 BY 1
                     UNTIL LBL-SND-MISS-I > LBL-SND-MISS-COUNT
             IF LBL-SND-MISS-UNIT(LBL-SND-MISS-I) = LBL-SND-CMP
               ADD 1 TO LBL-SND-MISS-CNT(LBL-SND-MISS-I)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.
           IF LBL-SND-MISS-COUNT < 100
             ADD 1 TO LBL-SND-MISS-COUNT
             MOVE LBL-SND-CMP TO LBL-SND-MISS-UNIT(LBL-SND-MISS-COUNT)
             MOVE 1 TO LBL-SND-MISS-CNT(LBL-SND-MISS-COUNT)
           END-IF.

      *******************************************************
      *> 共用段落：引號逸出感知的欄位拆分 (同 Fail_Data 重跑
      *> 之 QSPLIT 慣例，引號內的 ";" 不視為分隔字元)
      *******************************************************
       SPLIT-FIELDS-PARA.
           PERFORM VARYING LBL-IDX FROM 1 BY 1 UNTIL LBL-IDX > 48
             MOVE SPACES TO LBL-FLD(LBL-IDX)
           END-PERFORM.
           MOVE "N" TO LBL-IN-QUOTES.
               END-IF
             ELSE
               IF LBL-CH = ";" AND LBL-IN-QUOTES = "N"
                 IF LBL-FLD-IDX < 48
                   ADD 1 TO LBL-FLD-IDX
                 END-IF
                 MOVE 0 TO LBL-POS

           *> 收件人姓名行 (標籤第一行)，字首大寫化並套用
           *> CasingExceptions.csv 正典寫法 (MCDONALD -> McDonald)
           *> (NAME-LINE=FORMAL 時改印正式收件人行)
           IF LBL-NAME-LINE = "FORMAL" AND LBL-FLD(45) NOT = SPACES
             MOVE FUNCTION TRIM(LBL-FLD(45)) TO LBL-WORK
             PERFORM ADD-LINE-PARA
           ELSE
           IF LBL-FLD(32) NOT = SPACES
             MOVE FUNCTION TRIM(LBL-FLD(32)) TO LBL-CASE-IO
             PERFORM LBL-PROPER-PARA
             MOVE LBL-CASE-IO TO LBL-WORK
             PERFORM ADD-LINE-PARA
           END-IF
           END-IF.

           *> 轉交/收件中介行 (C/O、ATTN、FAO)，接於姓名之後
             PERFORM ADD-LINE-PARA
           END-IF.

           *> 逐字地址覆寫 (VERBATIM=Y)：REBUILD 欄為操作員設定的
           *> 逐字地址行 (以 "^" 串接)，逐行照印，不再組行
           IF LBL-FLD(37)(1:1) = "Y"
             PERFORM VARYING LBL-J FROM 1 BY 1 UNTIL LBL-J > 6
               MOVE SPACES TO LBL-DUAL-PART(LBL-J)
             END-PERFORM
             UNSTRING LBL-FLD(21) DELIMITED BY "^"
                 INTO LBL-DUAL-PART(1) LBL-DUAL-PART(2)
                      LBL-DUAL-PART(3) LBL-DUAL-PART(4)
                      LBL-DUAL-PART(5) LBL-DUAL-PART(6)
             PERFORM VARYING LBL-J FROM 1 BY 1 UNTIL LBL-J > 6
               IF LBL-DUAL-PART(LBL-J) NOT = SPACES
                 MOVE FUNCTION TRIM(LBL-DUAL-PART(LBL-J))
                   TO LBL-WORK
                 PERFORM ADD-LINE-PARA
               END-IF
             END-PERFORM
             PERFORM LBL-BARCODE-PARA
             EXIT PARAGRAPH
           END-IF.

           *> 雙文字標籤：目的國在 DualScript.csv 名單上時，
           *> 境內地址段改印原文 (依逗號折行)，最後一行印羅馬化
           *> 國名；原文不可用時退回音譯/英文行
                 PERFORM ADD-LINE-PARA
               END-IF
             END-PERFORM
             PERFORM LBL-CTRY-LINE-PARA
             PERFORM ADD-LINE-PARA
             PERFORM LBL-BARCODE-PARA
             EXIT PARAGRAPH
           PERFORM ADD-LINE-PARA.

           *> 目的國為最後一行 (跨境郵件)
           PERFORM LBL-CTRY-LINE-PARA.
           PERFORM ADD-LINE-PARA.

           *> 郵遞分揀條碼行 (預分揀檔對照得出時)
           PERFORM LBL-BARCODE-PARA.

      *******************************************************
      *> 共用段落：目的國名行 (46=DEST_COUNTRY_LINE 在地化核定
      *> 國名優先，無者取 5=COUNTRY 轉大寫)
      *******************************************************
       LBL-CTRY-LINE-PARA.
           IF LBL-FLD(46) NOT = SPACES
             MOVE FUNCTION TRIM(LBL-FLD(46)) TO LBL-WORK
           ELSE
             MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LBL-FLD(5)))
               TO LBL-WORK
           END-IF.

      *******************************************************
      *> 共用段落：分揀條碼行與 S10 追蹤號碼行 (CUSTOMER_ID
      *> 對照預分揀檔)，及郵寄代號行
      *******************************************************
       LBL-BARCODE-PARA.
           MOVE SPACES TO LBL-BC-HIT LBL-BC-S10-HIT.
           PERFORM VARYING LBL-BC-I FROM 1 BY 1
                     UNTIL LBL-BC-I > LBL-BC-COUNT
             IF FUNCTION TRIM(LBL-BC-CUSTID(LBL-BC-I)) =
                FUNCTION TRIM(LBL-FLD(1))
               MOVE LBL-BC-CODE(LBL-BC-I) TO LBL-BC-HIT
               MOVE LBL-BC-S10(LBL-BC-I) TO LBL-BC-S10-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.
             END-STRING
             PERFORM ADD-LINE-PARA
           END-IF.
           *> UPU S10 追蹤號碼 (掛號/追蹤通路)，依 S10 建議的
           *> 分組印法：RR 123 456 785 TW
           IF LBL-BC-S10-HIT NOT = SPACES
             MOVE SPACES TO LBL-WORK
             STRING
               LBL-BC-S10-HIT(1:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LBL-BC-S10-HIT(3:3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LBL-BC-S10-HIT(6:3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LBL-BC-S10-HIT(9:3) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LBL-BC-S10-HIT(12:2) DELIMITED BY SIZE
               INTO LBL-WORK
             END-STRING
             PERFORM ADD-LINE-PARA
           END-IF.
           *> 郵寄代號 (MAILING_ID 欄，登錄郵寄者)，退件時業者
           *> 可依此歸屬該次郵寄
           IF FUNCTION TRIM(LBL-FLD(36)) NOT = SPACES
             MOVE SPACES TO LBL-WORK
             STRING
               "MAILING " DELIMITED BY SIZE
               FUNCTION TRIM(LBL-FLD(36)) DELIMITED BY SIZE
               INTO LBL-WORK
             END-STRING
             PERFORM ADD-LINE-PARA
           END-IF.

      *******************************************************
      *> 共用段落：確認通知標籤行 (通知編號、CUSTOMER_ID、
      *> 收件地址依逗號分行)
      *> 欄位位置：1=CUSTOMER_ID 2=NOTICE_REF 3=RECIPIENT
      *> 4=MAIL_TO_ADDRESS
      *******************************************************
       LBL-NOTICE-PARA.
           MOVE 0 TO LBL-LINE-CNT.
           PERFORM VARYING LBL-J FROM 1 BY 1 UNTIL LBL-J > 10
             MOVE SPACES TO LBL-LINE(LBL-J)
           END-PERFORM.
           MOVE SPACES TO LBL-WORK.
           STRING
             "CHANGE NOTICE " DELIMITED BY SIZE
             FUNCTION TRIM(LBL-FLD(2)) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(LBL-FLD(3)) DELIMITED BY SIZE
             INTO LBL-WORK
           END-STRING.
           PERFORM ADD-LINE-PARA.
           MOVE FUNCTION TRIM(LBL-FLD(1)) TO LBL-WORK.
           PERFORM ADD-LINE-PARA.
           PERFORM VARYING LBL-J FROM 1 BY 1 UNTIL LBL-J > 6
             MOVE SPACES TO LBL-DUAL-PART(LBL-J)
           END-PERFORM.
           UNSTRING LBL-FLD(4) DELIMITED BY ","
               INTO LBL-DUAL-PART(1) LBL-DUAL-PART(2)
                    LBL-DUAL-PART(3) LBL-DUAL-PART(4)
                    LBL-DUAL-PART(5) LBL-DUAL-PART(6)
           END-UNSTRING.
           PERFORM VARYING LBL-J FROM 1 BY 1 UNTIL LBL-J > 6
             IF LBL-DUAL-PART(LBL-J) NOT = SPACES
               MOVE FUNCTION TRIM(LBL-DUAL-PART(LBL-J)) TO LBL-WORK
               PERFORM ADD-LINE-PARA
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：標籤行加入 (行寬截斷、行數上限管制)
             MOVE ALL "-" TO LABEL-OUT-REC(1:LBL-LINE-WIDTH)
             WRITE LABEL-OUT-REC
           END-IF.
           IF LBL-SND-HIT > 0
             PERFORM LBL-SENDER-PARA
           END-IF.
           PERFORM VARYING LBL-J FROM 1 BY 1
                     UNTIL LBL-J > LBL-LINE-CNT
             MOVE LBL-LINE(LBL-J) TO LABEL-OUT-REC
             WRITE LABEL-OUT-REC
           END-PERFORM.
           IF LBL-CUS-COUNT > 0
             PERFORM LBL-CUSTOMS-PARA
           END-IF.
           ADD 1 TO LBL-COUNT.

      *******************************************************
      *> 共用段落：寄件人區塊 (FROM 寄件人、街道或郵政信箱、
      *> 城市/州/郵遞區號、國名)，印於收件人地址行之上，以
      *> 點線與收件人區隔，不占標籤行數上限 (MAX-LINES)
      *******************************************************
       LBL-SENDER-PARA.
           MOVE SPACES TO LBL-WORK.
           STRING
             "FROM " DELIMITED BY SIZE
             FUNCTION TRIM(LBL-SND-NAME(LBL-SND-HIT))
               DELIMITED BY SIZE
             INTO LBL-WORK
           END-STRING.
           MOVE LBL-WORK(1:LBL-LINE-WIDTH) TO LABEL-OUT-REC.
           WRITE LABEL-OUT-REC.

           MOVE SPACES TO LBL-WORK.
           IF LBL-SND-STRT(LBL-SND-HIT) NOT = SPACES
             STRING
               FUNCTION TRIM(LBL-SND-BLDGNB(LBL-SND-HIT))
                 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(LBL-SND-STRT(LBL-SND-HIT))
                 DELIMITED BY SIZE
               INTO LBL-WORK
             END-STRING
           ELSE
             MOVE FUNCTION TRIM(LBL-SND-PSTBX(LBL-SND-HIT))
               TO LBL-WORK
           END-IF.
           IF FUNCTION TRIM(LBL-WORK) NOT = SPACES
             MOVE FUNCTION TRIM(LBL-WORK) TO LBL-WORK
             MOVE LBL-WORK(1:LBL-LINE-WIDTH) TO LABEL-OUT-REC
             WRITE LABEL-OUT-REC
           END-IF.

           MOVE SPACES TO LBL-WORK.
           STRING
             FUNCTION TRIM(LBL-SND-TWN(LBL-SND-HIT)) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(LBL-SND-SUBDIV(LBL-SND-HIT))
               DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(LBL-SND-PSTCD(LBL-SND-HIT))
               DELIMITED BY SIZE
             INTO LBL-WORK
           END-STRING.
           IF FUNCTION TRIM(LBL-WORK) NOT = SPACES
             MOVE FUNCTION TRIM(LBL-WORK) TO LBL-WORK
             MOVE LBL-WORK(1:LBL-LINE-WIDTH) TO LABEL-OUT-REC
             WRITE LABEL-OUT-REC
           END-IF.

           IF LBL-SND-CTRYNM(LBL-SND-HIT) NOT = SPACES
             MOVE FUNCTION UPPER-CASE(
                    FUNCTION TRIM(LBL-SND-CTRYNM(LBL-SND-HIT)))
               TO LBL-WORK
             MOVE LBL-WORK(1:LBL-LINE-WIDTH) TO LABEL-OUT-REC
             WRITE LABEL-OUT-REC
           END-IF.

           MOVE SPACES TO LABEL-OUT-REC.
           MOVE ALL "." TO LABEL-OUT-REC(1:LBL-LINE-WIDTH).
           WRITE LABEL-OUT-REC.
           MOVE SPACES TO LBL-WORK.

      *******************************************************
      *> 共用段落：跨境報關資料區塊 (CN22/CN23)，印於標籤
      *> 地址行之下，不占標籤行數上限 (MAX-LINES)
      *******************************************************
       LBL-CUSTOMS-PARA.
           MOVE 0 TO LBL-CUS-HIT.
           PERFORM VARYING LBL-CUS-I FROM 1 BY 1
                     UNTIL LBL-CUS-I > LBL-CUS-COUNT
             IF LBL-CUS-CUSTID(LBL-CUS-I) = FUNCTION TRIM(LBL-FLD(1))
               MOVE LBL-CUS-I TO LBL-CUS-HIT
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF LBL-CUS-HIT = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO LABEL-OUT-REC.
           MOVE ALL "." TO LABEL-OUT-REC(1:LBL-LINE-WIDTH).
           WRITE LABEL-OUT-REC.
           MOVE SPACES TO LBL-WORK.
           STRING
             "CUSTOMS DECLARATION " DELIMITED BY SIZE
             FUNCTION TRIM(LBL-CUS-FORM(LBL-CUS-HIT))
               DELIMITED BY SIZE
             INTO LBL-WORK
           END-STRING.
           MOVE LBL-WORK(1:LBL-LINE-WIDTH) TO LABEL-OUT-REC.
           WRITE LABEL-OUT-REC.
           MOVE SPACES TO LBL-WORK.
           STRING
             FUNCTION TRIM(LBL-CUS-QTY(LBL-CUS-HIT)) DELIMITED BY SIZE
             " X " DELIMITED BY SIZE
             FUNCTION TRIM(LBL-CUS-DESC(LBL-CUS-HIT))
               DELIMITED BY SIZE
             INTO LBL-WORK
           END-STRING.
           MOVE LBL-WORK(1:LBL-LINE-WIDTH) TO LABEL-OUT-REC.
           WRITE LABEL-OUT-REC.
           MOVE SPACES TO LBL-WORK.
           STRING
             "VALUE " DELIMITED BY SIZE
             FUNCTION TRIM(LBL-CUS-VALUE(LBL-CUS-HIT))
               DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(LBL-CUS-CURR(LBL-CUS-HIT)) DELIMITED BY SIZE
             INTO LBL-WORK
           END-STRING.
           MOVE LBL-WORK(1:LBL-LINE-WIDTH) TO LABEL-OUT-REC.
           WRITE LABEL-OUT-REC.
           MOVE SPACES TO LBL-WORK.
           IF LBL-CUS-HS(LBL-CUS-HIT) NOT = SPACES
             STRING
               "HS " DELIMITED BY SIZE
               FUNCTION TRIM(LBL-CUS-HS(LBL-CUS-HIT))
                 DELIMITED BY SIZE
               "  ORIGIN " DELIMITED BY SIZE
               FUNCTION TRIM(LBL-CUS-ORIGIN(LBL-CUS-HIT))
                 DELIMITED BY SIZE
               INTO LBL-WORK
             END-STRING
           ELSE
             STRING
               "ORIGIN " DELIMITED BY SIZE
               FUNCTION TRIM(LBL-CUS-ORIGIN(LBL-CUS-HIT))
                 DELIMITED BY SIZE
               INTO LBL-WORK
             END-STRING
           END-IF.
           MOVE LBL-WORK(1:LBL-LINE-WIDTH) TO LABEL-OUT-REC.
           WRITE LABEL-OUT-REC.
           MOVE SPACES TO LBL-WORK.
       END PROGRAM LABEL-PRINT.
