           05 CITY-CMP-VAL       PIC X(50). *> 待比對之 CITY (已去除重音、轉大寫)
           05 CITY-CMP-TAB       PIC X(50). *> 名單項目 (已去除重音、轉大寫)

           05 RENAME-CTRY-NEW    PIC X(50). *> 舊國名過關時的新國名
           05 RENAME-SAVE-TEXT   PIC X(50). *> 城市查找回覆暫存

           05 REBUILD-PROFILE    PIC X(8). *> REBUILD 欄位順序 (依 COUNTRY)
           05 REBUILD-CTRY-CMP   PIC X(50). *> 比對用 COUNTRY (轉大寫)

      *> 各欄位最大長度門檻 (ERROR-SECTION 用)
       01 FLD-MAXLEN PIC 999 OCCURS 18 TIMES.

      *> 高風險地址用途辨識 (PREMISES-TABLE 比對) 暫存
       01 HRP-WORK.
           05 HRP-NORM-IN      PIC X(2000).
           05 HRP-NORM-OUT     PIC X(2000).
           05 HRP-NORM-MODE    PIC X. *> K=單一空白分字 P=去除空白
           05 HRP-NORM-CH      PIC X.
           05 HRP-NORM-I       PIC 9(4).
           05 HRP-NORM-O       PIC 9(4).
           05 HRP-ADDR-KEY     PIC X(120). *> 街道|門牌|郵遞區號
           05 HRP-KEY-STREET   PIC X(120).
           05 HRP-KEY-NUMBER   PIC X(120).
           05 HRP-TEXT         PIC X(2002). *> 前後各補一空白
           05 HRP-PAT          PIC X(62).
           05 HRP-PLEN         PIC 9(4).
           05 HRP-HITS         PIC 9(4).
           05 HRP-I            PIC 9(3).

      *> 郵政信箱/私人信箱 慣用語 (PO Box / Private Mail Bag)
       01 POBOX-PHRASE PIC X(20) OCCURS 6 TIMES.

           MOVE SPACES TO COMMA-FLAG.
           MOVE "N" TO WARNING-FLAG.
           MOVE SPACES TO WARNING-TEMP WARN-COMMA-FLAG.
           MOVE SPACES TO RENAME-CTRY-NEW.
           
           *> ZIP 為空值 (該國有矩陣設定時改由矩陣判斷；
           *> 軍郵/外交郵件記錄免此檢核)
             MOVE COUNTRY-CMP-VAL TO RL-KEY
             CALL 'RULE-LOOKUP' USING LS-RULE-LOOKUP
             MOVE RL-RESULT TO COUNTRY-FOUND-FLAG
             *> 更名登錄的舊國名：生效日前仍視為新國名的別名
             *> (掛警示提醒來源改用新名)；已生效者照常不過關
             IF COUNTRY-FOUND-FLAG NOT = "Y"
               MOVE "FIND-RENAME-CTRY" TO RL-OP
               MOVE COUNTRY-CMP-VAL TO RL-KEY
               CALL 'RULE-LOOKUP' USING LS-RULE-LOOKUP
               IF RL-RESULT = "Y"
                 MOVE "Y" TO COUNTRY-FOUND-FLAG
                 MOVE RL-TEXT TO RENAME-CTRY-NEW
                 PERFORM RENAME-WARN-PARA
               END-IF
             END-IF
             IF COUNTRY-FOUND-FLAG NOT = "Y"
               MOVE FUNCTION TRIM(DTLS-LF(2)) TO UNMATCHED-COUNTRY
               STRING
             *> 名單查找交由 RULE-LOOKUP 副程式 (排序後二分搜尋)；
             *> 帶入已判斷出的 COUNTRY 做國家範圍核對，使
             *> "PARIS" 不再替德州地址過關 (跨國誤配)
             *> (國名以更名前舊名過關者，以新國名核對範圍)
             MOVE "FIND-CITY" TO RL-OP
             MOVE CITY-CMP-VAL TO RL-KEY
             IF RENAME-CTRY-NEW NOT = SPACES
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RENAME-CTRY-NEW))
                 TO RL-CTRY
             ELSE
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                 TO RL-CTRY
             END-IF
             CALL 'RULE-LOOKUP' USING LS-RULE-LOOKUP
             MOVE SPACES TO RL-CTRY
             MOVE RL-RESULT TO CITY-FOUND-FLAG
             *> 更名登錄的舊城市名：生效日前仍視為新名的別名
             IF CITY-FOUND-FLAG NOT = "Y"
               MOVE RL-TEXT TO RENAME-SAVE-TEXT
               MOVE "FIND-RENAME-CITY" TO RL-OP
               MOVE CITY-CMP-VAL TO RL-KEY
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DTLS-LF(2)))
                 TO RL-CTRY
               CALL 'RULE-LOOKUP' USING LS-RULE-LOOKUP
               MOVE SPACES TO RL-CTRY
               IF RL-RESULT = "Y"
                 MOVE "Y" TO CITY-FOUND-FLAG
                 PERFORM RENAME-WARN-PARA
               ELSE
                 MOVE RENAME-SAVE-TEXT TO RL-TEXT
               END-IF
             END-IF
             MOVE CITY-FOUND-FLAG TO CITY-MATCH-FLAG
             IF CITY-FOUND-FLAG NOT = "Y"
               MOVE FUNCTION TRIM(DTLS-LF(3)) TO UNMATCHED-CITY
           END-IF.


      *******************************************************
      *> 高風險地址用途辨識 (郵件代收/虛擬辦公室/包裹櫃/
      *> 監所/醫院/旅館)：先以 街道|門牌|郵遞區號 比對已知
      *> 場所，未命中再於原文找關鍵字 (須為完整字；有業者
      *> 字樣者須同時出現)。結果：31[ADDRESS_USE]=用途代碼，
      *> 32=命中依據 (PREMISES/KEYWORD + 業者或關鍵字)
      *******************************************************
       PREMISES-SECTION.
           MOVE SPACES TO DTLS-LF(31) DTLS-LF(32).

           MOVE SPACES TO HRP-ADDR-KEY.
           IF HRP-COUNT > 0
              AND DTLS-LF(5) NOT = SPACES AND DTLS-LF(9) NOT = SPACES
             MOVE "P" TO HRP-NORM-MODE
             MOVE DTLS-LF(5) TO HRP-NORM-IN
             PERFORM HRP-NORM-PARA
             MOVE HRP-NORM-OUT TO HRP-KEY-STREET
             MOVE DTLS-LF(9) TO HRP-NORM-IN
             PERFORM HRP-NORM-PARA
             MOVE HRP-NORM-OUT TO HRP-KEY-NUMBER
             MOVE DTLS-LF(1) TO HRP-NORM-IN
             PERFORM HRP-NORM-PARA
             STRING
               FUNCTION TRIM(HRP-KEY-STREET) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(HRP-KEY-NUMBER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(HRP-NORM-OUT) DELIMITED BY SIZE
               INTO HRP-ADDR-KEY
             END-STRING
             PERFORM VARYING HRP-I FROM 1 BY 1
                       UNTIL HRP-I > HRP-COUNT
               IF HRP-KIND(HRP-I) = "P"
                  AND HRP-KEY(HRP-I) = HRP-ADDR-KEY
                 MOVE HRP-USE(HRP-I) TO DTLS-LF(31)
                 MOVE SPACES TO DTLS-LF(32)
                 STRING
                   "PREMISES " DELIMITED BY SIZE
                   FUNCTION TRIM(HRP-OPER(HRP-I)) DELIMITED BY SIZE
                   INTO DTLS-LF(32)
                 END-STRING
                 EXIT PERFORM
               END-IF
             END-PERFORM
           END-IF.

           IF HRP-COUNT > 0 AND DTLS-LF(31) = SPACES
             MOVE "K" TO HRP-NORM-MODE
             MOVE ORIGIN-DATA TO HRP-NORM-IN
             IF ORIGIN-DATA = SPACES
               MOVE DTLS-LF(23) TO HRP-NORM-IN
             END-IF
             PERFORM HRP-NORM-PARA
             MOVE SPACES TO HRP-TEXT
             MOVE HRP-NORM-OUT TO HRP-TEXT(2:2000)
             PERFORM VARYING HRP-I FROM 1 BY 1
                       UNTIL HRP-I > HRP-COUNT
                          OR DTLS-LF(31) NOT = SPACES
               IF HRP-KIND(HRP-I) = "K"
                 MOVE HRP-KEY(HRP-I) TO HRP-PAT
                 PERFORM HRP-FIND-PARA
                 IF HRP-HITS > 0 AND HRP-OPER(HRP-I) NOT = SPACES
                   MOVE HRP-OPER(HRP-I) TO HRP-PAT
                   PERFORM HRP-FIND-PARA
                 END-IF
                 IF HRP-HITS > 0
                   MOVE HRP-USE(HRP-I) TO DTLS-LF(31)
                   MOVE SPACES TO DTLS-LF(32)
                   STRING
                     "KEYWORD " DELIMITED BY SIZE
                     FUNCTION TRIM(HRP-KEY(HRP-I)) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(HRP-OPER(HRP-I)) DELIMITED BY SIZE
                     INTO DTLS-LF(32)
                   END-STRING
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

           IF DTLS-LF(31) NOT = SPACES AND TRACE-FLAG = "Y"
             MOVE SPACES TO TRACE-WORK
             STRING
               "ADDRESS_USE(31) <- " DELIMITED BY SIZE
               FUNCTION TRIM(DTLS-LF(31)) DELIMITED BY SIZE
               " VIA " DELIMITED BY SIZE
               FUNCTION TRIM(DTLS-LF(32)) DELIMITED BY SIZE
               INTO TRACE-WORK
             END-STRING
             PERFORM TRACE-ADD-PARA
           END-IF.


      *******************************************************
      *> 輸出結果
      *******************************************************
           END-IF.
           MOVE FUNCTION TRIM(TEMP-B) TO BEFORE-DATA.

      *******************************************************
      *> 共用段落：HRP-NORM-IN 正規化至 HRP-NORM-OUT
      *> (與 READ-RULE 載入 PREMISES-TABLE 時同一規則：轉大寫、
      *> 摺疊重音；ASCII 標點視同空白，K 模式連續空白併為一個，
      *> P 模式全部去除)
      *******************************************************
       HRP-SEC SECTION.
       HRP-NORM-PARA.
           MOVE FUNCTION UPPER-CASE(HRP-NORM-IN) TO HRP-NORM-IN.
           INSPECT HRP-NORM-IN
             CONVERTING DIACRITIC-FROM-1 TO DIACRITIC-TO-1.
           INSPECT HRP-NORM-IN
             CONVERTING DIACRITIC-FROM-2 TO DIACRITIC-TO-2.
           INSPECT HRP-NORM-IN
             CONVERTING DIACRITIC-FROM-3 TO DIACRITIC-TO-3.
           MOVE FUNCTION UPPER-CASE(HRP-NORM-IN) TO HRP-NORM-IN.
           MOVE SPACES TO HRP-NORM-OUT.
           MOVE 0 TO HRP-NORM-O.
           MOVE LENGTH OF FUNCTION TRIM(HRP-NORM-IN TRAILING)
             TO TEMP-LEN.
           PERFORM VARYING HRP-NORM-I FROM 1 BY 1
                     UNTIL HRP-NORM-I > TEMP-LEN
             MOVE HRP-NORM-IN(HRP-NORM-I:1) TO HRP-NORM-CH
             IF HRP-NORM-CH < "0"
                OR (HRP-NORM-CH > "9" AND HRP-NORM-CH < "A")
                OR (HRP-NORM-CH > "Z" AND HRP-NORM-CH <= X"7F")
               IF HRP-NORM-MODE = "K" AND HRP-NORM-O > 0
                  AND HRP-NORM-OUT(HRP-NORM-O:1) NOT = SPACE
                 ADD 1 TO HRP-NORM-O
               END-IF
             ELSE
               ADD 1 TO HRP-NORM-O
               MOVE HRP-NORM-CH TO HRP-NORM-OUT(HRP-NORM-O:1)
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：HRP-PAT 是否以完整字出現於 HRP-TEXT
      *> (HRP-HITS > 0 = 出現)
      *******************************************************
       HRP-FIND-PARA.
           MOVE 0 TO HRP-HITS.
           MOVE LENGTH OF FUNCTION TRIM(HRP-PAT) TO HRP-PLEN.
           MOVE FUNCTION TRIM(HRP-PAT) TO HRP-PAT(2:61).
           MOVE SPACE TO HRP-PAT(1:1).
           ADD 2 TO HRP-PLEN.
           INSPECT HRP-TEXT TALLYING HRP-HITS
             FOR ALL HRP-PAT(1:HRP-PLEN).

      *******************************************************
      *> 共用段落：追加一行分類軌跡 (上限 100 行)
      *******************************************************
             END-STRING
           END-IF.

      *******************************************************
      *> 共用段落：更名前舊地名過關警示 (RL-TEXT 為新名)
      *******************************************************
       RENAME-WARN-PARA.
           STRING
             FUNCTION TRIM(WARNING-TEMP) DELIMITED BY SIZE
             WARN-COMMA-FLAG DELIMITED BY SPACES
             "OLD PLACE NAME - RENAMED TO " DELIMITED BY SIZE
             FUNCTION TRIM(RL-TEXT) DELIMITED BY SIZE
             INTO WARNING-TEMP
           END-STRING.
           MOVE "Y" TO WARNING-FLAG.
           MOVE "," TO WARN-COMMA-FLAG.
           MOVE "105" TO EC-WORK.
           PERFORM WARN-CODE-ADD-PARA.

       WARN-CODE-ADD-PARA.
           IF WARNING-CODES = SPACES
             MOVE EC-WORK TO WARNING-CODES
