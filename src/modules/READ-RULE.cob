              TO RR-REQF-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQF-STATUS.
           SELECT RENAME-FILE ASSIGN
              TO RR-RENAME-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RNM-STATUS.
           SELECT HRP-FILE ASSIGN
              TO RR-HRP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HRP-STATUS.
           SELECT SNAP-FILE ASSIGN
              TO RR-SNAP-PATH
           ORGANIZATION IS SEQUENTIAL
           RECORDING MODE IS F.
       01 REQF-REC PIC X(60).

       FD  RENAME-FILE
           RECORD CONTAINS 200 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 RENAME-REC PIC X(200).

       FD  HRP-FILE
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           RECORDING MODE IS F.
       01 HRP-REC PIC X(300).

       FD  SNAP-FILE
           RECORD CONTAINS 32768 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
       01 WS-REQF-STATUS         PIC XX VALUE "00".
       01 REQF-DATA              PIC X(40) OCCURS 3 TIMES.

       *> 官方地名更名登錄 (PlaceRenames.csv) 讀取用
       01 WS-RNM-STATUS          PIC XX VALUE "00".
       01 RNM-DATA               PIC X(50) OCCURS 5 TIMES.

       *> 高風險地址用途參照 (HighRiskPremises.csv) 讀取用
       01 WS-HRP-STATUS          PIC XX VALUE "00".
       01 HRP-DATA               PIC X(120) OCCURS 6 TIMES.
       01 HRP-NORM-WORK.
           05 HRP-NORM-IN        PIC X(120).
           05 HRP-NORM-OUT       PIC X(120).
           05 HRP-NORM-MODE      PIC X.
                                      *> K=保留單一空白分字
                                      *> P=去除全部空白
           05 HRP-NORM-CH        PIC X.
           05 HRP-NORM-I         PIC 9(3).
           05 HRP-NORM-O         PIC 9(3).
           05 HRP-KEY-STREET     PIC X(120).
           05 HRP-KEY-NUMBER     PIC X(120).

       *> 生效日規則集月曆 (RuleSetCalendar.csv：生效日;目錄)
       01 CAL-DATA.
           05 WS-CAL-STATUS     PIC XX VALUE "00".
           05 RR-NONCIV-PATH    PIC X(160).
           05 RR-DLVP-PATH      PIC X(160).
           05 RR-LEGALF-PATH    PIC X(160).
           05 RR-RENAME-PATH    PIC X(160).
           05 RR-HRP-PATH       PIC X(160).
           05 RR-SNAP-PATH      PIC X(160).
           05 RR-MFCHK-PATH     PIC X(160).

             "LegalForms.csv" DELIMITED BY SIZE
             INTO RR-LEGALF-PATH
           END-STRING.
           MOVE SPACES TO RR-RENAME-PATH.
           STRING FUNCTION TRIM(RR-DIR) DELIMITED BY SIZE
             "PlaceRenames.csv" DELIMITED BY SIZE
             INTO RR-RENAME-PATH
           END-STRING.
           MOVE SPACES TO RR-HRP-PATH.
           STRING FUNCTION TRIM(RR-DIR) DELIMITED BY SIZE
             "HighRiskPremises.csv" DELIMITED BY SIZE
             INTO RR-HRP-PATH
           END-STRING.

           *> DIR-NAMES 初期化
           MOVE "NORTH"   TO DIR-NAMES(1).
             CLOSE REQF-FILE
           END-IF.

      *******************************************************
      *> PlaceRenames.csv 讀取 (官方地名更名登錄)
      *> 每列：COUNTRY 或 CITY;舊名;新名;國家範圍;生效日
      *> 舊名比對欄與城市名單相同轉大寫並摺疊重音；
      *> 若檔案不存在，表為空 (無更名別名)
      *******************************************************
           MOVE 0 TO RNM-COUNT.
           OPEN INPUT RENAME-FILE.
           IF WS-RNM-STATUS = "00"
             MOVE "N" TO WS-END-FLAG
             PERFORM UNTIL WS-END-FLAG = "Y"
               READ RENAME-FILE
                 AT END
                   MOVE "Y" TO WS-END-FLAG
                 NOT AT END
                   IF RNM-COUNT < 300
                      AND FUNCTION TRIM(RENAME-REC) NOT = SPACES
                      AND RENAME-REC(1:1) NOT = "*"
                      AND RENAME-REC(1:5) NOT = "TYPE;"
                     MOVE SPACES TO RNM-DATA(1) RNM-DATA(2)
                                    RNM-DATA(3) RNM-DATA(4)
                                    RNM-DATA(5)
                     UNSTRING RENAME-REC DELIMITED BY ";"
                       INTO RNM-DATA(1) RNM-DATA(2) RNM-DATA(3)
                            RNM-DATA(4) RNM-DATA(5)
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(RNM-DATA(1)))
                       TO RNM-DATA(1)
                     IF (RNM-DATA(1) = "COUNTRY" OR "CITY")
                        AND RNM-DATA(2) NOT = SPACES
                        AND RNM-DATA(3) NOT = SPACES
                        AND FUNCTION TRIM(RNM-DATA(5)) IS NUMERIC
                       ADD 1 TO RNM-COUNT
                       MOVE RNM-DATA(1) TO RNM-TYPE(RNM-COUNT)
                       MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(RNM-DATA(2)))
                         TO RNM-OLD(RNM-COUNT)
                       INSPECT RNM-OLD(RNM-COUNT)
                         CONVERTING DIACRITIC-FROM-1 TO DIACRITIC-TO-1
                       INSPECT RNM-OLD(RNM-COUNT)
                         CONVERTING DIACRITIC-FROM-2 TO DIACRITIC-TO-2
                       INSPECT RNM-OLD(RNM-COUNT)
                         CONVERTING DIACRITIC-FROM-3 TO DIACRITIC-TO-3
                       MOVE FUNCTION TRIM(RNM-DATA(3))
                         TO RNM-NEW(RNM-COUNT)
                       MOVE FUNCTION UPPER-CASE(
                              FUNCTION TRIM(RNM-DATA(4)))
                         TO RNM-CTRY(RNM-COUNT)
                       MOVE FUNCTION TRIM(RNM-DATA(5))
                         TO RNM-EFF(RNM-COUNT)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE RENAME-FILE
           END-IF.

      *******************************************************
      *> PREMISES-TABLE 初期化 (高風險地址用途預設關鍵字)
      *******************************************************
           MOVE 0 TO HRP-COUNT.
           MOVE SPACES TO HRP-DATA(1) HRP-DATA(2) HRP-DATA(3)
                          HRP-DATA(4) HRP-DATA(5) HRP-DATA(6).
           MOVE "K" TO HRP-DATA(1).
           MOVE "CMRA"     TO HRP-DATA(2).
           MOVE "PMB"      TO HRP-DATA(3).
           PERFORM HRP-ADD-PARA.
           MOVE "UPS STORE" TO HRP-DATA(4).
           MOVE "SUITE"    TO HRP-DATA(3).
           PERFORM HRP-ADD-PARA.
           MOVE "MAIL BOXES ETC" TO HRP-DATA(4).
           PERFORM HRP-ADD-PARA.
           MOVE SPACES TO HRP-DATA(4).
           MOVE "VIRTUAL"  TO HRP-DATA(2).
           MOVE "VIRTUAL OFFICE" TO HRP-DATA(3).
           PERFORM HRP-ADD-PARA.
           MOVE "LOCKER"   TO HRP-DATA(2).
           MOVE "PARCEL LOCKER" TO HRP-DATA(3).
           PERFORM HRP-ADD-PARA.
           MOVE "PACKSTATION" TO HRP-DATA(3).
           PERFORM HRP-ADD-PARA.
           MOVE "PRISON"   TO HRP-DATA(2).
           MOVE "PRISON"   TO HRP-DATA(3).
           PERFORM HRP-ADD-PARA.
           MOVE "CORRECTIONAL FACILITY" TO HRP-DATA(3).
           PERFORM HRP-ADD-PARA.
           MOVE "HOSPITAL" TO HRP-DATA(2).
           MOVE "HOSPITAL" TO HRP-DATA(3).
           PERFORM HRP-ADD-PARA.
           MOVE "HOTEL"    TO HRP-DATA(2).
           MOVE "HOTEL"    TO HRP-DATA(3).
           PERFORM HRP-ADD-PARA.

      *******************************************************
      *> HighRiskPremises.csv 讀取 (高風險地址用途參照)
      *> 每列：P;用途;街道;門牌;郵遞區號;業者 (已知場所) 或
      *>       K;用途;關鍵字;業者字樣 (關鍵字)
      *> 若檔案存在，則以檔案內容取代上方預設關鍵字；
      *> 若不存在，沿用上方的預設值
      *******************************************************
           OPEN INPUT HRP-FILE.
           IF WS-HRP-STATUS = "00"
             MOVE 0 TO HRP-COUNT
             MOVE "N" TO WS-END-FLAG
             PERFORM UNTIL WS-END-FLAG = "Y"
               READ HRP-FILE
                 AT END
                   MOVE "Y" TO WS-END-FLAG
                 NOT AT END
                   IF FUNCTION TRIM(HRP-REC) NOT = SPACES
                      AND HRP-REC(1:1) NOT = "*"
                      AND HRP-REC(1:5) NOT = "KIND;"
                     MOVE SPACES TO HRP-DATA(1) HRP-DATA(2)
                                    HRP-DATA(3) HRP-DATA(4)
                                    HRP-DATA(5) HRP-DATA(6)
                     UNSTRING HRP-REC DELIMITED BY ";"
                       INTO HRP-DATA(1) HRP-DATA(2) HRP-DATA(3)
                            HRP-DATA(4) HRP-DATA(5) HRP-DATA(6)
                     PERFORM HRP-ADD-PARA
                   END-IF
               END-READ
             END-PERFORM
             CLOSE HRP-FILE
           END-IF.

      *******************************************************
      *> 規則使用統計歸零 (每次載入規則即重新起算)
      *******************************************************
           CLOSE SNAP-FILE.
           MOVE "00" TO WS-SNAP-STATUS.

      *******************************************************
      *> 共用段落：HRP-DATA 一列驗證後加入 PREMISES-TABLE
      *> (用途代碼不明、欄位不足或表已滿者略過)
      *******************************************************
       HRP-ADD-PARA.
           IF HRP-COUNT >= 500
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HRP-DATA(1)))
             TO HRP-DATA(1).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(HRP-DATA(2)))
             TO HRP-DATA(2).
           IF HRP-DATA(1) NOT = "P" AND HRP-DATA(1) NOT = "K"
             EXIT PARAGRAPH
           END-IF.
           IF HRP-DATA(2) NOT = "CMRA" AND NOT = "VIRTUAL"
              AND NOT = "LOCKER" AND NOT = "PRISON"
              AND NOT = "HOSPITAL" AND NOT = "HOTEL"
             EXIT PARAGRAPH
           END-IF.
           IF HRP-DATA(1) = "K"
             MOVE "K" TO HRP-NORM-MODE
             MOVE HRP-DATA(3) TO HRP-NORM-IN
             PERFORM HRP-NORM-PARA
             IF HRP-NORM-OUT = SPACES
               EXIT PARAGRAPH
             END-IF
             ADD 1 TO HRP-COUNT
             MOVE HRP-NORM-OUT TO HRP-KEY(HRP-COUNT)
             MOVE HRP-DATA(4) TO HRP-NORM-IN
           ELSE
             MOVE "P" TO HRP-NORM-MODE
             MOVE HRP-DATA(3) TO HRP-NORM-IN
             PERFORM HRP-NORM-PARA
             MOVE HRP-NORM-OUT TO HRP-KEY-STREET
             MOVE HRP-DATA(4) TO HRP-NORM-IN
             PERFORM HRP-NORM-PARA
             MOVE HRP-NORM-OUT TO HRP-KEY-NUMBER
             IF HRP-KEY-STREET = SPACES OR HRP-KEY-NUMBER = SPACES
               EXIT PARAGRAPH
             END-IF
             MOVE HRP-DATA(5) TO HRP-NORM-IN
             PERFORM HRP-NORM-PARA
             ADD 1 TO HRP-COUNT
             MOVE SPACES TO HRP-KEY(HRP-COUNT)
             STRING
               FUNCTION TRIM(HRP-KEY-STREET) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(HRP-KEY-NUMBER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(HRP-NORM-OUT) DELIMITED BY SIZE
               INTO HRP-KEY(HRP-COUNT)
             END-STRING
             MOVE "K" TO HRP-NORM-MODE
             MOVE HRP-DATA(6) TO HRP-NORM-IN
           END-IF.
           MOVE HRP-DATA(1) TO HRP-KIND(HRP-COUNT).
           MOVE HRP-DATA(2) TO HRP-USE(HRP-COUNT).
           PERFORM HRP-NORM-PARA.
           MOVE HRP-NORM-OUT TO HRP-OPER(HRP-COUNT).

      *******************************************************
      *> 共用段落：HRP-NORM-IN 正規化至 HRP-NORM-OUT
      *> (轉大寫、摺疊重音；ASCII 標點視同空白，K 模式連續
      *> 空白併為一個，P 模式全部去除)
      *******************************************************
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
           PERFORM VARYING HRP-NORM-I FROM 1 BY 1
                     UNTIL HRP-NORM-I > 120
             MOVE HRP-NORM-IN(HRP-NORM-I:1) TO HRP-NORM-CH
             IF HRP-NORM-CH < "0"
                OR (HRP-NORM-CH > "9" AND HRP-NORM-CH < "A")
                OR (HRP-NORM-CH > "Z" AND HRP-NORM-CH <= X"7F")
               IF HRP-NORM-MODE = "K" AND HRP-NORM-O > 0
                  AND HRP-NORM-OUT(HRP-NORM-O:1) NOT = SPACE
                  AND HRP-NORM-O < 120
                 ADD 1 TO HRP-NORM-O
               END-IF
             ELSE
               IF HRP-NORM-O < 120
                 ADD 1 TO HRP-NORM-O
                 MOVE HRP-NORM-CH TO HRP-NORM-OUT(HRP-NORM-O:1)
               END-IF
             END-IF
           END-PERFORM.

      *******************************************************
      *> 共用段落：城市名單 SHELL SORT (遞增)
      *******************************************************
