      *>   FIND-COUNTRY    國名是否在 CountryList (二分搜尋)
      *>   FIND-CITY       城市是否在 WorldCitiesList (二分搜尋)
      *>   FIND-STATE-NAME 州名全名 -> 州代碼 (RL-TEXT 回覆)
      *>   FIND-RENAME-CTRY 國名是否為更名登錄的舊名
      *>   FIND-RENAME-CITY 城市是否為更名登錄的舊名 (RL-CTRY
      *>                   為國家範圍)；以上兩項 RL-TEXT 回覆
      *>                   新名，RL-RESULT Y=生效日前 (舊名仍為
      *>                   別名) E=已生效 N=未登錄
      *******************************************************
       ENVIRONMENT DIVISION.

           05 RL-CTRY-CMP PIC X(35).
           05 RL-K      PIC S9(7) COMP VALUE 0.
           05 RL-SEEN   PIC X VALUE "N".
           05 RL-TYPE   PIC X(7).
           05 RL-DATE   PIC X(8).
           05 RL-TODAY  PIC X(21).
           05 RL-SCOPE-OK PIC X.
           05 RL-CTRY-F PIC X(50).
           05 RL-SCOPE-F PIC X(50).

      *******************************************************
      *> 資料部、LINKAGE SECTION
                 END-IF
               END-PERFORM

             WHEN "FIND-RENAME-CTRY"
             WHEN "FIND-RENAME-CITY"
               *> 比對鍵與載入時相同：轉大寫並摺疊重音
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RL-KEY))
                 TO RL-CMP
               INSPECT RL-CMP
                 CONVERTING DIACRITIC-FROM-1 TO DIACRITIC-TO-1
               INSPECT RL-CMP
                 CONVERTING DIACRITIC-FROM-2 TO DIACRITIC-TO-2
               INSPECT RL-CMP
                 CONVERTING DIACRITIC-FROM-3 TO DIACRITIC-TO-3
               IF RL-OP = "FIND-RENAME-CTRY"
                 MOVE "COUNTRY" TO RL-TYPE
               ELSE
                 MOVE "CITY" TO RL-TYPE
               END-IF
               *> 生效日與批次日期比較 (批次日期空白=當日)
               IF RULE-BATCH-DATE IS NUMERIC
                  AND RULE-BATCH-DATE NOT = SPACES
                 MOVE RULE-BATCH-DATE TO RL-DATE
               ELSE
                 MOVE FUNCTION CURRENT-DATE TO RL-TODAY
                 MOVE RL-TODAY(1:8) TO RL-DATE
               END-IF
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RL-CTRY))
                 TO RL-CTRY-CMP
               MOVE RL-CTRY-CMP TO RL-CTRY-F
               INSPECT RL-CTRY-F
                 CONVERTING DIACRITIC-FROM-1 TO DIACRITIC-TO-1
               INSPECT RL-CTRY-F
                 CONVERTING DIACRITIC-FROM-2 TO DIACRITIC-TO-2
               INSPECT RL-CTRY-F
                 CONVERTING DIACRITIC-FROM-3 TO DIACRITIC-TO-3
               PERFORM VARYING RL-K FROM 1 BY 1
                         UNTIL RL-K > RNM-COUNT
                 IF RNM-TYPE(RL-K) = RL-TYPE
                    AND RNM-OLD(RL-K) = RL-CMP
                   PERFORM RL-SCOPE-PARA
                   IF RL-SCOPE-OK = "Y"
                     MOVE RNM-NEW(RL-K) TO RL-TEXT
                     IF RL-DATE < RNM-EFF(RL-K)
                       MOVE "Y" TO RL-RESULT
                     ELSE
                       MOVE "E" TO RL-RESULT
                     END-IF
                     EXIT PERFORM
                   END-IF
                 END-IF
               END-PERFORM

             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           EXIT PROGRAM.

      *******************************************************
      *> 共用段落：更名登錄列 RL-K 的國家範圍是否涵蓋 RL-CTRY
      *> (範圍空白或呼叫端未帶國家=不限；範圍國本身亦已更名
      *> 時，新舊國名皆視為相符)
      *******************************************************
       RL-SCOPE-PARA.
           MOVE "Y" TO RL-SCOPE-OK.
           IF RNM-TYPE(RL-K) NOT = "CITY"
              OR RNM-CTRY(RL-K) = SPACES
              OR RL-CTRY-CMP = SPACES
              OR RNM-CTRY(RL-K) = RL-CTRY-CMP
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO RL-SCOPE-OK.
           MOVE RNM-CTRY(RL-K) TO RL-SCOPE-F.
           INSPECT RL-SCOPE-F
             CONVERTING DIACRITIC-FROM-1 TO DIACRITIC-TO-1.
           INSPECT RL-SCOPE-F
             CONVERTING DIACRITIC-FROM-2 TO DIACRITIC-TO-2.
           INSPECT RL-SCOPE-F
             CONVERTING DIACRITIC-FROM-3 TO DIACRITIC-TO-3.
           PERFORM VARYING RL-I FROM 1 BY 1 UNTIL RL-I > RNM-COUNT
             IF RNM-TYPE(RL-I) = "COUNTRY"
               IF (RNM-OLD(RL-I) = RL-CTRY-F
                   AND FUNCTION UPPER-CASE(RNM-NEW(RL-I))
                       = RNM-CTRY(RL-K))
                  OR (RNM-OLD(RL-I) = RL-SCOPE-F
                   AND FUNCTION UPPER-CASE(RNM-NEW(RL-I))
                       = RL-CTRY-CMP)
                 MOVE "Y" TO RL-SCOPE-OK
                 EXIT PERFORM
               END-IF
             END-IF
           END-PERFORM.
       END PROGRAM RULE-LOOKUP.
