       IDENTIFICATION DIVISION.
       PROGRAM-ID. HIST-STORE.

      *******************************************************
      *> 地址歷史索引檔副程式
      *> AddressHistory.csv 為逐批附加的循序檔，查詢單一客戶
      *> 須整檔掃描。本副程式維護同內容的索引檔
      *> AddressHistory.idx，主鍵 CUSTOMER_ID + 生效日 + 序號
      *> (同客戶同日多列依寫入先後編號)，某客戶的時間軸以
      *> START + READ NEXT 依生效日順序取得。CSV 照常附加，
      *> 保留為試算表匯出格式；寫入 CSV 的程式同步呼叫本副
      *> 程式 WRITE/DELETE。
      *> 既有 CSV 歷史以 MASTER-UTIL 功能 H 一次轉入：RESET
      *> 清空 -> 逐列 WRITE -> MARK 寫入載入完成記錄
      *> (鍵 #LOADED)；查詢程式見不到該記錄時表示索引未經
      *> 完整載入，改回掃描 CSV。
      *> 作業：
      *>   OPEN     更新模式開啟 (不存在時建立空檔)
      *>   OPENIN   唯讀開啟 (不存在時回 N)
      *>   RESET    清空索引檔 (重新載入前)
      *>   WRITE    新增一列 (HST-ROW 為 CSV 原文，鍵值取
      *>            第 1/2 欄)
      *>   DELETE   刪除與 HST-ROW 原文相同的一列
      *>   MARK     寫入載入完成記錄
      *>   FIRST    定位 HST-CUSTID 自 HST-DATE 起的第一列
      *>   NEXT     同客戶的下一列 (已無者回 N)
      *>   CLOSE    關閉索引檔
      *> 未先開啟即 WRITE/DELETE 者自動以更新模式開啟；
      *> FIRST 自動以唯讀開啟
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT HS-HIST-FILE ASSIGN
             TO HS-PATH
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS HS-KEY
             FILE STATUS IS HS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HS-HIST-FILE.
         01 HS-REC.
            05 HS-KEY.
               10 HS-CUSTID   PIC X(50).
               10 HS-DATE     PIC X(8).
               10 HS-SEQ      PIC 9(5).
            05 HS-ROW         PIC X(2100).

       WORKING-STORAGE SECTION.
       01 HS-STATUS        PIC XX VALUE "00".
       01 HS-PATH          PIC X(120).

       01 HS-WORK.
          05 HS-OPEN-MODE  PIC X VALUE "N".
                             *> N=未開 I=唯讀 U=更新
          05 HS-WANT       PIC X VALUE "U".
          05 HS-DONE       PIC X VALUE "N".
          05 HS-K-CUST     PIC X(50).
          05 HS-K-DATE     PIC X(8).
          05 HS-W-CUST     PIC X(50).
          05 HS-W-DATE     PIC X(10).
          05 HS-TS         PIC X(21).

      *******************************************************
      *> 資料部、LINKAGE SECTION
      *******************************************************
       LINKAGE SECTION.
           COPY "COPY-HISTORY.cpy".

      *******************************************************
      *> 程序部
      *******************************************************
       PROCEDURE DIVISION USING LS-HIST-STORE.
       MAIN SECTION.
           MOVE "N" TO HST-RESULT.

           EVALUATE FUNCTION TRIM(HST-OP)
             WHEN "OPEN"
               MOVE "U" TO HS-WANT
               PERFORM HS-OPEN-PARA
               IF HS-OPEN-MODE = "U"
                 MOVE "Y" TO HST-RESULT
               ELSE
                 MOVE "E" TO HST-RESULT
               END-IF

             WHEN "OPENIN"
               MOVE "I" TO HS-WANT
               PERFORM HS-OPEN-PARA
               EVALUATE TRUE
                 WHEN HS-OPEN-MODE NOT = "N"
                   MOVE "Y" TO HST-RESULT
                 WHEN HS-STATUS = "35"
                   MOVE "N" TO HST-RESULT
                 WHEN OTHER
                   MOVE "E" TO HST-RESULT
               END-EVALUATE

             WHEN "RESET"
               PERFORM HS-RESET-PARA

             WHEN "WRITE"
               MOVE "U" TO HS-WANT
               PERFORM HS-OPEN-PARA
               IF HS-OPEN-MODE = "U"
                 PERFORM HS-WRITE-PARA
               ELSE
                 MOVE "E" TO HST-RESULT
               END-IF

             WHEN "DELETE"
               MOVE "U" TO HS-WANT
               PERFORM HS-OPEN-PARA
               IF HS-OPEN-MODE = "U"
                 PERFORM HS-DELETE-PARA
               ELSE
                 MOVE "E" TO HST-RESULT
               END-IF

             WHEN "MARK"
               MOVE "U" TO HS-WANT
               PERFORM HS-OPEN-PARA
               IF HS-OPEN-MODE = "U"
                 PERFORM HS-MARK-PARA
               ELSE
                 MOVE "E" TO HST-RESULT
               END-IF

             WHEN "FIRST"
               MOVE "I" TO HS-WANT
               PERFORM HS-OPEN-PARA
               IF HS-OPEN-MODE NOT = "N"
                 PERFORM HS-FIRST-PARA
               END-IF

             WHEN "NEXT"
               IF HS-OPEN-MODE NOT = "N"
                 PERFORM HS-NEXT-PARA
               END-IF

             WHEN "CLOSE"
               IF HS-OPEN-MODE NOT = "N"
                 CLOSE HS-HIST-FILE
                 MOVE "N" TO HS-OPEN-MODE
               END-IF
               MOVE "Y" TO HST-RESULT
           END-EVALUATE.

           EXIT PROGRAM.

      *******************************************************
      *> 共用段落：開啟索引檔 (HS-WANT：I=唯讀 U=更新；
      *> 唯讀中要求更新者關閉後改以更新模式重開)
      *******************************************************
       HS-OPEN-PARA.
           IF HS-OPEN-MODE = "U"
              OR HS-OPEN-MODE = HS-WANT
             EXIT PARAGRAPH
           END-IF.
           IF HS-OPEN-MODE = "I"
             CLOSE HS-HIST-FILE
             MOVE "N" TO HS-OPEN-MODE
           END-IF.
           IF FUNCTION TRIM(HST-PATH) = SPACES
             MOVE "output\AddressHistory.idx" TO HS-PATH
           ELSE
             MOVE HST-PATH TO HS-PATH
           END-IF.

           IF HS-WANT = "I"
             OPEN INPUT HS-HIST-FILE
             IF HS-STATUS = "00"
               MOVE "I" TO HS-OPEN-MODE
             END-IF
           ELSE
             OPEN I-O HS-HIST-FILE
             IF HS-STATUS = "35"
               OPEN OUTPUT HS-HIST-FILE
               CLOSE HS-HIST-FILE
               OPEN I-O HS-HIST-FILE
             END-IF
             IF HS-STATUS = "00"
               MOVE "U" TO HS-OPEN-MODE
             END-IF
           END-IF.
           IF HS-OPEN-MODE = "N"
              AND NOT (HS-WANT = "I" AND HS-STATUS = "35")
             DISPLAY "HST0101E HISTORY INDEX " FUNCTION TRIM(HS-PATH)
               " COULD NOT BE OPENED (STATUS " HS-STATUS ")"
           END-IF.

      *******************************************************
      *> 共用段落：清空索引檔 (重新載入前)
      *******************************************************
       HS-RESET-PARA.
           IF HS-OPEN-MODE NOT = "N"
             CLOSE HS-HIST-FILE
             MOVE "N" TO HS-OPEN-MODE
           END-IF.
           IF FUNCTION TRIM(HST-PATH) = SPACES
             MOVE "output\AddressHistory.idx" TO HS-PATH
           ELSE
             MOVE HST-PATH TO HS-PATH
           END-IF.
           OPEN OUTPUT HS-HIST-FILE.
           IF HS-STATUS NOT = "00"
             DISPLAY "HST0101E HISTORY INDEX " FUNCTION TRIM(HS-PATH)
               " COULD NOT BE CREATED (STATUS " HS-STATUS ")"
             MOVE "E" TO HST-RESULT
             EXIT PARAGRAPH
           END-IF.
           CLOSE HS-HIST-FILE.
           MOVE "U" TO HS-WANT.
           PERFORM HS-OPEN-PARA.
           IF HS-OPEN-MODE = "U"
             MOVE "Y" TO HST-RESULT
           ELSE
             MOVE "E" TO HST-RESULT
           END-IF.

      *******************************************************
      *> 共用段落：新增一列 (同客戶同日已有者序號遞增)
      *******************************************************
       HS-WRITE-PARA.
           IF HST-ROW(1:12) = "CUSTOMER_ID;"
              OR HST-ROW(1:1) = "*"
             EXIT PARAGRAPH
           END-IF.
           PERFORM HS-ROW-KEY-PARA.
           IF HS-K-CUST = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE HS-K-CUST TO HS-CUSTID.
           MOVE HS-K-DATE TO HS-DATE.
           MOVE 0 TO HS-SEQ.
           MOVE HST-ROW TO HS-ROW.
           MOVE "N" TO HS-DONE.
           PERFORM UNTIL HS-DONE NOT = "N"
             IF HS-SEQ = 99999
               MOVE "E" TO HS-DONE
             ELSE
               ADD 1 TO HS-SEQ
               WRITE HS-REC
                 INVALID KEY
                   IF HS-STATUS NOT = "22"
                     MOVE "E" TO HS-DONE
                   END-IF
                 NOT INVALID KEY
                   MOVE "Y" TO HS-DONE
               END-WRITE
             END-IF
           END-PERFORM.

           IF HS-DONE = "Y"
             MOVE "Y" TO HST-RESULT
           ELSE
             MOVE "E" TO HST-RESULT
             DISPLAY "HST0102E HISTORY INDEX WRITE FAILED FOR "
               FUNCTION TRIM(HS-K-CUST) " (STATUS " HS-STATUS ")"
           END-IF.

      *******************************************************
      *> 共用段落：刪除與 HST-ROW 原文相同的一列
      *******************************************************
       HS-DELETE-PARA.
           PERFORM HS-ROW-KEY-PARA.
           IF HS-K-CUST = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE HS-K-CUST TO HS-CUSTID.
           MOVE HS-K-DATE TO HS-DATE.
           MOVE 0 TO HS-SEQ.
           START HS-HIST-FILE KEY NOT < HS-KEY
             INVALID KEY
               EXIT PARAGRAPH
           END-START.
           MOVE "N" TO HS-DONE.
           PERFORM UNTIL HS-DONE NOT = "N"
             READ HS-HIST-FILE NEXT
               AT END
                 MOVE "X" TO HS-DONE
               NOT AT END
                 IF HS-CUSTID NOT = HS-K-CUST
                    OR HS-DATE NOT = HS-K-DATE
                   MOVE "X" TO HS-DONE
                 ELSE
                   IF FUNCTION TRIM(HS-ROW) = FUNCTION TRIM(HST-ROW)
                     DELETE HS-HIST-FILE
                       INVALID KEY
                         MOVE "E" TO HST-RESULT
                       NOT INVALID KEY
                         MOVE "Y" TO HST-RESULT
                     END-DELETE
                     MOVE "Y" TO HS-DONE
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

      *******************************************************
      *> 共用段落：寫入載入完成記錄 (鍵 #LOADED，列載時戳)
      *******************************************************
       HS-MARK-PARA.
           MOVE FUNCTION CURRENT-DATE TO HS-TS.
           MOVE SPACES TO HS-REC.
           MOVE "#LOADED" TO HS-CUSTID.
           MOVE 1 TO HS-SEQ.
           STRING
             "#LOADED;" DELIMITED BY SIZE
             HS-TS(1:14) DELIMITED BY SIZE
             INTO HS-ROW
           END-STRING.
           WRITE HS-REC
             INVALID KEY
               REWRITE HS-REC
                 INVALID KEY
                   MOVE "E" TO HST-RESULT
                 NOT INVALID KEY
                   MOVE "Y" TO HST-RESULT
               END-REWRITE
             NOT INVALID KEY
               MOVE "Y" TO HST-RESULT
           END-WRITE.

      *******************************************************
      *> 共用段落：定位某客戶自指定生效日起的第一列
      *******************************************************
       HS-FIRST-PARA.
           MOVE FUNCTION TRIM(HST-CUSTID) TO HS-K-CUST.
           MOVE HS-K-CUST TO HS-CUSTID.
           MOVE HST-DATE TO HS-DATE.
           MOVE 0 TO HS-SEQ.
           START HS-HIST-FILE KEY NOT < HS-KEY
             INVALID KEY
               EXIT PARAGRAPH
           END-START.
           PERFORM HS-NEXT-PARA.

      *******************************************************
      *> 共用段落：同客戶的下一列
      *******************************************************
       HS-NEXT-PARA.
           READ HS-HIST-FILE NEXT
             AT END
               EXIT PARAGRAPH
           END-READ.
           IF HS-CUSTID NOT = HS-K-CUST
             EXIT PARAGRAPH
           END-IF.
           MOVE HS-CUSTID TO HST-CUSTID.
           MOVE HS-DATE TO HST-DATE.
           MOVE HS-ROW TO HST-ROW.
           MOVE "Y" TO HST-RESULT.

      *******************************************************
      *> 共用段落：歷史列鍵值 (第 1 欄客戶、第 2 欄生效日)
      *******************************************************
       HS-ROW-KEY-PARA.
           MOVE SPACES TO HS-W-CUST HS-W-DATE.
           UNSTRING HST-ROW DELIMITED BY ";"
               INTO HS-W-CUST HS-W-DATE.
           MOVE FUNCTION TRIM(HS-W-CUST) TO HS-K-CUST.
           MOVE HS-W-DATE(1:8) TO HS-K-DATE.
       END PROGRAM HIST-STORE.
