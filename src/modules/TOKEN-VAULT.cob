       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOKEN-VAULT.

      *******************************************************
      *> CUSTOMER_ID 代號保管庫副程式
      *> 交付外部夥伴的檔案 (UPU_Address_<通路>.csv、
      *> ISO20022_Address.xml、預分揀輸出、訂閱者差異檔) 不再
      *> 帶真實 CUSTOMER_ID，改帶各夥伴專屬的代號；同一客戶
      *> 在不同夥伴手上的代號各不相同，外流檔案無法與客戶
      *> 主檔或其他夥伴的檔案串接。夥伴回傳檔案 (進站回執、
      *> 帳單明細、退件) 進站時再以代號反查回真實 ID。
      *> 保管庫 output\TokenVault.dat (索引檔)：
      *>   主鍵     夥伴 + CUSTOMER_ID
      *>   替代鍵   代號 (全庫唯一，不分夥伴)
      *> 代號格式 TK + 13 位亂數英數字 (與 CUSTOMER_ID 同寬，
      *> 固定長度輸出欄位毋須調整)，與 ID 本身無任何推算關係，
      *> 只能經由本保管庫還原；保管庫比照地址主檔列管。
      *> 作業：
      *>   OPEN     開啟保管庫 (不存在時建立空檔)
      *>   TOKENIZE 夥伴 + ID 取代號，未發過者新發一組並存檔
      *>   DETOKEN  代號反查 ID；TKN-PARTNER 有值時核對代號
      *>            確屬該夥伴，不符回 X (不予還原)
      *>   LOOKUP   夥伴 + ID 查既有代號，未發過者回 N 不新發
      *>   PURGE    刪除該 ID 在各夥伴的代號 (資料清除用)；
      *>            有刪除回 Y，無代號回 N
      *>   CLOSE    關閉保管庫
      *> 未先 OPEN 即 TOKENIZE/DETOKEN 者自動開啟；LOOKUP/PURGE
      *> 於保管庫不存在時不建立空檔，逕回 N
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT TV-VAULT-FILE ASSIGN
             TO "output\TokenVault.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TV-KEY
             ALTERNATE RECORD KEY IS TV-TOKEN
             FILE STATUS IS TV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TV-VAULT-FILE.
         01 TV-REC.
            05 TV-KEY.
               10 TV-PARTNER  PIC X(20).
               10 TV-CUSTID   PIC X(15).
            05 TV-TOKEN       PIC X(15).
            05 TV-CREATED     PIC X(8).

       WORKING-STORAGE SECTION.
       01 TV-STATUS        PIC XX VALUE "00".

       01 TV-WORK.
          05 TV-OPEN-FLAG  PIC X VALUE "N".
          05 TV-MISSING    PIC X VALUE "N".
          05 TV-EOF        PIC X VALUE "N".
          05 TV-SEEDED     PIC X VALUE "N".
          05 TV-SEED       PIC 9(8) VALUE 0.
          05 TV-RND        PIC V9(9) VALUE 0.
          05 TV-D          PIC 99 VALUE 0.
          05 TV-K          PIC 99 VALUE 0.
          05 TV-TRY        PIC 99 VALUE 0.
          05 TV-ISSUED     PIC X VALUE "N".
          05 TV-NEW-TOKEN  PIC X(15).
          05 TV-PARTNER-CMP PIC X(20).
          05 TV-TS         PIC X(21).
          05 TV-ALPHABET   PIC X(36)
             VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *******************************************************
      *> 資料部、LINKAGE SECTION
      *******************************************************
       LINKAGE SECTION.
           COPY "COPY-TOKEN.cpy".

      *******************************************************
      *> 程序部
      *******************************************************
       PROCEDURE DIVISION USING LS-TOKEN-VAULT.
       MAIN SECTION.
           MOVE "N" TO TKN-RESULT TKN-NEW.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TKN-PARTNER))
             TO TKN-PARTNER.

           EVALUATE FUNCTION TRIM(TKN-OP)
             WHEN "OPEN"
               PERFORM TV-OPEN-PARA
               IF TV-OPEN-FLAG = "Y"
                 MOVE "Y" TO TKN-RESULT
               ELSE
                 MOVE "E" TO TKN-RESULT
               END-IF

             WHEN "TOKENIZE"
               PERFORM TV-OPEN-PARA
               IF TV-OPEN-FLAG = "N"
                 MOVE "E" TO TKN-RESULT
               ELSE
                 PERFORM TV-TOKENIZE-PARA
               END-IF

             WHEN "DETOKEN"
               PERFORM TV-OPEN-PARA
               IF TV-OPEN-FLAG = "N"
                 MOVE "E" TO TKN-RESULT
               ELSE
                 PERFORM TV-DETOKEN-PARA
               END-IF

             WHEN "LOOKUP"
               PERFORM TV-OPEN-NC-PARA
               IF TV-OPEN-FLAG = "Y"
                 PERFORM TV-LOOKUP-PARA
               ELSE
                 IF TV-MISSING = "N"
                   MOVE "E" TO TKN-RESULT
                 END-IF
               END-IF

             WHEN "PURGE"
               PERFORM TV-OPEN-NC-PARA
               IF TV-OPEN-FLAG = "Y"
                 PERFORM TV-PURGE-PARA
               ELSE
                 IF TV-MISSING = "N"
                   MOVE "E" TO TKN-RESULT
                 END-IF
               END-IF

             WHEN "CLOSE"
               IF TV-OPEN-FLAG = "Y"
                 CLOSE TV-VAULT-FILE
                 MOVE "N" TO TV-OPEN-FLAG
               END-IF
               MOVE "Y" TO TKN-RESULT
           END-EVALUATE.

           EXIT PROGRAM.

      *******************************************************
      *> 共用段落：開啟保管庫 (不存在時建立空檔)
      *******************************************************
       TV-OPEN-PARA.
           IF TV-OPEN-FLAG = "Y"
             EXIT PARAGRAPH
           END-IF.
           OPEN I-O TV-VAULT-FILE.
           IF TV-STATUS = "35"
             OPEN OUTPUT TV-VAULT-FILE
             CLOSE TV-VAULT-FILE
             OPEN I-O TV-VAULT-FILE
           END-IF.
           IF TV-STATUS = "00"
             MOVE "Y" TO TV-OPEN-FLAG
           ELSE
             DISPLAY "TKN0101E TOKEN VAULT output\TokenVault.dat "
               "COULD NOT BE OPENED (STATUS " TV-STATUS ")"
           END-IF.

      *******************************************************
      *> 共用段落：開啟既有保管庫 (不存在時不建立，TV-MISSING=Y)
      *******************************************************
       TV-OPEN-NC-PARA.
           MOVE "N" TO TV-MISSING.
           IF TV-OPEN-FLAG = "Y"
             EXIT PARAGRAPH
           END-IF.
           OPEN I-O TV-VAULT-FILE.
           IF TV-STATUS = "35"
             MOVE "Y" TO TV-MISSING
             EXIT PARAGRAPH
           END-IF.
           IF TV-STATUS = "00"
             MOVE "Y" TO TV-OPEN-FLAG
           ELSE
             DISPLAY "TKN0101E TOKEN VAULT output\TokenVault.dat "
               "COULD NOT BE OPENED (STATUS " TV-STATUS ")"
           END-IF.

      *******************************************************
      *> 共用段落：夥伴 + ID 查既有代號 (不新發)
      *******************************************************
       TV-LOOKUP-PARA.
           MOVE SPACES TO TKN-TOKEN.
           IF FUNCTION TRIM(TKN-CUSTID) = SPACES
              OR TKN-PARTNER = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE TKN-PARTNER TO TV-PARTNER.
           MOVE FUNCTION TRIM(TKN-CUSTID) TO TV-CUSTID.
           READ TV-VAULT-FILE KEY IS TV-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE TV-TOKEN TO TKN-TOKEN
               MOVE "Y" TO TKN-RESULT
           END-READ.

      *******************************************************
      *> 共用段落：刪除該 ID 在各夥伴的代號 (主鍵夥伴在前，
      *> 須全庫循序掃描)
      *******************************************************
       TV-PURGE-PARA.
           IF FUNCTION TRIM(TKN-CUSTID) = SPACES
             EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO TV-EOF.
           MOVE LOW-VALUES TO TV-KEY.
           START TV-VAULT-FILE KEY NOT < TV-KEY
             INVALID KEY
               MOVE "Y" TO TV-EOF
           END-START.
           PERFORM UNTIL TV-EOF = "Y"
             READ TV-VAULT-FILE NEXT
               AT END
                 MOVE "Y" TO TV-EOF
               NOT AT END
                 IF TV-CUSTID = FUNCTION TRIM(TKN-CUSTID)
                   DELETE TV-VAULT-FILE
                     INVALID KEY
                       CONTINUE
                     NOT INVALID KEY
                       MOVE "Y" TO TKN-RESULT
                   END-DELETE
                 END-IF
             END-READ
           END-PERFORM.

      *******************************************************
      *> 共用段落：夥伴 + ID 取代號 (未發過者新發一組)
      *******************************************************
       TV-TOKENIZE-PARA.
           MOVE SPACES TO TKN-TOKEN.
           IF FUNCTION TRIM(TKN-CUSTID) = SPACES
              OR TKN-PARTNER = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE TKN-PARTNER TO TV-PARTNER.
           MOVE FUNCTION TRIM(TKN-CUSTID) TO TV-CUSTID.
           READ TV-VAULT-FILE KEY IS TV-KEY
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE TV-TOKEN TO TKN-TOKEN
               MOVE "Y" TO TKN-RESULT
           END-READ.
           IF TKN-RESULT = "Y"
             EXIT PARAGRAPH
           END-IF.

           *> 新發代號：亂數產生，替代鍵重複 (極少見) 時重抽
           IF TV-SEEDED = "N"
             MOVE FUNCTION CURRENT-DATE TO TV-TS
             MOVE TV-TS(9:8) TO TV-SEED
             MOVE FUNCTION RANDOM(TV-SEED) TO TV-RND
             MOVE "Y" TO TV-SEEDED
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO TV-TS.
           MOVE "N" TO TV-ISSUED.
           PERFORM VARYING TV-TRY FROM 1 BY 1
                     UNTIL TV-TRY > 20 OR TV-ISSUED = "Y"
             MOVE "TK" TO TV-NEW-TOKEN
             PERFORM VARYING TV-K FROM 3 BY 1 UNTIL TV-K > 15
               MOVE FUNCTION RANDOM TO TV-RND
               COMPUTE TV-D = TV-RND * 36 + 1
               MOVE TV-ALPHABET(TV-D:1) TO TV-NEW-TOKEN(TV-K:1)
             END-PERFORM
             MOVE TKN-PARTNER TO TV-PARTNER
             MOVE FUNCTION TRIM(TKN-CUSTID) TO TV-CUSTID
             MOVE TV-NEW-TOKEN TO TV-TOKEN
             MOVE TV-TS(1:8) TO TV-CREATED
             WRITE TV-REC
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE "Y" TO TV-ISSUED
             END-WRITE
           END-PERFORM.

           IF TV-ISSUED = "Y"
             MOVE TV-NEW-TOKEN TO TKN-TOKEN
             MOVE "Y" TO TKN-RESULT TKN-NEW
           ELSE
             MOVE "E" TO TKN-RESULT
             DISPLAY "TKN0102E TOKEN VAULT WRITE FAILED FOR PARTNER "
               FUNCTION TRIM(TKN-PARTNER) " (STATUS " TV-STATUS ")"
           END-IF.

      *******************************************************
      *> 共用段落：代號反查 ID (夥伴有值時核對歸屬)
      *******************************************************
       TV-DETOKEN-PARA.
           MOVE SPACES TO TKN-CUSTID.
           IF FUNCTION TRIM(TKN-TOKEN) = SPACES
             EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TKN-TOKEN))
             TO TV-TOKEN.
           READ TV-VAULT-FILE KEY IS TV-TOKEN
             INVALID KEY
               EXIT PARAGRAPH
           END-READ.

           MOVE TV-PARTNER TO TV-PARTNER-CMP.
           IF TKN-PARTNER NOT = SPACES
              AND TKN-PARTNER NOT = TV-PARTNER-CMP
             MOVE "X" TO TKN-RESULT
             EXIT PARAGRAPH
           END-IF.
           MOVE TV-CUSTID TO TKN-CUSTID.
           MOVE TV-PARTNER TO TKN-PARTNER.
           MOVE "Y" TO TKN-RESULT.
       END PROGRAM TOKEN-VAULT.
