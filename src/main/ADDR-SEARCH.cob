      *> 國家 的任意組合 (留空=不限)，以歸戶正規化 (轉大寫、
      *> 僅留英數) 比對 output\AddressMaster.dat 上每筆現行
      *> 重組地址，標點與大小寫差異不影響命中。退件調查與
      *> 大樓層級事故 (火災/水災) 需逐戶聯絡時每週使用。
      *> 查詢人以登入帳號簽入 (OPER-SIGNON)，須具 PII-VIEWER 角色
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         01 AS-MST-REC.
            05 AS-MST-CUSTID    PIC X(50).
            05 AS-MST-ADDRESS   PIC X(2000).
            05 AS-MST-REST      PIC X(4882).

       WORKING-STORAGE SECTION.
       01 AS-MST-STATUS   PIC XX VALUE "00".
          05 AS-HIT-CNT    PIC 9(7) VALUE 0.
          05 AS-CNT-FMT    PIC Z(6)9.

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "================ ADDRESS SEARCH =================".
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "ADDR-SEARCH" TO SGN-PROGRAM.
           MOVE "PII-VIEWER" TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           DISPLAY "STREET (BLANK=ANY)     : " WITH NO ADVANCING.
           ACCEPT AS-IN-STREET.
           DISPLAY "CITY (BLANK=ANY)       : " WITH NO ADVANCING.
