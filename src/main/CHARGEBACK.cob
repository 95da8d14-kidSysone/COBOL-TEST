      *>   MAIL;<通路或空白=預設>;<每件寄送費>
      *> 產出 output\Chargeback.csv (單位;項目;數量;費率;金額)
      *> 供財務按實際用量回沖各業務單位，不再按人頭數分攤
      *> 操作員以登入帳號簽入 (OPER-SIGNON)，已登錄即可執行
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 CB-RATE-STATUS  PIC XX VALUE "00".

       01 CB-MONTH        PIC X(6).
       01 CB-CUT          PIC 9(4) VALUE 0.

       *> 收費表
       01 CB-RATE-TBL.
          05 CB-AMT-FMT    PIC Z(10)9.99.
          05 CB-TXT        PIC X(200).

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "============== CHARGEBACK BILLING =============".
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "CHARGEBACK" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY "BILLING MONTH (YYYYMM): " WITH NO ADVANCING.
           ACCEPT CB-MONTH.
           IF CB-MONTH NOT NUMERIC
               AT END
                 MOVE "10" TO CB-AUDIT-STATUS
               NOT AT END
                 *> 去除鏈結封印 (;SEQ=...;CHK=...)
                 MOVE 0 TO CB-CUT
                 INSPECT CB-AUDIT-REC TALLYING CB-CUT
                   FOR CHARACTERS BEFORE INITIAL ";SEQ="
                 IF CB-CUT < 300
                   MOVE SPACES TO CB-AUDIT-REC(CB-CUT + 1:)
                 END-IF
                 IF CB-AUDIT-REC(1:6) = CB-MONTH
                   IF CB-AUDIT-REC(16:10) = "BU-DETAIL;"
                     PERFORM CB-BU-ROW-PARA
