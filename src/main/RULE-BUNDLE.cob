      *>       input\RuleSetCalendar.csv；升級自此是一次檔案
      *>       傳輸加一次確認
      *> 匯入安裝記錄附加至 input\RuleMaint_Log.csv
      *> 操作員以登入帳號簽入 (OPER-SIGNON)；匯出須具 RULE-EDITOR、
      *> 匯入安裝須具 RULE-APPROVER 角色
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RB-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RB-RULE-FILE.
       FD RB-CAL-FILE.
         01 RB-CAL-REC PIC X(100).

       WORKING-STORAGE SECTION.
       01 RB-RULE-STATUS    PIC XX VALUE "00".
       01 RB-BNDL-IN-STATUS PIC XX VALUE "00".
       01 RB-CAL-STATUS     PIC XX VALUE "00".

       *> 標準規則檔清單 (套件成員)
       01 RB-NAMES-TBL.
          05 RB-TS-FMT      PIC X(14).
          05 RB-CNT-FMT     PIC Z(6)9.

      *> OPER-SIGNON 用 (簽入參數共用區，見 COPY-SIGNON.cpy)
           COPY "COPY-SIGNON.cpy".

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
           DISPLAY "============ RULE SET BUNDLES =============".
           *> 顯示任何資料前先簽入 (操作員 ID 取自登入帳號)
           MOVE "SIGNON" TO SGN-OP.
           MOVE "RULE-BUNDLE" TO SGN-PROGRAM.
           MOVE SPACES TO SGN-ROLE.
           MOVE SPACES TO SGN-AUDIT-PATH.
           CALL 'OPER-SIGNON' USING LS-SIGNON.
           IF SGN-RESULT NOT = "Y"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SGN-OPERATOR TO RB-OPERATOR.
           DISPLAY "FUNCTION (E=EXPORT, I=IMPORT): "
             WITH NO ADVANCING.
           ACCEPT RB-FUNC.
           MOVE FUNCTION UPPER-CASE(RB-FUNC) TO RB-FUNC.

           *> 功能權限：匯出須 RULE-EDITOR、匯入安裝須 RULE-APPROVER
           IF RB-FUNC = "E" OR RB-FUNC = "I"
             IF RB-FUNC = "E"
               MOVE "RULE-EDITOR" TO SGN-ROLE
             ELSE
               MOVE "RULE-APPROVER" TO SGN-ROLE
             END-IF
             MOVE "CHECK" TO SGN-OP
             MOVE RB-OPERATOR TO SGN-OPERATOR
             CALL 'OPER-SIGNON' USING LS-SIGNON
             IF SGN-RESULT NOT = "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-IF.

           EVALUATE RB-FUNC
             WHEN "E"
               PERFORM RB-EXPORT-PARA
           END-IF.

           *> 安裝記錄
           MOVE FUNCTION CURRENT-DATE TO RB-TS.
           MOVE RB-TS(1:14) TO RB-TS-FMT.
           MOVE SPACES TO RB-TXT.
             FUNCTION TRIM(RB-BNDL-PATH) DELIMITED BY SIZE
             INTO RB-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "input\RuleMaint_Log.csv" TO LCH-PATH.
           MOVE "TIMESTAMP;OPERATOR;FILE;ACTION;VALUE" TO LCH-HEADER.
           MOVE RB-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

           DISPLAY "BUNDLE INSTALLED INTO " FUNCTION TRIM(RB-DIR).

