       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-SIGNON.

      *******************************************************
      *> 操作員簽入/角色核對副程式
      *> 各交談程式顯示任何資料前一律以本副程式簽入，操作員
      *> ID 取自作業系統登入帳號 (環境變數 USERNAME，無則
      *> USER)，不再由畫面自行輸入，避免自稱身分。
      *> 操作員登錄檔 input\OperatorRegistry.csv：
      *>   OPERATOR_ID;NAME;ROLES;STATUS;EXPIRES
      *>   ROLES   角色清單，逗號分隔 (RULE-EDITOR,RULE-APPROVER,
      *>           FAIL-FIXER,PII-VIEWER,SUPERVISOR,
      *>           COMPLIANCE-OFFICER)
      *>   STATUS  ACTIVE 以外 (SUSPENDED 等) 一律拒絕
      *>   EXPIRES 到期日 YYYYMMDD (空白=不到期)
      *> 作業：
      *>   SIGNON  取登入帳號、查登錄並核對 SGN-ROLE
      *>   CHECK   核對指定 SGN-OPERATOR 是否具 SGN-ROLE
      *>           (簽入後的功能權限、主管核可檔核可人等)
      *> 登錄檔不在場時一律拒絕。簽入、拒絕簽入與角色違規
      *> 皆附加至 AuditLog.csv
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OS-REG-FILE ASSIGN
             TO "input\OperatorRegistry.csv"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OS-REG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OS-REG-FILE.
         01 OS-REG-REC PIC X(300).

       WORKING-STORAGE SECTION.
       01 OS-REG-STATUS    PIC XX VALUE "00".
       01 OS-AUDIT-PATH    PIC X(150).

       01 OS-WORK.
          05 OS-ID         PIC X(20).
          05 OS-ID-CMP     PIC X(20).
          05 OS-TOK        PIC X(100) OCCURS 5 TIMES.
          05 OS-FOUND      PIC X VALUE "N".
          05 OS-STATE      PIC X(10).
          05 OS-EXPIRES    PIC X(8).
          05 OS-ROLE-TOK   PIC X(20) OCCURS 10 TIMES.
          05 OS-ROLE-I     PIC 99 VALUE 0.
          05 OS-ROLE-CMP   PIC X(20).
          05 OS-HAS-ROLE   PIC X VALUE "N".
          05 OS-TS         PIC X(21).
          05 OS-EVENT      PIC X(16).
          05 OS-TXT        PIC X(300).

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

      *******************************************************
      *> 資料部、LINKAGE SECTION
      *******************************************************
       LINKAGE SECTION.
           COPY "COPY-SIGNON.cpy".

      *******************************************************
      *> 程序部
      *******************************************************
       PROCEDURE DIVISION USING LS-SIGNON.
       MAIN SECTION.
           MOVE "N" TO SGN-RESULT.
           MOVE SPACES TO SGN-REASON SGN-NAME SGN-ROLES.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SGN-ROLE))
             TO SGN-ROLE.
           IF FUNCTION TRIM(SGN-AUDIT-PATH) = SPACES
             MOVE "output\AuditLog.csv" TO OS-AUDIT-PATH
           ELSE
             MOVE SGN-AUDIT-PATH TO OS-AUDIT-PATH
           END-IF.

           *> 簽入：操作員 ID 取自作業系統登入帳號
           IF FUNCTION TRIM(SGN-OP) = "SIGNON"
             MOVE SPACES TO SGN-OPERATOR
             ACCEPT SGN-OPERATOR FROM ENVIRONMENT "USERNAME"
             IF FUNCTION TRIM(SGN-OPERATOR) = SPACES
               ACCEPT SGN-OPERATOR FROM ENVIRONMENT "USER"
             END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SGN-OPERATOR))
             TO OS-ID.

           PERFORM OS-VERIFY-PARA.

           IF SGN-RESULT = "Y"
             IF FUNCTION TRIM(SGN-OP) = "SIGNON"
               MOVE OS-ID TO SGN-OPERATOR
               MOVE "SIGNON" TO OS-EVENT
               PERFORM OS-AUDIT-PARA
               DISPLAY "SGN0001I SIGNED ON AS " FUNCTION TRIM(OS-ID)
                 " (" FUNCTION TRIM(SGN-NAME) ")"
             END-IF
           ELSE
             IF FUNCTION TRIM(SGN-OP) = "SIGNON"
               MOVE "SIGNON-REJECTED" TO OS-EVENT
               DISPLAY "SGN0101E SIGN-ON REJECTED FOR "
                 FUNCTION TRIM(SGN-PROGRAM) " - "
                 FUNCTION TRIM(SGN-REASON)
             ELSE
               MOVE "ROLE-VIOLATION" TO OS-EVENT
               DISPLAY "SGN0102E " FUNCTION TRIM(OS-ID)
                 " NOT AUTHORIZED - " FUNCTION TRIM(SGN-REASON)
             END-IF
             PERFORM OS-AUDIT-PARA
           END-IF.

           EXIT PROGRAM.

      *******************************************************
      *> 共用段落：查操作員登錄並核對角色
      *******************************************************
       OS-VERIFY-PARA.
           IF OS-ID = SPACES
             MOVE "NO OPERATOR ID (LOGIN ACCOUNT NOT AVAILABLE)"
               TO SGN-REASON
             EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO OS-FOUND.
           OPEN INPUT OS-REG-FILE.
           IF OS-REG-STATUS NOT = "00"
             MOVE "OPERATOR REGISTRY NOT AVAILABLE" TO SGN-REASON
             EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL OS-REG-STATUS NOT = "00"
                      OR OS-FOUND = "Y"
             READ OS-REG-FILE
               AT END
                 MOVE "10" TO OS-REG-STATUS
               NOT AT END
                 IF OS-REG-REC(1:1) NOT = "*"
                    AND OS-REG-REC(1:12) NOT = "OPERATOR_ID;"
                   MOVE SPACES TO OS-TOK(1) OS-TOK(2) OS-TOK(3)
                                  OS-TOK(4) OS-TOK(5)
                   UNSTRING OS-REG-REC DELIMITED BY ";"
                       INTO OS-TOK(1) OS-TOK(2) OS-TOK(3)
                            OS-TOK(4) OS-TOK(5)
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OS-TOK(1)))
                     TO OS-ID-CMP
                   IF OS-ID-CMP = OS-ID
                     MOVE "Y" TO OS-FOUND
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE OS-REG-FILE.
           MOVE "00" TO OS-REG-STATUS.

           IF OS-FOUND = "N"
             MOVE "OPERATOR NOT IN REGISTRY" TO SGN-REASON
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TRIM(OS-TOK(2)) TO SGN-NAME.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OS-TOK(3)))
             TO SGN-ROLES.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(OS-TOK(4)))
             TO OS-STATE.
           MOVE FUNCTION TRIM(OS-TOK(5)) TO OS-EXPIRES.

           IF OS-STATE NOT = "ACTIVE"
             STRING
               "OPERATOR STATUS " DELIMITED BY SIZE
               FUNCTION TRIM(OS-STATE) DELIMITED BY SIZE
               INTO SGN-REASON
             END-STRING
             EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO OS-TS.
           IF OS-EXPIRES IS NUMERIC
              AND OS-EXPIRES < OS-TS(1:8)
             STRING
               "OPERATOR ENTRY EXPIRED " DELIMITED BY SIZE
               OS-EXPIRES DELIMITED BY SIZE
               INTO SGN-REASON
             END-STRING
             EXIT PARAGRAPH
           END-IF.

           IF SGN-ROLE NOT = SPACES
             MOVE SPACES TO OS-ROLE-TOK(1) OS-ROLE-TOK(2)
               OS-ROLE-TOK(3) OS-ROLE-TOK(4) OS-ROLE-TOK(5)
               OS-ROLE-TOK(6) OS-ROLE-TOK(7) OS-ROLE-TOK(8)
               OS-ROLE-TOK(9) OS-ROLE-TOK(10)
             UNSTRING SGN-ROLES DELIMITED BY ","
                 INTO OS-ROLE-TOK(1) OS-ROLE-TOK(2) OS-ROLE-TOK(3)
                      OS-ROLE-TOK(4) OS-ROLE-TOK(5) OS-ROLE-TOK(6)
                      OS-ROLE-TOK(7) OS-ROLE-TOK(8) OS-ROLE-TOK(9)
                      OS-ROLE-TOK(10)
             MOVE "N" TO OS-HAS-ROLE
             PERFORM VARYING OS-ROLE-I FROM 1 BY 1
                       UNTIL OS-ROLE-I > 10
               MOVE FUNCTION TRIM(OS-ROLE-TOK(OS-ROLE-I))
                 TO OS-ROLE-CMP
               IF OS-ROLE-CMP = SGN-ROLE
                 MOVE "Y" TO OS-HAS-ROLE
               END-IF
             END-PERFORM
             IF OS-HAS-ROLE = "N"
               STRING
                 "ROLE " DELIMITED BY SIZE
                 FUNCTION TRIM(SGN-ROLE) DELIMITED BY SIZE
                 " REQUIRED" DELIMITED BY SIZE
                 INTO SGN-REASON
               END-STRING
               EXIT PARAGRAPH
             END-IF
           END-IF.

           MOVE "Y" TO SGN-RESULT.

      *******************************************************
      *> 共用段落：附加一列至 AuditLog.csv
      *>   時戳;事件;程式;操作員;要求角色;原因
      *******************************************************
       OS-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE TO OS-TS.
           MOVE SPACES TO OS-TXT.
           STRING
             OS-TS(1:14) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(OS-EVENT) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SGN-PROGRAM) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(OS-ID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SGN-ROLE) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(SGN-REASON) DELIMITED BY SIZE
             INTO OS-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE OS-AUDIT-PATH TO LCH-PATH.
           MOVE OS-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
       END PROGRAM OPER-SIGNON.
