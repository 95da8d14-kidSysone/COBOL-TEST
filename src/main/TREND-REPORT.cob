       WORKING-STORAGE SECTION.
       01 TR-AUDIT-STATUS PIC XX VALUE "00".
       01 TR-PARM-STATUS  PIC XX VALUE "00".
       01 TR-CUT          PIC 9(4) VALUE 0.

       01 TR-PARMS.
          05 TR-KEY        PIC X(30).
      *> 秒數合計；正式執行列再彙總每日/每週並印出耗時)
      *******************************************************
       TR-ROW-PARA.
           *> 去除鏈結封印 (;SEQ=...;CHK=...)
           MOVE 0 TO TR-CUT.
           INSPECT TR-AUDIT-REC TALLYING TR-CUT
             FOR CHARACTERS BEFORE INITIAL ";SEQ=".
           IF TR-CUT < 300
             MOVE SPACES TO TR-AUDIT-REC(TR-CUT + 1:)
           END-IF.
           IF FUNCTION TRIM(TR-AUDIT-REC) = SPACES
              OR TR-AUDIT-REC(1:14) = "RUN_TIMESTAMP;"
             EXIT PARAGRAPH
