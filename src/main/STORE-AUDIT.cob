      *>   V01 搬家列的客戶不在主檔上
      *>   V02 搬家列的新地址未反映到主檔 (仍為舊址)
      *>   U01 無法投遞名單上的客戶不在主檔上
      *>   L01 稽核/查閱記錄檔鏈結斷裂 (首一斷鏈列，見 LOG-VERIFY)
      *> 地址比對採逐字元滾動雜湊 (乘 31 加 ORD 取模)，僅於
      *> 本程式內部互比，避免整批載入長地址字串
      *******************************************************
         01 SA-MST-REC.
            05 SA-MST-CUSTID    PIC X(50).
            05 SA-MST-ADDRESS   PIC X(2000).
            05 SA-MST-REST      PIC X(4882).

       FD SA-HIST-FILE.
         01 SA-HIST-REC PIC X(2100).
          05 SA-CNT-FMT    PIC Z(6)9.
          05 SA-TXT        PIC X(200).

       *> 鏈結驗證的記錄檔
       01 SA-LOG-DATA.
          05 SA-LOG-PATH   PIC X(150) OCCURS 4 TIMES.
          05 SA-LOG-FMT    PIC Z(8)9.

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
               ADD 1 TO SA-DISC-CNT
             END-IF
           END-PERFORM.

      *******************************************************
      *> 稽核/查閱記錄檔鏈結驗證
      *******************************************************
           MOVE "output\AuditLog.csv" TO SA-LOG-PATH(1).
           MOVE "output\AddressAccess_Log.csv" TO SA-LOG-PATH(2).
           MOVE "output\FailFix_Log.csv" TO SA-LOG-PATH(3).
           MOVE "input\RuleMaint_Log.csv" TO SA-LOG-PATH(4).
           PERFORM VARYING SA-I FROM 1 BY 1 UNTIL SA-I > 4
             PERFORM SA-LOG-PARA
           END-PERFORM.
           CLOSE SA-RPT-FILE.

           MOVE SA-MST-CNT TO SA-CNT-FMT.
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：單一記錄檔鏈結驗證 (SA-LOG-PATH(SA-I))
      *******************************************************
       SA-LOG-PARA.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "VERIFY" TO LCH-OP.
           MOVE SA-LOG-PATH(SA-I) TO LCH-PATH.
           MOVE "output\LogChain_State.csv" TO LCH-STATE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.
           IF LCH-RESULT = "Y" OR LCH-RESULT = "M"
             EXIT PARAGRAPH
           END-IF.
           MOVE LCH-BAD-LINE TO SA-LOG-FMT.
           MOVE SPACES TO SA-TXT.
           STRING
             "L01;;" DELIMITED BY SIZE
             FUNCTION TRIM(SA-LOG-PATH(SA-I)) DELIMITED BY SIZE
             " LINE " DELIMITED BY SIZE
             FUNCTION TRIM(SA-LOG-FMT) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             FUNCTION TRIM(LCH-REASON) DELIMITED BY SIZE
             INTO SA-TXT
           END-STRING.
           IF LCH-RESULT = "E"
             MOVE SPACES TO SA-TXT
             STRING
               "L01;;" DELIMITED BY SIZE
               FUNCTION TRIM(SA-LOG-PATH(SA-I)) DELIMITED BY SIZE
               " LOG CANNOT BE READ" DELIMITED BY SIZE
               INTO SA-TXT
             END-STRING
           END-IF.
           MOVE SA-TXT TO SA-RPT-REC.
           WRITE SA-RPT-REC.
           ADD 1 TO SA-DISC-CNT.

      *******************************************************
      *> 共用段落：地址雜湊 (去尾空白字元 ORD 加總取餘數)
      *******************************************************
