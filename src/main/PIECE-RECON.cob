       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIECE-RECON.

      *******************************************************
      *> 郵寄件數全程核對程式 (件數瀑布)
      *> 各步驟各自檢核，但步驟之間的件數從未互相核對。本程式
      *> 依一次郵寄的輸出檔組 (預設 output\) 逐段建立件數瀑布，
      *> 每段與前一段實際件數比較，差異即標示於該段：
      *>   ACCEPTED        RunSummary.csv 總筆數
      *>   - 禁寄/無法投遞/禁運/受限對象扣件/接觸頻率延後/
      *>     DELTA 無輸出
      *>   + 種子地址件 (不計入總筆數，另行插入各輸出檔)
      *>                   (RunSummary.csv PIECE FLOW 列)
      *>   ADDRESS SPLIT   Address_Split.csv.ctl 交握總數
      *>   PRESORT FEED    Address_Split_FB.txt.ctl 交握總數
      *>   - 全額郵資件 (不入盤)
      *>   PRESORTED       入盤預分揀件數 (PIECE FLOW 列)
      *>   TRAYED          Tray_Manifest.csv 各盤件數合計
      *>   LABELLED        AuditLog.csv 的 LABEL-PRINT 整批印製
      *>                   標籤數 (不計補印；應等於 ADDRESS SPLIT
      *>                   減無寄件人未印件)
      *>   - 不交付 UPU 件 (CBPR 違規/缺寄件人)
      *>   UPU HANDOFF     UPU_Address.csv.ctl 交握總數
      *>   UPU CHANNELS    RunSummary.csv 各目的國通路 UPU 件數合計
      *>   ACKNOWLEDGED    Ack_Reconciliation.csv 各通路回執件數
      *>                   (收件+退件)，應等於該通路 UPU 件數
      *>   INVOICED        Invoice_Reconciliation.csv 本郵寄各通路
      *>                   帳單件數，應等於該通路收件數 (退件不計費)
      *> 輸出檔已被主管核放管制扣住 (.ctl.held) 時照扣住的交握
      *> 檔核對，回執與帳單段標示 HELD；回執/帳單/標籤尚未產生
      *> 者標示 PENDING，均不視為差異。
      *> PIECE.PARM 可指定：
      *>   OUTPUT-DIR=<目錄>   該次郵寄輸出檔組所在 (預設 output\)
      *>   MAILING-ID=<代號>   須與輸出檔組的郵寄代號相符
      *> 結果寫入 output\Piece_Waterfall.csv，有差異者逐段顯示並
      *> 以 RC=4 結束，核對事實附加至 AuditLog.csv
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT PCR-PARM-FILE ASSIGN
             TO "PIECE.PARM"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PCR-PARM-STATUS.

           SELECT PCR-IN-FILE ASSIGN
             TO PCR-IN-PATH
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PCR-IN-STATUS.

           SELECT PCR-RPT-FILE ASSIGN
             TO "output\Piece_Waterfall.csv"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PCR-PARM-FILE.
         01 PCR-PARM-REC PIC X(200).

       FD PCR-IN-FILE.
         01 PCR-IN-REC PIC X(600).

       FD PCR-RPT-FILE.
         01 PCR-RPT-REC PIC X(300).

       WORKING-STORAGE SECTION.
       01 PCR-PARM-STATUS  PIC XX VALUE "00".
       01 PCR-IN-STATUS    PIC XX VALUE "00".
       01 PCR-IN-PATH      PIC X(200).

       01 PCR-PARMS.
          05 PCR-KEY        PIC X(30).
          05 PCR-VAL        PIC X(150).
          05 PCR-DIR        PIC X(150) VALUE "output\".
          05 PCR-ONE-ID     PIC X(20) VALUE SPACES.

       *> 讀入列拆分 (以 ";" 分欄)
       01 PCR-TOKS.
          05 PCR-TOK        PIC X(60) OCCURS 22 TIMES.
       01 PCR-TI            PIC 9(3) VALUE 0.
       01 PCR-CUT           PIC 9(4) VALUE 0.
       01 PCR-NUM-TXT       PIC X(60).
       01 PCR-NUM           PIC 9(9) VALUE 0.

       *> 各段件數 (狀態 Y=有檔 H=扣住中 N=無檔)
       01 PCR-COUNTS.
          05 PCR-MAIL-ID    PIC X(20) VALUE SPACES.
          05 PCR-SUM-ST     PIC X VALUE "N".
          05 PCR-FLOW-ST    PIC X VALUE "N".
          05 PCR-ACCEPTED   PIC 9(9) VALUE 0.
          05 PCR-SUP        PIC 9(9) VALUE 0.
          05 PCR-UND        PIC 9(9) VALUE 0.
          05 PCR-EMB        PIC 9(9) VALUE 0.
          05 PCR-SCR        PIC 9(9) VALUE 0.
          05 PCR-DLT        PIC 9(9) VALUE 0.
          05 PCR-CTC        PIC 9(9) VALUE 0.
          05 PCR-SEED       PIC 9(9) VALUE 0.
          05 PCR-WH         PIC 9(9) VALUE 0.
          05 PCR-FULL       PIC 9(9) VALUE 0.
          05 PCR-PSRT       PIC 9(9) VALUE 0.
          05 PCR-SPLIT      PIC 9(9) VALUE 0.
          05 PCR-SPLIT-ST   PIC X VALUE "N".
          05 PCR-FB         PIC 9(9) VALUE 0.
          05 PCR-FB-ST      PIC X VALUE "N".
          05 PCR-UPU        PIC 9(9) VALUE 0.
          05 PCR-UPU-ST     PIC X VALUE "N".
          05 PCR-TRAY       PIC 9(9) VALUE 0.
          05 PCR-TRAY-ST    PIC X VALUE "N".
          05 PCR-LBL        PIC 9(9) VALUE 0.
          05 PCR-LBL-MISS   PIC 9(9) VALUE 0.
          05 PCR-LBL-ST     PIC X VALUE "N".
          05 PCR-RP-OPEN    PIC X VALUE "N".
          05 PCR-RP-CNT     PIC 9(5) VALUE 0.
          05 PCR-RP-LBL     PIC 9(9) VALUE 0.
          05 PCR-ACK-ST     PIC X VALUE "N".
          05 PCR-INV-ST     PIC X VALUE "N".
          05 PCR-HELD       PIC X VALUE "N".
          05 PCR-IN-CH      PIC X VALUE "N".
          05 PCR-LINE-NO    PIC 9(7) VALUE 0.

       *> 通路表 (RunSummary 通路列、回執、帳單)
       01 PCR-CH-TBL.
          05 PCR-CH OCCURS 100 TIMES.
             10 PCR-CH-NAME   PIC X(20).
             10 PCR-CH-INSUM  PIC X.
             10 PCR-CH-UPU    PIC 9(9).
             10 PCR-CH-ACC    PIC 9(9).
             10 PCR-CH-REJ    PIC 9(9).
             10 PCR-CH-INV    PIC 9(9).
             10 PCR-CH-INVSEEN PIC X.
       01 PCR-CH-WORK.
          05 PCR-CH-COUNT   PIC 9(3) VALUE 0.
          05 PCR-CH-SUMCNT  PIC 9(3) VALUE 0.
          05 PCR-CH-I       PIC 9(3) VALUE 0.
          05 PCR-CH-KEY     PIC X(20).
          05 PCR-CH-UPU-TOT PIC 9(9) VALUE 0.
          05 PCR-CH-ACK-TOT PIC 9(9) VALUE 0.
          05 PCR-CH-ACC-TOT PIC 9(9) VALUE 0.
          05 PCR-CH-INV-TOT PIC 9(9) VALUE 0.

       *> 瀑布一段 (S=起點 L=減項 A=加項 C=核對 I=資訊
       *> P=尚未產生 H=扣住中)
       01 PCR-STEP.
          05 PCR-S-NAME     PIC X(30).
          05 PCR-S-PREV     PIC X(30).
          05 PCR-S-CHAN     PIC X(20) VALUE SPACES.
          05 PCR-S-SRC      PIC X(50).
          05 PCR-S-KIND     PIC X.
          05 PCR-S-PCS      PIC S9(9) VALUE 0.
          05 PCR-S-EXP      PIC S9(9) VALUE 0.
          05 PCR-S-DIFF     PIC S9(9) VALUE 0.
          05 PCR-S-RESULT   PIC X(8).
       01 PCR-BASE          PIC S9(9) VALUE 0.

       01 PCR-WORK.
          05 PCR-CTL-NAME   PIC X(60).
          05 PCR-CTL-ST     PIC X VALUE "N".
          05 PCR-CTL-CNT    PIC 9(9) VALUE 0.
          05 PCR-STEP-NO    PIC 9(3) VALUE 0.
          05 PCR-BREAKS     PIC 9(5) VALUE 0.
          05 PCR-FMT1       PIC -(9)9.
          05 PCR-FMT2       PIC -(9)9.
          05 PCR-FMT3       PIC -(9)9.
          05 PCR-CNT-FMT    PIC Z(8)9.
          05 PCR-CNT-FMT2   PIC Z(8)9.
          05 PCR-TXT        PIC X(300).
          05 PCR-TS         PIC X(21).
          05 PCR-TS-FMT     PIC X(14).

      *> LOG-CHAIN 用 (記錄鏈結參數共用區，見 COPY-LOGCHAIN.cpy)
           COPY "COPY-LOGCHAIN.cpy".

       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> PIECE.PARM 讀取 (OUTPUT-DIR / MAILING-ID)
      *******************************************************
           OPEN INPUT PCR-PARM-FILE.
           IF PCR-PARM-STATUS = "00"
             PERFORM UNTIL PCR-PARM-STATUS NOT = "00"
               READ PCR-PARM-FILE
                 AT END
                   MOVE "10" TO PCR-PARM-STATUS
                 NOT AT END
                   IF FUNCTION TRIM(PCR-PARM-REC) NOT = SPACES
                      AND PCR-PARM-REC(1:1) NOT = "*"
                     MOVE SPACES TO PCR-KEY PCR-VAL
                     UNSTRING PCR-PARM-REC DELIMITED BY "="
                         INTO PCR-KEY PCR-VAL
                     MOVE FUNCTION UPPER-CASE(
                            FUNCTION TRIM(PCR-KEY)) TO PCR-KEY
                     EVALUATE FUNCTION TRIM(PCR-KEY)
                       WHEN "OUTPUT-DIR"
                         IF FUNCTION TRIM(PCR-VAL) NOT = SPACES
                           MOVE FUNCTION TRIM(PCR-VAL) TO PCR-DIR
                         END-IF
                       WHEN "MAILING-ID"
                         MOVE FUNCTION UPPER-CASE(
                                FUNCTION TRIM(PCR-VAL))
                           TO PCR-ONE-ID
                     END-EVALUATE
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PCR-PARM-FILE
           END-IF.

      *******************************************************
      *> RunSummary.csv：總筆數、PIECE FLOW 分流件數、郵寄代號、
      *> 各目的國通路 UPU 件數
      *******************************************************
           MOVE "RunSummary.csv" TO PCR-CTL-NAME.
           PERFORM PCR-PATH-PARA.
           OPEN INPUT PCR-IN-FILE.
           IF PCR-IN-STATUS NOT = "00"
             DISPLAY "NO RUN SUMMARY (" FUNCTION TRIM(PCR-IN-PATH)
               ") - NOTHING TO RECONCILE"
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE "Y" TO PCR-SUM-ST.
           PERFORM UNTIL PCR-IN-STATUS NOT = "00"
             READ PCR-IN-FILE
               AT END
                 MOVE "10" TO PCR-IN-STATUS
               NOT AT END
                 ADD 1 TO PCR-LINE-NO
                 PERFORM PCR-SPLIT-PARA
                 PERFORM PCR-SUMMARY-LINE-PARA
             END-READ
           END-PERFORM.
           CLOSE PCR-IN-FILE.

           IF PCR-ONE-ID NOT = SPACES
              AND PCR-ONE-ID NOT = PCR-MAIL-ID
             DISPLAY "OUTPUT SET " FUNCTION TRIM(PCR-DIR)
               " BELONGS TO MAILING " FUNCTION TRIM(PCR-MAIL-ID)
               ", NOT " FUNCTION TRIM(PCR-ONE-ID)
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

      *******************************************************
      *> .ctl 交握總數 (扣住中者讀 .ctl.held)
      *******************************************************
           MOVE "Address_Split.csv" TO PCR-CTL-NAME.
           PERFORM PCR-CTL-PARA.
           MOVE PCR-CTL-CNT TO PCR-SPLIT.
           MOVE PCR-CTL-ST TO PCR-SPLIT-ST.
           MOVE "Address_Split_FB.txt" TO PCR-CTL-NAME.
           PERFORM PCR-CTL-PARA.
           MOVE PCR-CTL-CNT TO PCR-FB.
           MOVE PCR-CTL-ST TO PCR-FB-ST.
           MOVE "UPU_Address.csv" TO PCR-CTL-NAME.
           PERFORM PCR-CTL-PARA.
           MOVE PCR-CTL-CNT TO PCR-UPU.
           MOVE PCR-CTL-ST TO PCR-UPU-ST.
           IF PCR-FB-ST = "H" OR PCR-UPU-ST = "H"
             MOVE "Y" TO PCR-HELD
           END-IF.

      *******************************************************
      *> Tray_Manifest.csv：各盤件數合計 (第 4 欄)
      *******************************************************
           MOVE "Tray_Manifest.csv" TO PCR-CTL-NAME.
           PERFORM PCR-PATH-PARA.
           OPEN INPUT PCR-IN-FILE.
           IF PCR-IN-STATUS = "00"
             MOVE "Y" TO PCR-TRAY-ST
             PERFORM UNTIL PCR-IN-STATUS NOT = "00"
               READ PCR-IN-FILE
                 AT END
                   MOVE "10" TO PCR-IN-STATUS
                 NOT AT END
                   PERFORM PCR-SPLIT-PARA
                   IF PCR-TOK(1) NOT = "TRAY_ID"
                     MOVE PCR-TOK(4) TO PCR-NUM-TXT
                     PERFORM PCR-NUM-PARA
                     ADD PCR-NUM TO PCR-TRAY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PCR-IN-FILE
           END-IF.
           MOVE "00" TO PCR-IN-STATUS.

      *******************************************************
      *> AuditLog.csv：本郵寄最近一次 LABEL-PRINT 整批印製，及
      *> 其後的 LABEL-REPRINT 補印 (僅列示，不計入件數)
      *******************************************************
           MOVE "AuditLog.csv" TO PCR-CTL-NAME.
           PERFORM PCR-PATH-PARA.
           OPEN INPUT PCR-IN-FILE.
           IF PCR-IN-STATUS = "00"
             PERFORM UNTIL PCR-IN-STATUS NOT = "00"
               READ PCR-IN-FILE
                 AT END
                   MOVE "10" TO PCR-IN-STATUS
                 NOT AT END
                   *> 去除鏈結封印 (;SEQ=...;CHK=...)
                   MOVE 0 TO PCR-CUT
                   INSPECT PCR-IN-REC TALLYING PCR-CUT
                     FOR CHARACTERS BEFORE INITIAL ";SEQ="
                   IF PCR-CUT < 600
                     MOVE SPACES TO PCR-IN-REC(PCR-CUT + 1:)
                   END-IF
                   PERFORM PCR-SPLIT-PARA
                   PERFORM PCR-AUDIT-LINE-PARA
               END-READ
             END-PERFORM
             CLOSE PCR-IN-FILE
           END-IF.
           MOVE "00" TO PCR-IN-STATUS.

      *******************************************************
      *> Ack_Reconciliation.csv：各通路回執收件/退件數
      *******************************************************
           MOVE "Ack_Reconciliation.csv" TO PCR-CTL-NAME.
           PERFORM PCR-PATH-PARA.
           OPEN INPUT PCR-IN-FILE.
           IF PCR-IN-STATUS = "00"
             MOVE "Y" TO PCR-ACK-ST
             PERFORM UNTIL PCR-IN-STATUS NOT = "00"
               READ PCR-IN-FILE
                 AT END
                   MOVE "10" TO PCR-IN-STATUS
                 NOT AT END
                   PERFORM PCR-SPLIT-PARA
                   IF PCR-TOK(1) NOT = "CHANNEL"
                      AND PCR-TOK(1) NOT = "ALL"
                      AND PCR-TOK(1) NOT = SPACES
                     MOVE PCR-TOK(1) TO PCR-CH-KEY
                     PERFORM PCR-CH-FIND-PARA
                     IF PCR-CH-I > 0
                       MOVE PCR-TOK(2) TO PCR-NUM-TXT
                       PERFORM PCR-NUM-PARA
                       ADD PCR-NUM TO PCR-CH-ACC(PCR-CH-I)
                       MOVE PCR-TOK(3) TO PCR-NUM-TXT
                       PERFORM PCR-NUM-PARA
                       ADD PCR-NUM TO PCR-CH-REJ(PCR-CH-I)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PCR-IN-FILE
           END-IF.
           MOVE "00" TO PCR-IN-STATUS.

      *******************************************************
      *> Invoice_Reconciliation.csv：本郵寄各通路帳單件數
      *> (第 3 欄通路、第 4 欄件數、第 12 欄郵寄代號)
      *******************************************************
           MOVE "Invoice_Reconciliation.csv" TO PCR-CTL-NAME.
           PERFORM PCR-PATH-PARA.
           OPEN INPUT PCR-IN-FILE.
           IF PCR-IN-STATUS = "00"
             MOVE "Y" TO PCR-INV-ST
             PERFORM UNTIL PCR-IN-STATUS NOT = "00"
               READ PCR-IN-FILE
                 AT END
                   MOVE "10" TO PCR-IN-STATUS
                 NOT AT END
                   PERFORM PCR-SPLIT-PARA
                   IF PCR-TOK(1) NOT = "OPERATOR"
                      AND PCR-TOK(3) NOT = SPACES
                      AND (PCR-MAIL-ID = SPACES
                           OR FUNCTION UPPER-CASE(PCR-TOK(12))
                              = PCR-MAIL-ID)
                     MOVE PCR-TOK(3) TO PCR-CH-KEY
                     PERFORM PCR-CH-FIND-PARA
                     IF PCR-CH-I > 0
                       MOVE PCR-TOK(4) TO PCR-NUM-TXT
                       PERFORM PCR-NUM-PARA
                       ADD PCR-NUM TO PCR-CH-INV(PCR-CH-I)
                       MOVE "Y" TO PCR-CH-INVSEEN(PCR-CH-I)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE PCR-IN-FILE
           END-IF.
           MOVE "00" TO PCR-IN-STATUS.

      *******************************************************
      *> 件數瀑布輸出
      *******************************************************
           OPEN OUTPUT PCR-RPT-FILE.
           MOVE SPACES TO PCR-TXT.
           STRING
             "MAILING_ID;STEP_NO;STEP;CHANNEL;SOURCE;" DELIMITED BY SIZE
             "PIECES;EXPECTED;DIFFERENCE;RESULT" DELIMITED BY SIZE
             INTO PCR-TXT
           END-STRING.
           MOVE PCR-TXT TO PCR-RPT-REC.
           WRITE PCR-RPT-REC.

           *> 起點：本批接受處理的筆數
           MOVE "ACCEPTED" TO PCR-S-NAME.
           MOVE "RunSummary.csv TOTAL ITEMS" TO PCR-S-SRC.
           MOVE "S" TO PCR-S-KIND.
           MOVE PCR-ACCEPTED TO PCR-S-PCS.
           PERFORM PCR-STEP-PARA.
           MOVE PCR-ACCEPTED TO PCR-BASE.

           *> 進入輸出前分流的件數
           IF PCR-FLOW-ST = "Y"
             MOVE "LESS SUPPRESSED" TO PCR-S-NAME
             MOVE PCR-SUP TO PCR-S-PCS
             PERFORM PCR-LESS-PARA
             MOVE "LESS UNDELIVERABLE" TO PCR-S-NAME
             MOVE PCR-UND TO PCR-S-PCS
             PERFORM PCR-LESS-PARA
             MOVE "LESS EMBARGOED" TO PCR-S-NAME
             MOVE PCR-EMB TO PCR-S-PCS
             PERFORM PCR-LESS-PARA
             MOVE "LESS SCREEN HELD" TO PCR-S-NAME
             MOVE PCR-SCR TO PCR-S-PCS
             PERFORM PCR-LESS-PARA
             MOVE "LESS CONTACT DEFERRED" TO PCR-S-NAME
             MOVE PCR-CTC TO PCR-S-PCS
             PERFORM PCR-LESS-PARA
             MOVE "LESS DELTA NO OUTPUT" TO PCR-S-NAME
             MOVE PCR-DLT TO PCR-S-PCS
             PERFORM PCR-LESS-PARA
             MOVE "PLUS SEEDS" TO PCR-S-NAME
             MOVE PCR-SEED TO PCR-S-PCS
             PERFORM PCR-PLUS-PARA
           ELSE
             MOVE "PIECE FLOW" TO PCR-S-NAME
             MOVE "RunSummary.csv PIECE FLOW" TO PCR-S-SRC
             MOVE "P" TO PCR-S-KIND
             PERFORM PCR-STEP-PARA
           END-IF.

           *> Address_Split.csv (OUTPUT-FORMAT=TXT 時不產生)
           MOVE "ADDRESS SPLIT" TO PCR-S-NAME.
           MOVE "ACCEPTED" TO PCR-S-PREV.
           MOVE "Address_Split.csv.ctl" TO PCR-S-SRC.
           MOVE PCR-SPLIT-ST TO PCR-CTL-ST.
           MOVE PCR-SPLIT TO PCR-S-PCS.
           PERFORM PCR-CTL-STEP-PARA.

           MOVE "PRESORT FEED" TO PCR-S-NAME.
           IF PCR-SPLIT-ST = "N"
             MOVE "ACCEPTED" TO PCR-S-PREV
           ELSE
             MOVE "ADDRESS SPLIT" TO PCR-S-PREV
           END-IF.
           MOVE "Address_Split_FB.txt.ctl" TO PCR-S-SRC.
           MOVE PCR-FB-ST TO PCR-CTL-ST.
           MOVE PCR-FB TO PCR-S-PCS.
           PERFORM PCR-CTL-STEP-PARA.

           IF PCR-FLOW-ST = "Y"
             MOVE "LESS FULL RATE" TO PCR-S-NAME
             MOVE PCR-FULL TO PCR-S-PCS
             PERFORM PCR-LESS-PARA
             MOVE "PRESORTED" TO PCR-S-NAME
             MOVE "PRESORT FEED" TO PCR-S-PREV
             MOVE "RunSummary.csv PIECE FLOW" TO PCR-S-SRC
             MOVE "C" TO PCR-S-KIND
             MOVE PCR-PSRT TO PCR-S-PCS
             MOVE PCR-BASE TO PCR-S-EXP
             PERFORM PCR-STEP-PARA
             MOVE PCR-PSRT TO PCR-BASE
           END-IF.

           MOVE "TRAYED" TO PCR-S-NAME.
           MOVE "PRESORTED" TO PCR-S-PREV.
           MOVE "Tray_Manifest.csv" TO PCR-S-SRC.
           IF PCR-TRAY-ST = "Y"
             MOVE "C" TO PCR-S-KIND
             MOVE PCR-TRAY TO PCR-S-PCS
             MOVE PCR-BASE TO PCR-S-EXP
           ELSE
             MOVE "P" TO PCR-S-KIND
           END-IF.
           PERFORM PCR-STEP-PARA.

           *> 標籤自 Address_Split.csv 印製：以該段件數為基準
           IF PCR-SPLIT-ST = "N"
             MOVE PCR-FB TO PCR-BASE
           ELSE
             MOVE PCR-SPLIT TO PCR-BASE
           END-IF.
           MOVE "AuditLog.csv LABEL-PRINT" TO PCR-S-SRC.
           IF PCR-LBL-ST = "Y"
             MOVE "LESS LABELS NOT PRINTED" TO PCR-S-NAME
             MOVE PCR-LBL-MISS TO PCR-S-PCS
             IF PCR-LBL-MISS > 0
               MOVE "L" TO PCR-S-KIND
               SUBTRACT PCR-LBL-MISS FROM PCR-BASE
               PERFORM PCR-STEP-PARA
             END-IF
             MOVE "AuditLog.csv LABEL-PRINT" TO PCR-S-SRC
             MOVE "LABELLED" TO PCR-S-NAME
             MOVE "ADDRESS SPLIT" TO PCR-S-PREV
             MOVE "C" TO PCR-S-KIND
             MOVE PCR-LBL TO PCR-S-PCS
             MOVE PCR-BASE TO PCR-S-EXP
             PERFORM PCR-STEP-PARA
             IF PCR-RP-CNT > 0
               MOVE "REPRINTS (NOT COUNTED)" TO PCR-S-NAME
               MOVE "AuditLog.csv LABEL-REPRINT" TO PCR-S-SRC
               MOVE "I" TO PCR-S-KIND
               MOVE PCR-RP-LBL TO PCR-S-PCS
               PERFORM PCR-STEP-PARA
             END-IF
           ELSE
             MOVE "LABELLED" TO PCR-S-NAME
             MOVE "P" TO PCR-S-KIND
             PERFORM PCR-STEP-PARA
           END-IF.

           *> UPU 交付：預分揀饋送件數減不交付件
           MOVE PCR-FB TO PCR-BASE.
           IF PCR-FLOW-ST = "Y"
             MOVE "LESS UPU WITHHELD" TO PCR-S-NAME
             MOVE PCR-WH TO PCR-S-PCS
             PERFORM PCR-LESS-PARA
           END-IF.
           MOVE "UPU HANDOFF" TO PCR-S-NAME.
           MOVE "PRESORT FEED" TO PCR-S-PREV.
           MOVE "UPU_Address.csv.ctl" TO PCR-S-SRC.
           MOVE PCR-UPU-ST TO PCR-CTL-ST.
           MOVE PCR-UPU TO PCR-S-PCS.
           PERFORM PCR-CTL-STEP-PARA.

      *******************************************************
      *> 各通路：UPU -> 回執 -> 帳單 (無路由表者以 ALL 合計)
      *******************************************************
           MOVE 0 TO PCR-CH-UPU-TOT PCR-CH-ACK-TOT PCR-CH-ACC-TOT
                     PCR-CH-INV-TOT.
           PERFORM VARYING PCR-CH-I FROM 1 BY 1
                     UNTIL PCR-CH-I > PCR-CH-COUNT
             ADD PCR-CH-UPU(PCR-CH-I) TO PCR-CH-UPU-TOT
             ADD PCR-CH-ACC(PCR-CH-I) TO PCR-CH-ACK-TOT
                                         PCR-CH-ACC-TOT
             ADD PCR-CH-REJ(PCR-CH-I) TO PCR-CH-ACK-TOT
             ADD PCR-CH-INV(PCR-CH-I) TO PCR-CH-INV-TOT
           END-PERFORM.
           IF PCR-CH-SUMCNT > 0
             MOVE "UPU CHANNELS" TO PCR-S-NAME
             MOVE "UPU HANDOFF" TO PCR-S-PREV
             MOVE "ALL" TO PCR-S-CHAN
             MOVE "RunSummary.csv DESTINATION CHANNEL" TO PCR-S-SRC
             MOVE "C" TO PCR-S-KIND
             MOVE PCR-CH-UPU-TOT TO PCR-S-PCS
             MOVE PCR-UPU TO PCR-S-EXP
             PERFORM PCR-STEP-PARA
             PERFORM VARYING PCR-CH-I FROM 1 BY 1
                       UNTIL PCR-CH-I > PCR-CH-COUNT
               MOVE PCR-CH-NAME(PCR-CH-I) TO PCR-S-CHAN
               MOVE PCR-CH-UPU(PCR-CH-I) TO PCR-BASE
               MOVE PCR-CH-ACC(PCR-CH-I) TO PCR-NUM
               COMPUTE PCR-S-PCS = PCR-CH-ACC(PCR-CH-I)
                                 + PCR-CH-REJ(PCR-CH-I)
               PERFORM PCR-HANDOFF-PARA
               MOVE PCR-CH-INV(PCR-CH-I) TO PCR-S-PCS
               MOVE PCR-CH-INVSEEN(PCR-CH-I) TO PCR-CTL-ST
               PERFORM PCR-INVOICE-PARA
             END-PERFORM
           ELSE
             MOVE "ALL" TO PCR-S-CHAN
             MOVE PCR-UPU TO PCR-BASE
             MOVE PCR-CH-ACC-TOT TO PCR-NUM
             MOVE PCR-CH-ACK-TOT TO PCR-S-PCS
             PERFORM PCR-HANDOFF-PARA
             MOVE PCR-CH-INV-TOT TO PCR-S-PCS
             MOVE PCR-INV-ST TO PCR-CTL-ST
             PERFORM PCR-INVOICE-PARA
           END-IF.
           CLOSE PCR-RPT-FILE.

      *******************************************************
      *> 稽核記錄與收尾
      *******************************************************
           MOVE FUNCTION CURRENT-DATE TO PCR-TS.
           MOVE PCR-TS(1:14) TO PCR-TS-FMT.
           MOVE PCR-STEP-NO TO PCR-CNT-FMT.
           MOVE PCR-BREAKS TO PCR-CNT-FMT2.
           MOVE SPACES TO PCR-TXT.
           STRING
             FUNCTION TRIM(PCR-TS-FMT) DELIMITED BY SIZE
             ";PIECE-RECON;" DELIMITED BY SIZE
             FUNCTION TRIM(PCR-MAIL-ID) DELIMITED BY SIZE
             ";DIR=" DELIMITED BY SIZE
             FUNCTION TRIM(PCR-DIR) DELIMITED BY SIZE
             ";STEPS=" DELIMITED BY SIZE
             FUNCTION TRIM(PCR-CNT-FMT) DELIMITED BY SIZE
             ";BREAKS=" DELIMITED BY SIZE
             FUNCTION TRIM(PCR-CNT-FMT2) DELIMITED BY SIZE
             INTO PCR-TXT
           END-STRING.
           INITIALIZE LS-LOG-CHAIN.
           MOVE "APPEND" TO LCH-OP.
           MOVE "output\AuditLog.csv" TO LCH-PATH.
           MOVE PCR-TXT TO LCH-LINE.
           CALL 'LOG-CHAIN' USING LS-LOG-CHAIN.

           DISPLAY "PIECE RECONCILIATION COMPLETE - MAILING "
             FUNCTION TRIM(PCR-MAIL-ID) " - "
             FUNCTION TRIM(PCR-CNT-FMT)
             " STEPS -> output\Piece_Waterfall.csv".
           IF PCR-BREAKS > 0
             DISPLAY "*** " FUNCTION TRIM(PCR-CNT-FMT2)
               " PIECE-COUNT BREAK(S) - SEE RESULT COLUMN ***"
             MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *******************************************************
      *> 共用段落：輸出檔組路徑 (PCR-DIR + PCR-CTL-NAME)
      *******************************************************
       PCR-PATH-PARA.
           MOVE SPACES TO PCR-IN-PATH.
           STRING
             FUNCTION TRIM(PCR-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(PCR-CTL-NAME) DELIMITED BY SIZE
             INTO PCR-IN-PATH
           END-STRING.

      *******************************************************
      *> 共用段落：讀入列以 ";" 拆欄 (PCR-TOK)
      *******************************************************
       PCR-SPLIT-PARA.
           MOVE SPACES TO PCR-TOKS.
           UNSTRING PCR-IN-REC DELIMITED BY ";"
               INTO PCR-TOK(1) PCR-TOK(2) PCR-TOK(3) PCR-TOK(4)
                    PCR-TOK(5) PCR-TOK(6) PCR-TOK(7) PCR-TOK(8)
                    PCR-TOK(9) PCR-TOK(10) PCR-TOK(11) PCR-TOK(12)
                    PCR-TOK(13) PCR-TOK(14) PCR-TOK(15) PCR-TOK(16)
                    PCR-TOK(17) PCR-TOK(18) PCR-TOK(19) PCR-TOK(20)
                    PCR-TOK(21) PCR-TOK(22)
           END-UNSTRING.
           PERFORM VARYING PCR-TI FROM 1 BY 1 UNTIL PCR-TI > 22
             MOVE FUNCTION TRIM(PCR-TOK(PCR-TI)) TO PCR-TOK(PCR-TI)
           END-PERFORM.

      *******************************************************
      *> 共用段落：PCR-NUM-TXT 轉數值 (非數字者為 0)
      *******************************************************
       PCR-NUM-PARA.
           MOVE 0 TO PCR-NUM.
           IF FUNCTION TRIM(PCR-NUM-TXT) NOT = SPACES
              AND FUNCTION TRIM(PCR-NUM-TXT) IS NUMERIC
             MOVE FUNCTION NUMVAL(FUNCTION TRIM(PCR-NUM-TXT))
               TO PCR-NUM
           END-IF.

      *******************************************************
      *> 共用段落：RunSummary.csv 一列
      *>   第 2 列第 1 欄      總筆數
      *>   PIECE FLOW;...      分流/不交付/全額郵資/入盤件數
      *>   MAILING;<代號>;...  郵寄代號
      *>   DESTINATION CHANNEL 標題後的 通路;UPU;FB 列
      *******************************************************
       PCR-SUMMARY-LINE-PARA.
           IF PCR-LINE-NO = 2
             MOVE PCR-TOK(1) TO PCR-NUM-TXT
             PERFORM PCR-NUM-PARA
             MOVE PCR-NUM TO PCR-ACCEPTED
             EXIT PARAGRAPH
           END-IF.
           IF PCR-IN-CH = "Y"
             IF PCR-TOK(1) NOT = SPACES
                AND PCR-TOK(2) NOT = SPACES
                AND FUNCTION TRIM(PCR-TOK(2)) IS NUMERIC
                AND PCR-TOK(3) NOT = SPACES
                AND FUNCTION TRIM(PCR-TOK(3)) IS NUMERIC
                AND PCR-TOK(4) = SPACES
               MOVE PCR-TOK(1) TO PCR-CH-KEY
               PERFORM PCR-CH-FIND-PARA
               IF PCR-CH-I > 0
                 MOVE PCR-TOK(2) TO PCR-NUM-TXT
                 PERFORM PCR-NUM-PARA
                 MOVE PCR-NUM TO PCR-CH-UPU(PCR-CH-I)
                 IF PCR-CH-INSUM(PCR-CH-I) NOT = "Y"
                   MOVE "Y" TO PCR-CH-INSUM(PCR-CH-I)
                   ADD 1 TO PCR-CH-SUMCNT
                 END-IF
               END-IF
               EXIT PARAGRAPH
             END-IF
             MOVE "N" TO PCR-IN-CH
           END-IF.
           EVALUATE PCR-TOK(1)
             WHEN "DESTINATION CHANNEL"
               MOVE "Y" TO PCR-IN-CH
             WHEN "PIECE FLOW"
               MOVE "Y" TO PCR-FLOW-ST
               MOVE PCR-TOK(3) TO PCR-NUM-TXT
               PERFORM PCR-NUM-PARA
               MOVE PCR-NUM TO PCR-SUP
               MOVE PCR-TOK(5) TO PCR-NUM-TXT
               PERFORM PCR-NUM-PARA
               MOVE PCR-NUM TO PCR-UND
               MOVE PCR-TOK(7) TO PCR-NUM-TXT
               PERFORM PCR-NUM-PARA
               MOVE PCR-NUM TO PCR-EMB
               MOVE PCR-TOK(9) TO PCR-NUM-TXT
               PERFORM PCR-NUM-PARA
               MOVE PCR-NUM TO PCR-SCR
               MOVE PCR-TOK(11) TO PCR-NUM-TXT
               PERFORM PCR-NUM-PARA
               MOVE PCR-NUM TO PCR-DLT
               MOVE PCR-TOK(13) TO PCR-NUM-TXT
               PERFORM PCR-NUM-PARA
               MOVE PCR-NUM TO PCR-WH
               MOVE PCR-TOK(15) TO PCR-NUM-TXT
               PERFORM PCR-NUM-PARA
               MOVE PCR-NUM TO PCR-FULL
               MOVE PCR-TOK(17) TO PCR-NUM-TXT
               PERFORM PCR-NUM-PARA
               MOVE PCR-NUM TO PCR-PSRT
               MOVE PCR-TOK(19) TO PCR-NUM-TXT
               PERFORM PCR-NUM-PARA
               MOVE PCR-NUM TO PCR-CTC
               MOVE PCR-TOK(21) TO PCR-NUM-TXT
               PERFORM PCR-NUM-PARA
               MOVE PCR-NUM TO PCR-SEED
             WHEN "MAILING"
               IF PCR-TOK(2) NOT = "MAILING_ID"
                 MOVE FUNCTION UPPER-CASE(PCR-TOK(2)) TO PCR-MAIL-ID
               END-IF
           END-EVALUATE.

      *******************************************************
      *> 共用段落：AuditLog.csv 一列 (標籤印製/補印)
      *>   ts;LABEL-PRINT;<郵寄代號>;LABELS n;NOT PRINTED n
      *>   ts;LABEL-REPRINT;<操作員>;<範圍>;LABELS n
      *******************************************************
       PCR-AUDIT-LINE-PARA.
           EVALUATE PCR-TOK(2)
             WHEN "LABEL-PRINT"
               IF PCR-MAIL-ID = SPACES
                  OR FUNCTION UPPER-CASE(PCR-TOK(3)) = PCR-MAIL-ID
                 MOVE "Y" TO PCR-LBL-ST
                 MOVE "Y" TO PCR-RP-OPEN
                 MOVE 0 TO PCR-RP-CNT PCR-RP-LBL
                 MOVE PCR-TOK(4)(8:) TO PCR-NUM-TXT
                 PERFORM PCR-NUM-PARA
                 MOVE PCR-NUM TO PCR-LBL
                 MOVE PCR-TOK(5)(13:) TO PCR-NUM-TXT
                 PERFORM PCR-NUM-PARA
                 MOVE PCR-NUM TO PCR-LBL-MISS
               ELSE
                 MOVE "N" TO PCR-RP-OPEN
               END-IF
             WHEN "LABEL-REPRINT"
               IF PCR-RP-OPEN = "Y"
                 ADD 1 TO PCR-RP-CNT
                 MOVE PCR-TOK(5)(8:) TO PCR-NUM-TXT
                 PERFORM PCR-NUM-PARA
                 ADD PCR-NUM TO PCR-RP-LBL
               END-IF
           END-EVALUATE.

      *******************************************************
      *> 共用段落：讀 .ctl 交握總數 (PCR-CTL-NAME 為資料檔名)
      *> PCR-CTL-ST：Y=正式檔 H=扣住中 (.ctl.held) N=無檔
      *******************************************************
       PCR-CTL-PARA.
           MOVE 0 TO PCR-CTL-CNT.
           MOVE "N" TO PCR-CTL-ST.
           MOVE SPACES TO PCR-IN-PATH.
           STRING
             FUNCTION TRIM(PCR-DIR) DELIMITED BY SIZE
             FUNCTION TRIM(PCR-CTL-NAME) DELIMITED BY SIZE
             ".ctl" DELIMITED BY SIZE
             INTO PCR-IN-PATH
           END-STRING.
           OPEN INPUT PCR-IN-FILE.
           IF PCR-IN-STATUS = "00"
             MOVE "Y" TO PCR-CTL-ST
           ELSE
             MOVE SPACES TO PCR-TXT
             STRING
               FUNCTION TRIM(PCR-IN-PATH) DELIMITED BY SIZE
               ".held" DELIMITED BY SIZE
               INTO PCR-TXT
             END-STRING
             MOVE PCR-TXT TO PCR-IN-PATH
             OPEN INPUT PCR-IN-FILE
             IF PCR-IN-STATUS = "00"
               MOVE "H" TO PCR-CTL-ST
             END-IF
           END-IF.
           IF PCR-CTL-ST NOT = "N"
             READ PCR-IN-FILE
               AT END
                 CONTINUE
             END-READ
             READ PCR-IN-FILE
               AT END
                 CONTINUE
               NOT AT END
                 PERFORM PCR-SPLIT-PARA
                 MOVE PCR-TOK(1) TO PCR-NUM-TXT
                 PERFORM PCR-NUM-PARA
                 MOVE PCR-NUM TO PCR-CTL-CNT
             END-READ
             CLOSE PCR-IN-FILE
           END-IF.
           MOVE "00" TO PCR-IN-STATUS.

      *******************************************************
      *> 共用段落：以 PCR-CH-KEY 找通路 (無則新增)，表滿時
      *> PCR-CH-I=0
      *******************************************************
       PCR-CH-FIND-PARA.
           PERFORM VARYING PCR-CH-I FROM 1 BY 1
                     UNTIL PCR-CH-I > PCR-CH-COUNT
             IF PCR-CH-NAME(PCR-CH-I) = PCR-CH-KEY
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.
           IF PCR-CH-COUNT >= 100
             MOVE 0 TO PCR-CH-I
             EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PCR-CH-COUNT.
           MOVE PCR-CH-COUNT TO PCR-CH-I.
           MOVE PCR-CH-KEY TO PCR-CH-NAME(PCR-CH-I).
           MOVE "N" TO PCR-CH-INSUM(PCR-CH-I)
                       PCR-CH-INVSEEN(PCR-CH-I).
           MOVE 0 TO PCR-CH-UPU(PCR-CH-I) PCR-CH-ACC(PCR-CH-I)
                     PCR-CH-REJ(PCR-CH-I) PCR-CH-INV(PCR-CH-I).

      *******************************************************
      *> 共用段落：減項一段 (件數為 0 者不列)
      *******************************************************
       PCR-LESS-PARA.
           IF PCR-S-PCS = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE "L" TO PCR-S-KIND.
           MOVE "RunSummary.csv PIECE FLOW" TO PCR-S-SRC.
           SUBTRACT PCR-S-PCS FROM PCR-BASE.
           PERFORM PCR-STEP-PARA.

      *******************************************************
      *> 共用段落：加項一段 (件數為 0 者不列)
      *******************************************************
       PCR-PLUS-PARA.
           IF PCR-S-PCS = 0
             EXIT PARAGRAPH
           END-IF.
           MOVE "A" TO PCR-S-KIND.
           MOVE "RunSummary.csv PIECE FLOW" TO PCR-S-SRC.
           ADD PCR-S-PCS TO PCR-BASE.
           PERFORM PCR-STEP-PARA.

      *******************************************************
      *> 共用段落：交握檔一段 (PCR-CTL-ST 決定核對/扣住/無檔)
      *> 核對後以本段實際件數為下一段基準
      *******************************************************
       PCR-CTL-STEP-PARA.
           EVALUATE PCR-CTL-ST
             WHEN "N"
               MOVE "P" TO PCR-S-KIND
               PERFORM PCR-STEP-PARA
             WHEN "H"
               MOVE SPACES TO PCR-TXT
               STRING
                 FUNCTION TRIM(PCR-S-SRC) DELIMITED BY SIZE
                 ".held" DELIMITED BY SIZE
                 INTO PCR-TXT
               END-STRING
               MOVE PCR-TXT TO PCR-S-SRC
               MOVE "C" TO PCR-S-KIND
               MOVE PCR-BASE TO PCR-S-EXP
               MOVE PCR-S-PCS TO PCR-BASE
               PERFORM PCR-STEP-PARA
             WHEN OTHER
               MOVE "C" TO PCR-S-KIND
               MOVE PCR-BASE TO PCR-S-EXP
               MOVE PCR-S-PCS TO PCR-BASE
               PERFORM PCR-STEP-PARA
           END-EVALUATE.

      *******************************************************
      *> 共用段落：通路回執段 (PCR-BASE=該通路 UPU 件數，
      *> PCR-S-PCS=回執件數，PCR-NUM=收件數)
      *******************************************************
       PCR-HANDOFF-PARA.
           MOVE "ACKNOWLEDGED" TO PCR-S-NAME.
           MOVE "UPU HANDOFF" TO PCR-S-PREV.
           MOVE "Ack_Reconciliation.csv" TO PCR-S-SRC.
           EVALUATE TRUE
             WHEN PCR-HELD = "Y"
               MOVE "H" TO PCR-S-KIND
             WHEN PCR-ACK-ST NOT = "Y"
               MOVE "P" TO PCR-S-KIND
             WHEN OTHER
               MOVE "C" TO PCR-S-KIND
               MOVE PCR-BASE TO PCR-S-EXP
           END-EVALUATE.
           PERFORM PCR-STEP-PARA.
           IF PCR-ACK-ST = "Y"
             MOVE PCR-NUM TO PCR-BASE
           END-IF.

      *******************************************************
      *> 共用段落：通路帳單段 (PCR-BASE=收件數；退件不計費)
      *> PCR-CTL-ST=Y 表示本郵寄該通路已有帳單列
      *******************************************************
       PCR-INVOICE-PARA.
           MOVE "INVOICED" TO PCR-S-NAME.
           MOVE "ACKNOWLEDGED" TO PCR-S-PREV.
           MOVE "Invoice_Reconciliation.csv" TO PCR-S-SRC.
           EVALUATE TRUE
             WHEN PCR-HELD = "Y"
               MOVE "H" TO PCR-S-KIND
             WHEN PCR-INV-ST NOT = "Y" OR PCR-ACK-ST NOT = "Y"
                  OR PCR-CTL-ST NOT = "Y"
               MOVE "P" TO PCR-S-KIND
             WHEN OTHER
               MOVE "C" TO PCR-S-KIND
               MOVE PCR-BASE TO PCR-S-EXP
           END-EVALUATE.
           PERFORM PCR-STEP-PARA.

      *******************************************************
      *> 共用段落：瀑布一段寫入 Piece_Waterfall.csv；核對段有
      *> 差異者顯示該段與前一段之間增減的件數
      *******************************************************
       PCR-STEP-PARA.
           ADD 1 TO PCR-STEP-NO.
           MOVE 0 TO PCR-S-DIFF.
           EVALUATE PCR-S-KIND
             WHEN "S"
               MOVE "START" TO PCR-S-RESULT
             WHEN "L"
               MOVE "LESS" TO PCR-S-RESULT
             WHEN "A"
               MOVE "PLUS" TO PCR-S-RESULT
             WHEN "I"
               MOVE "INFO" TO PCR-S-RESULT
             WHEN "P"
               MOVE "PENDING" TO PCR-S-RESULT
             WHEN "H"
               MOVE "HELD" TO PCR-S-RESULT
             WHEN OTHER
               COMPUTE PCR-S-DIFF = PCR-S-PCS - PCR-S-EXP
               EVALUATE TRUE
                 WHEN PCR-S-DIFF = 0
                   MOVE "OK" TO PCR-S-RESULT
                 WHEN PCR-S-DIFF < 0
                   MOVE "LOST" TO PCR-S-RESULT
                 WHEN OTHER
                   MOVE "GAINED" TO PCR-S-RESULT
               END-EVALUATE
           END-EVALUATE.

           MOVE PCR-S-PCS TO PCR-FMT1.
           MOVE PCR-S-EXP TO PCR-FMT2.
           MOVE PCR-S-DIFF TO PCR-FMT3.
           MOVE SPACES TO PCR-TXT.
           STRING
             FUNCTION TRIM(PCR-MAIL-ID) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             PCR-STEP-NO DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(PCR-S-NAME) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(PCR-S-CHAN) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             FUNCTION TRIM(PCR-S-SRC) DELIMITED BY SIZE
             ";" DELIMITED BY SIZE
             INTO PCR-TXT
           END-STRING.
           IF PCR-S-KIND NOT = "P" AND PCR-S-KIND NOT = "H"
             STRING
               FUNCTION TRIM(PCR-TXT) DELIMITED BY SIZE
               FUNCTION TRIM(PCR-FMT1) DELIMITED BY SIZE
               INTO PCR-TXT
             END-STRING
           END-IF.
           IF PCR-S-KIND = "C"
             STRING
               FUNCTION TRIM(PCR-TXT) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(PCR-FMT2) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(PCR-FMT3) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               FUNCTION TRIM(PCR-S-RESULT) DELIMITED BY SIZE
               INTO PCR-TXT
             END-STRING
           ELSE
             STRING
               FUNCTION TRIM(PCR-TXT) DELIMITED BY SIZE
               ";;;" DELIMITED BY SIZE
               FUNCTION TRIM(PCR-S-RESULT) DELIMITED BY SIZE
               INTO PCR-TXT
             END-STRING
           END-IF.
           MOVE PCR-TXT TO PCR-RPT-REC.
           WRITE PCR-RPT-REC.

           IF PCR-S-KIND = "C" AND PCR-S-DIFF NOT = 0
             ADD 1 TO PCR-BREAKS
             IF PCR-S-DIFF < 0
               COMPUTE PCR-CTL-CNT = 0 - PCR-S-DIFF
             ELSE
               MOVE PCR-S-DIFF TO PCR-CTL-CNT
             END-IF
             MOVE PCR-CTL-CNT TO PCR-CNT-FMT
             MOVE SPACES TO PCR-TXT
             STRING
               FUNCTION TRIM(PCR-S-NAME) DELIMITED BY SIZE
               INTO PCR-TXT
             END-STRING
             IF PCR-S-CHAN NOT = SPACES
               STRING
                 FUNCTION TRIM(PCR-S-NAME) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(PCR-S-CHAN) DELIMITED BY SIZE
                 INTO PCR-TXT
               END-STRING
             END-IF
             DISPLAY "PIECE BREAK AT " FUNCTION TRIM(PCR-TXT) ": "
               FUNCTION TRIM(PCR-CNT-FMT) " PIECES "
               FUNCTION TRIM(PCR-S-RESULT) " SINCE "
               FUNCTION TRIM(PCR-S-PREV)
               " (EXPECTED " FUNCTION TRIM(PCR-FMT2)
               ", FOUND " FUNCTION TRIM(PCR-FMT1) ")"
           END-IF.
           MOVE SPACES TO PCR-S-PREV.
           MOVE 0 TO PCR-S-PCS PCR-S-EXP.
       END PROGRAM PIECE-RECON.
