      *>      第一份)，.ctl 交握總數加總重寫；預分揀檔將各區
      *>      固定長度記錄重新以 COUNTRY/ZIP/STREET SORT 一次，
      *>      重編序號並重算分揀條碼
      *> 注意：各工作區維護各自的 AddressMaster.dat 分片；
      *> S10 高水位與接觸歷史則經 SHARED-DIR 共用主輸出目錄
      *> 下同一份 (EXECUTE 逐次加鎖取用)，各區號碼互不重複
      *> (COORD.PARM：WORKERS / COMMAND / SHARED-DIR 可覆蓋；
      *> SHARED-DIR 以工作區為起點，預設 ..\..\output\)
      *******************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           *> 完成輪詢上限 (秒)；工作者開不了工
                           *> (控制卡無效/鎖定衝突/整批拒收) 時
                           *> 協調程式不可永遠空等
          05 CO-SHARED-DIR PIC X(80) VALUE "..\..\output\".
                           *> 各區共用狀態檔目錄 (自工作區起算)

       01 CO-PATHS.
          05 CO-PART-PATH  PIC X(150).
       PROCEDURE DIVISION.
       MAIN SECTION.
      *******************************************************
      *> COORD.PARM 讀取 (WORKERS / COMMAND / SHARED-DIR)
      *******************************************************
           OPEN INPUT CO-PARM-FILE.
           IF CO-PARM-STATUS = "00"
                     IF FUNCTION TRIM(CO-KEY) = "COMMAND"
                       MOVE FUNCTION TRIM(CO-VAL) TO CO-COMMAND
                     END-IF
                     IF FUNCTION TRIM(CO-KEY) = "SHARED-DIR"
                        AND FUNCTION TRIM(CO-VAL) NOT = SPACES
                       MOVE FUNCTION TRIM(CO-VAL) TO CO-SHARED-DIR
                     END-IF
                     IF FUNCTION TRIM(CO-KEY) = "MAX-WAIT-SECS"
                        AND FUNCTION TRIM(CO-VAL) IS NUMERIC
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(CO-VAL))
           END-STRING.
           CALL "CBL_CREATE_DIR" USING FUNCTION TRIM(CO-CMD).

           *> 工作區控制卡 (分批/發佈關閉，共用狀態檔指向主輸出
           *> 目錄，其餘採預設)
           MOVE SPACES TO CO-WPARM-PATH.
           STRING
             FUNCTION TRIM(CO-DIR) DELIMITED BY SIZE
           WRITE CO-WPARM-REC.
           MOVE "ATOMIC-PUBLISH=N" TO CO-WPARM-REC.
           WRITE CO-WPARM-REC.
           MOVE SPACES TO CO-WPARM-REC.
           STRING
             "SHARED-DIR=" DELIMITED BY SIZE
             FUNCTION TRIM(CO-SHARED-DIR) DELIMITED BY SIZE
             INTO CO-WPARM-REC
           END-STRING.
           WRITE CO-WPARM-REC.
           CLOSE CO-WPARM-FILE.

      *******************************************************
