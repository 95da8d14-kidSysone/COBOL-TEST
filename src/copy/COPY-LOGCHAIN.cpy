      *> LOG-CHAIN 呼叫參數共用區
       01 LS-LOG-CHAIN.
           05 LCH-OP       PIC X(8).   *> APPEND / VERIFY / TRIM
           05 LCH-PATH     PIC X(150). *> 記錄檔路徑
           05 LCH-HEADER   PIC X(300). *> APPEND：新檔表頭 (空白=無)
           05 LCH-LINE     PIC X(1000).
                                       *> APPEND：附加內容
                                       *> TRIM  ：呼叫程式名 (記錄用)
                                       *> VERIFY：回覆斷鏈列內容
           05 LCH-STATE    PIC X(150). *> VERIFY：驗證狀態檔 (空白=
                                       *> 不核對上次驗證之末鏈)
           05 LCH-CUTOFF   PIC 9(8).   *> TRIM：此日 (不含) 前之列
                                       *> 自檔首裁除
           05 LCH-SEQ      PIC 9(9).   *> APPEND：回覆本列序號
                                       *> VERIFY：回覆末一完好序號
                                       *> TRIM  ：回覆檢查點列序號
           05 LCH-CHK      PIC 9(12).  *> 同上之鏈結檢核碼
           05 LCH-LINES    PIC 9(9).   *> VERIFY：讀入列數
                                       *> TRIM  ：裁除列數
           05 LCH-LEGACY   PIC 9(9).   *> VERIFY：鏈前未封印列數
           05 LCH-BAD-LINE PIC 9(9).   *> VERIFY：首一斷鏈列列號
           05 LCH-REASON   PIC X(80).  *> VERIFY：斷鏈原因
           05 LCH-RESULT   PIC X.      *> Y=成功/鏈結完整
                                       *> N=斷鏈 (VERIFY)
                                       *>   無可裁除 (TRIM)
                                       *> M=記錄檔不存在
                                       *> E=無法開啟/寫入
