      *> HIST-STORE 呼叫參數共用區
       01 LS-HIST-STORE.
           05 HST-OP       PIC X(8).   *> OPEN / OPENIN / RESET /
                                       *> WRITE / DELETE / MARK /
                                       *> FIRST / NEXT / CLOSE
           05 HST-PATH     PIC X(120). *> 索引檔 (空白=
                                       *> output\AddressHistory.idx)
           05 HST-CUSTID   PIC X(50).  *> FIRST：查詢客戶；
                                       *> FIRST/NEXT 回覆該列客戶
           05 HST-DATE     PIC X(8).   *> FIRST：起始生效日 (空白=
                                       *> 自最早)；回覆該列生效日
           05 HST-ROW      PIC X(2100). *> WRITE/DELETE：歷史列原文
                                        *> FIRST/NEXT：回覆該列原文
           05 HST-RESULT   PIC X.      *> Y=成功 N=無此列/已無下一列
                                       *> E=索引檔無法開啟/寫入
