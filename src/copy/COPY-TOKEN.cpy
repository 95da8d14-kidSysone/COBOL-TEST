      *> TOKEN-VAULT 呼叫參數共用區
       01 LS-TOKEN-VAULT.
           05 TKN-OP       PIC X(8).   *> OPEN / TOKENIZE /
                                       *> DETOKEN / LOOKUP /
                                       *> PURGE / CLOSE
           05 TKN-PARTNER  PIC X(20).  *> 夥伴 (通路名、訂閱者名、
                                       *> PRESORT、ISO20022)；
                                       *> DETOKEN 空白=不限夥伴
           05 TKN-CUSTID   PIC X(15).  *> 真實 CUSTOMER_ID
           05 TKN-TOKEN    PIC X(15).  *> 夥伴專屬代號
           05 TKN-RESULT   PIC X.      *> Y=成功 N=非代號 (原值照用)
                                       *> X=代號屬其他夥伴
                                       *> E=保管庫無法開啟/寫入
           05 TKN-NEW      PIC X.      *> Y=本次新發代號
