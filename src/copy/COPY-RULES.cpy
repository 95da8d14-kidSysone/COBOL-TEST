                                      *> 相符時直接載入已建表的
                                      *> 快照檔，省去每次啟動的
                                      *> 重新解析/排序
           05  RENAME-TABLE.
                                      *> 官方地名更名登錄
                                      *> (PlaceRenames.csv：類別
                                      *> COUNTRY/CITY;舊名;新名;
                                      *> 國家範圍;生效日)；生效日
                                      *> 前舊名仍視為新名的別名
              10  RNM-TYPE  OCCURS 300 TIMES PIC X(7).
              10  RNM-OLD   OCCURS 300 TIMES PIC X(50).
                                      *> 舊名 (已轉大寫/摺疊重音)
              10  RNM-NEW   OCCURS 300 TIMES PIC X(50).
                                      *> 新名 (正典寫法原文)
              10  RNM-CTRY  OCCURS 300 TIMES PIC X(35).
                                      *> 國家範圍 (大寫；CITY
                                      *> 用，空白=不限國家)
              10  RNM-EFF   OCCURS 300 TIMES PIC X(8).
              10  RNM-COUNT PIC 9(3) COMP.
           05  PREMISES-TABLE.
                                      *> 高風險地址用途參照
                                      *> (HighRiskPremises.csv)：
                                      *> P;用途;街道;門牌;郵遞區號;
                                      *>   業者 = 已知場所
                                      *> K;用途;關鍵字;業者字樣
                                      *>   = 關鍵字 (有業者字樣者
                                      *>   須兩者同時出現)
                                      *> 用途代碼 CMRA/VIRTUAL/
                                      *> LOCKER/PRISON/HOSPITAL/HOTEL
              10  HRP-KIND  OCCURS 500 TIMES PIC X.
              10  HRP-USE   OCCURS 500 TIMES PIC X(8).
              10  HRP-KEY   OCCURS 500 TIMES PIC X(120).
                                      *> P=街道|門牌|郵遞區號 (轉大寫
                                      *> 摺疊重音、去標點與空白)
                                      *> K=關鍵字 (轉大寫摺疊重音、
                                      *> 標點轉空白、單一空白分字)
              10  HRP-OPER  OCCURS 500 TIMES PIC X(60).
                                      *> 業者字樣 (同 K 正規化)
              10  HRP-COUNT PIC 9(3) COMP.
