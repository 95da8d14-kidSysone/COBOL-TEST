                                         *> 29: 企業/個人旗標 (B/R)
                                         *> 30: 收件人姓名
                                         *>     (輸入第 7 欄)
                                         *> 31: 高風險地址用途
                                         *>     (CMRA/VIRTUAL/
                                         *>     LOCKER/PRISON/
                                         *>     HOSPITAL/HOTEL，
                                         *>     空白=一般)
                                         *> 32: 31 的命中依據
           05 STATE-MATCH-SRC PIC X(8). *> 17[STATE] 判斷來源
                                         *> (ABBR/FULLNAME/空白=未判斷)
           05 STREET-TYPE-FLAG PIC X(8). *> 5[STREET] 是否命中
