
       *> 逐欄比對工作區
       01 RG-SPLIT-WORK.
          05 RG-CUR-FLD     PIC X(2000) OCCURS 48 TIMES.
          05 RG-BAS-FLD     PIC X(2000) OCCURS 48 TIMES.
          05 RG-F-I         PIC 99 VALUE 0.

       01 RG-WORK.
      *> 共用段落：相異列回報 (找出首個相異欄位序)
      *******************************************************
       RG-REPORT-DIFF-PARA.
           PERFORM VARYING RG-F-I FROM 1 BY 1 UNTIL RG-F-I > 48
             MOVE SPACES TO RG-CUR-FLD(RG-F-I) RG-BAS-FLD(RG-F-I)
           END-PERFORM.
           UNSTRING RG-CUR-REC DELIMITED BY ";"
                    RG-CUR-FLD(31) RG-CUR-FLD(32) RG-CUR-FLD(33)
                    RG-CUR-FLD(34) RG-CUR-FLD(35) RG-CUR-FLD(36)
                    RG-CUR-FLD(37) RG-CUR-FLD(38) RG-CUR-FLD(39)
                    RG-CUR-FLD(40) RG-CUR-FLD(41) RG-CUR-FLD(42)
                    RG-CUR-FLD(43) RG-CUR-FLD(44) RG-CUR-FLD(45)
                    RG-CUR-FLD(46) RG-CUR-FLD(47) RG-CUR-FLD(48).
           UNSTRING RG-BAS-REC DELIMITED BY ";"
               INTO RG-BAS-FLD(1)  RG-BAS-FLD(2)  RG-BAS-FLD(3)
                    RG-BAS-FLD(4)  RG-BAS-FLD(5)  RG-BAS-FLD(6)
                    RG-BAS-FLD(31) RG-BAS-FLD(32) RG-BAS-FLD(33)
                    RG-BAS-FLD(34) RG-BAS-FLD(35) RG-BAS-FLD(36)
                    RG-BAS-FLD(37) RG-BAS-FLD(38) RG-BAS-FLD(39)
                    RG-BAS-FLD(40) RG-BAS-FLD(41) RG-BAS-FLD(42)
                    RG-BAS-FLD(43) RG-BAS-FLD(44) RG-BAS-FLD(45)
                    RG-BAS-FLD(46) RG-BAS-FLD(47) RG-BAS-FLD(48).

           PERFORM VARYING RG-F-I FROM 1 BY 1 UNTIL RG-F-I > 48
             IF RG-CUR-FLD(RG-F-I) NOT = RG-BAS-FLD(RG-F-I)
               EXIT PERFORM
             END-IF
           END-PERFORM.
           IF RG-F-I > 48
             MOVE 1 TO RG-F-I
           END-IF.

