       01 LS-RULE-LOOKUP.
           05 RL-OP     PIC X(16). *> LOAD / FIND-CITY /
                                    *> FIND-COUNTRY / FIND-STATE-NAME
                                    *> FIND-RENAME-CTRY /
                                    *> FIND-RENAME-CITY
           05 RL-KEY    PIC X(50). *> 查找鍵值 (原文即可)
           05 RL-RESULT PIC X.     *> Y=找到 N=未找到
           05 RL-TEXT   PIC X(50). *> 附帶回覆 (如州代碼)
