      *> OPER-SIGNON 呼叫參數共用區
       01 LS-SIGNON.
           05 SGN-OP       PIC X(8).   *> SIGNON / CHECK
           05 SGN-PROGRAM  PIC X(20).  *> 呼叫程式 (記錄用)
           05 SGN-ROLE     PIC X(20).  *> 要求角色 (空白=已登錄即可)
                                       *> RULE-EDITOR / RULE-APPROVER
                                       *> / FAIL-FIXER / PII-VIEWER
                                       *> / SUPERVISOR
                                       *> / COMPLIANCE-OFFICER
           05 SGN-OPERATOR PIC X(20).  *> SIGNON：回覆登入 ID
                                       *> CHECK ：受查操作員 ID
           05 SGN-NAME     PIC X(40).  *> 回覆操作員姓名
           05 SGN-ROLES    PIC X(100). *> 回覆角色清單 (逗號分隔)
           05 SGN-RESULT   PIC X.      *> Y=通過 N=拒絕
           05 SGN-REASON   PIC X(60).  *> 拒絕原因
           05 SGN-AUDIT-PATH PIC X(150). *> 稽核檔 (空白=
                                         *> output\AuditLog.csv)
