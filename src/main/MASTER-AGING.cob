            05 MA-MST-LIN-LINE  PIC 9(7).
            05 MA-MST-LIN-RULE  PIC X(30).
            05 MA-MST-LINE-HASH PIC 9(12).
            05 MA-MST-LIN-CTRY  PIC X(35).
            05 MA-MST-LIN-TYPE  PIC X(8).
            05 MA-MST-LIN-WARN  PIC X(30).
            05 MA-MST-OVR-FLAG  PIC X.
            05 MA-MST-OVR-LINE  PIC X(60) OCCURS 6 TIMES.
            05 MA-MST-OVR-CTRY  PIC X(35).
            05 MA-MST-OVR-ZIP   PIC X(16).
            05 MA-MST-OVR-TOWN  PIC X(35).
            05 MA-MST-OVR-REASON PIC X(40).
            05 MA-MST-OVR-OPER  PIC X(20).
            05 MA-MST-OVR-DATE  PIC X(8).
            05 MA-MST-OVR-SRC-HASH PIC 9(12).
            05 MA-MST-OVR-SUSP-DATE PIC X(8).
            05 MA-MST-USE-CODE  PIC X(8).

       FD MA-PARM-FILE.
         01 MA-PARM-REC PIC X(80).
