000010*****************************************************************
000020* KJOCTREC.CPY
000030* OPERATOR MASTER MAINTENANCE CONTROL CARD FOR KNOW-IT-
000040* JULEKALENDER (DAY 07).  ONE RECORD READ AT THE START OF
000050* KJOPRMNT GIVING THE OPERATOR THE RUN IS MADE UNDER (AN
000060* ACTIVE LEVEL 3 OPERATOR ON OPERMAST), THE NUMBER OF DAYS AN
000070* ACCOUNT MAY GO UNUSED BEFORE THE RECERTIFICATION REPORT FLAGS
000080* IT (ZERO = 90), WHETHER FLAGGED ACCOUNTS ARE SUSPENDED ON THE
000090* SPOT (Y) OR ONLY FLAGGED (N OR BLANK), AND THE DATE THE
000100* REPORT IS TAKEN AS OF (ZERO = THE RUN DATE).
000110*
000120* MOD-HISTORY.
000130*     2026-10-15 JAK  NEW COPYBOOK - OPERATOR MASTER
000140*                     MAINTENANCE AND ACCESS RECERTIFICATION.
000150*****************************************************************
000160 01  KJ-OPER-CONTROL-RECORD.
000170     05  KJ-OCT-OPERATOR       PIC X(08).
000180     05  KJ-OCT-UNUSED-DAYS    PIC 9(4).
000190     05  KJ-OCT-AUTO-SUSPEND   PIC X(01).
000200         88  KJ-OCT-SUSPEND-UNUSED    VALUE "Y".
000210         88  KJ-OCT-FLAG-ONLY         VALUE "N" " ".
000220     05  KJ-OCT-AS-OF-DATE     PIC 9(8).
000230     05  FILLER                PIC X(09).
