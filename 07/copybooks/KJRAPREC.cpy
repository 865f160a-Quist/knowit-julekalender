000010*****************************************************************
000020* KJRAPREC.CPY
000030* RULE MAINTENANCE APPROVAL CARD FOR KNOW-IT-JULEKALENDER (DAY
000040* 07).  ONE CARD PER CHECKER DECISION ON A PENDING TRANSACTION
000050* (PENDTRAN, KJPNDREC): A = APPROVE AND APPLY TO THE RULE MASTER,
000060* R = REJECT.  THE CHECKER IS THE OPERATOR ON THE CONTROL CARD
000070* KJRULMNT RUNS UNDER, AND MUST NOT BE THE TRANSACTION'S MAKER.
000080*
000090* MOD-HISTORY.
000100*     2026-10-15 JAK  NEW COPYBOOK - MAKER-CHECKER DUAL CONTROL
000110*                     FOR RULE MAINTENANCE.
000120*****************************************************************
000130 01  KJ-RULE-APPROVAL-RECORD.
000140     05  KJ-RAP-PEND-ID        PIC 9(6).
000150     05  KJ-RAP-DECISION       PIC X(01).
000160         88  KJ-RAP-APPROVE           VALUE "A".
000170         88  KJ-RAP-REJECT            VALUE "R".
000180     05  FILLER                PIC X(13).
