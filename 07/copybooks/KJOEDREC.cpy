000010*****************************************************************
000020* KJOEDREC.CPY
000030* OPERATOR MASTER MAINTENANCE EDIT REPORT RECORD FOR KNOW-IT-
000040* JULEKALENDER (DAY 07).  ONE RECORD PER TRANSACTION KJOPRMNT
000050* APPLIES AGAINST THE OPERATOR MASTER, AND ONE PER ACCOUNT IT
000060* SUSPENDS FOR NON-USE, SHOWING THE DISPOSITION, THE REASON
000070* FOR A REJECT, THE LEVEL AND STATUS BEFORE AND AFTER, AND THE
000080* OPERATOR WHO MADE THE CHANGE.
000090*
000100* DISPOSITIONS:
000110*     ACCEPT  EDITED AND POSTED TO THE MASTER
000120*     REJECT  FAILED AN EDIT - MASTER UNCHANGED
000130*     AUTO    SUSPENDED BY THE RECERTIFICATION PASS FOR NON-USE
000140*
000150* REASON CODES:
000160*     OM01  INVALID ACTION CODE
000170*     OM02  BLANK OPERATOR ID OR NAME
000180*     OM03  INVALID AUTHORIZATION LEVEL
000190*     OM04  OPERATOR ALREADY ON MASTER
000200*     OM05  OPERATOR NOT ON MASTER
000210*     OM06  OWN RECORD MAY NOT BE CHANGED
000220*     OM07  OPERATOR ALREADY SUSPENDED
000230*     OM08  OPERATOR ALREADY ACTIVE
000240*     OM09  OPERATOR MASTER WRITE FAILED
000250*     OM10  UNUSED PAST THRESHOLD (DISPOSITION AUTO)
000260*
000270* MOD-HISTORY.
000280*     2026-10-15 JAK  NEW COPYBOOK - OPERATOR MASTER
000290*                     MAINTENANCE.
000300*****************************************************************
000310 01  KJ-OPER-EDIT-RECORD.
000320     05  KJ-OED-ACTION         PIC X(01).
000330     05  KJ-OED-OPERATOR-ID    PIC X(08).
000340     05  KJ-OED-NAME           PIC X(20).
000350     05  KJ-OED-AUTH-LEVEL     PIC X(01).
000360     05  KJ-OED-DISPOSITION    PIC X(06).
000370     05  KJ-OED-REASON-CODE    PIC X(04).
000380     05  KJ-OED-REASON-TEXT    PIC X(30).
000390     05  KJ-OED-RUN-DATE       PIC 9(8).
000400     05  KJ-OED-RUN-TIME       PIC 9(6).
000410     05  KJ-OED-MAINT-BY       PIC X(08).
000420     05  KJ-OED-BEFORE-LEVEL   PIC X(01).
000430     05  KJ-OED-BEFORE-STATUS  PIC X(01).
000440     05  KJ-OED-AFTER-LEVEL    PIC X(01).
000450     05  KJ-OED-AFTER-STATUS   PIC X(01).
000460     05  FILLER                PIC X(04).
