000050* MASTER BY KJRULMNT, SHOWING WHETHER IT WAS ACCEPTED OR
000060* REJECTED AND, FOR A REJECT, THE REASON CODE AND TEXT.
000070*
000080* DISPOSITIONS:
000090*     QUEUED  PASSED THE EDITS, HELD ON PENDTRAN FOR A CHECKER
000100*     ACCEPT  APPROVED BY THE CHECKER AND POSTED TO THE MASTER
000110*     REJECT  FAILED AN EDIT OR REJECTED BY THE CHECKER
000120*     HELD    APPROVAL CARD REFUSED (RM10, RM13) - PENDING
000130*
000140* REASON CODES:
000150*     RM01  LOW GREATER THAN HIGH
000160*     RM02  ZERO DIVISOR
000170*     RM03  DUPLICATE RULE NUMBER ON ADD
000180*     RM04  RULE NOT ON MASTER
000190*     RM05  OVERLAPS SAME-DIVISOR RULE
000200*     RM06  INVALID ACTION CODE
000210*     RM07  RULE MASTER TABLE FULL
000220*     RM08  EFFECTIVE-FROM AFTER EFFECTIVE-TO
000230*     RM09  INVALID RULE TYPE
000240*     RM10  CHECKER SAME AS MAKER
000250*     RM11  NOT A PENDING TRANSACTION
000260*     RM12  REJECTED BY CHECKER
000270*     RM13  INVALID APPROVAL DECISION
000280*     RM14  PENDING QUEUE WRITE FAILED
000290*     RM15  INVALID CALENDAR DAY
000300*
000310* MOD-HISTORY.
000320*     2026-08-22 JAK  NEW COPYBOOK - RULE MASTER MAINTENANCE.
000330*     2026-09-02 JAK  ADDED KJ-EDT-EFF-FROM/KJ-EDT-EFF-TO AND
000340*                     REASON RM08 FOR THE EFFECTIVE-DATED RULE
000350*                     MASTER.  RECORD IS NOW 96 CHARACTERS.
000360*     2026-09-02 JAK  ADDED KJ-EDT-RULE-TYPE (CARVED FROM THE
000370*                     FILLER, RECORD STILL 96) AND REASON RM09
000380*                     FOR THE RULE-TYPE CODES.
000390*     2026-10-15 JAK  MAKER-CHECKER DUAL CONTROL: ADDED
000400*                     KJ-EDT-PEND-ID, KJ-EDT-MAKER AND
000410*                     KJ-EDT-CHECKER, DISPOSITIONS QUEUED AND
000420*                     HELD, AND REASONS RM10-RM14.  RECORD IS
000430*                     NOW 118 CHARACTERS.
000440*     2026-10-15 JAK  ADDED KJ-EDT-DAY-NUM (CARVED FROM THE
000450*                     FILLER, RECORD STILL 118) AND REASON RM15
000460*                     FOR THE RULE'S CALENDAR DAY.
000470*****************************************************************
000480 01  KJ-EDIT-REPORT-RECORD.
000490     05  KJ-EDT-ACTION         PIC X(01).
000500     05  KJ-EDT-RULE-NUM       PIC 9(4).
000510     05  KJ-EDT-DIVISOR        PIC 9(4).
000520     05  KJ-EDT-LOW            PIC 9(9).
000530     05  KJ-EDT-HIGH           PIC 9(9).
000540     05  KJ-EDT-EFF-FROM       PIC 9(8).
000550     05  KJ-EDT-EFF-TO         PIC 9(8).
000560     05  KJ-EDT-DISPOSITION    PIC X(06).
000570     05  KJ-EDT-REASON-CODE    PIC X(04).
000580     05  KJ-EDT-REASON-TEXT    PIC X(30).
000590     05  KJ-EDT-RUN-DATE       PIC 9(8).
000600     05  KJ-EDT-RULE-TYPE      PIC X(01).
000610     05  KJ-EDT-PEND-ID        PIC 9(6).
000620     05  KJ-EDT-MAKER          PIC X(08).
000630     05  KJ-EDT-CHECKER        PIC X(08).
000640     05  KJ-EDT-DAY-NUM        PIC 9(2).
000650     05  FILLER                PIC X(02).
