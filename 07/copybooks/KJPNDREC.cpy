000010*****************************************************************
000020* KJPNDREC.CPY
000030* PENDING RULE MAINTENANCE QUEUE RECORD FOR KNOW-IT-JULEKALENDER
000040* (DAY 07).  ONE RECORD PER RULETRAN TRANSACTION THAT PASSED THE
000050* KJRULMNT EDITS, KEYED BY A PENDING ID KJRULMNT ASSIGNS IN
000060* ARRIVAL ORDER.  THE TRANSACTION IS HELD HERE UNTIL A SECOND
000070* LEVEL-3 OPERATOR - NEVER THE ONE WHO KEYED IT - APPROVES OR
000080* REJECTS IT ON A RULEAPRV CARD (KJRAPREC).  ONLY AN APPROVED
000090* TRANSACTION REACHES THE RULE MASTER.  DECIDED RECORDS STAY ON
000100* THE QUEUE WITH THEIR CHECKER AND DECISION DATE.
000110*
000120* STATUS CODES:
000130*     P = PENDING - AWAITING A CHECKER
000140*     A = APPLIED - APPROVED AND POSTED TO RULEMAST (SEE RULEJRNL)
000150*     R = REJECTED - BY THE CHECKER (RM12), OR FAILED THE RE-EDIT
000160*         AGAINST THE MASTER AS IT STOOD WHEN IT WAS APPROVED
000170*         (REASON CODE AS ON KJEDTREC)
000180*
000190* MOD-HISTORY.
000200*     2026-10-15 JAK  NEW COPYBOOK - MAKER-CHECKER DUAL CONTROL
000210*                     FOR RULE MAINTENANCE.
000220*****************************************************************
000230 01  KJ-PENDING-TRANS-RECORD.
000240     05  KJ-PND-PEND-ID        PIC 9(6).
000250     05  KJ-PND-STATUS         PIC X(01).
000260         88  KJ-PND-PENDING           VALUE "P".
000270         88  KJ-PND-APPLIED           VALUE "A".
000280         88  KJ-PND-REJECTED          VALUE "R".
000290     05  KJ-PND-TRANS-IMAGE    PIC X(53).
000300     05  KJ-PND-MAKER          PIC X(08).
000310     05  KJ-PND-QUEUED-DATE    PIC 9(8).
000320     05  KJ-PND-QUEUED-TIME    PIC 9(6).
000330     05  KJ-PND-CHECKER        PIC X(08).
000340     05  KJ-PND-DECIDED-DATE   PIC 9(8).
000350     05  KJ-PND-REASON-CODE    PIC X(04).
000360     05  FILLER                PIC X(18).
