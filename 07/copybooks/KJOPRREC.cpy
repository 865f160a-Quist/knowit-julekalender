000140*     2 = PRODUCTION RUNS
000150*     3 = RULE MAINTENANCE
000160*
000170* THE MASTER IS MAINTAINED BY KJOPRMNT (ADD, CHANGE-LEVEL,
000180* SUSPEND, REACTIVATE), WHICH STAMPS KJ-OPR-MAINT-DATE ON EVERY
000190* CHANGE.  A SUSPENDED OPERATOR IS INACTIVE.  A ZERO OR BLANK
000200* MAINTENANCE DATE MEANS THE RECORD PREDATES KJOPRMNT.
000210*
000220* MOD-HISTORY.
000230*     2026-09-02 JAK  NEW COPYBOOK - OPERATOR AUTHORIZATION
000240*                     MASTER VALIDATED AT RUN AND MAINTENANCE
000250*                     TIME.
000260*     2026-10-15 JAK  KJ-OPR-MAINT-DATE CARVED FROM FILLER FOR
000270*                     OPERATOR MASTER MAINTENANCE AND ACCESS
000280*                     RECERTIFICATION.  RECORD STILL 40.
000290*****************************************************************
000300 01  KJ-OPERATOR-MASTER-RECORD.
000310     05  KJ-OPR-OPERATOR-ID    PIC X(08).
000320     05  KJ-OPR-NAME           PIC X(20).
000330     05  KJ-OPR-AUTH-LEVEL     PIC 9(01).
000340         88  KJ-OPR-LEVEL-INQUIRY     VALUE 1.
000350         88  KJ-OPR-LEVEL-PRODUCTION  VALUE 2.
000360         88  KJ-OPR-LEVEL-MAINT       VALUE 3.
000370     05  KJ-OPR-STATUS         PIC X(01).
000380         88  KJ-OPR-ACTIVE            VALUE "A".
000390         88  KJ-OPR-INACTIVE          VALUE "I".
000400     05  KJ-OPR-MAINT-DATE     PIC 9(8).
000410     05  FILLER                PIC X(02).
