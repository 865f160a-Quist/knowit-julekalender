000090*     OVERLAP   - A SLICE STARTS BEFORE THE PRIOR ONE ENDED
000100*     GAP       - A SLICE IS MISSING; KJ-COV-EXPECTED-LOW IS
000110*                 WHERE THE MISSING COVERAGE SHOULD HAVE BEGUN
000120*     OVERRUN   - COVERAGE RUNS PAST THE INTENDED HIGH; THE
000130*                 LOW/HIGH FIELDS CARRY THE OUT-OF-RANGE SPAN
000140*     TABLE FULL- MORE SLICES THAN THE VALIDATION TABLE HOLDS
000150* WHEN ANY RECORD IS WRITTEN HERE THE ROLLUP REFUSES TO WRITE
000160* ITS TRAILER, AND WITHHOLDS THE CALRESLT RECORD FOR THE CALENDAR
000170* DAY (KJ-COV-DAY-NUM) THE EXCEPTION BELONGS TO.
000180*
000190* MOD-HISTORY.
000200*     2026-08-22 JAK  NEW COPYBOOK - COVERAGE AND DUPLICATE
000210*                     VALIDATION IN THE SPLIT-RANGE ROLLUP.
000220*     2026-10-15 JAK  ADDED KJ-COV-DAY-NUM (CARVED FROM THE
000230*                     FILLER, RECORD STILL 60) - THE CALENDAR DAY
000240*                     WHOSE SLICES RAISED THE EXCEPTION.
000250*****************************************************************
000260 01  KJ-COVERAGE-EXCEPTION-RECORD.
000270     05  KJ-COV-EXCEPTION      PIC X(10).
000280     05  KJ-COV-STEP-NUM       PIC 9(4).
000290     05  KJ-COV-LOW            PIC 9(9).
000300     05  KJ-COV-HIGH           PIC 9(9).
000310     05  KJ-COV-EXPECTED-LOW   PIC 9(9).
000320     05  KJ-COV-RUN-DATE       PIC 9(8).
000330     05  KJ-COV-DAY-NUM        PIC 9(2).
000340     05  FILLER                PIC X(09).
