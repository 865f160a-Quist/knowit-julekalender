000110* MOD-HISTORY.
000120*     2026-08-09 JAK  NEW COPYBOOK - PER-RUN AUDIT LOG.
000130*     2026-08-09 JAK  WIDENED KJ-AUD-SUM TO PIC 9(15).
000140*     2026-10-15 JAK  KJ-AUD-STATUS AND KJ-AUD-REVERSED-DATE
000150*                     CARVED FROM FILLER - A NIGHT BACKED OUT BY
000160*                     KJBKOUT STAYS ON THE LOG MARKED REVERSED.
000170*     2026-10-15 JAK  ADDED KJ-AUD-DAY-NUM - ONE AUDIT RECORD IS
000180*                     NOW WRITTEN FOR EACH CALENDAR DAY A RUN
000190*                     PROCESSED, CARRYING THAT DAY'S OWN SUM.
000200*                     ZERO MEANS DAY 07 (RECORDS WRITTEN BEFORE
000210*                     THE FIELD EXISTED).  RECORD IS NOW 73; THE
000220*                     OLD 71-BYTE GENERATIONS ARE CONVERTED ONCE
000230*                     BY KJYEPURG FUNCTION C, WHICH GIVES THEM
000240*                     DAY ZERO.
000250*****************************************************************
000260 01  KJ-AUDIT-RECORD.
000270     05  KJ-AUD-RUN-DATE       PIC 9(8).
000280     05  KJ-AUD-RUN-TIME       PIC 9(8).
000290     05  KJ-AUD-LOW            PIC 9(9).
000300     05  KJ-AUD-HIGH           PIC 9(9).
000310     05  KJ-AUD-DIVISOR        PIC 9(4).
000320     05  KJ-AUD-OPERATOR       PIC X(08).
000330     05  KJ-AUD-SUM            PIC 9(15).
000340     05  KJ-AUD-STATUS         PIC X(01).
000350         88  KJ-AUD-REVERSED          VALUE "R".
000360     05  KJ-AUD-REVERSED-DATE  PIC 9(8).
000370     05  KJ-AUD-DAY-NUM        PIC 9(2).
000380     05  FILLER                PIC X(01).
