000110* MOD-HISTORY.
000120*     2026-08-09 JAK  NEW COPYBOOK - CALENDAR-WIDE RESULTS ROLLUP.
000130*     2026-08-09 JAK  WIDENED KJ-CAL-ANSWER TO PIC 9(15).
000140*     2026-10-15 JAK  KJ-CAL-STATUS AND KJ-CAL-REVERSED-DATE
000150*                     CARVED FROM FILLER - AN ANSWER BACKED OUT
000160*                     STAYS ON THE FILE MARKED REVERSED, AND
000170*                     EVERY READER PASSES OVER IT.
000180*****************************************************************
000190 01  KJ-CAL-RESULT-RECORD.
000200     05  KJ-CAL-DAY-NUM        PIC 9(2).
000210     05  KJ-CAL-PROGRAM-ID     PIC X(08).
000220     05  KJ-CAL-ANSWER         PIC 9(15).
000230     05  KJ-CAL-RUN-DATE       PIC 9(8).
000240     05  KJ-CAL-RUN-TIME       PIC 9(8).
000250     05  KJ-CAL-STATUS         PIC X(01).
000260         88  KJ-CAL-REVERSED          VALUE "R".
000270     05  KJ-CAL-REVERSED-DATE  PIC 9(8).
000280     05  FILLER                PIC X(01).
