000100* MOD-HISTORY.
000110*     2026-08-09 JAK  NEW COPYBOOK - JOB-STEP SPLIT/ROLLUP.
000120*     2026-08-09 JAK  WIDENED KJ-PAR-SUM TO PIC 9(15).
000130*     2026-10-15 JAK  ADDED KJ-PAR-DAY-NUM (CARVED FROM THE
000140*                     FILLER, RECORD STILL 64) - A STEP RUNNING
000150*                     SEVERAL CALENDAR DAYS WRITES ONE PARTIAL PER
000160*                     DAY, AND THE ROLLUP COMBINES EACH DAY'S
000170*                     SLICES SEPARATELY.  ZERO MEANS DAY 07.
000180*****************************************************************
000190 01  KJ-PARTIAL-RECORD.
000200     05  KJ-PAR-STEP-NUM       PIC 9(4).
000210     05  KJ-PAR-LOW            PIC 9(9).
000220     05  KJ-PAR-HIGH           PIC 9(9).
000230     05  KJ-PAR-SUM            PIC 9(15).
000240     05  KJ-PAR-QUALIFY-COUNT  PIC 9(9).
000250     05  KJ-PAR-RUN-DATE       PIC 9(8).
000260     05  KJ-PAR-DAY-NUM        PIC 9(2).
000270     05  FILLER                PIC X(08).
