000120* MOD-HISTORY.
000130*     2026-08-22 JAK  NEW COPYBOOK - BATCH HEADER/TRAILER
000140*                     WRAPPING ON THE SCOREOUT EXTRACT.
000150*     2026-10-15 JAK  KJ-SCH-BATCH-TYPE AND KJ-SCH-CANCELS-SEQ
000160*                     CARVED FROM FILLER.  A CANCELLATION BATCH
000170*                     (TYPE C, WRITTEN BY KJBKOUT) CARRIES THE
000180*                     FILE SEQUENCE OF THE BATCH IT WITHDRAWS
000190*                     AND REPEATS THAT BATCH'S DATA RECORDS.
000200*                     SPACE IS AN ORDINARY RESULTS BATCH.
000210*****************************************************************
000220 01  KJ-SCORE-HEADER-RECORD.
000230     05  KJ-SCH-RECORD-TYPE    PIC X(01).
000240         88  KJ-SCH-HEADER            VALUE "H".
000250     05  KJ-SCH-RUN-DATE       PIC 9(8).
000260     05  KJ-SCH-FILE-SEQ-NUM   PIC 9(6).
000270     05  KJ-SCH-LOW            PIC 9(9).
000280     05  KJ-SCH-HIGH           PIC 9(9).
000290     05  KJ-SCH-DIVISOR        PIC 9(4).
000300     05  KJ-SCH-BATCH-TYPE     PIC X(01).
000310         88  KJ-SCH-RESULTS-BATCH     VALUE SPACE.
000320         88  KJ-SCH-CANCEL-BATCH      VALUE "C".
000330     05  KJ-SCH-CANCELS-SEQ    PIC 9(6).
