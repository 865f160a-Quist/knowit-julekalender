000190* MOD-HISTORY.
000200*     2026-09-02 JAK  NEW COPYBOOK - QUALMAST/DIVCOVER INTEGRITY
000210*                     AUDIT AND REBUILD.
000220*     2026-10-15 JAK  ADDED KJ-QAR-RULE-TYPE (CARVED FROM THE
000230*                     FILLER, RECORD STILL 60) - THE MASTER AND
000240*                     ITS COVERAGE ARE AUDITED PER RULE TYPE.
000250*****************************************************************
000260 01  KJ-QMAUDIT-REPORT-RECORD.
000270     05  KJ-QAR-FINDING        PIC X(10).
000280     05  KJ-QAR-DIVISOR        PIC 9(4).
000290     05  KJ-QAR-LOW            PIC 9(9).
000300     05  KJ-QAR-HIGH           PIC 9(9).
000310     05  KJ-QAR-CNT            PIC 9(9).
000320     05  KJ-QAR-RUN-DATE       PIC 9(8).
000330     05  KJ-QAR-RULE-TYPE      PIC X(01).
000340     05  FILLER                PIC X(10).
