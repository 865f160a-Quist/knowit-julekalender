000100*
000110* MOD-HISTORY.
000120*     2026-08-09 JAK  NEW COPYBOOK - SCORING SYSTEM EXTRACT.
000130*     2026-09-02 JAK  ADDED KJ-SCR-RULE-TYPE (CARVED FROM THE
000140*                     FILLER, RECORD STILL 44 AND ALL EXISTING
000150*                     FIELDS IN PLACE) - THE QUALIFYING TEST
000160*                     THAT PRODUCED THE VALUE, AGREED WITH THE
000170*                     SCORING SYSTEM FOR PER-RULE TIE-OUT.
000180*     2026-10-15 JAK  ADDED KJ-SCR-MASTER-RULE-NUM (CARVED FROM
000190*                     THE FILLER, RECORD STILL 44) - THE RULE'S
000200*                     NUMBER ON THE RULE MASTER.  KJ-SCR-RULE-NUM
000210*                     STAYS THE RULE'S PLACE IN THE NIGHT'S RUN,
000220*                     WHICH MOVES AS RULES COME AND GO.
000230*****************************************************************
000240 01  KJ-SCORE-RECORD.
000250     05  KJ-SCR-RULE-NUM       PIC 9(4).
000260     05  KJ-SCR-DIVISOR        PIC 9(4).
000270     05  KJ-SCR-CNT            PIC 9(9).
000280     05  KJ-SCR-REVERSED       PIC 9(9).
000290     05  KJ-SCR-RUN-DATE       PIC 9(8).
000300     05  KJ-SCR-RULE-TYPE      PIC X(01).
000310     05  KJ-SCR-MASTER-RULE-NUM PIC 9(4).
000320     05  FILLER                PIC X(05).
