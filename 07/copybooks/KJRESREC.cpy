000100*     2026-08-09 JAK  NEW COPYBOOK - RULE-DRIVEN MULTI-DIVISOR
000110*                     PROCESSING.
000120*     2026-08-09 JAK  WIDENED KJ-RES-SUM TO PIC 9(15).
000130*     2026-09-02 JAK  ADDED KJ-RES-RULE-TYPE (CARVED FROM THE
000140*                     FILLER, RECORD STILL 68) - THE QUALIFYING
000150*                     TEST THE RULE RAN UNDER, SO DOWNSTREAM
000160*                     RECONCILIATION STILL TIES OUT PER RULE.
000170*     2026-10-15 JAK  ADDED KJ-RES-DAY-NUM (CARVED FROM THE
000180*                     FILLER, RECORD STILL 68) - THE CALENDAR DAY
000190*                     THE RULE RAN FOR, NOW THAT ONE ENGINE RUN
000200*                     CAN PROCESS SEVERAL DAYS.  RESULTS COME OUT
000210*                     IN DAY ORDER.  ZERO MEANS DAY 07.
000220*     2026-10-15 JAK  ADDED KJ-RES-PATH (CARVED FROM THE FILLER,
000230*                     RECORD STILL 68) - M WHEN THE RULE WAS
000240*                     ANSWERED FROM THE QUALIFYING MASTER, G WHEN
000250*                     ITS RANGE WAS GROUND, SO THE RESULT HISTORY
000260*                     BANK (KJRESVAR) CAN SET A FAST-PATH ANSWER
000270*                     AGAINST THE LAST GROUND ONE.
000280*     2026-10-15 JAK  KJ-RES-RULE-NUM IS NOW THE RULE MASTER
000290*                     NUMBER (ZERO FOR THE CONTROL-CARD RULE), NOT
000300*                     THE RULE'S SLOT IN THE ENGINE'S TABLE, SO
000310*                     KJRESVAR FOLLOWS THE SAME RULE FROM NIGHT TO
000320*                     NIGHT HOWEVER THE TABLE IS LOADED.
000330*     2026-10-15 JAK  KJ-RES-PATH S MARKS ONE NIGHT'S SLICE OF A
000340*                     MULTI-NIGHT CAMPAIGN - ONLY PART OF THE
000350*                     RULE'S RANGE, SO NOT THE RULE'S ANSWER.
000360*****************************************************************
000370 01  KJ-RESULT-RECORD.
000380     05  KJ-RES-RULE-NUM       PIC 9(4).
000390     05  KJ-RES-DIVISOR        PIC 9(4).
000400     05  KJ-RES-LOW            PIC 9(9).
000410     05  KJ-RES-HIGH           PIC 9(9).
000420     05  KJ-RES-SUM            PIC 9(15).
000430     05  KJ-RES-QUALIFY-COUNT  PIC 9(9).
000440     05  KJ-RES-RUN-DATE       PIC 9(8).
000450     05  KJ-RES-RULE-TYPE      PIC X(01).
000460     05  KJ-RES-DAY-NUM        PIC 9(2).
000470     05  KJ-RES-PATH           PIC X(01).
000480         88  KJ-RES-FROM-MASTER       VALUE "M".
000490         88  KJ-RES-GROUND            VALUE "G".
000500         88  KJ-RES-CAMPAIGN-SLICE    VALUE "S".
000510     05  FILLER                PIC X(06).
