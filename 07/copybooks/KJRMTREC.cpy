000100*
000110* MOD-HISTORY.
000120*     2026-08-22 JAK  NEW COPYBOOK - RULE MASTER MAINTENANCE.
000130*     2026-09-02 JAK  ADDED KJ-RMT-EFF-FROM/KJ-RMT-EFF-TO SO
000140*                     NEXT YEAR'S RULES CAN BE KEYED IN EARLY
000150*                     AND THIS YEAR'S RETIRED ON A DATE.  ZERO
000160*                     IN EITHER DATE MEANS OPEN-ENDED.  RECORD
000170*                     IS NOW 53 CHARACTERS.
000180*     2026-09-02 JAK  ADDED KJ-RMT-RULE-TYPE (CARVED FROM THE
000190*                     FILLER, RECORD STILL 53) - THE QUALIFYING
000200*                     TEST THE RULE RUNS UNDER (SEE KJCHECK1).
000210*                     BLANK DEFAULTS TO D, THE ORIGINAL
000220*                     DIVIDE-BOTH-WAYS TEST.
000230*     2026-10-15 JAK  ADDED KJ-RMT-DAY-NUM (CARVED FROM THE
000240*                     FILLER, RECORD STILL 53) - THE CALENDAR DAY
000250*                     01-24 THE RULE BELONGS TO.  BLANK ON AN ADD
000260*                     DEFAULTS TO DAY 07; BLANK ON A CHANGE KEEPS
000270*                     THE RULE'S CURRENT DAY.
000280*****************************************************************
000290 01  KJ-RULE-MAINT-RECORD.
000300     05  KJ-RMT-ACTION         PIC X(01).
000310         88  KJ-RMT-ADD               VALUE "A".
000320         88  KJ-RMT-CHANGE            VALUE "C".
000330         88  KJ-RMT-DELETE            VALUE "D".
000340     05  KJ-RMT-RULE-NUM       PIC 9(4).
000350     05  KJ-RMT-DIVISOR        PIC 9(4).
000360     05  KJ-RMT-LOW            PIC 9(9).
000370     05  KJ-RMT-HIGH           PIC 9(9).
000380     05  KJ-RMT-EFF-FROM       PIC 9(8).
000390     05  KJ-RMT-EFF-TO         PIC 9(8).
000400     05  KJ-RMT-RULE-TYPE      PIC X(01).
000410         88  KJ-RMT-TYPE-BLANK        VALUE " ".
000420         88  KJ-RMT-TYPE-VALID        VALUE "D" "F" "P" "S".
000430     05  KJ-RMT-DAY-NUM        PIC 9(2).
000440     05  KJ-RMT-DAY-X REDEFINES KJ-RMT-DAY-NUM
000450                               PIC X(02).
000460         88  KJ-RMT-DAY-BLANK         VALUE SPACES.
000470     05  FILLER                PIC X(07).
