000120*
000130* MOD-HISTORY.
000140*     2026-08-22 JAK  NEW COPYBOOK - VALIDATED RULE MASTER.
000150*     2026-09-02 JAK  ADDED KJ-RMS-EFF-FROM/KJ-RMS-EFF-TO SO A
000160*                     RULE CAN BE KEYED AHEAD OF ITS FIRST
000170*                     NIGHT OR RETIRED ON A DATE WITHOUT A
000180*                     MIDNIGHT MAINTENANCE SESSION.  ZERO IN
000190*                     EITHER DATE MEANS OPEN-ENDED.  THE
000200*                     NIGHTLY LOAD TAKES ONLY ACTIVE RULES IN
000210*                     EFFECT FOR THE RUN DATE.  RECORD IS NOW
000220*                     61 CHARACTERS.
000230*     2026-09-02 JAK  ADDED KJ-RMS-RULE-TYPE (CARVED FROM THE
000240*                     FILLER, RECORD STILL 61) SO ONE ENGINE
000250*                     AND ONE MASTER CAN RUN ANY OF THE
000260*                     CALENDAR'S QUALIFYING TESTS - SEE
000270*                     KJCHECK1.  BLANK DEFAULTS TO D, THE
000280*                     ORIGINAL DIVIDE-BOTH-WAYS TEST.
000290*     2026-10-15 JAK  ADDED KJ-RMS-DAY-NUM (CARVED FROM THE
000300*                     FILLER, RECORD STILL 61) - THE CALENDAR DAY
000310*                     THE RULE BELONGS TO, SO SEVERAL DAYS' RULES
000320*                     CAN SHARE ONE MASTER AND ONE ENGINE RUN.
000330*                     ZERO OR SPACES (A RULE KEYED BEFORE THE
000340*                     FIELD EXISTED) IS TAKEN AS DAY 07.
000350*****************************************************************
000360 01  KJ-RULE-MASTER-RECORD.
000370     05  KJ-RMS-RULE-NUM       PIC 9(4).
000380     05  KJ-RMS-DIVISOR        PIC 9(4).
000390     05  KJ-RMS-LOW            PIC 9(9).
000400     05  KJ-RMS-HIGH           PIC 9(9).
000410     05  KJ-RMS-STATUS         PIC X(01).
000420         88  KJ-RMS-ACTIVE            VALUE "A".
000430         88  KJ-RMS-INACTIVE          VALUE "I".
000440     05  KJ-RMS-MAINT-DATE     PIC 9(8).
000450     05  KJ-RMS-EFF-FROM       PIC 9(8).
000460     05  KJ-RMS-EFF-TO         PIC 9(8).
000470     05  KJ-RMS-RULE-TYPE      PIC X(01).
000480         88  KJ-RMS-TYPE-DIVBOTH      VALUE "D".
000490         88  KJ-RMS-TYPE-FORWARD      VALUE "F".
000500         88  KJ-RMS-TYPE-PALINDROME   VALUE "P".
000510         88  KJ-RMS-TYPE-DIGIT-SUM    VALUE "S".
000520     05  KJ-RMS-DAY-NUM        PIC 9(2).
000530     05  KJ-RMS-DAY-X REDEFINES KJ-RMS-DAY-NUM
000540                               PIC X(02).
000550         88  KJ-RMS-DAY-BLANK         VALUE SPACES.
000560     05  FILLER                PIC X(07).
