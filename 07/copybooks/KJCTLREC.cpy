000140*                     JOB STEP CAN IDENTIFY ITSELF WHEN THE
000150*                     OVERALL RANGE IS SPLIT ACROSS STEPS.
000160*     2026-08-09 JAK  WIDENED KJ-CTL-EXPECTED-SUM TO PIC 9(15).
000170*     2026-10-15 JAK  CARVED KJ-CTL-CAMPAIGN-SW AND
000180*                     KJ-CTL-DAY-NUM OUT OF FILLER FOR THE
000190*                     CARDS KJCMPAGN WRITES ON A MULTI-NIGHT
000200*                     CAMPAIGN - S TO KNOW-IT-JULEKALENDER FOR
000210*                     ONE NIGHT'S SLICE OF THE DAY'S RULES,
000220*                     D OR C TO KJROLLUP TO DEFER THE ROLLUP OR
000230*                     ROLL UP THE WHOLE CAMPAIGN.  SPACE ON
000240*                     EVERY ORDINARY CARD.
000250*****************************************************************
000260 01  KJ-CONTROL-RECORD.
000270     05  KJ-CTL-LOW            PIC 9(9).
000280     05  KJ-CTL-HIGH           PIC 9(9).
000290     05  KJ-CTL-DIVISOR        PIC 9(4).
000300     05  KJ-CTL-OPERATOR       PIC X(08).
000310     05  KJ-CTL-EXPECTED-SUM   PIC 9(15).
000320     05  KJ-CTL-STEP-NUM       PIC 9(4).
000330     05  KJ-CTL-CAMPAIGN-SW    PIC X(01).
000340         88  KJ-CTL-ORDINARY-CARD     VALUE SPACE.
000350         88  KJ-CTL-CAMPAIGN-SLICE    VALUE "S".
000360         88  KJ-CTL-CAMPAIGN-DEFER    VALUE "D".
000370         88  KJ-CTL-CAMPAIGN-WHOLE    VALUE "C".
000380     05  KJ-CTL-DAY-NUM        PIC 9(2).
000390     05  FILLER                PIC X(03).
