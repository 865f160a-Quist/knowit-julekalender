000010*****************************************************************
000020* KJCCTREC.CPY
000030* CAMPAIGN CONTROL CARD FOR KNOW-IT-JULEKALENDER (DAY 07).
000040* ONE RECORD READ AT THE START OF KJCMPAGN GIVING THE FUNCTION:
000050*   S  START A CAMPAIGN - THE REMAINING FIELDS NAME IT, THE
000060*      CALENDAR DAY WHOSE RULES IT RUNS (ZERO = 07), THE RANGE,
000070*      THE DIVISOR FOR THE AUDIT LOG, THE OPERATOR (AN ACTIVE
000080*      LEVEL 2 OR ABOVE ON OPERMAST), THE ENGINE SECONDS
000090*      AVAILABLE EACH NIGHT (ZERO = 21600) AND THE DATE THE
000100*      ANSWER IS DUE (ZERO = THAT DAY OF DECEMBER).
000110*   P  PLAN TONIGHT'S SLICE (BEFORE THE ENGINE).
000120*   T  TRACK TONIGHT'S SLICE AND REPORT PROGRESS (BEFORE
000130*      KJROLLUP).
000140*   F  FINISH - POST THE ANSWER ONCE THE CAMPAIGN IS COMPLETE
000150*      AND ROLLED UP (AFTER KJROLLUP).
000160* ONLY THE FUNCTION IS READ FOR P, T AND F.
000170*
000180* MOD-HISTORY.
000190*     2026-10-15 JAK  NEW COPYBOOK - MULTI-NIGHT CAMPAIGN
000200*                     PROCESSING.
000210*****************************************************************
000220 01  KJ-CAMPAIGN-CONTROL-RECORD.
000230     05  KJ-CCT-FUNCTION       PIC X(01).
000240         88  KJ-CCT-START             VALUE "S".
000250         88  KJ-CCT-PLAN              VALUE "P".
000260         88  KJ-CCT-TRACK             VALUE "T".
000270         88  KJ-CCT-FINISH            VALUE "F".
000280         88  KJ-CCT-VALID             VALUE "S" "P" "T" "F".
000290     05  KJ-CCT-CAMPAIGN-ID    PIC X(08).
000300     05  KJ-CCT-DAY-NUM        PIC 9(2).
000310     05  KJ-CCT-LOW            PIC 9(9).
000320     05  KJ-CCT-HIGH           PIC 9(9).
000330     05  KJ-CCT-DIVISOR        PIC 9(4).
000340     05  KJ-CCT-OPERATOR       PIC X(08).
000350     05  KJ-CCT-WINDOW-SECS    PIC 9(7).
000360     05  KJ-CCT-DUE-DATE       PIC 9(8).
000370     05  FILLER                PIC X(24).
