000010*****************************************************************
000020* KJRHSREC.CPY
000030* RULE RESULT HISTORY RECORD FOR KNOW-IT-JULEKALENDER (DAY 07).
000040* ONE RECORD PER RULE PER NIGHT, BANKED BY KJRESVAR FROM THE
000050* PER-RULE RESULT RECORDS (KJRESREC) ON RESULTOUT BEFORE THAT
000060* FILE IS OVERWRITTEN THE NEXT NIGHT.  THE HISTORY FILE
000070* (RESHIST) IS KEYED BY RULE NUMBER PLUS RUN DATE, SO ONE
000080* RULE'S NIGHTS READ IN DATE ORDER FROM A SINGLE START.  THE
000090* RULE'S RANGE, DIVISOR AND TYPE ARE BANKED WITH ITS ANSWER SO
000100* A LATER NIGHT CAN TELL A RULE THAT WAS CHANGED ON THE MASTER
000110* FROM ONE WHOSE ANSWER MOVED ON ITS OWN.  THE PATH IS M WHEN
000120* THE ANSWER CAME FROM THE QUALIFYING MASTER AND G WHEN THE
000130* RANGE WAS GROUND (BLANK ON A NIGHT BEFORE THE ENGINE SAID).
000140*
000150* MOD-HISTORY.
000160*     2026-10-15 JAK  NEW COPYBOOK - RULE RESULT HISTORY BANK.
000170*****************************************************************
000180 01  KJ-RESULT-HISTORY-RECORD.
000190     05  KJ-RHS-KEY.
000200         10  KJ-RHS-RULE-NUM   PIC 9(4).
000210         10  KJ-RHS-RUN-DATE   PIC 9(8).
000220     05  KJ-RHS-DIVISOR        PIC 9(4).
000230     05  KJ-RHS-LOW            PIC 9(9).
000240     05  KJ-RHS-HIGH           PIC 9(9).
000250     05  KJ-RHS-SUM            PIC 9(15).
000260     05  KJ-RHS-QUALIFY-COUNT  PIC 9(9).
000270     05  KJ-RHS-RULE-TYPE      PIC X(01).
000280     05  KJ-RHS-DAY-NUM        PIC 9(2).
000290     05  KJ-RHS-PATH           PIC X(01).
000300         88  KJ-RHS-FROM-MASTER       VALUE "M".
000310         88  KJ-RHS-GROUND            VALUE "G".
000320     05  KJ-RHS-SLICE-COUNT    PIC 9(2).
000330     05  KJ-RHS-BANK-DATE      PIC 9(8).
000340     05  FILLER                PIC X(08).
