000010*****************************************************************
000020* KJRJNREC.CPY
000030* RULE MASTER CHANGE JOURNAL RECORD FOR KNOW-IT-JULEKALENDER (DAY
000040* 07).  ONE RECORD PER APPROVED TRANSACTION KJRULMNT POSTS TO THE
000050* RULE MASTER, APPENDED IN POSTING ORDER: THE MASTER RECORD
000060* (KJRMSREC LAYOUT) BEFORE AND AFTER THE CHANGE, THE OPERATOR WHO
000070* KEYED IT (MAKER), THE OPERATOR WHO APPROVED IT (CHECKER), AND
000080* WHEN IT WAS POSTED.  AN ADD OF A RULE NUMBER NEVER ON THE
000090* MASTER HAS NO BEFORE IMAGE.  KJRMASOF REBUILDS THE RULE MASTER
000100* AS IT STOOD ON ANY PAST DATE FROM THIS JOURNAL.
000110*
000120* MOD-HISTORY.
000130*     2026-10-15 JAK  NEW COPYBOOK - MAKER-CHECKER DUAL CONTROL
000140*                     FOR RULE MAINTENANCE.
000150*****************************************************************
000160 01  KJ-RULE-JOURNAL-RECORD.
000170     05  KJ-RJN-APPLY-DATE     PIC 9(8).
000180     05  KJ-RJN-APPLY-TIME     PIC 9(6).
000190     05  KJ-RJN-PEND-ID        PIC 9(6).
000200     05  KJ-RJN-ACTION         PIC X(01).
000210     05  KJ-RJN-RULE-NUM       PIC 9(4).
000220     05  KJ-RJN-MAKER          PIC X(08).
000230     05  KJ-RJN-CHECKER        PIC X(08).
000240     05  KJ-RJN-QUEUED-DATE    PIC 9(8).
000250     05  KJ-RJN-BEFORE-SW      PIC X(01).
000260         88  KJ-RJN-HAS-BEFORE        VALUE "Y".
000270         88  KJ-RJN-NO-BEFORE         VALUE "N".
000280     05  KJ-RJN-BEFORE-IMAGE   PIC X(61).
000290     05  KJ-RJN-AFTER-IMAGE    PIC X(61).
000300     05  FILLER                PIC X(08).
