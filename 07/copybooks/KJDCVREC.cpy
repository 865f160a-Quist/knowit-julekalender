000010*****************************************************************
000020* KJDCVREC.CPY
000030* DIVISOR RANGE-COVERAGE RECORD FOR KNOW-IT-JULEKALENDER
000040* (DAY 07).  ONE RECORD PER RULE-TYPE/DIVISOR/RANGE THE BATCH HAS
000050* RUN TO COMPLETION, APPENDED WHEN A RULE'S LOOP FINISHES.  AT
000060* THE START OF A RUN THE FILE IS LOADED INTO A TABLE, AND A
000070* RULE WHOSE RANGE LIES WHOLLY INSIDE A RECORDED RANGE FOR THE
000080* SAME RULE TYPE AND DIVISOR IS ANSWERED FROM THE QUALIFYING-
000090* NUMBER MASTER (KJQMSREC) INSTEAD OF BEING REGROUND VALUE BY
000100* VALUE, WHICH IS WHERE MOST OF THE OVERNIGHT WINDOW GOES.
000110* CONTAINMENT IS JUDGED AGAINST SINGLE RECORDS - TWO ADJOINING
000120* RECORDS ARE NOT MERGED - SO A RANGE SPLIT ACROSS RUNS IS
000130* REGROUND ONCE AND THEN COVERED BY ITS OWN RECORD FROM THEN ON.
000140*
000150* MOD-HISTORY.
000160*     2026-08-22 JAK  NEW COPYBOOK - KEYED QUALIFYING-NUMBER
000170*                     MASTER RANGE COVERAGE.
000180*     2026-10-15 JAK  ADDED KJ-DCV-RULE-TYPE (CARVED FROM THE
000190*                     FILLER, RECORD STILL 40).  A BLANK TYPE ON
000200*                     A RANGE WRITTEN BEFORE IT EXISTED MEANS
000210*                     TYPE D, SO EXISTING COVERAGE NEEDS NO
000220*                     CONVERSION.
000230*****************************************************************
000240 01  KJ-DIVISOR-COVERAGE-RECORD.
000250     05  KJ-DCV-DIVISOR        PIC 9(4).
000260     05  KJ-DCV-LOW            PIC 9(9).
000270     05  KJ-DCV-HIGH           PIC 9(9).
000280     05  KJ-DCV-RUN-DATE       PIC 9(8).
000290     05  KJ-DCV-RULE-TYPE      PIC X(01).
000300         88  KJ-DCV-TYPE-BLANK        VALUE SPACE.
000310     05  FILLER                PIC X(09).
