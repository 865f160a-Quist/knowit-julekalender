000010*****************************************************************
000020* KJQMSREC.CPY
000030* QUALIFYING-NUMBER MASTER RECORD FOR KNOW-IT-JULEKALENDER
000040* (DAY 07).  ONE RECORD PER RULE-TYPE/DIVISOR/CANDIDATE THAT HAS
000050* EVER QUALIFIED, KEYED BY RULE TYPE (D/F/P/S, SEE KJCHECK1),
000060* DIVISOR AND CANDIDATE NUMBER, AND
000070* CARRYING THE REVERSED VALUE AND THE RUN DATE IT FIRST
000080* QUALIFIED.  MAINTAINED BY THE NIGHTLY BATCH AS IT FINDS
000090* QUALIFIERS; A CANDIDATE ALREADY ON THE MASTER KEEPS ITS
000100* ORIGINAL FIRST-QUALIFIED DATE.  READ BY KJINQUIRY'S LOOKUP
000110* MODE AND BY THE BATCH ITSELF TO ANSWER A RULE FROM THE
000120* MASTER INSTEAD OF REGRINDING A RANGE ALREADY FULLY COVERED
000130* FOR ITS RULE TYPE AND DIVISOR (SEE KJDCVREC).
000140*
000150* MOD-HISTORY.
000160*     2026-08-22 JAK  NEW COPYBOOK - KEYED QUALIFYING-NUMBER
000170*                     MASTER.
000180*     2026-10-15 JAK  RULE TYPE ADDED AT THE FRONT OF THE KEY SO
000190*                     EVERY TYPE'S QUALIFIERS ARE HELD, NOT JUST
000200*                     TYPE D; FILLER SHORTENED, RECORD STILL 40.
000210*                     A MASTER IN THE OLD LAYOUT IS CONVERTED TO
000220*                     TYPE D RECORDS BY KJQMAUDT FUNCTION C.
000230*****************************************************************
000240 01  KJ-QUAL-MASTER-RECORD.
000250     05  KJ-QMS-KEY.
000260         10  KJ-QMS-RULE-TYPE  PIC X(01).
000270         10  KJ-QMS-DIVISOR    PIC 9(4).
000280         10  KJ-QMS-CNT        PIC 9(9).
000290     05  KJ-QMS-REVERSED       PIC 9(9).
000300     05  KJ-QMS-FIRST-RUN-DATE PIC 9(8).
000310     05  FILLER                PIC X(09).
