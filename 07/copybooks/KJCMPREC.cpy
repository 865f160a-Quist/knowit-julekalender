000010*****************************************************************
000020* KJCMPREC.CPY
000030* CAMPAIGN MASTER RECORD FOR KNOW-IT-JULEKALENDER (DAY 07).
000040* ONE RECORD, HOLDING A RANGE TOO LARGE FOR ONE NIGHT'S BATCH
000050* WINDOW THAT IS BEING WORKED OFF OVER SEVERAL NIGHTS BY
000060* KJCMPAGN.  THE RULE SET IS THE CALENDAR DAY'S RULES ON
000070* RULEMAST.  KJ-CMP-NEXT-LOW IS THE FIRST VALUE NOT YET BANKED;
000080* EACH NIGHT'S SLICE STARTS THERE AND IS SIZED FROM THE
000090* PERFHIST RATE AND THE WINDOW LENGTH.  A SLICE IS DONE WHEN
000100* ITS PARTIAL RESULT HAS BEEN BANKED ON CAMPPART.  THE RECORD
000110* IS READ AND REWRITTEN WHOLE BY EVERY KJCMPAGN FUNCTION, THE
000120* SAME WAY SEQFILE IS.
000130*
000140* MOD-HISTORY.
000150*     2026-10-15 JAK  NEW COPYBOOK - MULTI-NIGHT CAMPAIGN
000160*                     PROCESSING.
000170*****************************************************************
000180 01  KJ-CAMPAIGN-RECORD.
000190     05  KJ-CMP-CAMPAIGN-ID    PIC X(08).
000200     05  KJ-CMP-STATUS         PIC X(01).
000210         88  KJ-CMP-ACTIVE            VALUE "A".
000220         88  KJ-CMP-COMPLETE          VALUE "C".
000230         88  KJ-CMP-POSTED            VALUE "P".
000240         88  KJ-CMP-IN-PROGRESS       VALUE "A" "C".
000250     05  KJ-CMP-DAY-NUM        PIC 9(2).
000260     05  KJ-CMP-LOW            PIC 9(9).
000270     05  KJ-CMP-HIGH           PIC 9(9).
000280     05  KJ-CMP-DIVISOR        PIC 9(4).
000290     05  KJ-CMP-OPERATOR       PIC X(08).
000300     05  KJ-CMP-WINDOW-SECS    PIC 9(7).
000310     05  KJ-CMP-DUE-DATE       PIC 9(8).
000320     05  KJ-CMP-START-DATE     PIC 9(8).
000330     05  KJ-CMP-NEXT-LOW       PIC 9(9).
000340     05  KJ-CMP-SLICE-NUM      PIC 9(4).
000350     05  KJ-CMP-SLICE-LOW      PIC 9(9).
000360     05  KJ-CMP-SLICE-HIGH     PIC 9(9).
000370     05  KJ-CMP-SLICE-STATUS   PIC X(01).
000380         88  KJ-CMP-SLICE-PLANNED     VALUE "P".
000390         88  KJ-CMP-SLICE-DONE        VALUE "D".
000400         88  KJ-CMP-SLICE-SHORT       VALUE "S".
000410     05  KJ-CMP-NIGHTS-RUN     PIC 9(4).
000420     05  KJ-CMP-PARTIALS       PIC 9(4).
000430     05  KJ-CMP-LAST-RUN-DATE  PIC 9(8).
000440     05  KJ-CMP-BANKED-SUM     PIC 9(15).
000450     05  KJ-CMP-BANKED-QC      PIC 9(9).
000460     05  FILLER                PIC X(04).
