000010*****************************************************************
000020* KJSLCREC.CPY
000030* PARTNER SERVICE-LEVEL SCORECARD CONTROL CARD FOR KNOW-IT-
000040* JULEKALENDER (DAY 07).  ONE RECORD READ AT THE START OF
000050* KJSLARPT GIVING THE FIRST AND LAST MONTH (YYYYMM) TO SCORE
000060* AND THE OPERATOR ID FOR THE REPORT HEADING.  A MISSING CARD
000070* OR A ZERO FIRST MONTH SCORES THE CURRENT MONTH; A ZERO LAST
000080* MONTH SCORES THE FIRST MONTH ALONE.  UP TO 24 MONTHS ARE
000090* SCORED IN ONE RUN (THREE FOR THE QUARTERLY SERVICE REVIEW).
000100*
000110* MOD-HISTORY.
000120*     2026-10-15 JAK  NEW COPYBOOK - PARTNER SERVICE-LEVEL
000130*                     SCORECARD.
000140*****************************************************************
000150 01  KJ-SLA-CONTROL-RECORD.
000160     05  KJ-SLC-FROM-MONTH     PIC 9(6).
000170     05  KJ-SLC-TO-MONTH       PIC 9(6).
000180     05  KJ-SLC-OPERATOR       PIC X(08).
000190     05  FILLER                PIC X(10).
