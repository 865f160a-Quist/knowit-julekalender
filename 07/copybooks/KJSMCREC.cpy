000010*****************************************************************
000020* KJSMCREC.CPY
000030* SIMULATION RUN CONTROL CARD FOR KNOW-IT-JULEKALENDER (DAY 07).
000040* ONE RECORD READ AT THE START OF KJSIMRUN GIVING THE NIGHT TO
000050* SIMULATE (THE RUN DATE THE RULES' EFFECTIVE DATES ARE JUDGED
000060* AGAINST - NEXT YEAR'S FIRST NIGHT WHEN NEXT YEAR'S RANGES ARE
000070* BEING KEYED), THE LENGTH OF THE OVERNIGHT BATCH WINDOW IN
000080* SECONDS, AND THE OPERATOR ID FOR THE REPORT HEADING.  A MISSING
000090* CARD, A ZERO DATE OR A ZERO WINDOW FALLS BACK TO TODAY'S DATE
000100* AND THE SHOP DEFAULT WINDOW OF 21600 SECONDS.
000110*
000120* MOD-HISTORY.
000130*     2026-10-15 JAK  NEW COPYBOOK - RULE CHANGE SIMULATION RUN.
000140*****************************************************************
000150 01  KJ-SIM-CONTROL-RECORD.
000160     05  KJ-SMC-RUN-DATE       PIC 9(8).
000170     05  KJ-SMC-WINDOW-SECS    PIC 9(7).
000180     05  KJ-SMC-OPERATOR       PIC X(08).
000190     05  FILLER                PIC X(17).
