000010*****************************************************************
000020* KJAOCREC.CPY
000030* RULE MASTER AS-OF REPORT CONTROL CARD FOR KNOW-IT-JULEKALENDER
000040* (DAY 07).  ONE RECORD READ AT THE START OF KJRMASOF GIVING THE
000050* DATE THE RULE MASTER IS TO BE REBUILT AS OF.  A MISSING CARD OR
000060* A ZERO DATE STOPS THE RUN WITH NO REPORT.
000070*
000080* MOD-HISTORY.
000090*     2026-10-15 JAK  NEW COPYBOOK - RULE MASTER AS-OF REPORT.
000100*****************************************************************
000110 01  KJ-ASOF-CONTROL-RECORD.
000120     05  KJ-AOC-AS-OF-DATE     PIC 9(8).
000130     05  FILLER                PIC X(12).
