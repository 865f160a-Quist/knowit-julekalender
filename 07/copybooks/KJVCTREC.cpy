000010*****************************************************************
000020* KJVCTREC.CPY
000030* RESULT VARIANCE CONTROL CARD FOR KNOW-IT-JULEKALENDER
000040* (DAY 07).  ONE RECORD READ AT THE START OF KJRESVAR GIVING
000050* THE NIGHT TO BANK AND CHECK AND THE OPERATOR ID FOR THE
000060* REPORT HEADING.  A MISSING CARD OR A ZERO DATE TAKES THE RUN
000070* DATE FROM THE RESULT RECORDS THEMSELVES (TODAY'S DATE WHEN
000080* RESULTOUT IS EMPTY).
000090*
000100* MOD-HISTORY.
000110*     2026-10-15 JAK  NEW COPYBOOK - RULE RESULT HISTORY AND
000120*                     VARIANCE REPORT.
000130*****************************************************************
000140 01  KJ-VAR-CONTROL-RECORD.
000150     05  KJ-VCT-RUN-DATE       PIC 9(8).
000160     05  KJ-VCT-OPERATOR       PIC X(08).
000170     05  FILLER                PIC X(04).
