000010*****************************************************************
000020* KJBKCREC.CPY
000030* RUN BACKOUT CONTROL CARD FOR KNOW-IT-JULEKALENDER (DAY 07).
000040* ONE RECORD READ AT THE START OF KJBKOUT NAMING THE NIGHT TO
000050* BACK OUT - BY ITS RUN DATE, OR BY THE FILE SEQUENCE NUMBER OF
000060* ANY SCOREOUT BATCH IT SENT (THE TRANSMISSION REGISTER GIVES
000070* THAT BATCH'S RUN DATE) - AND THE OPERATOR ID.  WHEN BOTH ARE
000080* GIVEN THEY MUST AGREE.  A MISSING CARD, OR ONE NAMING
000090* NEITHER, STOPS THE RUN BEFORE ANY FILE IS TOUCHED.
000100*
000110* MOD-HISTORY.
000120*     2026-10-15 JAK  NEW COPYBOOK - RUN BACKOUT UTILITY.
000130*****************************************************************
000140 01  KJ-BACKOUT-CONTROL-RECORD.
000150     05  KJ-BKC-RUN-DATE       PIC 9(8).
000160     05  KJ-BKC-FILE-SEQ-NUM   PIC 9(6).
000170     05  KJ-BKC-OPERATOR       PIC X(08).
000180     05  FILLER                PIC X(08).
