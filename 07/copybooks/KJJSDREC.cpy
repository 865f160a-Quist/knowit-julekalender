000010*****************************************************************
000020* KJJSDREC.CPY
000030* JOB-STREAM DEFINITION RECORD FOR THE DAY 07 NIGHTLY STREAM.
000040* ONE RECORD PER STEP THE STREAM IS EXPECTED TO RUN, KEPT IN
000050* STEP ORDER ON THE JOB-STREAM DEFINITION MASTER (JOBSTRM):
000060* KJRULMNT, THE KNOW-IT-JULEKALENDER SPLIT STEPS (ONE RECORD
000070* PER STEP NUMBER IN THE CURRENT SPLIT PLAN, STEP 0000 FOR AN
000080* UNSPLIT RUN), KJROLLUP, KJRESVAR, KJOPSRPT, KJACKRCN,
000090* KJRETRAN, KJXRGRPT AND KJPRFRPT.  THE PROGRAM ID IS THE SAME
000100* EIGHT-CHARACTER NAME THE PROGRAM STAMPS ON ITS ERRSUMM AND
000110* STEPLOG RECORDS (KNOWIT07 FOR THE NIGHTLY ENGINE), SO THE
000120* MORNING RUN BOARD (KJRUNBRD) CAN MATCH ALL THREE FILES ON IT.
000130*
000140* MOD-HISTORY.
000150*     2026-10-15 JAK  NEW COPYBOOK - JOB-STREAM DEFINITION FOR
000160*                     THE MORNING RUN BOARD AND RESTART FROM
000170*                     THE FAILED STEP.
000180*     2026-10-15 JAK  KJRESVAR (RESULT HISTORY AND VARIANCE) ADDED
000190*                     TO THE STEP LIST AFTER KJROLLUP.
000200*     2026-10-15 JAK  MULTI-NIGHT CAMPAIGN NIGHTS RUN KJCMPAGN
000210*                     STEP 0001 (PLAN) BEFORE THE ENGINE, THE
000220*                     ENGINE AS STEP 0001, KJCMPAGN STEP 0002
000230*                     (TRACK) BEFORE KJROLLUP AND KJCMPAGN STEP
000240*                     0003 (FINISH) AFTER IT, IN PLACE OF THE
000250*                     SPLIT STEPS, KJRESVAR AND KJOPSRPT.
000260*****************************************************************
000270 01  KJ-JOB-STREAM-DEF-RECORD.
000280     05  KJ-JSD-STEP-SEQ       PIC 9(3).
000290     05  KJ-JSD-PROGRAM-ID     PIC X(08).
000300     05  KJ-JSD-STEP-NUM       PIC 9(4).
000310     05  KJ-JSD-DESCRIPTION    PIC X(20).
000320     05  FILLER                PIC X(05).
