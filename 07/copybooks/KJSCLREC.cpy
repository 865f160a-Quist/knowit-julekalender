000010*****************************************************************
000020* KJSCLREC.CPY
000030* STEP-COMPLETION LOG RECORD FOR THE DAY 07 NIGHTLY STREAM.
000040* EVERY PROGRAM ON THE JOB-STREAM DEFINITION MASTER (JOBSTRM,
000050* KJJSDREC) APPENDS ONE RECORD TO STEPLOG AS IT ENDS: ITS
000060* PROGRAM ID AND STEP NUMBER, THE DATE AND TIME IT STARTED
000070* (THE SAME DATE AND HHMMSS TIME IT STAMPS ON ITS ERRSUMM
000080* RECORDS, SO THE RUN BOARD CAN TIE ERROR LINES TO THE RIGHT
000090* EXECUTION), THE DATE AND TIME IT ENDED, AND ITS FINAL RETURN
000100* CODE.
000110*
000120* STEPLOG IS ONE FILE PER STREAM CYCLE: THE NIGHT'S FIRST
000130* SUBMISSION STARTS A NEW ONE, AND A RESUBMISSION OF A BROKEN
000140* STREAM RUNS AGAINST THE SAME ONE.  EACH PROGRAM READS IT AT
000150* START OF RUN AND, WHEN ITS OWN STEP IS ALREADY ON FILE AS
000160* COMPLETED WITH A RETURN CODE OF 4 OR LESS, ENDS AT ONCE
000170* WITH RETURN CODE 0 AND A STATUS S (SKIPPED) RECORD - SO A
000180* RESUBMITTED STREAM PICKS UP AT THE FAILED STEP AND NEVER
000190* REPEATS A CLEAN ONE.
000200*
000210* STATUS C = THE STEP RAN TO ITS END (THE RETURN CODE SAYS
000220*            HOW WELL);
000230*        Q = QUIESCED ON A STOP REQUEST - NOT COMPLETE, THE
000240*            RESUBMISSION RESUMES IT FROM ITS CHECKPOINT;
000250*        S = SKIPPED, ALREADY COMPLETED CLEANLY THIS CYCLE.
000260*
000270* MOD-HISTORY.
000280*     2026-10-15 JAK  NEW COPYBOOK - STEP-COMPLETION LOG FOR THE
000290*                     MORNING RUN BOARD AND RESTART FROM THE
000300*                     FAILED STEP.
000310*****************************************************************
000320 01  KJ-STEP-COMPLETION-RECORD.
000330     05  KJ-SCL-PROGRAM-ID     PIC X(08).
000340     05  KJ-SCL-STEP-NUM       PIC 9(4).
000350     05  KJ-SCL-START-DATE     PIC 9(8).
000360     05  KJ-SCL-START-TIME     PIC 9(6).
000370     05  KJ-SCL-END-DATE       PIC 9(8).
000380     05  KJ-SCL-END-TIME       PIC 9(6).
000390     05  KJ-SCL-RETURN-CODE    PIC 9(2).
000400     05  KJ-SCL-STATUS         PIC X(01).
000410         88  KJ-SCL-COMPLETED         VALUE "C".
000420         88  KJ-SCL-QUIESCED          VALUE "Q".
000430         88  KJ-SCL-SKIPPED           VALUE "S".
000440     05  FILLER                PIC X(05).
