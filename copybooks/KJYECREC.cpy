000030* YEAR-END HOUSEKEEPING CONTROL CARD.  ONE RECORD GIVING THE
000040* COMPLETED CALENDAR YEAR TO ARCHIVE AND PURGE (KJYEPURG), AND
000050* THE OPERATOR ID FOR THE RUN.  A MISSING CARD OR A ZERO YEAR
000060* STOPS THE RUN BEFORE ANYTHING IS TOUCHED.  FUNCTION C INSTEAD
000070* CONVERTS AUDITLOG AND ARCHIVE RECORDS CUT BEFORE AUDITLOG WAS
000080* WIDENED TO 73 INTO THE CURRENT LAYOUTS; NO YEAR IS NEEDED FOR
000090* IT.  A BLANK FUNCTION IS THE YEAR-END PURGE, AS BEFORE.
000100*
000110* MOD-HISTORY.
000120*     2026-08-22 JAK  NEW COPYBOOK - YEAR-END ARCHIVAL AND
000130*                     PURGE FOR CALRESLT AND AUDITLOG.
000140*     2026-10-15 JAK  FUNCTION CODE CARVED FROM FILLER - P OR
000150*                     BLANK PURGES, C CONVERTS THE OLD-LENGTH
000160*                     AUDITLOG AND ARCHIVE RECORDS.
000170*****************************************************************
000180 01  KJ-YEC-CONTROL-RECORD.
000190     05  KJ-YEC-PURGE-YEAR     PIC 9(4).
000200     05  KJ-YEC-OPERATOR       PIC X(08).
000210     05  KJ-YEC-FUNCTION       PIC X(01).
000220         88  KJ-YEC-PURGE             VALUE SPACE "P".
000230         88  KJ-YEC-CONVERT           VALUE "C".
000240     05  FILLER                PIC X(07).
