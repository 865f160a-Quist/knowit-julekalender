000120* MOD-HISTORY.
000130*     2026-08-22 JAK  NEW COPYBOOK - YEAR-END ARCHIVAL AND
000140*                     PURGE FOR CALRESLT AND AUDITLOG.
000150*     2026-10-15 JAK  KJ-ARC-DATA WIDENED TO X(73) FOR THE LONGER
000160*                     AUDITLOG RECORD (CALENDAR DAY NUMBER ADDED).
000170*                     RECORD IS NOW 78.  THE OLD 76-BYTE
000180*                     ARCHIVE IS CONVERTED ONCE BY KJYEPURG
000190*                     FUNCTION C.
000200*****************************************************************
000210 01  KJ-ARCHIVE-RECORD.
000220     05  KJ-ARC-YEAR           PIC 9(4).
000230     05  KJ-ARC-TYPE           PIC X(01).
000240         88  KJ-ARC-CAL-RESULT        VALUE "C".
000250         88  KJ-ARC-AUDIT-LOG         VALUE "A".
000260     05  KJ-ARC-DATA           PIC X(73).
