000010*****************************************************************
000020* KJRSNREC.CPY
000030* SCORING-PARTNER REJECT REASON-CODE MASTER FOR KNOW-IT-
000040* JULEKALENDER (DAY 07).  ONE RECORD PER FOUR-CHARACTER REASON
000050* CODE THE SCORING SYSTEM CAN RETURN ON ITS ACKNOWLEDGMENTS
000060* (KJ-ACK-REASON), KEYED BY THE CODE (REASNMST), TAKEN FROM THE
000070* INTERFACE AGREEMENT: WHAT THE CODE MEANS, WHOSE SIDE OWNS THE
000080* FAULT (O - OURS, P - THE PARTNER'S), AND WHETHER A RESEND OF
000090* THE SAME VALUE CAN EVER SUCCEED.  KJACKRCN DOES NOT CARRY A
000100* REJECT FORWARD FOR RESENDING WHEN THE FAULT IS OURS (IT IS
000110* FIXED UPSTREAM) OR WHEN A RESEND CANNOT SUCCEED; A CODE NOT
000120* ON THE MASTER IS CARRIED FORWARD AS BEFORE AND WARNED.
000130*
000140* MOD-HISTORY.
000150*     2026-10-15 JAK  NEW COPYBOOK - REJECT REASON-CODE MASTER
000160*                     FOR THE PARTNER SERVICE-LEVEL SCORECARD.
000170*****************************************************************
000180 01  KJ-REASON-MASTER-RECORD.
000190     05  KJ-RSN-CODE           PIC X(04).
000200     05  KJ-RSN-DESCRIPTION    PIC X(40).
000210     05  KJ-RSN-FAULT          PIC X(01).
000220         88  KJ-RSN-OUR-FAULT         VALUE "O".
000230         88  KJ-RSN-PARTNER-FAULT     VALUE "P".
000240     05  KJ-RSN-RESEND         PIC X(01).
000250         88  KJ-RSN-RESEND-CAN-SUCCEED VALUE "Y".
000260         88  KJ-RSN-RESEND-CANNOT     VALUE "N".
000270     05  KJ-RSN-MAINT-DATE     PIC 9(8).
000280     05  FILLER                PIC X(06).
