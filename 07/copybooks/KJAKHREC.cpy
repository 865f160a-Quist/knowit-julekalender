000010*****************************************************************
000020* KJAKHREC.CPY
000030* ACKNOWLEDGMENT HISTORY RECORD FOR KNOW-IT-JULEKALENDER
000040* (DAY 07).  KJACKRCN BANKS EACH MORNING'S RECONCILIATION
000050* OUTCOME ON THE ACKNOWLEDGMENT HISTORY (ACKHIST, DISP=MOD) AS
000060* ONE RECORD PER BATCH, RULE, DISPOSITION AND REASON CODE WITH
000070* THE NUMBER OF VALUES THAT FELL THERE, SO THE MONTHLY PARTNER
000080* SCORECARD (KJSLARPT) CAN BE BUILT LONG AFTER RECONRPT HAS
000090* BEEN OVERWRITTEN.  THE FAULT IS THE REASON MASTER'S OWNER OF
000100* THE CODE ON THE MORNING IT WAS BANKED (BLANK WHEN THE CODE
000110* WAS NOT ON THE MASTER).  DISPOSITIONS:
000120*   A - ACCEPTED
000130*   R - REJECTED AND CARRIED FORWARD FOR RESENDING
000140*   F - REJECTED, OUR FAULT - TO BE FIXED UPSTREAM, NOT RESENT
000150*   X - REJECTED, A RESEND CANNOT SUCCEED - NOT RESENT
000160*   N - SENT, NO RESPONSE
000170*   U - ACKNOWLEDGED BUT NEVER SENT BY US
000180*
000190* MOD-HISTORY.
000200*     2026-10-15 JAK  NEW COPYBOOK - ACKNOWLEDGMENT HISTORY FOR
000210*                     THE PARTNER SERVICE-LEVEL SCORECARD.
000220*****************************************************************
000230 01  KJ-ACK-HISTORY-RECORD.
000240     05  KJ-AKH-ACK-DATE       PIC 9(8).
000250     05  KJ-AKH-BATCH-SEQ      PIC 9(6).
000260     05  KJ-AKH-BATCH-DATE     PIC 9(8).
000270     05  KJ-AKH-RULE-NUM       PIC 9(4).
000280     05  KJ-AKH-DISPOSITION    PIC X(01).
000290         88  KJ-AKH-ACCEPTED          VALUE "A".
000300         88  KJ-AKH-REJECTED          VALUE "R" "F" "X".
000310         88  KJ-AKH-FIX-UPSTREAM      VALUE "F".
000320         88  KJ-AKH-NO-RESEND         VALUE "X".
000330         88  KJ-AKH-NO-RESPONSE       VALUE "N".
000340         88  KJ-AKH-UNMATCHED         VALUE "U".
000350     05  KJ-AKH-REASON         PIC X(04).
000360     05  KJ-AKH-FAULT          PIC X(01).
000370         88  KJ-AKH-OUR-FAULT         VALUE "O".
000380     05  KJ-AKH-VALUE-COUNT    PIC 9(9).
000390     05  KJ-AKH-MASTER-RULE-NUM PIC 9(4).
000400     05  FILLER                PIC X(15).
