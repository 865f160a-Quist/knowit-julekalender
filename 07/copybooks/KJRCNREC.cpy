000060* PLACING EACH IN ONE OF THE RECONCILIATION POPULATIONS:
000070*     ACCEPTED      - SENT AND ACCEPTED BY THE SCORING SYSTEM
000080*     REJECTED      - SENT BUT REJECTED (REASON CODE CARRIED)
000090*     FIX UPSTREAM  - REJECTED FOR A FAULT THAT IS OURS - NOT
000100*                     CARRIED FORWARD, FIXED AT SOURCE
000110*     NO RESEND     - REJECTED FOR A REASON NO RESEND CAN CURE -
000120*                     NOT CARRIED FORWARD
000130*     NO RESPONSE   - SENT BUT NO ACKNOWLEDGMENT CAME BACK
000140*     UNMATCHED ACK - ACKNOWLEDGED BUT NEVER SENT BY US
000150*
000160* MOD-HISTORY.
000170*     2026-08-22 JAK  NEW COPYBOOK - INBOUND ACKNOWLEDGMENT
000180*                     PROCESSING FOR THE SCORING INTERFACE.
000190*     2026-10-15 JAK  DISPOSITIONS FIX UPSTREAM AND NO RESEND,
000200*                     FROM THE REJECT REASON-CODE MASTER
000210*                     (KJRSNREC).
000220*****************************************************************
000230 01  KJ-RECON-RECORD.
000240     05  KJ-RCN-DISPOSITION    PIC X(13).
000250     05  KJ-RCN-RULE-NUM       PIC 9(4).
000260     05  KJ-RCN-DIVISOR        PIC 9(4).
000270     05  KJ-RCN-CNT            PIC 9(9).
000280     05  KJ-RCN-REVERSED       PIC 9(9).
000290     05  KJ-RCN-REASON         PIC X(04).
000300     05  KJ-RCN-RUN-DATE       PIC 9(8).
000310     05  FILLER                PIC X(09).
