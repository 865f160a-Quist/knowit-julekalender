000170*     2026-09-02 JAK  NEW COPYBOOK - TRANSMISSION REGISTER FOR
000180*                     SCOREOUT BATCHES WITH ACKNOWLEDGMENT
000190*                     STATUS POSTING.
000200*     2026-10-15 JAK  STATUS R (REVERSED) - POSTED BY KJBKOUT
000210*                     WHEN THE NIGHT'S RESULTS ARE BACKED OUT
000220*                     AND A CANCELLATION BATCH SENT IN THEIR
000230*                     PLACE.  KJ-XRG-BATCH-TYPE AND
000240*                     KJ-XRG-CANCELS-SEQ CARVED FROM FILLER -
000250*                     TYPE C IS A CANCELLATION BATCH NAMING THE
000260*                     BATCH IT WITHDRAWS.
000270*     2026-10-15 JAK  KJ-XRG-REVERSED-DATE - THE DATE KJBKOUT
000280*                     REVERSED THE BATCH - SO THE STATUS DATE
000290*                     KEEPS THE PARTNER'S ACKNOWLEDGMENT DATE FOR
000300*                     THE SERVICE-LEVEL SCORECARD.  A CANCELLATION
000310*                     BATCH IS NEVER ITSELF REVERSED, SO THE DATE
000320*                     SHARES ITS BYTES WITH KJ-XRG-CANCELS-SEQ.
000330*                     KJ-XRG-ACK-POSTED-SW IS SET WHEN KJACKRCN
000340*                     POSTS THE ACKNOWLEDGMENT DATE, SO IT STILL
000350*                     SHOWS ONCE THE BATCH IS REVERSED.  BOTH
000360*                     CARVED FROM FILLER, RECORD STILL 60.
000370*****************************************************************
000380 01  KJ-XMIT-REGISTER-RECORD.
000390     05  KJ-XRG-FILE-SEQ-NUM   PIC 9(6).
000400     05  KJ-XRG-RUN-DATE       PIC 9(8).
000410     05  KJ-XRG-RECORD-COUNT   PIC 9(9).
000420     05  KJ-XRG-HASH-TOTAL     PIC 9(15).
000430     05  KJ-XRG-STATUS         PIC X(01).
000440         88  KJ-XRG-SENT              VALUE "S".
000450         88  KJ-XRG-ACKED             VALUE "A".
000460         88  KJ-XRG-REVERSED          VALUE "R".
000470     05  KJ-XRG-STATUS-DATE    PIC 9(8).
000480     05  KJ-XRG-BATCH-TYPE     PIC X(01).
000490         88  KJ-XRG-RESULTS-BATCH     VALUE SPACE.
000500         88  KJ-XRG-CANCEL-BATCH      VALUE "C".
000510     05  KJ-XRG-REVERSED-DATE  PIC 9(8).
000520     05  KJ-XRG-CANCEL-LINK REDEFINES KJ-XRG-REVERSED-DATE.
000530         10  KJ-XRG-CANCELS-SEQ PIC 9(6).
000540         10  FILLER            PIC X(02).
000550     05  KJ-XRG-ACK-POSTED-SW  PIC X(01).
000560         88  KJ-XRG-ACK-POSTED        VALUE "Y".
000570     05  FILLER                PIC X(03).
