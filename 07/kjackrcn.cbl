000200* EVERY REJECTED OR UNACKNOWLEDGED VALUE IS ALSO WRITTEN, IN
000210* SCOREOUT DATA RECORD FORMAT, TO THE CARRY-FORWARD FILE
000220* (CARRYFWD) SO THE NEXT NIGHT'S TRANSMISSION CAN RESEND IT
000230* INSTEAD OF IT QUIETLY DISAPPEARING INTO THE BINDER - UNLESS
000240* THE REJECT REASON-CODE MASTER (REASNMST) SAYS THE FAULT IS OURS,
000250* WHEN THE VALUE IS REPORTED FIX UPSTREAM SO IT IS PUT RIGHT AT
000260* SOURCE RATHER THAN RESENT, OR THAT NO RESEND CAN EVER SUCCEED,
000270* WHEN IT IS REPORTED NO RESEND.  EACH MORNING'S OUTCOME IS ALSO
000280* BANKED ON THE ACKNOWLEDGMENT HISTORY (ACKHIST) FOR THE MONTHLY
000290* PARTNER SCORECARD.
000300*
000310* BOTH INPUT FILES MUST BE IN RULE/DIVISOR/CANDIDATE ORDER -
000320* THE MATCH IS ONE SEQUENTIAL PASS OVER EACH.  A FRESH EXTRACT
000330* IS NATURALLY IN THAT ORDER, BUT A TRANSMISSION WITH CARRYFWD
000340* CONCATENATED AHEAD OF IT IS NOT, SO THE JCL MUST PASS THE
000350* TRANSMITTED FILE (AND THE ACKNOWLEDGMENTS, PER THE INTERFACE
000360* AGREEMENT) THROUGH A SORT STEP ON RULE/DIVISOR/CANDIDATE
000370* BEFORE THIS RECONCILIATION.  A KEY SEEN OUT OF ORDER ON
000380* EITHER FILE RAISES KJ0380E/KJ0390E AND GRADES THE RUN TO
000390* RETURN CODE 8, SINCE THE POPULATIONS ARE THEN NOT TO BE
000400* TRUSTED, RATHER THAN WRITING A SILENTLY WRONG RECONRPT AND
000410* CARRYFWD.
000420* SCOREIN'S BATCH HEADER AND TRAILER RECORDS ("H"/"T" IN
000430* POSITION 1) ARE PASSED OVER; ONLY DATA RECORDS ARE MATCHED.
000440*
000450* MOD-HISTORY.
000460*     2026-08-22 JAK  NEW PROGRAM - INBOUND ACKNOWLEDGMENT
000470*                     PROCESSING AND CARRY-FORWARD FOR THE
000480*                     SCORING SYSTEM INTERFACE.
000490*     2026-08-22 JAK  GUARDS THE MATCH ORDER: A KEY SEEN OUT
000500*                     OF ORDER ON EITHER INPUT RAISES
000510*                     KJ0380E/KJ0390E (RC 8) INSTEAD OF
000520*                     MISCLASSIFYING THE POPULATIONS.
000530*     2026-08-22 JAK  GRADED CONDITION CODES: REJECTED,
000540*                     UNACKNOWLEDGED OR UNMATCHED RECORDS NOW
000550*                     EACH WRITE ONE SUMMARY KJERRREC RECORD TO
000560*                     ERRSUMM AND GRADE THE RETURN CODE TO 4,
000570*                     SO THE MORNING CHECKLIST SEES THE COUNTS.
000580*     2026-09-02 JAK  POSTS THE CARRY-FORWARD RETRY MASTER
000590*                     (RETRYMST, KJRTYREC): A REJECT OR
000600*                     NO-RESPONSE ADDS ONE TO THE VALUE'S RETRY
000610*                     COUNT AND KEEPS ITS LATEST REASON CODE,
000620*                     AND AN ACCEPT DELETES THE RECORD, SO
000630*                     KJRETRAN CAN AGE THE CARRY-FORWARD LOOP
000640*                     AND DEAD-LETTER A VALUE INSTEAD OF
000650*                     RESENDING IT FOREVER.
000660*     2026-09-02 JAK  THE HELD SENT RECORD NOW ALSO CARRIES
000670*                     KJ-SCR-RULE-TYPE, SO A CARRIED-FORWARD
000680*                     VALUE RESENDS UNDER THE TEST THAT
000690*                     PRODUCED IT.
000700*     2026-09-02 JAK  POSTS THE TRANSMISSION REGISTER
000710*                     (XMITREG, KJXRGREC) TO STATUS A WHEN THE
000720*                     MORNING ACKNOWLEDGMENTS ARRIVE, KEYED BY
000730*                     THE SEQUENCE NUMBER OFF THE SCOREIN
000740*                     BATCH HEADER, SO AN UNCOLLECTED BATCH
000750*                     SHOWS UP ON OUR OWN REGISTER REPORT.
000760*     2026-09-02 JAK  STATUS A IS ONLY POSTED WHEN AT LEAST
000770*                     ONE ACKNOWLEDGMENT ACTUALLY ARRIVED ON
000780*                     ACKIN.  AN EMPTY ACKIN - THE SCORING
000790*                     SYSTEM NEVER PICKED THE BATCH UP - NOW
000800*                     LEAVES THE REGISTER AT S AND RAISES
000810*                     KJ0470W, SO THE REGISTER REPORT'S
000820*                     OVERDUE FLAG CAN FIRE.
000830*     2026-10-15 JAK  JOB-STREAM CONTROL: POSTS A STEP-
000840*                     COMPLETION RECORD TO STEPLOG (KJSCLREC)
000850*                     AS IT ENDS, AND SKIPS THE RUN WHEN A
000860*                     RESUBMITTED STREAM FINDS IT ALREADY
000870*                     COMPLETED CLEANLY THIS CYCLE.
000880*     2026-10-15 JAK  A BATCH KJBKOUT HAS REVERSED STAYS AT R
000890*                     WHEN ITS ACKNOWLEDGMENTS ARRIVE LATE.  THE
000900*                     FIRST ACKNOWLEDGMENT DATE IS STILL POSTED
000910*                     TO THE STATUS DATE AND KJ-XRG-ACK-POSTED
000920*                     SET, SO THE SERVICE-LEVEL SCORECARD KEEPS
000930*                     IT.
000940*     2026-10-15 JAK  REJECT REASONS ARE LOOKED UP ON THE REASON-
000950*                     CODE MASTER (REASNMST, KJRSNREC).  A REJECT
000960*                     THAT IS OUR FAULT IS REPORTED FIX UPSTREAM
000970*                     (KJ1700W) AND ONE NO RESEND CAN CURE NO
000980*                     RESEND (KJ1710W); NEITHER IS CARRIED FORWARD
000990*                     OR AGED ON THE RETRY MASTER.  A CODE NOT ON
001000*                     THE MASTER IS CARRIED FORWARD AS BEFORE AND
001010*                     WARNED (KJ1720W).  EACH MORNING'S OUTCOME IS
001020*                     BANKED PER BATCH, RULE, DISPOSITION AND
001030*                     REASON ON THE ACKNOWLEDGMENT HISTORY
001040*                     (ACKHIST, KJAKHREC) FOR THE MONTHLY PARTNER
001050*                     SCORECARD (KJSLARPT), WITH THE RULE MASTER
001060*                     NUMBER OFF THE SENT RECORD (ZERO FOR AN
001070*                     UNMATCHED ACK OR A RECORD SENT WITHOUT ONE).
001080*****************************************************************
001090 ENVIRONMENT DIVISION.
001100 CONFIGURATION SECTION.
001110 SOURCE-COMPUTER.   IBM-370.
001120 OBJECT-COMPUTER.   IBM-370.
001130 INPUT-OUTPUT SECTION.
001140 FILE-CONTROL.
001150     SELECT SCOREIN  ASSIGN TO SCOREIN
001160         ORGANIZATION IS SEQUENTIAL.
001170
001180     SELECT ACKIN    ASSIGN TO ACKIN
001190         ORGANIZATION IS SEQUENTIAL.
001200
001210     SELECT RECONRPT ASSIGN TO RECONRPT
001220         ORGANIZATION IS SEQUENTIAL.
001230
001240     SELECT CARRYFWD ASSIGN TO CARRYFWD
001250         ORGANIZATION IS SEQUENTIAL.
001260
001270     SELECT OPTIONAL RETRYMST ASSIGN TO RETRYMST
001280         ORGANIZATION IS INDEXED
001290         ACCESS MODE IS DYNAMIC
001300         RECORD KEY IS KJ-RTY-KEY.
001310
001320     SELECT OPTIONAL REASNMST ASSIGN TO REASNMST
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS RANDOM
001350         RECORD KEY IS KJ-RSN-CODE.
001360
001370     SELECT ACKHIST  ASSIGN TO ACKHIST
001380         ORGANIZATION IS SEQUENTIAL.
001390
001400     SELECT OPTIONAL XMITREG ASSIGN TO XMITREG
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS RANDOM
001430         RECORD KEY IS KJ-XRG-FILE-SEQ-NUM.
001440
001450     SELECT ERRSUMM  ASSIGN TO ERRSUMM
001460         ORGANIZATION IS SEQUENTIAL.
001470
001480     SELECT OPTIONAL STEPLOG ASSIGN TO STEPLOG
001490         ORGANIZATION IS SEQUENTIAL.
001500
001510 DATA DIVISION.
001520 FILE SECTION.
001530 FD  SCOREIN
001540     LABEL RECORDS ARE STANDARD
001550     RECORD CONTAINS 44 CHARACTERS.
001560     COPY KJSCOREC.
001570     COPY KJSCHREC.
001580     COPY KJSCTREC.
001590
001600 FD  ACKIN
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 32 CHARACTERS.
001630     COPY KJACKREC.
001640
001650 FD  RECONRPT
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 60 CHARACTERS.
001680     COPY KJRCNREC.
001690
001700 FD  CARRYFWD
001710     LABEL RECORDS ARE STANDARD
001720     RECORD CONTAINS 44 CHARACTERS.
001730 01  KJ-CARRY-RECORD          PIC X(44).
001740
001750 FD  RETRYMST
001760     LABEL RECORDS ARE STANDARD
001770     RECORD CONTAINS 40 CHARACTERS.
001780     COPY KJRTYREC.
001790
001800 FD  REASNMST
001810     LABEL RECORDS ARE STANDARD
001820     RECORD CONTAINS 60 CHARACTERS.
001830     COPY KJRSNREC.
001840
001850 FD  ACKHIST
001860     LABEL RECORDS ARE STANDARD
001870     RECORD CONTAINS 60 CHARACTERS.
001880     COPY KJAKHREC.
001890
001900 FD  XMITREG
001910     LABEL RECORDS ARE STANDARD
001920     RECORD CONTAINS 60 CHARACTERS.
001930     COPY KJXRGREC.
001940
001950 FD  ERRSUMM
001960     LABEL RECORDS ARE STANDARD
001970     RECORD CONTAINS 80 CHARACTERS.
001980     COPY KJERRREC.
001990
002000 FD  STEPLOG
002010     LABEL RECORDS ARE STANDARD
002020     RECORD CONTAINS 48 CHARACTERS.
002030     COPY KJSCLREC.
002040
002050 WORKING-STORAGE SECTION.
002060*****************************************************************
002070* THE CURRENT SENT RECORD IS HELD HERE SO THE FILE BUFFER CAN BE
002080* REUSED BY THE NEXT READ WHILE THE MATCH AGAINST THE CURRENT
002090* ACKNOWLEDGMENT IS STILL IN FLIGHT.  THE KEY GROUPS COMPARE AS
002100* WHOLES - RULE NUMBER, THEN DIVISOR, THEN CANDIDATE - WHICH IS
002110* THE ORDER BOTH FILES ARRIVE IN.
002120*****************************************************************
002130 01  KJ-SENT-RECORD.
002140     05  KJ-SENT-KEY.
002150         10  KJ-SENT-RULE-NUM  PIC 9(4).
002160         10  KJ-SENT-DIVISOR   PIC 9(4).
002170         10  KJ-SENT-CNT       PIC 9(9).
002180     05  KJ-SENT-REVERSED      PIC 9(9).
002190     05  KJ-SENT-RUN-DATE      PIC 9(8).
002200     05  KJ-SENT-RULE-TYPE     PIC X(01).
002210     05  KJ-SENT-MASTER-RULE-NUM PIC 9(4).
002220
002230 01  KJ-RCN-RUN-DATE-WS       PIC 9(8) VALUE 0.
002240 01  KJ-RCN-RUN-TIME-WS       PIC 9(8) VALUE 0.
002250 01  KJ-RCN-PROGRAM-NAME      PIC X(08) VALUE "KJACKRCN".
002260
002270*****************************************************************
002280* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
002290* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
002300* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
002310* RETURN-CODE BEFORE STOP RUN.
002320*****************************************************************
002330 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
002340 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
002350 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
002360 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
002370 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
002380
002390 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
002400     88  KJ-ERRSUMM-OPEN             VALUE "Y".
002410
002420*****************************************************************
002430* JOB-STREAM STEP-COMPLETION WORKING FIELDS.  STEPLOG IS READ AT
002440* START OF RUN SO A RESUBMITTED STREAM SKIPS THIS STEP WHEN IT
002450* ALREADY COMPLETED CLEANLY THIS CYCLE, AND ONE COMPLETION
002460* RECORD IS APPENDED AS THE RUN ENDS (SEE KJSCLREC).
002470*****************************************************************
002480 01  KJ-STEP-END-DATE         PIC 9(8) VALUE 0.
002490 01  KJ-STEP-END-TIME         PIC 9(8) VALUE 0.
002500 01  KJ-STEP-STATUS           PIC X(01) VALUE "C".
002510 01  KJ-STEPLOG-EOF-SW        PIC X(01) VALUE "N".
002520     88  KJ-STEPLOG-EOF              VALUE "Y".
002530 01  KJ-STEP-DONE-SW          PIC X(01) VALUE "N".
002540     88  KJ-STEP-ALREADY-DONE        VALUE "Y".
002550
002560 01  KJ-ACCEPTED-COUNT        PIC 9(9) VALUE 0.
002570 01  KJ-REJECTED-COUNT        PIC 9(9) VALUE 0.
002580 01  KJ-NO-RESPONSE-COUNT     PIC 9(9) VALUE 0.
002590 01  KJ-UNMATCHED-COUNT       PIC 9(9) VALUE 0.
002600 01  KJ-CARRYFWD-COUNT        PIC 9(9) VALUE 0.
002610
002620 01  KJ-SCOREIN-EOF-SW        PIC X(01) VALUE "N".
002630     88  KJ-SCOREIN-EOF              VALUE "Y".
002640 01  KJ-ACKIN-EOF-SW          PIC X(01) VALUE "N".
002650     88  KJ-ACKIN-EOF                VALUE "Y".
002660*****************************************************************
002670* SEQUENCE GUARDS - THE LAST KEY SEEN ON EACH INPUT.  A NEW KEY
002680* BELOW ITS PREDECESSOR MEANS THE FILE WAS NOT SORTED AHEAD OF
002690* THE MATCH AND THE RECONCILIATION CANNOT BE TRUSTED.
002700*****************************************************************
002710 01  KJ-PREV-SENT-KEY         PIC X(17) VALUE LOW-VALUES.
002720 01  KJ-PREV-ACK-KEY          PIC X(17) VALUE LOW-VALUES.
002730 01  KJ-SENT-SEQ-ERR-SW       PIC X(01) VALUE "N".
002740     88  KJ-SENT-SEQ-ERR             VALUE "Y".
002750 01  KJ-ACK-SEQ-ERR-SW        PIC X(01) VALUE "N".
002760     88  KJ-ACK-SEQ-ERR              VALUE "Y".
002770
002780 01  KJ-SENT-HELD-SW          PIC X(01) VALUE "N".
002790     88  KJ-SENT-HELD                VALUE "Y".
002800
002810*****************************************************************
002820* CARRY-FORWARD RETRY POSTING WORKING FIELDS.  THE REASON CODE
002830* TO KEEP ON THE RETRY MASTER IS STAGED HERE BY THE MATCH
002840* PARAGRAPHS - THE SCORING SYSTEM'S OWN REASON FOR A REJECT,
002850* OR NRSP FOR A VALUE THAT GOT NO ACKNOWLEDGMENT AT ALL.
002860*****************************************************************
002870 01  KJ-POST-REASON           PIC X(04) VALUE SPACES.
002880
002890 01  KJ-RETRY-FOUND-SW        PIC X(01) VALUE "N".
002900     88  KJ-RETRY-FOUND              VALUE "Y".
002910
002920*****************************************************************
002930* TRANSMISSION REGISTER POSTING FIELDS.  THE BATCH SEQUENCE
002940* NUMBER COMES OFF THE SCOREIN HEADER AS IT IS PASSED OVER;
002950* ONCE THE MATCH IS DONE, AND ONLY WHEN AT LEAST ONE
002960* ACKNOWLEDGMENT ACTUALLY ARRIVED ON ACKIN, THE BATCH'S
002970* REGISTER RECORD IS POSTED TO STATUS A.  AN EMPTY ACKIN IS
002980* THE VERY FAILURE THE REGISTER EXISTS TO CATCH - THE SCORING
002990* SYSTEM NEVER PICKED THE FILE UP - SO THE RECORD IS LEFT AT
003000* S FOR THE REGISTER REPORT'S OVERDUE FLAG TO FIND.
003010*****************************************************************
003020 01  KJ-BATCH-SEQ-NUM         PIC 9(6) VALUE 0.
003030 01  KJ-BATCH-SEQ-SEEN-SW     PIC X(01) VALUE "N".
003040     88  KJ-BATCH-SEQ-SEEN           VALUE "Y".
003050 01  KJ-ACK-SEEN-SW           PIC X(01) VALUE "N".
003060     88  KJ-ACK-SEEN                 VALUE "Y".
003070 01  KJ-XMITREG-FOUND-SW      PIC X(01) VALUE "N".
003080     88  KJ-XMITREG-FOUND            VALUE "Y".
003090 01  KJ-BATCH-RUN-DATE        PIC 9(8) VALUE 0.
003100
003110*****************************************************************
003120* REJECT REASON-CODE LOOKUP.  A REJECT WHOSE CODE IS OUR FAULT IS
003130* FIXED UPSTREAM, AND ONE NO RESEND CAN CURE IS NOT RESENT; ONLY
003140* THE REST RIDE THE CARRY-FORWARD.
003150*****************************************************************
003160 01  KJ-REASON-FOUND-SW       PIC X(01) VALUE "N".
003170     88  KJ-REASON-FOUND             VALUE "Y".
003180 01  KJ-FIX-UPSTREAM-COUNT    PIC 9(9) VALUE 0.
003190 01  KJ-NO-RESEND-COUNT       PIC 9(9) VALUE 0.
003200 01  KJ-UNKNOWN-REASON-COUNT  PIC 9(9) VALUE 0.
003210
003220*****************************************************************
003230* ACKNOWLEDGMENT HISTORY TALLY - ONE ENTRY PER RULE, DISPOSITION
003240* AND REASON CODE SEEN THIS MORNING, BANKED ON ACKHIST AT END OF
003250* RUN.  THE OUTCOME TO TALLY IS STAGED IN THE KJ-BANK FIELDS.
003260*****************************************************************
003270 01  KJ-AKB-TABLE.
003280     05  KJ-AKB-ENTRY OCCURS 300 TIMES.
003290         10  KJ-AKB-RULE-NUM   PIC 9(4).
003300         10  KJ-AKB-MASTER-RULE PIC 9(4).
003310         10  KJ-AKB-DISPOSITION PIC X(01).
003320         10  KJ-AKB-REASON     PIC X(04).
003330         10  KJ-AKB-FAULT      PIC X(01).
003340         10  KJ-AKB-COUNT      PIC 9(9).
003350
003360 01  KJ-AKB-COUNT-USED        PIC 9(4) COMP VALUE 0.
003370 01  KJ-AKB-IDX               PIC 9(4) COMP VALUE 0.
003380 01  KJ-AKB-HIT               PIC 9(4) COMP VALUE 0.
003390 01  KJ-AKB-FULL-WARNED-SW    PIC X(01) VALUE "N".
003400     88  KJ-AKB-FULL-WARNED          VALUE "Y".
003410 01  KJ-BANK-RULE-NUM         PIC 9(4) VALUE 0.
003420 01  KJ-BANK-MASTER-RULE      PIC 9(4) VALUE 0.
003430 01  KJ-BANK-DISPOSITION      PIC X(01) VALUE SPACE.
003440 01  KJ-BANK-REASON           PIC X(04) VALUE SPACES.
003450 01  KJ-BANK-FAULT            PIC X(01) VALUE SPACE.
003460 01  KJ-HISTORY-BANKED-COUNT  PIC 9(5) VALUE 0.
003470
003480 PROCEDURE DIVISION.
003490*-----------------------------------------------------------------
003500* 0000-MAINLINE.
003510*-----------------------------------------------------------------
003520 0000-MAINLINE.
003530     ACCEPT KJ-RCN-RUN-DATE-WS FROM DATE YYYYMMDD.
003540     ACCEPT KJ-RCN-RUN-TIME-WS FROM TIME.
003550     PERFORM 9100-CHECK-STEP-DONE
003560         THRU 9100-CHECK-STEP-DONE-EXIT.
003570     IF KJ-STEP-ALREADY-DONE
003580         MOVE "S" TO KJ-STEP-STATUS
003590         PERFORM 9200-POST-STEP-DONE
003600             THRU 9200-POST-STEP-DONE-EXIT
003610         MOVE 0 TO RETURN-CODE
003620         STOP RUN
003630     END-IF.
003640     OPEN INPUT SCOREIN.
003650     OPEN INPUT ACKIN.
003660     OPEN OUTPUT RECONRPT.
003670     OPEN OUTPUT CARRYFWD.
003680     OPEN I-O RETRYMST.
003690     OPEN INPUT REASNMST.
003700     PERFORM 1000-READ-SENT
003710         THRU 1000-READ-SENT-EXIT.
003720     PERFORM 1100-READ-ACK
003730         THRU 1100-READ-ACK-EXIT.
003740     PERFORM 2000-MATCH-PASS
003750         THRU 2000-MATCH-PASS-EXIT
003760         UNTIL KJ-SCOREIN-EOF AND KJ-ACKIN-EOF.
003770     CLOSE SCOREIN.
003780     CLOSE ACKIN.
003790     CLOSE RECONRPT.
003800     CLOSE CARRYFWD.
003810     CLOSE RETRYMST.
003820     CLOSE REASNMST.
003830     DISPLAY "KJACKRCN - SENT AND ACCEPTED:  "
003840         KJ-ACCEPTED-COUNT.
003850     DISPLAY "KJACKRCN - SENT BUT REJECTED:  "
003860         KJ-REJECTED-COUNT.
003870     DISPLAY "KJACKRCN - SENT, NO RESPONSE:  "
003880         KJ-NO-RESPONSE-COUNT.
003890     DISPLAY "KJACKRCN - UNMATCHED ACKS:     "
003900         KJ-UNMATCHED-COUNT.
003910     DISPLAY "KJACKRCN - CARRIED FORWARD:    "
003920         KJ-CARRYFWD-COUNT.
003930     DISPLAY "KJACKRCN - FIX UPSTREAM:       "
003940         KJ-FIX-UPSTREAM-COUNT.
003950     DISPLAY "KJACKRCN - NOT RESENDABLE:     "
003960         KJ-NO-RESEND-COUNT.
003970     IF KJ-REJECTED-COUNT > 0
003980         MOVE "KJ0350W" TO KJ-RAISE-CONDITION
003990         MOVE "W"       TO KJ-RAISE-SEVERITY
004000         MOVE 4         TO KJ-RAISE-RC
004010         MOVE "SCORING SYSTEM REJECTED SENT RECORDS"
004020             TO KJ-RAISE-TEXT
004030         PERFORM 9000-RAISE-CONDITION
004040             THRU 9000-RAISE-CONDITION-EXIT
004050     END-IF.
004060     IF KJ-NO-RESPONSE-COUNT > 0
004070         MOVE "KJ0360W" TO KJ-RAISE-CONDITION
004080         MOVE "W"       TO KJ-RAISE-SEVERITY
004090         MOVE 4         TO KJ-RAISE-RC
004100         MOVE "SENT RECORDS GOT NO ACKNOWLEDGMENT"
004110             TO KJ-RAISE-TEXT
004120         PERFORM 9000-RAISE-CONDITION
004130             THRU 9000-RAISE-CONDITION-EXIT
004140     END-IF.
004150     IF KJ-UNMATCHED-COUNT > 0
004160         MOVE "KJ0370W" TO KJ-RAISE-CONDITION
004170         MOVE "W"       TO KJ-RAISE-SEVERITY
004180         MOVE 4         TO KJ-RAISE-RC
004190         MOVE "ACKNOWLEDGMENTS FOR RECORDS NEVER SENT"
004200             TO KJ-RAISE-TEXT
004210         PERFORM 9000-RAISE-CONDITION
004220             THRU 9000-RAISE-CONDITION-EXIT
004230     END-IF.
004240     IF KJ-FIX-UPSTREAM-COUNT > 0
004250         MOVE "KJ1700W" TO KJ-RAISE-CONDITION
004260         MOVE "W"       TO KJ-RAISE-SEVERITY
004270         MOVE 4         TO KJ-RAISE-RC
004280         MOVE "REJECTS OUR FAULT - FIX UPSTREAM"
004290             TO KJ-RAISE-TEXT
004300         PERFORM 9000-RAISE-CONDITION
004310             THRU 9000-RAISE-CONDITION-EXIT
004320     END-IF.
004330     IF KJ-NO-RESEND-COUNT > 0
004340         MOVE "KJ1710W" TO KJ-RAISE-CONDITION
004350         MOVE "W"       TO KJ-RAISE-SEVERITY
004360         MOVE 4         TO KJ-RAISE-RC
004370         MOVE "REJECTS NO RESEND CAN CURE - NOT RESENT"
004380             TO KJ-RAISE-TEXT
004390         PERFORM 9000-RAISE-CONDITION
004400             THRU 9000-RAISE-CONDITION-EXIT
004410     END-IF.
004420     IF KJ-UNKNOWN-REASON-COUNT > 0
004430         DISPLAY "KJ1720W " KJ-UNKNOWN-REASON-COUNT
004440             " REJECTS CARRY A REASON CODE NOT ON REASNMST."
004450         MOVE "KJ1720W" TO KJ-RAISE-CONDITION
004460         MOVE "W"       TO KJ-RAISE-SEVERITY
004470         MOVE 4         TO KJ-RAISE-RC
004480         MOVE "REJECT REASON CODES NOT ON REASON MASTER"
004490             TO KJ-RAISE-TEXT
004500         PERFORM 9000-RAISE-CONDITION
004510             THRU 9000-RAISE-CONDITION-EXIT
004520     END-IF.
004530     PERFORM 2800-POST-REGISTER
004540         THRU 2800-POST-REGISTER-EXIT.
004550     PERFORM 2900-BANK-HISTORY
004560         THRU 2900-BANK-HISTORY-EXIT.
004570     IF KJ-ERRSUMM-OPEN
004580         CLOSE ERRSUMM
004590     END-IF.
004600     PERFORM 9200-POST-STEP-DONE
004610         THRU 9200-POST-STEP-DONE-EXIT.
004620     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
004630     STOP RUN.
004640
004650*-----------------------------------------------------------------
004660* 1000-READ-SENT - READS THE NEXT SCOREOUT DATA RECORD INTO THE
004670* HELD AREA, PASSING OVER THE BATCH HEADER AND TRAILER RECORDS.
004680*-----------------------------------------------------------------
004690 1000-READ-SENT.
004700     MOVE "N" TO KJ-SENT-HELD-SW.
004710     PERFORM 1010-READ-SENT-RECORD
004720         THRU 1010-READ-SENT-RECORD-EXIT
004730         WITH TEST AFTER
004740         UNTIL KJ-SENT-HELD OR KJ-SCOREIN-EOF.
004750 1000-READ-SENT-EXIT.
004760     EXIT.
004770
004780 1010-READ-SENT-RECORD.
004790     READ SCOREIN
004800         AT END
004810             SET KJ-SCOREIN-EOF TO TRUE
004820         NOT AT END
004830             IF KJ-SCH-HEADER OR KJ-SCT-TRAILER
004840                 IF KJ-SCH-HEADER
004850                     MOVE KJ-SCH-FILE-SEQ-NUM
004860                         TO KJ-BATCH-SEQ-NUM
004870                     MOVE KJ-SCH-RUN-DATE
004880                         TO KJ-BATCH-RUN-DATE
004890                     SET KJ-BATCH-SEQ-SEEN TO TRUE
004900                 END-IF
004910             ELSE
004920                 MOVE KJ-SCR-RULE-NUM TO KJ-SENT-RULE-NUM
004930                 MOVE KJ-SCR-DIVISOR  TO KJ-SENT-DIVISOR
004940                 MOVE KJ-SCR-CNT      TO KJ-SENT-CNT
004950                 MOVE KJ-SCR-REVERSED TO KJ-SENT-REVERSED
004960                 MOVE KJ-SCR-RUN-DATE TO KJ-SENT-RUN-DATE
004970                 MOVE KJ-SCR-RULE-TYPE TO KJ-SENT-RULE-TYPE
004980                 IF KJ-SCR-MASTER-RULE-NUM NUMERIC
004990                     MOVE KJ-SCR-MASTER-RULE-NUM
005000                         TO KJ-SENT-MASTER-RULE-NUM
005010                 ELSE
005020                     MOVE 0 TO KJ-SENT-MASTER-RULE-NUM
005030                 END-IF
005040                 IF KJ-BATCH-RUN-DATE = 0
005050                     MOVE KJ-SCR-RUN-DATE TO KJ-BATCH-RUN-DATE
005060                 END-IF
005070                 SET KJ-SENT-HELD TO TRUE
005080                 IF KJ-SENT-KEY < KJ-PREV-SENT-KEY
005090                     AND NOT KJ-SENT-SEQ-ERR
005100                     SET KJ-SENT-SEQ-ERR TO TRUE
005110                     DISPLAY "KJ0380E SCOREIN KEYS OUT OF "
005120                         "ORDER - SORT THE TRANSMITTED FILE "
005130                         "BEFORE RECONCILING."
005140                     MOVE "KJ0380E" TO KJ-RAISE-CONDITION
005150                     MOVE "E"       TO KJ-RAISE-SEVERITY
005160                     MOVE 8         TO KJ-RAISE-RC
005170                     MOVE "SCOREIN NOT IN KEY ORDER"
005180                         TO KJ-RAISE-TEXT
005190                     PERFORM 9000-RAISE-CONDITION
005200                         THRU 9000-RAISE-CONDITION-EXIT
005210                 END-IF
005220                 MOVE KJ-SENT-KEY TO KJ-PREV-SENT-KEY
005230             END-IF
005240     END-READ.
005250 1010-READ-SENT-RECORD-EXIT.
005260     EXIT.
005270
005280*-----------------------------------------------------------------
005290* 1100-READ-ACK - READS THE NEXT ACKNOWLEDGMENT RECORD.
005300*-----------------------------------------------------------------
005310 1100-READ-ACK.
005320     READ ACKIN
005330         AT END
005340             SET KJ-ACKIN-EOF TO TRUE
005350         NOT AT END
005360             SET KJ-ACK-SEEN TO TRUE
005370             IF KJ-ACK-KEY < KJ-PREV-ACK-KEY
005380                 AND NOT KJ-ACK-SEQ-ERR
005390                 SET KJ-ACK-SEQ-ERR TO TRUE
005400                 DISPLAY "KJ0390E ACKIN KEYS OUT OF ORDER - "
005410                     "SORT THE ACKNOWLEDGMENT FILE BEFORE "
005420                     "RECONCILING."
005430                 MOVE "KJ0390E" TO KJ-RAISE-CONDITION
005440                 MOVE "E"       TO KJ-RAISE-SEVERITY
005450                 MOVE 8         TO KJ-RAISE-RC
005460                 MOVE "ACKIN NOT IN KEY ORDER"
005470                     TO KJ-RAISE-TEXT
005480                 PERFORM 9000-RAISE-CONDITION
005490                     THRU 9000-RAISE-CONDITION-EXIT
005500             END-IF
005510             MOVE KJ-ACK-KEY TO KJ-PREV-ACK-KEY
005520     END-READ.
005530 1100-READ-ACK-EXIT.
005540     EXIT.
005550
005560*-----------------------------------------------------------------
005570* 2000-MATCH-PASS - ONE STEP OF THE TWO-FILE MATCH.  THE LOWER
005580* KEY ADVANCES; EQUAL KEYS ADVANCE TOGETHER.  A SENT RECORD
005590* BELOW THE CURRENT ACKNOWLEDGMENT (OR WITH THE ACKNOWLEDGMENTS
005600* EXHAUSTED) GOT NO RESPONSE; AN ACKNOWLEDGMENT BELOW THE
005610* CURRENT SENT RECORD (OR WITH THE SENT FILE EXHAUSTED) WAS
005620* NEVER SENT BY US.
005630*-----------------------------------------------------------------
005640 2000-MATCH-PASS.
005650     IF KJ-ACKIN-EOF
005660         OR (NOT KJ-SCOREIN-EOF
005670             AND KJ-SENT-KEY < KJ-ACK-KEY)
005680         PERFORM 2100-NO-RESPONSE
005690             THRU 2100-NO-RESPONSE-EXIT
005700         PERFORM 1000-READ-SENT
005710             THRU 1000-READ-SENT-EXIT
005720         GO TO 2000-MATCH-PASS-EXIT
005730     END-IF.
005740     IF KJ-SCOREIN-EOF
005750         OR KJ-ACK-KEY < KJ-SENT-KEY
005760         PERFORM 2200-UNMATCHED-ACK
005770             THRU 2200-UNMATCHED-ACK-EXIT
005780         PERFORM 1100-READ-ACK
005790             THRU 1100-READ-ACK-EXIT
005800         GO TO 2000-MATCH-PASS-EXIT
005810     END-IF.
005820     PERFORM 2300-MATCHED
005830         THRU 2300-MATCHED-EXIT.
005840     PERFORM 1000-READ-SENT
005850         THRU 1000-READ-SENT-EXIT.
005860     PERFORM 1100-READ-ACK
005870         THRU 1100-READ-ACK-EXIT.
005880 2000-MATCH-PASS-EXIT.
005890     EXIT.
005900
005910*-----------------------------------------------------------------
005920* 2100-NO-RESPONSE - A SENT VALUE THE SCORING SYSTEM NEVER
005930* ACKNOWLEDGED: REPORTED AND CARRIED FORWARD FOR RESENDING.
005940*-----------------------------------------------------------------
005950 2100-NO-RESPONSE.
005960     MOVE SPACES        TO KJ-RECON-RECORD.
005970     MOVE "NO RESPONSE" TO KJ-RCN-DISPOSITION.
005980     MOVE SPACES        TO KJ-RCN-REASON.
005990     PERFORM 2400-WRITE-RECON
006000         THRU 2400-WRITE-RECON-EXIT.
006010     PERFORM 2500-WRITE-CARRYFWD
006020         THRU 2500-WRITE-CARRYFWD-EXIT.
006030     MOVE "NRSP" TO KJ-POST-REASON.
006040     PERFORM 2600-POST-RETRY
006050         THRU 2600-POST-RETRY-EXIT.
006060     ADD 1 TO KJ-NO-RESPONSE-COUNT.
006070     MOVE KJ-SENT-RULE-NUM TO KJ-BANK-RULE-NUM.
006080     MOVE KJ-SENT-MASTER-RULE-NUM TO KJ-BANK-MASTER-RULE.
006090     MOVE "N"              TO KJ-BANK-DISPOSITION.
006100     MOVE SPACES           TO KJ-BANK-REASON.
006110     MOVE SPACE            TO KJ-BANK-FAULT.
006120     PERFORM 2850-TALLY-OUTCOME
006130         THRU 2850-TALLY-OUTCOME-EXIT.
006140 2100-NO-RESPONSE-EXIT.
006150     EXIT.
006160
006170*-----------------------------------------------------------------
006180* 2200-UNMATCHED-ACK - AN ACKNOWLEDGMENT FOR A VALUE WE NEVER
006190* SENT.  REPORTED SO THE COUNT DISPUTE CAN BE TAKEN UP WITH THE
006200* SCORING SYSTEM; NOTHING TO CARRY FORWARD.
006210*-----------------------------------------------------------------
006220 2200-UNMATCHED-ACK.
006230     MOVE SPACES            TO KJ-RECON-RECORD.
006240     MOVE "UNMATCHED ACK"   TO KJ-RCN-DISPOSITION.
006250     MOVE KJ-ACK-RULE-NUM   TO KJ-RCN-RULE-NUM.
006260     MOVE KJ-ACK-DIVISOR    TO KJ-RCN-DIVISOR.
006270     MOVE KJ-ACK-CNT        TO KJ-RCN-CNT.
006280     MOVE 0                 TO KJ-RCN-REVERSED.
006290     MOVE KJ-ACK-REASON     TO KJ-RCN-REASON.
006300     MOVE KJ-RCN-RUN-DATE-WS TO KJ-RCN-RUN-DATE.
006310     WRITE KJ-RECON-RECORD.
006320     ADD 1 TO KJ-UNMATCHED-COUNT.
006330     MOVE KJ-ACK-RULE-NUM  TO KJ-BANK-RULE-NUM.
006340     MOVE 0                TO KJ-BANK-MASTER-RULE.
006350     MOVE "U"              TO KJ-BANK-DISPOSITION.
006360     MOVE KJ-ACK-REASON    TO KJ-BANK-REASON.
006370     MOVE SPACE            TO KJ-BANK-FAULT.
006380     PERFORM 2850-TALLY-OUTCOME
006390         THRU 2850-TALLY-OUTCOME-EXIT.
006400 2200-UNMATCHED-ACK-EXIT.
006410     EXIT.
006420
006430*-----------------------------------------------------------------
006440* 2300-MATCHED - SENT AND ACKNOWLEDGED: ACCEPTED GOES TO THE
006450* REPORT ONLY; REJECTED CARRIES THE SCORING SYSTEM'S REASON AND
006460* IS ALSO CARRIED FORWARD FOR RESENDING, UNLESS THE REASON
006470* MASTER SAYS THE FAULT IS OURS (FIX UPSTREAM) OR THAT NO RESEND
006480* CAN SUCCEED (NO RESEND).  NEITHER OF THOSE IS AGED ON THE RETRY
006490* MASTER - ANY RECORD IT ALREADY HAS IS CLEARED.
006500*-----------------------------------------------------------------
006510 2300-MATCHED.
006520     MOVE SPACES TO KJ-RECON-RECORD.
006530     MOVE KJ-SENT-RULE-NUM TO KJ-BANK-RULE-NUM.
006540     MOVE KJ-SENT-MASTER-RULE-NUM TO KJ-BANK-MASTER-RULE.
006550     MOVE SPACES           TO KJ-BANK-REASON.
006560     MOVE SPACE            TO KJ-BANK-FAULT.
006570     IF KJ-ACK-ACCEPTED
006580         MOVE "ACCEPTED"     TO KJ-RCN-DISPOSITION
006590         MOVE SPACES         TO KJ-RCN-REASON
006600         PERFORM 2400-WRITE-RECON
006610             THRU 2400-WRITE-RECON-EXIT
006620         PERFORM 2700-CLEAR-RETRY
006630             THRU 2700-CLEAR-RETRY-EXIT
006640         ADD 1 TO KJ-ACCEPTED-COUNT
006650         MOVE "A" TO KJ-BANK-DISPOSITION
006660     ELSE
006670         PERFORM 2310-LOOK-UP-REASON
006680             THRU 2310-LOOK-UP-REASON-EXIT
006690         MOVE KJ-ACK-REASON  TO KJ-RCN-REASON
006700         MOVE KJ-ACK-REASON  TO KJ-BANK-REASON
006710         IF KJ-REASON-FOUND AND KJ-RSN-OUR-FAULT
006720             MOVE "FIX UPSTREAM" TO KJ-RCN-DISPOSITION
006730             PERFORM 2400-WRITE-RECON
006740                 THRU 2400-WRITE-RECON-EXIT
006750             PERFORM 2700-CLEAR-RETRY
006760                 THRU 2700-CLEAR-RETRY-EXIT
006770             ADD 1 TO KJ-FIX-UPSTREAM-COUNT
006780             MOVE "F" TO KJ-BANK-DISPOSITION
006790         ELSE
006800             IF KJ-REASON-FOUND AND KJ-RSN-RESEND-CANNOT
006810                 MOVE "NO RESEND"    TO KJ-RCN-DISPOSITION
006820                 PERFORM 2400-WRITE-RECON
006830                     THRU 2400-WRITE-RECON-EXIT
006840                 PERFORM 2700-CLEAR-RETRY
006850                     THRU 2700-CLEAR-RETRY-EXIT
006860                 ADD 1 TO KJ-NO-RESEND-COUNT
006870                 MOVE "X" TO KJ-BANK-DISPOSITION
006880             ELSE
006890                 MOVE "REJECTED"     TO KJ-RCN-DISPOSITION
006900                 PERFORM 2400-WRITE-RECON
006910                     THRU 2400-WRITE-RECON-EXIT
006920                 PERFORM 2500-WRITE-CARRYFWD
006930                     THRU 2500-WRITE-CARRYFWD-EXIT
006940                 MOVE KJ-ACK-REASON TO KJ-POST-REASON
006950                 PERFORM 2600-POST-RETRY
006960                     THRU 2600-POST-RETRY-EXIT
006970                 MOVE "R" TO KJ-BANK-DISPOSITION
006980             END-IF
006990         END-IF
007000         ADD 1 TO KJ-REJECTED-COUNT
007010     END-IF.
007020     PERFORM 2850-TALLY-OUTCOME
007030         THRU 2850-TALLY-OUTCOME-EXIT.
007040 2300-MATCHED-EXIT.
007050     EXIT.
007060
007070*-----------------------------------------------------------------
007080* 2310-LOOK-UP-REASON - READS THE REJECT'S REASON CODE ON THE
007090* REASON MASTER AND STAGES ITS FAULT OWNER FOR THE HISTORY.  A
007100* CODE NOT ON THE MASTER IS COUNTED FOR THE KJ1720W WARNING.
007110*-----------------------------------------------------------------
007120 2310-LOOK-UP-REASON.
007130     MOVE "N" TO KJ-REASON-FOUND-SW.
007140     MOVE KJ-ACK-REASON TO KJ-RSN-CODE.
007150     READ REASNMST
007160         INVALID KEY
007170             ADD 1 TO KJ-UNKNOWN-REASON-COUNT
007180         NOT INVALID KEY
007190             SET KJ-REASON-FOUND TO TRUE
007200             MOVE KJ-RSN-FAULT TO KJ-BANK-FAULT
007210     END-READ.
007220 2310-LOOK-UP-REASON-EXIT.
007230     EXIT.
007240
007250*-----------------------------------------------------------------
007260* 2400-WRITE-RECON - ONE RECONCILIATION RECORD FOR THE HELD SENT
007270* VALUE.  DISPOSITION AND REASON ARE SET BY THE CALLER.
007280*-----------------------------------------------------------------
007290 2400-WRITE-RECON.
007300     MOVE KJ-SENT-RULE-NUM   TO KJ-RCN-RULE-NUM.
007310     MOVE KJ-SENT-DIVISOR    TO KJ-RCN-DIVISOR.
007320     MOVE KJ-SENT-CNT        TO KJ-RCN-CNT.
007330     MOVE KJ-SENT-REVERSED   TO KJ-RCN-REVERSED.
007340     MOVE KJ-RCN-RUN-DATE-WS TO KJ-RCN-RUN-DATE.
007350     WRITE KJ-RECON-RECORD.
007360 2400-WRITE-RECON-EXIT.
007370     EXIT.
007380
007390*-----------------------------------------------------------------
007400* 2500-WRITE-CARRYFWD - THE HELD SENT VALUE, BACK IN SCOREOUT
007410* DATA RECORD FORMAT, FOR THE NEXT NIGHT'S TRANSMISSION TO
007420* RESEND (KJRETRAN MERGES CARRYFWD INTO THAT RUN'S BATCH INSIDE
007430* THE HEADER/TRAILER WRAPPING).
007440*-----------------------------------------------------------------
007450 2500-WRITE-CARRYFWD.
007460     MOVE KJ-SENT-RECORD TO KJ-CARRY-RECORD.
007470     WRITE KJ-CARRY-RECORD.
007480     ADD 1 TO KJ-CARRYFWD-COUNT.
007490 2500-WRITE-CARRYFWD-EXIT.
007500     EXIT.
007510
007520*-----------------------------------------------------------------
007530* 2600-POST-RETRY - POSTS THE HELD SENT VALUE'S REJECT OR
007540* NO-RESPONSE TO THE RETRY MASTER: AN EXISTING RECORD GETS ONE
007550* MORE RETRY AND THE LATEST REASON; A NEW VALUE STARTS AT RETRY
007560* ONE.  KJRETRAN READS THE COUNT WHEN IT BUILDS THE NEXT
007570* BATCH'S RESENDS AND DEAD-LETTERS A VALUE PAST ITS LIMIT.
007580*-----------------------------------------------------------------
007590 2600-POST-RETRY.
007600     MOVE "N" TO KJ-RETRY-FOUND-SW.
007610     MOVE KJ-SENT-RULE-NUM TO KJ-RTY-RULE-NUM.
007620     MOVE KJ-SENT-DIVISOR  TO KJ-RTY-DIVISOR.
007630     MOVE KJ-SENT-CNT      TO KJ-RTY-CNT.
007640     READ RETRYMST
007650         INVALID KEY
007660             CONTINUE
007670         NOT INVALID KEY
007680             SET KJ-RETRY-FOUND TO TRUE
007690     END-READ.
007700     IF KJ-RETRY-FOUND
007710         ADD 1 TO KJ-RTY-RETRY-COUNT
007720         MOVE KJ-POST-REASON     TO KJ-RTY-LAST-REASON
007730         MOVE KJ-RCN-RUN-DATE-WS TO KJ-RTY-LAST-ACK-DATE
007740         REWRITE KJ-RETRY-MASTER-RECORD
007750             INVALID KEY
007760                 CONTINUE
007770         END-REWRITE
007780     ELSE
007790         MOVE SPACES           TO KJ-RETRY-MASTER-RECORD
007800         MOVE KJ-SENT-RULE-NUM TO KJ-RTY-RULE-NUM
007810         MOVE KJ-SENT-DIVISOR  TO KJ-RTY-DIVISOR
007820         MOVE KJ-SENT-CNT      TO KJ-RTY-CNT
007830         MOVE 1                TO KJ-RTY-RETRY-COUNT
007840         MOVE KJ-POST-REASON   TO KJ-RTY-LAST-REASON
007850         MOVE KJ-RCN-RUN-DATE-WS TO KJ-RTY-LAST-ACK-DATE
007860         WRITE KJ-RETRY-MASTER-RECORD
007870             INVALID KEY
007880                 CONTINUE
007890         END-WRITE
007900     END-IF.
007910 2600-POST-RETRY-EXIT.
007920     EXIT.
007930
007940*-----------------------------------------------------------------
007950* 2700-CLEAR-RETRY - AN ACCEPTED VALUE'S RETRY MASTER RECORD IS
007960* DELETED, SO A VALUE THAT FINALLY CLEARED STARTS CLEAN IF IT
007970* IS EVER SENT AGAIN.  A VALUE NEVER ON THE MASTER (ACCEPTED
007980* FIRST TIME, THE NORMAL CASE) IS LEFT ALONE.
007990*-----------------------------------------------------------------
008000 2700-CLEAR-RETRY.
008010     MOVE KJ-SENT-RULE-NUM TO KJ-RTY-RULE-NUM.
008020     MOVE KJ-SENT-DIVISOR  TO KJ-RTY-DIVISOR.
008030     MOVE KJ-SENT-CNT      TO KJ-RTY-CNT.
008040     DELETE RETRYMST
008050         INVALID KEY
008060             CONTINUE
008070     END-DELETE.
008080 2700-CLEAR-RETRY-EXIT.
008090     EXIT.
008100
008110*-----------------------------------------------------------------
008120* 2800-POST-REGISTER - POSTS THE BATCH'S TRANSMISSION REGISTER
008130* RECORD TO STATUS A NOW THAT THE MORNING ACKNOWLEDGMENTS ARE
008140* RECONCILED (REJECTS AND NO-RESPONSES RIDE THE CARRY-FORWARD
008150* AND THE CONDITION CODES - THE REGISTER TRACKS WHETHER THE
008160* FILE ITSELF WAS PICKED UP).  NO HEADER ON SCOREIN MEANS NO
008170* BATCH TO POST.  AN EMPTY ACKIN MEANS THE SCORING SYSTEM
008180* NEVER PICKED THE BATCH UP AT ALL: THE RECORD IS LEFT AT S,
008190* SO KJXRGRPT'S OVERDUE FLAG CAN FIRE, AND THE RUN IS GRADED
008200* WITH A WARNING.  A BATCH MISSING FROM THE REGISTER IS
008210* FLAGGED.
008220*-----------------------------------------------------------------
008230 2800-POST-REGISTER.
008240     IF NOT KJ-BATCH-SEQ-SEEN
008250         GO TO 2800-POST-REGISTER-EXIT
008260     END-IF.
008270     IF NOT KJ-ACK-SEEN
008280         DISPLAY "KJ0470W NO ACKNOWLEDGMENTS ARRIVED FOR "
008290             "BATCH " KJ-BATCH-SEQ-NUM " - REGISTER LEFT AT "
008300             "SENT."
008310         MOVE "KJ0470W" TO KJ-RAISE-CONDITION
008320         MOVE "W"       TO KJ-RAISE-SEVERITY
008330         MOVE 4         TO KJ-RAISE-RC
008340         MOVE "NO ACKNOWLEDGMENTS - BATCH LEFT AT SENT"
008350             TO KJ-RAISE-TEXT
008360         PERFORM 9000-RAISE-CONDITION
008370             THRU 9000-RAISE-CONDITION-EXIT
008380         GO TO 2800-POST-REGISTER-EXIT
008390     END-IF.
008400     OPEN I-O XMITREG.
008410     MOVE KJ-BATCH-SEQ-NUM TO KJ-XRG-FILE-SEQ-NUM.
008420     READ XMITREG
008430         INVALID KEY
008440             CONTINUE
008450         NOT INVALID KEY
008460             SET KJ-XMITREG-FOUND TO TRUE
008470     END-READ.
008480     IF KJ-XMITREG-FOUND AND KJ-XRG-REVERSED
008490         IF NOT KJ-XRG-ACK-POSTED
008500             MOVE KJ-RCN-RUN-DATE-WS TO KJ-XRG-STATUS-DATE
008510             SET KJ-XRG-ACK-POSTED   TO TRUE
008520             REWRITE KJ-XMIT-REGISTER-RECORD
008530                 INVALID KEY
008540                     CONTINUE
008550             END-REWRITE
008560         END-IF
008570         DISPLAY "KJ1190W BATCH " KJ-BATCH-SEQ-NUM " HAS BEEN "
008580             "REVERSED - REGISTER LEFT AT R."
008590         MOVE "KJ1190W" TO KJ-RAISE-CONDITION
008600         MOVE "W"       TO KJ-RAISE-SEVERITY
008610         MOVE 4         TO KJ-RAISE-RC
008620         MOVE "ACKS FOR A REVERSED BATCH - LEFT AT R"
008630             TO KJ-RAISE-TEXT
008640         PERFORM 9000-RAISE-CONDITION
008650             THRU 9000-RAISE-CONDITION-EXIT
008660         CLOSE XMITREG
008670         GO TO 2800-POST-REGISTER-EXIT
008680     END-IF.
008690     IF KJ-XMITREG-FOUND
008700         MOVE "A"                TO KJ-XRG-STATUS
008710         MOVE KJ-RCN-RUN-DATE-WS TO KJ-XRG-STATUS-DATE
008720         SET KJ-XRG-ACK-POSTED   TO TRUE
008730         REWRITE KJ-XMIT-REGISTER-RECORD
008740             INVALID KEY
008750                 CONTINUE
008760         END-REWRITE
008770     ELSE
008780         DISPLAY "KJ0460W BATCH " KJ-BATCH-SEQ-NUM " IS NOT "
008790             "ON THE TRANSMISSION REGISTER - NOT POSTED."
008800         MOVE "KJ0460W" TO KJ-RAISE-CONDITION
008810         MOVE "W"       TO KJ-RAISE-SEVERITY
008820         MOVE 4         TO KJ-RAISE-RC
008830         MOVE "ACKED BATCH NOT ON TRANSMISSION REGISTER"
008840             TO KJ-RAISE-TEXT
008850         PERFORM 9000-RAISE-CONDITION
008860             THRU 9000-RAISE-CONDITION-EXIT
008870     END-IF.
008880     CLOSE XMITREG.
008890 2800-POST-REGISTER-EXIT.
008900     EXIT.
008910
008920*-----------------------------------------------------------------
008930* 2850-TALLY-OUTCOME - ADDS ONE VALUE TO THE HISTORY TALLY FOR
008940* THE RULE, DISPOSITION AND REASON STAGED IN THE KJ-BANK FIELDS.
008950* A FULL TALLY IS WARNED ONCE AND THE OVERFLOW IS NOT BANKED.
008960*-----------------------------------------------------------------
008970 2850-TALLY-OUTCOME.
008980     MOVE 0 TO KJ-AKB-HIT.
008990     PERFORM 2860-MATCH-TALLY
009000         THRU 2860-MATCH-TALLY-EXIT
009010         VARYING KJ-AKB-IDX FROM 1 BY 1
009020         UNTIL KJ-AKB-IDX > KJ-AKB-COUNT-USED
009030         OR KJ-AKB-HIT > 0.
009040     IF KJ-AKB-HIT > 0
009050         ADD 1 TO KJ-AKB-COUNT (KJ-AKB-HIT)
009060         GO TO 2850-TALLY-OUTCOME-EXIT
009070     END-IF.
009080     IF KJ-AKB-COUNT-USED NOT < 300
009090         IF NOT KJ-AKB-FULL-WARNED
009100             SET KJ-AKB-FULL-WARNED TO TRUE
009110             DISPLAY "KJ1730W ACKNOWLEDGMENT HISTORY TALLY "
009120                 "FULL - LATER OUTCOMES NOT BANKED."
009130             MOVE "KJ1730W" TO KJ-RAISE-CONDITION
009140             MOVE "W"       TO KJ-RAISE-SEVERITY
009150             MOVE 4         TO KJ-RAISE-RC
009160             MOVE "ACK HISTORY TALLY FULL - NOT ALL BANKED"
009170                 TO KJ-RAISE-TEXT
009180             PERFORM 9000-RAISE-CONDITION
009190                 THRU 9000-RAISE-CONDITION-EXIT
009200         END-IF
009210         GO TO 2850-TALLY-OUTCOME-EXIT
009220     END-IF.
009230     ADD 1 TO KJ-AKB-COUNT-USED.
009240     MOVE KJ-BANK-RULE-NUM
009250         TO KJ-AKB-RULE-NUM (KJ-AKB-COUNT-USED).
009260     MOVE KJ-BANK-MASTER-RULE
009270         TO KJ-AKB-MASTER-RULE (KJ-AKB-COUNT-USED).
009280     MOVE KJ-BANK-DISPOSITION
009290         TO KJ-AKB-DISPOSITION (KJ-AKB-COUNT-USED).
009300     MOVE KJ-BANK-REASON
009310         TO KJ-AKB-REASON (KJ-AKB-COUNT-USED).
009320     MOVE KJ-BANK-FAULT       TO KJ-AKB-FAULT (KJ-AKB-COUNT-USED).
009330     MOVE 1                   TO KJ-AKB-COUNT (KJ-AKB-COUNT-USED).
009340 2850-TALLY-OUTCOME-EXIT.
009350     EXIT.
009360
009370 2860-MATCH-TALLY.
009380     IF KJ-AKB-RULE-NUM (KJ-AKB-IDX) = KJ-BANK-RULE-NUM
009390         AND KJ-AKB-MASTER-RULE (KJ-AKB-IDX) = KJ-BANK-MASTER-RULE
009400         AND KJ-AKB-DISPOSITION (KJ-AKB-IDX) = KJ-BANK-DISPOSITION
009410         AND KJ-AKB-REASON (KJ-AKB-IDX) = KJ-BANK-REASON
009420         MOVE KJ-AKB-IDX TO KJ-AKB-HIT
009430     END-IF.
009440 2860-MATCH-TALLY-EXIT.
009450     EXIT.
009460
009470*-----------------------------------------------------------------
009480* 2900-BANK-HISTORY - APPENDS THIS MORNING'S TALLY TO THE
009490* ACKNOWLEDGMENT HISTORY, EACH RECORD STAMPED WITH THE ACK DATE
009500* AND THE BATCH'S SEQUENCE NUMBER AND RUN DATE OFF ITS HEADER
009510* (ZERO SEQUENCE WHEN SCOREIN CARRIED NO HEADER).
009520*-----------------------------------------------------------------
009530 2900-BANK-HISTORY.
009540     IF KJ-BATCH-RUN-DATE = 0
009550         MOVE KJ-RCN-RUN-DATE-WS TO KJ-BATCH-RUN-DATE
009560     END-IF.
009570     OPEN EXTEND ACKHIST.
009580     PERFORM 2910-WRITE-HISTORY
009590         THRU 2910-WRITE-HISTORY-EXIT
009600         VARYING KJ-AKB-IDX FROM 1 BY 1
009610         UNTIL KJ-AKB-IDX > KJ-AKB-COUNT-USED.
009620     CLOSE ACKHIST.
009630     DISPLAY "KJACKRCN - HISTORY RECORDS:    "
009640         KJ-HISTORY-BANKED-COUNT.
009650 2900-BANK-HISTORY-EXIT.
009660     EXIT.
009670
009680 2910-WRITE-HISTORY.
009690     MOVE SPACES              TO KJ-ACK-HISTORY-RECORD.
009700     MOVE KJ-RCN-RUN-DATE-WS  TO KJ-AKH-ACK-DATE.
009710     MOVE KJ-BATCH-SEQ-NUM    TO KJ-AKH-BATCH-SEQ.
009720     MOVE KJ-BATCH-RUN-DATE   TO KJ-AKH-BATCH-DATE.
009730     MOVE KJ-AKB-RULE-NUM (KJ-AKB-IDX)    TO KJ-AKH-RULE-NUM.
009740     MOVE KJ-AKB-MASTER-RULE (KJ-AKB-IDX)
009750         TO KJ-AKH-MASTER-RULE-NUM.
009760     MOVE KJ-AKB-DISPOSITION (KJ-AKB-IDX) TO KJ-AKH-DISPOSITION.
009770     MOVE KJ-AKB-REASON (KJ-AKB-IDX)      TO KJ-AKH-REASON.
009780     MOVE KJ-AKB-FAULT (KJ-AKB-IDX)       TO KJ-AKH-FAULT.
009790     MOVE KJ-AKB-COUNT (KJ-AKB-IDX)       TO KJ-AKH-VALUE-COUNT.
009800     WRITE KJ-ACK-HISTORY-RECORD.
009810     ADD 1 TO KJ-HISTORY-BANKED-COUNT.
009820 2910-WRITE-HISTORY-EXIT.
009830     EXIT.
009840
009850
009860*-----------------------------------------------------------------
009870* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
009880* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
009890* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
009900* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
009910*-----------------------------------------------------------------
009920 9000-RAISE-CONDITION.
009930     IF NOT KJ-ERRSUMM-OPEN
009940         OPEN OUTPUT ERRSUMM
009950         SET KJ-ERRSUMM-OPEN TO TRUE
009960     END-IF.
009970     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
009980     MOVE KJ-RCN-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
009990     MOVE KJ-RCN-RUN-DATE-WS  TO KJ-ERR-RUN-DATE.
010000     COMPUTE KJ-ERR-RUN-TIME = KJ-RCN-RUN-TIME-WS / 100.
010010     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
010020     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
010030     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
010040     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
010050     WRITE KJ-ERROR-SUMMARY-RECORD.
010060     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
010070         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
010080     END-IF.
010090 9000-RAISE-CONDITION-EXIT.
010100     EXIT.
010110
010120*-----------------------------------------------------------------
010130* 9100-CHECK-STEP-DONE - READS THE CYCLE'S STEP-COMPLETION LOG.
010140* WHEN THIS STEP IS ALREADY ON IT AS COMPLETED WITH A RETURN
010150* CODE OF 4 OR LESS, THE STREAM HAS BEEN RESUBMITTED PAST IT
010160* AND THE RUN ENDS AT ONCE INSTEAD OF REPEATING ITS WORK.  A
010170* MISSING LOG (FIRST SUBMISSION OF THE CYCLE) READS AS EMPTY.
010180*-----------------------------------------------------------------
010190 9100-CHECK-STEP-DONE.
010200     MOVE "N" TO KJ-STEPLOG-EOF-SW.
010210     OPEN INPUT STEPLOG.
010220     PERFORM 9110-READ-STEPLOG
010230         THRU 9110-READ-STEPLOG-EXIT
010240         WITH TEST AFTER UNTIL KJ-STEPLOG-EOF.
010250     CLOSE STEPLOG.
010260     IF KJ-STEP-ALREADY-DONE
010270         DISPLAY "KJ1000I " KJ-RCN-PROGRAM-NAME
010280             " ALREADY COMPLETED THIS CYCLE - SKIPPED."
010290     END-IF.
010300 9100-CHECK-STEP-DONE-EXIT.
010310     EXIT.
010320
010330*-----------------------------------------------------------------
010340* 9110-READ-STEPLOG - ONE STEP-COMPLETION RECORD.
010350*-----------------------------------------------------------------
010360 9110-READ-STEPLOG.
010370     READ STEPLOG
010380         AT END
010390             SET KJ-STEPLOG-EOF TO TRUE
010400         NOT AT END
010410             IF KJ-SCL-PROGRAM-ID = KJ-RCN-PROGRAM-NAME
010420                 AND KJ-SCL-STEP-NUM = 0
010430                 AND KJ-SCL-COMPLETED
010440                 AND KJ-SCL-RETURN-CODE NOT > 4
010450                 SET KJ-STEP-ALREADY-DONE TO TRUE
010460             END-IF
010470     END-READ.
010480 9110-READ-STEPLOG-EXIT.
010490     EXIT.
010500
010510*-----------------------------------------------------------------
010520* 9200-POST-STEP-DONE - APPENDS THIS RUN'S STEP-COMPLETION
010530* RECORD: START DATE AND TIME AS STAMPED ON ITS ERRSUMM RECORDS,
010540* END DATE AND TIME NOW, THE FINAL RETURN CODE, AND THE STATUS
010550* STAGED IN KJ-STEP-STATUS BY THE MAINLINE.
010560*-----------------------------------------------------------------
010570 9200-POST-STEP-DONE.
010580     ACCEPT KJ-STEP-END-DATE FROM DATE YYYYMMDD.
010590     ACCEPT KJ-STEP-END-TIME FROM TIME.
010600     OPEN EXTEND STEPLOG.
010610     MOVE SPACES              TO KJ-STEP-COMPLETION-RECORD.
010620     MOVE KJ-RCN-PROGRAM-NAME TO KJ-SCL-PROGRAM-ID.
010630     MOVE 0                   TO KJ-SCL-STEP-NUM.
010640     MOVE KJ-RCN-RUN-DATE-WS  TO KJ-SCL-START-DATE.
010650     COMPUTE KJ-SCL-START-TIME = KJ-RCN-RUN-TIME-WS / 100.
010660     MOVE KJ-STEP-END-DATE    TO KJ-SCL-END-DATE.
010670     COMPUTE KJ-SCL-END-TIME = KJ-STEP-END-TIME / 100.
010680     MOVE KJ-MAX-RETURN-CODE  TO KJ-SCL-RETURN-CODE.
010690     MOVE KJ-STEP-STATUS      TO KJ-SCL-STATUS.
010700     WRITE KJ-STEP-COMPLETION-RECORD.
010710     CLOSE STEPLOG.
010720 9200-POST-STEP-DONE-EXIT.
010730     EXIT.
