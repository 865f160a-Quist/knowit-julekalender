000240* ITS HISTORY AND A DELETED RULE NUMBER CAN BE REACTIVATED BY A
000250* LATER ADD.
000260*
000270* DUAL CONTROL.  NO OPERATOR CHANGES THE MASTER ALONE.  A
000280* TRANSACTION THAT PASSES THE EDITS IS NOT POSTED BUT QUEUED ON
000290* THE KEYED PENDING QUEUE (PENDTRAN, KJPNDREC) WITH THE RUN'S
000300* OPERATOR AS ITS MAKER.  A LATER RUN UNDER A DIFFERENT LEVEL-3
000310* OPERATOR - THE CHECKER - DECIDES EACH PENDING TRANSACTION ON AN
000320* APPROVAL CARD (RULEAPRV, KJRAPREC): A REJECTED ONE IS CLOSED
000330* OFF, AN APPROVED ONE IS EDITED AGAIN AGAINST THE MASTER AS IT
000340* THEN STANDS AND POSTED, AND EVERY POSTED CHANGE APPENDS ONE
000350* JOURNAL RECORD (RULEJRNL, KJRJNREC) WITH THE MASTER RECORD
000360* BEFORE AND AFTER, THE MAKER, THE CHECKER AND THE POSTING TIME.
000370* KJRMASOF REBUILDS THE MASTER AS OF ANY PAST DATE FROM THAT
000380* JOURNAL.  APPROVAL CARDS ARE TAKEN BEFORE THE NEW DECK, SO THE
000390* DECK IS EDITED AGAINST THE MASTER AFTER THE DAY'S APPROVALS.
000400* EITHER INPUT MAY BE ABSENT.
000410*
000420* MOD-HISTORY.
000430*     2026-08-22 JAK  NEW PROGRAM - RULE MASTER MAINTENANCE AND
000440*                     EDIT PASS IN FRONT OF THE NIGHTLY RULE
000450*                     LOAD.
000460*     2026-08-22 JAK  GRADED CONDITION CODES: EVERY REJECTED
000470*                     TRANSACTION ALSO WRITES ONE KJERRREC
000480*                     RECORD TO ERRSUMM AND THE RUN ENDS WITH
000490*                     RETURN CODE 4 SO THE SCHEDULER AND THE
000500*                     MORNING CHECKLIST SEE IT.
000510*     2026-09-02 JAK  EFFECTIVE-DATED RULES: TRANSACTIONS NOW
000520*                     CARRY EFFECTIVE-FROM/TO DATES (ZERO =
000530*                     OPEN-ENDED), EDITED THE SAME WAY AS
000540*                     LOW/HIGH (RM08 WHEN INVERTED), AND THE
000550*                     OVERLAP EDIT CONSIDERS ONLY RULES
000560*                     CONCURRENTLY IN EFFECT - NEXT YEAR'S
000570*                     RANGES CAN BE KEYED IN EARLY DECEMBER
000580*                     WITHOUT COLLIDING WITH THIS YEAR'S.
000590*     2026-09-02 JAK  RULE-TYPE CODES: TRANSACTIONS CARRY THE
000600*                     QUALIFYING TEST (D/F/P/S, SEE KJCHECK1;
000610*                     BLANK DEFAULTS TO D SO EXISTING DECKS
000620*                     ARE UNCHANGED), EDITED WITH RM09, AND
000630*                     THE OVERLAP EDIT NOW ALSO REQUIRES THE
000640*                     SAME TYPE - TWO RULES RUNNING DIFFERENT
000650*                     TESTS MAY SHARE A RANGE.
000660*     2026-09-02 JAK  OPERATOR AUTHORIZATION: THE CONTROL
000670*                     CARD'S OPERATOR (CTLCARD, SAME LAYOUT
000680*                     THE NIGHTLY JOB RUNS WITH) IS VALIDATED
000690*                     AGAINST THE KEYED OPERATOR MASTER
000700*                     (OPERMAST, KJOPRREC) BEFORE ANY
000710*                     TRANSACTION IS APPLIED - UNKNOWN,
000720*                     INACTIVE OR NOT CLEARED FOR RULE
000730*                     MAINTENANCE (LEVEL 3) REFUSES THE WHOLE
000740*                     DECK WITH RC 8 AND A KJERRREC RECORD.
000750*     2026-10-15 JAK  JOB-STREAM CONTROL: POSTS A STEP-
000760*                     COMPLETION RECORD TO STEPLOG (KJSCLREC)
000770*                     AS IT ENDS, AND SKIPS THE RUN WHEN A
000780*                     RESUBMITTED STREAM FINDS IT ALREADY
000790*                     COMPLETED CLEANLY THIS CYCLE.
000800*     2026-10-15 JAK  MAKER-CHECKER DUAL CONTROL: ACCEPTED
000810*                     TRANSACTIONS ARE QUEUED ON PENDTRAN
000820*                     (KJPNDREC) INSTEAD OF POSTED, APPROVAL
000830*                     CARDS (RULEAPRV, KJRAPREC) FROM A SECOND
000840*                     LEVEL-3 OPERATOR POST OR REJECT THEM, AND
000850*                     EVERY POSTED CHANGE IS JOURNALLED WITH ITS
000860*                     BEFORE/AFTER IMAGES TO RULEJRNL (KJRJNREC).
000870*                     EDITRPT CARRIES THE PENDING ID, MAKER AND
000880*                     CHECKER (KJEDTREC NOW 118 CHARACTERS).
000890*     2026-10-15 JAK  CALENDAR DAY ON THE RULE MASTER: KEYED ON
000900*                     THE TRANSACTION (KJ-RMT-DAY-NUM), EDITED
000910*                     01-24 (RM15), DEFAULTED TO DAY 07 ON AN ADD
000920*                     AND TO THE RULE'S CURRENT DAY ON A CHANGE.
000930*                     THE OVERLAP EDIT ONLY COMPARES RULES OF THE
000940*                     SAME DAY.
000950*****************************************************************
000960 ENVIRONMENT DIVISION.
000970 CONFIGURATION SECTION.
000980 SOURCE-COMPUTER.   IBM-370.
000990 OBJECT-COMPUTER.   IBM-370.
001000 INPUT-OUTPUT SECTION.
001010 FILE-CONTROL.
001020     SELECT CTLCARD  ASSIGN TO CTLCARD
001030         ORGANIZATION IS SEQUENTIAL.
001040
001050     SELECT OPERMAST ASSIGN TO OPERMAST
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS RANDOM
001080         RECORD KEY IS KJ-OPR-OPERATOR-ID.
001090
001100     SELECT OPTIONAL RULETRAN ASSIGN TO RULETRAN
001110         ORGANIZATION IS SEQUENTIAL.
001120
001130     SELECT OPTIONAL RULEAPRV ASSIGN TO RULEAPRV
001140         ORGANIZATION IS SEQUENTIAL.
001150
001160     SELECT OPTIONAL PENDTRAN ASSIGN TO PENDTRAN
001170         ORGANIZATION IS INDEXED
001180         ACCESS MODE IS DYNAMIC
001190         RECORD KEY IS KJ-PND-PEND-ID.
001200
001210     SELECT OPTIONAL RULEJRNL ASSIGN TO RULEJRNL
001220         ORGANIZATION IS SEQUENTIAL.
001230
001240     SELECT RULEMAST ASSIGN TO RULEMAST
001250         ORGANIZATION IS INDEXED
001260         ACCESS MODE IS DYNAMIC
001270         RECORD KEY IS KJ-RMS-RULE-NUM.
001280
001290     SELECT EDITRPT  ASSIGN TO EDITRPT
001300         ORGANIZATION IS SEQUENTIAL.
001310
001320     SELECT ERRSUMM  ASSIGN TO ERRSUMM
001330         ORGANIZATION IS SEQUENTIAL.
001340
001350     SELECT OPTIONAL STEPLOG ASSIGN TO STEPLOG
001360         ORGANIZATION IS SEQUENTIAL.
001370
001380 DATA DIVISION.
001390 FILE SECTION.
001400 FD  CTLCARD
001410     LABEL RECORDS ARE STANDARD
001420     RECORD CONTAINS 55 CHARACTERS.
001430     COPY KJCTLREC.
001440
001450 FD  OPERMAST
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 40 CHARACTERS.
001480     COPY KJOPRREC.
001490
001500 FD  RULETRAN
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 53 CHARACTERS.
001530     COPY KJRMTREC.
001540
001550 FD  RULEAPRV
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 20 CHARACTERS.
001580     COPY KJRAPREC.
001590
001600 FD  PENDTRAN
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 120 CHARACTERS.
001630     COPY KJPNDREC.
001640
001650 FD  RULEJRNL
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 180 CHARACTERS.
001680     COPY KJRJNREC.
001690
001700 FD  RULEMAST
001710     LABEL RECORDS ARE STANDARD
001720     RECORD CONTAINS 61 CHARACTERS.
001730     COPY KJRMSREC.
001740
001750 FD  EDITRPT
001760     LABEL RECORDS ARE STANDARD
001770     RECORD CONTAINS 118 CHARACTERS.
001780     COPY KJEDTREC.
001790
001800 FD  ERRSUMM
001810     LABEL RECORDS ARE STANDARD
001820     RECORD CONTAINS 80 CHARACTERS.
001830     COPY KJERRREC.
001840
001850 FD  STEPLOG
001860     LABEL RECORDS ARE STANDARD
001870     RECORD CONTAINS 48 CHARACTERS.
001880     COPY KJSCLREC.
001890
001900 WORKING-STORAGE SECTION.
001910*****************************************************************
001920* IN-CORE IMAGE OF THE RULE MASTER, LOADED AT START OF RUN AND
001930* KEPT IN STEP WITH EVERY POSTED TRANSACTION, SO THE DUPLICATE
001940* AND OVERLAP EDITS SEE THE MASTER AS IT STANDS AFTER THE
001950* TRANSACTIONS ALREADY APPLIED THIS RUN, NOT JUST AS IT STOOD
001960* LAST NIGHT.
001970*****************************************************************
001980 01  KJ-MST-TABLE.
001990     05  KJ-MST-ENTRY OCCURS 200 TIMES.
002000         10  KJ-MST-RULE-NUM   PIC 9(4).
002010         10  KJ-MST-DIVISOR    PIC 9(4).
002020         10  KJ-MST-LOW        PIC 9(9).
002030         10  KJ-MST-HIGH       PIC 9(9).
002040         10  KJ-MST-STATUS     PIC X(01).
002050             88  KJ-MST-ACTIVE        VALUE "A".
002060         10  KJ-MST-EFF-FROM   PIC 9(8).
002070         10  KJ-MST-EFF-TO     PIC 9(8).
002080         10  KJ-MST-RULE-TYPE  PIC X(01).
002090         10  KJ-MST-DAY-NUM    PIC 9(2).
002100
002110 01  KJ-MST-COUNT             PIC 9(4) COMP VALUE 0.
002120 01  KJ-MST-IDX               PIC 9(4) COMP VALUE 0.
002130 01  KJ-FOUND-IDX             PIC 9(4) COMP VALUE 0.
002140
002150 01  KJ-MNT-RUN-DATE          PIC 9(8) VALUE 0.
002160 01  KJ-MNT-RUN-TIME          PIC 9(8) VALUE 0.
002170 01  KJ-MNT-PROGRAM-NAME      PIC X(08) VALUE "KJRULMNT".
002180 01  KJ-MNT-OPERATOR          PIC X(08) VALUE "UNKNOWN".
002190
002200*****************************************************************
002210* OPERATOR AUTHORIZATION WORKING FIELDS.  THE CONTROL CARD'S
002220* OPERATOR MUST BE ON THE OPERATOR MASTER, ACTIVE, AND CLEARED
002230* FOR RULE MAINTENANCE (LEVEL 3) OR THE WHOLE TRANSACTION DECK
002240* IS REFUSED.
002250*****************************************************************
002260 01  KJ-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
002270     88  KJ-CTLCARD-EOF              VALUE "Y".
002280 01  KJ-OPERATOR-OK-SW        PIC X(01) VALUE "N".
002290     88  KJ-OPERATOR-OK              VALUE "Y".
002300 01  KJ-RUN-BLOCKED-SW        PIC X(01) VALUE "N".
002310     88  KJ-RUN-BLOCKED              VALUE "Y".
002320
002330 01  KJ-ACCEPT-COUNT          PIC 9(5) VALUE 0.
002340 01  KJ-REJECT-COUNT          PIC 9(5) VALUE 0.
002350 01  KJ-QUEUE-COUNT           PIC 9(5) VALUE 0.
002360 01  KJ-HELD-COUNT            PIC 9(5) VALUE 0.
002370
002380*****************************************************************
002390* DUAL-CONTROL WORKING FIELDS.  THE NEXT PENDING ID IS ONE PAST
002400* THE HIGHEST ON THE QUEUE AT START OF RUN.  THE MAKER, CHECKER,
002410* PENDING ID AND DISPOSITION OF THE TRANSACTION IN HAND ARE
002420* STAGED HERE FOR ITS EDIT REPORT RECORD, AND THE MASTER RECORD
002430* AS IT STOOD BEFORE AN APPROVED CHANGE IS HELD FOR THE JOURNAL.
002440*****************************************************************
002450 01  KJ-NEXT-PEND-ID          PIC 9(6) VALUE 1.
002460 01  KJ-MNT-PEND-ID           PIC 9(6) VALUE 0.
002470 01  KJ-MNT-MAKER             PIC X(08) VALUE SPACES.
002480 01  KJ-MNT-CHECKER           PIC X(08) VALUE SPACES.
002490 01  KJ-MNT-DISPOSITION       PIC X(06) VALUE SPACES.
002500 01  KJ-MNT-BEFORE-SW         PIC X(01) VALUE "N".
002510     88  KJ-MNT-HAS-BEFORE           VALUE "Y".
002520 01  KJ-MNT-BEFORE-IMAGE      PIC X(61) VALUE SPACES.
002530
002540 01  KJ-RULEAPRV-EOF-SW       PIC X(01) VALUE "N".
002550     88  KJ-RULEAPRV-EOF             VALUE "Y".
002560 01  KJ-PENDTRAN-EOF-SW       PIC X(01) VALUE "N".
002570     88  KJ-PENDTRAN-EOF             VALUE "Y".
002580
002590*****************************************************************
002600* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
002610* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
002620* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
002630* RETURN-CODE BEFORE STOP RUN.
002640*****************************************************************
002650 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
002660 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
002670 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
002680 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
002690 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
002700
002710 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
002720     88  KJ-ERRSUMM-OPEN             VALUE "Y".
002730
002740*****************************************************************
002750* JOB-STREAM STEP-COMPLETION WORKING FIELDS.  STEPLOG IS READ AT
002760* START OF RUN SO A RESUBMITTED STREAM SKIPS THIS STEP WHEN IT
002770* ALREADY COMPLETED CLEANLY THIS CYCLE, AND ONE COMPLETION
002780* RECORD IS APPENDED AS THE RUN ENDS (SEE KJSCLREC).
002790*****************************************************************
002800 01  KJ-STEP-END-DATE         PIC 9(8) VALUE 0.
002810 01  KJ-STEP-END-TIME         PIC 9(8) VALUE 0.
002820 01  KJ-STEP-STATUS           PIC X(01) VALUE "C".
002830 01  KJ-STEPLOG-EOF-SW        PIC X(01) VALUE "N".
002840     88  KJ-STEPLOG-EOF              VALUE "Y".
002850 01  KJ-STEP-DONE-SW          PIC X(01) VALUE "N".
002860     88  KJ-STEP-ALREADY-DONE        VALUE "Y".
002870
002880 01  KJ-RULETRAN-EOF-SW       PIC X(01) VALUE "N".
002890     88  KJ-RULETRAN-EOF             VALUE "Y".
002900
002910 01  KJ-RULEMAST-EOF-SW       PIC X(01) VALUE "N".
002920     88  KJ-RULEMAST-EOF             VALUE "Y".
002930
002940 01  KJ-TRANS-OK-SW           PIC X(01) VALUE "N".
002950     88  KJ-TRANS-OK                 VALUE "Y".
002960     88  KJ-TRANS-REJECTED           VALUE "N".
002970
002980 01  KJ-OVERLAP-SW            PIC X(01) VALUE "N".
002990     88  KJ-OVERLAP-FOUND            VALUE "Y".
003000
003010 01  KJ-REASON-CODE           PIC X(04) VALUE SPACES.
003020 01  KJ-REASON-TEXT           PIC X(30) VALUE SPACES.
003030
003040*****************************************************************
003050* EFFECTIVE-DATE OVERLAP WORK FIELDS.  A ZERO EFFECTIVE-TO
003060* MEANS OPEN-ENDED, SO IT COMPARES AS THE HIGHEST POSSIBLE
003070* DATE WHEN TWO RULES ARE TESTED FOR CONCURRENT EFFECT.
003080*****************************************************************
003090 01  KJ-TRN-EFF-END           PIC 9(8) VALUE 0.
003100 01  KJ-MST-EFF-END           PIC 9(8) VALUE 0.
003110
003120*****************************************************************
003130* THE TRANSACTION'S QUALIFYING TEST AFTER THE BLANK DEFAULT IS
003140* APPLIED - WHAT THE MASTER IS POSTED WITH AND WHAT THE
003150* OVERLAP EDIT COMPARES.
003160*****************************************************************
003170 01  KJ-TRN-RULE-TYPE         PIC X(01) VALUE "D".
003180
003190*****************************************************************
003200* THE TRANSACTION'S CALENDAR DAY AFTER THE BLANK DEFAULT IS
003210* APPLIED - DAY 07 ON AN ADD, THE RULE'S CURRENT DAY ON A
003220* CHANGE.  RULES FOR DIFFERENT DAYS NEVER OVERLAP EACH OTHER.
003230*****************************************************************
003240 01  KJ-TRN-DAY-NUM           PIC 9(2) VALUE 7.
003250
003260 PROCEDURE DIVISION.
003270*-----------------------------------------------------------------
003280* 0000-MAINLINE.
003290*-----------------------------------------------------------------
003300 0000-MAINLINE.
003310     PERFORM 1000-INITIALIZE
003320         THRU 1000-INITIALIZE-EXIT.
003330     IF KJ-STEP-ALREADY-DONE
003340         MOVE "S" TO KJ-STEP-STATUS
003350         PERFORM 9200-POST-STEP-DONE
003360             THRU 9200-POST-STEP-DONE-EXIT
003370         MOVE 0 TO RETURN-CODE
003380         STOP RUN
003390     END-IF.
003400     IF NOT KJ-RUN-BLOCKED
003410         PERFORM 3000-APPLY-APPROVAL
003420             THRU 3000-APPLY-APPROVAL-EXIT
003430             WITH TEST AFTER UNTIL KJ-RULEAPRV-EOF
003440         PERFORM 2000-QUEUE-TRANS
003450             THRU 2000-QUEUE-TRANS-EXIT
003460             WITH TEST AFTER UNTIL KJ-RULETRAN-EOF
003470         CLOSE RULEAPRV
003480         CLOSE RULETRAN
003490         CLOSE PENDTRAN
003500         CLOSE RULEJRNL
003510         CLOSE RULEMAST
003520         CLOSE EDITRPT
003530         DISPLAY "KJRULMNT - TRANSACTIONS QUEUED:   "
003540             KJ-QUEUE-COUNT
003550         DISPLAY "KJRULMNT - TRANSACTIONS ACCEPTED: "
003560             KJ-ACCEPT-COUNT
003570         DISPLAY "KJRULMNT - TRANSACTIONS REJECTED: "
003580             KJ-REJECT-COUNT
003590         DISPLAY "KJRULMNT - APPROVALS HELD:        "
003600             KJ-HELD-COUNT
003610     END-IF.
003620     IF KJ-ERRSUMM-OPEN
003630         CLOSE ERRSUMM
003640     END-IF.
003650     PERFORM 9200-POST-STEP-DONE
003660         THRU 9200-POST-STEP-DONE-EXIT.
003670     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
003680     STOP RUN.
003690
003700*-----------------------------------------------------------------
003710* 1000-INITIALIZE - VALIDATES THE SUBMITTING OPERATOR, THEN
003720* OPENS THE FILES, LOADS THE CURRENT RULE MASTER INTO THE
003730* IN-CORE TABLE THE EDITS RUN AGAINST, AND FINDS THE NEXT FREE
003740* PENDING ID.  A BLOCKED OPERATOR LEAVES EVERY FILE UNTOUCHED.
003750*-----------------------------------------------------------------
003760 1000-INITIALIZE.
003770     ACCEPT KJ-MNT-RUN-DATE FROM DATE YYYYMMDD.
003780     ACCEPT KJ-MNT-RUN-TIME FROM TIME.
003790     PERFORM 9100-CHECK-STEP-DONE
003800         THRU 9100-CHECK-STEP-DONE-EXIT.
003810     IF KJ-STEP-ALREADY-DONE
003820         GO TO 1000-INITIALIZE-EXIT
003830     END-IF.
003840     PERFORM 1050-VALIDATE-OPERATOR
003850         THRU 1050-VALIDATE-OPERATOR-EXIT.
003860     IF KJ-RUN-BLOCKED
003870         GO TO 1000-INITIALIZE-EXIT
003880     END-IF.
003890     OPEN INPUT RULEAPRV.
003900     OPEN INPUT RULETRAN.
003910     OPEN I-O PENDTRAN.
003920     OPEN EXTEND RULEJRNL.
003930     OPEN I-O RULEMAST.
003940     OPEN OUTPUT EDITRPT.
003950     PERFORM 1200-FIND-NEXT-PEND-ID
003960         THRU 1200-FIND-NEXT-PEND-ID-EXIT
003970         WITH TEST AFTER UNTIL KJ-PENDTRAN-EOF.
003980     PERFORM 1100-LOAD-MASTER
003990         THRU 1100-LOAD-MASTER-EXIT
004000         WITH TEST AFTER
004010         UNTIL KJ-RULEMAST-EOF OR KJ-MST-COUNT >= 200.
004020     IF NOT KJ-RULEMAST-EOF
004030         DISPLAY "KJ0310W RULE MASTER HOLDS MORE THAN 200 "
004040             "RECORDS - EDITS RUN AGAINST THE FIRST 200 ONLY."
004050         MOVE "KJ0310W" TO KJ-RAISE-CONDITION
004060         MOVE "W"       TO KJ-RAISE-SEVERITY
004070         MOVE 4         TO KJ-RAISE-RC
004080         MOVE "RULE MASTER EXCEEDS 200-ENTRY EDIT TABLE"
004090             TO KJ-RAISE-TEXT
004100         PERFORM 9000-RAISE-CONDITION
004110             THRU 9000-RAISE-CONDITION-EXIT
004120     END-IF.
004130 1000-INITIALIZE-EXIT.
004140     EXIT.
004150
004160*-----------------------------------------------------------------
004170* 1050-VALIDATE-OPERATOR - THE SUBMITTING OPERATOR COMES OFF
004180* THE SAME CONTROL CARD LAYOUT THE NIGHTLY JOB RUNS WITH AND
004190* MUST BE ON THE OPERATOR AUTHORIZATION MASTER, ACTIVE, AND
004200* CLEARED FOR RULE MAINTENANCE (LEVEL 3).  A MISSING CARD
004210* LEAVES THE OPERATOR AT UNKNOWN, WHICH IS NEVER ON THE
004220* MASTER - NOBODY APPLIES A RULETRAN DECK ANONYMOUSLY ANY
004230* MORE.  A BLOCKED OPERATOR REFUSES THE WHOLE DECK WITH RC 8.
004240*-----------------------------------------------------------------
004250 1050-VALIDATE-OPERATOR.
004260     OPEN INPUT CTLCARD.
004270     READ CTLCARD
004280         AT END
004290             SET KJ-CTLCARD-EOF TO TRUE
004300         NOT AT END
004310             IF KJ-CTL-OPERATOR NOT EQUAL TO SPACES
004320                 MOVE KJ-CTL-OPERATOR TO KJ-MNT-OPERATOR
004330             END-IF
004340     END-READ.
004350     CLOSE CTLCARD.
004360     OPEN INPUT OPERMAST.
004370     MOVE KJ-MNT-OPERATOR TO KJ-OPR-OPERATOR-ID.
004380     READ OPERMAST
004390         INVALID KEY
004400             CONTINUE
004410         NOT INVALID KEY
004420             IF KJ-OPR-ACTIVE AND KJ-OPR-AUTH-LEVEL >= 3
004430                 SET KJ-OPERATOR-OK TO TRUE
004440             END-IF
004450     END-READ.
004460     CLOSE OPERMAST.
004470     IF NOT KJ-OPERATOR-OK
004480         DISPLAY "KJ0640E OPERATOR " KJ-MNT-OPERATOR " IS NOT "
004490             "AUTHORIZED FOR RULE MAINTENANCE - DECK REFUSED."
004500         MOVE "KJ0640E" TO KJ-RAISE-CONDITION
004510         MOVE "E"       TO KJ-RAISE-SEVERITY
004520         MOVE 8         TO KJ-RAISE-RC
004530         MOVE "OPERATOR NOT AUTHORIZED FOR MAINTENANCE"
004540             TO KJ-RAISE-TEXT
004550         PERFORM 9000-RAISE-CONDITION
004560             THRU 9000-RAISE-CONDITION-EXIT
004570         SET KJ-RUN-BLOCKED TO TRUE
004580     END-IF.
004590 1050-VALIDATE-OPERATOR-EXIT.
004600     EXIT.
004610
004620*-----------------------------------------------------------------
004630* 1100-LOAD-MASTER - READS THE NEXT RULE MASTER RECORD INTO THE
004640* IN-CORE TABLE.
004650*-----------------------------------------------------------------
004660 1100-LOAD-MASTER.
004670     READ RULEMAST NEXT RECORD
004680         AT END
004690             SET KJ-RULEMAST-EOF TO TRUE
004700         NOT AT END
004710             ADD 1 TO KJ-MST-COUNT
004720             MOVE KJ-RMS-RULE-NUM
004730                 TO KJ-MST-RULE-NUM (KJ-MST-COUNT)
004740             MOVE KJ-RMS-DIVISOR
004750                 TO KJ-MST-DIVISOR (KJ-MST-COUNT)
004760             MOVE KJ-RMS-LOW
004770                 TO KJ-MST-LOW (KJ-MST-COUNT)
004780             MOVE KJ-RMS-HIGH
004790                 TO KJ-MST-HIGH (KJ-MST-COUNT)
004800             MOVE KJ-RMS-STATUS
004810                 TO KJ-MST-STATUS (KJ-MST-COUNT)
004820             MOVE KJ-RMS-EFF-FROM
004830                 TO KJ-MST-EFF-FROM (KJ-MST-COUNT)
004840             MOVE KJ-RMS-EFF-TO
004850                 TO KJ-MST-EFF-TO (KJ-MST-COUNT)
004860             IF KJ-RMS-RULE-TYPE = SPACE
004870                 MOVE "D" TO KJ-MST-RULE-TYPE (KJ-MST-COUNT)
004880             ELSE
004890                 MOVE KJ-RMS-RULE-TYPE
004900                     TO KJ-MST-RULE-TYPE (KJ-MST-COUNT)
004910             END-IF
004920             IF KJ-RMS-DAY-NUM NOT NUMERIC
004930                 OR KJ-RMS-DAY-NUM = 0
004940                 MOVE 7 TO KJ-MST-DAY-NUM (KJ-MST-COUNT)
004950             ELSE
004960                 MOVE KJ-RMS-DAY-NUM
004970                     TO KJ-MST-DAY-NUM (KJ-MST-COUNT)
004980             END-IF
004990     END-READ.
005000 1100-LOAD-MASTER-EXIT.
005010     EXIT.
005020
005030*-----------------------------------------------------------------
005040* 1200-FIND-NEXT-PEND-ID - READS THE PENDING QUEUE IN KEY ORDER;
005050* THE NEXT PENDING ID IS ONE PAST THE HIGHEST ALREADY ON IT.
005060* DECIDED TRANSACTIONS STAY ON THE QUEUE, SO AN ID IS NEVER
005070* GIVEN OUT TWICE.
005080*-----------------------------------------------------------------
005090 1200-FIND-NEXT-PEND-ID.
005100     READ PENDTRAN NEXT RECORD
005110         AT END
005120             SET KJ-PENDTRAN-EOF TO TRUE
005130         NOT AT END
005140             COMPUTE KJ-NEXT-PEND-ID = KJ-PND-PEND-ID + 1
005150     END-READ.
005160 1200-FIND-NEXT-PEND-ID-EXIT.
005170     EXIT.
005180
005190*-----------------------------------------------------------------
005200* 2000-QUEUE-TRANS - READS ONE MAINTENANCE TRANSACTION, EDITS IT,
005210* QUEUES IT FOR A CHECKER WHEN IT PASSES, AND REPORTS ITS
005220* DISPOSITION EITHER WAY.  THE RUN'S OPERATOR IS ITS MAKER.
005230*-----------------------------------------------------------------
005240 2000-QUEUE-TRANS.
005250     READ RULETRAN
005260         AT END
005270             SET KJ-RULETRAN-EOF TO TRUE
005280         NOT AT END
005290             MOVE 0               TO KJ-MNT-PEND-ID
005300             MOVE KJ-MNT-OPERATOR TO KJ-MNT-MAKER
005310             MOVE SPACES          TO KJ-MNT-CHECKER
005320             PERFORM 2100-EDIT-TRANS
005330                 THRU 2100-EDIT-TRANS-EXIT
005340             IF KJ-TRANS-OK
005350                 PERFORM 2400-QUEUE-PENDING
005360                     THRU 2400-QUEUE-PENDING-EXIT
005370             END-IF
005380             IF KJ-TRANS-OK
005390                 ADD 1 TO KJ-QUEUE-COUNT
005400                 MOVE "QUEUED" TO KJ-MNT-DISPOSITION
005410             ELSE
005420                 ADD 1 TO KJ-REJECT-COUNT
005430                 MOVE "REJECT" TO KJ-MNT-DISPOSITION
005440                 MOVE "KJ0300W" TO KJ-RAISE-CONDITION
005450                 MOVE "W"       TO KJ-RAISE-SEVERITY
005460                 MOVE 4         TO KJ-RAISE-RC
005470                 MOVE KJ-REASON-TEXT TO KJ-RAISE-TEXT
005480                 PERFORM 9000-RAISE-CONDITION
005490                     THRU 9000-RAISE-CONDITION-EXIT
005500             END-IF
005510             PERFORM 2300-WRITE-EDIT
005520                 THRU 2300-WRITE-EDIT-EXIT
005530     END-READ.
005540 2000-QUEUE-TRANS-EXIT.
005550     EXIT.
005560
005570*-----------------------------------------------------------------
005580* 2100-EDIT-TRANS - EDITS ONE TRANSACTION AGAINST THE IN-CORE
005590* MASTER.  SETS KJ-TRANS-OK OR LEAVES THE REJECT REASON IN
005600* KJ-REASON-CODE/KJ-REASON-TEXT.
005610*-----------------------------------------------------------------
005620 2100-EDIT-TRANS.
005630     SET KJ-TRANS-OK TO TRUE.
005640     MOVE SPACES TO KJ-REASON-CODE.
005650     MOVE SPACES TO KJ-REASON-TEXT.
005660     PERFORM 2140-FIND-RULE
005670         THRU 2140-FIND-RULE-EXIT.
005680     IF NOT KJ-RMT-ADD AND NOT KJ-RMT-CHANGE
005690         AND NOT KJ-RMT-DELETE
005700         SET KJ-TRANS-REJECTED TO TRUE
005710         MOVE "RM06" TO KJ-REASON-CODE
005720         MOVE "INVALID ACTION CODE" TO KJ-REASON-TEXT
005730         GO TO 2100-EDIT-TRANS-EXIT
005740     END-IF.
005750     IF KJ-RMT-DELETE
005760         IF KJ-FOUND-IDX = 0
005770             OR NOT KJ-MST-ACTIVE (KJ-FOUND-IDX)
005780             SET KJ-TRANS-REJECTED TO TRUE
005790             MOVE "RM04" TO KJ-REASON-CODE
005800             MOVE "RULE NOT ON MASTER" TO KJ-REASON-TEXT
005810         END-IF
005820         GO TO 2100-EDIT-TRANS-EXIT
005830     END-IF.
005840     IF KJ-RMT-DIVISOR = 0
005850         SET KJ-TRANS-REJECTED TO TRUE
005860         MOVE "RM02" TO KJ-REASON-CODE
005870         MOVE "ZERO DIVISOR" TO KJ-REASON-TEXT
005880         GO TO 2100-EDIT-TRANS-EXIT
005890     END-IF.
005900     IF KJ-RMT-LOW > KJ-RMT-HIGH
005910         SET KJ-TRANS-REJECTED TO TRUE
005920         MOVE "RM01" TO KJ-REASON-CODE
005930         MOVE "LOW GREATER THAN HIGH" TO KJ-REASON-TEXT
005940         GO TO 2100-EDIT-TRANS-EXIT
005950     END-IF.
005960     IF KJ-RMT-EFF-TO > 0
005970         AND KJ-RMT-EFF-FROM > KJ-RMT-EFF-TO
005980         SET KJ-TRANS-REJECTED TO TRUE
005990         MOVE "RM08" TO KJ-REASON-CODE
006000         MOVE "EFFECTIVE-FROM AFTER EFFECTIVE-TO"
006010             TO KJ-REASON-TEXT
006020         GO TO 2100-EDIT-TRANS-EXIT
006030     END-IF.
006040     IF KJ-RMT-TYPE-BLANK
006050         MOVE "D" TO KJ-TRN-RULE-TYPE
006060     ELSE
006070         IF KJ-RMT-TYPE-VALID
006080             MOVE KJ-RMT-RULE-TYPE TO KJ-TRN-RULE-TYPE
006090         ELSE
006100             SET KJ-TRANS-REJECTED TO TRUE
006110             MOVE "RM09" TO KJ-REASON-CODE
006120             MOVE "INVALID RULE TYPE" TO KJ-REASON-TEXT
006130             GO TO 2100-EDIT-TRANS-EXIT
006140         END-IF
006150     END-IF.
006160     IF KJ-RMT-DAY-BLANK
006170         OR (KJ-RMT-DAY-NUM NUMERIC AND KJ-RMT-DAY-NUM = 0)
006180         IF KJ-RMT-CHANGE AND KJ-FOUND-IDX > 0
006190             MOVE KJ-MST-DAY-NUM (KJ-FOUND-IDX) TO KJ-TRN-DAY-NUM
006200         ELSE
006210             MOVE 7 TO KJ-TRN-DAY-NUM
006220         END-IF
006230     ELSE
006240         IF KJ-RMT-DAY-NUM NOT NUMERIC
006250             OR KJ-RMT-DAY-NUM > 24
006260             SET KJ-TRANS-REJECTED TO TRUE
006270             MOVE "RM15" TO KJ-REASON-CODE
006280             MOVE "INVALID CALENDAR DAY" TO KJ-REASON-TEXT
006290             GO TO 2100-EDIT-TRANS-EXIT
006300         END-IF
006310         MOVE KJ-RMT-DAY-NUM TO KJ-TRN-DAY-NUM
006320     END-IF.
006330     IF KJ-RMT-ADD
006340         IF KJ-FOUND-IDX > 0
006350             AND KJ-MST-ACTIVE (KJ-FOUND-IDX)
006360             SET KJ-TRANS-REJECTED TO TRUE
006370             MOVE "RM03" TO KJ-REASON-CODE
006380             MOVE "DUPLICATE RULE NUMBER ON ADD"
006390                 TO KJ-REASON-TEXT
006400             GO TO 2100-EDIT-TRANS-EXIT
006410         END-IF
006420         IF KJ-FOUND-IDX = 0 AND KJ-MST-COUNT >= 200
006430             SET KJ-TRANS-REJECTED TO TRUE
006440             MOVE "RM07" TO KJ-REASON-CODE
006450             MOVE "RULE MASTER TABLE FULL" TO KJ-REASON-TEXT
006460             GO TO 2100-EDIT-TRANS-EXIT
006470         END-IF
006480     END-IF.
006490     IF KJ-RMT-CHANGE
006500         IF KJ-FOUND-IDX = 0
006510             OR NOT KJ-MST-ACTIVE (KJ-FOUND-IDX)
006520             SET KJ-TRANS-REJECTED TO TRUE
006530             MOVE "RM04" TO KJ-REASON-CODE
006540             MOVE "RULE NOT ON MASTER" TO KJ-REASON-TEXT
006550             GO TO 2100-EDIT-TRANS-EXIT
006560         END-IF
006570     END-IF.
006580     MOVE "N" TO KJ-OVERLAP-SW.
006590     PERFORM 2150-CHECK-OVERLAP
006600         THRU 2150-CHECK-OVERLAP-EXIT
006610         VARYING KJ-MST-IDX FROM 1 BY 1
006620             UNTIL KJ-MST-IDX > KJ-MST-COUNT.
006630     IF KJ-OVERLAP-FOUND
006640         SET KJ-TRANS-REJECTED TO TRUE
006650         MOVE "RM05" TO KJ-REASON-CODE
006660         MOVE "OVERLAPS SAME-DIVISOR RULE"
006670             TO KJ-REASON-TEXT
006680     END-IF.
006690 2100-EDIT-TRANS-EXIT.
006700     EXIT.
006710
006720*-----------------------------------------------------------------
006730* 2140-FIND-RULE - LOOKS THE TRANSACTION'S RULE NUMBER UP IN THE
006740* IN-CORE MASTER TABLE.  KJ-FOUND-IDX IS ITS ENTRY NUMBER, OR
006750* ZERO WHEN THE RULE IS NOT ON THE MASTER AT ALL.
006760*-----------------------------------------------------------------
006770 2140-FIND-RULE.
006780     MOVE 0 TO KJ-FOUND-IDX.
006790     PERFORM 2145-FIND-RULE-SCAN
006800         THRU 2145-FIND-RULE-SCAN-EXIT
006810         VARYING KJ-MST-IDX FROM 1 BY 1
006820             UNTIL KJ-MST-IDX > KJ-MST-COUNT.
006830 2140-FIND-RULE-EXIT.
006840     EXIT.
006850
006860 2145-FIND-RULE-SCAN.
006870     IF KJ-MST-RULE-NUM (KJ-MST-IDX) = KJ-RMT-RULE-NUM
006880         MOVE KJ-MST-IDX TO KJ-FOUND-IDX
006890     END-IF.
006900 2145-FIND-RULE-SCAN-EXIT.
006910     EXIT.
006920
006930*-----------------------------------------------------------------
006940* 2150-CHECK-OVERLAP - FLAGS THE TRANSACTION WHEN ITS RANGE
006950* TOUCHES ANY OTHER ACTIVE RULE WITH THE SAME DIVISOR, TYPE AND
006960* CALENDAR DAY THAT IS CONCURRENTLY IN EFFECT - TWO RULES WHOSE
006970* EFFECTIVE DATE RANGES NEVER MEET (THIS YEAR'S AND NEXT
006980* YEAR'S) MAY SHARE A VALUE RANGE FREELY, AS MAY TWO DAYS'
006990* RULES.  A ZERO EFFECTIVE-TO IS OPEN-ENDED.  THE RULE'S OWN
007000* MASTER ENTRY IS SKIPPED SO A CHANGE CAN NARROW OR WIDEN ITS
007010* OWN RANGE.
007020*-----------------------------------------------------------------
007030 2150-CHECK-OVERLAP.
007040     IF KJ-RMT-EFF-TO = 0
007050         MOVE 99999999 TO KJ-TRN-EFF-END
007060     ELSE
007070         MOVE KJ-RMT-EFF-TO TO KJ-TRN-EFF-END
007080     END-IF.
007090     IF KJ-MST-EFF-TO (KJ-MST-IDX) = 0
007100         MOVE 99999999 TO KJ-MST-EFF-END
007110     ELSE
007120         MOVE KJ-MST-EFF-TO (KJ-MST-IDX) TO KJ-MST-EFF-END
007130     END-IF.
007140     IF KJ-MST-IDX NOT = KJ-FOUND-IDX
007150         AND KJ-MST-ACTIVE (KJ-MST-IDX)
007160         AND KJ-MST-DIVISOR (KJ-MST-IDX) = KJ-RMT-DIVISOR
007170         AND KJ-MST-RULE-TYPE (KJ-MST-IDX) = KJ-TRN-RULE-TYPE
007180         AND KJ-MST-DAY-NUM (KJ-MST-IDX) = KJ-TRN-DAY-NUM
007190         AND KJ-RMT-LOW <= KJ-MST-HIGH (KJ-MST-IDX)
007200         AND KJ-RMT-HIGH >= KJ-MST-LOW (KJ-MST-IDX)
007210         AND KJ-RMT-EFF-FROM <= KJ-MST-EFF-END
007220         AND KJ-MST-EFF-FROM (KJ-MST-IDX) <= KJ-TRN-EFF-END
007230         SET KJ-OVERLAP-FOUND TO TRUE
007240     END-IF.
007250 2150-CHECK-OVERLAP-EXIT.
007260     EXIT.
007270
007280*-----------------------------------------------------------------
007290* 2200-POST-TRANS - POSTS AN APPROVED TRANSACTION TO THE KEYED
007300* MASTER AND TO THE IN-CORE TABLE.  AN ADD OVER AN INACTIVE
007310* RECORD REACTIVATES IT; A DELETE MARKS THE RECORD INACTIVE
007320* RATHER THAN REMOVING IT.  A NEW ADD'S KEYED WRITE CAN STILL
007330* HIT A DUPLICATE WHEN THE MASTER HOLDS MORE RECORDS THAN THE
007340* 200-ENTRY EDIT TABLE LOADED (SEE KJ0310W) - THE INVALID KEY
007350* PATH TURNS THAT INTO AN RM03 REJECT INSTEAD OF AN ABEND.
007360*-----------------------------------------------------------------
007370 2200-POST-TRANS.
007380     MOVE KJ-RMT-RULE-NUM TO KJ-RMS-RULE-NUM.
007390     IF KJ-RMT-DELETE
007400         MOVE KJ-MST-DIVISOR (KJ-FOUND-IDX) TO KJ-RMS-DIVISOR
007410         MOVE KJ-MST-LOW     (KJ-FOUND-IDX) TO KJ-RMS-LOW
007420         MOVE KJ-MST-HIGH    (KJ-FOUND-IDX) TO KJ-RMS-HIGH
007430         MOVE KJ-MST-EFF-FROM (KJ-FOUND-IDX)
007440             TO KJ-RMS-EFF-FROM
007450         MOVE KJ-MST-EFF-TO  (KJ-FOUND-IDX) TO KJ-RMS-EFF-TO
007460         MOVE KJ-MST-RULE-TYPE (KJ-FOUND-IDX)
007470             TO KJ-RMS-RULE-TYPE
007480         MOVE KJ-MST-DAY-NUM (KJ-FOUND-IDX) TO KJ-RMS-DAY-NUM
007490         MOVE "I"            TO KJ-RMS-STATUS
007500         MOVE "I"            TO KJ-MST-STATUS (KJ-FOUND-IDX)
007510     ELSE
007520         MOVE KJ-RMT-DIVISOR TO KJ-RMS-DIVISOR
007530         MOVE KJ-RMT-LOW     TO KJ-RMS-LOW
007540         MOVE KJ-RMT-HIGH    TO KJ-RMS-HIGH
007550         MOVE KJ-RMT-EFF-FROM TO KJ-RMS-EFF-FROM
007560         MOVE KJ-RMT-EFF-TO  TO KJ-RMS-EFF-TO
007570         MOVE KJ-TRN-RULE-TYPE TO KJ-RMS-RULE-TYPE
007580         MOVE KJ-TRN-DAY-NUM TO KJ-RMS-DAY-NUM
007590         MOVE "A"            TO KJ-RMS-STATUS
007600     END-IF.
007610     MOVE KJ-MNT-RUN-DATE TO KJ-RMS-MAINT-DATE.
007620     IF KJ-RMT-ADD AND KJ-FOUND-IDX = 0
007630         WRITE KJ-RULE-MASTER-RECORD
007640             INVALID KEY
007650                 SET KJ-TRANS-REJECTED TO TRUE
007660                 MOVE "RM03" TO KJ-REASON-CODE
007670                 MOVE "RULE ALREADY ON MASTER"
007680                     TO KJ-REASON-TEXT
007690             NOT INVALID KEY
007700                 ADD 1 TO KJ-MST-COUNT
007710                 MOVE KJ-MST-COUNT TO KJ-FOUND-IDX
007720                 MOVE KJ-RMT-RULE-NUM
007730                     TO KJ-MST-RULE-NUM (KJ-FOUND-IDX)
007740         END-WRITE
007750     ELSE
007760         REWRITE KJ-RULE-MASTER-RECORD
007770     END-IF.
007780     IF KJ-TRANS-OK AND NOT KJ-RMT-DELETE
007790         MOVE KJ-RMT-DIVISOR TO KJ-MST-DIVISOR (KJ-FOUND-IDX)
007800         MOVE KJ-RMT-LOW     TO KJ-MST-LOW     (KJ-FOUND-IDX)
007810         MOVE KJ-RMT-HIGH    TO KJ-MST-HIGH    (KJ-FOUND-IDX)
007820         MOVE KJ-RMT-EFF-FROM
007830             TO KJ-MST-EFF-FROM (KJ-FOUND-IDX)
007840         MOVE KJ-RMT-EFF-TO  TO KJ-MST-EFF-TO (KJ-FOUND-IDX)
007850         MOVE KJ-TRN-RULE-TYPE
007860             TO KJ-MST-RULE-TYPE (KJ-FOUND-IDX)
007870         MOVE KJ-TRN-DAY-NUM TO KJ-MST-DAY-NUM (KJ-FOUND-IDX)
007880         MOVE "A"            TO KJ-MST-STATUS  (KJ-FOUND-IDX)
007890     END-IF.
007900 2200-POST-TRANS-EXIT.
007910     EXIT.
007920
007930*-----------------------------------------------------------------
007940* 2300-WRITE-EDIT - ONE EDIT REPORT RECORD FOR THE TRANSACTION
007950* JUST PROCESSED, WITH THE DISPOSITION, PENDING ID, MAKER AND
007960* CHECKER STAGED BY THE CALLER.
007970*-----------------------------------------------------------------
007980 2300-WRITE-EDIT.
007990     MOVE KJ-RMT-ACTION   TO KJ-EDT-ACTION.
008000     MOVE KJ-RMT-RULE-NUM TO KJ-EDT-RULE-NUM.
008010     MOVE KJ-RMT-DIVISOR  TO KJ-EDT-DIVISOR.
008020     MOVE KJ-RMT-LOW      TO KJ-EDT-LOW.
008030     MOVE KJ-RMT-HIGH     TO KJ-EDT-HIGH.
008040     MOVE KJ-RMT-EFF-FROM TO KJ-EDT-EFF-FROM.
008050     MOVE KJ-RMT-EFF-TO   TO KJ-EDT-EFF-TO.
008060     MOVE KJ-RMT-RULE-TYPE TO KJ-EDT-RULE-TYPE.
008070     IF KJ-RMT-DAY-NUM NUMERIC
008080         MOVE KJ-RMT-DAY-NUM TO KJ-EDT-DAY-NUM
008090     ELSE
008100         MOVE 0 TO KJ-EDT-DAY-NUM
008110     END-IF.
008120     MOVE KJ-MNT-DISPOSITION TO KJ-EDT-DISPOSITION.
008130     MOVE KJ-REASON-CODE  TO KJ-EDT-REASON-CODE.
008140     MOVE KJ-REASON-TEXT  TO KJ-EDT-REASON-TEXT.
008150     MOVE KJ-MNT-RUN-DATE TO KJ-EDT-RUN-DATE.
008160     MOVE KJ-MNT-PEND-ID  TO KJ-EDT-PEND-ID.
008170     MOVE KJ-MNT-MAKER    TO KJ-EDT-MAKER.
008180     MOVE KJ-MNT-CHECKER  TO KJ-EDT-CHECKER.
008190     WRITE KJ-EDIT-REPORT-RECORD.
008200 2300-WRITE-EDIT-EXIT.
008210     EXIT.
008220
008230*-----------------------------------------------------------------
008240* 2400-QUEUE-PENDING - WRITES AN EDITED TRANSACTION TO THE
008250* PENDING QUEUE UNDER THE NEXT PENDING ID, WITH THE RUN'S
008260* OPERATOR AS MAKER.  THE ID CANNOT NORMALLY BE IN USE; IF IT
008270* IS, THE TRANSACTION IS REJECTED RM14 RATHER THAN LOST.
008280*-----------------------------------------------------------------
008290 2400-QUEUE-PENDING.
008300     MOVE SPACES               TO KJ-PENDING-TRANS-RECORD.
008310     MOVE KJ-NEXT-PEND-ID      TO KJ-PND-PEND-ID.
008320     SET KJ-PND-PENDING        TO TRUE.
008330     MOVE KJ-RULE-MAINT-RECORD TO KJ-PND-TRANS-IMAGE.
008340     MOVE KJ-MNT-OPERATOR      TO KJ-PND-MAKER.
008350     MOVE KJ-MNT-RUN-DATE      TO KJ-PND-QUEUED-DATE.
008360     COMPUTE KJ-PND-QUEUED-TIME = KJ-MNT-RUN-TIME / 100.
008370     MOVE 0                    TO KJ-PND-DECIDED-DATE.
008380     WRITE KJ-PENDING-TRANS-RECORD
008390         INVALID KEY
008400             SET KJ-TRANS-REJECTED TO TRUE
008410             MOVE "RM14" TO KJ-REASON-CODE
008420             MOVE "PENDING QUEUE WRITE FAILED"
008430                 TO KJ-REASON-TEXT
008440         NOT INVALID KEY
008450             MOVE KJ-NEXT-PEND-ID TO KJ-MNT-PEND-ID
008460             ADD 1 TO KJ-NEXT-PEND-ID
008470     END-WRITE.
008480 2400-QUEUE-PENDING-EXIT.
008490     EXIT.
008500
008510*-----------------------------------------------------------------
008520* 3000-APPLY-APPROVAL - READS ONE CHECKER'S APPROVAL CARD AND
008530* DECIDES THE PENDING TRANSACTION IT NAMES.
008540*-----------------------------------------------------------------
008550 3000-APPLY-APPROVAL.
008560     READ RULEAPRV
008570         AT END
008580             SET KJ-RULEAPRV-EOF TO TRUE
008590         NOT AT END
008600             PERFORM 3100-DECIDE-PENDING
008610                 THRU 3100-DECIDE-PENDING-EXIT
008620             PERFORM 2300-WRITE-EDIT
008630                 THRU 2300-WRITE-EDIT-EXIT
008640     END-READ.
008650 3000-APPLY-APPROVAL-EXIT.
008660     EXIT.
008670
008680*-----------------------------------------------------------------
008690* 3100-DECIDE-PENDING - THE RUN'S OPERATOR IS THE CHECKER.  A
008700* CARD FOR A TRANSACTION NOT ON THE QUEUE OR ALREADY DECIDED IS
008710* REJECTED (RM11).  A CARD FROM THE TRANSACTION'S OWN MAKER
008720* (RM10) OR WITH A DECISION OTHER THAN A/R (RM13) IS REFUSED AND
008730* THE TRANSACTION STAYS PENDING FOR A PROPER CHECKER.  A CHECKER
008740* REJECT CLOSES THE TRANSACTION OFF (RM12).  AN APPROVED
008750* TRANSACTION IS EDITED AGAIN AGAINST THE MASTER AS IT NOW
008760* STANDS - OTHER CHANGES MAY HAVE BEEN POSTED SINCE IT WAS
008770* QUEUED - AND POSTED AND JOURNALLED WHEN IT STILL PASSES.
008780*-----------------------------------------------------------------
008790 3100-DECIDE-PENDING.
008800     MOVE KJ-RAP-PEND-ID  TO KJ-MNT-PEND-ID.
008810     MOVE SPACES          TO KJ-MNT-MAKER.
008820     MOVE KJ-MNT-OPERATOR TO KJ-MNT-CHECKER.
008830     MOVE SPACES          TO KJ-REASON-CODE.
008840     MOVE SPACES          TO KJ-REASON-TEXT.
008850     SET KJ-TRANS-OK      TO TRUE.
008860     MOVE KJ-RAP-PEND-ID  TO KJ-PND-PEND-ID.
008870     READ PENDTRAN
008880         INVALID KEY
008890             MOVE SPACE TO KJ-PND-STATUS
008900     END-READ.
008910     IF NOT KJ-PND-PENDING
008920         MOVE SPACES TO KJ-RULE-MAINT-RECORD
008930         MOVE 0 TO KJ-RMT-RULE-NUM KJ-RMT-DIVISOR
008940                   KJ-RMT-LOW KJ-RMT-HIGH
008950                   KJ-RMT-EFF-FROM KJ-RMT-EFF-TO
008960         SET KJ-TRANS-REJECTED TO TRUE
008970         MOVE "RM11" TO KJ-REASON-CODE
008980         MOVE "NOT A PENDING TRANSACTION" TO KJ-REASON-TEXT
008990         MOVE "REJECT" TO KJ-MNT-DISPOSITION
009000         PERFORM 3800-REFUSE-CARD
009010             THRU 3800-REFUSE-CARD-EXIT
009020         GO TO 3100-DECIDE-PENDING-EXIT
009030     END-IF.
009040     MOVE KJ-PND-TRANS-IMAGE TO KJ-RULE-MAINT-RECORD.
009050     MOVE KJ-PND-MAKER       TO KJ-MNT-MAKER.
009060     IF KJ-PND-MAKER = KJ-MNT-OPERATOR
009070         SET KJ-TRANS-REJECTED TO TRUE
009080         MOVE "RM10" TO KJ-REASON-CODE
009090         MOVE "CHECKER SAME AS MAKER" TO KJ-REASON-TEXT
009100         MOVE "HELD  " TO KJ-MNT-DISPOSITION
009110         PERFORM 3800-REFUSE-CARD
009120             THRU 3800-REFUSE-CARD-EXIT
009130         GO TO 3100-DECIDE-PENDING-EXIT
009140     END-IF.
009150     IF NOT KJ-RAP-APPROVE AND NOT KJ-RAP-REJECT
009160         SET KJ-TRANS-REJECTED TO TRUE
009170         MOVE "RM13" TO KJ-REASON-CODE
009180         MOVE "INVALID APPROVAL DECISION" TO KJ-REASON-TEXT
009190         MOVE "HELD  " TO KJ-MNT-DISPOSITION
009200         PERFORM 3800-REFUSE-CARD
009210             THRU 3800-REFUSE-CARD-EXIT
009220         GO TO 3100-DECIDE-PENDING-EXIT
009230     END-IF.
009240     IF KJ-RAP-REJECT
009250         SET KJ-TRANS-REJECTED TO TRUE
009260         MOVE "RM12" TO KJ-REASON-CODE
009270         MOVE "REJECTED BY CHECKER" TO KJ-REASON-TEXT
009280         ADD 1 TO KJ-REJECT-COUNT
009290     ELSE
009300         PERFORM 2100-EDIT-TRANS
009310             THRU 2100-EDIT-TRANS-EXIT
009320         IF KJ-TRANS-OK
009330             PERFORM 3200-READ-BEFORE
009340                 THRU 3200-READ-BEFORE-EXIT
009350             PERFORM 2200-POST-TRANS
009360                 THRU 2200-POST-TRANS-EXIT
009370         END-IF
009380         IF KJ-TRANS-OK
009390             PERFORM 3300-WRITE-JOURNAL
009400                 THRU 3300-WRITE-JOURNAL-EXIT
009410             ADD 1 TO KJ-ACCEPT-COUNT
009420         ELSE
009430             ADD 1 TO KJ-REJECT-COUNT
009440             MOVE "KJ0300W" TO KJ-RAISE-CONDITION
009450             MOVE "W"       TO KJ-RAISE-SEVERITY
009460             MOVE 4         TO KJ-RAISE-RC
009470             MOVE KJ-REASON-TEXT TO KJ-RAISE-TEXT
009480             PERFORM 9000-RAISE-CONDITION
009490                 THRU 9000-RAISE-CONDITION-EXIT
009500         END-IF
009510     END-IF.
009520     IF KJ-TRANS-OK
009530         SET KJ-PND-APPLIED TO TRUE
009540         MOVE "ACCEPT" TO KJ-MNT-DISPOSITION
009550     ELSE
009560         SET KJ-PND-REJECTED TO TRUE
009570         MOVE "REJECT" TO KJ-MNT-DISPOSITION
009580     END-IF.
009590     MOVE KJ-MNT-OPERATOR TO KJ-PND-CHECKER.
009600     MOVE KJ-MNT-RUN-DATE TO KJ-PND-DECIDED-DATE.
009610     MOVE KJ-REASON-CODE  TO KJ-PND-REASON-CODE.
009620     REWRITE KJ-PENDING-TRANS-RECORD.
009630 3100-DECIDE-PENDING-EXIT.
009640     EXIT.
009650
009660*-----------------------------------------------------------------
009670* 3200-READ-BEFORE - KEEPS THE MASTER RECORD AS IT STANDS BEFORE
009680* AN APPROVED TRANSACTION IS POSTED, FOR THE JOURNAL.  AN ADD OF
009690* A RULE NUMBER NEVER ON THE MASTER HAS NO BEFORE IMAGE.
009700*-----------------------------------------------------------------
009710 3200-READ-BEFORE.
009720     MOVE "N"             TO KJ-MNT-BEFORE-SW.
009730     MOVE SPACES          TO KJ-MNT-BEFORE-IMAGE.
009740     MOVE KJ-RMT-RULE-NUM TO KJ-RMS-RULE-NUM.
009750     READ RULEMAST
009760         INVALID KEY
009770             CONTINUE
009780         NOT INVALID KEY
009790             SET KJ-MNT-HAS-BEFORE TO TRUE
009800             MOVE KJ-RULE-MASTER-RECORD TO KJ-MNT-BEFORE-IMAGE
009810     END-READ.
009820 3200-READ-BEFORE-EXIT.
009830     EXIT.
009840
009850*-----------------------------------------------------------------
009860* 3300-WRITE-JOURNAL - APPENDS ONE JOURNAL RECORD FOR A CHANGE
009870* JUST POSTED: THE MASTER RECORD BEFORE AND AFTER, THE MAKER AND
009880* CHECKER, AND THE POSTING DATE AND TIME.
009890*-----------------------------------------------------------------
009900 3300-WRITE-JOURNAL.
009910     MOVE SPACES              TO KJ-RULE-JOURNAL-RECORD.
009920     MOVE KJ-MNT-RUN-DATE     TO KJ-RJN-APPLY-DATE.
009930     COMPUTE KJ-RJN-APPLY-TIME = KJ-MNT-RUN-TIME / 100.
009940     MOVE KJ-PND-PEND-ID      TO KJ-RJN-PEND-ID.
009950     MOVE KJ-RMT-ACTION       TO KJ-RJN-ACTION.
009960     MOVE KJ-RMT-RULE-NUM     TO KJ-RJN-RULE-NUM.
009970     MOVE KJ-PND-MAKER        TO KJ-RJN-MAKER.
009980     MOVE KJ-MNT-OPERATOR     TO KJ-RJN-CHECKER.
009990     MOVE KJ-PND-QUEUED-DATE  TO KJ-RJN-QUEUED-DATE.
010000     IF KJ-MNT-HAS-BEFORE
010010         SET KJ-RJN-HAS-BEFORE TO TRUE
010020     ELSE
010030         SET KJ-RJN-NO-BEFORE TO TRUE
010040     END-IF.
010050     MOVE KJ-MNT-BEFORE-IMAGE TO KJ-RJN-BEFORE-IMAGE.
010060     MOVE KJ-RULE-MASTER-RECORD TO KJ-RJN-AFTER-IMAGE.
010070     WRITE KJ-RULE-JOURNAL-RECORD.
010080 3300-WRITE-JOURNAL-EXIT.
010090     EXIT.
010100
010110*-----------------------------------------------------------------
010120* 3800-REFUSE-CARD - COUNTS A REFUSED APPROVAL CARD AND RAISES IT
010130* ON ERRSUMM LIKE ANY OTHER REJECTED TRANSACTION.  THE PENDING
010140* TRANSACTION ITSELF IS LEFT AS IT WAS.
010150*-----------------------------------------------------------------
010160 3800-REFUSE-CARD.
010170     IF KJ-MNT-DISPOSITION = "HELD  "
010180         ADD 1 TO KJ-HELD-COUNT
010190     ELSE
010200         ADD 1 TO KJ-REJECT-COUNT
010210     END-IF.
010220     MOVE "KJ0300W" TO KJ-RAISE-CONDITION.
010230     MOVE "W"       TO KJ-RAISE-SEVERITY.
010240     MOVE 4         TO KJ-RAISE-RC.
010250     MOVE KJ-REASON-TEXT TO KJ-RAISE-TEXT.
010260     PERFORM 9000-RAISE-CONDITION
010270         THRU 9000-RAISE-CONDITION-EXIT.
010280 3800-REFUSE-CARD-EXIT.
010290     EXIT.
010300
010310*-----------------------------------------------------------------
010320* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
010330* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
010340* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
010350* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
010360*-----------------------------------------------------------------
010370 9000-RAISE-CONDITION.
010380     IF NOT KJ-ERRSUMM-OPEN
010390         OPEN OUTPUT ERRSUMM
010400         SET KJ-ERRSUMM-OPEN TO TRUE
010410     END-IF.
010420     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
010430     MOVE KJ-MNT-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
010440     MOVE KJ-MNT-RUN-DATE     TO KJ-ERR-RUN-DATE.
010450     COMPUTE KJ-ERR-RUN-TIME = KJ-MNT-RUN-TIME / 100.
010460     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
010470     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
010480     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
010490     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
010500     WRITE KJ-ERROR-SUMMARY-RECORD.
010510     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
010520         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
010530     END-IF.
010540 9000-RAISE-CONDITION-EXIT.
010550     EXIT.
010560
010570*-----------------------------------------------------------------
010580* 9100-CHECK-STEP-DONE - READS THE CYCLE'S STEP-COMPLETION LOG.
010590* WHEN THIS STEP IS ALREADY ON IT AS COMPLETED WITH A RETURN
010600* CODE OF 4 OR LESS, THE STREAM HAS BEEN RESUBMITTED PAST IT
010610* AND THE RUN ENDS AT ONCE INSTEAD OF REPEATING ITS WORK.  A
010620* MISSING LOG (FIRST SUBMISSION OF THE CYCLE) READS AS EMPTY.
010630*-----------------------------------------------------------------
010640 9100-CHECK-STEP-DONE.
010650     MOVE "N" TO KJ-STEPLOG-EOF-SW.
010660     OPEN INPUT STEPLOG.
010670     PERFORM 9110-READ-STEPLOG
010680         THRU 9110-READ-STEPLOG-EXIT
010690         WITH TEST AFTER UNTIL KJ-STEPLOG-EOF.
010700     CLOSE STEPLOG.
010710     IF KJ-STEP-ALREADY-DONE
010720         DISPLAY "KJ1000I " KJ-MNT-PROGRAM-NAME
010730             " ALREADY COMPLETED THIS CYCLE - SKIPPED."
010740     END-IF.
010750 9100-CHECK-STEP-DONE-EXIT.
010760     EXIT.
010770
010780*-----------------------------------------------------------------
010790* 9110-READ-STEPLOG - ONE STEP-COMPLETION RECORD.
010800*-----------------------------------------------------------------
010810 9110-READ-STEPLOG.
010820     READ STEPLOG
010830         AT END
010840             SET KJ-STEPLOG-EOF TO TRUE
010850         NOT AT END
010860             IF KJ-SCL-PROGRAM-ID = KJ-MNT-PROGRAM-NAME
010870                 AND KJ-SCL-STEP-NUM = 0
010880                 AND KJ-SCL-COMPLETED
010890                 AND KJ-SCL-RETURN-CODE NOT > 4
010900                 SET KJ-STEP-ALREADY-DONE TO TRUE
010910             END-IF
010920     END-READ.
010930 9110-READ-STEPLOG-EXIT.
010940     EXIT.
010950
010960*-----------------------------------------------------------------
010970* 9200-POST-STEP-DONE - APPENDS THIS RUN'S STEP-COMPLETION
010980* RECORD: START DATE AND TIME AS STAMPED ON ITS ERRSUMM RECORDS,
010990* END DATE AND TIME NOW, THE FINAL RETURN CODE, AND THE STATUS
011000* STAGED IN KJ-STEP-STATUS BY THE MAINLINE.
011010*-----------------------------------------------------------------
011020 9200-POST-STEP-DONE.
011030     ACCEPT KJ-STEP-END-DATE FROM DATE YYYYMMDD.
011040     ACCEPT KJ-STEP-END-TIME FROM TIME.
011050     OPEN EXTEND STEPLOG.
011060     MOVE SPACES              TO KJ-STEP-COMPLETION-RECORD.
011070     MOVE KJ-MNT-PROGRAM-NAME TO KJ-SCL-PROGRAM-ID.
011080     MOVE 0                   TO KJ-SCL-STEP-NUM.
011090     MOVE KJ-MNT-RUN-DATE     TO KJ-SCL-START-DATE.
011100     COMPUTE KJ-SCL-START-TIME = KJ-MNT-RUN-TIME / 100.
011110     MOVE KJ-STEP-END-DATE    TO KJ-SCL-END-DATE.
011120     COMPUTE KJ-SCL-END-TIME = KJ-STEP-END-TIME / 100.
011130     MOVE KJ-MAX-RETURN-CODE  TO KJ-SCL-RETURN-CODE.
011140     MOVE KJ-STEP-STATUS      TO KJ-SCL-STATUS.
011150     WRITE KJ-STEP-COMPLETION-RECORD.
011160     CLOSE STEPLOG.
011170 9200-POST-STEP-DONE-EXIT.
011180     EXIT.
