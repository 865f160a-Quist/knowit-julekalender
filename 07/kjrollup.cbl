000140* RUNS ITS OWN SLICE OF THE RANGE (VIA THE CONTROL CARD'S
000150* LOW/HIGH) AND APPENDS ONE PARTIAL RECORD TO PARTOUT; THIS
000160* PROGRAM READS ALL OF THEM AND COMBINES THEM INTO ONE SUM AND
000170* QUALIFY COUNT FOR THE FULL RANGE.  WHEN THE NIGHT RAN RULES FOR
000180* SEVERAL CALENDAR DAYS EACH STEP WRITES ONE PARTIAL PER DAY, AND
000190* THE COMBINING, VALIDATION AND CALRESLT POSTING ARE DONE DAY BY
000200* DAY.
000210*
000220* BEFORE COMBINING, THE PARTIALS ARE VALIDATED: A DUPLICATE
000230* STEP NUMBER (A RERUN SLICE APPENDED TWICE UNDER DISP=MOD), AN
000240* OVERLAP, OR A GAP AGAINST THE INTENDED FULL RANGE (FROM THE
000250* CONTROL CARD'S LOW/HIGH; DERIVED FROM THE SLICES THEMSELVES
000260* WHEN NO CARD IS SUPPLIED) EACH WRITE A COVERAGE EXCEPTION
000270* RECORD (COVEXCP), AND THE ROLLUP THEN REFUSES TO WRITE ITS
000280* TRAILER AND THE AFFECTED DAY'S CALRESLT RECORD RATHER THAN
000290* PUBLISH AN INFLATED OR INCOMPLETE TOTAL.
000300*
000310* RUNS AS THE LAST STEP OF THE JOB, AFTER ALL THE SPLIT STEPS.
000320*
000330* MOD-HISTORY.
000340*     2026-08-09 JAK  NEW PROGRAM - COMBINES PARTIAL RESULTS
000350*                     FROM A RANGE SPLIT ACROSS JOB STEPS.
000360*     2026-08-09 JAK  WIDENED KJ-ROLL-SUM TO PIC 9(15) SO A
000370*                     LARGER RANGE'S COMBINED TOTAL CANNOT
000380*                     OVERFLOW.
000390*     2026-08-22 JAK  GRADED CONDITION CODES: WARNINGS AND
000400*                     ERRORS NOW WRITE ONE KJERRREC RECORD TO
000410*                     ERRSUMM AND GRADE THE FINAL RETURN CODE
000420*                     (4 = WARNING, 8 = MUST NOT PROCEED), SO
000430*                     THE SCHEDULER CAN HOLD DOWNSTREAM STEPS.
000440*     2026-08-22 JAK  VALIDATES THE PARTIALS BEFORE COMBINING:
000450*                     DUPLICATE STEP NUMBERS ARE REJECTED, AND
000460*                     THE SLICES MUST FIT THE INTENDED FULL
000470*                     RANGE WITH NO GAP AND NO OVERLAP, OR THE
000480*                     TRAILER AND CALRESLT RECORD ARE WITHHELD
000490*                     AND A COVERAGE EXCEPTION REPORT SAYS
000500*                     WHICH SLICE IS MISSING, DUPLICATED OR
000510*                     OVERLAPPING.
000520*     2026-09-02 JAK  THE DUPLICATE CHECK NOW KEYS ON STEP
000530*                     NUMBER PLUS SLICE LOW: A STEP QUIESCED AT
000540*                     THE WINDOW CUTOFF AND ITS RESUMED
000550*                     REMAINDER SHARE A STEP NUMBER BUT COVER
000560*                     CONTIGUOUS SLICES, WHICH THE COVERAGE
000570*                     WALK VALIDATES AS USUAL; ONLY THE SAME
000580*                     SLICE ON FILE TWICE (A DISP=MOD DOUBLE
000590*                     APPEND) IS A DUPLICATE.
000600*     2026-10-15 JAK  JOB-STREAM CONTROL: POSTS A STEP-
000610*                     COMPLETION RECORD TO STEPLOG (KJSCLREC)
000620*                     AS IT ENDS, AND SKIPS THE RUN WHEN A
000630*                     RESUBMITTED STREAM FINDS IT ALREADY
000640*                     COMPLETED CLEANLY THIS CYCLE.
000650*     2026-10-15 JAK  CALRESLT RECORD WRITTEN WITH A CLEAR
000660*                     REVERSAL STATUS FOR KJBKOUT.
000670*     2026-10-15 JAK  ROLLS UP PER CALENDAR DAY: KNOWIT NOW
000680*                     WRITES ONE PARTIAL PER DAY A STEP RAN
000690*                     (KJ-PAR-DAY-NUM, ZERO MEANS DAY 07).  THE
000700*                     DUPLICATE KEY IS DAY, STEP AND SLICE LOW;
000710*                     EACH DAY'S SLICES ARE WALKED FOR COVERAGE
000720*                     ON THEIR OWN, AND A CALRESLT RECORD IS
000730*                     WRITTEN FOR EVERY DAY THAT IS WHOLE.  A DAY
000740*                     WITH EXCEPTIONS HAS ITS RECORD WITHHELD; THE
000750*                     TRAILER NEEDS EVERY DAY WHOLE.
000760*     2026-10-15 JAK  MULTI-NIGHT CAMPAIGNS: ON A CAMPAIGN NIGHT
000770*                     KJCMPAGN WRITES THE CONTROL CARD AND THE
000780*                     JCL POINTS PARTOUT AT THE CAMPAIGN'S BANKED
000790*                     PARTIALS (CAMPPART).  A CARD MARKED D
000800*                     (CAMPAIGN NOT YET COMPLETE) DEFERS THE
000810*                     ROLLUP - NOTHING IS READ OR POSTED AND THE
000820*                     STEP ENDS CLEAN; A CARD MARKED C ROLLS UP
000830*                     THE WHOLE CAMPAIGN RANGE AS USUAL.
000840*     2026-10-15 JAK  THE SLICE TABLE HOLDS 100 SLICES FOR EACH
000850*                     OF THE 24 DAYS (2400).  A DAY WITH MORE THAN
000860*                     100 SLICES IS REPORTED KJ0550E AND HAS ONLY
000870*                     ITS OWN CALRESLT RECORD WITHHELD; THE OTHER
000880*                     DAYS STILL POST.
000890*****************************************************************
000900 ENVIRONMENT DIVISION.
000910 CONFIGURATION SECTION.
000920 SOURCE-COMPUTER.   IBM-370.
000930 OBJECT-COMPUTER.   IBM-370.
000940 INPUT-OUTPUT SECTION.
000950 FILE-CONTROL.
000960     SELECT CTLCARD ASSIGN TO CTLCARD
000970         ORGANIZATION IS SEQUENTIAL.
000980
000990     SELECT PARTIN  ASSIGN TO PARTOUT
001000         ORGANIZATION IS SEQUENTIAL.
001010
001020     SELECT ROLLOUT ASSIGN TO ROLLOUT
001030         ORGANIZATION IS SEQUENTIAL.
001040
001050     SELECT COVEXCP ASSIGN TO COVEXCP
001060         ORGANIZATION IS SEQUENTIAL.
001070
001080     SELECT CALRESLT ASSIGN TO CALRESLT
001090         ORGANIZATION IS SEQUENTIAL.
001100
001110     SELECT ERRSUMM  ASSIGN TO ERRSUMM
001120         ORGANIZATION IS SEQUENTIAL.
001130
001140     SELECT OPTIONAL STEPLOG ASSIGN TO STEPLOG
001150         ORGANIZATION IS SEQUENTIAL.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001190 FD  CTLCARD
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 55 CHARACTERS.
001220     COPY KJCTLREC.
001230
001240 FD  PARTIN
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 64 CHARACTERS.
001270     COPY KJPARREC.
001280
001290 FD  ROLLOUT
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 42 CHARACTERS.
001320     COPY KJTRLREC.
001330
001340 FD  COVEXCP
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 60 CHARACTERS.
001370     COPY KJCOVREC.
001380
001390 FD  CALRESLT
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 51 CHARACTERS.
001420     COPY KJCALREC.
001430
001440 FD  ERRSUMM
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 80 CHARACTERS.
001470     COPY KJERRREC.
001480
001490 FD  STEPLOG
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 48 CHARACTERS.
001520     COPY KJSCLREC.
001530
001540 WORKING-STORAGE SECTION.
001550 01  KJ-ROLL-SUM              PIC 9(15) VALUE 0.
001560 01  KJ-ROLL-QUALIFY-COUNT    PIC 9(9) VALUE 0.
001570 01  KJ-ROLL-STEP-COUNT       PIC 9(4) COMP VALUE 0.
001580 01  KJ-ROLL-RUN-DATE         PIC 9(8) VALUE 0.
001590 01  KJ-ROLL-RUN-TIME         PIC 9(8) VALUE 0.
001600
001610*****************************************************************
001620* IN-CORE TABLE OF THE PARTIAL SLICES, LOADED FROM PARTOUT AND
001630* SORTED BY CALENDAR DAY AND SLICE LOW SO THE COVERAGE WALK CAN
001640* CHECK THAT EACH SLICE PICKS UP EXACTLY WHERE THE PRIOR ONE OF
001650* THE SAME DAY ENDED.  ROOM FOR 100 SLICES FOR EACH OF THE 24
001660* CALENDAR DAYS; KJ-RDY-LOADED KEEPS EACH DAY TO ITS 100.
001670*****************************************************************
001680 01  KJ-SLICE-TABLE.
001690     05  KJ-SLICE-ENTRY OCCURS 2400 TIMES.
001700         10  KJ-SLC-DAY-NUM    PIC 9(2).
001710         10  KJ-SLC-STEP-NUM   PIC 9(4).
001720         10  KJ-SLC-LOW        PIC 9(9).
001730         10  KJ-SLC-HIGH       PIC 9(9).
001740         10  KJ-SLC-SUM        PIC 9(15).
001750         10  KJ-SLC-QUALIFY-COUNT PIC 9(9).
001760
001770 01  KJ-SLICE-SWAP            PIC X(48).
001780
001790 01  KJ-SLC-IDX               PIC 9(4) COMP VALUE 0.
001800 01  KJ-SLC-JDX               PIC 9(4) COMP VALUE 0.
001810 01  KJ-DUP-IDX               PIC 9(4) COMP VALUE 0.
001820
001830*****************************************************************
001840* PER-DAY ROLLUP FIELDS.  KJ-ROLL-DAY IS THE CALENDAR DAY BEING
001850* LOADED OR WALKED (A ZERO OR BLANK DAY ON A PARTIAL MEANS DAY
001860* 07); KJ-GRP-FIRST/KJ-GRP-LAST BOUND ITS SLICES IN THE SORTED
001870* TABLE.  THE DAY TABLE HOLDS EACH DAY'S COMBINED TOTALS, SLICE
001880* COUNT AND EXCEPTION COUNT, SUBSCRIPTED BY DAY NUMBER, WITH THE
001890* SLICES LOADED FOR IT AND WHETHER IT OVERFLOWED THE TABLE.
001900*****************************************************************
001910 01  KJ-ROLL-DAY              PIC 9(2) VALUE 7.
001920 01  KJ-GRP-FIRST             PIC 9(4) COMP VALUE 0.
001930 01  KJ-GRP-LAST              PIC 9(4) COMP VALUE 0.
001940 01  KJ-RDY-IDX               PIC 9(4) COMP VALUE 0.
001950 01  KJ-DAYS-POSTED           PIC 9(4) COMP VALUE 0.
001960
001970 01  KJ-ROLL-DAY-TABLE.
001980     05  KJ-ROLL-DAY-ENTRY OCCURS 24 TIMES.
001990         10  KJ-RDY-SUM            PIC 9(15).
002000         10  KJ-RDY-QUALIFY-COUNT  PIC 9(9).
002010         10  KJ-RDY-SLICE-COUNT    PIC 9(4) COMP.
002020         10  KJ-RDY-EXCP-COUNT     PIC 9(4) COMP.
002030         10  KJ-RDY-LOADED         PIC 9(4) COMP.
002040         10  KJ-RDY-FULL-SW        PIC X(01).
002050             88  KJ-RDY-FULL              VALUE "Y".
002060
002070*****************************************************************
002080* THE INTENDED FULL RANGE THE SLICES MUST COVER.  SUPPLIED BY
002090* THE JOB'S CONTROL CARD; WHEN NO CARD IS ON FILE IT IS DERIVED
002100* FROM THE SLICES THEMSELVES, SO ONLY CONTIGUITY (NO GAP, NO
002110* OVERLAP, NO DUPLICATE) IS THEN ENFORCED.
002120*****************************************************************
002130 01  KJ-INTENDED-LOW          PIC 9(9) VALUE 0.
002140 01  KJ-INTENDED-HIGH         PIC 9(9) VALUE 0.
002150 01  KJ-HAVE-INTENDED-SW      PIC X(01) VALUE "N".
002160     88  KJ-HAVE-INTENDED            VALUE "Y".
002170 01  KJ-ROLLUP-DEFER-SW       PIC X(01) VALUE "N".
002180     88  KJ-ROLLUP-DEFERRED          VALUE "Y".
002190 01  KJ-EXPECTED-LOW          PIC 9(9) VALUE 0.
002200
002210 01  KJ-EXCEPTION-COUNT       PIC 9(4) VALUE 0.
002220 01  KJ-COVEXCP-OPEN-SW       PIC X(01) VALUE "N".
002230     88  KJ-COVEXCP-OPEN             VALUE "Y".
002240
002250*****************************************************************
002260* CALENDAR-WIDE ROLLUP CONSTANTS - SAME DAY NUMBER/PROGRAM NAME
002270* KNOW-IT-JULEKALENDER USES TO IDENTIFY ITSELF TO CALRESLT.  THE
002280* ROLLED-UP TOTAL WRITTEN HERE IS APPENDED AFTER EACH SPLIT
002290* STEP'S OWN CALRESLT RECORD, SO - SINCE KJCALRPT TAKES THE LAST
002300* RECORD FOR A DAY AS ITS ANSWER - THE COMBINED FIGURE WINS OVER
002310* ANY ONE STEP'S PARTIAL.  KJ-CAL-DAY-NUMBER IS THE DAY A PARTIAL
002320* WITH NO DAY NUMBER ON IT BELONGS TO.
002330*****************************************************************
002340 01  KJ-CAL-DAY-NUMBER        PIC 9(2) VALUE 7.
002350 01  KJ-CAL-PROGRAM-NAME      PIC X(08) VALUE "KJROLLUP".
002360
002370 01  KJ-PARTIN-EOF-SW         PIC X(01) VALUE "N".
002380     88  KJ-PARTIN-EOF               VALUE "Y".
002390 01  KJ-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
002400     88  KJ-CTLCARD-EOF              VALUE "Y".
002410
002420*****************************************************************
002430* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
002440* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
002450* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
002460* RETURN-CODE BEFORE STOP RUN.
002470*****************************************************************
002480 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
002490 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
002500 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
002510 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
002520 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
002530
002540 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
002550     88  KJ-ERRSUMM-OPEN             VALUE "Y".
002560
002570*****************************************************************
002580* JOB-STREAM STEP-COMPLETION WORKING FIELDS.  STEPLOG IS READ AT
002590* START OF RUN SO A RESUBMITTED STREAM SKIPS THIS STEP WHEN IT
002600* ALREADY COMPLETED CLEANLY THIS CYCLE, AND ONE COMPLETION
002610* RECORD IS APPENDED AS THE RUN ENDS (SEE KJSCLREC).
002620*****************************************************************
002630 01  KJ-STEP-END-DATE         PIC 9(8) VALUE 0.
002640 01  KJ-STEP-END-TIME         PIC 9(8) VALUE 0.
002650 01  KJ-STEP-STATUS           PIC X(01) VALUE "C".
002660 01  KJ-STEPLOG-EOF-SW        PIC X(01) VALUE "N".
002670     88  KJ-STEPLOG-EOF              VALUE "Y".
002680 01  KJ-STEP-DONE-SW          PIC X(01) VALUE "N".
002690     88  KJ-STEP-ALREADY-DONE        VALUE "Y".
002700
002710 PROCEDURE DIVISION.
002720*-----------------------------------------------------------------
002730* 0000-MAINLINE.
002740*-----------------------------------------------------------------
002750 0000-MAINLINE.
002760     ACCEPT KJ-ROLL-RUN-DATE FROM DATE YYYYMMDD.
002770     ACCEPT KJ-ROLL-RUN-TIME FROM TIME.
002780     PERFORM 9100-CHECK-STEP-DONE
002790         THRU 9100-CHECK-STEP-DONE-EXIT.
002800     IF KJ-STEP-ALREADY-DONE
002810         MOVE "S" TO KJ-STEP-STATUS
002820         PERFORM 9200-POST-STEP-DONE
002830             THRU 9200-POST-STEP-DONE-EXIT
002840         MOVE 0 TO RETURN-CODE
002850         STOP RUN
002860     END-IF.
002870     PERFORM 0500-READ-CTLCARD
002880         THRU 0500-READ-CTLCARD-EXIT.
002890     IF KJ-ROLLUP-DEFERRED
002900         DISPLAY "KJ1990I CAMPAIGN NOT YET COMPLETE - ROLLUP "
002910             "DEFERRED, NOTHING POSTED."
002920         PERFORM 9200-POST-STEP-DONE
002930             THRU 9200-POST-STEP-DONE-EXIT
002940         MOVE 0 TO RETURN-CODE
002950         STOP RUN
002960     END-IF.
002970     PERFORM 0600-CLEAR-DAY
002980         THRU 0600-CLEAR-DAY-EXIT
002990         VARYING KJ-RDY-IDX FROM 1 BY 1 UNTIL KJ-RDY-IDX > 24.
003000     OPEN INPUT PARTIN.
003010     PERFORM 1000-READ-PARTIAL
003020         THRU 1000-READ-PARTIAL-EXIT
003030         WITH TEST AFTER UNTIL KJ-PARTIN-EOF.
003040     CLOSE PARTIN.
003050     IF KJ-ROLL-STEP-COUNT = 0
003060         DISPLAY "KJ0510W NO PARTIAL RECORDS ON FILE - "
003070             "NOTHING TO ROLL UP."
003080         MOVE "KJ0510W" TO KJ-RAISE-CONDITION
003090         MOVE "W"       TO KJ-RAISE-SEVERITY
003100         MOVE 4         TO KJ-RAISE-RC
003110         MOVE "NO PARTIAL RECORDS ON FILE TO ROLL UP"
003120             TO KJ-RAISE-TEXT
003130         PERFORM 9000-RAISE-CONDITION
003140             THRU 9000-RAISE-CONDITION-EXIT
003150     ELSE
003160         PERFORM 2000-SORT-SLICES
003170             THRU 2000-SORT-SLICES-EXIT
003180         MOVE 1 TO KJ-GRP-FIRST
003190         PERFORM 2150-CHECK-DAY-GROUP
003200             THRU 2150-CHECK-DAY-GROUP-EXIT
003210             UNTIL KJ-GRP-FIRST > KJ-ROLL-STEP-COUNT
003220     END-IF.
003230     IF KJ-ROLL-STEP-COUNT > 0
003240         PERFORM 2500-ACCUMULATE
003250             THRU 2500-ACCUMULATE-EXIT
003260             VARYING KJ-SLC-IDX FROM 1 BY 1
003270                 UNTIL KJ-SLC-IDX > KJ-ROLL-STEP-COUNT
003280         PERFORM 3000-WRITE-CAL-RESULT
003290             THRU 3000-WRITE-CAL-RESULT-EXIT
003300     END-IF.
003310     IF KJ-ROLL-STEP-COUNT > 0 AND KJ-EXCEPTION-COUNT = 0
003320         OPEN OUTPUT ROLLOUT
003330         MOVE KJ-ROLL-SUM            TO KJ-TRL-SUM
003340         MOVE KJ-ROLL-QUALIFY-COUNT  TO KJ-TRL-QUALIFY-COUNT
003350         MOVE KJ-ROLL-RUN-DATE       TO KJ-TRL-RUN-DATE
003360         WRITE KJ-TRAILER-RECORD
003370         CLOSE ROLLOUT
003380         DISPLAY "JOB STEPS ROLLED UP: " KJ-ROLL-STEP-COUNT
003390         DISPLAY "COMBINED RESULT: "     KJ-ROLL-SUM
003400     END-IF.
003410     IF KJ-EXCEPTION-COUNT > 0
003420         DISPLAY "KJ0560E PARTIAL COVERAGE NOT WHOLE - "
003430             KJ-EXCEPTION-COUNT " EXCEPTION(S) ON COVEXCP - "
003440             "TRAILER WITHHELD, " KJ-DAYS-POSTED
003450             " WHOLE DAY(S) POSTED TO CALRESLT."
003460     END-IF.
003470     IF KJ-COVEXCP-OPEN
003480         CLOSE COVEXCP
003490     END-IF.
003500     IF KJ-ERRSUMM-OPEN
003510         CLOSE ERRSUMM
003520     END-IF.
003530     PERFORM 9200-POST-STEP-DONE
003540         THRU 9200-POST-STEP-DONE-EXIT.
003550     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
003560     STOP RUN.
003570
003580*-----------------------------------------------------------------
003590* 0500-READ-CTLCARD - PICKS UP THE INTENDED FULL RANGE FROM THE
003600* SAME CONTROL CARD LAYOUT THE SPLIT STEPS RUN WITH.  WITH NO
003610* CARD ON FILE THE INTENDED RANGE IS DERIVED FROM THE SLICES
003620* THEMSELVES AND ONLY CONTIGUITY IS ENFORCED.  A CAMPAIGN CARD
003630* MARKED D DEFERS THE WHOLE ROLLUP UNTIL THE CAMPAIGN COMPLETES.
003640*-----------------------------------------------------------------
003650 0500-READ-CTLCARD.
003660     OPEN INPUT CTLCARD.
003670     READ CTLCARD
003680         AT END
003690             SET KJ-CTLCARD-EOF TO TRUE
003700         NOT AT END
003710             MOVE KJ-CTL-LOW  TO KJ-INTENDED-LOW
003720             MOVE KJ-CTL-HIGH TO KJ-INTENDED-HIGH
003730             SET KJ-HAVE-INTENDED TO TRUE
003740             IF KJ-CTL-CAMPAIGN-DEFER
003750                 SET KJ-ROLLUP-DEFERRED TO TRUE
003760             END-IF
003770     END-READ.
003780     CLOSE CTLCARD.
003790 0500-READ-CTLCARD-EXIT.
003800     EXIT.
003810
003820*-----------------------------------------------------------------
003830* 0600-CLEAR-DAY - ZEROES ONE CALENDAR DAY'S ROLLUP TOTALS.
003840*-----------------------------------------------------------------
003850 0600-CLEAR-DAY.
003860     MOVE 0 TO KJ-RDY-SUM (KJ-RDY-IDX).
003870     MOVE 0 TO KJ-RDY-QUALIFY-COUNT (KJ-RDY-IDX).
003880     MOVE 0 TO KJ-RDY-SLICE-COUNT (KJ-RDY-IDX).
003890     MOVE 0 TO KJ-RDY-EXCP-COUNT (KJ-RDY-IDX).
003900     MOVE 0 TO KJ-RDY-LOADED (KJ-RDY-IDX).
003910     MOVE "N" TO KJ-RDY-FULL-SW (KJ-RDY-IDX).
003920 0600-CLEAR-DAY-EXIT.
003930     EXIT.
003940
003950*-----------------------------------------------------------------
003960* 1000-READ-PARTIAL - LOADS ONE JOB STEP'S PARTIAL INTO THE
003970* SLICE TABLE.  A SLICE ALREADY IN THE TABLE FOR THE SAME DAY IS
003980* A RERUN SLICE ON FILE TWICE; IT IS REPORTED AND NOT LOADED, SO
003990* IT CANNOT BE DOUBLE-COUNTED.
004000*-----------------------------------------------------------------
004010 1000-READ-PARTIAL.
004020     READ PARTIN
004030         AT END
004040             SET KJ-PARTIN-EOF TO TRUE
004050         NOT AT END
004060             IF KJ-PAR-DAY-NUM NUMERIC
004070                 AND KJ-PAR-DAY-NUM > 0
004080                 AND KJ-PAR-DAY-NUM NOT > 24
004090                 MOVE KJ-PAR-DAY-NUM TO KJ-ROLL-DAY
004100             ELSE
004110                 MOVE KJ-CAL-DAY-NUMBER TO KJ-ROLL-DAY
004120             END-IF
004130             PERFORM 1100-FIND-STEP
004140                 THRU 1100-FIND-STEP-EXIT
004150             IF KJ-DUP-IDX > 0
004160                 PERFORM 1200-DUPLICATE-STEP
004170                     THRU 1200-DUPLICATE-STEP-EXIT
004180             ELSE
004190                 IF KJ-RDY-LOADED (KJ-ROLL-DAY) >= 100
004200                     OR KJ-ROLL-STEP-COUNT >= 2400
004210                     PERFORM 1300-TABLE-FULL
004220                         THRU 1300-TABLE-FULL-EXIT
004230                 ELSE
004240                     ADD 1 TO KJ-ROLL-STEP-COUNT
004250                     ADD 1 TO KJ-RDY-LOADED (KJ-ROLL-DAY)
004260                     MOVE KJ-ROLL-DAY TO
004270                        KJ-SLC-DAY-NUM (KJ-ROLL-STEP-COUNT)
004280                     MOVE KJ-PAR-STEP-NUM TO
004290                        KJ-SLC-STEP-NUM (KJ-ROLL-STEP-COUNT)
004300                     MOVE KJ-PAR-LOW TO
004310                        KJ-SLC-LOW (KJ-ROLL-STEP-COUNT)
004320                     MOVE KJ-PAR-HIGH TO
004330                        KJ-SLC-HIGH (KJ-ROLL-STEP-COUNT)
004340                     MOVE KJ-PAR-SUM TO
004350                        KJ-SLC-SUM (KJ-ROLL-STEP-COUNT)
004360                     MOVE KJ-PAR-QUALIFY-COUNT TO
004370                        KJ-SLC-QUALIFY-COUNT
004380                            (KJ-ROLL-STEP-COUNT)
004390                 END-IF
004400             END-IF
004410     END-READ.
004420 1000-READ-PARTIAL-EXIT.
004430     EXIT.
004440
004450*-----------------------------------------------------------------
004460* 1100-FIND-STEP - LOOKS THE INCOMING PARTIAL'S DAY, STEP NUMBER
004470* AND SLICE LOW UP IN THE SLICE TABLE.  KJ-DUP-IDX IS ITS ENTRY
004480* NUMBER, OR ZERO WHEN THE SLICE IS NEW.  A QUIESCED STEP'S
004490* INTERIM PARTIAL AND ITS RESUMED REMAINDER SHARE A STEP
004500* NUMBER BUT START AT DIFFERENT LOWS, SO BOTH LOAD AND THE
004510* COVERAGE WALK PROVES THEM CONTIGUOUS.
004520*-----------------------------------------------------------------
004530 1100-FIND-STEP.
004540     MOVE 0 TO KJ-DUP-IDX.
004550     PERFORM 1110-FIND-STEP-SCAN
004560         THRU 1110-FIND-STEP-SCAN-EXIT
004570         VARYING KJ-SLC-IDX FROM 1 BY 1
004580             UNTIL KJ-SLC-IDX > KJ-ROLL-STEP-COUNT.
004590 1100-FIND-STEP-EXIT.
004600     EXIT.
004610
004620 1110-FIND-STEP-SCAN.
004630     IF KJ-SLC-STEP-NUM (KJ-SLC-IDX) = KJ-PAR-STEP-NUM
004640         AND KJ-SLC-LOW (KJ-SLC-IDX) = KJ-PAR-LOW
004650         AND KJ-SLC-DAY-NUM (KJ-SLC-IDX) = KJ-ROLL-DAY
004660         MOVE KJ-SLC-IDX TO KJ-DUP-IDX
004670     END-IF.
004680 1110-FIND-STEP-SCAN-EXIT.
004690     EXIT.
004700
004710*-----------------------------------------------------------------
004720* 1200-DUPLICATE-STEP - A STEP NUMBER ON FILE TWICE: ONE
004730* EXCEPTION RECORD, ONE CONDITION, AND THE EXTRA SLICE IS NOT
004740* LOADED.
004750*-----------------------------------------------------------------
004760 1200-DUPLICATE-STEP.
004770     MOVE "DUPLICATE " TO KJ-COV-EXCEPTION.
004780     MOVE KJ-PAR-STEP-NUM TO KJ-COV-STEP-NUM.
004790     MOVE KJ-PAR-LOW      TO KJ-COV-LOW.
004800     MOVE KJ-PAR-HIGH     TO KJ-COV-HIGH.
004810     MOVE 0               TO KJ-COV-EXPECTED-LOW.
004820     PERFORM 2900-WRITE-EXCEPTION
004830         THRU 2900-WRITE-EXCEPTION-EXIT.
004840     DISPLAY "KJ0520E DUPLICATE PARTIAL FOR STEP "
004850         KJ-PAR-STEP-NUM " DAY " KJ-ROLL-DAY " - NOT COUNTED.".
004860     MOVE "KJ0520E" TO KJ-RAISE-CONDITION.
004870     MOVE "E"       TO KJ-RAISE-SEVERITY.
004880     MOVE 8         TO KJ-RAISE-RC.
004890     MOVE "DUPLICATE PARTIAL STEP ON PARTOUT"
004900         TO KJ-RAISE-TEXT.
004910     PERFORM 9000-RAISE-CONDITION
004920         THRU 9000-RAISE-CONDITION-EXIT.
004930 1200-DUPLICATE-STEP-EXIT.
004940     EXIT.
004950
004960*-----------------------------------------------------------------
004970* 1300-TABLE-FULL - MORE THAN 100 SLICES FOR ONE DAY.  THE
004980* ROLLUP CANNOT PROVE THAT DAY'S COVERAGE: EACH SLICE LEFT OUT IS
004990* AN EXCEPTION FOR THE DAY, SO ITS CALRESLT RECORD AND THE
005000* TRAILER ARE WITHHELD, AND THE CONDITION IS RAISED ONCE FOR THE
005010* DAY.  THE OTHER DAYS ARE UNAFFECTED.
005020*-----------------------------------------------------------------
005030 1300-TABLE-FULL.
005040     MOVE "TABLE FULL" TO KJ-COV-EXCEPTION.
005050     MOVE KJ-PAR-STEP-NUM TO KJ-COV-STEP-NUM.
005060     MOVE KJ-PAR-LOW      TO KJ-COV-LOW.
005070     MOVE KJ-PAR-HIGH     TO KJ-COV-HIGH.
005080     MOVE 0               TO KJ-COV-EXPECTED-LOW.
005090     PERFORM 2900-WRITE-EXCEPTION
005100         THRU 2900-WRITE-EXCEPTION-EXIT.
005110     IF KJ-RDY-FULL (KJ-ROLL-DAY)
005120         GO TO 1300-TABLE-FULL-EXIT
005130     END-IF.
005140     SET KJ-RDY-FULL (KJ-ROLL-DAY) TO TRUE.
005150     DISPLAY "KJ0550E DAY " KJ-ROLL-DAY " HAS MORE THAN 100 "
005160         "PARTIAL SLICES - COVERAGE CANNOT BE VALIDATED.".
005170     MOVE "KJ0550E" TO KJ-RAISE-CONDITION.
005180     MOVE "E"       TO KJ-RAISE-SEVERITY.
005190     MOVE 8         TO KJ-RAISE-RC.
005200     MOVE "PARTIAL SLICES EXCEED VALIDATION TABLE"
005210         TO KJ-RAISE-TEXT.
005220     PERFORM 9000-RAISE-CONDITION
005230         THRU 9000-RAISE-CONDITION-EXIT.
005240 1300-TABLE-FULL-EXIT.
005250     EXIT.
005260
005270*-----------------------------------------------------------------
005280* 2000-SORT-SLICES - EXCHANGE-SORTS THE SLICE TABLE INTO
005290* ASCENDING ORDER BY CALENDAR DAY AND SLICE LOW, SO THE COVERAGE
005300* WALK CAN CHECK EACH SLICE AGAINST WHERE THE PRIOR ONE OF THE
005310* SAME DAY ENDED.
005320*-----------------------------------------------------------------
005330 2000-SORT-SLICES.
005340     PERFORM 2100-SORT-PASS
005350         THRU 2100-SORT-PASS-EXIT
005360         VARYING KJ-SLC-IDX FROM 1 BY 1
005370             UNTIL KJ-SLC-IDX >= KJ-ROLL-STEP-COUNT.
005380 2000-SORT-SLICES-EXIT.
005390     EXIT.
005400
005410 2100-SORT-PASS.
005420     PERFORM 2110-SORT-COMPARE
005430         THRU 2110-SORT-COMPARE-EXIT
005440         VARYING KJ-SLC-JDX FROM KJ-SLC-IDX BY 1
005450             UNTIL KJ-SLC-JDX > KJ-ROLL-STEP-COUNT.
005460 2100-SORT-PASS-EXIT.
005470     EXIT.
005480
005490 2110-SORT-COMPARE.
005500     IF KJ-SLC-DAY-NUM (KJ-SLC-JDX) < KJ-SLC-DAY-NUM (KJ-SLC-IDX)
005510         OR (KJ-SLC-DAY-NUM (KJ-SLC-JDX) =
005520                 KJ-SLC-DAY-NUM (KJ-SLC-IDX)
005530             AND KJ-SLC-LOW (KJ-SLC-JDX) <
005540                 KJ-SLC-LOW (KJ-SLC-IDX))
005550         MOVE KJ-SLICE-ENTRY (KJ-SLC-IDX) TO KJ-SLICE-SWAP
005560         MOVE KJ-SLICE-ENTRY (KJ-SLC-JDX)
005570             TO KJ-SLICE-ENTRY (KJ-SLC-IDX)
005580         MOVE KJ-SLICE-SWAP TO KJ-SLICE-ENTRY (KJ-SLC-JDX)
005590     END-IF.
005600 2110-SORT-COMPARE-EXIT.
005610     EXIT.
005620
005630*-----------------------------------------------------------------
005640* 2150-CHECK-DAY-GROUP - BOUNDS THE RUN OF SORTED SLICES FOR ONE
005650* CALENDAR DAY, STARTING AT KJ-GRP-FIRST, AND WALKS THEM FOR
005660* COVERAGE.  EVERY DAY'S SLICES MUST COVER THE SAME INTENDED FULL
005670* RANGE, SINCE EACH SPLIT STEP RAN ALL THE NIGHT'S DAYS OVER ITS
005680* ONE CONTROL-CARD SLICE.
005690*-----------------------------------------------------------------
005700 2150-CHECK-DAY-GROUP.
005710     MOVE KJ-SLC-DAY-NUM (KJ-GRP-FIRST) TO KJ-ROLL-DAY.
005720     MOVE KJ-GRP-FIRST TO KJ-GRP-LAST.
005730     PERFORM 2160-FIND-GROUP-END
005740         THRU 2160-FIND-GROUP-END-EXIT
005750         VARYING KJ-SLC-IDX FROM KJ-GRP-FIRST BY 1
005760             UNTIL KJ-SLC-IDX > KJ-ROLL-STEP-COUNT.
005770     PERFORM 2200-CHECK-COVERAGE
005780         THRU 2200-CHECK-COVERAGE-EXIT.
005790     COMPUTE KJ-GRP-FIRST = KJ-GRP-LAST + 1.
005800 2150-CHECK-DAY-GROUP-EXIT.
005810     EXIT.
005820
005830 2160-FIND-GROUP-END.
005840     IF KJ-SLC-DAY-NUM (KJ-SLC-IDX) = KJ-ROLL-DAY
005850         MOVE KJ-SLC-IDX TO KJ-GRP-LAST
005860     END-IF.
005870 2160-FIND-GROUP-END-EXIT.
005880     EXIT.
005890
005900*-----------------------------------------------------------------
005910* 2200-CHECK-COVERAGE - WALKS ONE DAY'S SORTED SLICES AGAINST THE
005920* INTENDED FULL RANGE.  EACH SLICE MUST BEGIN EXACTLY WHERE THE
005930* PRIOR ONE ENDED PLUS ONE; STARTING EARLIER IS AN OVERLAP,
005940* LATER IS A GAP, AND COVERAGE MUST RUN OUT AT EXACTLY THE
005950* INTENDED HIGH.
005960*-----------------------------------------------------------------
005970 2200-CHECK-COVERAGE.
005980     IF NOT KJ-HAVE-INTENDED
005990         MOVE KJ-SLC-LOW (KJ-GRP-FIRST) TO KJ-INTENDED-LOW
006000         MOVE 0 TO KJ-INTENDED-HIGH
006010         PERFORM 2210-DERIVE-HIGH
006020             THRU 2210-DERIVE-HIGH-EXIT
006030             VARYING KJ-SLC-IDX FROM KJ-GRP-FIRST BY 1
006040                 UNTIL KJ-SLC-IDX > KJ-GRP-LAST
006050     END-IF.
006060     MOVE KJ-INTENDED-LOW TO KJ-EXPECTED-LOW.
006070     PERFORM 2220-CHECK-SLICE
006080         THRU 2220-CHECK-SLICE-EXIT
006090         VARYING KJ-SLC-IDX FROM KJ-GRP-FIRST BY 1
006100             UNTIL KJ-SLC-IDX > KJ-GRP-LAST.
006110     IF KJ-EXPECTED-LOW <= KJ-INTENDED-HIGH
006120         MOVE "GAP       " TO KJ-COV-EXCEPTION
006130         MOVE 0                TO KJ-COV-STEP-NUM
006140         MOVE KJ-EXPECTED-LOW  TO KJ-COV-LOW
006150         MOVE KJ-INTENDED-HIGH TO KJ-COV-HIGH
006160         MOVE KJ-EXPECTED-LOW  TO KJ-COV-EXPECTED-LOW
006170         PERFORM 2900-WRITE-EXCEPTION
006180             THRU 2900-WRITE-EXCEPTION-EXIT
006190         DISPLAY "KJ0530E DAY " KJ-ROLL-DAY " COVERAGE ENDS "
006200             "BEFORE THE INTENDED HIGH - MISSING FROM "
006210             KJ-EXPECTED-LOW "."
006220         MOVE "KJ0530E" TO KJ-RAISE-CONDITION
006230         MOVE "E"       TO KJ-RAISE-SEVERITY
006240         MOVE 8         TO KJ-RAISE-RC
006250         MOVE "COVERAGE GAP - SLICE MISSING"
006260             TO KJ-RAISE-TEXT
006270         PERFORM 9000-RAISE-CONDITION
006280             THRU 9000-RAISE-CONDITION-EXIT
006290     END-IF.
006300     IF KJ-HAVE-INTENDED
006310         AND KJ-EXPECTED-LOW > KJ-INTENDED-HIGH + 1
006320         MOVE "OVERRUN   " TO KJ-COV-EXCEPTION
006330         MOVE 0                TO KJ-COV-STEP-NUM
006340         COMPUTE KJ-COV-LOW = KJ-INTENDED-HIGH + 1
006350         COMPUTE KJ-COV-HIGH = KJ-EXPECTED-LOW - 1
006360         COMPUTE KJ-COV-EXPECTED-LOW = KJ-INTENDED-HIGH + 1
006370         PERFORM 2900-WRITE-EXCEPTION
006380             THRU 2900-WRITE-EXCEPTION-EXIT
006390         DISPLAY "KJ0570E DAY " KJ-ROLL-DAY " COVERAGE RUNS "
006400             "PAST THE INTENDED HIGH " KJ-INTENDED-HIGH
006410             " - VALUES THROUGH "
006420             KJ-COV-HIGH " ARE OUTSIDE THE INTENDED RANGE."
006430         MOVE "KJ0570E" TO KJ-RAISE-CONDITION
006440         MOVE "E"       TO KJ-RAISE-SEVERITY
006450         MOVE 8         TO KJ-RAISE-RC
006460         MOVE "COVERAGE RUNS PAST THE INTENDED HIGH"
006470             TO KJ-RAISE-TEXT
006480         PERFORM 9000-RAISE-CONDITION
006490             THRU 9000-RAISE-CONDITION-EXIT
006500     END-IF.
006510 2200-CHECK-COVERAGE-EXIT.
006520     EXIT.
006530
006540 2210-DERIVE-HIGH.
006550     IF KJ-SLC-HIGH (KJ-SLC-IDX) > KJ-INTENDED-HIGH
006560         MOVE KJ-SLC-HIGH (KJ-SLC-IDX) TO KJ-INTENDED-HIGH
006570     END-IF.
006580 2210-DERIVE-HIGH-EXIT.
006590     EXIT.
006600
006610*-----------------------------------------------------------------
006620* 2220-CHECK-SLICE - ONE SLICE AGAINST THE RUNNING EXPECTED
006630* POSITION.  A SLICE BELOW IT OVERLAPS COVERAGE ALREADY SEEN; A
006640* SLICE ABOVE IT LEAVES A GAP.  EITHER WAY THE WALK RESUMES
006650* FROM THE HIGHER OF WHERE IT WAS AND THE SLICE'S OWN END, SO
006660* ONE BAD SLICE DOES NOT CASCADE INTO FALSE EXCEPTIONS.
006670*-----------------------------------------------------------------
006680 2220-CHECK-SLICE.
006690     IF KJ-SLC-LOW (KJ-SLC-IDX) < KJ-EXPECTED-LOW
006700         MOVE "OVERLAP   " TO KJ-COV-EXCEPTION
006710         MOVE KJ-SLC-STEP-NUM (KJ-SLC-IDX) TO KJ-COV-STEP-NUM
006720         MOVE KJ-SLC-LOW      (KJ-SLC-IDX) TO KJ-COV-LOW
006730         MOVE KJ-SLC-HIGH     (KJ-SLC-IDX) TO KJ-COV-HIGH
006740         MOVE KJ-EXPECTED-LOW              TO
006750             KJ-COV-EXPECTED-LOW
006760         PERFORM 2900-WRITE-EXCEPTION
006770             THRU 2900-WRITE-EXCEPTION-EXIT
006780         DISPLAY "KJ0540E STEP " KJ-SLC-STEP-NUM (KJ-SLC-IDX)
006790             " DAY " KJ-ROLL-DAY
006800             " OVERLAPS COVERAGE ALREADY ON FILE."
006810         MOVE "KJ0540E" TO KJ-RAISE-CONDITION
006820         MOVE "E"       TO KJ-RAISE-SEVERITY
006830         MOVE 8         TO KJ-RAISE-RC
006840         MOVE "SLICE OVERLAPS PRIOR COVERAGE"
006850             TO KJ-RAISE-TEXT
006860         PERFORM 9000-RAISE-CONDITION
006870             THRU 9000-RAISE-CONDITION-EXIT
006880     ELSE
006890         IF KJ-SLC-LOW (KJ-SLC-IDX) > KJ-EXPECTED-LOW
006900             MOVE "GAP       " TO KJ-COV-EXCEPTION
006910             MOVE KJ-SLC-STEP-NUM (KJ-SLC-IDX)
006920                 TO KJ-COV-STEP-NUM
006930             MOVE KJ-SLC-LOW  (KJ-SLC-IDX) TO KJ-COV-LOW
006940             MOVE KJ-SLC-HIGH (KJ-SLC-IDX) TO KJ-COV-HIGH
006950             MOVE KJ-EXPECTED-LOW TO KJ-COV-EXPECTED-LOW
006960             PERFORM 2900-WRITE-EXCEPTION
006970                 THRU 2900-WRITE-EXCEPTION-EXIT
006980             DISPLAY "KJ0530E COVERAGE GAP AHEAD OF STEP "
006990                 KJ-SLC-STEP-NUM (KJ-SLC-IDX) " DAY " KJ-ROLL-DAY
007000                 " - MISSING FROM " KJ-EXPECTED-LOW "."
007010             MOVE "KJ0530E" TO KJ-RAISE-CONDITION
007020             MOVE "E"       TO KJ-RAISE-SEVERITY
007030             MOVE 8         TO KJ-RAISE-RC
007040             MOVE "COVERAGE GAP - SLICE MISSING"
007050                 TO KJ-RAISE-TEXT
007060             PERFORM 9000-RAISE-CONDITION
007070                 THRU 9000-RAISE-CONDITION-EXIT
007080         END-IF
007090     END-IF.
007100     IF KJ-SLC-HIGH (KJ-SLC-IDX) >= KJ-EXPECTED-LOW
007110         COMPUTE KJ-EXPECTED-LOW =
007120             KJ-SLC-HIGH (KJ-SLC-IDX) + 1
007130     END-IF.
007140 2220-CHECK-SLICE-EXIT.
007150     EXIT.
007160
007170*-----------------------------------------------------------------
007180* 2500-ACCUMULATE - ADDS ONE SLICE'S SUM AND QUALIFY COUNT INTO
007190* ITS DAY'S TOTALS AND THE COMBINED TOTALS.  A DAY'S TOTALS ARE
007200* ONLY POSTED WHEN ITS COVERAGE PICTURE IS WHOLE, AND THE COMBINED
007210* TOTALS ONLY WHEN EVERY DAY'S IS.
007220*-----------------------------------------------------------------
007230 2500-ACCUMULATE.
007240     MOVE KJ-SLC-DAY-NUM (KJ-SLC-IDX) TO KJ-RDY-IDX.
007250     ADD KJ-SLC-SUM (KJ-SLC-IDX)     TO KJ-RDY-SUM (KJ-RDY-IDX).
007260     ADD KJ-SLC-QUALIFY-COUNT (KJ-SLC-IDX)
007270         TO KJ-RDY-QUALIFY-COUNT (KJ-RDY-IDX).
007280     ADD 1 TO KJ-RDY-SLICE-COUNT (KJ-RDY-IDX).
007290     ADD KJ-SLC-SUM (KJ-SLC-IDX)           TO KJ-ROLL-SUM.
007300     ADD KJ-SLC-QUALIFY-COUNT (KJ-SLC-IDX)
007310         TO KJ-ROLL-QUALIFY-COUNT.
007320 2500-ACCUMULATE-EXIT.
007330     EXIT.
007340
007350*-----------------------------------------------------------------
007360* 2900-WRITE-EXCEPTION - ONE COVERAGE EXCEPTION RECORD.  THE
007370* REPORT FILE IS OPENED ON THE FIRST EXCEPTION, SO A CLEAN RUN
007380* LEAVES IT EMPTY.
007390*-----------------------------------------------------------------
007400 2900-WRITE-EXCEPTION.
007410     IF NOT KJ-COVEXCP-OPEN
007420         OPEN OUTPUT COVEXCP
007430         SET KJ-COVEXCP-OPEN TO TRUE
007440     END-IF.
007450     MOVE KJ-ROLL-RUN-DATE TO KJ-COV-RUN-DATE.
007460     MOVE KJ-ROLL-DAY      TO KJ-COV-DAY-NUM.
007470     WRITE KJ-COVERAGE-EXCEPTION-RECORD.
007480     ADD 1 TO KJ-EXCEPTION-COUNT.
007490     ADD 1 TO KJ-RDY-EXCP-COUNT (KJ-ROLL-DAY).
007500 2900-WRITE-EXCEPTION-EXIT.
007510     EXIT.
007520
007530*-----------------------------------------------------------------
007540* 3000-WRITE-CAL-RESULT - APPENDS THE ROLLED-UP COMBINED SUM TO
007550* CALRESLT, THE SAME SHARED RESULTS FILE EACH SPLIT STEP OF
007560* KNOW-IT-JULEKALENDER ALREADY APPENDED ITS OWN PARTIAL SUM TO.
007570* SINCE CALRESLT IS READ BACK "LAST RECORD FOR A DAY WINS", THIS
007580* RECORD - WRITTEN LAST, AFTER EVERY SPLIT STEP HAS RUN - IS WHAT
007590* THE MONTH-END ROLLUP (KJCALRPT) REPORTS AS THE DAY'S ANSWER,
007600* RATHER THAN WHICHEVER SPLIT STEP HAPPENED TO FINISH LAST.  ONE
007610* RECORD IS WRITTEN PER CALENDAR DAY WITH SLICES ON FILE; A DAY
007620* WITH COVERAGE EXCEPTIONS IS WITHHELD AND SAYS SO.
007630*-----------------------------------------------------------------
007640 3000-WRITE-CAL-RESULT.
007650     OPEN EXTEND CALRESLT.
007660     PERFORM 3010-WRITE-DAY-RESULT
007670         THRU 3010-WRITE-DAY-RESULT-EXIT
007680         VARYING KJ-RDY-IDX FROM 1 BY 1 UNTIL KJ-RDY-IDX > 24.
007690     CLOSE CALRESLT.
007700 3000-WRITE-CAL-RESULT-EXIT.
007710     EXIT.
007720
007730 3010-WRITE-DAY-RESULT.
007740     IF KJ-RDY-SLICE-COUNT (KJ-RDY-IDX) = 0
007750         GO TO 3010-WRITE-DAY-RESULT-EXIT
007760     END-IF.
007770     IF KJ-RDY-EXCP-COUNT (KJ-RDY-IDX) > 0
007780         MOVE KJ-RDY-IDX TO KJ-ROLL-DAY
007790         DISPLAY "KJ0560E DAY " KJ-ROLL-DAY " COVERAGE NOT WHOLE"
007800             " - CALRESLT WITHHELD FOR THE DAY."
007810         GO TO 3010-WRITE-DAY-RESULT-EXIT
007820     END-IF.
007830     MOVE KJ-RDY-IDX          TO KJ-CAL-DAY-NUM.
007840     MOVE KJ-CAL-PROGRAM-NAME TO KJ-CAL-PROGRAM-ID.
007850     MOVE KJ-RDY-SUM (KJ-RDY-IDX) TO KJ-CAL-ANSWER.
007860     MOVE KJ-ROLL-RUN-DATE    TO KJ-CAL-RUN-DATE.
007870     MOVE KJ-ROLL-RUN-TIME    TO KJ-CAL-RUN-TIME.
007880     MOVE SPACE               TO KJ-CAL-STATUS.
007890     MOVE 0                   TO KJ-CAL-REVERSED-DATE.
007900     WRITE KJ-CAL-RESULT-RECORD.
007910     ADD 1 TO KJ-DAYS-POSTED.
007920     DISPLAY "DAY " KJ-CAL-DAY-NUM " COMBINED RESULT: "
007930         KJ-CAL-ANSWER.
007940 3010-WRITE-DAY-RESULT-EXIT.
007950     EXIT.
007960
007970*-----------------------------------------------------------------
007980* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
007990* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
008000* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
008010* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
008020*-----------------------------------------------------------------
008030 9000-RAISE-CONDITION.
008040     IF NOT KJ-ERRSUMM-OPEN
008050         OPEN OUTPUT ERRSUMM
008060         SET KJ-ERRSUMM-OPEN TO TRUE
008070     END-IF.
008080     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
008090     MOVE KJ-CAL-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
008100     MOVE KJ-ROLL-RUN-DATE    TO KJ-ERR-RUN-DATE.
008110     COMPUTE KJ-ERR-RUN-TIME = KJ-ROLL-RUN-TIME / 100.
008120     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
008130     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
008140     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
008150     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
008160     WRITE KJ-ERROR-SUMMARY-RECORD.
008170     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
008180         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
008190     END-IF.
008200 9000-RAISE-CONDITION-EXIT.
008210     EXIT.
008220
008230*-----------------------------------------------------------------
008240* 9100-CHECK-STEP-DONE - READS THE CYCLE'S STEP-COMPLETION LOG.
008250* WHEN THIS STEP IS ALREADY ON IT AS COMPLETED WITH A RETURN
008260* CODE OF 4 OR LESS, THE STREAM HAS BEEN RESUBMITTED PAST IT
008270* AND THE RUN ENDS AT ONCE INSTEAD OF REPEATING ITS WORK.  A
008280* MISSING LOG (FIRST SUBMISSION OF THE CYCLE) READS AS EMPTY.
008290*-----------------------------------------------------------------
008300 9100-CHECK-STEP-DONE.
008310     MOVE "N" TO KJ-STEPLOG-EOF-SW.
008320     OPEN INPUT STEPLOG.
008330     PERFORM 9110-READ-STEPLOG
008340         THRU 9110-READ-STEPLOG-EXIT
008350         WITH TEST AFTER UNTIL KJ-STEPLOG-EOF.
008360     CLOSE STEPLOG.
008370     IF KJ-STEP-ALREADY-DONE
008380         DISPLAY "KJ1000I " KJ-CAL-PROGRAM-NAME
008390             " ALREADY COMPLETED THIS CYCLE - SKIPPED."
008400     END-IF.
008410 9100-CHECK-STEP-DONE-EXIT.
008420     EXIT.
008430
008440*-----------------------------------------------------------------
008450* 9110-READ-STEPLOG - ONE STEP-COMPLETION RECORD.
008460*-----------------------------------------------------------------
008470 9110-READ-STEPLOG.
008480     READ STEPLOG
008490         AT END
008500             SET KJ-STEPLOG-EOF TO TRUE
008510         NOT AT END
008520             IF KJ-SCL-PROGRAM-ID = KJ-CAL-PROGRAM-NAME
008530                 AND KJ-SCL-STEP-NUM = 0
008540                 AND KJ-SCL-COMPLETED
008550                 AND KJ-SCL-RETURN-CODE NOT > 4
008560                 SET KJ-STEP-ALREADY-DONE TO TRUE
008570             END-IF
008580     END-READ.
008590 9110-READ-STEPLOG-EXIT.
008600     EXIT.
008610
008620*-----------------------------------------------------------------
008630* 9200-POST-STEP-DONE - APPENDS THIS RUN'S STEP-COMPLETION
008640* RECORD: START DATE AND TIME AS STAMPED ON ITS ERRSUMM RECORDS,
008650* END DATE AND TIME NOW, THE FINAL RETURN CODE, AND THE STATUS
008660* STAGED IN KJ-STEP-STATUS BY THE MAINLINE.
008670*-----------------------------------------------------------------
008680 9200-POST-STEP-DONE.
008690     ACCEPT KJ-STEP-END-DATE FROM DATE YYYYMMDD.
008700     ACCEPT KJ-STEP-END-TIME FROM TIME.
008710     OPEN EXTEND STEPLOG.
008720     MOVE SPACES              TO KJ-STEP-COMPLETION-RECORD.
008730     MOVE KJ-CAL-PROGRAM-NAME TO KJ-SCL-PROGRAM-ID.
008740     MOVE 0                   TO KJ-SCL-STEP-NUM.
008750     MOVE KJ-ROLL-RUN-DATE    TO KJ-SCL-START-DATE.
008760     COMPUTE KJ-SCL-START-TIME = KJ-ROLL-RUN-TIME / 100.
008770     MOVE KJ-STEP-END-DATE    TO KJ-SCL-END-DATE.
008780     COMPUTE KJ-SCL-END-TIME = KJ-STEP-END-TIME / 100.
008790     MOVE KJ-MAX-RETURN-CODE  TO KJ-SCL-RETURN-CODE.
008800     MOVE KJ-STEP-STATUS      TO KJ-SCL-STATUS.
008810     WRITE KJ-STEP-COMPLETION-RECORD.
008820     CLOSE STEPLOG.
008830 9200-POST-STEP-DONE-EXIT.
008840     EXIT.
