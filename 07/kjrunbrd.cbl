000010*****************************************************************
000020* IDENTIFICATION DIVISION.
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    KJRUNBRD.
000060 AUTHOR.        J A KLAUSEN.
000070 INSTALLATION.  KNOWIT BATCH SHOP - ADVENT CALENDAR.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MORNING RUN BOARD FOR THE DAY 07 NIGHTLY STREAM.  READS THE
000120* JOB-STREAM DEFINITION MASTER (JOBSTRM, KJJSDREC - EVERY STEP
000130* THE STREAM IS EXPECTED TO RUN, IN ORDER), THE CYCLE'S STEP-
000140* COMPLETION LOG (STEPLOG, KJSCLREC - ONE RECORD PER STEP
000150* EXECUTION, POSTED BY EACH PROGRAM AS IT ENDS) AND THE
000160* STREAM'S ERROR-SUMMARY RECORDS (ERRIN - THE NIGHT'S ERRSUMM
000170* FILES CONCATENATED, KJERRREC LAYOUT), AND PRINTS ONE BOARD:
000180*
000190*     FOR EACH EXPECTED STEP, IN STREAM ORDER, EVERY EXECUTION
000200*     OF IT THIS CYCLE WITH ITS START AND END, FINAL RETURN
000210*     CODE AND STATUS, AND UNDER EACH EXECUTION THE ERROR
000220*     LINES IT RAISED;
000230*     A STEP WITH NO EXECUTION ON THE LOG IS FLAGGED NEVER RAN;
000240*     ERROR LINES THAT BELONG TO NO LOGGED EXECUTION (A STEP
000250*     THAT ABENDED BEFORE IT COULD POST, OR A PROGRAM NOT ON
000260*     THE DEFINITION) ARE LISTED AT THE END;
000270*     THE RESTART POINT - THE FIRST STEP IN STREAM ORDER THAT
000280*     HAS NOT COMPLETED CLEANLY - SO THE OPERATOR NO LONGER
000290*     WORKS IT OUT FROM THE CONSOLE LOG.
000300*
000310* A STEP IS CLEAN WHEN ANY EXECUTION OF IT ENDED STATUS C WITH
000320* A RETURN CODE OF 4 OR LESS, OR WAS SKIPPED (STATUS S) AS
000330* ALREADY DONE.  EACH PROGRAM STAMPS ITS ERRSUMM RECORDS WITH
000340* ITS START TIME, SO AN ERROR LINE BELONGS TO THE EXECUTION
000350* WITH THE SAME PROGRAM ID AND START TIME (THE DATE IS NOT
000360* COMPARED - KJOPSRPT STAMPS THE DATE OF THE RUN IT PRINTS).
000370*
000380* THE BOARD ENDS RC 8 WHEN ANY STEP FAILED, RC 4 WHEN ANY STEP
000390* NEVER RAN OR IS STILL QUIESCED, SO THE SCHEDULER HOLDS THE
000400* MORNING RELEASE ON A STREAM THAT DID NOT FINISH.
000410*
000420* MOD-HISTORY.
000430*     2026-10-15 JAK  NEW PROGRAM - MORNING RUN BOARD AND
000440*                     RESTART POINT FOR THE NIGHTLY STREAM.
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT JOBSTRM  ASSIGN TO JOBSTRM
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT OPTIONAL STEPLOG ASSIGN TO STEPLOG
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT OPTIONAL ERRIN ASSIGN TO ERRIN
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT RUNBRD   ASSIGN TO RUNBRD
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000650         ORGANIZATION IS SEQUENTIAL.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  JOBSTRM
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 40 CHARACTERS.
000720     COPY KJJSDREC.
000730
000740 FD  STEPLOG
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 48 CHARACTERS.
000770     COPY KJSCLREC.
000780
000790 FD  ERRIN
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820 01  KJ-ERRIN-RECORD          PIC X(80).
000830
000840 FD  RUNBRD
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 132 CHARACTERS.
000870 01  KJ-PRINT-LINE            PIC X(132).
000880
000890 FD  ERRSUMM
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 80 CHARACTERS.
000920     COPY KJERRREC.
000930
000940 WORKING-STORAGE SECTION.
000950*****************************************************************
000960* THE CURRENT ERRIN RECORD IS HELD HERE IN KJERRREC SHAPE - THE
000970* KJERRREC NAMES THEMSELVES BELONG TO THIS PROGRAM'S OWN
000980* ERRSUMM OUTPUT.
000990*****************************************************************
001000 01  KJ-EIN-RECORD.
001010     05  KJ-EIN-PROGRAM-ID     PIC X(08).
001020     05  KJ-EIN-RUN-DATE       PIC 9(8).
001030     05  KJ-EIN-RUN-TIME       PIC 9(6).
001040     05  KJ-EIN-CONDITION      PIC X(07).
001050     05  KJ-EIN-SEVERITY       PIC X(01).
001060     05  KJ-EIN-RETURN-CODE    PIC 9(2).
001070     05  KJ-EIN-TEXT           PIC X(40).
001080     05  FILLER                PIC X(08).
001090
001100*****************************************************************
001110* THE CYCLE'S STEP-COMPLETION LOG AND ERROR LINES, LOADED ONCE
001120* AND SEARCHED FOR EVERY EXPECTED STEP.  A NIGHT WITH MORE
001130* EXECUTIONS OR ERROR LINES THAN THE TABLES HOLD IS REPORTED ON
001140* THE FIRST ENTRIES ONLY, WITH A WARNING.
001150*****************************************************************
001160 01  KJ-SLG-TABLE.
001170     05  KJ-SLG-ENTRY OCCURS 300 TIMES.
001180         10  KJ-SLG-PROGRAM-ID  PIC X(08).
001190         10  KJ-SLG-STEP-NUM    PIC 9(4).
001200         10  KJ-SLG-START-DATE  PIC 9(8).
001210         10  KJ-SLG-START-TIME  PIC 9(6).
001220         10  KJ-SLG-END-DATE    PIC 9(8).
001230         10  KJ-SLG-END-TIME    PIC 9(6).
001240         10  KJ-SLG-RETURN-CODE PIC 9(2).
001250         10  KJ-SLG-STATUS      PIC X(01).
001260
001270 01  KJ-SLG-COUNT             PIC 9(4) COMP VALUE 0.
001280 01  KJ-SLG-IDX               PIC 9(4) COMP VALUE 0.
001290
001300 01  KJ-ERT-TABLE.
001310     05  KJ-ERT-ENTRY OCCURS 500 TIMES.
001320         10  KJ-ERT-PROGRAM-ID  PIC X(08).
001330         10  KJ-ERT-RUN-DATE    PIC 9(8).
001340         10  KJ-ERT-RUN-TIME    PIC 9(6).
001350         10  KJ-ERT-CONDITION   PIC X(07).
001360         10  KJ-ERT-SEVERITY    PIC X(01).
001370         10  KJ-ERT-RETURN-CODE PIC 9(2).
001380         10  KJ-ERT-TEXT        PIC X(40).
001390         10  KJ-ERT-MATCHED-SW  PIC X(01).
001400             88  KJ-ERT-MATCHED        VALUE "Y".
001410
001420 01  KJ-ERT-COUNT             PIC 9(4) COMP VALUE 0.
001430 01  KJ-ERT-IDX               PIC 9(4) COMP VALUE 0.
001440
001450 01  KJ-BRD-PROGRAM-NAME      PIC X(08) VALUE "KJRUNBRD".
001460 01  KJ-BRD-RUN-DATE          PIC 9(8) VALUE 0.
001470 01  KJ-BRD-RUN-TIME          PIC 9(8) VALUE 0.
001480
001490*****************************************************************
001500* PER-STEP WORK FIELDS AND STREAM TOTALS.
001510*****************************************************************
001520 01  KJ-STEP-ATTEMPTS         PIC 9(4) COMP VALUE 0.
001530 01  KJ-LAST-STATUS           PIC X(01) VALUE SPACE.
001540 01  KJ-LAST-RC               PIC 9(2) VALUE 0.
001550 01  KJ-STEP-CLEAN-SW         PIC X(01) VALUE "N".
001560     88  KJ-STEP-CLEAN               VALUE "Y".
001570
001580 01  KJ-DEF-COUNT             PIC 9(5) VALUE 0.
001590 01  KJ-CLEAN-COUNT           PIC 9(5) VALUE 0.
001600 01  KJ-FAILED-COUNT          PIC 9(5) VALUE 0.
001610 01  KJ-QUIESCED-COUNT        PIC 9(5) VALUE 0.
001620 01  KJ-NEVER-RAN-COUNT       PIC 9(5) VALUE 0.
001630 01  KJ-UNMATCHED-COUNT       PIC 9(5) VALUE 0.
001640
001650 01  KJ-RESTART-FOUND-SW      PIC X(01) VALUE "N".
001660     88  KJ-RESTART-FOUND            VALUE "Y".
001670 01  KJ-RESTART-SEQ           PIC 9(3) VALUE 0.
001680 01  KJ-RESTART-PROGRAM       PIC X(08) VALUE SPACES.
001690 01  KJ-RESTART-STEP          PIC 9(4) VALUE 0.
001700
001710 01  KJ-PAGE-NUM              PIC 9(4) VALUE 0.
001720 01  KJ-LINE-CNT              PIC 9(3) VALUE 99.
001730 01  KJ-LINES-PER-PAGE        PIC 9(3) VALUE 56.
001740
001750 01  KJ-JOBSTRM-EOF-SW        PIC X(01) VALUE "N".
001760     88  KJ-JOBSTRM-EOF              VALUE "Y".
001770 01  KJ-STEPLOG-EOF-SW        PIC X(01) VALUE "N".
001780     88  KJ-STEPLOG-EOF              VALUE "Y".
001790 01  KJ-ERRIN-EOF-SW          PIC X(01) VALUE "N".
001800     88  KJ-ERRIN-EOF                VALUE "Y".
001810
001820*****************************************************************
001830* PRINT LINE LAYOUTS.
001840*****************************************************************
001850 01  KJ-HDG-LINE-1.
001860     05  FILLER               PIC X(05) VALUE SPACES.
001870     05  FILLER               PIC X(40) VALUE
001880         "KNOWIT ADVENT CALENDAR - DAY 07".
001890     05  FILLER               PIC X(21) VALUE
001900         "MORNING RUN BOARD".
001910     05  FILLER               PIC X(06) VALUE SPACES.
001920     05  FILLER               PIC X(09) VALUE "RUN DATE ".
001930     05  KJ-HDG-RUN-DATE      PIC 9(8).
001940     05  FILLER               PIC X(03) VALUE SPACES.
001950     05  FILLER               PIC X(05) VALUE "PAGE ".
001960     05  KJ-HDG-PAGE          PIC ZZZ9.
001970     05  FILLER               PIC X(31) VALUE SPACES.
001980
001990 01  KJ-COL-HDG-LINE.
002000     05  FILLER               PIC X(05) VALUE SPACES.
002010     05  FILLER               PIC X(05) VALUE "SEQ  ".
002020     05  FILLER               PIC X(10) VALUE "PROGRAM   ".
002030     05  FILLER               PIC X(06) VALUE "STEP  ".
002040     05  FILLER               PIC X(18) VALUE
002050         "STARTED           ".
002060     05  FILLER               PIC X(18) VALUE
002070         "ENDED             ".
002080     05  FILLER               PIC X(04) VALUE "RC  ".
002090     05  FILLER               PIC X(20) VALUE "STATUS".
002100     05  FILLER               PIC X(46) VALUE SPACES.
002110
002120 01  KJ-STEP-LINE.
002130     05  FILLER               PIC X(05) VALUE SPACES.
002140     05  KJ-STL-SEQ           PIC 9(3).
002150     05  FILLER               PIC X(02) VALUE SPACES.
002160     05  KJ-STL-PROGRAM       PIC X(08).
002170     05  FILLER               PIC X(02) VALUE SPACES.
002180     05  KJ-STL-STEP          PIC 9(4).
002190     05  FILLER               PIC X(02) VALUE SPACES.
002200     05  KJ-STL-START-DATE    PIC 9(8).
002210     05  FILLER               PIC X(01) VALUE SPACE.
002220     05  KJ-STL-START-TIME    PIC 9(6).
002230     05  FILLER               PIC X(03) VALUE SPACES.
002240     05  KJ-STL-END-DATE      PIC 9(8).
002250     05  FILLER               PIC X(01) VALUE SPACE.
002260     05  KJ-STL-END-TIME      PIC 9(6).
002270     05  FILLER               PIC X(03) VALUE SPACES.
002280     05  KJ-STL-RC            PIC Z9.
002290     05  FILLER               PIC X(02) VALUE SPACES.
002300     05  KJ-STL-STATUS        PIC X(20).
002310     05  KJ-STL-DESCRIPTION   PIC X(20).
002320     05  FILLER               PIC X(26) VALUE SPACES.
002330
002340 01  KJ-NEVER-RAN-LINE.
002350     05  FILLER               PIC X(05) VALUE SPACES.
002360     05  KJ-NRL-SEQ           PIC 9(3).
002370     05  FILLER               PIC X(02) VALUE SPACES.
002380     05  KJ-NRL-PROGRAM       PIC X(08).
002390     05  FILLER               PIC X(02) VALUE SPACES.
002400     05  KJ-NRL-STEP          PIC 9(4).
002410     05  FILLER               PIC X(46) VALUE SPACES.
002420     05  FILLER               PIC X(20) VALUE
002430         "*** NEVER RAN".
002440     05  KJ-NRL-DESCRIPTION   PIC X(20).
002450     05  FILLER               PIC X(22) VALUE SPACES.
002460
002470 01  KJ-ERROR-LINE.
002480     05  FILLER               PIC X(15) VALUE SPACES.
002490     05  KJ-ERL-PROGRAM       PIC X(08).
002500     05  FILLER               PIC X(02) VALUE SPACES.
002510     05  KJ-ERL-CONDITION     PIC X(07).
002520     05  FILLER               PIC X(02) VALUE SPACES.
002530     05  KJ-ERL-SEVERITY      PIC X(01).
002540     05  FILLER               PIC X(02) VALUE SPACES.
002550     05  KJ-ERL-RC            PIC Z9.
002560     05  FILLER               PIC X(02) VALUE SPACES.
002570     05  KJ-ERL-TEXT          PIC X(40).
002580     05  FILLER               PIC X(02) VALUE SPACES.
002590     05  KJ-ERL-RUN-DATE      PIC 9(8).
002600     05  FILLER               PIC X(01) VALUE SPACE.
002610     05  KJ-ERL-RUN-TIME      PIC 9(6).
002620     05  FILLER               PIC X(34) VALUE SPACES.
002630
002640 01  KJ-SECTION-LINE.
002650     05  FILLER               PIC X(05) VALUE SPACES.
002660     05  KJ-SCT-TEXT          PIC X(80).
002670     05  FILLER               PIC X(47) VALUE SPACES.
002680
002690 01  KJ-TOTAL-LINE.
002700     05  FILLER               PIC X(05) VALUE SPACES.
002710     05  KJ-TTL-LABEL         PIC X(30).
002720     05  KJ-TTL-COUNT         PIC ZZ,ZZ9.
002730     05  FILLER               PIC X(91) VALUE SPACES.
002740
002750 01  KJ-RESTART-LINE.
002760     05  FILLER               PIC X(05) VALUE SPACES.
002770     05  FILLER               PIC X(30) VALUE
002780         "RESTART THE STREAM AT STEP   ".
002790     05  KJ-RSL-SEQ           PIC 9(3).
002800     05  FILLER               PIC X(02) VALUE SPACES.
002810     05  KJ-RSL-PROGRAM       PIC X(08).
002820     05  FILLER               PIC X(06) VALUE " STEP ".
002830     05  KJ-RSL-STEP          PIC 9(4).
002840     05  FILLER               PIC X(74) VALUE SPACES.
002850
002860*****************************************************************
002870* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
002880* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
002890* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
002900* RETURN-CODE BEFORE STOP RUN.
002910*****************************************************************
002920 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
002930 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
002940 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
002950 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
002960 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
002970
002980 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
002990     88  KJ-ERRSUMM-OPEN             VALUE "Y".
003000
003010 PROCEDURE DIVISION.
003020*-----------------------------------------------------------------
003030* 0000-MAINLINE.
003040*-----------------------------------------------------------------
003050 0000-MAINLINE.
003060     PERFORM 1000-INITIALIZE
003070         THRU 1000-INITIALIZE-EXIT.
003080     PERFORM 2000-READ-STEP-DEF
003090         THRU 2000-READ-STEP-DEF-EXIT
003100         WITH TEST AFTER UNTIL KJ-JOBSTRM-EOF.
003110     PERFORM 3000-REPORT-UNMATCHED
003120         THRU 3000-REPORT-UNMATCHED-EXIT.
003130     PERFORM 3500-PRINT-SUMMARY
003140         THRU 3500-PRINT-SUMMARY-EXIT.
003150     CLOSE JOBSTRM.
003160     CLOSE RUNBRD.
003170     DISPLAY "KJRUNBRD - STEPS EXPECTED:      " KJ-DEF-COUNT.
003180     DISPLAY "KJRUNBRD - STEPS CLEAN:         " KJ-CLEAN-COUNT.
003190     DISPLAY "KJRUNBRD - STEPS FAILED:        " KJ-FAILED-COUNT.
003200     DISPLAY "KJRUNBRD - STEPS QUIESCED:      "
003210         KJ-QUIESCED-COUNT.
003220     DISPLAY "KJRUNBRD - STEPS NEVER RAN:     "
003230         KJ-NEVER-RAN-COUNT.
003240     IF KJ-RESTART-FOUND
003250         DISPLAY "KJRUNBRD - RESTART AT STEP " KJ-RESTART-SEQ
003260             " " KJ-RESTART-PROGRAM " STEP " KJ-RESTART-STEP
003270     END-IF.
003280     IF KJ-DEF-COUNT = 0
003290         DISPLAY "KJ1060E NO STEPS ON THE JOB-STREAM "
003300             "DEFINITION MASTER - NOTHING TO CHECK."
003310         MOVE "KJ1060E" TO KJ-RAISE-CONDITION
003320         MOVE "E"       TO KJ-RAISE-SEVERITY
003330         MOVE 8         TO KJ-RAISE-RC
003340         MOVE "JOB-STREAM DEFINITION MASTER IS EMPTY"
003350             TO KJ-RAISE-TEXT
003360         PERFORM 9000-RAISE-CONDITION
003370             THRU 9000-RAISE-CONDITION-EXIT
003380     END-IF.
003390     IF KJ-FAILED-COUNT > 0
003400         MOVE "KJ1030E" TO KJ-RAISE-CONDITION
003410         MOVE "E"       TO KJ-RAISE-SEVERITY
003420         MOVE 8         TO KJ-RAISE-RC
003430         MOVE "STREAM STEPS ENDED WITH RC OVER 4"
003440             TO KJ-RAISE-TEXT
003450         PERFORM 9000-RAISE-CONDITION
003460             THRU 9000-RAISE-CONDITION-EXIT
003470     END-IF.
003480     IF KJ-NEVER-RAN-COUNT > 0 OR KJ-QUIESCED-COUNT > 0
003490         MOVE "KJ1040W" TO KJ-RAISE-CONDITION
003500         MOVE "W"       TO KJ-RAISE-SEVERITY
003510         MOVE 4         TO KJ-RAISE-RC
003520         MOVE "STREAM STEPS NEVER RAN OR NOT COMPLETE"
003530             TO KJ-RAISE-TEXT
003540         PERFORM 9000-RAISE-CONDITION
003550             THRU 9000-RAISE-CONDITION-EXIT
003560     END-IF.
003570     IF KJ-UNMATCHED-COUNT > 0
003580         MOVE "KJ1050W" TO KJ-RAISE-CONDITION
003590         MOVE "W"       TO KJ-RAISE-SEVERITY
003600         MOVE 4         TO KJ-RAISE-RC
003610         MOVE "ERROR LINES NOT TIED TO A LOGGED STEP"
003620             TO KJ-RAISE-TEXT
003630         PERFORM 9000-RAISE-CONDITION
003640             THRU 9000-RAISE-CONDITION-EXIT
003650     END-IF.
003660     IF KJ-ERRSUMM-OPEN
003670         CLOSE ERRSUMM
003680     END-IF.
003690     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
003700     STOP RUN.
003710
003720*-----------------------------------------------------------------
003730* 1000-INITIALIZE - LOADS THE CYCLE'S STEP-COMPLETION LOG AND
003740* ERROR LINES INTO THEIR TABLES, THEN OPENS THE DEFINITION
003750* MASTER AND THE BOARD.  A MISSING STEPLOG OR ERRIN (NOTHING
003760* RAN, OR NOTHING RAISED) LOADS AS EMPTY.
003770*-----------------------------------------------------------------
003780 1000-INITIALIZE.
003790     ACCEPT KJ-BRD-RUN-DATE FROM DATE YYYYMMDD.
003800     ACCEPT KJ-BRD-RUN-TIME FROM TIME.
003810     OPEN INPUT STEPLOG.
003820     PERFORM 1100-LOAD-STEPLOG
003830         THRU 1100-LOAD-STEPLOG-EXIT
003840         WITH TEST AFTER UNTIL KJ-STEPLOG-EOF.
003850     CLOSE STEPLOG.
003860     OPEN INPUT ERRIN.
003870     PERFORM 1200-LOAD-ERRORS
003880         THRU 1200-LOAD-ERRORS-EXIT
003890         WITH TEST AFTER UNTIL KJ-ERRIN-EOF.
003900     CLOSE ERRIN.
003910     OPEN INPUT JOBSTRM.
003920     OPEN OUTPUT RUNBRD.
003930 1000-INITIALIZE-EXIT.
003940     EXIT.
003950
003960*-----------------------------------------------------------------
003970* 1100-LOAD-STEPLOG - ONE STEP-COMPLETION RECORD INTO THE TABLE.
003980*-----------------------------------------------------------------
003990 1100-LOAD-STEPLOG.
004000     READ STEPLOG
004010         AT END
004020             SET KJ-STEPLOG-EOF TO TRUE
004030         NOT AT END
004040             IF KJ-SLG-COUNT < 300
004050                 ADD 1 TO KJ-SLG-COUNT
004060                 MOVE KJ-SCL-PROGRAM-ID
004070                     TO KJ-SLG-PROGRAM-ID (KJ-SLG-COUNT)
004080                 MOVE KJ-SCL-STEP-NUM
004090                     TO KJ-SLG-STEP-NUM (KJ-SLG-COUNT)
004100                 MOVE KJ-SCL-START-DATE
004110                     TO KJ-SLG-START-DATE (KJ-SLG-COUNT)
004120                 MOVE KJ-SCL-START-TIME
004130                     TO KJ-SLG-START-TIME (KJ-SLG-COUNT)
004140                 MOVE KJ-SCL-END-DATE
004150                     TO KJ-SLG-END-DATE (KJ-SLG-COUNT)
004160                 MOVE KJ-SCL-END-TIME
004170                     TO KJ-SLG-END-TIME (KJ-SLG-COUNT)
004180                 MOVE KJ-SCL-RETURN-CODE
004190                     TO KJ-SLG-RETURN-CODE (KJ-SLG-COUNT)
004200                 MOVE KJ-SCL-STATUS
004210                     TO KJ-SLG-STATUS (KJ-SLG-COUNT)
004220             ELSE
004230                 DISPLAY "KJ1010W STEP-COMPLETION LOG HOLDS "
004240                     "MORE THAN 300 RECORDS - REST IGNORED."
004250                 MOVE "KJ1010W" TO KJ-RAISE-CONDITION
004260                 MOVE "W"       TO KJ-RAISE-SEVERITY
004270                 MOVE 4         TO KJ-RAISE-RC
004280                 MOVE "STEPLOG EXCEEDS 300-ENTRY TABLE"
004290                     TO KJ-RAISE-TEXT
004300                 PERFORM 9000-RAISE-CONDITION
004310                     THRU 9000-RAISE-CONDITION-EXIT
004320                 SET KJ-STEPLOG-EOF TO TRUE
004330             END-IF
004340     END-READ.
004350 1100-LOAD-STEPLOG-EXIT.
004360     EXIT.
004370
004380*-----------------------------------------------------------------
004390* 1200-LOAD-ERRORS - ONE ERROR-SUMMARY RECORD INTO THE TABLE,
004400* NOT YET MATCHED TO ANY STEP EXECUTION.
004410*-----------------------------------------------------------------
004420 1200-LOAD-ERRORS.
004430     READ ERRIN
004440         AT END
004450             SET KJ-ERRIN-EOF TO TRUE
004460         NOT AT END
004470             MOVE KJ-ERRIN-RECORD TO KJ-EIN-RECORD
004480             IF KJ-ERT-COUNT < 500
004490                 ADD 1 TO KJ-ERT-COUNT
004500                 MOVE KJ-EIN-PROGRAM-ID
004510                     TO KJ-ERT-PROGRAM-ID (KJ-ERT-COUNT)
004520                 MOVE KJ-EIN-RUN-DATE
004530                     TO KJ-ERT-RUN-DATE (KJ-ERT-COUNT)
004540                 MOVE KJ-EIN-RUN-TIME
004550                     TO KJ-ERT-RUN-TIME (KJ-ERT-COUNT)
004560                 MOVE KJ-EIN-CONDITION
004570                     TO KJ-ERT-CONDITION (KJ-ERT-COUNT)
004580                 MOVE KJ-EIN-SEVERITY
004590                     TO KJ-ERT-SEVERITY (KJ-ERT-COUNT)
004600                 MOVE KJ-EIN-RETURN-CODE
004610                     TO KJ-ERT-RETURN-CODE (KJ-ERT-COUNT)
004620                 MOVE KJ-EIN-TEXT
004630                     TO KJ-ERT-TEXT (KJ-ERT-COUNT)
004640                 MOVE "N" TO KJ-ERT-MATCHED-SW (KJ-ERT-COUNT)
004650             ELSE
004660                 DISPLAY "KJ1020W ERROR SUMMARY HOLDS MORE "
004670                     "THAN 500 RECORDS - REST IGNORED."
004680                 MOVE "KJ1020W" TO KJ-RAISE-CONDITION
004690                 MOVE "W"       TO KJ-RAISE-SEVERITY
004700                 MOVE 4         TO KJ-RAISE-RC
004710                 MOVE "ERRIN EXCEEDS 500-ENTRY TABLE"
004720                     TO KJ-RAISE-TEXT
004730                 PERFORM 9000-RAISE-CONDITION
004740                     THRU 9000-RAISE-CONDITION-EXIT
004750                 SET KJ-ERRIN-EOF TO TRUE
004760             END-IF
004770     END-READ.
004780 1200-LOAD-ERRORS-EXIT.
004790     EXIT.
004800
004810*-----------------------------------------------------------------
004820* 2000-READ-STEP-DEF - ONE EXPECTED STEP OFF THE DEFINITION
004830* MASTER, IN STREAM ORDER.
004840*-----------------------------------------------------------------
004850 2000-READ-STEP-DEF.
004860     READ JOBSTRM
004870         AT END
004880             SET KJ-JOBSTRM-EOF TO TRUE
004890         NOT AT END
004900             ADD 1 TO KJ-DEF-COUNT
004910             PERFORM 2100-REPORT-STEP
004920                 THRU 2100-REPORT-STEP-EXIT
004930     END-READ.
004940 2000-READ-STEP-DEF-EXIT.
004950     EXIT.
004960
004970*-----------------------------------------------------------------
004980* 2100-REPORT-STEP - PRINTS EVERY LOGGED EXECUTION OF THE
004990* EXPECTED STEP WITH ITS ERROR LINES, OR A NEVER RAN LINE, AND
005000* GRADES THE STEP.  THE FIRST STEP IN STREAM ORDER THAT IS NOT
005010* CLEAN IS WHERE THE RESUBMITTED STREAM MUST START.
005020*-----------------------------------------------------------------
005030 2100-REPORT-STEP.
005040     MOVE 0     TO KJ-STEP-ATTEMPTS.
005050     MOVE SPACE TO KJ-LAST-STATUS.
005060     MOVE 0     TO KJ-LAST-RC.
005070     MOVE "N"   TO KJ-STEP-CLEAN-SW.
005080     PERFORM 2200-REPORT-ATTEMPT
005090         THRU 2200-REPORT-ATTEMPT-EXIT
005100         VARYING KJ-SLG-IDX FROM 1 BY 1
005110             UNTIL KJ-SLG-IDX > KJ-SLG-COUNT.
005120     EVALUATE TRUE
005130         WHEN KJ-STEP-CLEAN
005140             ADD 1 TO KJ-CLEAN-COUNT
005150         WHEN KJ-STEP-ATTEMPTS = 0
005160             PERFORM 2300-REPORT-NEVER-RAN
005170                 THRU 2300-REPORT-NEVER-RAN-EXIT
005180             ADD 1 TO KJ-NEVER-RAN-COUNT
005190         WHEN KJ-LAST-STATUS = "Q"
005200             ADD 1 TO KJ-QUIESCED-COUNT
005210         WHEN OTHER
005220             ADD 1 TO KJ-FAILED-COUNT
005230     END-EVALUATE.
005240     IF NOT KJ-STEP-CLEAN AND NOT KJ-RESTART-FOUND
005250         SET KJ-RESTART-FOUND TO TRUE
005260         MOVE KJ-JSD-STEP-SEQ   TO KJ-RESTART-SEQ
005270         MOVE KJ-JSD-PROGRAM-ID TO KJ-RESTART-PROGRAM
005280         MOVE KJ-JSD-STEP-NUM   TO KJ-RESTART-STEP
005290     END-IF.
005300 2100-REPORT-STEP-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------------
005340* 2200-REPORT-ATTEMPT - ONE LOGGED EXECUTION, IF IT IS OF THE
005350* STEP IN HAND: ITS LINE ON THE BOARD, THEN ITS ERROR LINES.
005360*-----------------------------------------------------------------
005370 2200-REPORT-ATTEMPT.
005380     IF KJ-SLG-PROGRAM-ID (KJ-SLG-IDX) NOT = KJ-JSD-PROGRAM-ID
005390         OR KJ-SLG-STEP-NUM (KJ-SLG-IDX) NOT = KJ-JSD-STEP-NUM
005400         GO TO 2200-REPORT-ATTEMPT-EXIT
005410     END-IF.
005420     ADD 1 TO KJ-STEP-ATTEMPTS.
005430     MOVE KJ-SLG-STATUS (KJ-SLG-IDX)      TO KJ-LAST-STATUS.
005440     MOVE KJ-SLG-RETURN-CODE (KJ-SLG-IDX) TO KJ-LAST-RC.
005450     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
005460         PERFORM 3900-PAGE-HEADING
005470             THRU 3900-PAGE-HEADING-EXIT
005480     END-IF.
005490     MOVE KJ-JSD-STEP-SEQ                  TO KJ-STL-SEQ.
005500     MOVE KJ-JSD-PROGRAM-ID                TO KJ-STL-PROGRAM.
005510     MOVE KJ-JSD-STEP-NUM                  TO KJ-STL-STEP.
005520     MOVE KJ-SLG-START-DATE (KJ-SLG-IDX)   TO KJ-STL-START-DATE.
005530     MOVE KJ-SLG-START-TIME (KJ-SLG-IDX)   TO KJ-STL-START-TIME.
005540     MOVE KJ-SLG-END-DATE (KJ-SLG-IDX)     TO KJ-STL-END-DATE.
005550     MOVE KJ-SLG-END-TIME (KJ-SLG-IDX)     TO KJ-STL-END-TIME.
005560     MOVE KJ-SLG-RETURN-CODE (KJ-SLG-IDX)  TO KJ-STL-RC.
005570     MOVE KJ-JSD-DESCRIPTION               TO KJ-STL-DESCRIPTION.
005580     EVALUATE TRUE
005590         WHEN KJ-SLG-STATUS (KJ-SLG-IDX) = "S"
005600             MOVE "SKIPPED - DONE"     TO KJ-STL-STATUS
005610             SET KJ-STEP-CLEAN TO TRUE
005620         WHEN KJ-SLG-STATUS (KJ-SLG-IDX) = "Q"
005630             MOVE "*** QUIESCED"       TO KJ-STL-STATUS
005640         WHEN KJ-SLG-RETURN-CODE (KJ-SLG-IDX) > 4
005650             MOVE "*** FAILED"         TO KJ-STL-STATUS
005660         WHEN OTHER
005670             MOVE "COMPLETE"           TO KJ-STL-STATUS
005680             SET KJ-STEP-CLEAN TO TRUE
005690     END-EVALUATE.
005700     WRITE KJ-PRINT-LINE FROM KJ-STEP-LINE
005710         AFTER ADVANCING 1 LINE.
005720     ADD 1 TO KJ-LINE-CNT.
005730     PERFORM 2250-REPORT-ERRORS
005740         THRU 2250-REPORT-ERRORS-EXIT
005750         VARYING KJ-ERT-IDX FROM 1 BY 1
005760             UNTIL KJ-ERT-IDX > KJ-ERT-COUNT.
005770 2200-REPORT-ATTEMPT-EXIT.
005780     EXIT.
005790
005800*-----------------------------------------------------------------
005810* 2250-REPORT-ERRORS - ONE ERROR LINE, IF IT WAS RAISED BY THE
005820* EXECUTION IN HAND (SAME PROGRAM, SAME START TIME).
005830*-----------------------------------------------------------------
005840 2250-REPORT-ERRORS.
005850     IF KJ-ERT-PROGRAM-ID (KJ-ERT-IDX)
005860             NOT = KJ-SLG-PROGRAM-ID (KJ-SLG-IDX)
005870         OR KJ-ERT-RUN-TIME (KJ-ERT-IDX)
005880             NOT = KJ-SLG-START-TIME (KJ-SLG-IDX)
005890         GO TO 2250-REPORT-ERRORS-EXIT
005900     END-IF.
005910     MOVE "Y" TO KJ-ERT-MATCHED-SW (KJ-ERT-IDX).
005920     PERFORM 2400-PRINT-ERROR
005930         THRU 2400-PRINT-ERROR-EXIT.
005940 2250-REPORT-ERRORS-EXIT.
005950     EXIT.
005960
005970*-----------------------------------------------------------------
005980* 2300-REPORT-NEVER-RAN - AN EXPECTED STEP WITH NO EXECUTION ON
005990* THE STEP-COMPLETION LOG THIS CYCLE.
006000*-----------------------------------------------------------------
006010 2300-REPORT-NEVER-RAN.
006020     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
006030         PERFORM 3900-PAGE-HEADING
006040             THRU 3900-PAGE-HEADING-EXIT
006050     END-IF.
006060     MOVE KJ-JSD-STEP-SEQ    TO KJ-NRL-SEQ.
006070     MOVE KJ-JSD-PROGRAM-ID  TO KJ-NRL-PROGRAM.
006080     MOVE KJ-JSD-STEP-NUM    TO KJ-NRL-STEP.
006090     MOVE KJ-JSD-DESCRIPTION TO KJ-NRL-DESCRIPTION.
006100     WRITE KJ-PRINT-LINE FROM KJ-NEVER-RAN-LINE
006110         AFTER ADVANCING 1 LINE.
006120     ADD 1 TO KJ-LINE-CNT.
006130 2300-REPORT-NEVER-RAN-EXIT.
006140     EXIT.
006150
006160*-----------------------------------------------------------------
006170* 2400-PRINT-ERROR - PRINTS THE ERROR LINE AT KJ-ERT-IDX.
006180*-----------------------------------------------------------------
006190 2400-PRINT-ERROR.
006200     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
006210         PERFORM 3900-PAGE-HEADING
006220             THRU 3900-PAGE-HEADING-EXIT
006230     END-IF.
006240     MOVE KJ-ERT-PROGRAM-ID (KJ-ERT-IDX)  TO KJ-ERL-PROGRAM.
006250     MOVE KJ-ERT-CONDITION (KJ-ERT-IDX)   TO KJ-ERL-CONDITION.
006260     MOVE KJ-ERT-SEVERITY (KJ-ERT-IDX)    TO KJ-ERL-SEVERITY.
006270     MOVE KJ-ERT-RETURN-CODE (KJ-ERT-IDX) TO KJ-ERL-RC.
006280     MOVE KJ-ERT-TEXT (KJ-ERT-IDX)        TO KJ-ERL-TEXT.
006290     MOVE KJ-ERT-RUN-DATE (KJ-ERT-IDX)    TO KJ-ERL-RUN-DATE.
006300     MOVE KJ-ERT-RUN-TIME (KJ-ERT-IDX)    TO KJ-ERL-RUN-TIME.
006310     WRITE KJ-PRINT-LINE FROM KJ-ERROR-LINE
006320         AFTER ADVANCING 1 LINE.
006330     ADD 1 TO KJ-LINE-CNT.
006340 2400-PRINT-ERROR-EXIT.
006350     EXIT.
006360
006370*-----------------------------------------------------------------
006380* 3000-REPORT-UNMATCHED - ERROR LINES NO LOGGED EXECUTION OF AN
006390* EXPECTED STEP CLAIMED: A STEP THAT ABENDED BEFORE IT COULD
006400* POST ITS COMPLETION RECORD, OR A PROGRAM NOT ON THE STREAM
006410* DEFINITION.  THEY ARE THE FIRST THING TO READ ON A BROKEN
006420* NIGHT, SO THEY ARE NEVER DROPPED FROM THE BOARD.
006430*-----------------------------------------------------------------
006440 3000-REPORT-UNMATCHED.
006450     PERFORM 3100-COUNT-UNMATCHED
006460         THRU 3100-COUNT-UNMATCHED-EXIT
006470         VARYING KJ-ERT-IDX FROM 1 BY 1
006480             UNTIL KJ-ERT-IDX > KJ-ERT-COUNT.
006490     IF KJ-UNMATCHED-COUNT = 0
006500         GO TO 3000-REPORT-UNMATCHED-EXIT
006510     END-IF.
006520     IF KJ-LINE-CNT + 3 > KJ-LINES-PER-PAGE
006530         PERFORM 3900-PAGE-HEADING
006540             THRU 3900-PAGE-HEADING-EXIT
006550     END-IF.
006560     MOVE SPACES TO KJ-PRINT-LINE.
006570     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
006580     MOVE "*** ERROR LINES NOT TIED TO ANY LOGGED STEP EXECUTION"
006590         TO KJ-SCT-TEXT.
006600     WRITE KJ-PRINT-LINE FROM KJ-SECTION-LINE
006610         AFTER ADVANCING 1 LINE.
006620     ADD 2 TO KJ-LINE-CNT.
006630     PERFORM 3200-PRINT-UNMATCHED
006640         THRU 3200-PRINT-UNMATCHED-EXIT
006650         VARYING KJ-ERT-IDX FROM 1 BY 1
006660             UNTIL KJ-ERT-IDX > KJ-ERT-COUNT.
006670 3000-REPORT-UNMATCHED-EXIT.
006680     EXIT.
006690
006700*-----------------------------------------------------------------
006710* 3100-COUNT-UNMATCHED - COUNTS ONE ERROR LINE NOT YET CLAIMED.
006720*-----------------------------------------------------------------
006730 3100-COUNT-UNMATCHED.
006740     IF NOT KJ-ERT-MATCHED (KJ-ERT-IDX)
006750         ADD 1 TO KJ-UNMATCHED-COUNT
006760     END-IF.
006770 3100-COUNT-UNMATCHED-EXIT.
006780     EXIT.
006790
006800*-----------------------------------------------------------------
006810* 3200-PRINT-UNMATCHED - PRINTS ONE ERROR LINE NOT YET CLAIMED.
006820*-----------------------------------------------------------------
006830 3200-PRINT-UNMATCHED.
006840     IF NOT KJ-ERT-MATCHED (KJ-ERT-IDX)
006850         PERFORM 2400-PRINT-ERROR
006860             THRU 2400-PRINT-ERROR-EXIT
006870     END-IF.
006880 3200-PRINT-UNMATCHED-EXIT.
006890     EXIT.
006900
006910*-----------------------------------------------------------------
006920* 3500-PRINT-SUMMARY - STREAM TOTALS AND THE RESTART POINT.
006930*-----------------------------------------------------------------
006940 3500-PRINT-SUMMARY.
006950     IF KJ-LINE-CNT + 9 > KJ-LINES-PER-PAGE
006960         PERFORM 3900-PAGE-HEADING
006970             THRU 3900-PAGE-HEADING-EXIT
006980     END-IF.
006990     MOVE SPACES TO KJ-PRINT-LINE.
007000     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
007010     MOVE "STEPS EXPECTED"        TO KJ-TTL-LABEL.
007020     MOVE KJ-DEF-COUNT            TO KJ-TTL-COUNT.
007030     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
007040         AFTER ADVANCING 1 LINE.
007050     MOVE "STEPS COMPLETED CLEANLY" TO KJ-TTL-LABEL.
007060     MOVE KJ-CLEAN-COUNT          TO KJ-TTL-COUNT.
007070     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
007080         AFTER ADVANCING 1 LINE.
007090     MOVE "STEPS FAILED"          TO KJ-TTL-LABEL.
007100     MOVE KJ-FAILED-COUNT         TO KJ-TTL-COUNT.
007110     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
007120         AFTER ADVANCING 1 LINE.
007130     MOVE "STEPS QUIESCED"        TO KJ-TTL-LABEL.
007140     MOVE KJ-QUIESCED-COUNT       TO KJ-TTL-COUNT.
007150     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
007160         AFTER ADVANCING 1 LINE.
007170     MOVE "STEPS NEVER RAN"       TO KJ-TTL-LABEL.
007180     MOVE KJ-NEVER-RAN-COUNT      TO KJ-TTL-COUNT.
007190     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
007200         AFTER ADVANCING 1 LINE.
007210     MOVE "UNMATCHED ERROR LINES" TO KJ-TTL-LABEL.
007220     MOVE KJ-UNMATCHED-COUNT      TO KJ-TTL-COUNT.
007230     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
007240         AFTER ADVANCING 1 LINE.
007250     MOVE SPACES TO KJ-PRINT-LINE.
007260     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
007270     IF KJ-RESTART-FOUND
007280         MOVE KJ-RESTART-SEQ     TO KJ-RSL-SEQ
007290         MOVE KJ-RESTART-PROGRAM TO KJ-RSL-PROGRAM
007300         MOVE KJ-RESTART-STEP    TO KJ-RSL-STEP
007310         WRITE KJ-PRINT-LINE FROM KJ-RESTART-LINE
007320             AFTER ADVANCING 1 LINE
007330     ELSE
007340         MOVE "STREAM COMPLETE - NO RESTART REQUIRED"
007350             TO KJ-SCT-TEXT
007360         WRITE KJ-PRINT-LINE FROM KJ-SECTION-LINE
007370             AFTER ADVANCING 1 LINE
007380     END-IF.
007390     ADD 9 TO KJ-LINE-CNT.
007400 3500-PRINT-SUMMARY-EXIT.
007410     EXIT.
007420
007430*-----------------------------------------------------------------
007440* 3900-PAGE-HEADING - THROWS TO A NEW PAGE AND PRINTS THE PAGE
007450* AND COLUMN HEADINGS.
007460*-----------------------------------------------------------------
007470 3900-PAGE-HEADING.
007480     ADD 1 TO KJ-PAGE-NUM.
007490     MOVE KJ-BRD-RUN-DATE TO KJ-HDG-RUN-DATE.
007500     MOVE KJ-PAGE-NUM     TO KJ-HDG-PAGE.
007510     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-1
007520         AFTER ADVANCING PAGE.
007530     MOVE SPACES TO KJ-PRINT-LINE.
007540     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
007550     WRITE KJ-PRINT-LINE FROM KJ-COL-HDG-LINE
007560         AFTER ADVANCING 1 LINE.
007570     MOVE 3 TO KJ-LINE-CNT.
007580 3900-PAGE-HEADING-EXIT.
007590     EXIT.
007600
007610*-----------------------------------------------------------------
007620* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
007630* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
007640* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
007650* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
007660*-----------------------------------------------------------------
007670 9000-RAISE-CONDITION.
007680     IF NOT KJ-ERRSUMM-OPEN
007690         OPEN OUTPUT ERRSUMM
007700         SET KJ-ERRSUMM-OPEN TO TRUE
007710     END-IF.
007720     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
007730     MOVE KJ-BRD-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
007740     MOVE KJ-BRD-RUN-DATE     TO KJ-ERR-RUN-DATE.
007750     COMPUTE KJ-ERR-RUN-TIME = KJ-BRD-RUN-TIME / 100.
007760     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
007770     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
007780     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
007790     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
007800     WRITE KJ-ERROR-SUMMARY-RECORD.
007810     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
007820         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
007830     END-IF.
007840 9000-RAISE-CONDITION-EXIT.
007850     EXIT.
