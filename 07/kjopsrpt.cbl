000080 DATE-WRITTEN.  2026-08-22.
000090 DATE-COMPILED.
000100*****************************************************************
000110* OPERATIONS PRINT REPORT FOR DAY 07 AND ANY OTHER CALENDAR DAYS
000120* RUN THE SAME NIGHT.  READS THE NIGHTLY RUN'S RESULT FILE
000130* (RESULTIN, ONE RECORD PER RULE) AND DETAIL FILE
000140* (DETAILIN, ONE RECORD PER QUALIFYING VALUE) AND PRODUCES A
000150* FORMATTED PRINT FILE: PAGE HEADINGS WITH RUN DATE, CALENDAR
000160* DAY AND OPERATOR, ONE SECTION PER RULE SHOWING ITS DIVISOR AND
000170* RANGE, THE QUALIFYING VALUES AND THEIR REVERSALS IN EDITED
000180* COLUMNS, A SUBTOTAL PER RULE, A TOTAL PER CALENDAR DAY, AND A
000190* GRAND TOTAL TIED BACK TO THE RUN'S CONTROL-TOTAL TRAILER
000200* (TRAILERIN).
000210*
000220* THE NIGHTLY JOB WRITES DETAILOUT IN RULE ORDER, SO EACH RULE'S
000230* QUALIFYING VALUES ARE THE NEXT KJ-RES-QUALIFY-COUNT DETAIL
000240* RECORDS IN SEQUENCE; THAT IS HOW THIS REPORT TIES EACH DETAIL
000250* TO ITS RULE SECTION WITHOUT A RULE NUMBER ON THE DETAIL
000260* RECORD ITSELF.
000270*
000280* MOD-HISTORY.
000290*     2026-08-22 JAK  NEW PROGRAM - FORMATTED OPERATIONS PRINT
000300*                     REPORT OVER RESULTOUT AND DETAILOUT,
000310*                     REPLACING THE MORNING SPREADSHEET JOB.
000320*     2026-08-22 JAK  GRADED CONDITION CODES: A DETAIL/RESULT
000330*                     FILE MISMATCH OR AN OUT-OF-BALANCE GRAND
000340*                     TOTAL NOW WRITES ONE KJERRREC RECORD TO
000350*                     ERRSUMM AND ENDS WITH RETURN CODE 8, SO
000360*                     THE SCHEDULER HOLDS THE PRINT RELEASE ON
000370*                     A REPORT THAT DOES NOT TIE TO THE RUN.
000380*     2026-10-15 JAK  JOB-STREAM CONTROL: POSTS A STEP-
000390*                     COMPLETION RECORD TO STEPLOG (KJSCLREC)
000400*                     AS IT ENDS, AND SKIPS THE RUN WHEN A
000410*                     RESUBMITTED STREAM FINDS IT ALREADY
000420*                     COMPLETED CLEANLY THIS CYCLE.
000430*     2026-10-15 JAK  BREAKS BY CALENDAR DAY: RESULTOUT NOW
000440*                     CARRIES KJ-RES-DAY-NUM AND COMES OUT IN DAY
000450*                     ORDER, SO EACH DAY STARTS A NEW PAGE WITH
000460*                     ITS DAY NUMBER IN THE HEADING AND CLOSES
000470*                     WITH A DAY TOTAL LINE AHEAD OF THE GRAND
000480*                     TOTAL, WHICH STILL TIES TO THE TRAILER.
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT CTLCARD  ASSIGN TO CTLCARD
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT RESULTIN ASSIGN TO RESULTOUT
000600         ORGANIZATION IS SEQUENTIAL.
000610
000620     SELECT DETAILIN ASSIGN TO DETAILOUT
000630         ORGANIZATION IS SEQUENTIAL.
000640
000650     SELECT TRAILERIN ASSIGN TO TRAILERIN
000660         ORGANIZATION IS SEQUENTIAL.
000670
000680     SELECT PRINTOUT ASSIGN TO PRINTOUT
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000720         ORGANIZATION IS SEQUENTIAL.
000730
000740     SELECT OPTIONAL STEPLOG ASSIGN TO STEPLOG
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CTLCARD
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 55 CHARACTERS.
000820     COPY KJCTLREC.
000830
000840 FD  RESULTIN
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 68 CHARACTERS.
000870     COPY KJRESREC.
000880
000890 FD  DETAILIN
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 36 CHARACTERS.
000920     COPY KJDTLREC.
000930
000940 FD  TRAILERIN
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 42 CHARACTERS.
000970     COPY KJTRLREC.
000980
000990 FD  PRINTOUT
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 132 CHARACTERS.
001020 01  KJ-PRINT-LINE            PIC X(132).
001030
001040 FD  ERRSUMM
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 80 CHARACTERS.
001070     COPY KJERRREC.
001080
001090 FD  STEPLOG
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 48 CHARACTERS.
001120     COPY KJSCLREC.
001130
001140 WORKING-STORAGE SECTION.
001150*****************************************************************
001160* REPORT CONTROL FIELDS.
001170*****************************************************************
001180 01  KJ-RPT-OPERATOR          PIC X(08) VALUE "UNKNOWN".
001190 01  KJ-RPT-RUN-DATE          PIC 9(8) VALUE 0.
001200 01  KJ-RPT-RUN-TIME          PIC 9(8) VALUE 0.
001210 01  KJ-RPT-START-DATE        PIC 9(8) VALUE 0.
001220 01  KJ-RPT-PROGRAM-NAME      PIC X(08) VALUE "KJOPSRPT".
001230 01  KJ-PAGE-NUM              PIC 9(4) VALUE 0.
001240 01  KJ-LINE-CNT              PIC 9(3) VALUE 99.
001250 01  KJ-LINES-PER-PAGE        PIC 9(3) VALUE 56.
001260
001270 01  KJ-GRAND-SUM             PIC 9(15) VALUE 0.
001280 01  KJ-GRAND-QUALIFY-COUNT   PIC 9(9) VALUE 0.
001290 01  KJ-DETAIL-NEEDED         PIC 9(9) VALUE 0.
001300 01  KJ-DETAIL-TAKEN          PIC 9(9) VALUE 0.
001310
001320*****************************************************************
001330* CALENDAR-DAY BREAK FIELDS.  RESULT RECORDS ARRIVE IN DAY ORDER;
001340* A CHANGE OF DAY PRINTS THE DAY TOTAL AND THROWS A NEW PAGE.  A
001350* ZERO OR BLANK DAY NUMBER ON THE RESULT RECORD MEANS DAY 07.
001360*****************************************************************
001370 01  KJ-CUR-DAY               PIC 9(2) VALUE 0.
001380 01  KJ-RES-DAY               PIC 9(2) VALUE 7.
001390 01  KJ-DAY-SUM               PIC 9(15) VALUE 0.
001400 01  KJ-DAY-QUALIFY-COUNT     PIC 9(9) VALUE 0.
001410
001420*****************************************************************
001430* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
001440* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
001450* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
001460* RETURN-CODE BEFORE STOP RUN.
001470*****************************************************************
001480 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
001490 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
001500 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
001510 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
001520 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
001530
001540 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
001550     88  KJ-ERRSUMM-OPEN             VALUE "Y".
001560
001570*****************************************************************
001580* JOB-STREAM STEP-COMPLETION WORKING FIELDS.  STEPLOG IS READ AT
001590* START OF RUN SO A RESUBMITTED STREAM SKIPS THIS STEP WHEN IT
001600* ALREADY COMPLETED CLEANLY THIS CYCLE, AND ONE COMPLETION
001610* RECORD IS APPENDED AS THE RUN ENDS (SEE KJSCLREC).
001620*****************************************************************
001630 01  KJ-STEP-END-DATE         PIC 9(8) VALUE 0.
001640 01  KJ-STEP-END-TIME         PIC 9(8) VALUE 0.
001650 01  KJ-STEP-STATUS           PIC X(01) VALUE "C".
001660 01  KJ-STEPLOG-EOF-SW        PIC X(01) VALUE "N".
001670     88  KJ-STEPLOG-EOF              VALUE "Y".
001680 01  KJ-STEP-DONE-SW          PIC X(01) VALUE "N".
001690     88  KJ-STEP-ALREADY-DONE        VALUE "Y".
001700
001710 01  KJ-CTLCARD-EOF-SW        PIC X(01) VALUE "N".
001720     88  KJ-CTLCARD-EOF              VALUE "Y".
001730 01  KJ-RESULTIN-EOF-SW       PIC X(01) VALUE "N".
001740     88  KJ-RESULTIN-EOF             VALUE "Y".
001750 01  KJ-DETAILIN-EOF-SW       PIC X(01) VALUE "N".
001760     88  KJ-DETAILIN-EOF             VALUE "Y".
001770 01  KJ-TRAILERIN-EOF-SW      PIC X(01) VALUE "N".
001780     88  KJ-TRAILERIN-EOF            VALUE "Y".
001790
001800*****************************************************************
001810* PRINT LINE LAYOUTS.
001820*****************************************************************
001830 01  KJ-HDG-LINE-1.
001840     05  FILLER               PIC X(05) VALUE SPACES.
001850     05  FILLER               PIC X(29) VALUE
001860         "KNOWIT ADVENT CALENDAR - DAY ".
001870     05  KJ-HDG-DAY           PIC 9(2) VALUE 7.
001880     05  FILLER               PIC X(09) VALUE SPACES.
001890     05  FILLER               PIC X(16) VALUE
001900         "OPERATIONS REPOR".
001910     05  FILLER               PIC X(01) VALUE "T".
001920     05  FILLER               PIC X(10) VALUE SPACES.
001930     05  FILLER               PIC X(09) VALUE "RUN DATE ".
001940     05  KJ-HDG-RUN-DATE      PIC 9(8).
001950     05  FILLER               PIC X(03) VALUE SPACES.
001960     05  FILLER               PIC X(09) VALUE "OPERATOR ".
001970     05  KJ-HDG-OPERATOR      PIC X(08).
001980     05  FILLER               PIC X(03) VALUE SPACES.
001990     05  FILLER               PIC X(05) VALUE "PAGE ".
002000     05  KJ-HDG-PAGE          PIC ZZZ9.
002010     05  FILLER               PIC X(11) VALUE SPACES.
002020
002030 01  KJ-HDG-LINE-2.
002040     05  FILLER               PIC X(10) VALUE SPACES.
002050     05  FILLER               PIC X(16) VALUE
002060         "QUALIFYING VALUE".
002070     05  FILLER               PIC X(09) VALUE SPACES.
002080     05  FILLER               PIC X(14) VALUE
002090         "REVERSED VALUE".
002100     05  FILLER               PIC X(83) VALUE SPACES.
002110
002120 01  KJ-RULE-HDG-LINE.
002130     05  FILLER               PIC X(05) VALUE "RULE ".
002140     05  KJ-RHD-RULE-NUM      PIC ZZZ9.
002150     05  FILLER               PIC X(11) VALUE
002160         "   DIVISOR ".
002170     05  KJ-RHD-DIVISOR       PIC ZZZ9.
002180     05  FILLER               PIC X(09) VALUE "   RANGE ".
002190     05  KJ-RHD-LOW           PIC ZZZ,ZZZ,ZZ9.
002200     05  FILLER               PIC X(06) VALUE " THRU ".
002210     05  KJ-RHD-HIGH          PIC ZZZ,ZZZ,ZZ9.
002220     05  FILLER               PIC X(71) VALUE SPACES.
002230
002240 01  KJ-DETAIL-LINE.
002250     05  FILLER               PIC X(10) VALUE SPACES.
002260     05  KJ-DET-CNT           PIC ZZZ,ZZZ,ZZ9.
002270     05  FILLER               PIC X(12) VALUE SPACES.
002280     05  KJ-DET-REVERSED      PIC ZZZ,ZZZ,ZZ9.
002290     05  FILLER               PIC X(88) VALUE SPACES.
002300
002310 01  KJ-SUBTOTAL-LINE.
002320     05  FILLER               PIC X(05) VALUE SPACES.
002330     05  FILLER               PIC X(19) VALUE
002340         "SUBTOTAL FOR RULE  ".
002350     05  KJ-SUB-RULE-NUM      PIC ZZZ9.
002360     05  FILLER               PIC X(05) VALUE SPACES.
002370     05  KJ-SUB-SUM           PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002380     05  FILLER               PIC X(10) VALUE SPACES.
002390     05  KJ-SUB-COUNT         PIC ZZZ,ZZZ,ZZ9.
002400     05  FILLER               PIC X(07) VALUE " VALUES".
002410     05  FILLER               PIC X(50) VALUE SPACES.
002420
002430 01  KJ-DAY-TOTAL-LINE.
002440     05  FILLER               PIC X(05) VALUE SPACES.
002450     05  FILLER               PIC X(19) VALUE
002460         "TOTAL FOR DAY      ".
002470     05  KJ-DTT-DAY           PIC Z9.
002480     05  FILLER               PIC X(07) VALUE SPACES.
002490     05  KJ-DTT-SUM           PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002500     05  FILLER               PIC X(10) VALUE SPACES.
002510     05  KJ-DTT-COUNT         PIC ZZZ,ZZZ,ZZ9.
002520     05  FILLER               PIC X(07) VALUE " VALUES".
002530     05  FILLER               PIC X(50) VALUE SPACES.
002540
002550 01  KJ-GRAND-LINE.
002560     05  FILLER               PIC X(05) VALUE SPACES.
002570     05  FILLER               PIC X(19) VALUE
002580         "GRAND TOTAL        ".
002590     05  FILLER               PIC X(04) VALUE SPACES.
002600     05  FILLER               PIC X(05) VALUE SPACES.
002610     05  KJ-GRA-SUM           PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002620     05  FILLER               PIC X(10) VALUE SPACES.
002630     05  KJ-GRA-COUNT         PIC ZZZ,ZZZ,ZZ9.
002640     05  FILLER               PIC X(07) VALUE " VALUES".
002650     05  FILLER               PIC X(50) VALUE SPACES.
002660
002670 01  KJ-BALANCE-LINE.
002680     05  FILLER               PIC X(05) VALUE SPACES.
002690     05  KJ-BAL-MESSAGE       PIC X(34).
002700     05  FILLER               PIC X(16) VALUE
002710         "TRAILER TOTAL   ".
002720     05  KJ-BAL-TRL-SUM       PIC Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002730     05  FILLER               PIC X(56) VALUE SPACES.
002740
002750 PROCEDURE DIVISION.
002760*-----------------------------------------------------------------
002770* 0000-MAINLINE.
002780*-----------------------------------------------------------------
002790 0000-MAINLINE.
002800     ACCEPT KJ-RPT-RUN-TIME FROM TIME.
002810     ACCEPT KJ-RPT-START-DATE FROM DATE YYYYMMDD.
002820     PERFORM 9100-CHECK-STEP-DONE
002830         THRU 9100-CHECK-STEP-DONE-EXIT.
002840     IF KJ-STEP-ALREADY-DONE
002850         MOVE "S" TO KJ-STEP-STATUS
002860         PERFORM 9200-POST-STEP-DONE
002870             THRU 9200-POST-STEP-DONE-EXIT
002880         MOVE 0 TO RETURN-CODE
002890         STOP RUN
002900     END-IF.
002910     PERFORM 1000-INITIALIZE
002920         THRU 1000-INITIALIZE-EXIT.
002930     PERFORM 2000-PROCESS-RULE
002940         THRU 2000-PROCESS-RULE-EXIT
002950         WITH TEST AFTER UNTIL KJ-RESULTIN-EOF.
002960     IF KJ-CUR-DAY NOT = 0
002970         PERFORM 2400-DAY-TOTAL
002980             THRU 2400-DAY-TOTAL-EXIT
002990     END-IF.
003000     PERFORM 3000-GRAND-TOTAL
003010         THRU 3000-GRAND-TOTAL-EXIT.
003020     CLOSE CTLCARD.
003030     CLOSE RESULTIN.
003040     CLOSE DETAILIN.
003050     CLOSE PRINTOUT.
003060     DISPLAY "KJOPSRPT - REPORT PAGES WRITTEN: " KJ-PAGE-NUM.
003070     IF KJ-ERRSUMM-OPEN
003080         CLOSE ERRSUMM
003090     END-IF.
003100     PERFORM 9200-POST-STEP-DONE
003110         THRU 9200-POST-STEP-DONE-EXIT.
003120     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
003130     STOP RUN.
003140
003150*-----------------------------------------------------------------
003160* 1000-INITIALIZE - OPENS THE FILES AND PICKS UP THE OPERATOR ID
003170* FROM THE SAME CONTROL CARD THE NIGHTLY JOB RAN WITH.  THE RUN
003180* DATE FOR THE HEADINGS COMES OFF THE FIRST RESULT RECORD, SO
003190* THE REPORT ALWAYS SHOWS THE DATE OF THE RUN IT PRINTS RATHER
003200* THAN THE DATE IT IS PRINTED ON.
003210*-----------------------------------------------------------------
003220 1000-INITIALIZE.
003230     OPEN INPUT CTLCARD.
003240     OPEN INPUT RESULTIN.
003250     OPEN INPUT DETAILIN.
003260     OPEN OUTPUT PRINTOUT.
003270     READ CTLCARD
003280         AT END
003290             SET KJ-CTLCARD-EOF TO TRUE
003300         NOT AT END
003310             IF KJ-CTL-OPERATOR NOT EQUAL TO SPACES
003320                 MOVE KJ-CTL-OPERATOR TO KJ-RPT-OPERATOR
003330             END-IF
003340     END-READ.
003350 1000-INITIALIZE-EXIT.
003360     EXIT.
003370
003380*-----------------------------------------------------------------
003390* 2000-PROCESS-RULE - READS ONE RESULT RECORD AND PRINTS ITS
003400* SECTION: RULE HEADING, THE RULE'S QUALIFYING VALUES FROM THE
003410* DETAIL FILE, AND ITS SUBTOTAL.  A RULE FOR A DIFFERENT CALENDAR
003420* DAY FROM THE ONE BEFORE IT CLOSES THAT DAY WITH ITS TOTAL LINE
003430* AND STARTS THE NEW DAY ON A FRESH PAGE.
003440*-----------------------------------------------------------------
003450 2000-PROCESS-RULE.
003460     READ RESULTIN
003470         AT END
003480             SET KJ-RESULTIN-EOF TO TRUE
003490         NOT AT END
003500             MOVE KJ-RES-RUN-DATE TO KJ-RPT-RUN-DATE
003510             IF KJ-RES-DAY-NUM NUMERIC
003520                 AND KJ-RES-DAY-NUM > 0
003530                 MOVE KJ-RES-DAY-NUM TO KJ-RES-DAY
003540             ELSE
003550                 MOVE 7 TO KJ-RES-DAY
003560             END-IF
003570             IF KJ-RES-DAY NOT = KJ-CUR-DAY
003580                 IF KJ-CUR-DAY NOT = 0
003590                     PERFORM 2400-DAY-TOTAL
003600                         THRU 2400-DAY-TOTAL-EXIT
003610                 END-IF
003620                 MOVE KJ-RES-DAY TO KJ-CUR-DAY
003630                 MOVE 0  TO KJ-DAY-SUM
003640                 MOVE 0  TO KJ-DAY-QUALIFY-COUNT
003650                 MOVE 99 TO KJ-LINE-CNT
003660             END-IF
003670             PERFORM 2100-RULE-HEADING
003680                 THRU 2100-RULE-HEADING-EXIT
003690             MOVE KJ-RES-QUALIFY-COUNT TO KJ-DETAIL-NEEDED
003700             MOVE 0 TO KJ-DETAIL-TAKEN
003710             PERFORM 2200-PRINT-DETAIL
003720                 THRU 2200-PRINT-DETAIL-EXIT
003730                 UNTIL KJ-DETAIL-TAKEN >= KJ-DETAIL-NEEDED
003740                     OR KJ-DETAILIN-EOF
003750             PERFORM 2300-RULE-SUBTOTAL
003760                 THRU 2300-RULE-SUBTOTAL-EXIT
003770             ADD KJ-RES-SUM           TO KJ-GRAND-SUM
003780             ADD KJ-RES-QUALIFY-COUNT TO KJ-GRAND-QUALIFY-COUNT
003790             ADD KJ-RES-SUM           TO KJ-DAY-SUM
003800             ADD KJ-RES-QUALIFY-COUNT TO KJ-DAY-QUALIFY-COUNT
003810     END-READ.
003820 2000-PROCESS-RULE-EXIT.
003830     EXIT.
003840
003850*-----------------------------------------------------------------
003860* 2100-RULE-HEADING - PRINTS THE SECTION HEADING FOR ONE RULE:
003870* ITS RULE NUMBER, DIVISOR AND RANGE, WITH THE COLUMN HEADINGS
003880* FOR THE VALUES BELOW IT.
003890*-----------------------------------------------------------------
003900 2100-RULE-HEADING.
003910     IF KJ-LINE-CNT + 4 > KJ-LINES-PER-PAGE
003920         PERFORM 2500-PAGE-HEADING
003930             THRU 2500-PAGE-HEADING-EXIT
003940     END-IF.
003950     MOVE SPACES TO KJ-PRINT-LINE.
003960     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
003970     MOVE KJ-RES-RULE-NUM TO KJ-RHD-RULE-NUM.
003980     MOVE KJ-RES-DIVISOR  TO KJ-RHD-DIVISOR.
003990     MOVE KJ-RES-LOW      TO KJ-RHD-LOW.
004000     MOVE KJ-RES-HIGH     TO KJ-RHD-HIGH.
004010     WRITE KJ-PRINT-LINE FROM KJ-RULE-HDG-LINE
004020         AFTER ADVANCING 1 LINE.
004030     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-2
004040         AFTER ADVANCING 1 LINE.
004050     ADD 3 TO KJ-LINE-CNT.
004060 2100-RULE-HEADING-EXIT.
004070     EXIT.
004080
004090*-----------------------------------------------------------------
004100* 2200-PRINT-DETAIL - PRINTS ONE QUALIFYING VALUE AND ITS
004110* REVERSAL IN THE EDITED COLUMNS.  THE DETAIL FILE RUNNING OUT
004120* BEFORE THE RESULT RECORD'S QUALIFY COUNT IS SATISFIED MEANS
004130* THE TWO FILES ARE NOT FROM THE SAME RUN; THE MISMATCH IS
004140* REPORTED ON THE CONSOLE AND THE SECTION ENDS SHORT.
004150*-----------------------------------------------------------------
004160 2200-PRINT-DETAIL.
004170     READ DETAILIN
004180         AT END
004190             SET KJ-DETAILIN-EOF TO TRUE
004200             DISPLAY "KJ0320E DETAIL FILE ENDED BEFORE RULE "
004210                 KJ-RES-RULE-NUM " WAS COMPLETE - RESULT AND "
004220                 "DETAIL FILES MAY BE FROM DIFFERENT RUNS."
004230                 MOVE "KJ0320E" TO KJ-RAISE-CONDITION
004240                 MOVE "E"       TO KJ-RAISE-SEVERITY
004250                 MOVE 8         TO KJ-RAISE-RC
004260                 MOVE "DETAIL FILE SHORT - WRONG RUN FILES"
004270                     TO KJ-RAISE-TEXT
004280                 PERFORM 9000-RAISE-CONDITION
004290                     THRU 9000-RAISE-CONDITION-EXIT
004300         NOT AT END
004310             IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
004320                 PERFORM 2500-PAGE-HEADING
004330                     THRU 2500-PAGE-HEADING-EXIT
004340             END-IF
004350             MOVE KJ-DTL-CNT      TO KJ-DET-CNT
004360             MOVE KJ-DTL-REVERSED TO KJ-DET-REVERSED
004370             WRITE KJ-PRINT-LINE FROM KJ-DETAIL-LINE
004380                 AFTER ADVANCING 1 LINE
004390             ADD 1 TO KJ-LINE-CNT
004400             ADD 1 TO KJ-DETAIL-TAKEN
004410     END-READ.
004420 2200-PRINT-DETAIL-EXIT.
004430     EXIT.
004440
004450*-----------------------------------------------------------------
004460* 2300-RULE-SUBTOTAL - PRINTS THE SUBTOTAL LINE FOR THE RULE
004470* JUST FINISHED, STRAIGHT OFF ITS RESULT RECORD.
004480*-----------------------------------------------------------------
004490 2300-RULE-SUBTOTAL.
004500     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
004510         PERFORM 2500-PAGE-HEADING
004520             THRU 2500-PAGE-HEADING-EXIT
004530     END-IF.
004540     MOVE KJ-RES-RULE-NUM       TO KJ-SUB-RULE-NUM.
004550     MOVE KJ-RES-SUM            TO KJ-SUB-SUM.
004560     MOVE KJ-RES-QUALIFY-COUNT  TO KJ-SUB-COUNT.
004570     WRITE KJ-PRINT-LINE FROM KJ-SUBTOTAL-LINE
004580         AFTER ADVANCING 1 LINE.
004590     ADD 1 TO KJ-LINE-CNT.
004600 2300-RULE-SUBTOTAL-EXIT.
004610     EXIT.
004620
004630*-----------------------------------------------------------------
004640* 2400-DAY-TOTAL - PRINTS THE TOTAL LINE FOR THE CALENDAR DAY JUST
004650* FINISHED, THE SUM OF ITS RULES' SUBTOTALS.
004660*-----------------------------------------------------------------
004670 2400-DAY-TOTAL.
004680     IF KJ-LINE-CNT + 2 > KJ-LINES-PER-PAGE
004690         PERFORM 2500-PAGE-HEADING
004700             THRU 2500-PAGE-HEADING-EXIT
004710     END-IF.
004720     MOVE SPACES TO KJ-PRINT-LINE.
004730     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
004740     MOVE KJ-CUR-DAY           TO KJ-DTT-DAY.
004750     MOVE KJ-DAY-SUM           TO KJ-DTT-SUM.
004760     MOVE KJ-DAY-QUALIFY-COUNT TO KJ-DTT-COUNT.
004770     WRITE KJ-PRINT-LINE FROM KJ-DAY-TOTAL-LINE
004780         AFTER ADVANCING 1 LINE.
004790     ADD 2 TO KJ-LINE-CNT.
004800 2400-DAY-TOTAL-EXIT.
004810     EXIT.
004820
004830*-----------------------------------------------------------------
004840* 2500-PAGE-HEADING - THROWS TO A NEW PAGE AND PRINTS THE PAGE
004850* HEADING WITH RUN DATE, CALENDAR DAY, OPERATOR AND PAGE NUMBER.
004860*-----------------------------------------------------------------
004870 2500-PAGE-HEADING.
004880     ADD 1 TO KJ-PAGE-NUM.
004890     MOVE KJ-RPT-RUN-DATE TO KJ-HDG-RUN-DATE.
004900     MOVE KJ-RPT-OPERATOR TO KJ-HDG-OPERATOR.
004910     IF KJ-CUR-DAY NOT = 0
004920         MOVE KJ-CUR-DAY  TO KJ-HDG-DAY
004930     END-IF.
004940     MOVE KJ-PAGE-NUM     TO KJ-HDG-PAGE.
004950     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-1
004960         AFTER ADVANCING PAGE.
004970     MOVE SPACES TO KJ-PRINT-LINE.
004980     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
004990     MOVE 2 TO KJ-LINE-CNT.
005000 2500-PAGE-HEADING-EXIT.
005010     EXIT.
005020
005030*-----------------------------------------------------------------
005040* 3000-GRAND-TOTAL - PRINTS THE GRAND TOTAL OVER EVERY RULE AND
005050* TIES IT BACK TO THE RUN'S CONTROL-TOTAL TRAILER.  A TRAILER
005060* THAT DOES NOT MATCH THE SUM OF THE RULE RESULTS MEANS THE
005070* REPORT INPUTS ARE NOT THE FILES THE RUN CLOSED WITH, AND THE
005080* REPORT SAYS SO RATHER THAN PRINTING A QUIETLY WRONG PAGE.
005090*-----------------------------------------------------------------
005100 3000-GRAND-TOTAL.
005110     IF KJ-LINE-CNT + 3 > KJ-LINES-PER-PAGE
005120         PERFORM 2500-PAGE-HEADING
005130             THRU 2500-PAGE-HEADING-EXIT
005140     END-IF.
005150     MOVE SPACES TO KJ-PRINT-LINE.
005160     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
005170     MOVE KJ-GRAND-SUM           TO KJ-GRA-SUM.
005180     MOVE KJ-GRAND-QUALIFY-COUNT TO KJ-GRA-COUNT.
005190     WRITE KJ-PRINT-LINE FROM KJ-GRAND-LINE
005200         AFTER ADVANCING 1 LINE.
005210     OPEN INPUT TRAILERIN.
005220     READ TRAILERIN
005230         AT END
005240             SET KJ-TRAILERIN-EOF TO TRUE
005250     END-READ.
005260     CLOSE TRAILERIN.
005270     IF KJ-TRAILERIN-EOF
005280         MOVE "NO TRAILER ON FILE TO TIE TO     "
005290             TO KJ-BAL-MESSAGE
005300         MOVE 0 TO KJ-BAL-TRL-SUM
005310     ELSE
005320         MOVE KJ-TRL-SUM TO KJ-BAL-TRL-SUM
005330         IF KJ-TRL-SUM = KJ-GRAND-SUM
005340             MOVE "IN BALANCE WITH RUN TRAILER      "
005350                 TO KJ-BAL-MESSAGE
005360         ELSE
005370             MOVE "*** OUT OF BALANCE WITH TRAILER "
005380                 TO KJ-BAL-MESSAGE
005390             DISPLAY "KJ0330E REPORT GRAND TOTAL DOES NOT "
005400                 "MATCH THE RUN TRAILER."
005410             MOVE "KJ0330E" TO KJ-RAISE-CONDITION
005420             MOVE "E"       TO KJ-RAISE-SEVERITY
005430             MOVE 8         TO KJ-RAISE-RC
005440             MOVE "GRAND TOTAL OUT OF BALANCE WITH TRAILER"
005450                 TO KJ-RAISE-TEXT
005460             PERFORM 9000-RAISE-CONDITION
005470                 THRU 9000-RAISE-CONDITION-EXIT
005480         END-IF
005490     END-IF.
005500     WRITE KJ-PRINT-LINE FROM KJ-BALANCE-LINE
005510         AFTER ADVANCING 1 LINE.
005520     ADD 3 TO KJ-LINE-CNT.
005530     IF NOT KJ-DETAILIN-EOF
005540         READ DETAILIN
005550             AT END
005560                 SET KJ-DETAILIN-EOF TO TRUE
005570         END-READ
005580         IF NOT KJ-DETAILIN-EOF
005590             DISPLAY "KJ0340E DETAIL FILE HOLDS RECORDS BEYOND "
005600                 "THE LAST RESULT RECORD'S COUNT - RESULT AND "
005610                 "DETAIL FILES MAY BE FROM DIFFERENT RUNS."
005620                 MOVE "KJ0340E" TO KJ-RAISE-CONDITION
005630                 MOVE "E"       TO KJ-RAISE-SEVERITY
005640                 MOVE 8         TO KJ-RAISE-RC
005650                 MOVE "DETAIL FILE LONG - WRONG RUN FILES"
005660                     TO KJ-RAISE-TEXT
005670                 PERFORM 9000-RAISE-CONDITION
005680                     THRU 9000-RAISE-CONDITION-EXIT
005690         END-IF
005700     END-IF.
005710 3000-GRAND-TOTAL-EXIT.
005720     EXIT.
005730
005740*-----------------------------------------------------------------
005750* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
005760* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
005770* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
005780* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
005790*-----------------------------------------------------------------
005800 9000-RAISE-CONDITION.
005810     IF NOT KJ-ERRSUMM-OPEN
005820         OPEN OUTPUT ERRSUMM
005830         SET KJ-ERRSUMM-OPEN TO TRUE
005840     END-IF.
005850     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
005860     MOVE KJ-RPT-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
005870     MOVE KJ-RPT-RUN-DATE     TO KJ-ERR-RUN-DATE.
005880     COMPUTE KJ-ERR-RUN-TIME = KJ-RPT-RUN-TIME / 100.
005890     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
005900     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
005910     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
005920     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
005930     WRITE KJ-ERROR-SUMMARY-RECORD.
005940     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
005950         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
005960     END-IF.
005970 9000-RAISE-CONDITION-EXIT.
005980     EXIT.
005990
006000*-----------------------------------------------------------------
006010* 9100-CHECK-STEP-DONE - READS THE CYCLE'S STEP-COMPLETION LOG.
006020* WHEN THIS STEP IS ALREADY ON IT AS COMPLETED WITH A RETURN
006030* CODE OF 4 OR LESS, THE STREAM HAS BEEN RESUBMITTED PAST IT
006040* AND THE RUN ENDS AT ONCE INSTEAD OF REPEATING ITS WORK.  A
006050* MISSING LOG (FIRST SUBMISSION OF THE CYCLE) READS AS EMPTY.
006060*-----------------------------------------------------------------
006070 9100-CHECK-STEP-DONE.
006080     MOVE "N" TO KJ-STEPLOG-EOF-SW.
006090     OPEN INPUT STEPLOG.
006100     PERFORM 9110-READ-STEPLOG
006110         THRU 9110-READ-STEPLOG-EXIT
006120         WITH TEST AFTER UNTIL KJ-STEPLOG-EOF.
006130     CLOSE STEPLOG.
006140     IF KJ-STEP-ALREADY-DONE
006150         DISPLAY "KJ1000I " KJ-RPT-PROGRAM-NAME
006160             " ALREADY COMPLETED THIS CYCLE - SKIPPED."
006170     END-IF.
006180 9100-CHECK-STEP-DONE-EXIT.
006190     EXIT.
006200
006210*-----------------------------------------------------------------
006220* 9110-READ-STEPLOG - ONE STEP-COMPLETION RECORD.
006230*-----------------------------------------------------------------
006240 9110-READ-STEPLOG.
006250     READ STEPLOG
006260         AT END
006270             SET KJ-STEPLOG-EOF TO TRUE
006280         NOT AT END
006290             IF KJ-SCL-PROGRAM-ID = KJ-RPT-PROGRAM-NAME
006300                 AND KJ-SCL-STEP-NUM = 0
006310                 AND KJ-SCL-COMPLETED
006320                 AND KJ-SCL-RETURN-CODE NOT > 4
006330                 SET KJ-STEP-ALREADY-DONE TO TRUE
006340             END-IF
006350     END-READ.
006360 9110-READ-STEPLOG-EXIT.
006370     EXIT.
006380
006390*-----------------------------------------------------------------
006400* 9200-POST-STEP-DONE - APPENDS THIS RUN'S STEP-COMPLETION
006410* RECORD: START DATE AND TIME AS STAMPED ON ITS ERRSUMM RECORDS,
006420* END DATE AND TIME NOW, THE FINAL RETURN CODE, AND THE STATUS
006430* STAGED IN KJ-STEP-STATUS BY THE MAINLINE.
006440*-----------------------------------------------------------------
006450 9200-POST-STEP-DONE.
006460     ACCEPT KJ-STEP-END-DATE FROM DATE YYYYMMDD.
006470     ACCEPT KJ-STEP-END-TIME FROM TIME.
006480     OPEN EXTEND STEPLOG.
006490     MOVE SPACES              TO KJ-STEP-COMPLETION-RECORD.
006500     MOVE KJ-RPT-PROGRAM-NAME TO KJ-SCL-PROGRAM-ID.
006510     MOVE 0                   TO KJ-SCL-STEP-NUM.
006520     MOVE KJ-RPT-START-DATE   TO KJ-SCL-START-DATE.
006530     COMPUTE KJ-SCL-START-TIME = KJ-RPT-RUN-TIME / 100.
006540     MOVE KJ-STEP-END-DATE    TO KJ-SCL-END-DATE.
006550     COMPUTE KJ-SCL-END-TIME = KJ-STEP-END-TIME / 100.
006560     MOVE KJ-MAX-RETURN-CODE  TO KJ-SCL-RETURN-CODE.
006570     MOVE KJ-STEP-STATUS      TO KJ-SCL-STATUS.
006580     WRITE KJ-STEP-COMPLETION-RECORD.
006590     CLOSE STEPLOG.
006600 9200-POST-STEP-DONE-EXIT.
006610     EXIT.
