000190*   FUNCTION L LISTS THE ARCHIVED ANSWERS AND RUN HISTORY FOR
000200*   A YEAR (OR A YEAR AND DAY NUMBER) AS READABLE REPORT
000210*   LINES - THE JANUARY AUDIT QUESTIONS ANSWERED FROM A PAGE
000220*   INSTEAD OF AN EYEBALLED DUMP.  AUDIT IMAGES ARCHIVED BEFORE
000230*   THEY CARRIED A DAY NUMBER COME THROUGH KJYEPURG'S FUNCTION C
000240*   CONVERSION WITH DAY ZERO, AND ARE TAKEN AS DAY 07.
000250*
000260*   FUNCTION C PRINTS EACH DAY'S FINAL ANSWER (LAST ARCHIVED
000270*   CALRESLT IMAGE FOR THE DAY AND YEAR - THE SAME RULE THE
000280*   MONTH-END ROLLUP APPLIES) AND ITS LAST RUN DATE SIDE BY
000290*   SIDE ACROSS TWO TO FOUR ARCHIVED YEARS.
000300*
000310* MOD-HISTORY.
000320*     2026-09-02 JAK  NEW PROGRAM - INQUIRY AND YEAR-OVER-YEAR
000330*                     COMPARISON OVER THE YEAR-KEYED ARCHIVE.
000340*     2026-10-15 JAK  ANSWER AND RUN-HISTORY LINES SHOW A
000350*                     RECORD KJBKOUT MARKED REVERSED; THE
000360*                     COMPARISON PASSES OVER A REVERSED ANSWER.
000370*     2026-10-15 JAK  ARCHIVE IMAGES WIDENED TO 78 FOR THE DAY
000380*                     NUMBER NOW ON AUDITLOG.  THE RUN-HISTORY
000390*                     LINE SHOWS THE DAY, AND A DAY-FILTERED LIST
000400*                     TAKES THE AUDIT IMAGES FOR THAT DAY (AN
000410*                     IMAGE CONVERTED FROM THE OLD 76-BYTE
000420*                     ARCHIVE, WITH DAY ZERO, BEING DAY 07).
000430*****************************************************************
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT ARCCTL   ASSIGN TO ARCCTL
000510         ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT ARCHIN   ASSIGN TO ARCHIN
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560     SELECT ARCRPT   ASSIGN TO ARCRPT
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000600         ORGANIZATION IS SEQUENTIAL.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ARCCTL
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 30 CHARACTERS.
000670     COPY KJAQCREC.
000680
000690 FD  ARCHIN
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 78 CHARACTERS.
000720     COPY KJARCREC.
000730
000740 FD  ARCRPT
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 132 CHARACTERS.
000770 01  KJ-PRINT-LINE            PIC X(132).
000780
000790 FD  ERRSUMM
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 80 CHARACTERS.
000820     COPY KJERRREC.
000830
000840 WORKING-STORAGE SECTION.
000850*****************************************************************
000860* THE ARCHIVED RECORD IMAGES ARE UNPACKED INTO THE SAME
000870* LAYOUTS THEY WERE CUT FROM, SO THE FIELD NAMES AND WIDTHS
000880* STAY THE ONES THE REST OF THE SUITE USES.
000890*****************************************************************
000900     COPY KJCALREC.
000910
000920     COPY KJAUDREC.
000930
000940 01  KJ-AIQ-PROGRAM-NAME      PIC X(08) VALUE "KJARCINQ".
000950 01  KJ-AIQ-RUN-DATE          PIC 9(8) VALUE 0.
000960 01  KJ-AIQ-RUN-TIME          PIC 9(8) VALUE 0.
000970 01  KJ-AIQ-OPERATOR          PIC X(08) VALUE "UNKNOWN".
000980 01  KJ-AIQ-FUNCTION          PIC X(01) VALUE SPACE.
000990     88  KJ-AIQ-LIST                 VALUE "L".
001000     88  KJ-AIQ-COMPARE              VALUE "C".
001010 01  KJ-AIQ-DAY-NUM           PIC 9(2) VALUE 0.
001020
001030*****************************************************************
001040* THE YEARS REQUESTED ON THE CONTROL CARD, PACKED TO THE FRONT
001050* OF THE TABLE.  LIST NEEDS AT LEAST ONE, COMPARE AT LEAST TWO.
001060*****************************************************************
001070 01  KJ-REQ-TABLE.
001080     05  KJ-REQ-YEAR OCCURS 4 TIMES PIC 9(4).
001090
001100 01  KJ-REQ-YEAR-COUNT        PIC 9(1) VALUE 0.
001110 01  KJ-REQ-IDX               PIC 9(4) COMP VALUE 0.
001120 01  KJ-YEAR-MATCH-IDX        PIC 9(4) COMP VALUE 0.
001130
001140*****************************************************************
001150* COMPARISON TABLE - 24 DAYS ACROSS UP TO FOUR YEARS.  POSTED
001160* IN ARCHIVE (APPEND) ORDER, SO THE LAST ANSWER SEEN FOR A DAY
001170* AND YEAR IS ITS FINAL ANSWER, THE SAME RULE THE MONTH-END
001180* ROLLUP APPLIES.
001190*****************************************************************
001200 01  KJ-CMP-TABLE.
001210     05  KJ-CMP-DAY-ENTRY OCCURS 24 TIMES.
001220         10  KJ-CMP-YEAR-ENTRY OCCURS 4 TIMES.
001230             15  KJ-CMP-RAN-SW PIC X(01).
001240                 88  KJ-CMP-RAN       VALUE "Y".
001250             15  KJ-CMP-ANSWER PIC 9(15).
001260             15  KJ-CMP-RUN-DATE PIC 9(8).
001270
001280 01  KJ-CMP-DAY-IDX           PIC 9(4) COMP VALUE 0.
001290
001300 01  KJ-CAL-LISTED-COUNT      PIC 9(7) VALUE 0.
001310 01  KJ-AUD-LISTED-COUNT      PIC 9(7) VALUE 0.
001320 01  KJ-MATCHED-COUNT         PIC 9(7) VALUE 0.
001330
001340 01  KJ-PAGE-NUM              PIC 9(4) VALUE 0.
001350 01  KJ-LINE-CNT              PIC 9(3) VALUE 99.
001360 01  KJ-LINES-PER-PAGE        PIC 9(3) VALUE 56.
001370
001380 01  KJ-ARCCTL-EOF-SW         PIC X(01) VALUE "N".
001390     88  KJ-ARCCTL-EOF               VALUE "Y".
001400 01  KJ-ARCHIN-EOF-SW         PIC X(01) VALUE "N".
001410     88  KJ-ARCHIN-EOF               VALUE "Y".
001420 01  KJ-CONTROL-OK-SW         PIC X(01) VALUE "N".
001430     88  KJ-CONTROL-OK               VALUE "Y".
001440
001450*****************************************************************
001460* PRINT LINE LAYOUTS.
001470*****************************************************************
001480 01  KJ-HDG-LINE-1.
001490     05  FILLER               PIC X(05) VALUE SPACES.
001500     05  FILLER               PIC X(40) VALUE
001510         "KNOWIT ADVENT CALENDAR - ARCHIVE".
001520     05  FILLER               PIC X(23) VALUE
001530         "INQUIRY AND COMPARISON".
001540     05  FILLER               PIC X(04) VALUE SPACES.
001550     05  FILLER               PIC X(09) VALUE "RUN DATE ".
001560     05  KJ-HDG-RUN-DATE      PIC 9(8).
001570     05  FILLER               PIC X(03) VALUE SPACES.
001580     05  FILLER               PIC X(09) VALUE "OPERATOR ".
001590     05  KJ-HDG-OPERATOR      PIC X(08).
001600     05  FILLER               PIC X(03) VALUE SPACES.
001610     05  FILLER               PIC X(05) VALUE "PAGE ".
001620     05  KJ-HDG-PAGE          PIC ZZZ9.
001630     05  FILLER               PIC X(11) VALUE SPACES.
001640
001650 01  KJ-CAL-LINE.
001660     05  FILLER               PIC X(05) VALUE " YEAR".
001670     05  FILLER               PIC X(01) VALUE SPACE.
001680     05  KJ-CLN-YEAR          PIC 9(4).
001690     05  FILLER               PIC X(06) VALUE "  DAY ".
001700     05  KJ-CLN-DAY-NUM       PIC Z9.
001710     05  FILLER               PIC X(10) VALUE "  PROGRAM ".
001720     05  KJ-CLN-PROGRAM-ID    PIC X(08).
001730     05  FILLER               PIC X(09) VALUE "  ANSWER ".
001740     05  KJ-CLN-ANSWER        PIC Z(14)9.
001750     05  FILLER               PIC X(11) VALUE "  RUN DATE ".
001760     05  KJ-CLN-RUN-DATE      PIC 9(8).
001770     05  FILLER               PIC X(06) VALUE "  AT  ".
001780     05  KJ-CLN-RUN-TIME      PIC 9(8).
001790     05  FILLER               PIC X(02) VALUE SPACES.
001800     05  KJ-CLN-REVERSED.
001810         10  FILLER           PIC X(09).
001820         10  KJ-CLN-REVERSED-DATE PIC 9(8).
001830     05  FILLER               PIC X(20) VALUE SPACES.
001840
001850 01  KJ-AUD-LINE.
001860     05  FILLER               PIC X(05) VALUE " YEAR".
001870     05  FILLER               PIC X(01) VALUE SPACE.
001880     05  KJ-ALN-YEAR          PIC 9(4).
001890     05  FILLER               PIC X(06) VALUE "  DAY ".
001900     05  KJ-ALN-DAY           PIC Z9.
001910     05  FILLER               PIC X(06) VALUE "  RUN ".
001920     05  KJ-ALN-RUN-DATE      PIC 9(8).
001930     05  FILLER               PIC X(06) VALUE "  AT  ".
001940     05  KJ-ALN-RUN-TIME      PIC 9(8).
001950     05  FILLER               PIC X(11) VALUE "  OPERATOR ".
001960     05  KJ-ALN-OPERATOR      PIC X(08).
001970     05  FILLER               PIC X(08) VALUE "  RANGE ".
001980     05  KJ-ALN-LOW           PIC ZZZ,ZZZ,ZZ9.
001990     05  FILLER               PIC X(06) VALUE " THRU ".
002000     05  KJ-ALN-HIGH          PIC ZZZ,ZZZ,ZZ9.
002010     05  FILLER               PIC X(06) VALUE "  DIV ".
002020     05  KJ-ALN-DIVISOR       PIC ZZZ9.
002030     05  FILLER               PIC X(06) VALUE "  SUM ".
002040     05  KJ-ALN-SUM           PIC Z(14)9.
002050
002060 01  KJ-AUD-REV-LINE.
002070     05  FILLER               PIC X(17) VALUE SPACES.
002080     05  FILLER               PIC X(09) VALUE "REVERSED ".
002090     05  KJ-ARL-REVERSED-DATE PIC 9(8).
002100     05  FILLER               PIC X(98) VALUE SPACES.
002110
002120 01  KJ-CMP-HDG-LINE.
002130     05  FILLER               PIC X(06) VALUE " DAY  ".
002140     05  KJ-CMH-YEAR-ENTRY OCCURS 4 TIMES.
002150         10  KJ-CMH-YEAR      PIC 9(4).
002160         10  FILLER           PIC X(09) VALUE "   ANSWER".
002170         10  FILLER           PIC X(09) VALUE " RUN DATE".
002180         10  FILLER           PIC X(07) VALUE SPACES.
002190     05  FILLER               PIC X(10) VALUE SPACES.
002200
002210 01  KJ-CMP-LINE.
002220     05  KJ-CML-DAY-NUM       PIC ZZZ9.
002230     05  FILLER               PIC X(02) VALUE SPACES.
002240     05  KJ-CML-YEAR-ENTRY OCCURS 4 TIMES.
002250         10  KJ-CML-ANSWER    PIC X(19).
002260         10  KJ-CML-RUN-DATE  PIC X(10).
002270     05  FILLER               PIC X(10) VALUE SPACES.
002280
002290 01  KJ-CML-ANSWER-EDIT       PIC Z(14)9.
002300 01  KJ-CML-DATE-EDIT         PIC 9(8).
002310
002320*****************************************************************
002330* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
002340* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
002350* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
002360* RETURN-CODE BEFORE STOP RUN.
002370*****************************************************************
002380 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
002390 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
002400 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
002410 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
002420 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
002430
002440 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
002450     88  KJ-ERRSUMM-OPEN             VALUE "Y".
002460
002470 PROCEDURE DIVISION.
002480*-----------------------------------------------------------------
002490* 0000-MAINLINE.
002500*-----------------------------------------------------------------
002510 0000-MAINLINE.
002520     ACCEPT KJ-AIQ-RUN-DATE FROM DATE YYYYMMDD.
002530     ACCEPT KJ-AIQ-RUN-TIME FROM TIME.
002540     PERFORM 1000-READ-CONTROL
002550         THRU 1000-READ-CONTROL-EXIT.
002560     IF KJ-CONTROL-OK
002570         MOVE SPACES TO KJ-CMP-TABLE
002580         OPEN INPUT ARCHIN
002590         OPEN OUTPUT ARCRPT
002600         PERFORM 2000-READ-ARCHIVE
002610             THRU 2000-READ-ARCHIVE-EXIT
002620             WITH TEST AFTER UNTIL KJ-ARCHIN-EOF
002630         IF KJ-AIQ-COMPARE
002640             PERFORM 4000-PRINT-COMPARISON
002650                 THRU 4000-PRINT-COMPARISON-EXIT
002660         END-IF
002670         CLOSE ARCHIN
002680         CLOSE ARCRPT
002690         PERFORM 5000-SUMMARIZE
002700             THRU 5000-SUMMARIZE-EXIT
002710     END-IF.
002720     IF KJ-ERRSUMM-OPEN
002730         CLOSE ERRSUMM
002740     END-IF.
002750     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
002760     STOP RUN.
002770
002780*-----------------------------------------------------------------
002790* 1000-READ-CONTROL - READS THE INQUIRY CONTROL CARD AND PACKS
002800* THE REQUESTED YEARS TO THE FRONT OF THE YEAR TABLE.  LIST
002810* NEEDS A FUNCTION AND AT LEAST ONE YEAR; COMPARE NEEDS AT
002820* LEAST TWO.  THERE IS NO DEFAULT YEAR - AN ARCHIVE QUESTION
002830* IS ALWAYS ABOUT A PARTICULAR YEAR.
002840*-----------------------------------------------------------------
002850 1000-READ-CONTROL.
002860     OPEN INPUT ARCCTL.
002870     READ ARCCTL
002880         AT END
002890             SET KJ-ARCCTL-EOF TO TRUE
002900         NOT AT END
002910             MOVE KJ-AQC-FUNCTION TO KJ-AIQ-FUNCTION
002920             MOVE KJ-AQC-DAY-NUM  TO KJ-AIQ-DAY-NUM
002930             IF KJ-AQC-OPERATOR NOT EQUAL TO SPACES
002940                 MOVE KJ-AQC-OPERATOR TO KJ-AIQ-OPERATOR
002950             END-IF
002960             PERFORM 1100-PACK-YEAR
002970                 THRU 1100-PACK-YEAR-EXIT
002980                 VARYING KJ-REQ-IDX FROM 1 BY 1
002990                     UNTIL KJ-REQ-IDX > 4
003000     END-READ.
003010     CLOSE ARCCTL.
003020     IF KJ-ARCCTL-EOF
003030         OR (NOT KJ-AIQ-LIST AND NOT KJ-AIQ-COMPARE)
003040         OR KJ-REQ-YEAR-COUNT = 0
003050         DISPLAY "KJ0840E NO VALID FUNCTION (L OR C) AND YEAR "
003060             "ON THE INQUIRY CONTROL CARD - NOTHING RETRIEVED."
003070         MOVE "KJ0840E" TO KJ-RAISE-CONDITION
003080         MOVE "E"       TO KJ-RAISE-SEVERITY
003090         MOVE 8         TO KJ-RAISE-RC
003100         MOVE "NO VALID FUNCTION/YEAR ON CONTROL CARD"
003110             TO KJ-RAISE-TEXT
003120         PERFORM 9000-RAISE-CONDITION
003130             THRU 9000-RAISE-CONDITION-EXIT
003140         GO TO 1000-READ-CONTROL-EXIT
003150     END-IF.
003160     IF KJ-AIQ-DAY-NUM > 24
003170         DISPLAY "KJ0840E DAY NUMBER ON THE INQUIRY CONTROL "
003180             "CARD IS OUTSIDE 1 THRU 24 - NOTHING RETRIEVED."
003190         MOVE "KJ0840E" TO KJ-RAISE-CONDITION
003200         MOVE "E"       TO KJ-RAISE-SEVERITY
003210         MOVE 8         TO KJ-RAISE-RC
003220         MOVE "DAY NUMBER OUTSIDE 1 THRU 24"
003230             TO KJ-RAISE-TEXT
003240         PERFORM 9000-RAISE-CONDITION
003250             THRU 9000-RAISE-CONDITION-EXIT
003260         GO TO 1000-READ-CONTROL-EXIT
003270     END-IF.
003280     IF KJ-AIQ-COMPARE AND KJ-REQ-YEAR-COUNT < 2
003290         DISPLAY "KJ0850E A COMPARISON NEEDS AT LEAST TWO "
003300             "YEARS ON THE CONTROL CARD."
003310         MOVE "KJ0850E" TO KJ-RAISE-CONDITION
003320         MOVE "E"       TO KJ-RAISE-SEVERITY
003330         MOVE 8         TO KJ-RAISE-RC
003340         MOVE "COMPARISON NEEDS AT LEAST TWO YEARS"
003350             TO KJ-RAISE-TEXT
003360         PERFORM 9000-RAISE-CONDITION
003370             THRU 9000-RAISE-CONDITION-EXIT
003380         GO TO 1000-READ-CONTROL-EXIT
003390     END-IF.
003400     SET KJ-CONTROL-OK TO TRUE.
003410 1000-READ-CONTROL-EXIT.
003420     EXIT.
003430
003440 1100-PACK-YEAR.
003450     IF KJ-AQC-YEAR (KJ-REQ-IDX) > 0
003460         AND KJ-REQ-YEAR-COUNT < 4
003470         ADD 1 TO KJ-REQ-YEAR-COUNT
003480         MOVE KJ-AQC-YEAR (KJ-REQ-IDX)
003490             TO KJ-REQ-YEAR (KJ-REQ-YEAR-COUNT)
003500     END-IF.
003510 1100-PACK-YEAR-EXIT.
003520     EXIT.
003530
003540*-----------------------------------------------------------------
003550* 2000-READ-ARCHIVE - ONE ARCHIVE RECORD.  A RECORD FOR A YEAR
003560* NOT ON THE CARD IS PASSED OVER; A MATCH IS LISTED (FUNCTION
003570* L) OR POSTED TO THE COMPARISON TABLE (FUNCTION C).
003580*-----------------------------------------------------------------
003590 2000-READ-ARCHIVE.
003600     READ ARCHIN
003610         AT END
003620             SET KJ-ARCHIN-EOF TO TRUE
003630         NOT AT END
003640             MOVE 0 TO KJ-YEAR-MATCH-IDX
003650             PERFORM 2100-MATCH-YEAR
003660                 THRU 2100-MATCH-YEAR-EXIT
003670                 VARYING KJ-REQ-IDX FROM 1 BY 1
003680                     UNTIL KJ-REQ-IDX > KJ-REQ-YEAR-COUNT
003690             IF KJ-YEAR-MATCH-IDX > 0
003700                 ADD 1 TO KJ-MATCHED-COUNT
003710                 IF KJ-ARC-CAL-RESULT
003720                     PERFORM 2200-TAKE-CAL-IMAGE
003730                         THRU 2200-TAKE-CAL-IMAGE-EXIT
003740                 ELSE
003750                     IF KJ-ARC-AUDIT-LOG
003760                         PERFORM 2300-TAKE-AUD-IMAGE
003770                             THRU 2300-TAKE-AUD-IMAGE-EXIT
003780                     END-IF
003790                 END-IF
003800             END-IF
003810     END-READ.
003820 2000-READ-ARCHIVE-EXIT.
003830     EXIT.
003840
003850 2100-MATCH-YEAR.
003860     IF KJ-REQ-YEAR (KJ-REQ-IDX) = KJ-ARC-YEAR
003870         MOVE KJ-REQ-IDX TO KJ-YEAR-MATCH-IDX
003880     END-IF.
003890 2100-MATCH-YEAR-EXIT.
003900     EXIT.
003910
003920*-----------------------------------------------------------------
003930* 2200-TAKE-CAL-IMAGE - AN ARCHIVED CALRESLT IMAGE: LISTED AS A
003940* READABLE ANSWER LINE (FUNCTION L, HONOURING THE DAY FILTER)
003950* OR POSTED TO THE COMPARISON TABLE (FUNCTION C), WHERE THE
003960* LAST IMAGE SEEN FOR A DAY AND YEAR WINS.
003970*-----------------------------------------------------------------
003980 2200-TAKE-CAL-IMAGE.
003990     MOVE KJ-ARC-DATA TO KJ-CAL-RESULT-RECORD.
004000     IF KJ-AIQ-DAY-NUM > 0
004010         AND KJ-CAL-DAY-NUM NOT = KJ-AIQ-DAY-NUM
004020         GO TO 2200-TAKE-CAL-IMAGE-EXIT
004030     END-IF.
004040     IF KJ-AIQ-LIST
004050         PERFORM 2210-LIST-CAL-IMAGE
004060             THRU 2210-LIST-CAL-IMAGE-EXIT
004070     ELSE
004080         IF KJ-CAL-DAY-NUM >= 1 AND KJ-CAL-DAY-NUM <= 24
004090             AND NOT KJ-CAL-REVERSED
004100             MOVE KJ-CAL-DAY-NUM TO KJ-CMP-DAY-IDX
004110             SET KJ-CMP-RAN
004120                 (KJ-CMP-DAY-IDX, KJ-YEAR-MATCH-IDX) TO TRUE
004130             MOVE KJ-CAL-ANSWER TO KJ-CMP-ANSWER
004140                 (KJ-CMP-DAY-IDX, KJ-YEAR-MATCH-IDX)
004150             MOVE KJ-CAL-RUN-DATE TO KJ-CMP-RUN-DATE
004160                 (KJ-CMP-DAY-IDX, KJ-YEAR-MATCH-IDX)
004170         END-IF
004180     END-IF.
004190 2200-TAKE-CAL-IMAGE-EXIT.
004200     EXIT.
004210
004220 2210-LIST-CAL-IMAGE.
004230     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
004240         PERFORM 3500-PAGE-HEADING
004250             THRU 3500-PAGE-HEADING-EXIT
004260     END-IF.
004270     MOVE KJ-ARC-YEAR       TO KJ-CLN-YEAR.
004280     MOVE KJ-CAL-DAY-NUM    TO KJ-CLN-DAY-NUM.
004290     MOVE KJ-CAL-PROGRAM-ID TO KJ-CLN-PROGRAM-ID.
004300     MOVE KJ-CAL-ANSWER     TO KJ-CLN-ANSWER.
004310     MOVE KJ-CAL-RUN-DATE   TO KJ-CLN-RUN-DATE.
004320     MOVE KJ-CAL-RUN-TIME   TO KJ-CLN-RUN-TIME.
004330     IF KJ-CAL-REVERSED
004340         MOVE "REVERSED "        TO KJ-CLN-REVERSED
004350         MOVE KJ-CAL-REVERSED-DATE TO KJ-CLN-REVERSED-DATE
004360     ELSE
004370         MOVE SPACES             TO KJ-CLN-REVERSED
004380     END-IF.
004390     WRITE KJ-PRINT-LINE FROM KJ-CAL-LINE
004400         AFTER ADVANCING 1 LINE.
004410     ADD 1 TO KJ-LINE-CNT.
004420     ADD 1 TO KJ-CAL-LISTED-COUNT.
004430 2210-LIST-CAL-IMAGE-EXIT.
004440     EXIT.
004450
004460*-----------------------------------------------------------------
004470* 2300-TAKE-AUD-IMAGE - AN ARCHIVED AUDITLOG IMAGE, LISTED AS A
004480* READABLE RUN-HISTORY LINE.  AN IMAGE WITH NO DAY NUMBER (CUT
004490* BEFORE AUDITLOG CARRIED ONE, AND GIVEN DAY ZERO WHEN KJYEPURG
004500* FUNCTION C CONVERTED THE OLD ARCHIVE) IS DAY 07.  A
004510* DAY-FILTERED LIST TAKES ONLY THAT DAY'S IMAGES; THE COMPARISON
004520* DOES NOT USE THEM AT ALL.
004530*-----------------------------------------------------------------
004540 2300-TAKE-AUD-IMAGE.
004550     IF NOT KJ-AIQ-LIST
004560         GO TO 2300-TAKE-AUD-IMAGE-EXIT
004570     END-IF.
004580     MOVE KJ-ARC-DATA TO KJ-AUDIT-RECORD.
004590     IF KJ-AUD-DAY-NUM NOT NUMERIC
004600         OR KJ-AUD-DAY-NUM = 0
004610         MOVE 7 TO KJ-AUD-DAY-NUM
004620     END-IF.
004630     IF KJ-AIQ-DAY-NUM > 0
004640         AND KJ-AUD-DAY-NUM NOT = KJ-AIQ-DAY-NUM
004650         GO TO 2300-TAKE-AUD-IMAGE-EXIT
004660     END-IF.
004670     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
004680         PERFORM 3500-PAGE-HEADING
004690             THRU 3500-PAGE-HEADING-EXIT
004700     END-IF.
004710     MOVE KJ-ARC-YEAR     TO KJ-ALN-YEAR.
004720     MOVE KJ-AUD-DAY-NUM  TO KJ-ALN-DAY.
004730     MOVE KJ-AUD-RUN-DATE TO KJ-ALN-RUN-DATE.
004740     MOVE KJ-AUD-RUN-TIME TO KJ-ALN-RUN-TIME.
004750     MOVE KJ-AUD-OPERATOR TO KJ-ALN-OPERATOR.
004760     MOVE KJ-AUD-LOW      TO KJ-ALN-LOW.
004770     MOVE KJ-AUD-HIGH     TO KJ-ALN-HIGH.
004780     MOVE KJ-AUD-DIVISOR  TO KJ-ALN-DIVISOR.
004790     MOVE KJ-AUD-SUM      TO KJ-ALN-SUM.
004800     WRITE KJ-PRINT-LINE FROM KJ-AUD-LINE
004810         AFTER ADVANCING 1 LINE.
004820     ADD 1 TO KJ-LINE-CNT.
004830     ADD 1 TO KJ-AUD-LISTED-COUNT.
004840     IF KJ-AUD-REVERSED
004850         MOVE KJ-AUD-REVERSED-DATE TO KJ-ARL-REVERSED-DATE
004860         WRITE KJ-PRINT-LINE FROM KJ-AUD-REV-LINE
004870             AFTER ADVANCING 1 LINE
004880         ADD 1 TO KJ-LINE-CNT
004890     END-IF.
004900 2300-TAKE-AUD-IMAGE-EXIT.
004910     EXIT.
004920
004930*-----------------------------------------------------------------
004940* 3500-PAGE-HEADING - THROWS TO A NEW PAGE AND PRINTS THE PAGE
004950* HEADING WITH RUN DATE, OPERATOR AND PAGE NUMBER.
004960*-----------------------------------------------------------------
004970 3500-PAGE-HEADING.
004980     ADD 1 TO KJ-PAGE-NUM.
004990     MOVE KJ-AIQ-RUN-DATE TO KJ-HDG-RUN-DATE.
005000     MOVE KJ-AIQ-OPERATOR TO KJ-HDG-OPERATOR.
005010     MOVE KJ-PAGE-NUM     TO KJ-HDG-PAGE.
005020     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-1
005030         AFTER ADVANCING PAGE.
005040     MOVE SPACES TO KJ-PRINT-LINE.
005050     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
005060     MOVE 2 TO KJ-LINE-CNT.
005070 3500-PAGE-HEADING-EXIT.
005080     EXIT.
005090
005100*-----------------------------------------------------------------
005110* 4000-PRINT-COMPARISON - THE SIDE-BY-SIDE SECTION: ONE COLUMN
005120* HEADING NAMING THE YEARS, THEN ONE LINE PER DAY (OR JUST THE
005130* REQUESTED DAY) WITH EACH YEAR'S FINAL ANSWER AND LAST RUN
005140* DATE; A DAY A YEAR NEVER RAN SHOWS NOT RUN.
005150*-----------------------------------------------------------------
005160 4000-PRINT-COMPARISON.
005170     PERFORM 3500-PAGE-HEADING
005180         THRU 3500-PAGE-HEADING-EXIT.
005190     PERFORM 4100-HEAD-YEAR
005200         THRU 4100-HEAD-YEAR-EXIT
005210         VARYING KJ-REQ-IDX FROM 1 BY 1
005220             UNTIL KJ-REQ-IDX > 4.
005230     WRITE KJ-PRINT-LINE FROM KJ-CMP-HDG-LINE
005240         AFTER ADVANCING 1 LINE.
005250     ADD 1 TO KJ-LINE-CNT.
005260     IF KJ-AIQ-DAY-NUM > 0
005270         MOVE KJ-AIQ-DAY-NUM TO KJ-CMP-DAY-IDX
005280         PERFORM 4200-COMPARE-DAY
005290             THRU 4200-COMPARE-DAY-EXIT
005300     ELSE
005310         PERFORM 4200-COMPARE-DAY
005320             THRU 4200-COMPARE-DAY-EXIT
005330             VARYING KJ-CMP-DAY-IDX FROM 1 BY 1
005340                 UNTIL KJ-CMP-DAY-IDX > 24
005350     END-IF.
005360 4000-PRINT-COMPARISON-EXIT.
005370     EXIT.
005380
005390*-----------------------------------------------------------------
005400* 4100-HEAD-YEAR - FILLS ONE YEAR COLUMN OF THE COMPARISON
005410* HEADING; AN UNUSED COLUMN (FEWER THAN FOUR YEARS REQUESTED)
005420* IS BLANKED WHOLE, COLUMN CAPTIONS AND ALL.
005430*-----------------------------------------------------------------
005440 4100-HEAD-YEAR.
005450     IF KJ-REQ-IDX <= KJ-REQ-YEAR-COUNT
005460         MOVE KJ-REQ-YEAR (KJ-REQ-IDX)
005470             TO KJ-CMH-YEAR (KJ-REQ-IDX)
005480     ELSE
005490         MOVE SPACES TO KJ-CMH-YEAR-ENTRY (KJ-REQ-IDX)
005500     END-IF.
005510 4100-HEAD-YEAR-EXIT.
005520     EXIT.
005530
005540 4200-COMPARE-DAY.
005550     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
005560         PERFORM 3500-PAGE-HEADING
005570             THRU 3500-PAGE-HEADING-EXIT
005580         WRITE KJ-PRINT-LINE FROM KJ-CMP-HDG-LINE
005590             AFTER ADVANCING 1 LINE
005600         ADD 1 TO KJ-LINE-CNT
005610     END-IF.
005620     MOVE SPACES TO KJ-CMP-LINE.
005630     MOVE KJ-CMP-DAY-IDX TO KJ-CML-DAY-NUM.
005640     PERFORM 4300-COMPARE-YEAR
005650         THRU 4300-COMPARE-YEAR-EXIT
005660         VARYING KJ-REQ-IDX FROM 1 BY 1
005670             UNTIL KJ-REQ-IDX > KJ-REQ-YEAR-COUNT.
005680     WRITE KJ-PRINT-LINE FROM KJ-CMP-LINE
005690         AFTER ADVANCING 1 LINE.
005700     ADD 1 TO KJ-LINE-CNT.
005710 4200-COMPARE-DAY-EXIT.
005720     EXIT.
005730
005740 4300-COMPARE-YEAR.
005750     IF KJ-CMP-RAN (KJ-CMP-DAY-IDX, KJ-REQ-IDX)
005760         MOVE KJ-CMP-ANSWER (KJ-CMP-DAY-IDX, KJ-REQ-IDX)
005770             TO KJ-CML-ANSWER-EDIT
005780         MOVE KJ-CML-ANSWER-EDIT
005790             TO KJ-CML-ANSWER (KJ-REQ-IDX)
005800         MOVE KJ-CMP-RUN-DATE (KJ-CMP-DAY-IDX, KJ-REQ-IDX)
005810             TO KJ-CML-DATE-EDIT
005820         MOVE KJ-CML-DATE-EDIT
005830             TO KJ-CML-RUN-DATE (KJ-REQ-IDX)
005840     ELSE
005850         MOVE "            NOT RUN" TO
005860             KJ-CML-ANSWER (KJ-REQ-IDX)
005870         MOVE SPACES TO KJ-CML-RUN-DATE (KJ-REQ-IDX)
005880     END-IF.
005890 4300-COMPARE-YEAR-EXIT.
005900     EXIT.
005910
005920*-----------------------------------------------------------------
005930* 5000-SUMMARIZE - CONSOLE COUNTS, AND A WARNING WHEN NOTHING
005940* ON THE ARCHIVE MATCHED THE REQUEST - USUALLY A YEAR THAT WAS
005950* NEVER PURGED, OR A MISKEYED ONE.
005960*-----------------------------------------------------------------
005970 5000-SUMMARIZE.
005980     DISPLAY "KJARCINQ - ARCHIVE RECORDS MATCHED: "
005990         KJ-MATCHED-COUNT.
006000     DISPLAY "KJARCINQ - ANSWER LINES LISTED:     "
006010         KJ-CAL-LISTED-COUNT.
006020     DISPLAY "KJARCINQ - RUN HISTORY LINES:       "
006030         KJ-AUD-LISTED-COUNT.
006040     DISPLAY "KJARCINQ - REPORT PAGES:            "
006050         KJ-PAGE-NUM.
006060     IF KJ-MATCHED-COUNT = 0
006070         DISPLAY "KJ0860W NOTHING ON THE ARCHIVE FOR THE "
006080             "REQUESTED YEAR(S)."
006090         MOVE "KJ0860W" TO KJ-RAISE-CONDITION
006100         MOVE "W"       TO KJ-RAISE-SEVERITY
006110         MOVE 4         TO KJ-RAISE-RC
006120         MOVE "NO ARCHIVE RECORDS FOR REQUESTED YEARS"
006130             TO KJ-RAISE-TEXT
006140         PERFORM 9000-RAISE-CONDITION
006150             THRU 9000-RAISE-CONDITION-EXIT
006160     END-IF.
006170 5000-SUMMARIZE-EXIT.
006180     EXIT.
006190
006200*-----------------------------------------------------------------
006210* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
006220* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
006230* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
006240* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
006250*-----------------------------------------------------------------
006260 9000-RAISE-CONDITION.
006270     IF NOT KJ-ERRSUMM-OPEN
006280         OPEN OUTPUT ERRSUMM
006290         SET KJ-ERRSUMM-OPEN TO TRUE
006300     END-IF.
006310     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
006320     MOVE KJ-AIQ-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
006330     MOVE KJ-AIQ-RUN-DATE     TO KJ-ERR-RUN-DATE.
006340     COMPUTE KJ-ERR-RUN-TIME = KJ-AIQ-RUN-TIME / 100.
006350     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
006360     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
006370     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
006380     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
006390     WRITE KJ-ERROR-SUMMARY-RECORD.
006400     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
006410         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
006420     END-IF.
006430 9000-RAISE-CONDITION-EXIT.
006440     EXIT.
