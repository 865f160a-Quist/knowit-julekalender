000270* GENERATIONS STILL CARRY LIVE HISTORY AND MUST NOT BE
000280* UNCATALOGUED.
000290*
000300* FUNCTION C ON THE CONTROL CARD IS THE ONE-TIME CONVERSION RUN
000310* AT THE CUT-OVER TO THE 73-BYTE AUDITLOG, BEFORE THE FIRST NIGHT
000320* WRITES IT.  THE OLD 71-BYTE AUDITLOG GENERATIONS (AUDOLD,
000330* CONCATENATED) ARE COPIED TO AUDNEW, AND THE OLD 76-BYTE ARCHIVE
000340* (ARCOLD) TO ARCNEW, EACH AUDIT IMAGE GAINING A CLEAR REVERSAL
000350* STATUS, NO REVERSAL DATE AND DAY ZERO - THE OLD LOG ONLY EVER
000360* RECORDED DAY 07, AND KJARCINQ READS DAY ZERO AS DAY 07.  THE JCL
000370* SWAPS AUDNEW AND ARCNEW IN AFTER A CLEAN RUN.  A RECORD THAT IS
000380* NOT IN THE OLD LAYOUT IS LISTED AND LEFT OUT.  NOTHING IS
000390* ARCHIVED OR PURGED ON A CONVERSION RUN.
000400*
000410* MOD-HISTORY.
000420*     2026-08-22 JAK  NEW PROGRAM - YEAR-END ARCHIVAL AND PURGE
000430*                     FOR CALRESLT AND THE AUDITLOG
000440*                     GENERATIONS.
000450*     2026-10-15 JAK  A CALRESLT ANSWER MARKED REVERSED BY
000460*                     KJBKOUT IS ARCHIVED AS IT STANDS BUT NOT
000470*                     TAKEN AS THE DAY'S PRIOR-YEAR ANSWER.
000480*     2026-10-15 JAK  AUDITLOG WIDENED TO 73 FOR ITS CALENDAR DAY
000490*                     NUMBER; ARCHIVE RECORD WIDENED TO 78 TO
000500*                     CARRY THE FULL IMAGE.
000510*     2026-10-15 JAK  FUNCTION C - ONE-TIME CONVERSION OF THE
000520*                     71-BYTE AUDITLOG GENERATIONS AND THE
000530*                     76-BYTE ARCHIVE TO THE WIDENED LAYOUTS.
000540*****************************************************************
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SOURCE-COMPUTER.   IBM-370.
000580 OBJECT-COMPUTER.   IBM-370.
000590 INPUT-OUTPUT SECTION.
000600 FILE-CONTROL.
000610     SELECT YECTL    ASSIGN TO YECTL
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT CALRESLT ASSIGN TO CALRESLT
000650         ORGANIZATION IS SEQUENTIAL.
000660
000670     SELECT CALRNEW  ASSIGN TO CALRNEW
000680         ORGANIZATION IS SEQUENTIAL.
000690
000700     SELECT AUDITIN  ASSIGN TO AUDITIN
000710         ORGANIZATION IS SEQUENTIAL.
000720
000730     SELECT ARCHOUT  ASSIGN TO ARCHOUT
000740         ORGANIZATION IS SEQUENTIAL.
000750
000760     SELECT PYSUMRPT ASSIGN TO PYSUMRPT
000770         ORGANIZATION IS SEQUENTIAL.
000780
000790     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000800         ORGANIZATION IS SEQUENTIAL.
000810
000820     SELECT OPTIONAL AUDOLD ASSIGN TO AUDOLD
000830         ORGANIZATION IS SEQUENTIAL.
000840
000850     SELECT AUDNEW   ASSIGN TO AUDNEW
000860         ORGANIZATION IS SEQUENTIAL.
000870
000880     SELECT OPTIONAL ARCOLD ASSIGN TO ARCOLD
000890         ORGANIZATION IS SEQUENTIAL.
000900
000910     SELECT ARCNEW   ASSIGN TO ARCNEW
000920         ORGANIZATION IS SEQUENTIAL.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  YECTL
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 20 CHARACTERS.
000990     COPY KJYECREC.
001000
001010 FD  CALRESLT
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 51 CHARACTERS.
001040     COPY KJCALREC.
001050
001060 FD  CALRNEW
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 51 CHARACTERS.
001090 01  KJ-CAL-NEW-RECORD        PIC X(51).
001100
001110 FD  AUDITIN
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 73 CHARACTERS.
001140     COPY KJAUDREC.
001150
001160 FD  ARCHOUT
001170     LABEL RECORDS ARE STANDARD
001180     RECORD CONTAINS 78 CHARACTERS.
001190     COPY KJARCREC.
001200
001210 FD  PYSUMRPT
001220     LABEL RECORDS ARE STANDARD
001230     RECORD CONTAINS 60 CHARACTERS.
001240     COPY KJPYSREC.
001250
001260 FD  ERRSUMM
001270     LABEL RECORDS ARE STANDARD
001280     RECORD CONTAINS 80 CHARACTERS.
001290     COPY KJERRREC.
001300
001310*****************************************************************
001320* AUDITLOG AND ARCHIVE RECORDS IN THEIR LAYOUTS BEFORE AUDITLOG
001330* CARRIED ITS REVERSAL STATUS AND CALENDAR DAY (71 AND 76 BYTES),
001340* AND THE CONVERTED FILES - USED ONLY BY FUNCTION C.
001350*****************************************************************
001360 FD  AUDOLD
001370     LABEL RECORDS ARE STANDARD
001380     RECORD CONTAINS 71 CHARACTERS.
001390 01  KJ-AUO-RECORD.
001400     05  KJ-AUO-FIELDS.
001410         10  KJ-AUO-RUN-DATE   PIC 9(8).
001420         10  FILLER            PIC X(53).
001430     05  FILLER                PIC X(10).
001440
001450 FD  AUDNEW
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 73 CHARACTERS.
001480 01  KJ-AUD-NEW-RECORD        PIC X(73).
001490
001500 FD  ARCOLD
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 76 CHARACTERS.
001530 01  KJ-ARO-RECORD.
001540     05  KJ-ARO-YEAR           PIC 9(4).
001550     05  KJ-ARO-TYPE           PIC X(01).
001560         88  KJ-ARO-CAL-RESULT        VALUE "C".
001570         88  KJ-ARO-AUDIT-LOG         VALUE "A".
001580     05  KJ-ARO-DATA           PIC X(71).
001590     05  KJ-ARO-AUDIT REDEFINES KJ-ARO-DATA.
001600         10  KJ-ARO-AUD-FIELDS PIC X(61).
001610         10  FILLER            PIC X(10).
001620
001630 FD  ARCNEW
001640     LABEL RECORDS ARE STANDARD
001650     RECORD CONTAINS 78 CHARACTERS.
001660 01  KJ-ARC-NEW-RECORD        PIC X(78).
001670
001680 WORKING-STORAGE SECTION.
001690 01  KJ-YEP-PROGRAM-NAME      PIC X(08) VALUE "KJYEPURG".
001700 01  KJ-YEP-OPERATOR          PIC X(08) VALUE "UNKNOWN".
001710 01  KJ-YEP-RUN-DATE          PIC 9(8) VALUE 0.
001720 01  KJ-YEP-RUN-TIME          PIC 9(8) VALUE 0.
001730 01  KJ-PURGE-YEAR            PIC 9(4) VALUE 0.
001740 01  KJ-RECORD-YEAR           PIC 9(4) VALUE 0.
001750
001760*****************************************************************
001770* PRIOR-YEAR DAY TABLE, BUILT FROM THE ARCHIVED CALRESLT
001780* RECORDS.  CALRESLT IS READ IN APPEND ORDER, SO THE LAST
001790* RECORD SEEN FOR A DAY IS ITS FINAL ANSWER, THE SAME RULE THE
001800* MONTH-END ROLLUP APPLIES.
001810*****************************************************************
001820 01  KJ-PY-DAY-TABLE.
001830     05  KJ-PY-DAY-ENTRY OCCURS 24 TIMES.
001840         10  KJ-PY-RAN-SW      PIC X(01) VALUE "N".
001850             88  KJ-PY-RAN            VALUE "Y".
001860         10  KJ-PY-PROGRAM-ID  PIC X(08) VALUE SPACES.
001870         10  KJ-PY-FINAL-ANSWER PIC 9(15) VALUE 0.
001880         10  KJ-PY-RUN-COUNT   PIC 9(5) VALUE 0.
001890         10  KJ-PY-LAST-RUN-DATE PIC 9(8) VALUE 0.
001900
001910 01  KJ-PY-DAY-IDX            PIC 9(4) COMP VALUE 0.
001920
001930 01  KJ-CAL-ARCHIVED-COUNT    PIC 9(7) VALUE 0.
001940 01  KJ-CAL-KEPT-COUNT        PIC 9(7) VALUE 0.
001950 01  KJ-AUD-ARCHIVED-COUNT    PIC 9(7) VALUE 0.
001960 01  KJ-AUD-SKIPPED-COUNT     PIC 9(7) VALUE 0.
001970
001980*****************************************************************
001990* FUNCTION C WORK AREAS - AN AUDIT IMAGE AND AN ARCHIVE RECORD IN
002000* THE CURRENT LAYOUTS (KJAUDREC, KJARCREC), BUILT FROM THE OLD.
002010*****************************************************************
002020 01  KJ-CNV-AUDIT-IMAGE.
002030     05  KJ-CNV-AUD-FIELDS     PIC X(61).
002040     05  KJ-CNV-AUD-STATUS     PIC X(01).
002050     05  KJ-CNV-AUD-REVERSED-DATE PIC 9(8).
002060     05  KJ-CNV-AUD-DAY-NUM    PIC 9(2).
002070     05  FILLER                PIC X(01).
002080
002090 01  KJ-CNV-ARCHIVE-IMAGE.
002100     05  KJ-CNV-ARC-YEAR       PIC 9(4).
002110     05  KJ-CNV-ARC-TYPE       PIC X(01).
002120     05  KJ-CNV-ARC-DATA       PIC X(73).
002130
002140 01  KJ-CNV-AUD-COUNT         PIC 9(7) VALUE 0.
002150 01  KJ-CNV-ARC-COUNT         PIC 9(7) VALUE 0.
002160 01  KJ-CNV-REJECT-COUNT      PIC 9(7) VALUE 0.
002170
002180 01  KJ-YECTL-EOF-SW          PIC X(01) VALUE "N".
002190     88  KJ-YECTL-EOF                VALUE "Y".
002200 01  KJ-CALRESLT-EOF-SW       PIC X(01) VALUE "N".
002210     88  KJ-CALRESLT-EOF             VALUE "Y".
002220 01  KJ-AUDITIN-EOF-SW        PIC X(01) VALUE "N".
002230     88  KJ-AUDITIN-EOF              VALUE "Y".
002240 01  KJ-PURGE-OK-SW           PIC X(01) VALUE "N".
002250     88  KJ-PURGE-OK                 VALUE "Y".
002260 01  KJ-AUDOLD-EOF-SW         PIC X(01) VALUE "N".
002270     88  KJ-AUDOLD-EOF               VALUE "Y".
002280 01  KJ-ARCOLD-EOF-SW         PIC X(01) VALUE "N".
002290     88  KJ-ARCOLD-EOF               VALUE "Y".
002300 01  KJ-CONVERT-OK-SW         PIC X(01) VALUE "N".
002310     88  KJ-CONVERT-OK               VALUE "Y".
002320
002330*****************************************************************
002340* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
002350* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
002360* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
002370* RETURN-CODE BEFORE STOP RUN.
002380*****************************************************************
002390 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
002400 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
002410 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
002420 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
002430 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
002440
002450 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
002460     88  KJ-ERRSUMM-OPEN             VALUE "Y".
002470
002480 PROCEDURE DIVISION.
002490*-----------------------------------------------------------------
002500* 0000-MAINLINE.
002510*-----------------------------------------------------------------
002520 0000-MAINLINE.
002530     ACCEPT KJ-YEP-RUN-DATE FROM DATE YYYYMMDD.
002540     ACCEPT KJ-YEP-RUN-TIME FROM TIME.
002550     PERFORM 1000-READ-CONTROL
002560         THRU 1000-READ-CONTROL-EXIT.
002570     IF KJ-PURGE-OK
002580         OPEN EXTEND ARCHOUT
002590         PERFORM 2000-SPLIT-CALRESLT
002600             THRU 2000-SPLIT-CALRESLT-EXIT
002610         PERFORM 3000-ARCHIVE-AUDIT
002620             THRU 3000-ARCHIVE-AUDIT-EXIT
002630         CLOSE ARCHOUT
002640         PERFORM 4000-WRITE-PY-SUMMARY
002650             THRU 4000-WRITE-PY-SUMMARY-EXIT
002660             VARYING KJ-PY-DAY-IDX FROM 1 BY 1
002670                 UNTIL KJ-PY-DAY-IDX > 24
002680         DISPLAY "KJYEPURG - YEAR " KJ-PURGE-YEAR
002690             " ARCHIVED BY OPERATOR " KJ-YEP-OPERATOR
002700         DISPLAY "KJYEPURG - CALRESLT ARCHIVED: "
002710             KJ-CAL-ARCHIVED-COUNT
002720         DISPLAY "KJYEPURG - CALRESLT KEPT:     "
002730             KJ-CAL-KEPT-COUNT
002740         DISPLAY "KJYEPURG - AUDITLOG ARCHIVED: "
002750             KJ-AUD-ARCHIVED-COUNT
002760         DISPLAY "KJYEPURG - AUDITLOG LEFT:     "
002770             KJ-AUD-SKIPPED-COUNT
002780         IF KJ-CAL-ARCHIVED-COUNT = 0
002790             DISPLAY "KJ0610W NO CALRESLT RECORDS FOUND FOR "
002800                 "YEAR " KJ-PURGE-YEAR "."
002810             MOVE "KJ0610W" TO KJ-RAISE-CONDITION
002820             MOVE "W"       TO KJ-RAISE-SEVERITY
002830             MOVE 4         TO KJ-RAISE-RC
002840             MOVE "NO CALRESLT RECORDS FOR THE PURGE YEAR"
002850                 TO KJ-RAISE-TEXT
002860             PERFORM 9000-RAISE-CONDITION
002870                 THRU 9000-RAISE-CONDITION-EXIT
002880         END-IF
002890     END-IF.
002900     IF KJ-CONVERT-OK
002910         PERFORM 5000-CONVERT-AUDIT
002920             THRU 5000-CONVERT-AUDIT-EXIT
002930         PERFORM 5500-CONVERT-ARCHIVE
002940             THRU 5500-CONVERT-ARCHIVE-EXIT
002950         DISPLAY "KJYEPURG - CONVERSION RUN BY OPERATOR "
002960             KJ-YEP-OPERATOR
002970         DISPLAY "KJYEPURG - AUDITLOG CONVERTED: "
002980             KJ-CNV-AUD-COUNT
002990         DISPLAY "KJYEPURG - ARCHIVE CONVERTED:  "
003000             KJ-CNV-ARC-COUNT
003010         DISPLAY "KJYEPURG - NOT CONVERTED:      "
003020             KJ-CNV-REJECT-COUNT
003030         IF KJ-CNV-REJECT-COUNT > 0
003040             MOVE "KJ0650W" TO KJ-RAISE-CONDITION
003050             MOVE "W"       TO KJ-RAISE-SEVERITY
003060             MOVE 4         TO KJ-RAISE-RC
003070             MOVE "OLD RECORDS NOT IN OLD LAYOUT - LEFT OUT"
003080                 TO KJ-RAISE-TEXT
003090             PERFORM 9000-RAISE-CONDITION
003100                 THRU 9000-RAISE-CONDITION-EXIT
003110         END-IF
003120     END-IF.
003130     IF KJ-ERRSUMM-OPEN
003140         CLOSE ERRSUMM
003150     END-IF.
003160     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
003170     STOP RUN.
003180
003190*-----------------------------------------------------------------
003200* 1000-READ-CONTROL - READS THE PURGE-YEAR CONTROL CARD.  A
003210* MISSING CARD OR A ZERO YEAR STOPS THE RUN BEFORE ANY FILE IS
003220* TOUCHED - THERE IS NO SAFE DEFAULT FOR A PURGE.  FUNCTION C
003230* NEEDS NO YEAR; ANY FUNCTION OTHER THAN C, P OR BLANK STOPS THE
003240* RUN THE SAME WAY.
003250*-----------------------------------------------------------------
003260 1000-READ-CONTROL.
003270     OPEN INPUT YECTL.
003280     READ YECTL
003290         AT END
003300             SET KJ-YECTL-EOF TO TRUE
003310         NOT AT END
003320             MOVE KJ-YEC-PURGE-YEAR TO KJ-PURGE-YEAR
003330             IF KJ-YEC-OPERATOR NOT EQUAL TO SPACES
003340                 MOVE KJ-YEC-OPERATOR TO KJ-YEP-OPERATOR
003350             END-IF
003360     END-READ.
003370     CLOSE YECTL.
003380     IF NOT KJ-YECTL-EOF AND KJ-YEC-CONVERT
003390         SET KJ-CONVERT-OK TO TRUE
003400         GO TO 1000-READ-CONTROL-EXIT
003410     END-IF.
003420     IF NOT KJ-YECTL-EOF AND NOT KJ-YEC-PURGE
003430         DISPLAY "KJ0630E NO VALID FUNCTION ON THE CONTROL CARD "
003440             "- NOTHING ARCHIVED, PURGED OR CONVERTED."
003450         MOVE "KJ0630E" TO KJ-RAISE-CONDITION
003460         MOVE "E"       TO KJ-RAISE-SEVERITY
003470         MOVE 8         TO KJ-RAISE-RC
003480         MOVE "NO VALID FUNCTION ON CONTROL CARD"
003490             TO KJ-RAISE-TEXT
003500         PERFORM 9000-RAISE-CONDITION
003510             THRU 9000-RAISE-CONDITION-EXIT
003520         GO TO 1000-READ-CONTROL-EXIT
003530     END-IF.
003540     IF KJ-PURGE-YEAR = 0
003550         DISPLAY "KJ0600E NO PURGE YEAR ON THE CONTROL CARD - "
003560             "NOTHING ARCHIVED OR PURGED."
003570         MOVE "KJ0600E" TO KJ-RAISE-CONDITION
003580         MOVE "E"       TO KJ-RAISE-SEVERITY
003590         MOVE 8         TO KJ-RAISE-RC
003600         MOVE "NO PURGE YEAR ON CONTROL CARD"
003610             TO KJ-RAISE-TEXT
003620         PERFORM 9000-RAISE-CONDITION
003630             THRU 9000-RAISE-CONDITION-EXIT
003640     ELSE
003650         SET KJ-PURGE-OK TO TRUE
003660     END-IF.
003670 1000-READ-CONTROL-EXIT.
003680     EXIT.
003690
003700*-----------------------------------------------------------------
003710* 2000-SPLIT-CALRESLT - READS EVERY CALRESLT RECORD: THE PURGE
003720* YEAR'S GO TO THE ARCHIVE AND INTO THE PRIOR-YEAR DAY TABLE,
003730* EVERY OTHER YEAR'S GO TO CALRNEW, THE REWRITTEN CURRENT FILE
003740* THE JCL SWAPS IN AFTER A CLEAN RUN.
003750*-----------------------------------------------------------------
003760 2000-SPLIT-CALRESLT.
003770     OPEN INPUT CALRESLT.
003780     OPEN OUTPUT CALRNEW.
003790     PERFORM 2100-READ-CAL-RESULT
003800         THRU 2100-READ-CAL-RESULT-EXIT
003810         WITH TEST AFTER UNTIL KJ-CALRESLT-EOF.
003820     CLOSE CALRESLT.
003830     CLOSE CALRNEW.
003840 2000-SPLIT-CALRESLT-EXIT.
003850     EXIT.
003860
003870 2100-READ-CAL-RESULT.
003880     READ CALRESLT
003890         AT END
003900             SET KJ-CALRESLT-EOF TO TRUE
003910         NOT AT END
003920             DIVIDE KJ-CAL-RUN-DATE BY 10000
003930                 GIVING KJ-RECORD-YEAR
003940             IF KJ-RECORD-YEAR = KJ-PURGE-YEAR
003950                 MOVE SPACES TO KJ-ARCHIVE-RECORD
003960                 MOVE KJ-PURGE-YEAR TO KJ-ARC-YEAR
003970                 MOVE "C" TO KJ-ARC-TYPE
003980                 MOVE KJ-CAL-RESULT-RECORD TO KJ-ARC-DATA
003990                 WRITE KJ-ARCHIVE-RECORD
004000                 ADD 1 TO KJ-CAL-ARCHIVED-COUNT
004010                 PERFORM 2200-POST-PY-DAY
004020                     THRU 2200-POST-PY-DAY-EXIT
004030             ELSE
004040                 MOVE KJ-CAL-RESULT-RECORD TO KJ-CAL-NEW-RECORD
004050                 WRITE KJ-CAL-NEW-RECORD
004060                 ADD 1 TO KJ-CAL-KEPT-COUNT
004070             END-IF
004080     END-READ.
004090 2100-READ-CAL-RESULT-EXIT.
004100     EXIT.
004110
004120*-----------------------------------------------------------------
004130* 2200-POST-PY-DAY - POSTS ONE ARCHIVED CALRESLT RECORD INTO
004140* THE PRIOR-YEAR DAY TABLE.  A RECORD WHOSE DAY NUMBER FALLS
004150* OUTSIDE 1 THRU 24 IS STILL ARCHIVED BUT GETS NO SUMMARY LINE,
004160* WITH THE SAME WARNING A BAD RECORD GETS ELSEWHERE.
004170*-----------------------------------------------------------------
004180 2200-POST-PY-DAY.
004190     IF KJ-CAL-REVERSED
004200         GO TO 2200-POST-PY-DAY-EXIT
004210     END-IF.
004220     IF KJ-CAL-DAY-NUM < 1 OR KJ-CAL-DAY-NUM > 24
004230         DISPLAY "KJ0040W CALRESLT RECORD DAY NUMBER OUT OF "
004240             "RANGE - ARCHIVED BUT NOT SUMMARIZED."
004250         MOVE "KJ0040W" TO KJ-RAISE-CONDITION
004260         MOVE "W"       TO KJ-RAISE-SEVERITY
004270         MOVE 4         TO KJ-RAISE-RC
004280         MOVE "CALRESLT DAY NUMBER OUT OF RANGE"
004290             TO KJ-RAISE-TEXT
004300         PERFORM 9000-RAISE-CONDITION
004310             THRU 9000-RAISE-CONDITION-EXIT
004320     ELSE
004330         MOVE KJ-CAL-DAY-NUM TO KJ-PY-DAY-IDX
004340         SET KJ-PY-RAN (KJ-PY-DAY-IDX) TO TRUE
004350         MOVE KJ-CAL-PROGRAM-ID
004360             TO KJ-PY-PROGRAM-ID (KJ-PY-DAY-IDX)
004370         MOVE KJ-CAL-ANSWER
004380             TO KJ-PY-FINAL-ANSWER (KJ-PY-DAY-IDX)
004390         ADD 1 TO KJ-PY-RUN-COUNT (KJ-PY-DAY-IDX)
004400         MOVE KJ-CAL-RUN-DATE
004410             TO KJ-PY-LAST-RUN-DATE (KJ-PY-DAY-IDX)
004420     END-IF.
004430 2200-POST-PY-DAY-EXIT.
004440     EXIT.
004450
004460*-----------------------------------------------------------------
004470* 3000-ARCHIVE-AUDIT - CONSOLIDATES THE OLD AUDITLOG
004480* GENERATIONS (CONCATENATED ON AUDITIN) INTO THE ARCHIVE.
004490* RECORDS FROM ANY OTHER YEAR ARE LEFT ALONE AND COUNTED, SO
004500* THE OPERATOR KNOWS THOSE GENERATIONS STILL CARRY LIVE
004510* HISTORY.
004520*-----------------------------------------------------------------
004530 3000-ARCHIVE-AUDIT.
004540     OPEN INPUT AUDITIN.
004550     PERFORM 3100-READ-AUDIT
004560         THRU 3100-READ-AUDIT-EXIT
004570         WITH TEST AFTER UNTIL KJ-AUDITIN-EOF.
004580     CLOSE AUDITIN.
004590     IF KJ-AUD-SKIPPED-COUNT > 0
004600         DISPLAY "KJ0620W " KJ-AUD-SKIPPED-COUNT " AUDITLOG "
004610             "RECORDS ARE NOT FROM YEAR " KJ-PURGE-YEAR
004620             " - THEIR GENERATIONS WERE LEFT IN PLACE."
004630         MOVE "KJ0620W" TO KJ-RAISE-CONDITION
004640         MOVE "W"       TO KJ-RAISE-SEVERITY
004650         MOVE 4         TO KJ-RAISE-RC
004660         MOVE "AUDITLOG RECORDS OUTSIDE THE PURGE YEAR"
004670             TO KJ-RAISE-TEXT
004680         PERFORM 9000-RAISE-CONDITION
004690             THRU 9000-RAISE-CONDITION-EXIT
004700     END-IF.
004710 3000-ARCHIVE-AUDIT-EXIT.
004720     EXIT.
004730
004740 3100-READ-AUDIT.
004750     READ AUDITIN
004760         AT END
004770             SET KJ-AUDITIN-EOF TO TRUE
004780         NOT AT END
004790             DIVIDE KJ-AUD-RUN-DATE BY 10000
004800                 GIVING KJ-RECORD-YEAR
004810             IF KJ-RECORD-YEAR = KJ-PURGE-YEAR
004820                 MOVE SPACES TO KJ-ARCHIVE-RECORD
004830                 MOVE KJ-PURGE-YEAR TO KJ-ARC-YEAR
004840                 MOVE "A" TO KJ-ARC-TYPE
004850                 MOVE KJ-AUDIT-RECORD TO KJ-ARC-DATA
004860                 WRITE KJ-ARCHIVE-RECORD
004870                 ADD 1 TO KJ-AUD-ARCHIVED-COUNT
004880             ELSE
004890                 ADD 1 TO KJ-AUD-SKIPPED-COUNT
004900             END-IF
004910     END-READ.
004920 3100-READ-AUDIT-EXIT.
004930     EXIT.
004940
004950*-----------------------------------------------------------------
004960* 4000-WRITE-PY-SUMMARY - ONE PRIOR-YEAR SUMMARY RECORD PER
004970* CALENDAR DAY: ITS FINAL ANSWER, RUN COUNT AND LAST RUN DATE,
004980* OR OUTSTANDING WHEN THE DAY NEVER RAN THAT YEAR.
004990*-----------------------------------------------------------------
005000 4000-WRITE-PY-SUMMARY.
005010     IF KJ-PY-DAY-IDX = 1
005020         OPEN OUTPUT PYSUMRPT
005030     END-IF.
005040     MOVE SPACES TO KJ-PY-SUMMARY-RECORD.
005050     MOVE KJ-PURGE-YEAR  TO KJ-PYS-YEAR.
005060     MOVE KJ-PY-DAY-IDX  TO KJ-PYS-DAY-NUM.
005070     IF KJ-PY-RAN (KJ-PY-DAY-IDX)
005080         MOVE "RAN"         TO KJ-PYS-STATUS
005090         MOVE KJ-PY-PROGRAM-ID (KJ-PY-DAY-IDX)
005100             TO KJ-PYS-PROGRAM-ID
005110         MOVE KJ-PY-FINAL-ANSWER (KJ-PY-DAY-IDX)
005120             TO KJ-PYS-FINAL-ANSWER
005130         MOVE KJ-PY-RUN-COUNT (KJ-PY-DAY-IDX)
005140             TO KJ-PYS-RUN-COUNT
005150         MOVE KJ-PY-LAST-RUN-DATE (KJ-PY-DAY-IDX)
005160             TO KJ-PYS-LAST-RUN-DATE
005170     ELSE
005180         MOVE "OUTSTANDING" TO KJ-PYS-STATUS
005190         MOVE SPACES        TO KJ-PYS-PROGRAM-ID
005200         MOVE 0             TO KJ-PYS-FINAL-ANSWER
005210         MOVE 0             TO KJ-PYS-RUN-COUNT
005220         MOVE 0             TO KJ-PYS-LAST-RUN-DATE
005230     END-IF.
005240     WRITE KJ-PY-SUMMARY-RECORD.
005250     IF KJ-PY-DAY-IDX = 24
005260         CLOSE PYSUMRPT
005270     END-IF.
005280 4000-WRITE-PY-SUMMARY-EXIT.
005290     EXIT.
005300
005310*-----------------------------------------------------------------
005320* 5000-CONVERT-AUDIT - COPIES THE OLD 71-BYTE AUDITLOG
005330* GENERATIONS (CONCATENATED ON AUDOLD) TO AUDNEW IN THE CURRENT
005340* LAYOUT, IN THE ORDER READ.
005350*-----------------------------------------------------------------
005360 5000-CONVERT-AUDIT.
005370     OPEN INPUT AUDOLD.
005380     OPEN OUTPUT AUDNEW.
005390     PERFORM 5100-CONVERT-AUD-RECORD
005400         THRU 5100-CONVERT-AUD-RECORD-EXIT
005410         WITH TEST AFTER UNTIL KJ-AUDOLD-EOF.
005420     CLOSE AUDOLD.
005430     CLOSE AUDNEW.
005440 5000-CONVERT-AUDIT-EXIT.
005450     EXIT.
005460
005470 5100-CONVERT-AUD-RECORD.
005480     READ AUDOLD
005490         AT END
005500             SET KJ-AUDOLD-EOF TO TRUE
005510     END-READ.
005520     IF KJ-AUDOLD-EOF
005530         GO TO 5100-CONVERT-AUD-RECORD-EXIT
005540     END-IF.
005550     IF KJ-AUO-RUN-DATE NOT NUMERIC
005560         DISPLAY "KJ0650W AUDITLOG RECORD NOT IN THE OLD LAYOUT "
005570             "- NOT CONVERTED: " KJ-AUO-RECORD
005580         ADD 1 TO KJ-CNV-REJECT-COUNT
005590         GO TO 5100-CONVERT-AUD-RECORD-EXIT
005600     END-IF.
005610     MOVE SPACES        TO KJ-CNV-AUDIT-IMAGE.
005620     MOVE KJ-AUO-FIELDS TO KJ-CNV-AUD-FIELDS.
005630     PERFORM 5900-CLEAR-NEW-FIELDS
005640         THRU 5900-CLEAR-NEW-FIELDS-EXIT.
005650     WRITE KJ-AUD-NEW-RECORD FROM KJ-CNV-AUDIT-IMAGE.
005660     ADD 1 TO KJ-CNV-AUD-COUNT.
005670 5100-CONVERT-AUD-RECORD-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------------
005710* 5500-CONVERT-ARCHIVE - COPIES THE OLD 76-BYTE ARCHIVE (ARCOLD)
005720* TO ARCNEW.  A CALRESLT IMAGE IS UNCHANGED, ONLY PADDED TO THE
005730* WIDER DATA AREA; AN AUDIT IMAGE IS CONVERTED AS AUDOLD'S ARE.
005740*-----------------------------------------------------------------
005750 5500-CONVERT-ARCHIVE.
005760     OPEN INPUT ARCOLD.
005770     OPEN OUTPUT ARCNEW.
005780     PERFORM 5600-CONVERT-ARC-RECORD
005790         THRU 5600-CONVERT-ARC-RECORD-EXIT
005800         WITH TEST AFTER UNTIL KJ-ARCOLD-EOF.
005810     CLOSE ARCOLD.
005820     CLOSE ARCNEW.
005830 5500-CONVERT-ARCHIVE-EXIT.
005840     EXIT.
005850
005860 5600-CONVERT-ARC-RECORD.
005870     READ ARCOLD
005880         AT END
005890             SET KJ-ARCOLD-EOF TO TRUE
005900     END-READ.
005910     IF KJ-ARCOLD-EOF
005920         GO TO 5600-CONVERT-ARC-RECORD-EXIT
005930     END-IF.
005940     IF KJ-ARO-YEAR NOT NUMERIC
005950         OR NOT (KJ-ARO-CAL-RESULT OR KJ-ARO-AUDIT-LOG)
005960         DISPLAY "KJ0650W ARCHIVE RECORD NOT IN THE OLD LAYOUT "
005970             "- NOT CONVERTED: " KJ-ARO-RECORD
005980         ADD 1 TO KJ-CNV-REJECT-COUNT
005990         GO TO 5600-CONVERT-ARC-RECORD-EXIT
006000     END-IF.
006010     MOVE SPACES      TO KJ-CNV-ARCHIVE-IMAGE.
006020     MOVE KJ-ARO-YEAR TO KJ-CNV-ARC-YEAR.
006030     MOVE KJ-ARO-TYPE TO KJ-CNV-ARC-TYPE.
006040     IF KJ-ARO-AUDIT-LOG
006050         MOVE SPACES            TO KJ-CNV-AUDIT-IMAGE
006060         MOVE KJ-ARO-AUD-FIELDS TO KJ-CNV-AUD-FIELDS
006070         PERFORM 5900-CLEAR-NEW-FIELDS
006080             THRU 5900-CLEAR-NEW-FIELDS-EXIT
006090         MOVE KJ-CNV-AUDIT-IMAGE TO KJ-CNV-ARC-DATA
006100     ELSE
006110         MOVE KJ-ARO-DATA TO KJ-CNV-ARC-DATA
006120     END-IF.
006130     WRITE KJ-ARC-NEW-RECORD FROM KJ-CNV-ARCHIVE-IMAGE.
006140     ADD 1 TO KJ-CNV-ARC-COUNT.
006150 5600-CONVERT-ARC-RECORD-EXIT.
006160     EXIT.
006170
006180*-----------------------------------------------------------------
006190* 5900-CLEAR-NEW-FIELDS - THE FIELDS AN OLD AUDIT IMAGE NEVER
006200* CARRIED: A CLEAR REVERSAL STATUS, NO REVERSAL DATE AND DAY
006210* ZERO, THE SAME AS A NEW RECORD BEFORE ANY REVERSAL.
006220*-----------------------------------------------------------------
006230 5900-CLEAR-NEW-FIELDS.
006240     MOVE SPACE TO KJ-CNV-AUD-STATUS.
006250     MOVE 0     TO KJ-CNV-AUD-REVERSED-DATE.
006260     MOVE 0     TO KJ-CNV-AUD-DAY-NUM.
006270 5900-CLEAR-NEW-FIELDS-EXIT.
006280     EXIT.
006290
006300*-----------------------------------------------------------------
006310* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
006320* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
006330* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
006340* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
006350*-----------------------------------------------------------------
006360 9000-RAISE-CONDITION.
006370     IF NOT KJ-ERRSUMM-OPEN
006380         OPEN OUTPUT ERRSUMM
006390         SET KJ-ERRSUMM-OPEN TO TRUE
006400     END-IF.
006410     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
006420     MOVE KJ-YEP-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
006430     MOVE KJ-YEP-RUN-DATE     TO KJ-ERR-RUN-DATE.
006440     COMPUTE KJ-ERR-RUN-TIME = KJ-YEP-RUN-TIME / 100.
006450     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
006460     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
006470     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
006480     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
006490     WRITE KJ-ERROR-SUMMARY-RECORD.
006500     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
006510         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
006520     END-IF.
006530 9000-RAISE-CONDITION-EXIT.
006540     EXIT.
