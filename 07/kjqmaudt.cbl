000220* REPAIRS THE MASTER (R - MISSING VALUES WRITTEN, EXTRAS
000230* DELETED) OR WITHDRAWS THE BAD COVERAGE (W - THE RANGE IS
000240* WITHHELD FROM THE REWRITTEN COVERAGE FILE SO THE NEXT RUN
000250* REGRINDS IT).  THE MASTER AND ITS COVERAGE ARE KEYED BY RULE
000260* TYPE, AND EACH RANGE IS AUDITED UNDER ITS OWN TYPE.
000270*
000280* FUNCTION C IS THE ONE-TIME CONVERSION OF THE MASTER TO THE
000290* RULE-TYPE KEY: AN UNLOAD OF THE OLD MASTER (QMOLD) IS LOADED
000300* INTO THE NEWLY DEFINED QUALMAST AS TYPE D RECORDS AND THE
000310* COVERAGE IS REWRITTEN WITH ITS TYPES FILLED IN, SO NOTHING THE
000320* NIGHTLY JOB HAS ALREADY GROUND IS GROUND AGAIN.
000330*
000340* DIVCOVER IS ALSO CONSOLIDATED ON THE WAY THROUGH: THE RANGES
000350* ACCUMULATE FOREVER UNDER DISP=MOD, AND ONCE THE FILE PASSES
000360* THE 200-ENTRY TABLE THE NIGHTLY LOAD HOLDS, THE EXCESS RANGES
000370* STOP BEING HONOURED AT ALL.  OVERLAPPING AND ADJACENT RANGES
000380* FOR THE SAME RULE TYPE AND DIVISOR ARE MERGED AND THE RESULT
000390* REWRITTEN TO DIVCNEW; THE JCL SWAPS DIVCNEW IN AS DIVCOVER
000400* AFTER A CLEAN RUN.
000410*
000420* MOD-HISTORY.
000430*     2026-09-02 JAK  NEW PROGRAM - QUALMAST/DIVCOVER INTEGRITY
000440*                     AUDIT, REPAIR/WITHDRAW, AND COVERAGE
000450*                     CONSOLIDATION.
000460*     2026-09-02 JAK  KJCHECK1 NOW TAKES A RULE-TYPE PARAMETER;
000470*                     THE AUDIT PASSES TYPE D - THE QUALIFYING
000480*                     MASTER AND ITS COVERAGE HOLD THE
000490*                     DIVIDE-BOTH-WAYS POPULATION ONLY.
000500*     2026-10-15 JAK  MASTER AND COVERAGE NOW CARRY EVERY RULE
000510*                     TYPE: RANGES SORTED, MERGED AND AUDITED PER
000520*                     TYPE AND DIVISOR (BLANK COVERAGE TYPE = D).
000530*                     ADDED FUNCTION C TO CONVERT THE OLD MASTER
000540*                     (QMOLD) TO TYPE D RECORDS WITHOUT A REGRIND;
000550*                     KJ1500W REJECTED OLD RECORDS.
000560*****************************************************************
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER.   IBM-370.
000600 OBJECT-COMPUTER.   IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT QMACTL   ASSIGN TO QMACTL
000640         ORGANIZATION IS SEQUENTIAL.
000650
000660     SELECT DIVCOVER ASSIGN TO DIVCOVER
000670         ORGANIZATION IS SEQUENTIAL.
000680
000690     SELECT QUALMAST ASSIGN TO QUALMAST
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS KJ-QMS-KEY.
000730
000740     SELECT DIVCNEW  ASSIGN TO DIVCNEW
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT QMOLD    ASSIGN TO QMOLD
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT QMAUDRPT ASSIGN TO QMAUDRPT
000810         ORGANIZATION IS SEQUENTIAL.
000820
000830     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000840         ORGANIZATION IS SEQUENTIAL.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  QMACTL
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 20 CHARACTERS.
000910     COPY KJQACREC.
000920
000930 FD  DIVCOVER
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 40 CHARACTERS.
000960     COPY KJDCVREC.
000970
000980 FD  QUALMAST
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 40 CHARACTERS.
001010     COPY KJQMSREC.
001020
001030 FD  DIVCNEW
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 40 CHARACTERS.
001060 01  KJ-DIVCNEW-RECORD        PIC X(40).
001070
001080*****************************************************************
001090* UNLOAD OF THE QUALIFYING-NUMBER MASTER IN ITS LAYOUT BEFORE THE
001100* RULE TYPE JOINED THE KEY - READ ONLY BY FUNCTION C.
001110*****************************************************************
001120 FD  QMOLD
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 40 CHARACTERS.
001150 01  KJ-QMO-RECORD.
001160     05  KJ-QMO-DIVISOR        PIC 9(4).
001170     05  KJ-QMO-CNT            PIC 9(9).
001180     05  KJ-QMO-REVERSED       PIC 9(9).
001190     05  KJ-QMO-FIRST-RUN-DATE PIC 9(8).
001200     05  FILLER                PIC X(10).
001210
001220 FD  QMAUDRPT
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 60 CHARACTERS.
001250     COPY KJQARREC.
001260
001270 FD  ERRSUMM
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 80 CHARACTERS.
001300     COPY KJERRREC.
001310
001320 WORKING-STORAGE SECTION.
001330*****************************************************************
001340* COVERAGE TABLES.  THE RAW TABLE IS LOADED STRAIGHT OFF
001350* DIVCOVER AND EXCHANGE-SORTED BY RULE TYPE, DIVISOR AND LOW;
001360* THE CONSOLIDATED TABLE MERGES OVERLAPPING AND ADJACENT RANGES
001370* FOR THE SAME TYPE AND DIVISOR AND IS WHAT THE AUDIT RUNS
001380* AGAINST AND WHAT DIVCNEW IS REWRITTEN FROM.  500 ENTRIES -
001390* WELL PAST THE 200-ENTRY TABLE THE NIGHTLY LOAD HONOURS, SINCE
001400* AN OVERGROWN FILE IS EXACTLY WHAT THIS UTILITY IS FOR.
001410*****************************************************************
001420 01  KJ-CVT-TABLE.
001430     05  KJ-CVT-ENTRY OCCURS 500 TIMES.
001440         10  KJ-CVT-RULE-TYPE  PIC X(01).
001450         10  KJ-CVT-DIVISOR    PIC 9(4).
001460         10  KJ-CVT-LOW        PIC 9(9).
001470         10  KJ-CVT-HIGH       PIC 9(9).
001480
001490 01  KJ-CVT-SWAP              PIC X(23).
001500
001510 01  KJ-CON-TABLE.
001520     05  KJ-CON-ENTRY OCCURS 500 TIMES.
001530         10  KJ-CON-RULE-TYPE  PIC X(01).
001540         10  KJ-CON-DIVISOR    PIC 9(4).
001550         10  KJ-CON-LOW        PIC 9(9).
001560         10  KJ-CON-HIGH       PIC 9(9).
001570         10  KJ-CON-WITHDRAWN-SW PIC X(01).
001580             88  KJ-CON-WITHDRAWN     VALUE "Y".
001590
001600 01  KJ-CVT-COUNT             PIC 9(4) COMP VALUE 0.
001610 01  KJ-CON-COUNT             PIC 9(4) COMP VALUE 0.
001620 01  KJ-CVT-IDX               PIC 9(4) COMP VALUE 0.
001630 01  KJ-CVT-JDX               PIC 9(4) COMP VALUE 0.
001640 01  KJ-CON-IDX               PIC 9(4) COMP VALUE 0.
001650
001660 01  KJ-AUD-PROGRAM-NAME      PIC X(08) VALUE "KJQMAUDT".
001670 01  KJ-AUD-RUN-DATE          PIC 9(8) VALUE 0.
001680 01  KJ-AUD-RUN-TIME          PIC 9(8) VALUE 0.
001690 01  KJ-AUD-OPERATOR          PIC X(08) VALUE "UNKNOWN".
001700
001710*****************************************************************
001720* CURRENT-RANGE AUDIT WORKING FIELDS.  THE CANDIDATE, DIVISOR
001730* AND RULE TYPE GO TO KJCHECK1 THE SAME WAY THE NIGHTLY LOOP AND
001740* THE ONLINE INQUIRY SEND THEIRS, SO ALL THREE CAN NEVER
001750* DISAGREE ON WHAT QUALIFIES.
001760*****************************************************************
001770 01  KJ-AUD-CANDIDATE         PIC 9(9) VALUE 0.
001780 01  KJ-AUD-DIVISOR           PIC 9(4) VALUE 0.
001790 01  KJ-AUD-LOW               PIC 9(9) VALUE 0.
001800 01  KJ-AUD-HIGH              PIC 9(9) VALUE 0.
001810 01  KJ-AUD-REVERSED          PIC 9(9) VALUE 0.
001820 01  KJ-AUD-QUALIFY-SW        PIC X(01) VALUE "N".
001830     88  KJ-AUD-QUALIFIES            VALUE "Y".
001840 01  KJ-AUD-RULE-TYPE         PIC X(01) VALUE "D".
001850
001860 01  KJ-RANGE-MISSING-COUNT   PIC 9(9) VALUE 0.
001870 01  KJ-RANGE-EXTRA-COUNT     PIC 9(9) VALUE 0.
001880 01  KJ-MISSING-COUNT         PIC 9(9) VALUE 0.
001890 01  KJ-EXTRA-COUNT           PIC 9(9) VALUE 0.
001900 01  KJ-WITHDRAWN-COUNT       PIC 9(4) VALUE 0.
001910 01  KJ-REPAIRED-COUNT        PIC 9(4) VALUE 0.
001920 01  KJ-CONVERTED-COUNT       PIC 9(9) VALUE 0.
001930 01  KJ-CONVERT-REJECT-COUNT  PIC 9(9) VALUE 0.
001940
001950 01  KJ-QMACTL-EOF-SW         PIC X(01) VALUE "N".
001960     88  KJ-QMACTL-EOF               VALUE "Y".
001970 01  KJ-DIVCOVER-EOF-SW       PIC X(01) VALUE "N".
001980     88  KJ-DIVCOVER-EOF             VALUE "Y".
001990 01  KJ-QUALMAST-EOF-SW       PIC X(01) VALUE "N".
002000     88  KJ-QUALMAST-EOF             VALUE "Y".
002010 01  KJ-QMOLD-EOF-SW          PIC X(01) VALUE "N".
002020     88  KJ-QMOLD-EOF                VALUE "Y".
002030 01  KJ-MASTER-FOUND-SW       PIC X(01) VALUE "N".
002040     88  KJ-MASTER-FOUND             VALUE "Y".
002050 01  KJ-AUDIT-OK-SW           PIC X(01) VALUE "N".
002060     88  KJ-AUDIT-OK                 VALUE "Y".
002070
002080*****************************************************************
002090* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
002100* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
002110* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
002120* RETURN-CODE BEFORE STOP RUN.
002130*****************************************************************
002140 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
002150 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
002160 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
002170 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
002180 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
002190
002200 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
002210     88  KJ-ERRSUMM-OPEN             VALUE "Y".
002220
002230 PROCEDURE DIVISION.
002240*-----------------------------------------------------------------
002250* 0000-MAINLINE.
002260*-----------------------------------------------------------------
002270 0000-MAINLINE.
002280     ACCEPT KJ-AUD-RUN-DATE FROM DATE YYYYMMDD.
002290     ACCEPT KJ-AUD-RUN-TIME FROM TIME.
002300     PERFORM 1000-READ-CONTROL
002310         THRU 1000-READ-CONTROL-EXIT.
002320     IF KJ-AUDIT-OK
002330         PERFORM 1100-LOAD-COVERAGE
002340             THRU 1100-LOAD-COVERAGE-EXIT
002350     END-IF.
002360     IF KJ-AUDIT-OK
002370         PERFORM 2000-SORT-COVERAGE
002380             THRU 2000-SORT-COVERAGE-EXIT
002390         PERFORM 2200-CONSOLIDATE
002400             THRU 2200-CONSOLIDATE-EXIT
002410             VARYING KJ-CVT-IDX FROM 1 BY 1
002420                 UNTIL KJ-CVT-IDX > KJ-CVT-COUNT
002430         IF KJ-QAC-CONVERT
002440             PERFORM 6000-CONVERT-MASTER
002450                 THRU 6000-CONVERT-MASTER-EXIT
002460         ELSE
002470             OPEN I-O QUALMAST
002480             OPEN OUTPUT QMAUDRPT
002490             PERFORM 3000-AUDIT-RANGE
002500                 THRU 3000-AUDIT-RANGE-EXIT
002510                 VARYING KJ-CON-IDX FROM 1 BY 1
002520                     UNTIL KJ-CON-IDX > KJ-CON-COUNT
002530             CLOSE QUALMAST
002540             CLOSE QMAUDRPT
002550         END-IF
002560         OPEN OUTPUT DIVCNEW
002570         PERFORM 4000-WRITE-COVERAGE
002580             THRU 4000-WRITE-COVERAGE-EXIT
002590             VARYING KJ-CON-IDX FROM 1 BY 1
002600                 UNTIL KJ-CON-IDX > KJ-CON-COUNT
002610         CLOSE DIVCNEW
002620         PERFORM 5000-SUMMARIZE
002630             THRU 5000-SUMMARIZE-EXIT
002640     END-IF.
002650     IF KJ-ERRSUMM-OPEN
002660         CLOSE ERRSUMM
002670     END-IF.
002680     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
002690     STOP RUN.
002700
002710*-----------------------------------------------------------------
002720* 1000-READ-CONTROL - READS THE AUDIT CONTROL CARD.  A MISSING
002730* CARD OR A FUNCTION OTHER THAN R (REPAIR), W (WITHDRAW) OR
002740* C (CONVERT) STOPS THE RUN BEFORE EITHER FILE IS TOUCHED -
002750* THERE IS NO SAFE DEFAULT FOR A REPAIR.
002760*-----------------------------------------------------------------
002770 1000-READ-CONTROL.
002780     OPEN INPUT QMACTL.
002790     READ QMACTL
002800         AT END
002810             SET KJ-QMACTL-EOF TO TRUE
002820         NOT AT END
002830             IF KJ-QAC-OPERATOR NOT EQUAL TO SPACES
002840                 MOVE KJ-QAC-OPERATOR TO KJ-AUD-OPERATOR
002850             END-IF
002860     END-READ.
002870     CLOSE QMACTL.
002880     IF KJ-QMACTL-EOF
002890         OR (NOT KJ-QAC-REPAIR AND NOT KJ-QAC-WITHDRAW
002900             AND NOT KJ-QAC-CONVERT)
002910         DISPLAY "KJ0800E NO VALID FUNCTION (R, W OR C) ON THE "
002920             "AUDIT CONTROL CARD - NOTHING AUDITED."
002930         MOVE "KJ0800E" TO KJ-RAISE-CONDITION
002940         MOVE "E"       TO KJ-RAISE-SEVERITY
002950         MOVE 8         TO KJ-RAISE-RC
002960         MOVE "NO VALID FUNCTION ON AUDIT CONTROL CARD"
002970             TO KJ-RAISE-TEXT
002980         PERFORM 9000-RAISE-CONDITION
002990             THRU 9000-RAISE-CONDITION-EXIT
003000     ELSE
003010         SET KJ-AUDIT-OK TO TRUE
003020     END-IF.
003030 1000-READ-CONTROL-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------------
003070* 1100-LOAD-COVERAGE - LOADS THE WHOLE COVERAGE FILE INTO THE
003080* RAW TABLE.  A FILE PAST EVEN THIS UTILITY'S 500 ENTRIES
003090* CANNOT BE CONSOLIDATED WITHOUT DROPPING RANGES, SO THE RUN
003100* REFUSES RATHER THAN REWRITE A SHORTER FILE.
003110*-----------------------------------------------------------------
003120 1100-LOAD-COVERAGE.
003130     OPEN INPUT DIVCOVER.
003140     PERFORM 1110-READ-COVERAGE
003150         THRU 1110-READ-COVERAGE-EXIT
003160         WITH TEST AFTER
003170         UNTIL KJ-DIVCOVER-EOF OR KJ-CVT-COUNT >= 500.
003180     CLOSE DIVCOVER.
003190     IF NOT KJ-DIVCOVER-EOF
003200         DISPLAY "KJ0810E DIVCOVER HOLDS MORE THAN 500 RANGES "
003210             "- AUDIT REFUSED, NOTHING REWRITTEN."
003220         MOVE "KJ0810E" TO KJ-RAISE-CONDITION
003230         MOVE "E"       TO KJ-RAISE-SEVERITY
003240         MOVE 8         TO KJ-RAISE-RC
003250         MOVE "DIVCOVER EXCEEDS 500-ENTRY AUDIT TABLE"
003260             TO KJ-RAISE-TEXT
003270         PERFORM 9000-RAISE-CONDITION
003280             THRU 9000-RAISE-CONDITION-EXIT
003290         MOVE "N" TO KJ-AUDIT-OK-SW
003300     END-IF.
003310 1100-LOAD-COVERAGE-EXIT.
003320     EXIT.
003330
003340 1110-READ-COVERAGE.
003350     READ DIVCOVER
003360         AT END
003370             SET KJ-DIVCOVER-EOF TO TRUE
003380         NOT AT END
003390             ADD 1 TO KJ-CVT-COUNT
003400             IF KJ-DCV-TYPE-BLANK
003410                 MOVE "D" TO KJ-CVT-RULE-TYPE (KJ-CVT-COUNT)
003420             ELSE
003430                 MOVE KJ-DCV-RULE-TYPE
003440                     TO KJ-CVT-RULE-TYPE (KJ-CVT-COUNT)
003450             END-IF
003460             MOVE KJ-DCV-DIVISOR
003470                 TO KJ-CVT-DIVISOR (KJ-CVT-COUNT)
003480             MOVE KJ-DCV-LOW
003490                 TO KJ-CVT-LOW (KJ-CVT-COUNT)
003500             MOVE KJ-DCV-HIGH
003510                 TO KJ-CVT-HIGH (KJ-CVT-COUNT)
003520     END-READ.
003530 1110-READ-COVERAGE-EXIT.
003540     EXIT.
003550
003560*-----------------------------------------------------------------
003570* 2000-SORT-COVERAGE - EXCHANGE-SORTS THE RAW TABLE INTO
003580* ASCENDING TYPE/DIVISOR/LOW ORDER SO THE CONSOLIDATION WALK CAN
003590* MERGE EACH RANGE AGAINST THE ONE BEFORE IT.
003600*-----------------------------------------------------------------
003610 2000-SORT-COVERAGE.
003620     PERFORM 2100-SORT-PASS
003630         THRU 2100-SORT-PASS-EXIT
003640         VARYING KJ-CVT-IDX FROM 1 BY 1
003650             UNTIL KJ-CVT-IDX >= KJ-CVT-COUNT.
003660 2000-SORT-COVERAGE-EXIT.
003670     EXIT.
003680
003690 2100-SORT-PASS.
003700     PERFORM 2110-SORT-COMPARE
003710         THRU 2110-SORT-COMPARE-EXIT
003720         VARYING KJ-CVT-JDX FROM KJ-CVT-IDX BY 1
003730             UNTIL KJ-CVT-JDX > KJ-CVT-COUNT.
003740 2100-SORT-PASS-EXIT.
003750     EXIT.
003760
003770 2110-SORT-COMPARE.
003780     IF KJ-CVT-RULE-TYPE (KJ-CVT-JDX)
003790             < KJ-CVT-RULE-TYPE (KJ-CVT-IDX)
003800         OR (KJ-CVT-RULE-TYPE (KJ-CVT-JDX)
003810                 = KJ-CVT-RULE-TYPE (KJ-CVT-IDX)
003820             AND KJ-CVT-DIVISOR (KJ-CVT-JDX)
003830                 < KJ-CVT-DIVISOR (KJ-CVT-IDX))
003840         OR (KJ-CVT-RULE-TYPE (KJ-CVT-JDX)
003850                 = KJ-CVT-RULE-TYPE (KJ-CVT-IDX)
003860             AND KJ-CVT-DIVISOR (KJ-CVT-JDX)
003870                 = KJ-CVT-DIVISOR (KJ-CVT-IDX)
003880             AND KJ-CVT-LOW (KJ-CVT-JDX)
003890                 < KJ-CVT-LOW (KJ-CVT-IDX))
003900         MOVE KJ-CVT-ENTRY (KJ-CVT-IDX) TO KJ-CVT-SWAP
003910         MOVE KJ-CVT-ENTRY (KJ-CVT-JDX)
003920             TO KJ-CVT-ENTRY (KJ-CVT-IDX)
003930         MOVE KJ-CVT-SWAP TO KJ-CVT-ENTRY (KJ-CVT-JDX)
003940     END-IF.
003950 2110-SORT-COMPARE-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------------------
003990* 2200-CONSOLIDATE - FOLDS ONE SORTED RANGE INTO THE
004000* CONSOLIDATED TABLE: A RANGE THAT OVERLAPS OR ADJOINS THE LAST
004010* CONSOLIDATED RANGE FOR THE SAME TYPE AND DIVISOR EXTENDS IT,
004020* ANYTHING ELSE STARTS A NEW ENTRY.  THE MERGED RANGES ARE WHAT
004030* ONE AUDIT PASS AND THE REWRITTEN FILE BOTH RUN FROM.
004040*-----------------------------------------------------------------
004050 2200-CONSOLIDATE.
004060     IF KJ-CON-COUNT > 0
004070         AND KJ-CON-RULE-TYPE (KJ-CON-COUNT)
004080             = KJ-CVT-RULE-TYPE (KJ-CVT-IDX)
004090         AND KJ-CON-DIVISOR (KJ-CON-COUNT)
004100             = KJ-CVT-DIVISOR (KJ-CVT-IDX)
004110         AND KJ-CVT-LOW (KJ-CVT-IDX)
004120             <= KJ-CON-HIGH (KJ-CON-COUNT) + 1
004130         IF KJ-CVT-HIGH (KJ-CVT-IDX)
004140             > KJ-CON-HIGH (KJ-CON-COUNT)
004150             MOVE KJ-CVT-HIGH (KJ-CVT-IDX)
004160                 TO KJ-CON-HIGH (KJ-CON-COUNT)
004170         END-IF
004180     ELSE
004190         ADD 1 TO KJ-CON-COUNT
004200         MOVE KJ-CVT-RULE-TYPE (KJ-CVT-IDX)
004210             TO KJ-CON-RULE-TYPE (KJ-CON-COUNT)
004220         MOVE KJ-CVT-DIVISOR (KJ-CVT-IDX)
004230             TO KJ-CON-DIVISOR (KJ-CON-COUNT)
004240         MOVE KJ-CVT-LOW (KJ-CVT-IDX)
004250             TO KJ-CON-LOW (KJ-CON-COUNT)
004260         MOVE KJ-CVT-HIGH (KJ-CVT-IDX)
004270             TO KJ-CON-HIGH (KJ-CON-COUNT)
004280         MOVE "N" TO KJ-CON-WITHDRAWN-SW (KJ-CON-COUNT)
004290     END-IF.
004300 2200-CONSOLIDATE-EXIT.
004310     EXIT.
004320
004330*-----------------------------------------------------------------
004340* 3000-AUDIT-RANGE - ONE CONSOLIDATED RANGE: EVERY CANDIDATE IN
004350* IT IS RECOMPUTED THROUGH KJCHECK1 AND CHECKED AGAINST THE
004360* MASTER (MISSING VALUES), THEN THE MASTER RECORDS INSIDE THE
004370* RANGE ARE WALKED AND RECOMPUTED (EXTRA VALUES), AND THE
004380* RANGE'S DISPOSITION IS REPORTED.  THE RANGE'S OWN RULE TYPE
004390* DRIVES BOTH THE RECOMPUTE AND THE MASTER KEY.
004400*-----------------------------------------------------------------
004410 3000-AUDIT-RANGE.
004420     MOVE KJ-CON-RULE-TYPE (KJ-CON-IDX) TO KJ-AUD-RULE-TYPE.
004430     MOVE KJ-CON-DIVISOR (KJ-CON-IDX) TO KJ-AUD-DIVISOR.
004440     MOVE KJ-CON-LOW     (KJ-CON-IDX) TO KJ-AUD-LOW.
004450     MOVE KJ-CON-HIGH    (KJ-CON-IDX) TO KJ-AUD-HIGH.
004460     MOVE 0 TO KJ-RANGE-MISSING-COUNT.
004470     MOVE 0 TO KJ-RANGE-EXTRA-COUNT.
004480     PERFORM 3100-AUDIT-VALUE
004490         THRU 3100-AUDIT-VALUE-EXIT
004500         VARYING KJ-AUD-CANDIDATE FROM KJ-AUD-LOW BY 1
004510             UNTIL KJ-AUD-CANDIDATE > KJ-AUD-HIGH.
004520     PERFORM 3200-SCAN-MASTER
004530         THRU 3200-SCAN-MASTER-EXIT.
004540     PERFORM 3300-RANGE-DISPOSITION
004550         THRU 3300-RANGE-DISPOSITION-EXIT.
004560 3000-AUDIT-RANGE-EXIT.
004570     EXIT.
004580
004590*-----------------------------------------------------------------
004600* 3100-AUDIT-VALUE - ONE CANDIDATE OF THE RANGE.  A VALUE THAT
004610* QUALIFIES UNDER KJCHECK1 MUST BE ON THE MASTER; ONE THAT IS
004620* NOT IS REPORTED MISSING AND, UNDER FUNCTION R, WRITTEN BACK.
004630* THE FIRST-QUALIFIED DATE OF A REPAIRED RECORD IS TODAY - THE
004640* TRUE DATE WENT DOWN WITH THE LOST WRITE.
004650*-----------------------------------------------------------------
004660 3100-AUDIT-VALUE.
004670     CALL "KJCHECK1" USING KJ-AUD-CANDIDATE
004680                           KJ-AUD-DIVISOR
004690                           KJ-AUD-REVERSED
004700                           KJ-AUD-QUALIFY-SW
004710                           KJ-AUD-RULE-TYPE.
004720     IF NOT KJ-AUD-QUALIFIES
004730         GO TO 3100-AUDIT-VALUE-EXIT
004740     END-IF.
004750     MOVE "N" TO KJ-MASTER-FOUND-SW.
004760     MOVE KJ-AUD-RULE-TYPE TO KJ-QMS-RULE-TYPE.
004770     MOVE KJ-AUD-DIVISOR   TO KJ-QMS-DIVISOR.
004780     MOVE KJ-AUD-CANDIDATE TO KJ-QMS-CNT.
004790     READ QUALMAST
004800         INVALID KEY
004810             CONTINUE
004820         NOT INVALID KEY
004830             SET KJ-MASTER-FOUND TO TRUE
004840     END-READ.
004850     IF KJ-MASTER-FOUND
004860         GO TO 3100-AUDIT-VALUE-EXIT
004870     END-IF.
004880     MOVE "MISSING   " TO KJ-QAR-FINDING.
004890     MOVE KJ-AUD-CANDIDATE TO KJ-QAR-CNT.
004900     PERFORM 2900-WRITE-FINDING
004910         THRU 2900-WRITE-FINDING-EXIT.
004920     ADD 1 TO KJ-RANGE-MISSING-COUNT.
004930     ADD 1 TO KJ-MISSING-COUNT.
004940     IF KJ-QAC-REPAIR
004950         MOVE SPACES           TO KJ-QUAL-MASTER-RECORD
004960         MOVE KJ-AUD-RULE-TYPE TO KJ-QMS-RULE-TYPE
004970         MOVE KJ-AUD-DIVISOR   TO KJ-QMS-DIVISOR
004980         MOVE KJ-AUD-CANDIDATE TO KJ-QMS-CNT
004990         MOVE KJ-AUD-REVERSED  TO KJ-QMS-REVERSED
005000         MOVE KJ-AUD-RUN-DATE  TO KJ-QMS-FIRST-RUN-DATE
005010         WRITE KJ-QUAL-MASTER-RECORD
005020             INVALID KEY
005030                 CONTINUE
005040         END-WRITE
005050     END-IF.
005060 3100-AUDIT-VALUE-EXIT.
005070     EXIT.
005080
005090*-----------------------------------------------------------------
005100* 3200-SCAN-MASTER - WALKS THE MASTER RECORDS INSIDE THE RANGE.
005110* A RECORD WHOSE VALUE DOES NOT QUALIFY UNDER KJCHECK1 IS
005120* REPORTED EXTRA AND, UNDER FUNCTION R, DELETED.
005130*-----------------------------------------------------------------
005140 3200-SCAN-MASTER.
005150     MOVE "N" TO KJ-QUALMAST-EOF-SW.
005160     MOVE KJ-AUD-RULE-TYPE TO KJ-QMS-RULE-TYPE.
005170     MOVE KJ-AUD-DIVISOR   TO KJ-QMS-DIVISOR.
005180     MOVE KJ-AUD-LOW       TO KJ-QMS-CNT.
005190     START QUALMAST KEY NOT LESS THAN KJ-QMS-KEY
005200         INVALID KEY
005210             SET KJ-QUALMAST-EOF TO TRUE
005220     END-START.
005230     PERFORM 3210-READ-MASTER
005240         THRU 3210-READ-MASTER-EXIT
005250         WITH TEST AFTER UNTIL KJ-QUALMAST-EOF.
005260 3200-SCAN-MASTER-EXIT.
005270     EXIT.
005280
005290 3210-READ-MASTER.
005300     READ QUALMAST NEXT RECORD
005310         AT END
005320             SET KJ-QUALMAST-EOF TO TRUE
005330         NOT AT END
005340             IF KJ-QMS-RULE-TYPE NOT = KJ-AUD-RULE-TYPE
005350                 OR KJ-QMS-DIVISOR NOT = KJ-AUD-DIVISOR
005360                 OR KJ-QMS-CNT > KJ-AUD-HIGH
005370                 SET KJ-QUALMAST-EOF TO TRUE
005380             ELSE
005390                 MOVE KJ-QMS-CNT TO KJ-AUD-CANDIDATE
005400                 CALL "KJCHECK1" USING KJ-AUD-CANDIDATE
005410                                       KJ-AUD-DIVISOR
005420                                       KJ-AUD-REVERSED
005430                                       KJ-AUD-QUALIFY-SW
005440                                       KJ-AUD-RULE-TYPE
005450                 IF NOT KJ-AUD-QUALIFIES
005460                     MOVE "EXTRA     " TO KJ-QAR-FINDING
005470                     MOVE KJ-QMS-CNT   TO KJ-QAR-CNT
005480                     PERFORM 2900-WRITE-FINDING
005490                         THRU 2900-WRITE-FINDING-EXIT
005500                     ADD 1 TO KJ-RANGE-EXTRA-COUNT
005510                     ADD 1 TO KJ-EXTRA-COUNT
005520                     IF KJ-QAC-REPAIR
005530                         DELETE QUALMAST
005540                             INVALID KEY
005550                                 CONTINUE
005560                         END-DELETE
005570                     END-IF
005580                 END-IF
005590             END-IF
005600     END-READ.
005610 3210-READ-MASTER-EXIT.
005620     EXIT.
005630
005640*-----------------------------------------------------------------
005650* 3300-RANGE-DISPOSITION - ONE REPORT RECORD FOR THE RANGE JUST
005660* AUDITED: CLEAN, REPAIRED (FUNCTION R PUT THE MASTER RIGHT),
005670* OR WITHDRAWN (FUNCTION W WITHHOLDS THE RANGE FROM DIVCNEW SO
005680* THE NEXT NIGHTLY RUN REGRINDS IT).
005690*-----------------------------------------------------------------
005700 3300-RANGE-DISPOSITION.
005710     MOVE 0 TO KJ-QAR-CNT.
005720     IF KJ-RANGE-MISSING-COUNT = 0
005730         AND KJ-RANGE-EXTRA-COUNT = 0
005740         MOVE "CLEAN     " TO KJ-QAR-FINDING
005750     ELSE
005760         IF KJ-QAC-REPAIR
005770             MOVE "REPAIRED  " TO KJ-QAR-FINDING
005780             ADD 1 TO KJ-REPAIRED-COUNT
005790         ELSE
005800             MOVE "WITHDRAWN " TO KJ-QAR-FINDING
005810             SET KJ-CON-WITHDRAWN (KJ-CON-IDX) TO TRUE
005820             ADD 1 TO KJ-WITHDRAWN-COUNT
005830         END-IF
005840     END-IF.
005850     PERFORM 2900-WRITE-FINDING
005860         THRU 2900-WRITE-FINDING-EXIT.
005870 3300-RANGE-DISPOSITION-EXIT.
005880     EXIT.
005890
005900*-----------------------------------------------------------------
005910* 2900-WRITE-FINDING - ONE AUDIT REPORT RECORD FOR THE CURRENT
005920* RANGE.  FINDING AND VALUE ARE SET BY THE CALLER.
005930*-----------------------------------------------------------------
005940 2900-WRITE-FINDING.
005950     MOVE KJ-AUD-RULE-TYPE TO KJ-QAR-RULE-TYPE.
005960     MOVE KJ-AUD-DIVISOR  TO KJ-QAR-DIVISOR.
005970     MOVE KJ-AUD-LOW      TO KJ-QAR-LOW.
005980     MOVE KJ-AUD-HIGH     TO KJ-QAR-HIGH.
005990     MOVE KJ-AUD-RUN-DATE TO KJ-QAR-RUN-DATE.
006000     WRITE KJ-QMAUDIT-REPORT-RECORD.
006010 2900-WRITE-FINDING-EXIT.
006020     EXIT.
006030
006040*-----------------------------------------------------------------
006050* 4000-WRITE-COVERAGE - REWRITES ONE CONSOLIDATED RANGE TO
006060* DIVCNEW.  A RANGE WITHDRAWN BY THE AUDIT IS WITHHELD, SO THE
006070* NEXT NIGHTLY RUN NO LONGER TRUSTS IT AND REGRINDS.  THE
006080* COVERAGE RECORD IS BUILT IN THE DIVCOVER FD SHAPE AND MOVED
006090* ACROSS WHOLE.
006100*-----------------------------------------------------------------
006110 4000-WRITE-COVERAGE.
006120     IF KJ-CON-WITHDRAWN (KJ-CON-IDX)
006130         GO TO 4000-WRITE-COVERAGE-EXIT
006140     END-IF.
006150     MOVE SPACES TO KJ-DIVISOR-COVERAGE-RECORD.
006160     MOVE KJ-CON-RULE-TYPE (KJ-CON-IDX) TO KJ-DCV-RULE-TYPE.
006170     MOVE KJ-CON-DIVISOR (KJ-CON-IDX) TO KJ-DCV-DIVISOR.
006180     MOVE KJ-CON-LOW     (KJ-CON-IDX) TO KJ-DCV-LOW.
006190     MOVE KJ-CON-HIGH    (KJ-CON-IDX) TO KJ-DCV-HIGH.
006200     MOVE KJ-AUD-RUN-DATE             TO KJ-DCV-RUN-DATE.
006210     MOVE KJ-DIVISOR-COVERAGE-RECORD  TO KJ-DIVCNEW-RECORD.
006220     WRITE KJ-DIVCNEW-RECORD.
006230 4000-WRITE-COVERAGE-EXIT.
006240     EXIT.
006250
006260*-----------------------------------------------------------------
006270* 5000-SUMMARIZE - CONSOLE COUNTS AND THE RUN'S GRADED
006280* CONDITIONS: ANY MISSING OR EXTRA VALUE IS A WARNING EVEN WHEN
006290* REPAIRED OR WITHDRAWN, SO THE MORNING CHECKLIST SEES THAT THE
006300* MASTER AND ITS COVERAGE HAD DRIFTED APART.
006310*-----------------------------------------------------------------
006320 5000-SUMMARIZE.
006330     DISPLAY "KJQMAUDT - RANGES ON FILE:      " KJ-CVT-COUNT.
006340     DISPLAY "KJQMAUDT - RANGES CONSOLIDATED: " KJ-CON-COUNT.
006350     DISPLAY "KJQMAUDT - MISSING VALUES:      "
006360         KJ-MISSING-COUNT.
006370     DISPLAY "KJQMAUDT - EXTRA VALUES:        "
006380         KJ-EXTRA-COUNT.
006390     DISPLAY "KJQMAUDT - RANGES REPAIRED:     "
006400         KJ-REPAIRED-COUNT.
006410     DISPLAY "KJQMAUDT - RANGES WITHDRAWN:    "
006420         KJ-WITHDRAWN-COUNT.
006430     IF KJ-QAC-CONVERT
006440         DISPLAY "KJQMAUDT - RECORDS CONVERTED:   "
006450             KJ-CONVERTED-COUNT
006460         DISPLAY "KJQMAUDT - RECORDS REJECTED:    "
006470             KJ-CONVERT-REJECT-COUNT
006480     END-IF.
006490     IF KJ-CONVERT-REJECT-COUNT > 0
006500         MOVE "KJ1500W" TO KJ-RAISE-CONDITION
006510         MOVE "W"       TO KJ-RAISE-SEVERITY
006520         MOVE 4         TO KJ-RAISE-RC
006530         MOVE "OLD QUALMAST RECORDS NOT CONVERTED"
006540             TO KJ-RAISE-TEXT
006550         PERFORM 9000-RAISE-CONDITION
006560             THRU 9000-RAISE-CONDITION-EXIT
006570     END-IF.
006580     IF KJ-MISSING-COUNT > 0
006590         MOVE "KJ0820W" TO KJ-RAISE-CONDITION
006600         MOVE "W"       TO KJ-RAISE-SEVERITY
006610         MOVE 4         TO KJ-RAISE-RC
006620         MOVE "QUALIFYING VALUES MISSING FROM QUALMAST"
006630             TO KJ-RAISE-TEXT
006640         PERFORM 9000-RAISE-CONDITION
006650             THRU 9000-RAISE-CONDITION-EXIT
006660     END-IF.
006670     IF KJ-EXTRA-COUNT > 0
006680         MOVE "KJ0830W" TO KJ-RAISE-CONDITION
006690         MOVE "W"       TO KJ-RAISE-SEVERITY
006700         MOVE 4         TO KJ-RAISE-RC
006710         MOVE "NON-QUALIFYING RECORDS FOUND ON QUALMAST"
006720             TO KJ-RAISE-TEXT
006730         PERFORM 9000-RAISE-CONDITION
006740             THRU 9000-RAISE-CONDITION-EXIT
006750     END-IF.
006760 5000-SUMMARIZE-EXIT.
006770     EXIT.
006780
006790*-----------------------------------------------------------------
006800* 6000-CONVERT-MASTER - FUNCTION C.  LOADS THE NEWLY DEFINED
006810* (EMPTY) MASTER FROM THE OLD-LAYOUT UNLOAD.  EVERY OLD RECORD
006820* WAS A DIVIDE-BOTH-WAYS QUALIFIER, SO EACH IS KEYED AS TYPE D
006830* WITH ITS REVERSED VALUE AND FIRST-QUALIFIED DATE CARRIED OVER
006840* UNCHANGED.  THE UNLOAD IS IN KEY ORDER, SO THE LOAD IS A
006850* STRAIGHT SEQUENTIAL WRITE.
006860*-----------------------------------------------------------------
006870 6000-CONVERT-MASTER.
006880     OPEN INPUT QMOLD.
006890     OPEN OUTPUT QUALMAST.
006900     PERFORM 6100-CONVERT-RECORD
006910         THRU 6100-CONVERT-RECORD-EXIT
006920         WITH TEST AFTER UNTIL KJ-QMOLD-EOF.
006930     CLOSE QMOLD.
006940     CLOSE QUALMAST.
006950 6000-CONVERT-MASTER-EXIT.
006960     EXIT.
006970
006980*-----------------------------------------------------------------
006990* 6100-CONVERT-RECORD - ONE OLD MASTER RECORD.  A RECORD WHOSE
007000* KEY IS NOT NUMERIC (AN UNLOAD ALREADY IN THE RULE-TYPE LAYOUT,
007010* OR A DAMAGED ONE) OR THAT DUPLICATES A KEY ALREADY LOADED IS
007020* COUNTED AND LEFT OUT; THE RUN ENDS WITH KJ1500W.
007030*-----------------------------------------------------------------
007040 6100-CONVERT-RECORD.
007050     READ QMOLD
007060         AT END
007070             SET KJ-QMOLD-EOF TO TRUE
007080     END-READ.
007090     IF KJ-QMOLD-EOF
007100         GO TO 6100-CONVERT-RECORD-EXIT
007110     END-IF.
007120     IF KJ-QMO-DIVISOR NOT NUMERIC
007130         OR KJ-QMO-CNT NOT NUMERIC
007140         DISPLAY "KJ1500W OLD QUALMAST RECORD NOT IN THE OLD "
007150             "LAYOUT - NOT CONVERTED: " KJ-QMO-RECORD
007160         ADD 1 TO KJ-CONVERT-REJECT-COUNT
007170         GO TO 6100-CONVERT-RECORD-EXIT
007180     END-IF.
007190     MOVE SPACES                TO KJ-QUAL-MASTER-RECORD.
007200     MOVE "D"                   TO KJ-QMS-RULE-TYPE.
007210     MOVE KJ-QMO-DIVISOR        TO KJ-QMS-DIVISOR.
007220     MOVE KJ-QMO-CNT            TO KJ-QMS-CNT.
007230     MOVE KJ-QMO-REVERSED       TO KJ-QMS-REVERSED.
007240     MOVE KJ-QMO-FIRST-RUN-DATE TO KJ-QMS-FIRST-RUN-DATE.
007250     WRITE KJ-QUAL-MASTER-RECORD
007260         INVALID KEY
007270             DISPLAY "KJ1500W DUPLICATE OR OUT-OF-SEQUENCE KEY "
007280                 "- NOT CONVERTED: " KJ-QMO-RECORD
007290             ADD 1 TO KJ-CONVERT-REJECT-COUNT
007300         NOT INVALID KEY
007310             ADD 1 TO KJ-CONVERTED-COUNT
007320     END-WRITE.
007330 6100-CONVERT-RECORD-EXIT.
007340     EXIT.
007350
007360*-----------------------------------------------------------------
007370* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
007380* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
007390* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
007400* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
007410*-----------------------------------------------------------------
007420 9000-RAISE-CONDITION.
007430     IF NOT KJ-ERRSUMM-OPEN
007440         OPEN OUTPUT ERRSUMM
007450         SET KJ-ERRSUMM-OPEN TO TRUE
007460     END-IF.
007470     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
007480     MOVE KJ-AUD-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
007490     MOVE KJ-AUD-RUN-DATE     TO KJ-ERR-RUN-DATE.
007500     COMPUTE KJ-ERR-RUN-TIME = KJ-AUD-RUN-TIME / 100.
007510     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
007520     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
007530     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
007540     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
007550     WRITE KJ-ERROR-SUMMARY-RECORD.
007560     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
007570         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
007580     END-IF.
007590 9000-RAISE-CONDITION-EXIT.
007600     EXIT.
