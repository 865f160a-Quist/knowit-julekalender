000010*****************************************************************
000020* IDENTIFICATION DIVISION.
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    KJRESVAR.
000060 AUTHOR.        J A KLAUSEN.
000070 INSTALLATION.  KNOWIT BATCH SHOP - ADVENT CALENDAR.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*****************************************************************
000110* RULE RESULT HISTORY BANK AND VARIANCE REPORT.
000120* RESULTOUT CARRIES ONE RECORD PER RULE AND IS OVERWRITTEN THE
000130* NEXT NIGHT; THIS PROGRAM BANKS EACH NIGHT'S RESULTS ON THE
000140* RESULT HISTORY FILE (RESHIST, KJRHSREC, KEYED BY RULE NUMBER
000150* PLUS RUN DATE) AND CHECKS EVERY RULE'S SUM AND QUALIFY COUNT
000160* AGAINST THAT RULE'S OWN HISTORY BEFORE THE NIGHT'S ANSWERS
000170* LEAVE THE SHOP.  A RESULT IS EXPECTED TO MOVE ONLY WHEN THE
000180* RULE MASTER SAYS WHY, SO THE EXCEPTIONS ARE THE CHANGES THE
000190* MASTER CANNOT EXPLAIN:
000200*
000210*   - THE SAME RANGE, DIVISOR AND RULE TYPE AS A BANKED NIGHT
000220*     GIVING A DIFFERENT SUM OR COUNT (KJ1600E).
000230*   - AN ANSWER TAKEN FROM THE QUALIFYING MASTER (FAST PATH)
000240*     THAT DISAGREES WITH THE LAST ANSWER GROUND FOR THE SAME
000250*     RANGE (KJ1610E).
000260*   - A RULE THAT PRODUCED A RESULT ON THE LAST BANKED NIGHT
000270*     AND NONE TONIGHT WHILE THE MASTER STILL HAS IT ACTIVE AND
000280*     IN EFFECT (KJ1620E).
000290*
000300* A RULE WHOSE RANGE, DIVISOR OR TYPE DIFFERS FROM ITS LAST
000310* BANKED NIGHT IS NOTED, AND WARNED (KJ1630W) WHEN THE MASTER
000320* SHOWS NO MAINTENANCE SINCE THAT NIGHT.  EVERY EXCEPTION IS
000330* RAISED ON ERRSUMM AT RETURN CODE 8, WHICH HOLDS THE SCOREOUT
000340* TRANSMISSION UNTIL THE RESULT HAS BEEN LOOKED AT.
000350*
000360* RUNS AFTER KJROLLUP, BEFORE SCOREOUT IS SENT.  THE SLICES OF
000370* A SPLIT-STEP RULE ARE FOLDED INTO ONE RESULT FOR THE NIGHT.
000380* ON A CAMPAIGN NIGHT (KJCMPAGN) THE ENGINE RUNS ONLY ONE SLICE
000390* OF ONE DAY'S RULES AND MARKS ITS RESULT RECORDS AS SLICES.
000400* THEY ARE PASSED OVER (KJ1680I) - A SLICE IS NOT THE RULE'S
000410* ANSWER - AND NO RULE IS CHECKED FOR HAVING STOPPED THAT
000420* NIGHT, SINCE THE OTHER RULES WERE NOT RUN.
000430*
000440* MOD-HISTORY.
000450*     2026-10-15 JAK  NEW PROGRAM - RULE RESULT HISTORY BANK AND
000460*                     NIGHT-OVER-NIGHT VARIANCE REPORT.
000470*****************************************************************
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT VARCTL   ASSIGN TO VARCTL
000550         ORGANIZATION IS SEQUENTIAL.
000560
000570     SELECT RESULTIN ASSIGN TO RESULTOUT
000580         ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT RESHIST  ASSIGN TO RESHIST
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS KJ-RHS-KEY.
000640
000650     SELECT RULEMAST ASSIGN TO RULEMAST
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS KJ-RMS-RULE-NUM.
000690
000700     SELECT VARRPT   ASSIGN TO VARRPT
000710         ORGANIZATION IS SEQUENTIAL.
000720
000730     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000740         ORGANIZATION IS SEQUENTIAL.
000750
000760     SELECT OPTIONAL STEPLOG ASSIGN TO STEPLOG
000770         ORGANIZATION IS SEQUENTIAL.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  VARCTL
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 20 CHARACTERS.
000840     COPY KJVCTREC.
000850
000860 FD  RESULTIN
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 68 CHARACTERS.
000890     COPY KJRESREC.
000900
000910 FD  RESHIST
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 80 CHARACTERS.
000940     COPY KJRHSREC.
000950
000960 FD  RULEMAST
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 61 CHARACTERS.
000990     COPY KJRMSREC.
001000
001010 FD  VARRPT
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 132 CHARACTERS.
001040 01  KJ-PRINT-LINE            PIC X(132).
001050
001060 FD  ERRSUMM
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS.
001090     COPY KJERRREC.
001100
001110 FD  STEPLOG
001120     LABEL RECORDS ARE STANDARD
001130     RECORD CONTAINS 48 CHARACTERS.
001140     COPY KJSCLREC.
001150
001160 WORKING-STORAGE SECTION.
001170 01  KJ-VAR-PROGRAM-NAME      PIC X(08) VALUE "KJRESVAR".
001180 01  KJ-VAR-RUN-DATE          PIC 9(8) VALUE 0.
001190 01  KJ-VAR-RUN-TIME          PIC 9(8) VALUE 0.
001200 01  KJ-VAR-OPERATOR          PIC X(08) VALUE "UNKNOWN".
001210 01  KJ-VAR-NIGHT-DATE        PIC 9(8) VALUE 0.
001220 01  KJ-VAR-PRIOR-NIGHT       PIC 9(8) VALUE 0.
001230
001240*****************************************************************
001250* TONIGHT'S RESULTS, ONE ENTRY PER RULE.  THE SLICES OF A
001260* SPLIT-STEP RULE ARE FOLDED TOGETHER: SUM AND COUNT ADDED, THE
001270* RANGE WIDENED TO COVER EVERY SLICE, AND THE PATH LEFT AT M
001280* ONLY WHEN EVERY SLICE WAS ANSWERED FROM THE QUALIFYING
001290* MASTER.
001300*****************************************************************
001310 01  KJ-TNT-TABLE.
001320     05  KJ-TNT-ENTRY OCCURS 100 TIMES.
001330         10  KJ-TNT-RULE-NUM   PIC 9(4).
001340         10  KJ-TNT-DIVISOR    PIC 9(4).
001350         10  KJ-TNT-LOW        PIC 9(9).
001360         10  KJ-TNT-HIGH       PIC 9(9).
001370         10  KJ-TNT-SUM        PIC 9(15).
001380         10  KJ-TNT-QUALIFY    PIC 9(9).
001390         10  KJ-TNT-RULE-TYPE  PIC X(01).
001400         10  KJ-TNT-DAY-NUM    PIC 9(2).
001410         10  KJ-TNT-PATH       PIC X(01).
001420         10  KJ-TNT-SLICES     PIC 9(2).
001430
001440 01  KJ-TNT-COUNT             PIC 9(4) COMP VALUE 0.
001450 01  KJ-TNT-IDX               PIC 9(4) COMP VALUE 0.
001460 01  KJ-TNT-HIT               PIC 9(4) COMP VALUE 0.
001470 01  KJ-TNT-FULL-WARNED-SW    PIC X(01) VALUE "N".
001480     88  KJ-TNT-FULL-WARNED          VALUE "Y".
001490
001500*****************************************************************
001510* RULES BANKED ON THE PRIOR NIGHT - THE LATEST BANKED RUN DATE
001520* BEFORE TONIGHT.  ANY OF THEM WITH NO RESULT TONIGHT HAS
001530* STOPPED PRODUCING RESULTS.
001540*****************************************************************
001550 01  KJ-PRN-TABLE.
001560     05  KJ-PRN-ENTRY OCCURS 100 TIMES.
001570         10  KJ-PRN-RULE-NUM   PIC 9(4).
001580
001590 01  KJ-PRN-COUNT             PIC 9(4) COMP VALUE 0.
001600 01  KJ-PRN-IDX               PIC 9(4) COMP VALUE 0.
001610 01  KJ-PRN-FULL-SW           PIC X(01) VALUE "N".
001620     88  KJ-PRN-FULL                 VALUE "Y".
001630
001640*****************************************************************
001650* COMPARISON NIGHTS FOR THE RULE IN HAND, FROM ITS OWN BANKED
001660* HISTORY BEFORE TONIGHT:
001670*   1 - THE LATEST NIGHT BANKED FOR THE RULE AT ALL.
001680*   2 - THE LATEST NIGHT WITH THE SAME RANGE, DIVISOR AND TYPE.
001690*   3 - THE LATEST OF THOSE WHOSE ANSWER WAS GROUND.
001700*****************************************************************
001710 01  KJ-CMP-TABLE.
001720     05  KJ-CMP-ENTRY OCCURS 3 TIMES.
001730         10  KJ-CMP-FOUND-SW   PIC X(01).
001740             88  KJ-CMP-FOUND         VALUE "Y".
001750         10  KJ-CMP-RUN-DATE   PIC 9(8).
001760         10  KJ-CMP-DIVISOR    PIC 9(4).
001770         10  KJ-CMP-LOW        PIC 9(9).
001780         10  KJ-CMP-HIGH       PIC 9(9).
001790         10  KJ-CMP-SUM        PIC 9(15).
001800         10  KJ-CMP-QUALIFY    PIC 9(9).
001810         10  KJ-CMP-RULE-TYPE  PIC X(01).
001820         10  KJ-CMP-DAY-NUM    PIC 9(2).
001830         10  KJ-CMP-PATH       PIC X(01).
001840
001850 01  KJ-CMP-IDX               PIC 9(4) COMP VALUE 0.
001860 01  KJ-CMP-LATEST            PIC 9(4) COMP VALUE 1.
001870 01  KJ-CMP-SAME-RULE         PIC 9(4) COMP VALUE 2.
001880 01  KJ-CMP-GROUND            PIC 9(4) COMP VALUE 3.
001890
001900*****************************************************************
001910* FINDINGS STAGED FOR THE RULE IN HAND, PRINTED UNDER ITS
001920* RESULT LINE WITH THE FIGURES OF THE NIGHT COMPARED.  THE FLAG
001930* IS * FOR A FINDING RAISED ON ERRSUMM.
001940*****************************************************************
001950 01  KJ-FND-TABLE.
001960     05  KJ-FND-ENTRY OCCURS 3 TIMES.
001970         10  KJ-FND-FLAG       PIC X(01).
001980         10  KJ-FND-CMP        PIC 9(4) COMP.
001990         10  KJ-FND-TEXT       PIC X(36).
002000
002010 01  KJ-FND-COUNT             PIC 9(4) COMP VALUE 0.
002020 01  KJ-FND-IDX               PIC 9(4) COMP VALUE 0.
002030 01  KJ-FND-RAISED-SW         PIC X(01) VALUE "N".
002040     88  KJ-FND-RAISED               VALUE "Y".
002050 01  KJ-FAST-PATH-SW          PIC X(01) VALUE "N".
002060     88  KJ-FAST-PATH-FLAGGED        VALUE "Y".
002070 01  KJ-RULE-FINDING          PIC X(36) VALUE SPACES.
002080
002090 01  KJ-VAR-RULE-COUNT        PIC 9(5) VALUE 0.
002100 01  KJ-VAR-RESULT-COUNT      PIC 9(5) VALUE 0.
002110 01  KJ-VAR-OTHER-NIGHT       PIC 9(5) VALUE 0.
002120 01  KJ-VAR-SLICE-COUNT       PIC 9(5) VALUE 0.
002130 01  KJ-VAR-NEW-COUNT         PIC 9(5) VALUE 0.
002140 01  KJ-VAR-SAME-COUNT        PIC 9(5) VALUE 0.
002150 01  KJ-VAR-NOTED-COUNT       PIC 9(5) VALUE 0.
002160 01  KJ-VAR-EXCEPTION-COUNT   PIC 9(5) VALUE 0.
002170 01  KJ-VAR-STOPPED-COUNT     PIC 9(5) VALUE 0.
002180 01  KJ-VAR-RETIRED-COUNT     PIC 9(5) VALUE 0.
002190 01  KJ-VAR-BANKED-COUNT      PIC 9(5) VALUE 0.
002200 01  KJ-VAR-REBANKED-COUNT    PIC 9(5) VALUE 0.
002210
002220 01  KJ-PAGE-NUM              PIC 9(4) VALUE 0.
002230 01  KJ-LINE-CNT              PIC 9(3) VALUE 99.
002240 01  KJ-LINES-PER-PAGE        PIC 9(3) VALUE 56.
002250
002260 01  KJ-VARCTL-EOF-SW         PIC X(01) VALUE "N".
002270     88  KJ-VARCTL-EOF               VALUE "Y".
002280 01  KJ-RESULTIN-EOF-SW       PIC X(01) VALUE "N".
002290     88  KJ-RESULTIN-EOF             VALUE "Y".
002300 01  KJ-RESHIST-EOF-SW        PIC X(01) VALUE "N".
002310     88  KJ-RESHIST-EOF              VALUE "Y".
002320 01  KJ-RMS-FOUND-SW          PIC X(01) VALUE "N".
002330     88  KJ-RMS-FOUND                VALUE "Y".
002340
002350*****************************************************************
002360* ERRSUMM TEXT FOR A FINDING AGAINST ONE RULE.
002370*****************************************************************
002380 01  KJ-VAR-RAISE-TEXT.
002390     05  FILLER               PIC X(05) VALUE "RULE ".
002400     05  KJ-VRT-RULE-NUM      PIC 9(4).
002410     05  FILLER               PIC X(01) VALUE SPACE.
002420     05  KJ-VRT-MESSAGE       PIC X(30).
002430
002440*****************************************************************
002450* PRINT LINE LAYOUTS.
002460*****************************************************************
002470 01  KJ-HDG-LINE-1.
002480     05  FILLER               PIC X(05) VALUE SPACES.
002490     05  FILLER               PIC X(40) VALUE
002500         "KNOWIT ADVENT CALENDAR".
002510     05  FILLER               PIC X(27) VALUE
002520         "RESULT HISTORY AND VARIANCE".
002530     05  FILLER               PIC X(02) VALUE SPACES.
002540     05  FILLER               PIC X(06) VALUE "NIGHT ".
002550     05  KJ-HDG-NIGHT-DATE    PIC 9(8).
002560     05  FILLER               PIC X(03) VALUE SPACES.
002570     05  FILLER               PIC X(09) VALUE "OPERATOR ".
002580     05  KJ-HDG-OPERATOR      PIC X(08).
002590     05  FILLER               PIC X(03) VALUE SPACES.
002600     05  FILLER               PIC X(05) VALUE "PAGE ".
002610     05  KJ-HDG-PAGE          PIC ZZZ9.
002620     05  FILLER               PIC X(12) VALUE SPACES.
002630
002640 01  KJ-COL-HDG-LINE.
002650     05  FILLER               PIC X(01) VALUE SPACES.
002660     05  FILLER               PIC X(06) VALUE "RULE  ".
002670     05  FILLER               PIC X(10) VALUE "NIGHT     ".
002680     05  FILLER               PIC X(04) VALUE "DY  ".
002690     05  FILLER               PIC X(03) VALUE "T  ".
002700     05  FILLER               PIC X(06) VALUE " DIV  ".
002710     05  FILLER               PIC X(13) VALUE "        LOW  ".
002720     05  FILLER               PIC X(13) VALUE "       HIGH  ".
002730     05  FILLER               PIC X(03) VALUE "P  ".
002740     05  FILLER               PIC X(21) VALUE
002750         "                SUM  ".
002760     05  FILLER               PIC X(13) VALUE " QUALIFYING  ".
002770     05  FILLER               PIC X(07) VALUE "FINDING".
002780     05  FILLER               PIC X(32) VALUE SPACES.
002790
002800 01  KJ-DTL-LINE.
002810     05  KJ-DTL-FLAG          PIC X(01).
002820     05  KJ-DTL-RULE-NUM      PIC ZZZ9.
002830     05  FILLER               PIC X(02) VALUE SPACES.
002840     05  KJ-DTL-NIGHT         PIC 9(8).
002850     05  FILLER               PIC X(02) VALUE SPACES.
002860     05  KJ-DTL-DAY-NUM       PIC Z9.
002870     05  FILLER               PIC X(02) VALUE SPACES.
002880     05  KJ-DTL-RULE-TYPE     PIC X(01).
002890     05  FILLER               PIC X(02) VALUE SPACES.
002900     05  KJ-DTL-DIVISOR       PIC ZZZ9.
002910     05  FILLER               PIC X(02) VALUE SPACES.
002920     05  KJ-DTL-LOW           PIC ZZZ,ZZZ,ZZ9.
002930     05  FILLER               PIC X(02) VALUE SPACES.
002940     05  KJ-DTL-HIGH          PIC ZZZ,ZZZ,ZZ9.
002950     05  FILLER               PIC X(02) VALUE SPACES.
002960     05  KJ-DTL-PATH          PIC X(01).
002970     05  FILLER               PIC X(02) VALUE SPACES.
002980     05  KJ-DTL-SUM           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
002990     05  FILLER               PIC X(02) VALUE SPACES.
003000     05  KJ-DTL-QUALIFY       PIC ZZZ,ZZZ,ZZ9.
003010     05  FILLER               PIC X(02) VALUE SPACES.
003020     05  KJ-DTL-FINDING       PIC X(36).
003030     05  FILLER               PIC X(03) VALUE SPACES.
003040
003050 01  KJ-VAR-TOTAL-LINE.
003060     05  FILLER               PIC X(05) VALUE SPACES.
003070     05  KJ-VTL-LABEL         PIC X(40).
003080     05  KJ-VTL-COUNT         PIC Z(8)9.
003090     05  FILLER               PIC X(78) VALUE SPACES.
003100
003110*****************************************************************
003120* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
003130* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
003140* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
003150* RETURN-CODE BEFORE STOP RUN.
003160*****************************************************************
003170 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
003180 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
003190 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
003200 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
003210 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
003220
003230 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
003240     88  KJ-ERRSUMM-OPEN             VALUE "Y".
003250
003260*****************************************************************
003270* JOB-STREAM STEP-COMPLETION WORKING FIELDS.  STEPLOG IS READ AT
003280* START OF RUN SO A RESUBMITTED STREAM SKIPS THIS STEP WHEN IT
003290* ALREADY COMPLETED CLEANLY THIS CYCLE, AND ONE COMPLETION
003300* RECORD IS APPENDED AS THE RUN ENDS (SEE KJSCLREC).
003310*****************************************************************
003320 01  KJ-STEP-END-DATE         PIC 9(8) VALUE 0.
003330 01  KJ-STEP-END-TIME         PIC 9(8) VALUE 0.
003340 01  KJ-STEP-STATUS           PIC X(01) VALUE "C".
003350 01  KJ-STEPLOG-EOF-SW        PIC X(01) VALUE "N".
003360     88  KJ-STEPLOG-EOF              VALUE "Y".
003370 01  KJ-STEP-DONE-SW          PIC X(01) VALUE "N".
003380     88  KJ-STEP-ALREADY-DONE        VALUE "Y".
003390
003400 PROCEDURE DIVISION.
003410*-----------------------------------------------------------------
003420* 0000-MAINLINE.
003430*-----------------------------------------------------------------
003440 0000-MAINLINE.
003450     ACCEPT KJ-VAR-RUN-DATE FROM DATE YYYYMMDD.
003460     ACCEPT KJ-VAR-RUN-TIME FROM TIME.
003470     PERFORM 9100-CHECK-STEP-DONE
003480         THRU 9100-CHECK-STEP-DONE-EXIT.
003490     IF KJ-STEP-ALREADY-DONE
003500         MOVE "S" TO KJ-STEP-STATUS
003510         PERFORM 9200-POST-STEP-DONE
003520             THRU 9200-POST-STEP-DONE-EXIT
003530         MOVE 0 TO RETURN-CODE
003540         STOP RUN
003550     END-IF.
003560     PERFORM 1000-READ-CONTROL
003570         THRU 1000-READ-CONTROL-EXIT.
003580     PERFORM 1100-LOAD-RESULTS
003590         THRU 1100-LOAD-RESULTS-EXIT.
003600     OPEN I-O RESHIST.
003610     OPEN INPUT RULEMAST.
003620     OPEN OUTPUT VARRPT.
003630     IF KJ-VAR-SLICE-COUNT = 0
003640         PERFORM 2000-FIND-PRIOR-NIGHT
003650             THRU 2000-FIND-PRIOR-NIGHT-EXIT
003660     END-IF.
003670     PERFORM 3000-CHECK-RULE
003680         THRU 3000-CHECK-RULE-EXIT
003690         VARYING KJ-TNT-IDX FROM 1 BY 1
003700         UNTIL KJ-TNT-IDX > KJ-TNT-COUNT.
003710     PERFORM 4000-CHECK-STOPPED
003720         THRU 4000-CHECK-STOPPED-EXIT
003730         VARYING KJ-PRN-IDX FROM 1 BY 1
003740         UNTIL KJ-PRN-IDX > KJ-PRN-COUNT.
003750     PERFORM 5000-BANK-RULE
003760         THRU 5000-BANK-RULE-EXIT
003770         VARYING KJ-TNT-IDX FROM 1 BY 1
003780         UNTIL KJ-TNT-IDX > KJ-TNT-COUNT.
003790     PERFORM 6000-PRINT-TOTALS
003800         THRU 6000-PRINT-TOTALS-EXIT.
003810     CLOSE RESHIST.
003820     CLOSE RULEMAST.
003830     CLOSE VARRPT.
003840     DISPLAY "KJRESVAR - NIGHT CHECKED:       "
003850         KJ-VAR-NIGHT-DATE.
003860     DISPLAY "KJRESVAR - RULES CHECKED:       "
003870         KJ-VAR-RULE-COUNT.
003880     DISPLAY "KJRESVAR - RULES WITH EXCEPTION: "
003890         KJ-VAR-EXCEPTION-COUNT.
003900     DISPLAY "KJRESVAR - RULES STOPPED:       "
003910         KJ-VAR-STOPPED-COUNT.
003920     DISPLAY "KJRESVAR - RULE NIGHTS BANKED:  "
003930         KJ-VAR-BANKED-COUNT.
003940     IF KJ-ERRSUMM-OPEN
003950         CLOSE ERRSUMM
003960     END-IF.
003970     PERFORM 9200-POST-STEP-DONE
003980         THRU 9200-POST-STEP-DONE-EXIT.
003990     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
004000     STOP RUN.
004010
004020*-----------------------------------------------------------------
004030* 1000-READ-CONTROL - READS THE NIGHT TO CHECK AND THE OPERATOR.
004040* A MISSING CARD OR A ZERO DATE LEAVES THE NIGHT TO BE TAKEN
004050* FROM THE FIRST RESULT RECORD.
004060*-----------------------------------------------------------------
004070 1000-READ-CONTROL.
004080     OPEN INPUT VARCTL.
004090     READ VARCTL
004100         AT END
004110             SET KJ-VARCTL-EOF TO TRUE
004120         NOT AT END
004130             IF KJ-VCT-RUN-DATE > 0
004140                 MOVE KJ-VCT-RUN-DATE TO KJ-VAR-NIGHT-DATE
004150             END-IF
004160             IF KJ-VCT-OPERATOR NOT EQUAL TO SPACES
004170                 MOVE KJ-VCT-OPERATOR TO KJ-VAR-OPERATOR
004180             END-IF
004190     END-READ.
004200     CLOSE VARCTL.
004210 1000-READ-CONTROL-EXIT.
004220     EXIT.
004230
004240*-----------------------------------------------------------------
004250* 1100-LOAD-RESULTS - LOADS TONIGHT'S RESULTOUT INTO THE RULE
004260* TABLE, FOLDING THE SLICES OF A SPLIT-STEP RULE TOGETHER.  A
004270* RESULT RECORD FOR ANY OTHER NIGHT IS LEFT OUT AND COUNTED.
004280* AN EMPTY RESULTOUT IS WARNED: EVERY RULE BANKED ON THE PRIOR
004290* NIGHT WILL THEN BE REPORTED AS STOPPED.  CAMPAIGN SLICE
004300* RESULTS ARE COUNTED AND PASSED OVER; WITH ANY ON FILE THE
004310* NIGHT IS A CAMPAIGN NIGHT AND THE PRIOR NIGHT IS NOT LOOKED
004320* FOR, SO NO RULE IS REPORTED AS STOPPED.
004330*-----------------------------------------------------------------
004340 1100-LOAD-RESULTS.
004350     OPEN INPUT RESULTIN.
004360     PERFORM 1110-READ-RESULT
004370         THRU 1110-READ-RESULT-EXIT
004380         WITH TEST AFTER UNTIL KJ-RESULTIN-EOF.
004390     CLOSE RESULTIN.
004400     IF KJ-VAR-NIGHT-DATE = 0
004410         MOVE KJ-VAR-RUN-DATE TO KJ-VAR-NIGHT-DATE
004420     END-IF.
004430     IF KJ-VAR-SLICE-COUNT > 0
004440         DISPLAY "KJ1680I " KJ-VAR-SLICE-COUNT
004450             " CAMPAIGN SLICE RESULT(S) PASSED OVER - NO RULE "
004460             "CHECKED FOR STOPPING TONIGHT."
004470     END-IF.
004480     IF KJ-VAR-RESULT-COUNT = 0 AND KJ-VAR-SLICE-COUNT = 0
004490         DISPLAY "KJ1640W NO RESULT RECORDS ON RESULTOUT - "
004500             "NOTHING BANKED TONIGHT."
004510         MOVE "KJ1640W" TO KJ-RAISE-CONDITION
004520         MOVE "W"       TO KJ-RAISE-SEVERITY
004530         MOVE 4         TO KJ-RAISE-RC
004540         MOVE "NO RESULT RECORDS ON RESULTOUT"
004550             TO KJ-RAISE-TEXT
004560         PERFORM 9000-RAISE-CONDITION
004570             THRU 9000-RAISE-CONDITION-EXIT
004580     END-IF.
004590     IF KJ-VAR-OTHER-NIGHT > 0
004600         DISPLAY "KJ1650W " KJ-VAR-OTHER-NIGHT
004610             " RESULT RECORDS NOT FOR NIGHT "
004620             KJ-VAR-NIGHT-DATE " - IGNORED."
004630         MOVE "KJ1650W" TO KJ-RAISE-CONDITION
004640         MOVE "W"       TO KJ-RAISE-SEVERITY
004650         MOVE 4         TO KJ-RAISE-RC
004660         MOVE "RESULT RECORDS FOR ANOTHER NIGHT IGNORED"
004670             TO KJ-RAISE-TEXT
004680         PERFORM 9000-RAISE-CONDITION
004690             THRU 9000-RAISE-CONDITION-EXIT
004700     END-IF.
004710 1100-LOAD-RESULTS-EXIT.
004720     EXIT.
004730
004740 1110-READ-RESULT.
004750     READ RESULTIN
004760         AT END
004770             SET KJ-RESULTIN-EOF TO TRUE
004780             GO TO 1110-READ-RESULT-EXIT
004790     END-READ.
004800     IF KJ-VAR-NIGHT-DATE = 0
004810         MOVE KJ-RES-RUN-DATE TO KJ-VAR-NIGHT-DATE
004820     END-IF.
004830     IF KJ-RES-RUN-DATE NOT = KJ-VAR-NIGHT-DATE
004840         ADD 1 TO KJ-VAR-OTHER-NIGHT
004850         GO TO 1110-READ-RESULT-EXIT
004860     END-IF.
004870     IF KJ-RES-CAMPAIGN-SLICE
004880         ADD 1 TO KJ-VAR-SLICE-COUNT
004890         GO TO 1110-READ-RESULT-EXIT
004900     END-IF.
004910     ADD 1 TO KJ-VAR-RESULT-COUNT.
004920     IF KJ-RES-RULE-TYPE = SPACE
004930         MOVE "D" TO KJ-RES-RULE-TYPE
004940     END-IF.
004950     MOVE 0 TO KJ-TNT-HIT.
004960     PERFORM 1120-MATCH-RULE
004970         THRU 1120-MATCH-RULE-EXIT
004980         VARYING KJ-TNT-IDX FROM 1 BY 1
004990         UNTIL KJ-TNT-IDX > KJ-TNT-COUNT
005000         OR KJ-TNT-HIT > 0.
005010     IF KJ-TNT-HIT > 0
005020         PERFORM 1130-FOLD-SLICE
005030             THRU 1130-FOLD-SLICE-EXIT
005040         GO TO 1110-READ-RESULT-EXIT
005050     END-IF.
005060     IF KJ-TNT-COUNT NOT < 100
005070         IF NOT KJ-TNT-FULL-WARNED
005080             SET KJ-TNT-FULL-WARNED TO TRUE
005090             DISPLAY "KJ1660W MORE THAN 100 RULES ON RESULTOUT"
005100                 " - RULE " KJ-RES-RULE-NUM
005110                 " AND LATER NOT CHECKED."
005120             MOVE "KJ1660W" TO KJ-RAISE-CONDITION
005130             MOVE "W"       TO KJ-RAISE-SEVERITY
005140             MOVE 4         TO KJ-RAISE-RC
005150             MOVE "RULE TABLE FULL - RULES NOT CHECKED"
005160                 TO KJ-RAISE-TEXT
005170             PERFORM 9000-RAISE-CONDITION
005180                 THRU 9000-RAISE-CONDITION-EXIT
005190         END-IF
005200         GO TO 1110-READ-RESULT-EXIT
005210     END-IF.
005220     ADD 1 TO KJ-TNT-COUNT.
005230     MOVE KJ-RES-RULE-NUM      TO KJ-TNT-RULE-NUM (KJ-TNT-COUNT).
005240     MOVE KJ-RES-DIVISOR       TO KJ-TNT-DIVISOR (KJ-TNT-COUNT).
005250     MOVE KJ-RES-LOW           TO KJ-TNT-LOW (KJ-TNT-COUNT).
005260     MOVE KJ-RES-HIGH          TO KJ-TNT-HIGH (KJ-TNT-COUNT).
005270     MOVE KJ-RES-SUM           TO KJ-TNT-SUM (KJ-TNT-COUNT).
005280     MOVE KJ-RES-QUALIFY-COUNT TO KJ-TNT-QUALIFY (KJ-TNT-COUNT).
005290     MOVE KJ-RES-RULE-TYPE     TO KJ-TNT-RULE-TYPE (KJ-TNT-COUNT).
005300     MOVE KJ-RES-DAY-NUM       TO KJ-TNT-DAY-NUM (KJ-TNT-COUNT).
005310     IF KJ-RES-FROM-MASTER
005320         MOVE "M" TO KJ-TNT-PATH (KJ-TNT-COUNT)
005330     ELSE
005340         MOVE "G" TO KJ-TNT-PATH (KJ-TNT-COUNT)
005350     END-IF.
005360     MOVE 1                    TO KJ-TNT-SLICES (KJ-TNT-COUNT).
005370 1110-READ-RESULT-EXIT.
005380     EXIT.
005390
005400 1120-MATCH-RULE.
005410     IF KJ-TNT-RULE-NUM (KJ-TNT-IDX) = KJ-RES-RULE-NUM
005420         MOVE KJ-TNT-IDX TO KJ-TNT-HIT
005430     END-IF.
005440 1120-MATCH-RULE-EXIT.
005450     EXIT.
005460
005470*-----------------------------------------------------------------
005480* 1130-FOLD-SLICE - ADDS ONE MORE SLICE OF A SPLIT-STEP RULE TO
005490* THE RULE'S ENTRY.
005500*-----------------------------------------------------------------
005510 1130-FOLD-SLICE.
005520     ADD KJ-RES-SUM TO KJ-TNT-SUM (KJ-TNT-HIT).
005530     ADD KJ-RES-QUALIFY-COUNT TO KJ-TNT-QUALIFY (KJ-TNT-HIT).
005540     IF KJ-RES-LOW < KJ-TNT-LOW (KJ-TNT-HIT)
005550         MOVE KJ-RES-LOW TO KJ-TNT-LOW (KJ-TNT-HIT)
005560     END-IF.
005570     IF KJ-RES-HIGH > KJ-TNT-HIGH (KJ-TNT-HIT)
005580         MOVE KJ-RES-HIGH TO KJ-TNT-HIGH (KJ-TNT-HIT)
005590     END-IF.
005600     IF NOT KJ-RES-FROM-MASTER
005610         MOVE "G" TO KJ-TNT-PATH (KJ-TNT-HIT)
005620     END-IF.
005630     ADD 1 TO KJ-TNT-SLICES (KJ-TNT-HIT).
005640 1130-FOLD-SLICE-EXIT.
005650     EXIT.
005660
005670*-----------------------------------------------------------------
005680* 2000-FIND-PRIOR-NIGHT - READS THE WHOLE BANK ONCE FOR THE
005690* LATEST RUN DATE BEFORE TONIGHT AND THE RULES BANKED ON IT.
005700* MORE THAN 100 RULES BANKED ON THAT NIGHT IS WARNED (KJ1670W):
005710* THE RULES PAST THE HUNDREDTH ARE NOT CHECKED FOR HAVING
005720* STOPPED.
005730*-----------------------------------------------------------------
005740 2000-FIND-PRIOR-NIGHT.
005750     MOVE "N" TO KJ-RESHIST-EOF-SW.
005760     MOVE LOW-VALUES TO KJ-RHS-KEY.
005770     START RESHIST KEY NOT LESS THAN KJ-RHS-KEY
005780         INVALID KEY
005790             SET KJ-RESHIST-EOF TO TRUE
005800     END-START.
005810     IF NOT KJ-RESHIST-EOF
005820         PERFORM 2010-READ-BANK
005830             THRU 2010-READ-BANK-EXIT
005840             WITH TEST AFTER UNTIL KJ-RESHIST-EOF
005850     END-IF.
005860     IF KJ-PRN-FULL
005870         DISPLAY "KJ1670W MORE THAN 100 RULES BANKED ON "
005880             KJ-VAR-PRIOR-NIGHT " - NOT ALL CHECKED FOR STOPPING."
005890         MOVE "KJ1670W" TO KJ-RAISE-CONDITION
005900         MOVE "W"       TO KJ-RAISE-SEVERITY
005910         MOVE 4         TO KJ-RAISE-RC
005920         MOVE "PRIOR NIGHT TABLE FULL - NOT ALL CHECKED"
005930             TO KJ-RAISE-TEXT
005940         PERFORM 9000-RAISE-CONDITION
005950             THRU 9000-RAISE-CONDITION-EXIT
005960     END-IF.
005970 2000-FIND-PRIOR-NIGHT-EXIT.
005980     EXIT.
005990
006000 2010-READ-BANK.
006010     READ RESHIST NEXT RECORD
006020         AT END
006030             SET KJ-RESHIST-EOF TO TRUE
006040             GO TO 2010-READ-BANK-EXIT
006050     END-READ.
006060     IF KJ-RHS-RUN-DATE NOT < KJ-VAR-NIGHT-DATE
006070         OR KJ-RHS-RUN-DATE < KJ-VAR-PRIOR-NIGHT
006080         GO TO 2010-READ-BANK-EXIT
006090     END-IF.
006100     IF KJ-RHS-RUN-DATE > KJ-VAR-PRIOR-NIGHT
006110         MOVE KJ-RHS-RUN-DATE TO KJ-VAR-PRIOR-NIGHT
006120         MOVE 0 TO KJ-PRN-COUNT
006130         MOVE "N" TO KJ-PRN-FULL-SW
006140     END-IF.
006150     IF KJ-PRN-COUNT NOT < 100
006160         SET KJ-PRN-FULL TO TRUE
006170         GO TO 2010-READ-BANK-EXIT
006180     END-IF.
006190     ADD 1 TO KJ-PRN-COUNT.
006200     MOVE KJ-RHS-RULE-NUM TO KJ-PRN-RULE-NUM (KJ-PRN-COUNT).
006210 2010-READ-BANK-EXIT.
006220     EXIT.
006230
006240*-----------------------------------------------------------------
006250* 3000-CHECK-RULE - READS THE RULE'S OWN BANKED NIGHTS BEFORE
006260* TONIGHT, JUDGES TONIGHT'S RESULT AGAINST THEM, AND PRINTS THE
006270* RESULT WITH ANY FINDINGS UNDER IT.
006280*-----------------------------------------------------------------
006290 3000-CHECK-RULE.
006300     ADD 1 TO KJ-VAR-RULE-COUNT.
006310     MOVE "N" TO KJ-CMP-FOUND-SW (1).
006320     MOVE "N" TO KJ-CMP-FOUND-SW (2).
006330     MOVE "N" TO KJ-CMP-FOUND-SW (3).
006340     MOVE "N" TO KJ-RESHIST-EOF-SW.
006350     MOVE KJ-TNT-RULE-NUM (KJ-TNT-IDX) TO KJ-RHS-RULE-NUM.
006360     MOVE 0 TO KJ-RHS-RUN-DATE.
006370     START RESHIST KEY NOT LESS THAN KJ-RHS-KEY
006380         INVALID KEY
006390             SET KJ-RESHIST-EOF TO TRUE
006400     END-START.
006410     IF NOT KJ-RESHIST-EOF
006420         PERFORM 3100-READ-RULE-HISTORY
006430             THRU 3100-READ-RULE-HISTORY-EXIT
006440             WITH TEST AFTER UNTIL KJ-RESHIST-EOF
006450     END-IF.
006460     PERFORM 3200-JUDGE-RULE
006470         THRU 3200-JUDGE-RULE-EXIT.
006480     PERFORM 3300-PRINT-RULE
006490         THRU 3300-PRINT-RULE-EXIT.
006500 3000-CHECK-RULE-EXIT.
006510     EXIT.
006520
006530*-----------------------------------------------------------------
006540* 3100-READ-RULE-HISTORY - ONE BANKED NIGHT OF THE RULE IN HAND.
006550* THE NIGHTS COME IN DATE ORDER, SO EACH COMPARISON SLOT ENDS
006560* HOLDING THE LATEST NIGHT THAT QUALIFIES FOR IT.
006570*-----------------------------------------------------------------
006580 3100-READ-RULE-HISTORY.
006590     READ RESHIST NEXT RECORD
006600         AT END
006610             SET KJ-RESHIST-EOF TO TRUE
006620             GO TO 3100-READ-RULE-HISTORY-EXIT
006630     END-READ.
006640     IF KJ-RHS-RULE-NUM NOT = KJ-TNT-RULE-NUM (KJ-TNT-IDX)
006650         OR KJ-RHS-RUN-DATE NOT < KJ-VAR-NIGHT-DATE
006660         SET KJ-RESHIST-EOF TO TRUE
006670         GO TO 3100-READ-RULE-HISTORY-EXIT
006680     END-IF.
006690     MOVE KJ-CMP-LATEST TO KJ-CMP-IDX.
006700     PERFORM 3110-SAVE-COMPARE
006710         THRU 3110-SAVE-COMPARE-EXIT.
006720     IF KJ-RHS-DIVISOR = KJ-TNT-DIVISOR (KJ-TNT-IDX)
006730         AND KJ-RHS-LOW = KJ-TNT-LOW (KJ-TNT-IDX)
006740         AND KJ-RHS-HIGH = KJ-TNT-HIGH (KJ-TNT-IDX)
006750         AND KJ-RHS-RULE-TYPE = KJ-TNT-RULE-TYPE (KJ-TNT-IDX)
006760         MOVE KJ-CMP-SAME-RULE TO KJ-CMP-IDX
006770         PERFORM 3110-SAVE-COMPARE
006780             THRU 3110-SAVE-COMPARE-EXIT
006790         IF KJ-RHS-GROUND
006800             MOVE KJ-CMP-GROUND TO KJ-CMP-IDX
006810             PERFORM 3110-SAVE-COMPARE
006820                 THRU 3110-SAVE-COMPARE-EXIT
006830         END-IF
006840     END-IF.
006850 3100-READ-RULE-HISTORY-EXIT.
006860     EXIT.
006870
006880 3110-SAVE-COMPARE.
006890     MOVE "Y"                  TO KJ-CMP-FOUND-SW (KJ-CMP-IDX).
006900     MOVE KJ-RHS-RUN-DATE      TO KJ-CMP-RUN-DATE (KJ-CMP-IDX).
006910     MOVE KJ-RHS-DIVISOR       TO KJ-CMP-DIVISOR (KJ-CMP-IDX).
006920     MOVE KJ-RHS-LOW           TO KJ-CMP-LOW (KJ-CMP-IDX).
006930     MOVE KJ-RHS-HIGH          TO KJ-CMP-HIGH (KJ-CMP-IDX).
006940     MOVE KJ-RHS-SUM           TO KJ-CMP-SUM (KJ-CMP-IDX).
006950     MOVE KJ-RHS-QUALIFY-COUNT TO KJ-CMP-QUALIFY (KJ-CMP-IDX).
006960     MOVE KJ-RHS-RULE-TYPE     TO KJ-CMP-RULE-TYPE (KJ-CMP-IDX).
006970     MOVE KJ-RHS-DAY-NUM       TO KJ-CMP-DAY-NUM (KJ-CMP-IDX).
006980     MOVE KJ-RHS-PATH          TO KJ-CMP-PATH (KJ-CMP-IDX).
006990 3110-SAVE-COMPARE-EXIT.
007000     EXIT.
007010
007020*-----------------------------------------------------------------
007030* 3200-JUDGE-RULE - STAGES THE FINDINGS FOR THE RULE IN HAND.
007040* A FAST-PATH ANSWER IS SET AGAINST THE LAST GROUND ANSWER FOR
007050* THE SAME RANGE FIRST; WHEN THAT GROUND NIGHT IS ALSO THE
007060* LATEST SAME-RULE NIGHT THE ONE FINDING COVERS BOTH.
007070*-----------------------------------------------------------------
007080 3200-JUDGE-RULE.
007090     MOVE 0   TO KJ-FND-COUNT.
007100     MOVE "N" TO KJ-FND-RAISED-SW.
007110     MOVE "N" TO KJ-FAST-PATH-SW.
007120     IF NOT KJ-CMP-FOUND (KJ-CMP-LATEST)
007130         ADD 1 TO KJ-VAR-NEW-COUNT
007140         MOVE "NEW - NO HISTORY" TO KJ-RULE-FINDING
007150         GO TO 3200-JUDGE-RULE-EXIT
007160     END-IF.
007170     IF KJ-TNT-PATH (KJ-TNT-IDX) = "M"
007180         AND KJ-CMP-FOUND (KJ-CMP-GROUND)
007190         AND (KJ-CMP-SUM (KJ-CMP-GROUND)
007200                 NOT = KJ-TNT-SUM (KJ-TNT-IDX)
007210             OR KJ-CMP-QUALIFY (KJ-CMP-GROUND)
007220                 NOT = KJ-TNT-QUALIFY (KJ-TNT-IDX))
007230         SET KJ-FAST-PATH-FLAGGED TO TRUE
007240         MOVE KJ-CMP-GROUND TO KJ-CMP-IDX
007250         MOVE "FAST PATH DISAGREES WITH GROUND"
007260             TO KJ-VRT-MESSAGE
007270         MOVE "KJ1610E" TO KJ-RAISE-CONDITION
007280         MOVE "E"       TO KJ-RAISE-SEVERITY
007290         MOVE 8         TO KJ-RAISE-RC
007300         PERFORM 3250-RAISE-FINDING
007310             THRU 3250-RAISE-FINDING-EXIT
007320     END-IF.
007330     IF KJ-CMP-FOUND (KJ-CMP-SAME-RULE)
007340         AND (KJ-CMP-SUM (KJ-CMP-SAME-RULE)
007350                 NOT = KJ-TNT-SUM (KJ-TNT-IDX)
007360             OR KJ-CMP-QUALIFY (KJ-CMP-SAME-RULE)
007370                 NOT = KJ-TNT-QUALIFY (KJ-TNT-IDX))
007380         AND NOT (KJ-FAST-PATH-FLAGGED
007390             AND KJ-CMP-RUN-DATE (KJ-CMP-SAME-RULE)
007400                 = KJ-CMP-RUN-DATE (KJ-CMP-GROUND))
007410         MOVE KJ-CMP-SAME-RULE TO KJ-CMP-IDX
007420         MOVE "COUNT CHANGED - SAME RULE" TO KJ-VRT-MESSAGE
007430         MOVE "KJ1600E" TO KJ-RAISE-CONDITION
007440         MOVE "E"       TO KJ-RAISE-SEVERITY
007450         MOVE 8         TO KJ-RAISE-RC
007460         PERFORM 3250-RAISE-FINDING
007470             THRU 3250-RAISE-FINDING-EXIT
007480     END-IF.
007490     IF KJ-CMP-DIVISOR (KJ-CMP-LATEST)
007500             NOT = KJ-TNT-DIVISOR (KJ-TNT-IDX)
007510         OR KJ-CMP-LOW (KJ-CMP-LATEST)
007520             NOT = KJ-TNT-LOW (KJ-TNT-IDX)
007530         OR KJ-CMP-HIGH (KJ-CMP-LATEST)
007540             NOT = KJ-TNT-HIGH (KJ-TNT-IDX)
007550         OR KJ-CMP-RULE-TYPE (KJ-CMP-LATEST)
007560             NOT = KJ-TNT-RULE-TYPE (KJ-TNT-IDX)
007570         PERFORM 3210-RULE-CHANGED
007580             THRU 3210-RULE-CHANGED-EXIT
007590     END-IF.
007600     IF KJ-FND-RAISED
007610         ADD 1 TO KJ-VAR-EXCEPTION-COUNT
007620         MOVE "EXCEPTION - SEE BELOW" TO KJ-RULE-FINDING
007630     ELSE
007640         IF KJ-FND-COUNT > 0
007650             ADD 1 TO KJ-VAR-NOTED-COUNT
007660             MOVE "CHANGE NOTED - SEE BELOW"
007670                 TO KJ-RULE-FINDING
007680         ELSE
007690             ADD 1 TO KJ-VAR-SAME-COUNT
007700             MOVE "UNCHANGED" TO KJ-RULE-FINDING
007710         END-IF
007720     END-IF.
007730 3200-JUDGE-RULE-EXIT.
007740     EXIT.
007750
007760*-----------------------------------------------------------------
007770* 3210-RULE-CHANGED - THE RULE'S RANGE, DIVISOR OR TYPE DIFFERS
007780* FROM ITS LATEST BANKED NIGHT.  MAINTENANCE ON THE MASTER
007790* SINCE THAT NIGHT EXPLAINS IT; OTHERWISE IT IS WARNED.
007800*-----------------------------------------------------------------
007810 3210-RULE-CHANGED.
007820     MOVE KJ-TNT-RULE-NUM (KJ-TNT-IDX) TO KJ-RMS-RULE-NUM.
007830     PERFORM 3400-READ-RULEMAST
007840         THRU 3400-READ-RULEMAST-EXIT.
007850     MOVE KJ-CMP-LATEST TO KJ-CMP-IDX.
007860     IF KJ-RMS-FOUND
007870         AND KJ-RMS-MAINT-DATE > KJ-CMP-RUN-DATE (KJ-CMP-LATEST)
007880         ADD 1 TO KJ-FND-COUNT
007890         MOVE SPACE      TO KJ-FND-FLAG (KJ-FND-COUNT)
007900         MOVE KJ-CMP-IDX TO KJ-FND-CMP (KJ-FND-COUNT)
007910         MOVE "RULE CHANGED ON MASTER"
007920             TO KJ-FND-TEXT (KJ-FND-COUNT)
007930     ELSE
007940         MOVE "RULE CHANGED - NO MAINTENANCE"
007950             TO KJ-VRT-MESSAGE
007960         MOVE "KJ1630W" TO KJ-RAISE-CONDITION
007970         MOVE "W"       TO KJ-RAISE-SEVERITY
007980         MOVE 4         TO KJ-RAISE-RC
007990         PERFORM 3250-RAISE-FINDING
008000             THRU 3250-RAISE-FINDING-EXIT
008010     END-IF.
008020 3210-RULE-CHANGED-EXIT.
008030     EXIT.
008040
008050*-----------------------------------------------------------------
008060* 3250-RAISE-FINDING - STAGES A FLAGGED FINDING AGAINST THE
008070* COMPARISON NIGHT IN KJ-CMP-IDX AND RAISES IT ON ERRSUMM WITH
008080* THE CONDITION ALREADY MOVED TO THE KJ-RAISE FIELDS.
008090*-----------------------------------------------------------------
008100 3250-RAISE-FINDING.
008110     SET KJ-FND-RAISED TO TRUE.
008120     ADD 1 TO KJ-FND-COUNT.
008130     MOVE "*"            TO KJ-FND-FLAG (KJ-FND-COUNT).
008140     MOVE KJ-CMP-IDX     TO KJ-FND-CMP (KJ-FND-COUNT).
008150     MOVE KJ-VRT-MESSAGE TO KJ-FND-TEXT (KJ-FND-COUNT).
008160     MOVE KJ-TNT-RULE-NUM (KJ-TNT-IDX) TO KJ-VRT-RULE-NUM.
008170     DISPLAY KJ-RAISE-CONDITION " " KJ-VAR-RAISE-TEXT
008180         " - NIGHT " KJ-VAR-NIGHT-DATE
008190         " AGAINST " KJ-CMP-RUN-DATE (KJ-CMP-IDX) ".".
008200     MOVE KJ-VAR-RAISE-TEXT TO KJ-RAISE-TEXT.
008210     PERFORM 9000-RAISE-CONDITION
008220         THRU 9000-RAISE-CONDITION-EXIT.
008230 3250-RAISE-FINDING-EXIT.
008240     EXIT.
008250
008260*-----------------------------------------------------------------
008270* 3300-PRINT-RULE - TONIGHT'S RESULT FOR THE RULE, THEN ONE LINE
008280* PER FINDING SHOWING THE NIGHT IT WAS COMPARED WITH.
008290*-----------------------------------------------------------------
008300 3300-PRINT-RULE.
008310     IF KJ-LINE-CNT + 1 + KJ-FND-COUNT > KJ-LINES-PER-PAGE
008320         PERFORM 3500-PAGE-HEADING
008330             THRU 3500-PAGE-HEADING-EXIT
008340     END-IF.
008350     MOVE SPACES TO KJ-DTL-FLAG.
008360     MOVE KJ-TNT-RULE-NUM (KJ-TNT-IDX)  TO KJ-DTL-RULE-NUM.
008370     MOVE KJ-VAR-NIGHT-DATE             TO KJ-DTL-NIGHT.
008380     MOVE KJ-TNT-DAY-NUM (KJ-TNT-IDX)   TO KJ-DTL-DAY-NUM.
008390     MOVE KJ-TNT-RULE-TYPE (KJ-TNT-IDX) TO KJ-DTL-RULE-TYPE.
008400     MOVE KJ-TNT-DIVISOR (KJ-TNT-IDX)   TO KJ-DTL-DIVISOR.
008410     MOVE KJ-TNT-LOW (KJ-TNT-IDX)       TO KJ-DTL-LOW.
008420     MOVE KJ-TNT-HIGH (KJ-TNT-IDX)      TO KJ-DTL-HIGH.
008430     MOVE KJ-TNT-PATH (KJ-TNT-IDX)      TO KJ-DTL-PATH.
008440     MOVE KJ-TNT-SUM (KJ-TNT-IDX)       TO KJ-DTL-SUM.
008450     MOVE KJ-TNT-QUALIFY (KJ-TNT-IDX)   TO KJ-DTL-QUALIFY.
008460     MOVE KJ-RULE-FINDING               TO KJ-DTL-FINDING.
008470     WRITE KJ-PRINT-LINE FROM KJ-DTL-LINE
008480         AFTER ADVANCING 1 LINE.
008490     ADD 1 TO KJ-LINE-CNT.
008500     PERFORM 3310-PRINT-FINDING
008510         THRU 3310-PRINT-FINDING-EXIT
008520         VARYING KJ-FND-IDX FROM 1 BY 1
008530         UNTIL KJ-FND-IDX > KJ-FND-COUNT.
008540 3300-PRINT-RULE-EXIT.
008550     EXIT.
008560
008570 3310-PRINT-FINDING.
008580     MOVE KJ-FND-CMP (KJ-FND-IDX) TO KJ-CMP-IDX.
008590     MOVE KJ-FND-FLAG (KJ-FND-IDX)         TO KJ-DTL-FLAG.
008600     MOVE KJ-TNT-RULE-NUM (KJ-TNT-IDX)     TO KJ-DTL-RULE-NUM.
008610     MOVE KJ-CMP-RUN-DATE (KJ-CMP-IDX)     TO KJ-DTL-NIGHT.
008620     MOVE KJ-CMP-DAY-NUM (KJ-CMP-IDX)      TO KJ-DTL-DAY-NUM.
008630     MOVE KJ-CMP-RULE-TYPE (KJ-CMP-IDX)    TO KJ-DTL-RULE-TYPE.
008640     MOVE KJ-CMP-DIVISOR (KJ-CMP-IDX)      TO KJ-DTL-DIVISOR.
008650     MOVE KJ-CMP-LOW (KJ-CMP-IDX)          TO KJ-DTL-LOW.
008660     MOVE KJ-CMP-HIGH (KJ-CMP-IDX)         TO KJ-DTL-HIGH.
008670     MOVE KJ-CMP-PATH (KJ-CMP-IDX)         TO KJ-DTL-PATH.
008680     MOVE KJ-CMP-SUM (KJ-CMP-IDX)          TO KJ-DTL-SUM.
008690     MOVE KJ-CMP-QUALIFY (KJ-CMP-IDX)      TO KJ-DTL-QUALIFY.
008700     MOVE KJ-FND-TEXT (KJ-FND-IDX)         TO KJ-DTL-FINDING.
008710     WRITE KJ-PRINT-LINE FROM KJ-DTL-LINE
008720         AFTER ADVANCING 1 LINE.
008730     ADD 1 TO KJ-LINE-CNT.
008740 3310-PRINT-FINDING-EXIT.
008750     EXIT.
008760
008770*-----------------------------------------------------------------
008780* 3400-READ-RULEMAST - THE MASTER RECORD OF THE RULE NUMBER
008790* ALREADY MOVED TO KJ-RMS-RULE-NUM.
008800*-----------------------------------------------------------------
008810 3400-READ-RULEMAST.
008820     MOVE "N" TO KJ-RMS-FOUND-SW.
008830     READ RULEMAST
008840         INVALID KEY
008850             CONTINUE
008860         NOT INVALID KEY
008870             SET KJ-RMS-FOUND TO TRUE
008880     END-READ.
008890 3400-READ-RULEMAST-EXIT.
008900     EXIT.
008910
008920*-----------------------------------------------------------------
008930* 3500-PAGE-HEADING - THROWS TO A NEW PAGE AND PRINTS THE PAGE
008940* HEADING WITH THE NIGHT, OPERATOR AND PAGE NUMBER, AND THE
008950* COLUMN HEADINGS.
008960*-----------------------------------------------------------------
008970 3500-PAGE-HEADING.
008980     ADD 1 TO KJ-PAGE-NUM.
008990     MOVE KJ-VAR-NIGHT-DATE TO KJ-HDG-NIGHT-DATE.
009000     MOVE KJ-VAR-OPERATOR   TO KJ-HDG-OPERATOR.
009010     MOVE KJ-PAGE-NUM       TO KJ-HDG-PAGE.
009020     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-1
009030         AFTER ADVANCING PAGE.
009040     MOVE SPACES TO KJ-PRINT-LINE.
009050     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
009060     WRITE KJ-PRINT-LINE FROM KJ-COL-HDG-LINE
009070         AFTER ADVANCING 1 LINE.
009080     MOVE 3 TO KJ-LINE-CNT.
009090 3500-PAGE-HEADING-EXIT.
009100     EXIT.
009110
009120*-----------------------------------------------------------------
009130* 4000-CHECK-STOPPED - ONE RULE BANKED ON THE PRIOR NIGHT.  WITH
009140* NO RESULT TONIGHT IT HAS STOPPED PRODUCING RESULTS, WHICH THE
009150* MASTER EXPLAINS ONLY WHEN THE RULE IS GONE, INACTIVE, OR OUT
009160* OF EFFECT FOR TONIGHT.
009170*-----------------------------------------------------------------
009180 4000-CHECK-STOPPED.
009190     MOVE 0 TO KJ-TNT-HIT.
009200     PERFORM 4010-MATCH-TONIGHT
009210         THRU 4010-MATCH-TONIGHT-EXIT
009220         VARYING KJ-TNT-IDX FROM 1 BY 1
009230         UNTIL KJ-TNT-IDX > KJ-TNT-COUNT
009240         OR KJ-TNT-HIT > 0.
009250     IF KJ-TNT-HIT > 0
009260         GO TO 4000-CHECK-STOPPED-EXIT
009270     END-IF.
009280     MOVE KJ-PRN-RULE-NUM (KJ-PRN-IDX) TO KJ-RHS-RULE-NUM.
009290     MOVE KJ-VAR-PRIOR-NIGHT TO KJ-RHS-RUN-DATE.
009300     READ RESHIST
009310         INVALID KEY
009320             GO TO 4000-CHECK-STOPPED-EXIT
009330     END-READ.
009340     MOVE KJ-CMP-LATEST TO KJ-CMP-IDX.
009350     PERFORM 3110-SAVE-COMPARE
009360         THRU 3110-SAVE-COMPARE-EXIT.
009370     MOVE KJ-PRN-RULE-NUM (KJ-PRN-IDX) TO KJ-RMS-RULE-NUM.
009380     PERFORM 3400-READ-RULEMAST
009390         THRU 3400-READ-RULEMAST-EXIT.
009400     MOVE SPACE TO KJ-DTL-FLAG.
009410     EVALUATE TRUE
009420         WHEN NOT KJ-RMS-FOUND
009430             MOVE "STOPPED - RULE OFF MASTER"
009440                 TO KJ-DTL-FINDING
009450             ADD 1 TO KJ-VAR-RETIRED-COUNT
009460         WHEN NOT KJ-RMS-ACTIVE
009470             MOVE "STOPPED - RULE INACTIVE"
009480                 TO KJ-DTL-FINDING
009490             ADD 1 TO KJ-VAR-RETIRED-COUNT
009500         WHEN (KJ-RMS-EFF-FROM > 0
009510                 AND KJ-VAR-NIGHT-DATE < KJ-RMS-EFF-FROM)
009520             OR (KJ-RMS-EFF-TO > 0
009530                 AND KJ-VAR-NIGHT-DATE > KJ-RMS-EFF-TO)
009540             MOVE "STOPPED - RULE OUT OF EFFECT"
009550                 TO KJ-DTL-FINDING
009560             ADD 1 TO KJ-VAR-RETIRED-COUNT
009570         WHEN OTHER
009580             MOVE "*" TO KJ-DTL-FLAG
009590             MOVE "STOPPED PRODUCING RESULTS"
009600                 TO KJ-DTL-FINDING
009610             ADD 1 TO KJ-VAR-STOPPED-COUNT
009620             MOVE KJ-PRN-RULE-NUM (KJ-PRN-IDX)
009630                 TO KJ-VRT-RULE-NUM
009640             MOVE "STOPPED PRODUCING RESULTS"
009650                 TO KJ-VRT-MESSAGE
009660             DISPLAY "KJ1620E " KJ-VAR-RAISE-TEXT
009670                 " - NONE FOR NIGHT " KJ-VAR-NIGHT-DATE
009680                 ", LAST " KJ-VAR-PRIOR-NIGHT "."
009690             MOVE "KJ1620E" TO KJ-RAISE-CONDITION
009700             MOVE "E"       TO KJ-RAISE-SEVERITY
009710             MOVE 8         TO KJ-RAISE-RC
009720             MOVE KJ-VAR-RAISE-TEXT TO KJ-RAISE-TEXT
009730             PERFORM 9000-RAISE-CONDITION
009740                 THRU 9000-RAISE-CONDITION-EXIT
009750     END-EVALUATE.
009760     IF KJ-LINE-CNT + 1 > KJ-LINES-PER-PAGE
009770         PERFORM 3500-PAGE-HEADING
009780             THRU 3500-PAGE-HEADING-EXIT
009790     END-IF.
009800     MOVE KJ-PRN-RULE-NUM (KJ-PRN-IDX) TO KJ-DTL-RULE-NUM.
009810     MOVE KJ-RHS-RUN-DATE              TO KJ-DTL-NIGHT.
009820     MOVE KJ-RHS-DAY-NUM               TO KJ-DTL-DAY-NUM.
009830     MOVE KJ-RHS-RULE-TYPE             TO KJ-DTL-RULE-TYPE.
009840     MOVE KJ-RHS-DIVISOR               TO KJ-DTL-DIVISOR.
009850     MOVE KJ-RHS-LOW                   TO KJ-DTL-LOW.
009860     MOVE KJ-RHS-HIGH                  TO KJ-DTL-HIGH.
009870     MOVE KJ-RHS-PATH                  TO KJ-DTL-PATH.
009880     MOVE KJ-RHS-SUM                   TO KJ-DTL-SUM.
009890     MOVE KJ-RHS-QUALIFY-COUNT         TO KJ-DTL-QUALIFY.
009900     WRITE KJ-PRINT-LINE FROM KJ-DTL-LINE
009910         AFTER ADVANCING 1 LINE.
009920     ADD 1 TO KJ-LINE-CNT.
009930 4000-CHECK-STOPPED-EXIT.
009940     EXIT.
009950
009960 4010-MATCH-TONIGHT.
009970     IF KJ-TNT-RULE-NUM (KJ-TNT-IDX)
009980         = KJ-PRN-RULE-NUM (KJ-PRN-IDX)
009990         MOVE KJ-TNT-IDX TO KJ-TNT-HIT
010000     END-IF.
010010 4010-MATCH-TONIGHT-EXIT.
010020     EXIT.
010030
010040*-----------------------------------------------------------------
010050* 5000-BANK-RULE - BANKS TONIGHT'S RESULT FOR ONE RULE.  A RULE
010060* ALREADY BANKED FOR THE NIGHT (THE NIGHT WAS RERUN) IS
010070* REPLACED WITH THE RERUN'S ANSWER.
010080*-----------------------------------------------------------------
010090 5000-BANK-RULE.
010100     MOVE SPACES TO KJ-RESULT-HISTORY-RECORD.
010110     MOVE KJ-TNT-RULE-NUM (KJ-TNT-IDX)  TO KJ-RHS-RULE-NUM.
010120     MOVE KJ-VAR-NIGHT-DATE             TO KJ-RHS-RUN-DATE.
010130     MOVE KJ-TNT-DIVISOR (KJ-TNT-IDX)   TO KJ-RHS-DIVISOR.
010140     MOVE KJ-TNT-LOW (KJ-TNT-IDX)       TO KJ-RHS-LOW.
010150     MOVE KJ-TNT-HIGH (KJ-TNT-IDX)      TO KJ-RHS-HIGH.
010160     MOVE KJ-TNT-SUM (KJ-TNT-IDX)       TO KJ-RHS-SUM.
010170     MOVE KJ-TNT-QUALIFY (KJ-TNT-IDX)   TO KJ-RHS-QUALIFY-COUNT.
010180     MOVE KJ-TNT-RULE-TYPE (KJ-TNT-IDX) TO KJ-RHS-RULE-TYPE.
010190     MOVE KJ-TNT-DAY-NUM (KJ-TNT-IDX)   TO KJ-RHS-DAY-NUM.
010200     MOVE KJ-TNT-PATH (KJ-TNT-IDX)      TO KJ-RHS-PATH.
010210     MOVE KJ-TNT-SLICES (KJ-TNT-IDX)    TO KJ-RHS-SLICE-COUNT.
010220     MOVE KJ-VAR-RUN-DATE               TO KJ-RHS-BANK-DATE.
010230     WRITE KJ-RESULT-HISTORY-RECORD
010240         INVALID KEY
010250             REWRITE KJ-RESULT-HISTORY-RECORD
010260             ADD 1 TO KJ-VAR-REBANKED-COUNT
010270         NOT INVALID KEY
010280             ADD 1 TO KJ-VAR-BANKED-COUNT
010290     END-WRITE.
010300 5000-BANK-RULE-EXIT.
010310     EXIT.
010320
010330*-----------------------------------------------------------------
010340* 6000-PRINT-TOTALS - THE RUN'S TOTALS AT THE FOOT OF THE
010350* REPORT.
010360*-----------------------------------------------------------------
010370 6000-PRINT-TOTALS.
010380     IF KJ-LINE-CNT + 13 > KJ-LINES-PER-PAGE
010390         PERFORM 3500-PAGE-HEADING
010400             THRU 3500-PAGE-HEADING-EXIT
010410     END-IF.
010420     MOVE SPACES TO KJ-PRINT-LINE.
010430     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
010440     MOVE "PRIOR BANKED NIGHT"           TO KJ-VTL-LABEL.
010450     MOVE KJ-VAR-PRIOR-NIGHT             TO KJ-VTL-COUNT.
010460     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010470     MOVE "RESULT RECORDS READ"          TO KJ-VTL-LABEL.
010480     MOVE KJ-VAR-RESULT-COUNT            TO KJ-VTL-COUNT.
010490     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010500     MOVE "CAMPAIGN SLICE RESULTS PASSED OVER"
010510                                         TO KJ-VTL-LABEL.
010520     MOVE KJ-VAR-SLICE-COUNT             TO KJ-VTL-COUNT.
010530     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010540     MOVE "RULES CHECKED"                TO KJ-VTL-LABEL.
010550     MOVE KJ-VAR-RULE-COUNT              TO KJ-VTL-COUNT.
010560     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010570     MOVE "RULES UNCHANGED"              TO KJ-VTL-LABEL.
010580     MOVE KJ-VAR-SAME-COUNT              TO KJ-VTL-COUNT.
010590     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010600     MOVE "RULES NEW - NO HISTORY"       TO KJ-VTL-LABEL.
010610     MOVE KJ-VAR-NEW-COUNT               TO KJ-VTL-COUNT.
010620     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010630     MOVE "RULES CHANGED ON MASTER"      TO KJ-VTL-LABEL.
010640     MOVE KJ-VAR-NOTED-COUNT             TO KJ-VTL-COUNT.
010650     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010660     MOVE "RULES WITH EXCEPTIONS"        TO KJ-VTL-LABEL.
010670     MOVE KJ-VAR-EXCEPTION-COUNT         TO KJ-VTL-COUNT.
010680     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010690     MOVE "RULES STOPPED - UNEXPLAINED"  TO KJ-VTL-LABEL.
010700     MOVE KJ-VAR-STOPPED-COUNT           TO KJ-VTL-COUNT.
010710     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010720     MOVE "RULES STOPPED - RETIRED ON MASTER"
010730                                         TO KJ-VTL-LABEL.
010740     MOVE KJ-VAR-RETIRED-COUNT           TO KJ-VTL-COUNT.
010750     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010760     MOVE "RULE NIGHTS BANKED"           TO KJ-VTL-LABEL.
010770     MOVE KJ-VAR-BANKED-COUNT            TO KJ-VTL-COUNT.
010780     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010790     MOVE "RULE NIGHTS REBANKED - RERUN" TO KJ-VTL-LABEL.
010800     MOVE KJ-VAR-REBANKED-COUNT          TO KJ-VTL-COUNT.
010810     WRITE KJ-PRINT-LINE FROM KJ-VAR-TOTAL-LINE.
010820 6000-PRINT-TOTALS-EXIT.
010830     EXIT.
010840
010850*-----------------------------------------------------------------
010860* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
010870* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
010880* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
010890* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
010900*-----------------------------------------------------------------
010910 9000-RAISE-CONDITION.
010920     IF NOT KJ-ERRSUMM-OPEN
010930         OPEN OUTPUT ERRSUMM
010940         SET KJ-ERRSUMM-OPEN TO TRUE
010950     END-IF.
010960     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
010970     MOVE KJ-VAR-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
010980     MOVE KJ-VAR-RUN-DATE     TO KJ-ERR-RUN-DATE.
010990     COMPUTE KJ-ERR-RUN-TIME = KJ-VAR-RUN-TIME / 100.
011000     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
011010     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
011020     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
011030     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
011040     WRITE KJ-ERROR-SUMMARY-RECORD.
011050     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
011060         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
011070     END-IF.
011080 9000-RAISE-CONDITION-EXIT.
011090     EXIT.
011100
011110*-----------------------------------------------------------------
011120* 9100-CHECK-STEP-DONE - READS THE CYCLE'S STEP-COMPLETION LOG.
011130* WHEN THIS STEP IS ALREADY ON IT AS COMPLETED WITH A RETURN
011140* CODE OF 4 OR LESS, THE STREAM HAS BEEN RESUBMITTED PAST IT
011150* AND THE RUN ENDS AT ONCE INSTEAD OF REPEATING ITS WORK.  A
011160* MISSING LOG (FIRST SUBMISSION OF THE CYCLE) READS AS EMPTY.
011170*-----------------------------------------------------------------
011180 9100-CHECK-STEP-DONE.
011190     MOVE "N" TO KJ-STEPLOG-EOF-SW.
011200     OPEN INPUT STEPLOG.
011210     PERFORM 9110-READ-STEPLOG
011220         THRU 9110-READ-STEPLOG-EXIT
011230         WITH TEST AFTER UNTIL KJ-STEPLOG-EOF.
011240     CLOSE STEPLOG.
011250     IF KJ-STEP-ALREADY-DONE
011260         DISPLAY "KJ1000I " KJ-VAR-PROGRAM-NAME
011270             " ALREADY COMPLETED THIS CYCLE - SKIPPED."
011280     END-IF.
011290 9100-CHECK-STEP-DONE-EXIT.
011300     EXIT.
011310
011320*-----------------------------------------------------------------
011330* 9110-READ-STEPLOG - ONE STEP-COMPLETION RECORD.
011340*-----------------------------------------------------------------
011350 9110-READ-STEPLOG.
011360     READ STEPLOG
011370         AT END
011380             SET KJ-STEPLOG-EOF TO TRUE
011390         NOT AT END
011400             IF KJ-SCL-PROGRAM-ID = KJ-VAR-PROGRAM-NAME
011410                 AND KJ-SCL-STEP-NUM = 0
011420                 AND KJ-SCL-COMPLETED
011430                 AND KJ-SCL-RETURN-CODE NOT > 4
011440                 SET KJ-STEP-ALREADY-DONE TO TRUE
011450             END-IF
011460     END-READ.
011470 9110-READ-STEPLOG-EXIT.
011480     EXIT.
011490
011500*-----------------------------------------------------------------
011510* 9200-POST-STEP-DONE - APPENDS THIS RUN'S STEP-COMPLETION
011520* RECORD: START DATE AND TIME AS STAMPED ON ITS ERRSUMM RECORDS,
011530* END DATE AND TIME NOW, THE FINAL RETURN CODE, AND THE STATUS
011540* STAGED IN KJ-STEP-STATUS BY THE MAINLINE.
011550*-----------------------------------------------------------------
011560 9200-POST-STEP-DONE.
011570     ACCEPT KJ-STEP-END-DATE FROM DATE YYYYMMDD.
011580     ACCEPT KJ-STEP-END-TIME FROM TIME.
011590     OPEN EXTEND STEPLOG.
011600     MOVE SPACES              TO KJ-STEP-COMPLETION-RECORD.
011610     MOVE KJ-VAR-PROGRAM-NAME TO KJ-SCL-PROGRAM-ID.
011620     MOVE 0                   TO KJ-SCL-STEP-NUM.
011630     MOVE KJ-VAR-RUN-DATE     TO KJ-SCL-START-DATE.
011640     COMPUTE KJ-SCL-START-TIME = KJ-VAR-RUN-TIME / 100.
011650     MOVE KJ-STEP-END-DATE    TO KJ-SCL-END-DATE.
011660     COMPUTE KJ-SCL-END-TIME = KJ-STEP-END-TIME / 100.
011670     MOVE KJ-MAX-RETURN-CODE  TO KJ-SCL-RETURN-CODE.
011680     MOVE KJ-STEP-STATUS      TO KJ-SCL-STATUS.
011690     WRITE KJ-STEP-COMPLETION-RECORD.
011700     CLOSE STEPLOG.
011710 9200-POST-STEP-DONE-EXIT.
011720     EXIT.
