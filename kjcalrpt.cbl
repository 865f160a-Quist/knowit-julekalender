000300*                     ERRORS NOW WRITE ONE KJERRREC RECORD TO
000310*                     ERRSUMM AND GRADE THE FINAL RETURN CODE
000320*                     (4 = WARNING, 8 = MUST NOT PROCEED).
000330*     2026-10-15 JAK  1100-READ-RESULT PASSES OVER AN ANSWER
000340*                     MARKED REVERSED BY KJBKOUT - A BACKED-OUT
000350*                     NIGHT NO LONGER COUNTS AS THE DAY'S ANSWER.
000360*****************************************************************
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER.   IBM-370.
000400 OBJECT-COMPUTER.   IBM-370.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CALRESLT  ASSIGN TO CALRESLT
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460     SELECT CALRPTOUT ASSIGN TO CALRPTOUT
000470         ORGANIZATION IS SEQUENTIAL.
000480
000490     SELECT ERRSUMM   ASSIGN TO ERRSUMM
000500         ORGANIZATION IS SEQUENTIAL.
000510
000520     SELECT OFFANSWR  ASSIGN TO OFFANSWR
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  CALRESLT
000580     LABEL RECORDS ARE STANDARD
000590     RECORD CONTAINS 51 CHARACTERS.
000600     COPY KJCALREC.
000610
000620 FD  CALRPTOUT
000630     LABEL RECORDS ARE STANDARD
000640     RECORD CONTAINS 69 CHARACTERS.
000650     COPY KJCRPREC.
000660
000670 FD  ERRSUMM
000680     LABEL RECORDS ARE STANDARD
000690     RECORD CONTAINS 80 CHARACTERS.
000700     COPY KJERRREC.
000710
000720 FD  OFFANSWR
000730     LABEL RECORDS ARE STANDARD
000740     RECORD CONTAINS 30 CHARACTERS.
000750     COPY KJOANREC.
000760
000770 WORKING-STORAGE SECTION.
000780*****************************************************************
000790* ONE ENTRY PER CALENDAR DAY (01 THRU 24), SUBSCRIPTED DIRECTLY
000800* BY THE DAY NUMBER OFF CALRESLT.
000810*****************************************************************
000820 01  KJ-DAY-TABLE.
000830     05  KJ-DAY-ENTRY OCCURS 24 TIMES.
000840         10  KJ-DAY-RAN-SW      PIC X(01) VALUE "N".
000850             88  KJ-DAY-RAN             VALUE "Y".
000860         10  KJ-DAY-PROGRAM-ID  PIC X(08).
000870         10  KJ-DAY-ANSWER      PIC 9(15).
000880         10  KJ-DAY-RUN-DATE    PIC 9(8).
000890
000900*****************************************************************
000910* ONE OFFICIAL ANSWER PER DAY, LOADED FROM OFFANSWR.  A DAY
000920* WITH NO OFFICIAL ANSWER ON FILE STILL REPORTS PLAIN RAN.
000930*****************************************************************
000940 01  KJ-OFF-TABLE.
000950     05  KJ-OFF-ENTRY OCCURS 24 TIMES.
000960         10  KJ-OFF-PRESENT-SW  PIC X(01) VALUE "N".
000970             88  KJ-OFF-PRESENT        VALUE "Y".
000980         10  KJ-OFF-ANSWER      PIC 9(15).
000990
001000 01  KJ-DAY-IDX               PIC 9(4) COMP VALUE 0.
001010 01  KJ-DAYS-RAN-COUNT        PIC 9(4) COMP VALUE 0.
001020 01  KJ-DAYS-OUTSTANDING-CNT  PIC 9(4) COMP VALUE 0.
001030 01  KJ-DAYS-VERIFIED-COUNT   PIC 9(4) COMP VALUE 0.
001040 01  KJ-DAYS-MISMATCH-COUNT   PIC 9(4) COMP VALUE 0.
001050
001060 01  KJ-OFFANSWR-EOF-SW       PIC X(01) VALUE "N".
001070     88  KJ-OFFANSWR-EOF             VALUE "Y".
001080
001090 01  KJ-CALRESLT-EOF-SW       PIC X(01) VALUE "N".
001100     88  KJ-CALRESLT-EOF             VALUE "Y".
001110
001120 01  KJ-RPT-PROGRAM-NAME      PIC X(08) VALUE "KJCALRPT".
001130 01  KJ-RPT-RUN-DATE          PIC 9(8) VALUE 0.
001140 01  KJ-RPT-RUN-TIME          PIC 9(8) VALUE 0.
001150
001160*****************************************************************
001170* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
001180* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
001190* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
001200* RETURN-CODE BEFORE STOP RUN.
001210*****************************************************************
001220 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
001230 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
001240 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
001250 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
001260 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
001270
001280 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
001290     88  KJ-ERRSUMM-OPEN             VALUE "Y".
001300
001310 PROCEDURE DIVISION.
001320*-----------------------------------------------------------------
001330* 0000-MAINLINE.
001340*-----------------------------------------------------------------
001350 0000-MAINLINE.
001360     ACCEPT KJ-RPT-RUN-DATE FROM DATE YYYYMMDD.
001370     ACCEPT KJ-RPT-RUN-TIME FROM TIME.
001380     PERFORM 1000-LOAD-RESULTS
001390         THRU 1000-LOAD-RESULTS-EXIT.
001400     PERFORM 1500-LOAD-OFFICIAL
001410         THRU 1500-LOAD-OFFICIAL-EXIT.
001420     PERFORM 2000-WRITE-REPORT
001430         THRU 2000-WRITE-REPORT-EXIT
001440         VARYING KJ-DAY-IDX FROM 1 BY 1 UNTIL KJ-DAY-IDX > 24.
001450     DISPLAY "DAYS RUN: "         KJ-DAYS-RAN-COUNT.
001460     DISPLAY "DAYS OUTSTANDING: " KJ-DAYS-OUTSTANDING-CNT.
001470     DISPLAY "DAYS VERIFIED: "    KJ-DAYS-VERIFIED-COUNT.
001480     DISPLAY "DAYS MISMATCHED: "  KJ-DAYS-MISMATCH-COUNT.
001490     IF KJ-ERRSUMM-OPEN
001500         CLOSE ERRSUMM
001510     END-IF.
001520     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
001530     STOP RUN.
001540
001550*-----------------------------------------------------------------
001560* 1000-LOAD-RESULTS - READS EVERY RECORD OFF CALRESLT INTO THE
001570* DAY TABLE.  IF A DAY HAS RUN MORE THAN ONCE (A RERUN) THE LAST
001580* RECORD ON FILE FOR THAT DAY WINS, SINCE CALRESLT IS READ IN
001590* THE ORDER THE DAYS WERE APPENDED.
001600*-----------------------------------------------------------------
001610 1000-LOAD-RESULTS.
001620     OPEN INPUT CALRESLT.
001630     PERFORM 1100-READ-RESULT
001640         THRU 1100-READ-RESULT-EXIT
001650         WITH TEST AFTER UNTIL KJ-CALRESLT-EOF.
001660     CLOSE CALRESLT.
001670 1000-LOAD-RESULTS-EXIT.
001680     EXIT.
001690
001700*-----------------------------------------------------------------
001710* 1100-READ-RESULT - POSTS ONE CALRESLT RECORD INTO ITS DAY'S
001720* SLOT IN THE DAY TABLE.  A RECORD WHOSE DAY NUMBER IS OUTSIDE
001730* 1 THRU 24 - A BAD OR MISCONFIGURED DAY PROGRAM - IS DISCARDED
001740* WITH A CONSOLE WARNING RATHER THAN USED AS A KJ-DAY-TABLE
001750* SUBSCRIPT.
001760*-----------------------------------------------------------------
001770 1100-READ-RESULT.
001780     READ CALRESLT
001790         AT END
001800             SET KJ-CALRESLT-EOF TO TRUE
001810         NOT AT END
001820             IF KJ-CAL-REVERSED
001830                 GO TO 1100-READ-RESULT-EXIT
001840             END-IF
001850             IF KJ-CAL-DAY-NUM < 1 OR KJ-CAL-DAY-NUM > 24
001860                 DISPLAY "KJ0040W CALRESLT RECORD DISCARDED - "
001870                     "DAY NUMBER OUT OF RANGE."
001880                 MOVE "KJ0040W" TO KJ-RAISE-CONDITION
001890                 MOVE "W"       TO KJ-RAISE-SEVERITY
001900                 MOVE 4         TO KJ-RAISE-RC
001910                 MOVE "CALRESLT DAY NUMBER OUT OF RANGE"
001920                     TO KJ-RAISE-TEXT
001930                 PERFORM 9000-RAISE-CONDITION
001940                     THRU 9000-RAISE-CONDITION-EXIT
001950             ELSE
001960                 MOVE KJ-CAL-DAY-NUM TO KJ-DAY-IDX
001970                 SET KJ-DAY-RAN (KJ-DAY-IDX) TO TRUE
001980                 MOVE KJ-CAL-PROGRAM-ID TO
001990                    KJ-DAY-PROGRAM-ID (KJ-DAY-IDX)
002000                 MOVE KJ-CAL-ANSWER TO KJ-DAY-ANSWER (KJ-DAY-IDX)
002010                 MOVE KJ-CAL-RUN-DATE TO
002020                    KJ-DAY-RUN-DATE (KJ-DAY-IDX)
002030             END-IF
002040     END-READ.
002050 1100-READ-RESULT-EXIT.
002060     EXIT.
002070
002080*-----------------------------------------------------------------
002090* 2000-WRITE-REPORT - ONE REPORT RECORD FOR EACH CALENDAR DAY,
002100* RAN OR OUTSTANDING.
002110*-----------------------------------------------------------------
002120 2000-WRITE-REPORT.
002130     IF KJ-DAY-IDX = 1
002140         OPEN OUTPUT CALRPTOUT
002150     END-IF.
002160     MOVE KJ-DAY-IDX TO KJ-CRP-DAY-NUM.
002170     IF KJ-DAY-RAN (KJ-DAY-IDX)
002180         MOVE "RAN"        TO KJ-CRP-STATUS
002190         MOVE KJ-DAY-PROGRAM-ID (KJ-DAY-IDX)
002200             TO KJ-CRP-PROGRAM-ID
002210         MOVE KJ-DAY-ANSWER (KJ-DAY-IDX)   TO KJ-CRP-ANSWER
002220         MOVE 0 TO KJ-CRP-OFFICIAL-ANSWER
002230         MOVE KJ-DAY-RUN-DATE (KJ-DAY-IDX) TO KJ-CRP-RUN-DATE
002240         ADD 1 TO KJ-DAYS-RAN-COUNT
002250         IF KJ-OFF-PRESENT (KJ-DAY-IDX)
002260             PERFORM 2100-VERIFY-ANSWER
002270                 THRU 2100-VERIFY-ANSWER-EXIT
002280         END-IF
002290     ELSE
002300         MOVE "OUTSTANDING" TO KJ-CRP-STATUS
002310         MOVE SPACES        TO KJ-CRP-PROGRAM-ID
002320         MOVE 0              TO KJ-CRP-ANSWER
002330         MOVE 0              TO KJ-CRP-OFFICIAL-ANSWER
002340         MOVE 0              TO KJ-CRP-RUN-DATE
002350         ADD 1 TO KJ-DAYS-OUTSTANDING-CNT
002360     END-IF.
002370     WRITE KJ-CRP-REPORT-RECORD.
002380     IF KJ-DAY-IDX = 24
002390         CLOSE CALRPTOUT
002400     END-IF.
002410 2000-WRITE-REPORT-EXIT.
002420     EXIT.
002430
002440*-----------------------------------------------------------------
002450* 2100-VERIFY-ANSWER - COMPARES THE DAY'S LAST CALRESLT ANSWER
002460* AGAINST THE OFFICIAL-ANSWER MASTER.  BOTH FIGURES GO ON THE
002470* REPORT LINE EITHER WAY; A MISMATCH IS A MUST-NOT-PROCEED
002480* CONDITION BECAUSE A WRONG ANSWER IS ON THE SHARED RESULTS
002490* FILE LOOKING GREEN.
002500*-----------------------------------------------------------------
002510 2100-VERIFY-ANSWER.
002520     MOVE KJ-OFF-ANSWER (KJ-DAY-IDX) TO KJ-CRP-OFFICIAL-ANSWER.
002530     IF KJ-DAY-ANSWER (KJ-DAY-IDX) =
002540         KJ-OFF-ANSWER (KJ-DAY-IDX)
002550         MOVE "VERIFIED"   TO KJ-CRP-STATUS
002560         ADD 1 TO KJ-DAYS-VERIFIED-COUNT
002570     ELSE
002580         MOVE "MISMATCH"   TO KJ-CRP-STATUS
002590         ADD 1 TO KJ-DAYS-MISMATCH-COUNT
002600         DISPLAY "KJ0070E DAY " KJ-CRP-DAY-NUM " ANSWER "
002610             KJ-DAY-ANSWER (KJ-DAY-IDX) " DOES NOT MATCH THE "
002620             "OFFICIAL ANSWER " KJ-OFF-ANSWER (KJ-DAY-IDX) "."
002630         MOVE "KJ0070E" TO KJ-RAISE-CONDITION
002640         MOVE "E"       TO KJ-RAISE-SEVERITY
002650         MOVE 8         TO KJ-RAISE-RC
002660         MOVE "DAY ANSWER MISMATCHES OFFICIAL ANSWER"
002670             TO KJ-RAISE-TEXT
002680         PERFORM 9000-RAISE-CONDITION
002690             THRU 9000-RAISE-CONDITION-EXIT
002700     END-IF.
002710 2100-VERIFY-ANSWER-EXIT.
002720     EXIT.
002730
002740*-----------------------------------------------------------------
002750* 1500-LOAD-OFFICIAL - LOADS THE OFFICIAL-ANSWER MASTER INTO
002760* THE PER-DAY TABLE.  A RECORD WITH A DAY NUMBER OUTSIDE 1-24
002770* IS DISCARDED WITH A WARNING, THE SAME TREATMENT A BAD
002780* CALRESLT RECORD GETS.
002790*-----------------------------------------------------------------
002800 1500-LOAD-OFFICIAL.
002810     OPEN INPUT OFFANSWR.
002820     PERFORM 1510-READ-OFFICIAL
002830         THRU 1510-READ-OFFICIAL-EXIT
002840         WITH TEST AFTER UNTIL KJ-OFFANSWR-EOF.
002850     CLOSE OFFANSWR.
002860 1500-LOAD-OFFICIAL-EXIT.
002870     EXIT.
002880
002890 1510-READ-OFFICIAL.
002900     READ OFFANSWR
002910         AT END
002920             SET KJ-OFFANSWR-EOF TO TRUE
002930         NOT AT END
002940             IF KJ-OAN-DAY-NUM < 1 OR KJ-OAN-DAY-NUM > 24
002950                 DISPLAY "KJ0080W OFFANSWR RECORD DISCARDED - "
002960                     "DAY NUMBER OUT OF RANGE."
002970                 MOVE "KJ0080W" TO KJ-RAISE-CONDITION
002980                 MOVE "W"       TO KJ-RAISE-SEVERITY
002990                 MOVE 4         TO KJ-RAISE-RC
003000                 MOVE "OFFANSWR DAY NUMBER OUT OF RANGE"
003010                     TO KJ-RAISE-TEXT
003020                 PERFORM 9000-RAISE-CONDITION
003030                     THRU 9000-RAISE-CONDITION-EXIT
003040             ELSE
003050                 MOVE KJ-OAN-DAY-NUM TO KJ-DAY-IDX
003060                 SET KJ-OFF-PRESENT (KJ-DAY-IDX) TO TRUE
003070                 MOVE KJ-OAN-ANSWER
003080                     TO KJ-OFF-ANSWER (KJ-DAY-IDX)
003090             END-IF
003100     END-READ.
003110 1510-READ-OFFICIAL-EXIT.
003120     EXIT.
003130
003140*-----------------------------------------------------------------
003150* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
003160* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
003170* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
003180* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
003190*-----------------------------------------------------------------
003200 9000-RAISE-CONDITION.
003210     IF NOT KJ-ERRSUMM-OPEN
003220         OPEN OUTPUT ERRSUMM
003230         SET KJ-ERRSUMM-OPEN TO TRUE
003240     END-IF.
003250     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
003260     MOVE KJ-RPT-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
003270     MOVE KJ-RPT-RUN-DATE     TO KJ-ERR-RUN-DATE.
003280     COMPUTE KJ-ERR-RUN-TIME = KJ-RPT-RUN-TIME / 100.
003290     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
003300     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
003310     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
003320     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
003330     WRITE KJ-ERROR-SUMMARY-RECORD.
003340     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
003350         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
003360     END-IF.
003370 9000-RAISE-CONDITION-EXIT.
003380     EXIT.
