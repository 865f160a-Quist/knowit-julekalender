000010*****************************************************************
000020* IDENTIFICATION DIVISION.
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    KJOPRMNT.
000060 AUTHOR.        J A KLAUSEN.
000070 INSTALLATION.  KNOWIT BATCH SHOP - ADVENT CALENDAR.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*****************************************************************
000110* OPERATOR MASTER MAINTENANCE AND ACCESS RECERTIFICATION FOR
000120* DAY 07.  THE OPERATOR AUTHORIZATION MASTER (OPERMAST,
000130* KJOPRREC) IS CHECKED BY THE NIGHTLY JOB (LEVEL 2), KJRULMNT
000140* AND KJBKOUT (LEVEL 3); THIS PROGRAM IS THE ONLY ONE THAT
000150* CHANGES IT.
000160*
000170* MAINTENANCE.  TRANSACTIONS ON OPERTRAN (KJOTRREC) ADD AN
000180* OPERATOR, CHANGE AN OPERATOR'S LEVEL, SUSPEND AN OPERATOR OR
000190* REACTIVATE A SUSPENDED ONE.  EACH IS EDITED AGAINST THE
000200* MASTER BEFORE IT IS POSTED, AND EVERY TRANSACTION, ACCEPTED
000210* OR REJECTED, GETS ONE EDIT REPORT RECORD (OPEDTRPT, KJOEDREC)
000220* WITH ITS DISPOSITION, REASON CODE, THE LEVEL AND STATUS
000230* BEFORE AND AFTER, AND WHO MADE THE CHANGE - THE SAME WAY
000240* KJRULMNT REPORTS ON EDITRPT.  THE RUN IS MADE UNDER THE
000250* OPERATOR ON THE CONTROL CARD (OPERCTL, KJOCTREC), WHO MUST BE
000260* AN ACTIVE LEVEL 3 OPERATOR AND MAY NOT CHANGE THEIR OWN
000270* RECORD.  AN UNAUTHORIZED OPERATOR OR A BAD CARD STOPS THE RUN
000280* BEFORE THE MASTER IS TOUCHED.  OPERTRAN MAY BE ABSENT.
000290*
000300* RECERTIFICATION.  AFTER THE TRANSACTIONS, EVERY ACTIVE
000310* OPERATOR IS LISTED ON RECRTRPT WITH THEIR LEVEL AND THE LAST
000320* DATE THEY ACTUALLY APPEAR ON THE AUDIT LOG (AUDITIN, THE
000330* AUDITLOG GENERATIONS CONCATENATED) OR THE RULE-MAINTENANCE
000340* TRAIL (RULEJRNL, PENDTRAN AND EDITRPT, AS MAKER OR CHECKER).
000350* AN ACCOUNT WITH NO USE, OR NO MAINTENANCE, WITHIN THE CARD'S
000360* THRESHOLD OF THE AS-OF DATE IS FLAGGED UNUSED, AND WHEN THE
000370* CARD ASKS FOR IT IS SUSPENDED ON THE SPOT WITH AN EDIT REPORT
000380* RECORD OF ITS OWN - EXCEPT THE RUN'S OWN OPERATOR, WHO IS
000390* ONLY FLAGGED.  RUN ON REQUEST, AND QUARTERLY FOR THE ACCESS
000400* REVIEW.
000410*
000420* MOD-HISTORY.
000430*     2026-10-15 JAK  NEW PROGRAM - OPERATOR MASTER MAINTENANCE
000440*                     AND ACCESS RECERTIFICATION.
000450*****************************************************************
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT OPERCTL  ASSIGN TO OPERCTL
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT OPTIONAL OPERTRAN ASSIGN TO OPERTRAN
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT OPERMAST ASSIGN TO OPERMAST
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS KJ-OPR-OPERATOR-ID.
000620
000630     SELECT OPEDTRPT ASSIGN TO OPEDTRPT
000640         ORGANIZATION IS SEQUENTIAL.
000650
000660     SELECT AUDITIN  ASSIGN TO AUDITIN
000670         ORGANIZATION IS SEQUENTIAL.
000680
000690     SELECT OPTIONAL RULEJRNL ASSIGN TO RULEJRNL
000700         ORGANIZATION IS SEQUENTIAL.
000710
000720     SELECT OPTIONAL PENDTRAN ASSIGN TO PENDTRAN
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS SEQUENTIAL
000750         RECORD KEY IS KJ-PND-PEND-ID.
000760
000770     SELECT OPTIONAL EDITRPT ASSIGN TO EDITRPT
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT RECRTRPT ASSIGN TO RECRTRPT
000810         ORGANIZATION IS SEQUENTIAL.
000820
000830     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000840         ORGANIZATION IS SEQUENTIAL.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  OPERCTL
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 30 CHARACTERS.
000910     COPY KJOCTREC.
000920
000930 FD  OPERTRAN
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 40 CHARACTERS.
000960     COPY KJOTRREC.
000970
000980 FD  OPERMAST
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 40 CHARACTERS.
001010     COPY KJOPRREC.
001020
001030 FD  OPEDTRPT
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 100 CHARACTERS.
001060     COPY KJOEDREC.
001070
001080 FD  AUDITIN
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 73 CHARACTERS.
001110     COPY KJAUDREC.
001120
001130 FD  RULEJRNL
001140     LABEL RECORDS ARE STANDARD
001150     RECORD CONTAINS 180 CHARACTERS.
001160     COPY KJRJNREC.
001170
001180 FD  PENDTRAN
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 120 CHARACTERS.
001210     COPY KJPNDREC.
001220
001230 FD  EDITRPT
001240     LABEL RECORDS ARE STANDARD
001250     RECORD CONTAINS 118 CHARACTERS.
001260     COPY KJEDTREC.
001270
001280 FD  RECRTRPT
001290     LABEL RECORDS ARE STANDARD
001300     RECORD CONTAINS 132 CHARACTERS.
001310 01  KJ-PRINT-LINE            PIC X(132).
001320
001330 FD  ERRSUMM
001340     LABEL RECORDS ARE STANDARD
001350     RECORD CONTAINS 80 CHARACTERS.
001360     COPY KJERRREC.
001370
001380 WORKING-STORAGE SECTION.
001390 01  KJ-OMN-PROGRAM-NAME      PIC X(08) VALUE "KJOPRMNT".
001400 01  KJ-OMN-RUN-DATE          PIC 9(8) VALUE 0.
001410 01  KJ-OMN-RUN-TIME          PIC 9(8) VALUE 0.
001420 01  KJ-OMN-OPERATOR          PIC X(08) VALUE "UNKNOWN".
001430 01  KJ-OMN-UNUSED-DAYS       PIC 9(4) VALUE 90.
001440 01  KJ-OMN-AS-OF-DATE        PIC 9(8) VALUE 0.
001450 01  KJ-OMN-AUTO-SW           PIC X(01) VALUE "N".
001460     88  KJ-OMN-AUTO-SUSPEND         VALUE "Y".
001470 01  KJ-OMN-OK-SW             PIC X(01) VALUE "N".
001480     88  KJ-OMN-OK                   VALUE "Y".
001490
001500 01  KJ-OPERCTL-EOF-SW        PIC X(01) VALUE "N".
001510     88  KJ-OPERCTL-EOF              VALUE "Y".
001520 01  KJ-OPERTRAN-EOF-SW       PIC X(01) VALUE "N".
001530     88  KJ-OPERTRAN-EOF             VALUE "Y".
001540 01  KJ-OPERMAST-EOF-SW       PIC X(01) VALUE "N".
001550     88  KJ-OPERMAST-EOF             VALUE "Y".
001560 01  KJ-AUDITIN-EOF-SW        PIC X(01) VALUE "N".
001570     88  KJ-AUDITIN-EOF              VALUE "Y".
001580 01  KJ-RULEJRNL-EOF-SW       PIC X(01) VALUE "N".
001590     88  KJ-RULEJRNL-EOF             VALUE "Y".
001600 01  KJ-PENDTRAN-EOF-SW       PIC X(01) VALUE "N".
001610     88  KJ-PENDTRAN-EOF             VALUE "Y".
001620 01  KJ-EDITRPT-EOF-SW        PIC X(01) VALUE "N".
001630     88  KJ-EDITRPT-EOF              VALUE "Y".
001640
001650 01  KJ-ACCEPT-COUNT          PIC 9(5) VALUE 0.
001660 01  KJ-REJECT-COUNT          PIC 9(5) VALUE 0.
001670 01  KJ-ACTIVE-COUNT          PIC 9(5) VALUE 0.
001680 01  KJ-FLAGGED-COUNT         PIC 9(5) VALUE 0.
001690 01  KJ-SUSPENDED-COUNT       PIC 9(5) VALUE 0.
001700 01  KJ-LEVEL-COUNTS.
001710     05  KJ-LEVEL-COUNT OCCURS 3 TIMES
001720                              PIC 9(5).
001730 01  KJ-LEVEL-IDX             PIC 9(4) COMP VALUE 0.
001740
001750*****************************************************************
001760* TRANSACTION EDIT WORKING FIELDS.  THE MASTER RECORD'S LEVEL
001770* AND STATUS AS THEY STOOD BEFORE THE TRANSACTION ARE KEPT FOR
001780* ITS EDIT REPORT RECORD.
001790*****************************************************************
001800 01  KJ-TRANS-OK-SW           PIC X(01) VALUE "N".
001810     88  KJ-TRANS-OK                 VALUE "Y".
001820     88  KJ-TRANS-REJECTED           VALUE "N".
001830 01  KJ-OPR-FOUND-SW          PIC X(01) VALUE "N".
001840     88  KJ-OPR-FOUND                VALUE "Y".
001850 01  KJ-REASON-CODE           PIC X(04) VALUE SPACES.
001860 01  KJ-REASON-TEXT           PIC X(30) VALUE SPACES.
001870 01  KJ-OMN-DISPOSITION       PIC X(06) VALUE SPACES.
001880 01  KJ-OMN-BEFORE-LEVEL      PIC X(01) VALUE SPACE.
001890 01  KJ-OMN-BEFORE-STATUS     PIC X(01) VALUE SPACE.
001900
001910*****************************************************************
001920* ACTIVE OPERATOR TABLE - ONE ENTRY PER ACTIVE OPERATOR ON THE
001930* MASTER AFTER THE TRANSACTIONS, IN OPERATOR ID ORDER, WITH THE
001940* LAST DATE THE OPERATOR WAS SEEN AND THE FILE THEY WERE SEEN
001950* ON.
001960*****************************************************************
001970 01  KJ-USE-TABLE.
001980     05  KJ-USE-ENTRY OCCURS 500 TIMES.
001990         10  KJ-USE-OPERATOR-ID PIC X(08).
002000         10  KJ-USE-NAME        PIC X(20).
002010         10  KJ-USE-LEVEL       PIC 9(01).
002020         10  KJ-USE-MAINT-DATE  PIC 9(8).
002030         10  KJ-USE-LAST-DATE   PIC 9(8).
002040         10  KJ-USE-LAST-SOURCE PIC X(08).
002050
002060 01  KJ-USE-COUNT             PIC 9(4) COMP VALUE 0.
002070 01  KJ-USE-IDX               PIC 9(4) COMP VALUE 0.
002080 01  KJ-USE-HIT               PIC 9(4) COMP VALUE 0.
002090 01  KJ-USE-FULL-SW           PIC X(01) VALUE "N".
002100     88  KJ-USE-TABLE-FULL           VALUE "Y".
002110
002120*****************************************************************
002130* ONE SIGHTING OF AN OPERATOR, STAGED FOR 3800-NOTE-USE.
002140*****************************************************************
002150 01  KJ-SEEN-OPERATOR         PIC X(08) VALUE SPACES.
002160 01  KJ-SEEN-DATE             PIC 9(8) VALUE 0.
002170 01  KJ-SEEN-SOURCE           PIC X(08) VALUE SPACES.
002180
002190*****************************************************************
002200* DATE WORK FIELDS.  A DATE IS PLACED IN KJ-OMN-DATE-IN TO BE
002210* CONVERTED TO A DAY NUMBER (DAYS FROM A FIXED ORIGIN) SO TWO
002220* DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.  THE LAST
002230* SIGN OF LIFE IS THE LATER OF THE LAST USE AND THE LAST
002240* MAINTENANCE, SO A NEWLY ADDED OR REACTIVATED ACCOUNT HAS THE
002250* FULL THRESHOLD BEFORE IT IS FLAGGED.
002260*****************************************************************
002270 01  KJ-OMN-DATE-IN           PIC 9(8) VALUE 0.
002280 01  KJ-OMN-DATE-PARTS REDEFINES KJ-OMN-DATE-IN.
002290     05  KJ-OMN-DATE-YYYY     PIC 9(4).
002300     05  KJ-OMN-DATE-MM       PIC 9(2).
002310     05  KJ-OMN-DATE-DD       PIC 9(2).
002320 01  KJ-OMN-DAY-NUM           PIC 9(7) VALUE 0.
002330 01  KJ-OMN-AS-OF-DAY         PIC 9(7) VALUE 0.
002340 01  KJ-OMN-BASE-DATE         PIC 9(8) VALUE 0.
002350 01  KJ-OMN-DAYS-UNUSED       PIC 9(7) VALUE 0.
002360 01  KJ-DAY-YEAR              PIC 9(5) VALUE 0.
002370 01  KJ-DAY-MONTH             PIC 9(2) VALUE 0.
002380 01  KJ-DAY-QUOT              PIC 9(7) VALUE 0.
002390 01  KJ-DAY-WORK              PIC 9(7) VALUE 0.
002400
002410 01  KJ-PAGE-NUM              PIC 9(4) VALUE 0.
002420 01  KJ-LINE-CNT              PIC 9(3) VALUE 99.
002430 01  KJ-LINES-PER-PAGE        PIC 9(3) VALUE 56.
002440
002450*****************************************************************
002460* RECERTIFICATION REPORT LINE LAYOUTS.
002470*****************************************************************
002480 01  KJ-HDG-LINE-1.
002490     05  FILLER               PIC X(05) VALUE SPACES.
002500     05  FILLER               PIC X(40) VALUE
002510         "KNOWIT ADVENT CALENDAR - DAY 07".
002520     05  FILLER               PIC X(36) VALUE
002530         "OPERATOR ACCESS RECERTIFICATION".
002540     05  FILLER               PIC X(06) VALUE "AS OF ".
002550     05  KJ-HDG-AS-OF-DATE    PIC 9(8).
002560     05  FILLER               PIC X(25) VALUE SPACES.
002570     05  FILLER               PIC X(05) VALUE "PAGE ".
002580     05  KJ-HDG-PAGE          PIC ZZZ9.
002590     05  FILLER               PIC X(03) VALUE SPACES.
002600
002610 01  KJ-HDG-LINE-2.
002620     05  FILLER               PIC X(05) VALUE SPACES.
002630     05  FILLER               PIC X(17) VALUE
002640         "UNUSED THRESHOLD ".
002650     05  KJ-HDG-UNUSED-DAYS   PIC ZZZ9.
002660     05  FILLER               PIC X(10) VALUE " DAYS".
002670     05  FILLER               PIC X(13) VALUE
002680         "AUTO-SUSPEND ".
002690     05  KJ-HDG-AUTO          PIC X(03).
002700     05  FILLER               PIC X(07) VALUE SPACES.
002710     05  FILLER               PIC X(07) VALUE "RUN BY ".
002720     05  KJ-HDG-OPERATOR      PIC X(08).
002730     05  FILLER               PIC X(05) VALUE SPACES.
002740     05  FILLER               PIC X(09) VALUE "RUN DATE ".
002750     05  KJ-HDG-RUN-DATE      PIC 9(8).
002760     05  FILLER               PIC X(36) VALUE SPACES.
002770
002780 01  KJ-HDG-LINE-3.
002790     05  FILLER               PIC X(05) VALUE SPACES.
002800     05  FILLER               PIC X(10) VALUE "OPERATOR".
002810     05  FILLER               PIC X(22) VALUE "NAME".
002820     05  FILLER               PIC X(21) VALUE "LEVEL".
002830     05  FILLER               PIC X(10) VALUE "LAST USED".
002840     05  FILLER               PIC X(10) VALUE "SEEN ON".
002850     05  FILLER               PIC X(08) VALUE "  UNUSED".
002860     05  FILLER               PIC X(02) VALUE SPACES.
002870     05  FILLER               PIC X(10) VALUE "LAST MAINT".
002880     05  FILLER               PIC X(34) VALUE "FLAG".
002890
002900 01  KJ-DETAIL-LINE.
002910     05  FILLER               PIC X(05) VALUE SPACES.
002920     05  KJ-DTL-OPERATOR-ID   PIC X(08).
002930     05  FILLER               PIC X(02) VALUE SPACES.
002940     05  KJ-DTL-NAME          PIC X(20).
002950     05  FILLER               PIC X(02) VALUE SPACES.
002960     05  KJ-DTL-LEVEL         PIC 9(01).
002970     05  FILLER               PIC X(01) VALUE SPACE.
002980     05  KJ-DTL-LEVEL-DESC    PIC X(17).
002990     05  FILLER               PIC X(02) VALUE SPACES.
003000     05  KJ-DTL-LAST-USED     PIC X(08).
003010     05  FILLER               PIC X(02) VALUE SPACES.
003020     05  KJ-DTL-SOURCE        PIC X(08).
003030     05  FILLER               PIC X(02) VALUE SPACES.
003040     05  KJ-DTL-DAYS          PIC X(08).
003050     05  FILLER               PIC X(02) VALUE SPACES.
003060     05  KJ-DTL-MAINT-DATE    PIC X(08).
003070     05  FILLER               PIC X(02) VALUE SPACES.
003080     05  KJ-DTL-FLAG          PIC X(22).
003090     05  FILLER               PIC X(12) VALUE SPACES.
003100
003110 01  KJ-OMN-DAYS-ED           PIC ZZZZZZZ9.
003120
003130 01  KJ-TOTAL-LINE.
003140     05  FILLER               PIC X(05) VALUE SPACES.
003150     05  KJ-TOT-LABEL         PIC X(30).
003160     05  KJ-TOT-COUNT         PIC ZZ,ZZ9.
003170     05  FILLER               PIC X(91) VALUE SPACES.
003180
003190*****************************************************************
003200* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
003210* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
003220* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
003230* RETURN-CODE BEFORE STOP RUN.
003240*****************************************************************
003250 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
003260 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
003270 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
003280 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
003290 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
003300
003310 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
003320     88  KJ-ERRSUMM-OPEN             VALUE "Y".
003330
003340 PROCEDURE DIVISION.
003350*-----------------------------------------------------------------
003360* 0000-MAINLINE.
003370*-----------------------------------------------------------------
003380 0000-MAINLINE.
003390     ACCEPT KJ-OMN-RUN-DATE FROM DATE YYYYMMDD.
003400     ACCEPT KJ-OMN-RUN-TIME FROM TIME.
003410     PERFORM 1000-READ-CONTROL
003420         THRU 1000-READ-CONTROL-EXIT.
003430     IF KJ-OMN-OK
003440         PERFORM 1100-VALIDATE-OPERATOR
003450             THRU 1100-VALIDATE-OPERATOR-EXIT
003460     END-IF.
003470     IF KJ-OMN-OK
003480         OPEN INPUT OPERTRAN
003490         OPEN I-O OPERMAST
003500         OPEN OUTPUT OPEDTRPT
003510         PERFORM 2000-APPLY-TRANS
003520             THRU 2000-APPLY-TRANS-EXIT
003530             WITH TEST AFTER UNTIL KJ-OPERTRAN-EOF
003540         CLOSE OPERTRAN
003550         PERFORM 3000-LOAD-OPERATORS
003560             THRU 3000-LOAD-OPERATORS-EXIT
003570         PERFORM 3100-SCAN-AUDITLOG
003580             THRU 3100-SCAN-AUDITLOG-EXIT
003590         PERFORM 3200-SCAN-JOURNAL
003600             THRU 3200-SCAN-JOURNAL-EXIT
003610         PERFORM 3300-SCAN-PENDING
003620             THRU 3300-SCAN-PENDING-EXIT
003630         PERFORM 3400-SCAN-EDITRPT
003640             THRU 3400-SCAN-EDITRPT-EXIT
003650         OPEN OUTPUT RECRTRPT
003660         PERFORM 4000-RECERTIFY
003670             THRU 4000-RECERTIFY-EXIT
003680         CLOSE RECRTRPT
003690         CLOSE OPEDTRPT
003700         CLOSE OPERMAST
003710         DISPLAY "KJOPRMNT - TRANSACTIONS ACCEPTED: "
003720             KJ-ACCEPT-COUNT
003730         DISPLAY "KJOPRMNT - TRANSACTIONS REJECTED: "
003740             KJ-REJECT-COUNT
003750         DISPLAY "KJOPRMNT - ACTIVE OPERATORS:      "
003760             KJ-ACTIVE-COUNT
003770         DISPLAY "KJOPRMNT - FLAGGED UNUSED:        "
003780             KJ-FLAGGED-COUNT
003790         DISPLAY "KJOPRMNT - SUSPENDED FOR NON-USE: "
003800             KJ-SUSPENDED-COUNT
003810     END-IF.
003820     IF KJ-ERRSUMM-OPEN
003830         CLOSE ERRSUMM
003840     END-IF.
003850     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
003860     STOP RUN.
003870
003880*-----------------------------------------------------------------
003890* 1000-READ-CONTROL - READS THE RUN'S OPERATOR, THE UNUSED
003900* THRESHOLD, THE AUTO-SUSPEND CHOICE AND THE AS-OF DATE.  A
003910* GARBLED THRESHOLD OR SUSPEND CODE, OR AN AS-OF DATE AFTER THE
003920* RUN DATE, STOPS THE RUN - A BAD CARD MUST NOT SUSPEND
003930* ACCOUNTS.  A MISSING CARD LEAVES THE OPERATOR AT UNKNOWN,
003940* WHICH IS NEVER ON THE MASTER.
003950*-----------------------------------------------------------------
003960 1000-READ-CONTROL.
003970     SET KJ-OMN-OK TO TRUE.
003980     MOVE KJ-OMN-RUN-DATE TO KJ-OMN-AS-OF-DATE.
003990     OPEN INPUT OPERCTL.
004000     READ OPERCTL
004010         AT END
004020             SET KJ-OPERCTL-EOF TO TRUE
004030     END-READ.
004040     CLOSE OPERCTL.
004050     IF KJ-OPERCTL-EOF
004060         GO TO 1000-READ-CONTROL-EXIT
004070     END-IF.
004080     IF KJ-OCT-OPERATOR NOT EQUAL TO SPACES
004090         MOVE KJ-OCT-OPERATOR TO KJ-OMN-OPERATOR
004100     END-IF.
004110     IF KJ-OCT-UNUSED-DAYS NOT NUMERIC
004120         OR KJ-OCT-AS-OF-DATE NOT NUMERIC
004130         OR (NOT KJ-OCT-SUSPEND-UNUSED
004140             AND NOT KJ-OCT-FLAG-ONLY)
004150         MOVE "N" TO KJ-OMN-OK-SW
004160     ELSE
004170         IF KJ-OCT-AS-OF-DATE > KJ-OMN-RUN-DATE
004180             MOVE "N" TO KJ-OMN-OK-SW
004190         END-IF
004200     END-IF.
004210     IF NOT KJ-OMN-OK
004220         DISPLAY "KJ1850E INVALID OPERCTL CARD - THRESHOLD, "
004230             "SUSPEND CODE OR AS-OF DATE - NOTHING CHANGED."
004240         MOVE "KJ1850E" TO KJ-RAISE-CONDITION
004250         MOVE "E"       TO KJ-RAISE-SEVERITY
004260         MOVE 8         TO KJ-RAISE-RC
004270         MOVE "INVALID OPERATOR MAINTENANCE CONTROL CARD"
004280             TO KJ-RAISE-TEXT
004290         PERFORM 9000-RAISE-CONDITION
004300             THRU 9000-RAISE-CONDITION-EXIT
004310         GO TO 1000-READ-CONTROL-EXIT
004320     END-IF.
004330     IF KJ-OCT-UNUSED-DAYS > 0
004340         MOVE KJ-OCT-UNUSED-DAYS TO KJ-OMN-UNUSED-DAYS
004350     END-IF.
004360     IF KJ-OCT-AS-OF-DATE > 0
004370         MOVE KJ-OCT-AS-OF-DATE TO KJ-OMN-AS-OF-DATE
004380     END-IF.
004390     IF KJ-OCT-SUSPEND-UNUSED
004400         SET KJ-OMN-AUTO-SUSPEND TO TRUE
004410     END-IF.
004420 1000-READ-CONTROL-EXIT.
004430     EXIT.
004440
004450*-----------------------------------------------------------------
004460* 1100-VALIDATE-OPERATOR - OPERATOR MAINTENANCE GRANTS ACCESS TO
004470* THE SHOP'S PRODUCTION AND RULE FILES, SO THE OPERATOR ON THE
004480* CARD MUST BE ON OPERMAST, ACTIVE, AND AT LEVEL 3 - THE SAME
004490* BAR AS RULE MAINTENANCE.
004500*-----------------------------------------------------------------
004510 1100-VALIDATE-OPERATOR.
004520     MOVE "N" TO KJ-OMN-OK-SW.
004530     OPEN INPUT OPERMAST.
004540     MOVE KJ-OMN-OPERATOR TO KJ-OPR-OPERATOR-ID.
004550     READ OPERMAST
004560         INVALID KEY
004570             CONTINUE
004580         NOT INVALID KEY
004590             IF KJ-OPR-ACTIVE AND KJ-OPR-AUTH-LEVEL >= 3
004600                 SET KJ-OMN-OK TO TRUE
004610             END-IF
004620     END-READ.
004630     CLOSE OPERMAST.
004640     IF NOT KJ-OMN-OK
004650         DISPLAY "KJ1800E OPERATOR " KJ-OMN-OPERATOR " IS NOT "
004660             "AUTHORIZED FOR OPERATOR MAINTENANCE - NOTHING "
004670             "CHANGED."
004680         MOVE "KJ1800E" TO KJ-RAISE-CONDITION
004690         MOVE "E"       TO KJ-RAISE-SEVERITY
004700         MOVE 8         TO KJ-RAISE-RC
004710         MOVE "OPERATOR NOT AUTHORIZED FOR OPERMAST"
004720             TO KJ-RAISE-TEXT
004730         PERFORM 9000-RAISE-CONDITION
004740             THRU 9000-RAISE-CONDITION-EXIT
004750     END-IF.
004760 1100-VALIDATE-OPERATOR-EXIT.
004770     EXIT.
004780
004790*-----------------------------------------------------------------
004800* 2000-APPLY-TRANS - READS ONE OPERATOR TRANSACTION, EDITS IT,
004810* POSTS IT WHEN IT PASSES, AND REPORTS ITS DISPOSITION EITHER
004820* WAY.
004830*-----------------------------------------------------------------
004840 2000-APPLY-TRANS.
004850     READ OPERTRAN
004860         AT END
004870             SET KJ-OPERTRAN-EOF TO TRUE
004880             GO TO 2000-APPLY-TRANS-EXIT
004890     END-READ.
004900     PERFORM 2100-EDIT-TRANS
004910         THRU 2100-EDIT-TRANS-EXIT.
004920     IF KJ-TRANS-OK
004930         PERFORM 2200-POST-TRANS
004940             THRU 2200-POST-TRANS-EXIT
004950     END-IF.
004960     IF KJ-TRANS-OK
004970         ADD 1 TO KJ-ACCEPT-COUNT
004980         MOVE "ACCEPT" TO KJ-OMN-DISPOSITION
004990     ELSE
005000         ADD 1 TO KJ-REJECT-COUNT
005010         MOVE "REJECT" TO KJ-OMN-DISPOSITION
005020         MOVE "KJ1810W" TO KJ-RAISE-CONDITION
005030         MOVE "W"       TO KJ-RAISE-SEVERITY
005040         MOVE 4         TO KJ-RAISE-RC
005050         MOVE KJ-REASON-TEXT TO KJ-RAISE-TEXT
005060         PERFORM 9000-RAISE-CONDITION
005070             THRU 9000-RAISE-CONDITION-EXIT
005080     END-IF.
005090     PERFORM 2300-WRITE-EDIT
005100         THRU 2300-WRITE-EDIT-EXIT.
005110 2000-APPLY-TRANS-EXIT.
005120     EXIT.
005130
005140*-----------------------------------------------------------------
005150* 2100-EDIT-TRANS - EDITS ONE TRANSACTION AGAINST THE MASTER.
005160* SETS KJ-TRANS-OK OR LEAVES THE REJECT REASON IN
005170* KJ-REASON-CODE/KJ-REASON-TEXT.  THE MASTER RECORD, WHEN
005180* THERE IS ONE, IS LEFT IN THE RECORD AREA FOR THE POSTING.
005190*-----------------------------------------------------------------
005200 2100-EDIT-TRANS.
005210     SET KJ-TRANS-OK TO TRUE.
005220     MOVE SPACES TO KJ-REASON-CODE.
005230     MOVE SPACES TO KJ-REASON-TEXT.
005240     MOVE SPACE  TO KJ-OMN-BEFORE-LEVEL.
005250     MOVE SPACE  TO KJ-OMN-BEFORE-STATUS.
005260     MOVE "N"    TO KJ-OPR-FOUND-SW.
005270     IF NOT KJ-OTR-ADD AND NOT KJ-OTR-CHANGE-LEVEL
005280         AND NOT KJ-OTR-SUSPEND AND NOT KJ-OTR-REACTIVATE
005290         SET KJ-TRANS-REJECTED TO TRUE
005300         MOVE "OM01" TO KJ-REASON-CODE
005310         MOVE "INVALID ACTION CODE" TO KJ-REASON-TEXT
005320         GO TO 2100-EDIT-TRANS-EXIT
005330     END-IF.
005340     IF KJ-OTR-OPERATOR-ID = SPACES
005350         SET KJ-TRANS-REJECTED TO TRUE
005360         MOVE "OM02" TO KJ-REASON-CODE
005370         MOVE "BLANK OPERATOR ID OR NAME" TO KJ-REASON-TEXT
005380         GO TO 2100-EDIT-TRANS-EXIT
005390     END-IF.
005400     IF KJ-OTR-OPERATOR-ID = KJ-OMN-OPERATOR
005410         SET KJ-TRANS-REJECTED TO TRUE
005420         MOVE "OM06" TO KJ-REASON-CODE
005430         MOVE "OWN RECORD MAY NOT BE CHANGED" TO KJ-REASON-TEXT
005440         GO TO 2100-EDIT-TRANS-EXIT
005450     END-IF.
005460     MOVE KJ-OTR-OPERATOR-ID TO KJ-OPR-OPERATOR-ID.
005470     READ OPERMAST
005480         INVALID KEY
005490             CONTINUE
005500         NOT INVALID KEY
005510             SET KJ-OPR-FOUND TO TRUE
005520             MOVE KJ-OPR-AUTH-LEVEL TO KJ-OMN-BEFORE-LEVEL
005530             MOVE KJ-OPR-STATUS     TO KJ-OMN-BEFORE-STATUS
005540     END-READ.
005550     IF KJ-OTR-ADD
005560         IF KJ-OPR-FOUND
005570             SET KJ-TRANS-REJECTED TO TRUE
005580             MOVE "OM04" TO KJ-REASON-CODE
005590             MOVE "OPERATOR ALREADY ON MASTER"
005600                 TO KJ-REASON-TEXT
005610             GO TO 2100-EDIT-TRANS-EXIT
005620         END-IF
005630         IF KJ-OTR-NAME = SPACES
005640             SET KJ-TRANS-REJECTED TO TRUE
005650             MOVE "OM02" TO KJ-REASON-CODE
005660             MOVE "BLANK OPERATOR ID OR NAME"
005670                 TO KJ-REASON-TEXT
005680             GO TO 2100-EDIT-TRANS-EXIT
005690         END-IF
005700     ELSE
005710         IF NOT KJ-OPR-FOUND
005720             SET KJ-TRANS-REJECTED TO TRUE
005730             MOVE "OM05" TO KJ-REASON-CODE
005740             MOVE "OPERATOR NOT ON MASTER" TO KJ-REASON-TEXT
005750             GO TO 2100-EDIT-TRANS-EXIT
005760         END-IF
005770     END-IF.
005780     IF KJ-OTR-ADD OR KJ-OTR-CHANGE-LEVEL
005790         IF NOT KJ-OTR-LEVEL-VALID
005800             SET KJ-TRANS-REJECTED TO TRUE
005810             MOVE "OM03" TO KJ-REASON-CODE
005820             MOVE "INVALID AUTHORIZATION LEVEL"
005830                 TO KJ-REASON-TEXT
005840             GO TO 2100-EDIT-TRANS-EXIT
005850         END-IF
005860     END-IF.
005870     IF KJ-OTR-SUSPEND AND KJ-OPR-INACTIVE
005880         SET KJ-TRANS-REJECTED TO TRUE
005890         MOVE "OM07" TO KJ-REASON-CODE
005900         MOVE "OPERATOR ALREADY SUSPENDED" TO KJ-REASON-TEXT
005910         GO TO 2100-EDIT-TRANS-EXIT
005920     END-IF.
005930     IF KJ-OTR-REACTIVATE AND KJ-OPR-ACTIVE
005940         SET KJ-TRANS-REJECTED TO TRUE
005950         MOVE "OM08" TO KJ-REASON-CODE
005960         MOVE "OPERATOR ALREADY ACTIVE" TO KJ-REASON-TEXT
005970         GO TO 2100-EDIT-TRANS-EXIT
005980     END-IF.
005990 2100-EDIT-TRANS-EXIT.
006000     EXIT.
006010
006020*-----------------------------------------------------------------
006030* 2200-POST-TRANS - POSTS AN EDITED TRANSACTION TO THE MASTER
006040* AND STAMPS THE MAINTENANCE DATE.  AN ADD IS ACTIVE AT ONCE.
006050*-----------------------------------------------------------------
006060 2200-POST-TRANS.
006070     IF KJ-OTR-ADD
006080         MOVE SPACES             TO KJ-OPERATOR-MASTER-RECORD
006090         MOVE KJ-OTR-OPERATOR-ID TO KJ-OPR-OPERATOR-ID
006100         MOVE KJ-OTR-NAME        TO KJ-OPR-NAME
006110         MOVE KJ-OTR-AUTH-LEVEL  TO KJ-OPR-AUTH-LEVEL
006120         SET KJ-OPR-ACTIVE TO TRUE
006130         MOVE KJ-OMN-RUN-DATE    TO KJ-OPR-MAINT-DATE
006140         WRITE KJ-OPERATOR-MASTER-RECORD
006150             INVALID KEY
006160                 SET KJ-TRANS-REJECTED TO TRUE
006170         END-WRITE
006180     ELSE
006190         IF KJ-OTR-CHANGE-LEVEL
006200             MOVE KJ-OTR-AUTH-LEVEL TO KJ-OPR-AUTH-LEVEL
006210         END-IF
006220         IF KJ-OTR-SUSPEND
006230             SET KJ-OPR-INACTIVE TO TRUE
006240         END-IF
006250         IF KJ-OTR-REACTIVATE
006260             SET KJ-OPR-ACTIVE TO TRUE
006270         END-IF
006280         MOVE KJ-OMN-RUN-DATE TO KJ-OPR-MAINT-DATE
006290         REWRITE KJ-OPERATOR-MASTER-RECORD
006300             INVALID KEY
006310                 SET KJ-TRANS-REJECTED TO TRUE
006320         END-REWRITE
006330     END-IF.
006340     IF KJ-TRANS-REJECTED
006350         MOVE "OM09" TO KJ-REASON-CODE
006360         MOVE "OPERATOR MASTER WRITE FAILED" TO KJ-REASON-TEXT
006370     END-IF.
006380 2200-POST-TRANS-EXIT.
006390     EXIT.
006400
006410*-----------------------------------------------------------------
006420* 2300-WRITE-EDIT - ONE EDIT REPORT RECORD FOR THE TRANSACTION
006430* IN HAND, WITH THE LEVEL AND STATUS BEFORE AND AFTER.  A
006440* REJECTED TRANSACTION LEAVES THEM AS THEY WERE.
006450*-----------------------------------------------------------------
006460 2300-WRITE-EDIT.
006470     MOVE SPACES               TO KJ-OPER-EDIT-RECORD.
006480     MOVE KJ-OTR-ACTION        TO KJ-OED-ACTION.
006490     MOVE KJ-OTR-OPERATOR-ID   TO KJ-OED-OPERATOR-ID.
006500     IF KJ-OPR-FOUND
006510         MOVE KJ-OPR-NAME      TO KJ-OED-NAME
006520     ELSE
006530         MOVE KJ-OTR-NAME      TO KJ-OED-NAME
006540     END-IF.
006550     MOVE KJ-OTR-LEVEL-X       TO KJ-OED-AUTH-LEVEL.
006560     MOVE KJ-OMN-DISPOSITION   TO KJ-OED-DISPOSITION.
006570     MOVE KJ-REASON-CODE       TO KJ-OED-REASON-CODE.
006580     MOVE KJ-REASON-TEXT       TO KJ-OED-REASON-TEXT.
006590     MOVE KJ-OMN-RUN-DATE      TO KJ-OED-RUN-DATE.
006600     COMPUTE KJ-OED-RUN-TIME = KJ-OMN-RUN-TIME / 100.
006610     MOVE KJ-OMN-OPERATOR      TO KJ-OED-MAINT-BY.
006620     MOVE KJ-OMN-BEFORE-LEVEL  TO KJ-OED-BEFORE-LEVEL.
006630     MOVE KJ-OMN-BEFORE-STATUS TO KJ-OED-BEFORE-STATUS.
006640     IF KJ-TRANS-OK
006650         MOVE KJ-OPR-AUTH-LEVEL    TO KJ-OED-AFTER-LEVEL
006660         MOVE KJ-OPR-STATUS        TO KJ-OED-AFTER-STATUS
006670     ELSE
006680         MOVE KJ-OMN-BEFORE-LEVEL  TO KJ-OED-AFTER-LEVEL
006690         MOVE KJ-OMN-BEFORE-STATUS TO KJ-OED-AFTER-STATUS
006700     END-IF.
006710     WRITE KJ-OPER-EDIT-RECORD.
006720 2300-WRITE-EDIT-EXIT.
006730     EXIT.
006740
006750*-----------------------------------------------------------------
006760* 3000-LOAD-OPERATORS - READS THE MASTER, AS LEFT BY THE
006770* TRANSACTIONS, FROM THE TOP AND TABLES EVERY ACTIVE OPERATOR.
006780*-----------------------------------------------------------------
006790 3000-LOAD-OPERATORS.
006800     MOVE LOW-VALUES TO KJ-OPR-OPERATOR-ID.
006810     START OPERMAST KEY NOT LESS THAN KJ-OPR-OPERATOR-ID
006820         INVALID KEY
006830             SET KJ-OPERMAST-EOF TO TRUE
006840     END-START.
006850     IF NOT KJ-OPERMAST-EOF
006860         PERFORM 3010-LOAD-OPERATOR
006870             THRU 3010-LOAD-OPERATOR-EXIT
006880             WITH TEST AFTER UNTIL KJ-OPERMAST-EOF
006890     END-IF.
006900     IF KJ-USE-TABLE-FULL
006910         DISPLAY "KJ1830W MORE THAN 500 ACTIVE OPERATORS - "
006920             "RECERTIFICATION COVERS THE FIRST 500 ONLY."
006930         MOVE "KJ1830W" TO KJ-RAISE-CONDITION
006940         MOVE "W"       TO KJ-RAISE-SEVERITY
006950         MOVE 4         TO KJ-RAISE-RC
006960         MOVE "OPERATOR TABLE FULL - REVIEW INCOMPLETE"
006970             TO KJ-RAISE-TEXT
006980         PERFORM 9000-RAISE-CONDITION
006990             THRU 9000-RAISE-CONDITION-EXIT
007000     END-IF.
007010 3000-LOAD-OPERATORS-EXIT.
007020     EXIT.
007030
007040 3010-LOAD-OPERATOR.
007050     READ OPERMAST NEXT RECORD
007060         AT END
007070             SET KJ-OPERMAST-EOF TO TRUE
007080             GO TO 3010-LOAD-OPERATOR-EXIT
007090     END-READ.
007100     IF NOT KJ-OPR-ACTIVE
007110         GO TO 3010-LOAD-OPERATOR-EXIT
007120     END-IF.
007130     IF KJ-USE-COUNT NOT < 500
007140         SET KJ-USE-TABLE-FULL TO TRUE
007150         GO TO 3010-LOAD-OPERATOR-EXIT
007160     END-IF.
007170     ADD 1 TO KJ-USE-COUNT.
007180     MOVE KJ-OPR-OPERATOR-ID TO KJ-USE-OPERATOR-ID (KJ-USE-COUNT).
007190     MOVE KJ-OPR-NAME        TO KJ-USE-NAME (KJ-USE-COUNT).
007200     MOVE KJ-OPR-AUTH-LEVEL  TO KJ-USE-LEVEL (KJ-USE-COUNT).
007210     IF KJ-OPR-MAINT-DATE NUMERIC
007220         MOVE KJ-OPR-MAINT-DATE
007230             TO KJ-USE-MAINT-DATE (KJ-USE-COUNT)
007240     ELSE
007250         MOVE 0 TO KJ-USE-MAINT-DATE (KJ-USE-COUNT)
007260     END-IF.
007270     MOVE 0      TO KJ-USE-LAST-DATE (KJ-USE-COUNT).
007280     MOVE SPACES TO KJ-USE-LAST-SOURCE (KJ-USE-COUNT).
007290 3010-LOAD-OPERATOR-EXIT.
007300     EXIT.
007310
007320*-----------------------------------------------------------------
007330* 3100-SCAN-AUDITLOG - EVERY NIGHTLY RUN NAMES ITS OPERATOR ON
007340* THE AUDIT LOG.  A NIGHT SINCE BACKED OUT STILL COUNTS - THE
007350* OPERATOR DID RUN IT.
007360*-----------------------------------------------------------------
007370 3100-SCAN-AUDITLOG.
007380     OPEN INPUT AUDITIN.
007390     MOVE "AUDITLOG" TO KJ-SEEN-SOURCE.
007400     PERFORM 3110-READ-AUDITLOG
007410         THRU 3110-READ-AUDITLOG-EXIT
007420         WITH TEST AFTER UNTIL KJ-AUDITIN-EOF.
007430     CLOSE AUDITIN.
007440 3100-SCAN-AUDITLOG-EXIT.
007450     EXIT.
007460
007470 3110-READ-AUDITLOG.
007480     READ AUDITIN
007490         AT END
007500             SET KJ-AUDITIN-EOF TO TRUE
007510             GO TO 3110-READ-AUDITLOG-EXIT
007520     END-READ.
007530     MOVE KJ-AUD-OPERATOR TO KJ-SEEN-OPERATOR.
007540     MOVE KJ-AUD-RUN-DATE TO KJ-SEEN-DATE.
007550     PERFORM 3800-NOTE-USE
007560         THRU 3800-NOTE-USE-EXIT.
007570 3110-READ-AUDITLOG-EXIT.
007580     EXIT.
007590
007600*-----------------------------------------------------------------
007610* 3200-SCAN-JOURNAL - EVERY POSTED RULE CHANGE NAMES ITS MAKER
007620* (SEEN THE DAY IT WAS QUEUED) AND ITS CHECKER (SEEN THE DAY IT
007630* WAS POSTED).
007640*-----------------------------------------------------------------
007650 3200-SCAN-JOURNAL.
007660     OPEN INPUT RULEJRNL.
007670     MOVE "RULEJRNL" TO KJ-SEEN-SOURCE.
007680     PERFORM 3210-READ-JOURNAL
007690         THRU 3210-READ-JOURNAL-EXIT
007700         WITH TEST AFTER UNTIL KJ-RULEJRNL-EOF.
007710     CLOSE RULEJRNL.
007720 3200-SCAN-JOURNAL-EXIT.
007730     EXIT.
007740
007750 3210-READ-JOURNAL.
007760     READ RULEJRNL
007770         AT END
007780             SET KJ-RULEJRNL-EOF TO TRUE
007790             GO TO 3210-READ-JOURNAL-EXIT
007800     END-READ.
007810     MOVE KJ-RJN-MAKER       TO KJ-SEEN-OPERATOR.
007820     MOVE KJ-RJN-QUEUED-DATE TO KJ-SEEN-DATE.
007830     PERFORM 3800-NOTE-USE
007840         THRU 3800-NOTE-USE-EXIT.
007850     MOVE KJ-RJN-CHECKER     TO KJ-SEEN-OPERATOR.
007860     MOVE KJ-RJN-APPLY-DATE  TO KJ-SEEN-DATE.
007870     PERFORM 3800-NOTE-USE
007880         THRU 3800-NOTE-USE-EXIT.
007890 3210-READ-JOURNAL-EXIT.
007900     EXIT.
007910
007920*-----------------------------------------------------------------
007930* 3300-SCAN-PENDING - THE PENDING QUEUE NAMES THE MAKER OF EVERY
007940* QUEUED TRANSACTION AND THE CHECKER OF EVERY DECIDED ONE,
007950* INCLUDING THOSE REJECTED AND SO NEVER JOURNALLED.
007960*-----------------------------------------------------------------
007970 3300-SCAN-PENDING.
007980     OPEN INPUT PENDTRAN.
007990     MOVE "PENDTRAN" TO KJ-SEEN-SOURCE.
008000     PERFORM 3310-READ-PENDING
008010         THRU 3310-READ-PENDING-EXIT
008020         WITH TEST AFTER UNTIL KJ-PENDTRAN-EOF.
008030     CLOSE PENDTRAN.
008040 3300-SCAN-PENDING-EXIT.
008050     EXIT.
008060
008070 3310-READ-PENDING.
008080     READ PENDTRAN NEXT RECORD
008090         AT END
008100             SET KJ-PENDTRAN-EOF TO TRUE
008110             GO TO 3310-READ-PENDING-EXIT
008120     END-READ.
008130     MOVE KJ-PND-MAKER       TO KJ-SEEN-OPERATOR.
008140     MOVE KJ-PND-QUEUED-DATE TO KJ-SEEN-DATE.
008150     PERFORM 3800-NOTE-USE
008160         THRU 3800-NOTE-USE-EXIT.
008170     IF KJ-PND-CHECKER NOT EQUAL TO SPACES
008180         MOVE KJ-PND-CHECKER      TO KJ-SEEN-OPERATOR
008190         MOVE KJ-PND-DECIDED-DATE TO KJ-SEEN-DATE
008200         PERFORM 3800-NOTE-USE
008210             THRU 3800-NOTE-USE-EXIT
008220     END-IF.
008230 3310-READ-PENDING-EXIT.
008240     EXIT.
008250
008260*-----------------------------------------------------------------
008270* 3400-SCAN-EDITRPT - THE LAST KJRULMNT RUN'S EDIT REPORT NAMES
008280* ITS MAKER OR CHECKER EVEN WHEN EVERY TRANSACTION WAS REJECTED.
008290*-----------------------------------------------------------------
008300 3400-SCAN-EDITRPT.
008310     OPEN INPUT EDITRPT.
008320     MOVE "EDITRPT" TO KJ-SEEN-SOURCE.
008330     PERFORM 3410-READ-EDITRPT
008340         THRU 3410-READ-EDITRPT-EXIT
008350         WITH TEST AFTER UNTIL KJ-EDITRPT-EOF.
008360     CLOSE EDITRPT.
008370 3400-SCAN-EDITRPT-EXIT.
008380     EXIT.
008390
008400 3410-READ-EDITRPT.
008410     READ EDITRPT
008420         AT END
008430             SET KJ-EDITRPT-EOF TO TRUE
008440             GO TO 3410-READ-EDITRPT-EXIT
008450     END-READ.
008460     MOVE KJ-EDT-RUN-DATE TO KJ-SEEN-DATE.
008470     MOVE KJ-EDT-MAKER    TO KJ-SEEN-OPERATOR.
008480     PERFORM 3800-NOTE-USE
008490         THRU 3800-NOTE-USE-EXIT.
008500     IF KJ-EDT-CHECKER NOT EQUAL TO SPACES
008510         MOVE KJ-EDT-CHECKER TO KJ-SEEN-OPERATOR
008520         PERFORM 3800-NOTE-USE
008530             THRU 3800-NOTE-USE-EXIT
008540     END-IF.
008550 3410-READ-EDITRPT-EXIT.
008560     EXIT.
008570
008580*-----------------------------------------------------------------
008590* 3800-NOTE-USE - ONE SIGHTING OF AN OPERATOR ON A GIVEN DATE.
008600* THE OPERATOR'S LAST-USED DATE AND SOURCE ARE MOVED UP WHEN IT
008610* IS LATER THAN ANY SEEN SO FAR.  A SIGHTING AFTER THE AS-OF
008620* DATE, OR OF AN OPERATOR NOT ACTIVE ON THE MASTER, IS IGNORED.
008630*-----------------------------------------------------------------
008640 3800-NOTE-USE.
008650     IF KJ-SEEN-OPERATOR = SPACES
008660         OR KJ-SEEN-DATE NOT NUMERIC
008670         OR KJ-SEEN-DATE = 0
008680         OR KJ-SEEN-DATE > KJ-OMN-AS-OF-DATE
008690         GO TO 3800-NOTE-USE-EXIT
008700     END-IF.
008710     MOVE 0 TO KJ-USE-HIT.
008720     PERFORM 3810-MATCH-OPERATOR
008730         THRU 3810-MATCH-OPERATOR-EXIT
008740         VARYING KJ-USE-IDX FROM 1 BY 1
008750         UNTIL KJ-USE-IDX > KJ-USE-COUNT
008760         OR KJ-USE-HIT > 0.
008770     IF KJ-USE-HIT = 0
008780         GO TO 3800-NOTE-USE-EXIT
008790     END-IF.
008800     IF KJ-SEEN-DATE > KJ-USE-LAST-DATE (KJ-USE-HIT)
008810         MOVE KJ-SEEN-DATE   TO KJ-USE-LAST-DATE (KJ-USE-HIT)
008820         MOVE KJ-SEEN-SOURCE TO KJ-USE-LAST-SOURCE (KJ-USE-HIT)
008830     END-IF.
008840 3800-NOTE-USE-EXIT.
008850     EXIT.
008860
008870 3810-MATCH-OPERATOR.
008880     IF KJ-USE-OPERATOR-ID (KJ-USE-IDX) = KJ-SEEN-OPERATOR
008890         MOVE KJ-USE-IDX TO KJ-USE-HIT
008900     END-IF.
008910 3810-MATCH-OPERATOR-EXIT.
008920     EXIT.
008930
008940*-----------------------------------------------------------------
008950* 4000-RECERTIFY - ONE REPORT LINE PER ACTIVE OPERATOR, THEN THE
008960* TOTALS.  ANY ACCOUNT FLAGGED UNUSED IS RAISED ON ERRSUMM SO
008970* THE ACCESS REVIEW CANNOT MISS IT.
008980*-----------------------------------------------------------------
008990 4000-RECERTIFY.
009000     MOVE KJ-OMN-AS-OF-DATE TO KJ-OMN-DATE-IN.
009010     PERFORM 8000-DAY-NUMBER
009020         THRU 8000-DAY-NUMBER-EXIT.
009030     MOVE KJ-OMN-DAY-NUM TO KJ-OMN-AS-OF-DAY.
009040     MOVE 0 TO KJ-LEVEL-COUNT (1)
009050               KJ-LEVEL-COUNT (2)
009060               KJ-LEVEL-COUNT (3).
009070     PERFORM 4500-PAGE-HEADING
009080         THRU 4500-PAGE-HEADING-EXIT.
009090     PERFORM 4100-REVIEW-OPERATOR
009100         THRU 4100-REVIEW-OPERATOR-EXIT
009110         VARYING KJ-USE-IDX FROM 1 BY 1
009120         UNTIL KJ-USE-IDX > KJ-USE-COUNT.
009130     PERFORM 4600-PRINT-TOTALS
009140         THRU 4600-PRINT-TOTALS-EXIT.
009150     IF KJ-FLAGGED-COUNT > 0
009160         DISPLAY "KJ1820W " KJ-FLAGGED-COUNT " ACTIVE OPERATORS "
009170             "UNUSED FOR MORE THAN " KJ-OMN-UNUSED-DAYS " DAYS, "
009180             KJ-SUSPENDED-COUNT " SUSPENDED."
009190         MOVE "KJ1820W" TO KJ-RAISE-CONDITION
009200         MOVE "W"       TO KJ-RAISE-SEVERITY
009210         MOVE 4         TO KJ-RAISE-RC
009220         MOVE "ACTIVE OPERATORS UNUSED PAST THRESHOLD"
009230             TO KJ-RAISE-TEXT
009240         PERFORM 9000-RAISE-CONDITION
009250             THRU 9000-RAISE-CONDITION-EXIT
009260     END-IF.
009270 4000-RECERTIFY-EXIT.
009280     EXIT.
009290
009300*-----------------------------------------------------------------
009310* 4100-REVIEW-OPERATOR - ONE ACTIVE OPERATOR.  THE DAYS UNUSED
009320* RUN FROM THE LATER OF THE LAST USE AND THE LAST MAINTENANCE
009330* TO THE AS-OF DATE; AN OPERATOR WITH NEITHER HAS NEVER USED
009340* THE ACCOUNT AND IS FLAGGED REGARDLESS.
009350*-----------------------------------------------------------------
009360 4100-REVIEW-OPERATOR.
009370     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
009380         PERFORM 4500-PAGE-HEADING
009390             THRU 4500-PAGE-HEADING-EXIT
009400     END-IF.
009410     ADD 1 TO KJ-ACTIVE-COUNT.
009420     IF KJ-USE-LEVEL (KJ-USE-IDX) > 0
009430         AND KJ-USE-LEVEL (KJ-USE-IDX) < 4
009440         MOVE KJ-USE-LEVEL (KJ-USE-IDX) TO KJ-LEVEL-IDX
009450         ADD 1 TO KJ-LEVEL-COUNT (KJ-LEVEL-IDX)
009460     END-IF.
009470     MOVE KJ-USE-OPERATOR-ID (KJ-USE-IDX) TO KJ-DTL-OPERATOR-ID.
009480     MOVE KJ-USE-NAME (KJ-USE-IDX)        TO KJ-DTL-NAME.
009490     MOVE KJ-USE-LEVEL (KJ-USE-IDX)       TO KJ-DTL-LEVEL.
009500     IF KJ-USE-LEVEL (KJ-USE-IDX) = 1
009510         MOVE "INQUIRY ONLY"      TO KJ-DTL-LEVEL-DESC
009520     ELSE
009530         IF KJ-USE-LEVEL (KJ-USE-IDX) = 2
009540             MOVE "PRODUCTION RUNS"   TO KJ-DTL-LEVEL-DESC
009550         ELSE
009560             IF KJ-USE-LEVEL (KJ-USE-IDX) = 3
009570                 MOVE "RULE MAINTENANCE" TO KJ-DTL-LEVEL-DESC
009580             ELSE
009590                 MOVE "*** INVALID ***"  TO KJ-DTL-LEVEL-DESC
009600             END-IF
009610         END-IF
009620     END-IF.
009630     IF KJ-USE-LAST-DATE (KJ-USE-IDX) > 0
009640         MOVE KJ-USE-LAST-DATE (KJ-USE-IDX) TO KJ-DTL-LAST-USED
009650         MOVE KJ-USE-LAST-SOURCE (KJ-USE-IDX) TO KJ-DTL-SOURCE
009660     ELSE
009670         MOVE "NEVER"  TO KJ-DTL-LAST-USED
009680         MOVE SPACES   TO KJ-DTL-SOURCE
009690     END-IF.
009700     IF KJ-USE-MAINT-DATE (KJ-USE-IDX) > 0
009710         MOVE KJ-USE-MAINT-DATE (KJ-USE-IDX) TO KJ-DTL-MAINT-DATE
009720     ELSE
009730         MOVE "UNKNOWN" TO KJ-DTL-MAINT-DATE
009740     END-IF.
009750     MOVE KJ-USE-LAST-DATE (KJ-USE-IDX) TO KJ-OMN-BASE-DATE.
009760     IF KJ-USE-MAINT-DATE (KJ-USE-IDX) > KJ-OMN-BASE-DATE
009770         AND KJ-USE-MAINT-DATE (KJ-USE-IDX)
009780             NOT > KJ-OMN-AS-OF-DATE
009790         MOVE KJ-USE-MAINT-DATE (KJ-USE-IDX) TO KJ-OMN-BASE-DATE
009800     END-IF.
009810     MOVE SPACES TO KJ-DTL-FLAG.
009820     IF KJ-OMN-BASE-DATE = 0
009830         MOVE "   NEVER" TO KJ-DTL-DAYS
009840         PERFORM 4200-FLAG-UNUSED
009850             THRU 4200-FLAG-UNUSED-EXIT
009860     ELSE
009870         MOVE KJ-OMN-BASE-DATE TO KJ-OMN-DATE-IN
009880         PERFORM 8000-DAY-NUMBER
009890             THRU 8000-DAY-NUMBER-EXIT
009900         IF KJ-OMN-AS-OF-DAY > KJ-OMN-DAY-NUM
009910             COMPUTE KJ-OMN-DAYS-UNUSED =
009920                 KJ-OMN-AS-OF-DAY - KJ-OMN-DAY-NUM
009930         ELSE
009940             MOVE 0 TO KJ-OMN-DAYS-UNUSED
009950         END-IF
009960         MOVE KJ-OMN-DAYS-UNUSED TO KJ-OMN-DAYS-ED
009970         MOVE KJ-OMN-DAYS-ED     TO KJ-DTL-DAYS
009980         IF KJ-OMN-DAYS-UNUSED > KJ-OMN-UNUSED-DAYS
009990             PERFORM 4200-FLAG-UNUSED
010000                 THRU 4200-FLAG-UNUSED-EXIT
010010         END-IF
010020     END-IF.
010030     WRITE KJ-PRINT-LINE FROM KJ-DETAIL-LINE
010040         AFTER ADVANCING 1 LINE.
010050     ADD 1 TO KJ-LINE-CNT.
010060 4100-REVIEW-OPERATOR-EXIT.
010070     EXIT.
010080
010090*-----------------------------------------------------------------
010100* 4200-FLAG-UNUSED - AN ACCOUNT UNUSED PAST THE THRESHOLD.  WHEN
010110* THE CARD ASKS FOR IT THE ACCOUNT IS SUSPENDED ON THE MASTER
010120* AND THE SUSPENSION GETS AN EDIT REPORT RECORD OF ITS OWN.
010130* THE RUN'S OWN OPERATOR IS ONLY FLAGGED - NOBODY CHANGES THEIR
010140* OWN RECORD, NOT EVEN THIS WAY.
010150*-----------------------------------------------------------------
010160 4200-FLAG-UNUSED.
010170     ADD 1 TO KJ-FLAGGED-COUNT.
010180     MOVE "UNUSED" TO KJ-DTL-FLAG.
010190     IF NOT KJ-OMN-AUTO-SUSPEND
010200         GO TO 4200-FLAG-UNUSED-EXIT
010210     END-IF.
010220     IF KJ-USE-OPERATOR-ID (KJ-USE-IDX) = KJ-OMN-OPERATOR
010230         MOVE "UNUSED - OWN RECORD" TO KJ-DTL-FLAG
010240         GO TO 4200-FLAG-UNUSED-EXIT
010250     END-IF.
010260     MOVE KJ-USE-OPERATOR-ID (KJ-USE-IDX) TO KJ-OPR-OPERATOR-ID.
010270     SET KJ-TRANS-OK TO TRUE.
010280     READ OPERMAST
010290         INVALID KEY
010300             SET KJ-TRANS-REJECTED TO TRUE
010310     END-READ.
010320     IF KJ-TRANS-OK
010330         MOVE KJ-OPR-AUTH-LEVEL TO KJ-OMN-BEFORE-LEVEL
010340         MOVE KJ-OPR-STATUS     TO KJ-OMN-BEFORE-STATUS
010350         SET KJ-OPR-INACTIVE TO TRUE
010360         MOVE KJ-OMN-RUN-DATE TO KJ-OPR-MAINT-DATE
010370         REWRITE KJ-OPERATOR-MASTER-RECORD
010380             INVALID KEY
010390                 SET KJ-TRANS-REJECTED TO TRUE
010400         END-REWRITE
010410     END-IF.
010420     MOVE SPACES                TO KJ-OPER-EDIT-RECORD.
010430     MOVE "S"                   TO KJ-OED-ACTION.
010440     MOVE KJ-USE-OPERATOR-ID (KJ-USE-IDX) TO KJ-OED-OPERATOR-ID.
010450     MOVE KJ-USE-NAME (KJ-USE-IDX) TO KJ-OED-NAME.
010460     MOVE KJ-OMN-RUN-DATE       TO KJ-OED-RUN-DATE.
010470     COMPUTE KJ-OED-RUN-TIME = KJ-OMN-RUN-TIME / 100.
010480     MOVE KJ-OMN-OPERATOR       TO KJ-OED-MAINT-BY.
010490     MOVE KJ-OMN-BEFORE-LEVEL   TO KJ-OED-BEFORE-LEVEL.
010500     MOVE KJ-OMN-BEFORE-STATUS  TO KJ-OED-BEFORE-STATUS.
010510     IF KJ-TRANS-OK
010520         ADD 1 TO KJ-SUSPENDED-COUNT
010530         MOVE "UNUSED - SUSPENDED"  TO KJ-DTL-FLAG
010540         MOVE "AUTO  "              TO KJ-OED-DISPOSITION
010550         MOVE "OM10"                TO KJ-OED-REASON-CODE
010560         MOVE "UNUSED PAST THRESHOLD" TO KJ-OED-REASON-TEXT
010570         MOVE KJ-OPR-AUTH-LEVEL     TO KJ-OED-AFTER-LEVEL
010580         MOVE KJ-OPR-STATUS         TO KJ-OED-AFTER-STATUS
010590     ELSE
010600         MOVE "UNUSED - NOT SUSPENDED" TO KJ-DTL-FLAG
010610         MOVE "REJECT"              TO KJ-OED-DISPOSITION
010620         MOVE "OM09"                TO KJ-OED-REASON-CODE
010630         MOVE "OPERATOR MASTER WRITE FAILED"
010640             TO KJ-OED-REASON-TEXT
010650         MOVE KJ-OMN-BEFORE-LEVEL   TO KJ-OED-AFTER-LEVEL
010660         MOVE KJ-OMN-BEFORE-STATUS  TO KJ-OED-AFTER-STATUS
010670         MOVE "KJ1810W" TO KJ-RAISE-CONDITION
010680         MOVE "W"       TO KJ-RAISE-SEVERITY
010690         MOVE 4         TO KJ-RAISE-RC
010700         MOVE "OPERATOR MASTER WRITE FAILED" TO KJ-RAISE-TEXT
010710         PERFORM 9000-RAISE-CONDITION
010720             THRU 9000-RAISE-CONDITION-EXIT
010730     END-IF.
010740     WRITE KJ-OPER-EDIT-RECORD.
010750 4200-FLAG-UNUSED-EXIT.
010760     EXIT.
010770
010780*-----------------------------------------------------------------
010790* 4500-PAGE-HEADING - THROWS TO A NEW PAGE AND PRINTS THE
010800* REPORT HEADING WITH THE AS-OF DATE, THRESHOLD, SUSPEND CHOICE
010810* AND OPERATOR, AND THE COLUMN HEADINGS.
010820*-----------------------------------------------------------------
010830 4500-PAGE-HEADING.
010840     ADD 1 TO KJ-PAGE-NUM.
010850     MOVE KJ-OMN-AS-OF-DATE  TO KJ-HDG-AS-OF-DATE.
010860     MOVE KJ-PAGE-NUM        TO KJ-HDG-PAGE.
010870     MOVE KJ-OMN-UNUSED-DAYS TO KJ-HDG-UNUSED-DAYS.
010880     IF KJ-OMN-AUTO-SUSPEND
010890         MOVE "YES" TO KJ-HDG-AUTO
010900     ELSE
010910         MOVE "NO"  TO KJ-HDG-AUTO
010920     END-IF.
010930     MOVE KJ-OMN-OPERATOR    TO KJ-HDG-OPERATOR.
010940     MOVE KJ-OMN-RUN-DATE    TO KJ-HDG-RUN-DATE.
010950     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-1
010960         AFTER ADVANCING PAGE.
010970     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-2
010980         AFTER ADVANCING 1 LINE.
010990     MOVE SPACES TO KJ-PRINT-LINE.
011000     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
011010     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-3
011020         AFTER ADVANCING 1 LINE.
011030     MOVE 4 TO KJ-LINE-CNT.
011040 4500-PAGE-HEADING-EXIT.
011050     EXIT.
011060
011070*-----------------------------------------------------------------
011080* 4600-PRINT-TOTALS - ACTIVE OPERATORS BY LEVEL, AND HOW MANY
011090* WERE FLAGGED AND SUSPENDED.
011100*-----------------------------------------------------------------
011110 4600-PRINT-TOTALS.
011120     IF KJ-LINE-CNT + 8 > KJ-LINES-PER-PAGE
011130         PERFORM 4500-PAGE-HEADING
011140             THRU 4500-PAGE-HEADING-EXIT
011150     END-IF.
011160     MOVE SPACES TO KJ-PRINT-LINE.
011170     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
011180     MOVE "ACTIVE OPERATORS" TO KJ-TOT-LABEL.
011190     MOVE KJ-ACTIVE-COUNT TO KJ-TOT-COUNT.
011200     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
011210         AFTER ADVANCING 1 LINE.
011220     MOVE "  LEVEL 1 - INQUIRY ONLY" TO KJ-TOT-LABEL.
011230     MOVE KJ-LEVEL-COUNT (1) TO KJ-TOT-COUNT.
011240     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
011250         AFTER ADVANCING 1 LINE.
011260     MOVE "  LEVEL 2 - PRODUCTION RUNS" TO KJ-TOT-LABEL.
011270     MOVE KJ-LEVEL-COUNT (2) TO KJ-TOT-COUNT.
011280     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
011290         AFTER ADVANCING 1 LINE.
011300     MOVE "  LEVEL 3 - RULE MAINTENANCE" TO KJ-TOT-LABEL.
011310     MOVE KJ-LEVEL-COUNT (3) TO KJ-TOT-COUNT.
011320     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
011330         AFTER ADVANCING 1 LINE.
011340     MOVE "FLAGGED UNUSED" TO KJ-TOT-LABEL.
011350     MOVE KJ-FLAGGED-COUNT TO KJ-TOT-COUNT.
011360     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
011370         AFTER ADVANCING 1 LINE.
011380     MOVE "SUSPENDED FOR NON-USE" TO KJ-TOT-LABEL.
011390     MOVE KJ-SUSPENDED-COUNT TO KJ-TOT-COUNT.
011400     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
011410         AFTER ADVANCING 1 LINE.
011420     MOVE "MAINTENANCE ACCEPTED THIS RUN" TO KJ-TOT-LABEL.
011430     MOVE KJ-ACCEPT-COUNT TO KJ-TOT-COUNT.
011440     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
011450         AFTER ADVANCING 1 LINE.
011460     MOVE "MAINTENANCE REJECTED THIS RUN" TO KJ-TOT-LABEL.
011470     MOVE KJ-REJECT-COUNT TO KJ-TOT-COUNT.
011480     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
011490         AFTER ADVANCING 1 LINE.
011500 4600-PRINT-TOTALS-EXIT.
011510     EXIT.
011520
011530*-----------------------------------------------------------------
011540* 8000-DAY-NUMBER - CONVERTS THE DATE IN KJ-OMN-DATE-IN TO A DAY
011550* NUMBER COUNTED FROM A FIXED ORIGIN, WITH MARCH TAKEN AS THE
011560* FIRST MONTH OF THE YEAR SO THE LEAP DAY FALLS AT YEAR END.
011570* EACH DIVISION IS TRUNCATED ON ITS OWN.
011580*-----------------------------------------------------------------
011590 8000-DAY-NUMBER.
011600     MOVE KJ-OMN-DATE-YYYY TO KJ-DAY-YEAR.
011610     MOVE KJ-OMN-DATE-MM   TO KJ-DAY-MONTH.
011620     IF KJ-DAY-MONTH < 3
011630         SUBTRACT 1 FROM KJ-DAY-YEAR
011640         ADD 12 TO KJ-DAY-MONTH
011650     END-IF.
011660     COMPUTE KJ-OMN-DAY-NUM =
011670         365 * KJ-DAY-YEAR + KJ-OMN-DATE-DD.
011680     DIVIDE KJ-DAY-YEAR BY 4 GIVING KJ-DAY-QUOT.
011690     ADD KJ-DAY-QUOT TO KJ-OMN-DAY-NUM.
011700     DIVIDE KJ-DAY-YEAR BY 100 GIVING KJ-DAY-QUOT.
011710     SUBTRACT KJ-DAY-QUOT FROM KJ-OMN-DAY-NUM.
011720     DIVIDE KJ-DAY-YEAR BY 400 GIVING KJ-DAY-QUOT.
011730     ADD KJ-DAY-QUOT TO KJ-OMN-DAY-NUM.
011740     COMPUTE KJ-DAY-WORK = 153 * (KJ-DAY-MONTH - 3) + 2.
011750     DIVIDE KJ-DAY-WORK BY 5 GIVING KJ-DAY-QUOT.
011760     ADD KJ-DAY-QUOT TO KJ-OMN-DAY-NUM.
011770 8000-DAY-NUMBER-EXIT.
011780     EXIT.
011790
011800*-----------------------------------------------------------------
011810* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
011820* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
011830* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
011840* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
011850*-----------------------------------------------------------------
011860 9000-RAISE-CONDITION.
011870     IF NOT KJ-ERRSUMM-OPEN
011880         OPEN OUTPUT ERRSUMM
011890         SET KJ-ERRSUMM-OPEN TO TRUE
011900     END-IF.
011910     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
011920     MOVE KJ-OMN-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
011930     MOVE KJ-OMN-RUN-DATE     TO KJ-ERR-RUN-DATE.
011940     COMPUTE KJ-ERR-RUN-TIME = KJ-OMN-RUN-TIME / 100.
011950     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
011960     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
011970     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
011980     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
011990     WRITE KJ-ERROR-SUMMARY-RECORD.
012000     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
012010         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
012020     END-IF.
012030 9000-RAISE-CONDITION-EXIT.
012040     EXIT.
