000010*****************************************************************
000020* IDENTIFICATION DIVISION.
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    KJBKOUT.
000060 AUTHOR.        J A KLAUSEN.
000070 INSTALLATION.  KNOWIT BATCH SHOP - ADVENT CALENDAR.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*****************************************************************
000110* RUN BACKOUT FOR KNOW-IT-JULEKALENDER (DAY 07).  WHEN A NIGHT
000120* RAN WITH A BAD RULE OR A BAD CONTROL CARD, THIS UTILITY TAKES
000130* THE NIGHT BACK OUT OF EVERY FILE IT POSTED TO, SO THE NEXT
000140* RUN STARTS FROM CLEAN BOOKS INSTEAD OF A HAND REPAIR:
000150*     QUALMAST - THE QUALIFIERS THE NIGHT ADDED (FIRST RUN DATE
000160*                = THE NIGHT) ARE DELETED
000170*     DIVCOVER - THE NIGHT'S COVERAGE RANGES ARE WITHDRAWN, AND
000180*                SO IS ANY OTHER RANGE FOR A DIVISOR THAT LOST
000190*                QUALIFIERS (A RANGE KJQMAUDT CONSOLIDATED CAN
000200*                CARRY THE NIGHT'S VALUES UNDER ITS OWN DATE),
000210*                SO THE FAST PATH NEVER ANSWERS SHORT FROM A
000220*                MASTER THAT NO LONGER BACKS IT; REWRITTEN TO
000230*                DIVCNEW
000240*     CALRESLT - THE NIGHT'S ENGINE ANSWERS, AND THE KJROLLUP
000250*                ANSWER THAT FOLLOWS THEM, ARE MARKED REVERSED
000260*                (NOT DROPPED); REWRITTEN TO CALRNEW
000270*     AUDITLOG - THE NIGHT'S AUDIT RECORDS ARE MARKED REVERSED
000280*                (NOT DROPPED); THE GENERATIONS READ ON AUDITIN
000290*                ARE REWRITTEN TO AUDNEW
000300*     SCOREOUT - EVERY BATCH THE NIGHT SENT GETS A CANCELLATION
000310*                BATCH ON CANCELOUT, UNDER THE SAME HEADER AND
000320*                TRAILER WRAPPING AND A FRESH FILE SEQUENCE
000330*                NUMBER OFF SEQFILE, REPEATING THE DATA RECORDS
000340*                OF THE BATCH AS TRANSMITTED (SCOREIN)
000350*     XMITREG  - EACH OF THE NIGHT'S BATCHES IS POSTED AT STATUS
000360*                R (REVERSED) AND EACH CANCELLATION BATCH IS
000370*                REGISTERED AT STATUS S, SO THE REGISTER REPORT
000380*                SEES NO GAP IN THE SEQUENCE
000390* THE NIGHT IS NAMED ON THE CONTROL CARD (BKOCTL, KJBKCREC) BY
000400* RUN DATE OR BY THE FILE SEQUENCE OF ANY BATCH IT SENT.  THE
000410* OPERATOR ON THE CARD MUST BE AN ACTIVE LEVEL 3 OPERATOR ON
000420* OPERMAST.  A BAD CARD, AN UNAUTHORIZED OPERATOR, OR A NIGHT'S
000430* BATCH MISSING FROM SCOREIN STOPS THE RUN BEFORE ANY FILE IS
000440* TOUCHED.  THE JCL SWAPS DIVCNEW, CALRNEW AND AUDNEW IN AFTER
000450* A CLEAN RUN AND TRANSMITS CANCELOUT.  BKORPT LISTS WHAT WAS
000460* DONE, AND BY WHOM.
000470*
000480* MOD-HISTORY.
000490*     2026-10-15 JAK  NEW PROGRAM - RUN BACKOUT UTILITY.
000500*     2026-10-15 JAK  AUDITLOG WIDENED TO 73 FOR ITS CALENDAR DAY
000510*                     NUMBER; EVERY DAY'S RECORD FOR THE NIGHT IS
000520*                     MARKED REVERSED.
000530*     2026-10-15 JAK  QUALMAST AND DIVCOVER ARE KEYED BY RULE
000540*                     TYPE: THE DELETED SPANS ARE KEPT PER TYPE
000550*                     AND DIVISOR AND ONLY MATCHING COVERAGE IS
000560*                     WITHDRAWN (BLANK COVERAGE TYPE = D).
000570*****************************************************************
000580 ENVIRONMENT DIVISION.
000590 CONFIGURATION SECTION.
000600 SOURCE-COMPUTER.   IBM-370.
000610 OBJECT-COMPUTER.   IBM-370.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     SELECT BKOCTL   ASSIGN TO BKOCTL
000650         ORGANIZATION IS SEQUENTIAL.
000660
000670     SELECT OPERMAST ASSIGN TO OPERMAST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS KJ-OPR-OPERATOR-ID.
000710
000720     SELECT XMITREG  ASSIGN TO XMITREG
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS KJ-XRG-FILE-SEQ-NUM.
000760
000770     SELECT SCOREIN  ASSIGN TO SCOREIN
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT CANCELOUT ASSIGN TO CANCELOUT
000810         ORGANIZATION IS SEQUENTIAL.
000820
000830     SELECT SEQFILE  ASSIGN TO SEQFILE
000840         ORGANIZATION IS SEQUENTIAL.
000850
000860     SELECT QUALMAST ASSIGN TO QUALMAST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS DYNAMIC
000890         RECORD KEY IS KJ-QMS-KEY.
000900
000910     SELECT DIVCOVER ASSIGN TO DIVCOVER
000920         ORGANIZATION IS SEQUENTIAL.
000930
000940     SELECT DIVCNEW  ASSIGN TO DIVCNEW
000950         ORGANIZATION IS SEQUENTIAL.
000960
000970     SELECT CALRESLT ASSIGN TO CALRESLT
000980         ORGANIZATION IS SEQUENTIAL.
000990
001000     SELECT CALRNEW  ASSIGN TO CALRNEW
001010         ORGANIZATION IS SEQUENTIAL.
001020
001030     SELECT AUDITIN  ASSIGN TO AUDITIN
001040         ORGANIZATION IS SEQUENTIAL.
001050
001060     SELECT AUDNEW   ASSIGN TO AUDNEW
001070         ORGANIZATION IS SEQUENTIAL.
001080
001090     SELECT BKORPT   ASSIGN TO BKORPT
001100         ORGANIZATION IS SEQUENTIAL.
001110
001120     SELECT ERRSUMM  ASSIGN TO ERRSUMM
001130         ORGANIZATION IS SEQUENTIAL.
001140
001150 DATA DIVISION.
001160 FILE SECTION.
001170 FD  BKOCTL
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 30 CHARACTERS.
001200     COPY KJBKCREC.
001210
001220 FD  OPERMAST
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 40 CHARACTERS.
001250     COPY KJOPRREC.
001260
001270 FD  XMITREG
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 60 CHARACTERS.
001300     COPY KJXRGREC.
001310
001320 FD  SCOREIN
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 44 CHARACTERS.
001350     COPY KJSCOREC.
001360     COPY KJSCHREC.
001370     COPY KJSCTREC.
001380
001390 FD  CANCELOUT
001400     LABEL RECORDS ARE STANDARD
001410     RECORD CONTAINS 44 CHARACTERS.
001420 01  KJ-CANCEL-RECORD         PIC X(44).
001430
001440 FD  SEQFILE
001450     LABEL RECORDS ARE STANDARD
001460     RECORD CONTAINS 16 CHARACTERS.
001470     COPY KJSEQREC.
001480
001490 FD  QUALMAST
001500     LABEL RECORDS ARE STANDARD
001510     RECORD CONTAINS 40 CHARACTERS.
001520     COPY KJQMSREC.
001530
001540 FD  DIVCOVER
001550     LABEL RECORDS ARE STANDARD
001560     RECORD CONTAINS 40 CHARACTERS.
001570     COPY KJDCVREC.
001580
001590 FD  DIVCNEW
001600     LABEL RECORDS ARE STANDARD
001610     RECORD CONTAINS 40 CHARACTERS.
001620 01  KJ-DIVCNEW-RECORD        PIC X(40).
001630
001640 FD  CALRESLT
001650     LABEL RECORDS ARE STANDARD
001660     RECORD CONTAINS 51 CHARACTERS.
001670     COPY KJCALREC.
001680
001690 FD  CALRNEW
001700     LABEL RECORDS ARE STANDARD
001710     RECORD CONTAINS 51 CHARACTERS.
001720 01  KJ-CAL-NEW-RECORD        PIC X(51).
001730
001740 FD  AUDITIN
001750     LABEL RECORDS ARE STANDARD
001760     RECORD CONTAINS 73 CHARACTERS.
001770     COPY KJAUDREC.
001780
001790 FD  AUDNEW
001800     LABEL RECORDS ARE STANDARD
001810     RECORD CONTAINS 73 CHARACTERS.
001820 01  KJ-AUD-NEW-RECORD        PIC X(73).
001830
001840 FD  BKORPT
001850     LABEL RECORDS ARE STANDARD
001860     RECORD CONTAINS 132 CHARACTERS.
001870 01  KJ-PRINT-LINE            PIC X(132).
001880
001890 FD  ERRSUMM
001900     LABEL RECORDS ARE STANDARD
001910     RECORD CONTAINS 80 CHARACTERS.
001920     COPY KJERRREC.
001930
001940 WORKING-STORAGE SECTION.
001950 01  KJ-BKO-PROGRAM-NAME      PIC X(08) VALUE "KJBKOUT".
001960 01  KJ-BKO-OPERATOR          PIC X(08) VALUE "UNKNOWN".
001970 01  KJ-BKO-RUN-DATE          PIC 9(8) VALUE 0.
001980 01  KJ-BKO-RUN-TIME          PIC 9(8) VALUE 0.
001990 01  KJ-BKO-NIGHT-DATE        PIC 9(8) VALUE 0.
002000 01  KJ-BKO-CARD-SEQ          PIC 9(6) VALUE 0.
002010 01  KJ-BKO-FILE-SEQ-NUM      PIC 9(6) VALUE 0.
002020
002030*****************************************************************
002040* PROGRAM NAMES THAT POST DAY 07 ANSWERS TO CALRESLT - THE
002050* ENGINE ITSELF, AND THE ROLLUP OF A SPLIT NIGHT'S STEPS.  THE
002060* ROLLUP RUNS WITH ITS OWN RUN DATE, SO ITS ANSWER BELONGS TO
002070* THE NIGHT WHOSE ENGINE ANSWERS IT FOLLOWS ON THE FILE.
002080*****************************************************************
002090 01  KJ-BKO-ENGINE-ID         PIC X(08) VALUE "KNOWIT07".
002100 01  KJ-BKO-ROLLUP-ID         PIC X(08) VALUE "KJROLLUP".
002110
002120*****************************************************************
002130* THE NIGHT'S SCOREOUT BATCHES, GATHERED OFF THE TRANSMISSION
002140* REGISTER.  A NIGHT NORMALLY SENDS ONE BATCH; A QUIESCED AND
002150* RESUMED NIGHT SENDS ONE PER EXECUTION.
002160*****************************************************************
002170 01  KJ-BKO-BATCH-TABLE.
002180     05  KJ-BKB-ENTRY OCCURS 50 TIMES.
002190         10  KJ-BKB-FILE-SEQ   PIC 9(6).
002200         10  KJ-BKB-RECORD-COUNT PIC 9(9).
002210         10  KJ-BKB-HASH-TOTAL PIC 9(15).
002220         10  KJ-BKB-CANCEL-SEQ PIC 9(6).
002230         10  KJ-BKB-CXL-COUNT  PIC 9(9).
002240         10  KJ-BKB-CXL-HASH   PIC 9(15).
002250         10  KJ-BKB-FOUND-SW   PIC X(01).
002260             88  KJ-BKB-FOUND         VALUE "Y".
002270
002280 01  KJ-BKO-BATCH-COUNT       PIC 9(4) COMP VALUE 0.
002290 01  KJ-BKO-BATCH-IDX         PIC 9(4) COMP VALUE 0.
002300 01  KJ-BKO-CUR-BATCH         PIC 9(4) COMP VALUE 0.
002310
002320*****************************************************************
002330* RULE TYPES/DIVISORS THAT LOST QUALIFIERS OFF QUALMAST, WITH THE
002340* LOWEST AND HIGHEST VALUE DELETED.  ANY COVERAGE RANGE FOR THE
002350* TYPE AND DIVISOR OVERLAPPING THAT SPAN IS WITHDRAWN (A BLANK
002360* COVERAGE TYPE IS TYPE D).  SHOULD THE TABLE FILL, EVERY RANGE
002370* IS WITHDRAWN - THE SAFE SIDE IS A REGRIND.
002380*****************************************************************
002390 01  KJ-BKO-DIV-TABLE.
002400     05  KJ-BKD-ENTRY OCCURS 200 TIMES.
002410         10  KJ-BKD-RULE-TYPE  PIC X(01).
002420         10  KJ-BKD-DIVISOR    PIC 9(4).
002430         10  KJ-BKD-LOW-CNT    PIC 9(9).
002440         10  KJ-BKD-HIGH-CNT   PIC 9(9).
002450
002460 01  KJ-BKO-DIV-COUNT         PIC 9(4) COMP VALUE 0.
002470 01  KJ-BKO-DIV-IDX           PIC 9(4) COMP VALUE 0.
002480 01  KJ-BKO-DIV-HIT           PIC 9(4) COMP VALUE 0.
002490 01  KJ-BKO-DCV-TYPE          PIC X(01) VALUE "D".
002500
002510 01  KJ-BKO-QMS-DELETED       PIC 9(7) VALUE 0.
002520 01  KJ-BKO-DCV-WITHDRAWN     PIC 9(7) VALUE 0.
002530 01  KJ-BKO-DCV-KEPT          PIC 9(7) VALUE 0.
002540 01  KJ-BKO-CAL-MARKED        PIC 9(7) VALUE 0.
002550 01  KJ-BKO-AUD-MARKED        PIC 9(7) VALUE 0.
002560 01  KJ-BKO-BATCH-REVERSED    PIC 9(7) VALUE 0.
002570 01  KJ-BKO-CXL-WRITTEN       PIC 9(7) VALUE 0.
002580 01  KJ-BKO-MISSING-COUNT     PIC 9(4) COMP VALUE 0.
002590
002600 01  KJ-BKO-OK-SW             PIC X(01) VALUE "N".
002610     88  KJ-BKO-OK                   VALUE "Y".
002620 01  KJ-BKOCTL-EOF-SW         PIC X(01) VALUE "N".
002630     88  KJ-BKOCTL-EOF               VALUE "Y".
002640 01  KJ-XMITREG-EOF-SW        PIC X(01) VALUE "N".
002650     88  KJ-XMITREG-EOF              VALUE "Y".
002660 01  KJ-SCOREIN-EOF-SW        PIC X(01) VALUE "N".
002670     88  KJ-SCOREIN-EOF              VALUE "Y".
002680 01  KJ-QUALMAST-EOF-SW       PIC X(01) VALUE "N".
002690     88  KJ-QUALMAST-EOF             VALUE "Y".
002700 01  KJ-DIVCOVER-EOF-SW       PIC X(01) VALUE "N".
002710     88  KJ-DIVCOVER-EOF             VALUE "Y".
002720 01  KJ-CALRESLT-EOF-SW       PIC X(01) VALUE "N".
002730     88  KJ-CALRESLT-EOF             VALUE "Y".
002740 01  KJ-AUDITIN-EOF-SW        PIC X(01) VALUE "N".
002750     88  KJ-AUDITIN-EOF              VALUE "Y".
002760 01  KJ-IN-BATCH-SW           PIC X(01) VALUE "N".
002770     88  KJ-IN-BATCH                 VALUE "Y".
002780 01  KJ-IN-NIGHT-SW           PIC X(01) VALUE "N".
002790     88  KJ-IN-NIGHT                 VALUE "Y".
002800 01  KJ-DIV-FULL-SW           PIC X(01) VALUE "N".
002810     88  KJ-DIV-FULL                 VALUE "Y".
002820 01  KJ-WITHDRAW-SW           PIC X(01) VALUE "N".
002830     88  KJ-WITHDRAW                 VALUE "Y".
002840
002850*****************************************************************
002860* BACKOUT REPORT LINES (BKORPT, 132-BYTE PRINT).
002870*****************************************************************
002880 01  KJ-BKO-HEAD-1.
002890     05  FILLER               PIC X(08) VALUE "KJBKOUT".
002900     05  FILLER               PIC X(04) VALUE SPACES.
002910     05  FILLER               PIC X(30)
002920             VALUE "RUN BACKOUT REPORT".
002930     05  FILLER               PIC X(09) VALUE "RUN DATE ".
002940     05  KJ-BH1-RUN-DATE      PIC 9(8).
002950     05  FILLER               PIC X(03) VALUE SPACES.
002960     05  FILLER               PIC X(09) VALUE "OPERATOR ".
002970     05  KJ-BH1-OPERATOR      PIC X(08).
002980     05  FILLER               PIC X(53) VALUE SPACES.
002990
003000 01  KJ-BKO-HEAD-2.
003010     05  FILLER               PIC X(17)
003020             VALUE "NIGHT BACKED OUT ".
003030     05  KJ-BH2-NIGHT-DATE    PIC 9(8).
003040     05  FILLER               PIC X(107) VALUE SPACES.
003050
003060 01  KJ-BKO-BATCH-LINE.
003070     05  FILLER               PIC X(02) VALUE SPACES.
003080     05  FILLER               PIC X(06) VALUE "BATCH ".
003090     05  KJ-BBL-FILE-SEQ      PIC 9(6).
003100     05  FILLER               PIC X(02) VALUE SPACES.
003110     05  FILLER               PIC X(08) VALUE "RECORDS ".
003120     05  KJ-BBL-RECORD-COUNT  PIC Z(8)9.
003130     05  FILLER               PIC X(02) VALUE SPACES.
003140     05  FILLER               PIC X(05) VALUE "HASH ".
003150     05  KJ-BBL-HASH-TOTAL    PIC Z(14)9.
003160     05  FILLER               PIC X(02) VALUE SPACES.
003170     05  FILLER               PIC X(24)
003180             VALUE "REVERSED - CANCEL BATCH ".
003190     05  KJ-BBL-CANCEL-SEQ    PIC 9(6).
003200     05  FILLER               PIC X(45) VALUE SPACES.
003210
003220 01  KJ-BKO-TOTAL-LINE.
003230     05  FILLER               PIC X(02) VALUE SPACES.
003240     05  KJ-BTL-LABEL         PIC X(40).
003250     05  KJ-BTL-COUNT         PIC Z(8)9.
003260     05  FILLER               PIC X(81) VALUE SPACES.
003270
003280*****************************************************************
003290* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
003300* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
003310* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
003320* RETURN-CODE BEFORE STOP RUN.
003330*****************************************************************
003340 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
003350 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
003360 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
003370 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
003380 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
003390
003400 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
003410     88  KJ-ERRSUMM-OPEN             VALUE "Y".
003420
003430 PROCEDURE DIVISION.
003440*-----------------------------------------------------------------
003450* 0000-MAINLINE.
003460*-----------------------------------------------------------------
003470 0000-MAINLINE.
003480     ACCEPT KJ-BKO-RUN-DATE FROM DATE YYYYMMDD.
003490     ACCEPT KJ-BKO-RUN-TIME FROM TIME.
003500     PERFORM 1000-READ-CONTROL
003510         THRU 1000-READ-CONTROL-EXIT.
003520     IF KJ-BKO-OK
003530         PERFORM 1100-VALIDATE-OPERATOR
003540             THRU 1100-VALIDATE-OPERATOR-EXIT
003550     END-IF.
003560     IF KJ-BKO-OK
003570         PERFORM 1200-FIND-NIGHT
003580             THRU 1200-FIND-NIGHT-EXIT
003590     END-IF.
003600     IF KJ-BKO-OK
003610         PERFORM 2000-VERIFY-SCOREIN
003620             THRU 2000-VERIFY-SCOREIN-EXIT
003630     END-IF.
003640     IF KJ-BKO-OK
003650         PERFORM 2500-BUILD-CANCELS
003660             THRU 2500-BUILD-CANCELS-EXIT
003670         PERFORM 3000-BACKOUT-QUALMAST
003680             THRU 3000-BACKOUT-QUALMAST-EXIT
003690         PERFORM 4000-WITHDRAW-COVERAGE
003700             THRU 4000-WITHDRAW-COVERAGE-EXIT
003710         PERFORM 5000-MARK-CALRESLT
003720             THRU 5000-MARK-CALRESLT-EXIT
003730         PERFORM 6000-MARK-AUDIT
003740             THRU 6000-MARK-AUDIT-EXIT
003750         PERFORM 7000-POST-REGISTER
003760             THRU 7000-POST-REGISTER-EXIT
003770         PERFORM 8000-WRITE-REPORT
003780             THRU 8000-WRITE-REPORT-EXIT
003790         DISPLAY "KJBKOUT - NIGHT " KJ-BKO-NIGHT-DATE
003800             " BACKED OUT BY OPERATOR " KJ-BKO-OPERATOR
003810         DISPLAY "KJBKOUT - QUALMAST DELETED:   "
003820             KJ-BKO-QMS-DELETED
003830         DISPLAY "KJBKOUT - DIVCOVER WITHDRAWN: "
003840             KJ-BKO-DCV-WITHDRAWN
003850         DISPLAY "KJBKOUT - CALRESLT REVERSED:  "
003860             KJ-BKO-CAL-MARKED
003870         DISPLAY "KJBKOUT - AUDITLOG REVERSED:  "
003880             KJ-BKO-AUD-MARKED
003890         DISPLAY "KJBKOUT - BATCHES CANCELLED:  "
003900             KJ-BKO-BATCH-REVERSED
003910     END-IF.
003920     IF KJ-ERRSUMM-OPEN
003930         CLOSE ERRSUMM
003940     END-IF.
003950     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
003960     STOP RUN.
003970
003980*-----------------------------------------------------------------
003990* 1000-READ-CONTROL - READS THE BACKOUT CONTROL CARD.  A MISSING
004000* CARD, OR ONE NAMING NEITHER A RUN DATE NOR A FILE SEQUENCE,
004010* STOPS THE RUN BEFORE ANY FILE IS TOUCHED - THERE IS NO SAFE
004020* DEFAULT FOR A BACKOUT.
004030*-----------------------------------------------------------------
004040 1000-READ-CONTROL.
004050     OPEN INPUT BKOCTL.
004060     READ BKOCTL
004070         AT END
004080             SET KJ-BKOCTL-EOF TO TRUE
004090         NOT AT END
004100             MOVE KJ-BKC-RUN-DATE     TO KJ-BKO-NIGHT-DATE
004110             MOVE KJ-BKC-FILE-SEQ-NUM TO KJ-BKO-CARD-SEQ
004120             IF KJ-BKC-OPERATOR NOT EQUAL TO SPACES
004130                 MOVE KJ-BKC-OPERATOR TO KJ-BKO-OPERATOR
004140             END-IF
004150     END-READ.
004160     CLOSE BKOCTL.
004170     IF KJ-BKO-NIGHT-DATE = 0 AND KJ-BKO-CARD-SEQ = 0
004180         DISPLAY "KJ1100E NO RUN DATE OR FILE SEQUENCE ON THE "
004190             "CONTROL CARD - NOTHING BACKED OUT."
004200         MOVE "KJ1100E" TO KJ-RAISE-CONDITION
004210         MOVE "E"       TO KJ-RAISE-SEVERITY
004220         MOVE 8         TO KJ-RAISE-RC
004230         MOVE "NO NIGHT NAMED ON BACKOUT CONTROL CARD"
004240             TO KJ-RAISE-TEXT
004250         PERFORM 9000-RAISE-CONDITION
004260             THRU 9000-RAISE-CONDITION-EXIT
004270     ELSE
004280         SET KJ-BKO-OK TO TRUE
004290     END-IF.
004300 1000-READ-CONTROL-EXIT.
004310     EXIT.
004320
004330*-----------------------------------------------------------------
004340* 1100-VALIDATE-OPERATOR - A BACKOUT REWRITES THE SHOP'S BOOKS,
004350* SO THE OPERATOR ON THE CARD MUST BE ON OPERMAST, ACTIVE, AND
004360* AT LEVEL 3 - THE SAME BAR AS RULE MAINTENANCE.
004370*-----------------------------------------------------------------
004380 1100-VALIDATE-OPERATOR.
004390     MOVE "N" TO KJ-BKO-OK-SW.
004400     OPEN INPUT OPERMAST.
004410     MOVE KJ-BKO-OPERATOR TO KJ-OPR-OPERATOR-ID.
004420     READ OPERMAST
004430         INVALID KEY
004440             CONTINUE
004450         NOT INVALID KEY
004460             IF KJ-OPR-ACTIVE AND KJ-OPR-AUTH-LEVEL >= 3
004470                 SET KJ-BKO-OK TO TRUE
004480             END-IF
004490     END-READ.
004500     CLOSE OPERMAST.
004510     IF NOT KJ-BKO-OK
004520         DISPLAY "KJ1110E OPERATOR " KJ-BKO-OPERATOR " IS NOT "
004530             "AUTHORIZED FOR A RUN BACKOUT - NOTHING BACKED OUT."
004540         MOVE "KJ1110E" TO KJ-RAISE-CONDITION
004550         MOVE "E"       TO KJ-RAISE-SEVERITY
004560         MOVE 8         TO KJ-RAISE-RC
004570         MOVE "OPERATOR NOT AUTHORIZED FOR BACKOUT"
004580             TO KJ-RAISE-TEXT
004590         PERFORM 9000-RAISE-CONDITION
004600             THRU 9000-RAISE-CONDITION-EXIT
004610     END-IF.
004620 1100-VALIDATE-OPERATOR-EXIT.
004630     EXIT.
004640
004650*-----------------------------------------------------------------
004660* 1200-FIND-NIGHT - RESOLVES THE NIGHT AND GATHERS ITS BATCHES.
004670* A FILE SEQUENCE ON THE CARD IS LOOKED UP ON THE REGISTER FOR
004680* ITS RUN DATE; THE WHOLE NIGHT IS THEN BACKED OUT, SINCE ITS
004690* QUALMAST, COVERAGE AND ANSWERS ARE NIGHT-WIDE.  THE REGISTER
004700* IS THEN READ END TO END FOR EVERY RESULTS BATCH OF THAT RUN
004710* DATE.  A BATCH ALREADY AT R IS PASSED OVER, SO A BACKOUT
004720* RERUN SENDS NO SECOND CANCELLATION.
004730*-----------------------------------------------------------------
004740 1200-FIND-NIGHT.
004750     OPEN INPUT XMITREG.
004760     IF KJ-BKO-CARD-SEQ > 0
004770         MOVE KJ-BKO-CARD-SEQ TO KJ-XRG-FILE-SEQ-NUM
004780         READ XMITREG
004790             INVALID KEY
004800                 MOVE "N" TO KJ-BKO-OK-SW
004810             NOT INVALID KEY
004820                 IF KJ-BKO-NIGHT-DATE = 0
004830                     MOVE KJ-XRG-RUN-DATE TO KJ-BKO-NIGHT-DATE
004840                 END-IF
004850         END-READ
004860         IF NOT KJ-BKO-OK
004870             DISPLAY "KJ1120E FILE SEQUENCE " KJ-BKO-CARD-SEQ
004880                 " IS NOT ON THE TRANSMISSION REGISTER - "
004890                 "NOTHING BACKED OUT."
004900             MOVE "KJ1120E" TO KJ-RAISE-CONDITION
004910             MOVE "E"       TO KJ-RAISE-SEVERITY
004920             MOVE 8         TO KJ-RAISE-RC
004930             MOVE "BACKOUT SEQUENCE NOT ON TRANSMISSION REG"
004940                 TO KJ-RAISE-TEXT
004950             PERFORM 9000-RAISE-CONDITION
004960                 THRU 9000-RAISE-CONDITION-EXIT
004970             CLOSE XMITREG
004980             GO TO 1200-FIND-NIGHT-EXIT
004990         END-IF
005000         IF KJ-XRG-RUN-DATE NOT = KJ-BKO-NIGHT-DATE
005010             OR KJ-XRG-CANCEL-BATCH
005020             DISPLAY "KJ1105E FILE SEQUENCE " KJ-BKO-CARD-SEQ
005030                 " IS NOT A RESULTS BATCH OF RUN DATE "
005040                 KJ-BKO-NIGHT-DATE " - NOTHING BACKED OUT."
005050             MOVE "KJ1105E" TO KJ-RAISE-CONDITION
005060             MOVE "E"       TO KJ-RAISE-SEVERITY
005070             MOVE 8         TO KJ-RAISE-RC
005080             MOVE "BACKOUT CARD DATE AND SEQUENCE DISAGREE"
005090                 TO KJ-RAISE-TEXT
005100             PERFORM 9000-RAISE-CONDITION
005110                 THRU 9000-RAISE-CONDITION-EXIT
005120             MOVE "N" TO KJ-BKO-OK-SW
005130             CLOSE XMITREG
005140             GO TO 1200-FIND-NIGHT-EXIT
005150         END-IF
005160     END-IF.
005170     MOVE 0 TO KJ-XRG-FILE-SEQ-NUM.
005180     START XMITREG KEY NOT LESS THAN KJ-XRG-FILE-SEQ-NUM
005190         INVALID KEY
005200             SET KJ-XMITREG-EOF TO TRUE
005210     END-START.
005220     IF NOT KJ-XMITREG-EOF
005230         PERFORM 1210-READ-REGISTER
005240             THRU 1210-READ-REGISTER-EXIT
005250             WITH TEST AFTER UNTIL KJ-XMITREG-EOF
005260     END-IF.
005270     CLOSE XMITREG.
005280     IF KJ-BKO-BATCH-COUNT = 0
005290         DISPLAY "KJ1130W NO UNREVERSED BATCH ON THE REGISTER "
005300             "FOR RUN DATE " KJ-BKO-NIGHT-DATE
005310             " - NO CANCELLATION SENT."
005320         MOVE "KJ1130W" TO KJ-RAISE-CONDITION
005330         MOVE "W"       TO KJ-RAISE-SEVERITY
005340         MOVE 4         TO KJ-RAISE-RC
005350         MOVE "NO BATCH TO CANCEL FOR THE NIGHT"
005360             TO KJ-RAISE-TEXT
005370         PERFORM 9000-RAISE-CONDITION
005380             THRU 9000-RAISE-CONDITION-EXIT
005390     END-IF.
005400 1200-FIND-NIGHT-EXIT.
005410     EXIT.
005420
005430 1210-READ-REGISTER.
005440     READ XMITREG NEXT RECORD
005450         AT END
005460             SET KJ-XMITREG-EOF TO TRUE
005470             GO TO 1210-READ-REGISTER-EXIT
005480     END-READ.
005490     IF KJ-XRG-RUN-DATE NOT = KJ-BKO-NIGHT-DATE
005500         OR KJ-XRG-CANCEL-BATCH
005510         GO TO 1210-READ-REGISTER-EXIT
005520     END-IF.
005530     IF KJ-XRG-REVERSED
005540         DISPLAY "KJ1135W BATCH " KJ-XRG-FILE-SEQ-NUM
005550             " IS ALREADY REVERSED - PASSED OVER."
005560         MOVE "KJ1135W" TO KJ-RAISE-CONDITION
005570         MOVE "W"       TO KJ-RAISE-SEVERITY
005580         MOVE 4         TO KJ-RAISE-RC
005590         MOVE "BATCH ALREADY REVERSED - PASSED OVER"
005600             TO KJ-RAISE-TEXT
005610         PERFORM 9000-RAISE-CONDITION
005620             THRU 9000-RAISE-CONDITION-EXIT
005630         GO TO 1210-READ-REGISTER-EXIT
005640     END-IF.
005650     IF KJ-BKO-BATCH-COUNT NOT < 50
005660         DISPLAY "KJ1140W MORE THAN 50 BATCHES FOR RUN DATE "
005670             KJ-BKO-NIGHT-DATE " - BATCH " KJ-XRG-FILE-SEQ-NUM
005680             " NOT CANCELLED."
005690         MOVE "KJ1140W" TO KJ-RAISE-CONDITION
005700         MOVE "W"       TO KJ-RAISE-SEVERITY
005710         MOVE 4         TO KJ-RAISE-RC
005720         MOVE "BACKOUT BATCH TABLE FULL"
005730             TO KJ-RAISE-TEXT
005740         PERFORM 9000-RAISE-CONDITION
005750             THRU 9000-RAISE-CONDITION-EXIT
005760         GO TO 1210-READ-REGISTER-EXIT
005770     END-IF.
005780     ADD 1 TO KJ-BKO-BATCH-COUNT.
005790     MOVE KJ-BKO-BATCH-COUNT  TO KJ-BKO-BATCH-IDX.
005800     MOVE KJ-XRG-FILE-SEQ-NUM
005810         TO KJ-BKB-FILE-SEQ (KJ-BKO-BATCH-IDX).
005820     MOVE KJ-XRG-RECORD-COUNT
005830         TO KJ-BKB-RECORD-COUNT (KJ-BKO-BATCH-IDX).
005840     MOVE KJ-XRG-HASH-TOTAL
005850         TO KJ-BKB-HASH-TOTAL (KJ-BKO-BATCH-IDX).
005860     MOVE 0   TO KJ-BKB-CANCEL-SEQ (KJ-BKO-BATCH-IDX).
005870     MOVE 0   TO KJ-BKB-CXL-COUNT (KJ-BKO-BATCH-IDX).
005880     MOVE 0   TO KJ-BKB-CXL-HASH (KJ-BKO-BATCH-IDX).
005890     MOVE "N" TO KJ-BKB-FOUND-SW (KJ-BKO-BATCH-IDX).
005900 1210-READ-REGISTER-EXIT.
005910     EXIT.
005920
005930*-----------------------------------------------------------------
005940* 2000-VERIFY-SCOREIN - CONFIRMS EVERY BATCH TO BE CANCELLED IS
005950* ON SCOREIN BEFORE ANYTHING IS TOUCHED.  A CANCELLATION BATCH
005960* MUST REPEAT THE DATA RECORDS THE PARTNER RECEIVED, SO A BATCH
005970* THAT CANNOT BE FOUND STOPS THE WHOLE BACKOUT.
005980*-----------------------------------------------------------------
005990 2000-VERIFY-SCOREIN.
006000     IF KJ-BKO-BATCH-COUNT = 0
006010         GO TO 2000-VERIFY-SCOREIN-EXIT
006020     END-IF.
006030     OPEN INPUT SCOREIN.
006040     PERFORM 2100-SCAN-SCOREIN
006050         THRU 2100-SCAN-SCOREIN-EXIT
006060         WITH TEST AFTER UNTIL KJ-SCOREIN-EOF.
006070     CLOSE SCOREIN.
006080     PERFORM 2200-CHECK-FOUND
006090         THRU 2200-CHECK-FOUND-EXIT
006100         VARYING KJ-BKO-BATCH-IDX FROM 1 BY 1
006110             UNTIL KJ-BKO-BATCH-IDX > KJ-BKO-BATCH-COUNT.
006120     IF KJ-BKO-MISSING-COUNT > 0
006130         MOVE "N" TO KJ-BKO-OK-SW
006140     END-IF.
006150 2000-VERIFY-SCOREIN-EXIT.
006160     EXIT.
006170
006180 2100-SCAN-SCOREIN.
006190     READ SCOREIN
006200         AT END
006210             SET KJ-SCOREIN-EOF TO TRUE
006220             GO TO 2100-SCAN-SCOREIN-EXIT
006230     END-READ.
006240     IF KJ-SCH-HEADER AND KJ-SCH-RESULTS-BATCH
006250         PERFORM 2110-FIND-BATCH
006260             THRU 2110-FIND-BATCH-EXIT
006270         IF KJ-BKO-CUR-BATCH > 0
006280             SET KJ-BKB-FOUND (KJ-BKO-CUR-BATCH) TO TRUE
006290         END-IF
006300     END-IF.
006310 2100-SCAN-SCOREIN-EXIT.
006320     EXIT.
006330
006340*-----------------------------------------------------------------
006350* 2110-FIND-BATCH - LOOKS UP THE HEADER'S FILE SEQUENCE IN THE
006360* BATCH TABLE.  KJ-BKO-CUR-BATCH IS LEFT AT ITS ENTRY, OR ZERO
006370* WHEN THE BATCH IS NOT ONE OF THE NIGHT'S.
006380*-----------------------------------------------------------------
006390 2110-FIND-BATCH.
006400     MOVE 0 TO KJ-BKO-CUR-BATCH.
006410     PERFORM 2120-COMPARE-BATCH
006420         THRU 2120-COMPARE-BATCH-EXIT
006430         VARYING KJ-BKO-BATCH-IDX FROM 1 BY 1
006440             UNTIL KJ-BKO-BATCH-IDX > KJ-BKO-BATCH-COUNT
006450                OR KJ-BKO-CUR-BATCH > 0.
006460 2110-FIND-BATCH-EXIT.
006470     EXIT.
006480
006490 2120-COMPARE-BATCH.
006500     IF KJ-BKB-FILE-SEQ (KJ-BKO-BATCH-IDX) = KJ-SCH-FILE-SEQ-NUM
006510         MOVE KJ-BKO-BATCH-IDX TO KJ-BKO-CUR-BATCH
006520     END-IF.
006530 2120-COMPARE-BATCH-EXIT.
006540     EXIT.
006550
006560 2200-CHECK-FOUND.
006570     IF NOT KJ-BKB-FOUND (KJ-BKO-BATCH-IDX)
006580         ADD 1 TO KJ-BKO-MISSING-COUNT
006590         DISPLAY "KJ1150E BATCH "
006600             KJ-BKB-FILE-SEQ (KJ-BKO-BATCH-IDX)
006610             " IS NOT ON SCOREIN - NOTHING BACKED OUT."
006620         MOVE "KJ1150E" TO KJ-RAISE-CONDITION
006630         MOVE "E"       TO KJ-RAISE-SEVERITY
006640         MOVE 8         TO KJ-RAISE-RC
006650         MOVE "BATCH TO CANCEL NOT FOUND ON SCOREIN"
006660             TO KJ-RAISE-TEXT
006670         PERFORM 9000-RAISE-CONDITION
006680             THRU 9000-RAISE-CONDITION-EXIT
006690     END-IF.
006700 2200-CHECK-FOUND-EXIT.
006710     EXIT.
006720
006730*-----------------------------------------------------------------
006740* 2500-BUILD-CANCELS - WRITES ONE CANCELLATION BATCH TO
006750* CANCELOUT PER BATCH BEING REVERSED.  THE HEADER IS THE
006760* ORIGINAL'S WITH BATCH TYPE C, TODAY'S RUN DATE, A FRESH FILE
006770* SEQUENCE OFF SEQFILE AND THE ORIGINAL SEQUENCE IN
006780* KJ-SCH-CANCELS-SEQ; THE DATA RECORDS ARE REPEATED UNCHANGED;
006790* THE TRAILER CARRIES THE CANCELLATION'S OWN COUNT AND HASH.
006800* ONLY THE FIRST COPY OF A BATCH ON SCOREIN IS USED.  SEQFILE IS
006810* REWRITTEN WITH THE LAST NUMBER TAKEN.
006820*-----------------------------------------------------------------
006830 2500-BUILD-CANCELS.
006840     IF KJ-BKO-BATCH-COUNT = 0
006850         GO TO 2500-BUILD-CANCELS-EXIT
006860     END-IF.
006870     OPEN INPUT SEQFILE.
006880     READ SEQFILE
006890         AT END
006900             MOVE 0 TO KJ-BKO-FILE-SEQ-NUM
006910         NOT AT END
006920             MOVE KJ-SEQ-FILE-NUM TO KJ-BKO-FILE-SEQ-NUM
006930     END-READ.
006940     CLOSE SEQFILE.
006950     MOVE "N" TO KJ-SCOREIN-EOF-SW.
006960     MOVE "N" TO KJ-IN-BATCH-SW.
006970     OPEN INPUT SCOREIN.
006980     OPEN OUTPUT CANCELOUT.
006990     PERFORM 2510-COPY-SCOREIN
007000         THRU 2510-COPY-SCOREIN-EXIT
007010         WITH TEST AFTER UNTIL KJ-SCOREIN-EOF.
007020     CLOSE SCOREIN.
007030     CLOSE CANCELOUT.
007040     OPEN OUTPUT SEQFILE.
007050     MOVE SPACES TO KJ-SEQ-RECORD.
007060     MOVE KJ-BKO-FILE-SEQ-NUM TO KJ-SEQ-FILE-NUM.
007070     WRITE KJ-SEQ-RECORD.
007080     CLOSE SEQFILE.
007090     PERFORM 2600-CHECK-TOTALS
007100         THRU 2600-CHECK-TOTALS-EXIT
007110         VARYING KJ-BKO-BATCH-IDX FROM 1 BY 1
007120             UNTIL KJ-BKO-BATCH-IDX > KJ-BKO-BATCH-COUNT.
007130 2500-BUILD-CANCELS-EXIT.
007140     EXIT.
007150
007160 2510-COPY-SCOREIN.
007170     READ SCOREIN
007180         AT END
007190             SET KJ-SCOREIN-EOF TO TRUE
007200             GO TO 2510-COPY-SCOREIN-EXIT
007210     END-READ.
007220     IF KJ-SCH-HEADER
007230         MOVE "N" TO KJ-IN-BATCH-SW
007240         IF KJ-SCH-RESULTS-BATCH
007250             PERFORM 2110-FIND-BATCH
007260                 THRU 2110-FIND-BATCH-EXIT
007270             IF KJ-BKO-CUR-BATCH > 0
007280                 IF KJ-BKB-CANCEL-SEQ (KJ-BKO-CUR-BATCH) = 0
007290                     PERFORM 2520-WRITE-CANCEL-HEADER
007300                         THRU 2520-WRITE-CANCEL-HEADER-EXIT
007310                 END-IF
007320             END-IF
007330         END-IF
007340         GO TO 2510-COPY-SCOREIN-EXIT
007350     END-IF.
007360     IF NOT KJ-IN-BATCH
007370         GO TO 2510-COPY-SCOREIN-EXIT
007380     END-IF.
007390     IF KJ-SCT-TRAILER
007400         PERFORM 2530-WRITE-CANCEL-TRAILER
007410             THRU 2530-WRITE-CANCEL-TRAILER-EXIT
007420         MOVE "N" TO KJ-IN-BATCH-SW
007430     ELSE
007440         MOVE KJ-SCORE-RECORD TO KJ-CANCEL-RECORD
007450         WRITE KJ-CANCEL-RECORD
007460         ADD 1 TO KJ-BKB-CXL-COUNT (KJ-BKO-CUR-BATCH)
007470         ADD KJ-SCR-CNT TO KJ-BKB-CXL-HASH (KJ-BKO-CUR-BATCH)
007480         ADD 1 TO KJ-BKO-CXL-WRITTEN
007490     END-IF.
007500 2510-COPY-SCOREIN-EXIT.
007510     EXIT.
007520
007530 2520-WRITE-CANCEL-HEADER.
007540     ADD 1 TO KJ-BKO-FILE-SEQ-NUM.
007550     MOVE KJ-BKO-FILE-SEQ-NUM
007560         TO KJ-BKB-CANCEL-SEQ (KJ-BKO-CUR-BATCH).
007570     MOVE KJ-SCH-FILE-SEQ-NUM TO KJ-SCH-CANCELS-SEQ.
007580     MOVE "C"                 TO KJ-SCH-BATCH-TYPE.
007590     MOVE KJ-BKO-RUN-DATE     TO KJ-SCH-RUN-DATE.
007600     MOVE KJ-BKO-FILE-SEQ-NUM TO KJ-SCH-FILE-SEQ-NUM.
007610     MOVE KJ-SCORE-HEADER-RECORD TO KJ-CANCEL-RECORD.
007620     WRITE KJ-CANCEL-RECORD.
007630     SET KJ-IN-BATCH TO TRUE.
007640 2520-WRITE-CANCEL-HEADER-EXIT.
007650     EXIT.
007660
007670 2530-WRITE-CANCEL-TRAILER.
007680     MOVE SPACES TO KJ-SCORE-TRAILER-RECORD.
007690     MOVE "T" TO KJ-SCT-RECORD-TYPE.
007700     MOVE KJ-BKB-CXL-COUNT (KJ-BKO-CUR-BATCH)
007710         TO KJ-SCT-RECORD-COUNT.
007720     MOVE KJ-BKB-CXL-HASH (KJ-BKO-CUR-BATCH)
007730         TO KJ-SCT-HASH-TOTAL.
007740     MOVE KJ-BKO-RUN-DATE TO KJ-SCT-RUN-DATE.
007750     MOVE KJ-SCORE-TRAILER-RECORD TO KJ-CANCEL-RECORD.
007760     WRITE KJ-CANCEL-RECORD.
007770 2530-WRITE-CANCEL-TRAILER-EXIT.
007780     EXIT.
007790
007800*-----------------------------------------------------------------
007810* 2600-CHECK-TOTALS - A CANCELLATION THAT DOES NOT REPEAT THE
007820* REGISTERED COUNT AND HASH WAS BUILT FROM A SCOREIN THAT IS
007830* NOT WHAT WENT OUT.  IT IS STILL SENT, BUT FLAGGED.
007840*-----------------------------------------------------------------
007850 2600-CHECK-TOTALS.
007860     IF KJ-BKB-CXL-COUNT (KJ-BKO-BATCH-IDX)
007870             NOT = KJ-BKB-RECORD-COUNT (KJ-BKO-BATCH-IDX)
007880         OR KJ-BKB-CXL-HASH (KJ-BKO-BATCH-IDX)
007890             NOT = KJ-BKB-HASH-TOTAL (KJ-BKO-BATCH-IDX)
007900         DISPLAY "KJ1160W CANCELLATION OF BATCH "
007910             KJ-BKB-FILE-SEQ (KJ-BKO-BATCH-IDX)
007920             " DOES NOT MATCH THE REGISTERED COUNT AND HASH."
007930         MOVE "KJ1160W" TO KJ-RAISE-CONDITION
007940         MOVE "W"       TO KJ-RAISE-SEVERITY
007950         MOVE 4         TO KJ-RAISE-RC
007960         MOVE "CANCEL BATCH TOTALS DIFFER FROM REGISTER"
007970             TO KJ-RAISE-TEXT
007980         PERFORM 9000-RAISE-CONDITION
007990             THRU 9000-RAISE-CONDITION-EXIT
008000     END-IF.
008010 2600-CHECK-TOTALS-EXIT.
008020     EXIT.
008030
008040*-----------------------------------------------------------------
008050* 3000-BACKOUT-QUALMAST - DELETES EVERY QUALIFIER THE NIGHT
008060* ADDED (KJ-QMS-FIRST-RUN-DATE = THE NIGHT).  A QUALIFIER FIRST
008070* FOUND ON AN EARLIER NIGHT STAYS - THE NIGHT ONLY REFOUND IT.
008080*-----------------------------------------------------------------
008090 3000-BACKOUT-QUALMAST.
008100     OPEN I-O QUALMAST.
008110     MOVE LOW-VALUES TO KJ-QMS-KEY.
008120     START QUALMAST KEY NOT LESS THAN KJ-QMS-KEY
008130         INVALID KEY
008140             SET KJ-QUALMAST-EOF TO TRUE
008150     END-START.
008160     IF NOT KJ-QUALMAST-EOF
008170         PERFORM 3100-READ-QUALMAST
008180             THRU 3100-READ-QUALMAST-EXIT
008190             WITH TEST AFTER UNTIL KJ-QUALMAST-EOF
008200     END-IF.
008210     CLOSE QUALMAST.
008220 3000-BACKOUT-QUALMAST-EXIT.
008230     EXIT.
008240
008250 3100-READ-QUALMAST.
008260     READ QUALMAST NEXT RECORD
008270         AT END
008280             SET KJ-QUALMAST-EOF TO TRUE
008290             GO TO 3100-READ-QUALMAST-EXIT
008300     END-READ.
008310     IF KJ-QMS-FIRST-RUN-DATE = KJ-BKO-NIGHT-DATE
008320         DELETE QUALMAST
008330             INVALID KEY
008340                 GO TO 3100-READ-QUALMAST-EXIT
008350         END-DELETE
008360         ADD 1 TO KJ-BKO-QMS-DELETED
008370         PERFORM 3200-POST-DIVISOR
008380             THRU 3200-POST-DIVISOR-EXIT
008390     END-IF.
008400 3100-READ-QUALMAST-EXIT.
008410     EXIT.
008420
008430*-----------------------------------------------------------------
008440* 3200-POST-DIVISOR - WIDENS THE DELETED SPAN FOR THE RULE TYPE
008450* AND DIVISOR, ADDING IT TO THE TABLE ON FIRST SIGHT.
008460*-----------------------------------------------------------------
008470 3200-POST-DIVISOR.
008480     IF KJ-DIV-FULL
008490         GO TO 3200-POST-DIVISOR-EXIT
008500     END-IF.
008510     MOVE 0 TO KJ-BKO-DIV-HIT.
008520     PERFORM 3210-FIND-DIVISOR
008530         THRU 3210-FIND-DIVISOR-EXIT
008540         VARYING KJ-BKO-DIV-IDX FROM 1 BY 1
008550             UNTIL KJ-BKO-DIV-IDX > KJ-BKO-DIV-COUNT
008560                OR KJ-BKO-DIV-HIT > 0.
008570     IF KJ-BKO-DIV-HIT = 0
008580         IF KJ-BKO-DIV-COUNT NOT < 200
008590             SET KJ-DIV-FULL TO TRUE
008600             DISPLAY "KJ1170W MORE THAN 200 DIVISORS LOST "
008610                 "QUALIFIERS - EVERY COVERAGE RANGE WITHDRAWN."
008620             MOVE "KJ1170W" TO KJ-RAISE-CONDITION
008630             MOVE "W"       TO KJ-RAISE-SEVERITY
008640             MOVE 4         TO KJ-RAISE-RC
008650             MOVE "DIVISOR TABLE FULL - ALL COVERAGE WITHDRAWN"
008660                 TO KJ-RAISE-TEXT
008670             PERFORM 9000-RAISE-CONDITION
008680                 THRU 9000-RAISE-CONDITION-EXIT
008690             GO TO 3200-POST-DIVISOR-EXIT
008700         END-IF
008710         ADD 1 TO KJ-BKO-DIV-COUNT
008720         MOVE KJ-BKO-DIV-COUNT TO KJ-BKO-DIV-HIT
008730         MOVE KJ-QMS-RULE-TYPE
008740             TO KJ-BKD-RULE-TYPE (KJ-BKO-DIV-HIT)
008750         MOVE KJ-QMS-DIVISOR TO KJ-BKD-DIVISOR (KJ-BKO-DIV-HIT)
008760         MOVE KJ-QMS-CNT     TO KJ-BKD-LOW-CNT (KJ-BKO-DIV-HIT)
008770         MOVE KJ-QMS-CNT     TO KJ-BKD-HIGH-CNT (KJ-BKO-DIV-HIT)
008780         GO TO 3200-POST-DIVISOR-EXIT
008790     END-IF.
008800     IF KJ-QMS-CNT < KJ-BKD-LOW-CNT (KJ-BKO-DIV-HIT)
008810         MOVE KJ-QMS-CNT TO KJ-BKD-LOW-CNT (KJ-BKO-DIV-HIT)
008820     END-IF.
008830     IF KJ-QMS-CNT > KJ-BKD-HIGH-CNT (KJ-BKO-DIV-HIT)
008840         MOVE KJ-QMS-CNT TO KJ-BKD-HIGH-CNT (KJ-BKO-DIV-HIT)
008850     END-IF.
008860 3200-POST-DIVISOR-EXIT.
008870     EXIT.
008880
008890 3210-FIND-DIVISOR.
008900     IF KJ-BKD-RULE-TYPE (KJ-BKO-DIV-IDX) = KJ-QMS-RULE-TYPE
008910         AND KJ-BKD-DIVISOR (KJ-BKO-DIV-IDX) = KJ-QMS-DIVISOR
008920         MOVE KJ-BKO-DIV-IDX TO KJ-BKO-DIV-HIT
008930     END-IF.
008940 3210-FIND-DIVISOR-EXIT.
008950     EXIT.
008960
008970*-----------------------------------------------------------------
008980* 4000-WITHDRAW-COVERAGE - REWRITES DIVCOVER TO DIVCNEW WITHOUT
008990* THE NIGHT'S RANGES, OR ANY RANGE OVERLAPPING A SPAN OF
009000* QUALIFIERS JUST DELETED.  A WITHDRAWN RANGE IS SIMPLY
009010* REGROUND THE NEXT TIME A RULE ASKS FOR IT.
009020*-----------------------------------------------------------------
009030 4000-WITHDRAW-COVERAGE.
009040     OPEN INPUT DIVCOVER.
009050     OPEN OUTPUT DIVCNEW.
009060     PERFORM 4100-READ-COVERAGE
009070         THRU 4100-READ-COVERAGE-EXIT
009080         WITH TEST AFTER UNTIL KJ-DIVCOVER-EOF.
009090     CLOSE DIVCOVER.
009100     CLOSE DIVCNEW.
009110 4000-WITHDRAW-COVERAGE-EXIT.
009120     EXIT.
009130
009140 4100-READ-COVERAGE.
009150     READ DIVCOVER
009160         AT END
009170             SET KJ-DIVCOVER-EOF TO TRUE
009180             GO TO 4100-READ-COVERAGE-EXIT
009190     END-READ.
009200     MOVE "N" TO KJ-WITHDRAW-SW.
009210     IF KJ-DCV-TYPE-BLANK
009220         MOVE "D" TO KJ-BKO-DCV-TYPE
009230     ELSE
009240         MOVE KJ-DCV-RULE-TYPE TO KJ-BKO-DCV-TYPE
009250     END-IF.
009260     IF KJ-DCV-RUN-DATE = KJ-BKO-NIGHT-DATE OR KJ-DIV-FULL
009270         SET KJ-WITHDRAW TO TRUE
009280     ELSE
009290         PERFORM 4200-CHECK-OVERLAP
009300             THRU 4200-CHECK-OVERLAP-EXIT
009310             VARYING KJ-BKO-DIV-IDX FROM 1 BY 1
009320                 UNTIL KJ-BKO-DIV-IDX > KJ-BKO-DIV-COUNT
009330                    OR KJ-WITHDRAW
009340     END-IF.
009350     IF KJ-WITHDRAW
009360         ADD 1 TO KJ-BKO-DCV-WITHDRAWN
009370     ELSE
009380         MOVE KJ-DIVISOR-COVERAGE-RECORD TO KJ-DIVCNEW-RECORD
009390         WRITE KJ-DIVCNEW-RECORD
009400         ADD 1 TO KJ-BKO-DCV-KEPT
009410     END-IF.
009420 4100-READ-COVERAGE-EXIT.
009430     EXIT.
009440
009450 4200-CHECK-OVERLAP.
009460     IF KJ-BKD-RULE-TYPE (KJ-BKO-DIV-IDX) = KJ-BKO-DCV-TYPE
009470         AND KJ-BKD-DIVISOR (KJ-BKO-DIV-IDX) = KJ-DCV-DIVISOR
009480         AND KJ-DCV-LOW  NOT > KJ-BKD-HIGH-CNT (KJ-BKO-DIV-IDX)
009490         AND KJ-DCV-HIGH NOT < KJ-BKD-LOW-CNT (KJ-BKO-DIV-IDX)
009500         SET KJ-WITHDRAW TO TRUE
009510     END-IF.
009520 4200-CHECK-OVERLAP-EXIT.
009530     EXIT.
009540
009550*-----------------------------------------------------------------
009560* 5000-MARK-CALRESLT - REWRITES CALRESLT TO CALRNEW WITH THE
009570* NIGHT'S ANSWERS MARKED REVERSED: EVERY KNOWIT07 RECORD OF THE
009580* NIGHT'S RUN DATE, AND EVERY KJROLLUP RECORD OF THAT DATE OR
009590* FOLLOWING ONE OF THOSE ENGINE RECORDS BEFORE THE NEXT NIGHT'S.
009600* A RECORD ALREADY REVERSED KEEPS ITS ORIGINAL REVERSAL DATE.
009610*-----------------------------------------------------------------
009620 5000-MARK-CALRESLT.
009630     OPEN INPUT CALRESLT.
009640     OPEN OUTPUT CALRNEW.
009650     PERFORM 5100-READ-CAL-RESULT
009660         THRU 5100-READ-CAL-RESULT-EXIT
009670         WITH TEST AFTER UNTIL KJ-CALRESLT-EOF.
009680     CLOSE CALRESLT.
009690     CLOSE CALRNEW.
009700     IF KJ-BKO-CAL-MARKED = 0
009710         DISPLAY "KJ1180W NO CALRESLT ANSWER FOUND FOR RUN DATE "
009720             KJ-BKO-NIGHT-DATE "."
009730         MOVE "KJ1180W" TO KJ-RAISE-CONDITION
009740         MOVE "W"       TO KJ-RAISE-SEVERITY
009750         MOVE 4         TO KJ-RAISE-RC
009760         MOVE "NO CALRESLT ANSWER FOUND FOR THE NIGHT"
009770             TO KJ-RAISE-TEXT
009780         PERFORM 9000-RAISE-CONDITION
009790             THRU 9000-RAISE-CONDITION-EXIT
009800     END-IF.
009810 5000-MARK-CALRESLT-EXIT.
009820     EXIT.
009830
009840 5100-READ-CAL-RESULT.
009850     READ CALRESLT
009860         AT END
009870             SET KJ-CALRESLT-EOF TO TRUE
009880             GO TO 5100-READ-CAL-RESULT-EXIT
009890     END-READ.
009900     IF KJ-CAL-PROGRAM-ID = KJ-BKO-ENGINE-ID
009910         IF KJ-CAL-RUN-DATE = KJ-BKO-NIGHT-DATE
009920             SET KJ-IN-NIGHT TO TRUE
009930             PERFORM 5200-MARK-CAL-RESULT
009940                 THRU 5200-MARK-CAL-RESULT-EXIT
009950         ELSE
009960             MOVE "N" TO KJ-IN-NIGHT-SW
009970         END-IF
009980     ELSE
009990         IF KJ-CAL-PROGRAM-ID = KJ-BKO-ROLLUP-ID
010000             AND (KJ-IN-NIGHT
010010                  OR KJ-CAL-RUN-DATE = KJ-BKO-NIGHT-DATE)
010020             PERFORM 5200-MARK-CAL-RESULT
010030                 THRU 5200-MARK-CAL-RESULT-EXIT
010040         END-IF
010050     END-IF.
010060     MOVE KJ-CAL-RESULT-RECORD TO KJ-CAL-NEW-RECORD.
010070     WRITE KJ-CAL-NEW-RECORD.
010080 5100-READ-CAL-RESULT-EXIT.
010090     EXIT.
010100
010110 5200-MARK-CAL-RESULT.
010120     IF NOT KJ-CAL-REVERSED
010130         MOVE "R"             TO KJ-CAL-STATUS
010140         MOVE KJ-BKO-RUN-DATE TO KJ-CAL-REVERSED-DATE
010150         ADD 1 TO KJ-BKO-CAL-MARKED
010160     END-IF.
010170 5200-MARK-CAL-RESULT-EXIT.
010180     EXIT.
010190
010200*-----------------------------------------------------------------
010210* 6000-MARK-AUDIT - REWRITES THE AUDITLOG GENERATIONS READ ON
010220* AUDITIN TO AUDNEW WITH THE NIGHT'S AUDIT RECORDS MARKED
010230* REVERSED.  THE JCL CATALOGS AUDNEW AS THE NEW GENERATION AND
010240* RETIRES THE ONES READ, AS THE YEAR-END PURGE DOES.
010250*-----------------------------------------------------------------
010260 6000-MARK-AUDIT.
010270     OPEN INPUT AUDITIN.
010280     OPEN OUTPUT AUDNEW.
010290     PERFORM 6100-READ-AUDIT
010300         THRU 6100-READ-AUDIT-EXIT
010310         WITH TEST AFTER UNTIL KJ-AUDITIN-EOF.
010320     CLOSE AUDITIN.
010330     CLOSE AUDNEW.
010340     IF KJ-BKO-AUD-MARKED = 0
010350         DISPLAY "KJ1185W NO AUDITLOG RECORD FOUND FOR RUN DATE "
010360             KJ-BKO-NIGHT-DATE "."
010370         MOVE "KJ1185W" TO KJ-RAISE-CONDITION
010380         MOVE "W"       TO KJ-RAISE-SEVERITY
010390         MOVE 4         TO KJ-RAISE-RC
010400         MOVE "NO AUDITLOG RECORD FOUND FOR THE NIGHT"
010410             TO KJ-RAISE-TEXT
010420         PERFORM 9000-RAISE-CONDITION
010430             THRU 9000-RAISE-CONDITION-EXIT
010440     END-IF.
010450 6000-MARK-AUDIT-EXIT.
010460     EXIT.
010470
010480 6100-READ-AUDIT.
010490     READ AUDITIN
010500         AT END
010510             SET KJ-AUDITIN-EOF TO TRUE
010520             GO TO 6100-READ-AUDIT-EXIT
010530     END-READ.
010540     IF KJ-AUD-RUN-DATE = KJ-BKO-NIGHT-DATE
010550         AND NOT KJ-AUD-REVERSED
010560         MOVE "R"             TO KJ-AUD-STATUS
010570         MOVE KJ-BKO-RUN-DATE TO KJ-AUD-REVERSED-DATE
010580         ADD 1 TO KJ-BKO-AUD-MARKED
010590     END-IF.
010600     MOVE KJ-AUDIT-RECORD TO KJ-AUD-NEW-RECORD.
010610     WRITE KJ-AUD-NEW-RECORD.
010620 6100-READ-AUDIT-EXIT.
010630     EXIT.
010640
010650*-----------------------------------------------------------------
010660* 7000-POST-REGISTER - POSTS EACH REVERSED BATCH AT STATUS R WITH
010670* TODAY AS ITS REVERSAL DATE, LEAVING THE STATUS DATE ALONE, AND
010680* REGISTERS ITS CANCELLATION BATCH AT STATUS S SO KJACKRCN AND
010690* THE REGISTER REPORT FOLLOW IT LIKE ANY OTHER.
010700*-----------------------------------------------------------------
010710 7000-POST-REGISTER.
010720     IF KJ-BKO-BATCH-COUNT = 0
010730         GO TO 7000-POST-REGISTER-EXIT
010740     END-IF.
010750     OPEN I-O XMITREG.
010760     PERFORM 7100-POST-BATCH
010770         THRU 7100-POST-BATCH-EXIT
010780         VARYING KJ-BKO-BATCH-IDX FROM 1 BY 1
010790             UNTIL KJ-BKO-BATCH-IDX > KJ-BKO-BATCH-COUNT.
010800     CLOSE XMITREG.
010810 7000-POST-REGISTER-EXIT.
010820     EXIT.
010830
010840 7100-POST-BATCH.
010850     MOVE KJ-BKB-FILE-SEQ (KJ-BKO-BATCH-IDX)
010860         TO KJ-XRG-FILE-SEQ-NUM.
010870     READ XMITREG
010880         INVALID KEY
010890             GO TO 7100-POST-BATCH-EXIT
010900     END-READ.
010910     MOVE "R"             TO KJ-XRG-STATUS.
010920     MOVE KJ-BKO-RUN-DATE TO KJ-XRG-REVERSED-DATE.
010930     REWRITE KJ-XMIT-REGISTER-RECORD
010940         INVALID KEY
010950             CONTINUE
010960     END-REWRITE.
010970     ADD 1 TO KJ-BKO-BATCH-REVERSED.
010980     MOVE SPACES TO KJ-XMIT-REGISTER-RECORD.
010990     MOVE KJ-BKB-CANCEL-SEQ (KJ-BKO-BATCH-IDX)
011000         TO KJ-XRG-FILE-SEQ-NUM.
011010     MOVE KJ-BKO-RUN-DATE TO KJ-XRG-RUN-DATE.
011020     MOVE KJ-BKB-CXL-COUNT (KJ-BKO-BATCH-IDX)
011030         TO KJ-XRG-RECORD-COUNT.
011040     MOVE KJ-BKB-CXL-HASH (KJ-BKO-BATCH-IDX)
011050         TO KJ-XRG-HASH-TOTAL.
011060     MOVE "S"             TO KJ-XRG-STATUS.
011070     MOVE KJ-BKO-RUN-DATE TO KJ-XRG-STATUS-DATE.
011080     MOVE "C"             TO KJ-XRG-BATCH-TYPE.
011090     MOVE KJ-BKB-FILE-SEQ (KJ-BKO-BATCH-IDX)
011100         TO KJ-XRG-CANCELS-SEQ.
011110     WRITE KJ-XMIT-REGISTER-RECORD
011120         INVALID KEY
011130             DISPLAY "KJ1175W FILE SEQUENCE "
011140                 KJ-XRG-FILE-SEQ-NUM " IS ALREADY ON THE "
011150                 "TRANSMISSION REGISTER - CANCELLATION NOT "
011160                 "REGISTERED."
011170             MOVE "KJ1175W" TO KJ-RAISE-CONDITION
011180             MOVE "W"       TO KJ-RAISE-SEVERITY
011190             MOVE 4         TO KJ-RAISE-RC
011200             MOVE "CANCEL SEQUENCE ALREADY ON REGISTER"
011210                 TO KJ-RAISE-TEXT
011220             PERFORM 9000-RAISE-CONDITION
011230                 THRU 9000-RAISE-CONDITION-EXIT
011240     END-WRITE.
011250 7100-POST-BATCH-EXIT.
011260     EXIT.
011270
011280*-----------------------------------------------------------------
011290* 8000-WRITE-REPORT - THE BACKOUT REPORT: WHO BACKED OUT WHICH
011300* NIGHT, EACH BATCH REVERSED AND THE BATCH THAT CANCELS IT, AND
011310* THE COUNT OF RECORDS TAKEN OUT OF OR MARKED ON EACH FILE.
011320*-----------------------------------------------------------------
011330 8000-WRITE-REPORT.
011340     OPEN OUTPUT BKORPT.
011350     MOVE KJ-BKO-RUN-DATE   TO KJ-BH1-RUN-DATE.
011360     MOVE KJ-BKO-OPERATOR   TO KJ-BH1-OPERATOR.
011370     WRITE KJ-PRINT-LINE FROM KJ-BKO-HEAD-1.
011380     MOVE KJ-BKO-NIGHT-DATE TO KJ-BH2-NIGHT-DATE.
011390     WRITE KJ-PRINT-LINE FROM KJ-BKO-HEAD-2.
011400     MOVE SPACES TO KJ-PRINT-LINE.
011410     WRITE KJ-PRINT-LINE.
011420     PERFORM 8100-PRINT-BATCH
011430         THRU 8100-PRINT-BATCH-EXIT
011440         VARYING KJ-BKO-BATCH-IDX FROM 1 BY 1
011450             UNTIL KJ-BKO-BATCH-IDX > KJ-BKO-BATCH-COUNT.
011460     MOVE SPACES TO KJ-PRINT-LINE.
011470     WRITE KJ-PRINT-LINE.
011480     MOVE "QUALMAST QUALIFIERS DELETED"  TO KJ-BTL-LABEL.
011490     MOVE KJ-BKO-QMS-DELETED   TO KJ-BTL-COUNT.
011500     WRITE KJ-PRINT-LINE FROM KJ-BKO-TOTAL-LINE.
011510     MOVE "DIVCOVER RANGES WITHDRAWN"    TO KJ-BTL-LABEL.
011520     MOVE KJ-BKO-DCV-WITHDRAWN TO KJ-BTL-COUNT.
011530     WRITE KJ-PRINT-LINE FROM KJ-BKO-TOTAL-LINE.
011540     MOVE "DIVCOVER RANGES KEPT"         TO KJ-BTL-LABEL.
011550     MOVE KJ-BKO-DCV-KEPT      TO KJ-BTL-COUNT.
011560     WRITE KJ-PRINT-LINE FROM KJ-BKO-TOTAL-LINE.
011570     MOVE "CALRESLT ANSWERS MARKED REVERSED" TO KJ-BTL-LABEL.
011580     MOVE KJ-BKO-CAL-MARKED    TO KJ-BTL-COUNT.
011590     WRITE KJ-PRINT-LINE FROM KJ-BKO-TOTAL-LINE.
011600     MOVE "AUDITLOG RECORDS MARKED REVERSED" TO KJ-BTL-LABEL.
011610     MOVE KJ-BKO-AUD-MARKED    TO KJ-BTL-COUNT.
011620     WRITE KJ-PRINT-LINE FROM KJ-BKO-TOTAL-LINE.
011630     MOVE "SCOREOUT BATCHES REVERSED"    TO KJ-BTL-LABEL.
011640     MOVE KJ-BKO-BATCH-REVERSED TO KJ-BTL-COUNT.
011650     WRITE KJ-PRINT-LINE FROM KJ-BKO-TOTAL-LINE.
011660     MOVE "CANCELLATION DATA RECORDS SENT" TO KJ-BTL-LABEL.
011670     MOVE KJ-BKO-CXL-WRITTEN   TO KJ-BTL-COUNT.
011680     WRITE KJ-PRINT-LINE FROM KJ-BKO-TOTAL-LINE.
011690     CLOSE BKORPT.
011700 8000-WRITE-REPORT-EXIT.
011710     EXIT.
011720
011730 8100-PRINT-BATCH.
011740     MOVE KJ-BKB-FILE-SEQ (KJ-BKO-BATCH-IDX)
011750         TO KJ-BBL-FILE-SEQ.
011760     MOVE KJ-BKB-RECORD-COUNT (KJ-BKO-BATCH-IDX)
011770         TO KJ-BBL-RECORD-COUNT.
011780     MOVE KJ-BKB-HASH-TOTAL (KJ-BKO-BATCH-IDX)
011790         TO KJ-BBL-HASH-TOTAL.
011800     MOVE KJ-BKB-CANCEL-SEQ (KJ-BKO-BATCH-IDX)
011810         TO KJ-BBL-CANCEL-SEQ.
011820     WRITE KJ-PRINT-LINE FROM KJ-BKO-BATCH-LINE.
011830 8100-PRINT-BATCH-EXIT.
011840     EXIT.
011850
011860*-----------------------------------------------------------------
011870* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
011880* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
011890* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
011900* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
011910*-----------------------------------------------------------------
011920 9000-RAISE-CONDITION.
011930     IF NOT KJ-ERRSUMM-OPEN
011940         OPEN OUTPUT ERRSUMM
011950         SET KJ-ERRSUMM-OPEN TO TRUE
011960     END-IF.
011970     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
011980     MOVE KJ-BKO-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
011990     MOVE KJ-BKO-RUN-DATE     TO KJ-ERR-RUN-DATE.
012000     COMPUTE KJ-ERR-RUN-TIME = KJ-BKO-RUN-TIME / 100.
012010     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
012020     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
012030     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
012040     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
012050     WRITE KJ-ERROR-SUMMARY-RECORD.
012060     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
012070         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
012080     END-IF.
012090 9000-RAISE-CONDITION-EXIT.
012100     EXIT.
