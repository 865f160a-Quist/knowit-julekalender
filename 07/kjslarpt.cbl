000010*****************************************************************
000020* IDENTIFICATION DIVISION.
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    KJSLARPT.
000060 AUTHOR.        J A KLAUSEN.
000070 INSTALLATION.  KNOWIT BATCH SHOP - ADVENT CALENDAR.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MONTHLY SERVICE-LEVEL SCORECARD FOR THE SCORING PARTNER.
000120*  KJACKRCN RECONCILES ONE MORNING AT A TIME; THIS
000130* PROGRAM PUTS THE MORNINGS TOGETHER FOR THE MONTHS ON THE
000140* CONTROL CARD (SLACTL, KJSLCREC) SO THE QUARTERLY SERVICE
000150* REVIEW WITH THE SCORING SYSTEM'S OWNERS HAS HARD NUMBERS:
000160*
000170*   - PER BATCH: THE TRANSMISSION REGISTER (XMITREG) ENTRY
000180*     WITH THE PARTNER'S TURNAROUND IN DAYS FROM THE SENT
000190*     (RUN) DATE TO THE STATUS DATE, AND THE VALUES ACCEPTED,
000200*     REJECTED (OF WHICH OUR FAULT) AND UNANSWERED FROM THE
000210*     ACKNOWLEDGMENT HISTORY (ACKHIST, KJAKHREC), WITH THE
000220*     ACCEPTANCE RATE.
000230*   - PER MONTH: BATCHES SENT AND ACKNOWLEDGED, AVERAGE AND
000240*     WORST TURNAROUND, VALUES BY OUTCOME, ACCEPTANCE RATE,
000250*     AND THE VALUES KJRETRAN DEAD-LETTERED (DEADIN, THE
000260*     DEADLTR GENERATIONS CONCATENATED), WITH A PERIOD TOTAL.
000270*   - REJECTS BY REASON CODE PER MONTH, DECODED FROM THE
000280*     REASON-CODE MASTER (REASNMST, KJRSNREC) WITH THE SIDE
000290*     THAT OWNS THE FAULT AND WHETHER A RESEND CAN SUCCEED;
000300*     OUR-FAULT CODES ARE MARKED FIX UPSTREAM.
000310*   - REJECTS BY RULE PER MONTH, SPLIT OUR FAULT AGAINST THE
000320*     REST.  THE RULE IS ITS NUMBER ON THE RULE MASTER; AN
000330*     UNMATCHED ACKNOWLEDGMENT SHOWS RULE ZERO.
000340*
000350* A BATCH BELONGS TO THE MONTH OF ITS RUN DATE; A DEAD LETTER
000360* TO THE MONTH OF THE NIGHT KJRETRAN DEAD-LETTERED IT.  RUN ON
000370* REQUEST, OUTSIDE THE NIGHTLY STREAM.
000380*
000390* MOD-HISTORY.
000400*     2026-10-15 JAK  NEW PROGRAM - PARTNER SERVICE-LEVEL
000410*                     SCORECARD.
000420*****************************************************************
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT SLACTL   ASSIGN TO SLACTL
000500         ORGANIZATION IS SEQUENTIAL.
000510
000520     SELECT ACKHIST  ASSIGN TO ACKHIST
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT DEADIN   ASSIGN TO DEADIN
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT XMITREG  ASSIGN TO XMITREG
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS SEQUENTIAL
000610         RECORD KEY IS KJ-XRG-FILE-SEQ-NUM.
000620
000630     SELECT OPTIONAL REASNMST ASSIGN TO REASNMST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS KJ-RSN-CODE.
000670
000680     SELECT SLARPT   ASSIGN TO SLARPT
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000720         ORGANIZATION IS SEQUENTIAL.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  SLACTL
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 30 CHARACTERS.
000790     COPY KJSLCREC.
000800
000810 FD  ACKHIST
000820     LABEL RECORDS ARE STANDARD
000830     RECORD CONTAINS 60 CHARACTERS.
000840     COPY KJAKHREC.
000850
000860 FD  DEADIN
000870     LABEL RECORDS ARE STANDARD
000880     RECORD CONTAINS 52 CHARACTERS.
000890     COPY KJDLRREC.
000900
000910 FD  XMITREG
000920     LABEL RECORDS ARE STANDARD
000930     RECORD CONTAINS 60 CHARACTERS.
000940     COPY KJXRGREC.
000950
000960 FD  REASNMST
000970     LABEL RECORDS ARE STANDARD
000980     RECORD CONTAINS 60 CHARACTERS.
000990     COPY KJRSNREC.
001000
001010 FD  SLARPT
001020     LABEL RECORDS ARE STANDARD
001030     RECORD CONTAINS 132 CHARACTERS.
001040 01  KJ-PRINT-LINE            PIC X(132).
001050
001060 FD  ERRSUMM
001070     LABEL RECORDS ARE STANDARD
001080     RECORD CONTAINS 80 CHARACTERS.
001090     COPY KJERRREC.
001100
001110 WORKING-STORAGE SECTION.
001120 01  KJ-SLA-PROGRAM-NAME      PIC X(08) VALUE "KJSLARPT".
001130 01  KJ-SLA-RUN-DATE          PIC 9(8) VALUE 0.
001140 01  KJ-SLA-RUN-TIME          PIC 9(8) VALUE 0.
001150 01  KJ-SLA-OPERATOR          PIC X(08) VALUE "UNKNOWN".
001160 01  KJ-SLA-FROM-MONTH        PIC 9(6) VALUE 0.
001170 01  KJ-SLA-TO-MONTH          PIC 9(6) VALUE 0.
001180 01  KJ-SLA-OK-SW             PIC X(01) VALUE "Y".
001190     88  KJ-SLA-OK                   VALUE "Y".
001200
001210*****************************************************************
001220* DATE WORK FIELDS.  A DATE IS PLACED IN KJ-SLA-DATE-IN TO BE
001230* SPLIT INTO ITS MONTH OR CONVERTED TO A DAY NUMBER (DAYS FROM
001240* A FIXED ORIGIN) SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH
001250* AND YEAR ENDS.
001260*****************************************************************
001270 01  KJ-SLA-DATE-IN           PIC 9(8) VALUE 0.
001280 01  KJ-SLA-DATE-MONTH REDEFINES KJ-SLA-DATE-IN.
001290     05  KJ-SLA-DATE-YYYYMM   PIC 9(6).
001300     05  FILLER               PIC 9(2).
001310 01  KJ-SLA-DATE-PARTS REDEFINES KJ-SLA-DATE-IN.
001320     05  KJ-SLA-DATE-YYYY     PIC 9(4).
001330     05  KJ-SLA-DATE-MM       PIC 9(2).
001340     05  KJ-SLA-DATE-DD       PIC 9(2).
001350 01  KJ-SLA-DAY-NUM           PIC 9(7) VALUE 0.
001360 01  KJ-SLA-SENT-DAY          PIC 9(7) VALUE 0.
001370 01  KJ-DAY-YEAR              PIC 9(5) VALUE 0.
001380 01  KJ-DAY-MONTH             PIC 9(2) VALUE 0.
001390 01  KJ-DAY-QUOT              PIC 9(7) VALUE 0.
001400 01  KJ-DAY-WORK              PIC 9(7) VALUE 0.
001410
001420 01  KJ-SLA-MONTH-WORK        PIC 9(6) VALUE 0.
001430 01  KJ-SLA-MONTH-PARTS REDEFINES KJ-SLA-MONTH-WORK.
001440     05  KJ-SLA-MONTH-YYYY    PIC 9(4).
001450     05  KJ-SLA-MONTH-MM      PIC 9(2).
001460 01  KJ-SLA-FROM-PARTS.
001470     05  KJ-SLA-FROM-YYYY     PIC 9(4).
001480     05  KJ-SLA-FROM-MM       PIC 9(2).
001490 01  KJ-MON-OFFSET            PIC S9(5) COMP VALUE 0.
001500
001510*****************************************************************
001520* MONTH TABLE - ONE ENTRY PER MONTH SCORED, IN MONTH ORDER,
001530* PLUS ONE MORE FOR THE PERIOD TOTAL WHEN THE MONTHS ARE
001540* PRINTED.
001550*****************************************************************
001560 01  KJ-MON-TABLE.
001570     05  KJ-MON-ENTRY OCCURS 25 TIMES.
001580         10  KJ-MON-MONTH      PIC 9(6).
001590         10  KJ-MON-BATCHES    PIC 9(5).
001600         10  KJ-MON-ACKED      PIC 9(5).
001610         10  KJ-MON-UNACKED    PIC 9(5).
001620         10  KJ-MON-TURN-CNT   PIC 9(5).
001630         10  KJ-MON-TURN-SUM   PIC 9(7).
001640         10  KJ-MON-TURN-MAX   PIC 9(5).
001650         10  KJ-MON-ACCEPTED   PIC 9(9).
001660         10  KJ-MON-REJECTED   PIC 9(9).
001670         10  KJ-MON-OURS       PIC 9(9).
001680         10  KJ-MON-NO-RESP    PIC 9(9).
001690         10  KJ-MON-UNMATCHED  PIC 9(9).
001700         10  KJ-MON-DEAD       PIC 9(9).
001710
001720 01  KJ-MON-COUNT             PIC 9(4) COMP VALUE 0.
001730 01  KJ-MON-IDX               PIC 9(4) COMP VALUE 0.
001740 01  KJ-MON-HIT               PIC 9(4) COMP VALUE 0.
001750 01  KJ-MON-TOTAL             PIC 9(4) COMP VALUE 0.
001760
001770*****************************************************************
001780* BATCH TABLE - ACKNOWLEDGMENT HISTORY TOTALS PER BATCH
001790* SEQUENCE NUMBER.
001800*****************************************************************
001810 01  KJ-BAT-TABLE.
001820     05  KJ-BAT-ENTRY OCCURS 1000 TIMES.
001830         10  KJ-BAT-SEQ        PIC 9(6).
001840         10  KJ-BAT-ACCEPTED   PIC 9(9).
001850         10  KJ-BAT-REJECTED   PIC 9(9).
001860         10  KJ-BAT-OURS       PIC 9(9).
001870         10  KJ-BAT-NO-RESP    PIC 9(9).
001880
001890 01  KJ-BAT-COUNT             PIC 9(4) COMP VALUE 0.
001900 01  KJ-BAT-IDX               PIC 9(4) COMP VALUE 0.
001910 01  KJ-BAT-HIT               PIC 9(4) COMP VALUE 0.
001920
001930*****************************************************************
001940* REJECTS BY MONTH AND REASON CODE, EXCHANGE-SORTED FOR PRINT.
001950*****************************************************************
001960 01  KJ-RST-TABLE.
001970     05  KJ-RST-ENTRY OCCURS 300 TIMES.
001980         10  KJ-RST-KEY.
001990             15  KJ-RST-MONTH  PIC 9(6).
002000             15  KJ-RST-REASON PIC X(04).
002010         10  KJ-RST-COUNT      PIC 9(9).
002020
002030 01  KJ-RST-SWAP              PIC X(19).
002040 01  KJ-RST-COUNT-USED        PIC 9(4) COMP VALUE 0.
002050 01  KJ-RST-IDX               PIC 9(4) COMP VALUE 0.
002060 01  KJ-RST-JDX               PIC 9(4) COMP VALUE 0.
002070 01  KJ-RST-HIT               PIC 9(4) COMP VALUE 0.
002080
002090*****************************************************************
002100* REJECTS BY MONTH AND RULE, EXCHANGE-SORTED FOR PRINT.
002110*****************************************************************
002120 01  KJ-RUT-TABLE.
002130     05  KJ-RUT-ENTRY OCCURS 300 TIMES.
002140         10  KJ-RUT-KEY.
002150             15  KJ-RUT-MONTH  PIC 9(6).
002160             15  KJ-RUT-RULE-NUM PIC 9(4).
002170         10  KJ-RUT-COUNT      PIC 9(9).
002180         10  KJ-RUT-OURS       PIC 9(9).
002190
002200 01  KJ-RUT-SWAP              PIC X(28).
002210 01  KJ-RUT-COUNT-USED        PIC 9(4) COMP VALUE 0.
002220 01  KJ-RUT-IDX               PIC 9(4) COMP VALUE 0.
002230 01  KJ-RUT-JDX               PIC 9(4) COMP VALUE 0.
002240 01  KJ-RUT-HIT               PIC 9(4) COMP VALUE 0.
002250
002260 01  KJ-TABLE-FULL-SW         PIC X(01) VALUE "N".
002270     88  KJ-TABLE-FULL-WARNED        VALUE "Y".
002280 01  KJ-TABLE-FULL-NAME       PIC X(06) VALUE SPACES.
002290
002300*****************************************************************
002310* FIGURE WORK FIELDS.
002320*****************************************************************
002330 01  KJ-SLA-TURN-DAYS         PIC 9(5) VALUE 0.
002340 01  KJ-SLA-TURN-ED           PIC ZZZ9.
002350 01  KJ-SLA-RATE              PIC 9(3)V9 VALUE 0.
002360 01  KJ-SLA-RATE-ED           PIC ZZ9.9.
002370 01  KJ-SLA-NUMERATOR         PIC 9(9) VALUE 0.
002380 01  KJ-SLA-DENOMINATOR       PIC 9(9) VALUE 0.
002390 01  KJ-SLA-RATE-OUT          PIC X(05) VALUE SPACES.
002400 01  KJ-SLA-HIST-COUNT        PIC 9(7) VALUE 0.
002410 01  KJ-SLA-DEAD-COUNT        PIC 9(7) VALUE 0.
002420 01  KJ-SLA-BATCH-COUNT       PIC 9(5) VALUE 0.
002430 01  KJ-REASON-FOUND-SW       PIC X(01) VALUE "N".
002440     88  KJ-REASON-FOUND             VALUE "Y".
002450
002460 01  KJ-PAGE-NUM              PIC 9(4) VALUE 0.
002470 01  KJ-LINE-CNT              PIC 9(3) VALUE 99.
002480 01  KJ-LINES-PER-PAGE        PIC 9(3) VALUE 56.
002490
002500 01  KJ-SLACTL-EOF-SW         PIC X(01) VALUE "N".
002510     88  KJ-SLACTL-EOF               VALUE "Y".
002520 01  KJ-ACKHIST-EOF-SW        PIC X(01) VALUE "N".
002530     88  KJ-ACKHIST-EOF              VALUE "Y".
002540 01  KJ-DEADIN-EOF-SW         PIC X(01) VALUE "N".
002550     88  KJ-DEADIN-EOF               VALUE "Y".
002560 01  KJ-XMITREG-EOF-SW        PIC X(01) VALUE "N".
002570     88  KJ-XMITREG-EOF              VALUE "Y".
002580
002590*****************************************************************
002600* PRINT LINE LAYOUTS.  EACH SECTION STARTS A NEW PAGE AND
002610* STAGES ITS TITLE AND COLUMN HEADINGS FOR 3500-PAGE-HEADING.
002620*****************************************************************
002630 01  KJ-HDG-LINE-1.
002640     05  FILLER               PIC X(05) VALUE SPACES.
002650     05  FILLER               PIC X(40) VALUE
002660         "KNOWIT ADVENT CALENDAR".
002670     05  FILLER               PIC X(32) VALUE
002680         "PARTNER SERVICE-LEVEL SCORECARD".
002690     05  FILLER               PIC X(07) VALUE "MONTHS ".
002700     05  KJ-HDG-FROM-MONTH    PIC 9(6).
002710     05  FILLER               PIC X(01) VALUE "-".
002720     05  KJ-HDG-TO-MONTH      PIC 9(6).
002730     05  FILLER               PIC X(03) VALUE SPACES.
002740     05  FILLER               PIC X(09) VALUE "OPERATOR ".
002750     05  KJ-HDG-OPERATOR      PIC X(08).
002760     05  FILLER               PIC X(03) VALUE SPACES.
002770     05  FILLER               PIC X(05) VALUE "PAGE ".
002780     05  KJ-HDG-PAGE          PIC ZZZ9.
002790     05  FILLER               PIC X(03) VALUE SPACES.
002800
002810 01  KJ-SEC-TITLE-LINE.
002820     05  FILLER               PIC X(05) VALUE SPACES.
002830     05  KJ-SEC-TITLE         PIC X(60).
002840     05  FILLER               PIC X(67) VALUE SPACES.
002850
002860 01  KJ-SLA-COL-HDG           PIC X(132) VALUE SPACES.
002870
002880 01  KJ-BAT-HDG-LINE.
002890     05  FILLER               PIC X(02) VALUE SPACES.
002900     05  FILLER               PIC X(08) VALUE "BATCH   ".
002910     05  FILLER               PIC X(10) VALUE "SENT      ".
002920     05  FILLER               PIC X(06) VALUE "STAT  ".
002930     05  FILLER               PIC X(10) VALUE "STAT DATE ".
002940     05  FILLER               PIC X(06) VALUE "DAYS  ".
002950     05  FILLER               PIC X(13) VALUE
002960         "  VALUES SENT".
002970     05  FILLER               PIC X(13) VALUE
002980         "     ACCEPTED".
002990     05  FILLER               PIC X(13) VALUE
003000         "     REJECTED".
003010     05  FILLER               PIC X(13) VALUE
003020         "    OUR FAULT".
003030     05  FILLER               PIC X(13) VALUE
003040         "  NO RESPONSE".
003050     05  FILLER               PIC X(07) VALUE "  ACC% ".
003060     05  FILLER               PIC X(04) VALUE "FLAG".
003070     05  FILLER               PIC X(14) VALUE SPACES.
003080
003090 01  KJ-BATCH-LINE.
003100     05  FILLER               PIC X(02) VALUE SPACES.
003110     05  KJ-BTL-SEQ-NUM       PIC 9(6).
003120     05  FILLER               PIC X(02) VALUE SPACES.
003130     05  KJ-BTL-SENT-DATE     PIC 9(8).
003140     05  FILLER               PIC X(02) VALUE SPACES.
003150     05  KJ-BTL-STATUS        PIC X(04).
003160     05  FILLER               PIC X(02) VALUE SPACES.
003170     05  KJ-BTL-STATUS-DATE   PIC 9(8).
003180     05  FILLER               PIC X(02) VALUE SPACES.
003190     05  KJ-BTL-TURN          PIC X(04).
003200     05  FILLER               PIC X(02) VALUE SPACES.
003210     05  KJ-BTL-SENT          PIC ZZZ,ZZZ,ZZ9.
003220     05  FILLER               PIC X(02) VALUE SPACES.
003230     05  KJ-BTL-ACCEPTED      PIC ZZZ,ZZZ,ZZ9.
003240     05  FILLER               PIC X(02) VALUE SPACES.
003250     05  KJ-BTL-REJECTED      PIC ZZZ,ZZZ,ZZ9.
003260     05  FILLER               PIC X(02) VALUE SPACES.
003270     05  KJ-BTL-OURS          PIC ZZZ,ZZZ,ZZ9.
003280     05  FILLER               PIC X(02) VALUE SPACES.
003290     05  KJ-BTL-NO-RESP       PIC ZZZ,ZZZ,ZZ9.
003300     05  FILLER               PIC X(02) VALUE SPACES.
003310     05  KJ-BTL-RATE          PIC X(05).
003320     05  FILLER               PIC X(02) VALUE SPACES.
003330     05  KJ-BTL-FLAG          PIC X(12).
003340     05  FILLER               PIC X(06) VALUE SPACES.
003350
003360 01  KJ-MON-HDG-LINE.
003370     05  FILLER               PIC X(02) VALUE SPACES.
003380     05  FILLER               PIC X(08) VALUE "MONTH   ".
003390     05  FILLER               PIC X(07) VALUE "BATCH  ".
003400     05  FILLER               PIC X(07) VALUE "ACKED  ".
003410     05  FILLER               PIC X(07) VALUE "UNACK  ".
003420     05  FILLER               PIC X(07) VALUE "AVG D  ".
003430     05  FILLER               PIC X(06) VALUE "MAX D ".
003440     05  FILLER               PIC X(13) VALUE
003450         "     ACCEPTED".
003460     05  FILLER               PIC X(13) VALUE
003470         "     REJECTED".
003480     05  FILLER               PIC X(13) VALUE
003490         "    OUR FAULT".
003500     05  FILLER               PIC X(13) VALUE
003510         "  NO RESPONSE".
003520     05  FILLER               PIC X(07) VALUE "  ACC% ".
003530     05  FILLER               PIC X(11) VALUE "DEAD-LETTER".
003540     05  FILLER               PIC X(18) VALUE SPACES.
003550
003560 01  KJ-MONTH-LINE.
003570     05  FILLER               PIC X(02) VALUE SPACES.
003580     05  KJ-MNL-MONTH         PIC X(06).
003590     05  FILLER               PIC X(02) VALUE SPACES.
003600     05  KJ-MNL-BATCHES       PIC ZZZZ9.
003610     05  FILLER               PIC X(02) VALUE SPACES.
003620     05  KJ-MNL-ACKED         PIC ZZZZ9.
003630     05  FILLER               PIC X(02) VALUE SPACES.
003640     05  KJ-MNL-UNACKED       PIC ZZZZ9.
003650     05  FILLER               PIC X(02) VALUE SPACES.
003660     05  KJ-MNL-AVG-TURN      PIC X(05).
003670     05  FILLER               PIC X(02) VALUE SPACES.
003680     05  KJ-MNL-MAX-TURN      PIC X(04).
003690     05  FILLER               PIC X(02) VALUE SPACES.
003700     05  KJ-MNL-ACCEPTED      PIC ZZZ,ZZZ,ZZ9.
003710     05  FILLER               PIC X(02) VALUE SPACES.
003720     05  KJ-MNL-REJECTED      PIC ZZZ,ZZZ,ZZ9.
003730     05  FILLER               PIC X(02) VALUE SPACES.
003740     05  KJ-MNL-OURS          PIC ZZZ,ZZZ,ZZ9.
003750     05  FILLER               PIC X(02) VALUE SPACES.
003760     05  KJ-MNL-NO-RESP       PIC ZZZ,ZZZ,ZZ9.
003770     05  FILLER               PIC X(02) VALUE SPACES.
003780     05  KJ-MNL-RATE          PIC X(05).
003790     05  FILLER               PIC X(02) VALUE SPACES.
003800     05  KJ-MNL-DEAD          PIC ZZZ,ZZZ,ZZ9.
003810     05  FILLER               PIC X(18) VALUE SPACES.
003820
003830 01  KJ-RSN-HDG-LINE.
003840     05  FILLER               PIC X(02) VALUE SPACES.
003850     05  FILLER               PIC X(08) VALUE "MONTH   ".
003860     05  FILLER               PIC X(06) VALUE "CODE  ".
003870     05  FILLER               PIC X(42) VALUE "DESCRIPTION".
003880     05  FILLER               PIC X(09) VALUE "FAULT    ".
003890     05  FILLER               PIC X(05) VALUE "RSND ".
003900     05  FILLER               PIC X(13) VALUE
003910         "      REJECTS".
003920     05  FILLER               PIC X(07) VALUE "  PCT  ".
003930     05  FILLER               PIC X(06) VALUE "ACTION".
003940     05  FILLER               PIC X(34) VALUE SPACES.
003950
003960 01  KJ-REASON-LINE.
003970     05  FILLER               PIC X(02) VALUE SPACES.
003980     05  KJ-RSL-MONTH         PIC 9(6).
003990     05  FILLER               PIC X(02) VALUE SPACES.
004000     05  KJ-RSL-REASON        PIC X(04).
004010     05  FILLER               PIC X(02) VALUE SPACES.
004020     05  KJ-RSL-DESCRIPTION   PIC X(40).
004030     05  FILLER               PIC X(02) VALUE SPACES.
004040     05  KJ-RSL-FAULT         PIC X(07).
004050     05  FILLER               PIC X(02) VALUE SPACES.
004060     05  KJ-RSL-RESEND        PIC X(03).
004070     05  FILLER               PIC X(02) VALUE SPACES.
004080     05  KJ-RSL-COUNT         PIC ZZZ,ZZZ,ZZ9.
004090     05  FILLER               PIC X(02) VALUE SPACES.
004100     05  KJ-RSL-PCT           PIC X(05).
004110     05  FILLER               PIC X(02) VALUE SPACES.
004120     05  KJ-RSL-ACTION        PIC X(14).
004130     05  FILLER               PIC X(26) VALUE SPACES.
004140
004150 01  KJ-RUL-HDG-LINE.
004160     05  FILLER               PIC X(02) VALUE SPACES.
004170     05  FILLER               PIC X(08) VALUE "MONTH   ".
004180     05  FILLER               PIC X(06) VALUE "RULE  ".
004190     05  FILLER               PIC X(13) VALUE
004200         "      REJECTS".
004210     05  FILLER               PIC X(13) VALUE
004220         "    OUR FAULT".
004230     05  FILLER               PIC X(13) VALUE
004240         "   ALL OTHERS".
004250     05  FILLER               PIC X(05) VALUE "  PCT".
004260     05  FILLER               PIC X(72) VALUE SPACES.
004270
004280 01  KJ-RULE-LINE.
004290     05  FILLER               PIC X(02) VALUE SPACES.
004300     05  KJ-RUL-MONTH         PIC 9(6).
004310     05  FILLER               PIC X(02) VALUE SPACES.
004320     05  KJ-RUL-RULE-NUM      PIC ZZZ9.
004330     05  FILLER               PIC X(02) VALUE SPACES.
004340     05  KJ-RUL-COUNT         PIC ZZZ,ZZZ,ZZ9.
004350     05  FILLER               PIC X(02) VALUE SPACES.
004360     05  KJ-RUL-OURS          PIC ZZZ,ZZZ,ZZ9.
004370     05  FILLER               PIC X(02) VALUE SPACES.
004380     05  KJ-RUL-OTHERS        PIC ZZZ,ZZZ,ZZ9.
004390     05  FILLER               PIC X(02) VALUE SPACES.
004400     05  KJ-RUL-PCT           PIC X(05).
004410     05  FILLER               PIC X(72) VALUE SPACES.
004420
004430 01  KJ-NONE-LINE.
004440     05  FILLER               PIC X(05) VALUE SPACES.
004450     05  FILLER               PIC X(40) VALUE
004460         "NOTHING TO REPORT FOR THE PERIOD.".
004470     05  FILLER               PIC X(87) VALUE SPACES.
004480
004490*****************************************************************
004500* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
004510* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
004520* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
004530* RETURN-CODE BEFORE STOP RUN.
004540*****************************************************************
004550 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
004560 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
004570 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
004580 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
004590 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
004600
004610 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
004620     88  KJ-ERRSUMM-OPEN             VALUE "Y".
004630
004640 PROCEDURE DIVISION.
004650*-----------------------------------------------------------------
004660* 0000-MAINLINE.
004670*-----------------------------------------------------------------
004680 0000-MAINLINE.
004690     ACCEPT KJ-SLA-RUN-DATE FROM DATE YYYYMMDD.
004700     ACCEPT KJ-SLA-RUN-TIME FROM TIME.
004710     PERFORM 1000-READ-CONTROL
004720         THRU 1000-READ-CONTROL-EXIT.
004730     IF KJ-SLA-OK
004740         PERFORM 1100-BUILD-MONTHS
004750             THRU 1100-BUILD-MONTHS-EXIT
004760         PERFORM 2000-LOAD-HISTORY
004770             THRU 2000-LOAD-HISTORY-EXIT
004780         PERFORM 2500-LOAD-DEAD-LETTERS
004790             THRU 2500-LOAD-DEAD-LETTERS-EXIT
004800         OPEN OUTPUT SLARPT
004810         PERFORM 3000-BATCH-SECTION
004820             THRU 3000-BATCH-SECTION-EXIT
004830         PERFORM 4000-MONTH-SECTION
004840             THRU 4000-MONTH-SECTION-EXIT
004850         OPEN INPUT REASNMST
004860         PERFORM 5000-REASON-SECTION
004870             THRU 5000-REASON-SECTION-EXIT
004880         CLOSE REASNMST
004890         PERFORM 6000-RULE-SECTION
004900             THRU 6000-RULE-SECTION-EXIT
004910         CLOSE SLARPT
004920         DISPLAY "KJSLARPT - MONTHS SCORED:       "
004930             KJ-SLA-FROM-MONTH " - " KJ-SLA-TO-MONTH
004940         DISPLAY "KJSLARPT - HISTORY RECORDS:     "
004950             KJ-SLA-HIST-COUNT
004960         DISPLAY "KJSLARPT - BATCHES REPORTED:    "
004970             KJ-SLA-BATCH-COUNT
004980         DISPLAY "KJSLARPT - VALUES DEAD-LETTERED: "
004990             KJ-SLA-DEAD-COUNT
005000         DISPLAY "KJSLARPT - REPORT PAGES:        "
005010             KJ-PAGE-NUM
005020     END-IF.
005030     IF KJ-ERRSUMM-OPEN
005040         CLOSE ERRSUMM
005050     END-IF.
005060     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
005070     STOP RUN.
005080
005090*-----------------------------------------------------------------
005100* 1000-READ-CONTROL - READS THE MONTHS TO SCORE AND THE
005110* OPERATOR.  A MISSING CARD OR A ZERO FIRST MONTH SCORES THE
005120* CURRENT MONTH; A ZERO LAST MONTH SCORES THE FIRST MONTH
005130* ALONE.  AN INVALID MONTH, A LAST MONTH BEFORE THE FIRST, OR
005140* MORE THAN 24 MONTHS IS REFUSED AND NOTHING IS PRINTED.
005150*-----------------------------------------------------------------
005160 1000-READ-CONTROL.
005170     OPEN INPUT SLACTL.
005180     READ SLACTL
005190         AT END
005200             SET KJ-SLACTL-EOF TO TRUE
005210         NOT AT END
005220             MOVE KJ-SLC-FROM-MONTH TO KJ-SLA-FROM-MONTH
005230             MOVE KJ-SLC-TO-MONTH   TO KJ-SLA-TO-MONTH
005240             IF KJ-SLC-OPERATOR NOT EQUAL TO SPACES
005250                 MOVE KJ-SLC-OPERATOR TO KJ-SLA-OPERATOR
005260             END-IF
005270     END-READ.
005280     CLOSE SLACTL.
005290     IF KJ-SLA-FROM-MONTH = 0
005300         MOVE KJ-SLA-RUN-DATE TO KJ-SLA-DATE-IN
005310         MOVE KJ-SLA-DATE-YYYYMM TO KJ-SLA-FROM-MONTH
005320     END-IF.
005330     IF KJ-SLA-TO-MONTH = 0
005340         MOVE KJ-SLA-FROM-MONTH TO KJ-SLA-TO-MONTH
005350     END-IF.
005360     MOVE KJ-SLA-FROM-MONTH TO KJ-SLA-MONTH-WORK.
005370     MOVE KJ-SLA-MONTH-YYYY TO KJ-SLA-FROM-YYYY.
005380     MOVE KJ-SLA-MONTH-MM   TO KJ-SLA-FROM-MM.
005390     IF KJ-SLA-FROM-MM < 1 OR KJ-SLA-FROM-MM > 12
005400         MOVE "N" TO KJ-SLA-OK-SW
005410     END-IF.
005420     MOVE KJ-SLA-TO-MONTH TO KJ-SLA-MONTH-WORK.
005430     IF KJ-SLA-MONTH-MM < 1 OR KJ-SLA-MONTH-MM > 12
005440         OR KJ-SLA-TO-MONTH < KJ-SLA-FROM-MONTH
005450         MOVE "N" TO KJ-SLA-OK-SW
005460     END-IF.
005470     IF KJ-SLA-OK
005480         COMPUTE KJ-MON-OFFSET =
005490             (KJ-SLA-MONTH-YYYY - KJ-SLA-FROM-YYYY) * 12
005500             + KJ-SLA-MONTH-MM - KJ-SLA-FROM-MM + 1
005510         IF KJ-MON-OFFSET > 24
005520             MOVE "N" TO KJ-SLA-OK-SW
005530         END-IF
005540     END-IF.
005550     IF NOT KJ-SLA-OK
005560         DISPLAY "KJ1760E INVALID SCORECARD PERIOD "
005570             KJ-SLA-FROM-MONTH " - " KJ-SLA-TO-MONTH
005580             " - NO REPORT PRODUCED."
005590         MOVE "KJ1760E" TO KJ-RAISE-CONDITION
005600         MOVE "E"       TO KJ-RAISE-SEVERITY
005610         MOVE 8         TO KJ-RAISE-RC
005620         MOVE "INVALID SCORECARD PERIOD ON SLACTL"
005630             TO KJ-RAISE-TEXT
005640         PERFORM 9000-RAISE-CONDITION
005650             THRU 9000-RAISE-CONDITION-EXIT
005660     END-IF.
005670 1000-READ-CONTROL-EXIT.
005680     EXIT.
005690
005700*-----------------------------------------------------------------
005710* 1100-BUILD-MONTHS - ONE EMPTY MONTH ENTRY PER MONTH SCORED.
005720*-----------------------------------------------------------------
005730 1100-BUILD-MONTHS.
005740     MOVE KJ-MON-OFFSET TO KJ-MON-COUNT.
005750     MOVE KJ-SLA-FROM-MONTH TO KJ-SLA-MONTH-WORK.
005760     PERFORM 1110-BUILD-MONTH
005770         THRU 1110-BUILD-MONTH-EXIT
005780         VARYING KJ-MON-IDX FROM 1 BY 1
005790         UNTIL KJ-MON-IDX > KJ-MON-COUNT + 1.
005800 1100-BUILD-MONTHS-EXIT.
005810     EXIT.
005820
005830 1110-BUILD-MONTH.
005840     MOVE KJ-SLA-MONTH-WORK TO KJ-MON-MONTH (KJ-MON-IDX).
005850     MOVE 0 TO KJ-MON-BATCHES (KJ-MON-IDX)
005860               KJ-MON-ACKED (KJ-MON-IDX)
005870               KJ-MON-UNACKED (KJ-MON-IDX)
005880               KJ-MON-TURN-CNT (KJ-MON-IDX)
005890               KJ-MON-TURN-SUM (KJ-MON-IDX)
005900               KJ-MON-TURN-MAX (KJ-MON-IDX)
005910               KJ-MON-ACCEPTED (KJ-MON-IDX)
005920               KJ-MON-REJECTED (KJ-MON-IDX)
005930               KJ-MON-OURS (KJ-MON-IDX)
005940               KJ-MON-NO-RESP (KJ-MON-IDX)
005950               KJ-MON-UNMATCHED (KJ-MON-IDX)
005960               KJ-MON-DEAD (KJ-MON-IDX).
005970     ADD 1 TO KJ-SLA-MONTH-MM.
005980     IF KJ-SLA-MONTH-MM > 12
005990         MOVE 1 TO KJ-SLA-MONTH-MM
006000         ADD 1 TO KJ-SLA-MONTH-YYYY
006010     END-IF.
006020 1110-BUILD-MONTH-EXIT.
006030     EXIT.
006040
006050*-----------------------------------------------------------------
006060* 2000-LOAD-HISTORY - READS THE ACKNOWLEDGMENT HISTORY.  EACH
006070* RECORD WHOSE BATCH RUN DATE FALLS IN THE PERIOD IS ADDED TO
006080* ITS MONTH AND ITS BATCH, AND A REJECT ALSO TO THE REASON AND
006090* RULE TALLIES.
006100*-----------------------------------------------------------------
006110 2000-LOAD-HISTORY.
006120     OPEN INPUT ACKHIST.
006130     PERFORM 2010-READ-HISTORY
006140         THRU 2010-READ-HISTORY-EXIT
006150         WITH TEST AFTER UNTIL KJ-ACKHIST-EOF.
006160     CLOSE ACKHIST.
006170     IF KJ-SLA-HIST-COUNT = 0
006180         DISPLAY "KJ1740W NO ACKNOWLEDGMENT HISTORY FOR "
006190             KJ-SLA-FROM-MONTH " - " KJ-SLA-TO-MONTH "."
006200         MOVE "KJ1740W" TO KJ-RAISE-CONDITION
006210         MOVE "W"       TO KJ-RAISE-SEVERITY
006220         MOVE 4         TO KJ-RAISE-RC
006230         MOVE "NO ACKNOWLEDGMENT HISTORY FOR THE PERIOD"
006240             TO KJ-RAISE-TEXT
006250         PERFORM 9000-RAISE-CONDITION
006260             THRU 9000-RAISE-CONDITION-EXIT
006270     END-IF.
006280 2000-LOAD-HISTORY-EXIT.
006290     EXIT.
006300
006310 2010-READ-HISTORY.
006320     READ ACKHIST
006330         AT END
006340             SET KJ-ACKHIST-EOF TO TRUE
006350             GO TO 2010-READ-HISTORY-EXIT
006360     END-READ.
006370     MOVE KJ-AKH-BATCH-DATE TO KJ-SLA-DATE-IN.
006380     PERFORM 8200-FIND-MONTH
006390         THRU 8200-FIND-MONTH-EXIT.
006400     IF KJ-MON-HIT = 0
006410         GO TO 2010-READ-HISTORY-EXIT
006420     END-IF.
006430     ADD 1 TO KJ-SLA-HIST-COUNT.
006440     MOVE 0 TO KJ-BAT-HIT.
006450     IF KJ-AKH-BATCH-SEQ > 0
006460         PERFORM 2100-FIND-BATCH
006470             THRU 2100-FIND-BATCH-EXIT
006480     END-IF.
006490     IF KJ-AKH-ACCEPTED
006500         ADD KJ-AKH-VALUE-COUNT TO KJ-MON-ACCEPTED (KJ-MON-HIT)
006510         IF KJ-BAT-HIT > 0
006520             ADD KJ-AKH-VALUE-COUNT
006530                 TO KJ-BAT-ACCEPTED (KJ-BAT-HIT)
006540         END-IF
006550     END-IF.
006560     IF KJ-AKH-NO-RESPONSE
006570         ADD KJ-AKH-VALUE-COUNT TO KJ-MON-NO-RESP (KJ-MON-HIT)
006580         IF KJ-BAT-HIT > 0
006590             ADD KJ-AKH-VALUE-COUNT
006600                 TO KJ-BAT-NO-RESP (KJ-BAT-HIT)
006610         END-IF
006620     END-IF.
006630     IF KJ-AKH-UNMATCHED
006640         ADD KJ-AKH-VALUE-COUNT
006650             TO KJ-MON-UNMATCHED (KJ-MON-HIT)
006660     END-IF.
006670     IF KJ-AKH-REJECTED
006680         PERFORM 2200-TALLY-REJECT
006690             THRU 2200-TALLY-REJECT-EXIT
006700     END-IF.
006710 2010-READ-HISTORY-EXIT.
006720     EXIT.
006730
006740*-----------------------------------------------------------------
006750* 2100-FIND-BATCH - THE BATCH TABLE ENTRY FOR THE HISTORY
006760* RECORD'S BATCH, ADDED WHEN NEW.
006770*-----------------------------------------------------------------
006780 2100-FIND-BATCH.
006790     PERFORM 2110-MATCH-BATCH
006800         THRU 2110-MATCH-BATCH-EXIT
006810         VARYING KJ-BAT-IDX FROM 1 BY 1
006820         UNTIL KJ-BAT-IDX > KJ-BAT-COUNT
006830         OR KJ-BAT-HIT > 0.
006840     IF KJ-BAT-HIT = 0
006850         IF KJ-BAT-COUNT NOT < 1000
006860             MOVE "BATCH" TO KJ-TABLE-FULL-NAME
006870             PERFORM 8300-WARN-TABLE-FULL
006880                 THRU 8300-WARN-TABLE-FULL-EXIT
006890             GO TO 2100-FIND-BATCH-EXIT
006900         END-IF
006910         ADD 1 TO KJ-BAT-COUNT
006920         MOVE KJ-BAT-COUNT      TO KJ-BAT-HIT
006930         MOVE KJ-AKH-BATCH-SEQ  TO KJ-BAT-SEQ (KJ-BAT-HIT)
006940         MOVE 0 TO KJ-BAT-ACCEPTED (KJ-BAT-HIT)
006950                   KJ-BAT-REJECTED (KJ-BAT-HIT)
006960                   KJ-BAT-OURS (KJ-BAT-HIT)
006970                   KJ-BAT-NO-RESP (KJ-BAT-HIT)
006980     END-IF.
006990 2100-FIND-BATCH-EXIT.
007000     EXIT.
007010
007020 2110-MATCH-BATCH.
007030     IF KJ-BAT-SEQ (KJ-BAT-IDX) = KJ-AKH-BATCH-SEQ
007040         MOVE KJ-BAT-IDX TO KJ-BAT-HIT
007050     END-IF.
007060 2110-MATCH-BATCH-EXIT.
007070     EXIT.
007080
007090*-----------------------------------------------------------------
007100* 2200-TALLY-REJECT - ONE HISTORY RECORD OF REJECTED VALUES:
007110* ADDED TO ITS MONTH AND BATCH (AND TO THEIR OUR-FAULT COUNTS
007120* WHEN THE FAULT WAS OURS), AND TO THE MONTH'S REASON AND RULE
007130* TALLIES.
007140*-----------------------------------------------------------------
007150 2200-TALLY-REJECT.
007160     ADD KJ-AKH-VALUE-COUNT TO KJ-MON-REJECTED (KJ-MON-HIT).
007170     IF KJ-AKH-OUR-FAULT
007180         ADD KJ-AKH-VALUE-COUNT TO KJ-MON-OURS (KJ-MON-HIT)
007190     END-IF.
007200     IF KJ-BAT-HIT > 0
007210         ADD KJ-AKH-VALUE-COUNT TO KJ-BAT-REJECTED (KJ-BAT-HIT)
007220         IF KJ-AKH-OUR-FAULT
007230             ADD KJ-AKH-VALUE-COUNT TO KJ-BAT-OURS (KJ-BAT-HIT)
007240         END-IF
007250     END-IF.
007260     MOVE 0 TO KJ-RST-HIT.
007270     PERFORM 2210-MATCH-REASON
007280         THRU 2210-MATCH-REASON-EXIT
007290         VARYING KJ-RST-IDX FROM 1 BY 1
007300         UNTIL KJ-RST-IDX > KJ-RST-COUNT-USED
007310         OR KJ-RST-HIT > 0.
007320     IF KJ-RST-HIT = 0
007330         IF KJ-RST-COUNT-USED NOT < 300
007340             MOVE "REASON" TO KJ-TABLE-FULL-NAME
007350             PERFORM 8300-WARN-TABLE-FULL
007360                 THRU 8300-WARN-TABLE-FULL-EXIT
007370         ELSE
007380             ADD 1 TO KJ-RST-COUNT-USED
007390             MOVE KJ-RST-COUNT-USED TO KJ-RST-HIT
007400             MOVE KJ-SLA-DATE-YYYYMM
007410                 TO KJ-RST-MONTH (KJ-RST-HIT)
007420             MOVE KJ-AKH-REASON TO KJ-RST-REASON (KJ-RST-HIT)
007430             MOVE 0 TO KJ-RST-COUNT (KJ-RST-HIT)
007440         END-IF
007450     END-IF.
007460     IF KJ-RST-HIT > 0
007470         ADD KJ-AKH-VALUE-COUNT TO KJ-RST-COUNT (KJ-RST-HIT)
007480     END-IF.
007490     MOVE 0 TO KJ-RUT-HIT.
007500     PERFORM 2220-MATCH-RULE
007510         THRU 2220-MATCH-RULE-EXIT
007520         VARYING KJ-RUT-IDX FROM 1 BY 1
007530         UNTIL KJ-RUT-IDX > KJ-RUT-COUNT-USED
007540         OR KJ-RUT-HIT > 0.
007550     IF KJ-RUT-HIT = 0
007560         IF KJ-RUT-COUNT-USED NOT < 300
007570             MOVE "RULE" TO KJ-TABLE-FULL-NAME
007580             PERFORM 8300-WARN-TABLE-FULL
007590                 THRU 8300-WARN-TABLE-FULL-EXIT
007600         ELSE
007610             ADD 1 TO KJ-RUT-COUNT-USED
007620             MOVE KJ-RUT-COUNT-USED TO KJ-RUT-HIT
007630             MOVE KJ-SLA-DATE-YYYYMM
007640                 TO KJ-RUT-MONTH (KJ-RUT-HIT)
007650             MOVE KJ-AKH-MASTER-RULE-NUM
007660                 TO KJ-RUT-RULE-NUM (KJ-RUT-HIT)
007670             MOVE 0 TO KJ-RUT-COUNT (KJ-RUT-HIT)
007680                       KJ-RUT-OURS (KJ-RUT-HIT)
007690         END-IF
007700     END-IF.
007710     IF KJ-RUT-HIT > 0
007720         ADD KJ-AKH-VALUE-COUNT TO KJ-RUT-COUNT (KJ-RUT-HIT)
007730         IF KJ-AKH-OUR-FAULT
007740             ADD KJ-AKH-VALUE-COUNT TO KJ-RUT-OURS (KJ-RUT-HIT)
007750         END-IF
007760     END-IF.
007770 2200-TALLY-REJECT-EXIT.
007780     EXIT.
007790
007800 2210-MATCH-REASON.
007810     IF KJ-RST-MONTH (KJ-RST-IDX) = KJ-SLA-DATE-YYYYMM
007820         AND KJ-RST-REASON (KJ-RST-IDX) = KJ-AKH-REASON
007830         MOVE KJ-RST-IDX TO KJ-RST-HIT
007840     END-IF.
007850 2210-MATCH-REASON-EXIT.
007860     EXIT.
007870
007880 2220-MATCH-RULE.
007890     IF KJ-RUT-MONTH (KJ-RUT-IDX) = KJ-SLA-DATE-YYYYMM
007900         AND KJ-RUT-RULE-NUM (KJ-RUT-IDX)
007910             = KJ-AKH-MASTER-RULE-NUM
007920         MOVE KJ-RUT-IDX TO KJ-RUT-HIT
007930     END-IF.
007940 2220-MATCH-RULE-EXIT.
007950     EXIT.
007960
007970*-----------------------------------------------------------------
007980* 2500-LOAD-DEAD-LETTERS - COUNTS KJRETRAN'S DEAD LETTERS BY THE
007990* MONTH OF THE NIGHT EACH VALUE WAS DEAD-LETTERED.
008000*-----------------------------------------------------------------
008010 2500-LOAD-DEAD-LETTERS.
008020     OPEN INPUT DEADIN.
008030     PERFORM 2510-READ-DEAD-LETTER
008040         THRU 2510-READ-DEAD-LETTER-EXIT
008050         WITH TEST AFTER UNTIL KJ-DEADIN-EOF.
008060     CLOSE DEADIN.
008070 2500-LOAD-DEAD-LETTERS-EXIT.
008080     EXIT.
008090
008100 2510-READ-DEAD-LETTER.
008110     READ DEADIN
008120         AT END
008130             SET KJ-DEADIN-EOF TO TRUE
008140             GO TO 2510-READ-DEAD-LETTER-EXIT
008150     END-READ.
008160     MOVE KJ-DLR-RUN-DATE TO KJ-SLA-DATE-IN.
008170     PERFORM 8200-FIND-MONTH
008180         THRU 8200-FIND-MONTH-EXIT.
008190     IF KJ-MON-HIT > 0
008200         ADD 1 TO KJ-MON-DEAD (KJ-MON-HIT)
008210         ADD 1 TO KJ-SLA-DEAD-COUNT
008220     END-IF.
008230 2510-READ-DEAD-LETTER-EXIT.
008240     EXIT.
008250
008260*-----------------------------------------------------------------
008270* 3000-BATCH-SECTION - ONE LINE PER REGISTERED BATCH SENT IN THE
008280* PERIOD, IN SEQUENCE ORDER.
008290*-----------------------------------------------------------------
008300 3000-BATCH-SECTION.
008310     MOVE "BY BATCH - TURNAROUND AND ACCEPTANCE"
008320         TO KJ-SEC-TITLE.
008330     MOVE KJ-BAT-HDG-LINE TO KJ-SLA-COL-HDG.
008340     PERFORM 3500-PAGE-HEADING
008350         THRU 3500-PAGE-HEADING-EXIT.
008360     OPEN INPUT XMITREG.
008370     PERFORM 3100-READ-REGISTER
008380         THRU 3100-READ-REGISTER-EXIT
008390         WITH TEST AFTER UNTIL KJ-XMITREG-EOF.
008400     CLOSE XMITREG.
008410     IF KJ-SLA-BATCH-COUNT = 0
008420         WRITE KJ-PRINT-LINE FROM KJ-NONE-LINE
008430             AFTER ADVANCING 1 LINE
008440     END-IF.
008450 3000-BATCH-SECTION-EXIT.
008460     EXIT.
008470
008480*-----------------------------------------------------------------
008490* 3100-READ-REGISTER - ONE REGISTER RECORD.  A BATCH SENT IN THE
008500* PERIOD IS COUNTED TO ITS MONTH WITH ITS TURNAROUND: TO THE
008510* STATUS DATE WHEN ACKNOWLEDGED - A BATCH SINCE REVERSED COUNTS
008520* WHEN KJACKRCN POSTED ITS ACKNOWLEDGMENTS, BEFORE OR AFTER THE
008530* REVERSAL - AND NONE WHILE IT IS STILL WAITING.
008540*-----------------------------------------------------------------
008550 3100-READ-REGISTER.
008560     READ XMITREG NEXT RECORD
008570         AT END
008580             SET KJ-XMITREG-EOF TO TRUE
008590             GO TO 3100-READ-REGISTER-EXIT
008600     END-READ.
008610     MOVE KJ-XRG-RUN-DATE TO KJ-SLA-DATE-IN.
008620     PERFORM 8200-FIND-MONTH
008630         THRU 8200-FIND-MONTH-EXIT.
008640     IF KJ-MON-HIT = 0
008650         GO TO 3100-READ-REGISTER-EXIT
008660     END-IF.
008670     ADD 1 TO KJ-SLA-BATCH-COUNT.
008680     ADD 1 TO KJ-MON-BATCHES (KJ-MON-HIT).
008690     PERFORM 8000-DAY-NUMBER
008700         THRU 8000-DAY-NUMBER-EXIT.
008710     MOVE KJ-SLA-DAY-NUM TO KJ-SLA-SENT-DAY.
008720     MOVE 0 TO KJ-BAT-HIT.
008730     PERFORM 3110-MATCH-REGISTER
008740         THRU 3110-MATCH-REGISTER-EXIT
008750         VARYING KJ-BAT-IDX FROM 1 BY 1
008760         UNTIL KJ-BAT-IDX > KJ-BAT-COUNT
008770         OR KJ-BAT-HIT > 0.
008780     MOVE 0 TO KJ-SLA-DATE-IN.
008790     IF KJ-XRG-ACKED
008800     OR (KJ-XRG-REVERSED AND KJ-XRG-ACK-POSTED)
008810         MOVE KJ-XRG-STATUS-DATE TO KJ-SLA-DATE-IN
008820     END-IF.
008830     IF KJ-SLA-DATE-IN > 0
008840         ADD 1 TO KJ-MON-ACKED (KJ-MON-HIT)
008850         PERFORM 8000-DAY-NUMBER
008860             THRU 8000-DAY-NUMBER-EXIT
008870         IF KJ-SLA-DAY-NUM > KJ-SLA-SENT-DAY
008880             COMPUTE KJ-SLA-TURN-DAYS =
008890                 KJ-SLA-DAY-NUM - KJ-SLA-SENT-DAY
008900         ELSE
008910             MOVE 0 TO KJ-SLA-TURN-DAYS
008920         END-IF
008930         ADD 1 TO KJ-MON-TURN-CNT (KJ-MON-HIT)
008940         ADD KJ-SLA-TURN-DAYS TO KJ-MON-TURN-SUM (KJ-MON-HIT)
008950         IF KJ-SLA-TURN-DAYS > KJ-MON-TURN-MAX (KJ-MON-HIT)
008960             MOVE KJ-SLA-TURN-DAYS
008970                 TO KJ-MON-TURN-MAX (KJ-MON-HIT)
008980         END-IF
008990         MOVE KJ-SLA-TURN-DAYS TO KJ-SLA-TURN-ED
009000         MOVE KJ-SLA-TURN-ED   TO KJ-BTL-TURN
009010     ELSE
009020         ADD 1 TO KJ-MON-UNACKED (KJ-MON-HIT)
009030         MOVE "   -" TO KJ-BTL-TURN
009040     END-IF.
009050     PERFORM 3200-PRINT-BATCH
009060         THRU 3200-PRINT-BATCH-EXIT.
009070 3100-READ-REGISTER-EXIT.
009080     EXIT.
009090
009100 3110-MATCH-REGISTER.
009110     IF KJ-BAT-SEQ (KJ-BAT-IDX) = KJ-XRG-FILE-SEQ-NUM
009120         MOVE KJ-BAT-IDX TO KJ-BAT-HIT
009130     END-IF.
009140 3110-MATCH-REGISTER-EXIT.
009150     EXIT.
009160
009170*-----------------------------------------------------------------
009180* 3200-PRINT-BATCH - THE BATCH LINE.  A BATCH WITH NO
009190* ACKNOWLEDGMENT HISTORY SHOWS ZERO VALUES AND NO RATE.
009200*-----------------------------------------------------------------
009210 3200-PRINT-BATCH.
009220     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
009230         PERFORM 3500-PAGE-HEADING
009240             THRU 3500-PAGE-HEADING-EXIT
009250     END-IF.
009260     MOVE KJ-XRG-FILE-SEQ-NUM TO KJ-BTL-SEQ-NUM.
009270     MOVE KJ-XRG-RUN-DATE     TO KJ-BTL-SENT-DATE.
009280     MOVE KJ-XRG-STATUS-DATE  TO KJ-BTL-STATUS-DATE.
009290     MOVE KJ-XRG-RECORD-COUNT TO KJ-BTL-SENT.
009300     IF KJ-XRG-ACKED
009310         MOVE "ACK " TO KJ-BTL-STATUS
009320     ELSE
009330         IF KJ-XRG-REVERSED
009340             MOVE "REV " TO KJ-BTL-STATUS
009350         ELSE
009360             MOVE "SENT" TO KJ-BTL-STATUS
009370         END-IF
009380     END-IF.
009390     IF KJ-BAT-HIT > 0
009400         MOVE KJ-BAT-ACCEPTED (KJ-BAT-HIT) TO KJ-BTL-ACCEPTED
009410         MOVE KJ-BAT-REJECTED (KJ-BAT-HIT) TO KJ-BTL-REJECTED
009420         MOVE KJ-BAT-OURS (KJ-BAT-HIT)     TO KJ-BTL-OURS
009430         MOVE KJ-BAT-NO-RESP (KJ-BAT-HIT)  TO KJ-BTL-NO-RESP
009440         COMPUTE KJ-SLA-DENOMINATOR =
009450             KJ-BAT-ACCEPTED (KJ-BAT-HIT)
009460             + KJ-BAT-REJECTED (KJ-BAT-HIT)
009470             + KJ-BAT-NO-RESP (KJ-BAT-HIT)
009480         MOVE KJ-BAT-ACCEPTED (KJ-BAT-HIT) TO KJ-SLA-NUMERATOR
009490         PERFORM 8400-RATE
009500             THRU 8400-RATE-EXIT
009510         MOVE KJ-SLA-RATE-OUT TO KJ-BTL-RATE
009520     ELSE
009530         MOVE 0 TO KJ-BTL-ACCEPTED
009540                   KJ-BTL-REJECTED
009550                   KJ-BTL-OURS
009560                   KJ-BTL-NO-RESP
009570         MOVE "    -" TO KJ-BTL-RATE
009580     END-IF.
009590     IF KJ-XRG-SENT
009600         MOVE "* NOT ACKED" TO KJ-BTL-FLAG
009610     ELSE
009620         IF KJ-XRG-CANCEL-BATCH
009630             MOVE "CANCELLATION" TO KJ-BTL-FLAG
009640         ELSE
009650             MOVE SPACES TO KJ-BTL-FLAG
009660         END-IF
009670     END-IF.
009680     WRITE KJ-PRINT-LINE FROM KJ-BATCH-LINE
009690         AFTER ADVANCING 1 LINE.
009700     ADD 1 TO KJ-LINE-CNT.
009710 3200-PRINT-BATCH-EXIT.
009720     EXIT.
009730
009740*-----------------------------------------------------------------
009750* 3500-PAGE-HEADING - THROWS TO A NEW PAGE AND PRINTS THE PAGE
009760* HEADING WITH THE PERIOD, OPERATOR AND PAGE NUMBER, THEN THE
009770* CURRENT SECTION'S TITLE AND COLUMN HEADINGS.
009780*-----------------------------------------------------------------
009790 3500-PAGE-HEADING.
009800     ADD 1 TO KJ-PAGE-NUM.
009810     MOVE KJ-SLA-FROM-MONTH TO KJ-HDG-FROM-MONTH.
009820     MOVE KJ-SLA-TO-MONTH   TO KJ-HDG-TO-MONTH.
009830     MOVE KJ-SLA-OPERATOR   TO KJ-HDG-OPERATOR.
009840     MOVE KJ-PAGE-NUM       TO KJ-HDG-PAGE.
009850     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-1
009860         AFTER ADVANCING PAGE.
009870     MOVE SPACES TO KJ-PRINT-LINE.
009880     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
009890     WRITE KJ-PRINT-LINE FROM KJ-SEC-TITLE-LINE
009900         AFTER ADVANCING 1 LINE.
009910     MOVE SPACES TO KJ-PRINT-LINE.
009920     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
009930     WRITE KJ-PRINT-LINE FROM KJ-SLA-COL-HDG
009940         AFTER ADVANCING 1 LINE.
009950     MOVE 5 TO KJ-LINE-CNT.
009960 3500-PAGE-HEADING-EXIT.
009970     EXIT.
009980
009990*-----------------------------------------------------------------
010000* 4000-MONTH-SECTION - ONE LINE PER MONTH SCORED, THEN THE
010010* PERIOD TOTAL (THE SPARE ENTRY AFTER THE LAST MONTH).
010020*-----------------------------------------------------------------
010030 4000-MONTH-SECTION.
010040     MOVE "BY MONTH - SERVICE LEVEL" TO KJ-SEC-TITLE.
010050     MOVE KJ-MON-HDG-LINE TO KJ-SLA-COL-HDG.
010060     PERFORM 3500-PAGE-HEADING
010070         THRU 3500-PAGE-HEADING-EXIT.
010080     COMPUTE KJ-MON-TOTAL = KJ-MON-COUNT + 1.
010090     PERFORM 4100-PRINT-MONTH
010100         THRU 4100-PRINT-MONTH-EXIT
010110         VARYING KJ-MON-IDX FROM 1 BY 1
010120         UNTIL KJ-MON-IDX > KJ-MON-COUNT.
010130     MOVE SPACES TO KJ-PRINT-LINE.
010140     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
010150     MOVE KJ-MON-TOTAL TO KJ-MON-IDX.
010160     PERFORM 4200-FORMAT-MONTH
010170         THRU 4200-FORMAT-MONTH-EXIT.
010180     MOVE "TOTAL " TO KJ-MNL-MONTH.
010190     WRITE KJ-PRINT-LINE FROM KJ-MONTH-LINE
010200         AFTER ADVANCING 1 LINE.
010210 4000-MONTH-SECTION-EXIT.
010220     EXIT.
010230
010240 4100-PRINT-MONTH.
010250     PERFORM 4200-FORMAT-MONTH
010260         THRU 4200-FORMAT-MONTH-EXIT.
010270     MOVE KJ-MON-MONTH (KJ-MON-IDX) TO KJ-MNL-MONTH.
010280     WRITE KJ-PRINT-LINE FROM KJ-MONTH-LINE
010290         AFTER ADVANCING 1 LINE.
010300     ADD 1 TO KJ-LINE-CNT.
010310     ADD KJ-MON-BATCHES (KJ-MON-IDX)
010320         TO KJ-MON-BATCHES (KJ-MON-TOTAL).
010330     ADD KJ-MON-ACKED (KJ-MON-IDX)
010340         TO KJ-MON-ACKED (KJ-MON-TOTAL).
010350     ADD KJ-MON-UNACKED (KJ-MON-IDX)
010360         TO KJ-MON-UNACKED (KJ-MON-TOTAL).
010370     ADD KJ-MON-TURN-CNT (KJ-MON-IDX)
010380         TO KJ-MON-TURN-CNT (KJ-MON-TOTAL).
010390     ADD KJ-MON-TURN-SUM (KJ-MON-IDX)
010400         TO KJ-MON-TURN-SUM (KJ-MON-TOTAL).
010410     IF KJ-MON-TURN-MAX (KJ-MON-IDX)
010420             > KJ-MON-TURN-MAX (KJ-MON-TOTAL)
010430         MOVE KJ-MON-TURN-MAX (KJ-MON-IDX)
010440             TO KJ-MON-TURN-MAX (KJ-MON-TOTAL)
010450     END-IF.
010460     ADD KJ-MON-ACCEPTED (KJ-MON-IDX)
010470         TO KJ-MON-ACCEPTED (KJ-MON-TOTAL).
010480     ADD KJ-MON-REJECTED (KJ-MON-IDX)
010490         TO KJ-MON-REJECTED (KJ-MON-TOTAL).
010500     ADD KJ-MON-OURS (KJ-MON-IDX)
010510         TO KJ-MON-OURS (KJ-MON-TOTAL).
010520     ADD KJ-MON-NO-RESP (KJ-MON-IDX)
010530         TO KJ-MON-NO-RESP (KJ-MON-TOTAL).
010540     ADD KJ-MON-UNMATCHED (KJ-MON-IDX)
010550         TO KJ-MON-UNMATCHED (KJ-MON-TOTAL).
010560     ADD KJ-MON-DEAD (KJ-MON-IDX)
010570         TO KJ-MON-DEAD (KJ-MON-TOTAL).
010580 4100-PRINT-MONTH-EXIT.
010590     EXIT.
010600
010610*-----------------------------------------------------------------
010620* 4200-FORMAT-MONTH - FILLS THE MONTH LINE FROM THE MONTH ENTRY
010630* IN KJ-MON-IDX.  THE AVERAGE TURNAROUND IS OVER THE BATCHES
010640* ANSWERED; A MONTH WITH NONE ANSWERED SHOWS NO TURNAROUND.
010650*-----------------------------------------------------------------
010660 4200-FORMAT-MONTH.
010670     MOVE KJ-MON-BATCHES (KJ-MON-IDX)   TO KJ-MNL-BATCHES.
010680     MOVE KJ-MON-ACKED (KJ-MON-IDX)     TO KJ-MNL-ACKED.
010690     MOVE KJ-MON-UNACKED (KJ-MON-IDX)   TO KJ-MNL-UNACKED.
010700     MOVE KJ-MON-ACCEPTED (KJ-MON-IDX)  TO KJ-MNL-ACCEPTED.
010710     MOVE KJ-MON-REJECTED (KJ-MON-IDX)  TO KJ-MNL-REJECTED.
010720     MOVE KJ-MON-OURS (KJ-MON-IDX)      TO KJ-MNL-OURS.
010730     MOVE KJ-MON-NO-RESP (KJ-MON-IDX)   TO KJ-MNL-NO-RESP.
010740     MOVE KJ-MON-DEAD (KJ-MON-IDX)      TO KJ-MNL-DEAD.
010750     IF KJ-MON-TURN-CNT (KJ-MON-IDX) > 0
010760         COMPUTE KJ-SLA-RATE ROUNDED =
010770             KJ-MON-TURN-SUM (KJ-MON-IDX)
010780             / KJ-MON-TURN-CNT (KJ-MON-IDX)
010790         MOVE KJ-SLA-RATE    TO KJ-SLA-RATE-ED
010800         MOVE KJ-SLA-RATE-ED TO KJ-MNL-AVG-TURN
010810         MOVE KJ-MON-TURN-MAX (KJ-MON-IDX) TO KJ-SLA-TURN-ED
010820         MOVE KJ-SLA-TURN-ED TO KJ-MNL-MAX-TURN
010830     ELSE
010840         MOVE "    -" TO KJ-MNL-AVG-TURN
010850         MOVE "   -"  TO KJ-MNL-MAX-TURN
010860     END-IF.
010870     COMPUTE KJ-SLA-DENOMINATOR =
010880         KJ-MON-ACCEPTED (KJ-MON-IDX)
010890         + KJ-MON-REJECTED (KJ-MON-IDX)
010900         + KJ-MON-NO-RESP (KJ-MON-IDX).
010910     MOVE KJ-MON-ACCEPTED (KJ-MON-IDX) TO KJ-SLA-NUMERATOR.
010920     PERFORM 8400-RATE
010930         THRU 8400-RATE-EXIT.
010940     MOVE KJ-SLA-RATE-OUT TO KJ-MNL-RATE.
010950 4200-FORMAT-MONTH-EXIT.
010960     EXIT.
010970
010980*-----------------------------------------------------------------
010990* 5000-REASON-SECTION - REJECTS BY MONTH AND REASON CODE,
011000* DECODED FROM THE REASON MASTER, WITH EACH CODE'S SHARE OF THE
011010* MONTH'S REJECTS.
011020*-----------------------------------------------------------------
011030 5000-REASON-SECTION.
011040     MOVE "REJECTS BY REASON CODE" TO KJ-SEC-TITLE.
011050     MOVE KJ-RSN-HDG-LINE TO KJ-SLA-COL-HDG.
011060     PERFORM 3500-PAGE-HEADING
011070         THRU 3500-PAGE-HEADING-EXIT.
011080     IF KJ-RST-COUNT-USED = 0
011090         WRITE KJ-PRINT-LINE FROM KJ-NONE-LINE
011100             AFTER ADVANCING 1 LINE
011110         GO TO 5000-REASON-SECTION-EXIT
011120     END-IF.
011130     PERFORM 5100-SORT-PASS
011140         THRU 5100-SORT-PASS-EXIT
011150         VARYING KJ-RST-IDX FROM 1 BY 1
011160             UNTIL KJ-RST-IDX >= KJ-RST-COUNT-USED.
011170     PERFORM 5200-PRINT-REASON
011180         THRU 5200-PRINT-REASON-EXIT
011190         VARYING KJ-RST-IDX FROM 1 BY 1
011200         UNTIL KJ-RST-IDX > KJ-RST-COUNT-USED.
011210 5000-REASON-SECTION-EXIT.
011220     EXIT.
011230
011240 5100-SORT-PASS.
011250     PERFORM 5110-SORT-COMPARE
011260         THRU 5110-SORT-COMPARE-EXIT
011270         VARYING KJ-RST-JDX FROM KJ-RST-IDX BY 1
011280             UNTIL KJ-RST-JDX > KJ-RST-COUNT-USED.
011290 5100-SORT-PASS-EXIT.
011300     EXIT.
011310
011320 5110-SORT-COMPARE.
011330     IF KJ-RST-KEY (KJ-RST-JDX) < KJ-RST-KEY (KJ-RST-IDX)
011340         MOVE KJ-RST-ENTRY (KJ-RST-IDX) TO KJ-RST-SWAP
011350         MOVE KJ-RST-ENTRY (KJ-RST-JDX)
011360             TO KJ-RST-ENTRY (KJ-RST-IDX)
011370         MOVE KJ-RST-SWAP TO KJ-RST-ENTRY (KJ-RST-JDX)
011380     END-IF.
011390 5110-SORT-COMPARE-EXIT.
011400     EXIT.
011410
011420 5200-PRINT-REASON.
011430     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
011440         PERFORM 3500-PAGE-HEADING
011450             THRU 3500-PAGE-HEADING-EXIT
011460     END-IF.
011470     MOVE "N" TO KJ-REASON-FOUND-SW.
011480     MOVE KJ-RST-REASON (KJ-RST-IDX) TO KJ-RSN-CODE.
011490     READ REASNMST
011500         INVALID KEY
011510             CONTINUE
011520         NOT INVALID KEY
011530             SET KJ-REASON-FOUND TO TRUE
011540     END-READ.
011550     MOVE KJ-RST-MONTH (KJ-RST-IDX)  TO KJ-RSL-MONTH.
011560     MOVE KJ-RST-REASON (KJ-RST-IDX) TO KJ-RSL-REASON.
011570     MOVE KJ-RST-COUNT (KJ-RST-IDX)  TO KJ-RSL-COUNT.
011580     MOVE SPACES TO KJ-RSL-ACTION.
011590     IF KJ-REASON-FOUND
011600         MOVE KJ-RSN-DESCRIPTION TO KJ-RSL-DESCRIPTION
011610         IF KJ-RSN-OUR-FAULT
011620             MOVE "OURS"         TO KJ-RSL-FAULT
011630             MOVE "FIX UPSTREAM" TO KJ-RSL-ACTION
011640         ELSE
011650             MOVE "PARTNER"      TO KJ-RSL-FAULT
011660         END-IF
011670         IF KJ-RSN-RESEND-CAN-SUCCEED
011680             MOVE "YES" TO KJ-RSL-RESEND
011690         ELSE
011700             MOVE "NO"  TO KJ-RSL-RESEND
011710             IF NOT KJ-RSN-OUR-FAULT
011720                 MOVE "NO RESEND" TO KJ-RSL-ACTION
011730             END-IF
011740         END-IF
011750     ELSE
011760         MOVE "*** CODE NOT ON REASON MASTER ***"
011770             TO KJ-RSL-DESCRIPTION
011780         MOVE "UNKNOWN" TO KJ-RSL-FAULT
011790         MOVE "?"       TO KJ-RSL-RESEND
011800     END-IF.
011810     MOVE KJ-RST-MONTH (KJ-RST-IDX) TO KJ-SLA-DATE-YYYYMM.
011820     PERFORM 8200-FIND-MONTH
011830         THRU 8200-FIND-MONTH-EXIT.
011840     MOVE KJ-MON-REJECTED (KJ-MON-HIT) TO KJ-SLA-DENOMINATOR.
011850     MOVE KJ-RST-COUNT (KJ-RST-IDX) TO KJ-SLA-NUMERATOR.
011860     PERFORM 8400-RATE
011870         THRU 8400-RATE-EXIT.
011880     MOVE KJ-SLA-RATE-OUT TO KJ-RSL-PCT.
011890     WRITE KJ-PRINT-LINE FROM KJ-REASON-LINE
011900         AFTER ADVANCING 1 LINE.
011910     ADD 1 TO KJ-LINE-CNT.
011920 5200-PRINT-REASON-EXIT.
011930     EXIT.
011940
011950*-----------------------------------------------------------------
011960* 6000-RULE-SECTION - REJECTS BY MONTH AND RULE MASTER NUMBER,
011970* OUR FAULT AGAINST THE REST, WITH EACH RULE'S SHARE OF THE
011980* MONTH'S REJECTS.
011990*-----------------------------------------------------------------
012000 6000-RULE-SECTION.
012010     MOVE "REJECTS BY RULE (RULE MASTER NUMBER)"
012020         TO KJ-SEC-TITLE.
012030     MOVE KJ-RUL-HDG-LINE TO KJ-SLA-COL-HDG.
012040     PERFORM 3500-PAGE-HEADING
012050         THRU 3500-PAGE-HEADING-EXIT.
012060     IF KJ-RUT-COUNT-USED = 0
012070         WRITE KJ-PRINT-LINE FROM KJ-NONE-LINE
012080             AFTER ADVANCING 1 LINE
012090         GO TO 6000-RULE-SECTION-EXIT
012100     END-IF.
012110     PERFORM 6100-SORT-PASS
012120         THRU 6100-SORT-PASS-EXIT
012130         VARYING KJ-RUT-IDX FROM 1 BY 1
012140             UNTIL KJ-RUT-IDX >= KJ-RUT-COUNT-USED.
012150     PERFORM 6200-PRINT-RULE
012160         THRU 6200-PRINT-RULE-EXIT
012170         VARYING KJ-RUT-IDX FROM 1 BY 1
012180         UNTIL KJ-RUT-IDX > KJ-RUT-COUNT-USED.
012190 6000-RULE-SECTION-EXIT.
012200     EXIT.
012210
012220 6100-SORT-PASS.
012230     PERFORM 6110-SORT-COMPARE
012240         THRU 6110-SORT-COMPARE-EXIT
012250         VARYING KJ-RUT-JDX FROM KJ-RUT-IDX BY 1
012260             UNTIL KJ-RUT-JDX > KJ-RUT-COUNT-USED.
012270 6100-SORT-PASS-EXIT.
012280     EXIT.
012290
012300 6110-SORT-COMPARE.
012310     IF KJ-RUT-KEY (KJ-RUT-JDX) < KJ-RUT-KEY (KJ-RUT-IDX)
012320         MOVE KJ-RUT-ENTRY (KJ-RUT-IDX) TO KJ-RUT-SWAP
012330         MOVE KJ-RUT-ENTRY (KJ-RUT-JDX)
012340             TO KJ-RUT-ENTRY (KJ-RUT-IDX)
012350         MOVE KJ-RUT-SWAP TO KJ-RUT-ENTRY (KJ-RUT-JDX)
012360     END-IF.
012370 6110-SORT-COMPARE-EXIT.
012380     EXIT.
012390
012400 6200-PRINT-RULE.
012410     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
012420         PERFORM 3500-PAGE-HEADING
012430             THRU 3500-PAGE-HEADING-EXIT
012440     END-IF.
012450     MOVE KJ-RUT-MONTH (KJ-RUT-IDX)    TO KJ-RUL-MONTH.
012460     MOVE KJ-RUT-RULE-NUM (KJ-RUT-IDX) TO KJ-RUL-RULE-NUM.
012470     MOVE KJ-RUT-COUNT (KJ-RUT-IDX)    TO KJ-RUL-COUNT.
012480     MOVE KJ-RUT-OURS (KJ-RUT-IDX)     TO KJ-RUL-OURS.
012490     COMPUTE KJ-RUL-OTHERS =
012500         KJ-RUT-COUNT (KJ-RUT-IDX) - KJ-RUT-OURS (KJ-RUT-IDX).
012510     MOVE KJ-RUT-MONTH (KJ-RUT-IDX) TO KJ-SLA-DATE-YYYYMM.
012520     PERFORM 8200-FIND-MONTH
012530         THRU 8200-FIND-MONTH-EXIT.
012540     MOVE KJ-MON-REJECTED (KJ-MON-HIT) TO KJ-SLA-DENOMINATOR.
012550     MOVE KJ-RUT-COUNT (KJ-RUT-IDX) TO KJ-SLA-NUMERATOR.
012560     PERFORM 8400-RATE
012570         THRU 8400-RATE-EXIT.
012580     MOVE KJ-SLA-RATE-OUT TO KJ-RUL-PCT.
012590     WRITE KJ-PRINT-LINE FROM KJ-RULE-LINE
012600         AFTER ADVANCING 1 LINE.
012610     ADD 1 TO KJ-LINE-CNT.
012620 6200-PRINT-RULE-EXIT.
012630     EXIT.
012640
012650*-----------------------------------------------------------------
012660* 8000-DAY-NUMBER - CONVERTS THE DATE IN KJ-SLA-DATE-IN TO A DAY
012670* NUMBER COUNTED FROM A FIXED ORIGIN, WITH MARCH TAKEN AS THE
012680* FIRST MONTH OF THE YEAR SO THE LEAP DAY FALLS AT YEAR END.
012690* EACH DIVISION IS TRUNCATED ON ITS OWN.
012700*-----------------------------------------------------------------
012710 8000-DAY-NUMBER.
012720     MOVE KJ-SLA-DATE-YYYY TO KJ-DAY-YEAR.
012730     MOVE KJ-SLA-DATE-MM   TO KJ-DAY-MONTH.
012740     IF KJ-DAY-MONTH < 3
012750         SUBTRACT 1 FROM KJ-DAY-YEAR
012760         ADD 12 TO KJ-DAY-MONTH
012770     END-IF.
012780     COMPUTE KJ-SLA-DAY-NUM =
012790         365 * KJ-DAY-YEAR + KJ-SLA-DATE-DD.
012800     DIVIDE KJ-DAY-YEAR BY 4 GIVING KJ-DAY-QUOT.
012810     ADD KJ-DAY-QUOT TO KJ-SLA-DAY-NUM.
012820     DIVIDE KJ-DAY-YEAR BY 100 GIVING KJ-DAY-QUOT.
012830     SUBTRACT KJ-DAY-QUOT FROM KJ-SLA-DAY-NUM.
012840     DIVIDE KJ-DAY-YEAR BY 400 GIVING KJ-DAY-QUOT.
012850     ADD KJ-DAY-QUOT TO KJ-SLA-DAY-NUM.
012860     COMPUTE KJ-DAY-WORK = 153 * (KJ-DAY-MONTH - 3) + 2.
012870     DIVIDE KJ-DAY-WORK BY 5 GIVING KJ-DAY-QUOT.
012880     ADD KJ-DAY-QUOT TO KJ-SLA-DAY-NUM.
012890 8000-DAY-NUMBER-EXIT.
012900     EXIT.
012910
012920*-----------------------------------------------------------------
012930* 8200-FIND-MONTH - THE MONTH TABLE ENTRY FOR THE MONTH IN
012940* KJ-SLA-DATE-YYYYMM, OR ZERO IN KJ-MON-HIT WHEN THE MONTH IS
012950* OUTSIDE THE PERIOD.  THE MONTHS ARE CONSECUTIVE, SO THE
012960* ENTRY IS FOUND BY ITS DISTANCE FROM THE FIRST MONTH.
012970*-----------------------------------------------------------------
012980 8200-FIND-MONTH.
012990     MOVE 0 TO KJ-MON-HIT.
013000     COMPUTE KJ-MON-OFFSET =
013010         (KJ-SLA-DATE-YYYY - KJ-SLA-FROM-YYYY) * 12
013020         + KJ-SLA-DATE-MM - KJ-SLA-FROM-MM + 1.
013030     IF KJ-MON-OFFSET > 0 AND KJ-MON-OFFSET NOT > KJ-MON-COUNT
013040         MOVE KJ-MON-OFFSET TO KJ-MON-HIT
013050     END-IF.
013060 8200-FIND-MONTH-EXIT.
013070     EXIT.
013080
013090*-----------------------------------------------------------------
013100* 8300-WARN-TABLE-FULL - A TALLY TABLE HAS NO ROOM LEFT.  THE
013110* FIRST SUCH CONDITION IS WARNED; THE SCORECARD IS THEN
013120* INCOMPLETE FOR WHATEVER DID NOT FIT.
013130*-----------------------------------------------------------------
013140 8300-WARN-TABLE-FULL.
013150     IF KJ-TABLE-FULL-WARNED
013160         GO TO 8300-WARN-TABLE-FULL-EXIT
013170     END-IF.
013180     SET KJ-TABLE-FULL-WARNED TO TRUE.
013190     DISPLAY "KJ1750W SCORECARD " KJ-TABLE-FULL-NAME
013200         " TABLE FULL - FIGURES INCOMPLETE.".
013210     MOVE "KJ1750W" TO KJ-RAISE-CONDITION.
013220     MOVE "W"       TO KJ-RAISE-SEVERITY.
013230     MOVE 4         TO KJ-RAISE-RC.
013240     MOVE "SCORECARD TABLE FULL - FIGURES INCOMPLETE"
013250         TO KJ-RAISE-TEXT.
013260     PERFORM 9000-RAISE-CONDITION
013270         THRU 9000-RAISE-CONDITION-EXIT.
013280 8300-WARN-TABLE-FULL-EXIT.
013290     EXIT.
013300
013310*-----------------------------------------------------------------
013320* 8400-RATE - THE PERCENTAGE KJ-SLA-NUMERATOR IS OF
013330* KJ-SLA-DENOMINATOR, EDITED TO ONE DECIMAL IN KJ-SLA-RATE-OUT.
013340* A ZERO DENOMINATOR EDITS AS A DASH.
013350*-----------------------------------------------------------------
013360 8400-RATE.
013370     IF KJ-SLA-DENOMINATOR = 0
013380         MOVE "    -" TO KJ-SLA-RATE-OUT
013390         GO TO 8400-RATE-EXIT
013400     END-IF.
013410     COMPUTE KJ-SLA-RATE ROUNDED =
013420         KJ-SLA-NUMERATOR * 100 / KJ-SLA-DENOMINATOR.
013430     MOVE KJ-SLA-RATE    TO KJ-SLA-RATE-ED.
013440     MOVE KJ-SLA-RATE-ED TO KJ-SLA-RATE-OUT.
013450 8400-RATE-EXIT.
013460     EXIT.
013470
013480*-----------------------------------------------------------------
013490* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
013500* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
013510* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
013520* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
013530*-----------------------------------------------------------------
013540 9000-RAISE-CONDITION.
013550     IF NOT KJ-ERRSUMM-OPEN
013560         OPEN OUTPUT ERRSUMM
013570         SET KJ-ERRSUMM-OPEN TO TRUE
013580     END-IF.
013590     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
013600     MOVE KJ-SLA-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
013610     MOVE KJ-SLA-RUN-DATE     TO KJ-ERR-RUN-DATE.
013620     COMPUTE KJ-ERR-RUN-TIME = KJ-SLA-RUN-TIME / 100.
013630     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
013640     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
013650     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
013660     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
013670     WRITE KJ-ERROR-SUMMARY-RECORD.
013680     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
013690         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
013700     END-IF.
013710 9000-RAISE-CONDITION-EXIT.
013720     EXIT.
