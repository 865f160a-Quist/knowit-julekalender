000010*****************************************************************
000020* IDENTIFICATION DIVISION.
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    KJSIMRUN.
000060 AUTHOR.        J A KLAUSEN.
000070 INSTALLATION.  KNOWIT BATCH SHOP - ADVENT CALENDAR.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*****************************************************************
000110* RULE CHANGE SIMULATION RUN FOR DAY 07.  SHOWS WHAT A SET OF
000120* RULE MAINTENANCE TRANSACTIONS WOULD DO TO THE NIGHTLY RESULTS
000130* AND TO THE OVERNIGHT WINDOW BEFORE ANY OF THEM REACHES THE
000140* RULE MASTER - IN PRACTICE, EARLY DECEMBER, WHEN NEXT YEAR'S
000150* RANGES ARE KEYED, SO A RANGE THAT BLOWS THE WINDOW OR CHANGES
000160* AN ANSWER IS CAUGHT AT PLANNING TIME.
000170*
000180* THE CURRENT RULE SET IS THE RULE MASTER (RULEMAST) AS IT
000190* STANDS.  THE PROPOSED RULE SET IS THE SAME MASTER WITH EVERY
000200* TRANSACTION STILL WAITING ON THE PENDING QUEUE (PENDTRAN,
000210* STATUS P, IN QUEUE ORDER) AND THEN A RULETRAN DECK APPLIED IN
000220* CORE, EACH ONE PUT THROUGH THE SAME EDITS KJRULMNT APPLIES
000230* (RM01-RM09, RM15) - A TRANSACTION KJRULMNT WOULD REFUSE IS
000240* LISTED AS NOT APPLIED AND LEFT OUT OF THE PROPOSED SET.
000250* EITHER SOURCE MAY BE ABSENT.
000260*
000270* EACH RULE IN EFFECT ON THE SIMULATED NIGHT (CONTROL CARD SIMCTL,
000280* KJSMCREC) IS RUN THE WAY THE NIGHTLY JOB RUNS IT: A RULE OF ANY
000290* TYPE WHOSE RANGE LIES WHOLLY INSIDE A COVERAGE RANGE RECORDED
000300* FOR ITS TYPE AND DIVISOR (DIVCOVER) IS ANSWERED FROM THE
000310* QUALIFYING MASTER (QUALMAST); EVERY OTHER RULE IS GROUND VALUE
000320* BY VALUE THROUGH THE SHARED QUALIFYING ENGINE (KJCHECK1), SO THE
000330* SUM AND QUALIFY COUNT ARE THE ANSWERS THE NIGHT WOULD GIVE.  A
000340* GROUND RULE IS COSTED AT ITS OWN LATEST MEASURED RATE ON THE
000350* PERFORMANCE HISTORY (PERFHIST), OR AT THE LATEST NIGHT'S AVERAGE
000360* RATE WHEN IT HAS NEVER BEEN MEASURED, THE SAME WAY KJPRFRPT'S
000370* WINDOW PROJECTION COSTS IT.  A RULE WHOSE RANGE AND TEST ARE THE
000380* SAME IN BOTH SETS IS RUN ONCE.  A RANGE GROUND EARLIER IN A REAL
000390* NIGHT CAN COVER A LATER RULE OF THE SAME NIGHT; THE SIMULATION
000400* DOES NOT COUNT ON THAT, SO ITS PROJECTED TIME ERRS ON THE LONG
000410* SIDE.
000420*
000430* THE COMPARISON REPORT (SIMRPT) LISTS THE TRANSACTIONS
000440* APPLIED AND REFUSED, THEN ONE PAIR OF LINES PER RULE WITH THE
000450* CURRENT SET ON THE LEFT AND THE PROPOSED SET ON THE RIGHT,
000460* AND CLOSES WITH THE TOTALS AND A WINDOW VERDICT FOR EACH SET.
000470*
000480* READ-ONLY: THE RULE MASTER, PENDING QUEUE, DECK, QUALIFYING
000490* MASTER, COVERAGE FILE AND PERFORMANCE HISTORY ARE ALL OPENED
000500* FOR INPUT, AND NONE OF THE NIGHT'S OUTPUTS (QUALMAST,
000510* DIVCOVER, SCOREOUT, XMITREG, CALRESLT, AUDITLOG, CHECKFILE)
000520* IS EVEN ALLOCATED - ONLY THE REPORT AND ERRSUMM ARE WRITTEN.
000530*
000540* MOD-HISTORY.
000550*     2026-10-15 JAK  NEW PROGRAM - RULE CHANGE SIMULATION RUN
000560*                     WITH CURRENT-AGAINST-PROPOSED COMPARISON.
000570*     2026-10-15 JAK  CALENDAR DAY ON THE RULE MASTER: THE DAY IS
000580*                     EDITED AS IN KJRULMNT (RM15, SAME-DAY
000590*                     OVERLAP), CARRIED IN BOTH RULE SETS AND
000600*                     SHOWN ON THE TRANSACTION AND RULE LINES.
000610*     2026-10-15 JAK  FAST PATH FOLLOWS THE NIGHTLY JOB: ANY RULE
000620*                     TYPE IS ANSWERED FROM THE MASTER WHEN ONE
000630*                     COVERAGE RECORD FOR ITS TYPE AND DIVISOR
000640*                     HOLDS ITS RANGE (BLANK COVERAGE TYPE = D).
000650*****************************************************************
000660 ENVIRONMENT DIVISION.
000670 CONFIGURATION SECTION.
000680 SOURCE-COMPUTER.   IBM-370.
000690 OBJECT-COMPUTER.   IBM-370.
000700 INPUT-OUTPUT SECTION.
000710 FILE-CONTROL.
000720     SELECT OPTIONAL SIMCTL ASSIGN TO SIMCTL
000730         ORGANIZATION IS SEQUENTIAL.
000740
000750     SELECT RULEMAST ASSIGN TO RULEMAST
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS SEQUENTIAL
000780         RECORD KEY IS KJ-RMS-RULE-NUM.
000790
000800     SELECT OPTIONAL PENDTRAN ASSIGN TO PENDTRAN
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE IS SEQUENTIAL
000830         RECORD KEY IS KJ-PND-PEND-ID.
000840
000850     SELECT OPTIONAL RULETRAN ASSIGN TO RULETRAN
000860         ORGANIZATION IS SEQUENTIAL.
000870
000880     SELECT DIVCOVER ASSIGN TO DIVCOVER
000890         ORGANIZATION IS SEQUENTIAL.
000900
000910     SELECT QUALMAST ASSIGN TO QUALMAST
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS DYNAMIC
000940         RECORD KEY IS KJ-QMS-KEY.
000950
000960     SELECT PERFHIST ASSIGN TO PERFHIST
000970         ORGANIZATION IS SEQUENTIAL.
000980
000990     SELECT SIMRPT   ASSIGN TO SIMRPT
001000         ORGANIZATION IS SEQUENTIAL.
001010
001020     SELECT ERRSUMM  ASSIGN TO ERRSUMM
001030         ORGANIZATION IS SEQUENTIAL.
001040
001050 DATA DIVISION.
001060 FILE SECTION.
001070 FD  SIMCTL
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 40 CHARACTERS.
001100     COPY KJSMCREC.
001110
001120 FD  RULEMAST
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 61 CHARACTERS.
001150     COPY KJRMSREC.
001160
001170 FD  PENDTRAN
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 120 CHARACTERS.
001200     COPY KJPNDREC.
001210
001220 FD  RULETRAN
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 53 CHARACTERS.
001250     COPY KJRMTREC.
001260
001270 FD  DIVCOVER
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 40 CHARACTERS.
001300     COPY KJDCVREC.
001310
001320 FD  QUALMAST
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 40 CHARACTERS.
001350     COPY KJQMSREC.
001360
001370 FD  PERFHIST
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 90 CHARACTERS.
001400     COPY KJPHRREC.
001410
001420 FD  SIMRPT
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 132 CHARACTERS.
001450 01  KJ-PRINT-LINE            PIC X(132).
001460
001470 FD  ERRSUMM
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 80 CHARACTERS.
001500     COPY KJERRREC.
001510
001520 WORKING-STORAGE SECTION.
001530 01  KJ-SIM-PROGRAM-NAME      PIC X(08) VALUE "KJSIMRUN".
001540 01  KJ-SIM-RUN-DATE          PIC 9(8) VALUE 0.
001550 01  KJ-SIM-RUN-TIME          PIC 9(8) VALUE 0.
001560 01  KJ-SIM-NIGHT-DATE        PIC 9(8) VALUE 0.
001570 01  KJ-SIM-OPERATOR          PIC X(08) VALUE "UNKNOWN".
001580 01  KJ-WINDOW-SECS           PIC 9(7) VALUE 21600.
001590
001600*****************************************************************
001610* THE RULE TABLE.  ONE ENTRY PER RULE NUMBER ON THE MASTER OR
001620* ADDED BY A SIMULATED TRANSACTION, HOLDING THE RULE AS IT
001630* STANDS (CUR) AND AS IT WOULD STAND WITH THE CHANGES APPLIED
001640* (PRP), THE SIMULATED RESULT UNDER EACH, AND THE RULE'S LATEST
001650* MEASURED RATE.  A CUR STATUS OF SPACE MEANS THE RULE IS NOT ON
001660* THE MASTER TODAY.  THE DEFINITION AND RESULT GROUPS HAVE THE
001670* SAME SHAPE ON BOTH SIDES SO EACH IS STAGED THROUGH ONE SET OF
001680* WORK FIELDS BELOW.
001690*****************************************************************
001700 01  KJ-SRL-TABLE.
001710     05  KJ-SRL-ENTRY OCCURS 200 TIMES.
001720         10  KJ-SRL-RULE-NUM   PIC 9(4).
001730         10  KJ-SRL-RATE       PIC 9(7).
001740         10  KJ-SRL-RATE-DATE  PIC 9(8).
001750         10  KJ-SRL-CUR-DEF.
001760             15  KJ-SRL-CUR-STATUS    PIC X(01).
001770             15  KJ-SRL-CUR-DIVISOR   PIC 9(4).
001780             15  KJ-SRL-CUR-LOW       PIC 9(9).
001790             15  KJ-SRL-CUR-HIGH      PIC 9(9).
001800             15  KJ-SRL-CUR-EFF-FROM  PIC 9(8).
001810             15  KJ-SRL-CUR-EFF-TO    PIC 9(8).
001820             15  KJ-SRL-CUR-TYPE      PIC X(01).
001830             15  KJ-SRL-CUR-DAY       PIC 9(2).
001840         10  KJ-SRL-PRP-DEF.
001850             15  KJ-SRL-PRP-STATUS    PIC X(01).
001860                 88  KJ-SRL-PRP-ACTIVE       VALUE "A".
001870             15  KJ-SRL-PRP-DIVISOR   PIC 9(4).
001880             15  KJ-SRL-PRP-LOW       PIC 9(9).
001890             15  KJ-SRL-PRP-HIGH      PIC 9(9).
001900             15  KJ-SRL-PRP-EFF-FROM  PIC 9(8).
001910             15  KJ-SRL-PRP-EFF-TO    PIC 9(8).
001920             15  KJ-SRL-PRP-TYPE      PIC X(01).
001930             15  KJ-SRL-PRP-DAY       PIC 9(2).
001940         10  KJ-SRL-CUR-RES.
001950             15  KJ-SRL-CUR-IN-SW     PIC X(01).
001960                 88  KJ-SRL-CUR-IN-EFFECT    VALUE "Y".
001970             15  KJ-SRL-CUR-STATE     PIC X(16).
001980             15  KJ-SRL-CUR-PATH      PIC X(01).
001990             15  KJ-SRL-CUR-COUNT     PIC 9(9).
002000             15  KJ-SRL-CUR-SUM       PIC 9(15).
002010             15  KJ-SRL-CUR-SECS      PIC 9(9).
002020             15  KJ-SRL-CUR-RATE-FLAG PIC X(01).
002030         10  KJ-SRL-PRP-RES.
002040             15  KJ-SRL-PRP-IN-SW     PIC X(01).
002050                 88  KJ-SRL-PRP-IN-EFFECT    VALUE "Y".
002060             15  KJ-SRL-PRP-STATE     PIC X(16).
002070             15  KJ-SRL-PRP-PATH      PIC X(01).
002080             15  KJ-SRL-PRP-COUNT     PIC 9(9).
002090             15  KJ-SRL-PRP-SUM       PIC 9(15).
002100             15  KJ-SRL-PRP-SECS      PIC 9(9).
002110             15  KJ-SRL-PRP-RATE-FLAG PIC X(01).
002120
002130 01  KJ-SRL-COUNT             PIC 9(4) COMP VALUE 0.
002140 01  KJ-SRL-IDX               PIC 9(4) COMP VALUE 0.
002150 01  KJ-SRL-HIT               PIC 9(4) COMP VALUE 0.
002160 01  KJ-FIND-RULE-NUM         PIC 9(4) VALUE 0.
002170
002180*****************************************************************
002190* ONE SIDE OF ONE RULE IN HAND.  THE DEFINITION IS STAGED HERE
002200* FROM THE CUR OR PRP GROUP, THE EFFECT TEST AND THE SIMULATED
002210* RUN WORK ON IT, AND THE RESULT IS MOVED BACK AS A GROUP.
002220*****************************************************************
002230 01  KJ-SIM-DEF.
002240     05  KJ-SIM-STATUS        PIC X(01).
002250         88  KJ-SIM-ACTIVE           VALUE "A".
002260     05  KJ-SIM-DIVISOR       PIC 9(4).
002270     05  KJ-SIM-LOW           PIC 9(9).
002280     05  KJ-SIM-HIGH          PIC 9(9).
002290     05  KJ-SIM-EFF-FROM      PIC 9(8).
002300     05  KJ-SIM-EFF-TO        PIC 9(8).
002310     05  KJ-SIM-TYPE          PIC X(01).
002320     05  KJ-SIM-DAY           PIC 9(2).
002330
002340 01  KJ-SIM-RES.
002350     05  KJ-SIM-IN-SW         PIC X(01).
002360         88  KJ-SIM-IN-EFFECT        VALUE "Y".
002370     05  KJ-SIM-STATE         PIC X(16).
002380     05  KJ-SIM-PATH          PIC X(01).
002390         88  KJ-SIM-FAST-PATH        VALUE "F".
002400         88  KJ-SIM-GROUND           VALUE "G".
002410     05  KJ-SIM-COUNT         PIC 9(9).
002420     05  KJ-SIM-SUM           PIC 9(15).
002430     05  KJ-SIM-SECS          PIC 9(9).
002440     05  KJ-SIM-RATE-FLAG     PIC X(01).
002450         88  KJ-SIM-AT-AVG-RATE      VALUE "*".
002460         88  KJ-SIM-NO-RATE          VALUE "?".
002470
002480*****************************************************************
002490* QUALIFYING ENGINE ARGUMENTS - THE SAME SHAPES THE NIGHTLY JOB
002500* PASSES KJCHECK1.
002510*****************************************************************
002520 01  KJ-SIM-CNT               PIC 9(9) VALUE 0.
002530 01  KJ-SIM-REVERSED          PIC 9(9) VALUE 0.
002540 01  KJ-SIM-QUALIFY-SW        PIC X(01) VALUE "N".
002550     88  KJ-SIM-QUALIFIES            VALUE "Y".
002560 01  KJ-SIM-SIZE              PIC 9(9) VALUE 0.
002570 01  KJ-SIM-RATE              PIC 9(7) VALUE 0.
002580
002590*****************************************************************
002600* COVERAGE TABLE - THE SAME 200-ENTRY IMAGE OF DIVCOVER THE
002610* NIGHTLY JOB LOADS AT START OF RUN.
002620*****************************************************************
002630 01  KJ-DCV-TABLE.
002640     05  KJ-DCV-ENTRY OCCURS 200 TIMES.
002650         10  KJ-DCT-RULE-TYPE  PIC X(01).
002660         10  KJ-DCT-DIVISOR    PIC 9(4).
002670         10  KJ-DCT-LOW        PIC 9(9).
002680         10  KJ-DCT-HIGH       PIC 9(9).
002690
002700 01  KJ-DCV-COUNT             PIC 9(4) COMP VALUE 0.
002710 01  KJ-DCV-IDX               PIC 9(4) COMP VALUE 0.
002720 01  KJ-RULE-COVERED-SW       PIC X(01) VALUE "N".
002730     88  KJ-RULE-COVERED             VALUE "Y".
002740
002750*****************************************************************
002760* RATE WORK FIELDS - THE LATEST NIGHT'S AVERAGE RATE OFF THE
002770* PERFORMANCE HISTORY, FOR RULES NEVER MEASURED THEMSELVES.
002780*****************************************************************
002790 01  KJ-LATEST-DATE           PIC 9(8) VALUE 0.
002800 01  KJ-RATE-SUM              PIC 9(11) VALUE 0.
002810 01  KJ-RATE-CNT              PIC 9(4) VALUE 0.
002820 01  KJ-AVG-RATE              PIC 9(7) VALUE 0.
002830
002840*****************************************************************
002850* TRANSACTION EDIT WORK FIELDS, AS IN KJRULMNT.  A ZERO
002860* EFFECTIVE-TO IS OPEN-ENDED AND COMPARES AS THE HIGHEST DATE.
002870*****************************************************************
002880 01  KJ-TRN-SOURCE            PIC X(07) VALUE SPACES.
002890 01  KJ-TRN-PEND-ID           PIC 9(6) VALUE 0.
002900 01  KJ-TRN-RULE-TYPE         PIC X(01) VALUE "D".
002910 01  KJ-TRN-DAY-NUM           PIC 9(2) VALUE 7.
002920 01  KJ-TRN-EFF-END           PIC 9(8) VALUE 0.
002930 01  KJ-PRP-EFF-END           PIC 9(8) VALUE 0.
002940 01  KJ-REASON-CODE           PIC X(04) VALUE SPACES.
002950 01  KJ-REASON-TEXT           PIC X(30) VALUE SPACES.
002960 01  KJ-TRANS-OK-SW           PIC X(01) VALUE "N".
002970     88  KJ-TRANS-OK                 VALUE "Y".
002980     88  KJ-TRANS-REJECTED           VALUE "N".
002990 01  KJ-OVERLAP-SW            PIC X(01) VALUE "N".
003000     88  KJ-OVERLAP-FOUND            VALUE "Y".
003010
003020 01  KJ-SIMCTL-EOF-SW         PIC X(01) VALUE "N".
003030     88  KJ-SIMCTL-EOF               VALUE "Y".
003040 01  KJ-RULEMAST-EOF-SW       PIC X(01) VALUE "N".
003050     88  KJ-RULEMAST-EOF             VALUE "Y".
003060 01  KJ-PENDTRAN-EOF-SW       PIC X(01) VALUE "N".
003070     88  KJ-PENDTRAN-EOF             VALUE "Y".
003080 01  KJ-RULETRAN-EOF-SW       PIC X(01) VALUE "N".
003090     88  KJ-RULETRAN-EOF             VALUE "Y".
003100 01  KJ-DIVCOVER-EOF-SW       PIC X(01) VALUE "N".
003110     88  KJ-DIVCOVER-EOF             VALUE "Y".
003120 01  KJ-QUALMAST-EOF-SW       PIC X(01) VALUE "N".
003130     88  KJ-QUALMAST-EOF             VALUE "Y".
003140 01  KJ-PERFHIST-EOF-SW       PIC X(01) VALUE "N".
003150     88  KJ-PERFHIST-EOF             VALUE "Y".
003160 01  KJ-SRL-FULL-SW           PIC X(01) VALUE "N".
003170     88  KJ-SRL-TABLE-FULL           VALUE "Y".
003180
003190*****************************************************************
003200* RUN TOTALS, ONE SET PER RULE SET.
003210*****************************************************************
003220 01  KJ-CUR-RULES             PIC 9(4) VALUE 0.
003230 01  KJ-CUR-FAST              PIC 9(4) VALUE 0.
003240 01  KJ-CUR-GRIND             PIC 9(4) VALUE 0.
003250 01  KJ-CUR-TOT-COUNT         PIC 9(9) VALUE 0.
003260 01  KJ-CUR-TOT-SUM           PIC 9(15) VALUE 0.
003270 01  KJ-CUR-TOT-SECS          PIC 9(9) VALUE 0.
003280 01  KJ-PRP-RULES             PIC 9(4) VALUE 0.
003290 01  KJ-PRP-FAST              PIC 9(4) VALUE 0.
003300 01  KJ-PRP-GRIND             PIC 9(4) VALUE 0.
003310 01  KJ-PRP-TOT-COUNT         PIC 9(9) VALUE 0.
003320 01  KJ-PRP-TOT-SUM           PIC 9(15) VALUE 0.
003330 01  KJ-PRP-TOT-SECS          PIC 9(9) VALUE 0.
003340
003350 01  KJ-APPLIED-COUNT         PIC 9(4) VALUE 0.
003360 01  KJ-REFUSED-COUNT         PIC 9(4) VALUE 0.
003370 01  KJ-CHANGED-COUNT         PIC 9(4) VALUE 0.
003380 01  KJ-UNMEASURED-COUNT      PIC 9(4) VALUE 0.
003390
003400 01  KJ-PAGE-NUM              PIC 9(4) VALUE 0.
003410 01  KJ-LINE-CNT              PIC 9(3) VALUE 99.
003420 01  KJ-LINES-PER-PAGE        PIC 9(3) VALUE 56.
003430
003440*****************************************************************
003450* PRINT LINE LAYOUTS.  EACH RULE PRINTS AS TWO LINES - ITS
003460* DEFINITION, THEN ITS SIMULATED RESULT - WITH THE CURRENT SET
003470* IN COLUMNS 9-60 AND THE PROPOSED SET IN COLUMNS 65-116.
003480*****************************************************************
003490 01  KJ-HDG-LINE-1.
003500     05  FILLER               PIC X(05) VALUE SPACES.
003510     05  FILLER               PIC X(40) VALUE
003520         "KNOWIT ADVENT CALENDAR - DAY 07".
003530     05  FILLER               PIC X(23) VALUE
003540         "RULE CHANGE SIMULATION".
003550     05  FILLER               PIC X(04) VALUE SPACES.
003560     05  FILLER               PIC X(09) VALUE "RUN DATE ".
003570     05  KJ-HDG-RUN-DATE      PIC 9(8).
003580     05  FILLER               PIC X(03) VALUE SPACES.
003590     05  FILLER               PIC X(09) VALUE "OPERATOR ".
003600     05  KJ-HDG-OPERATOR      PIC X(08).
003610     05  FILLER               PIC X(03) VALUE SPACES.
003620     05  FILLER               PIC X(05) VALUE "PAGE ".
003630     05  KJ-HDG-PAGE          PIC ZZZ9.
003640     05  FILLER               PIC X(11) VALUE SPACES.
003650
003660 01  KJ-HDG-LINE-2.
003670     05  FILLER               PIC X(05) VALUE SPACES.
003680     05  FILLER               PIC X(17) VALUE
003690         "SIMULATED NIGHT ".
003700     05  KJ-HD2-NIGHT-DATE    PIC 9(8).
003710     05  FILLER               PIC X(10) VALUE "   WINDOW ".
003720     05  KJ-HD2-WINDOW        PIC Z,ZZZ,ZZ9.
003730     05  FILLER               PIC X(05) VALUE " SECS".
003740     05  FILLER               PIC X(31) VALUE SPACES.
003750     05  FILLER               PIC X(47) VALUE
003760         "*** SIMULATION - NO PRODUCTION FILE WRITTEN ***".
003770
003780 01  KJ-SECT-LINE.
003790     05  FILLER               PIC X(01) VALUE SPACES.
003800     05  KJ-SCT-TEXT          PIC X(60).
003810     05  FILLER               PIC X(71) VALUE SPACES.
003820
003830 01  KJ-TRN-HDG-LINE.
003840     05  FILLER               PIC X(17) VALUE
003850         " SOURCE  PEND ID ".
003860     05  FILLER               PIC X(14) VALUE " A  RULE T DY ".
003870     05  FILLER               PIC X(29) VALUE
003880         " DIV         LOW        HIGH ".
003890     05  FILLER               PIC X(19) VALUE
003900         " EFF-FROM   EFF-TO ".
003910     05  FILLER               PIC X(17) VALUE
003920         " DISPOSITION RSN ".
003930     05  FILLER               PIC X(36) VALUE " REASON".
003940
003950 01  KJ-TRN-LINE.
003960     05  FILLER               PIC X(01) VALUE SPACES.
003970     05  KJ-TLN-SOURCE        PIC X(07).
003980     05  FILLER               PIC X(01) VALUE SPACES.
003990     05  KJ-TLN-PEND-ID       PIC ZZZZZZ.
004000     05  FILLER               PIC X(03) VALUE SPACES.
004010     05  KJ-TLN-ACTION        PIC X(01).
004020     05  FILLER               PIC X(02) VALUE SPACES.
004030     05  KJ-TLN-RULE-NUM      PIC ZZZ9.
004040     05  FILLER               PIC X(01) VALUE SPACES.
004050     05  KJ-TLN-TYPE          PIC X(01).
004060     05  FILLER               PIC X(01) VALUE SPACES.
004070     05  KJ-TLN-DAY           PIC X(02).
004080     05  FILLER               PIC X(01) VALUE SPACES.
004090     05  KJ-TLN-DIVISOR       PIC ZZZ9.
004100     05  FILLER               PIC X(01) VALUE SPACES.
004110     05  KJ-TLN-LOW           PIC ZZZ,ZZZ,ZZ9.
004120     05  FILLER               PIC X(01) VALUE SPACES.
004130     05  KJ-TLN-HIGH          PIC ZZZ,ZZZ,ZZ9.
004140     05  FILLER               PIC X(02) VALUE SPACES.
004150     05  KJ-TLN-EFF-FROM      PIC 9(8).
004160     05  FILLER               PIC X(01) VALUE SPACES.
004170     05  KJ-TLN-EFF-TO        PIC 9(8).
004180     05  FILLER               PIC X(02) VALUE SPACES.
004190     05  KJ-TLN-DISPOSITION   PIC X(11).
004200     05  FILLER               PIC X(01) VALUE SPACES.
004210     05  KJ-TLN-REASON-CODE   PIC X(04).
004220     05  FILLER               PIC X(01) VALUE SPACES.
004230     05  KJ-TLN-REASON-TEXT   PIC X(30).
004240     05  FILLER               PIC X(05) VALUE SPACES.
004250
004260 01  KJ-CMP-HDG-LINE-1.
004270     05  FILLER               PIC X(08) VALUE SPACES.
004280     05  FILLER               PIC X(56) VALUE
004290         "CURRENT RULE SET - RULE MASTER AS IT STANDS".
004300     05  FILLER               PIC X(54) VALUE
004310         "PROPOSED RULE SET - PENDING AND DECK CHANGES APPLIED".
004320     05  FILLER               PIC X(14) VALUE SPACES.
004330
004340 01  KJ-CMP-HDG-LINE-2.
004350     05  FILLER               PIC X(08) VALUE " RULE   ".
004360     05  FILLER               PIC X(52) VALUE
004370         "T   DIV          LOW        HIGH DY STATE".
004380     05  FILLER               PIC X(04) VALUE SPACES.
004390     05  FILLER               PIC X(52) VALUE
004400         "T   DIV          LOW        HIGH DY STATE".
004410     05  FILLER               PIC X(02) VALUE SPACES.
004420     05  FILLER               PIC X(14) VALUE "NOTE".
004430
004440 01  KJ-CMP-HDG-LINE-3.
004450     05  FILLER               PIC X(08) VALUE SPACES.
004460     05  FILLER               PIC X(44) VALUE
004470         "PATH      QUALIFY             SUM      SECS ".
004480     05  FILLER               PIC X(12) VALUE SPACES.
004490     05  FILLER               PIC X(44) VALUE
004500         "PATH      QUALIFY             SUM      SECS ".
004510     05  FILLER               PIC X(24) VALUE SPACES.
004520
004530 01  KJ-DEF-LINE.
004540     05  FILLER               PIC X(01) VALUE SPACES.
004550     05  KJ-DFL-RULE-NUM      PIC ZZZ9.
004560     05  FILLER               PIC X(03) VALUE SPACES.
004570     05  KJ-DFL-CUR-SIDE.
004580         10  KJ-DFL-CUR-TYPE      PIC X(01).
004590         10  FILLER               PIC X(02).
004600         10  KJ-DFL-CUR-DIVISOR   PIC ZZZ9.
004610         10  FILLER               PIC X(02).
004620         10  KJ-DFL-CUR-LOW       PIC ZZZ,ZZZ,ZZ9.
004630         10  FILLER               PIC X(01).
004640         10  KJ-DFL-CUR-HIGH      PIC ZZZ,ZZZ,ZZ9.
004650         10  FILLER               PIC X(01).
004660         10  KJ-DFL-CUR-DAY       PIC Z9.
004670         10  FILLER               PIC X(01).
004680         10  KJ-DFL-CUR-STATE     PIC X(16).
004690     05  FILLER               PIC X(04) VALUE SPACES.
004700     05  KJ-DFL-PRP-SIDE.
004710         10  KJ-DFL-PRP-TYPE      PIC X(01).
004720         10  FILLER               PIC X(02).
004730         10  KJ-DFL-PRP-DIVISOR   PIC ZZZ9.
004740         10  FILLER               PIC X(02).
004750         10  KJ-DFL-PRP-LOW       PIC ZZZ,ZZZ,ZZ9.
004760         10  FILLER               PIC X(01).
004770         10  KJ-DFL-PRP-HIGH      PIC ZZZ,ZZZ,ZZ9.
004780         10  FILLER               PIC X(01).
004790         10  KJ-DFL-PRP-DAY       PIC Z9.
004800         10  FILLER               PIC X(01).
004810         10  KJ-DFL-PRP-STATE     PIC X(16).
004820     05  FILLER               PIC X(02) VALUE SPACES.
004830     05  KJ-DFL-NOTE          PIC X(14).
004840
004850 01  KJ-RES-LINE.
004860     05  FILLER               PIC X(08) VALUE SPACES.
004870     05  KJ-RSL-CUR-SIDE.
004880         10  KJ-RSL-CUR-PATH      PIC X(05).
004890         10  FILLER               PIC X(01).
004900         10  KJ-RSL-CUR-COUNT     PIC ZZZ,ZZZ,ZZ9.
004910         10  FILLER               PIC X(01).
004920         10  KJ-RSL-CUR-SUM       PIC ZZZZZZZZZZZZZZ9.
004930         10  FILLER               PIC X(01).
004940         10  KJ-RSL-CUR-SECS      PIC Z,ZZZ,ZZ9.
004950         10  KJ-RSL-CUR-FLAG      PIC X(01).
004960     05  FILLER               PIC X(12) VALUE SPACES.
004970     05  KJ-RSL-PRP-SIDE.
004980         10  KJ-RSL-PRP-PATH      PIC X(05).
004990         10  FILLER               PIC X(01).
005000         10  KJ-RSL-PRP-COUNT     PIC ZZZ,ZZZ,ZZ9.
005010         10  FILLER               PIC X(01).
005020         10  KJ-RSL-PRP-SUM       PIC ZZZZZZZZZZZZZZ9.
005030         10  FILLER               PIC X(01).
005040         10  KJ-RSL-PRP-SECS      PIC Z,ZZZ,ZZ9.
005050         10  KJ-RSL-PRP-FLAG      PIC X(01).
005060     05  FILLER               PIC X(24) VALUE SPACES.
005070
005080 01  KJ-TOT-LINE.
005090     05  FILLER               PIC X(01) VALUE SPACES.
005100     05  KJ-TTL-SIDE          PIC X(09).
005110     05  FILLER               PIC X(07) VALUE " RULES ".
005120     05  KJ-TTL-RULES         PIC ZZZ9.
005130     05  FILLER               PIC X(07) VALUE "  FAST ".
005140     05  KJ-TTL-FAST          PIC ZZZ9.
005150     05  FILLER               PIC X(09) VALUE "  GROUND ".
005160     05  KJ-TTL-GRIND         PIC ZZZ9.
005170     05  FILLER               PIC X(08) VALUE "  COUNT ".
005180     05  KJ-TTL-COUNT         PIC ZZZ,ZZZ,ZZ9.
005190     05  FILLER               PIC X(06) VALUE "  SUM ".
005200     05  KJ-TTL-SUM           PIC ZZZZZZZZZZZZZZ9.
005210     05  FILLER               PIC X(07) VALUE "  SECS ".
005220     05  KJ-TTL-SECS          PIC ZZZ,ZZZ,ZZ9.
005230     05  FILLER               PIC X(02) VALUE SPACES.
005240     05  KJ-TTL-VERDICT       PIC X(27).
005250
005260 01  KJ-SUMMARY-LINE.
005270     05  FILLER               PIC X(01) VALUE SPACES.
005280     05  FILLER               PIC X(13) VALUE "WINDOW SECS  ".
005290     05  KJ-SMY-WINDOW        PIC Z,ZZZ,ZZ9.
005300     05  FILLER               PIC X(26) VALUE
005310         "   RULES ANSWER CHANGED   ".
005320     05  KJ-SMY-CHANGED       PIC ZZZ9.
005330     05  FILLER               PIC X(24) VALUE
005340         "   CHANGES APPLIED      ".
005350     05  KJ-SMY-APPLIED       PIC ZZZ9.
005360     05  FILLER               PIC X(16) VALUE "   NOT APPLIED  ".
005370     05  KJ-SMY-REFUSED       PIC ZZZ9.
005380     05  FILLER               PIC X(18) VALUE
005390         "   UNMEASURED     ".
005400     05  KJ-SMY-UNMEASURED    PIC ZZZ9.
005410     05  FILLER               PIC X(09) VALUE SPACES.
005420
005430 01  KJ-LEGEND-LINE.
005440     05  FILLER               PIC X(01) VALUE SPACES.
005450     05  FILLER               PIC X(24) VALUE
005460         "RATES FROM THE NIGHT OF ".
005470     05  KJ-LGD-RATE-DATE     PIC 9(8).
005480     05  FILLER               PIC X(44) VALUE
005490         ".  SECS * = AT THAT NIGHT'S AVERAGE RATE, ".
005500     05  FILLER               PIC X(55) VALUE
005510         "? = NO RATE ON FILE (LEFT OUT OF THE TOTAL).".
005520
005530*****************************************************************
005540* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
005550* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
005560* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
005570* RETURN-CODE BEFORE STOP RUN.
005580*****************************************************************
005590 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
005600 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
005610 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
005620 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
005630 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
005640
005650 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
005660     88  KJ-ERRSUMM-OPEN             VALUE "Y".
005670
005680 PROCEDURE DIVISION.
005690*-----------------------------------------------------------------
005700* 0000-MAINLINE.
005710*-----------------------------------------------------------------
005720 0000-MAINLINE.
005730     ACCEPT KJ-SIM-RUN-DATE FROM DATE YYYYMMDD.
005740     ACCEPT KJ-SIM-RUN-TIME FROM TIME.
005750     PERFORM 1000-READ-CONTROL
005760         THRU 1000-READ-CONTROL-EXIT.
005770     OPEN INPUT RULEMAST.
005780     PERFORM 1100-LOAD-MASTER
005790         THRU 1100-LOAD-MASTER-EXIT
005800         WITH TEST AFTER UNTIL KJ-RULEMAST-EOF.
005810     CLOSE RULEMAST.
005820     OPEN INPUT DIVCOVER.
005830     PERFORM 1500-LOAD-COVERAGE
005840         THRU 1500-LOAD-COVERAGE-EXIT
005850         WITH TEST AFTER
005860         UNTIL KJ-DIVCOVER-EOF OR KJ-DCV-COUNT >= 200.
005870     CLOSE DIVCOVER.
005880     OPEN OUTPUT SIMRPT.
005890     MOVE "PROPOSED CHANGES - PENDING QUEUE, THEN RULETRAN DECK"
005900         TO KJ-SCT-TEXT.
005910     PERFORM 3600-SECTION-HEADING
005920         THRU 3600-SECTION-HEADING-EXIT.
005930     WRITE KJ-PRINT-LINE FROM KJ-TRN-HDG-LINE
005940         AFTER ADVANCING 1 LINE.
005950     ADD 1 TO KJ-LINE-CNT.
005960     OPEN INPUT RULETRAN.
005970     OPEN INPUT PENDTRAN.
005980     PERFORM 2000-APPLY-PENDING
005990         THRU 2000-APPLY-PENDING-EXIT
006000         WITH TEST AFTER UNTIL KJ-PENDTRAN-EOF.
006010     CLOSE PENDTRAN.
006020     PERFORM 2050-APPLY-DECK
006030         THRU 2050-APPLY-DECK-EXIT
006040         WITH TEST AFTER UNTIL KJ-RULETRAN-EOF.
006050     CLOSE RULETRAN.
006060     OPEN INPUT PERFHIST.
006070     PERFORM 1600-LOAD-RATES
006080         THRU 1600-LOAD-RATES-EXIT
006090         WITH TEST AFTER UNTIL KJ-PERFHIST-EOF.
006100     CLOSE PERFHIST.
006110     IF KJ-RATE-CNT > 0
006120         COMPUTE KJ-AVG-RATE = KJ-RATE-SUM / KJ-RATE-CNT
006130     END-IF.
006140     MOVE "RULE BY RULE - CURRENT SET AGAINST PROPOSED SET"
006150         TO KJ-SCT-TEXT.
006160     PERFORM 3600-SECTION-HEADING
006170         THRU 3600-SECTION-HEADING-EXIT.
006180     PERFORM 3700-COMPARE-HEADING
006190         THRU 3700-COMPARE-HEADING-EXIT.
006200     OPEN INPUT QUALMAST.
006210     PERFORM 3000-SIMULATE-RULE
006220         THRU 3000-SIMULATE-RULE-EXIT
006230         VARYING KJ-SRL-IDX FROM 1 BY 1
006240             UNTIL KJ-SRL-IDX > KJ-SRL-COUNT.
006250     CLOSE QUALMAST.
006260     PERFORM 3900-WRITE-TOTALS
006270         THRU 3900-WRITE-TOTALS-EXIT.
006280     CLOSE SIMRPT.
006290     DISPLAY "KJSIMRUN - RULES SIMULATED: " KJ-SRL-COUNT
006300         " CHANGES APPLIED: " KJ-APPLIED-COUNT
006310         " NOT APPLIED: " KJ-REFUSED-COUNT
006320         " ANSWERS CHANGED: " KJ-CHANGED-COUNT.
006330     IF KJ-ERRSUMM-OPEN
006340         CLOSE ERRSUMM
006350     END-IF.
006360     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
006370     STOP RUN.
006380
006390*-----------------------------------------------------------------
006400* 1000-READ-CONTROL - READS THE NIGHT TO SIMULATE, THE WINDOW
006410* LENGTH AND THE OPERATOR.  A MISSING CARD, ZERO DATE OR ZERO
006420* WINDOW FALLS BACK TO TODAY AND THE SHOP DEFAULT WINDOW.
006430*-----------------------------------------------------------------
006440 1000-READ-CONTROL.
006450     MOVE KJ-SIM-RUN-DATE TO KJ-SIM-NIGHT-DATE.
006460     OPEN INPUT SIMCTL.
006470     READ SIMCTL
006480         AT END
006490             SET KJ-SIMCTL-EOF TO TRUE
006500         NOT AT END
006510             IF KJ-SMC-RUN-DATE > 0
006520                 MOVE KJ-SMC-RUN-DATE TO KJ-SIM-NIGHT-DATE
006530             END-IF
006540             IF KJ-SMC-WINDOW-SECS > 0
006550                 MOVE KJ-SMC-WINDOW-SECS TO KJ-WINDOW-SECS
006560             END-IF
006570             IF KJ-SMC-OPERATOR NOT EQUAL TO SPACES
006580                 MOVE KJ-SMC-OPERATOR TO KJ-SIM-OPERATOR
006590             END-IF
006600     END-READ.
006610     CLOSE SIMCTL.
006620     DISPLAY "KJSIMRUN - SIMULATING NIGHT " KJ-SIM-NIGHT-DATE
006630         " AGAINST A WINDOW OF " KJ-WINDOW-SECS " SECONDS.".
006640 1000-READ-CONTROL-EXIT.
006650     EXIT.
006660
006670*-----------------------------------------------------------------
006680* 1100-LOAD-MASTER - ONE RULE MASTER RECORD INTO THE NEXT FREE
006690* ENTRY, AS BOTH ITS CURRENT AND (UNTIL A TRANSACTION SAYS
006700* OTHERWISE) ITS PROPOSED DEFINITION.  A BLANK TYPE IS D.
006710*-----------------------------------------------------------------
006720 1100-LOAD-MASTER.
006730     READ RULEMAST NEXT RECORD
006740         AT END
006750             SET KJ-RULEMAST-EOF TO TRUE
006760         NOT AT END
006770             IF KJ-SRL-COUNT >= 200
006780                 IF NOT KJ-SRL-TABLE-FULL
006790                     SET KJ-SRL-TABLE-FULL TO TRUE
006800                     DISPLAY "KJ1340W RULE TABLE FULL AT 200 "
006810                         "RULES - LATER RULES NOT SIMULATED."
006820                     MOVE "KJ1340W" TO KJ-RAISE-CONDITION
006830                     MOVE "W"       TO KJ-RAISE-SEVERITY
006840                     MOVE 4         TO KJ-RAISE-RC
006850                     MOVE "RULE TABLE FULL - RULES NOT SIMULATED"
006860                         TO KJ-RAISE-TEXT
006870                     PERFORM 9000-RAISE-CONDITION
006880                         THRU 9000-RAISE-CONDITION-EXIT
006890                 END-IF
006900             ELSE
006910                 ADD 1 TO KJ-SRL-COUNT
006920                 MOVE KJ-SRL-COUNT TO KJ-SRL-HIT
006930                 PERFORM 1150-CLEAR-ENTRY
006940                     THRU 1150-CLEAR-ENTRY-EXIT
006950                 MOVE KJ-RMS-RULE-NUM
006960                     TO KJ-SRL-RULE-NUM (KJ-SRL-HIT)
006970                 MOVE KJ-RMS-STATUS
006980                     TO KJ-SRL-CUR-STATUS (KJ-SRL-HIT)
006990                 MOVE KJ-RMS-DIVISOR
007000                     TO KJ-SRL-CUR-DIVISOR (KJ-SRL-HIT)
007010                 MOVE KJ-RMS-LOW
007020                     TO KJ-SRL-CUR-LOW (KJ-SRL-HIT)
007030                 MOVE KJ-RMS-HIGH
007040                     TO KJ-SRL-CUR-HIGH (KJ-SRL-HIT)
007050                 MOVE KJ-RMS-EFF-FROM
007060                     TO KJ-SRL-CUR-EFF-FROM (KJ-SRL-HIT)
007070                 MOVE KJ-RMS-EFF-TO
007080                     TO KJ-SRL-CUR-EFF-TO (KJ-SRL-HIT)
007090                 IF KJ-RMS-RULE-TYPE = SPACE
007100                     MOVE "D" TO KJ-SRL-CUR-TYPE (KJ-SRL-HIT)
007110                 ELSE
007120                     MOVE KJ-RMS-RULE-TYPE
007130                         TO KJ-SRL-CUR-TYPE (KJ-SRL-HIT)
007140                 END-IF
007150                 IF KJ-RMS-DAY-NUM NOT NUMERIC
007160                     OR KJ-RMS-DAY-NUM = 0
007170                     MOVE 7 TO KJ-SRL-CUR-DAY (KJ-SRL-HIT)
007180                 ELSE
007190                     MOVE KJ-RMS-DAY-NUM
007200                         TO KJ-SRL-CUR-DAY (KJ-SRL-HIT)
007210                 END-IF
007220                 MOVE KJ-SRL-CUR-DEF (KJ-SRL-HIT)
007230                     TO KJ-SRL-PRP-DEF (KJ-SRL-HIT)
007240             END-IF
007250     END-READ.
007260 1100-LOAD-MASTER-EXIT.
007270     EXIT.
007280
007290*-----------------------------------------------------------------
007300* 1150-CLEAR-ENTRY - EMPTIES TABLE ENTRY KJ-SRL-HIT: NOT ON THE
007310* MASTER IN EITHER SET, NO RATE, NO RESULTS.
007320*-----------------------------------------------------------------
007330 1150-CLEAR-ENTRY.
007340     MOVE 0      TO KJ-SRL-RULE-NUM (KJ-SRL-HIT).
007350     MOVE 0      TO KJ-SRL-RATE (KJ-SRL-HIT).
007360     MOVE 0      TO KJ-SRL-RATE-DATE (KJ-SRL-HIT).
007370     MOVE SPACES TO KJ-SIM-DEF.
007380     MOVE 0      TO KJ-SIM-DIVISOR KJ-SIM-LOW KJ-SIM-HIGH
007390                    KJ-SIM-EFF-FROM KJ-SIM-EFF-TO KJ-SIM-DAY.
007400     MOVE KJ-SIM-DEF TO KJ-SRL-CUR-DEF (KJ-SRL-HIT).
007410     MOVE KJ-SIM-DEF TO KJ-SRL-PRP-DEF (KJ-SRL-HIT).
007420     MOVE SPACES TO KJ-SIM-RES.
007430     MOVE 0      TO KJ-SIM-COUNT KJ-SIM-SUM KJ-SIM-SECS.
007440     MOVE KJ-SIM-RES TO KJ-SRL-CUR-RES (KJ-SRL-HIT).
007450     MOVE KJ-SIM-RES TO KJ-SRL-PRP-RES (KJ-SRL-HIT).
007460 1150-CLEAR-ENTRY-EXIT.
007470     EXIT.
007480
007490*-----------------------------------------------------------------
007500* 1500-LOAD-COVERAGE - ONE DIVCOVER RECORD INTO THE COVERAGE
007510* TABLE, EXACTLY AS THE NIGHTLY JOB LOADS IT.
007520*-----------------------------------------------------------------
007530 1500-LOAD-COVERAGE.
007540     READ DIVCOVER
007550         AT END
007560             SET KJ-DIVCOVER-EOF TO TRUE
007570         NOT AT END
007580             ADD 1 TO KJ-DCV-COUNT
007590             IF KJ-DCV-TYPE-BLANK
007600                 MOVE "D" TO KJ-DCT-RULE-TYPE (KJ-DCV-COUNT)
007610             ELSE
007620                 MOVE KJ-DCV-RULE-TYPE
007630                     TO KJ-DCT-RULE-TYPE (KJ-DCV-COUNT)
007640             END-IF
007650             MOVE KJ-DCV-DIVISOR TO KJ-DCT-DIVISOR (KJ-DCV-COUNT)
007660             MOVE KJ-DCV-LOW     TO KJ-DCT-LOW     (KJ-DCV-COUNT)
007670             MOVE KJ-DCV-HIGH    TO KJ-DCT-HIGH    (KJ-DCV-COUNT)
007680     END-READ.
007690 1500-LOAD-COVERAGE-EXIT.
007700     EXIT.
007710
007720*-----------------------------------------------------------------
007730* 1600-LOAD-RATES - FOLDS ONE PERFORMANCE HISTORY RECORD INTO THE
007740* LATEST NIGHT'S AVERAGE RATE (A NEWER NIGHT RESTARTS THE
007750* AVERAGE) AND INTO ITS RULE'S ENTRY WHEN IT IS THE NEWEST
007760* MEASURED RATE SEEN FOR THAT RULE.
007770*-----------------------------------------------------------------
007780 1600-LOAD-RATES.
007790     READ PERFHIST
007800         AT END
007810             SET KJ-PERFHIST-EOF TO TRUE
007820         NOT AT END
007830             IF KJ-PHR-RUN-DATE > KJ-LATEST-DATE
007840                 MOVE KJ-PHR-RUN-DATE TO KJ-LATEST-DATE
007850                 MOVE 0 TO KJ-RATE-SUM
007860                 MOVE 0 TO KJ-RATE-CNT
007870             END-IF
007880             IF KJ-PHR-RUN-DATE = KJ-LATEST-DATE
007890                 AND KJ-PHR-RATE > 0
007900                 ADD KJ-PHR-RATE TO KJ-RATE-SUM
007910                 ADD 1 TO KJ-RATE-CNT
007920             END-IF
007930             MOVE KJ-PHR-RULE-NUM TO KJ-FIND-RULE-NUM
007940             PERFORM 2140-FIND-RULE
007950                 THRU 2140-FIND-RULE-EXIT
007960             IF KJ-SRL-HIT > 0
007970                 AND KJ-PHR-RATE > 0
007980                 AND KJ-PHR-RUN-DATE
007990                     >= KJ-SRL-RATE-DATE (KJ-SRL-HIT)
008000                 MOVE KJ-PHR-RATE TO KJ-SRL-RATE (KJ-SRL-HIT)
008010                 MOVE KJ-PHR-RUN-DATE
008020                     TO KJ-SRL-RATE-DATE (KJ-SRL-HIT)
008030             END-IF
008040     END-READ.
008050 1600-LOAD-RATES-EXIT.
008060     EXIT.
008070
008080*-----------------------------------------------------------------
008090* 2000-APPLY-PENDING - ONE PENDING-QUEUE ENTRY.  ONLY AN ENTRY
008100* STILL AWAITING ITS CHECKER IS PART OF THE PROPOSAL - APPLIED
008110* AND REJECTED ENTRIES ARE ALREADY HISTORY.
008120*-----------------------------------------------------------------
008130 2000-APPLY-PENDING.
008140     READ PENDTRAN NEXT RECORD
008150         AT END
008160             SET KJ-PENDTRAN-EOF TO TRUE
008170         NOT AT END
008180             IF KJ-PND-PENDING
008190                 MOVE KJ-PND-TRANS-IMAGE TO KJ-RULE-MAINT-RECORD
008200                 MOVE "PENDING"          TO KJ-TRN-SOURCE
008210                 MOVE KJ-PND-PEND-ID     TO KJ-TRN-PEND-ID
008220                 PERFORM 2100-APPLY-TRANS
008230                     THRU 2100-APPLY-TRANS-EXIT
008240             END-IF
008250     END-READ.
008260 2000-APPLY-PENDING-EXIT.
008270     EXIT.
008280
008290*-----------------------------------------------------------------
008300* 2050-APPLY-DECK - ONE RULETRAN DECK TRANSACTION, APPLIED AFTER
008310* EVERYTHING ALREADY ON THE QUEUE.
008320*-----------------------------------------------------------------
008330 2050-APPLY-DECK.
008340     READ RULETRAN
008350         AT END
008360             SET KJ-RULETRAN-EOF TO TRUE
008370         NOT AT END
008380             MOVE "DECK"  TO KJ-TRN-SOURCE
008390             MOVE 0       TO KJ-TRN-PEND-ID
008400             PERFORM 2100-APPLY-TRANS
008410                 THRU 2100-APPLY-TRANS-EXIT
008420     END-READ.
008430 2050-APPLY-DECK-EXIT.
008440     EXIT.
008450
008460*-----------------------------------------------------------------
008470* 2100-APPLY-TRANS - EDITS THE TRANSACTION IN KJ-RULE-MAINT-RECORD
008480* AGAINST THE PROPOSED SET, POSTS IT THERE WHEN IT PASSES, AND
008490* LISTS IT EITHER WAY.
008500*-----------------------------------------------------------------
008510 2100-APPLY-TRANS.
008520     PERFORM 2200-EDIT-TRANS
008530         THRU 2200-EDIT-TRANS-EXIT.
008540     IF KJ-TRANS-OK
008550         PERFORM 2300-POST-TRANS
008560             THRU 2300-POST-TRANS-EXIT
008570     END-IF.
008580     IF KJ-TRANS-OK
008590         ADD 1 TO KJ-APPLIED-COUNT
008600         MOVE "APPLIED" TO KJ-TLN-DISPOSITION
008610     ELSE
008620         ADD 1 TO KJ-REFUSED-COUNT
008630         MOVE "NOT APPLIED" TO KJ-TLN-DISPOSITION
008640     END-IF.
008650     PERFORM 2400-PRINT-TRANS
008660         THRU 2400-PRINT-TRANS-EXIT.
008670 2100-APPLY-TRANS-EXIT.
008680     EXIT.
008690
008700*-----------------------------------------------------------------
008710* 2140-FIND-RULE - LOOKS KJ-FIND-RULE-NUM UP IN THE RULE TABLE.
008720* KJ-SRL-HIT IS ITS ENTRY NUMBER, OR ZERO WHEN IT IS NOT THERE.
008730*-----------------------------------------------------------------
008740 2140-FIND-RULE.
008750     MOVE 0 TO KJ-SRL-HIT.
008760     PERFORM 2145-FIND-RULE-SCAN
008770         THRU 2145-FIND-RULE-SCAN-EXIT
008780         VARYING KJ-SRL-IDX FROM 1 BY 1
008790             UNTIL KJ-SRL-IDX > KJ-SRL-COUNT.
008800 2140-FIND-RULE-EXIT.
008810     EXIT.
008820
008830 2145-FIND-RULE-SCAN.
008840     IF KJ-SRL-RULE-NUM (KJ-SRL-IDX) = KJ-FIND-RULE-NUM
008850         MOVE KJ-SRL-IDX TO KJ-SRL-HIT
008860     END-IF.
008870 2145-FIND-RULE-SCAN-EXIT.
008880     EXIT.
008890
008900*-----------------------------------------------------------------
008910* 2200-EDIT-TRANS - THE KJRULMNT EDITS, RUN AGAINST THE PROPOSED
008920* SET AS IT STANDS AFTER THE TRANSACTIONS ALREADY APPLIED HERE.
008930* SETS KJ-TRANS-OK OR LEAVES THE REASON IN KJ-REASON-CODE/TEXT.
008940*-----------------------------------------------------------------
008950 2200-EDIT-TRANS.
008960     SET KJ-TRANS-OK TO TRUE.
008970     MOVE SPACES TO KJ-REASON-CODE.
008980     MOVE SPACES TO KJ-REASON-TEXT.
008990     MOVE KJ-RMT-RULE-NUM TO KJ-FIND-RULE-NUM.
009000     PERFORM 2140-FIND-RULE
009010         THRU 2140-FIND-RULE-EXIT.
009020     IF NOT KJ-RMT-ADD AND NOT KJ-RMT-CHANGE
009030         AND NOT KJ-RMT-DELETE
009040         SET KJ-TRANS-REJECTED TO TRUE
009050         MOVE "RM06" TO KJ-REASON-CODE
009060         MOVE "INVALID ACTION CODE" TO KJ-REASON-TEXT
009070         GO TO 2200-EDIT-TRANS-EXIT
009080     END-IF.
009090     IF KJ-RMT-DELETE
009100         IF KJ-SRL-HIT = 0
009110             OR NOT KJ-SRL-PRP-ACTIVE (KJ-SRL-HIT)
009120             SET KJ-TRANS-REJECTED TO TRUE
009130             MOVE "RM04" TO KJ-REASON-CODE
009140             MOVE "RULE NOT ON MASTER" TO KJ-REASON-TEXT
009150         END-IF
009160         GO TO 2200-EDIT-TRANS-EXIT
009170     END-IF.
009180     IF KJ-RMT-DIVISOR = 0
009190         SET KJ-TRANS-REJECTED TO TRUE
009200         MOVE "RM02" TO KJ-REASON-CODE
009210         MOVE "ZERO DIVISOR" TO KJ-REASON-TEXT
009220         GO TO 2200-EDIT-TRANS-EXIT
009230     END-IF.
009240     IF KJ-RMT-LOW > KJ-RMT-HIGH
009250         SET KJ-TRANS-REJECTED TO TRUE
009260         MOVE "RM01" TO KJ-REASON-CODE
009270         MOVE "LOW GREATER THAN HIGH" TO KJ-REASON-TEXT
009280         GO TO 2200-EDIT-TRANS-EXIT
009290     END-IF.
009300     IF KJ-RMT-EFF-TO > 0
009310         AND KJ-RMT-EFF-FROM > KJ-RMT-EFF-TO
009320         SET KJ-TRANS-REJECTED TO TRUE
009330         MOVE "RM08" TO KJ-REASON-CODE
009340         MOVE "EFFECTIVE-FROM AFTER EFFECTIVE-TO"
009350             TO KJ-REASON-TEXT
009360         GO TO 2200-EDIT-TRANS-EXIT
009370     END-IF.
009380     IF KJ-RMT-TYPE-BLANK
009390         MOVE "D" TO KJ-TRN-RULE-TYPE
009400     ELSE
009410         IF KJ-RMT-TYPE-VALID
009420             MOVE KJ-RMT-RULE-TYPE TO KJ-TRN-RULE-TYPE
009430         ELSE
009440             SET KJ-TRANS-REJECTED TO TRUE
009450             MOVE "RM09" TO KJ-REASON-CODE
009460             MOVE "INVALID RULE TYPE" TO KJ-REASON-TEXT
009470             GO TO 2200-EDIT-TRANS-EXIT
009480         END-IF
009490     END-IF.
009500     IF KJ-RMT-DAY-BLANK
009510         OR (KJ-RMT-DAY-NUM NUMERIC AND KJ-RMT-DAY-NUM = 0)
009520         IF KJ-RMT-CHANGE AND KJ-SRL-HIT > 0
009530             MOVE KJ-SRL-PRP-DAY (KJ-SRL-HIT) TO KJ-TRN-DAY-NUM
009540         ELSE
009550             MOVE 7 TO KJ-TRN-DAY-NUM
009560         END-IF
009570     ELSE
009580         IF KJ-RMT-DAY-NUM NOT NUMERIC
009590             OR KJ-RMT-DAY-NUM > 24
009600             SET KJ-TRANS-REJECTED TO TRUE
009610             MOVE "RM15" TO KJ-REASON-CODE
009620             MOVE "INVALID CALENDAR DAY" TO KJ-REASON-TEXT
009630             GO TO 2200-EDIT-TRANS-EXIT
009640         END-IF
009650         MOVE KJ-RMT-DAY-NUM TO KJ-TRN-DAY-NUM
009660     END-IF.
009670     IF KJ-RMT-ADD
009680         IF KJ-SRL-HIT > 0
009690             AND KJ-SRL-PRP-ACTIVE (KJ-SRL-HIT)
009700             SET KJ-TRANS-REJECTED TO TRUE
009710             MOVE "RM03" TO KJ-REASON-CODE
009720             MOVE "DUPLICATE RULE NUMBER ON ADD"
009730                 TO KJ-REASON-TEXT
009740             GO TO 2200-EDIT-TRANS-EXIT
009750         END-IF
009760         IF KJ-SRL-HIT = 0 AND KJ-SRL-COUNT >= 200
009770             SET KJ-TRANS-REJECTED TO TRUE
009780             MOVE "RM07" TO KJ-REASON-CODE
009790             MOVE "RULE MASTER TABLE FULL" TO KJ-REASON-TEXT
009800             GO TO 2200-EDIT-TRANS-EXIT
009810         END-IF
009820     END-IF.
009830     IF KJ-RMT-CHANGE
009840         IF KJ-SRL-HIT = 0
009850             OR NOT KJ-SRL-PRP-ACTIVE (KJ-SRL-HIT)
009860             SET KJ-TRANS-REJECTED TO TRUE
009870             MOVE "RM04" TO KJ-REASON-CODE
009880             MOVE "RULE NOT ON MASTER" TO KJ-REASON-TEXT
009890             GO TO 2200-EDIT-TRANS-EXIT
009900         END-IF
009910     END-IF.
009920     MOVE "N" TO KJ-OVERLAP-SW.
009930     PERFORM 2250-CHECK-OVERLAP
009940         THRU 2250-CHECK-OVERLAP-EXIT
009950         VARYING KJ-SRL-IDX FROM 1 BY 1
009960             UNTIL KJ-SRL-IDX > KJ-SRL-COUNT.
009970     IF KJ-OVERLAP-FOUND
009980         SET KJ-TRANS-REJECTED TO TRUE
009990         MOVE "RM05" TO KJ-REASON-CODE
010000         MOVE "OVERLAPS SAME-DIVISOR RULE"
010010             TO KJ-REASON-TEXT
010020     END-IF.
010030 2200-EDIT-TRANS-EXIT.
010040     EXIT.
010050
010060*-----------------------------------------------------------------
010070* 2250-CHECK-OVERLAP - FLAGS THE TRANSACTION WHEN ITS RANGE
010080* TOUCHES ANOTHER ACTIVE PROPOSED RULE OF THE SAME DIVISOR, TYPE
010090* AND CALENDAR DAY THAT IS CONCURRENTLY IN EFFECT, AS IN
010100* KJRULMNT.
010110*-----------------------------------------------------------------
010120 2250-CHECK-OVERLAP.
010130     IF KJ-RMT-EFF-TO = 0
010140         MOVE 99999999 TO KJ-TRN-EFF-END
010150     ELSE
010160         MOVE KJ-RMT-EFF-TO TO KJ-TRN-EFF-END
010170     END-IF.
010180     IF KJ-SRL-PRP-EFF-TO (KJ-SRL-IDX) = 0
010190         MOVE 99999999 TO KJ-PRP-EFF-END
010200     ELSE
010210         MOVE KJ-SRL-PRP-EFF-TO (KJ-SRL-IDX) TO KJ-PRP-EFF-END
010220     END-IF.
010230     IF KJ-SRL-IDX NOT = KJ-SRL-HIT
010240         AND KJ-SRL-PRP-ACTIVE (KJ-SRL-IDX)
010250         AND KJ-SRL-PRP-DIVISOR (KJ-SRL-IDX) = KJ-RMT-DIVISOR
010260         AND KJ-SRL-PRP-TYPE (KJ-SRL-IDX) = KJ-TRN-RULE-TYPE
010270         AND KJ-SRL-PRP-DAY (KJ-SRL-IDX) = KJ-TRN-DAY-NUM
010280         AND KJ-RMT-LOW <= KJ-SRL-PRP-HIGH (KJ-SRL-IDX)
010290         AND KJ-RMT-HIGH >= KJ-SRL-PRP-LOW (KJ-SRL-IDX)
010300         AND KJ-RMT-EFF-FROM <= KJ-PRP-EFF-END
010310         AND KJ-SRL-PRP-EFF-FROM (KJ-SRL-IDX) <= KJ-TRN-EFF-END
010320         SET KJ-OVERLAP-FOUND TO TRUE
010330     END-IF.
010340 2250-CHECK-OVERLAP-EXIT.
010350     EXIT.
010360
010370*-----------------------------------------------------------------
010380* 2300-POST-TRANS - POSTS AN EDITED TRANSACTION TO THE PROPOSED
010390* SET ONLY.  A NEW RULE TAKES A FRESH ENTRY THAT IS NOT ON THE
010400* CURRENT MASTER; A DELETE MARKS THE PROPOSED RULE INACTIVE.
010410*-----------------------------------------------------------------
010420 2300-POST-TRANS.
010430     IF KJ-SRL-HIT = 0
010440         ADD 1 TO KJ-SRL-COUNT
010450         MOVE KJ-SRL-COUNT TO KJ-SRL-HIT
010460         PERFORM 1150-CLEAR-ENTRY
010470             THRU 1150-CLEAR-ENTRY-EXIT
010480         MOVE KJ-RMT-RULE-NUM TO KJ-SRL-RULE-NUM (KJ-SRL-HIT)
010490     END-IF.
010500     IF KJ-RMT-DELETE
010510         MOVE "I" TO KJ-SRL-PRP-STATUS (KJ-SRL-HIT)
010520     ELSE
010530         MOVE "A"             TO KJ-SRL-PRP-STATUS (KJ-SRL-HIT)
010540         MOVE KJ-RMT-DIVISOR  TO KJ-SRL-PRP-DIVISOR (KJ-SRL-HIT)
010550         MOVE KJ-RMT-LOW      TO KJ-SRL-PRP-LOW (KJ-SRL-HIT)
010560         MOVE KJ-RMT-HIGH     TO KJ-SRL-PRP-HIGH (KJ-SRL-HIT)
010570         MOVE KJ-RMT-EFF-FROM TO KJ-SRL-PRP-EFF-FROM (KJ-SRL-HIT)
010580         MOVE KJ-RMT-EFF-TO   TO KJ-SRL-PRP-EFF-TO (KJ-SRL-HIT)
010590         MOVE KJ-TRN-RULE-TYPE
010600             TO KJ-SRL-PRP-TYPE (KJ-SRL-HIT)
010610         MOVE KJ-TRN-DAY-NUM  TO KJ-SRL-PRP-DAY (KJ-SRL-HIT)
010620     END-IF.
010630 2300-POST-TRANS-EXIT.
010640     EXIT.
010650
010660*-----------------------------------------------------------------
010670* 2400-PRINT-TRANS - ONE LINE FOR THE TRANSACTION JUST EDITED,
010680* WITH WHERE IT CAME FROM AND WHETHER IT WENT INTO THE PROPOSAL.
010690*-----------------------------------------------------------------
010700 2400-PRINT-TRANS.
010710     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
010720         PERFORM 3500-PAGE-HEADING
010730             THRU 3500-PAGE-HEADING-EXIT
010740         WRITE KJ-PRINT-LINE FROM KJ-TRN-HDG-LINE
010750             AFTER ADVANCING 1 LINE
010760         ADD 1 TO KJ-LINE-CNT
010770     END-IF.
010780     MOVE KJ-TRN-SOURCE    TO KJ-TLN-SOURCE.
010790     MOVE KJ-TRN-PEND-ID   TO KJ-TLN-PEND-ID.
010800     MOVE KJ-RMT-ACTION    TO KJ-TLN-ACTION.
010810     MOVE KJ-RMT-RULE-NUM  TO KJ-TLN-RULE-NUM.
010820     MOVE KJ-RMT-RULE-TYPE TO KJ-TLN-TYPE.
010830     MOVE KJ-RMT-DAY-X     TO KJ-TLN-DAY.
010840     MOVE KJ-RMT-DIVISOR   TO KJ-TLN-DIVISOR.
010850     MOVE KJ-RMT-LOW       TO KJ-TLN-LOW.
010860     MOVE KJ-RMT-HIGH      TO KJ-TLN-HIGH.
010870     MOVE KJ-RMT-EFF-FROM  TO KJ-TLN-EFF-FROM.
010880     MOVE KJ-RMT-EFF-TO    TO KJ-TLN-EFF-TO.
010890     MOVE KJ-REASON-CODE   TO KJ-TLN-REASON-CODE.
010900     MOVE KJ-REASON-TEXT   TO KJ-TLN-REASON-TEXT.
010910     WRITE KJ-PRINT-LINE FROM KJ-TRN-LINE
010920         AFTER ADVANCING 1 LINE.
010930     ADD 1 TO KJ-LINE-CNT.
010940 2400-PRINT-TRANS-EXIT.
010950     EXIT.
010960
010970*-----------------------------------------------------------------
010980* 3000-SIMULATE-RULE - ONE RULE UNDER BOTH SETS.  EACH SIDE IN
010990* EFFECT ON THE SIMULATED NIGHT IS RUN; THE PROPOSED SIDE REUSES
011000* THE CURRENT SIDE'S ANSWER WHEN ITS RANGE AND TEST ARE THE
011010* SAME.  A RULE IN EFFECT UNDER NEITHER SET IS NOT PRINTED.
011020*-----------------------------------------------------------------
011030 3000-SIMULATE-RULE.
011040     MOVE KJ-SRL-IDX TO KJ-SRL-HIT.
011050     MOVE KJ-SRL-CUR-DEF (KJ-SRL-HIT) TO KJ-SIM-DEF.
011060     PERFORM 3050-TEST-EFFECT
011070         THRU 3050-TEST-EFFECT-EXIT.
011080     IF KJ-SIM-IN-EFFECT
011090         PERFORM 3100-RUN-RULE
011100             THRU 3100-RUN-RULE-EXIT
011110     END-IF.
011120     MOVE KJ-SIM-RES TO KJ-SRL-CUR-RES (KJ-SRL-HIT).
011130     MOVE KJ-SRL-PRP-DEF (KJ-SRL-HIT) TO KJ-SIM-DEF.
011140     PERFORM 3050-TEST-EFFECT
011150         THRU 3050-TEST-EFFECT-EXIT.
011160     IF KJ-SIM-IN-EFFECT
011170         IF KJ-SRL-CUR-IN-EFFECT (KJ-SRL-HIT)
011180             AND KJ-SRL-CUR-DIVISOR (KJ-SRL-HIT) = KJ-SIM-DIVISOR
011190             AND KJ-SRL-CUR-LOW (KJ-SRL-HIT) = KJ-SIM-LOW
011200             AND KJ-SRL-CUR-HIGH (KJ-SRL-HIT) = KJ-SIM-HIGH
011210             AND KJ-SRL-CUR-TYPE (KJ-SRL-HIT) = KJ-SIM-TYPE
011220             MOVE KJ-SRL-CUR-RES (KJ-SRL-HIT) TO KJ-SIM-RES
011230         ELSE
011240             PERFORM 3100-RUN-RULE
011250                 THRU 3100-RUN-RULE-EXIT
011260         END-IF
011270     END-IF.
011280     MOVE KJ-SIM-RES TO KJ-SRL-PRP-RES (KJ-SRL-HIT).
011290     IF NOT KJ-SRL-CUR-IN-EFFECT (KJ-SRL-HIT)
011300         AND NOT KJ-SRL-PRP-IN-EFFECT (KJ-SRL-HIT)
011310         GO TO 3000-SIMULATE-RULE-EXIT
011320     END-IF.
011330     PERFORM 3400-ADD-TOTALS
011340         THRU 3400-ADD-TOTALS-EXIT.
011350     PERFORM 3450-PRINT-RULE
011360         THRU 3450-PRINT-RULE-EXIT.
011370 3000-SIMULATE-RULE-EXIT.
011380     EXIT.
011390
011400*-----------------------------------------------------------------
011410* 3050-TEST-EFFECT - WHETHER THE STAGED RULE WOULD BE LOADED BY
011420* THE NIGHTLY JOB ON THE SIMULATED NIGHT: ACTIVE, IN EFFECT FOR
011430* THE DATE (A ZERO DATE IS OPEN-ENDED), AND NOT CARRYING THE
011440* ZERO DIVISOR THE JOB DISCARDS.  CLEARS THE RESULT AND SETS ITS
011450* STATE TEXT EITHER WAY.
011460*-----------------------------------------------------------------
011470 3050-TEST-EFFECT.
011480     MOVE SPACES TO KJ-SIM-RES.
011490     MOVE 0      TO KJ-SIM-COUNT KJ-SIM-SUM KJ-SIM-SECS.
011500     MOVE "N"    TO KJ-SIM-IN-SW.
011510     EVALUATE TRUE
011520         WHEN KJ-SIM-STATUS = SPACE
011530             MOVE "NOT ON MASTER"    TO KJ-SIM-STATE
011540         WHEN NOT KJ-SIM-ACTIVE
011550             MOVE "DELETED"          TO KJ-SIM-STATE
011560         WHEN KJ-SIM-EFF-FROM > 0
011570             AND KJ-SIM-NIGHT-DATE < KJ-SIM-EFF-FROM
011580             MOVE "NOT YET IN EFF"   TO KJ-SIM-STATE
011590         WHEN KJ-SIM-EFF-TO > 0
011600             AND KJ-SIM-NIGHT-DATE > KJ-SIM-EFF-TO
011610             MOVE "NO LONGER IN EFF" TO KJ-SIM-STATE
011620         WHEN KJ-SIM-DIVISOR = 0
011630             MOVE "ZERO DIVISOR"     TO KJ-SIM-STATE
011640         WHEN OTHER
011650             MOVE "IN EFFECT"        TO KJ-SIM-STATE
011660             SET KJ-SIM-IN-EFFECT    TO TRUE
011670     END-EVALUATE.
011680 3050-TEST-EFFECT-EXIT.
011690     EXIT.
011700
011710*-----------------------------------------------------------------
011720* 3100-RUN-RULE - RUNS THE STAGED RULE THE WAY THE NIGHTLY JOB
011730* WOULD.  A RULE IS ANSWERED FROM THE QUALIFYING MASTER WHEN ONE
011740* COVERAGE RECORD FOR ITS RULE TYPE AND DIVISOR HOLDS ITS WHOLE
011750* RANGE; ANY OTHER RULE IS GROUND AND COSTED.
011760*-----------------------------------------------------------------
011770 3100-RUN-RULE.
011780     MOVE "N" TO KJ-RULE-COVERED-SW.
011790     PERFORM 3150-CHECK-COVERED
011800         THRU 3150-CHECK-COVERED-EXIT
011810         VARYING KJ-DCV-IDX FROM 1 BY 1
011820             UNTIL KJ-DCV-IDX > KJ-DCV-COUNT.
011830     IF KJ-RULE-COVERED
011840         SET KJ-SIM-FAST-PATH TO TRUE
011850         PERFORM 3200-SUM-FROM-MASTER
011860             THRU 3200-SUM-FROM-MASTER-EXIT
011870         GO TO 3100-RUN-RULE-EXIT
011880     END-IF.
011890     SET KJ-SIM-GROUND TO TRUE.
011900     MOVE KJ-SIM-LOW TO KJ-SIM-CNT.
011910     PERFORM 3300-GRIND-VALUE
011920         THRU 3300-GRIND-VALUE-EXIT
011930         WITH TEST AFTER UNTIL KJ-SIM-CNT > KJ-SIM-HIGH.
011940     MOVE KJ-SRL-RATE (KJ-SRL-HIT) TO KJ-SIM-RATE.
011950     IF KJ-SIM-RATE = 0
011960         MOVE KJ-AVG-RATE TO KJ-SIM-RATE
011970         SET KJ-SIM-AT-AVG-RATE TO TRUE
011980     END-IF.
011990     IF KJ-SIM-RATE = 0
012000         SET KJ-SIM-NO-RATE TO TRUE
012010         GO TO 3100-RUN-RULE-EXIT
012020     END-IF.
012030     COMPUTE KJ-SIM-SIZE = KJ-SIM-HIGH - KJ-SIM-LOW + 1.
012040     COMPUTE KJ-SIM-SECS = KJ-SIM-SIZE / KJ-SIM-RATE.
012050 3100-RUN-RULE-EXIT.
012060     EXIT.
012070
012080 3150-CHECK-COVERED.
012090     IF KJ-DCT-RULE-TYPE (KJ-DCV-IDX) = KJ-SIM-TYPE
012100         AND KJ-DCT-DIVISOR (KJ-DCV-IDX) = KJ-SIM-DIVISOR
012110         AND KJ-DCT-LOW  (KJ-DCV-IDX) <= KJ-SIM-LOW
012120         AND KJ-DCT-HIGH (KJ-DCV-IDX) >= KJ-SIM-HIGH
012130         SET KJ-RULE-COVERED TO TRUE
012140     END-IF.
012150 3150-CHECK-COVERED-EXIT.
012160     EXIT.
012170
012180*-----------------------------------------------------------------
012190* 3200-SUM-FROM-MASTER - THE FAST PATH: POSITIONS THE QUALIFYING
012200* MASTER AT THE RULE'S TYPE, DIVISOR AND LOW AND TAKES EVERY
012210* RECORD UP TO ITS HIGH.  READ ONLY - THE MASTER IS OPEN FOR
012220* INPUT.
012230*-----------------------------------------------------------------
012240 3200-SUM-FROM-MASTER.
012250     MOVE "N" TO KJ-QUALMAST-EOF-SW.
012260     MOVE KJ-SIM-TYPE    TO KJ-QMS-RULE-TYPE.
012270     MOVE KJ-SIM-DIVISOR TO KJ-QMS-DIVISOR.
012280     MOVE KJ-SIM-LOW     TO KJ-QMS-CNT.
012290     START QUALMAST KEY NOT LESS THAN KJ-QMS-KEY
012300         INVALID KEY
012310             SET KJ-QUALMAST-EOF TO TRUE
012320     END-START.
012330     PERFORM 3250-READ-MASTER
012340         THRU 3250-READ-MASTER-EXIT
012350         UNTIL KJ-QUALMAST-EOF.
012360 3200-SUM-FROM-MASTER-EXIT.
012370     EXIT.
012380
012390 3250-READ-MASTER.
012400     READ QUALMAST NEXT RECORD
012410         AT END
012420             SET KJ-QUALMAST-EOF TO TRUE
012430         NOT AT END
012440             IF KJ-QMS-RULE-TYPE NOT = KJ-SIM-TYPE
012450                 OR KJ-QMS-DIVISOR NOT = KJ-SIM-DIVISOR
012460                 OR KJ-QMS-CNT > KJ-SIM-HIGH
012470                 SET KJ-QUALMAST-EOF TO TRUE
012480             ELSE
012490                 ADD KJ-QMS-CNT TO KJ-SIM-SUM
012500                 ADD 1 TO KJ-SIM-COUNT
012510             END-IF
012520     END-READ.
012530 3250-READ-MASTER-EXIT.
012540     EXIT.
012550
012560*-----------------------------------------------------------------
012570* 3300-GRIND-VALUE - ONE CANDIDATE THROUGH THE SHARED QUALIFYING
012580* ENGINE UNDER THE STAGED RULE'S TYPE.  NOTHING IS POSTED
012590* ANYWHERE; ONLY THE SUM AND COUNT ARE KEPT.
012600*-----------------------------------------------------------------
012610 3300-GRIND-VALUE.
012620     CALL "KJCHECK1" USING KJ-SIM-CNT
012630                           KJ-SIM-DIVISOR
012640                           KJ-SIM-REVERSED
012650                           KJ-SIM-QUALIFY-SW
012660                           KJ-SIM-TYPE.
012670     IF KJ-SIM-QUALIFIES
012680         ADD KJ-SIM-CNT TO KJ-SIM-SUM
012690         ADD 1 TO KJ-SIM-COUNT
012700     END-IF.
012710     ADD 1 TO KJ-SIM-CNT.
012720 3300-GRIND-VALUE-EXIT.
012730     EXIT.
012740
012750*-----------------------------------------------------------------
012760* 3400-ADD-TOTALS - FOLDS THE RULE'S TWO SIDES INTO THEIR SET
012770* TOTALS AND COUNTS IT AS A CHANGED ANSWER WHEN IT COMES OR GOES
012780* WITH THE PROPOSAL OR ITS SUM OR QUALIFY COUNT MOVES.
012790*-----------------------------------------------------------------
012800 3400-ADD-TOTALS.
012810     IF KJ-SRL-CUR-IN-EFFECT (KJ-SRL-HIT)
012820         ADD 1 TO KJ-CUR-RULES
012830         IF KJ-SRL-CUR-PATH (KJ-SRL-HIT) = "F"
012840             ADD 1 TO KJ-CUR-FAST
012850         ELSE
012860             ADD 1 TO KJ-CUR-GRIND
012870         END-IF
012880         ADD KJ-SRL-CUR-COUNT (KJ-SRL-HIT) TO KJ-CUR-TOT-COUNT
012890         ADD KJ-SRL-CUR-SUM (KJ-SRL-HIT)   TO KJ-CUR-TOT-SUM
012900         ADD KJ-SRL-CUR-SECS (KJ-SRL-HIT)  TO KJ-CUR-TOT-SECS
012910         IF KJ-SRL-CUR-RATE-FLAG (KJ-SRL-HIT) = "?"
012920             ADD 1 TO KJ-UNMEASURED-COUNT
012930         END-IF
012940     END-IF.
012950     IF KJ-SRL-PRP-IN-EFFECT (KJ-SRL-HIT)
012960         ADD 1 TO KJ-PRP-RULES
012970         IF KJ-SRL-PRP-PATH (KJ-SRL-HIT) = "F"
012980             ADD 1 TO KJ-PRP-FAST
012990         ELSE
013000             ADD 1 TO KJ-PRP-GRIND
013010         END-IF
013020         ADD KJ-SRL-PRP-COUNT (KJ-SRL-HIT) TO KJ-PRP-TOT-COUNT
013030         ADD KJ-SRL-PRP-SUM (KJ-SRL-HIT)   TO KJ-PRP-TOT-SUM
013040         ADD KJ-SRL-PRP-SECS (KJ-SRL-HIT)  TO KJ-PRP-TOT-SECS
013050         IF KJ-SRL-PRP-RATE-FLAG (KJ-SRL-HIT) = "?"
013060             AND NOT KJ-SRL-CUR-RATE-FLAG (KJ-SRL-HIT) = "?"
013070             ADD 1 TO KJ-UNMEASURED-COUNT
013080         END-IF
013090     END-IF.
013100     MOVE SPACES TO KJ-DFL-NOTE.
013110     EVALUATE TRUE
013120         WHEN NOT KJ-SRL-CUR-IN-EFFECT (KJ-SRL-HIT)
013130             MOVE "NEW IN EFFECT" TO KJ-DFL-NOTE
013140             ADD 1 TO KJ-CHANGED-COUNT
013150         WHEN NOT KJ-SRL-PRP-IN-EFFECT (KJ-SRL-HIT)
013160             MOVE "DROPPED" TO KJ-DFL-NOTE
013170             ADD 1 TO KJ-CHANGED-COUNT
013180         WHEN KJ-SRL-CUR-SUM (KJ-SRL-HIT)
013190                 NOT = KJ-SRL-PRP-SUM (KJ-SRL-HIT)
013200             OR KJ-SRL-CUR-COUNT (KJ-SRL-HIT)
013210                 NOT = KJ-SRL-PRP-COUNT (KJ-SRL-HIT)
013220             MOVE "ANSWER CHANGES" TO KJ-DFL-NOTE
013230             ADD 1 TO KJ-CHANGED-COUNT
013240         WHEN KJ-SRL-CUR-DEF (KJ-SRL-HIT)
013250                 NOT = KJ-SRL-PRP-DEF (KJ-SRL-HIT)
013260             MOVE "SAME ANSWER" TO KJ-DFL-NOTE
013270         WHEN OTHER
013280             CONTINUE
013290     END-EVALUATE.
013300 3400-ADD-TOTALS-EXIT.
013310     EXIT.
013320
013330*-----------------------------------------------------------------
013340* 3450-PRINT-RULE - THE RULE'S DEFINITION LINE AND RESULT LINE,
013350* CURRENT ON THE LEFT AND PROPOSED ON THE RIGHT.  A SIDE THE
013360* RULE IS NOT ON IS LEFT BLANK; A SIDE NOT IN EFFECT SHOWS ITS
013370* DEFINITION AND STATE BUT NO RESULT.
013380*-----------------------------------------------------------------
013390 3450-PRINT-RULE.
013400     IF KJ-LINE-CNT + 2 > KJ-LINES-PER-PAGE
013410         PERFORM 3500-PAGE-HEADING
013420             THRU 3500-PAGE-HEADING-EXIT
013430         PERFORM 3700-COMPARE-HEADING
013440             THRU 3700-COMPARE-HEADING-EXIT
013450     END-IF.
013460     MOVE KJ-SRL-RULE-NUM (KJ-SRL-HIT) TO KJ-DFL-RULE-NUM.
013470     MOVE SPACES TO KJ-DFL-CUR-SIDE.
013480     IF KJ-SRL-CUR-STATUS (KJ-SRL-HIT) NOT = SPACE
013490         MOVE KJ-SRL-CUR-TYPE (KJ-SRL-HIT)    TO KJ-DFL-CUR-TYPE
013500         MOVE KJ-SRL-CUR-DIVISOR (KJ-SRL-HIT)
013510             TO KJ-DFL-CUR-DIVISOR
013520         MOVE KJ-SRL-CUR-LOW (KJ-SRL-HIT)     TO KJ-DFL-CUR-LOW
013530         MOVE KJ-SRL-CUR-HIGH (KJ-SRL-HIT)    TO KJ-DFL-CUR-HIGH
013540         MOVE KJ-SRL-CUR-DAY (KJ-SRL-HIT)     TO KJ-DFL-CUR-DAY
013550     END-IF.
013560     MOVE KJ-SRL-CUR-STATE (KJ-SRL-HIT) TO KJ-DFL-CUR-STATE.
013570     MOVE SPACES TO KJ-DFL-PRP-SIDE.
013580     IF KJ-SRL-PRP-STATUS (KJ-SRL-HIT) NOT = SPACE
013590         MOVE KJ-SRL-PRP-TYPE (KJ-SRL-HIT)    TO KJ-DFL-PRP-TYPE
013600         MOVE KJ-SRL-PRP-DIVISOR (KJ-SRL-HIT)
013610             TO KJ-DFL-PRP-DIVISOR
013620         MOVE KJ-SRL-PRP-LOW (KJ-SRL-HIT)     TO KJ-DFL-PRP-LOW
013630         MOVE KJ-SRL-PRP-HIGH (KJ-SRL-HIT)    TO KJ-DFL-PRP-HIGH
013640         MOVE KJ-SRL-PRP-DAY (KJ-SRL-HIT)     TO KJ-DFL-PRP-DAY
013650     END-IF.
013660     MOVE KJ-SRL-PRP-STATE (KJ-SRL-HIT) TO KJ-DFL-PRP-STATE.
013670     WRITE KJ-PRINT-LINE FROM KJ-DEF-LINE
013680         AFTER ADVANCING 1 LINE.
013690     MOVE SPACES TO KJ-RSL-CUR-SIDE.
013700     IF KJ-SRL-CUR-IN-EFFECT (KJ-SRL-HIT)
013710         IF KJ-SRL-CUR-PATH (KJ-SRL-HIT) = "F"
013720             MOVE "FAST"  TO KJ-RSL-CUR-PATH
013730         ELSE
013740             MOVE "GRIND" TO KJ-RSL-CUR-PATH
013750         END-IF
013760         MOVE KJ-SRL-CUR-COUNT (KJ-SRL-HIT) TO KJ-RSL-CUR-COUNT
013770         MOVE KJ-SRL-CUR-SUM (KJ-SRL-HIT)   TO KJ-RSL-CUR-SUM
013780         MOVE KJ-SRL-CUR-SECS (KJ-SRL-HIT)  TO KJ-RSL-CUR-SECS
013790         MOVE KJ-SRL-CUR-RATE-FLAG (KJ-SRL-HIT)
013800             TO KJ-RSL-CUR-FLAG
013810     END-IF.
013820     MOVE SPACES TO KJ-RSL-PRP-SIDE.
013830     IF KJ-SRL-PRP-IN-EFFECT (KJ-SRL-HIT)
013840         IF KJ-SRL-PRP-PATH (KJ-SRL-HIT) = "F"
013850             MOVE "FAST"  TO KJ-RSL-PRP-PATH
013860         ELSE
013870             MOVE "GRIND" TO KJ-RSL-PRP-PATH
013880         END-IF
013890         MOVE KJ-SRL-PRP-COUNT (KJ-SRL-HIT) TO KJ-RSL-PRP-COUNT
013900         MOVE KJ-SRL-PRP-SUM (KJ-SRL-HIT)   TO KJ-RSL-PRP-SUM
013910         MOVE KJ-SRL-PRP-SECS (KJ-SRL-HIT)  TO KJ-RSL-PRP-SECS
013920         MOVE KJ-SRL-PRP-RATE-FLAG (KJ-SRL-HIT)
013930             TO KJ-RSL-PRP-FLAG
013940     END-IF.
013950     WRITE KJ-PRINT-LINE FROM KJ-RES-LINE
013960         AFTER ADVANCING 1 LINE.
013970     ADD 2 TO KJ-LINE-CNT.
013980 3450-PRINT-RULE-EXIT.
013990     EXIT.
014000
014010*-----------------------------------------------------------------
014020* 3500-PAGE-HEADING - THROWS TO A NEW PAGE AND PRINTS THE PAGE
014030* HEADING WITH RUN DATE, OPERATOR AND PAGE NUMBER, AND THE NIGHT
014040* AND WINDOW BEING SIMULATED.
014050*-----------------------------------------------------------------
014060 3500-PAGE-HEADING.
014070     ADD 1 TO KJ-PAGE-NUM.
014080     MOVE KJ-SIM-RUN-DATE   TO KJ-HDG-RUN-DATE.
014090     MOVE KJ-SIM-OPERATOR   TO KJ-HDG-OPERATOR.
014100     MOVE KJ-PAGE-NUM       TO KJ-HDG-PAGE.
014110     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-1
014120         AFTER ADVANCING PAGE.
014130     MOVE KJ-SIM-NIGHT-DATE TO KJ-HD2-NIGHT-DATE.
014140     MOVE KJ-WINDOW-SECS    TO KJ-HD2-WINDOW.
014150     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-2
014160         AFTER ADVANCING 1 LINE.
014170     MOVE SPACES TO KJ-PRINT-LINE.
014180     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
014190     MOVE 3 TO KJ-LINE-CNT.
014200 3500-PAGE-HEADING-EXIT.
014210     EXIT.
014220
014230*-----------------------------------------------------------------
014240* 3600-SECTION-HEADING - STARTS A REPORT SECTION ON A NEW PAGE
014250* UNDER THE TITLE STAGED IN KJ-SCT-TEXT.
014260*-----------------------------------------------------------------
014270 3600-SECTION-HEADING.
014280     PERFORM 3500-PAGE-HEADING
014290         THRU 3500-PAGE-HEADING-EXIT.
014300     WRITE KJ-PRINT-LINE FROM KJ-SECT-LINE
014310         AFTER ADVANCING 1 LINE.
014320     MOVE SPACES TO KJ-PRINT-LINE.
014330     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
014340     ADD 2 TO KJ-LINE-CNT.
014350 3600-SECTION-HEADING-EXIT.
014360     EXIT.
014370
014380 3700-COMPARE-HEADING.
014390     WRITE KJ-PRINT-LINE FROM KJ-CMP-HDG-LINE-1
014400         AFTER ADVANCING 1 LINE.
014410     WRITE KJ-PRINT-LINE FROM KJ-CMP-HDG-LINE-2
014420         AFTER ADVANCING 1 LINE.
014430     WRITE KJ-PRINT-LINE FROM KJ-CMP-HDG-LINE-3
014440         AFTER ADVANCING 1 LINE.
014450     ADD 3 TO KJ-LINE-CNT.
014460 3700-COMPARE-HEADING-EXIT.
014470     EXIT.
014480
014490*-----------------------------------------------------------------
014500* 3900-WRITE-TOTALS - ONE TOTAL LINE PER SET WITH ITS WINDOW
014510* VERDICT, THE SUMMARY COUNTS, AND THE CONDITIONS THE PLANNERS
014520* MUST ACT ON: A PROPOSAL THAT BLOWS THE WINDOW, A PROPOSAL THAT
014530* CHANGES AN ANSWER, A PROPOSAL OVER THE 50 RULES THE NIGHTLY JOB
014540* LOADS, TRANSACTIONS KJRULMNT WOULD REFUSE, AND RULES THAT
014550* COULD NOT BE COSTED.
014560*-----------------------------------------------------------------
014570 3900-WRITE-TOTALS.
014580     IF KJ-LINE-CNT + 6 > KJ-LINES-PER-PAGE
014590         PERFORM 3500-PAGE-HEADING
014600             THRU 3500-PAGE-HEADING-EXIT
014610     END-IF.
014620     MOVE SPACES TO KJ-PRINT-LINE.
014630     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
014640     MOVE "CURRENT"        TO KJ-TTL-SIDE.
014650     MOVE KJ-CUR-RULES     TO KJ-TTL-RULES.
014660     MOVE KJ-CUR-FAST      TO KJ-TTL-FAST.
014670     MOVE KJ-CUR-GRIND     TO KJ-TTL-GRIND.
014680     MOVE KJ-CUR-TOT-COUNT TO KJ-TTL-COUNT.
014690     MOVE KJ-CUR-TOT-SUM   TO KJ-TTL-SUM.
014700     MOVE KJ-CUR-TOT-SECS  TO KJ-TTL-SECS.
014710     EVALUATE TRUE
014720         WHEN KJ-CUR-RULES = 0
014730             MOVE "NO RULES IN EFFECT"  TO KJ-TTL-VERDICT
014740         WHEN KJ-CUR-TOT-SECS > KJ-WINDOW-SECS
014750             MOVE "*** EXCEEDS WINDOW"  TO KJ-TTL-VERDICT
014760         WHEN OTHER
014770             MOVE "FITS THE WINDOW"     TO KJ-TTL-VERDICT
014780     END-EVALUATE.
014790     WRITE KJ-PRINT-LINE FROM KJ-TOT-LINE
014800         AFTER ADVANCING 1 LINE.
014810     MOVE "PROPOSED"       TO KJ-TTL-SIDE.
014820     MOVE KJ-PRP-RULES     TO KJ-TTL-RULES.
014830     MOVE KJ-PRP-FAST      TO KJ-TTL-FAST.
014840     MOVE KJ-PRP-GRIND     TO KJ-TTL-GRIND.
014850     MOVE KJ-PRP-TOT-COUNT TO KJ-TTL-COUNT.
014860     MOVE KJ-PRP-TOT-SUM   TO KJ-TTL-SUM.
014870     MOVE KJ-PRP-TOT-SECS  TO KJ-TTL-SECS.
014880     EVALUATE TRUE
014890         WHEN KJ-PRP-RULES = 0
014900             MOVE "NO RULES IN EFFECT"  TO KJ-TTL-VERDICT
014910         WHEN KJ-PRP-TOT-SECS > KJ-WINDOW-SECS
014920             MOVE "*** EXCEEDS WINDOW"  TO KJ-TTL-VERDICT
014930         WHEN OTHER
014940             MOVE "FITS THE WINDOW"     TO KJ-TTL-VERDICT
014950     END-EVALUATE.
014960     WRITE KJ-PRINT-LINE FROM KJ-TOT-LINE
014970         AFTER ADVANCING 1 LINE.
014980     MOVE KJ-WINDOW-SECS      TO KJ-SMY-WINDOW.
014990     MOVE KJ-CHANGED-COUNT    TO KJ-SMY-CHANGED.
015000     MOVE KJ-APPLIED-COUNT    TO KJ-SMY-APPLIED.
015010     MOVE KJ-REFUSED-COUNT    TO KJ-SMY-REFUSED.
015020     MOVE KJ-UNMEASURED-COUNT TO KJ-SMY-UNMEASURED.
015030     MOVE KJ-LATEST-DATE      TO KJ-LGD-RATE-DATE.
015040     WRITE KJ-PRINT-LINE FROM KJ-SUMMARY-LINE
015050         AFTER ADVANCING 2 LINES.
015060     WRITE KJ-PRINT-LINE FROM KJ-LEGEND-LINE
015070         AFTER ADVANCING 1 LINE.
015080     ADD 6 TO KJ-LINE-CNT.
015090     IF KJ-PRP-RULES > 0
015100         AND KJ-PRP-TOT-SECS > KJ-WINDOW-SECS
015110         DISPLAY "KJ1300W PROPOSED RULE SET PROJECTS "
015120             KJ-PRP-TOT-SECS " SECONDS AGAINST A WINDOW OF "
015130             KJ-WINDOW-SECS "."
015140         MOVE "KJ1300W" TO KJ-RAISE-CONDITION
015150         MOVE "W"       TO KJ-RAISE-SEVERITY
015160         MOVE 4         TO KJ-RAISE-RC
015170         MOVE "PROPOSED RULE SET EXCEEDS THE WINDOW"
015180             TO KJ-RAISE-TEXT
015190         PERFORM 9000-RAISE-CONDITION
015200             THRU 9000-RAISE-CONDITION-EXIT
015210     END-IF.
015220     IF KJ-CHANGED-COUNT > 0
015230         DISPLAY "KJ1310W " KJ-CHANGED-COUNT
015240             " RULE(S) GIVE A DIFFERENT ANSWER UNDER THE "
015250             "PROPOSED RULE SET."
015260         MOVE "KJ1310W" TO KJ-RAISE-CONDITION
015270         MOVE "W"       TO KJ-RAISE-SEVERITY
015280         MOVE 4         TO KJ-RAISE-RC
015290         MOVE "PROPOSED RULE SET CHANGES AN ANSWER"
015300             TO KJ-RAISE-TEXT
015310         PERFORM 9000-RAISE-CONDITION
015320             THRU 9000-RAISE-CONDITION-EXIT
015330     END-IF.
015340     IF KJ-PRP-RULES > 50
015350         DISPLAY "KJ1320W PROPOSED RULE SET HAS " KJ-PRP-RULES
015360             " RULES IN EFFECT - THE NIGHTLY JOB LOADS 50."
015370         MOVE "KJ1320W" TO KJ-RAISE-CONDITION
015380         MOVE "W"       TO KJ-RAISE-SEVERITY
015390         MOVE 4         TO KJ-RAISE-RC
015400         MOVE "PROPOSED RULE SET OVER 50 RULES"
015410             TO KJ-RAISE-TEXT
015420         PERFORM 9000-RAISE-CONDITION
015430             THRU 9000-RAISE-CONDITION-EXIT
015440     END-IF.
015450     IF KJ-REFUSED-COUNT > 0
015460         DISPLAY "KJ1330W " KJ-REFUSED-COUNT
015470             " PROPOSED TRANSACTION(S) WOULD BE REFUSED BY "
015480             "KJRULMNT - NOT APPLIED."
015490         MOVE "KJ1330W" TO KJ-RAISE-CONDITION
015500         MOVE "W"       TO KJ-RAISE-SEVERITY
015510         MOVE 4         TO KJ-RAISE-RC
015520         MOVE "PROPOSED TRANSACTIONS FAIL THE EDITS"
015530             TO KJ-RAISE-TEXT
015540         PERFORM 9000-RAISE-CONDITION
015550             THRU 9000-RAISE-CONDITION-EXIT
015560     END-IF.
015570     IF KJ-UNMEASURED-COUNT > 0
015580         MOVE "KJ1350W" TO KJ-RAISE-CONDITION
015590         MOVE "W"       TO KJ-RAISE-SEVERITY
015600         MOVE 4         TO KJ-RAISE-RC
015610         MOVE "RULES SIMULATED WITHOUT A MEASURED RATE"
015620             TO KJ-RAISE-TEXT
015630         PERFORM 9000-RAISE-CONDITION
015640             THRU 9000-RAISE-CONDITION-EXIT
015650     END-IF.
015660 3900-WRITE-TOTALS-EXIT.
015670     EXIT.
015680
015690*-----------------------------------------------------------------
015700* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
015710* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
015720* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
015730* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
015740*-----------------------------------------------------------------
015750 9000-RAISE-CONDITION.
015760     IF NOT KJ-ERRSUMM-OPEN
015770         OPEN OUTPUT ERRSUMM
015780         SET KJ-ERRSUMM-OPEN TO TRUE
015790     END-IF.
015800     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
015810     MOVE KJ-SIM-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
015820     MOVE KJ-SIM-RUN-DATE     TO KJ-ERR-RUN-DATE.
015830     COMPUTE KJ-ERR-RUN-TIME = KJ-SIM-RUN-TIME / 100.
015840     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
015850     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
015860     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
015870     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
015880     WRITE KJ-ERROR-SUMMARY-RECORD.
015890     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
015900         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
015910     END-IF.
015920 9000-RAISE-CONDITION-EXIT.
015930     EXIT.
