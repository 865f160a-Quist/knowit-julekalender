001890*                     SO THE SHOP'S OWN BOOKS SHOW WHAT WENT
001900*                     OUT.  A NEW BATCH LANDING ON A SEQUENCE
001910*                     ALREADY REGISTERED IS FLAGGED KJ0450W.
001920*     2026-10-15 JAK  JOB-STREAM CONTROL: EACH STEP POSTS A
001930*                     STEP-COMPLETION RECORD TO STEPLOG
001940*                     (KJSCLREC) AS IT ENDS - STATUS Q WHEN IT
001950*                     QUIESCED - AND A SPLIT STEP ALREADY
001960*                     COMPLETED CLEANLY THIS CYCLE IS SKIPPED
001970*                     WHEN A BROKEN STREAM IS RESUBMITTED, SO
001980*                     ITS PARTOUT, CALRESLT AND SCOREOUT
001990*                     RECORDS ARE NEVER APPENDED TWICE.
002000*     2026-10-15 JAK  AUDITLOG AND CALRESLT RECORDS ARE WRITTEN
002010*                     WITH A CLEAR REVERSAL STATUS, SO KJBKOUT
002020*                     CAN LATER MARK A BACKED-OUT NIGHT.
002030*     2026-10-15 JAK  SEVERAL CALENDAR DAYS IN ONE RUN: EACH RULE
002040*                     CARRIES ITS DAY (KJ-RMS-DAY-NUM, BLANK =
002050*                     DAY 07) AND THE TABLE IS LOADED IN DAY
002060*                     ORDER.  RUNNING SUMS ARE KEPT PER DAY AND
002070*                     RIDE ON THE CHECKPOINT; RESULTOUT CARRIES
002080*                     THE DAY, AND ONE AUDITLOG, CALRESLT AND
002090*                     PARTOUT RECORD IS WRITTEN FOR EACH DAY.
002100*     2026-10-15 JAK  THE QUALIFYING MASTER AND ITS COVERAGE NOW
002110*                     HOLD EVERY RULE TYPE, KEYED BY TYPE AHEAD
002120*                     OF DIVISOR, SO A RULE OF ANY TYPE WHOSE
002130*                     RANGE IS COVERED FOR ITS TYPE AND DIVISOR
002140*                     IS ANSWERED FROM THE MASTER.  A COVERAGE
002150*                     RANGE WITH A BLANK TYPE IS TYPE D.
002160*     2026-10-15 JAK  EACH RESULT RECORD NOW SAYS WHETHER THE RULE
002170*                     WAS ANSWERED FROM THE MASTER (M) OR GROUND
002180*                     (G), FOR THE RESULT HISTORY BANK.
002190*     2026-10-15 JAK  CAMPAIGN SLICE MODE - A CARD FROM KJCMPAGN
002200*                     MARKED S RUNS ONE NIGHT'S SLICE OF A
002210*                     MULTI-NIGHT CAMPAIGN: ONLY THE CAMPAIGN
002220*                     DAY'S RULES, CLIPPED TO THE SLICE.  THE
002230*                     DETAIL, PARTIAL AND HELD SCORE RECORDS ARE
002240*                     WRITTEN, AND EACH RESULT RECORD IS MARKED
002250*                     AS A SLICE (KJ-RES-PATH S) SO THE RESULT
002260*                     HISTORY BANK PASSES IT OVER.  NO BATCH
002270*                     HEADER OR TRAILER, NO AUDIT, RECONCILIATION
002280*                     OR CALENDAR RESULT IS WRITTEN.
002290*                     KJCMPAGN POSTS THOSE ONCE THE WHOLE
002300*                     CAMPAIGN IS BANKED AND ROLLED UP.
002310*     2026-10-15 JAK  RESULT RECORDS CARRY THE RULE MASTER NUMBER
002320*                     (KJ-RULE-NUM, LOADED FROM KJ-RMS-RULE-NUM)
002330*                     INSTEAD OF THE RULE'S SLOT IN THE TABLE,
002340*                     WHICH MOVES WHENEVER A RULE IS ADDED,
002350*                     RETIRED OR FALLS OUT OF EFFECT.
002360*     2026-10-15 JAK  THE CANCELLATION FIELDS OF THE SCORE BATCH
002370*                     HEADER AND THE REGISTER RECORD ARE ZEROED,
002380*                     NOT LEFT AS SPACES, ON A RESULTS BATCH.
002390*     2026-10-15 JAK  SCOREOUT RECORDS ALSO CARRY THE RULE MASTER
002400*                     NUMBER (KJ-SCR-MASTER-RULE-NUM) FOR THE
002410*                     PARTNER SCORECARD'S REJECTS BY RULE.
002420*****************************************************************
002430 ENVIRONMENT DIVISION.
002440 CONFIGURATION SECTION.
002450 SOURCE-COMPUTER.   IBM-370.
002460 OBJECT-COMPUTER.   IBM-370.
002470 INPUT-OUTPUT SECTION.
002480 FILE-CONTROL.
002490     SELECT CTLCARD  ASSIGN TO CTLCARD
002500         ORGANIZATION IS SEQUENTIAL.
002510
002520     SELECT DETAILOUT ASSIGN TO DETAILOUT
002530         ORGANIZATION IS SEQUENTIAL.
002540
002550     SELECT CHECKFILE ASSIGN TO CHECKFILE
002560         ORGANIZATION IS SEQUENTIAL.
002570
002580     SELECT TRAILERIN ASSIGN TO TRAILERIN
002590         ORGANIZATION IS SEQUENTIAL.
002600
002610     SELECT TRAILEROUT ASSIGN TO TRAILEROUT
002620         ORGANIZATION IS SEQUENTIAL.
002630
002640     SELECT DISCREPRPT ASSIGN TO DISCREPRPT
002650         ORGANIZATION IS SEQUENTIAL.
002660
002670     SELECT RULEMAST ASSIGN TO RULEMAST
002680         ORGANIZATION IS INDEXED
002690         ACCESS MODE IS SEQUENTIAL
002700         RECORD KEY IS KJ-RMS-RULE-NUM.
002710
002720     SELECT RESULTOUT ASSIGN TO RESULTOUT
002730         ORGANIZATION IS SEQUENTIAL.
002740
002750     SELECT AUDITLOG ASSIGN TO AUDITLOG
002760         ORGANIZATION IS SEQUENTIAL.
002770
002780     SELECT SCOREOUT ASSIGN TO SCOREOUT
002790         ORGANIZATION IS SEQUENTIAL.
002800
002810     SELECT SEQFILE  ASSIGN TO SEQFILE
002820         ORGANIZATION IS SEQUENTIAL.
002830
002840     SELECT STATUSOUT ASSIGN TO STATUSOUT
002850         ORGANIZATION IS SEQUENTIAL.
002860
002870     SELECT ERRSUMM  ASSIGN TO ERRSUMM
002880         ORGANIZATION IS SEQUENTIAL.
002890
002900     SELECT OPTIONAL STEPLOG ASSIGN TO STEPLOG
002910         ORGANIZATION IS SEQUENTIAL.
002920
002930     SELECT QUALMAST ASSIGN TO QUALMAST
002940         ORGANIZATION IS INDEXED
002950         ACCESS MODE IS DYNAMIC
002960         RECORD KEY IS KJ-QMS-KEY.
002970
002980     SELECT DIVCOVER ASSIGN TO DIVCOVER
002990         ORGANIZATION IS SEQUENTIAL.
003000
003010     SELECT PARTOUT ASSIGN TO PARTOUT
003020         ORGANIZATION IS SEQUENTIAL.
003030
003040     SELECT CALRESLT ASSIGN TO CALRESLT
003050         ORGANIZATION IS SEQUENTIAL.
003060
003070     SELECT OPTIONAL STOPREQ ASSIGN TO STOPREQ
003080         ORGANIZATION IS SEQUENTIAL.
003090
003100     SELECT OPTIONAL XMITREG ASSIGN TO XMITREG
003110         ORGANIZATION IS INDEXED
003120         ACCESS MODE IS RANDOM
003130         RECORD KEY IS KJ-XRG-FILE-SEQ-NUM.
003140
003150     SELECT OPERMAST ASSIGN TO OPERMAST
003160         ORGANIZATION IS INDEXED
003170         ACCESS MODE IS RANDOM
003180         RECORD KEY IS KJ-OPR-OPERATOR-ID.
003190
003200 DATA DIVISION.
003210 FILE SECTION.
003220 FD  CTLCARD
003230     LABEL RECORDS ARE STANDARD
003240     RECORD CONTAINS 55 CHARACTERS.
003250     COPY KJCTLREC.
003260
003270 FD  DETAILOUT
003280     LABEL RECORDS ARE STANDARD
003290     RECORD CONTAINS 36 CHARACTERS.
003300     COPY KJDTLREC.
003310
003320 FD  CHECKFILE
003330     LABEL RECORDS ARE STANDARD
003340     RECORD CONTAINS 740 CHARACTERS.
003350     COPY KJCHKREC.
003360
003370 FD  TRAILERIN
003380     LABEL RECORDS ARE STANDARD
003390     RECORD CONTAINS 42 CHARACTERS.
003400     COPY KJTRLREC.
003410
003420 FD  TRAILEROUT
003430     LABEL RECORDS ARE STANDARD
003440     RECORD CONTAINS 42 CHARACTERS.
003450     COPY KJTRLREC.
003460
003470 FD  DISCREPRPT
003480     LABEL RECORDS ARE STANDARD
003490     RECORD CONTAINS 48 CHARACTERS.
003500     COPY KJDSCREC.
003510
003520 FD  RULEMAST
003530     LABEL RECORDS ARE STANDARD
003540     RECORD CONTAINS 61 CHARACTERS.
003550     COPY KJRMSREC.
003560
003570 FD  RESULTOUT
003580     LABEL RECORDS ARE STANDARD
003590     RECORD CONTAINS 68 CHARACTERS.
003600     COPY KJRESREC.
003610
003620 FD  AUDITLOG
003630     LABEL RECORDS ARE STANDARD
003640     RECORD CONTAINS 73 CHARACTERS.
003650     COPY KJAUDREC.
003660
003670 FD  SCOREOUT
003680     LABEL RECORDS ARE STANDARD
003690     RECORD CONTAINS 44 CHARACTERS.
003700     COPY KJSCOREC.
003710     COPY KJSCHREC.
003720     COPY KJSCTREC.
003730
003740 FD  SEQFILE
003750     LABEL RECORDS ARE STANDARD
003760     RECORD CONTAINS 16 CHARACTERS.
003770     COPY KJSEQREC.
003780
003790 FD  STATUSOUT
003800     LABEL RECORDS ARE STANDARD
003810     RECORD CONTAINS 70 CHARACTERS.
003820     COPY KJSTAREC.
003830
003840 FD  ERRSUMM
003850     LABEL RECORDS ARE STANDARD
003860     RECORD CONTAINS 80 CHARACTERS.
003870     COPY KJERRREC.
003880
003890 FD  STEPLOG
003900     LABEL RECORDS ARE STANDARD
003910     RECORD CONTAINS 48 CHARACTERS.
003920     COPY KJSCLREC.
003930
003940 FD  QUALMAST
003950     LABEL RECORDS ARE STANDARD
003960     RECORD CONTAINS 40 CHARACTERS.
003970     COPY KJQMSREC.
003980
003990 FD  DIVCOVER
004000     LABEL RECORDS ARE STANDARD
004010     RECORD CONTAINS 40 CHARACTERS.
004020     COPY KJDCVREC.
004030
004040 FD  PARTOUT
004050     LABEL RECORDS ARE STANDARD
004060     RECORD CONTAINS 64 CHARACTERS.
004070     COPY KJPARREC.
004080
004090 FD  CALRESLT
004100     LABEL RECORDS ARE STANDARD
004110     RECORD CONTAINS 51 CHARACTERS.
004120     COPY KJCALREC.
004130
004140 FD  STOPREQ
004150     LABEL RECORDS ARE STANDARD
004160     RECORD CONTAINS 20 CHARACTERS.
004170     COPY KJSTPREC.
004180
004190 FD  XMITREG
004200     LABEL RECORDS ARE STANDARD
004210     RECORD CONTAINS 60 CHARACTERS.
004220     COPY KJXRGREC.
004230
004240 FD  OPERMAST
004250     LABEL RECORDS ARE STANDARD
004260     RECORD CONTAINS 40 CHARACTERS.
004270     COPY KJOPRREC.
004280
004290 WORKING-STORAGE SECTION.
004300*****************************************************************
004310* ORIGINAL WORKING STORAGE - UNCHANGED NAMES AND MEANINGS.
004320* THE REVERSAL WORK ITEMS (WS-TMP, Q, WS-REMAINDER) RETIRED
004330* WITH THE INLINE REVERSAL PARAGRAPH - THE REVERSED VALUE NOW
004340* COMES BACK FROM KJCHECK1 IN WS-REVERSED.
004350*****************************************************************
004360 01  WS-CNT                  PIC 9(9) VALUE 0.
004370 01  WS-SUM                  PIC 9(15) VALUE 0.
004380 01  WS-REVERSED             PIC 9(9) VALUE 0.
004390
004400*****************************************************************
004410* CONTROL-CARD WORKING FIELDS.  DEFAULTS MATCH THE ORIGINAL
004420* HARD-CODED RANGE (0 THRU 1000) AND DIVISOR (7) WHEN NO CONTROL
004430* CARD IS SUPPLIED.
004440*****************************************************************
004450 01  KJ-DIVISOR              PIC 9(4) VALUE 7.
004460 01  KJ-LOW                  PIC 9(9) VALUE 0.
004470 01  KJ-HIGH                 PIC 9(9) VALUE 1000.
004480 01  KJ-OPERATOR             PIC X(08) VALUE "UNKNOWN".
004490 01  KJ-STEP-NUM             PIC 9(4) VALUE 0.
004500
004510*****************************************************************
004520* KJ-DIVISOR IS ALSO USED AS THE CURRENT RULE'S DIVISOR WHILE
004530* 2500-PROCESS-RULE STEPS THROUGH KJ-RULE-TABLE, SO BY THE TIME
004540* THE RULE LOOP FINISHES IT NO LONGER HOLDS THE CONTROL CARD'S
004550* OWN DIVISOR.  KJ-AUDIT-DIVISOR IS SET ONCE IN 1000-INITIALIZE,
004560* ALONGSIDE KJ-LOW/KJ-HIGH, AND IS NEVER TOUCHED AGAIN, SO
004570* AUDITLOG CAN REPORT THE DIVISOR THAT ACTUALLY GOES WITH
004580* KJ-LOW/KJ-HIGH RATHER THAN WHICHEVER RULE RAN LAST.
004590*****************************************************************
004600 01  KJ-AUDIT-DIVISOR         PIC 9(4) VALUE 7.
004610
004620*****************************************************************
004630* CALENDAR-WIDE ROLLUP CONSTANTS - IDENTIFY THIS PROGRAM TO THE
004640* SHARED CALRESLT RESULTS FILE READ BY KJCALRPT.
004650*****************************************************************
004660 01  KJ-CAL-DAY-NUMBER        PIC 9(2) VALUE 7.
004670 01  KJ-CAL-PROGRAM-NAME      PIC X(08) VALUE "KNOWIT07".
004680
004690 01  KJ-CTLCARD-EOF-SW       PIC X(01) VALUE "N".
004700     88  KJ-CTLCARD-EOF             VALUE "Y".
004710
004720*****************************************************************
004730* DETAIL REPORT WORKING FIELDS.
004740*****************************************************************
004750 01  KJ-RUN-DATE             PIC 9(8) VALUE 0.
004760 01  KJ-RUN-TIME             PIC 9(8) VALUE 0.
004770 01  KJ-QUALIFY-COUNT        PIC 9(9) VALUE 0.
004780
004790*****************************************************************
004800* CHECKPOINT/RESTART WORKING FIELDS.
004810*****************************************************************
004820 01  KJ-CHECKPOINT-INTERVAL   PIC 9(5) VALUE 100.
004830 01  KJ-ITERATIONS-SINCE-CKPT PIC 9(5) VALUE 0.
004840
004850 01  KJ-CHECKFILE-EOF-SW      PIC X(01) VALUE "N".
004860     88  KJ-CHECKFILE-EOF            VALUE "Y".
004870 01  KJ-RESTARTED-SW          PIC X(01) VALUE "N".
004880     88  KJ-RESTARTED                VALUE "Y".
004890     88  KJ-NOT-RESTARTED            VALUE "N".
004900
004910*****************************************************************
004920* CONTROL-TOTAL RECONCILIATION WORKING FIELDS.  THE EXPECTED SUM
004930* COMES FROM THE CONTROL CARD WHEN SUPPLIED; OTHERWISE THE PRIOR
004940* RUN'S TRAILER FILE (TRAILERIN) SUPPLIES IT.  WHEN NEITHER IS
004950* ON FILE NO RECONCILIATION IS PERFORMED.
004960*****************************************************************
004970 01  KJ-EXPECTED-SUM          PIC 9(15) VALUE 0.
004980 01  KJ-EXPECTED-SUM-SW       PIC X(01) VALUE "N".
004990     88  KJ-HAVE-EXPECTED-SUM        VALUE "Y".
005000
005010 01  KJ-TRAILERIN-EOF-SW      PIC X(01) VALUE "N".
005020     88  KJ-TRAILERIN-EOF            VALUE "Y".
005030
005040*****************************************************************
005050* RULE-DRIVEN MULTI-DIVISOR WORKING FIELDS.  THE RULE TABLE IS
005060* LOADED ONCE FROM THE VALIDATED RULE MASTER (RULEMAST, ACTIVE
005070* RECORDS ONLY); WHEN THE MASTER HAS NO ACTIVE RULES IT IS
005080* LOADED WITH A SINGLE RULE BUILT FROM THE CONTROL-CARD
005090* LOW/HIGH/DIVISOR SO A SITE WITH NO RULE MASTER STILL GETS ITS
005100* ONE RESULT RECORD.
005110*****************************************************************
005120 01  KJ-RULE-TABLE.
005130     05  KJ-RULE-ENTRY OCCURS 50 TIMES.
005140         10  KJ-RULE-DIVISOR  PIC 9(4).
005150         10  KJ-RULE-LOW      PIC 9(9).
005160         10  KJ-RULE-HIGH     PIC 9(9).
005170         10  KJ-RULE-TYPE     PIC X(01).
005180         10  KJ-RULE-DAY      PIC 9(2).
005190         10  KJ-RULE-NUM      PIC 9(4).
005200
005210 01  KJ-RULE-COUNT            PIC 9(4) COMP VALUE 0.
005220*****************************************************************
005230* KJ-RULE-CHECKSUM IS A CONTROL TOTAL OVER THE LOADED RULE
005240* TABLE'S DIVISOR/LOW/HIGH/RULE-TYPE VALUES (SEE
005250* 2050-CHECKSUM-RULES), CARRIED ON THE CHECKPOINT RECORD SO A
005260* RESTART CAN TELL A
005270* CHECKPOINT WRITTEN AGAINST A DIFFERENT RULEFILE FROM ONE
005280* WRITTEN AGAINST THE CURRENT ONE, EVEN WHEN THE CONTROL CARD
005290* ITSELF IS UNCHANGED.  THE RULE TYPE IS FOLDED IN AS A SMALL
005300* NUMERIC WEIGHT, SO A TYPE-ONLY CHANGE (SAME NUMBER, DIVISOR
005310* AND RANGE) BETWEEN AN ABEND AND ITS RESTART ALSO DISCARDS
005320* THE CHECKPOINT AS STALE INSTEAD OF FINISHING THE RULE UNDER
005330* A DIFFERENT TEST THAN IT STARTED.  THE CALENDAR DAY IS FOLDED
005340* IN AS WELL, SINCE IT DECIDES WHICH DAY'S TOTALS A RULE FEEDS.
005350*****************************************************************
005360 01  KJ-RULE-CHECKSUM         PIC 9(15) VALUE 0.
005370 01  KJ-RULE-TYPE-WEIGHT      PIC 9(1) VALUE 0.
005380 01  KJ-RULE-IDX              PIC 9(4) COMP VALUE 0.
005390 01  KJ-START-RULE-IDX        PIC 9(4) COMP VALUE 1.
005400 01  KJ-RULE-CUR-LOW          PIC 9(9) VALUE 0.
005410 01  KJ-RULE-CUR-HIGH         PIC 9(9) VALUE 0.
005420 01  KJ-RULE-CUR-TYPE         PIC X(01) VALUE "D".
005430     88  KJ-CUR-TYPE-DIVBOTH         VALUE "D".
005440 01  KJ-RULE-CUR-DAY          PIC 9(2) VALUE 7.
005450 01  KJ-LAST-RULE-IDX         PIC 9(4) COMP VALUE 0.
005460
005470*****************************************************************
005480* A RULE MASTER RECORD IN HAND, STAGED FOR INSERTION INTO THE
005490* RULE TABLE.  THE TABLE IS KEPT IN CALENDAR-DAY ORDER, RULES OF
005500* ONE DAY IN RULE MASTER ORDER, SO EACH DAY'S RULES RUN TOGETHER
005510* AND ITS RESULT RECORDS COME OUT TOGETHER.
005520*****************************************************************
005530 01  KJ-RULE-NEW-ENTRY.
005540     05  KJ-RULE-NEW-DIVISOR      PIC 9(4).
005550     05  KJ-RULE-NEW-LOW          PIC 9(9).
005560     05  KJ-RULE-NEW-HIGH         PIC 9(9).
005570     05  KJ-RULE-NEW-TYPE         PIC X(01).
005580     05  KJ-RULE-NEW-DAY          PIC 9(2).
005590     05  KJ-RULE-NEW-NUM          PIC 9(4).
005600 01  KJ-RULE-INS-IDX          PIC 9(4) COMP VALUE 0.
005610 01  KJ-RULE-SHIFT-IDX        PIC 9(4) COMP VALUE 0.
005620
005630*****************************************************************
005640* PER-DAY RUNNING TOTALS, ONE ENTRY PER CALENDAR DAY.  WS-SUM AND
005650* KJ-QUALIFY-COUNT STAY THE WHOLE RUN'S TOTALS FOR THE TRAILER
005660* AND RECONCILIATION; THESE ARE WHAT EACH DAY'S AUDIT, CALENDAR
005670* RESULT AND PARTIAL RECORDS CARRY.  A DAY HAS RULES WHEN ANY
005680* LOADED RULE BELONGS TO IT; IT IS IN THIS EXECUTION'S SLICE
005690* WHEN ONE OF THE RULES THIS EXECUTION RAN BELONGS TO IT.
005700*****************************************************************
005710 01  KJ-DAY-TABLE.
005720     05  KJ-DAY-ENTRY OCCURS 24 TIMES.
005730         10  KJ-DAY-SUM       PIC 9(15).
005740         10  KJ-DAY-QC        PIC 9(9).
005750         10  KJ-DAY-RULE-SW   PIC X(01).
005760             88  KJ-DAY-HAS-RULES     VALUE "Y".
005770         10  KJ-DAY-SLICE-SW  PIC X(01).
005780             88  KJ-DAY-IN-SLICE      VALUE "Y".
005790 01  KJ-DAY-IDX               PIC 9(4) COMP VALUE 0.
005800
005810*****************************************************************
005820* THE VALUE-LEVEL ANSWER BACK FROM KJCHECK1 FOR THE CURRENT
005830* CANDIDATE - THE QUALIFYING TESTS THEMSELVES ALL LIVE THERE.
005840*****************************************************************
005850 01  KJ-VALUE-QUALIFY-SW      PIC X(01) VALUE "N".
005860     88  KJ-VALUE-QUALIFIES          VALUE "Y".
005870 01  KJ-RULE-SUM              PIC 9(15) VALUE 0.
005880 01  KJ-RULE-QUALIFY-COUNT    PIC 9(9) VALUE 0.
005890
005900 01  KJ-RULEMAST-EOF-SW       PIC X(01) VALUE "N".
005910     88  KJ-RULEMAST-EOF             VALUE "Y".
005920
005930*****************************************************************
005940* SCOREOUT BATCH-WRAPPING WORKING FIELDS.  THE RECORD COUNT AND
005950* HASH TOTAL (SUM OF KJ-SCR-CNT, TRUNCATED TO FIFTEEN DIGITS)
005960* ACCUMULATE ACROSS THE RUN AND GO OUT ON THE BATCH TRAILER;
005970* BOTH RIDE ON THE CHECKPOINT SO A RESTARTED RUN'S TRAILER
005980* STILL COVERS THE RECORDS WRITTEN BEFORE THE ABEND.  THE FILE
005990* SEQUENCE NUMBER COMES FROM SEQFILE, INCREMENTED EVERY RUN, SO
006000* THE SCORING SYSTEM CAN CHECK FOR A MISSED TRANSMISSION.
006010*****************************************************************
006020 01  KJ-SCORE-REC-COUNT       PIC 9(9) VALUE 0.
006030 01  KJ-SCORE-HASH-TOTAL      PIC 9(15) VALUE 0.
006040 01  KJ-FILE-SEQ-NUM          PIC 9(6) VALUE 0.
006050
006060 01  KJ-SEQFILE-EOF-SW        PIC X(01) VALUE "N".
006070     88  KJ-SEQFILE-EOF              VALUE "Y".
006080
006090*****************************************************************
006100* RUN PROGRESS STATUS WORKING FIELDS.  A STATUS RECORD GOES TO
006110* STATUSOUT EVERY KJ-STATUS-INTERVAL ITERATIONS OF THE MAIN
006120* LOOP, AND A CONSOLE MILESTONE MESSAGE EVERY TIME THE RULE
006130* CROSSES ANOTHER TEN PERCENT OF ITS RANGE, SO THE OVERNIGHT
006140* OPERATORS CAN TELL BY 03:00 WHETHER THE RUN WILL MAKE THE
006150* WINDOW OR THE SPLIT-STEP PLAN SHOULD BE INVOKED.  THE
006160* COMPLETION ESTIMATE PROJECTS THE RATE SINCE THE CURRENT RULE
006170* STARTED OVER WHAT IS LEFT OF ITS RANGE.
006180*****************************************************************
006190 01  KJ-STATUS-INTERVAL       PIC 9(7) VALUE 50000.
006200 01  KJ-ITERATIONS-SINCE-STAT PIC 9(7) VALUE 0.
006210 01  KJ-LAST-MILESTONE-PCT    PIC 9(3) VALUE 0.
006220 01  KJ-RULE-START-SECS       PIC 9(7) VALUE 0.
006230 01  KJ-CUR-SECS              PIC 9(7) VALUE 0.
006240 01  KJ-STAT-ELAPSED          PIC 9(7) VALUE 0.
006250 01  KJ-STAT-DONE             PIC 9(9) VALUE 0.
006260 01  KJ-STAT-TOTAL            PIC 9(9) VALUE 0.
006270 01  KJ-STAT-PERCENT          PIC 9(3) VALUE 0.
006280 01  KJ-STAT-EST-SECS         PIC 9(7) VALUE 0.
006290 01  KJ-STAT-EST-CLOCK        PIC 9(6) VALUE 0.
006300
006310 01  KJ-STAT-TIME-OF-DAY.
006320     05  KJ-STAT-HH           PIC 9(2).
006330     05  KJ-STAT-MM           PIC 9(2).
006340     05  KJ-STAT-SS           PIC 9(2).
006350     05  KJ-STAT-CC           PIC 9(2).
006360
006370 01  KJ-CLK-HH                PIC 9(2) VALUE 0.
006380 01  KJ-CLK-MM                PIC 9(2) VALUE 0.
006390 01  KJ-CLK-SS                PIC 9(2) VALUE 0.
006400 01  KJ-CLK-REM               PIC 9(7) VALUE 0.
006410
006420*****************************************************************
006430* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
006440* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
006450* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
006460* RETURN-CODE BEFORE STOP RUN.
006470*****************************************************************
006480 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
006490 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
006500 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
006510 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
006520 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
006530
006540 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
006550     88  KJ-ERRSUMM-OPEN             VALUE "Y".
006560
006570*****************************************************************
006580* JOB-STREAM STEP-COMPLETION WORKING FIELDS.  STEPLOG IS READ AT
006590* START OF RUN SO A RESUBMITTED STREAM SKIPS THIS STEP WHEN IT
006600* ALREADY COMPLETED CLEANLY THIS CYCLE, AND ONE COMPLETION
006610* RECORD IS APPENDED AS THE RUN ENDS (SEE KJSCLREC).
006620*****************************************************************
006630 01  KJ-STEP-END-DATE         PIC 9(8) VALUE 0.
006640 01  KJ-STEP-END-TIME         PIC 9(8) VALUE 0.
006650 01  KJ-STEP-STATUS           PIC X(01) VALUE "C".
006660 01  KJ-STEPLOG-EOF-SW        PIC X(01) VALUE "N".
006670     88  KJ-STEPLOG-EOF              VALUE "Y".
006680 01  KJ-STEP-DONE-SW          PIC X(01) VALUE "N".
006690     88  KJ-STEP-ALREADY-DONE        VALUE "Y".
006700
006710*****************************************************************
006720* QUALIFYING-NUMBER MASTER WORKING FIELDS.  THE DIVISOR
006730* COVERAGE TABLE IS LOADED FROM DIVCOVER AT START OF RUN; A
006740* RULE WHOSE RANGE LIES WHOLLY INSIDE ONE RECORDED RANGE FOR
006750* ITS RULE TYPE AND DIVISOR IS ANSWERED FROM QUALMAST INSTEAD
006760* OF REGRINDING.
006770*****************************************************************
006780 01  KJ-DCV-TABLE.
006790     05  KJ-DCV-ENTRY OCCURS 200 TIMES.
006800         10  KJ-DCT-RULE-TYPE PIC X(01).
006810         10  KJ-DCT-DIVISOR   PIC 9(4).
006820         10  KJ-DCT-LOW       PIC 9(9).
006830         10  KJ-DCT-HIGH      PIC 9(9).
006840
006850 01  KJ-DCV-COUNT             PIC 9(4) COMP VALUE 0.
006860 01  KJ-DCV-IDX               PIC 9(4) COMP VALUE 0.
006870
006880 01  KJ-DIVCOVER-EOF-SW       PIC X(01) VALUE "N".
006890     88  KJ-DIVCOVER-EOF             VALUE "Y".
006900 01  KJ-RULE-COVERED-SW       PIC X(01) VALUE "N".
006910     88  KJ-RULE-COVERED             VALUE "Y".
006920 01  KJ-QUALMAST-EOF-SW       PIC X(01) VALUE "N".
006930     88  KJ-QUALMAST-EOF             VALUE "Y".
006940
006950*****************************************************************
006960* OPERATOR QUIESCE WORKING FIELDS.  THE STOP REQUEST IS SENSED
006970* AT EVERY CHECKPOINT INTERVAL; ONCE SET, THE VALUE AND RULE
006980* LOOPS WIND DOWN AND THE MAINLINE CLOSES THE RUN OUT CLEANLY.
006990* THE PARTIAL BASE FIELDS MARK WHERE THIS EXECUTION'S PARTOUT
007000* SLICE BEGINS: KJ-LOW FOR A FRESH RUN, OR THE QUIESCE POINT
007010* WHEN RESUMING A QUIESCED RUN, SO THE QUIESCED AND RESUMED
007020* PARTIALS ROLL UP WITHOUT OVERLAP.  THE BASE RULE IS THE FIRST
007030* RULE THIS EXECUTION RUNS; THE BASE SUM AND COUNT ARE ITS DAY'S
007040* RUNNING TOTALS AT THE QUIESCE POINT.  CONDITION CODE 2 MEANS
007050* QUIESCED - RESUME TONIGHT; IT OUTRANKS A WARNING (4) SO THE
007060* SCHEDULER ALWAYS SEES THE QUIESCE, BUT NEVER MASKS AN 8.
007070*****************************************************************
007080 01  KJ-QUIESCE-REQUEST-SW    PIC X(01) VALUE "N".
007090     88  KJ-QUIESCED                 VALUE "Y".
007100 01  KJ-STOPREQ-EOF-SW        PIC X(01) VALUE "N".
007110     88  KJ-STOPREQ-EOF              VALUE "Y".
007120 01  KJ-QUIESCE-RC            PIC 9(2) VALUE 2.
007130
007140*****************************************************************
007150* A RESTART FROM A QUIESCE CHECKPOINT IS NOT AN ABEND RESTART:
007160* THE QUIESCED RUN CLOSED ITS SCOREOUT BATCH WITH A TRAILER AND
007170* THE BATCH WENT TO THE SCORING SYSTEM, SO THE RESUMED RUN
007180* OPENS A FRESH BATCH - NEW FILE SEQUENCE NUMBER, NEW HEADER,
007190* COUNT AND HASH STARTING FROM ZERO - FOR THE REMAINDER.
007200*****************************************************************
007210 01  KJ-XMITREG-FOUND-SW      PIC X(01) VALUE "N".
007220     88  KJ-XMITREG-FOUND            VALUE "Y".
007230
007240 01  KJ-RESUMED-QUIESCE-SW    PIC X(01) VALUE "N".
007250     88  KJ-RESUMED-QUIESCE          VALUE "Y".
007260
007270*****************************************************************
007280* OPERATOR AUTHORIZATION WORKING FIELDS.  THE CONTROL CARD'S
007290* OPERATOR IS VALIDATED AGAINST THE KEYED OPERATOR MASTER
007300* BEFORE ANY PROCESSING; AN UNKNOWN, INACTIVE OR UNDERLEVELED
007310* OPERATOR BLOCKS THE RUN OUTRIGHT.
007320*****************************************************************
007330 01  KJ-OPERATOR-OK-SW        PIC X(01) VALUE "N".
007340     88  KJ-OPERATOR-OK              VALUE "Y".
007350 01  KJ-RUN-BLOCKED-SW        PIC X(01) VALUE "N".
007360     88  KJ-RUN-BLOCKED              VALUE "Y".
007370
007380 01  KJ-PART-BASE-CNT         PIC 9(9) VALUE 0.
007390 01  KJ-PART-BASE-SUM         PIC 9(15) VALUE 0.
007400 01  KJ-PART-BASE-QC          PIC 9(9) VALUE 0.
007410 01  KJ-PART-BASE-RULE        PIC 9(4) COMP VALUE 1.
007420 01  KJ-PART-BASE-DAY         PIC 9(2) VALUE 0.
007430
007440*****************************************************************
007450* MULTI-NIGHT CAMPAIGN SLICE.  SET FROM A CONTROL CARD WRITTEN
007460* BY KJCMPAGN; KJ-CAMPAIGN-DAY IS THE CALENDAR DAY WHOSE RULES
007470* THE CAMPAIGN RUNS AND KJ-CAMPAIGN-DAY-RULES COUNTS THAT DAY'S
007480* RULES IN EFFECT, INSIDE TONIGHT'S SLICE OR NOT.
007490*****************************************************************
007500 01  KJ-CAMPAIGN-SW           PIC X(01) VALUE "N".
007510     88  KJ-CAMPAIGN-SLICE           VALUE "Y".
007520 01  KJ-CAMPAIGN-DAY          PIC 9(2) VALUE 0.
007530 01  KJ-CAMPAIGN-DAY-RULES    PIC 9(4) COMP VALUE 0.
007540
007550 PROCEDURE DIVISION.
007560*-----------------------------------------------------------------
007570* 0000-MAINLINE.
007580*-----------------------------------------------------------------
007590 0000-MAINLINE.
007600     PERFORM 1000-INITIALIZE
007610         THRU 1000-INITIALIZE-EXIT.
007620     IF KJ-STEP-ALREADY-DONE
007630         IF KJ-ERRSUMM-OPEN
007640             CLOSE ERRSUMM
007650         END-IF
007660         MOVE 0   TO KJ-MAX-RETURN-CODE
007670         MOVE "S" TO KJ-STEP-STATUS
007680         PERFORM 9200-POST-STEP-DONE
007690             THRU 9200-POST-STEP-DONE-EXIT
007700         MOVE 0 TO RETURN-CODE
007710         STOP RUN
007720     END-IF.
007730     IF KJ-RUN-BLOCKED
007740         IF KJ-ERRSUMM-OPEN
007750             CLOSE ERRSUMM
007760         END-IF
007770         PERFORM 9200-POST-STEP-DONE
007780             THRU 9200-POST-STEP-DONE-EXIT
007790         MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE
007800         STOP RUN
007810     END-IF.
007820     PERFORM 2500-PROCESS-RULE
007830         THRU 2500-PROCESS-RULE-EXIT
007840         VARYING KJ-RULE-IDX FROM KJ-START-RULE-IDX BY 1
007850             UNTIL KJ-RULE-IDX > KJ-RULE-COUNT
007860                 OR KJ-QUIESCED.
007870     CLOSE DETAILOUT.
007880     CLOSE RESULTOUT.
007890*****************************************************************
007900* A CAMPAIGN SLICE'S SCORE RECORDS ARE HELD (THE JCL POINTS
007910* SCOREOUT AT THE CAMPAIGN'S HELD DATASET, DISP=MOD) AND GO OUT
007920* AS ONE BATCH WHEN KJCMPAGN FINISHES THE CAMPAIGN, SO NO
007930* TRAILER IS WRITTEN AND NOTHING IS REGISTERED TONIGHT.  FOR
007940* THE SAME REASON THE RECONCILIATION, AUDIT RECORD AND CALENDAR
007950* RESULT BELOW ARE WITHHELD - A SLICE IS NOT THE DAY'S ANSWER.
007960*****************************************************************
007970     IF NOT KJ-CAMPAIGN-SLICE
007980         PERFORM 3500-WRITE-SCORE-TRAILER
007990             THRU 3500-WRITE-SCORE-TRAILER-EXIT
008000         PERFORM 3600-POST-XMIT-REGISTER
008010             THRU 3600-POST-XMIT-REGISTER-EXIT
008020     END-IF.
008030     CLOSE SCOREOUT.
008040     CLOSE STATUSOUT.
008050     CLOSE QUALMAST.
008060     CLOSE CHECKFILE.
008070*****************************************************************
008080* A QUIESCED RUN IS NOT COMPLETE: ITS SUM WOULD FALSE-FIRE THE
008090* RECONCILIATION AND MUST NOT BE PUBLISHED AS THE DAY'S ANSWER.
008100* THE AUDIT RECORD IS ALSO WITHHELD - IT CARRIES THE RUN'S
008110* FINAL SUM AND ITS PRESENCE IS READ DOWNSTREAM (KJPRFRPT) AS
008120* PROOF THE NIGHT CLOSED ITS BOOKS, SO THE RESUMED RUN WRITES
008130* THE AUDIT RECORDS WITH THE TRUE CUMULATIVE SUMS.  ONLY THE
008140* PARTIAL RECORDS ARE STILL WRITTEN, FOR THE SLICE ACTUALLY
008150* COVERED, SO THE ROLLUP BOOKS SHOW WHAT RAN BEFORE THE CUTOFF.
008160*****************************************************************
008170     IF NOT KJ-QUIESCED AND NOT KJ-CAMPAIGN-SLICE
008180         PERFORM 4000-RECONCILE
008190             THRU 4000-RECONCILE-EXIT
008200     END-IF.
008210     IF NOT KJ-QUIESCED AND NOT KJ-CAMPAIGN-SLICE
008220         PERFORM 4100-WRITE-AUDIT
008230             THRU 4100-WRITE-AUDIT-EXIT
008240     END-IF.
008250     PERFORM 4200-WRITE-PARTIAL
008260         THRU 4200-WRITE-PARTIAL-EXIT.
008270     IF NOT KJ-QUIESCED AND NOT KJ-CAMPAIGN-SLICE
008280         PERFORM 4300-WRITE-CAL-RESULT
008290             THRU 4300-WRITE-CAL-RESULT-EXIT
008300     END-IF.
008310     IF KJ-QUIESCED
008320         DISPLAY "KJ0430I RUN QUIESCED AT " WS-CNT
008330             " - RESUME FROM CHECKPOINT TONIGHT."
008340     ELSE
008350         DISPLAY "Result: " WS-SUM
008360     END-IF.
008370     IF KJ-CAMPAIGN-SLICE
008380         DISPLAY "KJ1980I CAMPAIGN SLICE " KJ-LOW " THRU "
008390             KJ-HIGH " BANKED AS A PARTIAL ONLY - THE DAY'S "
008400             "ANSWER IS POSTED WHEN THE CAMPAIGN COMPLETES."
008410     END-IF.
008420     IF KJ-ERRSUMM-OPEN
008430         CLOSE ERRSUMM
008440     END-IF.
008450     IF KJ-QUIESCED AND KJ-MAX-RETURN-CODE < 8
008460         MOVE KJ-QUIESCE-RC TO KJ-MAX-RETURN-CODE
008470     END-IF.
008480     IF KJ-QUIESCED
008490         MOVE "Q" TO KJ-STEP-STATUS
008500     END-IF.
008510     PERFORM 9200-POST-STEP-DONE
008520         THRU 9200-POST-STEP-DONE-EXIT.
008530     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
008540     STOP RUN.
008550
008560*-----------------------------------------------------------------
008570* 1000-INITIALIZE - READ THE CONTROL CARD FOR THE DEFAULT RANGE
008580* AND DIVISOR; IF NONE IS SUPPLIED THE ORIGINAL DEFAULTS OF
008590* 0 THRU 1000 AND DIVISOR 7 APPLY.  LOADS THE RULE TABLE, OPENS
008600* THE DETAIL AND RESULT FILES, CAPTURES TODAY'S DATE FOR THEIR
008610* RECORDS, AND RESUMES FROM A PRIOR CHECKPOINT WHEN ONE IS ON
008620* FILE.  DETAILOUT/RESULTOUT/SCOREOUT ARE OPENED EXTEND RATHER
008630* THAN OUTPUT WHENEVER KJ-STEP-NUM IS PRESENT, NOT JUST ON A
008640* CHECKPOINT RESTART - A SPLIT-RANGE JOB STEP (SEE KJ-CTL-STEP-
008650* NUM) IS A DIFFERENT SLICE OF THE RANGE, NOT AN ABEND RESTART, SO
008660* KJ-RESTARTED ALONE WOULD LET EACH STEP TRUNCATE THE PRIOR
008670* STEP'S RECORDS THE SAME WAY PARTOUT/CALRESLT WOULD HAVE
008680* WITHOUT THEIR OWN OPEN EXTEND TREATMENT.
008690*-----------------------------------------------------------------
008700 1000-INITIALIZE.
008710     ACCEPT KJ-RUN-DATE FROM DATE YYYYMMDD.
008720     ACCEPT KJ-RUN-TIME FROM TIME.
008730     OPEN INPUT CTLCARD.
008740     READ CTLCARD
008750         AT END
008760             SET KJ-CTLCARD-EOF TO TRUE
008770     END-READ.
008780     IF NOT KJ-CTLCARD-EOF
008790         MOVE KJ-CTL-LOW      TO KJ-LOW
008800         MOVE KJ-CTL-HIGH     TO KJ-HIGH
008810         MOVE KJ-CTL-DIVISOR  TO KJ-DIVISOR
008820         IF KJ-DIVISOR = 0
008830             DISPLAY "KJ0010W CONTROL CARD DIVISOR OF ZERO "
008840                 "IGNORED - DEFAULT DIVISOR 7 USED."
008850             MOVE "KJ0010W" TO KJ-RAISE-CONDITION
008860             MOVE "W"       TO KJ-RAISE-SEVERITY
008870             MOVE 4         TO KJ-RAISE-RC
008880             MOVE "CONTROL CARD DIVISOR ZERO - DEFAULT USED"
008890                 TO KJ-RAISE-TEXT
008900             PERFORM 9000-RAISE-CONDITION
008910                 THRU 9000-RAISE-CONDITION-EXIT
008920             MOVE 7 TO KJ-DIVISOR
008930         END-IF
008940         MOVE KJ-CTL-STEP-NUM TO KJ-STEP-NUM
008950         IF KJ-CTL-CAMPAIGN-SLICE
008960             SET KJ-CAMPAIGN-SLICE TO TRUE
008970             IF KJ-CTL-DAY-NUM NUMERIC AND KJ-CTL-DAY-NUM > 0
008980                 MOVE KJ-CTL-DAY-NUM TO KJ-CAMPAIGN-DAY
008990             ELSE
009000                 MOVE KJ-CAL-DAY-NUMBER TO KJ-CAMPAIGN-DAY
009010             END-IF
009020         END-IF
009030         IF KJ-CTL-OPERATOR NOT EQUAL TO SPACES
009040             MOVE KJ-CTL-OPERATOR TO KJ-OPERATOR
009050         END-IF
009060         IF KJ-CTL-EXPECTED-SUM > 0
009070             MOVE KJ-CTL-EXPECTED-SUM TO KJ-EXPECTED-SUM
009080             SET KJ-HAVE-EXPECTED-SUM TO TRUE
009090         END-IF
009100     END-IF.
009110     MOVE KJ-DIVISOR TO KJ-AUDIT-DIVISOR.
009120     MOVE KJ-LOW     TO KJ-PART-BASE-CNT.
009130     CLOSE CTLCARD.
009140     PERFORM 9100-CHECK-STEP-DONE
009150         THRU 9100-CHECK-STEP-DONE-EXIT.
009160     IF KJ-STEP-ALREADY-DONE
009170         GO TO 1000-INITIALIZE-EXIT
009180     END-IF.
009190     PERFORM 1050-VALIDATE-OPERATOR
009200         THRU 1050-VALIDATE-OPERATOR-EXIT.
009210     IF KJ-RUN-BLOCKED
009220         GO TO 1000-INITIALIZE-EXIT
009230     END-IF.
009240     IF NOT KJ-HAVE-EXPECTED-SUM AND KJ-STEP-NUM = 0
009250         PERFORM 1200-READ-PRIOR-TRAILER
009260             THRU 1200-READ-PRIOR-TRAILER-EXIT
009270     END-IF.
009280     PERFORM 2000-LOAD-RULES
009290         THRU 2000-LOAD-RULES-EXIT.
009300     PERFORM 2050-CHECKSUM-RULES
009310         THRU 2050-CHECKSUM-RULES-EXIT
009320         VARYING KJ-RULE-IDX FROM 1 BY 1 UNTIL
009330             KJ-RULE-IDX > KJ-RULE-COUNT.
009340     PERFORM 1100-TRY-RESTART
009350         THRU 1100-TRY-RESTART-EXIT.
009360     IF KJ-RESTARTED OR KJ-STEP-NUM > 0
009370         OPEN EXTEND DETAILOUT
009380         OPEN EXTEND RESULTOUT
009390         OPEN EXTEND SCOREOUT
009400     ELSE
009410         OPEN OUTPUT DETAILOUT
009420         OPEN OUTPUT RESULTOUT
009430         OPEN OUTPUT SCOREOUT
009440     END-IF.
009450     OPEN OUTPUT STATUSOUT.
009460     OPEN I-O QUALMAST.
009470     PERFORM 1500-LOAD-COVERAGE
009480         THRU 1500-LOAD-COVERAGE-EXIT.
009490     IF NOT KJ-CAMPAIGN-SLICE
009500         PERFORM 1300-ASSIGN-FILE-SEQ
009510             THRU 1300-ASSIGN-FILE-SEQ-EXIT
009520     END-IF.
009530     IF NOT KJ-CAMPAIGN-SLICE
009540         AND (NOT KJ-RESTARTED OR KJ-RESUMED-QUIESCE)
009550         PERFORM 1400-WRITE-SCORE-HEADER
009560             THRU 1400-WRITE-SCORE-HEADER-EXIT
009570     END-IF.
009580 1000-INITIALIZE-EXIT.
009590     EXIT.
009600
009610*-----------------------------------------------------------------
009620* 1050-VALIDATE-OPERATOR - THE CONTROL CARD'S OPERATOR MUST BE
009630* ON THE OPERATOR AUTHORIZATION MASTER, ACTIVE, AND CLEARED
009640* FOR PRODUCTION RUNS (LEVEL 2 OR ABOVE) BEFORE ANYTHING IS
009650* PROCESSED.  AN UNKNOWN OR UNAUTHORIZED OPERATOR - INCLUDING
009660* THE UNKNOWN DEFAULT WHEN NO OPERATOR WAS KEYED - BLOCKS THE
009670* RUN WITH RETURN CODE 8 AND A KJERRREC RECORD, SO THE AUDIT
009680* LOG ONLY EVER NAMES OPERATORS THE SHOP ACTUALLY KNOWS.
009690*-----------------------------------------------------------------
009700 1050-VALIDATE-OPERATOR.
009710     MOVE "N" TO KJ-OPERATOR-OK-SW.
009720     OPEN INPUT OPERMAST.
009730     MOVE KJ-OPERATOR TO KJ-OPR-OPERATOR-ID.
009740     READ OPERMAST
009750         INVALID KEY
009760             CONTINUE
009770         NOT INVALID KEY
009780             IF KJ-OPR-ACTIVE AND KJ-OPR-AUTH-LEVEL >= 2
009790                 SET KJ-OPERATOR-OK TO TRUE
009800             END-IF
009810     END-READ.
009820     CLOSE OPERMAST.
009830     IF NOT KJ-OPERATOR-OK
009840         DISPLAY "KJ0440E OPERATOR " KJ-OPERATOR " IS NOT "
009850             "AUTHORIZED FOR PRODUCTION RUNS - RUN BLOCKED."
009860         MOVE "KJ0440E" TO KJ-RAISE-CONDITION
009870         MOVE "E"       TO KJ-RAISE-SEVERITY
009880         MOVE 8         TO KJ-RAISE-RC
009890         MOVE "OPERATOR NOT AUTHORIZED FOR PRODUCTION"
009900             TO KJ-RAISE-TEXT
009910         PERFORM 9000-RAISE-CONDITION
009920             THRU 9000-RAISE-CONDITION-EXIT
009930         SET KJ-RUN-BLOCKED TO TRUE
009940     END-IF.
009950 1050-VALIDATE-OPERATOR-EXIT.
009960     EXIT.
009970
009980*-----------------------------------------------------------------
009990* 1200-READ-PRIOR-TRAILER - WHEN THE CONTROL CARD DID NOT SUPPLY
010000* AN EXPECTED SUM, FALL BACK TO THE PRIOR RUN'S TRAILER ON
010010* TRAILERIN, IF ONE IS ON FILE, AS THE RECONCILIATION TARGET.  NOT
010020* PERFORMED FOR A SPLIT-RANGE JOB STEP (KJ-STEP-NUM NOT ZERO) -
010030* TRAILERIN HOLDS A PRIOR FULL-RANGE TOTAL, WHICH WOULD NEVER
010040* MATCH ANY ONE STEP'S OWN PARTIAL WS-SUM AND WOULD FIRE A FALSE
010050* RECONCILIATION DISCREPANCY EVERY TIME A RANGE IS SPLIT.  A
010060* SPLIT STEP STILL GETS RECONCILED IF ITS OWN CONTROL CARD GIVES
010070* AN EXPLICIT KJ-CTL-EXPECTED-SUM FOR THAT SLICE.
010080*-----------------------------------------------------------------
010090 1200-READ-PRIOR-TRAILER.
010100     OPEN INPUT TRAILERIN.
010110     READ TRAILERIN
010120         AT END
010130             SET KJ-TRAILERIN-EOF TO TRUE
010140         NOT AT END
010150             MOVE KJ-TRL-SUM OF TRAILERIN TO KJ-EXPECTED-SUM
010160             SET KJ-HAVE-EXPECTED-SUM TO TRUE
010170     END-READ.
010180     CLOSE TRAILERIN.
010190 1200-READ-PRIOR-TRAILER-EXIT.
010200     EXIT.
010210
010220*-----------------------------------------------------------------
010230* 1100-TRY-RESTART - IF A CHECKPOINT FROM AN EARLIER, ABENDED
010240* RUN IS ON FILE, RESUME THE LOOP FROM IT INSTEAD OF STARTING
010250* THE RANGE OVER FROM KJ-LOW.
010260*-----------------------------------------------------------------
010270 1100-TRY-RESTART.
010280     OPEN INPUT CHECKFILE.
010290     PERFORM 1110-READ-CHECKFILE
010300         THRU 1110-READ-CHECKFILE-EXIT
010310         WITH TEST AFTER UNTIL KJ-CHECKFILE-EOF.
010320     CLOSE CHECKFILE.
010330     OPEN EXTEND CHECKFILE.
010340 1100-TRY-RESTART-EXIT.
010350     EXIT.
010360
010370*-----------------------------------------------------------------
010380* 1110-READ-CHECKFILE - THE CHECKPOINT FILE IS SEQUENTIAL, SO
010390* THE MOST RECENT CHECKPOINT IS THE LAST RECORD ON IT; KEEP
010400* READING UNTIL END AND RETAIN WHATEVER WAS LAST READ.  A
010410* CHECKFILE LEFT OVER FROM A RUN WITH A DIFFERENT CONTROL CARD,
010420* OR THE SAME CONTROL CARD BUT A CHANGED RULE MASTER (RULES
010430* ADDED, REMOVED, OR REORDERED - SEE KJ-RULE-CHECKSUM), IS
010440* DETECTED BY
010450* COMPARING ITS STORED LOW/HIGH/DIVISOR/RULE-COUNT/RULE-CHECKSUM
010460* AGAINST THIS RUN'S AND IS IGNORED RATHER THAN BLINDLY RESUMED
010470* FROM.
010480*-----------------------------------------------------------------
010490 1110-READ-CHECKFILE.
010500     READ CHECKFILE
010510         AT END
010520             SET KJ-CHECKFILE-EOF TO TRUE
010530         NOT AT END
010540             IF KJ-CHK-LOW = KJ-LOW
010550                 AND KJ-CHK-HIGH = KJ-HIGH
010560                 AND KJ-CHK-DIVISOR = KJ-AUDIT-DIVISOR
010570                 AND KJ-CHK-RULE-COUNT = KJ-RULE-COUNT
010580                 AND KJ-CHK-RULE-CHECKSUM = KJ-RULE-CHECKSUM
010590                 MOVE KJ-CHK-CNT               TO WS-CNT
010600                 MOVE KJ-CHK-SUM               TO WS-SUM
010610                 MOVE KJ-CHK-QUALIFY-COUNT
010620                     TO KJ-QUALIFY-COUNT
010630                 MOVE KJ-CHK-RULE-IDX     TO KJ-START-RULE-IDX
010640                 MOVE KJ-CHK-RULE-SUM     TO KJ-RULE-SUM
010650                 MOVE KJ-CHK-RULE-QUALIFY-COUNT
010660                     TO KJ-RULE-QUALIFY-COUNT
010670                 MOVE KJ-CHK-SCORE-COUNT
010680                     TO KJ-SCORE-REC-COUNT
010690                 MOVE KJ-CHK-SCORE-HASH
010700                     TO KJ-SCORE-HASH-TOTAL
010710                 PERFORM 1115-RESTORE-DAY-TOTALS
010720                     THRU 1115-RESTORE-DAY-TOTALS-EXIT
010730                     VARYING KJ-DAY-IDX FROM 1 BY 1
010740                         UNTIL KJ-DAY-IDX > 24
010750                 IF KJ-CHK-QUIESCED
010760                     MOVE KJ-CHK-CNT TO KJ-PART-BASE-CNT
010770                     MOVE KJ-CHK-RULE-IDX TO KJ-PART-BASE-RULE
010780                     MOVE KJ-RULE-DAY (KJ-CHK-RULE-IDX)
010790                         TO KJ-PART-BASE-DAY
010800                     MOVE KJ-DAY-SUM (KJ-PART-BASE-DAY)
010810                         TO KJ-PART-BASE-SUM
010820                     MOVE KJ-DAY-QC (KJ-PART-BASE-DAY)
010830                         TO KJ-PART-BASE-QC
010840                     MOVE 0 TO KJ-SCORE-REC-COUNT
010850                     MOVE 0 TO KJ-SCORE-HASH-TOTAL
010860                     SET KJ-RESUMED-QUIESCE TO TRUE
010870                 ELSE
010880                     MOVE KJ-CHK-PART-BASE-CNT
010890                         TO KJ-PART-BASE-CNT
010900                     MOVE KJ-CHK-PART-BASE-SUM
010910                         TO KJ-PART-BASE-SUM
010920                     MOVE KJ-CHK-PART-BASE-QC
010930                         TO KJ-PART-BASE-QC
010940                     MOVE KJ-CHK-PART-BASE-RULE
010950                         TO KJ-PART-BASE-RULE
010960                 END-IF
010970                 SET KJ-RESTARTED TO TRUE
010980             ELSE
010990                 DISPLAY "KJ0030W CHECKPOINT ON FILE DOES "
011000                     "NOT MATCH THIS RUN'S CONTROL CARD - "
011010                     "IGNORED, STARTING FROM KJ-LOW."
011020                 MOVE "KJ0030W" TO KJ-RAISE-CONDITION
011030                 MOVE "W"       TO KJ-RAISE-SEVERITY
011040                 MOVE 4         TO KJ-RAISE-RC
011050                 MOVE "STALE CHECKPOINT ON FILE IGNORED"
011060                     TO KJ-RAISE-TEXT
011070                 PERFORM 9000-RAISE-CONDITION
011080                     THRU 9000-RAISE-CONDITION-EXIT
011090             END-IF
011100     END-READ.
011110 1110-READ-CHECKFILE-EXIT.
011120     EXIT.
011130
011140 1115-RESTORE-DAY-TOTALS.
011150     MOVE KJ-CHK-DAY-SUM (KJ-DAY-IDX) TO KJ-DAY-SUM (KJ-DAY-IDX).
011160     MOVE KJ-CHK-DAY-QC  (KJ-DAY-IDX) TO KJ-DAY-QC  (KJ-DAY-IDX).
011170 1115-RESTORE-DAY-TOTALS-EXIT.
011180     EXIT.
011190
011200*-----------------------------------------------------------------
011210* 1300-ASSIGN-FILE-SEQ - READS THE LAST FILE SEQUENCE NUMBER
011220* ASSIGNED TO A SCOREOUT BATCH OFF SEQFILE, TAKES THE NEXT ONE
011230* FOR THIS RUN, AND REWRITES THE FILE.  AN EMPTY SEQFILE (FIRST
011240* RUN AT A SITE) STARTS THE SEQUENCE AT ONE.  AN ABEND-RESTARTED
011250* RUN IS STILL THE SAME TRANSMISSION, SO IT KEEPS THE ABENDED
011260* RUN'S NUMBER; A RUN RESUMING A QUIESCE TAKES A NEW NUMBER -
011270* THE QUIESCED BATCH ALREADY WENT OUT UNDER ITS OWN TRAILER.
011280*-----------------------------------------------------------------
011290 1300-ASSIGN-FILE-SEQ.
011300     OPEN INPUT SEQFILE.
011310     READ SEQFILE
011320         AT END
011330             SET KJ-SEQFILE-EOF TO TRUE
011340             MOVE 0 TO KJ-FILE-SEQ-NUM
011350         NOT AT END
011360             MOVE KJ-SEQ-FILE-NUM TO KJ-FILE-SEQ-NUM
011370     END-READ.
011380     CLOSE SEQFILE.
011390     IF KJ-RESTARTED AND NOT KJ-RESUMED-QUIESCE
011400         CONTINUE
011410     ELSE
011420         ADD 1 TO KJ-FILE-SEQ-NUM
011430         OPEN OUTPUT SEQFILE
011440         MOVE SPACES TO KJ-SEQ-RECORD
011450         MOVE KJ-FILE-SEQ-NUM TO KJ-SEQ-FILE-NUM
011460         WRITE KJ-SEQ-RECORD
011470         CLOSE SEQFILE
011480     END-IF.
011490 1300-ASSIGN-FILE-SEQ-EXIT.
011500     EXIT.
011510
011520*-----------------------------------------------------------------
011530* 1400-WRITE-SCORE-HEADER - OPENS THE SCOREOUT BATCH WITH ITS
011540* HEADER RECORD: RUN DATE, THIS TRANSMISSION'S FILE SEQUENCE
011550* NUMBER, AND THE CONTROL CARD'S RANGE AND DIVISOR.  NOT
011560* WRITTEN ON AN ABEND RESTART - THE ABENDED RUN ALREADY
011570* OPENED THE BATCH AND ITS HEADER IS ON THE FILE.  A RUN
011580* RESUMING A QUIESCE DOES WRITE ONE: ITS REMAINDER IS A FRESH
011590* BATCH UNDER A FRESH SEQUENCE NUMBER.
011600*-----------------------------------------------------------------
011610 1400-WRITE-SCORE-HEADER.
011620     MOVE SPACES          TO KJ-SCORE-HEADER-RECORD.
011630     MOVE 0               TO KJ-SCH-CANCELS-SEQ.
011640     MOVE "H"             TO KJ-SCH-RECORD-TYPE.
011650     MOVE KJ-RUN-DATE     TO KJ-SCH-RUN-DATE.
011660     MOVE KJ-FILE-SEQ-NUM TO KJ-SCH-FILE-SEQ-NUM.
011670     MOVE KJ-LOW          TO KJ-SCH-LOW.
011680     MOVE KJ-HIGH         TO KJ-SCH-HIGH.
011690     MOVE KJ-AUDIT-DIVISOR TO KJ-SCH-DIVISOR.
011700     WRITE KJ-SCORE-HEADER-RECORD.
011710 1400-WRITE-SCORE-HEADER-EXIT.
011720     EXIT.
011730
011740*-----------------------------------------------------------------
011750* 1500-LOAD-COVERAGE - LOADS THE DIVISOR RANGE-COVERAGE FILE
011760* INTO THE IN-CORE TABLE CONSULTED BY 2700-CHECK-COVERED.
011770* ENTRIES BEYOND THE TABLE ARE LEFT ON FILE UNLOADED; THE ONLY
011780* COST IS THAT THEIR RANGES GET REGROUND RATHER THAN SKIPPED.
011790* A RANGE RECORDED BEFORE COVERAGE CARRIED A RULE TYPE IS A
011800* DIVIDE-BOTH-WAYS RANGE AND IS LOADED AS TYPE D.
011810*-----------------------------------------------------------------
011820 1500-LOAD-COVERAGE.
011830     OPEN INPUT DIVCOVER.
011840     PERFORM 1510-READ-COVERAGE
011850         THRU 1510-READ-COVERAGE-EXIT
011860         WITH TEST AFTER
011870         UNTIL KJ-DIVCOVER-EOF OR KJ-DCV-COUNT >= 200.
011880     CLOSE DIVCOVER.
011890 1500-LOAD-COVERAGE-EXIT.
011900     EXIT.
011910
011920 1510-READ-COVERAGE.
011930     READ DIVCOVER
011940         AT END
011950             SET KJ-DIVCOVER-EOF TO TRUE
011960         NOT AT END
011970             ADD 1 TO KJ-DCV-COUNT
011980             IF KJ-DCV-TYPE-BLANK
011990                 MOVE "D" TO KJ-DCT-RULE-TYPE (KJ-DCV-COUNT)
012000             ELSE
012010                 MOVE KJ-DCV-RULE-TYPE
012020                     TO KJ-DCT-RULE-TYPE (KJ-DCV-COUNT)
012030             END-IF
012040             MOVE KJ-DCV-DIVISOR TO KJ-DCT-DIVISOR (KJ-DCV-COUNT)
012050             MOVE KJ-DCV-LOW     TO KJ-DCT-LOW     (KJ-DCV-COUNT)
012060             MOVE KJ-DCV-HIGH    TO KJ-DCT-HIGH    (KJ-DCV-COUNT)
012070     END-READ.
012080 1510-READ-COVERAGE-EXIT.
012090     EXIT.
012100
012110*-----------------------------------------------------------------
012120* 2000-LOAD-RULES - LOADS THE RULE TABLE FROM THE VALIDATED RULE
012130* MASTER (RULEMAST), ACTIVE RECORDS ONLY.  WHEN THE MASTER HAS
012140* NO ACTIVE RULES, FALLS BACK TO A SINGLE RULE BUILT FROM THE
012150* CONTROL-CARD LOW/HIGH/DIVISOR SO THE JOB STILL PRODUCES ONE
012160* RESULT WITHOUT A RULE MASTER; THAT RULE BELONGS TO THIS
012170* PROGRAM'S OWN CALENDAR DAY.  THE DAY TABLE IS CLEARED AND
012180* EVERY DAY WITH A LOADED RULE IS MARKED.  ON A CAMPAIGN SLICE
012190* THE FALLBACK RULE BELONGS TO THE CAMPAIGN DAY AND IS BUILT
012200* ONLY WHEN THAT DAY HAS NO RULES AT ALL - A DAY WHOSE RULES
012210* ALL FALL OUTSIDE TONIGHT'S SLICE RUNS NO RULE AND BANKS A
012220* ZERO PARTIAL FOR THE SLICE.
012230*-----------------------------------------------------------------
012240 2000-LOAD-RULES.
012250     MOVE 0 TO KJ-RULE-COUNT.
012260     PERFORM 2010-CLEAR-DAY
012270         THRU 2010-CLEAR-DAY-EXIT
012280         VARYING KJ-DAY-IDX FROM 1 BY 1 UNTIL KJ-DAY-IDX > 24.
012290     OPEN INPUT RULEMAST.
012300     PERFORM 2100-READ-RULE
012310         THRU 2100-READ-RULE-EXIT
012320         WITH TEST AFTER UNTIL KJ-RULEMAST-EOF.
012330     CLOSE RULEMAST.
012340     IF KJ-RULE-COUNT = 0 AND KJ-CAMPAIGN-DAY-RULES = 0
012350         ADD 1 TO KJ-RULE-COUNT
012360         MOVE KJ-DIVISOR TO KJ-RULE-DIVISOR (KJ-RULE-COUNT)
012370         MOVE KJ-LOW     TO KJ-RULE-LOW     (KJ-RULE-COUNT)
012380         MOVE KJ-HIGH    TO KJ-RULE-HIGH    (KJ-RULE-COUNT)
012390         MOVE "D"        TO KJ-RULE-TYPE    (KJ-RULE-COUNT)
012400         MOVE 0          TO KJ-RULE-NUM     (KJ-RULE-COUNT)
012410         IF KJ-CAMPAIGN-SLICE
012420             MOVE KJ-CAMPAIGN-DAY TO KJ-RULE-DAY (KJ-RULE-COUNT)
012430         ELSE
012440             MOVE KJ-CAL-DAY-NUMBER
012450                 TO KJ-RULE-DAY (KJ-RULE-COUNT)
012460         END-IF
012470     END-IF.
012480     PERFORM 2030-MARK-RULE-DAY
012490         THRU 2030-MARK-RULE-DAY-EXIT
012500         VARYING KJ-RULE-IDX FROM 1 BY 1
012510             UNTIL KJ-RULE-IDX > KJ-RULE-COUNT.
012520 2000-LOAD-RULES-EXIT.
012530     EXIT.
012540
012550 2010-CLEAR-DAY.
012560     MOVE 0   TO KJ-DAY-SUM (KJ-DAY-IDX).
012570     MOVE 0   TO KJ-DAY-QC  (KJ-DAY-IDX).
012580     MOVE "N" TO KJ-DAY-RULE-SW (KJ-DAY-IDX).
012590     MOVE "N" TO KJ-DAY-SLICE-SW (KJ-DAY-IDX).
012600 2010-CLEAR-DAY-EXIT.
012610     EXIT.
012620
012630 2030-MARK-RULE-DAY.
012640     MOVE "Y" TO KJ-DAY-RULE-SW (KJ-RULE-DAY (KJ-RULE-IDX)).
012650 2030-MARK-RULE-DAY-EXIT.
012660     EXIT.
012670
012680*-----------------------------------------------------------------
012690* 2050-CHECKSUM-RULES - FOLDS ONE RULE TABLE ENTRY'S DIVISOR/LOW/
012700* HIGH/RULE-TYPE INTO KJ-RULE-CHECKSUM, A CONTROL TOTAL OVER THE
012710* LOADED RULE TABLE CARRIED ON THE CHECKPOINT RECORD ALONGSIDE
012720* KJ-RULE-COUNT SO A RESTART CAN TELL THE RULE MASTER BEHIND A
012730* CHECKPOINT APART FROM A DIFFERENT ONE WITH THE SAME RULE COUNT.
012740* THE TYPE LETTER IS FOLDED IN AS A NUMERIC WEIGHT (D=1, F=2,
012750* P=3, S=4) SO A TYPE-ONLY CHANGE ALSO MAKES THE CHECKPOINT
012760* STALE - THE RULE MUST NOT FINISH UNDER A DIFFERENT TEST THAN
012770* IT STARTED.
012780*-----------------------------------------------------------------
012790 2050-CHECKSUM-RULES.
012800     IF KJ-RULE-IDX = 1
012810         MOVE 0 TO KJ-RULE-CHECKSUM
012820     END-IF.
012830     EVALUATE KJ-RULE-TYPE (KJ-RULE-IDX)
012840         WHEN "F"
012850             MOVE 2 TO KJ-RULE-TYPE-WEIGHT
012860         WHEN "P"
012870             MOVE 3 TO KJ-RULE-TYPE-WEIGHT
012880         WHEN "S"
012890             MOVE 4 TO KJ-RULE-TYPE-WEIGHT
012900         WHEN OTHER
012910             MOVE 1 TO KJ-RULE-TYPE-WEIGHT
012920     END-EVALUATE.
012930     COMPUTE KJ-RULE-CHECKSUM = KJ-RULE-CHECKSUM
012940         + KJ-RULE-DIVISOR (KJ-RULE-IDX)
012950         + KJ-RULE-LOW     (KJ-RULE-IDX)
012960         + KJ-RULE-HIGH    (KJ-RULE-IDX)
012970         + KJ-RULE-TYPE-WEIGHT
012980         + KJ-RULE-DAY     (KJ-RULE-IDX).
012990 2050-CHECKSUM-RULES-EXIT.
013000     EXIT.
013010
013020*-----------------------------------------------------------------
013030* 2100-READ-RULE - READS ONE RULE MASTER RECORD INTO THE NEXT
013040* FREE SLOT OF THE RULE TABLE.  INACTIVE (DELETED) RULES, AND
013050* ACTIVE RULES NOT YET (OR NO LONGER) IN EFFECT FOR THE RUN
013060* DATE, ARE PASSED OVER - A ZERO EFFECTIVE DATE IS OPEN-ENDED.
013070* THE ZERO-DIVISOR GUARD STAYS AS A BACKSTOP EVEN
013080* THOUGH KJRULMNT'S EDIT PASS SHOULD NEVER LET ONE THROUGH, AND
013090* SO DOES THE CALENDAR-DAY GUARD: A BLANK OR ZERO DAY IS THIS
013100* PROGRAM'S OWN DAY, ANYTHING ELSE OUTSIDE 01-24 IS DISCARDED.
013110*-----------------------------------------------------------------
013120 2100-READ-RULE.
013130     READ RULEMAST
013140         AT END
013150             SET KJ-RULEMAST-EOF TO TRUE
013160         NOT AT END
013170             IF NOT KJ-RMS-ACTIVE
013180                 OR (KJ-RMS-EFF-FROM > 0
013190                     AND KJ-RUN-DATE < KJ-RMS-EFF-FROM)
013200                 OR (KJ-RMS-EFF-TO > 0
013210                     AND KJ-RUN-DATE > KJ-RMS-EFF-TO)
013220                 CONTINUE
013230             ELSE
013240             IF KJ-RMS-DAY-BLANK
013250                 OR (KJ-RMS-DAY-NUM NUMERIC
013260                     AND KJ-RMS-DAY-NUM = 0)
013270                 MOVE KJ-CAL-DAY-NUMBER TO KJ-RULE-NEW-DAY
013280             ELSE
013290                 IF KJ-RMS-DAY-NUM NOT NUMERIC
013300                     OR KJ-RMS-DAY-NUM > 24
013310                     MOVE 0 TO KJ-RULE-NEW-DAY
013320                 ELSE
013330                     MOVE KJ-RMS-DAY-NUM TO KJ-RULE-NEW-DAY
013340                 END-IF
013350             END-IF
013360             IF KJ-RMS-DIVISOR = 0
013370                 DISPLAY "KJ0220W RULEMAST RECORD DISCARDED -"
013380                     " ZERO DIVISOR."
013390                 MOVE "KJ0220W" TO KJ-RAISE-CONDITION
013400                 MOVE "W"       TO KJ-RAISE-SEVERITY
013410                 MOVE 4         TO KJ-RAISE-RC
013420                 MOVE "RULEMAST RECORD DISCARDED - ZERO DIVISOR"
013430                     TO KJ-RAISE-TEXT
013440                 PERFORM 9000-RAISE-CONDITION
013450                     THRU 9000-RAISE-CONDITION-EXIT
013460             ELSE
013470             IF KJ-RULE-NEW-DAY = 0
013480                 DISPLAY "KJ1400W RULEMAST RECORD DISCARDED -"
013490                     " INVALID CALENDAR DAY."
013500                 MOVE "KJ1400W" TO KJ-RAISE-CONDITION
013510                 MOVE "W"       TO KJ-RAISE-SEVERITY
013520                 MOVE 4         TO KJ-RAISE-RC
013530                 MOVE "RULEMAST RECORD DISCARDED - INVALID DAY"
013540                     TO KJ-RAISE-TEXT
013550                 PERFORM 9000-RAISE-CONDITION
013560                     THRU 9000-RAISE-CONDITION-EXIT
013570             ELSE
013580                 IF KJ-RULE-COUNT < 50
013590                     MOVE KJ-RMS-DIVISOR TO KJ-RULE-NEW-DIVISOR
013600                     MOVE KJ-RMS-RULE-NUM TO KJ-RULE-NEW-NUM
013610                     MOVE KJ-RMS-LOW     TO KJ-RULE-NEW-LOW
013620                     MOVE KJ-RMS-HIGH    TO KJ-RULE-NEW-HIGH
013630                     IF KJ-RMS-RULE-TYPE = SPACE
013640                         MOVE "D" TO KJ-RULE-NEW-TYPE
013650                     ELSE
013660                         MOVE KJ-RMS-RULE-TYPE TO KJ-RULE-NEW-TYPE
013670                     END-IF
013680                     IF KJ-CAMPAIGN-SLICE
013690                         PERFORM 2105-CLIP-TO-SLICE
013700                             THRU 2105-CLIP-TO-SLICE-EXIT
013710                     ELSE
013720                         PERFORM 2110-INSERT-RULE
013730                             THRU 2110-INSERT-RULE-EXIT
013740                     END-IF
013750                 ELSE
013760                     DISPLAY "KJ0210W RULEMAST RECORD DISCARDED -"
013770                         " BEYOND 50 RULES."
013780                     MOVE "KJ0210W" TO KJ-RAISE-CONDITION
013790                     MOVE "W"       TO KJ-RAISE-SEVERITY
013800                     MOVE 4         TO KJ-RAISE-RC
013810                     MOVE "RULEMAST RECORD BEYOND 50 RULES"
013820                         TO KJ-RAISE-TEXT
013830                     PERFORM 9000-RAISE-CONDITION
013840                         THRU 9000-RAISE-CONDITION-EXIT
013850                 END-IF
013860             END-IF
013870             END-IF
013880             END-IF
013890     END-READ.
013900 2100-READ-RULE-EXIT.
013910     EXIT.
013920
013930*-----------------------------------------------------------------
013940* 2105-CLIP-TO-SLICE - ON A CAMPAIGN SLICE ONLY THE CAMPAIGN
013950* DAY'S RULES ARE RUN, EACH ONLY OVER THE PART OF ITS RANGE THAT
013960* LIES INSIDE TONIGHT'S SLICE (KJ-LOW THRU KJ-HIGH), SO THE
013970* NIGHTS' PARTIALS ADD UP TO THE DAY'S ANSWER OVER THE WHOLE
013980* CAMPAIGN RANGE.  A RULE OF THE DAY WHOLLY OUTSIDE THE SLICE IS
013990* COUNTED BUT NOT LOADED.
014000*-----------------------------------------------------------------
014010 2105-CLIP-TO-SLICE.
014020     IF KJ-RULE-NEW-DAY NOT = KJ-CAMPAIGN-DAY
014030         GO TO 2105-CLIP-TO-SLICE-EXIT
014040     END-IF.
014050     ADD 1 TO KJ-CAMPAIGN-DAY-RULES.
014060     IF KJ-RULE-NEW-HIGH < KJ-LOW
014070         OR KJ-RULE-NEW-LOW > KJ-HIGH
014080         GO TO 2105-CLIP-TO-SLICE-EXIT
014090     END-IF.
014100     IF KJ-RULE-NEW-LOW < KJ-LOW
014110         MOVE KJ-LOW  TO KJ-RULE-NEW-LOW
014120     END-IF.
014130     IF KJ-RULE-NEW-HIGH > KJ-HIGH
014140         MOVE KJ-HIGH TO KJ-RULE-NEW-HIGH
014150     END-IF.
014160     PERFORM 2110-INSERT-RULE
014170         THRU 2110-INSERT-RULE-EXIT.
014180 2105-CLIP-TO-SLICE-EXIT.
014190     EXIT.
014200
014210*-----------------------------------------------------------------
014220* 2110-INSERT-RULE - PLACES THE STAGED RULE AFTER EVERY RULE
014230* ALREADY IN THE TABLE FOR ITS OWN OR AN EARLIER CALENDAR DAY,
014240* SHIFTING THE LATER DAYS' RULES DOWN ONE SLOT, SO THE TABLE
014250* STAYS IN DAY ORDER AND RULE MASTER ORDER WITHIN A DAY.
014260*-----------------------------------------------------------------
014270 2110-INSERT-RULE.
014280     MOVE 1 TO KJ-RULE-INS-IDX.
014290     PERFORM 2115-FIND-INSERT-SLOT
014300         THRU 2115-FIND-INSERT-SLOT-EXIT
014310         VARYING KJ-RULE-IDX FROM 1 BY 1
014320             UNTIL KJ-RULE-IDX > KJ-RULE-COUNT.
014330     PERFORM 2120-SHIFT-RULE
014340         THRU 2120-SHIFT-RULE-EXIT
014350         VARYING KJ-RULE-SHIFT-IDX FROM KJ-RULE-COUNT BY -1
014360             UNTIL KJ-RULE-SHIFT-IDX < KJ-RULE-INS-IDX.
014370     ADD 1 TO KJ-RULE-COUNT.
014380     MOVE KJ-RULE-NEW-ENTRY TO KJ-RULE-ENTRY (KJ-RULE-INS-IDX).
014390 2110-INSERT-RULE-EXIT.
014400     EXIT.
014410
014420 2115-FIND-INSERT-SLOT.
014430     IF KJ-RULE-DAY (KJ-RULE-IDX) <= KJ-RULE-NEW-DAY
014440         COMPUTE KJ-RULE-INS-IDX = KJ-RULE-IDX + 1
014450     END-IF.
014460 2115-FIND-INSERT-SLOT-EXIT.
014470     EXIT.
014480
014490 2120-SHIFT-RULE.
014500     MOVE KJ-RULE-ENTRY (KJ-RULE-SHIFT-IDX)
014510         TO KJ-RULE-ENTRY (KJ-RULE-SHIFT-IDX + 1).
014520 2120-SHIFT-RULE-EXIT.
014530     EXIT.
014540
014550*-----------------------------------------------------------------
014560* 2500-PROCESS-RULE - RUNS THE QUALIFYING-NUMBER TEST FOR ONE
014570* RULE'S DIVISOR AND RANGE, THEN WRITES ITS RESULT RECORD.  WHEN
014580* THIS IS THE RULE A CHECKPOINT RESTART LANDED IN, WS-CNT AND
014590* THE PER-RULE SUM/COUNT ARE ALREADY SET FROM THE CHECKPOINT AND
014600* ARE NOT RESET.
014610*-----------------------------------------------------------------
014620 2500-PROCESS-RULE.
014630     MOVE KJ-RULE-DIVISOR (KJ-RULE-IDX) TO KJ-DIVISOR.
014640     MOVE KJ-RULE-LOW     (KJ-RULE-IDX) TO KJ-RULE-CUR-LOW.
014650     MOVE KJ-RULE-HIGH    (KJ-RULE-IDX) TO KJ-RULE-CUR-HIGH.
014660     MOVE KJ-RULE-TYPE    (KJ-RULE-IDX) TO KJ-RULE-CUR-TYPE.
014670     MOVE KJ-RULE-DAY     (KJ-RULE-IDX) TO KJ-RULE-CUR-DAY.
014680     MOVE KJ-RULE-IDX TO KJ-LAST-RULE-IDX.
014690     PERFORM 3450-CAPTURE-TIME
014700         THRU 3450-CAPTURE-TIME-EXIT.
014710     MOVE KJ-CUR-SECS TO KJ-RULE-START-SECS.
014720     MOVE 0 TO KJ-LAST-MILESTONE-PCT.
014730     IF KJ-RESTARTED AND KJ-RULE-IDX = KJ-START-RULE-IDX
014740         CONTINUE
014750     ELSE
014760         MOVE KJ-RULE-CUR-LOW TO WS-CNT
014770         MOVE 0 TO KJ-RULE-SUM
014780         MOVE 0 TO KJ-RULE-QUALIFY-COUNT
014790     END-IF.
014800     MOVE "N" TO KJ-RULE-COVERED-SW.
014810*****************************************************************
014820* THE QUALIFYING MASTER AND ITS COVERAGE RECORDS ARE KEYED BY
014830* RULE TYPE, SO A RULE OF ANY TYPE MAY BE ANSWERED FROM THEM -
014840* BUT ONLY FROM RANGES GROUND UNDER ITS OWN TYPE.
014850*****************************************************************
014860     IF KJ-RESTARTED AND KJ-RULE-IDX = KJ-START-RULE-IDX
014870         CONTINUE
014880     ELSE
014890         PERFORM 2700-CHECK-COVERED
014900             THRU 2700-CHECK-COVERED-EXIT
014910             VARYING KJ-DCV-IDX FROM 1 BY 1
014920                 UNTIL KJ-DCV-IDX > KJ-DCV-COUNT
014930     END-IF.
014940     IF KJ-RULE-COVERED
014950         DISPLAY "KJ0410I RULE " KJ-RULE-IDX " ANSWERED FROM "
014960             "THE QUALIFYING MASTER - RANGE ALREADY COVERED "
014970             "FOR TYPE " KJ-RULE-CUR-TYPE " DIVISOR " KJ-DIVISOR
014980             "."
014990         PERFORM 2800-SUM-FROM-MASTER
015000             THRU 2800-SUM-FROM-MASTER-EXIT
015010     ELSE
015020         PERFORM 3000-PRIME-PARA
015030             THRU 3000-PRIME-PARA-EXIT
015040             WITH TEST AFTER UNTIL WS-CNT > KJ-RULE-CUR-HIGH
015050                 OR KJ-QUIESCED
015060         IF NOT KJ-QUIESCED
015070             PERFORM 2900-WRITE-COVERAGE
015080                 THRU 2900-WRITE-COVERAGE-EXIT
015090         END-IF
015100     END-IF.
015110*****************************************************************
015120* A QUIESCED RULE IS UNFINISHED - NO COVERAGE RECORD (THE RANGE
015130* WAS NOT GROUND TO ITS HIGH) AND NO RESULT RECORD; THE RESUMED
015140* RUN FINISHES THE RULE AND WRITES BOTH.  THE FINAL STATUS
015150* RECORD IS WRITTEN HERE, NOT IN THE MAINLINE - PERFORM
015160* VARYING HAS ALREADY STEPPED KJ-RULE-IDX PAST THE QUIESCED
015170* RULE BY THE TIME THE LOOP'S UNTIL SEES THE SWITCH, SO A
015180* STATUS WRITTEN LATER WOULD NAME THE WRONG RULE.
015190*****************************************************************
015200     IF KJ-QUIESCED
015210         PERFORM 3400-WRITE-STATUS
015220             THRU 3400-WRITE-STATUS-EXIT
015230         GO TO 2500-PROCESS-RULE-EXIT
015240     END-IF.
015250     PERFORM 2600-WRITE-RESULT
015260         THRU 2600-WRITE-RESULT-EXIT.
015270 2500-PROCESS-RULE-EXIT.
015280     EXIT.
015290
015300*-----------------------------------------------------------------
015310* 2600-WRITE-RESULT - ONE RESULT RECORD FOR THE RULE JUST
015320* FINISHED, FOR THE SCORING/ROLLUP SYSTEMS TO PICK UP, MARKED
015330* WITH THE PATH THAT PRODUCED THE ANSWER.  ON A CAMPAIGN SLICE
015340* IT IS MARKED AS A SLICE INSTEAD - ONLY PART OF THE RULE'S
015350* RANGE WAS RUN, SO IT IS NOT THE RULE'S ANSWER FOR THE NIGHT.
015360*-----------------------------------------------------------------
015370 2600-WRITE-RESULT.
015380     MOVE KJ-RULE-NUM (KJ-RULE-IDX) TO KJ-RES-RULE-NUM.
015390     MOVE KJ-DIVISOR           TO KJ-RES-DIVISOR.
015400     MOVE KJ-RULE-CUR-LOW      TO KJ-RES-LOW.
015410     MOVE KJ-RULE-CUR-HIGH     TO KJ-RES-HIGH.
015420     MOVE KJ-RULE-SUM          TO KJ-RES-SUM.
015430     MOVE KJ-RULE-QUALIFY-COUNT TO KJ-RES-QUALIFY-COUNT.
015440     MOVE KJ-RUN-DATE          TO KJ-RES-RUN-DATE.
015450     MOVE KJ-RULE-CUR-TYPE     TO KJ-RES-RULE-TYPE.
015460     MOVE KJ-RULE-CUR-DAY      TO KJ-RES-DAY-NUM.
015470     IF KJ-CAMPAIGN-SLICE
015480         SET KJ-RES-CAMPAIGN-SLICE TO TRUE
015490     ELSE
015500         IF KJ-RULE-COVERED
015510             SET KJ-RES-FROM-MASTER TO TRUE
015520         ELSE
015530             SET KJ-RES-GROUND      TO TRUE
015540         END-IF
015550     END-IF.
015560     WRITE KJ-RESULT-RECORD.
015570 2600-WRITE-RESULT-EXIT.
015580     EXIT.
015590
015600*-----------------------------------------------------------------
015610* 2700-CHECK-COVERED - ONE COVERAGE TABLE ENTRY AGAINST THE
015620* CURRENT RULE: THE RULE IS COVERED WHEN ITS WHOLE RANGE LIES
015630* INSIDE ONE RECORDED RANGE FOR THE SAME RULE TYPE AND DIVISOR.
015640*-----------------------------------------------------------------
015650 2700-CHECK-COVERED.
015660     IF KJ-DCT-RULE-TYPE (KJ-DCV-IDX) = KJ-RULE-CUR-TYPE
015670         AND KJ-DCT-DIVISOR (KJ-DCV-IDX) = KJ-DIVISOR
015680         AND KJ-DCT-LOW  (KJ-DCV-IDX) <= KJ-RULE-CUR-LOW
015690         AND KJ-DCT-HIGH (KJ-DCV-IDX) >= KJ-RULE-CUR-HIGH
015700         SET KJ-RULE-COVERED TO TRUE
015710     END-IF.
015720 2700-CHECK-COVERED-EXIT.
015730     EXIT.
015740
015750*-----------------------------------------------------------------
015760* 2800-SUM-FROM-MASTER - ANSWERS THE CURRENT RULE FROM THE
015770* QUALIFYING-NUMBER MASTER INSTEAD OF THE VALUE-BY-VALUE LOOP:
015780* POSITIONS AT THE RULE'S TYPE, DIVISOR AND LOW, THEN TAKES EVERY
015790* MASTER RECORD UP TO ITS HIGH, ACCUMULATING THE SAME SUMS AND
015800* WRITING THE SAME DETAIL AND SCOREOUT RECORDS THE LOOP WOULD
015810* HAVE, SO DOWNSTREAM FILES CANNOT TELL THE TWO PATHS APART.
015820*-----------------------------------------------------------------
015830 2800-SUM-FROM-MASTER.
015840     MOVE "N" TO KJ-QUALMAST-EOF-SW.
015850     MOVE KJ-RULE-CUR-TYPE TO KJ-QMS-RULE-TYPE.
015860     MOVE KJ-DIVISOR       TO KJ-QMS-DIVISOR.
015870     MOVE KJ-RULE-CUR-LOW  TO KJ-QMS-CNT.
015880     START QUALMAST KEY NOT LESS THAN KJ-QMS-KEY
015890         INVALID KEY
015900             SET KJ-QUALMAST-EOF TO TRUE
015910     END-START.
015920     PERFORM 2810-READ-MASTER
015930         THRU 2810-READ-MASTER-EXIT
015940         WITH TEST AFTER UNTIL KJ-QUALMAST-EOF.
015950 2800-SUM-FROM-MASTER-EXIT.
015960     EXIT.
015970
015980 2810-READ-MASTER.
015990     READ QUALMAST NEXT RECORD
016000         AT END
016010             SET KJ-QUALMAST-EOF TO TRUE
016020         NOT AT END
016030             IF KJ-QMS-RULE-TYPE NOT = KJ-RULE-CUR-TYPE
016040                 OR KJ-QMS-DIVISOR NOT = KJ-DIVISOR
016050                 OR KJ-QMS-CNT > KJ-RULE-CUR-HIGH
016060                 SET KJ-QUALMAST-EOF TO TRUE
016070             ELSE
016080                 MOVE KJ-QMS-CNT      TO WS-CNT
016090                 MOVE KJ-QMS-REVERSED TO WS-REVERSED
016100                 COMPUTE WS-SUM = WS-SUM + WS-CNT
016110                 COMPUTE KJ-RULE-SUM = KJ-RULE-SUM + WS-CNT
016120                 COMPUTE KJ-DAY-SUM (KJ-RULE-CUR-DAY) =
016130                     KJ-DAY-SUM (KJ-RULE-CUR-DAY) + WS-CNT
016140                 ADD 1 TO KJ-QUALIFY-COUNT
016150                 ADD 1 TO KJ-RULE-QUALIFY-COUNT
016160                 ADD 1 TO KJ-DAY-QC (KJ-RULE-CUR-DAY)
016170                 PERFORM 3200-WRITE-DETAIL
016180                     THRU 3200-WRITE-DETAIL-EXIT
016190                 PERFORM 3210-WRITE-SCOREOUT
016200                     THRU 3210-WRITE-SCOREOUT-EXIT
016210             END-IF
016220     END-READ.
016230 2810-READ-MASTER-EXIT.
016240     EXIT.
016250
016260*-----------------------------------------------------------------
016270* 2900-WRITE-COVERAGE - RECORDS THE RULE RANGE JUST GROUND AS
016280* COVERED FOR ITS TYPE AND DIVISOR, ON FILE FOR FUTURE RUNS AND
016290* IN THE TABLE FOR LATER RULES OF THIS RUN.  DIVCOVER IS
016300* ALLOCATED DISP=MOD SO EACH RANGE ADDS TO THE ONES BEFORE IT.
016310*-----------------------------------------------------------------
016320 2900-WRITE-COVERAGE.
016330     OPEN EXTEND DIVCOVER.
016340     MOVE SPACES          TO KJ-DIVISOR-COVERAGE-RECORD.
016350     MOVE KJ-RULE-CUR-TYPE TO KJ-DCV-RULE-TYPE.
016360     MOVE KJ-DIVISOR      TO KJ-DCV-DIVISOR.
016370     MOVE KJ-RULE-CUR-LOW  TO KJ-DCV-LOW.
016380     MOVE KJ-RULE-CUR-HIGH TO KJ-DCV-HIGH.
016390     MOVE KJ-RUN-DATE      TO KJ-DCV-RUN-DATE.
016400     WRITE KJ-DIVISOR-COVERAGE-RECORD.
016410     CLOSE DIVCOVER.
016420     IF KJ-DCV-COUNT < 200
016430         ADD 1 TO KJ-DCV-COUNT
016440         MOVE KJ-RULE-CUR-TYPE TO KJ-DCT-RULE-TYPE (KJ-DCV-COUNT)
016450         MOVE KJ-DIVISOR       TO KJ-DCT-DIVISOR (KJ-DCV-COUNT)
016460         MOVE KJ-RULE-CUR-LOW  TO KJ-DCT-LOW     (KJ-DCV-COUNT)
016470         MOVE KJ-RULE-CUR-HIGH TO KJ-DCT-HIGH    (KJ-DCV-COUNT)
016480     END-IF.
016490 2900-WRITE-COVERAGE-EXIT.
016500     EXIT.
016510
016520*-----------------------------------------------------------------
016530* 3000-PRIME-PARA - RUNS ONE CANDIDATE THROUGH THE SHARED
016540* QUALIFYING ENGINE (KJCHECK1) UNDER THE CURRENT RULE'S TYPE,
016550* WRITING ONE DETAIL RECORD FOR EVERY VALUE THAT QUALIFIES, AND
016560* TAKING A CHECKPOINT EVERY KJ-CHECKPOINT-INTERVAL ITERATIONS.
016570* EVERY QUALIFIER IS POSTED TO THE QUALIFYING MASTER UNDER THE
016580* RULE'S TYPE.
016590*-----------------------------------------------------------------
016600 3000-PRIME-PARA.
016610     CALL "KJCHECK1" USING WS-CNT
016620                           KJ-DIVISOR
016630                           WS-REVERSED
016640                           KJ-VALUE-QUALIFY-SW
016650                           KJ-RULE-CUR-TYPE.
016660     IF KJ-VALUE-QUALIFIES
016670         COMPUTE WS-SUM = WS-SUM + WS-CNT
016680         COMPUTE KJ-RULE-SUM = KJ-RULE-SUM + WS-CNT
016690         COMPUTE KJ-DAY-SUM (KJ-RULE-CUR-DAY) =
016700             KJ-DAY-SUM (KJ-RULE-CUR-DAY) + WS-CNT
016710         ADD 1 TO KJ-QUALIFY-COUNT
016720         ADD 1 TO KJ-RULE-QUALIFY-COUNT
016730         ADD 1 TO KJ-DAY-QC (KJ-RULE-CUR-DAY)
016740         PERFORM 3200-WRITE-DETAIL
016750             THRU 3200-WRITE-DETAIL-EXIT
016760         PERFORM 3210-WRITE-SCOREOUT
016770             THRU 3210-WRITE-SCOREOUT-EXIT
016780         PERFORM 3220-WRITE-QUALMAST
016790             THRU 3220-WRITE-QUALMAST-EXIT
016800     END-IF.
016810     ADD 1 TO WS-CNT.
016820     ADD 1 TO KJ-ITERATIONS-SINCE-CKPT.
016830     IF KJ-ITERATIONS-SINCE-CKPT >= KJ-CHECKPOINT-INTERVAL
016840         PERFORM 3350-CHECK-STOP-REQUEST
016850             THRU 3350-CHECK-STOP-REQUEST-EXIT
016860         PERFORM 3300-WRITE-CHECKPOINT
016870             THRU 3300-WRITE-CHECKPOINT-EXIT
016880     END-IF.
016890     ADD 1 TO KJ-ITERATIONS-SINCE-STAT.
016900     IF KJ-ITERATIONS-SINCE-STAT >= KJ-STATUS-INTERVAL
016910         PERFORM 3400-WRITE-STATUS
016920             THRU 3400-WRITE-STATUS-EXIT
016930     END-IF.
016940 3000-PRIME-PARA-EXIT.
016950     EXIT.
016960
016970*-----------------------------------------------------------------
016980* THE ORIGINAL INLINE DIGIT-REVERSAL PARAGRAPH (3100) LIVED
016990* HERE; THE REVERSAL NOW COMES BACK FROM KJCHECK1 WITH THE
017000* QUALIFYING ANSWER, SO THE LOGIC EXISTS IN ONE PLACE ONLY.
017010*-----------------------------------------------------------------
017020
017030*-----------------------------------------------------------------
017040* 3200-WRITE-DETAIL - ONE DETAIL RECORD FOR A VALUE THAT
017050* QUALIFIED, SO IT CAN BE AUDITED AGAINST THE FINAL SUM.
017060*-----------------------------------------------------------------
017070 3200-WRITE-DETAIL.
017080     MOVE WS-CNT      TO KJ-DTL-CNT.
017090     MOVE WS-REVERSED TO KJ-DTL-REVERSED.
017100     MOVE KJ-RUN-DATE TO KJ-DTL-RUN-DATE.
017110     MOVE KJ-RULE-CUR-TYPE TO KJ-DTL-RULE-TYPE.
017120     WRITE KJ-DETAIL-RECORD.
017130 3200-WRITE-DETAIL-EXIT.
017140     EXIT.
017150
017160*-----------------------------------------------------------------
017170* 3210-WRITE-SCOREOUT - ONE EXTRACT RECORD PER QUALIFYING VALUE
017180* FOR THE DOWNSTREAM SCORING SYSTEM'S OVERNIGHT PICKUP.
017190*-----------------------------------------------------------------
017200 3210-WRITE-SCOREOUT.
017210     MOVE KJ-RULE-IDX TO KJ-SCR-RULE-NUM.
017220     MOVE KJ-DIVISOR  TO KJ-SCR-DIVISOR.
017230     MOVE WS-CNT      TO KJ-SCR-CNT.
017240     MOVE WS-REVERSED TO KJ-SCR-REVERSED.
017250     MOVE KJ-RUN-DATE TO KJ-SCR-RUN-DATE.
017260     MOVE KJ-RULE-CUR-TYPE TO KJ-SCR-RULE-TYPE.
017270     MOVE KJ-RULE-NUM (KJ-RULE-IDX) TO KJ-SCR-MASTER-RULE-NUM.
017280     WRITE KJ-SCORE-RECORD.
017290     ADD 1 TO KJ-SCORE-REC-COUNT.
017300     ADD KJ-SCR-CNT TO KJ-SCORE-HASH-TOTAL.
017310 3210-WRITE-SCOREOUT-EXIT.
017320     EXIT.
017330
017340*-----------------------------------------------------------------
017350* 3220-WRITE-QUALMAST - POSTS THE QUALIFYING VALUE TO THE KEYED
017360* MASTER.  A CANDIDATE ALREADY ON THE MASTER FROM AN EARLIER
017370* RUN IS LEFT ALONE, SO ITS FIRST-QUALIFIED DATE IS KEPT.
017380*-----------------------------------------------------------------
017390 3220-WRITE-QUALMAST.
017400     MOVE SPACES      TO KJ-QUAL-MASTER-RECORD.
017410     MOVE KJ-RULE-CUR-TYPE TO KJ-QMS-RULE-TYPE.
017420     MOVE KJ-DIVISOR  TO KJ-QMS-DIVISOR.
017430     MOVE WS-CNT      TO KJ-QMS-CNT.
017440     MOVE WS-REVERSED TO KJ-QMS-REVERSED.
017450     MOVE KJ-RUN-DATE TO KJ-QMS-FIRST-RUN-DATE.
017460     WRITE KJ-QUAL-MASTER-RECORD
017470         INVALID KEY
017480             CONTINUE
017490     END-WRITE.
017500 3220-WRITE-QUALMAST-EXIT.
017510     EXIT.
017520
017530*-----------------------------------------------------------------
017540* 3300-WRITE-CHECKPOINT - CAPTURES ENOUGH STATE TO RESTART THE
017550* LOOP WITHOUT REPROCESSING FROM KJ-LOW.
017560*-----------------------------------------------------------------
017570 3300-WRITE-CHECKPOINT.
017580     MOVE WS-CNT               TO KJ-CHK-CNT.
017590     MOVE WS-SUM               TO KJ-CHK-SUM.
017600     MOVE KJ-QUALIFY-COUNT     TO KJ-CHK-QUALIFY-COUNT.
017610     MOVE KJ-RULE-IDX          TO KJ-CHK-RULE-IDX.
017620     MOVE KJ-RULE-SUM          TO KJ-CHK-RULE-SUM.
017630     MOVE KJ-RULE-QUALIFY-COUNT
017640                               TO KJ-CHK-RULE-QUALIFY-COUNT.
017650     MOVE KJ-LOW                TO KJ-CHK-LOW.
017660     MOVE KJ-HIGH               TO KJ-CHK-HIGH.
017670     MOVE KJ-AUDIT-DIVISOR       TO KJ-CHK-DIVISOR.
017680     MOVE KJ-RULE-COUNT          TO KJ-CHK-RULE-COUNT.
017690     MOVE KJ-RULE-CHECKSUM       TO KJ-CHK-RULE-CHECKSUM.
017700     MOVE KJ-SCORE-REC-COUNT     TO KJ-CHK-SCORE-COUNT.
017710     MOVE KJ-SCORE-HASH-TOTAL    TO KJ-CHK-SCORE-HASH.
017720     MOVE KJ-QUIESCE-REQUEST-SW  TO KJ-CHK-QUIESCED-SW.
017730     MOVE KJ-PART-BASE-CNT       TO KJ-CHK-PART-BASE-CNT.
017740     MOVE KJ-PART-BASE-SUM       TO KJ-CHK-PART-BASE-SUM.
017750     MOVE KJ-PART-BASE-QC        TO KJ-CHK-PART-BASE-QC.
017760     MOVE KJ-PART-BASE-RULE      TO KJ-CHK-PART-BASE-RULE.
017770     PERFORM 3310-SAVE-DAY-TOTALS
017780         THRU 3310-SAVE-DAY-TOTALS-EXIT
017790         VARYING KJ-DAY-IDX FROM 1 BY 1 UNTIL KJ-DAY-IDX > 24.
017800     WRITE KJ-CHECKPOINT-RECORD.
017810     MOVE 0 TO KJ-ITERATIONS-SINCE-CKPT.
017820 3300-WRITE-CHECKPOINT-EXIT.
017830     EXIT.
017840
017850 3310-SAVE-DAY-TOTALS.
017860     MOVE KJ-DAY-SUM (KJ-DAY-IDX) TO KJ-CHK-DAY-SUM (KJ-DAY-IDX).
017870     MOVE KJ-DAY-QC  (KJ-DAY-IDX) TO KJ-CHK-DAY-QC  (KJ-DAY-IDX).
017880 3310-SAVE-DAY-TOTALS-EXIT.
017890     EXIT.
017900
017910*-----------------------------------------------------------------
017920* 3350-CHECK-STOP-REQUEST - SENSES THE OPERATOR STOP REQUEST
017930* BETWEEN ITERATIONS, AT THE SAME CADENCE AS THE CHECKPOINT SO
017940* THE CHECKPOINT WRITTEN RIGHT AFTER IT CAPTURES THE QUIESCE
017950* POINT.  STOPREQ IS OPTIONAL - AN ABSENT OR EMPTY DATASET
017960* MEANS RUN TO COMPLETION.  ONCE THE REQUEST IS SEEN THE VALUE
017970* AND RULE LOOPS WIND DOWN AND THE MAINLINE CLOSES OUT.
017980*-----------------------------------------------------------------
017990 3350-CHECK-STOP-REQUEST.
018000     IF KJ-QUIESCED
018010         GO TO 3350-CHECK-STOP-REQUEST-EXIT
018020     END-IF.
018030     MOVE "N" TO KJ-STOPREQ-EOF-SW.
018040     OPEN INPUT STOPREQ.
018050     READ STOPREQ
018060         AT END
018070             SET KJ-STOPREQ-EOF TO TRUE
018080     END-READ.
018090     CLOSE STOPREQ.
018100     IF NOT KJ-STOPREQ-EOF AND KJ-STP-STOP
018110         SET KJ-QUIESCED TO TRUE
018120         DISPLAY "KJ0420I OPERATOR STOP REQUEST SENSED AT "
018130             WS-CNT " - QUIESCING AFTER FINAL CHECKPOINT."
018140     END-IF.
018150 3350-CHECK-STOP-REQUEST-EXIT.
018160     EXIT.
018170
018180*-----------------------------------------------------------------
018190* 3400-WRITE-STATUS - ONE RUN PROGRESS RECORD TO STATUSOUT AND,
018200* WHEN THE RULE HAS CROSSED ANOTHER TEN PERCENT OF ITS RANGE, A
018210* CONSOLE MILESTONE MESSAGE.  THE COMPLETION ESTIMATE PROJECTS
018220* THE RATE SINCE THE CURRENT RULE STARTED OVER THE VALUES STILL
018230* TO COME; WITH NO MEASURABLE ELAPSED TIME YET THE ESTIMATE IS
018240* LEFT AT ZERO RATHER THAN DIVIDING BY IT.
018250*-----------------------------------------------------------------
018260 3400-WRITE-STATUS.
018270     MOVE 0 TO KJ-ITERATIONS-SINCE-STAT.
018280     PERFORM 3450-CAPTURE-TIME
018290         THRU 3450-CAPTURE-TIME-EXIT.
018300     IF KJ-CUR-SECS >= KJ-RULE-START-SECS
018310         COMPUTE KJ-STAT-ELAPSED =
018320             KJ-CUR-SECS - KJ-RULE-START-SECS
018330     ELSE
018340         COMPUTE KJ-STAT-ELAPSED =
018350             KJ-CUR-SECS + 86400 - KJ-RULE-START-SECS
018360     END-IF.
018370     COMPUTE KJ-STAT-DONE = WS-CNT - KJ-RULE-CUR-LOW.
018380     COMPUTE KJ-STAT-TOTAL =
018390         KJ-RULE-CUR-HIGH - KJ-RULE-CUR-LOW + 1.
018400     COMPUTE KJ-STAT-PERCENT =
018410         KJ-STAT-DONE * 100 / KJ-STAT-TOTAL.
018420     IF KJ-STAT-PERCENT > 100
018430         MOVE 100 TO KJ-STAT-PERCENT
018440     END-IF.
018450     IF KJ-STAT-ELAPSED = 0 OR KJ-STAT-DONE = 0
018460         MOVE 0 TO KJ-STAT-EST-SECS
018470         MOVE 0 TO KJ-STAT-EST-CLOCK
018480     ELSE
018490         COMPUTE KJ-STAT-EST-SECS =
018500             (KJ-RULE-CUR-HIGH - WS-CNT + 1)
018510             * KJ-STAT-ELAPSED / KJ-STAT-DONE
018520             ON SIZE ERROR
018530                 MOVE 0 TO KJ-STAT-EST-SECS
018540         END-COMPUTE
018550         PERFORM 3460-SECS-TO-CLOCK
018560             THRU 3460-SECS-TO-CLOCK-EXIT
018570     END-IF.
018580     MOVE KJ-RUN-DATE        TO KJ-STA-RUN-DATE.
018590     COMPUTE KJ-STA-TIME = KJ-STAT-HH * 10000
018600         + KJ-STAT-MM * 100 + KJ-STAT-SS.
018610     MOVE KJ-RULE-IDX        TO KJ-STA-RULE-NUM.
018620     MOVE WS-CNT             TO KJ-STA-CNT.
018630     MOVE KJ-RULE-CUR-LOW    TO KJ-STA-LOW.
018640     MOVE KJ-RULE-CUR-HIGH   TO KJ-STA-HIGH.
018650     MOVE KJ-STAT-PERCENT    TO KJ-STA-PERCENT.
018660     MOVE KJ-RULE-QUALIFY-COUNT
018670                             TO KJ-STA-QUALIFY-COUNT.
018680     MOVE KJ-STAT-EST-CLOCK  TO KJ-STA-EST-COMPLETE.
018690     WRITE KJ-STATUS-RECORD.
018700     IF KJ-STAT-PERCENT >= KJ-LAST-MILESTONE-PCT + 10
018710         DISPLAY "KJ0400I RULE " KJ-RULE-IDX " IS "
018720             KJ-STAT-PERCENT " PCT COMPLETE - QUALIFIED "
018730             KJ-RULE-QUALIFY-COUNT " - EST COMPLETION "
018740             KJ-STAT-EST-CLOCK
018750         MOVE KJ-STAT-PERCENT TO KJ-LAST-MILESTONE-PCT
018760     END-IF.
018770 3400-WRITE-STATUS-EXIT.
018780     EXIT.
018790
018800*-----------------------------------------------------------------
018810* 3450-CAPTURE-TIME - CAPTURES THE TIME OF DAY AS SECONDS SINCE
018820* MIDNIGHT IN KJ-CUR-SECS.
018830*-----------------------------------------------------------------
018840 3450-CAPTURE-TIME.
018850     ACCEPT KJ-STAT-TIME-OF-DAY FROM TIME.
018860     COMPUTE KJ-CUR-SECS = KJ-STAT-HH * 3600
018870         + KJ-STAT-MM * 60 + KJ-STAT-SS.
018880 3450-CAPTURE-TIME-EXIT.
018890     EXIT.
018900
018910*-----------------------------------------------------------------
018920* 3460-SECS-TO-CLOCK - TURNS THE ESTIMATED SECONDS REMAINING
018930* INTO A WALL-CLOCK COMPLETION TIME (HHMMSS), WRAPPING PAST
018940* MIDNIGHT WHEN THE ESTIMATE RUNS OVER IT.
018950*-----------------------------------------------------------------
018960 3460-SECS-TO-CLOCK.
018970     COMPUTE KJ-STAT-EST-SECS = FUNCTION MOD
018980         (KJ-CUR-SECS + KJ-STAT-EST-SECS, 86400).
018990     DIVIDE KJ-STAT-EST-SECS BY 3600 GIVING KJ-CLK-HH
019000         REMAINDER KJ-CLK-REM.
019010     DIVIDE KJ-CLK-REM BY 60 GIVING KJ-CLK-MM
019020         REMAINDER KJ-CLK-SS.
019030     COMPUTE KJ-STAT-EST-CLOCK = KJ-CLK-HH * 10000
019040         + KJ-CLK-MM * 100 + KJ-CLK-SS.
019050 3460-SECS-TO-CLOCK-EXIT.
019060     EXIT.
019070
019080*-----------------------------------------------------------------
019090* 3500-WRITE-SCORE-TRAILER - CLOSES THE SCOREOUT BATCH WITH ITS
019100* TRAILER RECORD: THE BATCH'S DATA RECORD COUNT AND THE HASH
019110* TOTAL OVER KJ-SCR-CNT, SO THE SCORING SYSTEM CAN PROVE THE
019120* TRANSMISSION ARRIVED WHOLE BEFORE LOADING IT.
019130*-----------------------------------------------------------------
019140 3500-WRITE-SCORE-TRAILER.
019150     MOVE SPACES              TO KJ-SCORE-TRAILER-RECORD.
019160     MOVE "T"                 TO KJ-SCT-RECORD-TYPE.
019170     MOVE KJ-SCORE-REC-COUNT  TO KJ-SCT-RECORD-COUNT.
019180     MOVE KJ-SCORE-HASH-TOTAL TO KJ-SCT-HASH-TOTAL.
019190     MOVE KJ-RUN-DATE         TO KJ-SCT-RUN-DATE.
019200     WRITE KJ-SCORE-TRAILER-RECORD.
019210 3500-WRITE-SCORE-TRAILER-EXIT.
019220     EXIT.
019230
019240*-----------------------------------------------------------------
019250* 3600-POST-XMIT-REGISTER - ONE TRANSMISSION REGISTER RECORD
019260* PER BATCH, KEYED BY THE FILE SEQUENCE NUMBER, POSTED AT
019270* STATUS S (SENT) WITH THE TRAILER'S COUNT AND HASH, SO THE
019280* SHOP'S OWN BOOKS SHOW WHAT WENT OUT.  AN ABEND-RESTARTED RUN
019290* REPOSTS ITS OWN BATCH'S RECORD; A NEW BATCH LANDING ON A
019300* SEQUENCE NUMBER ALREADY REGISTERED IS A DUPLICATE IN THE
019310* SEQUENCE AND IS FLAGGED, THEN REPOSTED, SO THE REGISTER
019320* FOLLOWS WHAT ACTUALLY SHIPPED.  KJACKRCN POSTS STATUS A WHEN
019330* THE ACKNOWLEDGMENTS ARRIVE; KJXRGRPT REPORTS THE REGISTER.
019340*-----------------------------------------------------------------
019350 3600-POST-XMIT-REGISTER.
019360     MOVE "N" TO KJ-XMITREG-FOUND-SW.
019370     OPEN I-O XMITREG.
019380     MOVE KJ-FILE-SEQ-NUM TO KJ-XRG-FILE-SEQ-NUM.
019390     READ XMITREG
019400         INVALID KEY
019410             CONTINUE
019420         NOT INVALID KEY
019430             SET KJ-XMITREG-FOUND TO TRUE
019440     END-READ.
019450     IF KJ-XMITREG-FOUND
019460         AND NOT (KJ-RESTARTED AND NOT KJ-RESUMED-QUIESCE)
019470         DISPLAY "KJ0450W FILE SEQUENCE " KJ-FILE-SEQ-NUM
019480             " IS ALREADY ON THE TRANSMISSION REGISTER - "
019490             "DUPLICATE SEQUENCE, RECORD REPOSTED."
019500         MOVE "KJ0450W" TO KJ-RAISE-CONDITION
019510         MOVE "W"       TO KJ-RAISE-SEVERITY
019520         MOVE 4         TO KJ-RAISE-RC
019530         MOVE "DUPLICATE SEQUENCE ON TRANSMISSION REG"
019540             TO KJ-RAISE-TEXT
019550         PERFORM 9000-RAISE-CONDITION
019560             THRU 9000-RAISE-CONDITION-EXIT
019570     END-IF.
019580     MOVE SPACES              TO KJ-XMIT-REGISTER-RECORD.
019590     MOVE KJ-FILE-SEQ-NUM     TO KJ-XRG-FILE-SEQ-NUM.
019600     MOVE KJ-RUN-DATE         TO KJ-XRG-RUN-DATE.
019610     MOVE KJ-SCORE-REC-COUNT  TO KJ-XRG-RECORD-COUNT.
019620     MOVE KJ-SCORE-HASH-TOTAL TO KJ-XRG-HASH-TOTAL.
019630     MOVE "S"                 TO KJ-XRG-STATUS.
019640     MOVE KJ-RUN-DATE         TO KJ-XRG-STATUS-DATE.
019650     MOVE 0                   TO KJ-XRG-REVERSED-DATE.
019660     IF KJ-XMITREG-FOUND
019670         REWRITE KJ-XMIT-REGISTER-RECORD
019680             INVALID KEY
019690                 CONTINUE
019700         END-REWRITE
019710     ELSE
019720         WRITE KJ-XMIT-REGISTER-RECORD
019730             INVALID KEY
019740                 CONTINUE
019750         END-WRITE
019760     END-IF.
019770     CLOSE XMITREG.
019780 3600-POST-XMIT-REGISTER-EXIT.
019790     EXIT.
019800
019810*-----------------------------------------------------------------
019820* 4000-RECONCILE - WRITES THIS RUN'S CONTROL-TOTAL TRAILER AND,
019830* WHEN AN EXPECTED SUM WAS FOUND (CONTROL CARD OR PRIOR-RUN
019840* TRAILER), COMPARES IT TO THIS RUN'S WS-SUM.  A MISMATCH GETS
019850* A DISCREPANCY RECORD RATHER THAN JUST A CONSOLE MESSAGE.
019860*-----------------------------------------------------------------
019870 4000-RECONCILE.
019880     OPEN OUTPUT TRAILEROUT.
019890     MOVE WS-SUM           TO KJ-TRL-SUM OF TRAILEROUT.
019900     MOVE KJ-QUALIFY-COUNT TO KJ-TRL-QUALIFY-COUNT OF TRAILEROUT.
019910     MOVE KJ-RUN-DATE      TO KJ-TRL-RUN-DATE OF TRAILEROUT.
019920     WRITE KJ-TRAILER-RECORD OF TRAILEROUT.
019930     CLOSE TRAILEROUT.
019940     IF KJ-HAVE-EXPECTED-SUM
019950         IF KJ-EXPECTED-SUM NOT EQUAL TO WS-SUM
019960             OPEN OUTPUT DISCREPRPT
019970             MOVE KJ-EXPECTED-SUM TO KJ-DSC-EXPECTED-SUM
019980             MOVE WS-SUM          TO KJ-DSC-ACTUAL-SUM
019990             MOVE KJ-RUN-DATE     TO KJ-DSC-RUN-DATE
020000             WRITE KJ-DISCREPANCY-RECORD
020010             CLOSE DISCREPRPT
020020             DISPLAY "KJ0050E RECONCILIATION DISCREPANCY - "
020030                 "EXPECTED " KJ-EXPECTED-SUM " ACTUAL " WS-SUM
020040             MOVE "KJ0050E" TO KJ-RAISE-CONDITION
020050             MOVE "E"       TO KJ-RAISE-SEVERITY
020060             MOVE 8         TO KJ-RAISE-RC
020070             MOVE "RECONCILIATION DISCREPANCY - SEE DISCREP"
020080                 TO KJ-RAISE-TEXT
020090             PERFORM 9000-RAISE-CONDITION
020100                 THRU 9000-RAISE-CONDITION-EXIT
020110         END-IF
020120     END-IF.
020130 4000-RECONCILE-EXIT.
020140     EXIT.
020150
020160*-----------------------------------------------------------------
020170* 4100-WRITE-AUDIT - APPENDS ONE ROW TO THE AUDIT LOG FOR EACH
020180* CALENDAR DAY THIS RUN PROCESSED (OPERATOR, RUN DATE/TIME, RANGE
020190* AND DIVISOR, THE DAY AND ITS FINAL SUM).  AUDITLOG IS A
020200* GENERATION DATA GROUP; THE JCL CATALOGS A NEW GENERATION EACH
020210* RUN SO THE HISTORY ACCUMULATES ACROSS RUNS.
020220*-----------------------------------------------------------------
020230 4100-WRITE-AUDIT.
020240     OPEN OUTPUT AUDITLOG.
020250     PERFORM 4110-WRITE-DAY-AUDIT
020260         THRU 4110-WRITE-DAY-AUDIT-EXIT
020270         VARYING KJ-DAY-IDX FROM 1 BY 1 UNTIL KJ-DAY-IDX > 24.
020280     CLOSE AUDITLOG.
020290 4100-WRITE-AUDIT-EXIT.
020300     EXIT.
020310
020320 4110-WRITE-DAY-AUDIT.
020330     IF NOT KJ-DAY-HAS-RULES (KJ-DAY-IDX)
020340         GO TO 4110-WRITE-DAY-AUDIT-EXIT
020350     END-IF.
020360     MOVE KJ-RUN-DATE TO KJ-AUD-RUN-DATE.
020370     MOVE KJ-RUN-TIME TO KJ-AUD-RUN-TIME.
020380     MOVE KJ-LOW      TO KJ-AUD-LOW.
020390     MOVE KJ-HIGH     TO KJ-AUD-HIGH.
020400     MOVE KJ-AUDIT-DIVISOR TO KJ-AUD-DIVISOR.
020410     MOVE KJ-OPERATOR TO KJ-AUD-OPERATOR.
020420     MOVE KJ-DAY-SUM (KJ-DAY-IDX) TO KJ-AUD-SUM.
020430     MOVE SPACE       TO KJ-AUD-STATUS.
020440     MOVE 0           TO KJ-AUD-REVERSED-DATE.
020450     MOVE KJ-DAY-IDX  TO KJ-AUD-DAY-NUM.
020460     WRITE KJ-AUDIT-RECORD.
020470 4110-WRITE-DAY-AUDIT-EXIT.
020480     EXIT.
020490
020500*-----------------------------------------------------------------
020510* 4200-WRITE-PARTIAL - WHEN A LARGE RANGE IS SPLIT ACROSS SEVERAL
020520* JOB STEPS, THIS STEP'S SLICE AND ITS SUM/QUALIFY COUNT ARE
020530* APPENDED TO PARTOUT SO KJROLLUP CAN COMBINE ALL THE STEPS'
020540* PARTIALS INTO ONE TOTAL FOR THE FULL RANGE.  THE JCL ALLOCATES
020550* PARTOUT DISP=MOD SO EACH STEP'S RECORD ADDS TO THE ONES BEFORE
020560* IT INSTEAD OF REPLACING THEM.  THE RECORD COVERS ONLY THIS
020570* EXECUTION'S OWN SLICE: FROM THE PARTIAL BASE (KJ-LOW, OR THE
020580* QUIESCE POINT WHEN RESUMING A QUIESCED RUN) TO KJ-HIGH - OR,
020590* ON A QUIESCE, TO THE LAST VALUE ACTUALLY COMPLETED - WITH THE
020600* SUM AND COUNT NET OF THE BASE, SO A QUIESCED NIGHT AND ITS
020610* RESUMED COMPLETION ROLL UP AS TWO CONTIGUOUS SLICES.  ONE
020620* RECORD IS WRITTEN FOR EACH CALENDAR DAY WHOSE RULES THIS
020630* EXECUTION RAN, WITH THAT DAY'S OWN SUM AND COUNT: THE BASE
020640* RULE'S DAY STARTS FROM THE PARTIAL BASE, A LATER DAY FROM
020650* KJ-LOW, AND ONLY THE DAY QUIESCED IN STOPS SHORT OF KJ-HIGH.
020660* A CAMPAIGN SLICE THAT LOADED NO RULE (ALL THE DAY'S RULES LIE
020670* OUTSIDE IT) STILL BANKS A ZERO PARTIAL FOR THE CAMPAIGN DAY,
020680* SO THE CAMPAIGN'S COVERAGE HAS NO HOLE WHERE IT RAN.
020690*-----------------------------------------------------------------
020700 4200-WRITE-PARTIAL.
020710     IF KJ-RULE-COUNT = 0
020720         MOVE KJ-CAMPAIGN-DAY TO KJ-PART-BASE-DAY
020730         MOVE "Y" TO KJ-DAY-SLICE-SW (KJ-CAMPAIGN-DAY)
020740     ELSE
020750         MOVE KJ-RULE-DAY (KJ-PART-BASE-RULE) TO KJ-PART-BASE-DAY
020760         PERFORM 4210-MARK-SLICE-DAY
020770             THRU 4210-MARK-SLICE-DAY-EXIT
020780             VARYING KJ-RULE-IDX FROM KJ-PART-BASE-RULE BY 1
020790                 UNTIL KJ-RULE-IDX > KJ-LAST-RULE-IDX
020800     END-IF.
020810     OPEN EXTEND PARTOUT.
020820     PERFORM 4220-WRITE-DAY-PARTIAL
020830         THRU 4220-WRITE-DAY-PARTIAL-EXIT
020840         VARYING KJ-DAY-IDX FROM 1 BY 1 UNTIL KJ-DAY-IDX > 24.
020850     CLOSE PARTOUT.
020860 4200-WRITE-PARTIAL-EXIT.
020870     EXIT.
020880
020890 4210-MARK-SLICE-DAY.
020900     MOVE "Y" TO KJ-DAY-SLICE-SW (KJ-RULE-DAY (KJ-RULE-IDX)).
020910 4210-MARK-SLICE-DAY-EXIT.
020920     EXIT.
020930
020940 4220-WRITE-DAY-PARTIAL.
020950     IF NOT KJ-DAY-IN-SLICE (KJ-DAY-IDX)
020960         GO TO 4220-WRITE-DAY-PARTIAL-EXIT
020970     END-IF.
020980     MOVE KJ-STEP-NUM      TO KJ-PAR-STEP-NUM.
020990     MOVE KJ-DAY-IDX       TO KJ-PAR-DAY-NUM.
021000     IF KJ-DAY-IDX = KJ-PART-BASE-DAY
021010         MOVE KJ-PART-BASE-CNT TO KJ-PAR-LOW
021020         COMPUTE KJ-PAR-SUM =
021030             KJ-DAY-SUM (KJ-DAY-IDX) - KJ-PART-BASE-SUM
021040         COMPUTE KJ-PAR-QUALIFY-COUNT =
021050             KJ-DAY-QC (KJ-DAY-IDX) - KJ-PART-BASE-QC
021060     ELSE
021070         MOVE KJ-LOW           TO KJ-PAR-LOW
021080         MOVE KJ-DAY-SUM (KJ-DAY-IDX) TO KJ-PAR-SUM
021090         MOVE KJ-DAY-QC (KJ-DAY-IDX)  TO KJ-PAR-QUALIFY-COUNT
021100     END-IF.
021110     IF KJ-QUIESCED AND KJ-DAY-IDX = KJ-RULE-CUR-DAY
021120         IF WS-CNT > 0
021130             COMPUTE KJ-PAR-HIGH = WS-CNT - 1
021140         ELSE
021150             MOVE 0 TO KJ-PAR-HIGH
021160         END-IF
021170     ELSE
021180         MOVE KJ-HIGH      TO KJ-PAR-HIGH
021190     END-IF.
021200     MOVE KJ-RUN-DATE      TO KJ-PAR-RUN-DATE.
021210     WRITE KJ-PARTIAL-RECORD.
021220 4220-WRITE-DAY-PARTIAL-EXIT.
021230     EXIT.
021240
021250*-----------------------------------------------------------------
021260* 4300-WRITE-CAL-RESULT - APPENDS THIS RUN'S ANSWER FOR EACH
021270* CALENDAR DAY IT PROCESSED TO THE CALENDAR-WIDE RESULTS FILE SO
021280* THE MONTH-END ROLLUP (KJCALRPT) CAN TELL THOSE DAYS HAVE RUN.
021290* CALRESLT IS SHARED BY ALL 24 DAY PROGRAMS; THE JCL ALLOCATES IT
021300* DISP=MOD SO EVERY DAY'S RECORD ADDS TO THE OTHERS INSTEAD OF
021310* REPLACING THEM.
021320*-----------------------------------------------------------------
021330 4300-WRITE-CAL-RESULT.
021340     OPEN EXTEND CALRESLT.
021350     PERFORM 4310-WRITE-DAY-RESULT
021360         THRU 4310-WRITE-DAY-RESULT-EXIT
021370         VARYING KJ-DAY-IDX FROM 1 BY 1 UNTIL KJ-DAY-IDX > 24.
021380     CLOSE CALRESLT.
021390 4300-WRITE-CAL-RESULT-EXIT.
021400     EXIT.
021410
021420 4310-WRITE-DAY-RESULT.
021430     IF NOT KJ-DAY-HAS-RULES (KJ-DAY-IDX)
021440         GO TO 4310-WRITE-DAY-RESULT-EXIT
021450     END-IF.
021460     MOVE KJ-DAY-IDX          TO KJ-CAL-DAY-NUM.
021470     MOVE KJ-CAL-PROGRAM-NAME TO KJ-CAL-PROGRAM-ID.
021480     MOVE KJ-DAY-SUM (KJ-DAY-IDX) TO KJ-CAL-ANSWER.
021490     MOVE KJ-RUN-DATE         TO KJ-CAL-RUN-DATE.
021500     MOVE KJ-RUN-TIME         TO KJ-CAL-RUN-TIME.
021510     MOVE SPACE               TO KJ-CAL-STATUS.
021520     MOVE 0                   TO KJ-CAL-REVERSED-DATE.
021530     WRITE KJ-CAL-RESULT-RECORD.
021540     DISPLAY "KJ1410I DAY " KJ-CAL-DAY-NUM " RESULT "
021550         KJ-CAL-ANSWER.
021560 4310-WRITE-DAY-RESULT-EXIT.
021570     EXIT.
021580
021590*-----------------------------------------------------------------
021600* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
021610* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
021620* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
021630* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
021640*-----------------------------------------------------------------
021650 9000-RAISE-CONDITION.
021660     IF NOT KJ-ERRSUMM-OPEN
021670         OPEN OUTPUT ERRSUMM
021680         SET KJ-ERRSUMM-OPEN TO TRUE
021690     END-IF.
021700     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
021710     MOVE KJ-CAL-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
021720     MOVE KJ-RUN-DATE         TO KJ-ERR-RUN-DATE.
021730     COMPUTE KJ-ERR-RUN-TIME = KJ-RUN-TIME / 100.
021740     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
021750     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
021760     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
021770     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
021780     WRITE KJ-ERROR-SUMMARY-RECORD.
021790     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
021800         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
021810     END-IF.
021820 9000-RAISE-CONDITION-EXIT.
021830     EXIT.
021840
021850*-----------------------------------------------------------------
021860* 9100-CHECK-STEP-DONE - READS THE CYCLE'S STEP-COMPLETION LOG.
021870* WHEN THIS STEP IS ALREADY ON IT AS COMPLETED WITH A RETURN
021880* CODE OF 4 OR LESS, THE STREAM HAS BEEN RESUBMITTED PAST IT
021890* AND THE RUN ENDS AT ONCE INSTEAD OF REPEATING ITS WORK.  A
021900* MISSING LOG (FIRST SUBMISSION OF THE CYCLE) READS AS EMPTY.
021910*-----------------------------------------------------------------
021920 9100-CHECK-STEP-DONE.
021930     MOVE "N" TO KJ-STEPLOG-EOF-SW.
021940     OPEN INPUT STEPLOG.
021950     PERFORM 9110-READ-STEPLOG
021960         THRU 9110-READ-STEPLOG-EXIT
021970         WITH TEST AFTER UNTIL KJ-STEPLOG-EOF.
021980     CLOSE STEPLOG.
021990     IF KJ-STEP-ALREADY-DONE
022000         DISPLAY "KJ1000I " KJ-CAL-PROGRAM-NAME " STEP "
022010             KJ-STEP-NUM
022020             " ALREADY COMPLETED THIS CYCLE - SKIPPED."
022030     END-IF.
022040 9100-CHECK-STEP-DONE-EXIT.
022050     EXIT.
022060
022070*-----------------------------------------------------------------
022080* 9110-READ-STEPLOG - ONE STEP-COMPLETION RECORD.
022090*-----------------------------------------------------------------
022100 9110-READ-STEPLOG.
022110     READ STEPLOG
022120         AT END
022130             SET KJ-STEPLOG-EOF TO TRUE
022140         NOT AT END
022150             IF KJ-SCL-PROGRAM-ID = KJ-CAL-PROGRAM-NAME
022160                 AND KJ-SCL-STEP-NUM = KJ-STEP-NUM
022170                 AND KJ-SCL-COMPLETED
022180                 AND KJ-SCL-RETURN-CODE NOT > 4
022190                 SET KJ-STEP-ALREADY-DONE TO TRUE
022200             END-IF
022210     END-READ.
022220 9110-READ-STEPLOG-EXIT.
022230     EXIT.
022240
022250*-----------------------------------------------------------------
022260* 9200-POST-STEP-DONE - APPENDS THIS RUN'S STEP-COMPLETION
022270* RECORD: START DATE AND TIME AS STAMPED ON ITS ERRSUMM RECORDS,
022280* END DATE AND TIME NOW, THE FINAL RETURN CODE, AND THE STATUS
022290* STAGED IN KJ-STEP-STATUS BY THE MAINLINE.
022300*-----------------------------------------------------------------
022310 9200-POST-STEP-DONE.
022320     ACCEPT KJ-STEP-END-DATE FROM DATE YYYYMMDD.
022330     ACCEPT KJ-STEP-END-TIME FROM TIME.
022340     OPEN EXTEND STEPLOG.
022350     MOVE SPACES              TO KJ-STEP-COMPLETION-RECORD.
022360     MOVE KJ-CAL-PROGRAM-NAME TO KJ-SCL-PROGRAM-ID.
022370     MOVE KJ-STEP-NUM         TO KJ-SCL-STEP-NUM.
022380     MOVE KJ-RUN-DATE         TO KJ-SCL-START-DATE.
022390     COMPUTE KJ-SCL-START-TIME = KJ-RUN-TIME / 100.
022400     MOVE KJ-STEP-END-DATE    TO KJ-SCL-END-DATE.
022410     COMPUTE KJ-SCL-END-TIME = KJ-STEP-END-TIME / 100.
022420     MOVE KJ-MAX-RETURN-CODE  TO KJ-SCL-RETURN-CODE.
022430     MOVE KJ-STEP-STATUS      TO KJ-SCL-STATUS.
022440     WRITE KJ-STEP-COMPLETION-RECORD.
022450     CLOSE STEPLOG.
022460 9200-POST-STEP-DONE-EXIT.
022470     EXIT.
