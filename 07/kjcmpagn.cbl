000010*****************************************************************
000020* IDENTIFICATION DIVISION.
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    KJCMPAGN.
000060 AUTHOR.        J A KLAUSEN.
000070 INSTALLATION.  KNOWIT BATCH SHOP - ADVENT CALENDAR.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*****************************************************************
000110* MULTI-NIGHT CAMPAIGN CONTROL FOR DAY 07.  THE QUIESCE AND
000120* RESUME LOGIC COVERS ONE NIGHT RUNNING OVER AND KJSPLPLN SPLITS
000130* A RANGE ACROSS STEPS OF ONE NIGHT, BUT A RANGE TOO LARGE FOR
000140* EVEN A FULL SPLIT-STEP PLAN TO FINISH BEFORE THE CUTOFF USED
000150* TO MEAN AN OPERATOR RESTARTING THE ENGINE BY HAND FOR A WEEK.
000160* A CAMPAIGN WORKS SUCH A RANGE OFF OVER SEVERAL NIGHTS UNDER ONE
000170* CONTROL RECORD (CAMPMAST, KJCMPREC): ONE CALENDAR DAY'S RULES
000180* OVER ONE RANGE, WITH A DUE DATE.
000190*
000200* THE FUNCTION COMES OFF THE CONTROL CARD (CAMPCTL, KJCCTREC):
000210*   S  START - ON DEMAND.  EDITS THE CARD, CHECKS THE OPERATOR
000220*      ON OPERMAST, REFUSES WHILE ANOTHER CAMPAIGN IS IN
000230*      PROGRESS OR WHEN THE RANGE WOULD NEED MORE THAN 100
000240*      NIGHTS AT THE MEASURED RATE, THEN SEEDS THE MASTER AND
000250*      EMPTIES THE BANK (CAMPPART) AND THE HELD SCORE RECORDS
000260*      (CAMPSCOR).
000270*   P  PLAN - STEP 0001, BEFORE THE ENGINE.  SIZES TONIGHT'S
000280*      SLICE FROM THE LATEST NIGHT'S RATE ON PERFHIST TIMES THE
000290*      CAMPAIGN'S WINDOW, STARTING AT THE FIRST VALUE NOT YET
000300*      BANKED, AND WRITES THE ENGINE'S CONTROL CARD (CARDOUT)
000310*      MARKED AS A CAMPAIGN SLICE.  A NEW SLICE STARTS WITH THE
000320*      ENGINE'S CHECKFILE EMPTIED, SO THE LAST SLICE'S CHECKPOINT
000330*      IS NOT FLAGGED AS STALE.  A SLICE THAT WAS CUT SHORT OR
000340*      DID NOT RUN IS RE-ISSUED UNCHANGED, SO THE ENGINE RESUMES
000350*      IT FROM ITS CHECKPOINT THE WAY A QUIESCED NIGHT RESUMES.
000360*   T  TRACK - STEP 0002, BEFORE KJROLLUP.  BANKS TONIGHT'S
000370*      PARTIALS (PARTOUT) ONTO CAMPPART WHEN THEY CONTINUE THE
000380*      BANKED COVERAGE, MARKS THE SLICE DONE OR SHORT, WRITES
000390*      KJROLLUP'S CONTROL CARD - DEFER UNTIL THE CAMPAIGN IS
000400*      COMPLETE, THEN ROLL UP THE WHOLE RANGE - AND PRINTS THE
000410*      DAILY PROGRESS REPORT (CAMPRPT): PERCENT COMPLETE AND THE
000420*      PROJECTED FINISH DATE AGAINST THE DUE DATE.
000430*   F  FINISH - STEP 0003, AFTER KJROLLUP.  ONCE THE CAMPAIGN IS
000440*      COMPLETE AND KJROLLUP HAS PROVED ITS COVERAGE (ITS
000450*      TRAILER AGREES WITH THE BANKED TOTALS) AND THE HELD SCORE
000460*      RECORDS AGREE WITH THEM TOO, POSTS THE AUDITLOG ANSWER
000470*      AND SENDS THE HELD RECORDS AS ONE SCOREOUT BATCH.
000480*      KJROLLUP HAS ALREADY POSTED THE CALRESLT ANSWER.
000490*
000500* ON A CAMPAIGN NIGHT THE JCL POINTS THE ENGINE'S CTLCARD AT
000510* STEP 0001'S CARDOUT AND ITS SCOREOUT AT CAMPSCOR (DISP=MOD),
000520* AND KJROLLUP'S CTLCARD AT STEP 0002'S CARDOUT AND ITS PARTOUT
000530* AT CAMPPART.  THE ENGINE'S CHECKFILE IS KEPT FROM NIGHT TO
000540* NIGHT FOR THE LIFE OF THE CAMPAIGN, AND STEP 0001 NAMES IT TOO
000550* SO IT CAN EMPTY IT WHEN A NEW SLICE IS ISSUED.
000560*
000570* MOD-HISTORY.
000580*     2026-10-15 JAK  NEW PROGRAM - MULTI-NIGHT CAMPAIGN
000590*                     PROCESSING FOR RANGES TOO LARGE FOR ONE
000600*                     BATCH WINDOW.
000610*****************************************************************
000620 ENVIRONMENT DIVISION.
000630 CONFIGURATION SECTION.
000640 SOURCE-COMPUTER.   IBM-370.
000650 OBJECT-COMPUTER.   IBM-370.
000660 INPUT-OUTPUT SECTION.
000670 FILE-CONTROL.
000680     SELECT CAMPCTL  ASSIGN TO CAMPCTL
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710     SELECT OPTIONAL CAMPMAST ASSIGN TO CAMPMAST
000720         ORGANIZATION IS SEQUENTIAL.
000730
000740     SELECT PERFHIST ASSIGN TO PERFHIST
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT OPERMAST ASSIGN TO OPERMAST
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS KJ-OPR-OPERATOR-ID.
000810
000820     SELECT CARDOUT  ASSIGN TO CARDOUT
000830         ORGANIZATION IS SEQUENTIAL.
000840
000850     SELECT CHECKFILE ASSIGN TO CHECKFILE
000860         ORGANIZATION IS SEQUENTIAL.
000870
000880     SELECT OPTIONAL PARTIN ASSIGN TO PARTOUT
000890         ORGANIZATION IS SEQUENTIAL.
000900
000910     SELECT CAMPPART ASSIGN TO CAMPPART
000920         ORGANIZATION IS SEQUENTIAL.
000930
000940     SELECT OPTIONAL ROLLIN ASSIGN TO ROLLOUT
000950         ORGANIZATION IS SEQUENTIAL.
000960
000970     SELECT CAMPSCOR ASSIGN TO CAMPSCOR
000980         ORGANIZATION IS SEQUENTIAL.
000990
001000     SELECT SCOREOUT ASSIGN TO SCOREOUT
001010         ORGANIZATION IS SEQUENTIAL.
001020
001030     SELECT SEQFILE  ASSIGN TO SEQFILE
001040         ORGANIZATION IS SEQUENTIAL.
001050
001060     SELECT OPTIONAL XMITREG ASSIGN TO XMITREG
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS RANDOM
001090         RECORD KEY IS KJ-XRG-FILE-SEQ-NUM.
001100
001110     SELECT AUDITLOG ASSIGN TO AUDITLOG
001120         ORGANIZATION IS SEQUENTIAL.
001130
001140     SELECT CAMPRPT  ASSIGN TO CAMPRPT
001150         ORGANIZATION IS SEQUENTIAL.
001160
001170     SELECT ERRSUMM  ASSIGN TO ERRSUMM
001180         ORGANIZATION IS SEQUENTIAL.
001190
001200     SELECT OPTIONAL STEPLOG ASSIGN TO STEPLOG
001210         ORGANIZATION IS SEQUENTIAL.
001220
001230 DATA DIVISION.
001240 FILE SECTION.
001250 FD  CAMPCTL
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 80 CHARACTERS.
001280 01  KJ-CAMPCTL-RECORD        PIC X(80).
001290
001300 FD  CAMPMAST
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 140 CHARACTERS.
001330 01  KJ-CAMPMAST-RECORD       PIC X(140).
001340
001350 FD  PERFHIST
001360     LABEL RECORDS ARE STANDARD
001370     RECORD CONTAINS 90 CHARACTERS.
001380     COPY KJPHRREC.
001390
001400 FD  OPERMAST
001410     LABEL RECORDS ARE STANDARD
001420     RECORD CONTAINS 40 CHARACTERS.
001430     COPY KJOPRREC.
001440
001450 FD  CARDOUT
001460     LABEL RECORDS ARE STANDARD
001470     RECORD CONTAINS 55 CHARACTERS.
001480     COPY KJCTLREC.
001490
001500 FD  CHECKFILE
001510     LABEL RECORDS ARE STANDARD
001520     RECORD CONTAINS 740 CHARACTERS.
001530     COPY KJCHKREC.
001540
001550 FD  PARTIN
001560     LABEL RECORDS ARE STANDARD
001570     RECORD CONTAINS 64 CHARACTERS.
001580     COPY KJPARREC.
001590
001600 FD  CAMPPART
001610     LABEL RECORDS ARE STANDARD
001620     RECORD CONTAINS 64 CHARACTERS.
001630     COPY KJPARREC.
001640
001650 FD  ROLLIN
001660     LABEL RECORDS ARE STANDARD
001670     RECORD CONTAINS 42 CHARACTERS.
001680     COPY KJTRLREC.
001690
001700 FD  CAMPSCOR
001710     LABEL RECORDS ARE STANDARD
001720     RECORD CONTAINS 44 CHARACTERS.
001730     COPY KJSCOREC.
001740
001750 FD  SCOREOUT
001760     LABEL RECORDS ARE STANDARD
001770     RECORD CONTAINS 44 CHARACTERS.
001780     COPY KJSCOREC.
001790     COPY KJSCHREC.
001800     COPY KJSCTREC.
001810
001820 FD  SEQFILE
001830     LABEL RECORDS ARE STANDARD
001840     RECORD CONTAINS 16 CHARACTERS.
001850     COPY KJSEQREC.
001860
001870 FD  XMITREG
001880     LABEL RECORDS ARE STANDARD
001890     RECORD CONTAINS 60 CHARACTERS.
001900     COPY KJXRGREC.
001910
001920 FD  AUDITLOG
001930     LABEL RECORDS ARE STANDARD
001940     RECORD CONTAINS 73 CHARACTERS.
001950     COPY KJAUDREC.
001960
001970 FD  CAMPRPT
001980     LABEL RECORDS ARE STANDARD
001990     RECORD CONTAINS 132 CHARACTERS.
002000 01  KJ-PRINT-LINE            PIC X(132).
002010
002020 FD  ERRSUMM
002030     LABEL RECORDS ARE STANDARD
002040     RECORD CONTAINS 80 CHARACTERS.
002050     COPY KJERRREC.
002060
002070 FD  STEPLOG
002080     LABEL RECORDS ARE STANDARD
002090     RECORD CONTAINS 48 CHARACTERS.
002100     COPY KJSCLREC.
002110
002120 WORKING-STORAGE SECTION.
002130 01  KJ-CPN-PROGRAM-NAME      PIC X(08) VALUE "KJCMPAGN".
002140 01  KJ-CPN-RUN-DATE          PIC 9(8) VALUE 0.
002150 01  KJ-CPN-RUN-TIME          PIC 9(8) VALUE 0.
002160 01  KJ-CPN-OPERATOR          PIC X(08) VALUE "UNKNOWN".
002170 01  KJ-CPN-STEP-NUM          PIC 9(4) VALUE 0.
002180 01  KJ-CPN-ENGINE-STEP       PIC 9(4) VALUE 1.
002190
002200*****************************************************************
002210* THE CONTROL CARD AND THE CAMPAIGN MASTER ARE HELD HERE FOR THE
002220* WHOLE RUN - BOTH FILES ARE CLOSED AS SOON AS THEY ARE READ,
002230* AND THE MASTER IS REWRITTEN WHOLE FROM THIS COPY.
002240*****************************************************************
002250     COPY KJCCTREC.
002260
002270     COPY KJCMPREC.
002280
002290*****************************************************************
002300* RATE AND SLICE ARITHMETIC - THE LATEST NIGHT'S AVERAGE RATE
002310* OFF THE PERFORMANCE HISTORY (AS KJSPLPLN TAKES IT) AND THE
002320* VALUES ONE NIGHT'S WINDOW CAN COVER AT THAT RATE.
002330*****************************************************************
002340 01  KJ-LATEST-DATE           PIC 9(8) VALUE 0.
002350 01  KJ-RATE-SUM              PIC 9(11) VALUE 0.
002360 01  KJ-RATE-CNT              PIC 9(4) VALUE 0.
002370 01  KJ-AVG-RATE              PIC 9(7) VALUE 0.
002380 01  KJ-CPN-CAPACITY          PIC 9(15) VALUE 0.
002390 01  KJ-CPN-SLICE-END         PIC 9(15) VALUE 0.
002400 01  KJ-CPN-NIGHTS-NEEDED     PIC 9(5) VALUE 0.
002410 01  KJ-CPN-PRIOR-NEXT-LOW    PIC 9(9) VALUE 0.
002420
002430*****************************************************************
002440* PROGRESS AND PROJECTION.  THE NIGHTLY RATE IS THE AVERAGE
002450* BANKED PER NIGHT RUN SO FAR; BEFORE ANY NIGHT HAS BANKED
002460* ANYTHING IT IS THE MEASURED CAPACITY OR THE PLANNED SLICE.
002470*****************************************************************
002480 01  KJ-CPN-RANGE-SIZE        PIC 9(10) VALUE 0.
002490 01  KJ-CPN-VALUES-DONE       PIC 9(10) VALUE 0.
002500 01  KJ-CPN-VALUES-LEFT       PIC 9(10) VALUE 0.
002510 01  KJ-CPN-PCT-DONE          PIC 9(3)V9 VALUE 0.
002520 01  KJ-CPN-PER-NIGHT         PIC 9(15) VALUE 0.
002530 01  KJ-CPN-NIGHTS-LEFT       PIC 9(5) VALUE 0.
002540 01  KJ-CPN-ADVANCE           PIC 9(5) VALUE 0.
002550 01  KJ-CPN-BASIS             PIC X(24) VALUE SPACES.
002560 01  KJ-CPN-PROJ-DATE         PIC 9(8) VALUE 0.
002570 01  KJ-CPN-PROJ-DAY          PIC 9(7) VALUE 0.
002580 01  KJ-CPN-DUE-DAY           PIC 9(7) VALUE 0.
002590 01  KJ-CPN-DAYS-DIFF         PIC 9(7) VALUE 0.
002600 01  KJ-CPN-LATE-SW           PIC X(01) VALUE "N".
002610     88  KJ-CPN-PROJECTED-LATE       VALUE "Y".
002620
002630*****************************************************************
002640* DATE ARITHMETIC.  8000-DAY-NUMBER TURNS A YYYYMMDD DATE INTO
002650* A DAY NUMBER FOR COMPARING DATES; 8100-NEXT-DATE STEPS A DATE
002660* ON BY ONE CALENDAR DAY.
002670*****************************************************************
002680 01  KJ-CPN-DATE-IN           PIC 9(8) VALUE 0.
002690 01  KJ-CPN-DATE-PARTS REDEFINES KJ-CPN-DATE-IN.
002700     05  KJ-CPN-DATE-YYYY     PIC 9(4).
002710     05  KJ-CPN-DATE-MM       PIC 9(2).
002720     05  KJ-CPN-DATE-DD       PIC 9(2).
002730 01  KJ-CPN-DAY-NUM           PIC 9(7) VALUE 0.
002740 01  KJ-DAY-YEAR              PIC 9(5) VALUE 0.
002750 01  KJ-DAY-MONTH             PIC 9(2) VALUE 0.
002760 01  KJ-DAY-QUOT              PIC 9(7) VALUE 0.
002770 01  KJ-DAY-WORK              PIC 9(7) VALUE 0.
002780 01  KJ-DAY-REM               PIC 9(3) VALUE 0.
002790 01  KJ-CPN-MONTH-LEN         PIC 9(2) VALUE 0.
002800 01  KJ-CPN-MONTH-DAYS-INIT   PIC X(24) VALUE
002810     "312831303130313130313031".
002820 01  KJ-CPN-MONTH-DAYS REDEFINES KJ-CPN-MONTH-DAYS-INIT.
002830     05  KJ-CPN-MONTH-DAY-CNT PIC 9(2) OCCURS 12 TIMES.
002840
002850*****************************************************************
002860* FINISH - THE SCOREOUT BATCH BUILT FROM THE HELD RECORDS.
002870*****************************************************************
002880 01  KJ-SCORE-REC-COUNT       PIC 9(9) VALUE 0.
002890 01  KJ-SCORE-HASH-TOTAL      PIC 9(15) VALUE 0.
002900 01  KJ-FILE-SEQ-NUM          PIC 9(6) VALUE 0.
002910
002920 01  KJ-CAMPCTL-EOF-SW        PIC X(01) VALUE "N".
002930     88  KJ-CAMPCTL-EOF              VALUE "Y".
002940 01  KJ-CAMPMAST-EOF-SW       PIC X(01) VALUE "N".
002950     88  KJ-CAMPMAST-EOF             VALUE "Y".
002960 01  KJ-PERFHIST-EOF-SW       PIC X(01) VALUE "N".
002970     88  KJ-PERFHIST-EOF             VALUE "Y".
002980 01  KJ-PARTIN-EOF-SW         PIC X(01) VALUE "N".
002990     88  KJ-PARTIN-EOF               VALUE "Y".
003000 01  KJ-CAMPPART-EOF-SW       PIC X(01) VALUE "N".
003010     88  KJ-CAMPPART-EOF             VALUE "Y".
003020 01  KJ-CAMPSCOR-EOF-SW       PIC X(01) VALUE "N".
003030     88  KJ-CAMPSCOR-EOF             VALUE "Y".
003040 01  KJ-ROLLIN-EOF-SW         PIC X(01) VALUE "N".
003050     88  KJ-ROLLIN-EOF               VALUE "Y".
003060 01  KJ-SEQFILE-EOF-SW        PIC X(01) VALUE "N".
003070     88  KJ-SEQFILE-EOF              VALUE "Y".
003080 01  KJ-XMITREG-FOUND-SW      PIC X(01) VALUE "N".
003090     88  KJ-XMITREG-FOUND            VALUE "Y".
003100 01  KJ-CARD-OK-SW            PIC X(01) VALUE "N".
003110     88  KJ-CARD-OK                  VALUE "Y".
003120 01  KJ-OPERATOR-OK-SW        PIC X(01) VALUE "N".
003130     88  KJ-OPERATOR-OK              VALUE "Y".
003140 01  KJ-NIGHT-COUNTED-SW      PIC X(01) VALUE "N".
003150     88  KJ-NIGHT-COUNTED            VALUE "Y".
003160 01  KJ-FINISH-OK-SW          PIC X(01) VALUE "N".
003170     88  KJ-FINISH-OK                VALUE "Y".
003180
003190 01  KJ-PAGE-NUM              PIC 9(4) VALUE 0.
003200 01  KJ-LINE-CNT              PIC 9(3) VALUE 99.
003210 01  KJ-LINES-PER-PAGE        PIC 9(3) VALUE 56.
003220
003230*****************************************************************
003240* PROGRESS REPORT LINE LAYOUTS.
003250*****************************************************************
003260 01  KJ-HDG-LINE-1.
003270     05  FILLER               PIC X(05) VALUE SPACES.
003280     05  FILLER               PIC X(40) VALUE
003290         "KNOWIT ADVENT CALENDAR - DAY 07".
003300     05  FILLER               PIC X(17) VALUE
003310         "CAMPAIGN PROGRESS".
003320     05  FILLER               PIC X(10) VALUE SPACES.
003330     05  FILLER               PIC X(09) VALUE "RUN DATE ".
003340     05  KJ-HDG-RUN-DATE      PIC 9(8).
003350     05  FILLER               PIC X(03) VALUE SPACES.
003360     05  FILLER               PIC X(09) VALUE "OPERATOR ".
003370     05  KJ-HDG-OPERATOR      PIC X(08).
003380     05  FILLER               PIC X(03) VALUE SPACES.
003390     05  FILLER               PIC X(05) VALUE "PAGE ".
003400     05  KJ-HDG-PAGE          PIC ZZZ9.
003410     05  FILLER               PIC X(11) VALUE SPACES.
003420
003430 01  KJ-CID-LINE.
003440     05  FILLER               PIC X(10) VALUE " CAMPAIGN ".
003450     05  KJ-CID-CAMPAIGN-ID   PIC X(08).
003460     05  FILLER               PIC X(06) VALUE "  DAY ".
003470     05  KJ-CID-DAY-NUM       PIC 99.
003480     05  FILLER               PIC X(09) VALUE "  RANGE  ".
003490     05  KJ-CID-LOW           PIC ZZZ,ZZZ,ZZ9.
003500     05  FILLER               PIC X(06) VALUE " THRU ".
003510     05  KJ-CID-HIGH          PIC ZZZ,ZZZ,ZZ9.
003520     05  FILLER               PIC X(10) VALUE "  DIVISOR ".
003530     05  KJ-CID-DIVISOR       PIC ZZZ9.
003540     05  FILLER               PIC X(10) VALUE "  STATUS  ".
003550     05  KJ-CID-STATUS        PIC X(30).
003560     05  FILLER               PIC X(15) VALUE SPACES.
003570
003580 01  KJ-CDT-LINE.
003590     05  FILLER               PIC X(09) VALUE " STARTED ".
003600     05  KJ-CDT-START-DATE    PIC 9(8).
003610     05  FILLER               PIC X(11) VALUE "  DUE DATE ".
003620     05  KJ-CDT-DUE-DATE      PIC 9(8).
003630     05  FILLER               PIC X(13) VALUE "  NIGHTS RUN ".
003640     05  KJ-CDT-NIGHTS-RUN    PIC ZZZ9.
003650     05  FILLER               PIC X(14) VALUE
003660         "  WINDOW SECS ".
003670     05  KJ-CDT-WINDOW-SECS   PIC Z,ZZZ,ZZ9.
003680     05  FILLER               PIC X(15) VALUE
003690         "  LAST TRACKED ".
003700     05  KJ-CDT-LAST-RUN-DATE PIC 9(8).
003710     05  FILLER               PIC X(33) VALUE SPACES.
003720
003730 01  KJ-CDN-LINE.
003740     05  FILLER               PIC X(13) VALUE " VALUES DONE ".
003750     05  KJ-CDN-VALUES-DONE   PIC Z,ZZZ,ZZZ,ZZ9.
003760     05  FILLER               PIC X(04) VALUE " OF ".
003770     05  KJ-CDN-RANGE-SIZE    PIC Z,ZZZ,ZZZ,ZZ9.
003780     05  FILLER               PIC X(19) VALUE
003790         "  PERCENT COMPLETE ".
003800     05  KJ-CDN-PCT-DONE      PIC ZZ9.9.
003810     05  FILLER               PIC X(18) VALUE
003820         "  PARTIALS BANKED ".
003830     05  KJ-CDN-PARTIALS      PIC ZZZ9.
003840     05  FILLER               PIC X(06) VALUE "  SUM ".
003850     05  KJ-CDN-BANKED-SUM    PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
003860     05  FILLER               PIC X(18) VALUE SPACES.
003870
003880 01  KJ-CSL-LINE.
003890     05  FILLER               PIC X(07) VALUE " SLICE ".
003900     05  KJ-CSL-SLICE-NUM     PIC ZZZ9.
003910     05  FILLER               PIC X(09) VALUE "  VALUES ".
003920     05  KJ-CSL-LOW           PIC ZZZ,ZZZ,ZZ9.
003930     05  FILLER               PIC X(06) VALUE " THRU ".
003940     05  KJ-CSL-HIGH          PIC ZZZ,ZZZ,ZZ9.
003950     05  FILLER               PIC X(11) VALUE "  OUTCOME  ".
003960     05  KJ-CSL-OUTCOME       PIC X(40).
003970     05  FILLER               PIC X(33) VALUE SPACES.
003980
003990 01  KJ-CPJ-LINE.
004000     05  FILLER               PIC X(18) VALUE
004010         " VALUES PER NIGHT ".
004020     05  KJ-CPJ-PER-NIGHT     PIC Z,ZZZ,ZZZ,ZZ9.
004030     05  FILLER               PIC X(02) VALUE " (".
004040     05  KJ-CPJ-BASIS         PIC X(24).
004050     05  FILLER               PIC X(16) VALUE
004060         ")  NIGHTS TO GO ".
004070     05  KJ-CPJ-NIGHTS-LEFT   PIC ZZZZ9.
004080     05  FILLER               PIC X(20) VALUE
004090         "  PROJECTED FINISH  ".
004100     05  KJ-CPJ-PROJ-DATE     PIC 9(8).
004110     05  FILLER               PIC X(26) VALUE SPACES.
004120
004130 01  KJ-CDU-LINE.
004140     05  FILLER               PIC X(18) VALUE
004150         " AGAINST DUE DATE ".
004160     05  KJ-CDU-DUE-DATE      PIC 9(8).
004170     05  FILLER               PIC X(02) VALUE SPACES.
004180     05  KJ-CDU-DAYS          PIC ZZZZZZ9.
004190     05  FILLER               PIC X(08) VALUE " DAY(S) ".
004200     05  KJ-CDU-VERDICT       PIC X(20).
004210     05  FILLER               PIC X(69) VALUE SPACES.
004220
004230 01  KJ-BNK-HDG-LINE.
004240     05  FILLER               PIC X(07) VALUE "  SLICE".
004250     05  FILLER               PIC X(16) VALUE
004260         "       SLICE LOW".
004270     05  FILLER               PIC X(16) VALUE
004280         "      SLICE HIGH".
004290     05  FILLER               PIC X(10) VALUE "  RUN DATE".
004300     05  FILLER               PIC X(15) VALUE
004310         "  QUALIFY COUNT".
004320     05  FILLER               PIC X(21) VALUE
004330         "                  SUM".
004340     05  FILLER               PIC X(47) VALUE SPACES.
004350
004360 01  KJ-BNK-LINE.
004370     05  FILLER               PIC X(02) VALUE SPACES.
004380     05  KJ-BNK-SLICE-NUM     PIC ZZZZ9.
004390     05  FILLER               PIC X(05) VALUE SPACES.
004400     05  KJ-BNK-LOW           PIC ZZZ,ZZZ,ZZ9.
004410     05  FILLER               PIC X(05) VALUE SPACES.
004420     05  KJ-BNK-HIGH          PIC ZZZ,ZZZ,ZZ9.
004430     05  FILLER               PIC X(02) VALUE SPACES.
004440     05  KJ-BNK-RUN-DATE      PIC 9(8).
004450     05  FILLER               PIC X(04) VALUE SPACES.
004460     05  KJ-BNK-QUALIFY-COUNT PIC ZZZ,ZZZ,ZZ9.
004470     05  FILLER               PIC X(02) VALUE SPACES.
004480     05  KJ-BNK-SUM           PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
004490     05  FILLER               PIC X(47) VALUE SPACES.
004500
004510*****************************************************************
004520* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
004530* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
004540* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
004550* RETURN-CODE BEFORE STOP RUN.
004560*****************************************************************
004570 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
004580 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
004590 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
004600 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
004610 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
004620
004630 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
004640     88  KJ-ERRSUMM-OPEN             VALUE "Y".
004650
004660*****************************************************************
004670* JOB-STREAM STEP-COMPLETION WORKING FIELDS.  THE PLAN, TRACK
004680* AND FINISH FUNCTIONS ARE STEPS 0001, 0002 AND 0003 OF A
004690* CAMPAIGN NIGHT; EACH IS SKIPPED WHEN A RESUBMITTED STREAM
004700* FINDS IT ALREADY COMPLETED CLEANLY THIS CYCLE (SEE KJSCLREC).
004710* THE START FUNCTION IS ON DEMAND AND KEEPS NO STEP LOG.
004720*****************************************************************
004730 01  KJ-STEP-END-DATE         PIC 9(8) VALUE 0.
004740 01  KJ-STEP-END-TIME         PIC 9(8) VALUE 0.
004750 01  KJ-STEP-STATUS           PIC X(01) VALUE "C".
004760 01  KJ-STEPLOG-EOF-SW        PIC X(01) VALUE "N".
004770     88  KJ-STEPLOG-EOF              VALUE "Y".
004780 01  KJ-STEP-DONE-SW          PIC X(01) VALUE "N".
004790     88  KJ-STEP-ALREADY-DONE        VALUE "Y".
004800
004810 PROCEDURE DIVISION.
004820*-----------------------------------------------------------------
004830* 0000-MAINLINE.
004840*-----------------------------------------------------------------
004850 0000-MAINLINE.
004860     ACCEPT KJ-CPN-RUN-DATE FROM DATE YYYYMMDD.
004870     ACCEPT KJ-CPN-RUN-TIME FROM TIME.
004880     PERFORM 1000-READ-CONTROL
004890         THRU 1000-READ-CONTROL-EXIT.
004900     IF KJ-CARD-OK AND NOT KJ-CCT-START
004910         PERFORM 9100-CHECK-STEP-DONE
004920             THRU 9100-CHECK-STEP-DONE-EXIT
004930         IF KJ-STEP-ALREADY-DONE
004940             MOVE "S" TO KJ-STEP-STATUS
004950             PERFORM 9200-POST-STEP-DONE
004960                 THRU 9200-POST-STEP-DONE-EXIT
004970             MOVE 0 TO RETURN-CODE
004980             STOP RUN
004990         END-IF
005000     END-IF.
005010     IF KJ-CARD-OK
005020         PERFORM 1100-READ-MASTER
005030             THRU 1100-READ-MASTER-EXIT
005040         EVALUATE TRUE
005050             WHEN KJ-CCT-START
005060                 PERFORM 2000-START-CAMPAIGN
005070                     THRU 2000-START-CAMPAIGN-EXIT
005080             WHEN KJ-CCT-PLAN
005090                 PERFORM 3000-PLAN-SLICE
005100                     THRU 3000-PLAN-SLICE-EXIT
005110             WHEN KJ-CCT-TRACK
005120                 PERFORM 4000-TRACK-SLICE
005130                     THRU 4000-TRACK-SLICE-EXIT
005140             WHEN KJ-CCT-FINISH
005150                 PERFORM 5000-FINISH-CAMPAIGN
005160                     THRU 5000-FINISH-CAMPAIGN-EXIT
005170         END-EVALUATE
005180     END-IF.
005190     IF KJ-ERRSUMM-OPEN
005200         CLOSE ERRSUMM
005210     END-IF.
005220     IF KJ-CARD-OK AND NOT KJ-CCT-START
005230         PERFORM 9200-POST-STEP-DONE
005240             THRU 9200-POST-STEP-DONE-EXIT
005250     END-IF.
005260     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
005270     STOP RUN.
005280
005290*-----------------------------------------------------------------
005300* 1000-READ-CONTROL - READS THE CAMPAIGN CONTROL CARD AND TAKES
005310* THE STEP NUMBER FROM ITS FUNCTION.  A MISSING CARD OR AN
005320* UNKNOWN FUNCTION STOPS THE RUN AT RC 8 - THE ENGINE MUST NOT
005330* RUN ON WHATEVER CARD WAS LEFT FROM AN EARLIER NIGHT.
005340*-----------------------------------------------------------------
005350 1000-READ-CONTROL.
005360     OPEN INPUT CAMPCTL.
005370     READ CAMPCTL
005380         AT END
005390             SET KJ-CAMPCTL-EOF TO TRUE
005400         NOT AT END
005410             MOVE KJ-CAMPCTL-RECORD
005420                 TO KJ-CAMPAIGN-CONTROL-RECORD
005430     END-READ.
005440     CLOSE CAMPCTL.
005450     IF KJ-CAMPCTL-EOF OR NOT KJ-CCT-VALID
005460         DISPLAY "KJ1900E CAMPAIGN CONTROL CARD MISSING OR "
005470             "FUNCTION NOT S, P, T OR F - NOTHING DONE."
005480         MOVE "KJ1900E" TO KJ-RAISE-CONDITION
005490         MOVE "E"       TO KJ-RAISE-SEVERITY
005500         MOVE 8         TO KJ-RAISE-RC
005510         MOVE "INVALID OR MISSING CAMPAIGN CONTROL CARD"
005520             TO KJ-RAISE-TEXT
005530         PERFORM 9000-RAISE-CONDITION
005540             THRU 9000-RAISE-CONDITION-EXIT
005550         GO TO 1000-READ-CONTROL-EXIT
005560     END-IF.
005570     EVALUATE TRUE
005580         WHEN KJ-CCT-PLAN
005590             MOVE 1 TO KJ-CPN-STEP-NUM
005600         WHEN KJ-CCT-TRACK
005610             MOVE 2 TO KJ-CPN-STEP-NUM
005620         WHEN KJ-CCT-FINISH
005630             MOVE 3 TO KJ-CPN-STEP-NUM
005640         WHEN OTHER
005650             MOVE 0 TO KJ-CPN-STEP-NUM
005660     END-EVALUATE.
005670     SET KJ-CARD-OK TO TRUE.
005680 1000-READ-CONTROL-EXIT.
005690     EXIT.
005700
005710*-----------------------------------------------------------------
005720* 1100-READ-MASTER - READS THE ONE CAMPAIGN MASTER RECORD.  AN
005730* EMPTY OR UNALLOCATED CAMPMAST MEANS NO CAMPAIGN HAS EVER BEEN
005740* STARTED; THE STATUS THEN MATCHES NONE OF ITS CONDITIONS.
005750*-----------------------------------------------------------------
005760 1100-READ-MASTER.
005770     MOVE SPACES TO KJ-CAMPAIGN-RECORD.
005780     OPEN INPUT CAMPMAST.
005790     READ CAMPMAST
005800         AT END
005810             SET KJ-CAMPMAST-EOF TO TRUE
005820         NOT AT END
005830             MOVE KJ-CAMPMAST-RECORD TO KJ-CAMPAIGN-RECORD
005840     END-READ.
005850     CLOSE CAMPMAST.
005860     IF KJ-CMP-IN-PROGRESS OR KJ-CMP-POSTED
005870         MOVE KJ-CMP-OPERATOR TO KJ-CPN-OPERATOR
005880     END-IF.
005890 1100-READ-MASTER-EXIT.
005900     EXIT.
005910
005920*-----------------------------------------------------------------
005930* 1200-WRITE-MASTER - REWRITES THE CAMPAIGN MASTER WHOLE FROM
005940* THE WORKING COPY, THE SAME WAY SEQFILE IS REWRITTEN.
005950*-----------------------------------------------------------------
005960 1200-WRITE-MASTER.
005970     OPEN OUTPUT CAMPMAST.
005980     MOVE KJ-CAMPAIGN-RECORD TO KJ-CAMPMAST-RECORD.
005990     WRITE KJ-CAMPMAST-RECORD.
006000     CLOSE CAMPMAST.
006010 1200-WRITE-MASTER-EXIT.
006020     EXIT.
006030
006040*-----------------------------------------------------------------
006050* 1300-VALIDATE-OPERATOR - THE OPERATOR STARTING A CAMPAIGN MUST
006060* BE ACTIVE ON THE OPERATOR MASTER AT LEVEL 2 OR ABOVE, THE SAME
006070* TEST THE NIGHTLY ENGINE APPLIES TO ITS OWN CONTROL CARD; THE
006080* CAMPAIGN'S CARDS ALL CARRY THIS OPERATOR.
006090*-----------------------------------------------------------------
006100 1300-VALIDATE-OPERATOR.
006110     MOVE "N" TO KJ-OPERATOR-OK-SW.
006120     OPEN INPUT OPERMAST.
006130     MOVE KJ-CPN-OPERATOR TO KJ-OPR-OPERATOR-ID.
006140     READ OPERMAST
006150         INVALID KEY
006160             CONTINUE
006170         NOT INVALID KEY
006180             IF KJ-OPR-ACTIVE AND KJ-OPR-AUTH-LEVEL >= 2
006190                 SET KJ-OPERATOR-OK TO TRUE
006200             END-IF
006210     END-READ.
006220     CLOSE OPERMAST.
006230     IF NOT KJ-OPERATOR-OK
006240         DISPLAY "KJ1910E OPERATOR " KJ-CPN-OPERATOR " IS NOT "
006250             "AUTHORIZED FOR PRODUCTION RUNS - CAMPAIGN NOT "
006260             "STARTED."
006270         MOVE "KJ1910E" TO KJ-RAISE-CONDITION
006280         MOVE "E"       TO KJ-RAISE-SEVERITY
006290         MOVE 8         TO KJ-RAISE-RC
006300         MOVE "OPERATOR NOT AUTHORIZED FOR CAMPAIGN"
006310             TO KJ-RAISE-TEXT
006320         PERFORM 9000-RAISE-CONDITION
006330             THRU 9000-RAISE-CONDITION-EXIT
006340     END-IF.
006350 1300-VALIDATE-OPERATOR-EXIT.
006360     EXIT.
006370
006380*-----------------------------------------------------------------
006390* 1400-DERIVE-CAPACITY - THE VALUES ONE NIGHT CAN COVER: THE
006400* LATEST NIGHT'S AVERAGE MEASURED RATE ON THE PERFORMANCE
006410* HISTORY TIMES THE CAMPAIGN'S WINDOW.  WITH NO MEASURED RATE ON
006420* FILE NOTHING IS SIZED RATHER THAN GUESSED.
006430*-----------------------------------------------------------------
006440 1400-DERIVE-CAPACITY.
006450     MOVE 0   TO KJ-LATEST-DATE.
006460     MOVE 0   TO KJ-RATE-SUM.
006470     MOVE 0   TO KJ-RATE-CNT.
006480     MOVE 0   TO KJ-AVG-RATE.
006490     MOVE 0   TO KJ-CPN-CAPACITY.
006500     MOVE "N" TO KJ-PERFHIST-EOF-SW.
006510     OPEN INPUT PERFHIST.
006520     PERFORM 1410-READ-HISTORY
006530         THRU 1410-READ-HISTORY-EXIT
006540         WITH TEST AFTER UNTIL KJ-PERFHIST-EOF.
006550     CLOSE PERFHIST.
006560     IF KJ-RATE-CNT > 0
006570         COMPUTE KJ-AVG-RATE = KJ-RATE-SUM / KJ-RATE-CNT
006580     END-IF.
006590     IF KJ-AVG-RATE = 0
006600         DISPLAY "KJ1915E NO MEASURED RATE ON THE PERFORMANCE "
006610             "HISTORY - CAMPAIGN SLICE CANNOT BE SIZED."
006620         MOVE "KJ1915E" TO KJ-RAISE-CONDITION
006630         MOVE "E"       TO KJ-RAISE-SEVERITY
006640         MOVE 8         TO KJ-RAISE-RC
006650         MOVE "NO MEASURED RATE TO SIZE CAMPAIGN SLICE"
006660             TO KJ-RAISE-TEXT
006670         PERFORM 9000-RAISE-CONDITION
006680             THRU 9000-RAISE-CONDITION-EXIT
006690         GO TO 1400-DERIVE-CAPACITY-EXIT
006700     END-IF.
006710     COMPUTE KJ-CPN-CAPACITY =
006720         KJ-AVG-RATE * KJ-CMP-WINDOW-SECS.
006730 1400-DERIVE-CAPACITY-EXIT.
006740     EXIT.
006750
006760*-----------------------------------------------------------------
006770* 1410-READ-HISTORY - FOLDS ONE HISTORY RECORD INTO THE LATEST
006780* NIGHT'S AVERAGE RATE.  A RECORD FROM A NEWER NIGHT RESTARTS
006790* THE AVERAGE - ONLY THE LATEST NIGHT'S RATES COUNT.
006800*-----------------------------------------------------------------
006810 1410-READ-HISTORY.
006820     READ PERFHIST
006830         AT END
006840             SET KJ-PERFHIST-EOF TO TRUE
006850         NOT AT END
006860             IF KJ-PHR-RUN-DATE > KJ-LATEST-DATE
006870                 MOVE KJ-PHR-RUN-DATE TO KJ-LATEST-DATE
006880                 MOVE 0 TO KJ-RATE-SUM
006890                 MOVE 0 TO KJ-RATE-CNT
006900             END-IF
006910             IF KJ-PHR-RUN-DATE = KJ-LATEST-DATE
006920                 AND KJ-PHR-RATE > 0
006930                 ADD KJ-PHR-RATE TO KJ-RATE-SUM
006940                 ADD 1 TO KJ-RATE-CNT
006950             END-IF
006960     END-READ.
006970 1410-READ-HISTORY-EXIT.
006980     EXIT.
006990
007000*-----------------------------------------------------------------
007010* 2000-START-CAMPAIGN - EDITS THE START CARD AND SEEDS THE
007020* MASTER.  THE RANGE MUST BE WHOLE AND THE DAY 00-24 (ZERO IS
007030* DAY 07); A ZERO DIVISOR IS THE SHOP DEFAULT OF 7, A ZERO
007040* WINDOW IS 21600 SECONDS AND A ZERO DUE DATE IS THAT DAY OF
007050* DECEMBER IN THE YEAR THE CAMPAIGN STARTS.  ONLY ONE CAMPAIGN
007060* MAY BE IN PROGRESS - ONE STILL ACTIVE, OR COMPLETE BUT NOT YET
007070* POSTED, BLOCKS THE START.  THE BANK AND THE HELD SCORE
007080* RECORDS ARE EMPTIED FOR THE NEW CAMPAIGN.
007090*-----------------------------------------------------------------
007100 2000-START-CAMPAIGN.
007110     IF KJ-CCT-OPERATOR NOT EQUAL TO SPACES
007120         MOVE KJ-CCT-OPERATOR TO KJ-CPN-OPERATOR
007130     END-IF.
007140     IF KJ-CCT-CAMPAIGN-ID = SPACES
007150         OR KJ-CCT-LOW NOT NUMERIC
007160         OR KJ-CCT-HIGH NOT NUMERIC
007170         OR KJ-CCT-DAY-NUM NOT NUMERIC
007180         OR KJ-CCT-DIVISOR NOT NUMERIC
007190         OR KJ-CCT-WINDOW-SECS NOT NUMERIC
007200         OR KJ-CCT-DUE-DATE NOT NUMERIC
007210         GO TO 2000-START-CARD-ERROR
007220     END-IF.
007230     IF KJ-CCT-LOW > KJ-CCT-HIGH
007240         OR KJ-CCT-HIGH = 999999999
007250         OR KJ-CCT-DAY-NUM > 24
007260         GO TO 2000-START-CARD-ERROR
007270     END-IF.
007280     IF KJ-CCT-DUE-DATE > 0
007290         MOVE KJ-CCT-DUE-DATE TO KJ-CPN-DATE-IN
007300         IF KJ-CPN-DATE-MM < 1 OR KJ-CPN-DATE-MM > 12
007310             OR KJ-CPN-DATE-DD < 1 OR KJ-CPN-DATE-DD > 31
007320             OR KJ-CCT-DUE-DATE < KJ-CPN-RUN-DATE
007330             GO TO 2000-START-CARD-ERROR
007340         END-IF
007350     END-IF.
007360     PERFORM 1300-VALIDATE-OPERATOR
007370         THRU 1300-VALIDATE-OPERATOR-EXIT.
007380     IF NOT KJ-OPERATOR-OK
007390         GO TO 2000-START-CAMPAIGN-EXIT
007400     END-IF.
007410     IF KJ-CMP-IN-PROGRESS
007420         DISPLAY "KJ1905E CAMPAIGN " KJ-CMP-CAMPAIGN-ID
007430             " IS STILL IN PROGRESS - CAMPAIGN "
007440             KJ-CCT-CAMPAIGN-ID " NOT STARTED."
007450         MOVE "KJ1905E" TO KJ-RAISE-CONDITION
007460         MOVE "E"       TO KJ-RAISE-SEVERITY
007470         MOVE 8         TO KJ-RAISE-RC
007480         MOVE "ANOTHER CAMPAIGN STILL IN PROGRESS"
007490             TO KJ-RAISE-TEXT
007500         PERFORM 9000-RAISE-CONDITION
007510             THRU 9000-RAISE-CONDITION-EXIT
007520         GO TO 2000-START-CAMPAIGN-EXIT
007530     END-IF.
007540     MOVE SPACES              TO KJ-CAMPAIGN-RECORD.
007550     MOVE KJ-CCT-CAMPAIGN-ID  TO KJ-CMP-CAMPAIGN-ID.
007560     MOVE "A"                 TO KJ-CMP-STATUS.
007570     IF KJ-CCT-DAY-NUM = 0
007580         MOVE 7               TO KJ-CMP-DAY-NUM
007590     ELSE
007600         MOVE KJ-CCT-DAY-NUM  TO KJ-CMP-DAY-NUM
007610     END-IF.
007620     MOVE KJ-CCT-LOW          TO KJ-CMP-LOW.
007630     MOVE KJ-CCT-HIGH         TO KJ-CMP-HIGH.
007640     IF KJ-CCT-DIVISOR = 0
007650         MOVE 7               TO KJ-CMP-DIVISOR
007660     ELSE
007670         MOVE KJ-CCT-DIVISOR  TO KJ-CMP-DIVISOR
007680     END-IF.
007690     MOVE KJ-CPN-OPERATOR     TO KJ-CMP-OPERATOR.
007700     IF KJ-CCT-WINDOW-SECS = 0
007710         MOVE 21600           TO KJ-CMP-WINDOW-SECS
007720     ELSE
007730         MOVE KJ-CCT-WINDOW-SECS TO KJ-CMP-WINDOW-SECS
007740     END-IF.
007750     IF KJ-CCT-DUE-DATE = 0
007760         MOVE KJ-CPN-RUN-DATE TO KJ-CPN-DATE-IN
007770         MOVE 12              TO KJ-CPN-DATE-MM
007780         MOVE KJ-CMP-DAY-NUM  TO KJ-CPN-DATE-DD
007790         MOVE KJ-CPN-DATE-IN  TO KJ-CMP-DUE-DATE
007800     ELSE
007810         MOVE KJ-CCT-DUE-DATE TO KJ-CMP-DUE-DATE
007820     END-IF.
007830     MOVE KJ-CPN-RUN-DATE     TO KJ-CMP-START-DATE.
007840     MOVE KJ-CMP-LOW          TO KJ-CMP-NEXT-LOW.
007850     MOVE 0                   TO KJ-CMP-SLICE-NUM.
007860     MOVE 0                   TO KJ-CMP-SLICE-LOW.
007870     MOVE 0                   TO KJ-CMP-SLICE-HIGH.
007880     MOVE SPACE               TO KJ-CMP-SLICE-STATUS.
007890     MOVE 0                   TO KJ-CMP-NIGHTS-RUN.
007900     MOVE 0                   TO KJ-CMP-PARTIALS.
007910     MOVE 0                   TO KJ-CMP-LAST-RUN-DATE.
007920     MOVE 0                   TO KJ-CMP-BANKED-SUM.
007930     MOVE 0                   TO KJ-CMP-BANKED-QC.
007940     PERFORM 1400-DERIVE-CAPACITY
007950         THRU 1400-DERIVE-CAPACITY-EXIT.
007960     IF KJ-AVG-RATE = 0
007970         GO TO 2000-START-CAMPAIGN-EXIT
007980     END-IF.
007990     COMPUTE KJ-CPN-RANGE-SIZE = KJ-CMP-HIGH - KJ-CMP-LOW + 1.
008000     COMPUTE KJ-CPN-NIGHTS-NEEDED =
008010         (KJ-CPN-RANGE-SIZE + KJ-CPN-CAPACITY - 1)
008020         / KJ-CPN-CAPACITY
008030         ON SIZE ERROR
008040             MOVE 99999 TO KJ-CPN-NIGHTS-NEEDED
008050     END-COMPUTE.
008060     IF KJ-CPN-NIGHTS-NEEDED > 100
008070         DISPLAY "KJ1920E CAMPAIGN " KJ-CMP-CAMPAIGN-ID
008080             " WOULD NEED " KJ-CPN-NIGHTS-NEEDED " NIGHTS AT "
008090             "THE MEASURED RATE - KJROLLUP CANNOT VALIDATE "
008100             "MORE THAN 100 SLICES."
008110         MOVE "KJ1920E" TO KJ-RAISE-CONDITION
008120         MOVE "E"       TO KJ-RAISE-SEVERITY
008130         MOVE 8         TO KJ-RAISE-RC
008140         MOVE "CAMPAIGN EXCEEDS 100-SLICE ROLLUP LIMIT"
008150             TO KJ-RAISE-TEXT
008160         PERFORM 9000-RAISE-CONDITION
008170             THRU 9000-RAISE-CONDITION-EXIT
008180         GO TO 2000-START-CAMPAIGN-EXIT
008190     END-IF.
008200     PERFORM 1200-WRITE-MASTER
008210         THRU 1200-WRITE-MASTER-EXIT.
008220     OPEN OUTPUT CAMPPART.
008230     CLOSE CAMPPART.
008240     OPEN OUTPUT CAMPSCOR.
008250     CLOSE CAMPSCOR.
008260     DISPLAY "KJCMPAGN - CAMPAIGN " KJ-CMP-CAMPAIGN-ID
008270         " STARTED FOR DAY " KJ-CMP-DAY-NUM ", "
008280         KJ-CPN-NIGHTS-NEEDED " NIGHT(S) AT THE MEASURED RATE.".
008290     PERFORM 6000-PROGRESS-REPORT
008300         THRU 6000-PROGRESS-REPORT-EXIT.
008310     GO TO 2000-START-CAMPAIGN-EXIT.
008320 2000-START-CARD-ERROR.
008330     DISPLAY "KJ1900E CAMPAIGN START CARD INVALID - NAME, "
008340         "RANGE, DAY, DIVISOR, WINDOW OR DUE DATE - CAMPAIGN "
008350         "NOT STARTED."
008360     MOVE "KJ1900E" TO KJ-RAISE-CONDITION
008370     MOVE "E"       TO KJ-RAISE-SEVERITY
008380     MOVE 8         TO KJ-RAISE-RC
008390     MOVE "INVALID CAMPAIGN START CARD"
008400         TO KJ-RAISE-TEXT
008410     PERFORM 9000-RAISE-CONDITION
008420         THRU 9000-RAISE-CONDITION-EXIT.
008430 2000-START-CAMPAIGN-EXIT.
008440     EXIT.
008450
008460*-----------------------------------------------------------------
008470* 3000-PLAN-SLICE - DECIDES TONIGHT'S SLICE.  WHEN THE LAST
008480* SLICE IS DONE (OR NONE HAS BEEN PLANNED YET) A NEW SLICE
008490* STARTS AT THE FIRST VALUE NOT YET BANKED AND COVERS ONE
008500* NIGHT'S CAPACITY, STOPPING AT THE CAMPAIGN'S HIGH, AND THE
008510* ENGINE'S CHECKFILE IS EMPTIED - THE LAST SLICE'S CHECKPOINT
008520* NAMES A DIFFERENT CARD AND WOULD ONLY BE FLAGGED AS STALE.
008530* A SLICE CUT SHORT AT THE CUTOFF, OR ONE THAT BANKED NOTHING, IS
008540* RE-ISSUED UNCHANGED: THE ENGINE'S CHECKPOINT MATCHES THE SAME
008550* CARD, SO IT RESUMES WHERE THE SLICE STOPPED AND ITS PARTIAL
008560* CONTINUES THE BANKED COVERAGE.  NO SLICE IS PLANNED WITHOUT AN
008570* ACTIVE CAMPAIGN, OR ONCE THE BANK HOLDS THE 100 PARTIALS
008580* KJROLLUP CAN VALIDATE - RC 8 HOLDS THE ENGINE STEP.
008590*-----------------------------------------------------------------
008600 3000-PLAN-SLICE.
008610     IF NOT KJ-CMP-ACTIVE
008620         DISPLAY "KJ1925E NO ACTIVE CAMPAIGN ON CAMPMAST - NO "
008630             "SLICE PLANNED FOR TONIGHT."
008640         MOVE "KJ1925E" TO KJ-RAISE-CONDITION
008650         MOVE "E"       TO KJ-RAISE-SEVERITY
008660         MOVE 8         TO KJ-RAISE-RC
008670         MOVE "NO ACTIVE CAMPAIGN - NO SLICE PLANNED"
008680             TO KJ-RAISE-TEXT
008690         PERFORM 9000-RAISE-CONDITION
008700             THRU 9000-RAISE-CONDITION-EXIT
008710         GO TO 3000-PLAN-SLICE-EXIT
008720     END-IF.
008730     IF KJ-CMP-PARTIALS NOT < 100
008740         DISPLAY "KJ1920E CAMPAIGN " KJ-CMP-CAMPAIGN-ID
008750             " ALREADY HOLDS 100 BANKED PARTIALS - KJROLLUP "
008760             "CANNOT VALIDATE MORE.  NO SLICE PLANNED."
008770         MOVE "KJ1920E" TO KJ-RAISE-CONDITION
008780         MOVE "E"       TO KJ-RAISE-SEVERITY
008790         MOVE 8         TO KJ-RAISE-RC
008800         MOVE "CAMPAIGN EXCEEDS 100-SLICE ROLLUP LIMIT"
008810             TO KJ-RAISE-TEXT
008820         PERFORM 9000-RAISE-CONDITION
008830             THRU 9000-RAISE-CONDITION-EXIT
008840         GO TO 3000-PLAN-SLICE-EXIT
008850     END-IF.
008860     IF KJ-CMP-SLICE-NUM = 0 OR KJ-CMP-SLICE-DONE
008870         PERFORM 1400-DERIVE-CAPACITY
008880             THRU 1400-DERIVE-CAPACITY-EXIT
008890         IF KJ-AVG-RATE = 0
008900             GO TO 3000-PLAN-SLICE-EXIT
008910         END-IF
008920         ADD 1 TO KJ-CMP-SLICE-NUM
008930         MOVE KJ-CMP-NEXT-LOW TO KJ-CMP-SLICE-LOW
008940         COMPUTE KJ-CPN-SLICE-END =
008950             KJ-CMP-NEXT-LOW + KJ-CPN-CAPACITY - 1
008960         IF KJ-CPN-SLICE-END > KJ-CMP-HIGH
008970             MOVE KJ-CMP-HIGH TO KJ-CPN-SLICE-END
008980         END-IF
008990         MOVE KJ-CPN-SLICE-END TO KJ-CMP-SLICE-HIGH
009000         OPEN OUTPUT CHECKFILE
009010         CLOSE CHECKFILE
009020     ELSE
009030         DISPLAY "KJ1975I SLICE " KJ-CMP-SLICE-NUM
009040             " RE-ISSUED UNCHANGED - THE ENGINE RESUMES IT "
009050             "FROM ITS CHECKPOINT."
009060     END-IF.
009070     MOVE "P" TO KJ-CMP-SLICE-STATUS.
009080     PERFORM 3100-WRITE-SLICE-CARD
009090         THRU 3100-WRITE-SLICE-CARD-EXIT.
009100     PERFORM 1200-WRITE-MASTER
009110         THRU 1200-WRITE-MASTER-EXIT.
009120     DISPLAY "KJCMPAGN - CAMPAIGN " KJ-CMP-CAMPAIGN-ID
009130         " SLICE " KJ-CMP-SLICE-NUM " VALUES "
009140         KJ-CMP-SLICE-LOW " THRU " KJ-CMP-SLICE-HIGH
009150         " PLANNED FOR TONIGHT.".
009160 3000-PLAN-SLICE-EXIT.
009170     EXIT.
009180
009190*-----------------------------------------------------------------
009200* 3100-WRITE-SLICE-CARD - THE ENGINE'S CONTROL CARD FOR TONIGHT'S
009210* SLICE, IN THE KJCTLREC LAYOUT EVERY ENGINE STEP READS: THE
009220* SLICE'S LOW/HIGH, THE CAMPAIGN'S DIVISOR AND OPERATOR, NO
009230* EXPECTED SUM, STEP 0001, MARKED AS A CAMPAIGN SLICE OF THE
009240* CAMPAIGN DAY.
009250*-----------------------------------------------------------------
009260 3100-WRITE-SLICE-CARD.
009270     OPEN OUTPUT CARDOUT.
009280     MOVE SPACES             TO KJ-CONTROL-RECORD.
009290     MOVE KJ-CMP-SLICE-LOW   TO KJ-CTL-LOW.
009300     MOVE KJ-CMP-SLICE-HIGH  TO KJ-CTL-HIGH.
009310     MOVE KJ-CMP-DIVISOR     TO KJ-CTL-DIVISOR.
009320     MOVE KJ-CMP-OPERATOR    TO KJ-CTL-OPERATOR.
009330     MOVE 0                  TO KJ-CTL-EXPECTED-SUM.
009340     MOVE KJ-CPN-ENGINE-STEP TO KJ-CTL-STEP-NUM.
009350     MOVE "S"                TO KJ-CTL-CAMPAIGN-SW.
009360     MOVE KJ-CMP-DAY-NUM     TO KJ-CTL-DAY-NUM.
009370     WRITE KJ-CONTROL-RECORD.
009380     CLOSE CARDOUT.
009390 3100-WRITE-SLICE-CARD-EXIT.
009400     EXIT.
009410
009420*-----------------------------------------------------------------
009430* 4000-TRACK-SLICE - BANKS TONIGHT'S PARTIALS AND RECORDS WHAT
009440* THE SLICE ACHIEVED: DONE WHEN THE BANK REACHES ITS HIGH, SHORT
009450* WHEN IT GOT PART OF THE WAY, NOT RUN WHEN NOTHING WAS BANKED.
009460* A NIGHT IS COUNTED ONLY ONCE, HOWEVER OFTEN THIS STEP IS RUN.
009470* THE CAMPAIGN IS COMPLETE WHEN THE WHOLE RANGE IS BANKED.
009480* KJROLLUP'S CARD IS THEN WRITTEN - DEFERRED WHILE THE CAMPAIGN
009490* IS INCOMPLETE - AND THE PROGRESS REPORT PRINTED.
009500*-----------------------------------------------------------------
009510 4000-TRACK-SLICE.
009520     IF NOT KJ-CMP-IN-PROGRESS
009530         DISPLAY "KJ1927W NO CAMPAIGN IN PROGRESS ON CAMPMAST - "
009540             "NOTHING BANKED, ROLLUP DEFERRED."
009550         MOVE "KJ1927W" TO KJ-RAISE-CONDITION
009560         MOVE "W"       TO KJ-RAISE-SEVERITY
009570         MOVE 4         TO KJ-RAISE-RC
009580         MOVE "NO CAMPAIGN IN PROGRESS TO TRACK"
009590             TO KJ-RAISE-TEXT
009600         PERFORM 9000-RAISE-CONDITION
009610             THRU 9000-RAISE-CONDITION-EXIT
009620         PERFORM 4200-WRITE-ROLLUP-CARD
009630             THRU 4200-WRITE-ROLLUP-CARD-EXIT
009640         GO TO 4000-TRACK-SLICE-EXIT
009650     END-IF.
009660     IF KJ-CMP-ACTIVE
009670         IF KJ-CMP-SLICE-PLANNED
009680             ADD 1 TO KJ-CMP-NIGHTS-RUN
009690             SET KJ-NIGHT-COUNTED TO TRUE
009700         END-IF
009710         MOVE KJ-CMP-NEXT-LOW TO KJ-CPN-PRIOR-NEXT-LOW
009720         OPEN INPUT PARTIN
009730         OPEN EXTEND CAMPPART
009740         PERFORM 4100-READ-PARTIAL
009750             THRU 4100-READ-PARTIAL-EXIT
009760             WITH TEST AFTER UNTIL KJ-PARTIN-EOF
009770         CLOSE PARTIN
009780         CLOSE CAMPPART
009790         IF KJ-CMP-SLICE-NUM > 0
009800             IF KJ-CMP-NEXT-LOW > KJ-CMP-SLICE-HIGH
009810                 MOVE "D" TO KJ-CMP-SLICE-STATUS
009820             ELSE
009830                 IF KJ-CMP-NEXT-LOW > KJ-CMP-SLICE-LOW
009840                     MOVE "S" TO KJ-CMP-SLICE-STATUS
009850                 ELSE
009860                     MOVE "N" TO KJ-CMP-SLICE-STATUS
009870                 END-IF
009880             END-IF
009890         END-IF
009900         IF KJ-NIGHT-COUNTED
009910             AND KJ-CMP-NEXT-LOW = KJ-CPN-PRIOR-NEXT-LOW
009920             DISPLAY "KJ1935W NOTHING BANKED FOR CAMPAIGN "
009930                 KJ-CMP-CAMPAIGN-ID " SLICE " KJ-CMP-SLICE-NUM
009940                 " TONIGHT - IT IS RE-ISSUED NEXT NIGHT."
009950             MOVE "KJ1935W" TO KJ-RAISE-CONDITION
009960             MOVE "W"       TO KJ-RAISE-SEVERITY
009970             MOVE 4         TO KJ-RAISE-RC
009980             MOVE "NOTHING BANKED FOR CAMPAIGN TONIGHT"
009990                 TO KJ-RAISE-TEXT
010000             PERFORM 9000-RAISE-CONDITION
010010                 THRU 9000-RAISE-CONDITION-EXIT
010020         END-IF
010030         MOVE KJ-CPN-RUN-DATE TO KJ-CMP-LAST-RUN-DATE
010040         IF KJ-CMP-NEXT-LOW > KJ-CMP-HIGH
010050             MOVE "C" TO KJ-CMP-STATUS
010060             DISPLAY "KJ1945I CAMPAIGN " KJ-CMP-CAMPAIGN-ID
010070                 " COMPLETE - THE WHOLE RANGE IS BANKED AND "
010080                 "GOES TO KJROLLUP TONIGHT."
010090         END-IF
010100         PERFORM 1200-WRITE-MASTER
010110             THRU 1200-WRITE-MASTER-EXIT
010120     END-IF.
010130     PERFORM 4200-WRITE-ROLLUP-CARD
010140         THRU 4200-WRITE-ROLLUP-CARD-EXIT.
010150     PERFORM 6000-PROGRESS-REPORT
010160         THRU 6000-PROGRESS-REPORT-EXIT.
010170 4000-TRACK-SLICE-EXIT.
010180     EXIT.
010190
010200*-----------------------------------------------------------------
010210* 4100-READ-PARTIAL - ONE OF TONIGHT'S PARTIALS.  ONLY THE
010220* CAMPAIGN DAY'S PARTIALS ARE LOOKED AT.  ONE ENDING BELOW THE
010230* FIRST UNBANKED VALUE IS ALREADY BANKED (THIS STEP RE-RUN) AND
010240* IS PASSED OVER; ONE THAT DOES NOT START EXACTLY THERE, OR RUNS
010250* PAST TONIGHT'S SLICE, WOULD LEAVE A GAP OR AN OVERLAP IN THE
010260* CAMPAIGN AND IS NOT BANKED.  A BANKED PARTIAL CARRIES THE
010270* SLICE NUMBER AS ITS STEP NUMBER.
010280*-----------------------------------------------------------------
010290 4100-READ-PARTIAL.
010300     READ PARTIN
010310         AT END
010320             SET KJ-PARTIN-EOF TO TRUE
010330             GO TO 4100-READ-PARTIAL-EXIT
010340     END-READ.
010350     IF KJ-PAR-DAY-NUM OF PARTIN NUMERIC
010360         AND KJ-PAR-DAY-NUM OF PARTIN > 0
010370         IF KJ-PAR-DAY-NUM OF PARTIN NOT = KJ-CMP-DAY-NUM
010380             GO TO 4100-READ-PARTIAL-EXIT
010390         END-IF
010400     ELSE
010410         IF KJ-CMP-DAY-NUM NOT = 7
010420             GO TO 4100-READ-PARTIAL-EXIT
010430         END-IF
010440     END-IF.
010450     IF KJ-PAR-HIGH OF PARTIN < KJ-CMP-NEXT-LOW
010460         DISPLAY "KJ1976I PARTIAL " KJ-PAR-LOW OF PARTIN
010470             " THRU " KJ-PAR-HIGH OF PARTIN
010480             " IS ALREADY BANKED - PASSED OVER."
010490         GO TO 4100-READ-PARTIAL-EXIT
010500     END-IF.
010510     IF KJ-PAR-LOW OF PARTIN NOT = KJ-CMP-NEXT-LOW
010520         OR KJ-PAR-HIGH OF PARTIN > KJ-CMP-SLICE-HIGH
010530         DISPLAY "KJ1930W PARTIAL " KJ-PAR-LOW OF PARTIN
010540             " THRU " KJ-PAR-HIGH OF PARTIN
010550             " DOES NOT CONTINUE THE BANKED COVERAGE AT "
010560             KJ-CMP-NEXT-LOW " - NOT BANKED."
010570         MOVE "KJ1930W" TO KJ-RAISE-CONDITION
010580         MOVE "W"       TO KJ-RAISE-SEVERITY
010590         MOVE 4         TO KJ-RAISE-RC
010600         MOVE "PARTIAL NOT CONTIGUOUS - NOT BANKED"
010610             TO KJ-RAISE-TEXT
010620         PERFORM 9000-RAISE-CONDITION
010630             THRU 9000-RAISE-CONDITION-EXIT
010640         GO TO 4100-READ-PARTIAL-EXIT
010650     END-IF.
010660     IF KJ-CMP-PARTIALS NOT < 100
010670         DISPLAY "KJ1920E CAMPAIGN " KJ-CMP-CAMPAIGN-ID
010680             " ALREADY HOLDS 100 BANKED PARTIALS - PARTIAL "
010690             KJ-PAR-LOW OF PARTIN " NOT BANKED."
010700         MOVE "KJ1920E" TO KJ-RAISE-CONDITION
010710         MOVE "E"       TO KJ-RAISE-SEVERITY
010720         MOVE 8         TO KJ-RAISE-RC
010730         MOVE "CAMPAIGN EXCEEDS 100-SLICE ROLLUP LIMIT"
010740             TO KJ-RAISE-TEXT
010750         PERFORM 9000-RAISE-CONDITION
010760             THRU 9000-RAISE-CONDITION-EXIT
010770         GO TO 4100-READ-PARTIAL-EXIT
010780     END-IF.
010790     MOVE KJ-PARTIAL-RECORD OF PARTIN
010800         TO KJ-PARTIAL-RECORD OF CAMPPART.
010810     MOVE KJ-CMP-SLICE-NUM TO KJ-PAR-STEP-NUM OF CAMPPART.
010820     MOVE KJ-CMP-DAY-NUM   TO KJ-PAR-DAY-NUM OF CAMPPART.
010830     WRITE KJ-PARTIAL-RECORD OF CAMPPART.
010840     ADD KJ-PAR-SUM OF PARTIN TO KJ-CMP-BANKED-SUM.
010850     ADD KJ-PAR-QUALIFY-COUNT OF PARTIN TO KJ-CMP-BANKED-QC.
010860     ADD 1 TO KJ-CMP-PARTIALS.
010870     COMPUTE KJ-CMP-NEXT-LOW = KJ-PAR-HIGH OF PARTIN + 1.
010880 4100-READ-PARTIAL-EXIT.
010890     EXIT.
010900
010910*-----------------------------------------------------------------
010920* 4200-WRITE-ROLLUP-CARD - KJROLLUP'S CONTROL CARD: THE WHOLE
010930* CAMPAIGN RANGE AS THE INTENDED RANGE, MARKED C WHEN THE
010940* CAMPAIGN IS COMPLETE SO THE BANK IS ROLLED UP, OTHERWISE D SO
010950* THE ROLLUP IS DEFERRED AND NOTHING IS POSTED.
010960*-----------------------------------------------------------------
010970 4200-WRITE-ROLLUP-CARD.
010980     OPEN OUTPUT CARDOUT.
010990     MOVE SPACES TO KJ-CONTROL-RECORD.
011000     IF KJ-CMP-IN-PROGRESS
011010         MOVE KJ-CMP-LOW      TO KJ-CTL-LOW
011020         MOVE KJ-CMP-HIGH     TO KJ-CTL-HIGH
011030         MOVE KJ-CMP-DIVISOR  TO KJ-CTL-DIVISOR
011040         MOVE KJ-CMP-OPERATOR TO KJ-CTL-OPERATOR
011050         MOVE KJ-CMP-DAY-NUM  TO KJ-CTL-DAY-NUM
011060     ELSE
011070         MOVE 0               TO KJ-CTL-LOW
011080         MOVE 0               TO KJ-CTL-HIGH
011090         MOVE 0               TO KJ-CTL-DIVISOR
011100         MOVE KJ-CPN-OPERATOR TO KJ-CTL-OPERATOR
011110         MOVE 0               TO KJ-CTL-DAY-NUM
011120     END-IF.
011130     MOVE 0 TO KJ-CTL-EXPECTED-SUM.
011140     MOVE 0 TO KJ-CTL-STEP-NUM.
011150     IF KJ-CMP-COMPLETE
011160         MOVE "C" TO KJ-CTL-CAMPAIGN-SW
011170     ELSE
011180         MOVE "D" TO KJ-CTL-CAMPAIGN-SW
011190     END-IF.
011200     WRITE KJ-CONTROL-RECORD.
011210     CLOSE CARDOUT.
011220 4200-WRITE-ROLLUP-CARD-EXIT.
011230     EXIT.
011240
011250*-----------------------------------------------------------------
011260* 5000-FINISH-CAMPAIGN - POSTS THE CAMPAIGN'S ANSWER ONCE, WHEN
011270* IT IS COMPLETE.  KJROLLUP MUST HAVE ROLLED THE BANK UP TO A
011280* TRAILER THAT AGREES WITH THE BANKED TOTALS (A WITHHELD OR
011290* DISAGREEING ROLLUP MEANS ITS COVERAGE CHECKS DID NOT PASS),
011300* AND THE HELD SCORE RECORDS MUST AGREE WITH THEM TOO - ONE
011310* RECORD PER QUALIFYING VALUE, HASHING TO THE SUM.  ONLY THEN IS
011320* THE SCOREOUT BATCH SENT AND REGISTERED AND THE AUDITLOG
011330* RECORD WRITTEN, AND THE CAMPAIGN MARKED POSTED.  OTHERWISE
011340* NOTHING IS POSTED AND RC 8 HOLDS THE STREAM; THE CAMPAIGN
011350* STAYS COMPLETE SO THE STEP CAN BE RERUN ONCE PUT RIGHT.
011360*-----------------------------------------------------------------
011370 5000-FINISH-CAMPAIGN.
011380     IF NOT KJ-CMP-COMPLETE
011390         IF KJ-CMP-POSTED
011400             DISPLAY "KJ1970I CAMPAIGN " KJ-CMP-CAMPAIGN-ID
011410                 " ALREADY POSTED - NOTHING TO DO."
011420         ELSE
011430             DISPLAY "KJ1970I NO COMPLETE CAMPAIGN ON CAMPMAST "
011440                 "- NOTHING POSTED TONIGHT."
011450         END-IF
011460         GO TO 5000-FINISH-CAMPAIGN-EXIT
011470     END-IF.
011480     PERFORM 5100-CHECK-ROLLUP
011490         THRU 5100-CHECK-ROLLUP-EXIT.
011500     IF NOT KJ-FINISH-OK
011510         GO TO 5000-FINISH-CAMPAIGN-EXIT
011520     END-IF.
011530     PERFORM 5200-COUNT-HELD
011540         THRU 5200-COUNT-HELD-EXIT.
011550     IF NOT KJ-FINISH-OK
011560         GO TO 5000-FINISH-CAMPAIGN-EXIT
011570     END-IF.
011580     PERFORM 5300-ASSIGN-FILE-SEQ
011590         THRU 5300-ASSIGN-FILE-SEQ-EXIT.
011600     PERFORM 5400-WRITE-SCORE-BATCH
011610         THRU 5400-WRITE-SCORE-BATCH-EXIT.
011620     PERFORM 5500-POST-XMIT-REGISTER
011630         THRU 5500-POST-XMIT-REGISTER-EXIT.
011640     PERFORM 5600-WRITE-AUDIT
011650         THRU 5600-WRITE-AUDIT-EXIT.
011660     MOVE "P" TO KJ-CMP-STATUS.
011670     PERFORM 1200-WRITE-MASTER
011680         THRU 1200-WRITE-MASTER-EXIT.
011690     DISPLAY "KJ1970I CAMPAIGN " KJ-CMP-CAMPAIGN-ID
011700         " POSTED - DAY " KJ-CMP-DAY-NUM " RESULT "
011710         KJ-CMP-BANKED-SUM ", SCOREOUT BATCH " KJ-FILE-SEQ-NUM
011720         " OF " KJ-SCORE-REC-COUNT " RECORD(S).".
011730 5000-FINISH-CAMPAIGN-EXIT.
011740     EXIT.
011750
011760*-----------------------------------------------------------------
011770* 5100-CHECK-ROLLUP - KJROLLUP WRITES ITS TRAILER ONLY WHEN THE
011780* BANKED SLICES COVER THE CAMPAIGN RANGE WITH NO GAP, OVERLAP
011790* OR DUPLICATE.  THE TRAILER MUST BE TONIGHT'S (NO OLDER THAN
011800* THE TRACKING STEP THAT COMPLETED THE CAMPAIGN) AND CARRY THE
011810* BANKED SUM AND QUALIFY COUNT.
011820*-----------------------------------------------------------------
011830 5100-CHECK-ROLLUP.
011840     MOVE "N" TO KJ-FINISH-OK-SW.
011850     OPEN INPUT ROLLIN.
011860     READ ROLLIN
011870         AT END
011880             SET KJ-ROLLIN-EOF TO TRUE
011890         NOT AT END
011900             IF KJ-TRL-RUN-DATE NOT < KJ-CMP-LAST-RUN-DATE
011910                 AND KJ-TRL-SUM = KJ-CMP-BANKED-SUM
011920                 AND KJ-TRL-QUALIFY-COUNT = KJ-CMP-BANKED-QC
011930                 SET KJ-FINISH-OK TO TRUE
011940             END-IF
011950     END-READ.
011960     CLOSE ROLLIN.
011970     IF NOT KJ-FINISH-OK
011980         DISPLAY "KJ1950E CAMPAIGN " KJ-CMP-CAMPAIGN-ID
011990             " NOT PROVEN BY KJROLLUP - NO CURRENT ROLLUP "
012000             "TRAILER AGREEING WITH THE BANK (SEE COVEXCP).  "
012010             "NOTHING POSTED."
012020         MOVE "KJ1950E" TO KJ-RAISE-CONDITION
012030         MOVE "E"       TO KJ-RAISE-SEVERITY
012040         MOVE 8         TO KJ-RAISE-RC
012050         MOVE "CAMPAIGN ROLLUP NOT PROVEN - NOT POSTED"
012060             TO KJ-RAISE-TEXT
012070         PERFORM 9000-RAISE-CONDITION
012080             THRU 9000-RAISE-CONDITION-EXIT
012090     END-IF.
012100 5100-CHECK-ROLLUP-EXIT.
012110     EXIT.
012120
012130*-----------------------------------------------------------------
012140* 5200-COUNT-HELD - COUNTS AND HASHES THE HELD SCORE RECORDS
012150* AND PROVES THEM AGAINST THE BANK BEFORE ANYTHING IS SENT.  AN
012160* ABEND-RESTARTED SLICE CAN HAVE WRITTEN RECORDS TWICE; SUCH A
012170* BATCH IS HELD BACK RATHER THAN SENT WITH A FALSE TRAILER.
012180*-----------------------------------------------------------------
012190 5200-COUNT-HELD.
012200     MOVE 0   TO KJ-SCORE-REC-COUNT.
012210     MOVE 0   TO KJ-SCORE-HASH-TOTAL.
012220     MOVE "N" TO KJ-CAMPSCOR-EOF-SW.
012230     OPEN INPUT CAMPSCOR.
012240     PERFORM 5210-COUNT-HELD-RECORD
012250         THRU 5210-COUNT-HELD-RECORD-EXIT
012260         WITH TEST AFTER UNTIL KJ-CAMPSCOR-EOF.
012270     CLOSE CAMPSCOR.
012280     IF KJ-SCORE-REC-COUNT NOT = KJ-CMP-BANKED-QC
012290         OR KJ-SCORE-HASH-TOTAL NOT = KJ-CMP-BANKED-SUM
012300         DISPLAY "KJ1960E CAMPAIGN " KJ-CMP-CAMPAIGN-ID
012310             " HELD SCORE RECORDS (" KJ-SCORE-REC-COUNT
012320             ") DO NOT AGREE WITH THE BANKED COUNT ("
012330             KJ-CMP-BANKED-QC ") OR SUM - NOTHING POSTED."
012340         MOVE "KJ1960E" TO KJ-RAISE-CONDITION
012350         MOVE "E"       TO KJ-RAISE-SEVERITY
012360         MOVE 8         TO KJ-RAISE-RC
012370         MOVE "HELD SCORE RECORDS DISAGREE WITH BANK"
012380             TO KJ-RAISE-TEXT
012390         PERFORM 9000-RAISE-CONDITION
012400             THRU 9000-RAISE-CONDITION-EXIT
012410         MOVE "N" TO KJ-FINISH-OK-SW
012420     END-IF.
012430 5200-COUNT-HELD-EXIT.
012440     EXIT.
012450
012460 5210-COUNT-HELD-RECORD.
012470     READ CAMPSCOR
012480         AT END
012490             SET KJ-CAMPSCOR-EOF TO TRUE
012500         NOT AT END
012510             ADD 1 TO KJ-SCORE-REC-COUNT
012520             ADD KJ-SCR-CNT OF CAMPSCOR TO KJ-SCORE-HASH-TOTAL
012530     END-READ.
012540 5210-COUNT-HELD-RECORD-EXIT.
012550     EXIT.
012560
012570*-----------------------------------------------------------------
012580* 5300-ASSIGN-FILE-SEQ - READS THE LAST FILE SEQUENCE NUMBER
012590* ASSIGNED TO A SCOREOUT BATCH OFF SEQFILE, TAKES THE NEXT ONE
012600* FOR THE CAMPAIGN'S BATCH, AND REWRITES THE FILE.
012610*-----------------------------------------------------------------
012620 5300-ASSIGN-FILE-SEQ.
012630     OPEN INPUT SEQFILE.
012640     READ SEQFILE
012650         AT END
012660             SET KJ-SEQFILE-EOF TO TRUE
012670             MOVE 0 TO KJ-FILE-SEQ-NUM
012680         NOT AT END
012690             MOVE KJ-SEQ-FILE-NUM TO KJ-FILE-SEQ-NUM
012700     END-READ.
012710     CLOSE SEQFILE.
012720     ADD 1 TO KJ-FILE-SEQ-NUM.
012730     OPEN OUTPUT SEQFILE.
012740     MOVE SPACES TO KJ-SEQ-RECORD.
012750     MOVE KJ-FILE-SEQ-NUM TO KJ-SEQ-FILE-NUM.
012760     WRITE KJ-SEQ-RECORD.
012770     CLOSE SEQFILE.
012780 5300-ASSIGN-FILE-SEQ-EXIT.
012790     EXIT.
012800
012810*-----------------------------------------------------------------
012820* 5400-WRITE-SCORE-BATCH - THE CAMPAIGN'S ONE SCOREOUT BATCH: A
012830* HEADER FOR THE WHOLE CAMPAIGN RANGE, THE HELD RECORDS OF EVERY
012840* NIGHT IN THE ORDER THEY WERE WRITTEN, AND A TRAILER WITH THEIR
012850* COUNT AND HASH TOTAL.
012860*-----------------------------------------------------------------
012870 5400-WRITE-SCORE-BATCH.
012880     OPEN OUTPUT SCOREOUT.
012890     MOVE SPACES          TO KJ-SCORE-HEADER-RECORD.
012900     MOVE 0               TO KJ-SCH-CANCELS-SEQ.
012910     MOVE "H"             TO KJ-SCH-RECORD-TYPE.
012920     MOVE KJ-CPN-RUN-DATE TO KJ-SCH-RUN-DATE.
012930     MOVE KJ-FILE-SEQ-NUM TO KJ-SCH-FILE-SEQ-NUM.
012940     MOVE KJ-CMP-LOW      TO KJ-SCH-LOW.
012950     MOVE KJ-CMP-HIGH     TO KJ-SCH-HIGH.
012960     MOVE KJ-CMP-DIVISOR  TO KJ-SCH-DIVISOR.
012970     WRITE KJ-SCORE-HEADER-RECORD.
012980     MOVE 0   TO KJ-SCORE-REC-COUNT.
012990     MOVE 0   TO KJ-SCORE-HASH-TOTAL.
013000     MOVE "N" TO KJ-CAMPSCOR-EOF-SW.
013010     OPEN INPUT CAMPSCOR.
013020     PERFORM 5410-COPY-HELD-RECORD
013030         THRU 5410-COPY-HELD-RECORD-EXIT
013040         WITH TEST AFTER UNTIL KJ-CAMPSCOR-EOF.
013050     CLOSE CAMPSCOR.
013060     MOVE SPACES              TO KJ-SCORE-TRAILER-RECORD.
013070     MOVE "T"                 TO KJ-SCT-RECORD-TYPE.
013080     MOVE KJ-SCORE-REC-COUNT  TO KJ-SCT-RECORD-COUNT.
013090     MOVE KJ-SCORE-HASH-TOTAL TO KJ-SCT-HASH-TOTAL.
013100     MOVE KJ-CPN-RUN-DATE     TO KJ-SCT-RUN-DATE.
013110     WRITE KJ-SCORE-TRAILER-RECORD.
013120     CLOSE SCOREOUT.
013130 5400-WRITE-SCORE-BATCH-EXIT.
013140     EXIT.
013150
013160 5410-COPY-HELD-RECORD.
013170     READ CAMPSCOR
013180         AT END
013190             SET KJ-CAMPSCOR-EOF TO TRUE
013200         NOT AT END
013210             MOVE KJ-SCORE-RECORD OF CAMPSCOR
013220                 TO KJ-SCORE-RECORD OF SCOREOUT
013230             WRITE KJ-SCORE-RECORD OF SCOREOUT
013240             ADD 1 TO KJ-SCORE-REC-COUNT
013250             ADD KJ-SCR-CNT OF SCOREOUT TO KJ-SCORE-HASH-TOTAL
013260     END-READ.
013270 5410-COPY-HELD-RECORD-EXIT.
013280     EXIT.
013290
013300*-----------------------------------------------------------------
013310* 5500-POST-XMIT-REGISTER - REGISTERS THE CAMPAIGN'S BATCH AT
013320* STATUS S (SENT) WITH THE TRAILER'S COUNT AND HASH, AS THE
013330* NIGHTLY ENGINE DOES FOR ITS OWN BATCH.  A SEQUENCE NUMBER
013340* ALREADY ON THE REGISTER IS FLAGGED AND REPOSTED.
013350*-----------------------------------------------------------------
013360 5500-POST-XMIT-REGISTER.
013370     MOVE "N" TO KJ-XMITREG-FOUND-SW.
013380     OPEN I-O XMITREG.
013390     MOVE KJ-FILE-SEQ-NUM TO KJ-XRG-FILE-SEQ-NUM.
013400     READ XMITREG
013410         INVALID KEY
013420             CONTINUE
013430         NOT INVALID KEY
013440             SET KJ-XMITREG-FOUND TO TRUE
013450     END-READ.
013460     IF KJ-XMITREG-FOUND
013470         DISPLAY "KJ1965W FILE SEQUENCE " KJ-FILE-SEQ-NUM
013480             " IS ALREADY ON THE TRANSMISSION REGISTER - "
013490             "DUPLICATE SEQUENCE, RECORD REPOSTED."
013500         MOVE "KJ1965W" TO KJ-RAISE-CONDITION
013510         MOVE "W"       TO KJ-RAISE-SEVERITY
013520         MOVE 4         TO KJ-RAISE-RC
013530         MOVE "DUPLICATE SEQUENCE ON TRANSMISSION REG"
013540             TO KJ-RAISE-TEXT
013550         PERFORM 9000-RAISE-CONDITION
013560             THRU 9000-RAISE-CONDITION-EXIT
013570     END-IF.
013580     MOVE SPACES              TO KJ-XMIT-REGISTER-RECORD.
013590     MOVE KJ-FILE-SEQ-NUM     TO KJ-XRG-FILE-SEQ-NUM.
013600     MOVE KJ-CPN-RUN-DATE     TO KJ-XRG-RUN-DATE.
013610     MOVE KJ-SCORE-REC-COUNT  TO KJ-XRG-RECORD-COUNT.
013620     MOVE KJ-SCORE-HASH-TOTAL TO KJ-XRG-HASH-TOTAL.
013630     MOVE "S"                 TO KJ-XRG-STATUS.
013640     MOVE KJ-CPN-RUN-DATE     TO KJ-XRG-STATUS-DATE.
013650     MOVE 0                   TO KJ-XRG-REVERSED-DATE.
013660     IF KJ-XMITREG-FOUND
013670         REWRITE KJ-XMIT-REGISTER-RECORD
013680             INVALID KEY
013690                 CONTINUE
013700         END-REWRITE
013710     ELSE
013720         WRITE KJ-XMIT-REGISTER-RECORD
013730             INVALID KEY
013740                 CONTINUE
013750         END-WRITE
013760     END-IF.
013770     CLOSE XMITREG.
013780 5500-POST-XMIT-REGISTER-EXIT.
013790     EXIT.
013800
013810*-----------------------------------------------------------------
013820* 5600-WRITE-AUDIT - THE CAMPAIGN'S AUDIT RECORD: THE WHOLE
013830* CAMPAIGN RANGE, DIVISOR AND OPERATOR, AND THE BANKED SUM AS
013840* THE CALENDAR DAY'S ANSWER, WRITTEN TO TONIGHT'S AUDITLOG.
013850*-----------------------------------------------------------------
013860 5600-WRITE-AUDIT.
013870     OPEN OUTPUT AUDITLOG.
013880     MOVE SPACES            TO KJ-AUDIT-RECORD.
013890     MOVE KJ-CPN-RUN-DATE   TO KJ-AUD-RUN-DATE.
013900     MOVE KJ-CPN-RUN-TIME   TO KJ-AUD-RUN-TIME.
013910     MOVE KJ-CMP-LOW        TO KJ-AUD-LOW.
013920     MOVE KJ-CMP-HIGH       TO KJ-AUD-HIGH.
013930     MOVE KJ-CMP-DIVISOR    TO KJ-AUD-DIVISOR.
013940     MOVE KJ-CMP-OPERATOR   TO KJ-AUD-OPERATOR.
013950     MOVE KJ-CMP-BANKED-SUM TO KJ-AUD-SUM.
013960     MOVE SPACE             TO KJ-AUD-STATUS.
013970     MOVE 0                 TO KJ-AUD-REVERSED-DATE.
013980     MOVE KJ-CMP-DAY-NUM    TO KJ-AUD-DAY-NUM.
013990     WRITE KJ-AUDIT-RECORD.
014000     CLOSE AUDITLOG.
014010 5600-WRITE-AUDIT-EXIT.
014020     EXIT.
014030
014040*-----------------------------------------------------------------
014050* 6000-PROGRESS-REPORT - THE DAILY PROGRESS REPORT: THE
014060* CAMPAIGN, ITS DATES, VALUES DONE AND PERCENT COMPLETE,
014070* TONIGHT'S SLICE AND WHAT IT ACHIEVED, THE PROJECTED FINISH
014080* DATE AGAINST THE DUE DATE, AND EVERY SLICE BANKED SO FAR.  A
014090* PROJECTED FINISH PAST THE DUE DATE IS RAISED AS A WARNING SO
014100* IT IS SEEN ON THE RUN BOARD, NOT JUST ON THE PRINT.
014110*-----------------------------------------------------------------
014120 6000-PROGRESS-REPORT.
014130     PERFORM 6100-PROJECT-FINISH
014140         THRU 6100-PROJECT-FINISH-EXIT.
014150     OPEN OUTPUT CAMPRPT.
014160     PERFORM 6500-PAGE-HEADING
014170         THRU 6500-PAGE-HEADING-EXIT.
014180     MOVE KJ-CMP-CAMPAIGN-ID  TO KJ-CID-CAMPAIGN-ID.
014190     MOVE KJ-CMP-DAY-NUM      TO KJ-CID-DAY-NUM.
014200     MOVE KJ-CMP-LOW          TO KJ-CID-LOW.
014210     MOVE KJ-CMP-HIGH         TO KJ-CID-HIGH.
014220     MOVE KJ-CMP-DIVISOR      TO KJ-CID-DIVISOR.
014230     EVALUATE TRUE
014240         WHEN KJ-CMP-ACTIVE
014250             MOVE "ACTIVE"        TO KJ-CID-STATUS
014260         WHEN KJ-CMP-COMPLETE
014270             MOVE "COMPLETE - AWAITING POSTING"
014280                 TO KJ-CID-STATUS
014290         WHEN OTHER
014300             MOVE "POSTED"        TO KJ-CID-STATUS
014310     END-EVALUATE.
014320     WRITE KJ-PRINT-LINE FROM KJ-CID-LINE
014330         AFTER ADVANCING 1 LINE.
014340     MOVE KJ-CMP-START-DATE   TO KJ-CDT-START-DATE.
014350     MOVE KJ-CMP-DUE-DATE     TO KJ-CDT-DUE-DATE.
014360     MOVE KJ-CMP-NIGHTS-RUN   TO KJ-CDT-NIGHTS-RUN.
014370     MOVE KJ-CMP-WINDOW-SECS  TO KJ-CDT-WINDOW-SECS.
014380     MOVE KJ-CMP-LAST-RUN-DATE TO KJ-CDT-LAST-RUN-DATE.
014390     WRITE KJ-PRINT-LINE FROM KJ-CDT-LINE
014400         AFTER ADVANCING 1 LINE.
014410     MOVE KJ-CPN-VALUES-DONE  TO KJ-CDN-VALUES-DONE.
014420     MOVE KJ-CPN-RANGE-SIZE   TO KJ-CDN-RANGE-SIZE.
014430     MOVE KJ-CPN-PCT-DONE     TO KJ-CDN-PCT-DONE.
014440     MOVE KJ-CMP-PARTIALS     TO KJ-CDN-PARTIALS.
014450     MOVE KJ-CMP-BANKED-SUM   TO KJ-CDN-BANKED-SUM.
014460     WRITE KJ-PRINT-LINE FROM KJ-CDN-LINE
014470         AFTER ADVANCING 2 LINES.
014480     MOVE KJ-CMP-SLICE-NUM    TO KJ-CSL-SLICE-NUM.
014490     MOVE KJ-CMP-SLICE-LOW    TO KJ-CSL-LOW.
014500     MOVE KJ-CMP-SLICE-HIGH   TO KJ-CSL-HIGH.
014510     EVALUATE TRUE
014520         WHEN KJ-CMP-SLICE-NUM = 0
014530             MOVE "NO SLICE RUN YET" TO KJ-CSL-OUTCOME
014540         WHEN KJ-CMP-SLICE-DONE
014550             MOVE "DONE - WHOLE SLICE BANKED"
014560                 TO KJ-CSL-OUTCOME
014570         WHEN KJ-CMP-SLICE-SHORT
014580             MOVE "SHORT - REMAINDER RE-ISSUED NEXT NIGHT"
014590                 TO KJ-CSL-OUTCOME
014600         WHEN KJ-CMP-SLICE-PLANNED
014610             MOVE "PLANNED - NOT YET TRACKED"
014620                 TO KJ-CSL-OUTCOME
014630         WHEN OTHER
014640             MOVE "NOTHING BANKED - RE-ISSUED NEXT NIGHT"
014650                 TO KJ-CSL-OUTCOME
014660     END-EVALUATE.
014670     WRITE KJ-PRINT-LINE FROM KJ-CSL-LINE
014680         AFTER ADVANCING 1 LINE.
014690     MOVE KJ-CPN-PER-NIGHT    TO KJ-CPJ-PER-NIGHT.
014700     MOVE KJ-CPN-BASIS        TO KJ-CPJ-BASIS.
014710     MOVE KJ-CPN-NIGHTS-LEFT  TO KJ-CPJ-NIGHTS-LEFT.
014720     MOVE KJ-CPN-PROJ-DATE    TO KJ-CPJ-PROJ-DATE.
014730     WRITE KJ-PRINT-LINE FROM KJ-CPJ-LINE
014740         AFTER ADVANCING 2 LINES.
014750     MOVE KJ-CMP-DUE-DATE     TO KJ-CDU-DUE-DATE.
014760     MOVE KJ-CPN-DAYS-DIFF    TO KJ-CDU-DAYS.
014770     IF KJ-CPN-PROJECTED-LATE
014780         MOVE "LATE"          TO KJ-CDU-VERDICT
014790     ELSE
014800         MOVE "TO SPARE"      TO KJ-CDU-VERDICT
014810     END-IF.
014820     WRITE KJ-PRINT-LINE FROM KJ-CDU-LINE
014830         AFTER ADVANCING 1 LINE.
014840     WRITE KJ-PRINT-LINE FROM KJ-BNK-HDG-LINE
014850         AFTER ADVANCING 2 LINES.
014860     MOVE 12 TO KJ-LINE-CNT.
014870     MOVE "N" TO KJ-CAMPPART-EOF-SW.
014880     OPEN INPUT CAMPPART.
014890     PERFORM 6200-PRINT-BANKED
014900         THRU 6200-PRINT-BANKED-EXIT
014910         WITH TEST AFTER UNTIL KJ-CAMPPART-EOF.
014920     CLOSE CAMPPART.
014930     CLOSE CAMPRPT.
014940     IF KJ-CPN-PROJECTED-LATE AND KJ-CMP-ACTIVE
014950         DISPLAY "KJ1940W CAMPAIGN " KJ-CMP-CAMPAIGN-ID
014960             " PROJECTED TO FINISH " KJ-CPN-PROJ-DATE ", "
014970             KJ-CPN-DAYS-DIFF " DAY(S) AFTER ITS DUE DATE "
014980             KJ-CMP-DUE-DATE "."
014990         MOVE "KJ1940W" TO KJ-RAISE-CONDITION
015000         MOVE "W"       TO KJ-RAISE-SEVERITY
015010         MOVE 4         TO KJ-RAISE-RC
015020         MOVE "CAMPAIGN PROJECTED PAST ITS DUE DATE"
015030             TO KJ-RAISE-TEXT
015040         PERFORM 9000-RAISE-CONDITION
015050             THRU 9000-RAISE-CONDITION-EXIT
015060     END-IF.
015070 6000-PROGRESS-REPORT-EXIT.
015080     EXIT.
015090
015100*-----------------------------------------------------------------
015110* 6100-PROJECT-FINISH - PERCENT COMPLETE AND THE PROJECTED
015120* FINISH.  THE NIGHTS STILL NEEDED ARE THE VALUES LEFT OVER THE
015130* VALUES PER NIGHT, ROUNDED UP; ONE SLICE RUNS EACH NIGHT, SO THE
015140* FINISH IS THAT MANY NIGHTS ON FROM TONIGHT - OR FROM THE FIRST
015150* NIGHT, WHEN THE CAMPAIGN IS ONLY BEING STARTED.
015160*-----------------------------------------------------------------
015170 6100-PROJECT-FINISH.
015180     COMPUTE KJ-CPN-RANGE-SIZE = KJ-CMP-HIGH - KJ-CMP-LOW + 1.
015190     COMPUTE KJ-CPN-VALUES-DONE = KJ-CMP-NEXT-LOW - KJ-CMP-LOW.
015200     COMPUTE KJ-CPN-VALUES-LEFT =
015210         KJ-CPN-RANGE-SIZE - KJ-CPN-VALUES-DONE.
015220     COMPUTE KJ-CPN-PCT-DONE =
015230         KJ-CPN-VALUES-DONE * 100 / KJ-CPN-RANGE-SIZE.
015240     IF KJ-CMP-NIGHTS-RUN > 0 AND KJ-CPN-VALUES-DONE > 0
015250         COMPUTE KJ-CPN-PER-NIGHT =
015260             KJ-CPN-VALUES-DONE / KJ-CMP-NIGHTS-RUN
015270         MOVE "AVERAGE OF NIGHTS RUN" TO KJ-CPN-BASIS
015280     ELSE
015290         IF KJ-CPN-CAPACITY > 0
015300             MOVE KJ-CPN-CAPACITY TO KJ-CPN-PER-NIGHT
015310             MOVE "MEASURED RATE X WINDOW" TO KJ-CPN-BASIS
015320         ELSE
015330             COMPUTE KJ-CPN-PER-NIGHT =
015340                 KJ-CMP-SLICE-HIGH - KJ-CMP-SLICE-LOW + 1
015350             MOVE "PLANNED SLICE SIZE" TO KJ-CPN-BASIS
015360         END-IF
015370     END-IF.
015380     IF KJ-CPN-PER-NIGHT = 0
015390         MOVE 1 TO KJ-CPN-PER-NIGHT
015400     END-IF.
015410     IF KJ-CPN-VALUES-LEFT = 0
015420         MOVE 0 TO KJ-CPN-NIGHTS-LEFT
015430     ELSE
015440         COMPUTE KJ-CPN-NIGHTS-LEFT =
015450             (KJ-CPN-VALUES-LEFT + KJ-CPN-PER-NIGHT - 1)
015460             / KJ-CPN-PER-NIGHT
015470             ON SIZE ERROR
015480                 MOVE 9999 TO KJ-CPN-NIGHTS-LEFT
015490         END-COMPUTE
015500     END-IF.
015510     IF KJ-CPN-NIGHTS-LEFT > 9999
015520         MOVE 9999 TO KJ-CPN-NIGHTS-LEFT
015530     END-IF.
015540     MOVE KJ-CPN-NIGHTS-LEFT TO KJ-CPN-ADVANCE.
015550     IF KJ-CCT-START AND KJ-CPN-ADVANCE > 0
015560         SUBTRACT 1 FROM KJ-CPN-ADVANCE
015570     END-IF.
015580     MOVE KJ-CPN-RUN-DATE TO KJ-CPN-DATE-IN.
015590     PERFORM 8100-NEXT-DATE
015600         THRU 8100-NEXT-DATE-EXIT
015610         KJ-CPN-ADVANCE TIMES.
015620     MOVE KJ-CPN-DATE-IN TO KJ-CPN-PROJ-DATE.
015630     PERFORM 8000-DAY-NUMBER
015640         THRU 8000-DAY-NUMBER-EXIT.
015650     MOVE KJ-CPN-DAY-NUM TO KJ-CPN-PROJ-DAY.
015660     MOVE KJ-CMP-DUE-DATE TO KJ-CPN-DATE-IN.
015670     PERFORM 8000-DAY-NUMBER
015680         THRU 8000-DAY-NUMBER-EXIT.
015690     MOVE KJ-CPN-DAY-NUM TO KJ-CPN-DUE-DAY.
015700     IF KJ-CPN-PROJ-DAY > KJ-CPN-DUE-DAY
015710         SET KJ-CPN-PROJECTED-LATE TO TRUE
015720         COMPUTE KJ-CPN-DAYS-DIFF =
015730             KJ-CPN-PROJ-DAY - KJ-CPN-DUE-DAY
015740     ELSE
015750         MOVE "N" TO KJ-CPN-LATE-SW
015760         COMPUTE KJ-CPN-DAYS-DIFF =
015770             KJ-CPN-DUE-DAY - KJ-CPN-PROJ-DAY
015780     END-IF.
015790 6100-PROJECT-FINISH-EXIT.
015800     EXIT.
015810
015820*-----------------------------------------------------------------
015830* 6200-PRINT-BANKED - ONE REPORT LINE PER BANKED SLICE.
015840*-----------------------------------------------------------------
015850 6200-PRINT-BANKED.
015860     READ CAMPPART
015870         AT END
015880             SET KJ-CAMPPART-EOF TO TRUE
015890             GO TO 6200-PRINT-BANKED-EXIT
015900     END-READ.
015910     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
015920         PERFORM 6500-PAGE-HEADING
015930             THRU 6500-PAGE-HEADING-EXIT
015940         WRITE KJ-PRINT-LINE FROM KJ-BNK-HDG-LINE
015950             AFTER ADVANCING 1 LINE
015960         ADD 1 TO KJ-LINE-CNT
015970     END-IF.
015980     MOVE KJ-PAR-STEP-NUM OF CAMPPART TO KJ-BNK-SLICE-NUM.
015990     MOVE KJ-PAR-LOW OF CAMPPART      TO KJ-BNK-LOW.
016000     MOVE KJ-PAR-HIGH OF CAMPPART     TO KJ-BNK-HIGH.
016010     MOVE KJ-PAR-RUN-DATE OF CAMPPART TO KJ-BNK-RUN-DATE.
016020     MOVE KJ-PAR-QUALIFY-COUNT OF CAMPPART
016030         TO KJ-BNK-QUALIFY-COUNT.
016040     MOVE KJ-PAR-SUM OF CAMPPART      TO KJ-BNK-SUM.
016050     WRITE KJ-PRINT-LINE FROM KJ-BNK-LINE
016060         AFTER ADVANCING 1 LINE.
016070     ADD 1 TO KJ-LINE-CNT.
016080 6200-PRINT-BANKED-EXIT.
016090     EXIT.
016100
016110*-----------------------------------------------------------------
016120* 6500-PAGE-HEADING - THROWS TO A NEW PAGE AND PRINTS THE PAGE
016130* HEADING WITH RUN DATE, OPERATOR AND PAGE NUMBER.
016140*-----------------------------------------------------------------
016150 6500-PAGE-HEADING.
016160     ADD 1 TO KJ-PAGE-NUM.
016170     MOVE KJ-CPN-RUN-DATE TO KJ-HDG-RUN-DATE.
016180     MOVE KJ-CPN-OPERATOR TO KJ-HDG-OPERATOR.
016190     MOVE KJ-PAGE-NUM     TO KJ-HDG-PAGE.
016200     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-1
016210         AFTER ADVANCING PAGE.
016220     MOVE SPACES TO KJ-PRINT-LINE.
016230     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
016240     MOVE 2 TO KJ-LINE-CNT.
016250 6500-PAGE-HEADING-EXIT.
016260     EXIT.
016270
016280*-----------------------------------------------------------------
016290* 8000-DAY-NUMBER - TURNS THE DATE IN KJ-CPN-DATE-IN INTO A DAY
016300* NUMBER (DAYS SINCE A FIXED ORIGIN) SO TWO DATES CAN BE
016310* SUBTRACTED ACROSS MONTH AND YEAR ENDS.  MARCH IS TAKEN AS THE
016320* FIRST MONTH SO THE LEAP DAY FALLS AT THE END OF THE YEAR.
016330*-----------------------------------------------------------------
016340 8000-DAY-NUMBER.
016350     MOVE KJ-CPN-DATE-YYYY TO KJ-DAY-YEAR.
016360     MOVE KJ-CPN-DATE-MM   TO KJ-DAY-MONTH.
016370     IF KJ-DAY-MONTH < 3
016380         SUBTRACT 1 FROM KJ-DAY-YEAR
016390         ADD 12 TO KJ-DAY-MONTH
016400     END-IF.
016410     COMPUTE KJ-CPN-DAY-NUM =
016420         365 * KJ-DAY-YEAR + KJ-CPN-DATE-DD.
016430     DIVIDE KJ-DAY-YEAR BY 4 GIVING KJ-DAY-QUOT.
016440     ADD KJ-DAY-QUOT TO KJ-CPN-DAY-NUM.
016450     DIVIDE KJ-DAY-YEAR BY 100 GIVING KJ-DAY-QUOT.
016460     SUBTRACT KJ-DAY-QUOT FROM KJ-CPN-DAY-NUM.
016470     DIVIDE KJ-DAY-YEAR BY 400 GIVING KJ-DAY-QUOT.
016480     ADD KJ-DAY-QUOT TO KJ-CPN-DAY-NUM.
016490     COMPUTE KJ-DAY-WORK = 153 * (KJ-DAY-MONTH - 3) + 2.
016500     DIVIDE KJ-DAY-WORK BY 5 GIVING KJ-DAY-QUOT.
016510     ADD KJ-DAY-QUOT TO KJ-CPN-DAY-NUM.
016520 8000-DAY-NUMBER-EXIT.
016530     EXIT.
016540
016550*-----------------------------------------------------------------
016560* 8100-NEXT-DATE - STEPS KJ-CPN-DATE-IN ON BY ONE DAY, ROLLING
016570* THE MONTH AND YEAR.  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE
016580* BY 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.
016590*-----------------------------------------------------------------
016600 8100-NEXT-DATE.
016610     MOVE KJ-CPN-MONTH-DAY-CNT (KJ-CPN-DATE-MM)
016620         TO KJ-CPN-MONTH-LEN.
016630     IF KJ-CPN-DATE-MM = 2
016640         DIVIDE KJ-CPN-DATE-YYYY BY 4 GIVING KJ-DAY-QUOT
016650             REMAINDER KJ-DAY-REM
016660         IF KJ-DAY-REM = 0
016670             MOVE 29 TO KJ-CPN-MONTH-LEN
016680             DIVIDE KJ-CPN-DATE-YYYY BY 100 GIVING KJ-DAY-QUOT
016690                 REMAINDER KJ-DAY-REM
016700             IF KJ-DAY-REM = 0
016710                 DIVIDE KJ-CPN-DATE-YYYY BY 400
016720                     GIVING KJ-DAY-QUOT
016730                     REMAINDER KJ-DAY-REM
016740                 IF KJ-DAY-REM NOT = 0
016750                     MOVE 28 TO KJ-CPN-MONTH-LEN
016760                 END-IF
016770             END-IF
016780         END-IF
016790     END-IF.
016800     ADD 1 TO KJ-CPN-DATE-DD.
016810     IF KJ-CPN-DATE-DD > KJ-CPN-MONTH-LEN
016820         MOVE 1 TO KJ-CPN-DATE-DD
016830         ADD 1 TO KJ-CPN-DATE-MM
016840         IF KJ-CPN-DATE-MM > 12
016850             MOVE 1 TO KJ-CPN-DATE-MM
016860             ADD 1 TO KJ-CPN-DATE-YYYY
016870         END-IF
016880     END-IF.
016890 8100-NEXT-DATE-EXIT.
016900     EXIT.
016910
016920*-----------------------------------------------------------------
016930* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
016940* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
016950* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
016960* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
016970*-----------------------------------------------------------------
016980 9000-RAISE-CONDITION.
016990     IF NOT KJ-ERRSUMM-OPEN
017000         OPEN OUTPUT ERRSUMM
017010         SET KJ-ERRSUMM-OPEN TO TRUE
017020     END-IF.
017030     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
017040     MOVE KJ-CPN-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
017050     MOVE KJ-CPN-RUN-DATE     TO KJ-ERR-RUN-DATE.
017060     COMPUTE KJ-ERR-RUN-TIME = KJ-CPN-RUN-TIME / 100.
017070     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
017080     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
017090     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
017100     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
017110     WRITE KJ-ERROR-SUMMARY-RECORD.
017120     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
017130         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
017140     END-IF.
017150 9000-RAISE-CONDITION-EXIT.
017160     EXIT.
017170
017180*-----------------------------------------------------------------
017190* 9100-CHECK-STEP-DONE - READS THE CYCLE'S STEP-COMPLETION LOG
017200* FOR A CLEAN COMPLETION OF THIS PROGRAM AND STEP NUMBER.  NO
017210* LOG (FIRST STEP OF A FRESH CYCLE) MEANS NOTHING HAS RUN YET.
017220*-----------------------------------------------------------------
017230 9100-CHECK-STEP-DONE.
017240     MOVE "N" TO KJ-STEPLOG-EOF-SW.
017250     OPEN INPUT STEPLOG.
017260     PERFORM 9110-READ-STEPLOG
017270         THRU 9110-READ-STEPLOG-EXIT
017280         WITH TEST AFTER UNTIL KJ-STEPLOG-EOF.
017290     CLOSE STEPLOG.
017300     IF KJ-STEP-ALREADY-DONE
017310         DISPLAY "KJ1000I " KJ-CPN-PROGRAM-NAME " STEP "
017320             KJ-CPN-STEP-NUM
017330             " ALREADY COMPLETED THIS CYCLE - SKIPPED."
017340     END-IF.
017350 9100-CHECK-STEP-DONE-EXIT.
017360     EXIT.
017370
017380*-----------------------------------------------------------------
017390* 9110-READ-STEPLOG - ONE STEP-COMPLETION RECORD.
017400*-----------------------------------------------------------------
017410 9110-READ-STEPLOG.
017420     READ STEPLOG
017430         AT END
017440             SET KJ-STEPLOG-EOF TO TRUE
017450         NOT AT END
017460             IF KJ-SCL-PROGRAM-ID = KJ-CPN-PROGRAM-NAME
017470                 AND KJ-SCL-STEP-NUM = KJ-CPN-STEP-NUM
017480                 AND KJ-SCL-COMPLETED
017490                 AND KJ-SCL-RETURN-CODE NOT > 4
017500                 SET KJ-STEP-ALREADY-DONE TO TRUE
017510             END-IF
017520     END-READ.
017530 9110-READ-STEPLOG-EXIT.
017540     EXIT.
017550
017560*-----------------------------------------------------------------
017570* 9200-POST-STEP-DONE - APPENDS THIS RUN'S STEP-COMPLETION
017580* RECORD: START DATE AND TIME AS STAMPED ON ITS ERRSUMM RECORDS,
017590* END DATE AND TIME NOW, THE FINAL RETURN CODE, AND THE STATUS
017600* STAGED IN KJ-STEP-STATUS BY THE MAINLINE.
017610*-----------------------------------------------------------------
017620 9200-POST-STEP-DONE.
017630     ACCEPT KJ-STEP-END-DATE FROM DATE YYYYMMDD.
017640     ACCEPT KJ-STEP-END-TIME FROM TIME.
017650     OPEN EXTEND STEPLOG.
017660     MOVE SPACES              TO KJ-STEP-COMPLETION-RECORD.
017670     MOVE KJ-CPN-PROGRAM-NAME TO KJ-SCL-PROGRAM-ID.
017680     MOVE KJ-CPN-STEP-NUM     TO KJ-SCL-STEP-NUM.
017690     MOVE KJ-CPN-RUN-DATE     TO KJ-SCL-START-DATE.
017700     COMPUTE KJ-SCL-START-TIME = KJ-CPN-RUN-TIME / 100.
017710     MOVE KJ-STEP-END-DATE    TO KJ-SCL-END-DATE.
017720     COMPUTE KJ-SCL-END-TIME = KJ-STEP-END-TIME / 100.
017730     MOVE KJ-MAX-RETURN-CODE  TO KJ-SCL-RETURN-CODE.
017740     MOVE KJ-STEP-STATUS      TO KJ-SCL-STATUS.
017750     WRITE KJ-STEP-COMPLETION-RECORD.
017760     CLOSE STEPLOG.
017770 9200-POST-STEP-DONE-EXIT.
017780     EXIT.
