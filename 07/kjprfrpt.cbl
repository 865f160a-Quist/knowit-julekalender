000550*                     KJ0940W THAT AUDIT MATCHING IS
000560*                     INCOMPLETE, INSTEAD OF FALSELY FLAGGING
000570*                     THE NIGHTS WHOSE DATES DID NOT FIT.
000580*     2026-10-15 JAK  JOB-STREAM CONTROL: POSTS A STEP-
000590*                     COMPLETION RECORD TO STEPLOG (KJSCLREC)
000600*                     AS IT ENDS, AND SKIPS THE RUN WHEN A
000610*                     RESUBMITTED STREAM FINDS IT ALREADY
000620*                     COMPLETED CLEANLY THIS CYCLE.
000630*     2026-10-15 JAK  AUDITLOG WIDENED TO 73 FOR ITS CALENDAR DAY
000640*                     NUMBER.  A NIGHT THAT RAN SEVERAL DAYS HAS
000650*                     ONE AUDIT RECORD PER DAY AND STILL COUNTS
000660*                     AS ONE NIGHT.
000670*****************************************************************
000680 ENVIRONMENT DIVISION.
000690 CONFIGURATION SECTION.
000700 SOURCE-COMPUTER.   IBM-370.
000710 OBJECT-COMPUTER.   IBM-370.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT PERFCTL  ASSIGN TO PERFCTL
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT STATUSIN ASSIGN TO STATUSOUT
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT PERFHIST ASSIGN TO PERFHIST
000810         ORGANIZATION IS SEQUENTIAL.
000820
000830     SELECT AUDITIN  ASSIGN TO AUDITIN
000840         ORGANIZATION IS SEQUENTIAL.
000850
000860     SELECT RULEMAST ASSIGN TO RULEMAST
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE IS SEQUENTIAL
000890         RECORD KEY IS KJ-RMS-RULE-NUM.
000900
000910     SELECT PERFRPT  ASSIGN TO PERFRPT
000920         ORGANIZATION IS SEQUENTIAL.
000930
000940     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000950         ORGANIZATION IS SEQUENTIAL.
000960
000970     SELECT OPTIONAL STEPLOG ASSIGN TO STEPLOG
000980         ORGANIZATION IS SEQUENTIAL.
000990
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  PERFCTL
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 20 CHARACTERS.
001050     COPY KJPFCREC.
001060
001070 FD  STATUSIN
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 70 CHARACTERS.
001100     COPY KJSTAREC.
001110
001120 FD  PERFHIST
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 90 CHARACTERS.
001150     COPY KJPHRREC.
001160
001170 FD  AUDITIN
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 73 CHARACTERS.
001200     COPY KJAUDREC.
001210
001220 FD  RULEMAST
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 61 CHARACTERS.
001250     COPY KJRMSREC.
001260
001270 FD  PERFRPT
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 132 CHARACTERS.
001300 01  KJ-PRINT-LINE            PIC X(132).
001310
001320 FD  ERRSUMM
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 80 CHARACTERS.
001350     COPY KJERRREC.
001360
001370 FD  STEPLOG
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 48 CHARACTERS.
001400     COPY KJSCLREC.
001410
001420 WORKING-STORAGE SECTION.
001430 01  KJ-PRF-PROGRAM-NAME      PIC X(08) VALUE "KJPRFRPT".
001440 01  KJ-PRF-RUN-DATE          PIC 9(8) VALUE 0.
001450 01  KJ-PRF-RUN-TIME          PIC 9(8) VALUE 0.
001460 01  KJ-PRF-OPERATOR          PIC X(08) VALUE "UNKNOWN".
001470 01  KJ-WINDOW-SECS           PIC 9(7) VALUE 21600.
001480
001490*****************************************************************
001500* CURRENT-RULE ACCUMULATION WHILE STATUSIN IS DISTILLED.  THE
001510* PROGRESS RECORDS ARRIVE IN RULE ORDER, SO A CHANGE OF RULE
001520* NUMBER (OR END OF FILE) FLUSHES ONE HISTORY RECORD.
001530*****************************************************************
001540 01  KJ-CUR-RULE-NUM          PIC 9(4) VALUE 0.
001550 01  KJ-CUR-RUN-DATE          PIC 9(8) VALUE 0.
001560 01  KJ-CUR-LOW               PIC 9(9) VALUE 0.
001570 01  KJ-CUR-HIGH              PIC 9(9) VALUE 0.
001580 01  KJ-CUR-FIRST-TIME        PIC 9(6) VALUE 0.
001590 01  KJ-CUR-LAST-TIME         PIC 9(6) VALUE 0.
001600 01  KJ-CUR-FIRST-CNT         PIC 9(9) VALUE 0.
001610 01  KJ-CUR-LAST-CNT          PIC 9(9) VALUE 0.
001620 01  KJ-CUR-QUALIFY-COUNT     PIC 9(9) VALUE 0.
001630 01  KJ-CUR-LAST-EST          PIC 9(6) VALUE 0.
001640 01  KJ-HAVE-RULE-SW          PIC X(01) VALUE "N".
001650     88  KJ-HAVE-RULE                VALUE "Y".
001660
001670 01  KJ-BANKED-COUNT          PIC 9(5) VALUE 0.
001680
001690*****************************************************************
001700* CLOCK ARITHMETIC WORK FIELDS.  A RULE THAT RUNS ACROSS
001710* MIDNIGHT SHOWS A LAST TIME BELOW ITS FIRST; THE ELAPSED
001720* CALCULATION WRAPS THE DAY THE SAME WAY THE NIGHTLY JOB DOES.
001730*****************************************************************
001740 01  KJ-CLOCK-IN              PIC 9(6) VALUE 0.
001750 01  KJ-CLOCK-PARTS REDEFINES KJ-CLOCK-IN.
001760     05  KJ-CLK-HH            PIC 9(2).
001770     05  KJ-CLK-MM            PIC 9(2).
001780     05  KJ-CLK-SS            PIC 9(2).
001790 01  KJ-SECS-OUT              PIC 9(7) VALUE 0.
001800 01  KJ-FIRST-SECS            PIC 9(7) VALUE 0.
001810 01  KJ-LAST-SECS             PIC 9(7) VALUE 0.
001820 01  KJ-ELAPSED-SECS          PIC 9(7) VALUE 0.
001830 01  KJ-VALUES-DONE           PIC 9(9) VALUE 0.
001840 01  KJ-RATE-PER-SEC          PIC 9(7) VALUE 0.
001850
001860*****************************************************************
001870* HISTORY TABLE - THE WHOLE PERFORMANCE BANK, SORTED BY RULE
001880* AND NIGHT FOR THE TREND SECTIONS.  THE LATEST NIGHT'S RATES
001890* ALSO FEED THE WINDOW PROJECTION.
001900*****************************************************************
001910 01  KJ-HIS-TABLE.
001920     05  KJ-HIS-ENTRY OCCURS 200 TIMES.
001930         10  KJ-HIS-RULE-NUM   PIC 9(4).
001940         10  KJ-HIS-RUN-DATE   PIC 9(8).
001950         10  KJ-HIS-LOW        PIC 9(9).
001960         10  KJ-HIS-HIGH       PIC 9(9).
001970         10  KJ-HIS-ELAPSED    PIC 9(7).
001980         10  KJ-HIS-DONE       PIC 9(9).
001990         10  KJ-HIS-RATE       PIC 9(7).
002000         10  KJ-HIS-QUALIFY    PIC 9(9).
002010         10  KJ-HIS-LAST-EST   PIC 9(6).
002020         10  KJ-HIS-LAST-TIME  PIC 9(6).
002030
002040 01  KJ-HIS-SWAP              PIC X(74).
002050 01  KJ-HIS-COUNT             PIC 9(4) COMP VALUE 0.
002060 01  KJ-HIS-IDX               PIC 9(4) COMP VALUE 0.
002070 01  KJ-HIS-JDX               PIC 9(4) COMP VALUE 0.
002080
002090*****************************************************************
002100* COMPLETED-NIGHT TABLE, LOADED FROM THE AUDITLOG GENERATIONS.
002110* THE AUDIT RECORD IS WRITTEN AT END OF RUN (ITS TIME FIELD IS
002120* THE RUN'S START TIME, CAPTURED IN INITIALIZATION, SO IT IS
002130* NO FINISH TIME) - WHAT ITS PRESENCE PROVES IS THAT THE NIGHT
002140* RAN TO COMPLETION.  A BANKED NIGHT WITH NO AUDIT RECORD FOR
002150* ITS DATE NEVER CLOSED ITS BOOKS AND IS FLAGGED ON THE TREND.
002160*****************************************************************
002170 01  KJ-FIN-TABLE.
002180     05  KJ-FIN-ENTRY OCCURS 100 TIMES.
002190         10  KJ-FIN-RUN-DATE   PIC 9(8).
002200
002210 01  KJ-FIN-COUNT             PIC 9(4) COMP VALUE 0.
002220 01  KJ-FIN-IDX               PIC 9(4) COMP VALUE 0.
002230 01  KJ-FIN-JDX-SUB           PIC 9(4) COMP VALUE 0.
002240 01  KJ-FIN-FULL-WARNED-SW    PIC X(01) VALUE "N".
002250     88  KJ-FIN-FULL-WARNED          VALUE "Y".
002260 01  KJ-AUDIT-SEEN-SW         PIC X(01) VALUE "N".
002270     88  KJ-AUDIT-SEEN               VALUE "Y".
002280
002290*****************************************************************
002300* WINDOW PROJECTION WORK FIELDS.  EACH ACTIVE RULE IS COSTED AT
002310* ITS OWN LATEST MEASURED RATE, OR AT THE LATEST NIGHT'S
002320* AVERAGE RATE WHEN THE RULE HAS NEVER RUN LONG ENOUGH TO BE
002330* MEASURED.
002340*****************************************************************
002350 01  KJ-LATEST-DATE           PIC 9(8) VALUE 0.
002360 01  KJ-AVG-RATE              PIC 9(7) VALUE 0.
002370 01  KJ-AVG-RATE-SUM          PIC 9(11) VALUE 0.
002380 01  KJ-AVG-RATE-CNT          PIC 9(4) VALUE 0.
002390 01  KJ-PROJ-RATE             PIC 9(7) VALUE 0.
002400 01  KJ-PROJ-RATE-DATE        PIC 9(8) VALUE 0.
002410 01  KJ-PROJ-SIZE             PIC 9(9) VALUE 0.
002420 01  KJ-PROJ-SECS             PIC 9(9) VALUE 0.
002430 01  KJ-PROJ-TOTAL-SECS       PIC 9(9) VALUE 0.
002440 01  KJ-PROJ-RULE-COUNT       PIC 9(4) VALUE 0.
002450 01  KJ-UNMEASURED-COUNT      PIC 9(4) VALUE 0.
002460
002470 01  KJ-PAGE-NUM              PIC 9(4) VALUE 0.
002480 01  KJ-LINE-CNT              PIC 9(3) VALUE 99.
002490 01  KJ-LINES-PER-PAGE        PIC 9(3) VALUE 56.
002500 01  KJ-PREV-RULE-NUM         PIC 9(4) VALUE 9999.
002510
002520 01  KJ-PERFCTL-EOF-SW        PIC X(01) VALUE "N".
002530     88  KJ-PERFCTL-EOF              VALUE "Y".
002540 01  KJ-STATUSIN-EOF-SW       PIC X(01) VALUE "N".
002550     88  KJ-STATUSIN-EOF             VALUE "Y".
002560 01  KJ-PERFHIST-EOF-SW       PIC X(01) VALUE "N".
002570     88  KJ-PERFHIST-EOF             VALUE "Y".
002580 01  KJ-AUDITIN-EOF-SW        PIC X(01) VALUE "N".
002590     88  KJ-AUDITIN-EOF              VALUE "Y".
002600 01  KJ-RULEMAST-EOF-SW       PIC X(01) VALUE "N".
002610     88  KJ-RULEMAST-EOF             VALUE "Y".
002620
002630*****************************************************************
002640* PRINT LINE LAYOUTS.
002650*****************************************************************
002660 01  KJ-HDG-LINE-1.
002670     05  FILLER               PIC X(05) VALUE SPACES.
002680     05  FILLER               PIC X(40) VALUE
002690         "KNOWIT ADVENT CALENDAR - DAY 07".
002700     05  FILLER               PIC X(23) VALUE
002710         "RUN PERFORMANCE HISTORY".
002720     05  FILLER               PIC X(04) VALUE SPACES.
002730     05  FILLER               PIC X(09) VALUE "RUN DATE ".
002740     05  KJ-HDG-RUN-DATE      PIC 9(8).
002750     05  FILLER               PIC X(03) VALUE SPACES.
002760     05  FILLER               PIC X(09) VALUE "OPERATOR ".
002770     05  KJ-HDG-OPERATOR      PIC X(08).
002780     05  FILLER               PIC X(03) VALUE SPACES.
002790     05  FILLER               PIC X(05) VALUE "PAGE ".
002800     05  KJ-HDG-PAGE          PIC ZZZ9.
002810     05  FILLER               PIC X(11) VALUE SPACES.
002820
002830 01  KJ-COL-HDG-LINE.
002840     05  FILLER               PIC X(05) VALUE SPACES.
002850     05  FILLER               PIC X(10) VALUE "NIGHT     ".
002860     05  FILLER               PIC X(12) VALUE "ELAPSED SEC ".
002870     05  FILLER               PIC X(14) VALUE "VALUES DONE   ".
002880     05  FILLER               PIC X(10) VALUE "RATE/SEC  ".
002890     05  FILLER               PIC X(14) VALUE "QUALIFIED     ".
002900     05  FILLER               PIC X(11) VALUE "EST FINISH ".
002910     05  FILLER               PIC X(10) VALUE "ACT FINISH".
002920     05  FILLER               PIC X(02) VALUE SPACES.
002930     05  FILLER               PIC X(09) VALUE "NOTE".
002940     05  FILLER               PIC X(35) VALUE SPACES.
002950
002960 01  KJ-RULE-HDG-LINE.
002970     05  FILLER               PIC X(05) VALUE "RULE ".
002980     05  KJ-RHD-RULE-NUM      PIC ZZZ9.
002990     05  FILLER               PIC X(09) VALUE "   RANGE ".
003000     05  KJ-RHD-LOW           PIC ZZZ,ZZZ,ZZ9.
003010     05  FILLER               PIC X(06) VALUE " THRU ".
003020     05  KJ-RHD-HIGH          PIC ZZZ,ZZZ,ZZ9.
003030     05  FILLER               PIC X(86) VALUE SPACES.
003040
003050 01  KJ-NIGHT-LINE.
003060     05  FILLER               PIC X(05) VALUE SPACES.
003070     05  KJ-NGT-RUN-DATE      PIC 9(8).
003080     05  FILLER               PIC X(03) VALUE SPACES.
003090     05  KJ-NGT-ELAPSED       PIC Z,ZZZ,ZZ9.
003100     05  FILLER               PIC X(03) VALUE SPACES.
003110     05  KJ-NGT-DONE          PIC ZZZ,ZZZ,ZZ9.
003120     05  FILLER               PIC X(03) VALUE SPACES.
003130     05  KJ-NGT-RATE          PIC Z,ZZZ,ZZ9.
003140     05  FILLER               PIC X(04) VALUE SPACES.
003150     05  KJ-NGT-QUALIFY       PIC ZZZ,ZZZ,ZZ9.
003160     05  FILLER               PIC X(07) VALUE SPACES.
003170     05  KJ-NGT-EST           PIC 9(6).
003180     05  FILLER               PIC X(05) VALUE SPACES.
003190     05  KJ-NGT-ACTUAL        PIC 9(6).
003200     05  FILLER               PIC X(03) VALUE SPACES.
003210     05  KJ-NGT-NOTE          PIC X(09).
003220     05  FILLER               PIC X(30) VALUE SPACES.
003230
003240 01  KJ-PROJ-HDG-LINE.
003250     05  FILLER               PIC X(05) VALUE SPACES.
003260     05  FILLER               PIC X(44) VALUE
003270         "OVERNIGHT WINDOW PROJECTION AT LATEST RATES".
003280     05  FILLER               PIC X(09) VALUE "  WINDOW ".
003290     05  KJ-PHD-WINDOW        PIC Z,ZZZ,ZZ9.
003300     05  FILLER               PIC X(08) VALUE " SECONDS".
003310     05  FILLER               PIC X(57) VALUE SPACES.
003320
003330 01  KJ-PROJ-LINE.
003340     05  FILLER               PIC X(05) VALUE "RULE ".
003350     05  KJ-PRJ-RULE-NUM      PIC ZZZ9.
003360     05  FILLER               PIC X(08) VALUE "   SIZE ".
003370     05  KJ-PRJ-SIZE          PIC ZZZ,ZZZ,ZZ9.
003380     05  FILLER               PIC X(11) VALUE "   RATE/SEC".
003390     05  KJ-PRJ-RATE          PIC Z,ZZZ,ZZ9.
003400     05  FILLER               PIC X(12) VALUE "   PROJECTED".
003410     05  KJ-PRJ-SECS          PIC ZZZ,ZZZ,ZZ9.
003420     05  FILLER               PIC X(08) VALUE " SECONDS".
003430     05  KJ-PRJ-NOTE          PIC X(24).
003440     05  FILLER               PIC X(29) VALUE SPACES.
003450
003460 01  KJ-VERDICT-LINE.
003470     05  FILLER               PIC X(05) VALUE SPACES.
003480     05  FILLER               PIC X(17) VALUE
003490         "TOTAL PROJECTED  ".
003500     05  KJ-VRD-TOTAL         PIC ZZZ,ZZZ,ZZ9.
003510     05  FILLER               PIC X(09) VALUE " SECONDS ".
003520     05  KJ-VRD-VERDICT       PIC X(40).
003530     05  FILLER               PIC X(50) VALUE SPACES.
003540
003550*****************************************************************
003560* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
003570* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
003580* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
003590* RETURN-CODE BEFORE STOP RUN.
003600*****************************************************************
003610 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
003620 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
003630 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
003640 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
003650 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
003660
003670 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
003680     88  KJ-ERRSUMM-OPEN             VALUE "Y".
003690
003700*****************************************************************
003710* JOB-STREAM STEP-COMPLETION WORKING FIELDS.  STEPLOG IS READ AT
003720* START OF RUN SO A RESUBMITTED STREAM SKIPS THIS STEP WHEN IT
003730* ALREADY COMPLETED CLEANLY THIS CYCLE, AND ONE COMPLETION
003740* RECORD IS APPENDED AS THE RUN ENDS (SEE KJSCLREC).
003750*****************************************************************
003760 01  KJ-STEP-END-DATE         PIC 9(8) VALUE 0.
003770 01  KJ-STEP-END-TIME         PIC 9(8) VALUE 0.
003780 01  KJ-STEP-STATUS           PIC X(01) VALUE "C".
003790 01  KJ-STEPLOG-EOF-SW        PIC X(01) VALUE "N".
003800     88  KJ-STEPLOG-EOF              VALUE "Y".
003810 01  KJ-STEP-DONE-SW          PIC X(01) VALUE "N".
003820     88  KJ-STEP-ALREADY-DONE        VALUE "Y".
003830
003840 PROCEDURE DIVISION.
003850*-----------------------------------------------------------------
003860* 0000-MAINLINE.
003870*-----------------------------------------------------------------
003880 0000-MAINLINE.
003890     ACCEPT KJ-PRF-RUN-DATE FROM DATE YYYYMMDD.
003900     ACCEPT KJ-PRF-RUN-TIME FROM TIME.
003910     PERFORM 9100-CHECK-STEP-DONE
003920         THRU 9100-CHECK-STEP-DONE-EXIT.
003930     IF KJ-STEP-ALREADY-DONE
003940         MOVE "S" TO KJ-STEP-STATUS
003950         PERFORM 9200-POST-STEP-DONE
003960             THRU 9200-POST-STEP-DONE-EXIT
003970         MOVE 0 TO RETURN-CODE
003980         STOP RUN
003990     END-IF.
004000     PERFORM 1000-READ-CONTROL
004010         THRU 1000-READ-CONTROL-EXIT.
004020     PERFORM 1100-BANK-STATUS
004030         THRU 1100-BANK-STATUS-EXIT.
004040     PERFORM 2000-LOAD-HISTORY
004050         THRU 2000-LOAD-HISTORY-EXIT.
004060     PERFORM 2500-LOAD-AUDIT
004070         THRU 2500-LOAD-AUDIT-EXIT.
004080     OPEN OUTPUT PERFRPT.
004090     PERFORM 3000-PRINT-TREND
004100         THRU 3000-PRINT-TREND-EXIT.
004110     PERFORM 4000-PROJECT-WINDOW
004120         THRU 4000-PROJECT-WINDOW-EXIT.
004130     CLOSE PERFRPT.
004140     DISPLAY "KJPRFRPT - RULE NIGHTS BANKED:  "
004150         KJ-BANKED-COUNT.
004160     DISPLAY "KJPRFRPT - HISTORY RECORDS:     " KJ-HIS-COUNT.
004170     DISPLAY "KJPRFRPT - REPORT PAGES:        " KJ-PAGE-NUM.
004180     IF KJ-ERRSUMM-OPEN
004190         CLOSE ERRSUMM
004200     END-IF.
004210     PERFORM 9200-POST-STEP-DONE
004220         THRU 9200-POST-STEP-DONE-EXIT.
004230     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
004240     STOP RUN.
004250
004260*-----------------------------------------------------------------
004270* 1000-READ-CONTROL - READS THE WINDOW LENGTH AND OPERATOR.  A
004280* MISSING CARD OR A ZERO WINDOW FALLS BACK TO THE SHOP DEFAULT
004290* OF 21600 SECONDS (MIDNIGHT TO THE 06:00 ONLINE BRING-UP).
004300*-----------------------------------------------------------------
004310 1000-READ-CONTROL.
004320     OPEN INPUT PERFCTL.
004330     READ PERFCTL
004340         AT END
004350             SET KJ-PERFCTL-EOF TO TRUE
004360         NOT AT END
004370             IF KJ-PFC-WINDOW-SECS > 0
004380                 MOVE KJ-PFC-WINDOW-SECS TO KJ-WINDOW-SECS
004390             END-IF
004400             IF KJ-PFC-OPERATOR NOT EQUAL TO SPACES
004410                 MOVE KJ-PFC-OPERATOR TO KJ-PRF-OPERATOR
004420             END-IF
004430     END-READ.
004440     CLOSE PERFCTL.
004450 1000-READ-CONTROL-EXIT.
004460     EXIT.
004470
004480*-----------------------------------------------------------------
004490* 1100-BANK-STATUS - DISTILLS TONIGHT'S STATUSOUT INTO ONE
004500* HISTORY RECORD PER RULE ON PERFHIST, BEFORE THE NEXT NIGHT
004510* OVERWRITES THE FILE.  THE PROGRESS RECORDS ARRIVE IN RULE
004520* ORDER, SO A CHANGE OF RULE NUMBER FLUSHES THE ONE IN HAND.
004530* AN EMPTY STATUSOUT (A RUN TOO SHORT TO REACH THE STATUS
004540* INTERVAL) BANKS NOTHING AND SAYS SO.
004550*-----------------------------------------------------------------
004560 1100-BANK-STATUS.
004570     OPEN INPUT STATUSIN.
004580     OPEN EXTEND PERFHIST.
004590     PERFORM 1110-READ-STATUS
004600         THRU 1110-READ-STATUS-EXIT
004610         WITH TEST AFTER UNTIL KJ-STATUSIN-EOF.
004620     IF KJ-HAVE-RULE
004630         PERFORM 1200-FLUSH-RULE
004640             THRU 1200-FLUSH-RULE-EXIT
004650     END-IF.
004660     CLOSE STATUSIN.
004670     CLOSE PERFHIST.
004680     IF KJ-BANKED-COUNT = 0
004690         DISPLAY "KJ0900W NO PROGRESS RECORDS ON STATUSOUT - "
004700             "NOTHING BANKED TONIGHT."
004710         MOVE "KJ0900W" TO KJ-RAISE-CONDITION
004720         MOVE "W"       TO KJ-RAISE-SEVERITY
004730         MOVE 4         TO KJ-RAISE-RC
004740         MOVE "NO PROGRESS RECORDS ON STATUSOUT"
004750             TO KJ-RAISE-TEXT
004760         PERFORM 9000-RAISE-CONDITION
004770             THRU 9000-RAISE-CONDITION-EXIT
004780     END-IF.
004790 1100-BANK-STATUS-EXIT.
004800     EXIT.
004810
004820 1110-READ-STATUS.
004830     READ STATUSIN
004840         AT END
004850             SET KJ-STATUSIN-EOF TO TRUE
004860         NOT AT END
004870             IF KJ-HAVE-RULE
004880                 AND KJ-STA-RULE-NUM NOT = KJ-CUR-RULE-NUM
004890                 PERFORM 1200-FLUSH-RULE
004900                     THRU 1200-FLUSH-RULE-EXIT
004910             END-IF
004920             IF NOT KJ-HAVE-RULE
004930                 SET KJ-HAVE-RULE TO TRUE
004940                 MOVE KJ-STA-RULE-NUM TO KJ-CUR-RULE-NUM
004950                 MOVE KJ-STA-RUN-DATE TO KJ-CUR-RUN-DATE
004960                 MOVE KJ-STA-LOW      TO KJ-CUR-LOW
004970                 MOVE KJ-STA-HIGH     TO KJ-CUR-HIGH
004980                 MOVE KJ-STA-TIME     TO KJ-CUR-FIRST-TIME
004990                 MOVE KJ-STA-CNT      TO KJ-CUR-FIRST-CNT
005000             END-IF
005010             MOVE KJ-STA-TIME          TO KJ-CUR-LAST-TIME
005020             MOVE KJ-STA-CNT           TO KJ-CUR-LAST-CNT
005030             MOVE KJ-STA-QUALIFY-COUNT TO KJ-CUR-QUALIFY-COUNT
005040             MOVE KJ-STA-EST-COMPLETE  TO KJ-CUR-LAST-EST
005050     END-READ.
005060 1110-READ-STATUS-EXIT.
005070     EXIT.
005080
005090*-----------------------------------------------------------------
005100* 1200-FLUSH-RULE - ONE BANKED HISTORY RECORD FOR THE RULE IN
005110* HAND.  THE RATE IS MEASURED BETWEEN THE FIRST AND LAST
005120* PROGRESS RECORDS SEEN, SO A RULE WITH ONLY ONE RECORD (NO
005130* MEASURABLE SPAN) BANKS A ZERO RATE RATHER THAN A GUESS.
005140*-----------------------------------------------------------------
005150 1200-FLUSH-RULE.
005160     MOVE KJ-CUR-FIRST-TIME TO KJ-CLOCK-IN.
005170     PERFORM 1300-CLOCK-TO-SECS
005180         THRU 1300-CLOCK-TO-SECS-EXIT.
005190     MOVE KJ-SECS-OUT TO KJ-FIRST-SECS.
005200     MOVE KJ-CUR-LAST-TIME TO KJ-CLOCK-IN.
005210     PERFORM 1300-CLOCK-TO-SECS
005220         THRU 1300-CLOCK-TO-SECS-EXIT.
005230     MOVE KJ-SECS-OUT TO KJ-LAST-SECS.
005240     IF KJ-LAST-SECS >= KJ-FIRST-SECS
005250         COMPUTE KJ-ELAPSED-SECS =
005260             KJ-LAST-SECS - KJ-FIRST-SECS
005270     ELSE
005280         COMPUTE KJ-ELAPSED-SECS =
005290             KJ-LAST-SECS + 86400 - KJ-FIRST-SECS
005300     END-IF.
005310     IF KJ-CUR-LAST-CNT >= KJ-CUR-FIRST-CNT
005320         COMPUTE KJ-VALUES-DONE =
005330             KJ-CUR-LAST-CNT - KJ-CUR-FIRST-CNT
005340     ELSE
005350         MOVE 0 TO KJ-VALUES-DONE
005360     END-IF.
005370     IF KJ-ELAPSED-SECS = 0
005380         MOVE 0 TO KJ-RATE-PER-SEC
005390     ELSE
005400         COMPUTE KJ-RATE-PER-SEC =
005410             KJ-VALUES-DONE / KJ-ELAPSED-SECS
005420     END-IF.
005430     MOVE SPACES              TO KJ-PERF-HISTORY-RECORD.
005440     MOVE KJ-CUR-RUN-DATE     TO KJ-PHR-RUN-DATE.
005450     MOVE KJ-CUR-RULE-NUM     TO KJ-PHR-RULE-NUM.
005460     MOVE KJ-CUR-LOW          TO KJ-PHR-LOW.
005470     MOVE KJ-CUR-HIGH         TO KJ-PHR-HIGH.
005480     MOVE KJ-CUR-FIRST-TIME   TO KJ-PHR-FIRST-TIME.
005490     MOVE KJ-CUR-LAST-TIME    TO KJ-PHR-LAST-TIME.
005500     MOVE KJ-ELAPSED-SECS     TO KJ-PHR-ELAPSED-SECS.
005510     MOVE KJ-VALUES-DONE      TO KJ-PHR-VALUES-DONE.
005520     MOVE KJ-RATE-PER-SEC     TO KJ-PHR-RATE.
005530     MOVE KJ-CUR-QUALIFY-COUNT TO KJ-PHR-QUALIFY-COUNT.
005540     MOVE KJ-CUR-LAST-EST     TO KJ-PHR-LAST-EST.
005550     WRITE KJ-PERF-HISTORY-RECORD.
005560     ADD 1 TO KJ-BANKED-COUNT.
005570     MOVE "N" TO KJ-HAVE-RULE-SW.
005580 1200-FLUSH-RULE-EXIT.
005590     EXIT.
005600
005610*-----------------------------------------------------------------
005620* 1300-CLOCK-TO-SECS - TURNS AN HHMMSS CLOCK INTO SECONDS SINCE
005630* MIDNIGHT.
005640*-----------------------------------------------------------------
005650 1300-CLOCK-TO-SECS.
005660     COMPUTE KJ-SECS-OUT = KJ-CLK-HH * 3600
005670         + KJ-CLK-MM * 60 + KJ-CLK-SS.
005680 1300-CLOCK-TO-SECS-EXIT.
005690     EXIT.
005700
005710*-----------------------------------------------------------------
005720* 2000-LOAD-HISTORY - READS THE WHOLE PERFORMANCE BANK (NOW
005730* INCLUDING TONIGHT'S RECORDS) INTO THE HISTORY TABLE AND
005740* EXCHANGE-SORTS IT BY RULE AND NIGHT FOR THE TREND SECTIONS.
005750* THE LATEST NIGHT'S AVERAGE RATE IS GATHERED ON THE WAY FOR
005760* RULES THE PROJECTION CANNOT COST AT THEIR OWN RATE.
005770*-----------------------------------------------------------------
005780 2000-LOAD-HISTORY.
005790     OPEN INPUT PERFHIST.
005800     PERFORM 2010-READ-HISTORY
005810         THRU 2010-READ-HISTORY-EXIT
005820         WITH TEST AFTER
005830         UNTIL KJ-PERFHIST-EOF OR KJ-HIS-COUNT >= 200.
005840     CLOSE PERFHIST.
005850     IF NOT KJ-PERFHIST-EOF
005860         DISPLAY "KJ0910W PERFHIST HOLDS MORE THAN 200 "
005870             "RECORDS - TREND RUNS OVER THE FIRST 200 ONLY."
005880         MOVE "KJ0910W" TO KJ-RAISE-CONDITION
005890         MOVE "W"       TO KJ-RAISE-SEVERITY
005900         MOVE 4         TO KJ-RAISE-RC
005910         MOVE "PERFHIST EXCEEDS 200-ENTRY TREND TABLE"
005920             TO KJ-RAISE-TEXT
005930         PERFORM 9000-RAISE-CONDITION
005940             THRU 9000-RAISE-CONDITION-EXIT
005950     END-IF.
005960     PERFORM 2100-SORT-HISTORY
005970         THRU 2100-SORT-HISTORY-EXIT.
005980     PERFORM 2300-AVERAGE-LATEST
005990         THRU 2300-AVERAGE-LATEST-EXIT
006000         VARYING KJ-HIS-IDX FROM 1 BY 1
006010             UNTIL KJ-HIS-IDX > KJ-HIS-COUNT.
006020     IF KJ-AVG-RATE-CNT > 0
006030         COMPUTE KJ-AVG-RATE =
006040             KJ-AVG-RATE-SUM / KJ-AVG-RATE-CNT
006050     END-IF.
006060 2000-LOAD-HISTORY-EXIT.
006070     EXIT.
006080
006090 2010-READ-HISTORY.
006100     READ PERFHIST
006110         AT END
006120             SET KJ-PERFHIST-EOF TO TRUE
006130         NOT AT END
006140             ADD 1 TO KJ-HIS-COUNT
006150             MOVE KJ-PHR-RULE-NUM
006160                 TO KJ-HIS-RULE-NUM (KJ-HIS-COUNT)
006170             MOVE KJ-PHR-RUN-DATE
006180                 TO KJ-HIS-RUN-DATE (KJ-HIS-COUNT)
006190             MOVE KJ-PHR-LOW
006200                 TO KJ-HIS-LOW (KJ-HIS-COUNT)
006210             MOVE KJ-PHR-HIGH
006220                 TO KJ-HIS-HIGH (KJ-HIS-COUNT)
006230             MOVE KJ-PHR-ELAPSED-SECS
006240                 TO KJ-HIS-ELAPSED (KJ-HIS-COUNT)
006250             MOVE KJ-PHR-VALUES-DONE
006260                 TO KJ-HIS-DONE (KJ-HIS-COUNT)
006270             MOVE KJ-PHR-RATE
006280                 TO KJ-HIS-RATE (KJ-HIS-COUNT)
006290             MOVE KJ-PHR-QUALIFY-COUNT
006300                 TO KJ-HIS-QUALIFY (KJ-HIS-COUNT)
006310             MOVE KJ-PHR-LAST-EST
006320                 TO KJ-HIS-LAST-EST (KJ-HIS-COUNT)
006330             MOVE KJ-PHR-LAST-TIME
006340                 TO KJ-HIS-LAST-TIME (KJ-HIS-COUNT)
006350             IF KJ-PHR-RUN-DATE > KJ-LATEST-DATE
006360                 MOVE KJ-PHR-RUN-DATE TO KJ-LATEST-DATE
006370             END-IF
006380     END-READ.
006390 2010-READ-HISTORY-EXIT.
006400     EXIT.
006410
006420 2100-SORT-HISTORY.
006430     PERFORM 2110-SORT-PASS
006440         THRU 2110-SORT-PASS-EXIT
006450         VARYING KJ-HIS-IDX FROM 1 BY 1
006460             UNTIL KJ-HIS-IDX >= KJ-HIS-COUNT.
006470 2100-SORT-HISTORY-EXIT.
006480     EXIT.
006490
006500 2110-SORT-PASS.
006510     PERFORM 2120-SORT-COMPARE
006520         THRU 2120-SORT-COMPARE-EXIT
006530         VARYING KJ-HIS-JDX FROM KJ-HIS-IDX BY 1
006540             UNTIL KJ-HIS-JDX > KJ-HIS-COUNT.
006550 2110-SORT-PASS-EXIT.
006560     EXIT.
006570
006580 2120-SORT-COMPARE.
006590     IF KJ-HIS-RULE-NUM (KJ-HIS-JDX)
006600             < KJ-HIS-RULE-NUM (KJ-HIS-IDX)
006610         OR (KJ-HIS-RULE-NUM (KJ-HIS-JDX)
006620                 = KJ-HIS-RULE-NUM (KJ-HIS-IDX)
006630             AND KJ-HIS-RUN-DATE (KJ-HIS-JDX)
006640                 < KJ-HIS-RUN-DATE (KJ-HIS-IDX))
006650         MOVE KJ-HIS-ENTRY (KJ-HIS-IDX) TO KJ-HIS-SWAP
006660         MOVE KJ-HIS-ENTRY (KJ-HIS-JDX)
006670             TO KJ-HIS-ENTRY (KJ-HIS-IDX)
006680         MOVE KJ-HIS-SWAP TO KJ-HIS-ENTRY (KJ-HIS-JDX)
006690     END-IF.
006700 2120-SORT-COMPARE-EXIT.
006710     EXIT.
006720
006730 2300-AVERAGE-LATEST.
006740     IF KJ-HIS-RUN-DATE (KJ-HIS-IDX) = KJ-LATEST-DATE
006750         AND KJ-HIS-RATE (KJ-HIS-IDX) > 0
006760         ADD KJ-HIS-RATE (KJ-HIS-IDX) TO KJ-AVG-RATE-SUM
006770         ADD 1 TO KJ-AVG-RATE-CNT
006780     END-IF.
006790 2300-AVERAGE-LATEST-EXIT.
006800     EXIT.
006810
006820*-----------------------------------------------------------------
006830* 2500-LOAD-AUDIT - LOADS THE DATES OF THE NIGHTS THAT RAN TO
006840* COMPLETION FROM THE AUDITLOG GENERATIONS.  THE AUDIT RECORD
006850* IS ONLY WRITTEN AT END OF RUN, SO ITS PRESENCE PROVES THE
006860* NIGHT CLOSED ITS BOOKS; ITS TIME FIELD IS THE RUN'S START
006870* TIME (CAPTURED IN INITIALIZATION) AND IS NOT USED HERE.
006880*-----------------------------------------------------------------
006890 2500-LOAD-AUDIT.
006900     OPEN INPUT AUDITIN.
006910     PERFORM 2510-READ-AUDIT
006920         THRU 2510-READ-AUDIT-EXIT
006930         WITH TEST AFTER UNTIL KJ-AUDITIN-EOF.
006940     CLOSE AUDITIN.
006950 2500-LOAD-AUDIT-EXIT.
006960     EXIT.
006970
006980 2510-READ-AUDIT.
006990     READ AUDITIN
007000         AT END
007010             SET KJ-AUDITIN-EOF TO TRUE
007020         NOT AT END
007030             MOVE 0 TO KJ-FIN-IDX
007040             PERFORM 2520-FIND-AUDIT-DATE
007050                 THRU 2520-FIND-AUDIT-DATE-EXIT
007060                 VARYING KJ-FIN-JDX-SUB FROM 1 BY 1
007070                     UNTIL KJ-FIN-JDX-SUB > KJ-FIN-COUNT
007080             IF KJ-FIN-IDX = 0
007090                 IF KJ-FIN-COUNT < 100
007100                     ADD 1 TO KJ-FIN-COUNT
007110                     MOVE KJ-AUD-RUN-DATE
007120                         TO KJ-FIN-RUN-DATE (KJ-FIN-COUNT)
007130                 ELSE
007140                     PERFORM 2530-FIN-TABLE-FULL
007150                         THRU 2530-FIN-TABLE-FULL-EXIT
007160                 END-IF
007170             END-IF
007180     END-READ.
007190 2510-READ-AUDIT-EXIT.
007200     EXIT.
007210
007220 2520-FIND-AUDIT-DATE.
007230     IF KJ-FIN-RUN-DATE (KJ-FIN-JDX-SUB) = KJ-AUD-RUN-DATE
007240         MOVE KJ-FIN-JDX-SUB TO KJ-FIN-IDX
007250     END-IF.
007260 2520-FIND-AUDIT-DATE-EXIT.
007270     EXIT.
007280
007290*-----------------------------------------------------------------
007300* 2530-FIN-TABLE-FULL - AN AUDIT DATE BEYOND THE 100-ENTRY
007310* COMPLETED-NIGHT TABLE CANNOT BE MATCHED, SO EVERY BANKED
007320* NIGHT ON A DROPPED DATE WOULD FALSELY FLAG *NO AUDIT.  SAID
007330* ONCE PER RUN, THE SAME WAY THE 200-ENTRY HISTORY TABLE
007340* WARNS, SO THE FLAG IS READ WITH THE RIGHT SUSPICION UNTIL
007350* THE AUDITLOG GENERATIONS ARE RETIRED BY THE YEAR-END PURGE.
007360*-----------------------------------------------------------------
007370 2530-FIN-TABLE-FULL.
007380     IF KJ-FIN-FULL-WARNED
007390         GO TO 2530-FIN-TABLE-FULL-EXIT
007400     END-IF.
007410     SET KJ-FIN-FULL-WARNED TO TRUE.
007420     DISPLAY "KJ0940W AUDITLOG HOLDS MORE THAN 100 RUN "
007430         "DATES - AUDIT MATCHING IS INCOMPLETE AND *NO "
007440         "AUDIT FLAGS BEYOND 100 NIGHTS ARE NOT RELIABLE."
007450     MOVE "KJ0940W" TO KJ-RAISE-CONDITION.
007460     MOVE "W"       TO KJ-RAISE-SEVERITY.
007470     MOVE 4         TO KJ-RAISE-RC.
007480     MOVE "AUDIT MATCH INCOMPLETE PAST 100 NIGHTS"
007490         TO KJ-RAISE-TEXT.
007500     PERFORM 9000-RAISE-CONDITION
007510         THRU 9000-RAISE-CONDITION-EXIT.
007520 2530-FIN-TABLE-FULL-EXIT.
007530     EXIT.
007540
007550*-----------------------------------------------------------------
007560* 3000-PRINT-TREND - THE NIGHT-OVER-NIGHT SECTIONS: ONE HEADING
007570* PER RULE, ONE LINE PER BANKED NIGHT, ESTIMATED FINISH BESIDE
007580* THE ACTUAL FINISH - THE RULE'S LAST BANKED PROGRESS TIME,
007590* WHICH TRAILS THE TRUE FINISH BY LESS THAN ONE STATUS
007600* INTERVAL.  A NIGHT WITH NO AUDIT RECORD NEVER CLOSED ITS
007610* BOOKS AND ITS LINES ARE FLAGGED *NO AUDIT.
007620*-----------------------------------------------------------------
007630 3000-PRINT-TREND.
007640     PERFORM 3100-TREND-ENTRY
007650         THRU 3100-TREND-ENTRY-EXIT
007660         VARYING KJ-HIS-IDX FROM 1 BY 1
007670             UNTIL KJ-HIS-IDX > KJ-HIS-COUNT.
007680 3000-PRINT-TREND-EXIT.
007690     EXIT.
007700
007710 3100-TREND-ENTRY.
007720     IF KJ-HIS-RULE-NUM (KJ-HIS-IDX) NOT = KJ-PREV-RULE-NUM
007730         IF KJ-LINE-CNT + 4 > KJ-LINES-PER-PAGE
007740             PERFORM 3500-PAGE-HEADING
007750                 THRU 3500-PAGE-HEADING-EXIT
007760         END-IF
007770         MOVE SPACES TO KJ-PRINT-LINE
007780         WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE
007790         MOVE KJ-HIS-RULE-NUM (KJ-HIS-IDX) TO KJ-RHD-RULE-NUM
007800         MOVE KJ-HIS-LOW  (KJ-HIS-IDX)     TO KJ-RHD-LOW
007810         MOVE KJ-HIS-HIGH (KJ-HIS-IDX)     TO KJ-RHD-HIGH
007820         WRITE KJ-PRINT-LINE FROM KJ-RULE-HDG-LINE
007830             AFTER ADVANCING 1 LINE
007840         WRITE KJ-PRINT-LINE FROM KJ-COL-HDG-LINE
007850             AFTER ADVANCING 1 LINE
007860         ADD 3 TO KJ-LINE-CNT
007870         MOVE KJ-HIS-RULE-NUM (KJ-HIS-IDX)
007880             TO KJ-PREV-RULE-NUM
007890     END-IF.
007900     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
007910         PERFORM 3500-PAGE-HEADING
007920             THRU 3500-PAGE-HEADING-EXIT
007930     END-IF.
007940     MOVE "N" TO KJ-AUDIT-SEEN-SW.
007950     PERFORM 3200-MATCH-AUDIT
007960         THRU 3200-MATCH-AUDIT-EXIT
007970         VARYING KJ-FIN-JDX-SUB FROM 1 BY 1
007980             UNTIL KJ-FIN-JDX-SUB > KJ-FIN-COUNT.
007990     MOVE KJ-HIS-RUN-DATE (KJ-HIS-IDX) TO KJ-NGT-RUN-DATE.
008000     MOVE KJ-HIS-ELAPSED (KJ-HIS-IDX)  TO KJ-NGT-ELAPSED.
008010     MOVE KJ-HIS-DONE (KJ-HIS-IDX)     TO KJ-NGT-DONE.
008020     MOVE KJ-HIS-RATE (KJ-HIS-IDX)     TO KJ-NGT-RATE.
008030     MOVE KJ-HIS-QUALIFY (KJ-HIS-IDX)  TO KJ-NGT-QUALIFY.
008040     MOVE KJ-HIS-LAST-EST (KJ-HIS-IDX) TO KJ-NGT-EST.
008050     MOVE KJ-HIS-LAST-TIME (KJ-HIS-IDX) TO KJ-NGT-ACTUAL.
008060     IF KJ-AUDIT-SEEN
008070         MOVE SPACES      TO KJ-NGT-NOTE
008080     ELSE
008090         MOVE "*NO AUDIT" TO KJ-NGT-NOTE
008100     END-IF.
008110     WRITE KJ-PRINT-LINE FROM KJ-NIGHT-LINE
008120         AFTER ADVANCING 1 LINE.
008130     ADD 1 TO KJ-LINE-CNT.
008140 3100-TREND-ENTRY-EXIT.
008150     EXIT.
008160
008170 3200-MATCH-AUDIT.
008180     IF KJ-FIN-RUN-DATE (KJ-FIN-JDX-SUB)
008190         = KJ-HIS-RUN-DATE (KJ-HIS-IDX)
008200         SET KJ-AUDIT-SEEN TO TRUE
008210     END-IF.
008220 3200-MATCH-AUDIT-EXIT.
008230     EXIT.
008240
008250*-----------------------------------------------------------------
008260* 3500-PAGE-HEADING - THROWS TO A NEW PAGE AND PRINTS THE PAGE
008270* HEADING WITH RUN DATE, OPERATOR AND PAGE NUMBER.
008280*-----------------------------------------------------------------
008290 3500-PAGE-HEADING.
008300     ADD 1 TO KJ-PAGE-NUM.
008310     MOVE KJ-PRF-RUN-DATE TO KJ-HDG-RUN-DATE.
008320     MOVE KJ-PRF-OPERATOR TO KJ-HDG-OPERATOR.
008330     MOVE KJ-PAGE-NUM     TO KJ-HDG-PAGE.
008340     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-1
008350         AFTER ADVANCING PAGE.
008360     MOVE SPACES TO KJ-PRINT-LINE.
008370     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
008380     MOVE 2 TO KJ-LINE-CNT.
008390 3500-PAGE-HEADING-EXIT.
008400     EXIT.
008410
008420*-----------------------------------------------------------------
008430* 4000-PROJECT-WINDOW - COSTS EVERY ACTIVE RULE ON RULEMAST AT
008440* ITS OWN LATEST MEASURED RATE (OR THE LATEST NIGHT'S AVERAGE
008450* WHEN THE RULE HAS NEVER BEEN MEASURED) AND SAYS WHETHER THE
008460* WHOLE SET STILL FITS THE OVERNIGHT WINDOW.  A PROJECTION
008470* PAST THE WINDOW IS THE SIGNAL TO INVOKE THE SPLIT-STEP PLAN
008480* AT PLANNING TIME.
008490*-----------------------------------------------------------------
008500 4000-PROJECT-WINDOW.
008510     IF KJ-LINE-CNT + 4 > KJ-LINES-PER-PAGE
008520         PERFORM 3500-PAGE-HEADING
008530             THRU 3500-PAGE-HEADING-EXIT
008540     END-IF.
008550     MOVE SPACES TO KJ-PRINT-LINE.
008560     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
008570     MOVE KJ-WINDOW-SECS TO KJ-PHD-WINDOW.
008580     WRITE KJ-PRINT-LINE FROM KJ-PROJ-HDG-LINE
008590         AFTER ADVANCING 1 LINE.
008600     ADD 2 TO KJ-LINE-CNT.
008610     OPEN INPUT RULEMAST.
008620     PERFORM 4100-PROJECT-RULE
008630         THRU 4100-PROJECT-RULE-EXIT
008640         WITH TEST AFTER UNTIL KJ-RULEMAST-EOF.
008650     CLOSE RULEMAST.
008660     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
008670         PERFORM 3500-PAGE-HEADING
008680             THRU 3500-PAGE-HEADING-EXIT
008690     END-IF.
008700     MOVE KJ-PROJ-TOTAL-SECS TO KJ-VRD-TOTAL.
008710     IF KJ-PROJ-RULE-COUNT = 0
008720         MOVE "NO ACTIVE RULES TO PROJECT" TO KJ-VRD-VERDICT
008730     ELSE
008740         IF KJ-PROJ-TOTAL-SECS > KJ-WINDOW-SECS
008750             MOVE "*** EXCEEDS WINDOW - PLAN THE SPLIT STEPS"
008760                 TO KJ-VRD-VERDICT
008770             MOVE "KJ0920W" TO KJ-RAISE-CONDITION
008780             MOVE "W"       TO KJ-RAISE-SEVERITY
008790             MOVE 4         TO KJ-RAISE-RC
008800             MOVE "PROJECTED RUN EXCEEDS OVERNIGHT WINDOW"
008810                 TO KJ-RAISE-TEXT
008820             PERFORM 9000-RAISE-CONDITION
008830                 THRU 9000-RAISE-CONDITION-EXIT
008840         ELSE
008850             MOVE "FITS THE OVERNIGHT WINDOW"
008860                 TO KJ-VRD-VERDICT
008870         END-IF
008880     END-IF.
008890     WRITE KJ-PRINT-LINE FROM KJ-VERDICT-LINE
008900         AFTER ADVANCING 1 LINE.
008910     ADD 1 TO KJ-LINE-CNT.
008920     IF KJ-UNMEASURED-COUNT > 0
008930         MOVE "KJ0930W" TO KJ-RAISE-CONDITION
008940         MOVE "W"       TO KJ-RAISE-SEVERITY
008950         MOVE 4         TO KJ-RAISE-RC
008960         MOVE "RULES PROJECTED WITHOUT A MEASURED RATE"
008970             TO KJ-RAISE-TEXT
008980         PERFORM 9000-RAISE-CONDITION
008990             THRU 9000-RAISE-CONDITION-EXIT
009000     END-IF.
009010 4000-PROJECT-WINDOW-EXIT.
009020     EXIT.
009030
009040*-----------------------------------------------------------------
009050* 4100-PROJECT-RULE - ONE ACTIVE RULE COSTED AT THE BEST RATE
009060* ON FILE FOR IT.  A RULE WITH NO RATE AT ALL (NO HISTORY AND
009070* NO LATEST-NIGHT AVERAGE) IS PRINTED AS UNMEASURED AND LEFT
009080* OUT OF THE TOTAL RATHER THAN GUESSED AT.
009090*-----------------------------------------------------------------
009100 4100-PROJECT-RULE.
009110     READ RULEMAST NEXT RECORD
009120         AT END
009130             SET KJ-RULEMAST-EOF TO TRUE
009140         NOT AT END
009150             IF NOT KJ-RMS-ACTIVE
009160                 OR (KJ-RMS-EFF-FROM > 0
009170                     AND KJ-PRF-RUN-DATE < KJ-RMS-EFF-FROM)
009180                 OR (KJ-RMS-EFF-TO > 0
009190                     AND KJ-PRF-RUN-DATE > KJ-RMS-EFF-TO)
009200                 CONTINUE
009210             ELSE
009220                 PERFORM 4200-COST-RULE
009230                     THRU 4200-COST-RULE-EXIT
009240             END-IF
009250     END-READ.
009260 4100-PROJECT-RULE-EXIT.
009270     EXIT.
009280
009290 4200-COST-RULE.
009300     ADD 1 TO KJ-PROJ-RULE-COUNT.
009310     MOVE 0 TO KJ-PROJ-RATE.
009320     MOVE 0 TO KJ-PROJ-RATE-DATE.
009330     PERFORM 4250-FIND-RATE
009340         THRU 4250-FIND-RATE-EXIT
009350         VARYING KJ-HIS-IDX FROM 1 BY 1
009360             UNTIL KJ-HIS-IDX > KJ-HIS-COUNT.
009370     MOVE SPACES TO KJ-PRJ-NOTE.
009380     IF KJ-PROJ-RATE = 0
009390         MOVE KJ-AVG-RATE TO KJ-PROJ-RATE
009400         MOVE "  (AT LATEST AVG RATE)  " TO KJ-PRJ-NOTE
009410     END-IF.
009420     COMPUTE KJ-PROJ-SIZE =
009430         KJ-RMS-HIGH - KJ-RMS-LOW + 1.
009440     IF KJ-PROJ-RATE = 0
009450         MOVE 0 TO KJ-PROJ-SECS
009460         MOVE "  (NO MEASURED RATE)    " TO KJ-PRJ-NOTE
009470         ADD 1 TO KJ-UNMEASURED-COUNT
009480     ELSE
009490         COMPUTE KJ-PROJ-SECS =
009500             KJ-PROJ-SIZE / KJ-PROJ-RATE
009510         ADD KJ-PROJ-SECS TO KJ-PROJ-TOTAL-SECS
009520     END-IF.
009530     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
009540         PERFORM 3500-PAGE-HEADING
009550             THRU 3500-PAGE-HEADING-EXIT
009560     END-IF.
009570     MOVE KJ-RMS-RULE-NUM TO KJ-PRJ-RULE-NUM.
009580     MOVE KJ-PROJ-SIZE    TO KJ-PRJ-SIZE.
009590     MOVE KJ-PROJ-RATE    TO KJ-PRJ-RATE.
009600     MOVE KJ-PROJ-SECS    TO KJ-PRJ-SECS.
009610     WRITE KJ-PRINT-LINE FROM KJ-PROJ-LINE
009620         AFTER ADVANCING 1 LINE.
009630     ADD 1 TO KJ-LINE-CNT.
009640 4200-COST-RULE-EXIT.
009650     EXIT.
009660
009670 4250-FIND-RATE.
009680     IF KJ-HIS-RULE-NUM (KJ-HIS-IDX) = KJ-RMS-RULE-NUM
009690         AND KJ-HIS-RATE (KJ-HIS-IDX) > 0
009700         AND KJ-HIS-RUN-DATE (KJ-HIS-IDX)
009710             >= KJ-PROJ-RATE-DATE
009720         MOVE KJ-HIS-RATE (KJ-HIS-IDX) TO KJ-PROJ-RATE
009730         MOVE KJ-HIS-RUN-DATE (KJ-HIS-IDX)
009740             TO KJ-PROJ-RATE-DATE
009750     END-IF.
009760 4250-FIND-RATE-EXIT.
009770     EXIT.
009780
009790*-----------------------------------------------------------------
009800* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
009810* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
009820* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
009830* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
009840*-----------------------------------------------------------------
009850 9000-RAISE-CONDITION.
009860     IF NOT KJ-ERRSUMM-OPEN
009870         OPEN OUTPUT ERRSUMM
009880         SET KJ-ERRSUMM-OPEN TO TRUE
009890     END-IF.
009900     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
009910     MOVE KJ-PRF-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
009920     MOVE KJ-PRF-RUN-DATE     TO KJ-ERR-RUN-DATE.
009930     COMPUTE KJ-ERR-RUN-TIME = KJ-PRF-RUN-TIME / 100.
009940     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
009950     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
009960     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
009970     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
009980     WRITE KJ-ERROR-SUMMARY-RECORD.
009990     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
010000         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
010010     END-IF.
010020 9000-RAISE-CONDITION-EXIT.
010030     EXIT.
010040
010050*-----------------------------------------------------------------
010060* 9100-CHECK-STEP-DONE - READS THE CYCLE'S STEP-COMPLETION LOG.
010070* WHEN THIS STEP IS ALREADY ON IT AS COMPLETED WITH A RETURN
010080* CODE OF 4 OR LESS, THE STREAM HAS BEEN RESUBMITTED PAST IT
010090* AND THE RUN ENDS AT ONCE INSTEAD OF REPEATING ITS WORK.  A
010100* MISSING LOG (FIRST SUBMISSION OF THE CYCLE) READS AS EMPTY.
010110*-----------------------------------------------------------------
010120 9100-CHECK-STEP-DONE.
010130     MOVE "N" TO KJ-STEPLOG-EOF-SW.
010140     OPEN INPUT STEPLOG.
010150     PERFORM 9110-READ-STEPLOG
010160         THRU 9110-READ-STEPLOG-EXIT
010170         WITH TEST AFTER UNTIL KJ-STEPLOG-EOF.
010180     CLOSE STEPLOG.
010190     IF KJ-STEP-ALREADY-DONE
010200         DISPLAY "KJ1000I " KJ-PRF-PROGRAM-NAME
010210             " ALREADY COMPLETED THIS CYCLE - SKIPPED."
010220     END-IF.
010230 9100-CHECK-STEP-DONE-EXIT.
010240     EXIT.
010250
010260*-----------------------------------------------------------------
010270* 9110-READ-STEPLOG - ONE STEP-COMPLETION RECORD.
010280*-----------------------------------------------------------------
010290 9110-READ-STEPLOG.
010300     READ STEPLOG
010310         AT END
010320             SET KJ-STEPLOG-EOF TO TRUE
010330         NOT AT END
010340             IF KJ-SCL-PROGRAM-ID = KJ-PRF-PROGRAM-NAME
010350                 AND KJ-SCL-STEP-NUM = 0
010360                 AND KJ-SCL-COMPLETED
010370                 AND KJ-SCL-RETURN-CODE NOT > 4
010380                 SET KJ-STEP-ALREADY-DONE TO TRUE
010390             END-IF
010400     END-READ.
010410 9110-READ-STEPLOG-EXIT.
010420     EXIT.
010430
010440*-----------------------------------------------------------------
010450* 9200-POST-STEP-DONE - APPENDS THIS RUN'S STEP-COMPLETION
010460* RECORD: START DATE AND TIME AS STAMPED ON ITS ERRSUMM RECORDS,
010470* END DATE AND TIME NOW, THE FINAL RETURN CODE, AND THE STATUS
010480* STAGED IN KJ-STEP-STATUS BY THE MAINLINE.
010490*-----------------------------------------------------------------
010500 9200-POST-STEP-DONE.
010510     ACCEPT KJ-STEP-END-DATE FROM DATE YYYYMMDD.
010520     ACCEPT KJ-STEP-END-TIME FROM TIME.
010530     OPEN EXTEND STEPLOG.
010540     MOVE SPACES              TO KJ-STEP-COMPLETION-RECORD.
010550     MOVE KJ-PRF-PROGRAM-NAME TO KJ-SCL-PROGRAM-ID.
010560     MOVE 0                   TO KJ-SCL-STEP-NUM.
010570     MOVE KJ-PRF-RUN-DATE     TO KJ-SCL-START-DATE.
010580     COMPUTE KJ-SCL-START-TIME = KJ-PRF-RUN-TIME / 100.
010590     MOVE KJ-STEP-END-DATE    TO KJ-SCL-END-DATE.
010600     COMPUTE KJ-SCL-END-TIME = KJ-STEP-END-TIME / 100.
010610     MOVE KJ-MAX-RETURN-CODE  TO KJ-SCL-RETURN-CODE.
010620     MOVE KJ-STEP-STATUS      TO KJ-SCL-STATUS.
010630     WRITE KJ-STEP-COMPLETION-RECORD.
010640     CLOSE STEPLOG.
010650 9200-POST-STEP-DONE-EXIT.
010660     EXIT.
