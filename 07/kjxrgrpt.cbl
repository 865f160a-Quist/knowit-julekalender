000300*     2026-09-02 JAK  NEW PROGRAM - TRANSMISSION REGISTER
000310*                     REPORT WITH OVERDUE AND SEQUENCE-GAP
000320*                     DETECTION.
000330*     2026-10-15 JAK  JOB-STREAM CONTROL: POSTS A STEP-
000340*                     COMPLETION RECORD TO STEPLOG (KJSCLREC)
000350*                     AS IT ENDS, AND SKIPS THE RUN WHEN A
000360*                     RESUBMITTED STREAM FINDS IT ALREADY
000370*                     COMPLETED CLEANLY THIS CYCLE.
000380*     2026-10-15 JAK  STATUS REV FOR A BATCH BACKED OUT BY
000390*                     KJBKOUT; A CANCELLATION BATCH IS FLAGGED
000400*                     WITH THE SEQUENCE IT CANCELS.
000410*****************************************************************
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.   IBM-370.
000450 OBJECT-COMPUTER.   IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT XMITREG  ASSIGN TO XMITREG
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS KJ-XRG-FILE-SEQ-NUM.
000520
000530     SELECT XRGRPT   ASSIGN TO XRGRPT
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT OPTIONAL STEPLOG ASSIGN TO STEPLOG
000600         ORGANIZATION IS SEQUENTIAL.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  XMITREG
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 60 CHARACTERS.
000670     COPY KJXRGREC.
000680
000690 FD  XRGRPT
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 132 CHARACTERS.
000720 01  KJ-PRINT-LINE            PIC X(132).
000730
000740 FD  ERRSUMM
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770     COPY KJERRREC.
000780
000790 FD  STEPLOG
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 48 CHARACTERS.
000820     COPY KJSCLREC.
000830
000840 WORKING-STORAGE SECTION.
000850 01  KJ-XRR-PROGRAM-NAME      PIC X(08) VALUE "KJXRGRPT".
000860 01  KJ-XRR-RUN-DATE          PIC 9(8) VALUE 0.
000870 01  KJ-XRR-RUN-TIME          PIC 9(8) VALUE 0.
000880
000890 01  KJ-BATCH-COUNT           PIC 9(7) VALUE 0.
000900 01  KJ-OVERDUE-COUNT         PIC 9(7) VALUE 0.
000910 01  KJ-XRR-CANCEL-FLAG.
000920     05  FILLER               PIC X(04) VALUE "CXL ".
000930     05  KJ-XRR-CANCELS-SEQ   PIC 9(6).
000940 01  KJ-GAP-COUNT             PIC 9(7) VALUE 0.
000950 01  KJ-PREV-SEQ-NUM          PIC 9(6) VALUE 0.
000960 01  KJ-MISSING-COUNT         PIC 9(6) VALUE 0.
000970
000980 01  KJ-PAGE-NUM              PIC 9(4) VALUE 0.
000990 01  KJ-LINE-CNT              PIC 9(3) VALUE 99.
001000 01  KJ-LINES-PER-PAGE        PIC 9(3) VALUE 56.
001010
001020 01  KJ-XMITREG-EOF-SW        PIC X(01) VALUE "N".
001030     88  KJ-XMITREG-EOF              VALUE "Y".
001040
001050*****************************************************************
001060* PRINT LINE LAYOUTS.
001070*****************************************************************
001080 01  KJ-HDG-LINE-1.
001090     05  FILLER               PIC X(05) VALUE SPACES.
001100     05  FILLER               PIC X(40) VALUE
001110         "KNOWIT ADVENT CALENDAR - DAY 07".
001120     05  FILLER               PIC X(21) VALUE
001130         "TRANSMISSION REGISTER".
001140     05  FILLER               PIC X(06) VALUE SPACES.
001150     05  FILLER               PIC X(09) VALUE "RUN DATE ".
001160     05  KJ-HDG-RUN-DATE      PIC 9(8).
001170     05  FILLER               PIC X(03) VALUE SPACES.
001180     05  FILLER               PIC X(05) VALUE "PAGE ".
001190     05  KJ-HDG-PAGE          PIC ZZZ9.
001200     05  FILLER               PIC X(31) VALUE SPACES.
001210
001220 01  KJ-COL-HDG-LINE.
001230     05  FILLER               PIC X(05) VALUE SPACES.
001240     05  FILLER               PIC X(10) VALUE "SEQUENCE  ".
001250     05  FILLER               PIC X(11) VALUE "RUN DATE   ".
001260     05  FILLER               PIC X(14) VALUE "RECORD COUNT  ".
001270     05  FILLER               PIC X(19) VALUE
001280         "HASH TOTAL         ".
001290     05  FILLER               PIC X(08) VALUE "STATUS  ".
001300     05  FILLER               PIC X(12) VALUE "STATUS DATE ".
001310     05  FILLER               PIC X(10) VALUE "FLAG      ".
001320     05  FILLER               PIC X(43) VALUE SPACES.
001330
001340 01  KJ-REGISTER-LINE.
001350     05  FILLER               PIC X(05) VALUE SPACES.
001360     05  KJ-RGL-SEQ-NUM       PIC 9(6).
001370     05  FILLER               PIC X(04) VALUE SPACES.
001380     05  KJ-RGL-RUN-DATE      PIC 9(8).
001390     05  FILLER               PIC X(03) VALUE SPACES.
001400     05  KJ-RGL-RECORD-COUNT  PIC ZZZ,ZZZ,ZZ9.
001410     05  FILLER               PIC X(03) VALUE SPACES.
001420     05  KJ-RGL-HASH-TOTAL    PIC 9(15).
001430     05  FILLER               PIC X(04) VALUE SPACES.
001440     05  KJ-RGL-STATUS        PIC X(04).
001450     05  FILLER               PIC X(04) VALUE SPACES.
001460     05  KJ-RGL-STATUS-DATE   PIC 9(8).
001470     05  FILLER               PIC X(04) VALUE SPACES.
001480     05  KJ-RGL-FLAG          PIC X(10).
001490     05  FILLER               PIC X(43) VALUE SPACES.
001500
001510 01  KJ-GAP-LINE.
001520     05  FILLER               PIC X(05) VALUE SPACES.
001530     05  FILLER               PIC X(24) VALUE
001540         "*** SEQUENCE GAP -      ".
001550     05  KJ-GPL-MISSING       PIC ZZZZZ9.
001560     05  FILLER               PIC X(26) VALUE
001570         " BATCH(ES) MISSING BEFORE ".
001580     05  KJ-GPL-SEQ-NUM       PIC 9(6).
001590     05  FILLER               PIC X(65) VALUE SPACES.
001600
001610*****************************************************************
001620* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
001630* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
001640* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
001650* RETURN-CODE BEFORE STOP RUN.
001660*****************************************************************
001670 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
001680 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
001690 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
001700 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
001710 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
001720
001730 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
001740     88  KJ-ERRSUMM-OPEN             VALUE "Y".
001750
001760*****************************************************************
001770* JOB-STREAM STEP-COMPLETION WORKING FIELDS.  STEPLOG IS READ AT
001780* START OF RUN SO A RESUBMITTED STREAM SKIPS THIS STEP WHEN IT
001790* ALREADY COMPLETED CLEANLY THIS CYCLE, AND ONE COMPLETION
001800* RECORD IS APPENDED AS THE RUN ENDS (SEE KJSCLREC).
001810*****************************************************************
001820 01  KJ-STEP-END-DATE         PIC 9(8) VALUE 0.
001830 01  KJ-STEP-END-TIME         PIC 9(8) VALUE 0.
001840 01  KJ-STEP-STATUS           PIC X(01) VALUE "C".
001850 01  KJ-STEPLOG-EOF-SW        PIC X(01) VALUE "N".
001860     88  KJ-STEPLOG-EOF              VALUE "Y".
001870 01  KJ-STEP-DONE-SW          PIC X(01) VALUE "N".
001880     88  KJ-STEP-ALREADY-DONE        VALUE "Y".
001890
001900 PROCEDURE DIVISION.
001910*-----------------------------------------------------------------
001920* 0000-MAINLINE.
001930*-----------------------------------------------------------------
001940 0000-MAINLINE.
001950     ACCEPT KJ-XRR-RUN-DATE FROM DATE YYYYMMDD.
001960     ACCEPT KJ-XRR-RUN-TIME FROM TIME.
001970     PERFORM 9100-CHECK-STEP-DONE
001980         THRU 9100-CHECK-STEP-DONE-EXIT.
001990     IF KJ-STEP-ALREADY-DONE
002000         MOVE "S" TO KJ-STEP-STATUS
002010         PERFORM 9200-POST-STEP-DONE
002020             THRU 9200-POST-STEP-DONE-EXIT
002030         MOVE 0 TO RETURN-CODE
002040         STOP RUN
002050     END-IF.
002060     OPEN INPUT XMITREG.
002070     OPEN OUTPUT XRGRPT.
002080     PERFORM 1000-READ-REGISTER
002090         THRU 1000-READ-REGISTER-EXIT
002100         WITH TEST AFTER UNTIL KJ-XMITREG-EOF.
002110     CLOSE XMITREG.
002120     CLOSE XRGRPT.
002130     DISPLAY "KJXRGRPT - BATCHES ON REGISTER: "
002140         KJ-BATCH-COUNT.
002150     DISPLAY "KJXRGRPT - OVERDUE UNACKED:     "
002160         KJ-OVERDUE-COUNT.
002170     DISPLAY "KJXRGRPT - SEQUENCE GAPS:       "
002180         KJ-GAP-COUNT.
002190     IF KJ-OVERDUE-COUNT > 0
002200         MOVE "KJ0960W" TO KJ-RAISE-CONDITION
002210         MOVE "W"       TO KJ-RAISE-SEVERITY
002220         MOVE 4         TO KJ-RAISE-RC
002230         MOVE "BATCHES UNACKNOWLEDGED PAST DEADLINE"
002240             TO KJ-RAISE-TEXT
002250         PERFORM 9000-RAISE-CONDITION
002260             THRU 9000-RAISE-CONDITION-EXIT
002270     END-IF.
002280     IF KJ-GAP-COUNT > 0
002290         MOVE "KJ0950W" TO KJ-RAISE-CONDITION
002300         MOVE "W"       TO KJ-RAISE-SEVERITY
002310         MOVE 4         TO KJ-RAISE-RC
002320         MOVE "GAPS IN THE TRANSMISSION SEQUENCE"
002330             TO KJ-RAISE-TEXT
002340         PERFORM 9000-RAISE-CONDITION
002350             THRU 9000-RAISE-CONDITION-EXIT
002360     END-IF.
002370     IF KJ-ERRSUMM-OPEN
002380         CLOSE ERRSUMM
002390     END-IF.
002400     PERFORM 9200-POST-STEP-DONE
002410         THRU 9200-POST-STEP-DONE-EXIT.
002420     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
002430     STOP RUN.
002440
002450*-----------------------------------------------------------------
002460* 1000-READ-REGISTER - ONE REGISTER RECORD IN SEQUENCE ORDER:
002470* A JUMP IN THE SEQUENCE NUMBERS PRINTS A GAP LINE FIRST, THEN
002480* THE BATCH ITSELF, FLAGGED OVERDUE WHEN IT IS STILL AT SENT
002490* AND ITS RUN DATE IS BEFORE TODAY - THE SCORING SYSTEM
002500* COLLECTS EVERY BATCH THE MORNING AFTER IT IS CUT.
002510*-----------------------------------------------------------------
002520 1000-READ-REGISTER.
002530     READ XMITREG NEXT RECORD
002540         AT END
002550             SET KJ-XMITREG-EOF TO TRUE
002560         NOT AT END
002570             ADD 1 TO KJ-BATCH-COUNT
002580             IF KJ-PREV-SEQ-NUM > 0
002590                 AND KJ-XRG-FILE-SEQ-NUM
002600                     > KJ-PREV-SEQ-NUM + 1
002610                 PERFORM 2000-REPORT-GAP
002620                     THRU 2000-REPORT-GAP-EXIT
002630             END-IF
002640             PERFORM 2100-REPORT-BATCH
002650                 THRU 2100-REPORT-BATCH-EXIT
002660             MOVE KJ-XRG-FILE-SEQ-NUM TO KJ-PREV-SEQ-NUM
002670     END-READ.
002680 1000-READ-REGISTER-EXIT.
002690     EXIT.
002700
002710*-----------------------------------------------------------------
002720* 2000-REPORT-GAP - SEQUENCE NUMBERS MISSING BETWEEN THE PRIOR
002730* BATCH AND THIS ONE: ONE GAP LINE SAYING HOW MANY.
002740*-----------------------------------------------------------------
002750 2000-REPORT-GAP.
002760     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
002770         PERFORM 3500-PAGE-HEADING
002780             THRU 3500-PAGE-HEADING-EXIT
002790     END-IF.
002800     COMPUTE KJ-MISSING-COUNT =
002810         KJ-XRG-FILE-SEQ-NUM - KJ-PREV-SEQ-NUM - 1.
002820     MOVE KJ-MISSING-COUNT    TO KJ-GPL-MISSING.
002830     MOVE KJ-XRG-FILE-SEQ-NUM TO KJ-GPL-SEQ-NUM.
002840     WRITE KJ-PRINT-LINE FROM KJ-GAP-LINE
002850         AFTER ADVANCING 1 LINE.
002860     ADD 1 TO KJ-LINE-CNT.
002870     ADD 1 TO KJ-GAP-COUNT.
002880 2000-REPORT-GAP-EXIT.
002890     EXIT.
002900
002910*-----------------------------------------------------------------
002920* 2100-REPORT-BATCH - ONE REGISTER LINE, FLAGGED OVERDUE WHEN
002930* STILL SENT PAST THE NEXT-MORNING DEADLINE.
002940* A CANCELLATION BATCH NOT OVERDUE IS FLAGGED WITH THE SEQUENCE
002950* IT CANCELS.
002960*-----------------------------------------------------------------
002970 2100-REPORT-BATCH.
002980     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
002990         PERFORM 3500-PAGE-HEADING
003000             THRU 3500-PAGE-HEADING-EXIT
003010     END-IF.
003020     MOVE KJ-XRG-FILE-SEQ-NUM TO KJ-RGL-SEQ-NUM.
003030     MOVE KJ-XRG-RUN-DATE     TO KJ-RGL-RUN-DATE.
003040     MOVE KJ-XRG-RECORD-COUNT TO KJ-RGL-RECORD-COUNT.
003050     MOVE KJ-XRG-HASH-TOTAL   TO KJ-RGL-HASH-TOTAL.
003060     MOVE KJ-XRG-STATUS-DATE  TO KJ-RGL-STATUS-DATE.
003070     IF KJ-XRG-ACKED
003080         MOVE "ACK " TO KJ-RGL-STATUS
003090     ELSE
003100         IF KJ-XRG-REVERSED
003110             MOVE "REV " TO KJ-RGL-STATUS
003120         ELSE
003130             MOVE "SENT" TO KJ-RGL-STATUS
003140         END-IF
003150     END-IF.
003160     IF KJ-XRG-SENT AND KJ-XRG-RUN-DATE < KJ-XRR-RUN-DATE
003170         MOVE "* OVERDUE " TO KJ-RGL-FLAG
003180         ADD 1 TO KJ-OVERDUE-COUNT
003190     ELSE
003200         IF KJ-XRG-CANCEL-BATCH
003210             MOVE KJ-XRG-CANCELS-SEQ TO KJ-XRR-CANCELS-SEQ
003220             MOVE KJ-XRR-CANCEL-FLAG TO KJ-RGL-FLAG
003230         ELSE
003240             MOVE SPACES TO KJ-RGL-FLAG
003250         END-IF
003260     END-IF.
003270     WRITE KJ-PRINT-LINE FROM KJ-REGISTER-LINE
003280         AFTER ADVANCING 1 LINE.
003290     ADD 1 TO KJ-LINE-CNT.
003300 2100-REPORT-BATCH-EXIT.
003310     EXIT.
003320
003330*-----------------------------------------------------------------
003340* 3500-PAGE-HEADING - THROWS TO A NEW PAGE AND PRINTS THE PAGE
003350* AND COLUMN HEADINGS.
003360*-----------------------------------------------------------------
003370 3500-PAGE-HEADING.
003380     ADD 1 TO KJ-PAGE-NUM.
003390     MOVE KJ-XRR-RUN-DATE TO KJ-HDG-RUN-DATE.
003400     MOVE KJ-PAGE-NUM     TO KJ-HDG-PAGE.
003410     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-1
003420         AFTER ADVANCING PAGE.
003430     MOVE SPACES TO KJ-PRINT-LINE.
003440     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
003450     WRITE KJ-PRINT-LINE FROM KJ-COL-HDG-LINE
003460         AFTER ADVANCING 1 LINE.
003470     MOVE 3 TO KJ-LINE-CNT.
003480 3500-PAGE-HEADING-EXIT.
003490     EXIT.
003500
003510*-----------------------------------------------------------------
003520* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
003530* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
003540* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
003550* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
003560*-----------------------------------------------------------------
003570 9000-RAISE-CONDITION.
003580     IF NOT KJ-ERRSUMM-OPEN
003590         OPEN OUTPUT ERRSUMM
003600         SET KJ-ERRSUMM-OPEN TO TRUE
003610     END-IF.
003620     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
003630     MOVE KJ-XRR-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
003640     MOVE KJ-XRR-RUN-DATE     TO KJ-ERR-RUN-DATE.
003650     COMPUTE KJ-ERR-RUN-TIME = KJ-XRR-RUN-TIME / 100.
003660     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
003670     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
003680     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
003690     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
003700     WRITE KJ-ERROR-SUMMARY-RECORD.
003710     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
003720         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
003730     END-IF.
003740 9000-RAISE-CONDITION-EXIT.
003750     EXIT.
003760
003770*-----------------------------------------------------------------
003780* 9100-CHECK-STEP-DONE - READS THE CYCLE'S STEP-COMPLETION LOG.
003790* WHEN THIS STEP IS ALREADY ON IT AS COMPLETED WITH A RETURN
003800* CODE OF 4 OR LESS, THE STREAM HAS BEEN RESUBMITTED PAST IT
003810* AND THE RUN ENDS AT ONCE INSTEAD OF REPEATING ITS WORK.  A
003820* MISSING LOG (FIRST SUBMISSION OF THE CYCLE) READS AS EMPTY.
003830*-----------------------------------------------------------------
003840 9100-CHECK-STEP-DONE.
003850     MOVE "N" TO KJ-STEPLOG-EOF-SW.
003860     OPEN INPUT STEPLOG.
003870     PERFORM 9110-READ-STEPLOG
003880         THRU 9110-READ-STEPLOG-EXIT
003890         WITH TEST AFTER UNTIL KJ-STEPLOG-EOF.
003900     CLOSE STEPLOG.
003910     IF KJ-STEP-ALREADY-DONE
003920         DISPLAY "KJ1000I " KJ-XRR-PROGRAM-NAME
003930             " ALREADY COMPLETED THIS CYCLE - SKIPPED."
003940     END-IF.
003950 9100-CHECK-STEP-DONE-EXIT.
003960     EXIT.
003970
003980*-----------------------------------------------------------------
003990* 9110-READ-STEPLOG - ONE STEP-COMPLETION RECORD.
004000*-----------------------------------------------------------------
004010 9110-READ-STEPLOG.
004020     READ STEPLOG
004030         AT END
004040             SET KJ-STEPLOG-EOF TO TRUE
004050         NOT AT END
004060             IF KJ-SCL-PROGRAM-ID = KJ-XRR-PROGRAM-NAME
004070                 AND KJ-SCL-STEP-NUM = 0
004080                 AND KJ-SCL-COMPLETED
004090                 AND KJ-SCL-RETURN-CODE NOT > 4
004100                 SET KJ-STEP-ALREADY-DONE TO TRUE
004110             END-IF
004120     END-READ.
004130 9110-READ-STEPLOG-EXIT.
004140     EXIT.
004150
004160*-----------------------------------------------------------------
004170* 9200-POST-STEP-DONE - APPENDS THIS RUN'S STEP-COMPLETION
004180* RECORD: START DATE AND TIME AS STAMPED ON ITS ERRSUMM RECORDS,
004190* END DATE AND TIME NOW, THE FINAL RETURN CODE, AND THE STATUS
004200* STAGED IN KJ-STEP-STATUS BY THE MAINLINE.
004210*-----------------------------------------------------------------
004220 9200-POST-STEP-DONE.
004230     ACCEPT KJ-STEP-END-DATE FROM DATE YYYYMMDD.
004240     ACCEPT KJ-STEP-END-TIME FROM TIME.
004250     OPEN EXTEND STEPLOG.
004260     MOVE SPACES              TO KJ-STEP-COMPLETION-RECORD.
004270     MOVE KJ-XRR-PROGRAM-NAME TO KJ-SCL-PROGRAM-ID.
004280     MOVE 0                   TO KJ-SCL-STEP-NUM.
004290     MOVE KJ-XRR-RUN-DATE     TO KJ-SCL-START-DATE.
004300     COMPUTE KJ-SCL-START-TIME = KJ-XRR-RUN-TIME / 100.
004310     MOVE KJ-STEP-END-DATE    TO KJ-SCL-END-DATE.
004320     COMPUTE KJ-SCL-END-TIME = KJ-STEP-END-TIME / 100.
004330     MOVE KJ-MAX-RETURN-CODE  TO KJ-SCL-RETURN-CODE.
004340     MOVE KJ-STEP-STATUS      TO KJ-SCL-STATUS.
004350     WRITE KJ-STEP-COMPLETION-RECORD.
004360     CLOSE STEPLOG.
004370 9200-POST-STEP-DONE-EXIT.
004380     EXIT.
