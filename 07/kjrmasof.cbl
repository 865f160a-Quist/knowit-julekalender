000010*****************************************************************
000020* IDENTIFICATION DIVISION.
000030*****************************************************************
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID.    KJRMASOF.
000060 AUTHOR.        J A KLAUSEN.
000070 INSTALLATION.  KNOWIT BATCH SHOP - ADVENT CALENDAR.
000080 DATE-WRITTEN.  2026-10-15.
000090 DATE-COMPILED.
000100*****************************************************************
000110* RULE MASTER AS-OF REPORT FOR DAY 07.  REBUILDS THE RULE MASTER
000120* (RULEMAST) AS IT STOOD AT THE END OF ANY PAST DATE NAMED ON THE
000130* CONTROL CARD (ASOFCTL, KJAOCREC) AND PRINTS IT, SO AN AUDITOR
000140* CAN SEE WHICH RULES THE NIGHTLY JOB RAN UNDER ON THAT DATE.
000150*
000160* EVERY CHANGE KJRULMNT POSTS TO THE MASTER IS JOURNALLED
000170* (RULEJRNL, KJRJNREC) WITH THE RECORD BEFORE AND AFTER.  THE
000180* REBUILD STARTS FROM THE CURRENT MASTER AND WINDS EACH RULE
000190* BACK TO THE BEFORE IMAGE OF THE FIRST JOURNAL RECORD POSTED
000200* AFTER THE AS-OF DATE; A RULE WHOSE FIRST SUCH CHANGE WAS ITS
000210* ORIGINAL ADD DID NOT YET EXIST AND IS LEFT OFF THE REPORT.
000220* EACH LINE NAMES THE MAKER AND CHECKER OF THE LAST CHANGE
000230* POSTED ON OR BEFORE THE AS-OF DATE.  A REBUILT RECORD WHOSE
000240* MAINTENANCE DATE IS STILL AFTER THE AS-OF DATE WAS CHANGED
000250* OUTSIDE THE JOURNAL (BEFORE DUAL CONTROL CAME IN) AND IS
000260* FLAGGED UNJOURNALLED WITH A KJ1210W CONDITION - ITS LINE SHOWS
000270* THE OLDEST IMAGE THE JOURNAL CAN VOUCH FOR.
000280*
000290* READ-ONLY: NO MASTER OR JOURNAL RECORD IS CHANGED.
000300*
000310* MOD-HISTORY.
000320*     2026-10-15 JAK  NEW PROGRAM - RULE MASTER AS-OF REPORT
000330*                     REBUILT FROM THE RULE CHANGE JOURNAL.
000340*****************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT ASOFCTL  ASSIGN TO ASOFCTL
000420         ORGANIZATION IS SEQUENTIAL.
000430
000440     SELECT RULEMAST ASSIGN TO RULEMAST
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS SEQUENTIAL
000470         RECORD KEY IS KJ-RMS-RULE-NUM.
000480
000490     SELECT OPTIONAL RULEJRNL ASSIGN TO RULEJRNL
000500         ORGANIZATION IS SEQUENTIAL.
000510
000520     SELECT ASOFRPT  ASSIGN TO ASOFRPT
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ASOFCTL
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 20 CHARACTERS.
000630     COPY KJAOCREC.
000640
000650 FD  RULEMAST
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 61 CHARACTERS.
000680     COPY KJRMSREC.
000690
000700 FD  RULEJRNL
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 180 CHARACTERS.
000730     COPY KJRJNREC.
000740
000750 FD  ASOFRPT
000760     LABEL RECORDS ARE STANDARD
000770     RECORD CONTAINS 132 CHARACTERS.
000780 01  KJ-PRINT-LINE            PIC X(132).
000790
000800 FD  ERRSUMM
000810     LABEL RECORDS ARE STANDARD
000820     RECORD CONTAINS 80 CHARACTERS.
000830     COPY KJERRREC.
000840
000850 WORKING-STORAGE SECTION.
000860 01  KJ-AOF-RUN-DATE          PIC 9(8) VALUE 0.
000870 01  KJ-AOF-RUN-TIME          PIC 9(8) VALUE 0.
000880 01  KJ-AOF-PROGRAM-NAME      PIC X(08) VALUE "KJRMASOF".
000890 01  KJ-AOF-AS-OF-DATE        PIC 9(8) VALUE 0.
000900
000910*****************************************************************
000920* THE REBUILT MASTER.  ONE ENTRY PER RULE NUMBER ON THE CURRENT
000930* MASTER (OR SEEN ONLY ON THE JOURNAL), HOLDING THE RECORD IMAGE
000940* AS WOUND BACK SO FAR, WHETHER THE RULE EXISTED AT THE AS-OF
000950* DATE, WHETHER IT HAS ALREADY BEEN WOUND BACK (ONLY THE FIRST
000960* LATER CHANGE COUNTS), AND WHO MADE AND CHECKED ITS LAST CHANGE
000970* ON OR BEFORE THE AS-OF DATE.
000980*****************************************************************
000990 01  KJ-AOF-TABLE.
001000     05  KJ-AOF-ENTRY OCCURS 200 TIMES.
001010         10  KJ-AOF-RULE-NUM   PIC 9(4).
001020         10  KJ-AOF-IMAGE      PIC X(61).
001030         10  KJ-AOF-EXISTS-SW  PIC X(01).
001040             88  KJ-AOF-EXISTS        VALUE "Y".
001050         10  KJ-AOF-WOUND-SW   PIC X(01).
001060             88  KJ-AOF-WOUND-BACK    VALUE "Y".
001070         10  KJ-AOF-LAST-MAKER PIC X(08).
001080         10  KJ-AOF-LAST-CHECKER
001090                               PIC X(08).
001100
001110 01  KJ-AOF-COUNT             PIC 9(4) COMP VALUE 0.
001120 01  KJ-AOF-IDX               PIC 9(4) COMP VALUE 0.
001130 01  KJ-AOF-HIT               PIC 9(4) COMP VALUE 0.
001140
001150 01  KJ-AOF-OK-SW             PIC X(01) VALUE "N".
001160     88  KJ-AOF-OK                   VALUE "Y".
001170 01  KJ-AOF-FULL-SW           PIC X(01) VALUE "N".
001180     88  KJ-AOF-TABLE-FULL           VALUE "Y".
001190
001200 01  KJ-ASOFCTL-EOF-SW        PIC X(01) VALUE "N".
001210     88  KJ-ASOFCTL-EOF              VALUE "Y".
001220 01  KJ-RULEMAST-EOF-SW       PIC X(01) VALUE "N".
001230     88  KJ-RULEMAST-EOF             VALUE "Y".
001240 01  KJ-RULEJRNL-EOF-SW       PIC X(01) VALUE "N".
001250     88  KJ-RULEJRNL-EOF             VALUE "Y".
001260
001270 01  KJ-IN-EFFECT-COUNT       PIC 9(7) VALUE 0.
001280 01  KJ-WOUND-COUNT           PIC 9(7) VALUE 0.
001290 01  KJ-UNJOURNALLED-COUNT    PIC 9(7) VALUE 0.
001300 01  KJ-JOURNAL-COUNT         PIC 9(7) VALUE 0.
001310
001320 01  KJ-PAGE-NUM              PIC 9(4) VALUE 0.
001330 01  KJ-LINE-CNT              PIC 9(3) VALUE 99.
001340 01  KJ-LINES-PER-PAGE        PIC 9(3) VALUE 56.
001350
001360*****************************************************************
001370* PRINT LINE LAYOUTS.
001380*****************************************************************
001390 01  KJ-HDG-LINE-1.
001400     05  FILLER               PIC X(05) VALUE SPACES.
001410     05  FILLER               PIC X(40) VALUE
001420         "KNOWIT ADVENT CALENDAR - DAY 07".
001430     05  FILLER               PIC X(18) VALUE
001440         "RULE MASTER AS OF ".
001450     05  KJ-HDG-AS-OF-DATE    PIC 9(8).
001460     05  FILLER               PIC X(06) VALUE SPACES.
001470     05  FILLER               PIC X(09) VALUE "RUN DATE ".
001480     05  KJ-HDG-RUN-DATE      PIC 9(8).
001490     05  FILLER               PIC X(03) VALUE SPACES.
001500     05  FILLER               PIC X(05) VALUE "PAGE ".
001510     05  KJ-HDG-PAGE          PIC ZZZ9.
001520     05  FILLER               PIC X(26) VALUE SPACES.
001530
001540 01  KJ-COL-HDG-LINE.
001550     05  FILLER               PIC X(05) VALUE SPACES.
001560     05  FILLER               PIC X(06) VALUE "RULE  ".
001570     05  FILLER               PIC X(04) VALUE "DY  ".
001580     05  FILLER               PIC X(09) VALUE "DIVISOR  ".
001590     05  FILLER               PIC X(11) VALUE "LOW        ".
001600     05  FILLER               PIC X(11) VALUE "HIGH       ".
001610     05  FILLER               PIC X(05) VALUE "TYPE ".
001620     05  FILLER               PIC X(07) VALUE "STATUS ".
001630     05  FILLER               PIC X(10) VALUE "EFF-FROM  ".
001640     05  FILLER               PIC X(10) VALUE "EFF-TO    ".
001650     05  FILLER               PIC X(12) VALUE "MAINTAINED  ".
001660     05  FILLER               PIC X(10) VALUE "MAKER     ".
001670     05  FILLER               PIC X(10) VALUE "CHECKER   ".
001680     05  FILLER               PIC X(12) VALUE "FLAG        ".
001690     05  FILLER               PIC X(10) VALUE SPACES.
001700
001710 01  KJ-RULE-LINE.
001720     05  FILLER               PIC X(05) VALUE SPACES.
001730     05  KJ-RLN-RULE-NUM      PIC 9(4).
001740     05  FILLER               PIC X(02) VALUE SPACES.
001750     05  KJ-RLN-DAY-NUM       PIC 9(2).
001760     05  FILLER               PIC X(02) VALUE SPACES.
001770     05  KJ-RLN-DIVISOR       PIC 9(4).
001780     05  FILLER               PIC X(05) VALUE SPACES.
001790     05  KJ-RLN-LOW           PIC 9(9).
001800     05  FILLER               PIC X(02) VALUE SPACES.
001810     05  KJ-RLN-HIGH          PIC 9(9).
001820     05  FILLER               PIC X(02) VALUE SPACES.
001830     05  KJ-RLN-RULE-TYPE     PIC X(01).
001840     05  FILLER               PIC X(04) VALUE SPACES.
001850     05  KJ-RLN-STATUS        PIC X(01).
001860     05  FILLER               PIC X(06) VALUE SPACES.
001870     05  KJ-RLN-EFF-FROM      PIC 9(8).
001880     05  FILLER               PIC X(02) VALUE SPACES.
001890     05  KJ-RLN-EFF-TO        PIC 9(8).
001900     05  FILLER               PIC X(02) VALUE SPACES.
001910     05  KJ-RLN-MAINT-DATE    PIC 9(8).
001920     05  FILLER               PIC X(04) VALUE SPACES.
001930     05  KJ-RLN-MAKER         PIC X(08).
001940     05  FILLER               PIC X(02) VALUE SPACES.
001950     05  KJ-RLN-CHECKER       PIC X(08).
001960     05  FILLER               PIC X(02) VALUE SPACES.
001970     05  KJ-RLN-FLAG          PIC X(12).
001980     05  FILLER               PIC X(10) VALUE SPACES.
001990
002000 01  KJ-TOTAL-LINE.
002010     05  FILLER               PIC X(05) VALUE SPACES.
002020     05  KJ-TTL-LABEL         PIC X(40).
002030     05  KJ-TTL-COUNT         PIC Z,ZZZ,ZZ9.
002040     05  FILLER               PIC X(78) VALUE SPACES.
002050
002060*****************************************************************
002070* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
002080* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
002090* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
002100* RETURN-CODE BEFORE STOP RUN.
002110*****************************************************************
002120 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
002130 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
002140 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
002150 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
002160 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
002170
002180 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
002190     88  KJ-ERRSUMM-OPEN             VALUE "Y".
002200
002210 PROCEDURE DIVISION.
002220*-----------------------------------------------------------------
002230* 0000-MAINLINE.
002240*-----------------------------------------------------------------
002250 0000-MAINLINE.
002260     ACCEPT KJ-AOF-RUN-DATE FROM DATE YYYYMMDD.
002270     ACCEPT KJ-AOF-RUN-TIME FROM TIME.
002280     PERFORM 1000-READ-CONTROL
002290         THRU 1000-READ-CONTROL-EXIT.
002300     IF KJ-AOF-OK
002310         OPEN INPUT RULEMAST
002320         PERFORM 1100-LOAD-MASTER
002330             THRU 1100-LOAD-MASTER-EXIT
002340             WITH TEST AFTER
002350             UNTIL KJ-RULEMAST-EOF OR KJ-AOF-TABLE-FULL
002360         OPEN INPUT RULEJRNL
002370         PERFORM 2000-WIND-BACK
002380             THRU 2000-WIND-BACK-EXIT
002390             WITH TEST AFTER UNTIL KJ-RULEJRNL-EOF
002400         CLOSE RULEJRNL
002410         OPEN OUTPUT ASOFRPT
002420         PERFORM 3000-REPORT-RULE
002430             THRU 3000-REPORT-RULE-EXIT
002440             VARYING KJ-AOF-IDX FROM 1 BY 1
002450                 UNTIL KJ-AOF-IDX > KJ-AOF-COUNT
002460         PERFORM 3900-WRITE-TOTALS
002470             THRU 3900-WRITE-TOTALS-EXIT
002480         CLOSE ASOFRPT
002490         CLOSE RULEMAST
002500         DISPLAY "KJRMASOF - RULE MASTER AS OF:   "
002510             KJ-AOF-AS-OF-DATE
002520         DISPLAY "KJRMASOF - RULES IN EFFECT:     "
002530             KJ-IN-EFFECT-COUNT
002540         DISPLAY "KJRMASOF - RULES WOUND BACK:    "
002550             KJ-WOUND-COUNT
002560         DISPLAY "KJRMASOF - UNJOURNALLED RULES:  "
002570             KJ-UNJOURNALLED-COUNT
002580     END-IF.
002590     IF KJ-UNJOURNALLED-COUNT > 0
002600         MOVE "KJ1210W" TO KJ-RAISE-CONDITION
002610         MOVE "W"       TO KJ-RAISE-SEVERITY
002620         MOVE 4         TO KJ-RAISE-RC
002630         MOVE "RULES CHANGED OUTSIDE THE RULE JOURNAL"
002640             TO KJ-RAISE-TEXT
002650         PERFORM 9000-RAISE-CONDITION
002660             THRU 9000-RAISE-CONDITION-EXIT
002670     END-IF.
002680     IF KJ-ERRSUMM-OPEN
002690         CLOSE ERRSUMM
002700     END-IF.
002710     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
002720     STOP RUN.
002730
002740*-----------------------------------------------------------------
002750* 1000-READ-CONTROL - THE AS-OF DATE COMES OFF THE CONTROL CARD.
002760* A MISSING CARD OR A ZERO DATE STOPS THE RUN WITH RC 8 AND NO
002770* REPORT.
002780*-----------------------------------------------------------------
002790 1000-READ-CONTROL.
002800     OPEN INPUT ASOFCTL.
002810     READ ASOFCTL
002820         AT END
002830             SET KJ-ASOFCTL-EOF TO TRUE
002840         NOT AT END
002850             MOVE KJ-AOC-AS-OF-DATE TO KJ-AOF-AS-OF-DATE
002860     END-READ.
002870     CLOSE ASOFCTL.
002880     IF KJ-AOF-AS-OF-DATE = 0
002890         DISPLAY "KJ1200E NO AS-OF DATE ON THE CONTROL CARD - "
002900             "NO REPORT PRODUCED."
002910         MOVE "KJ1200E" TO KJ-RAISE-CONDITION
002920         MOVE "E"       TO KJ-RAISE-SEVERITY
002930         MOVE 8         TO KJ-RAISE-RC
002940         MOVE "NO AS-OF DATE ON RULE MASTER CONTROL CARD"
002950             TO KJ-RAISE-TEXT
002960         PERFORM 9000-RAISE-CONDITION
002970             THRU 9000-RAISE-CONDITION-EXIT
002980     ELSE
002990         SET KJ-AOF-OK TO TRUE
003000     END-IF.
003010 1000-READ-CONTROL-EXIT.
003020     EXIT.
003030
003040*-----------------------------------------------------------------
003050* 1100-LOAD-MASTER - READS THE NEXT CURRENT RULE MASTER RECORD
003060* INTO THE TABLE AS THE STARTING POINT OF THE REBUILD.
003070*-----------------------------------------------------------------
003080 1100-LOAD-MASTER.
003090     READ RULEMAST NEXT RECORD
003100         AT END
003110             SET KJ-RULEMAST-EOF TO TRUE
003120         NOT AT END
003130             PERFORM 1200-ADD-ENTRY
003140                 THRU 1200-ADD-ENTRY-EXIT
003150             IF KJ-AOF-HIT > 0
003160                 MOVE KJ-RULE-MASTER-RECORD
003170                     TO KJ-AOF-IMAGE (KJ-AOF-HIT)
003180             END-IF
003190     END-READ.
003200 1100-LOAD-MASTER-EXIT.
003210     EXIT.
003220
003230*-----------------------------------------------------------------
003240* 1200-ADD-ENTRY - OPENS A TABLE ENTRY FOR KJ-RMS-RULE-NUM, AS
003250* EXISTING AND NOT YET WOUND BACK.  KJ-AOF-HIT IS THE NEW ENTRY,
003260* OR ZERO WHEN THE TABLE IS FULL (KJ1220W, RAISED ONCE).
003270*-----------------------------------------------------------------
003280 1200-ADD-ENTRY.
003290     MOVE 0 TO KJ-AOF-HIT.
003300     IF KJ-AOF-COUNT >= 200
003310         IF NOT KJ-AOF-TABLE-FULL
003320             SET KJ-AOF-TABLE-FULL TO TRUE
003330             DISPLAY "KJ1220W MORE THAN 200 RULES ON THE MASTER "
003340                 "AND JOURNAL - REPORT COVERS THE FIRST 200."
003350             MOVE "KJ1220W" TO KJ-RAISE-CONDITION
003360             MOVE "W"       TO KJ-RAISE-SEVERITY
003370             MOVE 4         TO KJ-RAISE-RC
003380             MOVE "AS-OF RULE TABLE FULL AT 200 ENTRIES"
003390                 TO KJ-RAISE-TEXT
003400             PERFORM 9000-RAISE-CONDITION
003410                 THRU 9000-RAISE-CONDITION-EXIT
003420         END-IF
003430         GO TO 1200-ADD-ENTRY-EXIT
003440     END-IF.
003450     ADD 1 TO KJ-AOF-COUNT.
003460     MOVE KJ-AOF-COUNT    TO KJ-AOF-HIT.
003470     MOVE KJ-RMS-RULE-NUM TO KJ-AOF-RULE-NUM (KJ-AOF-HIT).
003480     MOVE "Y"             TO KJ-AOF-EXISTS-SW (KJ-AOF-HIT).
003490     MOVE "N"             TO KJ-AOF-WOUND-SW (KJ-AOF-HIT).
003500     MOVE SPACES          TO KJ-AOF-LAST-MAKER (KJ-AOF-HIT).
003510     MOVE SPACES          TO KJ-AOF-LAST-CHECKER (KJ-AOF-HIT).
003520 1200-ADD-ENTRY-EXIT.
003530     EXIT.
003540
003550*-----------------------------------------------------------------
003560* 2000-WIND-BACK - ONE JOURNAL RECORD, IN POSTING ORDER.  A
003570* CHANGE POSTED ON OR BEFORE THE AS-OF DATE ONLY UPDATES WHO
003580* LAST MADE AND CHECKED THE RULE.  THE FIRST CHANGE POSTED AFTER
003590* IT WINDS THE RULE BACK TO THAT CHANGE'S BEFORE IMAGE - OR, FOR
003600* AN ADD WITH NO BEFORE IMAGE, MARKS THE RULE NOT YET IN
003610* EXISTENCE.  LATER CHANGES TO THE SAME RULE ARE PASSED OVER.  A
003620* RULE SEEN ONLY ON THE JOURNAL IS TAKEN FROM ITS AFTER IMAGE.
003630*-----------------------------------------------------------------
003640 2000-WIND-BACK.
003650     READ RULEJRNL
003660         AT END
003670             SET KJ-RULEJRNL-EOF TO TRUE
003680             GO TO 2000-WIND-BACK-EXIT
003690     END-READ.
003700     ADD 1 TO KJ-JOURNAL-COUNT.
003710     MOVE 0 TO KJ-AOF-HIT.
003720     PERFORM 2100-FIND-RULE
003730         THRU 2100-FIND-RULE-EXIT
003740         VARYING KJ-AOF-IDX FROM 1 BY 1
003750             UNTIL KJ-AOF-IDX > KJ-AOF-COUNT.
003760     IF KJ-AOF-HIT = 0
003770         MOVE KJ-RJN-AFTER-IMAGE TO KJ-RULE-MASTER-RECORD
003780         PERFORM 1200-ADD-ENTRY
003790             THRU 1200-ADD-ENTRY-EXIT
003800         IF KJ-AOF-HIT = 0
003810             GO TO 2000-WIND-BACK-EXIT
003820         END-IF
003830         MOVE KJ-RJN-AFTER-IMAGE TO KJ-AOF-IMAGE (KJ-AOF-HIT)
003840     END-IF.
003850     IF KJ-AOF-WOUND-BACK (KJ-AOF-HIT)
003860         GO TO 2000-WIND-BACK-EXIT
003870     END-IF.
003880     IF KJ-RJN-APPLY-DATE NOT > KJ-AOF-AS-OF-DATE
003890         MOVE KJ-RJN-MAKER   TO KJ-AOF-LAST-MAKER (KJ-AOF-HIT)
003900         MOVE KJ-RJN-CHECKER TO KJ-AOF-LAST-CHECKER (KJ-AOF-HIT)
003910         GO TO 2000-WIND-BACK-EXIT
003920     END-IF.
003930     MOVE "Y" TO KJ-AOF-WOUND-SW (KJ-AOF-HIT).
003940     ADD 1 TO KJ-WOUND-COUNT.
003950     IF KJ-RJN-HAS-BEFORE
003960         MOVE KJ-RJN-BEFORE-IMAGE TO KJ-AOF-IMAGE (KJ-AOF-HIT)
003970     ELSE
003980         MOVE "N" TO KJ-AOF-EXISTS-SW (KJ-AOF-HIT)
003990     END-IF.
004000 2000-WIND-BACK-EXIT.
004010     EXIT.
004020
004030*-----------------------------------------------------------------
004040* 2100-FIND-RULE - SETS KJ-AOF-HIT TO THE TABLE ENTRY FOR THE
004050* JOURNAL RECORD'S RULE NUMBER.
004060*-----------------------------------------------------------------
004070 2100-FIND-RULE.
004080     IF KJ-AOF-RULE-NUM (KJ-AOF-IDX) = KJ-RJN-RULE-NUM
004090         MOVE KJ-AOF-IDX TO KJ-AOF-HIT
004100     END-IF.
004110 2100-FIND-RULE-EXIT.
004120     EXIT.
004130
004140*-----------------------------------------------------------------
004150* 3000-REPORT-RULE - ONE LINE PER RULE THAT EXISTED AT THE
004160* AS-OF DATE, ACTIVE OR DELETED, AS REBUILT.  LATER CHANGE MEANS
004170* THE RULE HAS BEEN CHANGED SINCE; UNJOURNALLED MEANS THE IMAGE
004180* STILL CARRIES A MAINTENANCE DATE AFTER THE AS-OF DATE, SO THE
004190* JOURNAL CANNOT SHOW THE RULE AS IT THEN STOOD.  THE DAY COLUMN
004200* IS THE RULE'S CALENDAR DAY, 07 WHEN THE RECORD CARRIES NONE.
004210*-----------------------------------------------------------------
004220 3000-REPORT-RULE.
004230     IF NOT KJ-AOF-EXISTS (KJ-AOF-IDX)
004240         GO TO 3000-REPORT-RULE-EXIT
004250     END-IF.
004260     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE
004270         PERFORM 3500-PAGE-HEADING
004280             THRU 3500-PAGE-HEADING-EXIT
004290     END-IF.
004300     MOVE KJ-AOF-IMAGE (KJ-AOF-IDX) TO KJ-RULE-MASTER-RECORD.
004310     MOVE KJ-RMS-RULE-NUM   TO KJ-RLN-RULE-NUM.
004320     IF KJ-RMS-DAY-NUM NOT NUMERIC
004330         OR KJ-RMS-DAY-NUM = 0
004340         MOVE 7              TO KJ-RLN-DAY-NUM
004350     ELSE
004360         MOVE KJ-RMS-DAY-NUM TO KJ-RLN-DAY-NUM
004370     END-IF.
004380     MOVE KJ-RMS-DIVISOR    TO KJ-RLN-DIVISOR.
004390     MOVE KJ-RMS-LOW        TO KJ-RLN-LOW.
004400     MOVE KJ-RMS-HIGH       TO KJ-RLN-HIGH.
004410     MOVE KJ-RMS-RULE-TYPE  TO KJ-RLN-RULE-TYPE.
004420     MOVE KJ-RMS-STATUS     TO KJ-RLN-STATUS.
004430     MOVE KJ-RMS-EFF-FROM   TO KJ-RLN-EFF-FROM.
004440     MOVE KJ-RMS-EFF-TO     TO KJ-RLN-EFF-TO.
004450     MOVE KJ-RMS-MAINT-DATE TO KJ-RLN-MAINT-DATE.
004460     MOVE KJ-AOF-LAST-MAKER (KJ-AOF-IDX)   TO KJ-RLN-MAKER.
004470     MOVE KJ-AOF-LAST-CHECKER (KJ-AOF-IDX) TO KJ-RLN-CHECKER.
004480     MOVE SPACES TO KJ-RLN-FLAG.
004490     IF KJ-AOF-WOUND-BACK (KJ-AOF-IDX)
004500         MOVE "LATER CHANGE" TO KJ-RLN-FLAG
004510     END-IF.
004520     IF KJ-RMS-MAINT-DATE > KJ-AOF-AS-OF-DATE
004530         MOVE "UNJOURNALLED" TO KJ-RLN-FLAG
004540         ADD 1 TO KJ-UNJOURNALLED-COUNT
004550     END-IF.
004560     IF KJ-RMS-ACTIVE
004570         ADD 1 TO KJ-IN-EFFECT-COUNT
004580     END-IF.
004590     WRITE KJ-PRINT-LINE FROM KJ-RULE-LINE
004600         AFTER ADVANCING 1 LINE.
004610     ADD 1 TO KJ-LINE-CNT.
004620 3000-REPORT-RULE-EXIT.
004630     EXIT.
004640
004650*-----------------------------------------------------------------
004660* 3500-PAGE-HEADING - THROWS TO A NEW PAGE AND PRINTS THE PAGE
004670* AND COLUMN HEADINGS.
004680*-----------------------------------------------------------------
004690 3500-PAGE-HEADING.
004700     ADD 1 TO KJ-PAGE-NUM.
004710     MOVE KJ-AOF-AS-OF-DATE TO KJ-HDG-AS-OF-DATE.
004720     MOVE KJ-AOF-RUN-DATE   TO KJ-HDG-RUN-DATE.
004730     MOVE KJ-PAGE-NUM       TO KJ-HDG-PAGE.
004740     WRITE KJ-PRINT-LINE FROM KJ-HDG-LINE-1
004750         AFTER ADVANCING PAGE.
004760     MOVE SPACES TO KJ-PRINT-LINE.
004770     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
004780     WRITE KJ-PRINT-LINE FROM KJ-COL-HDG-LINE
004790         AFTER ADVANCING 1 LINE.
004800     MOVE 3 TO KJ-LINE-CNT.
004810 3500-PAGE-HEADING-EXIT.
004820     EXIT.
004830
004840*-----------------------------------------------------------------
004850* 3900-WRITE-TOTALS - CLOSING COUNTS FOR THE REBUILD.
004860*-----------------------------------------------------------------
004870 3900-WRITE-TOTALS.
004880     IF KJ-LINE-CNT >= KJ-LINES-PER-PAGE - 5
004890         PERFORM 3500-PAGE-HEADING
004900             THRU 3500-PAGE-HEADING-EXIT
004910     END-IF.
004920     MOVE SPACES TO KJ-PRINT-LINE.
004930     WRITE KJ-PRINT-LINE AFTER ADVANCING 1 LINE.
004940     MOVE "ACTIVE RULES IN EFFECT AT AS-OF DATE" TO KJ-TTL-LABEL.
004950     MOVE KJ-IN-EFFECT-COUNT    TO KJ-TTL-COUNT.
004960     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
004970         AFTER ADVANCING 1 LINE.
004980     MOVE "JOURNAL RECORDS READ" TO KJ-TTL-LABEL.
004990     MOVE KJ-JOURNAL-COUNT      TO KJ-TTL-COUNT.
005000     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
005010         AFTER ADVANCING 1 LINE.
005020     MOVE "RULES CHANGED SINCE AS-OF DATE" TO KJ-TTL-LABEL.
005030     MOVE KJ-WOUND-COUNT        TO KJ-TTL-COUNT.
005040     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
005050         AFTER ADVANCING 1 LINE.
005060     MOVE "RULES CHANGED OUTSIDE THE JOURNAL" TO KJ-TTL-LABEL.
005070     MOVE KJ-UNJOURNALLED-COUNT TO KJ-TTL-COUNT.
005080     WRITE KJ-PRINT-LINE FROM KJ-TOTAL-LINE
005090         AFTER ADVANCING 1 LINE.
005100     ADD 5 TO KJ-LINE-CNT.
005110 3900-WRITE-TOTALS-EXIT.
005120     EXIT.
005130
005140*-----------------------------------------------------------------
005150* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
005160* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
005170* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
005180* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
005190*-----------------------------------------------------------------
005200 9000-RAISE-CONDITION.
005210     IF NOT KJ-ERRSUMM-OPEN
005220         OPEN OUTPUT ERRSUMM
005230         SET KJ-ERRSUMM-OPEN TO TRUE
005240     END-IF.
005250     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
005260     MOVE KJ-AOF-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
005270     MOVE KJ-AOF-RUN-DATE     TO KJ-ERR-RUN-DATE.
005280     COMPUTE KJ-ERR-RUN-TIME = KJ-AOF-RUN-TIME / 100.
005290     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
005300     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
005310     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
005320     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
005330     WRITE KJ-ERROR-SUMMARY-RECORD.
005340     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
005350         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
005360     END-IF.
005370 9000-RAISE-CONDITION-EXIT.
005380     EXIT.
