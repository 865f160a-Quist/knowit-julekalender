000440*                     TRAILER'S COUNT AND HASH, SO THE
000450*                     REGISTER ALWAYS DESCRIBES THE BATCH AS
000460*                     IT ACTUALLY SHIPPED, RESENDS INCLUDED.
000470*     2026-10-15 JAK  JOB-STREAM CONTROL: POSTS A STEP-
000480*                     COMPLETION RECORD TO STEPLOG (KJSCLREC)
000490*                     AS IT ENDS, AND SKIPS THE RUN WHEN A
000500*                     RESUBMITTED STREAM FINDS IT ALREADY
000510*                     COMPLETED CLEANLY THIS CYCLE.
000520*****************************************************************
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT RTRYCTL  ASSIGN TO RTRYCTL
000600         ORGANIZATION IS SEQUENTIAL.
000610
000620     SELECT SCOREIN  ASSIGN TO SCOREIN
000630         ORGANIZATION IS SEQUENTIAL.
000640
000650     SELECT CARRYFWD ASSIGN TO CARRYFWD
000660         ORGANIZATION IS SEQUENTIAL.
000670
000680     SELECT OPTIONAL RETRYMST ASSIGN TO RETRYMST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS KJ-RTY-KEY.
000720
000730     SELECT SCORENEW ASSIGN TO SCORENEW
000740         ORGANIZATION IS SEQUENTIAL.
000750
000760     SELECT OPTIONAL XMITREG ASSIGN TO XMITREG
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS RANDOM
000790         RECORD KEY IS KJ-XRG-FILE-SEQ-NUM.
000800
000810     SELECT DEADLTR  ASSIGN TO DEADLTR
000820         ORGANIZATION IS SEQUENTIAL.
000830
000840     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000850         ORGANIZATION IS SEQUENTIAL.
000860
000870     SELECT OPTIONAL STEPLOG ASSIGN TO STEPLOG
000880         ORGANIZATION IS SEQUENTIAL.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  RTRYCTL
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 20 CHARACTERS.
000950     COPY KJRTCREC.
000960
000970 FD  SCOREIN
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 44 CHARACTERS.
001000     COPY KJSCOREC.
001010     COPY KJSCHREC.
001020     COPY KJSCTREC.
001030
001040 FD  CARRYFWD
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 44 CHARACTERS.
001070 01  KJ-CARRY-RECORD          PIC X(44).
001080
001090 FD  RETRYMST
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 40 CHARACTERS.
001120     COPY KJRTYREC.
001130
001140 FD  SCORENEW
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 44 CHARACTERS.
001170 01  KJ-SCORE-NEW-RECORD      PIC X(44).
001180
001190 FD  XMITREG
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 60 CHARACTERS.
001220     COPY KJXRGREC.
001230
001240 FD  DEADLTR
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 52 CHARACTERS.
001270     COPY KJDLRREC.
001280
001290 FD  ERRSUMM
001300     LABEL RECORDS ARE STANDARD
001310     RECORD CONTAINS 80 CHARACTERS.
001320     COPY KJERRREC.
001330
001340 FD  STEPLOG
001350     LABEL RECORDS ARE STANDARD
001360     RECORD CONTAINS 48 CHARACTERS.
001370     COPY KJSCLREC.
001380
001390 WORKING-STORAGE SECTION.
001400*****************************************************************
001410* THE CURRENT CARRY-FORWARD RECORD IS HELD HERE, IN SCOREOUT
001420* DATA RECORD SHAPE, SO ITS KEY FIELDS CAN BE PICKED OFF FOR
001430* THE RETRY MASTER LOOKUP WHILE THE FILE BUFFER IS REUSED BY
001440* THE NEXT READ.
001450*****************************************************************
001460 01  KJ-CFW-RECORD.
001470     05  KJ-CFW-RULE-NUM       PIC 9(4).
001480     05  KJ-CFW-DIVISOR        PIC 9(4).
001490     05  KJ-CFW-CNT            PIC 9(9).
001500     05  KJ-CFW-REVERSED       PIC 9(9).
001510     05  KJ-CFW-RUN-DATE       PIC 9(8).
001520     05  FILLER                PIC X(10).
001530
001540*****************************************************************
001550* THE REBUILT BATCH TRAILER IS STAGED HERE BEFORE IT GOES TO
001560* SCORENEW - THE SCOREIN FD AREA CANNOT BE USED TO BUILD AN
001570* OUTPUT RECORD.  SAME SHAPE AS KJSCTREC.
001580*****************************************************************
001590 01  KJ-NEW-TRAILER-RECORD.
001600     05  KJ-NTR-RECORD-TYPE    PIC X(01).
001610     05  KJ-NTR-RECORD-COUNT   PIC 9(9).
001620     05  KJ-NTR-HASH-TOTAL     PIC 9(15).
001630     05  KJ-NTR-RUN-DATE       PIC 9(8).
001640     05  FILLER                PIC X(11).
001650
001660 01  KJ-RTN-PROGRAM-NAME      PIC X(08) VALUE "KJRETRAN".
001670 01  KJ-RTN-RUN-DATE          PIC 9(8) VALUE 0.
001680 01  KJ-RTN-RUN-TIME          PIC 9(8) VALUE 0.
001690 01  KJ-RTN-OPERATOR          PIC X(08) VALUE "UNKNOWN".
001700 01  KJ-MAX-RETRIES           PIC 9(3) VALUE 3.
001710
001720*****************************************************************
001730* BATCH ACCOUNTING - THE NEW COUNT AND HASH ACCUMULATE OVER THE
001740* COPIED DATA RECORDS AND THE RESENT CARRY-FORWARD RECORDS, AND
001750* GO OUT ON THE REBUILT TRAILER.  THE ORIGINAL TRAILER'S FIGURES
001760* ARE HELD BACK TO PROVE THE INCOMING BATCH WHOLE BEFORE
001770* ANYTHING IS APPENDED TO IT.
001780*****************************************************************
001790 01  KJ-NEW-REC-COUNT         PIC 9(9) VALUE 0.
001800 01  KJ-NEW-HASH-TOTAL        PIC 9(15) VALUE 0.
001810 01  KJ-ORIG-REC-COUNT        PIC 9(9) VALUE 0.
001820 01  KJ-ORIG-HASH-TOTAL       PIC 9(15) VALUE 0.
001830 01  KJ-ORIG-RUN-DATE         PIC 9(8) VALUE 0.
001840 01  KJ-BATCH-SEQ-NUM         PIC 9(6) VALUE 0.
001850 01  KJ-COPIED-COUNT          PIC 9(9) VALUE 0.
001860 01  KJ-RESENT-COUNT          PIC 9(9) VALUE 0.
001870 01  KJ-DEADLTR-COUNT         PIC 9(9) VALUE 0.
001880
001890 01  KJ-HEADER-SEEN-SW        PIC X(01) VALUE "N".
001900     88  KJ-HEADER-SEEN              VALUE "Y".
001910 01  KJ-TRAILER-SEEN-SW       PIC X(01) VALUE "N".
001920     88  KJ-TRAILER-SEEN             VALUE "Y".
001930 01  KJ-BATCH-OK-SW           PIC X(01) VALUE "N".
001940     88  KJ-BATCH-OK                 VALUE "Y".
001950
001960 01  KJ-RTRYCTL-EOF-SW        PIC X(01) VALUE "N".
001970     88  KJ-RTRYCTL-EOF              VALUE "Y".
001980 01  KJ-SCOREIN-EOF-SW        PIC X(01) VALUE "N".
001990     88  KJ-SCOREIN-EOF              VALUE "Y".
002000 01  KJ-CARRYFWD-EOF-SW       PIC X(01) VALUE "N".
002010     88  KJ-CARRYFWD-EOF             VALUE "Y".
002020 01  KJ-RETRY-FOUND-SW        PIC X(01) VALUE "N".
002030     88  KJ-RETRY-FOUND              VALUE "Y".
002040 01  KJ-XMITREG-FOUND-SW      PIC X(01) VALUE "N".
002050     88  KJ-XMITREG-FOUND            VALUE "Y".
002060
002070 01  KJ-DEADLTR-OPEN-SW       PIC X(01) VALUE "N".
002080     88  KJ-DEADLTR-OPEN             VALUE "Y".
002090
002100*****************************************************************
002110* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
002120* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
002130* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
002140* RETURN-CODE BEFORE STOP RUN.
002150*****************************************************************
002160 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
002170 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
002180 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
002190 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
002200 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
002210
002220 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
002230     88  KJ-ERRSUMM-OPEN             VALUE "Y".
002240
002250*****************************************************************
002260* JOB-STREAM STEP-COMPLETION WORKING FIELDS.  STEPLOG IS READ AT
002270* START OF RUN SO A RESUBMITTED STREAM SKIPS THIS STEP WHEN IT
002280* ALREADY COMPLETED CLEANLY THIS CYCLE, AND ONE COMPLETION
002290* RECORD IS APPENDED AS THE RUN ENDS (SEE KJSCLREC).
002300*****************************************************************
002310 01  KJ-STEP-END-DATE         PIC 9(8) VALUE 0.
002320 01  KJ-STEP-END-TIME         PIC 9(8) VALUE 0.
002330 01  KJ-STEP-STATUS           PIC X(01) VALUE "C".
002340 01  KJ-STEPLOG-EOF-SW        PIC X(01) VALUE "N".
002350     88  KJ-STEPLOG-EOF              VALUE "Y".
002360 01  KJ-STEP-DONE-SW          PIC X(01) VALUE "N".
002370     88  KJ-STEP-ALREADY-DONE        VALUE "Y".
002380
002390 PROCEDURE DIVISION.
002400*-----------------------------------------------------------------
002410* 0000-MAINLINE.
002420*-----------------------------------------------------------------
002430 0000-MAINLINE.
002440     ACCEPT KJ-RTN-RUN-DATE FROM DATE YYYYMMDD.
002450     ACCEPT KJ-RTN-RUN-TIME FROM TIME.
002460     PERFORM 9100-CHECK-STEP-DONE
002470         THRU 9100-CHECK-STEP-DONE-EXIT.
002480     IF KJ-STEP-ALREADY-DONE
002490         MOVE "S" TO KJ-STEP-STATUS
002500         PERFORM 9200-POST-STEP-DONE
002510             THRU 9200-POST-STEP-DONE-EXIT
002520         MOVE 0 TO RETURN-CODE
002530         STOP RUN
002540     END-IF.
002550     PERFORM 1000-READ-CONTROL
002560         THRU 1000-READ-CONTROL-EXIT.
002570     OPEN INPUT SCOREIN.
002580     OPEN INPUT CARRYFWD.
002590     OPEN I-O RETRYMST.
002600     OPEN OUTPUT SCORENEW.
002610     PERFORM 2000-COPY-BATCH
002620         THRU 2000-COPY-BATCH-EXIT
002630         WITH TEST AFTER UNTIL KJ-SCOREIN-EOF.
002640     PERFORM 2500-PROVE-BATCH
002650         THRU 2500-PROVE-BATCH-EXIT.
002660     IF KJ-BATCH-OK
002670         PERFORM 3000-MERGE-CARRY
002680             THRU 3000-MERGE-CARRY-EXIT
002690             WITH TEST AFTER UNTIL KJ-CARRYFWD-EOF
002700         PERFORM 3500-WRITE-TRAILER
002710             THRU 3500-WRITE-TRAILER-EXIT
002720         PERFORM 3600-POST-REGISTER
002730             THRU 3600-POST-REGISTER-EXIT
002740     END-IF.
002750     CLOSE SCOREIN.
002760     CLOSE CARRYFWD.
002770     CLOSE RETRYMST.
002780     CLOSE SCORENEW.
002790     IF KJ-DEADLTR-OPEN
002800         CLOSE DEADLTR
002810     END-IF.
002820     DISPLAY "KJRETRAN - BATCH RECORDS COPIED:  "
002830         KJ-COPIED-COUNT.
002840     DISPLAY "KJRETRAN - CARRY-FORWARD RESENT:  "
002850         KJ-RESENT-COUNT.
002860     DISPLAY "KJRETRAN - DEAD-LETTERED:         "
002870         KJ-DEADLTR-COUNT.
002880     IF KJ-DEADLTR-COUNT > 0
002890         MOVE "KJ0730W" TO KJ-RAISE-CONDITION
002900         MOVE "W"       TO KJ-RAISE-SEVERITY
002910         MOVE 4         TO KJ-RAISE-RC
002920         MOVE "CARRY-FORWARD VALUES DEAD-LETTERED"
002930             TO KJ-RAISE-TEXT
002940         PERFORM 9000-RAISE-CONDITION
002950             THRU 9000-RAISE-CONDITION-EXIT
002960     END-IF.
002970     IF KJ-ERRSUMM-OPEN
002980         CLOSE ERRSUMM
002990     END-IF.
003000     PERFORM 9200-POST-STEP-DONE
003010         THRU 9200-POST-STEP-DONE-EXIT.
003020     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
003030     STOP RUN.
003040
003050*-----------------------------------------------------------------
003060* 1000-READ-CONTROL - READS THE RETRANSMISSION CONTROL CARD FOR
003070* THE RETRY LIMIT AND OPERATOR.  A MISSING CARD OR A ZERO LIMIT
003080* FALLS BACK TO THE SHOP DEFAULT OF THREE RETRIES - UNLIKE A
003090* PURGE, A DEFAULT IS SAFE HERE.
003100*-----------------------------------------------------------------
003110 1000-READ-CONTROL.
003120     OPEN INPUT RTRYCTL.
003130     READ RTRYCTL
003140         AT END
003150             SET KJ-RTRYCTL-EOF TO TRUE
003160         NOT AT END
003170             IF KJ-RTC-MAX-RETRIES > 0
003180                 MOVE KJ-RTC-MAX-RETRIES TO KJ-MAX-RETRIES
003190             END-IF
003200             IF KJ-RTC-OPERATOR NOT EQUAL TO SPACES
003210                 MOVE KJ-RTC-OPERATOR TO KJ-RTN-OPERATOR
003220             END-IF
003230     END-READ.
003240     CLOSE RTRYCTL.
003250     IF KJ-RTRYCTL-EOF
003260         DISPLAY "KJRETRAN - NO CONTROL CARD - DEFAULT RETRY "
003270             "LIMIT OF " KJ-MAX-RETRIES " USED."
003280     END-IF.
003290 1000-READ-CONTROL-EXIT.
003300     EXIT.
003310
003320*-----------------------------------------------------------------
003330* 2000-COPY-BATCH - COPIES ONE SCOREIN RECORD TO SCORENEW.  THE
003340* HEADER GOES ACROSS AS-IS; DATA RECORDS GO ACROSS AND INTO THE
003350* NEW COUNT AND HASH; THE TRAILER IS HELD BACK (ITS FIGURES ARE
003360* KEPT TO PROVE THE BATCH WHOLE) AND REBUILT AFTER THE CARRY-
003370* FORWARD RECORDS ARE APPENDED.
003380*-----------------------------------------------------------------
003390 2000-COPY-BATCH.
003400     READ SCOREIN
003410         AT END
003420             SET KJ-SCOREIN-EOF TO TRUE
003430         NOT AT END
003440             IF KJ-SCH-HEADER
003450                 SET KJ-HEADER-SEEN TO TRUE
003460                 MOVE KJ-SCH-FILE-SEQ-NUM
003470                     TO KJ-BATCH-SEQ-NUM
003480                 MOVE KJ-SCORE-HEADER-RECORD
003490                     TO KJ-SCORE-NEW-RECORD
003500                 WRITE KJ-SCORE-NEW-RECORD
003510             ELSE
003520             IF KJ-SCT-TRAILER
003530                 SET KJ-TRAILER-SEEN TO TRUE
003540                 MOVE KJ-SCT-RECORD-COUNT TO KJ-ORIG-REC-COUNT
003550                 MOVE KJ-SCT-HASH-TOTAL   TO KJ-ORIG-HASH-TOTAL
003560                 MOVE KJ-SCT-RUN-DATE     TO KJ-ORIG-RUN-DATE
003570             ELSE
003580                 MOVE KJ-SCORE-RECORD TO KJ-SCORE-NEW-RECORD
003590                 WRITE KJ-SCORE-NEW-RECORD
003600                 ADD 1 TO KJ-NEW-REC-COUNT
003610                 ADD 1 TO KJ-COPIED-COUNT
003620                 ADD KJ-SCR-CNT TO KJ-NEW-HASH-TOTAL
003630             END-IF
003640             END-IF
003650     END-READ.
003660 2000-COPY-BATCH-EXIT.
003670     EXIT.
003680
003690*-----------------------------------------------------------------
003700* 2500-PROVE-BATCH - THE INCOMING BATCH MUST BE WHOLE BEFORE ANY
003710* CARRY-FORWARD RECORD IS APPENDED TO IT: HEADER AND TRAILER
003720* BOTH ON FILE, AND THE TRAILER'S COUNT AND HASH MATCHING THE
003730* DATA RECORDS ACTUALLY COPIED.  A TORN BATCH GRADES THE RUN TO
003740* RETURN CODE 8 AND THE REBUILT TRAILER IS WITHHELD.
003750*-----------------------------------------------------------------
003760 2500-PROVE-BATCH.
003770     IF NOT KJ-HEADER-SEEN
003780         DISPLAY "KJ0700E NO BATCH HEADER ON SCOREIN - "
003790             "CARRY-FORWARD NOT MERGED."
003800         MOVE "KJ0700E" TO KJ-RAISE-CONDITION
003810         MOVE "E"       TO KJ-RAISE-SEVERITY
003820         MOVE 8         TO KJ-RAISE-RC
003830         MOVE "NO BATCH HEADER ON SCOREIN"
003840             TO KJ-RAISE-TEXT
003850         PERFORM 9000-RAISE-CONDITION
003860             THRU 9000-RAISE-CONDITION-EXIT
003870         GO TO 2500-PROVE-BATCH-EXIT
003880     END-IF.
003890     IF NOT KJ-TRAILER-SEEN
003900         DISPLAY "KJ0710E NO BATCH TRAILER ON SCOREIN - "
003910             "CARRY-FORWARD NOT MERGED."
003920         MOVE "KJ0710E" TO KJ-RAISE-CONDITION
003930         MOVE "E"       TO KJ-RAISE-SEVERITY
003940         MOVE 8         TO KJ-RAISE-RC
003950         MOVE "NO BATCH TRAILER ON SCOREIN"
003960             TO KJ-RAISE-TEXT
003970         PERFORM 9000-RAISE-CONDITION
003980             THRU 9000-RAISE-CONDITION-EXIT
003990         GO TO 2500-PROVE-BATCH-EXIT
004000     END-IF.
004010     IF KJ-ORIG-REC-COUNT NOT = KJ-NEW-REC-COUNT
004020         OR KJ-ORIG-HASH-TOTAL NOT = KJ-NEW-HASH-TOTAL
004030         DISPLAY "KJ0720E SCOREIN TRAILER DOES NOT MATCH ITS "
004040             "DATA RECORDS - CARRY-FORWARD NOT MERGED."
004050         MOVE "KJ0720E" TO KJ-RAISE-CONDITION
004060         MOVE "E"       TO KJ-RAISE-SEVERITY
004070         MOVE 8         TO KJ-RAISE-RC
004080         MOVE "SCOREIN TRAILER OUT OF BALANCE"
004090             TO KJ-RAISE-TEXT
004100         PERFORM 9000-RAISE-CONDITION
004110             THRU 9000-RAISE-CONDITION-EXIT
004120         GO TO 2500-PROVE-BATCH-EXIT
004130     END-IF.
004140     SET KJ-BATCH-OK TO TRUE.
004150 2500-PROVE-BATCH-EXIT.
004160     EXIT.
004170
004180*-----------------------------------------------------------------
004190* 3000-MERGE-CARRY - ONE CARRY-FORWARD RECORD: ITS RETRY COUNT
004200* IS READ OFF THE RETRY MASTER; A VALUE STILL WITHIN ITS
004210* RETRIES IS RESENT INSIDE THE BATCH, ONE THAT HAS USED THEM UP
004220* IS DEAD-LETTERED INSTEAD.  A VALUE WITH NO RETRY MASTER
004230* RECORD AT ALL (A CARRY FILE OLDER THAN THE MASTER) IS RESENT
004240* AS IF ON ITS FIRST RETRY.
004250*-----------------------------------------------------------------
004260 3000-MERGE-CARRY.
004270     READ CARRYFWD
004280         AT END
004290             SET KJ-CARRYFWD-EOF TO TRUE
004300         NOT AT END
004310             MOVE KJ-CARRY-RECORD TO KJ-CFW-RECORD
004320             MOVE "N" TO KJ-RETRY-FOUND-SW
004330             MOVE KJ-CFW-RULE-NUM TO KJ-RTY-RULE-NUM
004340             MOVE KJ-CFW-DIVISOR  TO KJ-RTY-DIVISOR
004350             MOVE KJ-CFW-CNT      TO KJ-RTY-CNT
004360             READ RETRYMST
004370                 INVALID KEY
004380                     CONTINUE
004390                 NOT INVALID KEY
004400                     SET KJ-RETRY-FOUND TO TRUE
004410             END-READ
004420             IF KJ-RETRY-FOUND
004430                 AND KJ-RTY-RETRY-COUNT >= KJ-MAX-RETRIES
004440                 PERFORM 3200-DEAD-LETTER
004450                     THRU 3200-DEAD-LETTER-EXIT
004460             ELSE
004470                 PERFORM 3100-RESEND
004480                     THRU 3100-RESEND-EXIT
004490             END-IF
004500     END-READ.
004510 3000-MERGE-CARRY-EXIT.
004520     EXIT.
004530
004540*-----------------------------------------------------------------
004550* 3100-RESEND - THE CARRY-FORWARD VALUE GOES INTO THE BATCH
004560* VERBATIM AND INTO THE REBUILT TRAILER'S COUNT AND HASH.
004570*-----------------------------------------------------------------
004580 3100-RESEND.
004590     MOVE KJ-CFW-RECORD TO KJ-SCORE-NEW-RECORD.
004600     WRITE KJ-SCORE-NEW-RECORD.
004610     ADD 1 TO KJ-NEW-REC-COUNT.
004620     ADD 1 TO KJ-RESENT-COUNT.
004630     ADD KJ-CFW-CNT TO KJ-NEW-HASH-TOTAL.
004640 3100-RESEND-EXIT.
004650     EXIT.
004660
004670*-----------------------------------------------------------------
004680* 3200-DEAD-LETTER - THE VALUE HAS USED UP ITS RETRIES: ONE
004690* DEAD-LETTER RECORD WITH THE RETRY COUNT REACHED AND THE LAST
004700* REASON THE SCORING SYSTEM GAVE, AND ITS RETRY MASTER RECORD
004710* IS DELETED SO A LATER DELIBERATE RESEND STARTS CLEAN.  THE
004720* REPORT FILE IS OPENED ON THE FIRST DEAD LETTER, SO A CLEAN
004730* RUN LEAVES IT EMPTY.
004740*-----------------------------------------------------------------
004750 3200-DEAD-LETTER.
004760     IF NOT KJ-DEADLTR-OPEN
004770         OPEN OUTPUT DEADLTR
004780         SET KJ-DEADLTR-OPEN TO TRUE
004790     END-IF.
004800     MOVE SPACES              TO KJ-DEAD-LETTER-RECORD.
004810     MOVE KJ-CFW-RULE-NUM     TO KJ-DLR-RULE-NUM.
004820     MOVE KJ-CFW-DIVISOR      TO KJ-DLR-DIVISOR.
004830     MOVE KJ-CFW-CNT          TO KJ-DLR-CNT.
004840     MOVE KJ-CFW-REVERSED     TO KJ-DLR-REVERSED.
004850     MOVE KJ-RTY-RETRY-COUNT  TO KJ-DLR-RETRY-COUNT.
004860     MOVE KJ-RTY-LAST-REASON  TO KJ-DLR-LAST-REASON.
004870     MOVE KJ-RTN-RUN-DATE     TO KJ-DLR-RUN-DATE.
004880     WRITE KJ-DEAD-LETTER-RECORD.
004890     ADD 1 TO KJ-DEADLTR-COUNT.
004900     DELETE RETRYMST
004910         INVALID KEY
004920             CONTINUE
004930     END-DELETE.
004940 3200-DEAD-LETTER-EXIT.
004950     EXIT.
004960
004970*-----------------------------------------------------------------
004980* 3500-WRITE-TRAILER - CLOSES THE REBUILT BATCH WITH A TRAILER
004990* WHOSE COUNT AND HASH COVER THE ORIGINAL DATA RECORDS AND THE
005000* RESENT CARRY-FORWARD RECORDS ALIKE, SO THE SCORING SYSTEM CAN
005010* STILL PROVE IT GOT THE WHOLE FILE.  THE RUN DATE IS CARRIED
005020* FORWARD FROM THE ORIGINAL TRAILER - THE BATCH IS STILL THAT
005030* RUN'S TRANSMISSION.
005040*-----------------------------------------------------------------
005050 3500-WRITE-TRAILER.
005060     MOVE SPACES             TO KJ-NEW-TRAILER-RECORD.
005070     MOVE "T"                TO KJ-NTR-RECORD-TYPE.
005080     MOVE KJ-NEW-REC-COUNT   TO KJ-NTR-RECORD-COUNT.
005090     MOVE KJ-NEW-HASH-TOTAL  TO KJ-NTR-HASH-TOTAL.
005100     MOVE KJ-ORIG-RUN-DATE   TO KJ-NTR-RUN-DATE.
005110     MOVE KJ-NEW-TRAILER-RECORD TO KJ-SCORE-NEW-RECORD.
005120     WRITE KJ-SCORE-NEW-RECORD.
005130 3500-WRITE-TRAILER-EXIT.
005140     EXIT.
005150
005160*-----------------------------------------------------------------
005170* 3600-POST-REGISTER - REPOSTS THE BATCH'S TRANSMISSION
005180* REGISTER RECORD (KEYED BY THE SEQUENCE NUMBER OFF THE BATCH
005190* HEADER) WITH THE REBUILT TRAILER'S COUNT AND HASH, SO THE
005200* REGISTER DESCRIBES THE BATCH AS IT ACTUALLY SHIPS, RESENDS
005210* INCLUDED.  A BATCH MISSING FROM THE REGISTER (A FILE OLDER
005220* THAN THE REGISTER) IS POSTED FRESH AT STATUS S AND NOTED.
005230*-----------------------------------------------------------------
005240 3600-POST-REGISTER.
005250     MOVE "N" TO KJ-XMITREG-FOUND-SW.
005260     OPEN I-O XMITREG.
005270     MOVE KJ-BATCH-SEQ-NUM TO KJ-XRG-FILE-SEQ-NUM.
005280     READ XMITREG
005290         INVALID KEY
005300             CONTINUE
005310         NOT INVALID KEY
005320             SET KJ-XMITREG-FOUND TO TRUE
005330     END-READ.
005340     IF KJ-XMITREG-FOUND
005350         MOVE KJ-NEW-REC-COUNT  TO KJ-XRG-RECORD-COUNT
005360         MOVE KJ-NEW-HASH-TOTAL TO KJ-XRG-HASH-TOTAL
005370         REWRITE KJ-XMIT-REGISTER-RECORD
005380             INVALID KEY
005390                 CONTINUE
005400         END-REWRITE
005410     ELSE
005420         DISPLAY "KJ0740W BATCH " KJ-BATCH-SEQ-NUM " WAS NOT "
005430             "ON THE TRANSMISSION REGISTER - POSTED FRESH."
005440         MOVE "KJ0740W" TO KJ-RAISE-CONDITION
005450         MOVE "W"       TO KJ-RAISE-SEVERITY
005460         MOVE 4         TO KJ-RAISE-RC
005470         MOVE "BATCH NOT ON TRANSMISSION REGISTER"
005480             TO KJ-RAISE-TEXT
005490         PERFORM 9000-RAISE-CONDITION
005500             THRU 9000-RAISE-CONDITION-EXIT
005510         MOVE SPACES            TO KJ-XMIT-REGISTER-RECORD
005520         MOVE KJ-BATCH-SEQ-NUM  TO KJ-XRG-FILE-SEQ-NUM
005530         MOVE KJ-ORIG-RUN-DATE  TO KJ-XRG-RUN-DATE
005540         MOVE KJ-NEW-REC-COUNT  TO KJ-XRG-RECORD-COUNT
005550         MOVE KJ-NEW-HASH-TOTAL TO KJ-XRG-HASH-TOTAL
005560         MOVE "S"               TO KJ-XRG-STATUS
005570         MOVE KJ-RTN-RUN-DATE   TO KJ-XRG-STATUS-DATE
005580         MOVE 0                 TO KJ-XRG-REVERSED-DATE
005590         WRITE KJ-XMIT-REGISTER-RECORD
005600             INVALID KEY
005610                 CONTINUE
005620         END-WRITE
005630     END-IF.
005640     CLOSE XMITREG.
005650 3600-POST-REGISTER-EXIT.
005660     EXIT.
005670
005680*-----------------------------------------------------------------
005690* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
005700* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
005710* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
005720* CONDITION OF THE RUN, SO A CLEAN RUN LEAVES AN EMPTY FILE.
005730*-----------------------------------------------------------------
005740 9000-RAISE-CONDITION.
005750     IF NOT KJ-ERRSUMM-OPEN
005760         OPEN OUTPUT ERRSUMM
005770         SET KJ-ERRSUMM-OPEN TO TRUE
005780     END-IF.
005790     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
005800     MOVE KJ-RTN-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
005810     MOVE KJ-RTN-RUN-DATE     TO KJ-ERR-RUN-DATE.
005820     COMPUTE KJ-ERR-RUN-TIME = KJ-RTN-RUN-TIME / 100.
005830     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
005840     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
005850     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
005860     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
005870     WRITE KJ-ERROR-SUMMARY-RECORD.
005880     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
005890         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
005900     END-IF.
005910 9000-RAISE-CONDITION-EXIT.
005920     EXIT.
005930
005940*-----------------------------------------------------------------
005950* 9100-CHECK-STEP-DONE - READS THE CYCLE'S STEP-COMPLETION LOG.
005960* WHEN THIS STEP IS ALREADY ON IT AS COMPLETED WITH A RETURN
005970* CODE OF 4 OR LESS, THE STREAM HAS BEEN RESUBMITTED PAST IT
005980* AND THE RUN ENDS AT ONCE INSTEAD OF REPEATING ITS WORK.  A
005990* MISSING LOG (FIRST SUBMISSION OF THE CYCLE) READS AS EMPTY.
006000*-----------------------------------------------------------------
006010 9100-CHECK-STEP-DONE.
006020     MOVE "N" TO KJ-STEPLOG-EOF-SW.
006030     OPEN INPUT STEPLOG.
006040     PERFORM 9110-READ-STEPLOG
006050         THRU 9110-READ-STEPLOG-EXIT
006060         WITH TEST AFTER UNTIL KJ-STEPLOG-EOF.
006070     CLOSE STEPLOG.
006080     IF KJ-STEP-ALREADY-DONE
006090         DISPLAY "KJ1000I " KJ-RTN-PROGRAM-NAME
006100             " ALREADY COMPLETED THIS CYCLE - SKIPPED."
006110     END-IF.
006120 9100-CHECK-STEP-DONE-EXIT.
006130     EXIT.
006140
006150*-----------------------------------------------------------------
006160* 9110-READ-STEPLOG - ONE STEP-COMPLETION RECORD.
006170*-----------------------------------------------------------------
006180 9110-READ-STEPLOG.
006190     READ STEPLOG
006200         AT END
006210             SET KJ-STEPLOG-EOF TO TRUE
006220         NOT AT END
006230             IF KJ-SCL-PROGRAM-ID = KJ-RTN-PROGRAM-NAME
006240                 AND KJ-SCL-STEP-NUM = 0
006250                 AND KJ-SCL-COMPLETED
006260                 AND KJ-SCL-RETURN-CODE NOT > 4
006270                 SET KJ-STEP-ALREADY-DONE TO TRUE
006280             END-IF
006290     END-READ.
006300 9110-READ-STEPLOG-EXIT.
006310     EXIT.
006320
006330*-----------------------------------------------------------------
006340* 9200-POST-STEP-DONE - APPENDS THIS RUN'S STEP-COMPLETION
006350* RECORD: START DATE AND TIME AS STAMPED ON ITS ERRSUMM RECORDS,
006360* END DATE AND TIME NOW, THE FINAL RETURN CODE, AND THE STATUS
006370* STAGED IN KJ-STEP-STATUS BY THE MAINLINE.
006380*-----------------------------------------------------------------
006390 9200-POST-STEP-DONE.
006400     ACCEPT KJ-STEP-END-DATE FROM DATE YYYYMMDD.
006410     ACCEPT KJ-STEP-END-TIME FROM TIME.
006420     OPEN EXTEND STEPLOG.
006430     MOVE SPACES              TO KJ-STEP-COMPLETION-RECORD.
006440     MOVE KJ-RTN-PROGRAM-NAME TO KJ-SCL-PROGRAM-ID.
006450     MOVE 0                   TO KJ-SCL-STEP-NUM.
006460     MOVE KJ-RTN-RUN-DATE     TO KJ-SCL-START-DATE.
006470     COMPUTE KJ-SCL-START-TIME = KJ-RTN-RUN-TIME / 100.
006480     MOVE KJ-STEP-END-DATE    TO KJ-SCL-END-DATE.
006490     COMPUTE KJ-SCL-END-TIME = KJ-STEP-END-TIME / 100.
006500     MOVE KJ-MAX-RETURN-CODE  TO KJ-SCL-RETURN-CODE.
006510     MOVE KJ-STEP-STATUS      TO KJ-SCL-STATUS.
006520     WRITE KJ-STEP-COMPLETION-RECORD.
006530     CLOSE STEPLOG.
006540 9200-POST-STEP-DONE-EXIT.
006550     EXIT.
