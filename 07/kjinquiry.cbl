000420*                     BE ANSWERED ONLINE.  LOOKUP MODE STILL
000430*                     ANSWERS FROM THE MASTER, WHICH HOLDS THE
000440*                     TYPE D POPULATION ONLY.
000450*     2026-10-15 JAK  THE QUALIFYING MASTER NOW HOLDS EVERY RULE
000460*                     TYPE, KEYED BY TYPE, SO THE RULE TYPE IS
000470*                     ASKED FOR IN BOTH MODES AND A LOOKUP
000480*                     ANSWERS FOR WHICHEVER TYPE WAS ENTERED.
000490*****************************************************************
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT ERRSUMM  ASSIGN TO ERRSUMM
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT QUALMAST ASSIGN TO QUALMAST
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS RANDOM
000620         RECORD KEY IS KJ-QMS-KEY.
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  ERRSUMM
000660     LABEL RECORDS ARE STANDARD
000670     RECORD CONTAINS 80 CHARACTERS.
000680     COPY KJERRREC.
000690
000700 FD  QUALMAST
000710     LABEL RECORDS ARE STANDARD
000720     RECORD CONTAINS 40 CHARACTERS.
000730     COPY KJQMSREC.
000740 WORKING-STORAGE SECTION.
000750 01  KJ-INQ-CANDIDATE         PIC 9(9) VALUE 0.
000760 01  KJ-INQ-DIVISOR           PIC 9(4) VALUE 7.
000770 01  KJ-INQ-REVERSED          PIC 9(9) VALUE 0.
000780 01  KJ-INQ-QUALIFY-SW        PIC X(01) VALUE "N".
000790     88  KJ-INQ-QUALIFIES            VALUE "Y".
000800
000810 01  KJ-INQ-DONE-SW           PIC X(01) VALUE "N".
000820     88  KJ-INQ-DONE                 VALUE "Y".
000830
000840*****************************************************************
000850* LOOKUP-MODE WORKING FIELDS.  FUNCTION C RECOMPUTES THE
000860* CANDIDATE THROUGH KJCHECK1 AS BEFORE; FUNCTION L ANSWERS FROM
000870* THE QUALIFYING-NUMBER MASTER, INCLUDING THE RUN DATE THE
000880* CANDIDATE FIRST QUALIFIED.  THE MASTER IS OPENED ON THE FIRST
000890* LOOKUP OF THE SESSION ONLY, SO A COMPUTE-ONLY SESSION NEVER
000900* TOUCHES IT.
000910*****************************************************************
000920 01  KJ-INQ-FUNCTION          PIC X(01) VALUE "C".
000930     88  KJ-INQ-COMPUTE              VALUE "C".
000940     88  KJ-INQ-LOOKUP               VALUE "L".
000950
000960 01  KJ-INQ-RULE-TYPE         PIC X(01) VALUE "D".
000970     88  KJ-INQ-TYPE-VALID           VALUE "D" "F" "P" "S".
000980
000990 01  KJ-QUALMAST-OPEN-SW      PIC X(01) VALUE "N".
001000     88  KJ-QUALMAST-OPEN            VALUE "Y".
001010
001020 01  KJ-INQ-DATE-PARTS.
001030     05  KJ-INQ-DATE-YYYY     PIC 9(4).
001040     05  KJ-INQ-DATE-MM       PIC 9(2).
001050     05  KJ-INQ-DATE-DD       PIC 9(2).
001060
001070 01  KJ-INQ-DATE-EDIT.
001080     05  KJ-INQ-EDIT-YYYY     PIC 9(4).
001090     05  FILLER               PIC X(01) VALUE "-".
001100     05  KJ-INQ-EDIT-MM       PIC 9(2).
001110     05  FILLER               PIC X(01) VALUE "-".
001120     05  KJ-INQ-EDIT-DD       PIC 9(2).
001130
001140 01  KJ-INQ-PROGRAM-NAME      PIC X(08) VALUE "KJINQUIR".
001150 01  KJ-INQ-RUN-DATE          PIC 9(8) VALUE 0.
001160 01  KJ-INQ-RUN-TIME          PIC 9(8) VALUE 0.
001170
001180*****************************************************************
001190* GRADED CONDITION-CODE WORKING FIELDS.  9000-RAISE-CONDITION
001200* WRITES ONE ERROR-SUMMARY RECORD PER CONDITION AND KEEPS THE
001210* HIGHEST RETURN CODE RAISED; THE MAINLINE MOVES IT TO
001220* RETURN-CODE BEFORE STOP RUN.
001230*****************************************************************
001240 01  KJ-MAX-RETURN-CODE       PIC 9(2) VALUE 0.
001250 01  KJ-RAISE-CONDITION       PIC X(07) VALUE SPACES.
001260 01  KJ-RAISE-SEVERITY        PIC X(01) VALUE "W".
001270 01  KJ-RAISE-RC              PIC 9(2) VALUE 0.
001280 01  KJ-RAISE-TEXT            PIC X(40) VALUE SPACES.
001290
001300 01  KJ-ERRSUMM-OPEN-SW       PIC X(01) VALUE "N".
001310     88  KJ-ERRSUMM-OPEN             VALUE "Y".
001320
001330 PROCEDURE DIVISION.
001340*-----------------------------------------------------------------
001350* 0000-MAINLINE.
001360*-----------------------------------------------------------------
001370 0000-MAINLINE.
001380     ACCEPT KJ-INQ-RUN-DATE FROM DATE YYYYMMDD.
001390     ACCEPT KJ-INQ-RUN-TIME FROM TIME.
001400     PERFORM 1000-ASK-AND-ANSWER
001410         THRU 1000-ASK-AND-ANSWER-EXIT
001420         WITH TEST AFTER UNTIL KJ-INQ-DONE.
001430     IF KJ-QUALMAST-OPEN
001440         CLOSE QUALMAST
001450     END-IF.
001460     DISPLAY "KJINQUIRY - SIGNED OFF.".
001470     IF KJ-ERRSUMM-OPEN
001480         CLOSE ERRSUMM
001490     END-IF.
001500     MOVE KJ-MAX-RETURN-CODE TO RETURN-CODE.
001510     STOP RUN.
001520
001530*-----------------------------------------------------------------
001540* 1000-ASK-AND-ANSWER - PROMPTS FOR ONE CANDIDATE, DIVISOR AND
001550* FUNCTION, THEN EITHER CALLS KJCHECK1 (FUNCTION C) OR LOOKS
001560* THE CANDIDATE UP ON THE QUALIFYING MASTER (FUNCTION L), AND
001570* DISPLAYS THE ANSWER.  A CANDIDATE OF 9999 ENDS THE INQUIRY
001580* WITHOUT TESTING IT.
001590*-----------------------------------------------------------------
001600 1000-ASK-AND-ANSWER.
001610     DISPLAY "ENTER CANDIDATE NUMBER (9999 TO END): ".
001620     ACCEPT KJ-INQ-CANDIDATE.
001630     IF KJ-INQ-CANDIDATE = 9999
001640         SET KJ-INQ-DONE TO TRUE
001650     ELSE
001660         PERFORM 1050-GET-DIVISOR
001670             THRU 1050-GET-DIVISOR-EXIT
001680             WITH TEST AFTER UNTIL KJ-INQ-DIVISOR > 0
001690         PERFORM 1060-GET-FUNCTION
001700             THRU 1060-GET-FUNCTION-EXIT
001710             WITH TEST AFTER
001720             UNTIL KJ-INQ-COMPUTE OR KJ-INQ-LOOKUP
001730         PERFORM 1070-GET-RULE-TYPE
001740             THRU 1070-GET-RULE-TYPE-EXIT
001750             WITH TEST AFTER UNTIL KJ-INQ-TYPE-VALID
001760         IF KJ-INQ-LOOKUP
001770             PERFORM 1100-LOOKUP-MASTER
001780                 THRU 1100-LOOKUP-MASTER-EXIT
001790         ELSE
001800         CALL "KJCHECK1" USING KJ-INQ-CANDIDATE
001810                               KJ-INQ-DIVISOR
001820                               KJ-INQ-REVERSED
001830                               KJ-INQ-QUALIFY-SW
001840                               KJ-INQ-RULE-TYPE
001850
001860         IF KJ-INQ-QUALIFIES
001870             DISPLAY KJ-INQ-CANDIDATE " QUALIFIES - REVERSED IS "
001880                 KJ-INQ-REVERSED
001890         ELSE
001900             DISPLAY KJ-INQ-CANDIDATE " DOES NOT QUALIFY."
001910         END-IF
001920         END-IF
001930     END-IF.
001940 1000-ASK-AND-ANSWER-EXIT.
001950     EXIT.
001960
001970*-----------------------------------------------------------------
001980* 1050-GET-DIVISOR - PROMPTS FOR A DIVISOR AND REPROMPTS UNTIL
001990* A POSITIVE VALUE IS ENTERED, SINCE A ZERO DIVISOR WOULD ABEND
002000* KJCHECK1 ON THE FUNCTION MOD CALL.
002010*-----------------------------------------------------------------
002020 1050-GET-DIVISOR.
002030     DISPLAY "ENTER DIVISOR: ".
002040     ACCEPT KJ-INQ-DIVISOR.
002050     IF KJ-INQ-DIVISOR = 0
002060         DISPLAY "KJ0060W DIVISOR MUST BE GREATER THAN ZERO - "
002070             "RE-ENTER."
002080         MOVE "KJ0060W" TO KJ-RAISE-CONDITION
002090         MOVE "W"       TO KJ-RAISE-SEVERITY
002100         MOVE 4         TO KJ-RAISE-RC
002110         MOVE "INVALID DIVISOR ENTERED AT TERMINAL"
002120             TO KJ-RAISE-TEXT
002130         PERFORM 9000-RAISE-CONDITION
002140             THRU 9000-RAISE-CONDITION-EXIT
002150     END-IF.
002160 1050-GET-DIVISOR-EXIT.
002170     EXIT.
002180
002190*-----------------------------------------------------------------
002200* 1060-GET-FUNCTION - PROMPTS FOR THE INQUIRY FUNCTION AND
002210* REPROMPTS UNTIL IT IS C (COMPUTE THROUGH KJCHECK1) OR
002220* L (LOOK THE CANDIDATE UP ON THE QUALIFYING MASTER).
002230*-----------------------------------------------------------------
002240 1060-GET-FUNCTION.
002250     DISPLAY "ENTER FUNCTION - C = COMPUTE, L = LOOKUP: ".
002260     ACCEPT KJ-INQ-FUNCTION.
002270     IF NOT KJ-INQ-COMPUTE AND NOT KJ-INQ-LOOKUP
002280         DISPLAY "FUNCTION MUST BE C OR L - RE-ENTER."
002290     END-IF.
002300 1060-GET-FUNCTION-EXIT.
002310     EXIT.
002320
002330*-----------------------------------------------------------------
002340* 1070-GET-RULE-TYPE - PROMPTS FOR THE QUALIFYING TEST THE
002350* INQUIRY IS ABOUT (THE TEST A COMPUTE RUNS UNDER, OR THE TYPE
002360* A LOOKUP IS KEYED BY) AND REPROMPTS UNTIL IT IS ONE OF THE
002370* TYPES KJCHECK1 KNOWS.  D IS THE ORIGINAL DIVIDE-BOTH-WAYS TEST.
002380*-----------------------------------------------------------------
002390 1070-GET-RULE-TYPE.
002400     DISPLAY "ENTER RULE TYPE - D = DIVIDES BOTH WAYS, "
002410         "F = FORWARD ONLY, P = PALINDROME, S = DIGIT SUM: ".
002420     ACCEPT KJ-INQ-RULE-TYPE.
002430     IF NOT KJ-INQ-TYPE-VALID
002440         DISPLAY "RULE TYPE MUST BE D, F, P OR S - RE-ENTER."
002450     END-IF.
002460 1070-GET-RULE-TYPE-EXIT.
002470     EXIT.
002480
002490*-----------------------------------------------------------------
002500* 1100-LOOKUP-MASTER - ANSWERS THE INQUIRY FROM THE QUALIFYING
002510* MASTER: ON FILE MEANS THE CANDIDATE QUALIFIED ON THE RUN DATE
002520* SHOWN, UNDER THE RULE TYPE AND DIVISOR ENTERED; NOT ON FILE
002530* MEANS NO RUN HAS QUALIFIED IT YET (IT MAY STILL QUALIFY - USE
002540* FUNCTION C TO TEST IT DIRECTLY).  THE MASTER IS OPENED ON THE
002550* FIRST LOOKUP OF THE SESSION.
002560*-----------------------------------------------------------------
002570 1100-LOOKUP-MASTER.
002580     IF NOT KJ-QUALMAST-OPEN
002590         OPEN INPUT QUALMAST
002600         SET KJ-QUALMAST-OPEN TO TRUE
002610     END-IF.
002620     MOVE KJ-INQ-RULE-TYPE TO KJ-QMS-RULE-TYPE.
002630     MOVE KJ-INQ-DIVISOR   TO KJ-QMS-DIVISOR.
002640     MOVE KJ-INQ-CANDIDATE TO KJ-QMS-CNT.
002650     READ QUALMAST
002660         INVALID KEY
002670             DISPLAY KJ-INQ-CANDIDATE " IS NOT ON THE "
002680                 "QUALIFYING MASTER FOR TYPE " KJ-INQ-RULE-TYPE
002690                 " DIVISOR "
002700                 KJ-INQ-DIVISOR " - USE FUNCTION C TO TEST IT."
002710         NOT INVALID KEY
002720             MOVE KJ-QMS-FIRST-RUN-DATE TO KJ-INQ-DATE-PARTS
002730             MOVE KJ-INQ-DATE-YYYY TO KJ-INQ-EDIT-YYYY
002740             MOVE KJ-INQ-DATE-MM   TO KJ-INQ-EDIT-MM
002750             MOVE KJ-INQ-DATE-DD   TO KJ-INQ-EDIT-DD
002760             DISPLAY KJ-INQ-CANDIDATE " QUALIFIED ON RUN OF "
002770                 KJ-INQ-DATE-EDIT " UNDER TYPE " KJ-QMS-RULE-TYPE
002780                 " DIVISOR "
002790                 KJ-QMS-DIVISOR " - REVERSED IS "
002800                 KJ-QMS-REVERSED
002810     END-READ.
002820 1100-LOOKUP-MASTER-EXIT.
002830     EXIT.
002840
002850*-----------------------------------------------------------------
002860* 9000-RAISE-CONDITION - WRITES ONE ERROR-SUMMARY RECORD FOR THE
002870* CONDITION STAGED IN THE KJ-RAISE FIELDS AND KEEPS THE HIGHEST
002880* RETURN CODE RAISED SO FAR.  ERRSUMM IS OPENED ON THE FIRST
002890* CONDITION OF THE SESSION, SO A CLEAN SESSION LEAVES AN EMPTY
002900* FILE.
002910*-----------------------------------------------------------------
002920 9000-RAISE-CONDITION.
002930     IF NOT KJ-ERRSUMM-OPEN
002940         OPEN OUTPUT ERRSUMM
002950         SET KJ-ERRSUMM-OPEN TO TRUE
002960     END-IF.
002970     MOVE SPACES              TO KJ-ERROR-SUMMARY-RECORD.
002980     MOVE KJ-INQ-PROGRAM-NAME TO KJ-ERR-PROGRAM-ID.
002990     MOVE KJ-INQ-RUN-DATE     TO KJ-ERR-RUN-DATE.
003000     COMPUTE KJ-ERR-RUN-TIME = KJ-INQ-RUN-TIME / 100.
003010     MOVE KJ-RAISE-CONDITION  TO KJ-ERR-CONDITION.
003020     MOVE KJ-RAISE-SEVERITY   TO KJ-ERR-SEVERITY.
003030     MOVE KJ-RAISE-RC         TO KJ-ERR-RETURN-CODE.
003040     MOVE KJ-RAISE-TEXT       TO KJ-ERR-TEXT.
003050     WRITE KJ-ERROR-SUMMARY-RECORD.
003060     IF KJ-RAISE-RC > KJ-MAX-RETURN-CODE
003070         MOVE KJ-RAISE-RC TO KJ-MAX-RETURN-CODE
003080     END-IF.
003090 9000-RAISE-CONDITION-EXIT.
003100     EXIT.
