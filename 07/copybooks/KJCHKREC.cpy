000400*                     QUIESCE POINT ONWARD; THE BASE FIELDS
000410*                     CARRY THAT STARTING POINT ACROSS EVERY
000420*                     LATER CHECKPOINT.  RECORD IS NOW 160.
000430*     2026-10-15 JAK  ADDED KJ-CHK-PART-BASE-RULE AND THE PER-DAY
000440*                     RUNNING TOTALS KJ-CHK-DAY-TOTALS, NOW THAT
000450*                     ONE RUN CARRIES SEVERAL CALENDAR DAYS.  THE
000460*                     PARTIAL BASE SUM/COUNT ARE THE BASE RULE'S
000470*                     OWN DAY'S TOTALS AT THE QUIESCE POINT.
000480*                     RECORD IS NOW 740.
000490*****************************************************************
000500 01  KJ-CHECKPOINT-RECORD.
000510     05  KJ-CHK-CNT                 PIC 9(9).
000520     05  KJ-CHK-SUM                 PIC 9(15).
000530     05  KJ-CHK-QUALIFY-COUNT       PIC 9(9).
000540     05  KJ-CHK-RULE-IDX             PIC 9(4).
000550     05  KJ-CHK-RULE-SUM             PIC 9(15).
000560     05  KJ-CHK-RULE-QUALIFY-COUNT   PIC 9(9).
000570     05  KJ-CHK-LOW                  PIC 9(9).
000580     05  KJ-CHK-HIGH                 PIC 9(9).
000590     05  KJ-CHK-DIVISOR              PIC 9(4).
000600     05  KJ-CHK-RULE-COUNT           PIC 9(4).
000610     05  KJ-CHK-RULE-CHECKSUM        PIC 9(15).
000620     05  KJ-CHK-SCORE-COUNT          PIC 9(9).
000630     05  KJ-CHK-SCORE-HASH           PIC 9(15).
000640     05  KJ-CHK-QUIESCED-SW          PIC X(01).
000650         88  KJ-CHK-QUIESCED                VALUE "Y".
000660     05  KJ-CHK-PART-BASE-CNT        PIC 9(9).
000670     05  KJ-CHK-PART-BASE-SUM        PIC 9(15).
000680     05  KJ-CHK-PART-BASE-QC         PIC 9(9).
000690     05  KJ-CHK-PART-BASE-RULE       PIC 9(4).
000700     05  KJ-CHK-DAY-TOTALS           OCCURS 24 TIMES.
000710         10  KJ-CHK-DAY-SUM          PIC 9(15).
000720         10  KJ-CHK-DAY-QC           PIC 9(9).
