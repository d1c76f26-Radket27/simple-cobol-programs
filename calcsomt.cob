000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. CALCSOMT.
000102 AUTHOR. R. ADKET.
000103 INSTALLATION. ACCOUNTING SYSTEMS.
000104 DATE-WRITTEN. 10/15/2026.
000105 DATE-COMPILED.
000106*****************************************************************
000107* MODIFICATION HISTORY
000108*-----------------------------------------------------------------
000109* DATE        INIT  DESCRIPTION
000110* 2026-10-15  RA    INITIAL VERSION - STANDING-ORDER MAINTENANCE.
000111*                   READS MAINTENANCE CARDS FROM SOMTPARM, ONE
000112*                   ACTION PER CARD (A=ADD, C=CHANGE, S=SUSPEND,
000113*                   R=RESUME, X=CANCEL), APPLIES THEM TO THE
000114*                   CALCSORD STANDING-ORDER FILE AND PRINTS EVERY
000115*                   ACTION AND ITS OUTCOME ON SOMTRPT. AN ORDER
000116*                   IS ONLY SAVED WHEN ITS DEPARTMENT IS ACTIVE
000117*                   ON CALCDEPT, ITS OPERATION CODE IS ONE
000118*                   CALCEDIT ACCEPTS, ITS AMOUNTS ARE NUMERIC AND
000119*                   ITS FREQUENCY AND DATES MAKE SENSE, SO A BAD
000120*                   ORDER IS REFUSED HERE INSTEAD OF BEING
000121*                   SKIPPED BY CALCSGEN ON THE MORNING IT WAS DUE.
000122*                   AN F CARD (COLS 3-10 START DATE, BLANK =
000123*                   TODAY; COLS 12-14 NUMBER OF DAYS, BLANK = 31)
000124*                   SETS THE FORWARD SCHEDULE, WHICH LISTS EVERY
000125*                   ORDER THAT WILL FIRE ON EACH DAY WITH ITS
000126*                   DEPARTMENT NAME, AMOUNTS AND THE TRANSACTION
000127*                   ID CALCSGEN WILL GIVE IT.
000128*****************************************************************
000129 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000131 FILE-CONTROL.
000132     SELECT CALC-SORD-FILE   ASSIGN TO "CALCSORD"
000133         ORGANIZATION IS LINE SEQUENTIAL
000134         FILE STATUS IS WS-SORD-STATUS.
000135     SELECT CALC-DEPT-FILE   ASSIGN TO "CALCDEPT"
000136         ORGANIZATION IS INDEXED
000137         ACCESS MODE IS RANDOM
000138         RECORD KEY IS CALC-DP-DEPT-CODE
000139         FILE STATUS IS WS-DEPT-STATUS.
000140     SELECT SOMT-PARM-FILE   ASSIGN TO "SOMTPARM"
000141         ORGANIZATION IS LINE SEQUENTIAL
000142         FILE STATUS IS WS-PARM-STATUS.
000143     SELECT SOMT-RPT-FILE    ASSIGN TO "SOMTRPT"
000144         ORGANIZATION IS LINE SEQUENTIAL
000145         FILE STATUS IS WS-RPT-STATUS.
000146 DATA DIVISION.
000147 FILE SECTION.
000148 FD  CALC-SORD-FILE
000149     LABEL RECORDS ARE STANDARD.
000150 01  SOMT-SORD-RECORD               PIC X(80).
000151 FD  CALC-DEPT-FILE
000152     LABEL RECORDS ARE STANDARD.
000153     COPY CALCDEPT.
000154 FD  SOMT-PARM-FILE
000155     LABEL RECORDS ARE STANDARD.
000156 01  SOMT-PARM-RECORD.
000157     05  SOMT-PM-ACTION          PIC X(01).
000158     05  FILLER                  PIC X(01).
000159     05  SOMT-PM-ORDER-ID        PIC X(04).
000160     05  FILLER                  PIC X(01).
000161     05  SOMT-PM-DEPT-CODE       PIC X(04).
000162     05  FILLER                  PIC X(01).
000163     05  SOMT-PM-VAR-1           PIC S9(09)V9(02).
000164     05  SOMT-PM-VAR-1-X REDEFINES SOMT-PM-VAR-1
000165                                 PIC X(11).
000166     05  FILLER                  PIC X(01).
000167     05  SOMT-PM-VAR-2           PIC S9(09)V9(02).
000168     05  SOMT-PM-VAR-2-X REDEFINES SOMT-PM-VAR-2
000169                                 PIC X(11).
000170     05  FILLER                  PIC X(01).
000171     05  SOMT-PM-VAR-01          PIC X(01).
000172     05  FILLER                  PIC X(01).
000173     05  SOMT-PM-FREQ            PIC X(01).
000174     05  SOMT-PM-FREQ-DAY        PIC X(02).
000175     05  SOMT-PM-FREQ-DAY-N REDEFINES SOMT-PM-FREQ-DAY
000176                                 PIC 9(02).
000177     05  FILLER                  PIC X(01).
000178     05  SOMT-PM-EFF-DATE        PIC X(08).
000179     05  SOMT-PM-EFF-DATE-N REDEFINES SOMT-PM-EFF-DATE
000180                                 PIC 9(08).
000181     05  FILLER                  PIC X(01).
000182     05  SOMT-PM-EXP-DATE        PIC X(08).
000183     05  SOMT-PM-EXP-DATE-N REDEFINES SOMT-PM-EXP-DATE
000184                                 PIC 9(08).
000185     05  FILLER                  PIC X(21).
000186 01  SOMT-PARM-SCHEDULE.
000187     05  FILLER                  PIC X(02).
000188     05  SOMT-PF-START-DATE      PIC X(08).
000189     05  FILLER                  PIC X(01).
000190     05  SOMT-PF-DAYS            PIC X(03).
000191     05  FILLER                  PIC X(66).
000192 FD  SOMT-RPT-FILE
000193     LABEL RECORDS ARE STANDARD.
000194 01  SOMT-RPT-RECORD                PIC X(80).
000195 WORKING-STORAGE SECTION.
000196*****************************************************************
000197* SWITCHES AND COUNTERS.
000198*****************************************************************
000199 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000200     88  WS-END-OF-FILE               VALUE 'Y'.
000201 77  WS-SORD-EOF-SWITCH           PIC X(01) VALUE 'N'.
000202     88  WS-SORD-END                  VALUE 'Y'.
000203 77  WS-ORDER-SWITCH              PIC X(01) VALUE 'Y'.
000204     88  WS-ORDER-GOOD                VALUE 'Y'.
000205 77  WS-DUE-SWITCH                PIC X(01) VALUE 'N'.
000206     88  WS-ORDER-DUE                 VALUE 'Y'.
000207 77  WS-CARD-COUNT                PIC 9(09) COMP VALUE ZERO.
000208 77  WS-APPLIED-COUNT             PIC 9(09) COMP VALUE ZERO.
000209 77  WS-FAILED-COUNT              PIC 9(09) COMP VALUE ZERO.
000210 77  WS-FIRE-COUNT                PIC 9(09) COMP VALUE ZERO.
000211 77  WS-SEQ-NO                    PIC 9(02) VALUE ZEROES.
000212 77  WS-DAY-COUNT                 PIC 9(03) VALUE 31.
000213 77  WS-DAY-SUB                   PIC 9(03) COMP VALUE ZERO.
000214 77  WS-SORD-STATUS               PIC X(02) VALUE ZEROES.
000215     88  WS-SORD-OK                   VALUE '00'.
000216     88  WS-SORD-NOT-FOUND            VALUE '35'.
000217 77  WS-DEPT-STATUS               PIC X(02) VALUE ZEROES.
000218     88  WS-DEPT-OK                   VALUE '00'.
000219 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000220     88  WS-PARM-OK                   VALUE '00'.
000221 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000222     88  WS-RPT-OK                    VALUE '00'.
000223 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000224 77  WS-START-DATE                PIC 9(08) VALUE ZEROES.
000225 77  WS-RUN-DOW                   PIC 9(01) VALUE ZERO.
000226 77  WS-MONTH-DAYS                PIC 9(02) VALUE ZEROES.
000227 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000228*****************************************************************
000229* EDIT WORKING FIELDS - THE OPERATION CODE IS MOVED HERE SO THE
000230* CODES CALCEDIT SUPPORTS CAN BE TESTED WITH ONE LEVEL-88
000231* CONDITION. THE DATE UNDER EDIT IS BROKEN OUT FOR ITS RANGE
000232* TESTS.
000233*****************************************************************
000234 77  WS-EDIT-OP                   PIC X(01) VALUE SPACE.
000235     88  WS-EDIT-OP-VALID             VALUE '+' '-' '*' '/'
000236                                            'M' 'm' 'P' 'p'.
000237 01  WS-EDIT-DATE                 PIC 9(08) VALUE ZEROES.
000238 01  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
000239     05  WS-ED-YYYY                  PIC 9(04).
000240     05  WS-ED-MM                    PIC 9(02).
000241     05  WS-ED-DD                    PIC 9(02).
000242 77  WS-EDIT-DATE-SWITCH          PIC X(01) VALUE 'Y'.
000243     88  WS-EDIT-DATE-GOOD            VALUE 'Y'.
000244*****************************************************************
000245* STANDING-ORDER TABLE - THE WHOLE FILE IS LOADED UP FRONT, THE
000246* CARDS ARE APPLIED TO THE TABLE AND THE FILE IS WRITTEN BACK IN
000247* THE SAME ORDER, SO EXISTING ORDERS KEEP THEIR PLACE IN
000248* CALCSGEN'S NUMBERING AND NEW ORDERS GO ON THE END.
000249*****************************************************************
000250 77  WS-ORD-COUNT                 PIC 9(04) COMP VALUE ZERO.
000251 77  WS-ORD-SUB                   PIC 9(04) COMP VALUE ZERO.
000252 77  WS-FOUND-SUB                 PIC 9(04) COMP VALUE ZERO.
000253 77  WS-ORD-LIMIT                 PIC 9(04) COMP VALUE 500.
000254 01  WS-ORD-TABLE.
000255     05  WS-ORD-ENTRY OCCURS 500 TIMES.
000256         10  WS-ORD-ID               PIC X(04).
000257         10  WS-ORD-IMAGE            PIC X(80).
000258*****************************************************************
000259* WORKING COPY OF THE STANDING ORDER UNDER MAINTENANCE OR TEST.
000260*****************************************************************
000261     COPY CALCSORD.
000262*****************************************************************
000263* THE SCHEDULE DAY, BROKEN OUT THE WAY CALCSGEN BUILDS ITS
000264* TRANSACTION IDS, AND THE DATE-TO-SERIAL-DAYS WORKING FIELDS
000265* FOR ITS DAY OF WEEK. THE SERIAL IS A GREGORIAN DAY NUMBER;
000266* DAY OF WEEK 1-7 WITH 1 = MONDAY FALLS OUT OF THE SERIAL
000267* MODULO 7.
000268*****************************************************************
000269 01  WS-SCHED-DATE                PIC 9(08) VALUE ZEROES.
000270 01  WS-SCHED-DATE-R REDEFINES WS-SCHED-DATE.
000271     05  WS-SCHED-YYYY.
000272         10  FILLER                  PIC 9(03).
000273         10  WS-SCHED-Y1             PIC 9(01).
000274     05  WS-SCHED-MM                 PIC 9(02).
000275     05  WS-SCHED-DD                 PIC 9(02).
000276 01  WS-SCHED-YYYY-N REDEFINES WS-SCHED-DATE.
000277     05  WS-SCHED-YEAR               PIC 9(04).
000278     05  FILLER                      PIC 9(04).
000279 01  WS-DC-DATE                   PIC 9(08) VALUE ZEROES.
000280 01  WS-DC-DATE-R REDEFINES WS-DC-DATE.
000281     05  WS-DC-YYYY                  PIC 9(04).
000282     05  WS-DC-MM                    PIC 9(02).
000283     05  WS-DC-DD                    PIC 9(02).
000284 77  WS-DC-SERIAL                 PIC S9(09) COMP VALUE ZERO.
000285 77  WS-DC-Y                      PIC S9(09) COMP VALUE ZERO.
000286 77  WS-DC-M                      PIC S9(04) COMP VALUE ZERO.
000287 77  WS-DC-T1                     PIC S9(09) COMP VALUE ZERO.
000288 77  WS-DC-T2                     PIC S9(09) COMP VALUE ZERO.
000289 77  WS-DC-T3                     PIC S9(09) COMP VALUE ZERO.
000290 77  WS-DC-T4                     PIC S9(09) COMP VALUE ZERO.
000291 77  WS-DC-T5                     PIC S9(09) COMP VALUE ZERO.
000292 77  WS-DC-T6                     PIC S9(09) COMP VALUE ZERO.
000293 01  WS-SCHED-TRANS-ID.
000294     05  WS-ST-PREFIX                PIC X(01) VALUE 'S'.
000295     05  WS-ST-Y                     PIC 9(01).
000296     05  WS-ST-MM                    PIC 9(02).
000297     05  WS-ST-DD                    PIC 9(02).
000298     05  WS-ST-SEQ                   PIC 9(02).
000299*****************************************************************
000300* PRINTED REPORT LINES.
000301*****************************************************************
000302 01  WS-RPT-HEADING-1.
000303     05  FILLER                      PIC X(30)
000304         VALUE "STANDING ORDER MAINTENANCE".
000305     05  FILLER                      PIC X(09)
000306         VALUE "RUN DATE ".
000307     05  WS-RPT-RUN-DATE              PIC 9(08).
000308 01  WS-RPT-HEADING-2.
000309     05  FILLER                      PIC X(04) VALUE "ACT".
000310     05  FILLER                      PIC X(06) VALUE "ORDER".
000311     05  FILLER                      PIC X(06) VALUE "DEPT".
000312     05  FILLER                      PIC X(05) VALUE "FREQ".
000313     05  FILLER                      PIC X(10) VALUE "EFFECTIVE".
000314     05  FILLER                      PIC X(10) VALUE "EXPIRES".
000315     05  FILLER                      PIC X(07) VALUE "OUTCOME".
000316 01  WS-RPT-DETAIL-LINE.
000317     05  WS-RPT-ACTION                PIC X(01).
000318     05  FILLER                      PIC X(03) VALUE SPACES.
000319     05  WS-RPT-ORDER-ID              PIC X(04).
000320     05  FILLER                      PIC X(02) VALUE SPACES.
000321     05  WS-RPT-DEPT-CODE             PIC X(04).
000322     05  FILLER                      PIC X(02) VALUE SPACES.
000323     05  WS-RPT-FREQ                  PIC X(01).
000324     05  WS-RPT-FREQ-DAY              PIC X(02).
000325     05  FILLER                      PIC X(02) VALUE SPACES.
000326     05  WS-RPT-EFF-DATE              PIC X(08).
000327     05  FILLER                      PIC X(02) VALUE SPACES.
000328     05  WS-RPT-EXP-DATE              PIC X(08).
000329     05  FILLER                      PIC X(02) VALUE SPACES.
000330     05  WS-RPT-OUTCOME               PIC X(30).
000331 01  WS-RPT-SCHED-HEADING.
000332     05  FILLER                      PIC X(22)
000333         VALUE "FORWARD SCHEDULE FROM ".
000334     05  WS-RPT-SH-START-DATE         PIC 9(08).
000335     05  FILLER                      PIC X(05) VALUE " FOR ".
000336     05  WS-RPT-SH-DAYS               PIC ZZ9.
000337     05  FILLER                      PIC X(05) VALUE " DAYS".
000338 01  WS-RPT-SCHED-COLUMNS.
000339     05  FILLER                      PIC X(10) VALUE "DATE".
000340     05  FILLER                      PIC X(10) VALUE "TRANS ID".
000341     05  FILLER                      PIC X(06) VALUE "ORDER".
000342     05  FILLER                      PIC X(06) VALUE "DEPT".
000343     05  FILLER                      PIC X(17) VALUE "DEPT NAME".
000344     05  FILLER                      PIC X(14)
000345         VALUE "        VAR-1".
000346     05  FILLER                      PIC X(02) VALUE "OP".
000347     05  FILLER                      PIC X(13)
000348         VALUE "        VAR-2".
000349 01  WS-RPT-SCHED-LINE.
000350     05  WS-RPT-SC-DATE               PIC 9(08).
000351     05  FILLER                      PIC X(02) VALUE SPACES.
000352     05  WS-RPT-SC-TRANS-ID           PIC X(08).
000353     05  FILLER                      PIC X(02) VALUE SPACES.
000354     05  WS-RPT-SC-ORDER-ID           PIC X(04).
000355     05  FILLER                      PIC X(02) VALUE SPACES.
000356     05  WS-RPT-SC-DEPT-CODE          PIC X(04).
000357     05  FILLER                      PIC X(02) VALUE SPACES.
000358     05  WS-RPT-SC-DEPT-NAME          PIC X(16).
000359     05  FILLER                      PIC X(01) VALUE SPACES.
000360     05  WS-RPT-SC-VAR-1              PIC -ZZZZZZZZ9.99.
000361     05  FILLER                      PIC X(01) VALUE SPACES.
000362     05  WS-RPT-SC-OP                 PIC X(01).
000363     05  FILLER                      PIC X(01) VALUE SPACES.
000364     05  WS-RPT-SC-VAR-2              PIC -ZZZZZZZZ9.99.
000365 01  WS-RPT-BLANK-LINE.
000366     05  FILLER                      PIC X(20) VALUE SPACES.
000367 01  WS-RPT-NO-FIRE-LINE.
000368     05  FILLER                      PIC X(34)
000369         VALUE "*** NO ORDERS FIRE IN PERIOD ***".
000370 01  WS-RPT-CARDS-LINE.
000371     05  FILLER                      PIC X(22)
000372         VALUE "CARDS READ . . . . . ".
000373     05  WS-RPT-CARDS-COUNT           PIC ZZZ,ZZZ,ZZ9.
000374 01  WS-RPT-APPLIED-LINE.
000375     05  FILLER                      PIC X(22)
000376         VALUE "ACTIONS APPLIED  . . ".
000377     05  WS-RPT-APPLIED-COUNT         PIC ZZZ,ZZZ,ZZ9.
000378 01  WS-RPT-FAILED-LINE.
000379     05  FILLER                      PIC X(22)
000380         VALUE "ACTIONS REFUSED  . . ".
000381     05  WS-RPT-FAILED-COUNT          PIC ZZZ,ZZZ,ZZ9.
000382 01  WS-RPT-ORDERS-LINE.
000383     05  FILLER                      PIC X(22)
000384         VALUE "ORDERS ON FILE . . . ".
000385     05  WS-RPT-ORDERS-COUNT          PIC ZZZ,ZZZ,ZZ9.
000386 01  WS-RPT-FIRES-LINE.
000387     05  FILLER                      PIC X(22)
000388         VALUE "SCHEDULED FIRINGS  . ".
000389     05  WS-RPT-FIRES-COUNT           PIC ZZZ,ZZZ,ZZ9.
000390 PROCEDURE DIVISION.
000391*****************************************************************
000392* 0000-MAINLINE - APPLY EVERY MAINTENANCE CARD TO THE ORDERS,
000393* SAVE THEM AND PRINT THE FORWARD SCHEDULE.
000394*****************************************************************
000395 0000-MAINLINE.
000396     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000397     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000398     PERFORM 2000-APPLY-CARD THRU 2000-EXIT
000399         UNTIL WS-END-OF-FILE.
000400     PERFORM 3000-SAVE-ORDERS THRU 3000-EXIT.
000401     PERFORM 4000-PRINT-SCHEDULE THRU 4000-EXIT.
000402     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000403     STOP RUN.
000404*****************************************************************
000405* 1000-INITIALIZE - OPEN THE FILES, LOAD THE STANDING ORDERS AND
000406* WRITE THE REPORT HEADINGS. NO STANDING-ORDER FILE YET MEANS AN
000407* EMPTY TABLE; THE FILE IS CREATED WHEN THE FIRST ORDER IS ADDED.
000408*****************************************************************
000409 1000-INITIALIZE.
000410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000411     MOVE WS-RUN-DATE TO WS-START-DATE.
000412     OPEN INPUT CALC-DEPT-FILE.
000413     IF NOT WS-DEPT-OK
000414         DISPLAY "CANNOT OPEN CALCDEPT, STATUS " WS-DEPT-STATUS
000415         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000416     END-IF.
000417     OPEN INPUT SOMT-PARM-FILE.
000418     IF NOT WS-PARM-OK
000419         DISPLAY "CANNOT OPEN SOMTPARM, STATUS " WS-PARM-STATUS
000420         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000421     END-IF.
000422     OPEN OUTPUT SOMT-RPT-FILE.
000423     IF NOT WS-RPT-OK
000424         DISPLAY "CANNOT OPEN SOMTRPT, STATUS " WS-RPT-STATUS
000425         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000426     END-IF.
000427     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
000428     WRITE SOMT-RPT-RECORD FROM WS-RPT-HEADING-1.
000429     WRITE SOMT-RPT-RECORD FROM WS-RPT-HEADING-2.
000430     OPEN INPUT CALC-SORD-FILE.
000431     IF WS-SORD-NOT-FOUND
000432         GO TO 1000-EXIT
000433     END-IF.
000434     IF NOT WS-SORD-OK
000435         DISPLAY "CANNOT OPEN CALCSORD, STATUS " WS-SORD-STATUS
000436         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000437     END-IF.
000438     PERFORM 1100-LOAD-ORDER THRU 1100-EXIT
000439         UNTIL WS-SORD-END.
000440     CLOSE CALC-SORD-FILE.
000441 1000-EXIT.
000442     EXIT.
000443*****************************************************************
000444* 1100-LOAD-ORDER - LOAD ONE STANDING ORDER INTO THE TABLE. A
000445* FILE LARGER THAN THE TABLE STOPS THE RUN BEFORE ANYTHING IS
000446* CHANGED - WRITING BACK A PART FILE WOULD LOSE ORDERS.
000447*****************************************************************
000448 1100-LOAD-ORDER.
000449     READ CALC-SORD-FILE
000450         AT END
000451             MOVE 'Y' TO WS-SORD-EOF-SWITCH
000452             GO TO 1100-EXIT
000453     END-READ.
000454     IF SOMT-SORD-RECORD = SPACES
000455         GO TO 1100-EXIT
000456     END-IF.
000457     IF WS-ORD-COUNT >= WS-ORD-LIMIT
000458         DISPLAY "CALCSOMT MORE THAN 500 STANDING ORDERS - "
000459             "WIDEN THE ORDER TABLE"
000460         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000461     END-IF.
000462     ADD 1 TO WS-ORD-COUNT.
000463     MOVE SOMT-SORD-RECORD TO WS-ORD-IMAGE (WS-ORD-COUNT).
000464     MOVE SOMT-SORD-RECORD (1:4) TO WS-ORD-ID (WS-ORD-COUNT).
000465 1100-EXIT.
000466     EXIT.
000467*****************************************************************
000468* 2000-APPLY-CARD - ROUTE THE CURRENT CARD BY ITS ACTION CODE,
000469* PRINT THE OUTCOME AND READ THE NEXT CARD. A BLANK CARD IS
000470* SKIPPED.
000471*****************************************************************
000472 2000-APPLY-CARD.
000473     IF SOMT-PARM-RECORD = SPACES
000474         GO TO 2000-NEXT
000475     END-IF.
000476     ADD 1 TO WS-CARD-COUNT.
000477     MOVE SOMT-PM-ACTION    TO WS-RPT-ACTION.
000478     MOVE SOMT-PM-ORDER-ID  TO WS-RPT-ORDER-ID.
000479     MOVE SOMT-PM-DEPT-CODE TO WS-RPT-DEPT-CODE.
000480     MOVE SOMT-PM-FREQ      TO WS-RPT-FREQ.
000481     MOVE SOMT-PM-FREQ-DAY  TO WS-RPT-FREQ-DAY.
000482     MOVE SOMT-PM-EFF-DATE  TO WS-RPT-EFF-DATE.
000483     MOVE SOMT-PM-EXP-DATE  TO WS-RPT-EXP-DATE.
000484     EVALUATE SOMT-PM-ACTION
000485         WHEN 'A'
000486         WHEN 'a'
000487             PERFORM 2200-ADD-ORDER THRU 2200-EXIT
000488         WHEN 'C'
000489         WHEN 'c'
000490             PERFORM 2300-CHANGE-ORDER THRU 2300-EXIT
000491         WHEN 'S'
000492         WHEN 's'
000493             PERFORM 2400-SUSPEND-ORDER THRU 2400-EXIT
000494         WHEN 'R'
000495         WHEN 'r'
000496             PERFORM 2500-RESUME-ORDER THRU 2500-EXIT
000497         WHEN 'X'
000498         WHEN 'x'
000499             PERFORM 2550-CANCEL-ORDER THRU 2550-EXIT
000500         WHEN 'F'
000501         WHEN 'f'
000502             PERFORM 2600-SET-SCHEDULE THRU 2600-EXIT
000503         WHEN OTHER
000504             MOVE "INVALID ACTION CODE" TO WS-RPT-OUTCOME
000505             ADD 1 TO WS-FAILED-COUNT
000506     END-EVALUATE.
000507     WRITE SOMT-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
000508 2000-NEXT.
000509     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000510 2000-EXIT.
000511     EXIT.
000512*****************************************************************
000513* 2100-READ-PARM - READ THE NEXT MAINTENANCE CARD.
000514*****************************************************************
000515 2100-READ-PARM.
000516     READ SOMT-PARM-FILE
000517         AT END
000518             MOVE 'Y' TO WS-EOF-SWITCH
000519     END-READ.
000520 2100-EXIT.
000521     EXIT.
000522*****************************************************************
000523* 2200-ADD-ORDER - ADD A NEW STANDING ORDER TO THE END OF THE
000524* FILE. AN ORDER ID ALREADY ON FILE, EVEN A CANCELLED ONE, IS
000525* REFUSED. A BLANK EFFECTIVE DATE MEANS THE RUN DATE AND A BLANK
000526* EXPIRY DATE MEANS NO EXPIRY.
000527*****************************************************************
000528 2200-ADD-ORDER.
000529     IF SOMT-PM-ORDER-ID = SPACES
000530         MOVE "ORDER ID MISSING" TO WS-RPT-OUTCOME
000531         ADD 1 TO WS-FAILED-COUNT
000532         GO TO 2200-EXIT
000533     END-IF.
000534     PERFORM 2800-FIND-ORDER THRU 2800-EXIT.
000535     IF WS-FOUND-SUB > ZERO
000536         MOVE "ALREADY ON FILE" TO WS-RPT-OUTCOME
000537         ADD 1 TO WS-FAILED-COUNT
000538         GO TO 2200-EXIT
000539     END-IF.
000540     IF WS-ORD-COUNT >= WS-ORD-LIMIT
000541         MOVE "ORDER TABLE FULL" TO WS-RPT-OUTCOME
000542         ADD 1 TO WS-FAILED-COUNT
000543         GO TO 2200-EXIT
000544     END-IF.
000545     MOVE SPACES TO CALC-SORD-RECORD.
000546     MOVE SOMT-PM-ORDER-ID TO CALC-SO-ORDER-ID.
000547     MOVE ZERO        TO CALC-SO-FREQ-DAY.
000548     MOVE WS-RUN-DATE TO CALC-SO-EFF-DATE.
000549     MOVE ZERO        TO CALC-SO-EXP-DATE.
000550     MOVE 'A'         TO CALC-SO-STATUS.
000551     PERFORM 2650-TAKE-CARD-FIELDS THRU 2650-EXIT.
000552     IF WS-ORDER-GOOD
000553         PERFORM 2700-EDIT-ORDER THRU 2700-EXIT
000554     END-IF.
000555     IF NOT WS-ORDER-GOOD
000556         ADD 1 TO WS-FAILED-COUNT
000557         GO TO 2200-EXIT
000558     END-IF.
000559     ADD 1 TO WS-ORD-COUNT.
000560     MOVE CALC-SORD-RECORD TO WS-ORD-IMAGE (WS-ORD-COUNT).
000561     MOVE CALC-SO-ORDER-ID TO WS-ORD-ID (WS-ORD-COUNT).
000562     MOVE "ADDED" TO WS-RPT-OUTCOME.
000563     IF CALC-SO-MONTHLY
000564      AND CALC-SO-FREQ-DAY > 28
000565         MOVE "ADDED - SKIPS SHORT MONTHS" TO WS-RPT-OUTCOME
000566     END-IF.
000567     ADD 1 TO WS-APPLIED-COUNT.
000568 2200-EXIT.
000569     EXIT.
000570*****************************************************************
000571* 2300-CHANGE-ORDER - CHANGE AN ORDER ALREADY ON FILE. A BLANK
000572* FIELD ON THE CARD LEAVES THE FIELD ON FILE UNCHANGED, AND THE
000573* ORDER AS CHANGED MUST PASS THE SAME EDITS AS A NEW ONE. A
000574* SUSPENDED ORDER STAYS SUSPENDED.
000575*****************************************************************
000576 2300-CHANGE-ORDER.
000577     PERFORM 2800-FIND-ORDER THRU 2800-EXIT.
000578     IF WS-FOUND-SUB = ZERO
000579         MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000580         ADD 1 TO WS-FAILED-COUNT
000581         GO TO 2300-EXIT
000582     END-IF.
000583     MOVE WS-ORD-IMAGE (WS-FOUND-SUB) TO CALC-SORD-RECORD.
000584     IF CALC-SO-CANCELLED
000585         MOVE "ORDER CANCELLED" TO WS-RPT-OUTCOME
000586         ADD 1 TO WS-FAILED-COUNT
000587         GO TO 2300-EXIT
000588     END-IF.
000589     PERFORM 2650-TAKE-CARD-FIELDS THRU 2650-EXIT.
000590     IF WS-ORDER-GOOD
000591         PERFORM 2700-EDIT-ORDER THRU 2700-EXIT
000592     END-IF.
000593     IF NOT WS-ORDER-GOOD
000594         ADD 1 TO WS-FAILED-COUNT
000595         GO TO 2300-EXIT
000596     END-IF.
000597     MOVE CALC-SORD-RECORD TO WS-ORD-IMAGE (WS-FOUND-SUB).
000598     MOVE "CHANGED" TO WS-RPT-OUTCOME.
000599     IF CALC-SO-MONTHLY
000600      AND CALC-SO-FREQ-DAY > 28
000601         MOVE "CHANGED - SKIPS SHORT MONTHS" TO WS-RPT-OUTCOME
000602     END-IF.
000603     ADD 1 TO WS-APPLIED-COUNT.
000604 2300-EXIT.
000605     EXIT.
000606*****************************************************************
000607* 2400-SUSPEND-ORDER - STOP A LIVE ORDER FIRING WITHOUT LOSING
000608* IT. CALCSGEN PASSES SUSPENDED ORDERS OVER.
000609*****************************************************************
000610 2400-SUSPEND-ORDER.
000611     PERFORM 2800-FIND-ORDER THRU 2800-EXIT.
000612     IF WS-FOUND-SUB = ZERO
000613         MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000614         ADD 1 TO WS-FAILED-COUNT
000615         GO TO 2400-EXIT
000616     END-IF.
000617     MOVE WS-ORD-IMAGE (WS-FOUND-SUB) TO CALC-SORD-RECORD.
000618     IF NOT CALC-SO-LIVE
000619         IF CALC-SO-CANCELLED
000620             MOVE "ORDER CANCELLED" TO WS-RPT-OUTCOME
000621         ELSE
000622             MOVE "ALREADY SUSPENDED" TO WS-RPT-OUTCOME
000623         END-IF
000624         ADD 1 TO WS-FAILED-COUNT
000625         GO TO 2400-EXIT
000626     END-IF.
000627     MOVE 'S' TO CALC-SO-STATUS.
000628     MOVE CALC-SORD-RECORD TO WS-ORD-IMAGE (WS-FOUND-SUB).
000629     MOVE "SUSPENDED" TO WS-RPT-OUTCOME.
000630     ADD 1 TO WS-APPLIED-COUNT.
000631 2400-EXIT.
000632     EXIT.
000633*****************************************************************
000634* 2500-RESUME-ORDER - PUT A SUSPENDED ORDER BACK IN SERVICE. IT
000635* IS EDITED AGAIN FIRST - ITS DEPARTMENT MAY HAVE BEEN
000636* DEACTIVATED OR THE ORDER MAY HAVE EXPIRED WHILE IT WAS OFF.
000637*****************************************************************
000638 2500-RESUME-ORDER.
000639     PERFORM 2800-FIND-ORDER THRU 2800-EXIT.
000640     IF WS-FOUND-SUB = ZERO
000641         MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000642         ADD 1 TO WS-FAILED-COUNT
000643         GO TO 2500-EXIT
000644     END-IF.
000645     MOVE WS-ORD-IMAGE (WS-FOUND-SUB) TO CALC-SORD-RECORD.
000646     IF NOT CALC-SO-SUSPENDED
000647         IF CALC-SO-CANCELLED
000648             MOVE "ORDER CANCELLED" TO WS-RPT-OUTCOME
000649         ELSE
000650             MOVE "NOT SUSPENDED" TO WS-RPT-OUTCOME
000651         END-IF
000652         ADD 1 TO WS-FAILED-COUNT
000653         GO TO 2500-EXIT
000654     END-IF.
000655     PERFORM 2700-EDIT-ORDER THRU 2700-EXIT.
000656     IF NOT WS-ORDER-GOOD
000657         ADD 1 TO WS-FAILED-COUNT
000658         GO TO 2500-EXIT
000659     END-IF.
000660     MOVE 'A' TO CALC-SO-STATUS.
000661     MOVE CALC-SORD-RECORD TO WS-ORD-IMAGE (WS-FOUND-SUB).
000662     MOVE "RESUMED" TO WS-RPT-OUTCOME.
000663     ADD 1 TO WS-APPLIED-COUNT.
000664 2500-EXIT.
000665     EXIT.
000666*****************************************************************
000667* 2550-CANCEL-ORDER - RETIRE AN ORDER FOR GOOD. IT STAYS ON THE
000668* FILE, MARKED CANCELLED, SO ITS ID IS NEVER REUSED.
000669*****************************************************************
000670 2550-CANCEL-ORDER.
000671     PERFORM 2800-FIND-ORDER THRU 2800-EXIT.
000672     IF WS-FOUND-SUB = ZERO
000673         MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000674         ADD 1 TO WS-FAILED-COUNT
000675         GO TO 2550-EXIT
000676     END-IF.
000677     MOVE WS-ORD-IMAGE (WS-FOUND-SUB) TO CALC-SORD-RECORD.
000678     IF CALC-SO-CANCELLED
000679         MOVE "ALREADY CANCELLED" TO WS-RPT-OUTCOME
000680         ADD 1 TO WS-FAILED-COUNT
000681         GO TO 2550-EXIT
000682     END-IF.
000683     MOVE 'X' TO CALC-SO-STATUS.
000684     MOVE CALC-SORD-RECORD TO WS-ORD-IMAGE (WS-FOUND-SUB).
000685     MOVE "CANCELLED" TO WS-RPT-OUTCOME.
000686     ADD 1 TO WS-APPLIED-COUNT.
000687 2550-EXIT.
000688     EXIT.
000689*****************************************************************
000690* 2600-SET-SCHEDULE - TAKE THE FORWARD SCHEDULE'S START DATE
000691* AND LENGTH FROM AN F CARD. A BLANK FIELD KEEPS ITS DEFAULT.
000692*****************************************************************
000693 2600-SET-SCHEDULE.
000694     MOVE SPACES TO WS-RPT-ORDER-ID.
000695     MOVE SPACES TO WS-RPT-DEPT-CODE.
000696     MOVE SPACES TO WS-RPT-FREQ.
000697     MOVE SPACES TO WS-RPT-FREQ-DAY.
000698     MOVE SPACES TO WS-RPT-EXP-DATE.
000699     MOVE SOMT-PF-START-DATE TO WS-RPT-EFF-DATE.
000700     IF SOMT-PF-START-DATE NOT = SPACES
000701         IF SOMT-PF-START-DATE IS NUMERIC
000702             MOVE SOMT-PF-START-DATE TO WS-EDIT-DATE
000703             PERFORM 2750-CHECK-DATE THRU 2750-EXIT
000704         ELSE
000705             MOVE 'N' TO WS-EDIT-DATE-SWITCH
000706         END-IF
000707         IF NOT WS-EDIT-DATE-GOOD
000708             MOVE "BAD SCHEDULE START DATE" TO WS-RPT-OUTCOME
000709             ADD 1 TO WS-FAILED-COUNT
000710             GO TO 2600-EXIT
000711         END-IF
000712     END-IF.
000713     IF SOMT-PF-DAYS NOT = SPACES
000714         IF SOMT-PF-DAYS IS NOT NUMERIC
000715          OR SOMT-PF-DAYS = "000"
000716             MOVE "BAD SCHEDULE DAY COUNT" TO WS-RPT-OUTCOME
000717             ADD 1 TO WS-FAILED-COUNT
000718             GO TO 2600-EXIT
000719         END-IF
000720         MOVE SOMT-PF-DAYS TO WS-DAY-COUNT
000721     END-IF.
000722     IF SOMT-PF-START-DATE NOT = SPACES
000723         MOVE SOMT-PF-START-DATE TO WS-START-DATE
000724     END-IF.
000725     MOVE "SCHEDULE SET" TO WS-RPT-OUTCOME.
000726 2600-EXIT.
000727     EXIT.
000728*****************************************************************
000729* 2650-TAKE-CARD-FIELDS - LAY THE NON-BLANK CARD FIELDS OVER THE
000730* ORDER. AN AMOUNT, DAY OR DATE THAT IS NOT A NUMBER REFUSES THE
000731* CARD HERE, BEFORE IT CAN REACH THE RECORD.
000732*****************************************************************
000733 2650-TAKE-CARD-FIELDS.
000734     MOVE 'Y' TO WS-ORDER-SWITCH.
000735     IF SOMT-PM-DEPT-CODE NOT = SPACES
000736         MOVE SOMT-PM-DEPT-CODE TO CALC-SO-DEPT-CODE
000737     END-IF.
000738     IF SOMT-PM-VAR-1-X NOT = SPACES
000739         IF SOMT-PM-VAR-1 IS NOT NUMERIC
000740             MOVE "VAR-1 NOT NUMERIC" TO WS-RPT-OUTCOME
000741             MOVE 'N' TO WS-ORDER-SWITCH
000742             GO TO 2650-EXIT
000743         END-IF
000744         MOVE SOMT-PM-VAR-1 TO CALC-SO-VAR-1
000745     END-IF.
000746     IF SOMT-PM-VAR-2-X NOT = SPACES
000747         IF SOMT-PM-VAR-2 IS NOT NUMERIC
000748             MOVE "VAR-2 NOT NUMERIC" TO WS-RPT-OUTCOME
000749             MOVE 'N' TO WS-ORDER-SWITCH
000750             GO TO 2650-EXIT
000751         END-IF
000752         MOVE SOMT-PM-VAR-2 TO CALC-SO-VAR-2
000753     END-IF.
000754     IF SOMT-PM-VAR-01 NOT = SPACE
000755         MOVE SOMT-PM-VAR-01 TO CALC-SO-VAR-01
000756     END-IF.
000757     IF SOMT-PM-FREQ NOT = SPACE
000758         MOVE SOMT-PM-FREQ TO CALC-SO-FREQ
000759     END-IF.
000760     IF SOMT-PM-FREQ-DAY NOT = SPACES
000761         IF SOMT-PM-FREQ-DAY IS NOT NUMERIC
000762             MOVE "BAD FREQUENCY DAY" TO WS-RPT-OUTCOME
000763             MOVE 'N' TO WS-ORDER-SWITCH
000764             GO TO 2650-EXIT
000765         END-IF
000766         MOVE SOMT-PM-FREQ-DAY-N TO CALC-SO-FREQ-DAY
000767     END-IF.
000768     IF SOMT-PM-EFF-DATE NOT = SPACES
000769         IF SOMT-PM-EFF-DATE IS NOT NUMERIC
000770             MOVE "BAD EFFECTIVE DATE" TO WS-RPT-OUTCOME
000771             MOVE 'N' TO WS-ORDER-SWITCH
000772             GO TO 2650-EXIT
000773         END-IF
000774         MOVE SOMT-PM-EFF-DATE-N TO CALC-SO-EFF-DATE
000775     END-IF.
000776     IF SOMT-PM-EXP-DATE NOT = SPACES
000777         IF SOMT-PM-EXP-DATE IS NOT NUMERIC
000778             MOVE "BAD EXPIRY DATE" TO WS-RPT-OUTCOME
000779             MOVE 'N' TO WS-ORDER-SWITCH
000780             GO TO 2650-EXIT
000781         END-IF
000782         MOVE SOMT-PM-EXP-DATE-N TO CALC-SO-EXP-DATE
000783     END-IF.
000784 2650-EXIT.
000785     EXIT.
000786*****************************************************************
000787* 2700-EDIT-ORDER - EDIT THE ORDER IN CALC-SORD-RECORD AS A
000788* WHOLE BEFORE IT IS SAVED: NUMERIC AMOUNTS, AN OPERATION CODE
000789* CALCEDIT ACCEPTS, AN ACTIVE DEPARTMENT ON CALCDEPT, A
000790* FREQUENCY CALCSGEN KNOWS WITH A DAY THAT FITS IT, A REAL
000791* EFFECTIVE DATE AND AN EXPIRY DATE (ZERO = NONE) THAT IS NEITHER
000792* BEFORE THE EFFECTIVE DATE NOR ALREADY PAST. THE FIRST FAILURE
000793* IS THE OUTCOME.
000794*****************************************************************
000795 2700-EDIT-ORDER.
000796     MOVE 'N' TO WS-ORDER-SWITCH.
000797     IF CALC-SO-VAR-1 IS NOT NUMERIC
000798         MOVE "VAR-1 NOT NUMERIC" TO WS-RPT-OUTCOME
000799         GO TO 2700-EXIT
000800     END-IF.
000801     IF CALC-SO-VAR-2 IS NOT NUMERIC
000802         MOVE "VAR-2 NOT NUMERIC" TO WS-RPT-OUTCOME
000803         GO TO 2700-EXIT
000804     END-IF.
000805     MOVE CALC-SO-VAR-01 TO WS-EDIT-OP.
000806     IF NOT WS-EDIT-OP-VALID
000807         MOVE "INVALID OPERATION CODE" TO WS-RPT-OUTCOME
000808         GO TO 2700-EXIT
000809     END-IF.
000810     MOVE CALC-SO-DEPT-CODE TO CALC-DP-DEPT-CODE.
000811     READ CALC-DEPT-FILE
000812         INVALID KEY
000813             MOVE "DEPT NOT ON CALCDEPT" TO WS-RPT-OUTCOME
000814             GO TO 2700-EXIT
000815     END-READ.
000816     IF NOT CALC-DP-ACTIVE
000817         MOVE "DEPT INACTIVE" TO WS-RPT-OUTCOME
000818         GO TO 2700-EXIT
000819     END-IF.
000820     EVALUATE TRUE
000821         WHEN CALC-SO-DAILY
000822             MOVE ZERO TO CALC-SO-FREQ-DAY
000823         WHEN CALC-SO-WEEKLY
000824             IF CALC-SO-FREQ-DAY IS NOT NUMERIC
000825              OR CALC-SO-FREQ-DAY < 1
000826              OR CALC-SO-FREQ-DAY > 7
000827                 MOVE "WEEKLY DAY NOT 1-7" TO WS-RPT-OUTCOME
000828                 GO TO 2700-EXIT
000829             END-IF
000830         WHEN CALC-SO-MONTHLY
000831             IF CALC-SO-FREQ-DAY IS NOT NUMERIC
000832              OR CALC-SO-FREQ-DAY < 1
000833              OR CALC-SO-FREQ-DAY > 31
000834                 MOVE "MONTHLY DAY NOT 1-31" TO WS-RPT-OUTCOME
000835                 GO TO 2700-EXIT
000836             END-IF
000837         WHEN OTHER
000838             MOVE "INVALID FREQUENCY" TO WS-RPT-OUTCOME
000839             GO TO 2700-EXIT
000840     END-EVALUATE.
000841     IF CALC-SO-EFF-DATE IS NOT NUMERIC
000842         MOVE "BAD EFFECTIVE DATE" TO WS-RPT-OUTCOME
000843         GO TO 2700-EXIT
000844     END-IF.
000845     MOVE CALC-SO-EFF-DATE TO WS-EDIT-DATE.
000846     PERFORM 2750-CHECK-DATE THRU 2750-EXIT.
000847     IF NOT WS-EDIT-DATE-GOOD
000848         MOVE "BAD EFFECTIVE DATE" TO WS-RPT-OUTCOME
000849         GO TO 2700-EXIT
000850     END-IF.
000851     IF CALC-SO-EXP-DATE IS NOT NUMERIC
000852         MOVE "BAD EXPIRY DATE" TO WS-RPT-OUTCOME
000853         GO TO 2700-EXIT
000854     END-IF.
000855     IF CALC-SO-EXP-DATE > ZERO
000856         MOVE CALC-SO-EXP-DATE TO WS-EDIT-DATE
000857         PERFORM 2750-CHECK-DATE THRU 2750-EXIT
000858         IF NOT WS-EDIT-DATE-GOOD
000859             MOVE "BAD EXPIRY DATE" TO WS-RPT-OUTCOME
000860             GO TO 2700-EXIT
000861         END-IF
000862         IF CALC-SO-EXP-DATE < CALC-SO-EFF-DATE
000863             MOVE "EXPIRES BEFORE EFFECTIVE" TO WS-RPT-OUTCOME
000864             GO TO 2700-EXIT
000865         END-IF
000866         IF CALC-SO-EXP-DATE < WS-RUN-DATE
000867             MOVE "ALREADY EXPIRED" TO WS-RPT-OUTCOME
000868             GO TO 2700-EXIT
000869         END-IF
000870     END-IF.
000871     MOVE 'Y' TO WS-ORDER-SWITCH.
000872 2700-EXIT.
000873     EXIT.
000874*****************************************************************
000875* 2750-CHECK-DATE - TEST THAT WS-EDIT-DATE IS A REAL CALENDAR
000876* DATE.
000877*****************************************************************
000878 2750-CHECK-DATE.
000879     MOVE 'N' TO WS-EDIT-DATE-SWITCH.
000880     IF WS-ED-YYYY < 1900
000881      OR WS-ED-MM < 1
000882      OR WS-ED-MM > 12
000883      OR WS-ED-DD < 1
000884         GO TO 2750-EXIT
000885     END-IF.
000886     MOVE WS-EDIT-DATE TO WS-DC-DATE.
000887     PERFORM 7200-MONTH-LENGTH THRU 7200-EXIT.
000888     IF WS-ED-DD > WS-MONTH-DAYS
000889         GO TO 2750-EXIT
000890     END-IF.
000891     MOVE 'Y' TO WS-EDIT-DATE-SWITCH.
000892 2750-EXIT.
000893     EXIT.
000894*****************************************************************
000895* 2800-FIND-ORDER - FIND THE CARD'S ORDER ID IN THE TABLE. ZERO
000896* IN WS-FOUND-SUB MEANS NOT ON FILE.
000897*****************************************************************
000898 2800-FIND-ORDER.
000899     MOVE ZERO TO WS-FOUND-SUB.
000900     MOVE 1 TO WS-ORD-SUB.
000901     PERFORM 2810-SCAN-ORDER THRU 2810-EXIT
000902         UNTIL WS-ORD-SUB > WS-ORD-COUNT
000903            OR WS-FOUND-SUB > ZERO.
000904 2800-EXIT.
000905     EXIT.
000906*****************************************************************
000907* 2810-SCAN-ORDER - TEST ONE ORDER TABLE ENTRY.
000908*****************************************************************
000909 2810-SCAN-ORDER.
000910     IF WS-ORD-ID (WS-ORD-SUB) = SOMT-PM-ORDER-ID
000911         MOVE WS-ORD-SUB TO WS-FOUND-SUB
000912     ELSE
000913         ADD 1 TO WS-ORD-SUB
000914     END-IF.
000915 2810-EXIT.
000916     EXIT.
000917*****************************************************************
000918* 3000-SAVE-ORDERS - WRITE THE TABLE BACK OVER CALCSORD IN ITS
000919* ORIGINAL ORDER. WITH NOTHING APPLIED THE FILE IS LEFT ALONE.
000920*****************************************************************
000921 3000-SAVE-ORDERS.
000922     IF WS-APPLIED-COUNT = ZERO
000923         GO TO 3000-EXIT
000924     END-IF.
000925     OPEN OUTPUT CALC-SORD-FILE.
000926     IF NOT WS-SORD-OK
000927         DISPLAY "CANNOT OPEN CALCSORD, STATUS " WS-SORD-STATUS
000928         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000929     END-IF.
000930     MOVE 1 TO WS-ORD-SUB.
000931     PERFORM 3100-WRITE-ORDER THRU 3100-EXIT
000932         UNTIL WS-ORD-SUB > WS-ORD-COUNT.
000933     CLOSE CALC-SORD-FILE.
000934 3000-EXIT.
000935     EXIT.
000936*****************************************************************
000937* 3100-WRITE-ORDER - WRITE ONE ORDER TABLE ENTRY.
000938*****************************************************************
000939 3100-WRITE-ORDER.
000940     WRITE SOMT-SORD-RECORD FROM WS-ORD-IMAGE (WS-ORD-SUB).
000941     ADD 1 TO WS-ORD-SUB.
000942 3100-EXIT.
000943     EXIT.
000944*****************************************************************
000945* 4000-PRINT-SCHEDULE - WALK EVERY DAY OF THE SCHEDULE PERIOD
000946* AND LIST THE ORDERS THAT WILL FIRE ON IT.
000947*****************************************************************
000948 4000-PRINT-SCHEDULE.
000949     WRITE SOMT-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000950     MOVE WS-START-DATE TO WS-RPT-SH-START-DATE.
000951     MOVE WS-DAY-COUNT  TO WS-RPT-SH-DAYS.
000952     WRITE SOMT-RPT-RECORD FROM WS-RPT-SCHED-HEADING.
000953     WRITE SOMT-RPT-RECORD FROM WS-RPT-SCHED-COLUMNS.
000954     MOVE WS-START-DATE TO WS-SCHED-DATE.
000955     MOVE 1 TO WS-DAY-SUB.
000956     PERFORM 4100-SCHEDULE-DAY THRU 4100-EXIT
000957         UNTIL WS-DAY-SUB > WS-DAY-COUNT.
000958     IF WS-FIRE-COUNT = ZERO
000959         WRITE SOMT-RPT-RECORD FROM WS-RPT-NO-FIRE-LINE
000960     END-IF.
000961 4000-EXIT.
000962     EXIT.
000963*****************************************************************
000964* 4100-SCHEDULE-DAY - WORK OUT THE DAY OF WEEK EXACTLY AS
000965* CALCSGEN DOES, RUN EVERY ORDER IN FILE ORDER THROUGH
000966* CALCSGEN'S DUE TEST SO THE SEQUENCE NUMBERS COME OUT AS IT
000967* WILL ASSIGN THEM, THEN STEP TO THE NEXT DAY.
000968*****************************************************************
000969 4100-SCHEDULE-DAY.
000970     MOVE WS-SCHED-DATE TO WS-DC-DATE.
000971     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
000972     COMPUTE WS-DC-T6 = WS-DC-SERIAL + 2.
000973     DIVIDE WS-DC-T6 BY 7 GIVING WS-DC-T1 REMAINDER WS-DC-T6.
000974     COMPUTE WS-RUN-DOW = WS-DC-T6 + 1.
000975     MOVE ZERO TO WS-SEQ-NO.
000976     MOVE 1 TO WS-ORD-SUB.
000977     PERFORM 4200-TEST-ORDER THRU 4200-EXIT
000978         UNTIL WS-ORD-SUB > WS-ORD-COUNT.
000979     PERFORM 7100-NEXT-DAY THRU 7100-EXIT.
000980     ADD 1 TO WS-DAY-SUB.
000981 4100-EXIT.
000982     EXIT.
000983*****************************************************************
000984* 4200-TEST-ORDER - TEST ONE ORDER FOR THE SCHEDULE DAY AND LIST
000985* IT IF IT FIRES.
000986*****************************************************************
000987 4200-TEST-ORDER.
000988     MOVE WS-ORD-IMAGE (WS-ORD-SUB) TO CALC-SORD-RECORD.
000989     PERFORM 4300-CHECK-DUE THRU 4300-EXIT.
000990     IF WS-ORDER-DUE
000991         PERFORM 4400-PRINT-FIRING THRU 4400-EXIT
000992     END-IF.
000993     ADD 1 TO WS-ORD-SUB.
000994 4200-EXIT.
000995     EXIT.
000996*****************************************************************
000997* 4300-CHECK-DUE - CALCSGEN'S DUE TEST (ITS 2200-CHECK-DUE)
000998* AGAINST THE SCHEDULE DAY. AN ORDER CALCSGEN WOULD SKIP AS BAD
000999* IS NOT DUE HERE EITHER. KEEP THE TWO IN STEP.
001000*****************************************************************
001001 4300-CHECK-DUE.
001002     MOVE 'N' TO WS-DUE-SWITCH.
001003     IF CALC-SORD-RECORD = SPACES
001004         GO TO 4300-EXIT
001005     END-IF.
001006     IF NOT CALC-SO-LIVE
001007         GO TO 4300-EXIT
001008     END-IF.
001009     IF CALC-SO-VAR-1 IS NOT NUMERIC
001010      OR CALC-SO-VAR-2 IS NOT NUMERIC
001011      OR CALC-SO-EFF-DATE IS NOT NUMERIC
001012      OR CALC-SO-EXP-DATE IS NOT NUMERIC
001013         GO TO 4300-EXIT
001014     END-IF.
001015     IF WS-SCHED-DATE < CALC-SO-EFF-DATE
001016         GO TO 4300-EXIT
001017     END-IF.
001018     IF CALC-SO-EXP-DATE > ZERO
001019      AND WS-SCHED-DATE > CALC-SO-EXP-DATE
001020         GO TO 4300-EXIT
001021     END-IF.
001022     EVALUATE TRUE
001023         WHEN CALC-SO-DAILY
001024             MOVE 'Y' TO WS-DUE-SWITCH
001025         WHEN CALC-SO-WEEKLY
001026             IF CALC-SO-FREQ-DAY IS NUMERIC
001027              AND CALC-SO-FREQ-DAY = WS-RUN-DOW
001028                 MOVE 'Y' TO WS-DUE-SWITCH
001029             END-IF
001030         WHEN CALC-SO-MONTHLY
001031             IF CALC-SO-FREQ-DAY IS NUMERIC
001032              AND CALC-SO-FREQ-DAY = WS-SCHED-DD
001033                 MOVE 'Y' TO WS-DUE-SWITCH
001034             END-IF
001035     END-EVALUATE.
001036 4300-EXIT.
001037     EXIT.
001038*****************************************************************
001039* 4400-PRINT-FIRING - LIST ONE FIRING WITH THE TRANSACTION ID
001040* CALCSGEN WILL GIVE IT - S + LAST YEAR DIGIT + MMDD + THE
001041* 2-DIGIT SEQUENCE. PAST THE 99TH ORDER OF A DAY CALCSGEN SKIPS
001042* THE EXTRAS, AND THEY ARE FLAGGED HERE INSTEAD OF NUMBERED.
001043*****************************************************************
001044 4400-PRINT-FIRING.
001045     MOVE WS-SCHED-DATE     TO WS-RPT-SC-DATE.
001046     MOVE CALC-SO-ORDER-ID  TO WS-RPT-SC-ORDER-ID.
001047     MOVE CALC-SO-DEPT-CODE TO WS-RPT-SC-DEPT-CODE.
001048     MOVE CALC-SO-VAR-1     TO WS-RPT-SC-VAR-1.
001049     MOVE CALC-SO-VAR-01    TO WS-RPT-SC-OP.
001050     MOVE CALC-SO-VAR-2     TO WS-RPT-SC-VAR-2.
001051     MOVE CALC-SO-DEPT-CODE TO CALC-DP-DEPT-CODE.
001052     READ CALC-DEPT-FILE
001053         INVALID KEY
001054             MOVE "*NOT ON FILE*" TO WS-RPT-SC-DEPT-NAME
001055         NOT INVALID KEY
001056             MOVE CALC-DP-DEPT-NAME TO WS-RPT-SC-DEPT-NAME
001057     END-READ.
001058     IF WS-SEQ-NO >= 99
001059         MOVE "*NONE*" TO WS-RPT-SC-TRANS-ID
001060         MOVE "OVER 99 - SKIPPED" TO WS-RPT-SC-DEPT-NAME
001061     ELSE
001062         ADD 1 TO WS-SEQ-NO
001063         ADD 1 TO WS-FIRE-COUNT
001064         MOVE WS-SCHED-Y1 TO WS-ST-Y
001065         MOVE WS-SCHED-MM TO WS-ST-MM
001066         MOVE WS-SCHED-DD TO WS-ST-DD
001067         MOVE WS-SEQ-NO   TO WS-ST-SEQ
001068         MOVE WS-SCHED-TRANS-ID TO WS-RPT-SC-TRANS-ID
001069     END-IF.
001070     WRITE SOMT-RPT-RECORD FROM WS-RPT-SCHED-LINE.
001071 4400-EXIT.
001072     EXIT.
001073*****************************************************************
001074* 7000-DATE-TO-DAYS - TURN WS-DC-DATE (YYYYMMDD) INTO THE
001075* GREGORIAN DAY NUMBER IN WS-DC-SERIAL. MONTHS ARE COUNTED FROM
001076* MARCH SO THE LEAP DAY FALLS AT THE END OF THE SHIFTED YEAR
001077* AND THE MONTH LENGTHS FIT ONE LINEAR EXPRESSION. EACH
001078* DIVISION STANDS IN ITS OWN COMPUTE SO THE RESULT TRUNCATES
001079* INTO ITS INTEGER FIELD.
001080*****************************************************************
001081 7000-DATE-TO-DAYS.
001082     COMPUTE WS-DC-M = WS-DC-MM + 9.
001083     DIVIDE WS-DC-M BY 12 GIVING WS-DC-T1 REMAINDER WS-DC-M.
001084     COMPUTE WS-DC-T1 = WS-DC-M / 10.
001085     COMPUTE WS-DC-Y = WS-DC-YYYY - WS-DC-T1.
001086     COMPUTE WS-DC-T2 = WS-DC-Y / 4.
001087     COMPUTE WS-DC-T3 = WS-DC-Y / 100.
001088     COMPUTE WS-DC-T4 = WS-DC-Y / 400.
001089     COMPUTE WS-DC-T5 = (WS-DC-M * 306 + 5) / 10.
001090     COMPUTE WS-DC-SERIAL = 365 * WS-DC-Y + WS-DC-T2 - WS-DC-T3
001091         + WS-DC-T4 + WS-DC-T5 + WS-DC-DD - 1.
001092 7000-EXIT.
001093     EXIT.
001094*****************************************************************
001095* 7100-NEXT-DAY - STEP WS-SCHED-DATE ON BY ONE CALENDAR DAY.
001096*****************************************************************
001097 7100-NEXT-DAY.
001098     MOVE WS-SCHED-DATE TO WS-DC-DATE.
001099     PERFORM 7200-MONTH-LENGTH THRU 7200-EXIT.
001100     ADD 1 TO WS-SCHED-DD.
001101     IF WS-SCHED-DD > WS-MONTH-DAYS
001102         MOVE 1 TO WS-SCHED-DD
001103         ADD 1 TO WS-SCHED-MM
001104         IF WS-SCHED-MM > 12
001105             MOVE 1 TO WS-SCHED-MM
001106             ADD 1 TO WS-SCHED-YEAR
001107         END-IF
001108     END-IF.
001109 7100-EXIT.
001110     EXIT.
001111*****************************************************************
001112* 7200-MONTH-LENGTH - THE NUMBER OF DAYS IN THE MONTH OF
001113* WS-DC-DATE, INTO WS-MONTH-DAYS. A CENTURY YEAR IS ONLY A LEAP
001114* YEAR WHEN IT DIVIDES BY 400.
001115*****************************************************************
001116 7200-MONTH-LENGTH.
001117     EVALUATE WS-DC-MM
001118         WHEN 4
001119         WHEN 6
001120         WHEN 9
001121         WHEN 11
001122             MOVE 30 TO WS-MONTH-DAYS
001123         WHEN 2
001124             MOVE 28 TO WS-MONTH-DAYS
001125             DIVIDE WS-DC-YYYY BY 4 GIVING WS-DC-T1
001126                 REMAINDER WS-DC-T2
001127             DIVIDE WS-DC-YYYY BY 100 GIVING WS-DC-T1
001128                 REMAINDER WS-DC-T3
001129             DIVIDE WS-DC-YYYY BY 400 GIVING WS-DC-T1
001130                 REMAINDER WS-DC-T4
001131             IF (WS-DC-T2 = ZERO AND WS-DC-T3 NOT = ZERO)
001132              OR WS-DC-T4 = ZERO
001133                 MOVE 29 TO WS-MONTH-DAYS
001134             END-IF
001135         WHEN OTHER
001136             MOVE 31 TO WS-MONTH-DAYS
001137     END-EVALUATE.
001138 7200-EXIT.
001139     EXIT.
001140*****************************************************************
001141* 8000-WRAPUP - PRINT THE MAINTENANCE TOTALS AND CLOSE THE
001142* FILES.
001143*****************************************************************
001144 8000-WRAPUP.
001145     WRITE SOMT-RPT-RECORD FROM WS-RPT-BLANK-LINE.
001146     MOVE WS-CARD-COUNT TO WS-RPT-CARDS-COUNT.
001147     WRITE SOMT-RPT-RECORD FROM WS-RPT-CARDS-LINE.
001148     MOVE WS-APPLIED-COUNT TO WS-RPT-APPLIED-COUNT.
001149     WRITE SOMT-RPT-RECORD FROM WS-RPT-APPLIED-LINE.
001150     MOVE WS-FAILED-COUNT TO WS-RPT-FAILED-COUNT.
001151     WRITE SOMT-RPT-RECORD FROM WS-RPT-FAILED-LINE.
001152     MOVE WS-ORD-COUNT TO WS-RPT-ORDERS-COUNT.
001153     WRITE SOMT-RPT-RECORD FROM WS-RPT-ORDERS-LINE.
001154     MOVE WS-FIRE-COUNT TO WS-RPT-FIRES-COUNT.
001155     WRITE SOMT-RPT-RECORD FROM WS-RPT-FIRES-LINE.
001156     CLOSE CALC-DEPT-FILE.
001157     CLOSE SOMT-PARM-FILE.
001158     CLOSE SOMT-RPT-FILE.
001159     MOVE WS-CARD-COUNT TO WS-COUNT-EDIT.
001160     DISPLAY "CALCSOMT CARDS READ . . . . " WS-COUNT-EDIT.
001161     MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
001162     DISPLAY "CALCSOMT ACTIONS APPLIED  . " WS-COUNT-EDIT.
001163     MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT.
001164     DISPLAY "CALCSOMT ACTIONS REFUSED  . " WS-COUNT-EDIT.
001165     MOVE WS-FIRE-COUNT TO WS-COUNT-EDIT.
001166     DISPLAY "CALCSOMT SCHEDULED FIRINGS  " WS-COUNT-EDIT.
001167 8000-EXIT.
001168     EXIT.
001169*****************************************************************
001170* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
001171* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
001172* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
001173*****************************************************************
001174 9900-OPEN-ERROR.
001175     DISPLAY "CALCSOMT RUN TERMINATED - SEE FILE STATUS ABOVE".
001176     MOVE 8 TO RETURN-CODE.
001177     CLOSE CALC-SORD-FILE.
001178     CLOSE CALC-DEPT-FILE.
001179     CLOSE SOMT-PARM-FILE.
001180     CLOSE SOMT-RPT-FILE.
001181     STOP RUN.
001182 9900-EXIT.
001183     EXIT.
