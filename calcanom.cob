000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. CALCANOM.
000102 AUTHOR. R. ADKET.
000103 INSTALLATION. ACCOUNTING SYSTEMS.
000104 DATE-WRITTEN. 10/15/2026.
000105 DATE-COMPILED.
000106*****************************************************************
000107* MODIFICATION HISTORY
000108*-----------------------------------------------------------------
000109* DATE        INIT  DESCRIPTION
000110* 2026-10-15  RA    INITIAL VERSION - RESULT ANOMALY SCREENING.
000111*                   RUN AFTER EACH CALCULATOR BATCH. EVERY OK
000112*                   RESULT ON CALCRSLT IS SCREENED AGAINST THE
000113*                   ROLLING AVERAGE AND SPREAD OF ITS
000114*                   DEPARTMENT AND OPERATION CODE ON THE
000115*                   CALCSTAT STATISTICS FILE, AND THE DAY'S
000116*                   RESULT COUNT FOR EACH DEPARTMENT (AND EACH
000117*                   DEPARTMENT AND OPERATION) AGAINST ITS DAILY
000118*                   NORM. ANYTHING OUTSIDE THE BAND PRINTS ON
000119*                   ANOMRPT WITH WHAT WAS EXPECTED AND WHAT CAME
000120*                   IN, AND THE DAY IS THEN FOLDED INTO THE
000121*                   STATISTICS. THE ANOMPARM CARD CARRIES THE
000122*                   BUSINESS DATE (COLS 1-8, DEFAULT TODAY), THE
000123*                   BAND WIDTH IN SPREADS (COLS 10-13 AS 99V99,
000124*                   DEFAULT 03.00), THE MINIMUM HISTORY DAYS
000125*                   BEFORE A DEPARTMENT IS SCREENED (COLS 15-17,
000126*                   DEFAULT 010) AND THE ROLLING WINDOW IN DAYS
000127*                   FOR COUNTS (COLS 19-21, DEFAULT 030) AND IN
000128*                   RESULTS FOR AMOUNTS (COLS 23-26, DEFAULT
000129*                   0500).
000130*****************************************************************
000131 ENVIRONMENT DIVISION.
000132 INPUT-OUTPUT SECTION.
000133 FILE-CONTROL.
000134     SELECT CALC-RSLT-FILE   ASSIGN TO "CALCRSLT"
000135         ORGANIZATION IS SEQUENTIAL
000136         FILE STATUS IS WS-RSLT-STATUS.
000137     SELECT CALC-STAT-FILE   ASSIGN TO "CALCSTAT"
000138         ORGANIZATION IS INDEXED
000139         ACCESS MODE IS RANDOM
000140         RECORD KEY IS CALC-ST-KEY
000141         FILE STATUS IS WS-STAT-STATUS.
000142     SELECT ANOM-PARM-FILE   ASSIGN TO "ANOMPARM"
000143         ORGANIZATION IS LINE SEQUENTIAL
000144         FILE STATUS IS WS-PARM-STATUS.
000145     SELECT ANOM-RPT-FILE    ASSIGN TO "ANOMRPT"
000146         ORGANIZATION IS LINE SEQUENTIAL
000147         FILE STATUS IS WS-RPT-STATUS.
000148 DATA DIVISION.
000149 FILE SECTION.
000150 FD  CALC-RSLT-FILE
000151     LABEL RECORDS ARE STANDARD.
000152     COPY CALCRSLT.
000153 FD  CALC-STAT-FILE
000154     LABEL RECORDS ARE STANDARD.
000155     COPY CALCSTAT.
000156 FD  ANOM-PARM-FILE
000157     LABEL RECORDS ARE STANDARD.
000158 01  ANOM-PARM-RECORD.
000159     05  ANOM-PM-BUS-DATE        PIC X(08).
000160     05  FILLER                  PIC X(01).
000161     05  ANOM-PM-BAND-WIDTH      PIC X(04).
000162     05  FILLER                  PIC X(01).
000163     05  ANOM-PM-MIN-HIST        PIC X(03).
000164     05  FILLER                  PIC X(01).
000165     05  ANOM-PM-DAY-WINDOW      PIC X(03).
000166     05  FILLER                  PIC X(01).
000167     05  ANOM-PM-AMT-WINDOW      PIC X(04).
000168     05  FILLER                  PIC X(54).
000169 FD  ANOM-RPT-FILE
000170     LABEL RECORDS ARE STANDARD.
000171 01  ANOM-RPT-RECORD                PIC X(80).
000172 WORKING-STORAGE SECTION.
000173*****************************************************************
000174* SWITCHES AND COUNTERS.
000175*****************************************************************
000176 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000177     88  WS-END-OF-FILE               VALUE 'Y'.
000178 77  WS-STAT-SWITCH               PIC X(01) VALUE 'N'.
000179     88  WS-STAT-ON-FILE              VALUE 'Y'.
000180 77  WS-FULL-SWITCH               PIC X(01) VALUE 'N'.
000181     88  WS-TABLE-FULL                VALUE 'Y'.
000182 77  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
000183 77  WS-AMT-SCREEN-COUNT          PIC 9(09) COMP VALUE ZERO.
000184 77  WS-AMT-SHORT-COUNT           PIC 9(09) COMP VALUE ZERO.
000185 77  WS-AMT-EXC-COUNT             PIC 9(09) COMP VALUE ZERO.
000186 77  WS-FOLDED-COUNT              PIC 9(09) COMP VALUE ZERO.
000187 77  WS-CNT-SCREEN-COUNT          PIC 9(09) COMP VALUE ZERO.
000188 77  WS-CNT-SHORT-COUNT           PIC 9(09) COMP VALUE ZERO.
000189 77  WS-CNT-EXC-COUNT             PIC 9(09) COMP VALUE ZERO.
000190 77  WS-ADDED-COUNT               PIC 9(09) COMP VALUE ZERO.
000191 77  WS-UPDATED-COUNT             PIC 9(09) COMP VALUE ZERO.
000192 77  WS-ALREADY-COUNT             PIC 9(09) COMP VALUE ZERO.
000193 77  WS-RSLT-STATUS               PIC X(02) VALUE ZEROES.
000194     88  WS-RSLT-OK                   VALUE '00'.
000195 77  WS-STAT-STATUS               PIC X(02) VALUE ZEROES.
000196     88  WS-STAT-OK                   VALUE '00'.
000197     88  WS-STAT-NOT-FOUND            VALUE '35'.
000198 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000199     88  WS-PARM-OK                   VALUE '00'.
000200     88  WS-PARM-NOT-FOUND            VALUE '35'.
000201 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000202     88  WS-RPT-OK                    VALUE '00'.
000203 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000204*****************************************************************
000205* SCREENING SETTINGS FROM THE ANOMPARM CARD.
000206*****************************************************************
000207 77  WS-BUS-DATE                  PIC 9(08) VALUE ZEROES.
000208 77  WS-BAND-WIDTH                PIC 9(02)V9(02) VALUE 3.
000209 01  WS-BAND-IN                   PIC 9(02)V9(02).
000210 01  WS-BAND-IN-X REDEFINES WS-BAND-IN
000211                                  PIC X(04).
000212 77  WS-MIN-HIST                  PIC 9(03) VALUE 10.
000213 77  WS-DAY-WINDOW                PIC 9(03) VALUE 30.
000214 77  WS-AMT-WINDOW                PIC 9(04) VALUE 500.
000215*****************************************************************
000216* SCREENING AND ROLLING-AVERAGE ARITHMETIC.
000217*****************************************************************
000218 77  WS-SIZE                      PIC 9(09)V9(02) VALUE ZERO.
000219 77  WS-DEVIATION                 PIC 9(09)V9(02) VALUE ZERO.
000220 77  WS-WEIGHT                    PIC 9(09) COMP VALUE ZERO.
000221 77  WS-BAND-AMT                  PIC 9(11)V9(02) VALUE ZERO.
000222 77  WS-LOW                       PIC 9(09)V9(02) VALUE ZERO.
000223 77  WS-HIGH                      PIC 9(11)V9(02) VALUE ZERO.
000224 77  WS-DAY-COUNT                 PIC 9(07) VALUE ZERO.
000225*****************************************************************
000226* THE DAY'S RESULT COUNT PER DEPARTMENT AND OPERATION CODE, AND
000227* PER DEPARTMENT UNDER OPERATION '=', IN FIRST-SEEN ORDER.
000228*****************************************************************
000229 77  WS-DAY-MAX                   PIC 9(04) COMP VALUE 1000.
000230 77  WS-DAY-USED                  PIC 9(04) COMP VALUE ZERO.
000231 77  WS-DAY-SUB                   PIC 9(04) COMP VALUE ZERO.
000232 77  WS-DAY-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
000233 77  WS-RSLT-OP                   PIC X(01) VALUE SPACE.
000234     88  WS-OP-VALID                  VALUES '+' '-' '*' '/'
000235                                             'M' 'P'.
000236 01  WS-STAT-KEY.
000237     05  WS-SK-DEPT                  PIC X(04).
000238     05  WS-SK-OP                    PIC X(01).
000239 01  WS-TALLY-KEY.
000240     05  WS-TK-DEPT                  PIC X(04).
000241     05  WS-TK-OP                    PIC X(01).
000242 01  WS-DAY-TABLE.
000243     05  WS-DAY-ENTRY OCCURS 1000 TIMES.
000244         10  WS-DY-KEY.
000245             15  WS-DY-DEPT          PIC X(04).
000246             15  WS-DY-OP            PIC X(01).
000247         10  WS-DY-COUNT             PIC 9(07) COMP.
000248*****************************************************************
000249* PRINTED REPORT LINES.
000250*****************************************************************
000251 01  WS-RPT-HEADING-1.
000252     05  FILLER                      PIC X(40)
000253         VALUE "RESULT ANOMALY SCREENING".
000254     05  FILLER                      PIC X(14)
000255         VALUE "BUSINESS DATE ".
000256     05  WS-RPT-BUS-DATE              PIC 9(08).
000257 01  WS-RPT-HEADING-2.
000258     05  FILLER                      PIC X(11)
000259         VALUE "BAND WIDTH ".
000260     05  WS-RPT-BAND                  PIC Z9.99.
000261     05  FILLER                      PIC X(22)
000262         VALUE " SPREADS  MIN HISTORY ".
000263     05  WS-RPT-MIN-HIST              PIC ZZ9.
000264     05  FILLER                      PIC X(14)
000265         VALUE " DAYS  WINDOW ".
000266     05  WS-RPT-DAY-WINDOW            PIC ZZ9.
000267     05  FILLER                      PIC X(06) VALUE " DAYS/".
000268     05  WS-RPT-AMT-WINDOW            PIC ZZZ9.
000269     05  FILLER                      PIC X(08) VALUE " RESULTS".
000270 01  WS-RPT-AMT-TITLE.
000271     05  FILLER                      PIC X(34)
000272         VALUE "RESULT AMOUNTS OUTSIDE THE BAND - ".
000273     05  FILLER                      PIC X(30)
000274         VALUE "SIZE OF RESULT, EITHER SIGN".
000275 01  WS-RPT-AMT-HEADING.
000276     05  FILLER                      PIC X(10) VALUE "TRANS ID".
000277     05  FILLER                      PIC X(06) VALUE "DEPT".
000278     05  FILLER                      PIC X(04) VALUE "OP".
000279     05  FILLER                      PIC X(15)
000280         VALUE "      EXPECTED".
000281     05  FILLER                      PIC X(15)
000282         VALUE "           LOW".
000283     05  FILLER                      PIC X(15)
000284         VALUE "          HIGH".
000285     05  FILLER                      PIC X(15)
000286         VALUE "         ACTUAL".
000287 01  WS-RPT-AMT-LINE.
000288     05  WS-RPT-AM-TRANS-ID           PIC X(08).
000289     05  FILLER                      PIC X(02) VALUE SPACES.
000290     05  WS-RPT-AM-DEPT               PIC X(04).
000291     05  FILLER                      PIC X(02) VALUE SPACES.
000292     05  WS-RPT-AM-OP                 PIC X(01).
000293     05  FILLER                      PIC X(03) VALUE SPACES.
000294     05  WS-RPT-AM-EXPECTED           PIC ZZZ,ZZZ,ZZ9.99.
000295     05  FILLER                      PIC X(01) VALUE SPACES.
000296     05  WS-RPT-AM-LOW                PIC ZZZ,ZZZ,ZZ9.99.
000297     05  FILLER                      PIC X(01) VALUE SPACES.
000298     05  WS-RPT-AM-HIGH               PIC ZZZ,ZZZ,ZZ9.99.
000299     05  FILLER                      PIC X(02) VALUE SPACES.
000300     05  WS-RPT-AM-ACTUAL             PIC ---,---,--9.99.
000301 01  WS-RPT-CNT-TITLE.
000302     05  FILLER                      PIC X(39)
000303         VALUE "DAILY RESULT COUNTS OUTSIDE THE BAND - ".
000304     05  FILLER                      PIC X(30)
000305         VALUE "OP ALL = WHOLE DEPARTMENT".
000306 01  WS-RPT-CNT-HEADING.
000307     05  FILLER                      PIC X(06) VALUE "DEPT".
000308     05  FILLER                      PIC X(06) VALUE "OP".
000309     05  FILLER                      PIC X(13) VALUE "  EXPECTED".
000310     05  FILLER                      PIC X(13) VALUE "       LOW".
000311     05  FILLER                      PIC X(15)
000312         VALUE "        HIGH".
000313     05  FILLER                      PIC X(12) VALUE "   ACTUAL".
000314     05  FILLER                      PIC X(06) VALUE "  DAYS".
000315 01  WS-RPT-CNT-LINE.
000316     05  WS-RPT-CN-DEPT               PIC X(04).
000317     05  FILLER                      PIC X(02) VALUE SPACES.
000318     05  WS-RPT-CN-OP                 PIC X(03).
000319     05  FILLER                      PIC X(03) VALUE SPACES.
000320     05  WS-RPT-CN-EXPECTED           PIC ZZZ,ZZ9.99.
000321     05  FILLER                      PIC X(03) VALUE SPACES.
000322     05  WS-RPT-CN-LOW                PIC ZZZ,ZZ9.99.
000323     05  FILLER                      PIC X(03) VALUE SPACES.
000324     05  WS-RPT-CN-HIGH               PIC Z,ZZZ,ZZ9.99.
000325     05  FILLER                      PIC X(03) VALUE SPACES.
000326     05  WS-RPT-CN-ACTUAL             PIC Z,ZZZ,ZZ9.
000327     05  FILLER                      PIC X(03) VALUE SPACES.
000328     05  WS-RPT-CN-DAYS               PIC ZZ,ZZ9.
000329 01  WS-RPT-NONE-LINE.
000330     05  FILLER                      PIC X(20)
000331         VALUE "*** NONE ***".
000332 01  WS-RPT-BLANK-LINE.
000333     05  FILLER                      PIC X(20) VALUE SPACES.
000334 01  WS-RPT-TOTAL-LINE.
000335     05  WS-RPT-TOTAL-LABEL           PIC X(30).
000336     05  WS-RPT-TOTAL-COUNT           PIC ZZZ,ZZZ,ZZ9.
000337 PROCEDURE DIVISION.
000338*****************************************************************
000339* 0000-MAINLINE - SCREEN AND FOLD IN EVERY RESULT, THEN THE
000340* DAY'S COUNTS.
000341*****************************************************************
000342 0000-MAINLINE.
000343     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000344     PERFORM 2100-READ-RSLT THRU 2100-EXIT.
000345     PERFORM 2000-SCREEN-RESULT THRU 2000-EXIT
000346         UNTIL WS-END-OF-FILE.
000347     PERFORM 3000-SCREEN-COUNTS THRU 3000-EXIT.
000348     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000349     STOP RUN.
000350*****************************************************************
000351* 1000-INITIALIZE - PICK UP THE SETTINGS, OPEN THE FILES AND
000352* WRITE THE HEADINGS. THE STATISTICS FILE IS CREATED EMPTY THE
000353* FIRST TIME THROUGH.
000354*****************************************************************
000355 1000-INITIALIZE.
000356     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
000357     PERFORM 1100-GET-PARM THRU 1100-EXIT.
000358     OPEN INPUT CALC-RSLT-FILE.
000359     IF NOT WS-RSLT-OK
000360         DISPLAY "CANNOT OPEN CALCRSLT, STATUS " WS-RSLT-STATUS
000361         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000362     END-IF.
000363     OPEN I-O CALC-STAT-FILE.
000364     IF WS-STAT-NOT-FOUND
000365         CLOSE CALC-STAT-FILE
000366         OPEN OUTPUT CALC-STAT-FILE
000367         CLOSE CALC-STAT-FILE
000368         OPEN I-O CALC-STAT-FILE
000369     END-IF.
000370     IF NOT WS-STAT-OK
000371         DISPLAY "CANNOT OPEN CALCSTAT, STATUS " WS-STAT-STATUS
000372         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000373     END-IF.
000374     OPEN OUTPUT ANOM-RPT-FILE.
000375     IF NOT WS-RPT-OK
000376         DISPLAY "CANNOT OPEN ANOMRPT, STATUS " WS-RPT-STATUS
000377         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000378     END-IF.
000379     MOVE WS-BUS-DATE TO WS-RPT-BUS-DATE.
000380     WRITE ANOM-RPT-RECORD FROM WS-RPT-HEADING-1.
000381     MOVE WS-BAND-WIDTH TO WS-RPT-BAND.
000382     MOVE WS-MIN-HIST TO WS-RPT-MIN-HIST.
000383     MOVE WS-DAY-WINDOW TO WS-RPT-DAY-WINDOW.
000384     MOVE WS-AMT-WINDOW TO WS-RPT-AMT-WINDOW.
000385     WRITE ANOM-RPT-RECORD FROM WS-RPT-HEADING-2.
000386     WRITE ANOM-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000387     WRITE ANOM-RPT-RECORD FROM WS-RPT-AMT-TITLE.
000388     WRITE ANOM-RPT-RECORD FROM WS-RPT-AMT-HEADING.
000389 1000-EXIT.
000390     EXIT.
000391*****************************************************************
000392* 1100-GET-PARM - READ THE ANOMPARM CONTROL CARD. A MISSING
000393* FILE OR A BLANK OR ZERO FIELD LEAVES ITS DEFAULT.
000394*****************************************************************
000395 1100-GET-PARM.
000396     OPEN INPUT ANOM-PARM-FILE.
000397     IF WS-PARM-NOT-FOUND
000398         GO TO 1100-EXIT
000399     END-IF.
000400     IF NOT WS-PARM-OK
000401         DISPLAY "CANNOT OPEN ANOMPARM, STATUS " WS-PARM-STATUS
000402         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000403     END-IF.
000404     READ ANOM-PARM-FILE
000405         AT END
000406             GO TO 1100-CLOSE
000407     END-READ.
000408     IF ANOM-PM-BUS-DATE IS NUMERIC
000409         MOVE ANOM-PM-BUS-DATE TO WS-BUS-DATE
000410     END-IF.
000411     IF ANOM-PM-BAND-WIDTH IS NUMERIC
000412      AND ANOM-PM-BAND-WIDTH NOT = ZEROES
000413         MOVE ANOM-PM-BAND-WIDTH TO WS-BAND-IN-X
000414         MOVE WS-BAND-IN TO WS-BAND-WIDTH
000415     END-IF.
000416     IF ANOM-PM-MIN-HIST IS NUMERIC
000417         MOVE ANOM-PM-MIN-HIST TO WS-MIN-HIST
000418     END-IF.
000419     IF ANOM-PM-DAY-WINDOW IS NUMERIC
000420      AND ANOM-PM-DAY-WINDOW NOT = ZEROES
000421         MOVE ANOM-PM-DAY-WINDOW TO WS-DAY-WINDOW
000422     END-IF.
000423     IF ANOM-PM-AMT-WINDOW IS NUMERIC
000424      AND ANOM-PM-AMT-WINDOW NOT = ZEROES
000425         MOVE ANOM-PM-AMT-WINDOW TO WS-AMT-WINDOW
000426     END-IF.
000427 1100-CLOSE.
000428     CLOSE ANOM-PARM-FILE.
000429 1100-EXIT.
000430     EXIT.
000431*****************************************************************
000432* 2000-SCREEN-RESULT - COUNT THE CURRENT RESULT FOR ITS
000433* DEPARTMENT, THEN SCREEN AN OK RESULT'S SIZE AGAINST ITS
000434* DEPARTMENT AND OPERATION AND FOLD IT INTO THE AVERAGE. ERROR
000435* RESULTS HAVE NO FIGURE TO SCREEN, AND A REVERSAL'S FIGURE IS
000436* AN OFFSET, NOT NEW WORK - BOTH ARE COUNTED ONLY. A STATISTIC
000437* ALREADY HOLDING THIS DATE IS SCREENED AGAINST BUT NOT FOLDED
000438* INTO AGAIN.
000439*****************************************************************
000440 2000-SCREEN-RESULT.
000441     ADD 1 TO WS-READ-COUNT.
000442     MOVE CALC-RS-VAR-01 TO WS-RSLT-OP.
000443     IF WS-RSLT-OP = 'm'
000444         MOVE 'M' TO WS-RSLT-OP
000445     END-IF.
000446     IF WS-RSLT-OP = 'p'
000447         MOVE 'P' TO WS-RSLT-OP
000448     END-IF.
000449     PERFORM 2200-COUNT-RESULT THRU 2200-EXIT.
000450     IF NOT CALC-RS-OK
000451      OR CALC-RS-REVERSAL
000452         GO TO 2000-NEXT
000453     END-IF.
000454     IF CALC-RS-VAR-SUM < ZERO
000455         COMPUTE WS-SIZE = ZERO - CALC-RS-VAR-SUM
000456     ELSE
000457         MOVE CALC-RS-VAR-SUM TO WS-SIZE
000458     END-IF.
000459     MOVE CALC-RS-DEPT-CODE TO WS-SK-DEPT.
000460     MOVE WS-RSLT-OP TO WS-SK-OP.
000461     MOVE WS-STAT-KEY TO CALC-ST-KEY.
000462     READ CALC-STAT-FILE
000463         INVALID KEY
000464             ADD 1 TO WS-AMT-SHORT-COUNT
000465             PERFORM 2400-ADD-STAT THRU 2400-EXIT
000466             GO TO 2000-NEXT
000467     END-READ.
000468     IF CALC-ST-HIST-DAYS < WS-MIN-HIST
000469         ADD 1 TO WS-AMT-SHORT-COUNT
000470     ELSE
000471         ADD 1 TO WS-AMT-SCREEN-COUNT
000472         PERFORM 2300-CHECK-AMOUNT THRU 2300-EXIT
000473     END-IF.
000474     IF CALC-ST-LAST-DATE NOT < WS-BUS-DATE
000475         GO TO 2000-NEXT
000476     END-IF.
000477     PERFORM 2500-FOLD-AMOUNT THRU 2500-EXIT.
000478     REWRITE CALC-STAT-RECORD
000479         INVALID KEY
000480             DISPLAY "CALCANOM CALCSTAT REWRITE FAILED FOR "
000481                 CALC-ST-KEY
000482     END-REWRITE.
000483 2000-NEXT.
000484     PERFORM 2100-READ-RSLT THRU 2100-EXIT.
000485 2000-EXIT.
000486     EXIT.
000487*****************************************************************
000488* 2100-READ-RSLT - READ THE NEXT BATCH RESULT.
000489*****************************************************************
000490 2100-READ-RSLT.
000491     READ CALC-RSLT-FILE
000492         AT END
000493             MOVE 'Y' TO WS-EOF-SWITCH
000494     END-READ.
000495 2100-EXIT.
000496     EXIT.
000497*****************************************************************
000498* 2200-COUNT-RESULT - ADD THE RESULT TO THE DAY'S COUNT FOR ITS
000499* DEPARTMENT AND OPERATION AND FOR ITS DEPARTMENT AS A WHOLE. A
000500* REVERSAL (NO OPERATION CODE) OR AN ERROR RESULT WITH A BAD ONE
000501* COUNTS FOR THE DEPARTMENT AS A WHOLE ONLY.
000502*****************************************************************
000503 2200-COUNT-RESULT.
000504     MOVE CALC-RS-DEPT-CODE TO WS-TK-DEPT.
000505     IF WS-OP-VALID
000506         MOVE WS-RSLT-OP TO WS-TK-OP
000507         PERFORM 2210-TALLY THRU 2210-EXIT
000508     END-IF.
000509     MOVE '=' TO WS-TK-OP.
000510     PERFORM 2210-TALLY THRU 2210-EXIT.
000511 2200-EXIT.
000512     EXIT.
000513*****************************************************************
000514* 2210-TALLY - FIND THE TALLY KEY IN THE DAY TABLE, ADDING IT
000515* IF THIS IS ITS FIRST RESULT TODAY, AND COUNT ONE. A FULL
000516* TABLE IS REPORTED ONCE AND SETS RETURN CODE 4 - THE KEYS IT
000517* COULD NOT HOLD GO UNSCREENED AND UNCOUNTED TODAY.
000518*****************************************************************
000519 2210-TALLY.
000520     MOVE ZERO TO WS-DAY-FOUND-SUB.
000521     MOVE 1 TO WS-DAY-SUB.
000522     PERFORM 2220-FIND-KEY THRU 2220-EXIT
000523         UNTIL WS-DAY-FOUND-SUB > ZERO
000524            OR WS-DAY-SUB > WS-DAY-USED.
000525     IF WS-DAY-FOUND-SUB = ZERO
000526         IF WS-DAY-USED NOT < WS-DAY-MAX
000527             IF NOT WS-TABLE-FULL
000528                 MOVE WS-DAY-MAX TO WS-COUNT-EDIT
000529                 DISPLAY "CALCANOM DAY TABLE FULL AT "
000530                     WS-COUNT-EDIT " KEYS - REST NOT COUNTED"
000531                 MOVE 'Y' TO WS-FULL-SWITCH
000532                 MOVE 4 TO RETURN-CODE
000533             END-IF
000534             GO TO 2210-EXIT
000535         END-IF
000536         ADD 1 TO WS-DAY-USED
000537         MOVE WS-DAY-USED TO WS-DAY-FOUND-SUB
000538         MOVE WS-TALLY-KEY TO WS-DY-KEY (WS-DAY-FOUND-SUB)
000539         MOVE ZERO TO WS-DY-COUNT (WS-DAY-FOUND-SUB)
000540     END-IF.
000541     ADD 1 TO WS-DY-COUNT (WS-DAY-FOUND-SUB).
000542 2210-EXIT.
000543     EXIT.
000544*****************************************************************
000545* 2220-FIND-KEY - TEST ONE DAY-TABLE ENTRY AGAINST THE TALLY
000546* KEY.
000547*****************************************************************
000548 2220-FIND-KEY.
000549     IF WS-DY-KEY (WS-DAY-SUB) = WS-TALLY-KEY
000550         MOVE WS-DAY-SUB TO WS-DAY-FOUND-SUB
000551     ELSE
000552         ADD 1 TO WS-DAY-SUB
000553     END-IF.
000554 2220-EXIT.
000555     EXIT.
000556*****************************************************************
000557* 2300-CHECK-AMOUNT - WORK OUT THE BAND AROUND THE AVERAGE SIZE
000558* AND PRINT THE RESULT IF ITS SIZE FALLS OUTSIDE IT.
000559*****************************************************************
000560 2300-CHECK-AMOUNT.
000561     COMPUTE WS-BAND-AMT ROUNDED =
000562         WS-BAND-WIDTH * CALC-ST-AMT-SPREAD.
000563     IF WS-BAND-AMT > CALC-ST-AMT-AVG
000564         MOVE ZERO TO WS-LOW
000565     ELSE
000566         COMPUTE WS-LOW = CALC-ST-AMT-AVG - WS-BAND-AMT
000567     END-IF.
000568     COMPUTE WS-HIGH = CALC-ST-AMT-AVG + WS-BAND-AMT.
000569     IF WS-SIZE NOT < WS-LOW
000570      AND WS-SIZE NOT > WS-HIGH
000571         GO TO 2300-EXIT
000572     END-IF.
000573     ADD 1 TO WS-AMT-EXC-COUNT.
000574     IF WS-HIGH > 999999999.99
000575         MOVE 999999999.99 TO WS-HIGH
000576     END-IF.
000577     MOVE CALC-RS-TRANS-ID  TO WS-RPT-AM-TRANS-ID.
000578     MOVE CALC-RS-DEPT-CODE TO WS-RPT-AM-DEPT.
000579     MOVE CALC-RS-VAR-01    TO WS-RPT-AM-OP.
000580     MOVE CALC-ST-AMT-AVG   TO WS-RPT-AM-EXPECTED.
000581     MOVE WS-LOW            TO WS-RPT-AM-LOW.
000582     MOVE WS-HIGH           TO WS-RPT-AM-HIGH.
000583     MOVE CALC-RS-VAR-SUM   TO WS-RPT-AM-ACTUAL.
000584     WRITE ANOM-RPT-RECORD FROM WS-RPT-AMT-LINE.
000585 2300-EXIT.
000586     EXIT.
000587*****************************************************************
000588* 2400-ADD-STAT - FIRST OK RESULT EVER FOR THIS DEPARTMENT AND
000589* OPERATION - START ITS STATISTICS WITH THIS ONE FIGURE. ITS
000590* HISTORY DAYS START WHEN THE DAY'S COUNT IS FOLDED IN.
000591*****************************************************************
000592 2400-ADD-STAT.
000593     PERFORM 2410-CLEAR-STAT THRU 2410-EXIT.
000594     PERFORM 2500-FOLD-AMOUNT THRU 2500-EXIT.
000595     WRITE CALC-STAT-RECORD
000596         INVALID KEY
000597             DISPLAY "CALCANOM CALCSTAT WRITE FAILED FOR "
000598                 CALC-ST-KEY
000599         NOT INVALID KEY
000600             ADD 1 TO WS-ADDED-COUNT
000601     END-WRITE.
000602 2400-EXIT.
000603     EXIT.
000604*****************************************************************
000605* 2410-CLEAR-STAT - A BLANK STATISTICS RECORD FOR THE KEY IN
000606* WS-STAT-KEY.
000607*****************************************************************
000608 2410-CLEAR-STAT.
000609     MOVE SPACES TO CALC-STAT-RECORD.
000610     MOVE WS-STAT-KEY TO CALC-ST-KEY.
000611     MOVE ZERO TO CALC-ST-HIST-DAYS.
000612     MOVE ZERO TO CALC-ST-LAST-DATE.
000613     MOVE ZERO TO CALC-ST-AMT-COUNT.
000614     MOVE ZERO TO CALC-ST-AMT-AVG.
000615     MOVE ZERO TO CALC-ST-AMT-SPREAD.
000616     MOVE ZERO TO CALC-ST-CNT-AVG.
000617     MOVE ZERO TO CALC-ST-CNT-SPREAD.
000618 2410-EXIT.
000619     EXIT.
000620*****************************************************************
000621* 2500-FOLD-AMOUNT - MOVE THE AVERAGE SIZE AND ITS SPREAD TOWARD
000622* THIS RESULT. EACH FIGURE CARRIES ONE PART IN N, WHERE N IS THE
000623* NUMBER OF RESULTS SEEN UNTIL THE ROLLING WINDOW IS REACHED AND
000624* THE WINDOW AFTER THAT, SO OLD HISTORY FADES OUT. THE SPREAD IS
000625* THE AVERAGE DISTANCE OF A RESULT FROM THE AVERAGE BEFORE IT.
000626* THE FIRST RESULT SIMPLY BECOMES THE AVERAGE.
000627*****************************************************************
000628 2500-FOLD-AMOUNT.
000629     ADD 1 TO CALC-ST-AMT-COUNT.
000630     ADD 1 TO WS-FOLDED-COUNT.
000631     IF CALC-ST-AMT-COUNT = 1
000632         MOVE WS-SIZE TO CALC-ST-AMT-AVG
000633         MOVE ZERO TO CALC-ST-AMT-SPREAD
000634         GO TO 2500-EXIT
000635     END-IF.
000636     IF CALC-ST-AMT-COUNT < WS-AMT-WINDOW
000637         MOVE CALC-ST-AMT-COUNT TO WS-WEIGHT
000638     ELSE
000639         MOVE WS-AMT-WINDOW TO WS-WEIGHT
000640     END-IF.
000641     IF WS-SIZE < CALC-ST-AMT-AVG
000642         COMPUTE WS-DEVIATION = CALC-ST-AMT-AVG - WS-SIZE
000643     ELSE
000644         COMPUTE WS-DEVIATION = WS-SIZE - CALC-ST-AMT-AVG
000645     END-IF.
000646     COMPUTE CALC-ST-AMT-SPREAD ROUNDED = CALC-ST-AMT-SPREAD
000647         + (WS-DEVIATION - CALC-ST-AMT-SPREAD) / WS-WEIGHT.
000648     COMPUTE CALC-ST-AMT-AVG ROUNDED = CALC-ST-AMT-AVG
000649         + (WS-SIZE - CALC-ST-AMT-AVG) / WS-WEIGHT.
000650 2500-EXIT.
000651     EXIT.
000652*****************************************************************
000653* 3000-SCREEN-COUNTS - SCREEN AND FOLD IN THE DAY'S COUNT FOR
000654* EVERY DEPARTMENT AND OPERATION THAT SENT WORK TODAY.
000655*****************************************************************
000656 3000-SCREEN-COUNTS.
000657     IF WS-AMT-EXC-COUNT = ZERO
000658         WRITE ANOM-RPT-RECORD FROM WS-RPT-NONE-LINE
000659     END-IF.
000660     WRITE ANOM-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000661     WRITE ANOM-RPT-RECORD FROM WS-RPT-CNT-TITLE.
000662     WRITE ANOM-RPT-RECORD FROM WS-RPT-CNT-HEADING.
000663     PERFORM 3100-SCREEN-ONE-COUNT THRU 3100-EXIT
000664         VARYING WS-DAY-SUB FROM 1 BY 1
000665         UNTIL WS-DAY-SUB > WS-DAY-USED.
000666     IF WS-CNT-EXC-COUNT = ZERO
000667         WRITE ANOM-RPT-RECORD FROM WS-RPT-NONE-LINE
000668     END-IF.
000669 3000-EXIT.
000670     EXIT.
000671*****************************************************************
000672* 3100-SCREEN-ONE-COUNT - SCREEN ONE DAY-TABLE COUNT AGAINST ITS
000673* DAILY NORM ONCE THERE IS ENOUGH HISTORY, THEN FOLD IT IN AND
000674* MARK THE STATISTIC WITH THE BUSINESS DATE. A KEY SEEN FOR THE
000675* FIRST TIME (THE DEPARTMENT TOTAL, OR ERROR RESULTS ONLY) IS
000676* ADDED HERE.
000677*****************************************************************
000678 3100-SCREEN-ONE-COUNT.
000679     MOVE WS-DY-KEY (WS-DAY-SUB) TO WS-STAT-KEY.
000680     MOVE WS-STAT-KEY TO CALC-ST-KEY.
000681     MOVE WS-DY-COUNT (WS-DAY-SUB) TO WS-DAY-COUNT.
000682     MOVE 'Y' TO WS-STAT-SWITCH.
000683     READ CALC-STAT-FILE
000684         INVALID KEY
000685             MOVE 'N' TO WS-STAT-SWITCH
000686             PERFORM 2410-CLEAR-STAT THRU 2410-EXIT
000687     END-READ.
000688     IF CALC-ST-HIST-DAYS < WS-MIN-HIST
000689         ADD 1 TO WS-CNT-SHORT-COUNT
000690     ELSE
000691         ADD 1 TO WS-CNT-SCREEN-COUNT
000692         PERFORM 3300-CHECK-COUNT THRU 3300-EXIT
000693     END-IF.
000694     IF CALC-ST-LAST-DATE NOT < WS-BUS-DATE
000695         ADD 1 TO WS-ALREADY-COUNT
000696         GO TO 3100-EXIT
000697     END-IF.
000698     PERFORM 3400-FOLD-COUNT THRU 3400-EXIT.
000699     IF WS-STAT-ON-FILE
000700         REWRITE CALC-STAT-RECORD
000701             INVALID KEY
000702                 DISPLAY "CALCANOM CALCSTAT REWRITE FAILED FOR "
000703                     CALC-ST-KEY
000704             NOT INVALID KEY
000705                 ADD 1 TO WS-UPDATED-COUNT
000706         END-REWRITE
000707     ELSE
000708         WRITE CALC-STAT-RECORD
000709             INVALID KEY
000710                 DISPLAY "CALCANOM CALCSTAT WRITE FAILED FOR "
000711                     CALC-ST-KEY
000712             NOT INVALID KEY
000713                 ADD 1 TO WS-ADDED-COUNT
000714         END-WRITE
000715     END-IF.
000716 3100-EXIT.
000717     EXIT.
000718*****************************************************************
000719* 3300-CHECK-COUNT - WORK OUT THE BAND AROUND THE AVERAGE DAILY
000720* COUNT AND PRINT THE DAY IF ITS COUNT FALLS OUTSIDE IT.
000721*****************************************************************
000722 3300-CHECK-COUNT.
000723     COMPUTE WS-BAND-AMT ROUNDED =
000724         WS-BAND-WIDTH * CALC-ST-CNT-SPREAD.
000725     IF WS-BAND-AMT > CALC-ST-CNT-AVG
000726         MOVE ZERO TO WS-LOW
000727     ELSE
000728         COMPUTE WS-LOW = CALC-ST-CNT-AVG - WS-BAND-AMT
000729     END-IF.
000730     COMPUTE WS-HIGH = CALC-ST-CNT-AVG + WS-BAND-AMT.
000731     IF WS-DAY-COUNT NOT < WS-LOW
000732      AND WS-DAY-COUNT NOT > WS-HIGH
000733         GO TO 3300-EXIT
000734     END-IF.
000735     ADD 1 TO WS-CNT-EXC-COUNT.
000736     IF WS-HIGH > 9999999.99
000737         MOVE 9999999.99 TO WS-HIGH
000738     END-IF.
000739     MOVE CALC-ST-DEPT-CODE TO WS-RPT-CN-DEPT.
000740     IF CALC-ST-DEPT-TOTAL
000741         MOVE "ALL" TO WS-RPT-CN-OP
000742     ELSE
000743         MOVE CALC-ST-OP TO WS-RPT-CN-OP
000744     END-IF.
000745     MOVE CALC-ST-CNT-AVG   TO WS-RPT-CN-EXPECTED.
000746     MOVE WS-LOW            TO WS-RPT-CN-LOW.
000747     MOVE WS-HIGH           TO WS-RPT-CN-HIGH.
000748     MOVE WS-DAY-COUNT      TO WS-RPT-CN-ACTUAL.
000749     MOVE CALC-ST-HIST-DAYS TO WS-RPT-CN-DAYS.
000750     WRITE ANOM-RPT-RECORD FROM WS-RPT-CNT-LINE.
000751 3300-EXIT.
000752     EXIT.
000753*****************************************************************
000754* 3400-FOLD-COUNT - ADD THE DAY TO THE HISTORY AND MOVE THE
000755* AVERAGE DAILY COUNT AND ITS SPREAD TOWARD IT, ONE PART IN N
000756* AS FOR AMOUNTS, N BEING THE HISTORY DAYS UP TO THE ROLLING
000757* WINDOW. THE FIRST DAY SIMPLY BECOMES THE AVERAGE.
000758*****************************************************************
000759 3400-FOLD-COUNT.
000760     ADD 1 TO CALC-ST-HIST-DAYS.
000761     MOVE WS-BUS-DATE TO CALC-ST-LAST-DATE.
000762     IF CALC-ST-HIST-DAYS = 1
000763         MOVE WS-DAY-COUNT TO CALC-ST-CNT-AVG
000764         MOVE ZERO TO CALC-ST-CNT-SPREAD
000765         GO TO 3400-EXIT
000766     END-IF.
000767     IF CALC-ST-HIST-DAYS < WS-DAY-WINDOW
000768         MOVE CALC-ST-HIST-DAYS TO WS-WEIGHT
000769     ELSE
000770         MOVE WS-DAY-WINDOW TO WS-WEIGHT
000771     END-IF.
000772     IF WS-DAY-COUNT < CALC-ST-CNT-AVG
000773         COMPUTE WS-DEVIATION = CALC-ST-CNT-AVG - WS-DAY-COUNT
000774     ELSE
000775         COMPUTE WS-DEVIATION = WS-DAY-COUNT - CALC-ST-CNT-AVG
000776     END-IF.
000777     COMPUTE CALC-ST-CNT-SPREAD ROUNDED = CALC-ST-CNT-SPREAD
000778         + (WS-DEVIATION - CALC-ST-CNT-SPREAD) / WS-WEIGHT.
000779     COMPUTE CALC-ST-CNT-AVG ROUNDED = CALC-ST-CNT-AVG
000780         + (WS-DAY-COUNT - CALC-ST-CNT-AVG) / WS-WEIGHT.
000781 3400-EXIT.
000782     EXIT.
000783*****************************************************************
000784* 8000-WRAPUP - PRINT THE SCREENING TOTALS AND CLOSE THE FILES.
000785*****************************************************************
000786 8000-WRAPUP.
000787     WRITE ANOM-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000788     MOVE "RESULTS READ  . . . . . . . ." TO WS-RPT-TOTAL-LABEL.
000789     MOVE WS-READ-COUNT TO WS-RPT-TOTAL-COUNT.
000790     WRITE ANOM-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
000791     MOVE "RESULTS SCREENED  . . . . . ." TO WS-RPT-TOTAL-LABEL.
000792     MOVE WS-AMT-SCREEN-COUNT TO WS-RPT-TOTAL-COUNT.
000793     WRITE ANOM-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
000794     MOVE "  SHORT HISTORY - NOT SCREENED" TO WS-RPT-TOTAL-LABEL.
000795     MOVE WS-AMT-SHORT-COUNT TO WS-RPT-TOTAL-COUNT.
000796     WRITE ANOM-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
000797     MOVE "  OUTSIDE THE BAND  . . . . ." TO WS-RPT-TOTAL-LABEL.
000798     MOVE WS-AMT-EXC-COUNT TO WS-RPT-TOTAL-COUNT.
000799     WRITE ANOM-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
000800     MOVE "RESULTS FOLDED INTO AVERAGES ." TO WS-RPT-TOTAL-LABEL.
000801     MOVE WS-FOLDED-COUNT TO WS-RPT-TOTAL-COUNT.
000802     WRITE ANOM-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
000803     MOVE "DAILY COUNTS SCREENED . . . ." TO WS-RPT-TOTAL-LABEL.
000804     MOVE WS-CNT-SCREEN-COUNT TO WS-RPT-TOTAL-COUNT.
000805     WRITE ANOM-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
000806     MOVE "  SHORT HISTORY - NOT SCREENED" TO WS-RPT-TOTAL-LABEL.
000807     MOVE WS-CNT-SHORT-COUNT TO WS-RPT-TOTAL-COUNT.
000808     WRITE ANOM-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
000809     MOVE "  OUTSIDE THE BAND  . . . . ." TO WS-RPT-TOTAL-LABEL.
000810     MOVE WS-CNT-EXC-COUNT TO WS-RPT-TOTAL-COUNT.
000811     WRITE ANOM-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
000812     MOVE "STATISTICS ADDED  . . . . . ." TO WS-RPT-TOTAL-LABEL.
000813     MOVE WS-ADDED-COUNT TO WS-RPT-TOTAL-COUNT.
000814     WRITE ANOM-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
000815     MOVE "STATISTICS UPDATED  . . . . ." TO WS-RPT-TOTAL-LABEL.
000816     MOVE WS-UPDATED-COUNT TO WS-RPT-TOTAL-COUNT.
000817     WRITE ANOM-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
000818     MOVE "ALREADY HOLD THIS DATE  . . ." TO WS-RPT-TOTAL-LABEL.
000819     MOVE WS-ALREADY-COUNT TO WS-RPT-TOTAL-COUNT.
000820     WRITE ANOM-RPT-RECORD FROM WS-RPT-TOTAL-LINE.
000821     CLOSE CALC-RSLT-FILE.
000822     CLOSE CALC-STAT-FILE.
000823     CLOSE ANOM-RPT-FILE.
000824     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
000825     DISPLAY "CALCANOM RESULTS READ  . . . " WS-COUNT-EDIT.
000826     MOVE WS-AMT-EXC-COUNT TO WS-COUNT-EDIT.
000827     DISPLAY "CALCANOM AMOUNTS OUTSIDE . . " WS-COUNT-EDIT.
000828     MOVE WS-CNT-EXC-COUNT TO WS-COUNT-EDIT.
000829     DISPLAY "CALCANOM COUNTS OUTSIDE  . . " WS-COUNT-EDIT.
000830     IF WS-ALREADY-COUNT > ZERO
000831         MOVE WS-ALREADY-COUNT TO WS-COUNT-EDIT
000832         DISPLAY "CALCANOM ALREADY HELD DATE . " WS-COUNT-EDIT
000833             " - NOT FOLDED IN AGAIN"
000834     END-IF.
000835 8000-EXIT.
000836     EXIT.
000837*****************************************************************
000838* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000839* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000840* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000841*****************************************************************
000842 9900-OPEN-ERROR.
000843     DISPLAY "CALCANOM RUN TERMINATED - SEE FILE STATUS ABOVE".
000844     MOVE 8 TO RETURN-CODE.
000845     CLOSE CALC-RSLT-FILE.
000846     CLOSE CALC-STAT-FILE.
000847     CLOSE ANOM-PARM-FILE.
000848     CLOSE ANOM-RPT-FILE.
000849     STOP RUN.
000850 9900-EXIT.
000851     EXIT.
