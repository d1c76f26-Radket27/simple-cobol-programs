000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. CALCFCMT.
000102 AUTHOR. R. ADKET.
000103 INSTALLATION. ACCOUNTING SYSTEMS.
000104 DATE-WRITTEN. 10/15/2026.
000105 DATE-COMPILED.
000106*****************************************************************
000107* MODIFICATION HISTORY
000108*-----------------------------------------------------------------
000109* DATE        INIT  DESCRIPTION
000110* 2026-10-15  RA    INITIAL VERSION - FISCAL CALENDAR
000111*                   MAINTENANCE. READS CARDS FROM FCMTPARM, ONE
000112*                   ACTION PER CARD (A=ADD A PERIOD, C=CLOSE A
000113*                   PERIOD, O=OPEN OR REOPEN A PERIOD), APPLIES
000114*                   THEM TO THE KEYED CALCFCAL CALENDAR THAT
000115*                   CALCGLEX AND CALCSAPR DATE THEIR POSTINGS
000116*                   BY, AND PRINTS EVERY ACTION AND ITS OUTCOME
000117*                   ON FCMTRPT FOLLOWED BY THE WHOLE CALENDAR AS
000118*                   IT NOW STANDS. A NEW PERIOD MAY NOT OVERLAP
000119*                   ONE ALREADY ON FILE. THE CALENDAR IS CREATED
000120*                   ON ITS FIRST EVER MAINTENANCE RUN.
000121*****************************************************************
000122 ENVIRONMENT DIVISION.
000123 INPUT-OUTPUT SECTION.
000124 FILE-CONTROL.
000125     SELECT CALC-FCAL-FILE   ASSIGN TO "CALCFCAL"
000126         ORGANIZATION IS INDEXED
000127         ACCESS MODE IS DYNAMIC
000128         RECORD KEY IS CALC-FC-PERIOD-ID
000129         FILE STATUS IS WS-FCAL-STATUS.
000130     SELECT FCMT-PARM-FILE   ASSIGN TO "FCMTPARM"
000131         ORGANIZATION IS LINE SEQUENTIAL
000132         FILE STATUS IS WS-PARM-STATUS.
000133     SELECT FCMT-RPT-FILE    ASSIGN TO "FCMTRPT"
000134         ORGANIZATION IS LINE SEQUENTIAL
000135         FILE STATUS IS WS-RPT-STATUS.
000136 DATA DIVISION.
000137 FILE SECTION.
000138 FD  CALC-FCAL-FILE
000139     LABEL RECORDS ARE STANDARD.
000140     COPY CALCFCAL.
000141*****************************************************************
000142* MAINTENANCE CARD. THE DATES ARE USED ONLY BY AN ADD. THE
000143* SUBMITTER IS REQUIRED ON EVERY CARD AND IS KEPT ON THE PERIOD.
000144*****************************************************************
000145 FD  FCMT-PARM-FILE
000146     LABEL RECORDS ARE STANDARD.
000147 01  FCMT-PARM-RECORD.
000148     05  FCMT-PM-ACTION          PIC X(01).
000149     05  FILLER                  PIC X(01).
000150     05  FCMT-PM-PERIOD-ID       PIC X(06).
000151     05  FILLER                  PIC X(01).
000152     05  FCMT-PM-START-DATE      PIC X(08).
000153     05  FCMT-PM-START-DATE-N REDEFINES FCMT-PM-START-DATE
000154                                 PIC 9(08).
000155     05  FILLER                  PIC X(01).
000156     05  FCMT-PM-END-DATE        PIC X(08).
000157     05  FCMT-PM-END-DATE-N REDEFINES FCMT-PM-END-DATE
000158                                 PIC 9(08).
000159     05  FILLER                  PIC X(01).
000160     05  FCMT-PM-SUBMITTER       PIC X(08).
000161     05  FILLER                  PIC X(45).
000162 FD  FCMT-RPT-FILE
000163     LABEL RECORDS ARE STANDARD.
000164 01  FCMT-RPT-RECORD                PIC X(80).
000165 WORKING-STORAGE SECTION.
000166*****************************************************************
000167* SWITCHES AND COUNTERS.
000168*****************************************************************
000169 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000170     88  WS-END-OF-FILE               VALUE 'Y'.
000171 77  WS-CAL-EOF-SWITCH            PIC X(01) VALUE 'N'.
000172     88  WS-CAL-END                   VALUE 'Y'.
000173 77  WS-CARD-COUNT                PIC 9(09) COMP VALUE ZERO.
000174 77  WS-APPLIED-COUNT             PIC 9(09) COMP VALUE ZERO.
000175 77  WS-FAILED-COUNT              PIC 9(09) COMP VALUE ZERO.
000176 77  WS-DATE-SWITCH               PIC X(01) VALUE 'N'.
000177     88  WS-DATE-BAD                  VALUE 'Y'.
000178 77  WS-CHECK-DATE                PIC X(08) VALUE SPACES.
000179 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000180 77  WS-FCAL-STATUS               PIC X(02) VALUE ZEROES.
000181     88  WS-FCAL-OK                   VALUE '00'.
000182     88  WS-FCAL-NOT-FOUND            VALUE '35'.
000183 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000184     88  WS-PARM-OK                   VALUE '00'.
000185 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000186     88  WS-RPT-OK                    VALUE '00'.
000187 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000188*****************************************************************
000189* PERIOD TABLE - THE CALENDAR IS LOADED UP FRONT SO A NEW PERIOD
000190* CAN BE PROVED NOT TO OVERLAP ANY PERIOD ALREADY ON FILE.
000191*****************************************************************
000192 77  WS-PER-COUNT                 PIC 9(04) COMP VALUE ZERO.
000193 77  WS-PER-SUB                   PIC 9(04) COMP VALUE ZERO.
000194 77  WS-FOUND-SUB                 PIC 9(04) COMP VALUE ZERO.
000195 77  WS-PER-LIMIT                 PIC 9(04) COMP VALUE 240.
000196 01  WS-PER-TABLE.
000197     05  WS-PER-ENTRY OCCURS 240 TIMES.
000198         10  WS-PER-ID               PIC X(06).
000199         10  WS-PER-START            PIC 9(08).
000200         10  WS-PER-END              PIC 9(08).
000201*****************************************************************
000202* PRINTED REPORT LINES.
000203*****************************************************************
000204 01  WS-RPT-HEADING-1.
000205     05  FILLER                      PIC X(30)
000206         VALUE "FISCAL CALENDAR MAINTENANCE   ".
000207     05  FILLER                      PIC X(09)
000208         VALUE "RUN DATE ".
000209     05  WS-RPT-RUN-DATE              PIC 9(08).
000210 01  WS-RPT-HEADING-2.
000211     05  FILLER                      PIC X(04) VALUE "ACT".
000212     05  FILLER                      PIC X(08) VALUE "PERIOD".
000213     05  FILLER                      PIC X(10) VALUE "START".
000214     05  FILLER                      PIC X(10) VALUE "END".
000215     05  FILLER                      PIC X(10) VALUE "BY".
000216     05  FILLER                      PIC X(07) VALUE "OUTCOME".
000217 01  WS-RPT-DETAIL-LINE.
000218     05  WS-RPT-ACTION                PIC X(01).
000219     05  FILLER                      PIC X(03) VALUE SPACES.
000220     05  WS-RPT-PERIOD-ID             PIC X(06).
000221     05  FILLER                      PIC X(02) VALUE SPACES.
000222     05  WS-RPT-START-DATE            PIC X(08).
000223     05  FILLER                      PIC X(02) VALUE SPACES.
000224     05  WS-RPT-END-DATE              PIC X(08).
000225     05  FILLER                      PIC X(02) VALUE SPACES.
000226     05  WS-RPT-SUBMITTER             PIC X(08).
000227     05  FILLER                      PIC X(02) VALUE SPACES.
000228     05  WS-RPT-OUTCOME               PIC X(30).
000229 01  WS-RPT-BLANK-LINE.
000230     05  FILLER                      PIC X(20) VALUE SPACES.
000231 01  WS-CAL-HEADING-1.
000232     05  FILLER                      PIC X(30)
000233         VALUE "CALENDAR AS IT NOW STANDS".
000234 01  WS-CAL-HEADING-2.
000235     05  FILLER                      PIC X(08) VALUE "PERIOD".
000236     05  FILLER                      PIC X(10) VALUE "START".
000237     05  FILLER                      PIC X(10) VALUE "END".
000238     05  FILLER                      PIC X(08) VALUE "STATUS".
000239     05  FILLER                      PIC X(10) VALUE "CHANGED".
000240     05  FILLER                      PIC X(02) VALUE "BY".
000241 01  WS-CAL-DETAIL-LINE.
000242     05  WS-CAL-PERIOD-ID             PIC X(06).
000243     05  FILLER                      PIC X(02) VALUE SPACES.
000244     05  WS-CAL-START-DATE            PIC 9(08).
000245     05  FILLER                      PIC X(02) VALUE SPACES.
000246     05  WS-CAL-END-DATE              PIC 9(08).
000247     05  FILLER                      PIC X(02) VALUE SPACES.
000248     05  WS-CAL-STATUS                PIC X(06).
000249     05  FILLER                      PIC X(02) VALUE SPACES.
000250     05  WS-CAL-CHANGE-DATE           PIC 9(08).
000251     05  FILLER                      PIC X(02) VALUE SPACES.
000252     05  WS-CAL-CHANGED-BY            PIC X(08).
000253 01  WS-RPT-CARDS-LINE.
000254     05  FILLER                      PIC X(22)
000255         VALUE "CARDS READ . . . . . ".
000256     05  WS-RPT-CARDS-COUNT           PIC ZZZ,ZZZ,ZZ9.
000257 01  WS-RPT-APPLIED-LINE.
000258     05  FILLER                      PIC X(22)
000259         VALUE "ACTIONS APPLIED  . . ".
000260     05  WS-RPT-APPLIED-COUNT         PIC ZZZ,ZZZ,ZZ9.
000261 01  WS-RPT-FAILED-LINE.
000262     05  FILLER                      PIC X(22)
000263         VALUE "ACTIONS REFUSED  . . ".
000264     05  WS-RPT-FAILED-COUNT          PIC ZZZ,ZZZ,ZZ9.
000265 PROCEDURE DIVISION.
000266*****************************************************************
000267* 0000-MAINLINE - APPLY EVERY MAINTENANCE CARD TO THE CALENDAR
000268* AND LIST THE CALENDAR AS IT NOW STANDS.
000269*****************************************************************
000270 0000-MAINLINE.
000271     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000272     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000273     PERFORM 2000-APPLY-CARD THRU 2000-EXIT
000274         UNTIL WS-END-OF-FILE.
000275     PERFORM 3000-LIST-CALENDAR THRU 3000-EXIT.
000276     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000277     STOP RUN.
000278*****************************************************************
000279* 1000-INITIALIZE - OPEN THE FILES, CREATING THE CALENDAR ON ITS
000280* FIRST EVER RUN, LOAD THE PERIOD TABLE AND WRITE THE REPORT
000281* HEADINGS.
000282*****************************************************************
000283 1000-INITIALIZE.
000284     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000285     OPEN I-O CALC-FCAL-FILE.
000286     IF WS-FCAL-NOT-FOUND
000287         CLOSE CALC-FCAL-FILE
000288         OPEN OUTPUT CALC-FCAL-FILE
000289         CLOSE CALC-FCAL-FILE
000290         OPEN I-O CALC-FCAL-FILE
000291     END-IF.
000292     IF NOT WS-FCAL-OK
000293         DISPLAY "CANNOT OPEN CALCFCAL, STATUS " WS-FCAL-STATUS
000294         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000295     END-IF.
000296     PERFORM 1100-LOAD-PERIODS THRU 1100-EXIT.
000297     OPEN INPUT FCMT-PARM-FILE.
000298     IF NOT WS-PARM-OK
000299         DISPLAY "CANNOT OPEN FCMTPARM, STATUS " WS-PARM-STATUS
000300         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000301     END-IF.
000302     OPEN OUTPUT FCMT-RPT-FILE.
000303     IF NOT WS-RPT-OK
000304         DISPLAY "CANNOT OPEN FCMTRPT, STATUS " WS-RPT-STATUS
000305         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000306     END-IF.
000307     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
000308     WRITE FCMT-RPT-RECORD FROM WS-RPT-HEADING-1.
000309     WRITE FCMT-RPT-RECORD FROM WS-RPT-HEADING-2.
000310 1000-EXIT.
000311     EXIT.
000312*****************************************************************
000313* 1100-LOAD-PERIODS - LOAD EVERY PERIOD ON THE CALENDAR INTO THE
000314* PERIOD TABLE.
000315*****************************************************************
000316 1100-LOAD-PERIODS.
000317     MOVE 'N' TO WS-CAL-EOF-SWITCH.
000318     MOVE LOW-VALUES TO CALC-FC-PERIOD-ID.
000319     START CALC-FCAL-FILE KEY IS NOT LESS THAN CALC-FC-PERIOD-ID
000320         INVALID KEY
000321             GO TO 1100-EXIT
000322     END-START.
000323     PERFORM 1150-LOAD-ONE-PERIOD THRU 1150-EXIT
000324         UNTIL WS-CAL-END.
000325 1100-EXIT.
000326     EXIT.
000327*****************************************************************
000328* 1150-LOAD-ONE-PERIOD - READ THE NEXT PERIOD INTO THE TABLE.
000329*****************************************************************
000330 1150-LOAD-ONE-PERIOD.
000331     READ CALC-FCAL-FILE NEXT RECORD
000332         AT END
000333             MOVE 'Y' TO WS-CAL-EOF-SWITCH
000334             GO TO 1150-EXIT
000335     END-READ.
000336     IF WS-PER-COUNT >= WS-PER-LIMIT
000337         DISPLAY "CALCFCMT PERIOD TABLE FULL - OVERLAP CHECK "
000338             "INCOMPLETE"
000339         MOVE 'Y' TO WS-CAL-EOF-SWITCH
000340         GO TO 1150-EXIT
000341     END-IF.
000342     ADD 1 TO WS-PER-COUNT.
000343     MOVE CALC-FC-PERIOD-ID  TO WS-PER-ID (WS-PER-COUNT).
000344     MOVE CALC-FC-START-DATE TO WS-PER-START (WS-PER-COUNT).
000345     MOVE CALC-FC-END-DATE   TO WS-PER-END (WS-PER-COUNT).
000346 1150-EXIT.
000347     EXIT.
000348*****************************************************************
000349* 2000-APPLY-CARD - ROUTE THE CURRENT CARD BY ITS ACTION CODE,
000350* PRINT THE OUTCOME AND READ THE NEXT CARD. A BLANK CARD IS
000351* SKIPPED. A CARD WITHOUT A SUBMITTER IS REFUSED BEFORE IT IS
000352* ROUTED.
000353*****************************************************************
000354 2000-APPLY-CARD.
000355     IF FCMT-PARM-RECORD = SPACES
000356         GO TO 2000-NEXT
000357     END-IF.
000358     ADD 1 TO WS-CARD-COUNT.
000359     MOVE FCMT-PM-ACTION     TO WS-RPT-ACTION.
000360     MOVE FCMT-PM-PERIOD-ID  TO WS-RPT-PERIOD-ID.
000361     MOVE FCMT-PM-START-DATE TO WS-RPT-START-DATE.
000362     MOVE FCMT-PM-END-DATE   TO WS-RPT-END-DATE.
000363     MOVE FCMT-PM-SUBMITTER  TO WS-RPT-SUBMITTER.
000364     IF FCMT-PM-SUBMITTER = SPACES
000365         MOVE "SUBMITTER ID MISSING" TO WS-RPT-OUTCOME
000366         ADD 1 TO WS-FAILED-COUNT
000367         GO TO 2000-PRINT
000368     END-IF.
000369     EVALUATE FCMT-PM-ACTION
000370         WHEN 'A'
000371         WHEN 'a'
000372             PERFORM 2200-ADD-PERIOD THRU 2200-EXIT
000373         WHEN 'C'
000374         WHEN 'c'
000375             PERFORM 2300-CLOSE-PERIOD THRU 2300-EXIT
000376         WHEN 'O'
000377         WHEN 'o'
000378             PERFORM 2400-OPEN-PERIOD THRU 2400-EXIT
000379         WHEN OTHER
000380             MOVE "INVALID ACTION CODE" TO WS-RPT-OUTCOME
000381             ADD 1 TO WS-FAILED-COUNT
000382     END-EVALUATE.
000383 2000-PRINT.
000384     WRITE FCMT-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
000385 2000-NEXT.
000386     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000387 2000-EXIT.
000388     EXIT.
000389*****************************************************************
000390* 2100-READ-PARM - READ THE NEXT MAINTENANCE CARD.
000391*****************************************************************
000392 2100-READ-PARM.
000393     READ FCMT-PARM-FILE
000394         AT END
000395             MOVE 'Y' TO WS-EOF-SWITCH
000396     END-READ.
000397 2100-EXIT.
000398     EXIT.
000399*****************************************************************
000400* 2200-ADD-PERIOD - ADD A NEW PERIOD, OPEN. THE PERIOD ID MUST BE
000401* YYYYPP, THE DATES YYYYMMDD WITH THE START NOT AFTER THE END,
000402* AND THE PERIOD MAY NOT OVERLAP ANY PERIOD ALREADY ON FILE - A
000403* DATE MUST FALL IN ONE PERIOD AT MOST.
000404*****************************************************************
000405 2200-ADD-PERIOD.
000406     IF FCMT-PM-PERIOD-ID IS NOT NUMERIC
000407      OR FCMT-PM-PERIOD-ID (5:2) < "01"
000408      OR FCMT-PM-PERIOD-ID (5:2) > "13"
000409         MOVE "BAD PERIOD ID" TO WS-RPT-OUTCOME
000410         ADD 1 TO WS-FAILED-COUNT
000411         GO TO 2200-EXIT
000412     END-IF.
000413     MOVE FCMT-PM-START-DATE TO WS-CHECK-DATE.
000414     PERFORM 2250-CHECK-DATE THRU 2250-EXIT.
000415     IF NOT WS-DATE-BAD
000416         MOVE FCMT-PM-END-DATE TO WS-CHECK-DATE
000417         PERFORM 2250-CHECK-DATE THRU 2250-EXIT
000418     END-IF.
000419     IF WS-DATE-BAD
000420         MOVE "BAD START OR END DATE" TO WS-RPT-OUTCOME
000421         ADD 1 TO WS-FAILED-COUNT
000422         GO TO 2200-EXIT
000423     END-IF.
000424     IF FCMT-PM-START-DATE-N > FCMT-PM-END-DATE-N
000425         MOVE "START AFTER END" TO WS-RPT-OUTCOME
000426         ADD 1 TO WS-FAILED-COUNT
000427         GO TO 2200-EXIT
000428     END-IF.
000429     PERFORM 2260-FIND-OVERLAP THRU 2260-EXIT.
000430     IF WS-FOUND-SUB > ZERO
000431         MOVE SPACES TO WS-RPT-OUTCOME
000432         STRING "OVERLAPS PERIOD " DELIMITED BY SIZE
000433                WS-PER-ID (WS-FOUND-SUB) DELIMITED BY SIZE
000434             INTO WS-RPT-OUTCOME
000435         END-STRING
000436         ADD 1 TO WS-FAILED-COUNT
000437         GO TO 2200-EXIT
000438     END-IF.
000439     IF WS-PER-COUNT >= WS-PER-LIMIT
000440         MOVE "PERIOD TABLE FULL" TO WS-RPT-OUTCOME
000441         ADD 1 TO WS-FAILED-COUNT
000442         GO TO 2200-EXIT
000443     END-IF.
000444     MOVE SPACES TO CALC-FCAL-RECORD.
000445     MOVE FCMT-PM-PERIOD-ID    TO CALC-FC-PERIOD-ID.
000446     MOVE FCMT-PM-START-DATE-N TO CALC-FC-START-DATE.
000447     MOVE FCMT-PM-END-DATE-N   TO CALC-FC-END-DATE.
000448     MOVE 'O' TO CALC-FC-STATUS.
000449     MOVE WS-RUN-DATE TO CALC-FC-CHANGE-DATE.
000450     MOVE FCMT-PM-SUBMITTER TO CALC-FC-CHANGED-BY.
000451     WRITE CALC-FCAL-RECORD
000452         INVALID KEY
000453             MOVE "ALREADY ON FILE" TO WS-RPT-OUTCOME
000454             ADD 1 TO WS-FAILED-COUNT
000455         NOT INVALID KEY
000456             MOVE "ADDED - OPEN" TO WS-RPT-OUTCOME
000457             ADD 1 TO WS-APPLIED-COUNT
000458             ADD 1 TO WS-PER-COUNT
000459             MOVE CALC-FC-PERIOD-ID  TO WS-PER-ID (WS-PER-COUNT)
000460             MOVE CALC-FC-START-DATE
000461                 TO WS-PER-START (WS-PER-COUNT)
000462             MOVE CALC-FC-END-DATE   TO WS-PER-END (WS-PER-COUNT)
000463     END-WRITE.
000464 2200-EXIT.
000465     EXIT.
000466*****************************************************************
000467* 2250-CHECK-DATE - PROVE WS-CHECK-DATE IS A YYYYMMDD DATE.
000468*****************************************************************
000469 2250-CHECK-DATE.
000470     MOVE 'N' TO WS-DATE-SWITCH.
000471     IF WS-CHECK-DATE IS NOT NUMERIC
000472      OR WS-CHECK-DATE < "19000101"
000473      OR WS-CHECK-DATE (5:2) < "01"
000474      OR WS-CHECK-DATE (5:2) > "12"
000475      OR WS-CHECK-DATE (7:2) < "01"
000476      OR WS-CHECK-DATE (7:2) > "31"
000477         MOVE 'Y' TO WS-DATE-SWITCH
000478     END-IF.
000479 2250-EXIT.
000480     EXIT.
000481*****************************************************************
000482* 2260-FIND-OVERLAP - FIND A PERIOD ON FILE SHARING ANY DAY WITH
000483* THE CARD'S PERIOD. ZERO IN WS-FOUND-SUB MEANS NONE.
000484*****************************************************************
000485 2260-FIND-OVERLAP.
000486     MOVE ZERO TO WS-FOUND-SUB.
000487     MOVE 1 TO WS-PER-SUB.
000488     PERFORM 2270-SCAN-PERIOD THRU 2270-EXIT
000489         UNTIL WS-PER-SUB > WS-PER-COUNT
000490            OR WS-FOUND-SUB > ZERO.
000491 2260-EXIT.
000492     EXIT.
000493*****************************************************************
000494* 2270-SCAN-PERIOD - TEST ONE PERIOD TABLE ENTRY.
000495*****************************************************************
000496 2270-SCAN-PERIOD.
000497     IF WS-PER-START (WS-PER-SUB) NOT > FCMT-PM-END-DATE-N
000498      AND WS-PER-END (WS-PER-SUB) NOT < FCMT-PM-START-DATE-N
000499         MOVE WS-PER-SUB TO WS-FOUND-SUB
000500     ELSE
000501         ADD 1 TO WS-PER-SUB
000502     END-IF.
000503 2270-EXIT.
000504     EXIT.
000505*****************************************************************
000506* 2300-CLOSE-PERIOD - CLOSE A PERIOD ONCE THE LEDGER HAS CLOSED
000507* IT. POSTINGS DATED INTO IT MOVE FORWARD FROM THE NEXT RUN ON.
000508*****************************************************************
000509 2300-CLOSE-PERIOD.
000510     MOVE FCMT-PM-PERIOD-ID TO CALC-FC-PERIOD-ID.
000511     READ CALC-FCAL-FILE
000512         INVALID KEY
000513             MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000514             ADD 1 TO WS-FAILED-COUNT
000515             GO TO 2300-EXIT
000516     END-READ.
000517     IF CALC-FC-CLOSED
000518         MOVE "ALREADY CLOSED" TO WS-RPT-OUTCOME
000519         ADD 1 TO WS-FAILED-COUNT
000520         GO TO 2300-EXIT
000521     END-IF.
000522     MOVE 'C' TO CALC-FC-STATUS.
000523     MOVE "CLOSED" TO WS-RPT-OUTCOME.
000524     PERFORM 2600-REWRITE-PERIOD THRU 2600-EXIT.
000525 2300-EXIT.
000526     EXIT.
000527*****************************************************************
000528* 2400-OPEN-PERIOD - REOPEN A CLOSED PERIOD, FOR A LEDGER THAT
000529* HAS REOPENED IT FOR ADJUSTMENTS.
000530*****************************************************************
000531 2400-OPEN-PERIOD.
000532     MOVE FCMT-PM-PERIOD-ID TO CALC-FC-PERIOD-ID.
000533     READ CALC-FCAL-FILE
000534         INVALID KEY
000535             MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000536             ADD 1 TO WS-FAILED-COUNT
000537             GO TO 2400-EXIT
000538     END-READ.
000539     IF CALC-FC-OPEN
000540         MOVE "ALREADY OPEN" TO WS-RPT-OUTCOME
000541         ADD 1 TO WS-FAILED-COUNT
000542         GO TO 2400-EXIT
000543     END-IF.
000544     MOVE 'O' TO CALC-FC-STATUS.
000545     MOVE "OPENED" TO WS-RPT-OUTCOME.
000546     PERFORM 2600-REWRITE-PERIOD THRU 2600-EXIT.
000547 2400-EXIT.
000548     EXIT.
000549*****************************************************************
000550* 2600-REWRITE-PERIOD - STAMP THE PERIOD JUST READ WITH THE RUN
000551* DATE AND SUBMITTER, REWRITE IT AND COUNT THE ACTION AS
000552* APPLIED. THE CALLER SETS ITS SUCCESS OUTCOME FIRST - A FAILED
000553* REWRITE OVERWRITES IT HERE.
000554*****************************************************************
000555 2600-REWRITE-PERIOD.
000556     MOVE WS-RUN-DATE TO CALC-FC-CHANGE-DATE.
000557     MOVE FCMT-PM-SUBMITTER TO CALC-FC-CHANGED-BY.
000558     REWRITE CALC-FCAL-RECORD
000559         INVALID KEY
000560             DISPLAY "CALCFCMT CANNOT REWRITE KEY "
000561                 CALC-FC-PERIOD-ID ", STATUS " WS-FCAL-STATUS
000562             MOVE "REWRITE FAILED" TO WS-RPT-OUTCOME
000563             ADD 1 TO WS-FAILED-COUNT
000564         NOT INVALID KEY
000565             ADD 1 TO WS-APPLIED-COUNT
000566     END-REWRITE.
000567 2600-EXIT.
000568     EXIT.
000569*****************************************************************
000570* 3000-LIST-CALENDAR - PRINT EVERY PERIOD ON THE CALENDAR AS IT
000571* NOW STANDS, IN PERIOD ORDER.
000572*****************************************************************
000573 3000-LIST-CALENDAR.
000574     WRITE FCMT-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000575     WRITE FCMT-RPT-RECORD FROM WS-CAL-HEADING-1.
000576     WRITE FCMT-RPT-RECORD FROM WS-CAL-HEADING-2.
000577     MOVE 'N' TO WS-CAL-EOF-SWITCH.
000578     MOVE LOW-VALUES TO CALC-FC-PERIOD-ID.
000579     START CALC-FCAL-FILE KEY IS NOT LESS THAN CALC-FC-PERIOD-ID
000580         INVALID KEY
000581             GO TO 3000-EXIT
000582     END-START.
000583     PERFORM 3100-LIST-ONE-PERIOD THRU 3100-EXIT
000584         UNTIL WS-CAL-END.
000585 3000-EXIT.
000586     EXIT.
000587*****************************************************************
000588* 3100-LIST-ONE-PERIOD - READ AND PRINT THE NEXT PERIOD.
000589*****************************************************************
000590 3100-LIST-ONE-PERIOD.
000591     READ CALC-FCAL-FILE NEXT RECORD
000592         AT END
000593             MOVE 'Y' TO WS-CAL-EOF-SWITCH
000594             GO TO 3100-EXIT
000595     END-READ.
000596     MOVE CALC-FC-PERIOD-ID   TO WS-CAL-PERIOD-ID.
000597     MOVE CALC-FC-START-DATE  TO WS-CAL-START-DATE.
000598     MOVE CALC-FC-END-DATE    TO WS-CAL-END-DATE.
000599     IF CALC-FC-CLOSED
000600         MOVE "CLOSED" TO WS-CAL-STATUS
000601     ELSE
000602         MOVE "OPEN" TO WS-CAL-STATUS
000603     END-IF.
000604     MOVE CALC-FC-CHANGE-DATE TO WS-CAL-CHANGE-DATE.
000605     MOVE CALC-FC-CHANGED-BY  TO WS-CAL-CHANGED-BY.
000606     WRITE FCMT-RPT-RECORD FROM WS-CAL-DETAIL-LINE.
000607 3100-EXIT.
000608     EXIT.
000609*****************************************************************
000610* 8000-WRAPUP - PRINT THE MAINTENANCE TOTALS AND CLOSE THE
000611* FILES.
000612*****************************************************************
000613 8000-WRAPUP.
000614     WRITE FCMT-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000615     MOVE WS-CARD-COUNT TO WS-RPT-CARDS-COUNT.
000616     WRITE FCMT-RPT-RECORD FROM WS-RPT-CARDS-LINE.
000617     MOVE WS-APPLIED-COUNT TO WS-RPT-APPLIED-COUNT.
000618     WRITE FCMT-RPT-RECORD FROM WS-RPT-APPLIED-LINE.
000619     MOVE WS-FAILED-COUNT TO WS-RPT-FAILED-COUNT.
000620     WRITE FCMT-RPT-RECORD FROM WS-RPT-FAILED-LINE.
000621     CLOSE CALC-FCAL-FILE.
000622     CLOSE FCMT-PARM-FILE.
000623     CLOSE FCMT-RPT-FILE.
000624     MOVE WS-CARD-COUNT TO WS-COUNT-EDIT.
000625     DISPLAY "CALCFCMT CARDS READ . . . . " WS-COUNT-EDIT.
000626     MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
000627     DISPLAY "CALCFCMT ACTIONS APPLIED  . " WS-COUNT-EDIT.
000628     MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT.
000629     DISPLAY "CALCFCMT ACTIONS REFUSED  . " WS-COUNT-EDIT.
000630 8000-EXIT.
000631     EXIT.
000632*****************************************************************
000633* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000634* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000635* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000636*****************************************************************
000637 9900-OPEN-ERROR.
000638     DISPLAY "CALCFCMT RUN TERMINATED - SEE FILE STATUS ABOVE".
000639     MOVE 8 TO RETURN-CODE.
000640     CLOSE CALC-FCAL-FILE.
000641     CLOSE FCMT-PARM-FILE.
000642     CLOSE FCMT-RPT-FILE.
000643     STOP RUN.
000644 9900-EXIT.
000645     EXIT.
