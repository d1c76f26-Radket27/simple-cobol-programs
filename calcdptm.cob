000134*                   ALSO NO LONGER REPORTS THE ACTION AS
000135*                   APPLIED - THE SUCCESS OUTCOME IS SET BEFORE
000136*                   THE REWRITE AND OVERWRITTEN ON FAILURE.
000137* 2026-10-15  RA    EVERY APPLIED ACTION IS NOW JOURNALED ON
000138*                   CALCDPJN - THE MASTER RECORD BEFORE AND
000139*                   AFTER, THE EFFECTIVE DATE AND THE SUBMITTER.
000140*                   THE CARD CARRIES THE SUBMITTER ID (COLS
000141*                   62-69, REQUIRED) AND THE EFFECTIVE DATE
000142*                   (COLS 71-78, YYYYMMDD, BLANK = RUN DATE).
000143*                   WHEN THE JOURNAL IS FIRST CREATED AN OPENING
000144*                   IMAGE IS WRITTEN FOR EVERY DEPARTMENT ALREADY
000145*                   ON THE MASTER SO CALCDPHS CAN REBUILD IT.
000146* 2026-10-15  RA    THE MASTER IS CHANGED AS SOON AS A CARD IS
000147*                   APPLIED, SO A CARD MAY NO LONGER BE DATED
000148*                   AFTER THE RUN DATE, NOR BEFORE THE LATEST
000149*                   EFFECTIVE DATE ALREADY JOURNALED FOR ITS
000150*                   DEPARTMENT. THE JOURNAL'S EFFECTIVE-DATE
000151*                   ORDER IS THEN ALWAYS THE ORDER THE CHANGES
000152*                   WERE MADE, WHICH CALCDPHS RELIES ON WHEN IT
000153*                   REBUILDS THE MASTER FROM WHOLE AFTER IMAGES.
000154*****************************************************************
000155 ENVIRONMENT DIVISION.
000156 INPUT-OUTPUT SECTION.
000157 FILE-CONTROL.
000158     SELECT CALC-DEPT-FILE   ASSIGN TO "CALCDEPT"
000159         ORGANIZATION IS INDEXED
000160         ACCESS MODE IS DYNAMIC
000161         RECORD KEY IS CALC-DP-DEPT-CODE
000162         FILE STATUS IS WS-DEPT-STATUS.
000163     SELECT DPTM-PARM-FILE   ASSIGN TO "DPTMPARM"
000164         ORGANIZATION IS LINE SEQUENTIAL
000165         FILE STATUS IS WS-PARM-STATUS.
000166     SELECT CALC-DPJN-FILE   ASSIGN TO "CALCDPJN"
000167         ORGANIZATION IS LINE SEQUENTIAL
000168         FILE STATUS IS WS-DPJN-STATUS.
000169     SELECT DPTM-RPT-FILE    ASSIGN TO "DPTMRPT"
000170         ORGANIZATION IS LINE SEQUENTIAL
000171         FILE STATUS IS WS-RPT-STATUS.
000172 DATA DIVISION.
000173 FILE SECTION.
000174 FD  CALC-DEPT-FILE
000175     LABEL RECORDS ARE STANDARD.
000176     COPY CALCDEPT.
000177 FD  DPTM-PARM-FILE
000178     LABEL RECORDS ARE STANDARD.
000179 01  DPTM-PARM-RECORD.
000180     05  DPTM-PM-ACTION          PIC X(01).
000181     05  FILLER                  PIC X(01).
000182     05  DPTM-PM-DEPT-CODE       PIC X(04).
000183     05  FILLER                  PIC X(01).
000184     05  DPTM-PM-DEPT-NAME       PIC X(30).
000185     05  FILLER                  PIC X(01).
000186     05  DPTM-PM-GL-ACCOUNT      PIC X(08).
000187     05  FILLER                  PIC X(01).
000188     05  DPTM-PM-TOL-LIMIT       PIC 9(11)V9(02).
000189     05  FILLER                  PIC X(01).
000190     05  DPTM-PM-SUBMITTER       PIC X(08).
000191     05  FILLER                  PIC X(01).
000192     05  DPTM-PM-EFF-DATE        PIC X(08).
000193     05  DPTM-PM-EFF-DATE-N REDEFINES DPTM-PM-EFF-DATE
000194                                 PIC 9(08).
000195     05  FILLER                  PIC X(02).
000196 FD  CALC-DPJN-FILE
000197     LABEL RECORDS ARE STANDARD.
000198     COPY CALCDPJN.
000199 FD  DPTM-RPT-FILE
000200     LABEL RECORDS ARE STANDARD.
000201 01  DPTM-RPT-RECORD                PIC X(80).
000202 WORKING-STORAGE SECTION.
000203*****************************************************************
000204* SWITCHES AND COUNTERS.
000205*****************************************************************
000206 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000207     88  WS-END-OF-FILE               VALUE 'Y'.
000208 77  WS-CARD-COUNT                PIC 9(09) COMP VALUE ZERO.
000209 77  WS-APPLIED-COUNT             PIC 9(09) COMP VALUE ZERO.
000210 77  WS-FAILED-COUNT              PIC 9(09) COMP VALUE ZERO.
000211 77  WS-OPENING-COUNT             PIC 9(09) COMP VALUE ZERO.
000212 77  WS-SEED-EOF-SWITCH           PIC X(01) VALUE 'N'.
000213     88  WS-SEED-END                  VALUE 'Y'.
000214 77  WS-LOAD-EOF-SWITCH           PIC X(01) VALUE 'N'.
000215     88  WS-LOAD-END                  VALUE 'Y'.
000216 77  WS-CARD-SWITCH               PIC X(01) VALUE 'N'.
000217     88  WS-CARD-REFUSED              VALUE 'Y'.
000218 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000219 77  WS-RUN-TIME                  PIC 9(08) VALUE ZEROES.
000220 77  WS-EFF-DATE                  PIC 9(08) VALUE ZEROES.
000221 77  WS-JNL-ACTION                PIC X(01) VALUE SPACES.
000222 77  WS-JNL-SUBMITTER             PIC X(08) VALUE SPACES.
000223 77  WS-BEFORE-IMAGE              PIC X(63) VALUE SPACES.
000224 77  WS-DEPT-STATUS               PIC X(02) VALUE ZEROES.
000225     88  WS-DEPT-OK                   VALUE '00'.
000226     88  WS-DEPT-NOT-FOUND            VALUE '35'.
000227 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000228     88  WS-PARM-OK                   VALUE '00'.
000229 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000230     88  WS-RPT-OK                    VALUE '00'.
000231 77  WS-DPJN-STATUS               PIC X(02) VALUE ZEROES.
000232     88  WS-DPJN-OK                   VALUE '00'.
000233     88  WS-DPJN-NOT-FOUND            VALUE '35'.
000234 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000235*****************************************************************
000236* LATEST EFFECTIVE DATE JOURNALED FOR EACH DEPARTMENT - LOADED
000237* FROM CALCDPJN AT THE START OF THE RUN AND KEPT UP TO DATE AS
000238* EACH ACTION IS JOURNALED. ONCE THE TABLE IS FULL A CARD FOR A
000239* DEPARTMENT NOT IN IT CANNOT BE PROVED AND IS REFUSED.
000240*****************************************************************
000241 77  WS-EFF-COUNT                 PIC 9(04) COMP VALUE ZERO.
000242 77  WS-EFF-SUB                   PIC 9(04) COMP VALUE ZERO.
000243 77  WS-EFF-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
000244 77  WS-EFF-LIMIT                 PIC 9(04) COMP VALUE 2000.
000245 77  WS-EFF-FULL-SWITCH           PIC X(01) VALUE 'N'.
000246     88  WS-EFF-TABLE-FULL            VALUE 'Y'.
000247 77  WS-EFF-DEPT-CODE             PIC X(04) VALUE SPACES.
000248 01  WS-EFF-TABLE.
000249     05  WS-EFF-ENTRY OCCURS 2000 TIMES.
000250         10  WS-EFF-DEPT             PIC X(04).
000251         10  WS-EFF-LATEST           PIC 9(08).
000252*****************************************************************
000253* PRINTED REPORT LINES.
000254*****************************************************************
000255 01  WS-RPT-HEADING-1.
000256     05  FILLER                      PIC X(30)
000257         VALUE "DEPARTMENT MASTER MAINTENANCE".
000258 01  WS-RPT-HEADING-2.
000259     05  FILLER                      PIC X(04) VALUE "ACT".
000260     05  FILLER                      PIC X(06) VALUE "DEPT".
000261     05  FILLER                      PIC X(32) VALUE "NAME".
000262     05  FILLER                      PIC X(10) VALUE "GL ACCT".
000263     05  FILLER                      PIC X(07) VALUE "OUTCOME".
000264 01  WS-RPT-DETAIL-LINE.
000265     05  WS-RPT-ACTION                PIC X(01).
000266     05  FILLER                      PIC X(03) VALUE SPACES.
000267     05  WS-RPT-DEPT-CODE             PIC X(04).
000268     05  FILLER                      PIC X(02) VALUE SPACES.
000269     05  WS-RPT-DEPT-NAME             PIC X(30).
000270     05  FILLER                      PIC X(02) VALUE SPACES.
000271     05  WS-RPT-GL-ACCOUNT            PIC X(08).
000272     05  FILLER                      PIC X(02) VALUE SPACES.
000273     05  WS-RPT-OUTCOME               PIC X(22).
000274 01  WS-RPT-BLANK-LINE.
000275     05  FILLER                      PIC X(20) VALUE SPACES.
000276 01  WS-RPT-CARDS-LINE.
000277     05  FILLER                      PIC X(22)
000278         VALUE "CARDS READ . . . . . ".
000279     05  WS-RPT-CARDS-COUNT           PIC ZZZ,ZZZ,ZZ9.
000280 01  WS-RPT-APPLIED-LINE.
000281     05  FILLER                      PIC X(22)
000282         VALUE "ACTIONS APPLIED  . . ".
000283     05  WS-RPT-APPLIED-COUNT         PIC ZZZ,ZZZ,ZZ9.
000284 01  WS-RPT-FAILED-LINE.
000285     05  FILLER                      PIC X(22)
000286         VALUE "ACTIONS REFUSED  . . ".
000287     05  WS-RPT-FAILED-COUNT          PIC ZZZ,ZZZ,ZZ9.
000288 01  WS-RPT-OPENING-LINE.
000289     05  FILLER                      PIC X(22)
000290         VALUE "OPENING IMAGES . . . ".
000291     05  WS-RPT-OPENING-COUNT         PIC ZZZ,ZZZ,ZZ9.
000292 PROCEDURE DIVISION.
000293*****************************************************************
000294* 0000-MAINLINE - APPLY EVERY MAINTENANCE CARD TO THE MASTER.
000295*****************************************************************
000296 0000-MAINLINE.
000297     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000298     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000299     PERFORM 2000-APPLY-CARD THRU 2000-EXIT
000300         UNTIL WS-END-OF-FILE.
000301     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000302     STOP RUN.
000303*****************************************************************
000304* 1000-INITIALIZE - OPEN THE FILES, CREATING THE MASTER ON ITS
000305* FIRST EVER RUN, AND WRITE THE REPORT HEADINGS. THE JOURNAL IS
000306* EXTENDED - IT IS NEVER OVERWRITTEN - AND ON ITS FIRST EVER RUN
000307* IS SEEDED WITH THE MASTER AS IT STANDS. BEFORE IT IS EXTENDED
000308* IT IS READ THROUGH FOR EACH DEPARTMENT'S LATEST EFFECTIVE DATE.
000309*****************************************************************
000310 1000-INITIALIZE.
000311     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000312     OPEN I-O CALC-DEPT-FILE.
000313     IF WS-DEPT-NOT-FOUND
000314         CLOSE CALC-DEPT-FILE
000315         OPEN OUTPUT CALC-DEPT-FILE
000316         CLOSE CALC-DEPT-FILE
000317         OPEN I-O CALC-DEPT-FILE
000318     END-IF.
000319     IF NOT WS-DEPT-OK
000320         DISPLAY "CANNOT OPEN CALCDEPT, STATUS " WS-DEPT-STATUS
000321         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000322     END-IF.
000323     PERFORM 1020-LOAD-EFF-DATES THRU 1020-EXIT.
000324     OPEN EXTEND CALC-DPJN-FILE.
000325     IF WS-DPJN-NOT-FOUND
000326         CLOSE CALC-DPJN-FILE
000327         OPEN OUTPUT CALC-DPJN-FILE
000328         IF WS-DPJN-OK
000329             PERFORM 1050-SEED-JOURNAL THRU 1050-EXIT
000330         END-IF
000331     END-IF.
000332     IF NOT WS-DPJN-OK
000333         DISPLAY "CANNOT OPEN CALCDPJN, STATUS " WS-DPJN-STATUS
000334         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000335     END-IF.
000336     OPEN INPUT DPTM-PARM-FILE.
000337     IF NOT WS-PARM-OK
000338         DISPLAY "CANNOT OPEN DPTMPARM, STATUS " WS-PARM-STATUS
000339         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000340     END-IF.
000341     OPEN OUTPUT DPTM-RPT-FILE.
000342     IF NOT WS-RPT-OK
000343         DISPLAY "CANNOT OPEN DPTMRPT, STATUS " WS-RPT-STATUS
000344         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000345     END-IF.
000346     WRITE DPTM-RPT-RECORD FROM WS-RPT-HEADING-1.
000347     WRITE DPTM-RPT-RECORD FROM WS-RPT-HEADING-2.
000348 1000-EXIT.
000349     EXIT.
000350*****************************************************************
000351* 1020-LOAD-EFF-DATES - READ THE JOURNAL THROUGH AND NOTE THE
000352* LATEST EFFECTIVE DATE OF EACH DEPARTMENT ON IT. NO JOURNAL YET
000353* MEANS NO DEPARTMENT HAS ANY HISTORY TO PROTECT.
000354*****************************************************************
000355 1020-LOAD-EFF-DATES.
000356     OPEN INPUT CALC-DPJN-FILE.
000357     IF WS-DPJN-NOT-FOUND
000358         GO TO 1020-EXIT
000359     END-IF.
000360     IF NOT WS-DPJN-OK
000361         DISPLAY "CANNOT OPEN CALCDPJN, STATUS " WS-DPJN-STATUS
000362         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000363     END-IF.
000364     PERFORM 1030-LOAD-ENTRY THRU 1030-EXIT
000365         UNTIL WS-LOAD-END.
000366     CLOSE CALC-DPJN-FILE.
000367 1020-EXIT.
000368     EXIT.
000369*****************************************************************
000370* 1030-LOAD-ENTRY - READ THE NEXT JOURNAL ENTRY AND NOTE ITS
000371* EFFECTIVE DATE AGAINST ITS DEPARTMENT.
000372*****************************************************************
000373 1030-LOAD-ENTRY.
000374     READ CALC-DPJN-FILE
000375         AT END
000376             MOVE 'Y' TO WS-LOAD-EOF-SWITCH
000377             GO TO 1030-EXIT
000378     END-READ.
000379     MOVE CALC-DJ-DEPT-CODE TO WS-EFF-DEPT-CODE.
000380     MOVE CALC-DJ-EFF-DATE  TO WS-EFF-DATE.
000381     PERFORM 2060-NOTE-EFF-DATE THRU 2060-EXIT.
000382 1030-EXIT.
000383     EXIT.
000384*****************************************************************
000385* 1050-SEED-JOURNAL - THE JOURNAL HAS JUST BEEN CREATED. WRITE AN
000386* OPENING IMAGE FOR EVERY DEPARTMENT ALREADY ON THE MASTER SO A
000387* REBUILD FROM THE JOURNAL STARTS FROM THE MASTER AS IT STOOD.
000388*****************************************************************
000389 1050-SEED-JOURNAL.
000390     MOVE LOW-VALUES TO CALC-DP-DEPT-CODE.
000391     START CALC-DEPT-FILE KEY IS NOT LESS THAN CALC-DP-DEPT-CODE
000392         INVALID KEY
000393             GO TO 1050-EXIT
000394     END-START.
000395     PERFORM 1060-SEED-DEPT THRU 1060-EXIT
000396         UNTIL WS-SEED-END.
000397 1050-EXIT.
000398     EXIT.
000399*****************************************************************
000400* 1060-SEED-DEPT - READ THE NEXT DEPARTMENT AND JOURNAL ITS
000401* OPENING IMAGE.
000402*****************************************************************
000403 1060-SEED-DEPT.
000404     READ CALC-DEPT-FILE NEXT RECORD
000405         AT END
000406             MOVE 'Y' TO WS-SEED-EOF-SWITCH
000407             GO TO 1060-EXIT
000408     END-READ.
000409     MOVE 'O'        TO WS-JNL-ACTION.
000410     MOVE ZERO       TO WS-EFF-DATE.
000411     MOVE "CALCDPTM" TO WS-JNL-SUBMITTER.
000412     MOVE SPACES     TO WS-BEFORE-IMAGE.
000413     PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT.
000414     ADD 1 TO WS-OPENING-COUNT.
000415 1060-EXIT.
000416     EXIT.
000417*****************************************************************
000418* 2000-APPLY-CARD - ROUTE THE CURRENT CARD BY ITS ACTION CODE,
000419* PRINT THE OUTCOME AND READ THE NEXT CARD. A BLANK CARD IS
000420* SKIPPED. A CARD WITHOUT A SUBMITTER OR WITH A BAD EFFECTIVE
000421* DATE IS REFUSED BEFORE IT IS ROUTED.
000422*****************************************************************
000423 2000-APPLY-CARD.
000424     IF DPTM-PARM-RECORD = SPACES
000425         GO TO 2000-NEXT
000426     END-IF.
000427     ADD 1 TO WS-CARD-COUNT.
000428     MOVE DPTM-PM-ACTION    TO WS-RPT-ACTION.
000429     MOVE DPTM-PM-DEPT-CODE TO WS-RPT-DEPT-CODE.
000430     MOVE DPTM-PM-DEPT-NAME TO WS-RPT-DEPT-NAME.
000431     MOVE DPTM-PM-GL-ACCOUNT TO WS-RPT-GL-ACCOUNT.
000432     PERFORM 2050-CHECK-CARD THRU 2050-EXIT.
000433     IF WS-CARD-REFUSED
000434         ADD 1 TO WS-FAILED-COUNT
000435         GO TO 2000-PRINT
000436     END-IF.
000437     EVALUATE DPTM-PM-ACTION
000438         WHEN 'A'
000439         WHEN 'a'
000440             MOVE 'A' TO WS-JNL-ACTION
000441             PERFORM 2200-ADD-DEPT THRU 2200-EXIT
000442         WHEN 'C'
000443         WHEN 'c'
000444             MOVE 'C' TO WS-JNL-ACTION
000445             PERFORM 2300-CHANGE-DEPT THRU 2300-EXIT
000446         WHEN 'D'
000447         WHEN 'd'
000448             MOVE 'D' TO WS-JNL-ACTION
000449             PERFORM 2400-DEACTIVATE-DEPT THRU 2400-EXIT
000450         WHEN 'R'
000451         WHEN 'r'
000452             MOVE 'R' TO WS-JNL-ACTION
000453             PERFORM 2500-REACTIVATE-DEPT THRU 2500-EXIT
000454         WHEN OTHER
000455             MOVE "INVALID ACTION CODE" TO WS-RPT-OUTCOME
000456             ADD 1 TO WS-FAILED-COUNT
000457     END-EVALUATE.
000458 2000-PRINT.
000459     WRITE DPTM-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
000460 2000-NEXT.
000461     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000462 2000-EXIT.
000463     EXIT.
000464*****************************************************************
000465* 2050-CHECK-CARD - THE SUBMITTER ID IS REQUIRED ON EVERY CARD SO
000466* EACH JOURNAL ENTRY NAMES WHO ASKED FOR THE CHANGE. A BLANK
000467* EFFECTIVE DATE MEANS THE RUN DATE; ANYTHING ELSE MUST BE A
000468* YYYYMMDD DATE. THE ACTION IS APPLIED TO THE MASTER NOW, SO IT
000469* CANNOT TAKE EFFECT LATER THAN THE RUN DATE, AND IT CANNOT TAKE
000470* EFFECT BEFORE THE LATEST CHANGE ALREADY JOURNALED FOR THE
000471* DEPARTMENT - ITS AFTER IMAGE ALREADY CARRIES THAT CHANGE.
000472*****************************************************************
000473 2050-CHECK-CARD.
000474     MOVE 'N' TO WS-CARD-SWITCH.
000475     MOVE DPTM-PM-SUBMITTER TO WS-JNL-SUBMITTER.
000476     IF DPTM-PM-SUBMITTER = SPACES
000477         MOVE "SUBMITTER ID MISSING" TO WS-RPT-OUTCOME
000478         MOVE 'Y' TO WS-CARD-SWITCH
000479         GO TO 2050-EXIT
000480     END-IF.
000481     IF DPTM-PM-EFF-DATE = SPACES
000482         MOVE WS-RUN-DATE TO WS-EFF-DATE
000483         GO TO 2050-ORDER
000484     END-IF.
000485     IF DPTM-PM-EFF-DATE IS NOT NUMERIC
000486         MOVE "BAD EFFECTIVE DATE" TO WS-RPT-OUTCOME
000487         MOVE 'Y' TO WS-CARD-SWITCH
000488         GO TO 2050-EXIT
000489     END-IF.
000490     MOVE DPTM-PM-EFF-DATE-N TO WS-EFF-DATE.
000491     IF WS-EFF-DATE < 19000101
000492         OR DPTM-PM-EFF-DATE (5:2) < "01"
000493         OR DPTM-PM-EFF-DATE (5:2) > "12"
000494         OR DPTM-PM-EFF-DATE (7:2) < "01"
000495         OR DPTM-PM-EFF-DATE (7:2) > "31"
000496         MOVE "BAD EFFECTIVE DATE" TO WS-RPT-OUTCOME
000497         MOVE 'Y' TO WS-CARD-SWITCH
000498         GO TO 2050-EXIT
000499     END-IF.
000500     IF WS-EFF-DATE > WS-RUN-DATE
000501         MOVE "EFF DATE IN FUTURE" TO WS-RPT-OUTCOME
000502         MOVE 'Y' TO WS-CARD-SWITCH
000503         GO TO 2050-EXIT
000504     END-IF.
000505 2050-ORDER.
000506     MOVE DPTM-PM-DEPT-CODE TO WS-EFF-DEPT-CODE.
000507     PERFORM 2070-FIND-EFF-DATE THRU 2070-EXIT.
000508     IF WS-EFF-FOUND-SUB = ZERO
000509         IF WS-EFF-TABLE-FULL
000510             MOVE "EFF DATE TABLE FULL" TO WS-RPT-OUTCOME
000511             MOVE 'Y' TO WS-CARD-SWITCH
000512         END-IF
000513         GO TO 2050-EXIT
000514     END-IF.
000515     IF WS-EFF-DATE < WS-EFF-LATEST (WS-EFF-FOUND-SUB)
000516         MOVE "BEFORE LATEST CHANGE" TO WS-RPT-OUTCOME
000517         MOVE 'Y' TO WS-CARD-SWITCH
000518     END-IF.
000519 2050-EXIT.
000520     EXIT.
000521*****************************************************************
000522* 2060-NOTE-EFF-DATE - RECORD WS-EFF-DATE AS THE LATEST EFFECTIVE
000523* DATE OF DEPARTMENT WS-EFF-DEPT-CODE IF IT IS LATER THAN THE ONE
000524* HELD, ADDING THE DEPARTMENT TO THE TABLE IF IT IS NEW.
000525*****************************************************************
000526 2060-NOTE-EFF-DATE.
000527     PERFORM 2070-FIND-EFF-DATE THRU 2070-EXIT.
000528     IF WS-EFF-FOUND-SUB > ZERO
000529         IF WS-EFF-DATE > WS-EFF-LATEST (WS-EFF-FOUND-SUB)
000530             MOVE WS-EFF-DATE TO WS-EFF-LATEST (WS-EFF-FOUND-SUB)
000531         END-IF
000532         GO TO 2060-EXIT
000533     END-IF.
000534     IF WS-EFF-COUNT >= WS-EFF-LIMIT
000535         IF NOT WS-EFF-TABLE-FULL
000536             DISPLAY "CALCDPTM EFFECTIVE DATE TABLE FULL AT "
000537                 WS-EFF-DEPT-CODE
000538             MOVE 'Y' TO WS-EFF-FULL-SWITCH
000539         END-IF
000540         GO TO 2060-EXIT
000541     END-IF.
000542     ADD 1 TO WS-EFF-COUNT.
000543     MOVE WS-EFF-DEPT-CODE TO WS-EFF-DEPT (WS-EFF-COUNT).
000544     MOVE WS-EFF-DATE      TO WS-EFF-LATEST (WS-EFF-COUNT).
000545 2060-EXIT.
000546     EXIT.
000547*****************************************************************
000548* 2070-FIND-EFF-DATE - LOOK DEPARTMENT WS-EFF-DEPT-CODE UP IN THE
000549* EFFECTIVE DATE TABLE. WS-EFF-FOUND-SUB IS ZERO IF IT IS NOT
000550* THERE.
000551*****************************************************************
000552 2070-FIND-EFF-DATE.
000553     MOVE ZERO TO WS-EFF-FOUND-SUB.
000554     MOVE 1 TO WS-EFF-SUB.
000555     PERFORM 2080-SCAN-EFF-DATE THRU 2080-EXIT
000556         UNTIL WS-EFF-SUB > WS-EFF-COUNT
000557            OR WS-EFF-FOUND-SUB > ZERO.
000558 2070-EXIT.
000559     EXIT.
000560*****************************************************************
000561* 2080-SCAN-EFF-DATE - TEST ONE EFFECTIVE DATE TABLE ENTRY.
000562*****************************************************************
000563 2080-SCAN-EFF-DATE.
000564     IF WS-EFF-DEPT (WS-EFF-SUB) = WS-EFF-DEPT-CODE
000565         MOVE WS-EFF-SUB TO WS-EFF-FOUND-SUB
000566     ELSE
000567         ADD 1 TO WS-EFF-SUB
000568     END-IF.
000569 2080-EXIT.
000570     EXIT.
000571*****************************************************************
000572* 2100-READ-PARM - READ THE NEXT MAINTENANCE CARD.
000573*****************************************************************
000574 2100-READ-PARM.
000575     READ DPTM-PARM-FILE
000576         AT END
000577             MOVE 'Y' TO WS-EOF-SWITCH
000578     END-READ.
000579 2100-EXIT.
000580     EXIT.
000581*****************************************************************
000582* 2200-ADD-DEPT - ADD A NEW DEPARTMENT. A CODE ALREADY ON FILE
000583* IS REFUSED SO A MISKEYED ADD CANNOT OVERWRITE A LIVE
000584* DEPARTMENT'S GL ACCOUNT.
000585*****************************************************************
000586 2200-ADD-DEPT.
000587     IF DPTM-PM-DEPT-CODE = SPACES
000588         MOVE "DEPT CODE MISSING" TO WS-RPT-OUTCOME
000589         ADD 1 TO WS-FAILED-COUNT
000590         GO TO 2200-EXIT
000591     END-IF.
000592     MOVE SPACES TO WS-BEFORE-IMAGE.
000593     MOVE SPACES TO CALC-DEPT-RECORD.
000594     MOVE DPTM-PM-DEPT-CODE  TO CALC-DP-DEPT-CODE.
000595     MOVE DPTM-PM-DEPT-NAME  TO CALC-DP-DEPT-NAME.
000596     MOVE DPTM-PM-GL-ACCOUNT TO CALC-DP-GL-ACCOUNT.
000597     MOVE 'A' TO CALC-DP-STATUS.
000598     IF DPTM-PM-TOL-LIMIT IS NUMERIC
000599         MOVE DPTM-PM-TOL-LIMIT TO CALC-DP-TOL-LIMIT
000600     ELSE
000601         MOVE ZERO TO CALC-DP-TOL-LIMIT
000602     END-IF.
000603     WRITE CALC-DEPT-RECORD
000604         INVALID KEY
000605             MOVE "ALREADY ON FILE" TO WS-RPT-OUTCOME
000606             ADD 1 TO WS-FAILED-COUNT
000607         NOT INVALID KEY
000608             MOVE "ADDED" TO WS-RPT-OUTCOME
000609             ADD 1 TO WS-APPLIED-COUNT
000610             PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
000611     END-WRITE.
000612 2200-EXIT.
000613     EXIT.
000614*****************************************************************
000615* 2300-CHANGE-DEPT - CHANGE THE NAME AND/OR GL ACCOUNT OF A
000616* DEPARTMENT ALREADY ON FILE. A BLANK FIELD ON THE CARD LEAVES
000617* THE FIELD ON FILE UNCHANGED.
000618*****************************************************************
000619 2300-CHANGE-DEPT.
000620     MOVE DPTM-PM-DEPT-CODE TO CALC-DP-DEPT-CODE.
000621     READ CALC-DEPT-FILE
000622         INVALID KEY
000623             MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000624             ADD 1 TO WS-FAILED-COUNT
000625             GO TO 2300-EXIT
000626     END-READ.
000627     MOVE CALC-DEPT-RECORD TO WS-BEFORE-IMAGE.
000628     IF DPTM-PM-DEPT-NAME NOT = SPACES
000629         MOVE DPTM-PM-DEPT-NAME TO CALC-DP-DEPT-NAME
000630     END-IF.
000631     IF DPTM-PM-GL-ACCOUNT NOT = SPACES
000632         MOVE DPTM-PM-GL-ACCOUNT TO CALC-DP-GL-ACCOUNT
000633     END-IF.
000634     IF DPTM-PM-TOL-LIMIT IS NUMERIC
000635         MOVE DPTM-PM-TOL-LIMIT TO CALC-DP-TOL-LIMIT
000636     END-IF.
000637     MOVE "CHANGED" TO WS-RPT-OUTCOME.
000638     PERFORM 2600-REWRITE-DEPT THRU 2600-EXIT.
000639 2300-EXIT.
000640     EXIT.
000641*****************************************************************
000642* 2400-DEACTIVATE-DEPT - MARK A DEPARTMENT INACTIVE SO CALCEDIT
000643* REJECTS NEW WORK FOR IT. THE RECORD STAYS ON FILE SO OLD
000644* RESULTS STILL PRINT WITH THEIR NAME.
000645*****************************************************************
000646 2400-DEACTIVATE-DEPT.
000647     MOVE DPTM-PM-DEPT-CODE TO CALC-DP-DEPT-CODE.
000648     READ CALC-DEPT-FILE
000649         INVALID KEY
000650             MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000651             ADD 1 TO WS-FAILED-COUNT
000652             GO TO 2400-EXIT
000653     END-READ.
000654     MOVE CALC-DEPT-RECORD TO WS-BEFORE-IMAGE.
000655     MOVE 'I' TO CALC-DP-STATUS.
000656     MOVE "DEACTIVATED" TO WS-RPT-OUTCOME.
000657     PERFORM 2600-REWRITE-DEPT THRU 2600-EXIT.
000658 2400-EXIT.
000659     EXIT.
000660*****************************************************************
000661* 2500-REACTIVATE-DEPT - PUT A DEACTIVATED DEPARTMENT BACK IN
000662* SERVICE.
000663*****************************************************************
000664 2500-REACTIVATE-DEPT.
000665     MOVE DPTM-PM-DEPT-CODE TO CALC-DP-DEPT-CODE.
000666     READ CALC-DEPT-FILE
000667         INVALID KEY
000668             MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000669             ADD 1 TO WS-FAILED-COUNT
000670             GO TO 2500-EXIT
000671     END-READ.
000672     MOVE CALC-DEPT-RECORD TO WS-BEFORE-IMAGE.
000673     MOVE 'A' TO CALC-DP-STATUS.
000674     MOVE "REACTIVATED" TO WS-RPT-OUTCOME.
000675     PERFORM 2600-REWRITE-DEPT THRU 2600-EXIT.
000676 2500-EXIT.
000677     EXIT.
000678*****************************************************************
000679* 2600-REWRITE-DEPT - REWRITE THE RECORD JUST READ AND COUNT
000680* THE ACTION AS APPLIED. THE CALLER SETS ITS SUCCESS OUTCOME
000681* FIRST - A FAILED REWRITE OVERWRITES IT HERE SO THE REPORT
000682* NEVER CLAIMS SUCCESS ON A FAILURE.
000683*****************************************************************
000684 2600-REWRITE-DEPT.
000685     REWRITE CALC-DEPT-RECORD
000686         INVALID KEY
000687             DISPLAY "CALCDPTM CANNOT REWRITE KEY "
000688                 CALC-DP-DEPT-CODE ", STATUS " WS-DEPT-STATUS
000689             MOVE "REWRITE FAILED" TO WS-RPT-OUTCOME
000690             ADD 1 TO WS-FAILED-COUNT
000691         NOT INVALID KEY
000692             ADD 1 TO WS-APPLIED-COUNT
000693             PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
000694     END-REWRITE.
000695 2600-EXIT.
000696     EXIT.
000697*****************************************************************
000698* 2700-WRITE-JOURNAL - APPEND THE ACTION JUST APPLIED TO THE
000699* CHANGE JOURNAL - THE BEFORE IMAGE SAVED BY THE CALLER AND THE
000700* MASTER RECORD AS IT NOW STANDS. A JOURNAL THAT CANNOT BE
000701* WRITTEN IS FLAGGED WITH RETURN CODE 8 - THE MASTER HAS
000702* ALREADY CHANGED AND THE HISTORY MUST BE REPAIRED BEFORE ANY
000703* AS-OF REPORT IS TRUSTED.
000704*****************************************************************
000705 2700-WRITE-JOURNAL.
000706     ACCEPT WS-RUN-TIME FROM TIME.
000707     MOVE SPACES TO CALC-DPJN-RECORD.
000708     MOVE WS-EFF-DATE        TO CALC-DJ-EFF-DATE.
000709     MOVE WS-RUN-DATE        TO CALC-DJ-ENTRY-DATE.
000710     MOVE WS-RUN-TIME        TO CALC-DJ-ENTRY-TIME.
000711     MOVE WS-JNL-ACTION      TO CALC-DJ-ACTION.
000712     MOVE WS-JNL-SUBMITTER   TO CALC-DJ-SUBMITTER.
000713     MOVE CALC-DP-DEPT-CODE  TO CALC-DJ-DEPT-CODE.
000714     MOVE WS-BEFORE-IMAGE    TO CALC-DJ-BEFORE-IMAGE.
000715     MOVE CALC-DEPT-RECORD   TO CALC-DJ-AFTER-IMAGE.
000716     WRITE CALC-DPJN-RECORD.
000717     IF NOT WS-DPJN-OK
000718         DISPLAY "CALCDPTM CANNOT WRITE CALCDPJN FOR "
000719             CALC-DP-DEPT-CODE ", STATUS " WS-DPJN-STATUS
000720         MOVE 8 TO RETURN-CODE
000721     END-IF.
000722     MOVE CALC-DP-DEPT-CODE TO WS-EFF-DEPT-CODE.
000723     PERFORM 2060-NOTE-EFF-DATE THRU 2060-EXIT.
000724 2700-EXIT.
000725     EXIT.
000726*****************************************************************
000727* 8000-WRAPUP - PRINT THE MAINTENANCE TOTALS AND CLOSE THE
000728* FILES.
000729*****************************************************************
000730 8000-WRAPUP.
000731     WRITE DPTM-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000732     MOVE WS-CARD-COUNT TO WS-RPT-CARDS-COUNT.
000733     WRITE DPTM-RPT-RECORD FROM WS-RPT-CARDS-LINE.
000734     MOVE WS-APPLIED-COUNT TO WS-RPT-APPLIED-COUNT.
000735     WRITE DPTM-RPT-RECORD FROM WS-RPT-APPLIED-LINE.
000736     MOVE WS-FAILED-COUNT TO WS-RPT-FAILED-COUNT.
000737     WRITE DPTM-RPT-RECORD FROM WS-RPT-FAILED-LINE.
000738     IF WS-OPENING-COUNT > ZERO
000739         MOVE WS-OPENING-COUNT TO WS-RPT-OPENING-COUNT
000740         WRITE DPTM-RPT-RECORD FROM WS-RPT-OPENING-LINE
000741     END-IF.
000742     CLOSE CALC-DEPT-FILE.
000743     CLOSE CALC-DPJN-FILE.
000744     CLOSE DPTM-PARM-FILE.
000745     CLOSE DPTM-RPT-FILE.
000746     MOVE WS-CARD-COUNT TO WS-COUNT-EDIT.
000747     DISPLAY "CALCDPTM CARDS READ . . . . " WS-COUNT-EDIT.
000748     MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
000749     DISPLAY "CALCDPTM ACTIONS APPLIED  . " WS-COUNT-EDIT.
000750     MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT.
000751     DISPLAY "CALCDPTM ACTIONS REFUSED  . " WS-COUNT-EDIT.
000752     MOVE WS-OPENING-COUNT TO WS-COUNT-EDIT.
000753     DISPLAY "CALCDPTM OPENING IMAGES . . " WS-COUNT-EDIT.
000754 8000-EXIT.
000755     EXIT.
000756*****************************************************************
000757* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000758* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000759* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000760*****************************************************************
000761 9900-OPEN-ERROR.
000762     DISPLAY "CALCDPTM RUN TERMINATED - SEE FILE STATUS ABOVE".
000763     MOVE 8 TO RETURN-CODE.
000764     CLOSE CALC-DEPT-FILE.
000765     CLOSE CALC-DPJN-FILE.
000766     CLOSE DPTM-PARM-FILE.
000767     CLOSE DPTM-RPT-FILE.
000768     STOP RUN.
000769 9900-EXIT.
000770     EXIT.
