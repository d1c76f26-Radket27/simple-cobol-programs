000122*                   TWO-STEP RESULT - ITS ECHOED INPUTS ARE
000123*                   STEP 1'S ONLY AND DO NOT REPRODUCE THE
000124*                   FINAL FIGURE BY EYE.
000125* 2026-10-15  RA    A REVERSAL RESULT NO LONGER LOADS OVER THE
000126*                   ORIGINAL IT BACKS OUT - THE ORIGINAL IS READ
000127*                   AND REWRITTEN WITH ITS REVERSED FLAG SET, SO
000128*                   CALCRINQ SHOWS IT REVERSED AND CALCEDIT
000129*                   REFUSES A SECOND REVERSAL OF IT.
000130* 2026-10-15  RA    THE RUN IS NOW RECORDED ON THE CALCRCTL RUN-
000131*                   CONTROL LEDGER - START, FINISH AND RETURN
000132*                   CODE UNDER THE BUSINESS DATE. IT IS REFUSED
000133*                   BEFORE ANY FILE IS OPENED IF CALCULATOR HAS
000134*                   NOT COMPLETED FOR THE DATE, OR IF THIS STEP
000135*                   HAS ALREADY COMPLETED FOR THE DATE AND NO
000136*                   RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000137*                   AGAIN.
000138*****************************************************************
000139 ENVIRONMENT DIVISION.
000140 INPUT-OUTPUT SECTION.
000141 FILE-CONTROL.
000142     SELECT CALC-RSLT-FILE   ASSIGN TO "CALCRSLT"
000143         ORGANIZATION IS SEQUENTIAL
000144         FILE STATUS IS WS-RSLT-STATUS.
000145     SELECT CALC-RSLX-FILE   ASSIGN TO "CALCRSLX"
000146         ORGANIZATION IS INDEXED
000147         ACCESS MODE IS RANDOM
000148         RECORD KEY IS CALC-RX-TRANS-ID
000149         FILE STATUS IS WS-RSLX-STATUS.
000150     SELECT CALC-RCTL-FILE   ASSIGN TO "CALCRCTL"
000151         ORGANIZATION IS INDEXED
000152         ACCESS MODE IS RANDOM
000153         RECORD KEY IS CALC-RC-KEY
000154         FILE STATUS IS WS-RCTL-STATUS.
000155     SELECT RCTL-PARM-FILE   ASSIGN TO "RCTLPARM"
000156         ORGANIZATION IS LINE SEQUENTIAL
000157         FILE STATUS IS WS-RCPM-STATUS.
000158 DATA DIVISION.
000159 FILE SECTION.
000160 FD  CALC-RSLT-FILE
000161     LABEL RECORDS ARE STANDARD.
000162     COPY CALCRSLT.
000163 FD  CALC-RSLX-FILE
000164     LABEL RECORDS ARE STANDARD.
000165     COPY CALCRSLX.
000166 FD  CALC-RCTL-FILE
000167     LABEL RECORDS ARE STANDARD.
000168     COPY CALCRCTL.
000169 FD  RCTL-PARM-FILE
000170     LABEL RECORDS ARE STANDARD.
000171     COPY CALCRCCD.
000172 WORKING-STORAGE SECTION.
000173*****************************************************************
000174* SWITCHES AND COUNTERS.
000175*****************************************************************
000176 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000177     88  WS-END-OF-FILE               VALUE 'Y'.
000178 77  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
000179 77  WS-ADD-COUNT                 PIC 9(09) COMP VALUE ZERO.
000180 77  WS-REPLACE-COUNT             PIC 9(09) COMP VALUE ZERO.
000181 77  WS-SKIP-COUNT                PIC 9(09) COMP VALUE ZERO.
000182 77  WS-REVERSED-COUNT            PIC 9(09) COMP VALUE ZERO.
000183 77  WS-RSLT-STATUS               PIC X(02) VALUE ZEROES.
000184     88  WS-RSLT-OK                   VALUE '00'.
000185 77  WS-RSLX-STATUS               PIC X(02) VALUE ZEROES.
000186     88  WS-RSLX-OK                   VALUE '00'.
000187     88  WS-RSLX-NOT-FOUND            VALUE '35'.
000188 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000189*****************************************************************
000190* RUN-CONTROL LEDGER - THIS STEP'S NAME ON CALCRCTL, THE STEPS
000191* THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY
000192* START, AND THE WORK FIELDS FOR RECORDING ITS START AND FINISH.
000193*****************************************************************
000194 77  WS-RCTL-STATUS               PIC X(02) VALUE ZEROES.
000195     88  WS-RCTL-OK                   VALUE '00'.
000196     88  WS-RCTL-NOT-FOUND            VALUE '35'.
000197 77  WS-RCPM-STATUS               PIC X(02) VALUE ZEROES.
000198     88  WS-RCPM-OK                   VALUE '00'.
000199     88  WS-RCPM-NOT-FOUND            VALUE '35'.
000200 77  WS-RCTL-SWITCH               PIC X(01) VALUE 'N'.
000201     88  WS-RCTL-STARTED              VALUE 'Y'.
000202 77  WS-RCTL-REFUSE-SWITCH        PIC X(01) VALUE 'N'.
000203     88  WS-RCTL-REFUSED              VALUE 'Y'.
000204 77  WS-RCTL-RERUN-SWITCH         PIC X(01) VALUE 'N'.
000205     88  WS-RCTL-RERUN-OK             VALUE 'Y'.
000206 77  WS-RCTL-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
000207     88  WS-RCTL-ON-FILE              VALUE 'Y'.
000208 77  WS-RCTL-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000209     88  WS-RCTL-CARD-END             VALUE 'Y'.
000210 77  WS-RCTL-PROGRAM              PIC X(10) VALUE "CALCRSLD".
000211 77  WS-RCTL-BUS-DATE             PIC 9(08) VALUE ZEROES.
000212 77  WS-RCTL-RERUN-BY             PIC X(08) VALUE SPACES.
000213 77  WS-RCTL-SUB                  PIC 9(04) COMP VALUE ZERO.
000214 77  WS-RCTL-PREREQ-COUNT         PIC 9(04) COMP VALUE 1.
000215 01  WS-RCTL-PREREQ-LIST.
000216     05  FILLER                      PIC X(10) VALUE "CALCULATOR".
000217 01  WS-RCTL-PREREQ-TABLE REDEFINES WS-RCTL-PREREQ-LIST.
000218     05  WS-RCTL-PREREQ              PIC X(10) OCCURS 1 TIMES.
000219 01  WS-RCTL-TS.
000220     05  WS-RCTL-TS-DATE             PIC 9(08).
000221     05  WS-RCTL-TS-TIME             PIC 9(08).
000222 PROCEDURE DIVISION.
000223*****************************************************************
000224* 0000-MAINLINE - LOAD EVERY RESULT RECORD INTO THE KEYED FILE.
000225*****************************************************************
000226 0000-MAINLINE.
000227     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000228     PERFORM 2100-READ-RSLT THRU 2100-EXIT.
000229     PERFORM 2000-LOAD-RESULT THRU 2000-EXIT
000230         UNTIL WS-END-OF-FILE.
000231     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000232     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000233     STOP RUN.
000234*****************************************************************
000235* 1000-INITIALIZE - OPEN THE SEQUENTIAL RESULTS AND THE KEYED
000236* FILE, CREATING THE KEYED FILE ON ITS FIRST EVER LOAD.
000237*****************************************************************
000238 1000-INITIALIZE.
000239     PERFORM 1500-RCTL-START THRU 1500-EXIT.
000240     OPEN INPUT CALC-RSLT-FILE.
000241     IF NOT WS-RSLT-OK
000242         DISPLAY "CANNOT OPEN CALCRSLT, STATUS " WS-RSLT-STATUS
000243         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000244     END-IF.
000245     OPEN I-O CALC-RSLX-FILE.
000246     IF WS-RSLX-NOT-FOUND
000247         CLOSE CALC-RSLX-FILE
000248         OPEN OUTPUT CALC-RSLX-FILE
000249         CLOSE CALC-RSLX-FILE
000250         OPEN I-O CALC-RSLX-FILE
000251     END-IF.
000252     IF NOT WS-RSLX-OK
000253         DISPLAY "CANNOT OPEN CALCRSLX, STATUS " WS-RSLX-STATUS
000254         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000255     END-IF.
000256 1000-EXIT.
000257     EXIT.
000258*****************************************************************
000259* 1500-RCTL-START - RECORD THE START OF THIS STEP ON THE CALCRCTL
000260* RUN-CONTROL LEDGER. THE STEP IS REFUSED, BEFORE IT HAS OPENED
000261* ANY OF ITS FILES, IF THE STEPS IT DEPENDS ON HAVE NOT ALL
000262* COMPLETED FOR THE BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED
000263* FOR THE DATE AND NO RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000264* AGAIN. EVERY REASON FOR REFUSING IS SHOWN.
000265*****************************************************************
000266 1500-RCTL-START.
000267     ACCEPT WS-RCTL-BUS-DATE FROM DATE YYYYMMDD.
000268     PERFORM 1510-RCTL-GET-CARDS THRU 1510-EXIT.
000269     OPEN I-O CALC-RCTL-FILE.
000270     IF WS-RCTL-NOT-FOUND
000271         CLOSE CALC-RCTL-FILE
000272         OPEN OUTPUT CALC-RCTL-FILE
000273         CLOSE CALC-RCTL-FILE
000274         OPEN I-O CALC-RCTL-FILE
000275     END-IF.
000276     IF NOT WS-RCTL-OK
000277         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000278         DISPLAY "CALCRSLD RUN TERMINATED - SEE FILE STATUS ABOVE"
000279         MOVE 8 TO RETURN-CODE
000280         STOP RUN
000281     END-IF.
000282     PERFORM 1530-RCTL-CHECK-PREREQ THRU 1530-EXIT
000283         VARYING WS-RCTL-SUB FROM 1 BY 1
000284         UNTIL WS-RCTL-SUB > WS-RCTL-PREREQ-COUNT.
000285     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000286     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000287     READ CALC-RCTL-FILE
000288         INVALID KEY
000289             MOVE 'N' TO WS-RCTL-ON-FILE-SWITCH
000290             MOVE SPACES TO CALC-RCTL-RECORD
000291             MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE
000292             MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM
000293             MOVE ZERO TO CALC-RC-RUN-COUNT
000294             GO TO 1500-RECORD-START
000295     END-READ.
000296     MOVE 'Y' TO WS-RCTL-ON-FILE-SWITCH.
000297     IF CALC-RC-STARTED
000298         DISPLAY "CALCRSLD PREVIOUS RUN FOR " WS-RCTL-BUS-DATE
000299             " DID NOT FINISH"
000300     END-IF.
000301     IF NOT CALC-RC-COMPLETE
000302         GO TO 1500-RECORD-START
000303     END-IF.
000304     IF NOT WS-RCTL-RERUN-OK
000305         DISPLAY "CALCRSLD ALREADY COMPLETED FOR "
000306             WS-RCTL-BUS-DATE
000307             " - RERUN CARD REQUIRED"
000308         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000309         GO TO 1500-RECORD-START
000310     END-IF.
000311     DISPLAY "CALCRSLD RERUN FOR " WS-RCTL-BUS-DATE
000312         " AUTHORIZED BY " WS-RCTL-RERUN-BY.
000313     MOVE WS-RCTL-RERUN-BY TO CALC-RC-RERUN-BY.
000314 1500-RECORD-START.
000315     IF WS-RCTL-REFUSED
000316         CLOSE CALC-RCTL-FILE
000317         DISPLAY "CALCRSLD RUN REFUSED BY RUN CONTROL"
000318         MOVE 8 TO RETURN-CODE
000319         STOP RUN
000320     END-IF.
000321     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000322     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000323     MOVE 'S' TO CALC-RC-STATUS.
000324     MOVE WS-RCTL-TS TO CALC-RC-START-TS.
000325     MOVE SPACES TO CALC-RC-END-TS.
000326     MOVE ZERO TO CALC-RC-RETURN-CODE.
000327     ADD 1 TO CALC-RC-RUN-COUNT.
000328     IF WS-RCTL-ON-FILE
000329         REWRITE CALC-RCTL-RECORD
000330             INVALID KEY
000331                 GO TO 1500-WRITE-ERROR
000332         END-REWRITE
000333     ELSE
000334         WRITE CALC-RCTL-RECORD
000335             INVALID KEY
000336                 GO TO 1500-WRITE-ERROR
000337         END-WRITE
000338     END-IF.
000339     CLOSE CALC-RCTL-FILE.
000340     MOVE 'Y' TO WS-RCTL-SWITCH.
000341     GO TO 1500-EXIT.
000342 1500-WRITE-ERROR.
000343     DISPLAY "CANNOT RECORD START ON CALCRCTL, STATUS "
000344         WS-RCTL-STATUS.
000345     DISPLAY "CALCRSLD RUN TERMINATED - SEE FILE STATUS ABOVE".
000346     CLOSE CALC-RCTL-FILE.
000347     MOVE 8 TO RETURN-CODE.
000348     STOP RUN.
000349 1500-EXIT.
000350     EXIT.
000351*****************************************************************
000352* 1510-RCTL-GET-CARDS - READ THE SHARED RCTLPARM RUN-CONTROL
000353* CARDS, IF ANY, FOR A BUSINESS DATE CARD AND A RERUN CARD FOR
000354* THIS STEP.
000355*****************************************************************
000356 1510-RCTL-GET-CARDS.
000357     OPEN INPUT RCTL-PARM-FILE.
000358     IF WS-RCPM-NOT-FOUND
000359         GO TO 1510-EXIT
000360     END-IF.
000361     IF NOT WS-RCPM-OK
000362         DISPLAY "CANNOT OPEN RCTLPARM, STATUS " WS-RCPM-STATUS
000363         DISPLAY "CALCRSLD RUN TERMINATED - SEE FILE STATUS ABOVE"
000364         MOVE 8 TO RETURN-CODE
000365         STOP RUN
000366     END-IF.
000367     PERFORM 1520-RCTL-READ-CARD THRU 1520-EXIT
000368         UNTIL WS-RCTL-CARD-END.
000369     CLOSE RCTL-PARM-FILE.
000370 1510-EXIT.
000371     EXIT.
000372*****************************************************************
000373* 1520-RCTL-READ-CARD - TAKE ONE RUN-CONTROL CARD. A DATE CARD
000374* SETS THE BUSINESS DATE; A RERUN CARD COUNTS ONLY IF IT NAMES
000375* THIS STEP, THE BUSINESS DATE IN FORCE AND WHO AUTHORIZED IT.
000376*****************************************************************
000377 1520-RCTL-READ-CARD.
000378     READ RCTL-PARM-FILE
000379         AT END
000380             MOVE 'Y' TO WS-RCTL-CARD-EOF-SWITCH
000381             GO TO 1520-EXIT
000382     END-READ.
000383     IF CALC-RK-DATE-CARD
000384      AND CALC-RK-BUS-DATE IS NUMERIC
000385         MOVE CALC-RK-BUS-DATE TO WS-RCTL-BUS-DATE
000386         MOVE 'N' TO WS-RCTL-RERUN-SWITCH
000387         GO TO 1520-EXIT
000388     END-IF.
000389     IF NOT CALC-RK-RERUN-CARD
000390      OR CALC-RK-PROGRAM NOT = WS-RCTL-PROGRAM
000391      OR CALC-RK-BUS-DATE NOT = WS-RCTL-BUS-DATE
000392         GO TO 1520-EXIT
000393     END-IF.
000394     IF CALC-RK-AUTH-BY = SPACES
000395         DISPLAY "CALCRSLD RERUN CARD IGNORED - NO AUTHORIZER"
000396         GO TO 1520-EXIT
000397     END-IF.
000398     MOVE 'Y' TO WS-RCTL-RERUN-SWITCH.
000399     MOVE CALC-RK-AUTH-BY TO WS-RCTL-RERUN-BY.
000400 1520-EXIT.
000401     EXIT.
000402*****************************************************************
000403* 1530-RCTL-CHECK-PREREQ - PROVE THAT ONE STEP THIS ONE DEPENDS
000404* ON HAS COMPLETED FOR THE BUSINESS DATE.
000405*****************************************************************
000406 1530-RCTL-CHECK-PREREQ.
000407     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000408     MOVE WS-RCTL-PREREQ (WS-RCTL-SUB) TO CALC-RC-PROGRAM.
000409     READ CALC-RCTL-FILE
000410         INVALID KEY
000411             DISPLAY "CALCRSLD WAITING ON "
000412                 WS-RCTL-PREREQ (WS-RCTL-SUB)
000413                 " - NOT RUN FOR " WS-RCTL-BUS-DATE
000414             MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000415             GO TO 1530-EXIT
000416     END-READ.
000417     IF NOT CALC-RC-COMPLETE
000418         DISPLAY "CALCRSLD WAITING ON "
000419             WS-RCTL-PREREQ (WS-RCTL-SUB)
000420             " - NOT COMPLETED FOR " WS-RCTL-BUS-DATE
000421         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000422     END-IF.
000423 1530-EXIT.
000424     EXIT.
000425*****************************************************************
000426* 2000-LOAD-RESULT - KEY THE CURRENT RESULT RECORD AND WRITE IT,
000427* REPLACING ANY RESULT ALREADY ON FILE UNDER THE SAME
000428* TRANSACTION ID, THEN READ THE NEXT ONE. A REVERSAL RESULT
000429* MARKS ITS ORIGINAL INSTEAD OF REPLACING IT.
000430*****************************************************************
000431 2000-LOAD-RESULT.
000432     IF CALC-RS-TRANS-ID = SPACES
000433         ADD 1 TO WS-SKIP-COUNT
000434         GO TO 2000-NEXT
000435     END-IF.
000436     IF CALC-RS-REVERSAL
000437         PERFORM 2300-MARK-REVERSED THRU 2300-EXIT
000438         GO TO 2000-NEXT
000439     END-IF.
000440     MOVE SPACES TO CALC-RSLX-RECORD.
000441     MOVE CALC-RS-TRANS-ID  TO CALC-RX-TRANS-ID.
000442     MOVE CALC-RS-DEPT-CODE TO CALC-RX-DEPT-CODE.
000443     MOVE CALC-RS-VAR-1     TO CALC-RX-VAR-1.
000444     MOVE CALC-RS-VAR-2     TO CALC-RX-VAR-2.
000445     MOVE CALC-RS-VAR-01    TO CALC-RX-VAR-01.
000446     MOVE CALC-RS-VAR-SUM   TO CALC-RX-VAR-SUM.
000447     MOVE CALC-RS-STATUS    TO CALC-RX-STATUS.
000448     MOVE CALC-RS-CHAIN-FLAG TO CALC-RX-CHAIN-FLAG.
000449     WRITE CALC-RSLX-RECORD
000450         INVALID KEY
000451             PERFORM 2200-REPLACE-RESULT THRU 2200-EXIT
000452         NOT INVALID KEY
000453             ADD 1 TO WS-ADD-COUNT
000454     END-WRITE.
000455 2000-NEXT.
000456     PERFORM 2100-READ-RSLT THRU 2100-EXIT.
000457 2000-EXIT.
000458     EXIT.
000459*****************************************************************
000460* 2100-READ-RSLT - READ THE NEXT SEQUENTIAL RESULT RECORD.
000461*****************************************************************
000462 2100-READ-RSLT.
000463     READ CALC-RSLT-FILE
000464         AT END
000465             MOVE 'Y' TO WS-EOF-SWITCH
000466         NOT AT END
000467             ADD 1 TO WS-READ-COUNT
000468     END-READ.
000469 2100-EXIT.
000470     EXIT.
000471*****************************************************************
000472* 2200-REPLACE-RESULT - THE TRANSACTION ID IS ALREADY ON FILE,
000473* SO REWRITE IT WITH THE LATEST RESULT.
000474*****************************************************************
000475 2200-REPLACE-RESULT.
000476     REWRITE CALC-RSLX-RECORD
000477         INVALID KEY
000478             DISPLAY "CALCRSLD CANNOT LOAD KEY " CALC-RX-TRANS-ID
000479                 ", STATUS " WS-RSLX-STATUS
000480             ADD 1 TO WS-SKIP-COUNT
000481         NOT INVALID KEY
000482             ADD 1 TO WS-REPLACE-COUNT
000483     END-REWRITE.
000484 2200-EXIT.
000485     EXIT.
000486*****************************************************************
000487* 2300-MARK-REVERSED - THE RESULT BACKS OUT THE ORIGINAL UNDER
000488* THE SAME TRANSACTION ID. READ THE ORIGINAL AND REWRITE IT
000489* WITH ITS REVERSED FLAG SET, LEAVING ITS FIGURES AS THEY WERE
000490* POSTED. AN ORIGINAL NO LONGER ON FILE IS COUNTED AND SKIPPED.
000491*****************************************************************
000492 2300-MARK-REVERSED.
000493     MOVE CALC-RS-TRANS-ID TO CALC-RX-TRANS-ID.
000494     READ CALC-RSLX-FILE
000495         INVALID KEY
000496             DISPLAY "CALCRSLD NO ORIGINAL TO REVERSE "
000497                 CALC-RS-TRANS-ID
000498             ADD 1 TO WS-SKIP-COUNT
000499             GO TO 2300-EXIT
000500     END-READ.
000501     MOVE 'R' TO CALC-RX-REV-FLAG.
000502     REWRITE CALC-RSLX-RECORD
000503         INVALID KEY
000504             DISPLAY "CALCRSLD CANNOT MARK KEY " CALC-RX-TRANS-ID
000505                 ", STATUS " WS-RSLX-STATUS
000506             ADD 1 TO WS-SKIP-COUNT
000507         NOT INVALID KEY
000508             ADD 1 TO WS-REVERSED-COUNT
000509     END-REWRITE.
000510 2300-EXIT.
000511     EXIT.
000512*****************************************************************
000513* 8000-WRAPUP - CLOSE THE FILES AND SHOW THE LOAD TOTALS.
000514*****************************************************************
000515 8000-WRAPUP.
000516     CLOSE CALC-RSLT-FILE.
000517     CLOSE CALC-RSLX-FILE.
000518     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
000519     DISPLAY "CALCRSLD RECORDS READ . . . " WS-COUNT-EDIT.
000520     MOVE WS-ADD-COUNT TO WS-COUNT-EDIT.
000521     DISPLAY "CALCRSLD RECORDS ADDED  . . " WS-COUNT-EDIT.
000522     MOVE WS-REPLACE-COUNT TO WS-COUNT-EDIT.
000523     DISPLAY "CALCRSLD RECORDS REPLACED . " WS-COUNT-EDIT.
000524     MOVE WS-SKIP-COUNT TO WS-COUNT-EDIT.
000525     DISPLAY "CALCRSLD RECORDS SKIPPED  . " WS-COUNT-EDIT.
000526     MOVE WS-REVERSED-COUNT TO WS-COUNT-EDIT.
000527     DISPLAY "CALCRSLD ORIGINALS REVERSED " WS-COUNT-EDIT.
000528 8000-EXIT.
000529     EXIT.
000530*****************************************************************
000531* 8900-RCTL-FINISH - RECORD THE FINISH OF THIS STEP AND ITS
000532* RETURN CODE ON THE CALCRCTL LEDGER. RETURN CODE 0 OR 4 IS
000533* COMPLETED; 8 OR HIGHER IS FAILED. A STEP REFUSED OR STOPPED
000534* BEFORE ITS START WAS RECORDED LEAVES THE LEDGER ALONE.
000535*****************************************************************
000536 8900-RCTL-FINISH.
000537     IF NOT WS-RCTL-STARTED
000538         GO TO 8900-EXIT
000539     END-IF.
000540     MOVE 'N' TO WS-RCTL-SWITCH.
000541     OPEN I-O CALC-RCTL-FILE.
000542     IF NOT WS-RCTL-OK
000543         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000544         DISPLAY "CALCRSLD FINISH NOT RECORDED ON CALCRCTL"
000545         GO TO 8900-EXIT
000546     END-IF.
000547     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000548     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000549     READ CALC-RCTL-FILE
000550         INVALID KEY
000551             DISPLAY "CALCRSLD FINISH NOT RECORDED ON CALCRCTL"
000552             GO TO 8900-CLOSE
000553     END-READ.
000554     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000555     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000556     MOVE WS-RCTL-TS TO CALC-RC-END-TS.
000557     MOVE RETURN-CODE TO CALC-RC-RETURN-CODE.
000558     IF RETURN-CODE < 8
000559         MOVE 'C' TO CALC-RC-STATUS
000560     ELSE
000561         MOVE 'F' TO CALC-RC-STATUS
000562     END-IF.
000563     REWRITE CALC-RCTL-RECORD
000564         INVALID KEY
000565             DISPLAY "CANNOT RECORD FINISH ON CALCRCTL, STATUS "
000566                 WS-RCTL-STATUS
000567     END-REWRITE.
000568 8900-CLOSE.
000569     CLOSE CALC-RCTL-FILE.
000570 8900-EXIT.
000571     EXIT.
000572*****************************************************************
000573* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000574* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000575* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000576*****************************************************************
000577 9900-OPEN-ERROR.
000578     DISPLAY "CALCRSLD RUN TERMINATED - SEE FILE STATUS ABOVE".
000579     MOVE 8 TO RETURN-CODE.
000580     CLOSE CALC-RSLT-FILE.
000581     CLOSE CALC-RSLX-FILE.
000582     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000583     STOP RUN.
000584 9900-EXIT.
000585     EXIT.
