000122*                   GLRCRPT REPORT. LEDGER REJECTS END THE RUN
000123*                   WITH RETURN CODE 4 SO THE CLERK NO LONGER
000124*                   TICKS GLPROOF OFF BY HAND TO FIND THEM.
000125* 2026-10-15  RA    THE RUN IS NOW RECORDED ON THE CALCRCTL RUN-
000126*                   CONTROL LEDGER - START, FINISH AND RETURN
000127*                   CODE UNDER THE BUSINESS DATE. IT IS REFUSED
000128*                   BEFORE ANY FILE IS OPENED IF CALCSAPR HAS NOT
000129*                   COMPLETED FOR THE DATE, OR IF THIS STEP HAS
000130*                   ALREADY COMPLETED FOR THE DATE AND NO
000131*                   RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000132*                   AGAIN.
000133*****************************************************************
000134 ENVIRONMENT DIVISION.
000135 INPUT-OUTPUT SECTION.
000136 FILE-CONTROL.
000137     SELECT GL-POST-FILE     ASSIGN TO "GLPOST"
000138         ORGANIZATION IS SEQUENTIAL
000139         FILE STATUS IS WS-POST-STATUS.
000140     SELECT GL-ACK-FILE      ASSIGN TO "GLACK"
000141         ORGANIZATION IS SEQUENTIAL
000142         FILE STATUS IS WS-ACKF-STATUS.
000143     SELECT GL-PENDI-FILE    ASSIGN TO "GLPENDI"
000144         ORGANIZATION IS SEQUENTIAL
000145         FILE STATUS IS WS-PENDI-STATUS.
000146     SELECT GL-PENDO-FILE    ASSIGN TO "GLPENDO"
000147         ORGANIZATION IS SEQUENTIAL
000148         FILE STATUS IS WS-PENDO-STATUS.
000149     SELECT GLRC-RPT-FILE    ASSIGN TO "GLRCRPT"
000150         ORGANIZATION IS LINE SEQUENTIAL
000151         FILE STATUS IS WS-RPT-STATUS.
000152     SELECT CALC-RCTL-FILE   ASSIGN TO "CALCRCTL"
000153         ORGANIZATION IS INDEXED
000154         ACCESS MODE IS RANDOM
000155         RECORD KEY IS CALC-RC-KEY
000156         FILE STATUS IS WS-RCTL-STATUS.
000157     SELECT RCTL-PARM-FILE   ASSIGN TO "RCTLPARM"
000158         ORGANIZATION IS LINE SEQUENTIAL
000159         FILE STATUS IS WS-RCPM-STATUS.
000160 DATA DIVISION.
000161 FILE SECTION.
000162 FD  GL-POST-FILE
000163     LABEL RECORDS ARE STANDARD.
000164 01  GL-POST-RECORD                 PIC X(42).
000165 FD  GL-ACK-FILE
000166     LABEL RECORDS ARE STANDARD.
000167     COPY CALCGLAK.
000168 FD  GL-PENDI-FILE
000169     LABEL RECORDS ARE STANDARD.
000170 01  GL-PENDI-RECORD.
000171     05  GL-PI-POST-IMAGE        PIC X(42).
000172     05  GL-PI-SENT-DATE         PIC X(08).
000173     05  FILLER                  PIC X(04).
000174 FD  GL-PENDO-FILE
000175     LABEL RECORDS ARE STANDARD.
000176     COPY CALCGLPN.
000177 FD  GLRC-RPT-FILE
000178     LABEL RECORDS ARE STANDARD.
000179 01  GLRC-RPT-RECORD                PIC X(80).
000180 FD  CALC-RCTL-FILE
000181     LABEL RECORDS ARE STANDARD.
000182     COPY CALCRCTL.
000183 FD  RCTL-PARM-FILE
000184     LABEL RECORDS ARE STANDARD.
000185     COPY CALCRCCD.
000186 WORKING-STORAGE SECTION.
000187*****************************************************************
000188* SWITCHES AND COUNTERS.
000189*****************************************************************
000190 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000191     88  WS-END-OF-FILE               VALUE 'Y'.
000192 77  WS-POST-COUNT                PIC 9(09) COMP VALUE ZERO.
000193 77  WS-PEND-IN-COUNT             PIC 9(09) COMP VALUE ZERO.
000194 77  WS-MATCH-COUNT               PIC 9(09) COMP VALUE ZERO.
000195 77  WS-REJECT-COUNT              PIC 9(09) COMP VALUE ZERO.
000196 77  WS-CARRY-COUNT               PIC 9(09) COMP VALUE ZERO.
000197 77  WS-STRAY-COUNT               PIC 9(09) COMP VALUE ZERO.
000198 77  WS-POST-STATUS               PIC X(02) VALUE ZEROES.
000199     88  WS-POST-OK                   VALUE '00'.
000200     88  WS-POST-NOT-FOUND            VALUE '35'.
000201 77  WS-ACKF-STATUS               PIC X(02) VALUE ZEROES.
000202     88  WS-ACKF-OK                   VALUE '00'.
000203     88  WS-ACKF-NOT-FOUND            VALUE '35'.
000204 77  WS-PENDI-STATUS              PIC X(02) VALUE ZEROES.
000205     88  WS-PENDI-OK                  VALUE '00'.
000206     88  WS-PENDI-NOT-FOUND           VALUE '35'.
000207 77  WS-PENDO-STATUS              PIC X(02) VALUE ZEROES.
000208     88  WS-PENDO-OK                  VALUE '00'.
000209 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000210     88  WS-RPT-OK                    VALUE '00'.
000211 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000212 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000213*****************************************************************
000214* ACKNOWLEDGMENT TABLE - GLACK IS LOADED UP FRONT SO EVERY
000215* POSTING CAN BE MATCHED BY TRANSACTION ID AND AMOUNT WITH ONE
000216* SCAN. EACH ENTRY MATCHES AT MOST ONE POSTING, SO A DOUBLE
000217* POSTING CANNOT HIDE BEHIND A SINGLE ACKNOWLEDGMENT.
000218*****************************************************************
000219 77  WS-ACK-COUNT                 PIC 9(04) COMP VALUE ZERO.
000220 77  WS-ACK-SUB                   PIC 9(04) COMP VALUE ZERO.
000221 77  WS-FOUND-SUB                 PIC 9(04) COMP VALUE ZERO.
000222 77  WS-ACK-LIMIT                 PIC 9(04) COMP VALUE 5000.
000223 01  WS-ACK-TABLE.
000224     05  WS-ACK-ENTRY OCCURS 5000 TIMES.
000225         10  WS-ACK-TRANS-ID         PIC X(08).
000226         10  WS-ACK-AMOUNT           PIC 9(11)V9(02).
000227         10  WS-ACK-STATUS           PIC X(01).
000228         10  WS-ACK-USED             PIC X(01).
000229*****************************************************************
000230* WORKING COPY OF THE POSTING RECORD SO TODAY'S POSTINGS AND
000231* THE CARRIED-FORWARD PENDING ITEMS GO THROUGH THE SAME
000232* MATCHING CODE, PLUS THE DATE THE POSTING WAS FIRST SENT.
000233*****************************************************************
000234     COPY CALCGLPS.
000235 77  WS-SENT-DATE                 PIC 9(08) VALUE ZEROES.
000236*****************************************************************
000237* PRINTED REPORT LINES.
000238*****************************************************************
000239 01  WS-RPT-HEADING-1.
000240     05  FILLER                      PIC X(30)
000241         VALUE "GL ACKNOWLEDGMENT MATCHING    ".
000242     05  FILLER                      PIC X(09)
000243         VALUE "RUN DATE ".
000244     05  WS-RPT-RUN-DATE              PIC 9(08).
000245 01  WS-RPT-HEADING-2.
000246     05  FILLER                      PIC X(10) VALUE "TRANS ID".
000247     05  FILLER                      PIC X(10) VALUE "ACCOUNT".
000248     05  FILLER                      PIC X(19) VALUE "AMOUNT".
000249     05  FILLER                      PIC X(10) VALUE "SENT".
000250     05  FILLER                      PIC X(11)
000251         VALUE "DISPOSITION".
000252 01  WS-RPT-DETAIL-LINE.
000253     05  WS-RPT-TRANS-ID              PIC X(08).
000254     05  FILLER                      PIC X(02) VALUE SPACES.
000255     05  WS-RPT-ACCOUNT               PIC X(08).
000256     05  FILLER                      PIC X(02) VALUE SPACES.
000257     05  WS-RPT-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000258     05  FILLER                      PIC X(02) VALUE SPACES.
000259     05  WS-RPT-SENT-DATE             PIC 9(08).
000260     05  FILLER                      PIC X(02) VALUE SPACES.
000261     05  WS-RPT-DISPOSITION           PIC X(26).
000262 01  WS-RPT-BLANK-LINE.
000263     05  FILLER                      PIC X(20) VALUE SPACES.
000264 01  WS-RPT-POST-LINE.
000265     05  FILLER                      PIC X(22)
000266         VALUE "POSTINGS TODAY . . . ".
000267     05  WS-RPT-POST-COUNT            PIC ZZZ,ZZZ,ZZ9.
000268 01  WS-RPT-PEND-LINE.
000269     05  FILLER                      PIC X(22)
000270         VALUE "BROUGHT FORWARD  . . ".
000271     05  WS-RPT-PEND-COUNT            PIC ZZZ,ZZZ,ZZ9.
000272 01  WS-RPT-MATCH-LINE.
000273     05  FILLER                      PIC X(22)
000274         VALUE "ACKNOWLEDGED OK  . . ".
000275     05  WS-RPT-MATCH-COUNT           PIC ZZZ,ZZZ,ZZ9.
000276 01  WS-RPT-REJ-LINE.
000277     05  FILLER                      PIC X(22)
000278         VALUE "REJECTED BY LEDGER . ".
000279     05  WS-RPT-REJ-COUNT             PIC ZZZ,ZZZ,ZZ9.
000280 01  WS-RPT-CARRY-LINE.
000281     05  FILLER                      PIC X(22)
000282         VALUE "CARRIED FORWARD  . . ".
000283     05  WS-RPT-CARRY-COUNT           PIC ZZZ,ZZZ,ZZ9.
000284 01  WS-RPT-STRAY-LINE.
000285     05  FILLER                      PIC X(22)
000286         VALUE "ACKS WITH NO POSTING ".
000287     05  WS-RPT-STRAY-COUNT           PIC ZZZ,ZZZ,ZZ9.
000288*****************************************************************
000289* RUN-CONTROL LEDGER - THIS STEP'S NAME ON CALCRCTL, THE STEPS
000290* THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY
000291* START, AND THE WORK FIELDS FOR RECORDING ITS START AND FINISH.
000292*****************************************************************
000293 77  WS-RCTL-STATUS               PIC X(02) VALUE ZEROES.
000294     88  WS-RCTL-OK                   VALUE '00'.
000295     88  WS-RCTL-NOT-FOUND            VALUE '35'.
000296 77  WS-RCPM-STATUS               PIC X(02) VALUE ZEROES.
000297     88  WS-RCPM-OK                   VALUE '00'.
000298     88  WS-RCPM-NOT-FOUND            VALUE '35'.
000299 77  WS-RCTL-SWITCH               PIC X(01) VALUE 'N'.
000300     88  WS-RCTL-STARTED              VALUE 'Y'.
000301 77  WS-RCTL-REFUSE-SWITCH        PIC X(01) VALUE 'N'.
000302     88  WS-RCTL-REFUSED              VALUE 'Y'.
000303 77  WS-RCTL-RERUN-SWITCH         PIC X(01) VALUE 'N'.
000304     88  WS-RCTL-RERUN-OK             VALUE 'Y'.
000305 77  WS-RCTL-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
000306     88  WS-RCTL-ON-FILE              VALUE 'Y'.
000307 77  WS-RCTL-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000308     88  WS-RCTL-CARD-END             VALUE 'Y'.
000309 77  WS-RCTL-PROGRAM              PIC X(10) VALUE "CALCGLRC".
000310 77  WS-RCTL-BUS-DATE             PIC 9(08) VALUE ZEROES.
000311 77  WS-RCTL-RERUN-BY             PIC X(08) VALUE SPACES.
000312 77  WS-RCTL-SUB                  PIC 9(04) COMP VALUE ZERO.
000313 77  WS-RCTL-PREREQ-COUNT         PIC 9(04) COMP VALUE 1.
000314 01  WS-RCTL-PREREQ-LIST.
000315     05  FILLER                      PIC X(10) VALUE "CALCSAPR".
000316 01  WS-RCTL-PREREQ-TABLE REDEFINES WS-RCTL-PREREQ-LIST.
000317     05  WS-RCTL-PREREQ              PIC X(10) OCCURS 1 TIMES.
000318 01  WS-RCTL-TS.
000319     05  WS-RCTL-TS-DATE             PIC 9(08).
000320     05  WS-RCTL-TS-TIME             PIC 9(08).
000321 PROCEDURE DIVISION.
000322*****************************************************************
000323* 0000-MAINLINE - LOAD THE ACKNOWLEDGMENTS, MATCH THE PENDING
000324* AND TODAY'S POSTINGS AGAINST THEM AND REPORT THE RESULT.
000325*****************************************************************
000326 0000-MAINLINE.
000327     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000328     PERFORM 2000-LOAD-ACKS THRU 2000-EXIT.
000329     PERFORM 3000-MATCH-PENDING THRU 3000-EXIT.
000330     PERFORM 4000-MATCH-POSTINGS THRU 4000-EXIT.
000331     PERFORM 5000-REPORT-STRAYS THRU 5000-EXIT.
000332     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000333     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000334     STOP RUN.
000335*****************************************************************
000336* 1000-INITIALIZE - OPEN THE CARRY-FORWARD OUTPUT AND THE
000337* REPORT AND WRITE THE HEADINGS.
000338*****************************************************************
000339 1000-INITIALIZE.
000340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000341     PERFORM 1500-RCTL-START THRU 1500-EXIT.
000342     OPEN OUTPUT GL-PENDO-FILE.
000343     IF NOT WS-PENDO-OK
000344         DISPLAY "CANNOT OPEN GLPENDO, STATUS " WS-PENDO-STATUS
000345         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000346     END-IF.
000347     OPEN OUTPUT GLRC-RPT-FILE.
000348     IF NOT WS-RPT-OK
000349         DISPLAY "CANNOT OPEN GLRCRPT, STATUS " WS-RPT-STATUS
000350         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000351     END-IF.
000352     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
000353     WRITE GLRC-RPT-RECORD FROM WS-RPT-HEADING-1.
000354     WRITE GLRC-RPT-RECORD FROM WS-RPT-HEADING-2.
000355 1000-EXIT.
000356     EXIT.
000357*****************************************************************
000358* 1500-RCTL-START - RECORD THE START OF THIS STEP ON THE CALCRCTL
000359* RUN-CONTROL LEDGER. THE STEP IS REFUSED, BEFORE IT HAS OPENED
000360* ANY OF ITS FILES, IF THE STEPS IT DEPENDS ON HAVE NOT ALL
000361* COMPLETED FOR THE BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED
000362* FOR THE DATE AND NO RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000363* AGAIN. EVERY REASON FOR REFUSING IS SHOWN.
000364*****************************************************************
000365 1500-RCTL-START.
000366     MOVE WS-RUN-DATE TO WS-RCTL-BUS-DATE.
000367     PERFORM 1510-RCTL-GET-CARDS THRU 1510-EXIT.
000368     OPEN I-O CALC-RCTL-FILE.
000369     IF WS-RCTL-NOT-FOUND
000370         CLOSE CALC-RCTL-FILE
000371         OPEN OUTPUT CALC-RCTL-FILE
000372         CLOSE CALC-RCTL-FILE
000373         OPEN I-O CALC-RCTL-FILE
000374     END-IF.
000375     IF NOT WS-RCTL-OK
000376         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000377         DISPLAY "CALCGLRC RUN TERMINATED - SEE FILE STATUS ABOVE"
000378         MOVE 8 TO RETURN-CODE
000379         STOP RUN
000380     END-IF.
000381     PERFORM 1530-RCTL-CHECK-PREREQ THRU 1530-EXIT
000382         VARYING WS-RCTL-SUB FROM 1 BY 1
000383         UNTIL WS-RCTL-SUB > WS-RCTL-PREREQ-COUNT.
000384     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000385     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000386     READ CALC-RCTL-FILE
000387         INVALID KEY
000388             MOVE 'N' TO WS-RCTL-ON-FILE-SWITCH
000389             MOVE SPACES TO CALC-RCTL-RECORD
000390             MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE
000391             MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM
000392             MOVE ZERO TO CALC-RC-RUN-COUNT
000393             GO TO 1500-RECORD-START
000394     END-READ.
000395     MOVE 'Y' TO WS-RCTL-ON-FILE-SWITCH.
000396     IF CALC-RC-STARTED
000397         DISPLAY "CALCGLRC PREVIOUS RUN FOR " WS-RCTL-BUS-DATE
000398             " DID NOT FINISH"
000399     END-IF.
000400     IF NOT CALC-RC-COMPLETE
000401         GO TO 1500-RECORD-START
000402     END-IF.
000403     IF NOT WS-RCTL-RERUN-OK
000404         DISPLAY "CALCGLRC ALREADY COMPLETED FOR "
000405             WS-RCTL-BUS-DATE
000406             " - RERUN CARD REQUIRED"
000407         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000408         GO TO 1500-RECORD-START
000409     END-IF.
000410     DISPLAY "CALCGLRC RERUN FOR " WS-RCTL-BUS-DATE
000411         " AUTHORIZED BY " WS-RCTL-RERUN-BY.
000412     MOVE WS-RCTL-RERUN-BY TO CALC-RC-RERUN-BY.
000413 1500-RECORD-START.
000414     IF WS-RCTL-REFUSED
000415         CLOSE CALC-RCTL-FILE
000416         DISPLAY "CALCGLRC RUN REFUSED BY RUN CONTROL"
000417         MOVE 8 TO RETURN-CODE
000418         STOP RUN
000419     END-IF.
000420     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000421     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000422     MOVE 'S' TO CALC-RC-STATUS.
000423     MOVE WS-RCTL-TS TO CALC-RC-START-TS.
000424     MOVE SPACES TO CALC-RC-END-TS.
000425     MOVE ZERO TO CALC-RC-RETURN-CODE.
000426     ADD 1 TO CALC-RC-RUN-COUNT.
000427     IF WS-RCTL-ON-FILE
000428         REWRITE CALC-RCTL-RECORD
000429             INVALID KEY
000430                 GO TO 1500-WRITE-ERROR
000431         END-REWRITE
000432     ELSE
000433         WRITE CALC-RCTL-RECORD
000434             INVALID KEY
000435                 GO TO 1500-WRITE-ERROR
000436         END-WRITE
000437     END-IF.
000438     CLOSE CALC-RCTL-FILE.
000439     MOVE 'Y' TO WS-RCTL-SWITCH.
000440     GO TO 1500-EXIT.
000441 1500-WRITE-ERROR.
000442     DISPLAY "CANNOT RECORD START ON CALCRCTL, STATUS "
000443         WS-RCTL-STATUS.
000444     DISPLAY "CALCGLRC RUN TERMINATED - SEE FILE STATUS ABOVE".
000445     CLOSE CALC-RCTL-FILE.
000446     MOVE 8 TO RETURN-CODE.
000447     STOP RUN.
000448 1500-EXIT.
000449     EXIT.
000450*****************************************************************
000451* 1510-RCTL-GET-CARDS - READ THE SHARED RCTLPARM RUN-CONTROL
000452* CARDS, IF ANY, FOR A BUSINESS DATE CARD AND A RERUN CARD FOR
000453* THIS STEP.
000454*****************************************************************
000455 1510-RCTL-GET-CARDS.
000456     OPEN INPUT RCTL-PARM-FILE.
000457     IF WS-RCPM-NOT-FOUND
000458         GO TO 1510-EXIT
000459     END-IF.
000460     IF NOT WS-RCPM-OK
000461         DISPLAY "CANNOT OPEN RCTLPARM, STATUS " WS-RCPM-STATUS
000462         DISPLAY "CALCGLRC RUN TERMINATED - SEE FILE STATUS ABOVE"
000463         MOVE 8 TO RETURN-CODE
000464         STOP RUN
000465     END-IF.
000466     PERFORM 1520-RCTL-READ-CARD THRU 1520-EXIT
000467         UNTIL WS-RCTL-CARD-END.
000468     CLOSE RCTL-PARM-FILE.
000469 1510-EXIT.
000470     EXIT.
000471*****************************************************************
000472* 1520-RCTL-READ-CARD - TAKE ONE RUN-CONTROL CARD. A DATE CARD
000473* SETS THE BUSINESS DATE; A RERUN CARD COUNTS ONLY IF IT NAMES
000474* THIS STEP, THE BUSINESS DATE IN FORCE AND WHO AUTHORIZED IT.
000475*****************************************************************
000476 1520-RCTL-READ-CARD.
000477     READ RCTL-PARM-FILE
000478         AT END
000479             MOVE 'Y' TO WS-RCTL-CARD-EOF-SWITCH
000480             GO TO 1520-EXIT
000481     END-READ.
000482     IF CALC-RK-DATE-CARD
000483      AND CALC-RK-BUS-DATE IS NUMERIC
000484         MOVE CALC-RK-BUS-DATE TO WS-RCTL-BUS-DATE
000485         MOVE 'N' TO WS-RCTL-RERUN-SWITCH
000486         GO TO 1520-EXIT
000487     END-IF.
000488     IF NOT CALC-RK-RERUN-CARD
000489      OR CALC-RK-PROGRAM NOT = WS-RCTL-PROGRAM
000490      OR CALC-RK-BUS-DATE NOT = WS-RCTL-BUS-DATE
000491         GO TO 1520-EXIT
000492     END-IF.
000493     IF CALC-RK-AUTH-BY = SPACES
000494         DISPLAY "CALCGLRC RERUN CARD IGNORED - NO AUTHORIZER"
000495         GO TO 1520-EXIT
000496     END-IF.
000497     MOVE 'Y' TO WS-RCTL-RERUN-SWITCH.
000498     MOVE CALC-RK-AUTH-BY TO WS-RCTL-RERUN-BY.
000499 1520-EXIT.
000500     EXIT.
000501*****************************************************************
000502* 1530-RCTL-CHECK-PREREQ - PROVE THAT ONE STEP THIS ONE DEPENDS
000503* ON HAS COMPLETED FOR THE BUSINESS DATE.
000504*****************************************************************
000505 1530-RCTL-CHECK-PREREQ.
000506     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000507     MOVE WS-RCTL-PREREQ (WS-RCTL-SUB) TO CALC-RC-PROGRAM.
000508     READ CALC-RCTL-FILE
000509         INVALID KEY
000510             DISPLAY "CALCGLRC WAITING ON "
000511                 WS-RCTL-PREREQ (WS-RCTL-SUB)
000512                 " - NOT RUN FOR " WS-RCTL-BUS-DATE
000513             MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000514             GO TO 1530-EXIT
000515     END-READ.
000516     IF NOT CALC-RC-COMPLETE
000517         DISPLAY "CALCGLRC WAITING ON "
000518             WS-RCTL-PREREQ (WS-RCTL-SUB)
000519             " - NOT COMPLETED FOR " WS-RCTL-BUS-DATE
000520         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000521     END-IF.
000522 1530-EXIT.
000523     EXIT.
000524*****************************************************************
000525* 2000-LOAD-ACKS - LOAD THE WHOLE GLACK FILE INTO THE TABLE. NO
000526* ACKNOWLEDGMENT FILE TODAY SIMPLY MEANS EVERYTHING CARRIES
000527* FORWARD. MORE ACKNOWLEDGMENTS THAN THE TABLE HOLDS STOPS THE
000528* RUN RATHER THAN MATCHING AGAINST HALF A FILE.
000529*****************************************************************
000530 2000-LOAD-ACKS.
000531     OPEN INPUT GL-ACK-FILE.
000532     IF WS-ACKF-NOT-FOUND
000533         DISPLAY "CALCGLRC NO GLACK FILE - NOTHING ACKNOWLEDGED"
000534         GO TO 2000-EXIT
000535     END-IF.
000536     IF NOT WS-ACKF-OK
000537         DISPLAY "CANNOT OPEN GLACK, STATUS " WS-ACKF-STATUS
000538         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000539     END-IF.
000540     MOVE 'N' TO WS-EOF-SWITCH.
000541     PERFORM 2100-READ-ACK THRU 2100-EXIT.
000542     PERFORM 2200-STORE-ACK THRU 2200-EXIT
000543         UNTIL WS-END-OF-FILE.
000544     CLOSE GL-ACK-FILE.
000545 2000-EXIT.
000546     EXIT.
000547*****************************************************************
000548* 2100-READ-ACK - READ THE NEXT ACKNOWLEDGMENT RECORD.
000549*****************************************************************
000550 2100-READ-ACK.
000551     READ GL-ACK-FILE
000552         AT END
000553             MOVE 'Y' TO WS-EOF-SWITCH
000554     END-READ.
000555 2100-EXIT.
000556     EXIT.
000557*****************************************************************
000558* 2200-STORE-ACK - PUT ONE ACKNOWLEDGMENT IN THE TABLE AND READ
000559* THE NEXT ONE.
000560*****************************************************************
000561 2200-STORE-ACK.
000562     IF WS-ACK-COUNT >= WS-ACK-LIMIT
000563         DISPLAY "CALCGLRC GLACK EXCEEDS " WS-ACK-LIMIT
000564             " ENTRIES - RAISE THE TABLE"
000565         MOVE 8 TO RETURN-CODE
000566         CLOSE GL-ACK-FILE
000567         CLOSE GL-PENDO-FILE
000568         CLOSE GLRC-RPT-FILE
000569         PERFORM 8900-RCTL-FINISH THRU 8900-EXIT
000570         STOP RUN
000571     END-IF.
000572     ADD 1 TO WS-ACK-COUNT.
000573     MOVE CALC-AK-TRANS-ID TO WS-ACK-TRANS-ID (WS-ACK-COUNT).
000574     IF CALC-AK-AMOUNT IS NUMERIC
000575         MOVE CALC-AK-AMOUNT TO WS-ACK-AMOUNT (WS-ACK-COUNT)
000576     ELSE
000577         MOVE ZERO TO WS-ACK-AMOUNT (WS-ACK-COUNT)
000578     END-IF.
000579     MOVE CALC-AK-STATUS TO WS-ACK-STATUS (WS-ACK-COUNT).
000580     MOVE 'N' TO WS-ACK-USED (WS-ACK-COUNT).
000581     PERFORM 2100-READ-ACK THRU 2100-EXIT.
000582 2200-EXIT.
000583     EXIT.
000584*****************************************************************
000585* 3000-MATCH-PENDING - PUT THE ITEMS CARRIED FORWARD FROM PRIOR
000586* RUNS THROUGH THE MATCHING FIRST, SO THE OLDEST ITEMS CLAIM
000587* THEIR ACKNOWLEDGMENTS FIRST. NO CARRY-FORWARD FILE MEANS A
000588* CLEAN SLATE.
000589*****************************************************************
000590 3000-MATCH-PENDING.
000591     OPEN INPUT GL-PENDI-FILE.
000592     IF WS-PENDI-NOT-FOUND
000593         GO TO 3000-EXIT
000594     END-IF.
000595     IF NOT WS-PENDI-OK
000596         DISPLAY "CANNOT OPEN GLPENDI, STATUS " WS-PENDI-STATUS
000597         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000598     END-IF.
000599     MOVE 'N' TO WS-EOF-SWITCH.
000600     PERFORM 3100-READ-PENDI THRU 3100-EXIT.
000601     PERFORM 3200-MATCH-ONE-PEND THRU 3200-EXIT
000602         UNTIL WS-END-OF-FILE.
000603     CLOSE GL-PENDI-FILE.
000604 3000-EXIT.
000605     EXIT.
000606*****************************************************************
000607* 3100-READ-PENDI - READ THE NEXT CARRIED-FORWARD ITEM INTO THE
000608* COMMON POSTING AREA, KEEPING ITS ORIGINAL SENT DATE.
000609*****************************************************************
000610 3100-READ-PENDI.
000611     READ GL-PENDI-FILE
000612         AT END
000613             MOVE 'Y' TO WS-EOF-SWITCH
000614             GO TO 3100-EXIT
000615     END-READ.
000616     MOVE GL-PI-POST-IMAGE TO CALC-GLPS-RECORD.
000617     IF GL-PI-SENT-DATE IS NUMERIC
000618         MOVE GL-PI-SENT-DATE TO WS-SENT-DATE
000619     ELSE
000620         MOVE WS-RUN-DATE TO WS-SENT-DATE
000621     END-IF.
000622 3100-EXIT.
000623     EXIT.
000624*****************************************************************
000625* 3200-MATCH-ONE-PEND - MATCH ONE CARRIED-FORWARD ITEM AND READ
000626* THE NEXT.
000627*****************************************************************
000628 3200-MATCH-ONE-PEND.
000629     ADD 1 TO WS-PEND-IN-COUNT.
000630     PERFORM 5200-MATCH-POSTING THRU 5200-EXIT.
000631     PERFORM 3100-READ-PENDI THRU 3100-EXIT.
000632 3200-EXIT.
000633     EXIT.
000634*****************************************************************
000635* 4000-MATCH-POSTINGS - PUT TODAY'S GLPOST POSTINGS THROUGH THE
000636* MATCHING, SENT AS OF TODAY.
000637*****************************************************************
000638 4000-MATCH-POSTINGS.
000639     OPEN INPUT GL-POST-FILE.
000640     IF WS-POST-NOT-FOUND
000641         DISPLAY "CALCGLRC NO GLPOST FILE TODAY"
000642         GO TO 4000-EXIT
000643     END-IF.
000644     IF NOT WS-POST-OK
000645         DISPLAY "CANNOT OPEN GLPOST, STATUS " WS-POST-STATUS
000646         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000647     END-IF.
000648     MOVE 'N' TO WS-EOF-SWITCH.
000649     PERFORM 4100-READ-POST THRU 4100-EXIT.
000650     PERFORM 4200-MATCH-ONE-POST THRU 4200-EXIT
000651         UNTIL WS-END-OF-FILE.
000652     CLOSE GL-POST-FILE.
000653 4000-EXIT.
000654     EXIT.
000655*****************************************************************
000656* 4100-READ-POST - READ THE NEXT POSTING INTO THE COMMON
000657* POSTING AREA, SENT AS OF THE RUN DATE.
000658*****************************************************************
000659 4100-READ-POST.
000660     READ GL-POST-FILE
000661         AT END
000662             MOVE 'Y' TO WS-EOF-SWITCH
000663             GO TO 4100-EXIT
000664     END-READ.
000665     MOVE GL-POST-RECORD TO CALC-GLPS-RECORD.
000666     MOVE WS-RUN-DATE TO WS-SENT-DATE.
000667 4100-EXIT.
000668     EXIT.
000669*****************************************************************
000670* 4200-MATCH-ONE-POST - MATCH ONE OF TODAY'S POSTINGS AND READ
000671* THE NEXT.
000672*****************************************************************
000673 4200-MATCH-ONE-POST.
000674     ADD 1 TO WS-POST-COUNT.
000675     PERFORM 5200-MATCH-POSTING THRU 5200-EXIT.
000676     PERFORM 4100-READ-POST THRU 4100-EXIT.
000677 4200-EXIT.
000678     EXIT.
000679*****************************************************************
000680* 5200-MATCH-POSTING - FIND THE ACKNOWLEDGMENT FOR THE POSTING
000681* IN THE COMMON AREA. ACCEPTED CLEARS IT, REJECTED LISTS IT FOR
000682* CORRECTION, NO ACKNOWLEDGMENT LISTS IT AND CARRIES IT FORWARD
000683* FOR THE NEXT RUN.
000684*****************************************************************
000685 5200-MATCH-POSTING.
000686     PERFORM 5300-FIND-ACK THRU 5300-EXIT.
000687     IF WS-FOUND-SUB = ZERO
000688         PERFORM 5500-CARRY-FORWARD THRU 5500-EXIT
000689         GO TO 5200-EXIT
000690     END-IF.
000691     MOVE 'Y' TO WS-ACK-USED (WS-FOUND-SUB).
000692     IF WS-ACK-STATUS (WS-FOUND-SUB) = 'R'
000693         ADD 1 TO WS-REJECT-COUNT
000694         MOVE "REJECTED BY LEDGER" TO WS-RPT-DISPOSITION
000695         PERFORM 5400-PRINT-POSTING THRU 5400-EXIT
000696     ELSE
000697         ADD 1 TO WS-MATCH-COUNT
000698     END-IF.
000699 5200-EXIT.
000700     EXIT.
000701*****************************************************************
000702* 5300-FIND-ACK - SCAN THE TABLE FOR AN UNUSED ACKNOWLEDGMENT
000703* CARRYING THIS POSTING'S TRANSACTION ID AND AMOUNT. ZERO IN
000704* WS-FOUND-SUB MEANS NONE.
000705*****************************************************************
000706 5300-FIND-ACK.
000707     MOVE ZERO TO WS-FOUND-SUB.
000708     MOVE 1 TO WS-ACK-SUB.
000709     PERFORM 5310-SCAN-ACK THRU 5310-EXIT
000710         UNTIL WS-ACK-SUB > WS-ACK-COUNT
000711            OR WS-FOUND-SUB > ZERO.
000712 5300-EXIT.
000713     EXIT.
000714*****************************************************************
000715* 5310-SCAN-ACK - TEST ONE TABLE ENTRY.
000716*****************************************************************
000717 5310-SCAN-ACK.
000718     IF WS-ACK-USED (WS-ACK-SUB) = 'N'
000719      AND WS-ACK-TRANS-ID (WS-ACK-SUB) = CALC-GL-TRANS-ID
000720      AND WS-ACK-AMOUNT (WS-ACK-SUB) = CALC-GL-AMOUNT
000721         MOVE WS-ACK-SUB TO WS-FOUND-SUB
000722     ELSE
000723         ADD 1 TO WS-ACK-SUB
000724     END-IF.
000725 5310-EXIT.
000726     EXIT.
000727*****************************************************************
000728* 5400-PRINT-POSTING - PRINT THE POSTING IN THE COMMON AREA
000729* WITH THE DISPOSITION ALREADY SET.
000730*****************************************************************
000731 5400-PRINT-POSTING.
000732     MOVE CALC-GL-TRANS-ID TO WS-RPT-TRANS-ID.
000733     MOVE CALC-GL-ACCOUNT  TO WS-RPT-ACCOUNT.
000734     MOVE CALC-GL-AMOUNT   TO WS-RPT-AMOUNT.
000735     MOVE WS-SENT-DATE     TO WS-RPT-SENT-DATE.
000736     WRITE GLRC-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
000737 5400-EXIT.
000738     EXIT.
000739*****************************************************************
000740* 5500-CARRY-FORWARD - NO ACKNOWLEDGMENT FOR THIS POSTING YET.
000741* LIST IT AND WRITE IT TO GLPENDO, KEEPING ITS ORIGINAL SENT
000742* DATE, SO TOMORROW'S RUN TRIES AGAIN.
000743*****************************************************************
000744 5500-CARRY-FORWARD.
000745     ADD 1 TO WS-CARRY-COUNT.
000746     MOVE "UNACKNOWLEDGED - CARRIED" TO WS-RPT-DISPOSITION.
000747     PERFORM 5400-PRINT-POSTING THRU 5400-EXIT.
000748     MOVE SPACES TO CALC-GLPN-RECORD.
000749     MOVE CALC-GLPS-RECORD TO CALC-PN-POST-IMAGE.
000750     MOVE WS-SENT-DATE TO CALC-PN-SENT-DATE.
000751     WRITE CALC-GLPN-RECORD.
000752 5500-EXIT.
000753     EXIT.
000754*****************************************************************
000755* 5000-REPORT-STRAYS - LIST EVERY ACKNOWLEDGMENT THAT MATCHED
000756* NOTHING WE SENT - THE LEDGER CLAIMS WORK WE HAVE NO RECORD
000757* OF, WHICH IS WORTH A PHONE CALL.
000758*****************************************************************
000759 5000-REPORT-STRAYS.
000760     MOVE 1 TO WS-ACK-SUB.
000761     PERFORM 5100-REPORT-ONE-STRAY THRU 5100-EXIT
000762         UNTIL WS-ACK-SUB > WS-ACK-COUNT.
000763 5000-EXIT.
000764     EXIT.
000765*****************************************************************
000766* 5100-REPORT-ONE-STRAY - PRINT ONE TABLE ENTRY IF IT WAS NEVER
000767* CLAIMED BY A POSTING.
000768*****************************************************************
000769 5100-REPORT-ONE-STRAY.
000770     IF WS-ACK-USED (WS-ACK-SUB) = 'N'
000771         ADD 1 TO WS-STRAY-COUNT
000772         MOVE WS-ACK-TRANS-ID (WS-ACK-SUB) TO WS-RPT-TRANS-ID
000773         MOVE SPACES TO WS-RPT-ACCOUNT
000774         MOVE WS-ACK-AMOUNT (WS-ACK-SUB) TO WS-RPT-AMOUNT
000775         MOVE ZERO TO WS-RPT-SENT-DATE
000776         MOVE "ACK WITH NO POSTING" TO WS-RPT-DISPOSITION
000777         WRITE GLRC-RPT-RECORD FROM WS-RPT-DETAIL-LINE
000778     END-IF.
000779     ADD 1 TO WS-ACK-SUB.
000780 5100-EXIT.
000781     EXIT.
000782*****************************************************************
000783* 8000-WRAPUP - PRINT THE MATCHING TOTALS, CLOSE THE FILES AND
000784* SET RETURN CODE 4 WHEN THE LEDGER REJECTED ANYTHING.
000785*****************************************************************
000786 8000-WRAPUP.
000787     WRITE GLRC-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000788     MOVE WS-POST-COUNT TO WS-RPT-POST-COUNT.
000789     WRITE GLRC-RPT-RECORD FROM WS-RPT-POST-LINE.
000790     MOVE WS-PEND-IN-COUNT TO WS-RPT-PEND-COUNT.
000791     WRITE GLRC-RPT-RECORD FROM WS-RPT-PEND-LINE.
000792     MOVE WS-MATCH-COUNT TO WS-RPT-MATCH-COUNT.
000793     WRITE GLRC-RPT-RECORD FROM WS-RPT-MATCH-LINE.
000794     MOVE WS-REJECT-COUNT TO WS-RPT-REJ-COUNT.
000795     WRITE GLRC-RPT-RECORD FROM WS-RPT-REJ-LINE.
000796     MOVE WS-CARRY-COUNT TO WS-RPT-CARRY-COUNT.
000797     WRITE GLRC-RPT-RECORD FROM WS-RPT-CARRY-LINE.
000798     MOVE WS-STRAY-COUNT TO WS-RPT-STRAY-COUNT.
000799     WRITE GLRC-RPT-RECORD FROM WS-RPT-STRAY-LINE.
000800     CLOSE GL-PENDO-FILE.
000801     CLOSE GLRC-RPT-FILE.
000802     MOVE WS-MATCH-COUNT TO WS-COUNT-EDIT.
000803     DISPLAY "CALCGLRC ACKNOWLEDGED OK  . " WS-COUNT-EDIT.
000804     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
000805     DISPLAY "CALCGLRC REJECTED BY LEDGER " WS-COUNT-EDIT.
000806     MOVE WS-CARRY-COUNT TO WS-COUNT-EDIT.
000807     DISPLAY "CALCGLRC CARRIED FORWARD  . " WS-COUNT-EDIT.
000808     IF WS-REJECT-COUNT > ZERO
000809         MOVE 4 TO RETURN-CODE
000810     END-IF.
000811 8000-EXIT.
000812     EXIT.
000813*****************************************************************
000814* 8900-RCTL-FINISH - RECORD THE FINISH OF THIS STEP AND ITS
000815* RETURN CODE ON THE CALCRCTL LEDGER. RETURN CODE 0 OR 4 IS
000816* COMPLETED; 8 OR HIGHER IS FAILED. A STEP REFUSED OR STOPPED
000817* BEFORE ITS START WAS RECORDED LEAVES THE LEDGER ALONE.
000818*****************************************************************
000819 8900-RCTL-FINISH.
000820     IF NOT WS-RCTL-STARTED
000821         GO TO 8900-EXIT
000822     END-IF.
000823     MOVE 'N' TO WS-RCTL-SWITCH.
000824     OPEN I-O CALC-RCTL-FILE.
000825     IF NOT WS-RCTL-OK
000826         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000827         DISPLAY "CALCGLRC FINISH NOT RECORDED ON CALCRCTL"
000828         GO TO 8900-EXIT
000829     END-IF.
000830     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000831     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000832     READ CALC-RCTL-FILE
000833         INVALID KEY
000834             DISPLAY "CALCGLRC FINISH NOT RECORDED ON CALCRCTL"
000835             GO TO 8900-CLOSE
000836     END-READ.
000837     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000838     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000839     MOVE WS-RCTL-TS TO CALC-RC-END-TS.
000840     MOVE RETURN-CODE TO CALC-RC-RETURN-CODE.
000841     IF RETURN-CODE < 8
000842         MOVE 'C' TO CALC-RC-STATUS
000843     ELSE
000844         MOVE 'F' TO CALC-RC-STATUS
000845     END-IF.
000846     REWRITE CALC-RCTL-RECORD
000847         INVALID KEY
000848             DISPLAY "CANNOT RECORD FINISH ON CALCRCTL, STATUS "
000849                 WS-RCTL-STATUS
000850     END-REWRITE.
000851 8900-CLOSE.
000852     CLOSE CALC-RCTL-FILE.
000853 8900-EXIT.
000854     EXIT.
000855*****************************************************************
000856* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000857* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000858* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000859*****************************************************************
000860 9900-OPEN-ERROR.
000861     DISPLAY "CALCGLRC RUN TERMINATED - SEE FILE STATUS ABOVE".
000862     MOVE 8 TO RETURN-CODE.
000863     CLOSE GL-POST-FILE.
000864     CLOSE GL-ACK-FILE.
000865     CLOSE GL-PENDI-FILE.
000866     CLOSE GL-PENDO-FILE.
000867     CLOSE GLRC-RPT-FILE.
000868     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000869     STOP RUN.
000870 9900-EXIT.
000871     EXIT.
