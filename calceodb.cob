000147*                   REST OF THE SYSTEM - ONLY FILE-NOT-FOUND
000148*                   IS TOLERATED, ANY OTHER STATUS STOPS THE
000149*                   RUN UNDER CONTROL.
000150* 2026-10-15  RA    'R' REVERSAL RECORDS ARE PROVED - THE
000151*                   RESULTS LEG NOW EXPECTS ONE RESULT PER
000152*                   VALIDATED DETAIL OR REVERSAL, AND TWO NEW
000153*                   LEGS MATCH THE REVERSAL RESULTS ON CALCRSLT
000154*                   TO THE VALIDATED REVERSALS BY COUNT AND BY
000155*                   AMOUNT (EACH RESULT THE NEGATIVE OF THE
000156*                   ORIGINAL FIGURE CARRIED IN ITS VAR-1).
000157* 2026-10-15  RA    THE RUN IS NOW RECORDED ON THE CALCRCTL RUN-
000158*                   CONTROL LEDGER - START, FINISH AND RETURN
000159*                   CODE UNDER THE BUSINESS DATE. IT IS REFUSED
000160*                   BEFORE ANY FILE IS OPENED UNLESS CALCRSLD,
000161*                   CALCUSAC AND CALCGLRC HAVE ALL COMPLETED FOR
000162*                   THE DATE, OR IF THIS STEP HAS ALREADY
000163*                   COMPLETED FOR THE DATE AND NO RCTLPARM RERUN
000164*                   CARD AUTHORIZES RUNNING IT AGAIN.
000165*****************************************************************
000166 ENVIRONMENT DIVISION.
000167 INPUT-OUTPUT SECTION.
000168 FILE-CONTROL.
000169     SELECT CALC-TRANS-FILE  ASSIGN TO "CALCTRAN"
000170         ORGANIZATION IS SEQUENTIAL
000171         FILE STATUS IS WS-TRANS-STATUS.
000172     SELECT CALC-VALD-FILE   ASSIGN TO "CALCVALD"
000173         ORGANIZATION IS SEQUENTIAL
000174         FILE STATUS IS WS-VALD-STATUS.
000175     SELECT CALC-REJ-FILE    ASSIGN TO "CALCREJ"
000176         ORGANIZATION IS SEQUENTIAL
000177         FILE STATUS IS WS-REJ-STATUS.
000178     SELECT CALC-RSLT-FILE   ASSIGN TO "CALCRSLT"
000179         ORGANIZATION IS SEQUENTIAL
000180         FILE STATUS IS WS-RSLT-STATUS.
000181     SELECT GL-POST-FILE     ASSIGN TO "GLPOST"
000182         ORGANIZATION IS SEQUENTIAL
000183         FILE STATUS IS WS-POST-STATUS.
000184     SELECT CALC-EDCT-FILE   ASSIGN TO "CALCEDCT"
000185         ORGANIZATION IS LINE SEQUENTIAL
000186         FILE STATUS IS WS-EDCT-STATUS.
000187     SELECT CALC-GLCT-FILE   ASSIGN TO "CALCGLCT"
000188         ORGANIZATION IS LINE SEQUENTIAL
000189         FILE STATUS IS WS-GLCT-STATUS.
000190     SELECT CALC-SAPL-FILE   ASSIGN TO "CALCSAPL"
000191         ORGANIZATION IS LINE SEQUENTIAL
000192         FILE STATUS IS WS-SAPL-STATUS.
000193     SELECT EODB-RPT-FILE    ASSIGN TO "EODBRPT"
000194         ORGANIZATION IS LINE SEQUENTIAL
000195         FILE STATUS IS WS-RPT-STATUS.
000196     SELECT CALC-RCTL-FILE   ASSIGN TO "CALCRCTL"
000197         ORGANIZATION IS INDEXED
000198         ACCESS MODE IS RANDOM
000199         RECORD KEY IS CALC-RC-KEY
000200         FILE STATUS IS WS-RCTL-STATUS.
000201     SELECT RCTL-PARM-FILE   ASSIGN TO "RCTLPARM"
000202         ORGANIZATION IS LINE SEQUENTIAL
000203         FILE STATUS IS WS-RCPM-STATUS.
000204 DATA DIVISION.
000205 FILE SECTION.
000206 FD  CALC-TRANS-FILE
000207     LABEL RECORDS ARE STANDARD.
000208 01  CALC-TRANS-IN-RECORD           PIC X(36).
000209 FD  CALC-VALD-FILE
000210     LABEL RECORDS ARE STANDARD.
000211 01  CALC-VALD-IN-RECORD            PIC X(36).
000212 FD  CALC-REJ-FILE
000213     LABEL RECORDS ARE STANDARD.
000214     COPY CALCREJ.
000215 FD  CALC-RSLT-FILE
000216     LABEL RECORDS ARE STANDARD.
000217     COPY CALCRSLT.
000218 FD  GL-POST-FILE
000219     LABEL RECORDS ARE STANDARD.
000220     COPY CALCGLPS.
000221 FD  CALC-EDCT-FILE
000222     LABEL RECORDS ARE STANDARD.
000223     COPY CALCEDCT.
000224 FD  CALC-GLCT-FILE
000225     LABEL RECORDS ARE STANDARD.
000226     COPY CALCGLCT.
000227 FD  CALC-SAPL-FILE
000228     LABEL RECORDS ARE STANDARD.
000229     COPY CALCSAPL.
000230 FD  EODB-RPT-FILE
000231     LABEL RECORDS ARE STANDARD.
000232 01  EODB-RPT-RECORD                PIC X(80).
000233 FD  CALC-RCTL-FILE
000234     LABEL RECORDS ARE STANDARD.
000235     COPY CALCRCTL.
000236 FD  RCTL-PARM-FILE
000237     LABEL RECORDS ARE STANDARD.
000238     COPY CALCRCCD.
000239 WORKING-STORAGE SECTION.
000240*****************************************************************
000241* SWITCHES AND COUNTERS.
000242*****************************************************************
000243 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000244     88  WS-END-OF-FILE               VALUE 'Y'.
000245 77  WS-DAY-SWITCH                PIC X(01) VALUE 'Y'.
000246     88  WS-DAY-PROVED                VALUE 'Y'.
000247 77  WS-TRANS-STATUS              PIC X(02) VALUE ZEROES.
000248     88  WS-TRANS-OK                  VALUE '00'.
000249     88  WS-TRANS-NOT-FOUND           VALUE '35'.
000250 77  WS-VALD-STATUS               PIC X(02) VALUE ZEROES.
000251     88  WS-VALD-OK                   VALUE '00'.
000252     88  WS-VALD-NOT-FOUND            VALUE '35'.
000253 77  WS-REJ-STATUS                PIC X(02) VALUE ZEROES.
000254     88  WS-REJ-OK                    VALUE '00'.
000255     88  WS-REJ-NOT-FOUND             VALUE '35'.
000256 77  WS-RSLT-STATUS               PIC X(02) VALUE ZEROES.
000257     88  WS-RSLT-OK                   VALUE '00'.
000258     88  WS-RSLT-NOT-FOUND            VALUE '35'.
000259 77  WS-POST-STATUS               PIC X(02) VALUE ZEROES.
000260     88  WS-POST-OK                   VALUE '00'.
000261     88  WS-POST-NOT-FOUND            VALUE '35'.
000262 77  WS-EDCT-STATUS               PIC X(02) VALUE ZEROES.
000263     88  WS-EDCT-OK                   VALUE '00'.
000264     88  WS-EDCT-NOT-FOUND            VALUE '35'.
000265 77  WS-GLCT-STATUS               PIC X(02) VALUE ZEROES.
000266     88  WS-GLCT-OK                   VALUE '00'.
000267     88  WS-GLCT-NOT-FOUND            VALUE '35'.
000268 77  WS-SAPL-STATUS               PIC X(02) VALUE ZEROES.
000269     88  WS-SAPL-OK                   VALUE '00'.
000270     88  WS-SAPL-NOT-FOUND            VALUE '35'.
000271 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000272     88  WS-RPT-OK                    VALUE '00'.
000273 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000274*****************************************************************
000275* COUNTS AND HASH TOTALS TAKEN INDEPENDENTLY FROM EACH FILE.
000276*****************************************************************
000277 77  WS-TRAN-DET-COUNT            PIC 9(09) COMP VALUE ZERO.
000278 77  WS-TRAN-HASH-1            PIC S9(11)V9(02) COMP VALUE ZERO.
000279 77  WS-TRAN-HASH-2            PIC S9(11)V9(02) COMP VALUE ZERO.
000280 77  WS-VALD-DET-COUNT            PIC 9(09) COMP VALUE ZERO.
000281 77  WS-VALD-D-COUNT              PIC 9(09) COMP VALUE ZERO.
000282 77  WS-VALD-R-COUNT              PIC 9(09) COMP VALUE ZERO.
000283 77  WS-VALD-R-HASH-1          PIC S9(11)V9(02) COMP VALUE ZERO.
000284 77  WS-VALD-HASH-1            PIC S9(11)V9(02) COMP VALUE ZERO.
000285 77  WS-VALD-HASH-2            PIC S9(11)V9(02) COMP VALUE ZERO.
000286 77  WS-REJ-COUNT                 PIC 9(09) COMP VALUE ZERO.
000287 77  WS-REJ-HASH-1             PIC S9(11)V9(02) COMP VALUE ZERO.
000288 77  WS-REJ-HASH-2             PIC S9(11)V9(02) COMP VALUE ZERO.
000289 77  WS-RSLT-COUNT                PIC 9(09) COMP VALUE ZERO.
000290 77  WS-RSLT-OK-COUNT             PIC 9(09) COMP VALUE ZERO.
000291 77  WS-RSLT-OK-SUM            PIC S9(13)V9(02) COMP VALUE ZERO.
000292 77  WS-RSLT-REV-COUNT            PIC 9(09) COMP VALUE ZERO.
000293 77  WS-RSLT-REV-SUM           PIC S9(13)V9(02) COMP VALUE ZERO.
000294 77  WS-POST-COUNT                PIC 9(09) COMP VALUE ZERO.
000295 77  WS-POST-NET               PIC S9(13)V9(02) COMP VALUE ZERO.
000296 77  WS-HELD-TODAY-COUNT          PIC 9(09) COMP VALUE ZERO.
000297 77  WS-HELD-TODAY-SUM         PIC S9(13)V9(02) COMP VALUE ZERO.
000298 77  WS-REL-TODAY-COUNT           PIC 9(09) COMP VALUE ZERO.
000299 77  WS-REL-TODAY-SUM          PIC S9(13)V9(02) COMP VALUE ZERO.
000300 77  WS-RCYC-COUNT                PIC 9(09) COMP VALUE ZERO.
000301 77  WS-RCYC-HASH-1            PIC S9(11)V9(02) COMP VALUE ZERO.
000302 77  WS-RCYC-HASH-2            PIC S9(11)V9(02) COMP VALUE ZERO.
000303 77  WS-LEG-LEFT               PIC S9(13)V9(02) COMP VALUE ZERO.
000304 77  WS-LEG-RIGHT              PIC S9(13)V9(02) COMP VALUE ZERO.
000305*****************************************************************
000306* WORKING COPY OF THE TRANSACTION LAYOUTS SO CALCTRAN, CALCVALD
000307* AND THE CALCREJ TRANSACTION IMAGES ALL GO THROUGH THE SAME
000308* COUNTING CODE.
000309*****************************************************************
000310     COPY CALCTRAN.
000311*****************************************************************
000312* PRINTED PROOF REPORT LINES.
000313*****************************************************************
000314 01  WS-RPT-HEADING-1.
000315     05  FILLER                      PIC X(26)
000316         VALUE "END-OF-DAY BALANCING      ".
000317     05  FILLER                      PIC X(09)
000318         VALUE "RUN DATE ".
000319     05  WS-RPT-RUN-DATE              PIC 9(08).
000320 01  WS-RPT-LEG-LINE.
000321     05  WS-RPT-LEG-LABEL             PIC X(34).
000322     05  WS-RPT-LEG-LEFT              PIC ----,---,---,--9.99.
000323     05  FILLER                      PIC X(01) VALUE SPACES.
000324     05  WS-RPT-LEG-RIGHT             PIC ----,---,---,--9.99.
000325     05  FILLER                      PIC X(01) VALUE SPACES.
000326     05  WS-RPT-LEG-VERDICT           PIC X(05).
000327 01  WS-RPT-NOTE-LINE.
000328     05  WS-RPT-NOTE                  PIC X(60).
000329 01  WS-RPT-BLANK-LINE.
000330     05  FILLER                      PIC X(20) VALUE SPACES.
000331 01  WS-RPT-MSG-LINE.
000332     05  WS-RPT-MSG                   PIC X(40).
000333*****************************************************************
000334* RUN-CONTROL LEDGER - THIS STEP'S NAME ON CALCRCTL, THE STEPS
000335* THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY
000336* START, AND THE WORK FIELDS FOR RECORDING ITS START AND FINISH.
000337*****************************************************************
000338 77  WS-RCTL-STATUS               PIC X(02) VALUE ZEROES.
000339     88  WS-RCTL-OK                   VALUE '00'.
000340     88  WS-RCTL-NOT-FOUND            VALUE '35'.
000341 77  WS-RCPM-STATUS               PIC X(02) VALUE ZEROES.
000342     88  WS-RCPM-OK                   VALUE '00'.
000343     88  WS-RCPM-NOT-FOUND            VALUE '35'.
000344 77  WS-RCTL-SWITCH               PIC X(01) VALUE 'N'.
000345     88  WS-RCTL-STARTED              VALUE 'Y'.
000346 77  WS-RCTL-REFUSE-SWITCH        PIC X(01) VALUE 'N'.
000347     88  WS-RCTL-REFUSED              VALUE 'Y'.
000348 77  WS-RCTL-RERUN-SWITCH         PIC X(01) VALUE 'N'.
000349     88  WS-RCTL-RERUN-OK             VALUE 'Y'.
000350 77  WS-RCTL-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
000351     88  WS-RCTL-ON-FILE              VALUE 'Y'.
000352 77  WS-RCTL-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000353     88  WS-RCTL-CARD-END             VALUE 'Y'.
000354 77  WS-RCTL-PROGRAM              PIC X(10) VALUE "CALCEODB".
000355 77  WS-RCTL-BUS-DATE             PIC 9(08) VALUE ZEROES.
000356 77  WS-RCTL-RERUN-BY             PIC X(08) VALUE SPACES.
000357 77  WS-RCTL-SUB                  PIC 9(04) COMP VALUE ZERO.
000358 77  WS-RCTL-PREREQ-COUNT         PIC 9(04) COMP VALUE 3.
000359 01  WS-RCTL-PREREQ-LIST.
000360     05  FILLER                      PIC X(10) VALUE "CALCRSLD".
000361     05  FILLER                      PIC X(10) VALUE "CALCUSAC".
000362     05  FILLER                      PIC X(10) VALUE "CALCGLRC".
000363 01  WS-RCTL-PREREQ-TABLE REDEFINES WS-RCTL-PREREQ-LIST.
000364     05  WS-RCTL-PREREQ              PIC X(10) OCCURS 3 TIMES.
000365 01  WS-RCTL-TS.
000366     05  WS-RCTL-TS-DATE             PIC 9(08).
000367     05  WS-RCTL-TS-TIME             PIC 9(08).
000368 PROCEDURE DIVISION.
000369*****************************************************************
000370* 0000-MAINLINE - TAKE INDEPENDENT COUNTS FROM EVERY FILE IN
000371* THE CHAIN, PROVE EACH LEG AND PRINT THE VERDICT.
000372*****************************************************************
000373 0000-MAINLINE.
000374     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000375     PERFORM 2000-COUNT-CALCTRAN THRU 2000-EXIT.
000376     PERFORM 2200-COUNT-CALCVALD THRU 2200-EXIT.
000377     PERFORM 2400-COUNT-CALCREJ THRU 2400-EXIT.
000378     PERFORM 2600-COUNT-CALCRSLT THRU 2600-EXIT.
000379     PERFORM 2800-COUNT-GLPOST THRU 2800-EXIT.
000380     PERFORM 2900-READ-EDCT THRU 2900-EXIT.
000381     PERFORM 2920-READ-GLCT THRU 2920-EXIT.
000382     PERFORM 2940-COUNT-RELEASES THRU 2940-EXIT.
000383     PERFORM 3000-PROVE-LEGS THRU 3000-EXIT.
000384     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000385     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000386     STOP RUN.
000387*****************************************************************
000388* 1000-INITIALIZE - OPEN THE PROOF REPORT AND WRITE THE
000389* HEADINGS.
000390*****************************************************************
000391 1000-INITIALIZE.
000392     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000393     PERFORM 1500-RCTL-START THRU 1500-EXIT.
000394     OPEN OUTPUT EODB-RPT-FILE.
000395     IF NOT WS-RPT-OK
000396         DISPLAY "CANNOT OPEN EODBRPT, STATUS " WS-RPT-STATUS
000397         MOVE 8 TO RETURN-CODE
000398         PERFORM 8900-RCTL-FINISH THRU 8900-EXIT
000399         STOP RUN
000400     END-IF.
000401     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
000402     WRITE EODB-RPT-RECORD FROM WS-RPT-HEADING-1.
000403     WRITE EODB-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000404 1000-EXIT.
000405     EXIT.
000406*****************************************************************
000407* 1500-RCTL-START - RECORD THE START OF THIS STEP ON THE CALCRCTL
000408* RUN-CONTROL LEDGER. THE STEP IS REFUSED, BEFORE IT HAS OPENED
000409* ANY OF ITS FILES, IF THE STEPS IT DEPENDS ON HAVE NOT ALL
000410* COMPLETED FOR THE BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED
000411* FOR THE DATE AND NO RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000412* AGAIN. EVERY REASON FOR REFUSING IS SHOWN.
000413*****************************************************************
000414 1500-RCTL-START.
000415     MOVE WS-RUN-DATE TO WS-RCTL-BUS-DATE.
000416     PERFORM 1510-RCTL-GET-CARDS THRU 1510-EXIT.
000417     OPEN I-O CALC-RCTL-FILE.
000418     IF WS-RCTL-NOT-FOUND
000419         CLOSE CALC-RCTL-FILE
000420         OPEN OUTPUT CALC-RCTL-FILE
000421         CLOSE CALC-RCTL-FILE
000422         OPEN I-O CALC-RCTL-FILE
000423     END-IF.
000424     IF NOT WS-RCTL-OK
000425         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000426         DISPLAY "CALCEODB RUN TERMINATED - SEE FILE STATUS ABOVE"
000427         MOVE 8 TO RETURN-CODE
000428         STOP RUN
000429     END-IF.
000430     PERFORM 1530-RCTL-CHECK-PREREQ THRU 1530-EXIT
000431         VARYING WS-RCTL-SUB FROM 1 BY 1
000432         UNTIL WS-RCTL-SUB > WS-RCTL-PREREQ-COUNT.
000433     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000434     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000435     READ CALC-RCTL-FILE
000436         INVALID KEY
000437             MOVE 'N' TO WS-RCTL-ON-FILE-SWITCH
000438             MOVE SPACES TO CALC-RCTL-RECORD
000439             MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE
000440             MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM
000441             MOVE ZERO TO CALC-RC-RUN-COUNT
000442             GO TO 1500-RECORD-START
000443     END-READ.
000444     MOVE 'Y' TO WS-RCTL-ON-FILE-SWITCH.
000445     IF CALC-RC-STARTED
000446         DISPLAY "CALCEODB PREVIOUS RUN FOR " WS-RCTL-BUS-DATE
000447             " DID NOT FINISH"
000448     END-IF.
000449     IF NOT CALC-RC-COMPLETE
000450         GO TO 1500-RECORD-START
000451     END-IF.
000452     IF NOT WS-RCTL-RERUN-OK
000453         DISPLAY "CALCEODB ALREADY COMPLETED FOR "
000454             WS-RCTL-BUS-DATE
000455             " - RERUN CARD REQUIRED"
000456         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000457         GO TO 1500-RECORD-START
000458     END-IF.
000459     DISPLAY "CALCEODB RERUN FOR " WS-RCTL-BUS-DATE
000460         " AUTHORIZED BY " WS-RCTL-RERUN-BY.
000461     MOVE WS-RCTL-RERUN-BY TO CALC-RC-RERUN-BY.
000462 1500-RECORD-START.
000463     IF WS-RCTL-REFUSED
000464         CLOSE CALC-RCTL-FILE
000465         DISPLAY "CALCEODB RUN REFUSED BY RUN CONTROL"
000466         MOVE 8 TO RETURN-CODE
000467         STOP RUN
000468     END-IF.
000469     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000470     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000471     MOVE 'S' TO CALC-RC-STATUS.
000472     MOVE WS-RCTL-TS TO CALC-RC-START-TS.
000473     MOVE SPACES TO CALC-RC-END-TS.
000474     MOVE ZERO TO CALC-RC-RETURN-CODE.
000475     ADD 1 TO CALC-RC-RUN-COUNT.
000476     IF WS-RCTL-ON-FILE
000477         REWRITE CALC-RCTL-RECORD
000478             INVALID KEY
000479                 GO TO 1500-WRITE-ERROR
000480         END-REWRITE
000481     ELSE
000482         WRITE CALC-RCTL-RECORD
000483             INVALID KEY
000484                 GO TO 1500-WRITE-ERROR
000485         END-WRITE
000486     END-IF.
000487     CLOSE CALC-RCTL-FILE.
000488     MOVE 'Y' TO WS-RCTL-SWITCH.
000489     GO TO 1500-EXIT.
000490 1500-WRITE-ERROR.
000491     DISPLAY "CANNOT RECORD START ON CALCRCTL, STATUS "
000492         WS-RCTL-STATUS.
000493     DISPLAY "CALCEODB RUN TERMINATED - SEE FILE STATUS ABOVE".
000494     CLOSE CALC-RCTL-FILE.
000495     MOVE 8 TO RETURN-CODE.
000496     STOP RUN.
000497 1500-EXIT.
000498     EXIT.
000499*****************************************************************
000500* 1510-RCTL-GET-CARDS - READ THE SHARED RCTLPARM RUN-CONTROL
000501* CARDS, IF ANY, FOR A BUSINESS DATE CARD AND A RERUN CARD FOR
000502* THIS STEP.
000503*****************************************************************
000504 1510-RCTL-GET-CARDS.
000505     OPEN INPUT RCTL-PARM-FILE.
000506     IF WS-RCPM-NOT-FOUND
000507         GO TO 1510-EXIT
000508     END-IF.
000509     IF NOT WS-RCPM-OK
000510         DISPLAY "CANNOT OPEN RCTLPARM, STATUS " WS-RCPM-STATUS
000511         DISPLAY "CALCEODB RUN TERMINATED - SEE FILE STATUS ABOVE"
000512         MOVE 8 TO RETURN-CODE
000513         STOP RUN
000514     END-IF.
000515     PERFORM 1520-RCTL-READ-CARD THRU 1520-EXIT
000516         UNTIL WS-RCTL-CARD-END.
000517     CLOSE RCTL-PARM-FILE.
000518 1510-EXIT.
000519     EXIT.
000520*****************************************************************
000521* 1520-RCTL-READ-CARD - TAKE ONE RUN-CONTROL CARD. A DATE CARD
000522* SETS THE BUSINESS DATE; A RERUN CARD COUNTS ONLY IF IT NAMES
000523* THIS STEP, THE BUSINESS DATE IN FORCE AND WHO AUTHORIZED IT.
000524*****************************************************************
000525 1520-RCTL-READ-CARD.
000526     READ RCTL-PARM-FILE
000527         AT END
000528             MOVE 'Y' TO WS-RCTL-CARD-EOF-SWITCH
000529             GO TO 1520-EXIT
000530     END-READ.
000531     IF CALC-RK-DATE-CARD
000532      AND CALC-RK-BUS-DATE IS NUMERIC
000533         MOVE CALC-RK-BUS-DATE TO WS-RCTL-BUS-DATE
000534         MOVE 'N' TO WS-RCTL-RERUN-SWITCH
000535         GO TO 1520-EXIT
000536     END-IF.
000537     IF NOT CALC-RK-RERUN-CARD
000538      OR CALC-RK-PROGRAM NOT = WS-RCTL-PROGRAM
000539      OR CALC-RK-BUS-DATE NOT = WS-RCTL-BUS-DATE
000540         GO TO 1520-EXIT
000541     END-IF.
000542     IF CALC-RK-AUTH-BY = SPACES
000543         DISPLAY "CALCEODB RERUN CARD IGNORED - NO AUTHORIZER"
000544         GO TO 1520-EXIT
000545     END-IF.
000546     MOVE 'Y' TO WS-RCTL-RERUN-SWITCH.
000547     MOVE CALC-RK-AUTH-BY TO WS-RCTL-RERUN-BY.
000548 1520-EXIT.
000549     EXIT.
000550*****************************************************************
000551* 1530-RCTL-CHECK-PREREQ - PROVE THAT ONE STEP THIS ONE DEPENDS
000552* ON HAS COMPLETED FOR THE BUSINESS DATE.
000553*****************************************************************
000554 1530-RCTL-CHECK-PREREQ.
000555     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000556     MOVE WS-RCTL-PREREQ (WS-RCTL-SUB) TO CALC-RC-PROGRAM.
000557     READ CALC-RCTL-FILE
000558         INVALID KEY
000559             DISPLAY "CALCEODB WAITING ON "
000560                 WS-RCTL-PREREQ (WS-RCTL-SUB)
000561                 " - NOT RUN FOR " WS-RCTL-BUS-DATE
000562             MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000563             GO TO 1530-EXIT
000564     END-READ.
000565     IF NOT CALC-RC-COMPLETE
000566         DISPLAY "CALCEODB WAITING ON "
000567             WS-RCTL-PREREQ (WS-RCTL-SUB)
000568             " - NOT COMPLETED FOR " WS-RCTL-BUS-DATE
000569         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000570     END-IF.
000571 1530-EXIT.
000572     EXIT.
000573*****************************************************************
000574* 2000-COUNT-CALCTRAN - COUNT THE DETAIL AND CONTINUATION
000575* RECORDS ON THE RAW TRANSACTION FILE AND HASH THEIR NUMERIC
000576* VAR FIELDS. A MISSING FILE COUNTS AS ZERO AND IS NOTED.
000577*****************************************************************
000578 2000-COUNT-CALCTRAN.
000579     OPEN INPUT CALC-TRANS-FILE.
000580     IF WS-TRANS-NOT-FOUND
000581         MOVE "NOTE - NO CALCTRAN FILE TODAY" TO WS-RPT-NOTE
000582         WRITE EODB-RPT-RECORD FROM WS-RPT-NOTE-LINE
000583         GO TO 2000-EXIT
000584     END-IF.
000585     IF NOT WS-TRANS-OK
000586         DISPLAY "CANNOT OPEN CALCTRAN, STATUS " WS-TRANS-STATUS
000587         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000588     END-IF.
000589     MOVE 'N' TO WS-EOF-SWITCH.
000590     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
000591     PERFORM 2050-COUNT-ONE-TRAN THRU 2050-EXIT
000592         UNTIL WS-END-OF-FILE.
000593     CLOSE CALC-TRANS-FILE.
000594 2000-EXIT.
000595     EXIT.
000596*****************************************************************
000597* 2050-COUNT-ONE-TRAN - COUNT ONE CALCTRAN RECORD AND READ THE
000598* NEXT.
000599*****************************************************************
000600 2050-COUNT-ONE-TRAN.
000601     IF CALC-TR-HEADER OR CALC-TR-TRAILER
000602         GO TO 2050-NEXT
000603     END-IF.
000604     ADD 1 TO WS-TRAN-DET-COUNT.
000605     IF CALC-TR-VAR-1 IS NUMERIC
000606         ADD CALC-TR-VAR-1 TO WS-TRAN-HASH-1
000607     END-IF.
000608     IF CALC-TR-VAR-2 IS NUMERIC
000609         ADD CALC-TR-VAR-2 TO WS-TRAN-HASH-2
000610     END-IF.
000611 2050-NEXT.
000612     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
000613 2050-EXIT.
000614     EXIT.
000615*****************************************************************
000616* 2100-READ-TRAN - READ THE NEXT RAW TRANSACTION RECORD INTO
000617* THE COMMON TRANSACTION AREA.
000618*****************************************************************
000619 2100-READ-TRAN.
000620     READ CALC-TRANS-FILE
000621         AT END
000622             MOVE 'Y' TO WS-EOF-SWITCH
000623             GO TO 2100-EXIT
000624     END-READ.
000625     MOVE CALC-TRANS-IN-RECORD TO CALC-TRANS-RECORD.
000626 2100-EXIT.
000627     EXIT.
000628*****************************************************************
000629* 2200-COUNT-CALCVALD - COUNT THE VALIDATED DETAILS AND
000630* CONTINUATIONS AND HASH THEIR VAR FIELDS, KEEPING A SEPARATE
000631* COUNT OF 'D' DETAILS FOR THE RESULTS LEG AND A COUNT AND
000632* VAR-1 HASH OF 'R' REVERSALS FOR THE REVERSAL LEGS.
000633*****************************************************************
000634 2200-COUNT-CALCVALD.
000635     OPEN INPUT CALC-VALD-FILE.
000636     IF WS-VALD-NOT-FOUND
000637         MOVE "NOTE - NO CALCVALD FILE TODAY" TO WS-RPT-NOTE
000638         WRITE EODB-RPT-RECORD FROM WS-RPT-NOTE-LINE
000639         GO TO 2200-EXIT
000640     END-IF.
000641     IF NOT WS-VALD-OK
000642         DISPLAY "CANNOT OPEN CALCVALD, STATUS " WS-VALD-STATUS
000643         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000644     END-IF.
000645     MOVE 'N' TO WS-EOF-SWITCH.
000646     PERFORM 2300-READ-VALD THRU 2300-EXIT.
000647     PERFORM 2250-COUNT-ONE-VALD THRU 2250-EXIT
000648         UNTIL WS-END-OF-FILE.
000649     CLOSE CALC-VALD-FILE.
000650 2200-EXIT.
000651     EXIT.
000652*****************************************************************
000653* 2250-COUNT-ONE-VALD - COUNT ONE VALIDATED RECORD AND READ THE
000654* NEXT.
000655*****************************************************************
000656 2250-COUNT-ONE-VALD.
000657     IF CALC-TR-HEADER OR CALC-TR-TRAILER
000658         GO TO 2250-NEXT
000659     END-IF.
000660     ADD 1 TO WS-VALD-DET-COUNT.
000661     IF CALC-TR-DETAIL
000662         ADD 1 TO WS-VALD-D-COUNT
000663     END-IF.
000664     IF CALC-TR-REVERSAL
000665         ADD 1 TO WS-VALD-R-COUNT
000666         IF CALC-TR-VAR-1 IS NUMERIC
000667             ADD CALC-TR-VAR-1 TO WS-VALD-R-HASH-1
000668         END-IF
000669     END-IF.
000670     IF CALC-TR-VAR-1 IS NUMERIC
000671         ADD CALC-TR-VAR-1 TO WS-VALD-HASH-1
000672     END-IF.
000673     IF CALC-TR-VAR-2 IS NUMERIC
000674         ADD CALC-TR-VAR-2 TO WS-VALD-HASH-2
000675     END-IF.
000676 2250-NEXT.
000677     PERFORM 2300-READ-VALD THRU 2300-EXIT.
000678 2250-EXIT.
000679     EXIT.
000680*****************************************************************
000681* 2300-READ-VALD - READ THE NEXT VALIDATED RECORD INTO THE
000682* COMMON TRANSACTION AREA.
000683*****************************************************************
000684 2300-READ-VALD.
000685     READ CALC-VALD-FILE
000686         AT END
000687             MOVE 'Y' TO WS-EOF-SWITCH
000688             GO TO 2300-EXIT
000689     END-READ.
000690     MOVE CALC-VALD-IN-RECORD TO CALC-TRANS-RECORD.
000691 2300-EXIT.
000692     EXIT.
000693*****************************************************************
000694* 2400-COUNT-CALCREJ - COUNT THE REJECTS AND HASH THE NUMERIC
000695* VAR FIELDS OF THEIR CARRIED TRANSACTION IMAGES.
000696*****************************************************************
000697 2400-COUNT-CALCREJ.
000698     OPEN INPUT CALC-REJ-FILE.
000699     IF WS-REJ-NOT-FOUND
000700         MOVE "NOTE - NO CALCREJ FILE TODAY" TO WS-RPT-NOTE
000701         WRITE EODB-RPT-RECORD FROM WS-RPT-NOTE-LINE
000702         GO TO 2400-EXIT
000703     END-IF.
000704     IF NOT WS-REJ-OK
000705         DISPLAY "CANNOT OPEN CALCREJ, STATUS " WS-REJ-STATUS
000706         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000707     END-IF.
000708     MOVE 'N' TO WS-EOF-SWITCH.
000709     PERFORM 2500-READ-REJ THRU 2500-EXIT.
000710     PERFORM 2450-COUNT-ONE-REJ THRU 2450-EXIT
000711         UNTIL WS-END-OF-FILE.
000712     CLOSE CALC-REJ-FILE.
000713 2400-EXIT.
000714     EXIT.
000715*****************************************************************
000716* 2450-COUNT-ONE-REJ - COUNT ONE REJECT AND READ THE NEXT.
000717*****************************************************************
000718 2450-COUNT-ONE-REJ.
000719     ADD 1 TO WS-REJ-COUNT.
000720     MOVE CALC-RJ-TRANS-IMAGE TO CALC-TRANS-RECORD.
000721     IF CALC-TR-VAR-1 IS NUMERIC
000722         ADD CALC-TR-VAR-1 TO WS-REJ-HASH-1
000723     END-IF.
000724     IF CALC-TR-VAR-2 IS NUMERIC
000725         ADD CALC-TR-VAR-2 TO WS-REJ-HASH-2
000726     END-IF.
000727     PERFORM 2500-READ-REJ THRU 2500-EXIT.
000728 2450-EXIT.
000729     EXIT.
000730*****************************************************************
000731* 2500-READ-REJ - READ THE NEXT REJECT RECORD.
000732*****************************************************************
000733 2500-READ-REJ.
000734     READ CALC-REJ-FILE
000735         AT END
000736             MOVE 'Y' TO WS-EOF-SWITCH
000737     END-READ.
000738 2500-EXIT.
000739     EXIT.
000740*****************************************************************
000741* 2600-COUNT-CALCRSLT - COUNT THE RESULT RECORDS, THE OK
000742* RESULTS AND THE OK RESULT AMOUNT TOTAL, AND THE REVERSAL
000743* RESULTS AND THEIR AMOUNT TOTAL.
000744*****************************************************************
000745 2600-COUNT-CALCRSLT.
000746     OPEN INPUT CALC-RSLT-FILE.
000747     IF WS-RSLT-NOT-FOUND
000748         MOVE "NOTE - NO CALCRSLT FILE TODAY" TO WS-RPT-NOTE
000749         WRITE EODB-RPT-RECORD FROM WS-RPT-NOTE-LINE
000750         GO TO 2600-EXIT
000751     END-IF.
000752     IF NOT WS-RSLT-OK
000753         DISPLAY "CANNOT OPEN CALCRSLT, STATUS " WS-RSLT-STATUS
000754         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000755     END-IF.
000756     MOVE 'N' TO WS-EOF-SWITCH.
000757     PERFORM 2700-READ-RSLT THRU 2700-EXIT.
000758     PERFORM 2650-COUNT-ONE-RSLT THRU 2650-EXIT
000759         UNTIL WS-END-OF-FILE.
000760     CLOSE CALC-RSLT-FILE.
000761 2600-EXIT.
000762     EXIT.
000763*****************************************************************
000764* 2650-COUNT-ONE-RSLT - COUNT ONE RESULT AND READ THE NEXT.
000765*****************************************************************
000766 2650-COUNT-ONE-RSLT.
000767     ADD 1 TO WS-RSLT-COUNT.
000768     IF CALC-RS-OK
000769         ADD 1 TO WS-RSLT-OK-COUNT
000770         IF CALC-RS-VAR-SUM IS NUMERIC
000771             ADD CALC-RS-VAR-SUM TO WS-RSLT-OK-SUM
000772         END-IF
000773     END-IF.
000774     IF CALC-RS-REVERSAL
000775         ADD 1 TO WS-RSLT-REV-COUNT
000776         IF CALC-RS-VAR-SUM IS NUMERIC
000777             ADD CALC-RS-VAR-SUM TO WS-RSLT-REV-SUM
000778         END-IF
000779     END-IF.
000780     PERFORM 2700-READ-RSLT THRU 2700-EXIT.
000781 2650-EXIT.
000782     EXIT.
000783*****************************************************************
000784* 2700-READ-RSLT - READ THE NEXT RESULT RECORD.
000785*****************************************************************
000786 2700-READ-RSLT.
000787     READ CALC-RSLT-FILE
000788         AT END
000789             MOVE 'Y' TO WS-EOF-SWITCH
000790     END-READ.
000791 2700-EXIT.
000792     EXIT.
000793*****************************************************************
000794* 2800-COUNT-GLPOST - COUNT THE POSTINGS AND NET THE AMOUNTS,
000795* DEBITS LESS CREDITS.
000796*****************************************************************
000797 2800-COUNT-GLPOST.
000798     OPEN INPUT GL-POST-FILE.
000799     IF WS-POST-NOT-FOUND
000800         MOVE "NOTE - NO GLPOST FILE TODAY" TO WS-RPT-NOTE
000801         WRITE EODB-RPT-RECORD FROM WS-RPT-NOTE-LINE
000802         GO TO 2800-EXIT
000803     END-IF.
000804     IF NOT WS-POST-OK
000805         DISPLAY "CANNOT OPEN GLPOST, STATUS " WS-POST-STATUS
000806         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000807     END-IF.
000808     MOVE 'N' TO WS-EOF-SWITCH.
000809     PERFORM 2850-READ-POST THRU 2850-EXIT.
000810     PERFORM 2820-COUNT-ONE-POST THRU 2820-EXIT
000811         UNTIL WS-END-OF-FILE.
000812     CLOSE GL-POST-FILE.
000813 2800-EXIT.
000814     EXIT.
000815*****************************************************************
000816* 2820-COUNT-ONE-POST - COUNT ONE POSTING AND READ THE NEXT.
000817*****************************************************************
000818 2820-COUNT-ONE-POST.
000819     ADD 1 TO WS-POST-COUNT.
000820     IF CALC-GL-AMOUNT IS NUMERIC
000821         IF CALC-GL-CREDIT
000822             SUBTRACT CALC-GL-AMOUNT FROM WS-POST-NET
000823         ELSE
000824             ADD CALC-GL-AMOUNT TO WS-POST-NET
000825         END-IF
000826     END-IF.
000827     PERFORM 2850-READ-POST THRU 2850-EXIT.
000828 2820-EXIT.
000829     EXIT.
000830*****************************************************************
000831* 2850-READ-POST - READ THE NEXT POSTING RECORD.
000832*****************************************************************
000833 2850-READ-POST.
000834     READ GL-POST-FILE
000835         AT END
000836             MOVE 'Y' TO WS-EOF-SWITCH
000837     END-READ.
000838 2850-EXIT.
000839     EXIT.
000840*****************************************************************
000841* 2900-READ-EDCT - PICK UP THE EDIT-CONTROL RECORD FOR THE
000842* RECYCLED-CORRECTION FIGURES. NO CONTROL FILE MEANS NO
000843* RECYCLED WORK CAN BE ALLOWED FOR; A CONTROL RECORD FROM A
000844* DIFFERENT DATE IS NOTED ON THE REPORT.
000845*****************************************************************
000846 2900-READ-EDCT.
000847     OPEN INPUT CALC-EDCT-FILE.
000848     IF WS-EDCT-NOT-FOUND
000849         MOVE "NOTE - NO CALCEDCT CONTROL RECORD" TO WS-RPT-NOTE
000850         WRITE EODB-RPT-RECORD FROM WS-RPT-NOTE-LINE
000851         GO TO 2900-EXIT
000852     END-IF.
000853     IF NOT WS-EDCT-OK
000854         DISPLAY "CANNOT OPEN CALCEDCT, STATUS " WS-EDCT-STATUS
000855         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000856     END-IF.
000857     READ CALC-EDCT-FILE
000858         AT END
000859             GO TO 2900-CLOSE
000860     END-READ.
000861     IF CALC-EC-RCYC-COUNT IS NUMERIC
000862         MOVE CALC-EC-RCYC-COUNT TO WS-RCYC-COUNT
000863     END-IF.
000864     IF CALC-EC-RCYC-HASH-1 IS NUMERIC
000865         MOVE CALC-EC-RCYC-HASH-1 TO WS-RCYC-HASH-1
000866     END-IF.
000867     IF CALC-EC-RCYC-HASH-2 IS NUMERIC
000868         MOVE CALC-EC-RCYC-HASH-2 TO WS-RCYC-HASH-2
000869     END-IF.
000870     IF CALC-EC-RUN-DATE IS NUMERIC
000871      AND CALC-EC-RUN-DATE NOT = WS-RUN-DATE
000872         MOVE "NOTE - CALCEDCT IS NOT FROM TODAY" TO WS-RPT-NOTE
000873         WRITE EODB-RPT-RECORD FROM WS-RPT-NOTE-LINE
000874     END-IF.
000875 2900-CLOSE.
000876     CLOSE CALC-EDCT-FILE.
000877 2900-EXIT.
000878     EXIT.
000879*****************************************************************
000880* 2920-READ-GLCT - PICK UP THE DAY'S HELD COUNT AND AMOUNT
000881* FROM THE CALCGLCT EXTRACT-CONTROL RECORD CALCGLEX WRITES.
000882* CALCSUSP ITSELF CANNOT BE COUNTED - THE APPROVAL RUN MAY
000883* HAVE REWRITTEN IT SINCE THE EXTRACT, DROPPING ITEMS HELD
000884* AND ACTIONED THE SAME DAY. NO CONTROL FILE MEANS NOTHING
000885* HELD; A CONTROL RECORD FROM A DIFFERENT DATE IS NOTED.
000886*****************************************************************
000887 2920-READ-GLCT.
000888     OPEN INPUT CALC-GLCT-FILE.
000889     IF WS-GLCT-NOT-FOUND
000890         MOVE "NOTE - NO CALCGLCT CONTROL RECORD" TO WS-RPT-NOTE
000891         WRITE EODB-RPT-RECORD FROM WS-RPT-NOTE-LINE
000892         GO TO 2920-EXIT
000893     END-IF.
000894     IF NOT WS-GLCT-OK
000895         DISPLAY "CANNOT OPEN CALCGLCT, STATUS " WS-GLCT-STATUS
000896         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000897     END-IF.
000898     READ CALC-GLCT-FILE
000899         AT END
000900             GO TO 2920-CLOSE
000901     END-READ.
000902     IF CALC-GC-HELD-COUNT IS NUMERIC
000903         MOVE CALC-GC-HELD-COUNT TO WS-HELD-TODAY-COUNT
000904     END-IF.
000905     IF CALC-GC-HELD-AMT IS NUMERIC
000906         MOVE CALC-GC-HELD-AMT TO WS-HELD-TODAY-SUM
000907     END-IF.
000908     IF CALC-GC-RUN-DATE IS NUMERIC
000909      AND CALC-GC-RUN-DATE NOT = WS-RUN-DATE
000910         MOVE "NOTE - CALCGLCT IS NOT FROM TODAY" TO WS-RPT-NOTE
000911         WRITE EODB-RPT-RECORD FROM WS-RPT-NOTE-LINE
000912     END-IF.
000913 2920-CLOSE.
000914     CLOSE CALC-GLCT-FILE.
000915 2920-EXIT.
000916     EXIT.
000917*****************************************************************
000918* 2940-COUNT-RELEASES - COUNT AND TOTAL THE SUSPENSE RELEASES
000919* THE APPROVAL RUN LOGGED TODAY - THEY RODE TODAY'S GLPOST
000920* WITHOUT A MATCHING OK RESULT IN TODAY'S CALCRSLT. NO LOG
000921* FILE MEANS NO RELEASES.
000922*****************************************************************
000923 2940-COUNT-RELEASES.
000924     OPEN INPUT CALC-SAPL-FILE.
000925     IF WS-SAPL-NOT-FOUND
000926         GO TO 2940-EXIT
000927     END-IF.
000928     IF NOT WS-SAPL-OK
000929         DISPLAY "CANNOT OPEN CALCSAPL, STATUS " WS-SAPL-STATUS
000930         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000931     END-IF.
000932     MOVE 'N' TO WS-EOF-SWITCH.
000933     PERFORM 2960-READ-SAPL THRU 2960-EXIT.
000934     PERFORM 2950-COUNT-ONE-SAPL THRU 2950-EXIT
000935         UNTIL WS-END-OF-FILE.
000936     CLOSE CALC-SAPL-FILE.
000937 2940-EXIT.
000938     EXIT.
000939*****************************************************************
000940* 2950-COUNT-ONE-SAPL - COUNT ONE LOG ENTRY IF IT IS TODAY'S
000941* RELEASE AND READ THE NEXT.
000942*****************************************************************
000943 2950-COUNT-ONE-SAPL.
000944     IF CALC-SL-ACTION-DATE IS NUMERIC
000945      AND CALC-SL-ACTION-DATE = WS-RUN-DATE
000946      AND CALC-SL-RELEASED
000947         ADD 1 TO WS-REL-TODAY-COUNT
000948         IF CALC-SL-AMOUNT IS NUMERIC
000949             ADD CALC-SL-AMOUNT TO WS-REL-TODAY-SUM
000950         END-IF
000951     END-IF.
000952     PERFORM 2960-READ-SAPL THRU 2960-EXIT.
000953 2950-EXIT.
000954     EXIT.
000955*****************************************************************
000956* 2960-READ-SAPL - READ THE NEXT APPROVAL LOG ENTRY.
000957*****************************************************************
000958 2960-READ-SAPL.
000959     READ CALC-SAPL-FILE
000960         AT END
000961             MOVE 'Y' TO WS-EOF-SWITCH
000962     END-READ.
000963 2960-EXIT.
000964     EXIT.
000965*****************************************************************
000966* 3000-PROVE-LEGS - PRINT AND PROVE EVERY LEG OF THE DAY.
000967*****************************************************************
000968 3000-PROVE-LEGS.
000969     WRITE EODB-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000970     MOVE "TRAN+RECYCLED = VALD+REJ (RECS)  ."
000971         TO WS-RPT-LEG-LABEL.
000972     COMPUTE WS-LEG-LEFT = WS-TRAN-DET-COUNT + WS-RCYC-COUNT.
000973     COMPUTE WS-LEG-RIGHT = WS-VALD-DET-COUNT + WS-REJ-COUNT.
000974     PERFORM 3100-PROVE-ONE-LEG THRU 3100-EXIT.
000975     MOVE "TRAN+RECYCLED = VALD+REJ (VAR-1) ."
000976         TO WS-RPT-LEG-LABEL.
000977     COMPUTE WS-LEG-LEFT = WS-TRAN-HASH-1 + WS-RCYC-HASH-1.
000978     COMPUTE WS-LEG-RIGHT = WS-VALD-HASH-1 + WS-REJ-HASH-1.
000979     PERFORM 3100-PROVE-ONE-LEG THRU 3100-EXIT.
000980     MOVE "TRAN+RECYCLED = VALD+REJ (VAR-2) ."
000981         TO WS-RPT-LEG-LABEL.
000982     COMPUTE WS-LEG-LEFT = WS-TRAN-HASH-2 + WS-RCYC-HASH-2.
000983     COMPUTE WS-LEG-RIGHT = WS-VALD-HASH-2 + WS-REJ-HASH-2.
000984     PERFORM 3100-PROVE-ONE-LEG THRU 3100-EXIT.
000985     MOVE "RESULTS = VALD DETAILS+REV (RECS) "
000986         TO WS-RPT-LEG-LABEL.
000987     MOVE WS-RSLT-COUNT TO WS-LEG-LEFT.
000988     COMPUTE WS-LEG-RIGHT = WS-VALD-D-COUNT + WS-VALD-R-COUNT.
000989     PERFORM 3100-PROVE-ONE-LEG THRU 3100-EXIT.
000990     MOVE "REVERSAL RESULTS = VALD REV (RECS)"
000991         TO WS-RPT-LEG-LABEL.
000992     MOVE WS-RSLT-REV-COUNT TO WS-LEG-LEFT.
000993     MOVE WS-VALD-R-COUNT TO WS-LEG-RIGHT.
000994     PERFORM 3100-PROVE-ONE-LEG THRU 3100-EXIT.
000995     MOVE "REVERSAL AMT = -VALD REV VAR-1 . ."
000996         TO WS-RPT-LEG-LABEL.
000997     MOVE WS-RSLT-REV-SUM TO WS-LEG-LEFT.
000998     COMPUTE WS-LEG-RIGHT = ZERO - WS-VALD-R-HASH-1.
000999     PERFORM 3100-PROVE-ONE-LEG THRU 3100-EXIT.
001000     MOVE "GLPOST = OK-HELD+RELEASED (RECS)  "
001001         TO WS-RPT-LEG-LABEL.
001002     MOVE WS-POST-COUNT TO WS-LEG-LEFT.
001003     COMPUTE WS-LEG-RIGHT = WS-RSLT-OK-COUNT
001004         - WS-HELD-TODAY-COUNT + WS-REL-TODAY-COUNT.
001005     PERFORM 3100-PROVE-ONE-LEG THRU 3100-EXIT.
001006     MOVE "GLPOST NET = OK-HELD+REL (AMT) . ."
001007         TO WS-RPT-LEG-LABEL.
001008     MOVE WS-POST-NET TO WS-LEG-LEFT.
001009     COMPUTE WS-LEG-RIGHT = WS-RSLT-OK-SUM
001010         - WS-HELD-TODAY-SUM + WS-REL-TODAY-SUM.
001011     PERFORM 3100-PROVE-ONE-LEG THRU 3100-EXIT.
001012 3000-EXIT.
001013     EXIT.
001014*****************************************************************
001015* 3100-PROVE-ONE-LEG - PRINT ONE LEG WITH BOTH SIDES AND ITS
001016* VERDICT. A BREAK FAILS THE DAY.
001017*****************************************************************
001018 3100-PROVE-ONE-LEG.
001019     MOVE WS-LEG-LEFT  TO WS-RPT-LEG-LEFT.
001020     MOVE WS-LEG-RIGHT TO WS-RPT-LEG-RIGHT.
001021     IF WS-LEG-LEFT = WS-LEG-RIGHT
001022         MOVE "OK" TO WS-RPT-LEG-VERDICT
001023     ELSE
001024         MOVE "BREAK" TO WS-RPT-LEG-VERDICT
001025         MOVE 'N' TO WS-DAY-SWITCH
001026     END-IF.
001027     WRITE EODB-RPT-RECORD FROM WS-RPT-LEG-LINE.
001028 3100-EXIT.
001029     EXIT.
001030*****************************************************************
001031* 8000-WRAPUP - PRINT THE VERDICT, CLOSE THE REPORT AND SET
001032* RETURN CODE 8 ON ANY BREAK SO THE SCHEDULER HOLDS THE
001033* OVERNIGHT TRANSMIT.
001034*****************************************************************
001035 8000-WRAPUP.
001036     WRITE EODB-RPT-RECORD FROM WS-RPT-BLANK-LINE.
001037     IF WS-DAY-PROVED
001038         MOVE "*** THE DAY PROVED ***" TO WS-RPT-MSG
001039         WRITE EODB-RPT-RECORD FROM WS-RPT-MSG-LINE
001040         DISPLAY "CALCEODB THE DAY PROVED"
001041     ELSE
001042         MOVE "*** THE DAY DID NOT PROVE - HOLD ***"
001043             TO WS-RPT-MSG
001044         WRITE EODB-RPT-RECORD FROM WS-RPT-MSG-LINE
001045         DISPLAY "CALCEODB THE DAY DID NOT PROVE - HOLD"
001046         MOVE 8 TO RETURN-CODE
001047     END-IF.
001048     CLOSE EODB-RPT-FILE.
001049 8000-EXIT.
001050     EXIT.
001051*****************************************************************
001052* 8900-RCTL-FINISH - RECORD THE FINISH OF THIS STEP AND ITS
001053* RETURN CODE ON THE CALCRCTL LEDGER. RETURN CODE 0 OR 4 IS
001054* COMPLETED; 8 OR HIGHER IS FAILED. A STEP REFUSED OR STOPPED
001055* BEFORE ITS START WAS RECORDED LEAVES THE LEDGER ALONE.
001056*****************************************************************
001057 8900-RCTL-FINISH.
001058     IF NOT WS-RCTL-STARTED
001059         GO TO 8900-EXIT
001060     END-IF.
001061     MOVE 'N' TO WS-RCTL-SWITCH.
001062     OPEN I-O CALC-RCTL-FILE.
001063     IF NOT WS-RCTL-OK
001064         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
001065         DISPLAY "CALCEODB FINISH NOT RECORDED ON CALCRCTL"
001066         GO TO 8900-EXIT
001067     END-IF.
001068     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
001069     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
001070     READ CALC-RCTL-FILE
001071         INVALID KEY
001072             DISPLAY "CALCEODB FINISH NOT RECORDED ON CALCRCTL"
001073             GO TO 8900-CLOSE
001074     END-READ.
001075     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
001076     ACCEPT WS-RCTL-TS-TIME FROM TIME.
001077     MOVE WS-RCTL-TS TO CALC-RC-END-TS.
001078     MOVE RETURN-CODE TO CALC-RC-RETURN-CODE.
001079     IF RETURN-CODE < 8
001080         MOVE 'C' TO CALC-RC-STATUS
001081     ELSE
001082         MOVE 'F' TO CALC-RC-STATUS
001083     END-IF.
001084     REWRITE CALC-RCTL-RECORD
001085         INVALID KEY
001086             DISPLAY "CANNOT RECORD FINISH ON CALCRCTL, STATUS "
001087                 WS-RCTL-STATUS
001088     END-REWRITE.
001089 8900-CLOSE.
001090     CLOSE CALC-RCTL-FILE.
001091 8900-EXIT.
001092     EXIT.
001093*****************************************************************
001094* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
001095* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
001096* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
001097*****************************************************************
001098 9900-OPEN-ERROR.
001099     DISPLAY "CALCEODB RUN TERMINATED - SEE FILE STATUS ABOVE".
001100     MOVE 8 TO RETURN-CODE.
001101     CLOSE CALC-TRANS-FILE.
001102     CLOSE CALC-VALD-FILE.
001103     CLOSE CALC-REJ-FILE.
001104     CLOSE CALC-RSLT-FILE.
001105     CLOSE GL-POST-FILE.
001106     CLOSE CALC-EDCT-FILE.
001107     CLOSE CALC-GLCT-FILE.
001108     CLOSE CALC-SAPL-FILE.
001109     CLOSE EODB-RPT-FILE.
001110     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
001111     STOP RUN.
001112 9900-EXIT.
001113     EXIT.
