000148*                   NEVER POPULATED AND EVERY FILE WITH A
000149*                   DETAIL BALANCED AGAINST ZEROS AND FAILED
000150*                   THE RUN.
000151* 2026-10-15  RA    THE RUN IS NOW RECORDED ON THE CALCRCTL RUN-
000152*                   CONTROL LEDGER - START, FINISH AND RETURN
000153*                   CODE UNDER THE BUSINESS DATE. IT IS REFUSED
000154*                   BEFORE ANY FILE IS OPENED IF CALCSGEN HAS NOT
000155*                   COMPLETED FOR THE DATE, OR IF THIS STEP HAS
000156*                   ALREADY COMPLETED FOR THE DATE AND NO
000157*                   RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000158*                   AGAIN.
000159*****************************************************************
000160 ENVIRONMENT DIVISION.
000161 INPUT-OUTPUT SECTION.
000162 FILE-CONTROL.
000163     SELECT MRGE-IN1-FILE    ASSIGN TO "CALCTRN1"
000164         ORGANIZATION IS SEQUENTIAL
000165         FILE STATUS IS WS-IN1-STATUS.
000166     SELECT MRGE-IN2-FILE    ASSIGN TO "CALCTRN2"
000167         ORGANIZATION IS SEQUENTIAL
000168         FILE STATUS IS WS-IN2-STATUS.
000169     SELECT MRGE-IN3-FILE    ASSIGN TO "CALCTRN3"
000170         ORGANIZATION IS SEQUENTIAL
000171         FILE STATUS IS WS-IN3-STATUS.
000172     SELECT MRGE-IN4-FILE    ASSIGN TO "CALCSTRM"
000173         ORGANIZATION IS SEQUENTIAL
000174         FILE STATUS IS WS-IN4-STATUS.
000175     SELECT MRGE-OUT-FILE    ASSIGN TO "CALCTRAN"
000176         ORGANIZATION IS SEQUENTIAL
000177         FILE STATUS IS WS-OUT-STATUS.
000178     SELECT MRGE-SORT-FILE   ASSIGN TO "MRGESORT".
000179     SELECT MRGE-PARM-FILE   ASSIGN TO "MRGEPARM"
000180         ORGANIZATION IS LINE SEQUENTIAL
000181         FILE STATUS IS WS-PARM-STATUS.
000182     SELECT MRGE-RPT-FILE    ASSIGN TO "MRGERPT"
000183         ORGANIZATION IS LINE SEQUENTIAL
000184         FILE STATUS IS WS-RPT-STATUS.
000185     SELECT CALC-RCTL-FILE   ASSIGN TO "CALCRCTL"
000186         ORGANIZATION IS INDEXED
000187         ACCESS MODE IS RANDOM
000188         RECORD KEY IS CALC-RC-KEY
000189         FILE STATUS IS WS-RCTL-STATUS.
000190     SELECT RCTL-PARM-FILE   ASSIGN TO "RCTLPARM"
000191         ORGANIZATION IS LINE SEQUENTIAL
000192         FILE STATUS IS WS-RCPM-STATUS.
000193 DATA DIVISION.
000194 FILE SECTION.
000195 FD  MRGE-IN1-FILE
000196     LABEL RECORDS ARE STANDARD.
000197 01  MRGE-IN1-RECORD                PIC X(36).
000198 FD  MRGE-IN2-FILE
000199     LABEL RECORDS ARE STANDARD.
000200 01  MRGE-IN2-RECORD                PIC X(36).
000201 FD  MRGE-IN3-FILE
000202     LABEL RECORDS ARE STANDARD.
000203 01  MRGE-IN3-RECORD                PIC X(36).
000204 FD  MRGE-IN4-FILE
000205     LABEL RECORDS ARE STANDARD.
000206 01  MRGE-IN4-RECORD                PIC X(36).
000207 FD  MRGE-OUT-FILE
000208     LABEL RECORDS ARE STANDARD.
000209 01  MRGE-OUT-RECORD                PIC X(36).
000210 SD  MRGE-SORT-FILE.
000211 01  MRGE-SORT-RECORD.
000212     05  MRGE-SR-DEPT-CODE       PIC X(04).
000213     05  MRGE-SR-SEQ-NO          PIC 9(09).
000214     05  MRGE-SR-TRAN-IMAGE      PIC X(36).
000215 FD  MRGE-PARM-FILE
000216     LABEL RECORDS ARE STANDARD.
000217 01  MRGE-PARM-RECORD.
000218     05  MRGE-PM-RUN-DATE        PIC X(08).
000219     05  FILLER                  PIC X(72).
000220 FD  MRGE-RPT-FILE
000221     LABEL RECORDS ARE STANDARD.
000222 01  MRGE-RPT-RECORD                PIC X(80).
000223 FD  CALC-RCTL-FILE
000224     LABEL RECORDS ARE STANDARD.
000225     COPY CALCRCTL.
000226 FD  RCTL-PARM-FILE
000227     LABEL RECORDS ARE STANDARD.
000228     COPY CALCRCCD.
000229 WORKING-STORAGE SECTION.
000230*****************************************************************
000231* SWITCHES AND COUNTERS.
000232*****************************************************************
000233 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000234     88  WS-END-OF-FILE               VALUE 'Y'.
000235 77  WS-RUN-BAL-SWITCH            PIC X(01) VALUE 'Y'.
000236     88  WS-RUN-IN-BALANCE            VALUE 'Y'.
000237 77  WS-FILES-READ                PIC 9(04) COMP VALUE ZERO.
000238 77  WS-MERGE-SEQ                 PIC 9(09) COMP VALUE ZERO.
000239 77  WS-OUT-DET-COUNT             PIC 9(09) COMP VALUE ZERO.
000240 77  WS-OUT-HASH-VAR-1         PIC S9(11)V9(02) COMP VALUE ZERO.
000241 77  WS-OUT-HASH-VAR-2         PIC S9(11)V9(02) COMP VALUE ZERO.
000242 77  WS-IN1-STATUS                PIC X(02) VALUE ZEROES.
000243     88  WS-IN1-OK                    VALUE '00'.
000244     88  WS-IN1-NOT-FOUND             VALUE '35'.
000245 77  WS-IN2-STATUS                PIC X(02) VALUE ZEROES.
000246     88  WS-IN2-OK                    VALUE '00'.
000247     88  WS-IN2-NOT-FOUND             VALUE '35'.
000248 77  WS-IN3-STATUS                PIC X(02) VALUE ZEROES.
000249     88  WS-IN3-OK                    VALUE '00'.
000250     88  WS-IN3-NOT-FOUND             VALUE '35'.
000251 77  WS-IN4-STATUS                PIC X(02) VALUE ZEROES.
000252     88  WS-IN4-OK                    VALUE '00'.
000253     88  WS-IN4-NOT-FOUND             VALUE '35'.
000254 77  WS-OUT-STATUS                PIC X(02) VALUE ZEROES.
000255     88  WS-OUT-OK                    VALUE '00'.
000256 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000257     88  WS-PARM-OK                   VALUE '00'.
000258     88  WS-PARM-NOT-FOUND            VALUE '35'.
000259 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000260     88  WS-RPT-OK                    VALUE '00'.
000261 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000262 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000263*****************************************************************
000264* PER-FILE BALANCING FIELDS, RESET BEFORE EACH SOURCE FILE.
000265*****************************************************************
000266 77  WS-FILE-NAME                 PIC X(08) VALUE SPACES.
000267 77  WS-FILE-DET-COUNT            PIC 9(09) COMP VALUE ZERO.
000268 77  WS-FILE-HASH-VAR-1        PIC S9(11)V9(02) COMP VALUE ZERO.
000269 77  WS-FILE-HASH-VAR-2        PIC S9(11)V9(02) COMP VALUE ZERO.
000270 77  WS-FILE-EXP-COUNT            PIC 9(09) COMP VALUE ZERO.
000271 77  WS-FILE-EXP-HASH-1        PIC S9(11)V9(02) COMP VALUE ZERO.
000272 77  WS-FILE-EXP-HASH-2        PIC S9(11)V9(02) COMP VALUE ZERO.
000273 77  WS-FILE-TRAILER-SW           PIC X(01) VALUE 'N'.
000274     88  WS-FILE-TRAILER-SEEN         VALUE 'Y'.
000275 77  WS-FILE-SOURCE-ID            PIC X(08) VALUE SPACES.
000276 77  WS-FILE-DATE                 PIC 9(08) VALUE ZEROES.
000277*****************************************************************
000278* WORKING COPY OF THE TRANSACTION RECORD SO EVERY SOURCE FILE
000279* GOES THROUGH THE SAME TYPE-BYTE ROUTING AND BALANCING CODE.
000280*****************************************************************
000281     COPY CALCTRAN.
000282*****************************************************************
000283* HEADER AND TRAILER WRITTEN TO THE CONSOLIDATED FILE.
000284*****************************************************************
000285 01  WS-OUT-HEADER.
000286     05  WS-OH-REC-TYPE              PIC X(01) VALUE 'H'.
000287     05  WS-OH-FILE-DATE             PIC 9(08).
000288     05  WS-OH-SOURCE-ID             PIC X(08) VALUE "MERGED".
000289     05  FILLER                      PIC X(19) VALUE SPACES.
000290 01  WS-OUT-TRAILER.
000291     05  WS-OT-REC-TYPE              PIC X(01) VALUE 'T'.
000292     05  WS-OT-REC-COUNT             PIC 9(09).
000293     05  WS-OT-HASH-VAR-1            PIC S9(11)V9(02).
000294     05  WS-OT-HASH-VAR-2            PIC S9(11)V9(02).
000295*****************************************************************
000296* PRINTED CONTROL REPORT LINES.
000297*****************************************************************
000298 01  WS-RPT-HEADING-1.
000299     05  FILLER                      PIC X(23)
000300         VALUE "TRANSACTION FILE MERGE ".
000301     05  FILLER                      PIC X(09)
000302         VALUE "RUN DATE ".
000303     05  WS-RPT-RUN-DATE              PIC 9(08).
000304 01  WS-RPT-HEADING-2.
000305     05  FILLER                      PIC X(10) VALUE "FILE".
000306     05  FILLER                      PIC X(10) VALUE "SOURCE".
000307     05  FILLER                      PIC X(10) VALUE "FILE DATE".
000308     05  FILLER                      PIC X(09) VALUE "  DETAILS".
000309     05  FILLER                      PIC X(09) VALUE "  TRAILER".
000310     05  FILLER                      PIC X(09) VALUE "  BALANCE".
000311 01  WS-RPT-FILE-LINE.
000312     05  WS-RPT-FILE-NAME             PIC X(08).
000313     05  FILLER                      PIC X(02) VALUE SPACES.
000314     05  WS-RPT-SOURCE-ID             PIC X(08).
000315     05  FILLER                      PIC X(02) VALUE SPACES.
000316     05  WS-RPT-FILE-DATE             PIC 9(08).
000317     05  FILLER                      PIC X(02) VALUE SPACES.
000318     05  WS-RPT-FILE-DETS             PIC ZZZ,ZZ9.
000319     05  FILLER                      PIC X(02) VALUE SPACES.
000320     05  WS-RPT-FILE-TRL              PIC ZZZ,ZZ9.
000321     05  FILLER                      PIC X(02) VALUE SPACES.
000322     05  WS-RPT-FILE-MSG              PIC X(18).
000323 01  WS-RPT-HASH-LINE.
000324     05  FILLER                      PIC X(10) VALUE SPACES.
000325     05  WS-RPT-HASH-LABEL            PIC X(22).
000326     05  WS-RPT-HASH-AMT              PIC ----,---,---,--9.99.
000327 01  WS-RPT-BLANK-LINE.
000328     05  FILLER                      PIC X(20) VALUE SPACES.
000329 01  WS-RPT-FILES-LINE.
000330     05  FILLER                      PIC X(22)
000331         VALUE "FILES MERGED . . . . ".
000332     05  WS-RPT-FILES-COUNT           PIC ZZZ,ZZZ,ZZ9.
000333 01  WS-RPT-DETS-LINE.
000334     05  FILLER                      PIC X(22)
000335         VALUE "DETAILS WRITTEN  . . ".
000336     05  WS-RPT-DETS-COUNT            PIC ZZZ,ZZZ,ZZ9.
000337 01  WS-RPT-MSG-LINE.
000338     05  WS-RPT-MSG                   PIC X(40).
000339*****************************************************************
000340* RUN-CONTROL LEDGER - THIS STEP'S NAME ON CALCRCTL, THE STEPS
000341* THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY
000342* START, AND THE WORK FIELDS FOR RECORDING ITS START AND FINISH.
000343*****************************************************************
000344 77  WS-RCTL-STATUS               PIC X(02) VALUE ZEROES.
000345     88  WS-RCTL-OK                   VALUE '00'.
000346     88  WS-RCTL-NOT-FOUND            VALUE '35'.
000347 77  WS-RCPM-STATUS               PIC X(02) VALUE ZEROES.
000348     88  WS-RCPM-OK                   VALUE '00'.
000349     88  WS-RCPM-NOT-FOUND            VALUE '35'.
000350 77  WS-RCTL-SWITCH               PIC X(01) VALUE 'N'.
000351     88  WS-RCTL-STARTED              VALUE 'Y'.
000352 77  WS-RCTL-REFUSE-SWITCH        PIC X(01) VALUE 'N'.
000353     88  WS-RCTL-REFUSED              VALUE 'Y'.
000354 77  WS-RCTL-RERUN-SWITCH         PIC X(01) VALUE 'N'.
000355     88  WS-RCTL-RERUN-OK             VALUE 'Y'.
000356 77  WS-RCTL-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
000357     88  WS-RCTL-ON-FILE              VALUE 'Y'.
000358 77  WS-RCTL-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000359     88  WS-RCTL-CARD-END             VALUE 'Y'.
000360 77  WS-RCTL-PROGRAM              PIC X(10) VALUE "CALCMRGE".
000361 77  WS-RCTL-BUS-DATE             PIC 9(08) VALUE ZEROES.
000362 77  WS-RCTL-RERUN-BY             PIC X(08) VALUE SPACES.
000363 77  WS-RCTL-SUB                  PIC 9(04) COMP VALUE ZERO.
000364 77  WS-RCTL-PREREQ-COUNT         PIC 9(04) COMP VALUE 1.
000365 01  WS-RCTL-PREREQ-LIST.
000366     05  FILLER                      PIC X(10) VALUE "CALCSGEN".
000367 01  WS-RCTL-PREREQ-TABLE REDEFINES WS-RCTL-PREREQ-LIST.
000368     05  WS-RCTL-PREREQ              PIC X(10) OCCURS 1 TIMES.
000369 01  WS-RCTL-TS.
000370     05  WS-RCTL-TS-DATE             PIC 9(08).
000371     05  WS-RCTL-TS-TIME             PIC 9(08).
000372 PROCEDURE DIVISION.
000373*****************************************************************
000374* 0000-MAINLINE - BALANCE AND MERGE THE SOURCE FILES INTO ONE
000375* CONSOLIDATED TRANSACTION FILE, SEQUENCED BY DEPARTMENT.
000376*****************************************************************
000377 0000-MAINLINE.
000378     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000379     SORT MRGE-SORT-FILE
000380         ASCENDING KEY MRGE-SR-DEPT-CODE
000381                       MRGE-SR-SEQ-NO
000382         INPUT PROCEDURE IS 3000-RELEASE-INPUTS THRU 3000-EXIT
000383         OUTPUT PROCEDURE IS 4000-WRITE-MERGED THRU 4000-EXIT.
000384     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000385     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000386     STOP RUN.
000387*****************************************************************
000388* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN THE CONSOLIDATED
000389* OUTPUT AND THE CONTROL REPORT AND WRITE THE REPORT HEADINGS.
000390*****************************************************************
000391 1000-INITIALIZE.
000392     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000393     PERFORM 1100-GET-PARM THRU 1100-EXIT.
000394     PERFORM 1500-RCTL-START THRU 1500-EXIT.
000395     OPEN OUTPUT MRGE-OUT-FILE.
000396     IF NOT WS-OUT-OK
000397         DISPLAY "CANNOT OPEN CALCTRAN, STATUS " WS-OUT-STATUS
000398         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000399     END-IF.
000400     OPEN OUTPUT MRGE-RPT-FILE.
000401     IF NOT WS-RPT-OK
000402         DISPLAY "CANNOT OPEN MRGERPT, STATUS " WS-RPT-STATUS
000403         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000404     END-IF.
000405     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
000406     WRITE MRGE-RPT-RECORD FROM WS-RPT-HEADING-1.
000407     WRITE MRGE-RPT-RECORD FROM WS-RPT-HEADING-2.
000408 1000-EXIT.
000409     EXIT.
000410*****************************************************************
000411* 1100-GET-PARM - READ THE MRGEPARM CONTROL CARD FOR THE RUN
000412* DATE CARRIED ON THE CONSOLIDATED HEADER. A MISSING FILE OR
000413* BLANK CARD USES TODAY'S DATE.
000414*****************************************************************
000415 1100-GET-PARM.
000416     OPEN INPUT MRGE-PARM-FILE.
000417     IF WS-PARM-NOT-FOUND
000418         GO TO 1100-EXIT
000419     END-IF.
000420     IF NOT WS-PARM-OK
000421         DISPLAY "CANNOT OPEN MRGEPARM, STATUS " WS-PARM-STATUS
000422         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000423     END-IF.
000424     READ MRGE-PARM-FILE
000425         AT END
000426             GO TO 1100-CLOSE
000427     END-READ.
000428     IF MRGE-PM-RUN-DATE IS NUMERIC
000429         MOVE MRGE-PM-RUN-DATE TO WS-RUN-DATE
000430     END-IF.
000431 1100-CLOSE.
000432     CLOSE MRGE-PARM-FILE.
000433 1100-EXIT.
000434     EXIT.
000435*****************************************************************
000436* 1500-RCTL-START - RECORD THE START OF THIS STEP ON THE CALCRCTL
000437* RUN-CONTROL LEDGER. THE STEP IS REFUSED, BEFORE IT HAS OPENED
000438* ANY OF ITS FILES, IF THE STEPS IT DEPENDS ON HAVE NOT ALL
000439* COMPLETED FOR THE BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED
000440* FOR THE DATE AND NO RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000441* AGAIN. EVERY REASON FOR REFUSING IS SHOWN.
000442*****************************************************************
000443 1500-RCTL-START.
000444     MOVE WS-RUN-DATE TO WS-RCTL-BUS-DATE.
000445     PERFORM 1510-RCTL-GET-CARDS THRU 1510-EXIT.
000446     OPEN I-O CALC-RCTL-FILE.
000447     IF WS-RCTL-NOT-FOUND
000448         CLOSE CALC-RCTL-FILE
000449         OPEN OUTPUT CALC-RCTL-FILE
000450         CLOSE CALC-RCTL-FILE
000451         OPEN I-O CALC-RCTL-FILE
000452     END-IF.
000453     IF NOT WS-RCTL-OK
000454         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000455         DISPLAY "CALCMRGE RUN TERMINATED - SEE FILE STATUS ABOVE"
000456         MOVE 8 TO RETURN-CODE
000457         STOP RUN
000458     END-IF.
000459     PERFORM 1530-RCTL-CHECK-PREREQ THRU 1530-EXIT
000460         VARYING WS-RCTL-SUB FROM 1 BY 1
000461         UNTIL WS-RCTL-SUB > WS-RCTL-PREREQ-COUNT.
000462     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000463     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000464     READ CALC-RCTL-FILE
000465         INVALID KEY
000466             MOVE 'N' TO WS-RCTL-ON-FILE-SWITCH
000467             MOVE SPACES TO CALC-RCTL-RECORD
000468             MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE
000469             MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM
000470             MOVE ZERO TO CALC-RC-RUN-COUNT
000471             GO TO 1500-RECORD-START
000472     END-READ.
000473     MOVE 'Y' TO WS-RCTL-ON-FILE-SWITCH.
000474     IF CALC-RC-STARTED
000475         DISPLAY "CALCMRGE PREVIOUS RUN FOR " WS-RCTL-BUS-DATE
000476             " DID NOT FINISH"
000477     END-IF.
000478     IF NOT CALC-RC-COMPLETE
000479         GO TO 1500-RECORD-START
000480     END-IF.
000481     IF NOT WS-RCTL-RERUN-OK
000482         DISPLAY "CALCMRGE ALREADY COMPLETED FOR "
000483             WS-RCTL-BUS-DATE
000484             " - RERUN CARD REQUIRED"
000485         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000486         GO TO 1500-RECORD-START
000487     END-IF.
000488     DISPLAY "CALCMRGE RERUN FOR " WS-RCTL-BUS-DATE
000489         " AUTHORIZED BY " WS-RCTL-RERUN-BY.
000490     MOVE WS-RCTL-RERUN-BY TO CALC-RC-RERUN-BY.
000491 1500-RECORD-START.
000492     IF WS-RCTL-REFUSED
000493         CLOSE CALC-RCTL-FILE
000494         DISPLAY "CALCMRGE RUN REFUSED BY RUN CONTROL"
000495         MOVE 8 TO RETURN-CODE
000496         STOP RUN
000497     END-IF.
000498     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000499     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000500     MOVE 'S' TO CALC-RC-STATUS.
000501     MOVE WS-RCTL-TS TO CALC-RC-START-TS.
000502     MOVE SPACES TO CALC-RC-END-TS.
000503     MOVE ZERO TO CALC-RC-RETURN-CODE.
000504     ADD 1 TO CALC-RC-RUN-COUNT.
000505     IF WS-RCTL-ON-FILE
000506         REWRITE CALC-RCTL-RECORD
000507             INVALID KEY
000508                 GO TO 1500-WRITE-ERROR
000509         END-REWRITE
000510     ELSE
000511         WRITE CALC-RCTL-RECORD
000512             INVALID KEY
000513                 GO TO 1500-WRITE-ERROR
000514         END-WRITE
000515     END-IF.
000516     CLOSE CALC-RCTL-FILE.
000517     MOVE 'Y' TO WS-RCTL-SWITCH.
000518     GO TO 1500-EXIT.
000519 1500-WRITE-ERROR.
000520     DISPLAY "CANNOT RECORD START ON CALCRCTL, STATUS "
000521         WS-RCTL-STATUS.
000522     DISPLAY "CALCMRGE RUN TERMINATED - SEE FILE STATUS ABOVE".
000523     CLOSE CALC-RCTL-FILE.
000524     MOVE 8 TO RETURN-CODE.
000525     STOP RUN.
000526 1500-EXIT.
000527     EXIT.
000528*****************************************************************
000529* 1510-RCTL-GET-CARDS - READ THE SHARED RCTLPARM RUN-CONTROL
000530* CARDS, IF ANY, FOR A BUSINESS DATE CARD AND A RERUN CARD FOR
000531* THIS STEP.
000532*****************************************************************
000533 1510-RCTL-GET-CARDS.
000534     OPEN INPUT RCTL-PARM-FILE.
000535     IF WS-RCPM-NOT-FOUND
000536         GO TO 1510-EXIT
000537     END-IF.
000538     IF NOT WS-RCPM-OK
000539         DISPLAY "CANNOT OPEN RCTLPARM, STATUS " WS-RCPM-STATUS
000540         DISPLAY "CALCMRGE RUN TERMINATED - SEE FILE STATUS ABOVE"
000541         MOVE 8 TO RETURN-CODE
000542         STOP RUN
000543     END-IF.
000544     PERFORM 1520-RCTL-READ-CARD THRU 1520-EXIT
000545         UNTIL WS-RCTL-CARD-END.
000546     CLOSE RCTL-PARM-FILE.
000547 1510-EXIT.
000548     EXIT.
000549*****************************************************************
000550* 1520-RCTL-READ-CARD - TAKE ONE RUN-CONTROL CARD. A DATE CARD
000551* SETS THE BUSINESS DATE; A RERUN CARD COUNTS ONLY IF IT NAMES
000552* THIS STEP, THE BUSINESS DATE IN FORCE AND WHO AUTHORIZED IT.
000553*****************************************************************
000554 1520-RCTL-READ-CARD.
000555     READ RCTL-PARM-FILE
000556         AT END
000557             MOVE 'Y' TO WS-RCTL-CARD-EOF-SWITCH
000558             GO TO 1520-EXIT
000559     END-READ.
000560     IF CALC-RK-DATE-CARD
000561      AND CALC-RK-BUS-DATE IS NUMERIC
000562         MOVE CALC-RK-BUS-DATE TO WS-RCTL-BUS-DATE
000563         MOVE 'N' TO WS-RCTL-RERUN-SWITCH
000564         GO TO 1520-EXIT
000565     END-IF.
000566     IF NOT CALC-RK-RERUN-CARD
000567      OR CALC-RK-PROGRAM NOT = WS-RCTL-PROGRAM
000568      OR CALC-RK-BUS-DATE NOT = WS-RCTL-BUS-DATE
000569         GO TO 1520-EXIT
000570     END-IF.
000571     IF CALC-RK-AUTH-BY = SPACES
000572         DISPLAY "CALCMRGE RERUN CARD IGNORED - NO AUTHORIZER"
000573         GO TO 1520-EXIT
000574     END-IF.
000575     MOVE 'Y' TO WS-RCTL-RERUN-SWITCH.
000576     MOVE CALC-RK-AUTH-BY TO WS-RCTL-RERUN-BY.
000577 1520-EXIT.
000578     EXIT.
000579*****************************************************************
000580* 1530-RCTL-CHECK-PREREQ - PROVE THAT ONE STEP THIS ONE DEPENDS
000581* ON HAS COMPLETED FOR THE BUSINESS DATE.
000582*****************************************************************
000583 1530-RCTL-CHECK-PREREQ.
000584     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000585     MOVE WS-RCTL-PREREQ (WS-RCTL-SUB) TO CALC-RC-PROGRAM.
000586     READ CALC-RCTL-FILE
000587         INVALID KEY
000588             DISPLAY "CALCMRGE WAITING ON "
000589                 WS-RCTL-PREREQ (WS-RCTL-SUB)
000590                 " - NOT RUN FOR " WS-RCTL-BUS-DATE
000591             MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000592             GO TO 1530-EXIT
000593     END-READ.
000594     IF NOT CALC-RC-COMPLETE
000595         DISPLAY "CALCMRGE WAITING ON "
000596             WS-RCTL-PREREQ (WS-RCTL-SUB)
000597             " - NOT COMPLETED FOR " WS-RCTL-BUS-DATE
000598         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000599     END-IF.
000600 1530-EXIT.
000601     EXIT.
000602*****************************************************************
000603* 3000-RELEASE-INPUTS - PUT EACH SOURCE FILE THROUGH THE COMMON
000604* BALANCING AND RELEASE LOGIC IN TURN.
000605*****************************************************************
000606 3000-RELEASE-INPUTS.
000607     PERFORM 3100-PROCESS-FILE-1 THRU 3100-EXIT.
000608     PERFORM 3200-PROCESS-FILE-2 THRU 3200-EXIT.
000609     PERFORM 3300-PROCESS-FILE-3 THRU 3300-EXIT.
000610     PERFORM 3400-PROCESS-FILE-4 THRU 3400-EXIT.
000611 3000-EXIT.
000612     EXIT.
000613*****************************************************************
000614* 3100-PROCESS-FILE-1 - BALANCE AND RELEASE THE FIRST SOURCE
000615* FILE. A FILE NOT PRESENT TODAY IS REPORTED AND SKIPPED.
000616*****************************************************************
000617 3100-PROCESS-FILE-1.
000618     MOVE "CALCTRN1" TO WS-FILE-NAME.
000619     PERFORM 5000-RESET-FILE-TOTALS THRU 5000-EXIT.
000620     OPEN INPUT MRGE-IN1-FILE.
000621     IF WS-IN1-NOT-FOUND
000622         PERFORM 5300-FILE-MISSING THRU 5300-EXIT
000623         GO TO 3100-EXIT
000624     END-IF.
000625     IF NOT WS-IN1-OK
000626         DISPLAY "CANNOT OPEN CALCTRN1, STATUS " WS-IN1-STATUS
000627         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000628     END-IF.
000629     ADD 1 TO WS-FILES-READ.
000630     MOVE 'N' TO WS-EOF-SWITCH.
000631     PERFORM 3110-READ-FILE-1 THRU 3110-EXIT.
000632     PERFORM 3120-RELEASE-FILE-1 THRU 3120-EXIT
000633         UNTIL WS-END-OF-FILE.
000634     CLOSE MRGE-IN1-FILE.
000635     PERFORM 5100-BALANCE-FILE THRU 5100-EXIT.
000636 3100-EXIT.
000637     EXIT.
000638*****************************************************************
000639* 3110-READ-FILE-1 - READ THE NEXT RECORD FROM SOURCE FILE 1
000640* INTO THE COMMON TRANSACTION AREA.
000641*****************************************************************
000642 3110-READ-FILE-1.
000643     READ MRGE-IN1-FILE
000644         AT END
000645             MOVE 'Y' TO WS-EOF-SWITCH
000646             GO TO 3110-EXIT
000647     END-READ.
000648     MOVE MRGE-IN1-RECORD TO CALC-TRANS-RECORD.
000649 3110-EXIT.
000650     EXIT.
000651*****************************************************************
000652* 3120-RELEASE-FILE-1 - ROUTE ONE RECORD FROM SOURCE FILE 1 AND
000653* READ THE NEXT.
000654*****************************************************************
000655 3120-RELEASE-FILE-1.
000656     PERFORM 5200-TAKE-RECORD THRU 5200-EXIT.
000657     PERFORM 3110-READ-FILE-1 THRU 3110-EXIT.
000658 3120-EXIT.
000659     EXIT.
000660*****************************************************************
000661* 3200-PROCESS-FILE-2 - BALANCE AND RELEASE THE SECOND SOURCE
000662* FILE. A FILE NOT PRESENT TODAY IS REPORTED AND SKIPPED.
000663*****************************************************************
000664 3200-PROCESS-FILE-2.
000665     MOVE "CALCTRN2" TO WS-FILE-NAME.
000666     PERFORM 5000-RESET-FILE-TOTALS THRU 5000-EXIT.
000667     OPEN INPUT MRGE-IN2-FILE.
000668     IF WS-IN2-NOT-FOUND
000669         PERFORM 5300-FILE-MISSING THRU 5300-EXIT
000670         GO TO 3200-EXIT
000671     END-IF.
000672     IF NOT WS-IN2-OK
000673         DISPLAY "CANNOT OPEN CALCTRN2, STATUS " WS-IN2-STATUS
000674         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000675     END-IF.
000676     ADD 1 TO WS-FILES-READ.
000677     MOVE 'N' TO WS-EOF-SWITCH.
000678     PERFORM 3210-READ-FILE-2 THRU 3210-EXIT.
000679     PERFORM 3220-RELEASE-FILE-2 THRU 3220-EXIT
000680         UNTIL WS-END-OF-FILE.
000681     CLOSE MRGE-IN2-FILE.
000682     PERFORM 5100-BALANCE-FILE THRU 5100-EXIT.
000683 3200-EXIT.
000684     EXIT.
000685*****************************************************************
000686* 3210-READ-FILE-2 - READ THE NEXT RECORD FROM SOURCE FILE 2
000687* INTO THE COMMON TRANSACTION AREA.
000688*****************************************************************
000689 3210-READ-FILE-2.
000690     READ MRGE-IN2-FILE
000691         AT END
000692             MOVE 'Y' TO WS-EOF-SWITCH
000693             GO TO 3210-EXIT
000694     END-READ.
000695     MOVE MRGE-IN2-RECORD TO CALC-TRANS-RECORD.
000696 3210-EXIT.
000697     EXIT.
000698*****************************************************************
000699* 3220-RELEASE-FILE-2 - ROUTE ONE RECORD FROM SOURCE FILE 2 AND
000700* READ THE NEXT.
000701*****************************************************************
000702 3220-RELEASE-FILE-2.
000703     PERFORM 5200-TAKE-RECORD THRU 5200-EXIT.
000704     PERFORM 3210-READ-FILE-2 THRU 3210-EXIT.
000705 3220-EXIT.
000706     EXIT.
000707*****************************************************************
000708* 3300-PROCESS-FILE-3 - BALANCE AND RELEASE THE THIRD SOURCE
000709* FILE. A FILE NOT PRESENT TODAY IS REPORTED AND SKIPPED.
000710*****************************************************************
000711 3300-PROCESS-FILE-3.
000712     MOVE "CALCTRN3" TO WS-FILE-NAME.
000713     PERFORM 5000-RESET-FILE-TOTALS THRU 5000-EXIT.
000714     OPEN INPUT MRGE-IN3-FILE.
000715     IF WS-IN3-NOT-FOUND
000716         PERFORM 5300-FILE-MISSING THRU 5300-EXIT
000717         GO TO 3300-EXIT
000718     END-IF.
000719     IF NOT WS-IN3-OK
000720         DISPLAY "CANNOT OPEN CALCTRN3, STATUS " WS-IN3-STATUS
000721         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000722     END-IF.
000723     ADD 1 TO WS-FILES-READ.
000724     MOVE 'N' TO WS-EOF-SWITCH.
000725     PERFORM 3310-READ-FILE-3 THRU 3310-EXIT.
000726     PERFORM 3320-RELEASE-FILE-3 THRU 3320-EXIT
000727         UNTIL WS-END-OF-FILE.
000728     CLOSE MRGE-IN3-FILE.
000729     PERFORM 5100-BALANCE-FILE THRU 5100-EXIT.
000730 3300-EXIT.
000731     EXIT.
000732*****************************************************************
000733* 3310-READ-FILE-3 - READ THE NEXT RECORD FROM SOURCE FILE 3
000734* INTO THE COMMON TRANSACTION AREA.
000735*****************************************************************
000736 3310-READ-FILE-3.
000737     READ MRGE-IN3-FILE
000738         AT END
000739             MOVE 'Y' TO WS-EOF-SWITCH
000740             GO TO 3310-EXIT
000741     END-READ.
000742     MOVE MRGE-IN3-RECORD TO CALC-TRANS-RECORD.
000743 3310-EXIT.
000744     EXIT.
000745*****************************************************************
000746* 3320-RELEASE-FILE-3 - ROUTE ONE RECORD FROM SOURCE FILE 3 AND
000747* READ THE NEXT.
000748*****************************************************************
000749 3320-RELEASE-FILE-3.
000750     PERFORM 5200-TAKE-RECORD THRU 5200-EXIT.
000751     PERFORM 3310-READ-FILE-3 THRU 3310-EXIT.
000752 3320-EXIT.
000753     EXIT.
000754*****************************************************************
000755* 3400-PROCESS-FILE-4 - BALANCE AND RELEASE THE STANDING-ORDER
000756* STREAM CALCSGEN GENERATED FOR TODAY. NOT PRESENT SIMPLY
000757* MEANS NO STANDING ORDERS TODAY.
000758*****************************************************************
000759 3400-PROCESS-FILE-4.
000760     MOVE "CALCSTRM" TO WS-FILE-NAME.
000761     PERFORM 5000-RESET-FILE-TOTALS THRU 5000-EXIT.
000762     OPEN INPUT MRGE-IN4-FILE.
000763     IF WS-IN4-NOT-FOUND
000764         PERFORM 5300-FILE-MISSING THRU 5300-EXIT
000765         GO TO 3400-EXIT
000766     END-IF.
000767     IF NOT WS-IN4-OK
000768         DISPLAY "CANNOT OPEN CALCSTRM, STATUS " WS-IN4-STATUS
000769         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000770     END-IF.
000771     ADD 1 TO WS-FILES-READ.
000772     MOVE 'N' TO WS-EOF-SWITCH.
000773     PERFORM 3410-READ-FILE-4 THRU 3410-EXIT.
000774     PERFORM 3420-RELEASE-FILE-4 THRU 3420-EXIT
000775         UNTIL WS-END-OF-FILE.
000776     CLOSE MRGE-IN4-FILE.
000777     PERFORM 5100-BALANCE-FILE THRU 5100-EXIT.
000778 3400-EXIT.
000779     EXIT.
000780*****************************************************************
000781* 3410-READ-FILE-4 - READ THE NEXT RECORD FROM THE STANDING-
000782* ORDER STREAM INTO THE COMMON TRANSACTION AREA.
000783*****************************************************************
000784 3410-READ-FILE-4.
000785     READ MRGE-IN4-FILE
000786         AT END
000787             MOVE 'Y' TO WS-EOF-SWITCH
000788             GO TO 3410-EXIT
000789     END-READ.
000790     MOVE MRGE-IN4-RECORD TO CALC-TRANS-RECORD.
000791 3410-EXIT.
000792     EXIT.
000793*****************************************************************
000794* 3420-RELEASE-FILE-4 - ROUTE ONE RECORD FROM THE STANDING-
000795* ORDER STREAM AND READ THE NEXT.
000796*****************************************************************
000797 3420-RELEASE-FILE-4.
000798     PERFORM 5200-TAKE-RECORD THRU 5200-EXIT.
000799     PERFORM 3410-READ-FILE-4 THRU 3410-EXIT.
000800 3420-EXIT.
000801     EXIT.
000802*****************************************************************
000803* 4000-WRITE-MERGED - WRITE THE CONSOLIDATED FILE - ONE HEADER,
000804* THE SORTED DETAILS, AND A TRAILER RECOMPUTED FROM WHAT WAS
000805* ACTUALLY WRITTEN SO CALCEDIT BALANCES AGAINST THIS RUN AND
000806* NOT AGAINST ANY ONE SOURCE.
000807*****************************************************************
000808 4000-WRITE-MERGED.
000809     MOVE WS-RUN-DATE TO WS-OH-FILE-DATE.
000810     WRITE MRGE-OUT-RECORD FROM WS-OUT-HEADER.
000811     MOVE 'N' TO WS-EOF-SWITCH.
000812     PERFORM 4100-RETURN-DETAIL THRU 4100-EXIT.
000813     PERFORM 4200-WRITE-DETAIL THRU 4200-EXIT
000814         UNTIL WS-END-OF-FILE.
000815     MOVE WS-OUT-DET-COUNT  TO WS-OT-REC-COUNT.
000816     MOVE WS-OUT-HASH-VAR-1 TO WS-OT-HASH-VAR-1.
000817     MOVE WS-OUT-HASH-VAR-2 TO WS-OT-HASH-VAR-2.
000818     WRITE MRGE-OUT-RECORD FROM WS-OUT-TRAILER.
000819 4000-EXIT.
000820     EXIT.
000821*****************************************************************
000822* 4100-RETURN-DETAIL - FETCH THE NEXT SORTED DETAIL RECORD.
000823*****************************************************************
000824 4100-RETURN-DETAIL.
000825     RETURN MRGE-SORT-FILE
000826         AT END
000827             MOVE 'Y' TO WS-EOF-SWITCH
000828     END-RETURN.
000829 4100-EXIT.
000830     EXIT.
000831*****************************************************************
000832* 4200-WRITE-DETAIL - WRITE ONE SORTED DETAIL TO THE
000833* CONSOLIDATED FILE, ACCUMULATE THE OUTPUT TRAILER TOTALS AND
000834* FETCH THE NEXT ONE.
000835*****************************************************************
000836 4200-WRITE-DETAIL.
000837     MOVE MRGE-SR-TRAN-IMAGE TO CALC-TRANS-RECORD.
000838     WRITE MRGE-OUT-RECORD FROM CALC-TRANS-RECORD.
000839     ADD 1 TO WS-OUT-DET-COUNT.
000840     IF CALC-TR-VAR-1 IS NUMERIC
000841         ADD CALC-TR-VAR-1 TO WS-OUT-HASH-VAR-1
000842     END-IF.
000843     IF CALC-TR-VAR-2 IS NUMERIC
000844         ADD CALC-TR-VAR-2 TO WS-OUT-HASH-VAR-2
000845     END-IF.
000846     PERFORM 4100-RETURN-DETAIL THRU 4100-EXIT.
000847 4200-EXIT.
000848     EXIT.
000849*****************************************************************
000850* 5000-RESET-FILE-TOTALS - CLEAR THE PER-FILE BALANCING FIELDS
000851* BEFORE THE NEXT SOURCE FILE.
000852*****************************************************************
000853 5000-RESET-FILE-TOTALS.
000854     MOVE ZERO TO WS-FILE-DET-COUNT.
000855     MOVE ZERO TO WS-FILE-HASH-VAR-1.
000856     MOVE ZERO TO WS-FILE-HASH-VAR-2.
000857     MOVE ZERO TO WS-FILE-EXP-COUNT.
000858     MOVE ZERO TO WS-FILE-EXP-HASH-1.
000859     MOVE ZERO TO WS-FILE-EXP-HASH-2.
000860     MOVE 'N' TO WS-FILE-TRAILER-SW.
000861     MOVE SPACES TO WS-FILE-SOURCE-ID.
000862     MOVE ZERO TO WS-FILE-DATE.
000863 5000-EXIT.
000864     EXIT.
000865*****************************************************************
000866* 5200-TAKE-RECORD - ROUTE ONE RECORD FROM THE COMMON
000867* TRANSACTION AREA BY ITS TYPE BYTE - CAPTURE THE HEADER FOR
000868* THE BALANCE LINE, CAPTURE THE TRAILER CONTROL TOTALS, AND
000869* RELEASE A DETAIL TO THE SORT UNDER ITS DEPARTMENT AND
000870* ARRIVAL SEQUENCE. IN WORKING STORAGE THE COPYBOOK'S THREE 01
000871* LEVELS ARE SEPARATE ITEMS, NOT ONE RECORD AREA AS UNDER AN
000872* FD, SO THE RECORD IMAGE MUST BE MOVED INTO THE HEADER OR
000873* TRAILER LAYOUT BEFORE ITS FIELDS CAN BE PICKED UP.
000874*****************************************************************
000875 5200-TAKE-RECORD.
000876     IF CALC-TR-HEADER
000877         MOVE CALC-TRANS-RECORD TO CALC-TRANS-HDR-RECORD
000878         MOVE CALC-TH-FILE-DATE TO WS-FILE-DATE
000879         MOVE CALC-TH-SOURCE-ID TO WS-FILE-SOURCE-ID
000880         GO TO 5200-EXIT
000881     END-IF.
000882     IF CALC-TR-TRAILER
000883         MOVE 'Y' TO WS-FILE-TRAILER-SW
000884         MOVE CALC-TRANS-RECORD TO CALC-TRANS-TRL-RECORD
000885         IF CALC-TT-REC-COUNT IS NUMERIC
000886             MOVE CALC-TT-REC-COUNT TO WS-FILE-EXP-COUNT
000887         END-IF
000888         IF CALC-TT-HASH-VAR-1 IS NUMERIC
000889             MOVE CALC-TT-HASH-VAR-1 TO WS-FILE-EXP-HASH-1
000890         END-IF
000891         IF CALC-TT-HASH-VAR-2 IS NUMERIC
000892             MOVE CALC-TT-HASH-VAR-2 TO WS-FILE-EXP-HASH-2
000893         END-IF
000894         GO TO 5200-EXIT
000895     END-IF.
000896     ADD 1 TO WS-FILE-DET-COUNT.
000897     IF CALC-TR-VAR-1 IS NUMERIC
000898         ADD CALC-TR-VAR-1 TO WS-FILE-HASH-VAR-1
000899     END-IF.
000900     IF CALC-TR-VAR-2 IS NUMERIC
000901         ADD CALC-TR-VAR-2 TO WS-FILE-HASH-VAR-2
000902     END-IF.
000903     ADD 1 TO WS-MERGE-SEQ.
000904     MOVE CALC-TR-DEPT-CODE  TO MRGE-SR-DEPT-CODE.
000905     MOVE WS-MERGE-SEQ       TO MRGE-SR-SEQ-NO.
000906     MOVE CALC-TRANS-RECORD  TO MRGE-SR-TRAN-IMAGE.
000907     RELEASE MRGE-SORT-RECORD.
000908 5200-EXIT.
000909     EXIT.
000910*****************************************************************
000911* 5100-BALANCE-FILE - PROVE ONE SOURCE FILE AGAINST ITS OWN
000912* TRAILER AND PRINT ITS BALANCE LINE. AN OUT-OF-BALANCE FILE,
000913* OR ONE WITH NO TRAILER, FAILS THE RUN SO THE SHORT FILE CAN
000914* BE TAKEN UP WITH ITS SENDER BEFORE CALCEDIT RUNS.
000915*****************************************************************
000916 5100-BALANCE-FILE.
000917     MOVE WS-FILE-NAME      TO WS-RPT-FILE-NAME.
000918     MOVE WS-FILE-SOURCE-ID TO WS-RPT-SOURCE-ID.
000919     MOVE WS-FILE-DATE      TO WS-RPT-FILE-DATE.
000920     MOVE WS-FILE-DET-COUNT TO WS-RPT-FILE-DETS.
000921     MOVE WS-FILE-EXP-COUNT TO WS-RPT-FILE-TRL.
000922     IF NOT WS-FILE-TRAILER-SEEN
000923         MOVE "*NO TRAILER*" TO WS-RPT-FILE-MSG
000924         MOVE 'N' TO WS-RUN-BAL-SWITCH
000925     ELSE
000926         IF WS-FILE-DET-COUNT = WS-FILE-EXP-COUNT
000927          AND WS-FILE-HASH-VAR-1 = WS-FILE-EXP-HASH-1
000928          AND WS-FILE-HASH-VAR-2 = WS-FILE-EXP-HASH-2
000929             MOVE "IN BALANCE" TO WS-RPT-FILE-MSG
000930         ELSE
000931             MOVE "*OUT OF BALANCE*" TO WS-RPT-FILE-MSG
000932             MOVE 'N' TO WS-RUN-BAL-SWITCH
000933         END-IF
000934     END-IF.
000935     WRITE MRGE-RPT-RECORD FROM WS-RPT-FILE-LINE.
000936     MOVE "HASH VAR-1 READ  . . " TO WS-RPT-HASH-LABEL.
000937     MOVE WS-FILE-HASH-VAR-1 TO WS-RPT-HASH-AMT.
000938     WRITE MRGE-RPT-RECORD FROM WS-RPT-HASH-LINE.
000939     MOVE "HASH VAR-1 TRAILER . " TO WS-RPT-HASH-LABEL.
000940     MOVE WS-FILE-EXP-HASH-1 TO WS-RPT-HASH-AMT.
000941     WRITE MRGE-RPT-RECORD FROM WS-RPT-HASH-LINE.
000942     MOVE "HASH VAR-2 READ  . . " TO WS-RPT-HASH-LABEL.
000943     MOVE WS-FILE-HASH-VAR-2 TO WS-RPT-HASH-AMT.
000944     WRITE MRGE-RPT-RECORD FROM WS-RPT-HASH-LINE.
000945     MOVE "HASH VAR-2 TRAILER . " TO WS-RPT-HASH-LABEL.
000946     MOVE WS-FILE-EXP-HASH-2 TO WS-RPT-HASH-AMT.
000947     WRITE MRGE-RPT-RECORD FROM WS-RPT-HASH-LINE.
000948 5100-EXIT.
000949     EXIT.
000950*****************************************************************
000951* 5300-FILE-MISSING - THE SOURCE FILE IS NOT PRESENT TODAY.
000952* PRINT THE FACT AND CARRY ON WITH THE REMAINING FILES.
000953*****************************************************************
000954 5300-FILE-MISSING.
000955     MOVE WS-FILE-NAME TO WS-RPT-FILE-NAME.
000956     MOVE SPACES       TO WS-RPT-SOURCE-ID.
000957     MOVE ZERO         TO WS-RPT-FILE-DATE.
000958     MOVE ZERO         TO WS-RPT-FILE-DETS.
000959     MOVE ZERO         TO WS-RPT-FILE-TRL.
000960     MOVE "NOT PRESENT" TO WS-RPT-FILE-MSG.
000961     WRITE MRGE-RPT-RECORD FROM WS-RPT-FILE-LINE.
000962 5300-EXIT.
000963     EXIT.
000964*****************************************************************
000965* 8000-WRAPUP - PRINT THE RUN TOTALS AND THE OVERALL BALANCE
000966* VERDICT, CLOSE THE FILES AND SET THE RETURN CODE.
000967*****************************************************************
000968 8000-WRAPUP.
000969     WRITE MRGE-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000970     MOVE WS-FILES-READ TO WS-RPT-FILES-COUNT.
000971     WRITE MRGE-RPT-RECORD FROM WS-RPT-FILES-LINE.
000972     MOVE WS-OUT-DET-COUNT TO WS-RPT-DETS-COUNT.
000973     WRITE MRGE-RPT-RECORD FROM WS-RPT-DETS-LINE.
000974     IF WS-RUN-IN-BALANCE
000975         MOVE "*** ALL SOURCE FILES IN BALANCE ***"
000976             TO WS-RPT-MSG
000977     ELSE
000978         MOVE "*** ONE OR MORE SOURCE FILES FAILED ***"
000979             TO WS-RPT-MSG
000980         MOVE 8 TO RETURN-CODE
000981     END-IF.
000982     WRITE MRGE-RPT-RECORD FROM WS-RPT-MSG-LINE.
000983     CLOSE MRGE-OUT-FILE.
000984     CLOSE MRGE-RPT-FILE.
000985     MOVE WS-FILES-READ TO WS-COUNT-EDIT.
000986     DISPLAY "CALCMRGE FILES MERGED . . . " WS-COUNT-EDIT.
000987     MOVE WS-OUT-DET-COUNT TO WS-COUNT-EDIT.
000988     DISPLAY "CALCMRGE DETAILS WRITTEN  . " WS-COUNT-EDIT.
000989     IF NOT WS-RUN-IN-BALANCE
000990         DISPLAY "CALCMRGE ONE OR MORE SOURCE FILES FAILED"
000991     END-IF.
000992 8000-EXIT.
000993     EXIT.
000994*****************************************************************
000995* 8900-RCTL-FINISH - RECORD THE FINISH OF THIS STEP AND ITS
000996* RETURN CODE ON THE CALCRCTL LEDGER. RETURN CODE 0 OR 4 IS
000997* COMPLETED; 8 OR HIGHER IS FAILED. A STEP REFUSED OR STOPPED
000998* BEFORE ITS START WAS RECORDED LEAVES THE LEDGER ALONE.
000999*****************************************************************
001000 8900-RCTL-FINISH.
001001     IF NOT WS-RCTL-STARTED
001002         GO TO 8900-EXIT
001003     END-IF.
001004     MOVE 'N' TO WS-RCTL-SWITCH.
001005     OPEN I-O CALC-RCTL-FILE.
001006     IF NOT WS-RCTL-OK
001007         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
001008         DISPLAY "CALCMRGE FINISH NOT RECORDED ON CALCRCTL"
001009         GO TO 8900-EXIT
001010     END-IF.
001011     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
001012     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
001013     READ CALC-RCTL-FILE
001014         INVALID KEY
001015             DISPLAY "CALCMRGE FINISH NOT RECORDED ON CALCRCTL"
001016             GO TO 8900-CLOSE
001017     END-READ.
001018     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
001019     ACCEPT WS-RCTL-TS-TIME FROM TIME.
001020     MOVE WS-RCTL-TS TO CALC-RC-END-TS.
001021     MOVE RETURN-CODE TO CALC-RC-RETURN-CODE.
001022     IF RETURN-CODE < 8
001023         MOVE 'C' TO CALC-RC-STATUS
001024     ELSE
001025         MOVE 'F' TO CALC-RC-STATUS
001026     END-IF.
001027     REWRITE CALC-RCTL-RECORD
001028         INVALID KEY
001029             DISPLAY "CANNOT RECORD FINISH ON CALCRCTL, STATUS "
001030                 WS-RCTL-STATUS
001031     END-REWRITE.
001032 8900-CLOSE.
001033     CLOSE CALC-RCTL-FILE.
001034 8900-EXIT.
001035     EXIT.
001036*****************************************************************
001037* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
001038* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
001039* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
001040*****************************************************************
001041 9900-OPEN-ERROR.
001042     DISPLAY "CALCMRGE RUN TERMINATED - SEE FILE STATUS ABOVE".
001043     MOVE 8 TO RETURN-CODE.
001044     CLOSE MRGE-OUT-FILE.
001045     CLOSE MRGE-RPT-FILE.
001046     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
001047     STOP RUN.
001048 9900-EXIT.
001049     EXIT.
