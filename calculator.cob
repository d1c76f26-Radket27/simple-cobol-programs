000216*                   POST HALF THE CHAIN. THE RECORD IS LISTED
000217*                   AND COUNTED FOR DATA ENTRY TO RE-SUBMIT
000218*                   THE FULL CHAIN THROUGH CALCTRAN.
000219* 2026-10-15  RA    AN 'R' REVERSAL RECORD IS NOT CALCULATED -
000220*                   ITS RESULT IS THE ORIGINAL FIGURE CARRIED
000221*                   IN VAR-1 WITH THE SIGN TURNED, WRITTEN AS AN
000222*                   OK RESULT UNDER THE ORIGINAL TRANSACTION ID
000223*                   WITH THE 'R' REVERSAL FLAG SET, SO CALCGLEX
000224*                   POSTS THE OFFSETTING ENTRY.
000225* 2026-10-15  RA    A BATCH-MODE RUN IS NOW RECORDED ON THE
000226*                   CALCRCTL RUN-CONTROL LEDGER - START, FINISH
000227*                   AND RETURN CODE UNDER THE BUSINESS DATE. IT
000228*                   IS REFUSED BEFORE ANY FILE IS OPENED IF
000229*                   CALCEDIT HAS NOT COMPLETED FOR THE DATE, OR
000230*                   IF THIS STEP HAS ALREADY COMPLETED FOR THE
000231*                   DATE AND NO RCTLPARM RERUN CARD AUTHORIZES
000232*                   RUNNING IT AGAIN.
000233*****************************************************************
000234 ENVIRONMENT DIVISION.
000235 INPUT-OUTPUT SECTION.
000236 FILE-CONTROL.
000237     SELECT CALC-TRANS-FILE  ASSIGN TO "CALCVALD"
000238         ORGANIZATION IS SEQUENTIAL
000239         FILE STATUS IS WS-TRANS-STATUS.
000240     SELECT CALC-RSLT-FILE   ASSIGN TO "CALCRSLT"
000241         ORGANIZATION IS SEQUENTIAL
000242         FILE STATUS IS WS-RSLT-STATUS.
000243     SELECT CALC-RPT-FILE    ASSIGN TO "CALCRPT"
000244         ORGANIZATION IS LINE SEQUENTIAL
000245         FILE STATUS IS WS-RPT-STATUS.
000246     SELECT CALC-AUDIT-FILE  ASSIGN TO "CALCAUDT"
000247         ORGANIZATION IS LINE SEQUENTIAL
000248         FILE STATUS IS WS-AUDIT-STATUS.
000249     SELECT CALC-CKPT-FILE   ASSIGN TO "CALCCKPT"
000250         ORGANIZATION IS SEQUENTIAL
000251         FILE STATUS IS WS-CKPT-STATUS.
000252     SELECT CALC-PARM-FILE   ASSIGN TO "CALCPARM"
000253         ORGANIZATION IS LINE SEQUENTIAL
000254         FILE STATUS IS WS-PARM-STATUS.
000255     SELECT CALC-HIST-FILE   ASSIGN TO "CALCHIST"
000256         ORGANIZATION IS LINE SEQUENTIAL
000257         FILE STATUS IS WS-HIST-STATUS.
000258     SELECT CALC-RCYC-FILE   ASSIGN TO "CALCRCYC"
000259         ORGANIZATION IS SEQUENTIAL
000260         FILE STATUS IS WS-RCYC-STATUS.
000261     SELECT CALC-DEPT-FILE   ASSIGN TO "CALCDEPT"
000262         ORGANIZATION IS INDEXED
000263         ACCESS MODE IS RANDOM
000264         RECORD KEY IS CALC-DP-DEPT-CODE
000265         FILE STATUS IS WS-DEPT-STATUS.
000266     SELECT CALC-RCTL-FILE   ASSIGN TO "CALCRCTL"
000267         ORGANIZATION IS INDEXED
000268         ACCESS MODE IS RANDOM
000269         RECORD KEY IS CALC-RC-KEY
000270         FILE STATUS IS WS-RCTL-STATUS.
000271     SELECT RCTL-PARM-FILE   ASSIGN TO "RCTLPARM"
000272         ORGANIZATION IS LINE SEQUENTIAL
000273         FILE STATUS IS WS-RCPM-STATUS.
000274 DATA DIVISION.
000275 FILE SECTION.
000276 FD  CALC-TRANS-FILE
000277     LABEL RECORDS ARE STANDARD.
000278     COPY CALCTRAN.
000279 FD  CALC-RSLT-FILE
000280     LABEL RECORDS ARE STANDARD.
000281     COPY CALCRSLT.
000282 FD  CALC-RPT-FILE
000283     LABEL RECORDS ARE STANDARD.
000284 01  CALC-RPT-RECORD                PIC X(80).
000285 FD  CALC-AUDIT-FILE
000286     LABEL RECORDS ARE STANDARD.
000287     COPY CALCAUDT.
000288 FD  CALC-CKPT-FILE
000289     LABEL RECORDS ARE STANDARD.
000290     COPY CALCCKPT.
000291 FD  CALC-HIST-FILE
000292     LABEL RECORDS ARE STANDARD.
000293     COPY CALCHIST.
000294 FD  CALC-RCYC-FILE
000295     LABEL RECORDS ARE STANDARD.
000296 01  CALC-RCYC-RECORD               PIC X(36).
000297 FD  CALC-DEPT-FILE
000298     LABEL RECORDS ARE STANDARD.
000299     COPY CALCDEPT.
000300 FD  CALC-PARM-FILE
000301     LABEL RECORDS ARE STANDARD.
000302 01  CALC-PARM-RECORD.
000303     05  CALC-PA-RUN-MODE        PIC X(01).
000304     05  FILLER                  PIC X(01).
000305     05  CALC-PA-RUN-DATE        PIC X(08).
000306     05  FILLER                  PIC X(01).
000307     05  CALC-PA-OPTION          PIC X(01).
000308     05  FILLER                  PIC X(68).
000309 FD  CALC-RCTL-FILE
000310     LABEL RECORDS ARE STANDARD.
000311     COPY CALCRCTL.
000312 FD  RCTL-PARM-FILE
000313     LABEL RECORDS ARE STANDARD.
000314     COPY CALCRCCD.
000315 WORKING-STORAGE SECTION.
000316*****************************************************************
000317* SWITCHES AND COUNTERS.
000318*****************************************************************
000319 77  WS-RUN-MODE                 PIC X(01) VALUE 'I'.
000320     88  WS-MODE-BATCH               VALUE 'B' 'b'.
000321     88  WS-MODE-INTERACTIVE         VALUE 'I' 'i'.
000322     88  WS-MODE-CORRECT             VALUE 'E' 'e'.
000323 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000324     88  WS-END-OF-FILE               VALUE 'Y'.
000325 77  WS-OP-VALID-SWITCH           PIC X(01) VALUE 'N'.
000326     88  WS-OP-WAS-VALID              VALUE 'Y'.
000327 77  WS-CALC-ERROR-SWITCH         PIC X(01) VALUE 'N'.
000328     88  WS-CALC-HAD-ERROR            VALUE 'Y'.
000329 77  WS-QUOTIENT                  PIC S9(09) COMP.
000330 77  WS-REC-COUNT                 PIC 9(09) COMP VALUE ZERO.
000331 77  WS-CKPT-REC-NO               PIC 9(09) COMP VALUE ZERO.
000332 77  WS-THIS-REC-NO               PIC 9(09) COMP VALUE ZERO.
000333 77  WS-DONE-COUNT                PIC 9(09) COMP VALUE ZERO.
000334 77  WS-CHAIN-SWITCH              PIC X(01) VALUE 'N'.
000335     88  WS-CHAIN-APPLIED             VALUE 'Y'.
000336 77  WS-REVERSAL-SWITCH           PIC X(01) VALUE 'N'.
000337     88  WS-REVERSAL-APPLIED          VALUE 'Y'.
000338 77  WS-VALID-COUNT                PIC 9(09) COMP VALUE ZERO.
000339 77  WS-ERROR-COUNT                PIC 9(09) COMP VALUE ZERO.
000340 77  WS-TOTAL-PROCESSED            PIC 9(09) COMP VALUE ZERO.
000341 77  WS-TRAILER-SWITCH            PIC X(01) VALUE 'N'.
000342     88  WS-TRAILER-SEEN              VALUE 'Y'.
000343 77  WS-EXP-REC-COUNT             PIC 9(09) COMP VALUE ZERO.
000344 77  WS-EXP-HASH-1             PIC S9(11)V9(02) COMP VALUE ZERO.
000345 77  WS-EXP-HASH-2             PIC S9(11)V9(02) COMP VALUE ZERO.
000346 77  WS-ACC-HASH-1             PIC S9(11)V9(02) COMP VALUE ZERO.
000347 77  WS-ACC-HASH-2             PIC S9(11)V9(02) COMP VALUE ZERO.
000348 77  WS-HDR-FILE-DATE             PIC 9(08) VALUE ZEROES.
000349 77  WS-HDR-SOURCE-ID             PIC X(08) VALUE SPACES.
000350 77  WS-TRANS-STATUS              PIC X(02) VALUE ZEROES.
000351     88  WS-TRANS-OK                  VALUE '00'.
000352 77  WS-RSLT-STATUS               PIC X(02) VALUE ZEROES.
000353     88  WS-RSLT-OK                   VALUE '00'.
000354     88  WS-RSLT-NOT-FOUND            VALUE '35'.
000355 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000356     88  WS-RPT-OK                    VALUE '00'.
000357     88  WS-RPT-NOT-FOUND             VALUE '35'.
000358 77  WS-AUDIT-STATUS              PIC X(02) VALUE ZEROES.
000359     88  WS-AUDIT-NOT-FOUND           VALUE '35'.
000360 77  WS-CKPT-STATUS               PIC X(02) VALUE ZEROES.
000361     88  WS-CKPT-NOT-FOUND            VALUE '35'.
000362 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000363     88  WS-PARM-OK                   VALUE '00'.
000364     88  WS-PARM-NOT-FOUND            VALUE '35'.
000365 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000366 77  WS-SUPPRESS-SWITCH           PIC X(01) VALUE 'N'.
000367     88  WS-SUPPRESS-DETAIL           VALUE 'S' 'Y'.
000368 77  WS-HIST-STATUS               PIC X(02) VALUE ZEROES.
000369     88  WS-HIST-NOT-FOUND            VALUE '35'.
000370 77  WS-RESTART-FLAG              PIC X(01) VALUE 'C'.
000371 77  WS-RCYC-STATUS               PIC X(02) VALUE ZEROES.
000372     88  WS-RCYC-NOT-FOUND            VALUE '35'.
000373 77  WS-DEPT-STATUS               PIC X(02) VALUE ZEROES.
000374     88  WS-DEPT-OK                   VALUE '00'.
000375     88  WS-DEPT-NOT-FOUND            VALUE '35'.
000376 77  WS-DEPT-MASTER-SWITCH        PIC X(01) VALUE 'N'.
000377     88  WS-DEPT-MASTER-OPEN          VALUE 'Y'.
000378*****************************************************************
000379* ERROR-CORRECTION MODE WORKING FIELDS.
000380*****************************************************************
000381 77  WS-ANSWER                    PIC X(01) VALUE SPACE.
000382 77  WS-CHECK-OP                  PIC X(01) VALUE SPACE.
000383     88  WS-CHECK-OP-VALID            VALUE '+' '-' '*' '/'
000384                                            'M' 'm' 'P' 'p'.
000385 77  WS-VAR-EDIT                  PIC ---,---,--9.99.
000386 77  WS-ERRS-SEEN                 PIC 9(09) COMP VALUE ZERO.
000387 77  WS-CORRECTED-COUNT           PIC 9(09) COMP VALUE ZERO.
000388 77  WS-SKIPPED-COUNT             PIC 9(09) COMP VALUE ZERO.
000389 77  WS-CHAINED-COUNT             PIC 9(09) COMP VALUE ZERO.
000390 77  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
000391 01  WS-RCYC-DETAIL.
000392     05  WS-RD-REC-TYPE              PIC X(01) VALUE 'D'.
000393     05  WS-RD-VAR-1                 PIC S9(09)V9(02).
000394     05  WS-RD-VAR-2                 PIC S9(09)V9(02).
000395     05  WS-RD-VAR-01                PIC X(01).
000396     05  WS-RD-TRANS-ID              PIC X(08).
000397     05  WS-RD-DEPT-CODE             PIC X(04).
000398*****************************************************************
000399* CALCULATOR WORKING FIELDS.
000400*****************************************************************
000401 01  VAR-1                        PIC S9(09)V9(02) VALUE ZEROES.
000402 01  VAR-2                        PIC S9(09)V9(02) VALUE ZEROES.
000403 01  VAR-01                       PIC X(01) VALUE ZERO.
000404 01  VAR-SUM                      PIC S9(09)V9(02) VALUE ZEROES.
000405 01  VAR-SUM-EDIT                 PIC ---,---,--9.99.
000406 77  WS-TRANS-ID                  PIC X(08) VALUE SPACES.
000407 77  WS-DEPT-CODE                 PIC X(04) VALUE SPACES.
000408*****************************************************************
000409* ORIGINAL DETAIL INPUTS, SAVED ACROSS A CONTINUATION STEP SO
000410* THE RESULT RECORD, REPORT LINE AND AUDIT RECORD ECHO WHAT THE
000411* REQUESTER SUBMITTED WITH THE FINISHED FIGURE.
000412*****************************************************************
000413 77  WS-ORIG-VAR-1                PIC S9(09)V9(02) VALUE ZEROES.
000414 77  WS-ORIG-VAR-2                PIC S9(09)V9(02) VALUE ZEROES.
000415 77  WS-ORIG-VAR-01               PIC X(01) VALUE SPACE.
000416*****************************************************************
000417* DEPARTMENT CONTROL-BREAK FIELDS FOR THE BATCH REPORT.
000418*****************************************************************
000419 77  WS-GROUP-SWITCH              PIC X(01) VALUE 'N'.
000420     88  WS-GROUP-OPEN                VALUE 'Y'.
000421 77  WS-PREV-DEPT                 PIC X(04) VALUE SPACES.
000422 77  WS-DEPT-REC-COUNT            PIC 9(09) COMP VALUE ZERO.
000423 77  WS-DEPT-VALID-COUNT          PIC 9(09) COMP VALUE ZERO.
000424 77  WS-DEPT-ERROR-COUNT          PIC 9(09) COMP VALUE ZERO.
000425 77  WS-DEPT-SUM               PIC S9(11)V9(02) COMP VALUE ZERO.
000426*****************************************************************
000427* TIMESTAMP FOR THE AUDIT LOG.
000428*****************************************************************
000429 01  WS-TIMESTAMP.
000430     05  WS-TS-DATE                  PIC 9(08).
000431     05  WS-TS-TIME                  PIC 9(08).
000432 01  WS-START-STAMP.
000433     05  WS-SS-DATE                  PIC 9(08).
000434     05  WS-SS-TIME                  PIC 9(08).
000435*****************************************************************
000436* PRINTED SUMMARY REPORT LINES.
000437*****************************************************************
000438 01  WS-RPT-HEADING-1.
000439     05  FILLER                      PIC X(20)
000440         VALUE "CALCULATOR BATCH RUN".
000441     05  FILLER                      PIC X(11)
000442         VALUE "  RUN DATE ".
000443     05  WS-RPT-RUN-DATE              PIC 9(08).
000444 01  WS-RPT-HEADING-2.
000445     05  FILLER                      PIC X(08) VALUE "REC NO".
000446     05  FILLER                      PIC X(05) VALUE SPACES.
000447     05  FILLER                      PIC X(14) VALUE "VAR-1".
000448     05  FILLER                      PIC X(03) VALUE SPACES.
000449     05  FILLER                      PIC X(14) VALUE "VAR-2".
000450     05  FILLER                      PIC X(03) VALUE SPACES.
000451     05  FILLER                      PIC X(02) VALUE "OP".
000452     05  FILLER                      PIC X(03) VALUE SPACES.
000453     05  FILLER                      PIC X(14) VALUE "RESULT".
000454     05  FILLER                      PIC X(03) VALUE SPACES.
000455     05  FILLER                      PIC X(06) VALUE "STATUS".
000456 01  WS-RPT-DETAIL-LINE.
000457     05  WS-RPT-REC-NO                PIC ZZZ,ZZ9.
000458     05  FILLER                      PIC X(03) VALUE SPACES.
000459     05  WS-RPT-VAR-1                 PIC ---,---,--9.99.
000460     05  FILLER                      PIC X(02) VALUE SPACES.
000461     05  WS-RPT-VAR-2                 PIC ---,---,--9.99.
000462     05  FILLER                      PIC X(03) VALUE SPACES.
000463     05  WS-RPT-VAR-01                PIC X(01).
000464     05  FILLER                      PIC X(04) VALUE SPACES.
000465     05  WS-RPT-VAR-SUM               PIC ---,---,--9.99.
000466     05  FILLER                      PIC X(03) VALUE SPACES.
000467     05  WS-RPT-STATUS-TXT            PIC X(09).
000468 01  WS-RPT-SUMMARY-LINE.
000469     05  FILLER                      PIC X(20) VALUE SPACES.
000470 01  WS-RPT-TOTAL-LINE.
000471     05  FILLER                      PIC X(22)
000472         VALUE "RECORDS PROCESSED . .".
000473     05  WS-RPT-TOTAL-READ            PIC ZZZ,ZZ9.
000474 01  WS-RPT-VALID-LINE.
000475     05  FILLER                      PIC X(22)
000476         VALUE "RECORDS OK . . . . . ".
000477     05  WS-RPT-TOTAL-VALID           PIC ZZZ,ZZ9.
000478 01  WS-RPT-ERROR-LINE.
000479     05  FILLER                      PIC X(22)
000480         VALUE "RECORDS IN ERROR . . ".
000481     05  WS-RPT-TOTAL-ERROR           PIC ZZZ,ZZ9.
000482*****************************************************************
000483* RUN BALANCING BLOCK PRINTED UNDER THE TOTALS - THE TRAILER
000484* CONTROL TOTALS AGAINST WHAT THIS RUN ACTUALLY READ.
000485*****************************************************************
000486 01  WS-RPT-DEPT-HDR-LINE.
000487     05  FILLER                      PIC X(11)
000488         VALUE "DEPARTMENT ".
000489     05  WS-RPT-DEPT-CODE             PIC X(04).
000490     05  FILLER                      PIC X(02) VALUE SPACES.
000491     05  WS-RPT-DEPT-NAME             PIC X(30).
000492 01  WS-RPT-DEPT-REC-LINE.
000493     05  FILLER                      PIC X(22)
000494         VALUE "DEPT RECORDS . . . . ".
000495     05  WS-RPT-DEPT-REC              PIC ZZZ,ZZ9.
000496 01  WS-RPT-DEPT-OK-LINE.
000497     05  FILLER                      PIC X(22)
000498         VALUE "DEPT OK  . . . . . . ".
000499     05  WS-RPT-DEPT-OK               PIC ZZZ,ZZ9.
000500 01  WS-RPT-DEPT-ERR-LINE.
000501     05  FILLER                      PIC X(22)
000502         VALUE "DEPT IN ERROR  . . . ".
000503     05  WS-RPT-DEPT-ERR              PIC ZZZ,ZZ9.
000504 01  WS-RPT-DEPT-SUM-LINE.
000505     05  FILLER                      PIC X(22)
000506         VALUE "DEPT RESULT TOTAL  . ".
000507     05  WS-RPT-DEPT-SUM              PIC ----,---,---,--9.99.
000508 01  WS-RPT-BAL-HDR-LINE.
000509     05  FILLER                      PIC X(07) VALUE "SOURCE ".
000510     05  WS-RPT-BAL-SOURCE            PIC X(08).
000511     05  FILLER                      PIC X(12)
000512         VALUE "  FILE DATE ".
000513     05  WS-RPT-BAL-DATE              PIC 9(08).
000514 01  WS-RPT-BAL-COUNT-LINE.
000515     05  FILLER                      PIC X(22)
000516         VALUE "RECORDS ON TRAILER . ".
000517     05  WS-RPT-BAL-COUNT             PIC ZZZ,ZZ9.
000518 01  WS-RPT-BAL-HASH-LINE.
000519     05  WS-RPT-BAL-HASH-LABEL        PIC X(22).
000520     05  WS-RPT-BAL-HASH-AMT          PIC ----,---,---,--9.99.
000521 01  WS-RPT-BAL-MSG-LINE.
000522     05  WS-RPT-BAL-MSG               PIC X(34).
000523*****************************************************************
000524* RUN-CONTROL LEDGER - THIS STEP'S NAME ON CALCRCTL, THE STEPS
000525* THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY
000526* START, AND THE WORK FIELDS FOR RECORDING ITS START AND FINISH.
000527*****************************************************************
000528 77  WS-RCTL-STATUS               PIC X(02) VALUE ZEROES.
000529     88  WS-RCTL-OK                   VALUE '00'.
000530     88  WS-RCTL-NOT-FOUND            VALUE '35'.
000531 77  WS-RCPM-STATUS               PIC X(02) VALUE ZEROES.
000532     88  WS-RCPM-OK                   VALUE '00'.
000533     88  WS-RCPM-NOT-FOUND            VALUE '35'.
000534 77  WS-RCTL-SWITCH               PIC X(01) VALUE 'N'.
000535     88  WS-RCTL-STARTED              VALUE 'Y'.
000536 77  WS-RCTL-REFUSE-SWITCH        PIC X(01) VALUE 'N'.
000537     88  WS-RCTL-REFUSED              VALUE 'Y'.
000538 77  WS-RCTL-RERUN-SWITCH         PIC X(01) VALUE 'N'.
000539     88  WS-RCTL-RERUN-OK             VALUE 'Y'.
000540 77  WS-RCTL-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
000541     88  WS-RCTL-ON-FILE              VALUE 'Y'.
000542 77  WS-RCTL-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000543     88  WS-RCTL-CARD-END             VALUE 'Y'.
000544 77  WS-RCTL-PROGRAM              PIC X(10) VALUE "CALCULATOR".
000545 77  WS-RCTL-BUS-DATE             PIC 9(08) VALUE ZEROES.
000546 77  WS-RCTL-RERUN-BY             PIC X(08) VALUE SPACES.
000547 77  WS-RCTL-SUB                  PIC 9(04) COMP VALUE ZERO.
000548 77  WS-RCTL-PREREQ-COUNT         PIC 9(04) COMP VALUE 1.
000549 01  WS-RCTL-PREREQ-LIST.
000550     05  FILLER                      PIC X(10) VALUE "CALCEDIT".
000551 01  WS-RCTL-PREREQ-TABLE REDEFINES WS-RCTL-PREREQ-LIST.
000552     05  WS-RCTL-PREREQ              PIC X(10) OCCURS 1 TIMES.
000553 01  WS-RCTL-TS.
000554     05  WS-RCTL-TS-DATE             PIC 9(08).
000555     05  WS-RCTL-TS-TIME             PIC 9(08).
000556 PROCEDURE DIVISION.
000557*****************************************************************
000558* 0000-MAINLINE - DECIDE INTERACTIVE OR BATCH AND RUN IT.
000559*****************************************************************
000560 0000-MAINLINE.
000561     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000562     PERFORM 2110-OPEN-AUDIT-FILE THRU 2110-EXIT.
000563     IF WS-MODE-BATCH
000564         PERFORM 2000-BATCH-PROCESS THRU 2000-EXIT
000565     ELSE
000566         IF WS-MODE-CORRECT
000567             PERFORM 6000-CORRECT-PROCESS THRU 6000-EXIT
000568         ELSE
000569             PERFORM 3000-INTERACTIVE-PROCESS THRU 3000-EXIT
000570         END-IF
000571     END-IF.
000572     CLOSE CALC-AUDIT-FILE.
000573     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000574     STOP RUN.
000575*****************************************************************
000576* 1000-INITIALIZE - PICK UP THE RUN PARAMETERS. THE CALCPARM
000577* CONTROL CARD CARRIES THE RUN MODE, THE RUN DATE FOR THE REPORT
000578* HEADINGS AND THE TOTALS-ONLY OPTION, SO A SCHEDULED RUN NEEDS
000579* NO OPERATOR. ONLY WHEN NO CONTROL FILE IS PRESENT IS THE
000580* OPERATOR PROMPTED FOR THE RUN MODE AS BEFORE.
000581*****************************************************************
000582 1000-INITIALIZE.
000583     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000584     PERFORM 1100-GET-PARM THRU 1100-EXIT.
000585     IF WS-PARM-NOT-FOUND
000586         DISPLAY
000587       "RUN MODE (I=INTERACTIVE, B=BATCH, E=CORRECT):"
000588         ACCEPT WS-RUN-MODE
000589     END-IF.
000590     IF WS-MODE-BATCH
000591         PERFORM 1500-RCTL-START THRU 1500-EXIT
000592     END-IF.
000593     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
000594 1000-EXIT.
000595     EXIT.
000596*****************************************************************
000597* 1100-GET-PARM - READ THE CALCPARM CONTROL CARD. A BLANK FIELD
000598* LEAVES ITS DEFAULT IN PLACE - INTERACTIVE MODE, TODAY'S DATE,
000599* DETAIL LINES PRINTED.
000600*****************************************************************
000601 1100-GET-PARM.
000602     OPEN INPUT CALC-PARM-FILE.
000603     IF WS-PARM-NOT-FOUND
000604         GO TO 1100-EXIT
000605     END-IF.
000606     IF NOT WS-PARM-OK
000607         DISPLAY "CANNOT OPEN CALCPARM, STATUS " WS-PARM-STATUS
000608         PERFORM 9900-BATCH-OPEN-ERROR THRU 9900-EXIT
000609     END-IF.
000610     READ CALC-PARM-FILE
000611         AT END
000612             GO TO 1100-CLOSE
000613     END-READ.
000614     IF CALC-PA-RUN-MODE NOT = SPACE
000615         MOVE CALC-PA-RUN-MODE TO WS-RUN-MODE
000616     END-IF.
000617     IF CALC-PA-RUN-DATE IS NUMERIC
000618         MOVE CALC-PA-RUN-DATE TO WS-RUN-DATE
000619     END-IF.
000620     IF CALC-PA-OPTION NOT = SPACE
000621         MOVE CALC-PA-OPTION TO WS-SUPPRESS-SWITCH
000622     END-IF.
000623 1100-CLOSE.
000624     CLOSE CALC-PARM-FILE.
000625 1100-EXIT.
000626     EXIT.
000627*****************************************************************
000628* 1500-RCTL-START - RECORD THE START OF THIS STEP ON THE CALCRCTL
000629* RUN-CONTROL LEDGER. THE STEP IS REFUSED, BEFORE IT HAS OPENED
000630* ANY OF ITS FILES, IF THE STEPS IT DEPENDS ON HAVE NOT ALL
000631* COMPLETED FOR THE BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED
000632* FOR THE DATE AND NO RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000633* AGAIN. EVERY REASON FOR REFUSING IS SHOWN.
000634*****************************************************************
000635 1500-RCTL-START.
000636     MOVE WS-RUN-DATE TO WS-RCTL-BUS-DATE.
000637     PERFORM 1510-RCTL-GET-CARDS THRU 1510-EXIT.
000638     OPEN I-O CALC-RCTL-FILE.
000639     IF WS-RCTL-NOT-FOUND
000640         CLOSE CALC-RCTL-FILE
000641         OPEN OUTPUT CALC-RCTL-FILE
000642         CLOSE CALC-RCTL-FILE
000643         OPEN I-O CALC-RCTL-FILE
000644     END-IF.
000645     IF NOT WS-RCTL-OK
000646         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000647         DISPLAY "CALCULATOR RUN TERMINATED - "
000648             "SEE FILE STATUS ABOVE"
000649         MOVE 8 TO RETURN-CODE
000650         STOP RUN
000651     END-IF.
000652     PERFORM 1530-RCTL-CHECK-PREREQ THRU 1530-EXIT
000653         VARYING WS-RCTL-SUB FROM 1 BY 1
000654         UNTIL WS-RCTL-SUB > WS-RCTL-PREREQ-COUNT.
000655     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000656     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000657     READ CALC-RCTL-FILE
000658         INVALID KEY
000659             MOVE 'N' TO WS-RCTL-ON-FILE-SWITCH
000660             MOVE SPACES TO CALC-RCTL-RECORD
000661             MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE
000662             MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM
000663             MOVE ZERO TO CALC-RC-RUN-COUNT
000664             GO TO 1500-RECORD-START
000665     END-READ.
000666     MOVE 'Y' TO WS-RCTL-ON-FILE-SWITCH.
000667     IF CALC-RC-STARTED
000668         DISPLAY "CALCULATOR PREVIOUS RUN FOR " WS-RCTL-BUS-DATE
000669             " DID NOT FINISH"
000670     END-IF.
000671     IF NOT CALC-RC-COMPLETE
000672         GO TO 1500-RECORD-START
000673     END-IF.
000674     IF NOT WS-RCTL-RERUN-OK
000675         DISPLAY "CALCULATOR ALREADY COMPLETED FOR "
000676             WS-RCTL-BUS-DATE
000677             " - RERUN CARD REQUIRED"
000678         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000679         GO TO 1500-RECORD-START
000680     END-IF.
000681     DISPLAY "CALCULATOR RERUN FOR " WS-RCTL-BUS-DATE
000682         " AUTHORIZED BY " WS-RCTL-RERUN-BY.
000683     MOVE WS-RCTL-RERUN-BY TO CALC-RC-RERUN-BY.
000684 1500-RECORD-START.
000685     IF WS-RCTL-REFUSED
000686         CLOSE CALC-RCTL-FILE
000687         DISPLAY "CALCULATOR RUN REFUSED BY RUN CONTROL"
000688         MOVE 8 TO RETURN-CODE
000689         STOP RUN
000690     END-IF.
000691     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000692     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000693     MOVE 'S' TO CALC-RC-STATUS.
000694     MOVE WS-RCTL-TS TO CALC-RC-START-TS.
000695     MOVE SPACES TO CALC-RC-END-TS.
000696     MOVE ZERO TO CALC-RC-RETURN-CODE.
000697     ADD 1 TO CALC-RC-RUN-COUNT.
000698     IF WS-RCTL-ON-FILE
000699         REWRITE CALC-RCTL-RECORD
000700             INVALID KEY
000701                 GO TO 1500-WRITE-ERROR
000702         END-REWRITE
000703     ELSE
000704         WRITE CALC-RCTL-RECORD
000705             INVALID KEY
000706                 GO TO 1500-WRITE-ERROR
000707         END-WRITE
000708     END-IF.
000709     CLOSE CALC-RCTL-FILE.
000710     MOVE 'Y' TO WS-RCTL-SWITCH.
000711     GO TO 1500-EXIT.
000712 1500-WRITE-ERROR.
000713     DISPLAY "CANNOT RECORD START ON CALCRCTL, STATUS "
000714         WS-RCTL-STATUS.
000715     DISPLAY "CALCULATOR RUN TERMINATED - "
000716         "SEE FILE STATUS ABOVE".
000717     CLOSE CALC-RCTL-FILE.
000718     MOVE 8 TO RETURN-CODE.
000719     STOP RUN.
000720 1500-EXIT.
000721     EXIT.
000722*****************************************************************
000723* 1510-RCTL-GET-CARDS - READ THE SHARED RCTLPARM RUN-CONTROL
000724* CARDS, IF ANY, FOR A BUSINESS DATE CARD AND A RERUN CARD FOR
000725* THIS STEP.
000726*****************************************************************
000727 1510-RCTL-GET-CARDS.
000728     OPEN INPUT RCTL-PARM-FILE.
000729     IF WS-RCPM-NOT-FOUND
000730         GO TO 1510-EXIT
000731     END-IF.
000732     IF NOT WS-RCPM-OK
000733         DISPLAY "CANNOT OPEN RCTLPARM, STATUS " WS-RCPM-STATUS
000734         DISPLAY "CALCULATOR RUN TERMINATED - "
000735             "SEE FILE STATUS ABOVE"
000736         MOVE 8 TO RETURN-CODE
000737         STOP RUN
000738     END-IF.
000739     PERFORM 1520-RCTL-READ-CARD THRU 1520-EXIT
000740         UNTIL WS-RCTL-CARD-END.
000741     CLOSE RCTL-PARM-FILE.
000742 1510-EXIT.
000743     EXIT.
000744*****************************************************************
000745* 1520-RCTL-READ-CARD - TAKE ONE RUN-CONTROL CARD. A DATE CARD
000746* SETS THE BUSINESS DATE; A RERUN CARD COUNTS ONLY IF IT NAMES
000747* THIS STEP, THE BUSINESS DATE IN FORCE AND WHO AUTHORIZED IT.
000748*****************************************************************
000749 1520-RCTL-READ-CARD.
000750     READ RCTL-PARM-FILE
000751         AT END
000752             MOVE 'Y' TO WS-RCTL-CARD-EOF-SWITCH
000753             GO TO 1520-EXIT
000754     END-READ.
000755     IF CALC-RK-DATE-CARD
000756      AND CALC-RK-BUS-DATE IS NUMERIC
000757         MOVE CALC-RK-BUS-DATE TO WS-RCTL-BUS-DATE
000758         MOVE 'N' TO WS-RCTL-RERUN-SWITCH
000759         GO TO 1520-EXIT
000760     END-IF.
000761     IF NOT CALC-RK-RERUN-CARD
000762      OR CALC-RK-PROGRAM NOT = WS-RCTL-PROGRAM
000763      OR CALC-RK-BUS-DATE NOT = WS-RCTL-BUS-DATE
000764         GO TO 1520-EXIT
000765     END-IF.
000766     IF CALC-RK-AUTH-BY = SPACES
000767         DISPLAY "CALCULATOR RERUN CARD IGNORED - NO AUTHORIZER"
000768         GO TO 1520-EXIT
000769     END-IF.
000770     MOVE 'Y' TO WS-RCTL-RERUN-SWITCH.
000771     MOVE CALC-RK-AUTH-BY TO WS-RCTL-RERUN-BY.
000772 1520-EXIT.
000773     EXIT.
000774*****************************************************************
000775* 1530-RCTL-CHECK-PREREQ - PROVE THAT ONE STEP THIS ONE DEPENDS
000776* ON HAS COMPLETED FOR THE BUSINESS DATE.
000777*****************************************************************
000778 1530-RCTL-CHECK-PREREQ.
000779     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000780     MOVE WS-RCTL-PREREQ (WS-RCTL-SUB) TO CALC-RC-PROGRAM.
000781     READ CALC-RCTL-FILE
000782         INVALID KEY
000783             DISPLAY "CALCULATOR WAITING ON "
000784                 WS-RCTL-PREREQ (WS-RCTL-SUB)
000785                 " - NOT RUN FOR " WS-RCTL-BUS-DATE
000786             MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000787             GO TO 1530-EXIT
000788     END-READ.
000789     IF NOT CALC-RC-COMPLETE
000790         DISPLAY "CALCULATOR WAITING ON "
000791             WS-RCTL-PREREQ (WS-RCTL-SUB)
000792             " - NOT COMPLETED FOR " WS-RCTL-BUS-DATE
000793         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000794     END-IF.
000795 1530-EXIT.
000796     EXIT.
000797*****************************************************************
000798* 2000-BATCH-PROCESS - DRIVE CALC-TRANS-FILE END TO END,
000799* RESUMING FROM THE LAST CHECKPOINTED RECORD IF ONE EXISTS.
000800*****************************************************************
000801 2000-BATCH-PROCESS.
000802     ACCEPT WS-SS-DATE FROM DATE YYYYMMDD.
000803     ACCEPT WS-SS-TIME FROM TIME.
000804     PERFORM 2200-READ-CKPT THRU 2200-EXIT.
000805     IF WS-CKPT-REC-NO > ZERO
000806         MOVE 'R' TO WS-RESTART-FLAG
000807     END-IF.
000808     PERFORM 2100-OPEN-BATCH-FILES THRU 2100-EXIT.
000809     PERFORM 2310-READ-TRANS THRU 2310-EXIT.
000810     PERFORM 2300-SKIP-PROCESSED THRU 2300-EXIT
000811         UNTIL WS-END-OF-FILE
000812            OR WS-REC-COUNT > WS-CKPT-REC-NO.
000813     PERFORM 2400-PROCESS-TRANS THRU 2400-EXIT
000814         UNTIL WS-END-OF-FILE.
000815     IF WS-GROUP-OPEN
000816         PERFORM 2630-END-DEPT-GROUP THRU 2630-EXIT
000817     END-IF.
000818     PERFORM 2800-WRITE-SUMMARY THRU 2800-EXIT.
000819     PERFORM 2820-WRITE-BALANCE THRU 2820-EXIT.
000820     PERFORM 2850-CLOSE-BATCH-FILES THRU 2850-EXIT.
000821     PERFORM 2900-RESET-CKPT THRU 2900-EXIT.
000822     PERFORM 2950-WRITE-HISTORY THRU 2950-EXIT.
000823 2000-EXIT.
000824     EXIT.
000825*****************************************************************
000826* 2100-OPEN-BATCH-FILES - OPEN INPUT, RESULT AND REPORT FILES
000827* AND WRITE THE REPORT HEADINGS. ON A RESTART (WS-CKPT-REC-NO
000828* GREATER THAN ZERO) THE RESULT AND REPORT FILES ARE OPENED
000829* EXTEND INSTEAD OF OUTPUT SO THE RECORDS FROM THE PRIOR, ONLY
000830* PARTIALLY COMPLETED RUN ARE KEPT RATHER THAN TRUNCATED.
000831*****************************************************************
000832 2100-OPEN-BATCH-FILES.
000833     OPEN INPUT CALC-TRANS-FILE.
000834     IF NOT WS-TRANS-OK
000835         DISPLAY "CANNOT OPEN CALCVALD, STATUS " WS-TRANS-STATUS
000836         PERFORM 9900-BATCH-OPEN-ERROR THRU 9900-EXIT
000837     END-IF.
000838     IF WS-CKPT-REC-NO > ZERO
000839         OPEN EXTEND CALC-RSLT-FILE
000840         IF WS-RSLT-NOT-FOUND
000841             CLOSE CALC-RSLT-FILE
000842             OPEN OUTPUT CALC-RSLT-FILE
000843         END-IF
000844     ELSE
000845         OPEN OUTPUT CALC-RSLT-FILE
000846     END-IF.
000847     IF NOT WS-RSLT-OK
000848         DISPLAY "CANNOT OPEN CALCRSLT, STATUS " WS-RSLT-STATUS
000849         PERFORM 9900-BATCH-OPEN-ERROR THRU 9900-EXIT
000850     END-IF.
000851     IF WS-CKPT-REC-NO > ZERO
000852         OPEN EXTEND CALC-RPT-FILE
000853         IF WS-RPT-NOT-FOUND
000854             CLOSE CALC-RPT-FILE
000855             OPEN OUTPUT CALC-RPT-FILE
000856         END-IF
000857     ELSE
000858         OPEN OUTPUT CALC-RPT-FILE
000859     END-IF.
000860     IF NOT WS-RPT-OK
000861         DISPLAY "CANNOT OPEN CALCRPT, STATUS " WS-RPT-STATUS
000862         PERFORM 9900-BATCH-OPEN-ERROR THRU 9900-EXIT
000863     END-IF.
000864     IF WS-CKPT-REC-NO = ZERO
000865         WRITE CALC-RPT-RECORD FROM WS-RPT-HEADING-1
000866             AFTER ADVANCING 1 LINE
000867         WRITE CALC-RPT-RECORD FROM WS-RPT-HEADING-2
000868             AFTER ADVANCING 1 LINE
000869     END-IF.
000870     OPEN INPUT CALC-DEPT-FILE.
000871     IF WS-DEPT-OK
000872         MOVE 'Y' TO WS-DEPT-MASTER-SWITCH
000873     ELSE
000874         DISPLAY "CALCDEPT NOT AVAILABLE, STATUS " WS-DEPT-STATUS
000875             " - DEPARTMENT NAMES LEFT BLANK"
000876     END-IF.
000877 2100-EXIT.
000878     EXIT.
000879*****************************************************************
000880* 2110-OPEN-AUDIT-FILE - OPEN THE AUDIT LOG FOR APPEND, CREATING
000881* IT THE FIRST TIME IT IS USED.
000882*****************************************************************
000883 2110-OPEN-AUDIT-FILE.
000884     OPEN EXTEND CALC-AUDIT-FILE.
000885     IF WS-AUDIT-NOT-FOUND
000886         CLOSE CALC-AUDIT-FILE
000887         OPEN OUTPUT CALC-AUDIT-FILE
000888     END-IF.
000889 2110-EXIT.
000890     EXIT.
000891*****************************************************************
000892* 2200-READ-CKPT - FIND OUT HOW MANY TRANSACTION RECORDS WERE
000893* ALREADY COMPLETED ON A PRIOR RUN, IF ANY.
000894*****************************************************************
000895 2200-READ-CKPT.
000896     MOVE ZERO TO WS-CKPT-REC-NO.
000897     OPEN INPUT CALC-CKPT-FILE.
000898     IF NOT WS-CKPT-NOT-FOUND
000899         READ CALC-CKPT-FILE
000900             AT END
000901                 MOVE ZERO TO WS-CKPT-REC-NO
000902             NOT AT END
000903                 MOVE CALC-CK-LAST-REC-NO TO WS-CKPT-REC-NO
000904         END-READ
000905         CLOSE CALC-CKPT-FILE
000906     END-IF.
000907 2200-EXIT.
000908     EXIT.
000909*****************************************************************
000910* 2300-SKIP-PROCESSED - RE-READ PAST RECORDS ALREADY COMPLETED
000911* ON A PRIOR RUN SO THEY ARE NOT DOUBLE-COUNTED.
000912*****************************************************************
000913 2300-SKIP-PROCESSED.
000914     PERFORM 2310-READ-TRANS THRU 2310-EXIT.
000915 2300-EXIT.
000916     EXIT.
000917*****************************************************************
000918* 2310-READ-TRANS - READ THE NEXT TRANSACTION RECORD. HEADER
000919* AND TRAILER CONTROL RECORDS ARE CAPTURED HERE AND READ PAST,
000920* SO THE PROCESSING LOOPS ONLY EVER SEE DETAIL RECORDS OR END
000921* OF FILE. THE DETAIL COUNT AND HASH TOTALS ARE ACCUMULATED ON
000922* EVERY READ, INCLUDING THE RESTART SKIP, SO A RESTARTED RUN
000923* STILL BALANCES THE WHOLE FILE.
000924*****************************************************************
000925 2310-READ-TRANS.
000926     READ CALC-TRANS-FILE
000927         AT END
000928             MOVE 'Y' TO WS-EOF-SWITCH
000929             GO TO 2310-EXIT
000930     END-READ.
000931     IF CALC-TR-HEADER
000932         MOVE CALC-TH-FILE-DATE TO WS-HDR-FILE-DATE
000933         MOVE CALC-TH-SOURCE-ID TO WS-HDR-SOURCE-ID
000934         GO TO 2310-READ-TRANS
000935     END-IF.
000936     IF CALC-TR-TRAILER
000937         MOVE 'Y' TO WS-TRAILER-SWITCH
000938         IF CALC-TT-REC-COUNT IS NUMERIC
000939             MOVE CALC-TT-REC-COUNT TO WS-EXP-REC-COUNT
000940         END-IF
000941         IF CALC-TT-HASH-VAR-1 IS NUMERIC
000942             MOVE CALC-TT-HASH-VAR-1 TO WS-EXP-HASH-1
000943         END-IF
000944         IF CALC-TT-HASH-VAR-2 IS NUMERIC
000945             MOVE CALC-TT-HASH-VAR-2 TO WS-EXP-HASH-2
000946         END-IF
000947         GO TO 2310-READ-TRANS
000948     END-IF.
000949     ADD 1 TO WS-REC-COUNT.
000950     ADD CALC-TR-VAR-1 TO WS-ACC-HASH-1.
000951     ADD CALC-TR-VAR-2 TO WS-ACC-HASH-2.
000952 2310-EXIT.
000953     EXIT.
000954*****************************************************************
000955* 2400-PROCESS-TRANS - CALCULATE THE CURRENT DETAIL, READ
000956* AHEAD ONE RECORD AND, IF A CONTINUATION WITH THE SAME
000957* TRANSACTION ID FOLLOWS, CARRY THE INTERMEDIATE RESULT INTO
000958* THE SECOND STEP AND CONSUME THE CONTINUATION - THEN WRITE
000959* THE ONE RESULT, REPORT LINE, AUDIT RECORD AND CHECKPOINT FOR
000960* THE FINISHED FIGURE. THE CHECKPOINT COVERS BOTH RECORDS OF A
000961* PAIR, SO A RESTART NEVER RESUMES IN THE MIDDLE OF A CHAIN.
000962* A REVERSAL TAKES THE OFFSET FROM 4200-REVERSE-CALC INSTEAD
000963* AND NEVER CHAINS.
000964*****************************************************************
000965 2400-PROCESS-TRANS.
000966     MOVE WS-REC-COUNT TO WS-THIS-REC-NO.
000967     MOVE 'N' TO WS-CHAIN-SWITCH.
000968     MOVE 'N' TO WS-REVERSAL-SWITCH.
000969     MOVE CALC-TR-VAR-1     TO VAR-1.
000970     MOVE CALC-TR-VAR-2     TO VAR-2.
000971     MOVE CALC-TR-VAR-01    TO VAR-01.
000972     MOVE CALC-TR-TRANS-ID  TO WS-TRANS-ID.
000973     MOVE CALC-TR-DEPT-CODE TO WS-DEPT-CODE.
000974     IF NOT WS-GROUP-OPEN
000975         PERFORM 2620-START-DEPT-GROUP THRU 2620-EXIT
000976     ELSE
000977         IF WS-DEPT-CODE NOT = WS-PREV-DEPT
000978             PERFORM 2630-END-DEPT-GROUP THRU 2630-EXIT
000979             PERFORM 2620-START-DEPT-GROUP THRU 2620-EXIT
000980         END-IF
000981     END-IF.
000982     IF CALC-TR-REVERSAL
000983         PERFORM 4200-REVERSE-CALC THRU 4200-EXIT
000984     ELSE
000985         PERFORM 4000-CALCULATE THRU 4000-EXIT
000986     END-IF.
000987     MOVE WS-REC-COUNT TO WS-DONE-COUNT.
000988     PERFORM 2310-READ-TRANS THRU 2310-EXIT.
000989     IF NOT WS-END-OF-FILE
000990      AND NOT WS-REVERSAL-APPLIED
000991      AND CALC-TR-CONT
000992      AND CALC-TR-TRANS-ID = WS-TRANS-ID
000993         PERFORM 4100-CONTINUE-CALC THRU 4100-EXIT
000994         MOVE 'Y' TO WS-CHAIN-SWITCH
000995         MOVE WS-REC-COUNT TO WS-DONE-COUNT
000996         PERFORM 2310-READ-TRANS THRU 2310-EXIT
000997     END-IF.
000998     PERFORM 2500-WRITE-RESULT THRU 2500-EXIT.
000999     IF NOT WS-SUPPRESS-DETAIL
001000         PERFORM 2600-WRITE-REPORT-LINE THRU 2600-EXIT
001001     END-IF.
001002     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
001003     PERFORM 2700-WRITE-CKPT THRU 2700-EXIT.
001004 2400-EXIT.
001005     EXIT.
001006*****************************************************************
001007* 2500-WRITE-RESULT - WRITE ONE RECORD TO CALC-RSLT-FILE.
001008*****************************************************************
001009 2500-WRITE-RESULT.
001010     MOVE SPACES TO CALC-RSLT-RECORD.
001011     MOVE VAR-1        TO CALC-RS-VAR-1.
001012     MOVE VAR-2        TO CALC-RS-VAR-2.
001013     MOVE VAR-01       TO CALC-RS-VAR-01.
001014     MOVE VAR-SUM      TO CALC-RS-VAR-SUM.
001015     MOVE WS-TRANS-ID  TO CALC-RS-TRANS-ID.
001016     MOVE WS-DEPT-CODE TO CALC-RS-DEPT-CODE.
001017     IF WS-OP-WAS-VALID AND NOT WS-CALC-HAD-ERROR
001018         MOVE 'O' TO CALC-RS-STATUS
001019         ADD 1 TO WS-VALID-COUNT
001020         ADD 1 TO WS-DEPT-VALID-COUNT
001021     ELSE
001022         MOVE 'E' TO CALC-RS-STATUS
001023         ADD 1 TO WS-ERROR-COUNT
001024         ADD 1 TO WS-DEPT-ERROR-COUNT
001025     END-IF.
001026     IF WS-CHAIN-APPLIED
001027         MOVE 'C' TO CALC-RS-CHAIN-FLAG
001028     END-IF.
001029     IF WS-REVERSAL-APPLIED
001030         MOVE 'R' TO CALC-RS-REV-FLAG
001031     END-IF.
001032     ADD 1 TO WS-DEPT-REC-COUNT.
001033     ADD VAR-SUM TO WS-DEPT-SUM.
001034     WRITE CALC-RSLT-RECORD.
001035 2500-EXIT.
001036     EXIT.
001037*****************************************************************
001038* 2600-WRITE-REPORT-LINE - WRITE ONE DETAIL LINE TO THE PRINTED
001039* SUMMARY REPORT.
001040*****************************************************************
001041 2600-WRITE-REPORT-LINE.
001042     MOVE WS-THIS-REC-NO TO WS-RPT-REC-NO.
001043     MOVE VAR-1        TO WS-RPT-VAR-1.
001044     MOVE VAR-2        TO WS-RPT-VAR-2.
001045     MOVE VAR-01       TO WS-RPT-VAR-01.
001046     MOVE VAR-SUM      TO WS-RPT-VAR-SUM.
001047     IF WS-OP-WAS-VALID AND NOT WS-CALC-HAD-ERROR
001048         MOVE "OK" TO WS-RPT-STATUS-TXT
001049     ELSE
001050         MOVE "ERROR" TO WS-RPT-STATUS-TXT
001051     END-IF.
001052     IF WS-REVERSAL-APPLIED
001053         MOVE "REVERSAL" TO WS-RPT-STATUS-TXT
001054     END-IF.
001055     WRITE CALC-RPT-RECORD FROM WS-RPT-DETAIL-LINE
001056         AFTER ADVANCING 1 LINE.
001057 2600-EXIT.
001058     EXIT.
001059*****************************************************************
001060* 2620-START-DEPT-GROUP - OPEN A NEW DEPARTMENT GROUP ON THE
001061* REPORT - NEW PAGE, GROUP HEADING, COLUMN HEADINGS - AND CLEAR
001062* THE DEPARTMENT SUBTOTALS.
001063*****************************************************************
001064 2620-START-DEPT-GROUP.
001065     MOVE 'Y' TO WS-GROUP-SWITCH.
001066     MOVE WS-DEPT-CODE TO WS-PREV-DEPT.
001067     MOVE ZERO TO WS-DEPT-REC-COUNT.
001068     MOVE ZERO TO WS-DEPT-VALID-COUNT.
001069     MOVE ZERO TO WS-DEPT-ERROR-COUNT.
001070     MOVE ZERO TO WS-DEPT-SUM.
001071     MOVE WS-DEPT-CODE TO WS-RPT-DEPT-CODE.
001072     PERFORM 2640-GET-DEPT-NAME THRU 2640-EXIT.
001073     WRITE CALC-RPT-RECORD FROM WS-RPT-DEPT-HDR-LINE
001074         AFTER ADVANCING PAGE.
001075     WRITE CALC-RPT-RECORD FROM WS-RPT-HEADING-2
001076         AFTER ADVANCING 1 LINE.
001077 2620-EXIT.
001078     EXIT.
001079*****************************************************************
001080* 2630-END-DEPT-GROUP - CLOSE THE CURRENT DEPARTMENT GROUP BY
001081* PRINTING ITS SUBTOTAL LINES.
001082*****************************************************************
001083 2630-END-DEPT-GROUP.
001084     WRITE CALC-RPT-RECORD FROM WS-RPT-SUMMARY-LINE
001085         AFTER ADVANCING 1 LINE.
001086     MOVE WS-PREV-DEPT TO WS-RPT-DEPT-CODE.
001087     WRITE CALC-RPT-RECORD FROM WS-RPT-DEPT-HDR-LINE
001088         AFTER ADVANCING 1 LINE.
001089     MOVE WS-DEPT-REC-COUNT TO WS-RPT-DEPT-REC.
001090     WRITE CALC-RPT-RECORD FROM WS-RPT-DEPT-REC-LINE
001091         AFTER ADVANCING 1 LINE.
001092     MOVE WS-DEPT-VALID-COUNT TO WS-RPT-DEPT-OK.
001093     WRITE CALC-RPT-RECORD FROM WS-RPT-DEPT-OK-LINE
001094         AFTER ADVANCING 1 LINE.
001095     MOVE WS-DEPT-ERROR-COUNT TO WS-RPT-DEPT-ERR.
001096     WRITE CALC-RPT-RECORD FROM WS-RPT-DEPT-ERR-LINE
001097         AFTER ADVANCING 1 LINE.
001098     MOVE WS-DEPT-SUM TO WS-RPT-DEPT-SUM.
001099     WRITE CALC-RPT-RECORD FROM WS-RPT-DEPT-SUM-LINE
001100         AFTER ADVANCING 1 LINE.
001101 2630-EXIT.
001102     EXIT.
001103*****************************************************************
001104* 2640-GET-DEPT-NAME - FETCH THE CURRENT DEPARTMENT'S NAME FROM
001105* THE CALCDEPT MASTER FOR THE GROUP HEADING. A DEPARTMENT THE
001106* MASTER DOES NOT KNOW PRINTS *NOT ON FILE* SO IT STANDS OUT ON
001107* THE REPORT; WITH NO MASTER PRESENT THE NAME IS LEFT BLANK.
001108*****************************************************************
001109 2640-GET-DEPT-NAME.
001110     MOVE SPACES TO WS-RPT-DEPT-NAME.
001111     IF NOT WS-DEPT-MASTER-OPEN
001112         GO TO 2640-EXIT
001113     END-IF.
001114     MOVE WS-DEPT-CODE TO CALC-DP-DEPT-CODE.
001115     READ CALC-DEPT-FILE
001116         INVALID KEY
001117             MOVE "*NOT ON FILE*" TO WS-RPT-DEPT-NAME
001118             GO TO 2640-EXIT
001119     END-READ.
001120     MOVE CALC-DP-DEPT-NAME TO WS-RPT-DEPT-NAME.
001121 2640-EXIT.
001122     EXIT.
001123*****************************************************************
001124* 2700-WRITE-CKPT - RECORD HOW FAR THIS RUN HAS GOTTEN SO A
001125* RERUN CAN RESUME FROM HERE INSTEAD OF RECORD ONE. THE
001126* CHECKPOINT IS THE PROCESSED-THROUGH COUNT, NOT WS-REC-COUNT -
001127* BY NOW THE READ-AHEAD HAS ALREADY COUNTED THE NEXT, STILL
001128* UNPROCESSED RECORD, WHICH A RESTART MUST NOT SKIP.
001129*****************************************************************
001130 2700-WRITE-CKPT.
001131     MOVE SPACES TO CALC-CKPT-RECORD.
001132     MOVE WS-DONE-COUNT TO CALC-CK-LAST-REC-NO.
001133     OPEN OUTPUT CALC-CKPT-FILE.
001134     WRITE CALC-CKPT-RECORD.
001135     CLOSE CALC-CKPT-FILE.
001136 2700-EXIT.
001137     EXIT.
001138*****************************************************************
001139* 2800-WRITE-SUMMARY - WRITE THE TOTALS TO THE BOTTOM OF THE
001140* PRINTED SUMMARY REPORT.
001141*****************************************************************
001142 2800-WRITE-SUMMARY.
001143     WRITE CALC-RPT-RECORD FROM WS-RPT-SUMMARY-LINE
001144         AFTER ADVANCING 1 LINE.
001145     COMPUTE WS-TOTAL-PROCESSED = WS-VALID-COUNT + WS-ERROR-COUNT.
001146     MOVE WS-TOTAL-PROCESSED TO WS-RPT-TOTAL-READ.
001147     WRITE CALC-RPT-RECORD FROM WS-RPT-TOTAL-LINE
001148         AFTER ADVANCING 1 LINE.
001149     MOVE WS-VALID-COUNT  TO WS-RPT-TOTAL-VALID.
001150     WRITE CALC-RPT-RECORD FROM WS-RPT-VALID-LINE
001151         AFTER ADVANCING 1 LINE.
001152     MOVE WS-ERROR-COUNT  TO WS-RPT-TOTAL-ERROR.
001153     WRITE CALC-RPT-RECORD FROM WS-RPT-ERROR-LINE
001154         AFTER ADVANCING 1 LINE.
001155 2800-EXIT.
001156     EXIT.
001157*****************************************************************
001158* 2820-WRITE-BALANCE - PROVE THE RUN GOT THE WHOLE FILE BY
001159* COMPARING THE TRAILER CONTROL TOTALS TO THE COUNT AND HASH
001160* TOTALS ACCUMULATED WHILE READING. AN OUT-OF-BALANCE RUN (OR A
001161* FILE WITH NO TRAILER AT ALL) ENDS WITH RETURN CODE 8 SO THE
001162* SCHEDULER HOLDS THE DOWNSTREAM JOBS.
001163*****************************************************************
001164 2820-WRITE-BALANCE.
001165     WRITE CALC-RPT-RECORD FROM WS-RPT-SUMMARY-LINE
001166         AFTER ADVANCING 1 LINE.
001167     MOVE WS-HDR-SOURCE-ID TO WS-RPT-BAL-SOURCE.
001168     MOVE WS-HDR-FILE-DATE TO WS-RPT-BAL-DATE.
001169     WRITE CALC-RPT-RECORD FROM WS-RPT-BAL-HDR-LINE
001170         AFTER ADVANCING 1 LINE.
001171     IF NOT WS-TRAILER-SEEN
001172         MOVE "*** NO TRAILER RECORD ON FILE ***"
001173             TO WS-RPT-BAL-MSG
001174         WRITE CALC-RPT-RECORD FROM WS-RPT-BAL-MSG-LINE
001175             AFTER ADVANCING 1 LINE
001176         MOVE 8 TO RETURN-CODE
001177         GO TO 2820-EXIT
001178     END-IF.
001179     MOVE WS-EXP-REC-COUNT TO WS-RPT-BAL-COUNT.
001180     WRITE CALC-RPT-RECORD FROM WS-RPT-BAL-COUNT-LINE
001181         AFTER ADVANCING 1 LINE.
001182     MOVE "HASH VAR-1 READ  . . " TO WS-RPT-BAL-HASH-LABEL.
001183     MOVE WS-ACC-HASH-1 TO WS-RPT-BAL-HASH-AMT.
001184     WRITE CALC-RPT-RECORD FROM WS-RPT-BAL-HASH-LINE
001185         AFTER ADVANCING 1 LINE.
001186     MOVE "HASH VAR-1 TRAILER . " TO WS-RPT-BAL-HASH-LABEL.
001187     MOVE WS-EXP-HASH-1 TO WS-RPT-BAL-HASH-AMT.
001188     WRITE CALC-RPT-RECORD FROM WS-RPT-BAL-HASH-LINE
001189         AFTER ADVANCING 1 LINE.
001190     MOVE "HASH VAR-2 READ  . . " TO WS-RPT-BAL-HASH-LABEL.
001191     MOVE WS-ACC-HASH-2 TO WS-RPT-BAL-HASH-AMT.
001192     WRITE CALC-RPT-RECORD FROM WS-RPT-BAL-HASH-LINE
001193         AFTER ADVANCING 1 LINE.
001194     MOVE "HASH VAR-2 TRAILER . " TO WS-RPT-BAL-HASH-LABEL.
001195     MOVE WS-EXP-HASH-2 TO WS-RPT-BAL-HASH-AMT.
001196     WRITE CALC-RPT-RECORD FROM WS-RPT-BAL-HASH-LINE
001197         AFTER ADVANCING 1 LINE.
001198     IF WS-REC-COUNT = WS-EXP-REC-COUNT
001199      AND WS-ACC-HASH-1 = WS-EXP-HASH-1
001200      AND WS-ACC-HASH-2 = WS-EXP-HASH-2
001201         MOVE "*** FILE IN BALANCE ***" TO WS-RPT-BAL-MSG
001202         WRITE CALC-RPT-RECORD FROM WS-RPT-BAL-MSG-LINE
001203             AFTER ADVANCING 1 LINE
001204     ELSE
001205         MOVE "*** FILE OUT OF BALANCE ***" TO WS-RPT-BAL-MSG
001206         WRITE CALC-RPT-RECORD FROM WS-RPT-BAL-MSG-LINE
001207             AFTER ADVANCING 1 LINE
001208         MOVE 8 TO RETURN-CODE
001209     END-IF.
001210 2820-EXIT.
001211     EXIT.
001212*****************************************************************
001213* 2850-CLOSE-BATCH-FILES - CLOSE THE TRANSACTION, RESULT AND
001214* REPORT FILES AT THE END OF THE BATCH RUN.
001215*****************************************************************
001216 2850-CLOSE-BATCH-FILES.
001217     CLOSE CALC-TRANS-FILE.
001218     CLOSE CALC-RSLT-FILE.
001219     CLOSE CALC-RPT-FILE.
001220     IF WS-DEPT-MASTER-OPEN
001221         CLOSE CALC-DEPT-FILE
001222     END-IF.
001223 2850-EXIT.
001224     EXIT.
001225*****************************************************************
001226* 2900-RESET-CKPT - THE RUN COMPLETED CLEANLY, SO CLEAR THE
001227* CHECKPOINT BACK TO ZERO FOR THE NEXT TRANSACTION FILE.
001228*****************************************************************
001229 2900-RESET-CKPT.
001230     MOVE SPACES TO CALC-CKPT-RECORD.
001231     MOVE ZERO TO CALC-CK-LAST-REC-NO.
001232     OPEN OUTPUT CALC-CKPT-FILE.
001233     WRITE CALC-CKPT-RECORD.
001234     CLOSE CALC-CKPT-FILE.
001235 2900-EXIT.
001236     EXIT.
001237*****************************************************************
001238* 2950-WRITE-HISTORY - APPEND ONE RECORD FOR THIS RUN TO THE
001239* RUN-HISTORY FILE - RUN DATE, START AND END TIMESTAMPS, RECORD
001240* COUNTS AND WHETHER THE RUN WAS A CLEAN START OR A CHECKPOINT
001241* RESTART - CREATING THE FILE THE FIRST TIME IT IS USED.
001242*****************************************************************
001243 2950-WRITE-HISTORY.
001244     OPEN EXTEND CALC-HIST-FILE.
001245     IF WS-HIST-NOT-FOUND
001246         CLOSE CALC-HIST-FILE
001247         OPEN OUTPUT CALC-HIST-FILE
001248     END-IF.
001249     MOVE SPACES TO CALC-HIST-RECORD.
001250     MOVE WS-RUN-DATE        TO CALC-HI-RUN-DATE.
001251     MOVE WS-START-STAMP     TO CALC-HI-START-TS.
001252     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
001253     ACCEPT WS-TS-TIME FROM TIME.
001254     MOVE WS-TIMESTAMP       TO CALC-HI-END-TS.
001255     MOVE WS-TOTAL-PROCESSED TO CALC-HI-REC-COUNT.
001256     MOVE WS-VALID-COUNT     TO CALC-HI-VALID-COUNT.
001257     MOVE WS-ERROR-COUNT     TO CALC-HI-ERROR-COUNT.
001258     MOVE WS-RESTART-FLAG    TO CALC-HI-RESTART-FLAG.
001259     WRITE CALC-HIST-RECORD.
001260     CLOSE CALC-HIST-FILE.
001261 2950-EXIT.
001262     EXIT.
001263*****************************************************************
001264* 3000-INTERACTIVE-PROCESS - PROMPT FOR CALCULATIONS UNTIL THE
001265* OPERATOR ENTERS THE 'Q' SENTINEL.
001266*****************************************************************
001267 3000-INTERACTIVE-PROCESS.
001268     PERFORM 3100-GET-AND-CALC THRU 3100-EXIT
001269         UNTIL WS-END-OF-FILE.
001270 3000-EXIT.
001271     EXIT.
001272*****************************************************************
001273* 3100-GET-AND-CALC - PROMPT FOR ONE CALCULATION AND DISPLAY
001274* THE RESULT, OR STOP THE LOOP ON THE 'Q' SENTINEL. AN ACCEPT
001275* THAT RAISES AN EXCEPTION (INPUT NOT COMING FROM A REAL
001276* TERMINAL, OR THAT INPUT RUNNING OUT) ENDS THE LOOP THE SAME
001277* WAY THE 'Q' SENTINEL DOES, INSTEAD OF SPINNING ON A PROMPT
001278* NOBODY CAN ANSWER.
001279*****************************************************************
001280 3100-GET-AND-CALC.
001281     DISPLAY "FIRST NUMBER:".
001282     ACCEPT VAR-1
001283         ON EXCEPTION
001284             MOVE 'Y' TO WS-EOF-SWITCH
001285             GO TO 3100-EXIT
001286     END-ACCEPT.
001287     DISPLAY "SECOND NUMBER:".
001288     ACCEPT VAR-2
001289         ON EXCEPTION
001290             MOVE 'Y' TO WS-EOF-SWITCH
001291             GO TO 3100-EXIT
001292     END-ACCEPT.
001293     DISPLAY "OPERATION (+,-,*,/,M=MODULUS,P=PERCENT-OF,Q=QUIT):".
001294     ACCEPT VAR-01
001295         ON EXCEPTION
001296             MOVE 'Y' TO WS-EOF-SWITCH
001297             GO TO 3100-EXIT
001298     END-ACCEPT.
001299     IF VAR-01 = 'Q' OR VAR-01 = 'q'
001300         MOVE 'Y' TO WS-EOF-SWITCH
001301         GO TO 3100-EXIT
001302     END-IF.
001303     PERFORM 4000-CALCULATE THRU 4000-EXIT.
001304     DISPLAY "RESULT: " VAR-SUM-EDIT.
001305     PERFORM 5000-WRITE-AUDIT THRU 5000-EXIT.
001306 3100-EXIT.
001307     EXIT.
001308*****************************************************************
001309* 4000-CALCULATE - APPLY THE OPERATION IN VAR-01 TO VAR-1 AND
001310* VAR-2, LEAVING THE RESULT IN VAR-SUM AND VAR-SUM-EDIT. USED BY
001311* BOTH INTERACTIVE AND BATCH PROCESSING.
001312*****************************************************************
001313 4000-CALCULATE.
001314     MOVE 'N' TO WS-OP-VALID-SWITCH.
001315     MOVE 'N' TO WS-CALC-ERROR-SWITCH.
001316     MOVE ZERO TO VAR-SUM.
001317     IF VAR-01 = '+'
001318         MOVE 'Y' TO WS-OP-VALID-SWITCH
001319         COMPUTE VAR-SUM = VAR-1 + VAR-2
001320     END-IF.
001321     IF VAR-01 = '-'
001322         MOVE 'Y' TO WS-OP-VALID-SWITCH
001323         COMPUTE VAR-SUM = VAR-1 - VAR-2
001324     END-IF.
001325     IF VAR-01 = '*'
001326         MOVE 'Y' TO WS-OP-VALID-SWITCH
001327         COMPUTE VAR-SUM ROUNDED = VAR-1 * VAR-2
001328     END-IF.
001329     IF VAR-01 = '/'
001330         MOVE 'Y' TO WS-OP-VALID-SWITCH
001331         IF VAR-2 = ZERO
001332             DISPLAY "CANNOT DIVIDE BY ZERO"
001333             MOVE 'Y' TO WS-CALC-ERROR-SWITCH
001334         ELSE
001335             COMPUTE VAR-SUM ROUNDED = VAR-1 / VAR-2
001336         END-IF
001337     END-IF.
001338     IF VAR-01 = 'M' OR VAR-01 = 'm'
001339         MOVE 'Y' TO WS-OP-VALID-SWITCH
001340         IF VAR-2 = ZERO
001341             DISPLAY "CANNOT DIVIDE BY ZERO"
001342             MOVE 'Y' TO WS-CALC-ERROR-SWITCH
001343         ELSE
001344             DIVIDE VAR-1 BY VAR-2
001345                 GIVING WS-QUOTIENT REMAINDER VAR-SUM
001346         END-IF
001347     END-IF.
001348     IF VAR-01 = 'P' OR VAR-01 = 'p'
001349         MOVE 'Y' TO WS-OP-VALID-SWITCH
001350         IF VAR-2 = ZERO
001351             DISPLAY "CANNOT DIVIDE BY ZERO"
001352             MOVE 'Y' TO WS-CALC-ERROR-SWITCH
001353         ELSE
001354             COMPUTE VAR-SUM ROUNDED = (VAR-1 / VAR-2) * 100
001355         END-IF
001356     END-IF.
001357     IF NOT WS-OP-WAS-VALID
001358         DISPLAY "INVALID OPERATION CODE"
001359     END-IF.
001360     MOVE VAR-SUM TO VAR-SUM-EDIT.
001361 4000-EXIT.
001362     EXIT.
001363*****************************************************************
001364* 4100-CONTINUE-CALC - APPLY THE CONTINUATION RECORD IN THE
001365* TRANSACTION AREA TO THE RESULT JUST COMPUTED - THE
001366* INTERMEDIATE VAR-SUM BECOMES VAR-1 AND THE CONTINUATION'S
001367* OPERAND AND OPERATION CODE BECOME VAR-2 AND VAR-01 FOR A
001368* SECOND PASS THROUGH 4000-CALCULATE. A FIRST STEP THAT FAILED
001369* SKIPS THE SECOND - THE CHAIN IS ALREADY IN ERROR. THE
001370* ORIGINAL DETAIL INPUTS ARE PUT BACK AFTERWARDS SO THE RESULT
001371* RECORD ECHOES WHAT WAS SUBMITTED WITH THE FINISHED FIGURE.
001372*****************************************************************
001373 4100-CONTINUE-CALC.
001374     MOVE VAR-1  TO WS-ORIG-VAR-1.
001375     MOVE VAR-2  TO WS-ORIG-VAR-2.
001376     MOVE VAR-01 TO WS-ORIG-VAR-01.
001377     IF WS-OP-WAS-VALID AND NOT WS-CALC-HAD-ERROR
001378         MOVE VAR-SUM        TO VAR-1
001379         MOVE CALC-TR-VAR-2  TO VAR-2
001380         MOVE CALC-TR-VAR-01 TO VAR-01
001381         PERFORM 4000-CALCULATE THRU 4000-EXIT
001382     END-IF.
001383     MOVE WS-ORIG-VAR-1  TO VAR-1.
001384     MOVE WS-ORIG-VAR-2  TO VAR-2.
001385     MOVE WS-ORIG-VAR-01 TO VAR-01.
001386 4100-EXIT.
001387     EXIT.
001388*****************************************************************
001389* 4200-REVERSE-CALC - A REVERSAL BACKS OUT THE ORIGINAL RESULT
001390* CARRIED IN VAR-1 (PROVED AGAINST CALCRSLX BY CALCEDIT). THE
001391* RESULT IS THAT FIGURE WITH ITS SIGN TURNED, SO THE POSTING
001392* FLIPS DEBIT AND CREDIT AND NETS THE ORIGINAL OUT OF THE
001393* ACCOUNT. IT ALWAYS STANDS AS AN OK RESULT.
001394*****************************************************************
001395 4200-REVERSE-CALC.
001396     MOVE 'Y' TO WS-REVERSAL-SWITCH.
001397     MOVE 'Y' TO WS-OP-VALID-SWITCH.
001398     MOVE 'N' TO WS-CALC-ERROR-SWITCH.
001399     COMPUTE VAR-SUM = ZERO - VAR-1.
001400     MOVE VAR-SUM TO VAR-SUM-EDIT.
001401 4200-EXIT.
001402     EXIT.
001403*****************************************************************
001404* 5000-WRITE-AUDIT - APPEND ONE RECORD TO THE CALCULATION AUDIT
001405* LOG WITH BOTH INPUTS, THE OPERATOR CODE, THE RESULT AND A
001406* TIMESTAMP.
001407*****************************************************************
001408  5000-WRITE-AUDIT.
001409     MOVE SPACES TO CALC-AUDIT-RECORD.
001410     ACCEPT WS-TS-DATE FROM DATE YYYYMMDD.
001411     ACCEPT WS-TS-TIME FROM TIME.
001412     MOVE VAR-1        TO CALC-AU-VAR-1.
001413     MOVE VAR-2        TO CALC-AU-VAR-2.
001414     MOVE VAR-01       TO CALC-AU-VAR-01.
001415     MOVE VAR-SUM      TO CALC-AU-VAR-SUM.
001416     MOVE WS-TIMESTAMP TO CALC-AU-TIMESTAMP.
001417     MOVE WS-TRANS-ID  TO CALC-AU-TRANS-ID.
001418     MOVE WS-DEPT-CODE TO CALC-AU-DEPT-CODE.
001419     WRITE CALC-AUDIT-RECORD.
001420 5000-EXIT.
001421     EXIT.
001422*****************************************************************
001423* 6000-CORRECT-PROCESS - ERROR-CORRECTION MODE. WALK THE 'E'
001424* RECORDS FROM THE LAST BATCH RESULTS, SHOW EACH ONE WITH ITS
001425* INPUTS AND FAILURE, AND WRITE THE OPERATOR'S CORRECTIONS TO
001426* THE CALCRCYC RECYCLE FILE IN CALCTRAN DETAIL LAYOUT FOR THE
001427* NEXT BATCH TO PICK UP. THE RECYCLE FILE IS EXTENDED, SO A
001428* SECOND CORRECTION SITTING CANNOT LOSE THE FIRST ONE'S WORK.
001429*****************************************************************
001430 6000-CORRECT-PROCESS.
001431     OPEN INPUT CALC-RSLT-FILE.
001432     IF NOT WS-RSLT-OK
001433         DISPLAY "CANNOT OPEN CALCRSLT, STATUS " WS-RSLT-STATUS
001434         PERFORM 9900-BATCH-OPEN-ERROR THRU 9900-EXIT
001435     END-IF.
001436     OPEN EXTEND CALC-RCYC-FILE.
001437     IF WS-RCYC-NOT-FOUND
001438         CLOSE CALC-RCYC-FILE
001439         OPEN OUTPUT CALC-RCYC-FILE
001440     END-IF.
001441     PERFORM 6050-READ-RSLT THRU 6050-EXIT.
001442     PERFORM 6100-CORRECT-ONE THRU 6100-EXIT
001443         UNTIL WS-END-OF-FILE.
001444     CLOSE CALC-RSLT-FILE.
001445     CLOSE CALC-RCYC-FILE.
001446     MOVE WS-ERRS-SEEN TO WS-COUNT-EDIT.
001447     DISPLAY "ERROR RECORDS SHOWN . . . . " WS-COUNT-EDIT.
001448     MOVE WS-CORRECTED-COUNT TO WS-COUNT-EDIT.
001449     DISPLAY "CORRECTIONS RECYCLED  . . . " WS-COUNT-EDIT.
001450     MOVE WS-SKIPPED-COUNT TO WS-COUNT-EDIT.
001451     DISPLAY "RECORDS SKIPPED . . . . . . " WS-COUNT-EDIT.
001452     MOVE WS-CHAINED-COUNT TO WS-COUNT-EDIT.
001453     DISPLAY "CHAINED - NOT CORRECTABLE . " WS-COUNT-EDIT.
001454 6000-EXIT.
001455     EXIT.
001456*****************************************************************
001457* 6050-READ-RSLT - READ THE NEXT RESULT RECORD FROM THE LAST
001458* BATCH RUN.
001459*****************************************************************
001460 6050-READ-RSLT.
001461     READ CALC-RSLT-FILE
001462         AT END
001463             MOVE 'Y' TO WS-EOF-SWITCH
001464     END-READ.
001465 6050-EXIT.
001466     EXIT.
001467*****************************************************************
001468* 6100-CORRECT-ONE - SHOW ONE FAILED TRANSACTION AND TAKE THE
001469* OPERATOR'S CORRECTION OR SKIP. A CHAIN-FLAGGED RESULT IS NOT
001470* OFFERED FOR CORRECTION - IT ECHOES ONLY STEP 1'S INPUTS, SO A
001471* RECYCLED SINGLE DETAIL WOULD CALCULATE HALF THE CHAIN AND
001472* POST IT AS THE FINISHED FIGURE; DATA ENTRY MUST RE-SUBMIT THE
001473* FULL TWO-STEP CHAIN THROUGH CALCTRAN. AN ACCEPT EXCEPTION
001474* (INPUT NOT COMING FROM A REAL TERMINAL, OR RUNNING OUT) ENDS
001475* THE SITTING THE SAME WAY THE LAST RECORD DOES.
001476*****************************************************************
001477 6100-CORRECT-ONE.
001478     IF NOT CALC-RS-ERROR
001479         GO TO 6100-NEXT
001480     END-IF.
001481     ADD 1 TO WS-ERRS-SEEN.
001482     IF CALC-RS-CHAINED
001483         DISPLAY "TRANSACTION " CALC-RS-TRANS-ID
001484             " CHAINED - RE-SUBMIT FULL CHAIN"
001485         ADD 1 TO WS-CHAINED-COUNT
001486         GO TO 6100-NEXT
001487     END-IF.
001488     DISPLAY "TRANSACTION " CALC-RS-TRANS-ID
001489         " DEPT " CALC-RS-DEPT-CODE.
001490     MOVE CALC-RS-VAR-1 TO WS-VAR-EDIT.
001491     DISPLAY "  VAR-1 . . " WS-VAR-EDIT.
001492     MOVE CALC-RS-VAR-2 TO WS-VAR-EDIT.
001493     DISPLAY "  VAR-2 . . " WS-VAR-EDIT.
001494     DISPLAY "  OP  . . . " CALC-RS-VAR-01.
001495     MOVE CALC-RS-VAR-01 TO WS-CHECK-OP.
001496     IF WS-CHECK-OP-VALID
001497         DISPLAY "  FAILURE . DIVIDE BY ZERO"
001498     ELSE
001499         DISPLAY "  FAILURE . INVALID OPERATION CODE"
001500     END-IF.
001501     DISPLAY "CORRECT THIS TRANSACTION? (Y=YES, N=SKIP):".
001502     ACCEPT WS-ANSWER
001503         ON EXCEPTION
001504             MOVE 'Y' TO WS-EOF-SWITCH
001505             GO TO 6100-EXIT
001506     END-ACCEPT.
001507     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
001508         ADD 1 TO WS-SKIPPED-COUNT
001509         GO TO 6100-NEXT
001510     END-IF.
001511     DISPLAY "CORRECTED FIRST NUMBER:".
001512     ACCEPT VAR-1
001513         ON EXCEPTION
001514             MOVE 'Y' TO WS-EOF-SWITCH
001515             GO TO 6100-EXIT
001516     END-ACCEPT.
001517     DISPLAY "CORRECTED SECOND NUMBER:".
001518     ACCEPT VAR-2
001519         ON EXCEPTION
001520             MOVE 'Y' TO WS-EOF-SWITCH
001521             GO TO 6100-EXIT
001522     END-ACCEPT.
001523     DISPLAY "CORRECTED OPERATION (+,-,*,/,M,P):".
001524     ACCEPT VAR-01
001525         ON EXCEPTION
001526             MOVE 'Y' TO WS-EOF-SWITCH
001527             GO TO 6100-EXIT
001528     END-ACCEPT.
001529     MOVE VAR-1  TO WS-RD-VAR-1.
001530     MOVE VAR-2  TO WS-RD-VAR-2.
001531     MOVE VAR-01 TO WS-RD-VAR-01.
001532     MOVE CALC-RS-TRANS-ID  TO WS-RD-TRANS-ID.
001533     MOVE CALC-RS-DEPT-CODE TO WS-RD-DEPT-CODE.
001534     WRITE CALC-RCYC-RECORD FROM WS-RCYC-DETAIL.
001535     ADD 1 TO WS-CORRECTED-COUNT.
001536 6100-NEXT.
001537     PERFORM 6050-READ-RSLT THRU 6050-EXIT.
001538 6100-EXIT.
001539     EXIT.
001540*****************************************************************
001541* 8900-RCTL-FINISH - RECORD THE FINISH OF THIS STEP AND ITS
001542* RETURN CODE ON THE CALCRCTL LEDGER. RETURN CODE 0 OR 4 IS
001543* COMPLETED; 8 OR HIGHER IS FAILED. A STEP REFUSED OR STOPPED
001544* BEFORE ITS START WAS RECORDED LEAVES THE LEDGER ALONE.
001545*****************************************************************
001546 8900-RCTL-FINISH.
001547     IF NOT WS-RCTL-STARTED
001548         GO TO 8900-EXIT
001549     END-IF.
001550     MOVE 'N' TO WS-RCTL-SWITCH.
001551     OPEN I-O CALC-RCTL-FILE.
001552     IF NOT WS-RCTL-OK
001553         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
001554         DISPLAY "CALCULATOR FINISH NOT RECORDED ON CALCRCTL"
001555         GO TO 8900-EXIT
001556     END-IF.
001557     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
001558     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
001559     READ CALC-RCTL-FILE
001560         INVALID KEY
001561             DISPLAY "CALCULATOR FINISH NOT RECORDED ON CALCRCTL"
001562             GO TO 8900-CLOSE
001563     END-READ.
001564     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
001565     ACCEPT WS-RCTL-TS-TIME FROM TIME.
001566     MOVE WS-RCTL-TS TO CALC-RC-END-TS.
001567     MOVE RETURN-CODE TO CALC-RC-RETURN-CODE.
001568     IF RETURN-CODE < 8
001569         MOVE 'C' TO CALC-RC-STATUS
001570     ELSE
001571         MOVE 'F' TO CALC-RC-STATUS
001572     END-IF.
001573     REWRITE CALC-RCTL-RECORD
001574         INVALID KEY
001575             DISPLAY "CANNOT RECORD FINISH ON CALCRCTL, STATUS "
001576                 WS-RCTL-STATUS
001577     END-REWRITE.
001578 8900-CLOSE.
001579     CLOSE CALC-RCTL-FILE.
001580 8900-EXIT.
001581     EXIT.
001582*****************************************************************
001583* 9900-BATCH-OPEN-ERROR - ONE OF THE BATCH FILES COULD NOT BE
001584* OPENED. CLOSE WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN
001585* UNDER CONTROL RATHER THAN LETTING THE NEXT READ OR WRITE
001586* ABEND.
001587*****************************************************************
001588 9900-BATCH-OPEN-ERROR.
001589     DISPLAY "BATCH RUN TERMINATED - SEE FILE STATUS ABOVE".
001590     MOVE 8 TO RETURN-CODE.
001591     CLOSE CALC-AUDIT-FILE.
001592     CLOSE CALC-TRANS-FILE.
001593     CLOSE CALC-RSLT-FILE.
001594     CLOSE CALC-RPT-FILE.
001595     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
001596     STOP RUN.
001597 9900-EXIT.
001598     EXIT.
