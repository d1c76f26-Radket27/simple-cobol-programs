000202*                   ENTRY UNDER AN ID ALREADY ON CALCDUPR,
000203*                   WHICH NO FUTURE SUBMISSION COULD EVER
000204*                   CLEAR, SO IT AGED ON RAGERPT FOREVER.
000205* 2026-10-15  RA    NEW 'R' REVERSAL RECORD BACKS OUT A RESULT
000206*                   ALREADY POSTED. THE ORIGINAL TRANSACTION ID
000207*                   IS LOOKED UP ON THE KEYED CALCRSLX RESULT
000208*                   FILE - NOT ON FILE REJECTS 06, NOT AN OK
000209*                   RESULT 07, ALREADY REVERSED 08, AMOUNT OR
000210*                   DEPARTMENT NOT AGREEING WITH THE ORIGINAL
000211*                   09. AN ACCEPTED REVERSAL IS REGISTERED ON
000212*                   CALCDUPR UNDER AN 'R' KEY SO THE SAME
000213*                   ORIGINAL CANNOT BE BACKED OUT TWICE, AND
000214*                   COUNTS IN THE HASH TOTALS LIKE ANY DETAIL.
000215* 2026-10-15  RA    THE RUN IS NOW RECORDED ON THE CALCRCTL RUN-
000216*                   CONTROL LEDGER - START, FINISH AND RETURN
000217*                   CODE UNDER THE BUSINESS DATE. IT IS REFUSED
000218*                   BEFORE ANY FILE IS OPENED IF CALCMRGE HAS NOT
000219*                   COMPLETED FOR THE DATE, OR IF THIS STEP HAS
000220*                   ALREADY COMPLETED FOR THE DATE AND NO
000221*                   RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000222*                   AGAIN.
000223* 2026-10-15  RA    A REVERSAL IS NOW ALSO REJECTED, REASON 10,
000224*                   WHILE ITS ORIGINAL IS STILL HELD ON CALCSUSP
000225*                   OR HAS BEEN RETURNED FROM SUSPENSE TO
000226*                   CALCRCYC AND NOT YET RECALCULATED - IT NEVER
000227*                   POSTED, SO THERE IS NOTHING ON THE LEDGER TO
000228*                   BACK OUT.
000229*****************************************************************
000230 ENVIRONMENT DIVISION.
000231 INPUT-OUTPUT SECTION.
000232 FILE-CONTROL.
000233     SELECT CALC-TRANS-FILE  ASSIGN TO "CALCTRAN"
000234         ORGANIZATION IS SEQUENTIAL
000235         FILE STATUS IS WS-TRANS-STATUS.
000236     SELECT CALC-VALD-FILE   ASSIGN TO "CALCVALD"
000237         ORGANIZATION IS SEQUENTIAL
000238         FILE STATUS IS WS-VALD-STATUS.
000239     SELECT CALC-REJ-FILE    ASSIGN TO "CALCREJ"
000240         ORGANIZATION IS SEQUENTIAL
000241         FILE STATUS IS WS-REJ-STATUS.
000242     SELECT CALC-RCYC-FILE   ASSIGN TO "CALCRCYC"
000243         ORGANIZATION IS SEQUENTIAL
000244         FILE STATUS IS WS-RCYC-STATUS.
000245     SELECT CALC-DEPT-FILE   ASSIGN TO "CALCDEPT"
000246         ORGANIZATION IS INDEXED
000247         ACCESS MODE IS RANDOM
000248         RECORD KEY IS CALC-DP-DEPT-CODE
000249         FILE STATUS IS WS-DEPT-STATUS.
000250     SELECT CALC-DUPR-FILE   ASSIGN TO "CALCDUPR"
000251         ORGANIZATION IS INDEXED
000252         ACCESS MODE IS RANDOM
000253         RECORD KEY IS CALC-DU-KEY
000254         FILE STATUS IS WS-DUPR-STATUS.
000255     SELECT CALC-RREG-FILE   ASSIGN TO "CALCRREG"
000256         ORGANIZATION IS INDEXED
000257         ACCESS MODE IS RANDOM
000258         RECORD KEY IS CALC-RR-TRANS-ID
000259         FILE STATUS IS WS-RREG-STATUS.
000260     SELECT CALC-EDCT-FILE   ASSIGN TO "CALCEDCT"
000261         ORGANIZATION IS LINE SEQUENTIAL
000262         FILE STATUS IS WS-EDCT-STATUS.
000263     SELECT CALC-DUPW-FILE   ASSIGN TO "CALCDUPW"
000264         ORGANIZATION IS SEQUENTIAL
000265         FILE STATUS IS WS-DUPW-STATUS.
000266     SELECT CALC-RSLX-FILE   ASSIGN TO "CALCRSLX"
000267         ORGANIZATION IS INDEXED
000268         ACCESS MODE IS RANDOM
000269         RECORD KEY IS CALC-RX-TRANS-ID
000270         FILE STATUS IS WS-RSLX-STATUS.
000271     SELECT CALC-SUSP-FILE   ASSIGN TO "CALCSUSP"
000272         ORGANIZATION IS SEQUENTIAL
000273         FILE STATUS IS WS-SUSP-STATUS.
000274     SELECT CALC-RCTL-FILE   ASSIGN TO "CALCRCTL"
000275         ORGANIZATION IS INDEXED
000276         ACCESS MODE IS RANDOM
000277         RECORD KEY IS CALC-RC-KEY
000278         FILE STATUS IS WS-RCTL-STATUS.
000279     SELECT RCTL-PARM-FILE   ASSIGN TO "RCTLPARM"
000280         ORGANIZATION IS LINE SEQUENTIAL
000281         FILE STATUS IS WS-RCPM-STATUS.
000282 DATA DIVISION.
000283 FILE SECTION.
000284 FD  CALC-TRANS-FILE
000285     LABEL RECORDS ARE STANDARD.
000286     COPY CALCTRAN.
000287 FD  CALC-VALD-FILE
000288     LABEL RECORDS ARE STANDARD.
000289 01  CALC-VALD-RECORD               PIC X(36).
000290 FD  CALC-REJ-FILE
000291     LABEL RECORDS ARE STANDARD.
000292     COPY CALCREJ.
000293 FD  CALC-RCYC-FILE
000294     LABEL RECORDS ARE STANDARD.
000295 01  CALC-RCYC-IN-RECORD            PIC X(36).
000296 FD  CALC-DEPT-FILE
000297     LABEL RECORDS ARE STANDARD.
000298     COPY CALCDEPT.
000299 FD  CALC-DUPR-FILE
000300     LABEL RECORDS ARE STANDARD.
000301     COPY CALCDUPR.
000302 FD  CALC-RREG-FILE
000303     LABEL RECORDS ARE STANDARD.
000304     COPY CALCRREG.
000305 FD  CALC-EDCT-FILE
000306     LABEL RECORDS ARE STANDARD.
000307     COPY CALCEDCT.
000308 FD  CALC-DUPW-FILE
000309     LABEL RECORDS ARE STANDARD.
000310 01  CALC-DUPW-RECORD               PIC X(17).
000311 FD  CALC-RSLX-FILE
000312     LABEL RECORDS ARE STANDARD.
000313     COPY CALCRSLX.
000314 FD  CALC-SUSP-FILE
000315     LABEL RECORDS ARE STANDARD.
000316     COPY CALCSUSP.
000317 FD  CALC-RCTL-FILE
000318     LABEL RECORDS ARE STANDARD.
000319     COPY CALCRCTL.
000320 FD  RCTL-PARM-FILE
000321     LABEL RECORDS ARE STANDARD.
000322     COPY CALCRCCD.
000323 WORKING-STORAGE SECTION.
000324*****************************************************************
000325* SWITCHES AND COUNTERS.
000326*****************************************************************
000327 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000328     88  WS-END-OF-FILE               VALUE 'Y'.
000329 77  WS-REJECT-SWITCH             PIC X(01) VALUE 'N'.
000330     88  WS-REC-REJECTED              VALUE 'Y'.
000331 77  WS-TRAILER-SWITCH            PIC X(01) VALUE 'N'.
000332     88  WS-TRAILER-SEEN              VALUE 'Y'.
000333 77  WS-BALANCE-SWITCH            PIC X(01) VALUE 'Y'.
000334     88  WS-FILE-IN-BALANCE           VALUE 'Y'.
000335 77  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
000336 77  WS-RECYCLE-COUNT             PIC 9(09) COMP VALUE ZERO.
000337 77  WS-DETAIL-COUNT              PIC 9(09) COMP VALUE ZERO.
000338 77  WS-ACCEPT-COUNT              PIC 9(09) COMP VALUE ZERO.
000339 77  WS-REJECT-COUNT              PIC 9(09) COMP VALUE ZERO.
000340 77  WS-EXP-REC-COUNT             PIC 9(09) COMP VALUE ZERO.
000341 77  WS-IN-HASH-VAR-1            PIC S9(11)V9(02) COMP VALUE ZERO.
000342 77  WS-IN-HASH-VAR-2            PIC S9(11)V9(02) COMP VALUE ZERO.
000343 77  WS-EXP-HASH-VAR-1           PIC S9(11)V9(02) COMP VALUE ZERO.
000344 77  WS-EXP-HASH-VAR-2           PIC S9(11)V9(02) COMP VALUE ZERO.
000345 77  WS-OUT-HASH-VAR-1           PIC S9(11)V9(02) COMP VALUE ZERO.
000346 77  WS-OUT-HASH-VAR-2           PIC S9(11)V9(02) COMP VALUE ZERO.
000347 77  WS-TRANS-STATUS              PIC X(02) VALUE ZEROES.
000348     88  WS-TRANS-OK                  VALUE '00'.
000349 77  WS-VALD-STATUS               PIC X(02) VALUE ZEROES.
000350     88  WS-VALD-OK                   VALUE '00'.
000351 77  WS-REJ-STATUS                PIC X(02) VALUE ZEROES.
000352     88  WS-REJ-OK                    VALUE '00'.
000353 77  WS-RCYC-STATUS               PIC X(02) VALUE ZEROES.
000354     88  WS-RCYC-OK                   VALUE '00'.
000355     88  WS-RCYC-NOT-FOUND            VALUE '35'.
000356 77  WS-DEPT-STATUS               PIC X(02) VALUE ZEROES.
000357     88  WS-DEPT-OK                   VALUE '00'.
000358     88  WS-DEPT-NOT-FOUND            VALUE '35'.
000359 77  WS-DUPR-STATUS               PIC X(02) VALUE ZEROES.
000360     88  WS-DUPR-OK                   VALUE '00'.
000361     88  WS-DUPR-NOT-FOUND            VALUE '35'.
000362 77  WS-RREG-STATUS               PIC X(02) VALUE ZEROES.
000363     88  WS-RREG-OK                   VALUE '00'.
000364     88  WS-RREG-NOT-FOUND            VALUE '35'.
000365 77  WS-EDCT-STATUS               PIC X(02) VALUE ZEROES.
000366     88  WS-EDCT-OK                   VALUE '00'.
000367 77  WS-DUPW-STATUS               PIC X(02) VALUE ZEROES.
000368     88  WS-DUPW-OK                   VALUE '00'.
000369 77  WS-RSLX-STATUS               PIC X(02) VALUE ZEROES.
000370     88  WS-RSLX-OK                   VALUE '00'.
000371     88  WS-RSLX-NOT-FOUND            VALUE '35'.
000372 77  WS-RSLX-SWITCH               PIC X(01) VALUE 'N'.
000373     88  WS-RSLX-OPEN                 VALUE 'Y'.
000374 77  WS-SUSP-STATUS               PIC X(02) VALUE ZEROES.
000375     88  WS-SUSP-OK                   VALUE '00'.
000376     88  WS-SUSP-NOT-FOUND            VALUE '35'.
000377 77  WS-SCAN-EOF-SWITCH           PIC X(01) VALUE 'N'.
000378     88  WS-SCAN-END                  VALUE 'Y'.
000379 77  WS-NOT-POSTED-SWITCH         PIC X(01) VALUE 'N'.
000380     88  WS-ORIGINAL-NOT-POSTED       VALUE 'Y'.
000381 77  WS-REVERSAL-COUNT            PIC 9(09) COMP VALUE ZERO.
000382 77  WS-BACKOUT-COUNT             PIC 9(09) COMP VALUE ZERO.
000383 77  WS-MAIN-DET-COUNT            PIC 9(09) COMP VALUE ZERO.
000384 77  WS-MAIN-HASH-1            PIC S9(11)V9(02) COMP VALUE ZERO.
000385 77  WS-MAIN-HASH-2            PIC S9(11)V9(02) COMP VALUE ZERO.
000386 77  WS-RECYCLE-SWITCH            PIC X(01) VALUE 'N'.
000387     88  WS-IN-RECYCLE-PASS           VALUE 'Y'.
000388 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000389 77  WS-HDR-FILE-DATE             PIC 9(08) VALUE ZEROES.
000390 77  WS-HDR-SOURCE-ID             PIC X(08) VALUE SPACES.
000391*****************************************************************
000392* EDIT WORKING FIELDS - THE OPERATION CODE IS MOVED HERE SO THE
000393* SUPPORTED CODES CAN BE TESTED WITH ONE LEVEL-88 CONDITION.
000394*****************************************************************
000395 77  WS-EDIT-OP                   PIC X(01) VALUE SPACE.
000396     88  WS-EDIT-OP-VALID             VALUE '+' '-' '*' '/'
000397                                            'M' 'm' 'P' 'p'.
000398 01  WS-EDIT-REASONS.
000399     05  WS-REASON-VAR-1             PIC X(02).
000400     05  WS-REASON-VAR-2             PIC X(02).
000401     05  WS-REASON-OP                PIC X(02).
000402     05  WS-REASON-DEPT              PIC X(02).
000403     05  WS-REASON-DUP               PIC X(02).
000404     05  WS-REASON-CONT              PIC X(02).
000405     05  WS-REASON-REV               PIC X(02).
000406 77  WS-COUNT-EDIT                PIC ZZZ,ZZ9.
000407*****************************************************************
000408* VIEWS USED TO LOOK FOR A REVERSAL'S ORIGINAL AMONG THE ITEMS
000409* NOT YET POSTED - THE RESULT IMAGE CARRIED ON A CALCSUSP ITEM,
000410* AND THE TRANSACTION ID ON A CALCRCYC RETURNED TRANSACTION.
000411*****************************************************************
000412     COPY CALCRSLT.
000413 01  WS-RCYC-SCAN-RECORD.
000414     05  FILLER                      PIC X(24).
000415     05  WS-RCYC-SCAN-TRANS-ID       PIC X(08).
000416     05  FILLER                      PIC X(04).
000417*****************************************************************
000418* ONE-RECORD HOLD FOR CONTINUATION PAIRING - A CLEAN DETAIL IS
000419* HELD HERE UNTIL THE NEXT RECORD SHOWS WHETHER A CONTINUATION
000420* BELONGS TO IT, SO THE PAIR STANDS OR FALLS TOGETHER. THE
000421* REGISTER PARAGRAPHS WORK FROM WS-REG-TRANS-ID AND
000422* WS-REG-DEPT-CODE SO THE HELD IMAGE AND THE CURRENT RECORD CAN
000423* BOTH USE THEM.
000424*****************************************************************
000425 77  WS-HELD-SWITCH               PIC X(01) VALUE 'N'.
000426     88  WS-DETAIL-HELD               VALUE 'Y'.
000427 01  WS-HELD-DETAIL.
000428     05  WS-HD-REC-TYPE              PIC X(01).
000429     05  WS-HD-VAR-1                 PIC S9(09)V9(02).
000430     05  WS-HD-VAR-2                 PIC S9(09)V9(02).
000431     05  WS-HD-VAR-01                PIC X(01).
000432     05  WS-HD-TRANS-ID              PIC X(08).
000433     05  WS-HD-DEPT-CODE             PIC X(04).
000434 77  WS-REG-TRANS-ID              PIC X(08) VALUE SPACES.
000435 77  WS-REG-DEPT-CODE             PIC X(04) VALUE SPACES.
000436*****************************************************************
000437* TRANSACTION ID OF AN IMMEDIATELY PRECEDING DETAIL THAT
000438* REJECTED AS A PURE DUPLICATE (REASON 04 ALONE) - SPACES WHEN
000439* THE LAST DETAIL DID NOT. A CONTINUATION ORPHANING AGAINST
000440* THIS SAME ID IS PART OF A RE-SENT CHAIN AND REJECTS AS A
000441* DUPLICATE, NOT AS OUTSTANDING WORK.
000442*****************************************************************
000443 77  WS-DUP-REJ-TRANS-ID          PIC X(08) VALUE SPACES.
000444 77  WS-HASH-EDIT                 PIC ----,---,---,--9.99.
000445*****************************************************************
000446* TRAILER WRITTEN TO THE VALIDATED FILE, COVERING ONLY THE
000447* RECORDS THAT PASSED THE EDITS, SO THE CALCULATOR BATCH RUN
000448* CAN BALANCE WHAT IT READS AGAINST WHAT WAS RELEASED HERE.
000449*****************************************************************
000450 01  WS-VALD-TRAILER.
000451     05  WS-VT-REC-TYPE              PIC X(01) VALUE 'T'.
000452     05  WS-VT-REC-COUNT             PIC 9(09).
000453     05  WS-VT-HASH-VAR-1            PIC S9(11)V9(02).
000454     05  WS-VT-HASH-VAR-2            PIC S9(11)V9(02).
000455*****************************************************************
000456* RUN-CONTROL LEDGER - THIS STEP'S NAME ON CALCRCTL, THE STEPS
000457* THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY
000458* START, AND THE WORK FIELDS FOR RECORDING ITS START AND FINISH.
000459*****************************************************************
000460 77  WS-RCTL-STATUS               PIC X(02) VALUE ZEROES.
000461     88  WS-RCTL-OK                   VALUE '00'.
000462     88  WS-RCTL-NOT-FOUND            VALUE '35'.
000463 77  WS-RCPM-STATUS               PIC X(02) VALUE ZEROES.
000464     88  WS-RCPM-OK                   VALUE '00'.
000465     88  WS-RCPM-NOT-FOUND            VALUE '35'.
000466 77  WS-RCTL-SWITCH               PIC X(01) VALUE 'N'.
000467     88  WS-RCTL-STARTED              VALUE 'Y'.
000468 77  WS-RCTL-REFUSE-SWITCH        PIC X(01) VALUE 'N'.
000469     88  WS-RCTL-REFUSED              VALUE 'Y'.
000470 77  WS-RCTL-RERUN-SWITCH         PIC X(01) VALUE 'N'.
000471     88  WS-RCTL-RERUN-OK             VALUE 'Y'.
000472 77  WS-RCTL-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
000473     88  WS-RCTL-ON-FILE              VALUE 'Y'.
000474 77  WS-RCTL-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000475     88  WS-RCTL-CARD-END             VALUE 'Y'.
000476 77  WS-RCTL-PROGRAM              PIC X(10) VALUE "CALCEDIT".
000477 77  WS-RCTL-BUS-DATE             PIC 9(08) VALUE ZEROES.
000478 77  WS-RCTL-RERUN-BY             PIC X(08) VALUE SPACES.
000479 77  WS-RCTL-SUB                  PIC 9(04) COMP VALUE ZERO.
000480 77  WS-RCTL-PREREQ-COUNT         PIC 9(04) COMP VALUE 1.
000481 01  WS-RCTL-PREREQ-LIST.
000482     05  FILLER                      PIC X(10) VALUE "CALCMRGE".
000483 01  WS-RCTL-PREREQ-TABLE REDEFINES WS-RCTL-PREREQ-LIST.
000484     05  WS-RCTL-PREREQ              PIC X(10) OCCURS 1 TIMES.
000485 01  WS-RCTL-TS.
000486     05  WS-RCTL-TS-DATE             PIC 9(08).
000487     05  WS-RCTL-TS-TIME             PIC 9(08).
000488 PROCEDURE DIVISION.
000489*****************************************************************
000490* 0000-MAINLINE - EDIT EVERY CALCTRAN RECORD AND SPLIT THE FILE
000491* INTO VALIDATED AND REJECTED TRANSACTIONS.
000492*****************************************************************
000493 0000-MAINLINE.
000494     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000495     PERFORM 2310-READ-TRANS THRU 2310-EXIT.
000496     PERFORM 2000-EDIT-TRANS THRU 2000-EXIT
000497         UNTIL WS-END-OF-FILE.
000498     IF WS-DETAIL-HELD
000499         PERFORM 2460-RELEASE-HELD THRU 2460-EXIT
000500     END-IF.
000501     PERFORM 7000-BALANCE-INPUT THRU 7000-EXIT.
000502     PERFORM 3000-RECYCLE-PASS THRU 3000-EXIT.
000503     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000504     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000505     STOP RUN.
000506*****************************************************************
000507* 1000-INITIALIZE - OPEN THE TRANSACTION, VALIDATED AND REJECT
000508* FILES, STOPPING THE RUN UNDER CONTROL IF ANY OPEN FAILS.
000509*****************************************************************
000510 1000-INITIALIZE.
000511     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000512     PERFORM 1500-RCTL-START THRU 1500-EXIT.
000513     OPEN INPUT CALC-TRANS-FILE.
000514     IF NOT WS-TRANS-OK
000515         DISPLAY "CANNOT OPEN CALCTRAN, STATUS " WS-TRANS-STATUS
000516         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000517     END-IF.
000518     OPEN OUTPUT CALC-VALD-FILE.
000519     IF NOT WS-VALD-OK
000520         DISPLAY "CANNOT OPEN CALCVALD, STATUS " WS-VALD-STATUS
000521         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000522     END-IF.
000523     OPEN OUTPUT CALC-REJ-FILE.
000524     IF NOT WS-REJ-OK
000525         DISPLAY "CANNOT OPEN CALCREJ, STATUS " WS-REJ-STATUS
000526         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000527     END-IF.
000528     OPEN INPUT CALC-DEPT-FILE.
000529     IF NOT WS-DEPT-OK
000530         DISPLAY "CANNOT OPEN CALCDEPT, STATUS " WS-DEPT-STATUS
000531         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000532     END-IF.
000533     OPEN I-O CALC-RREG-FILE.
000534     IF WS-RREG-NOT-FOUND
000535         CLOSE CALC-RREG-FILE
000536         OPEN OUTPUT CALC-RREG-FILE
000537         CLOSE CALC-RREG-FILE
000538         OPEN I-O CALC-RREG-FILE
000539     END-IF.
000540     IF NOT WS-RREG-OK
000541         DISPLAY "CANNOT OPEN CALCRREG, STATUS " WS-RREG-STATUS
000542         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000543     END-IF.
000544     OPEN I-O CALC-DUPR-FILE.
000545     IF WS-DUPR-NOT-FOUND
000546         CLOSE CALC-DUPR-FILE
000547         OPEN OUTPUT CALC-DUPR-FILE
000548         CLOSE CALC-DUPR-FILE
000549         OPEN I-O CALC-DUPR-FILE
000550     END-IF.
000551     IF NOT WS-DUPR-OK
000552         DISPLAY "CANNOT OPEN CALCDUPR, STATUS " WS-DUPR-STATUS
000553         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000554     END-IF.
000555     OPEN OUTPUT CALC-DUPW-FILE.
000556     IF NOT WS-DUPW-OK
000557         DISPLAY "CANNOT OPEN CALCDUPW, STATUS " WS-DUPW-STATUS
000558         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000559     END-IF.
000560     OPEN INPUT CALC-RSLX-FILE.
000561     IF WS-RSLX-OK
000562         MOVE 'Y' TO WS-RSLX-SWITCH
000563     ELSE
000564         IF NOT WS-RSLX-NOT-FOUND
000565             DISPLAY "CANNOT OPEN CALCRSLX, STATUS "
000566                 WS-RSLX-STATUS
000567             PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000568         END-IF
000569     END-IF.
000570 1000-EXIT.
000571     EXIT.
000572*****************************************************************
000573* 1500-RCTL-START - RECORD THE START OF THIS STEP ON THE CALCRCTL
000574* RUN-CONTROL LEDGER. THE STEP IS REFUSED, BEFORE IT HAS OPENED
000575* ANY OF ITS FILES, IF THE STEPS IT DEPENDS ON HAVE NOT ALL
000576* COMPLETED FOR THE BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED
000577* FOR THE DATE AND NO RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000578* AGAIN. EVERY REASON FOR REFUSING IS SHOWN.
000579*****************************************************************
000580 1500-RCTL-START.
000581     MOVE WS-RUN-DATE TO WS-RCTL-BUS-DATE.
000582     PERFORM 1510-RCTL-GET-CARDS THRU 1510-EXIT.
000583     OPEN I-O CALC-RCTL-FILE.
000584     IF WS-RCTL-NOT-FOUND
000585         CLOSE CALC-RCTL-FILE
000586         OPEN OUTPUT CALC-RCTL-FILE
000587         CLOSE CALC-RCTL-FILE
000588         OPEN I-O CALC-RCTL-FILE
000589     END-IF.
000590     IF NOT WS-RCTL-OK
000591         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000592         DISPLAY "CALCEDIT RUN TERMINATED - SEE FILE STATUS ABOVE"
000593         MOVE 8 TO RETURN-CODE
000594         STOP RUN
000595     END-IF.
000596     PERFORM 1530-RCTL-CHECK-PREREQ THRU 1530-EXIT
000597         VARYING WS-RCTL-SUB FROM 1 BY 1
000598         UNTIL WS-RCTL-SUB > WS-RCTL-PREREQ-COUNT.
000599     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000600     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000601     READ CALC-RCTL-FILE
000602         INVALID KEY
000603             MOVE 'N' TO WS-RCTL-ON-FILE-SWITCH
000604             MOVE SPACES TO CALC-RCTL-RECORD
000605             MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE
000606             MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM
000607             MOVE ZERO TO CALC-RC-RUN-COUNT
000608             GO TO 1500-RECORD-START
000609     END-READ.
000610     MOVE 'Y' TO WS-RCTL-ON-FILE-SWITCH.
000611     IF CALC-RC-STARTED
000612         DISPLAY "CALCEDIT PREVIOUS RUN FOR " WS-RCTL-BUS-DATE
000613             " DID NOT FINISH"
000614     END-IF.
000615     IF NOT CALC-RC-COMPLETE
000616         GO TO 1500-RECORD-START
000617     END-IF.
000618     IF NOT WS-RCTL-RERUN-OK
000619         DISPLAY "CALCEDIT ALREADY COMPLETED FOR "
000620             WS-RCTL-BUS-DATE
000621             " - RERUN CARD REQUIRED"
000622         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000623         GO TO 1500-RECORD-START
000624     END-IF.
000625     DISPLAY "CALCEDIT RERUN FOR " WS-RCTL-BUS-DATE
000626         " AUTHORIZED BY " WS-RCTL-RERUN-BY.
000627     MOVE WS-RCTL-RERUN-BY TO CALC-RC-RERUN-BY.
000628 1500-RECORD-START.
000629     IF WS-RCTL-REFUSED
000630         CLOSE CALC-RCTL-FILE
000631         DISPLAY "CALCEDIT RUN REFUSED BY RUN CONTROL"
000632         MOVE 8 TO RETURN-CODE
000633         STOP RUN
000634     END-IF.
000635     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000636     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000637     MOVE 'S' TO CALC-RC-STATUS.
000638     MOVE WS-RCTL-TS TO CALC-RC-START-TS.
000639     MOVE SPACES TO CALC-RC-END-TS.
000640     MOVE ZERO TO CALC-RC-RETURN-CODE.
000641     ADD 1 TO CALC-RC-RUN-COUNT.
000642     IF WS-RCTL-ON-FILE
000643         REWRITE CALC-RCTL-RECORD
000644             INVALID KEY
000645                 GO TO 1500-WRITE-ERROR
000646         END-REWRITE
000647     ELSE
000648         WRITE CALC-RCTL-RECORD
000649             INVALID KEY
000650                 GO TO 1500-WRITE-ERROR
000651         END-WRITE
000652     END-IF.
000653     CLOSE CALC-RCTL-FILE.
000654     MOVE 'Y' TO WS-RCTL-SWITCH.
000655     GO TO 1500-EXIT.
000656 1500-WRITE-ERROR.
000657     DISPLAY "CANNOT RECORD START ON CALCRCTL, STATUS "
000658         WS-RCTL-STATUS.
000659     DISPLAY "CALCEDIT RUN TERMINATED - SEE FILE STATUS ABOVE".
000660     CLOSE CALC-RCTL-FILE.
000661     MOVE 8 TO RETURN-CODE.
000662     STOP RUN.
000663 1500-EXIT.
000664     EXIT.
000665*****************************************************************
000666* 1510-RCTL-GET-CARDS - READ THE SHARED RCTLPARM RUN-CONTROL
000667* CARDS, IF ANY, FOR A BUSINESS DATE CARD AND A RERUN CARD FOR
000668* THIS STEP.
000669*****************************************************************
000670 1510-RCTL-GET-CARDS.
000671     OPEN INPUT RCTL-PARM-FILE.
000672     IF WS-RCPM-NOT-FOUND
000673         GO TO 1510-EXIT
000674     END-IF.
000675     IF NOT WS-RCPM-OK
000676         DISPLAY "CANNOT OPEN RCTLPARM, STATUS " WS-RCPM-STATUS
000677         DISPLAY "CALCEDIT RUN TERMINATED - SEE FILE STATUS ABOVE"
000678         MOVE 8 TO RETURN-CODE
000679         STOP RUN
000680     END-IF.
000681     PERFORM 1520-RCTL-READ-CARD THRU 1520-EXIT
000682         UNTIL WS-RCTL-CARD-END.
000683     CLOSE RCTL-PARM-FILE.
000684 1510-EXIT.
000685     EXIT.
000686*****************************************************************
000687* 1520-RCTL-READ-CARD - TAKE ONE RUN-CONTROL CARD. A DATE CARD
000688* SETS THE BUSINESS DATE; A RERUN CARD COUNTS ONLY IF IT NAMES
000689* THIS STEP, THE BUSINESS DATE IN FORCE AND WHO AUTHORIZED IT.
000690*****************************************************************
000691 1520-RCTL-READ-CARD.
000692     READ RCTL-PARM-FILE
000693         AT END
000694             MOVE 'Y' TO WS-RCTL-CARD-EOF-SWITCH
000695             GO TO 1520-EXIT
000696     END-READ.
000697     IF CALC-RK-DATE-CARD
000698      AND CALC-RK-BUS-DATE IS NUMERIC
000699         MOVE CALC-RK-BUS-DATE TO WS-RCTL-BUS-DATE
000700         MOVE 'N' TO WS-RCTL-RERUN-SWITCH
000701         GO TO 1520-EXIT
000702     END-IF.
000703     IF NOT CALC-RK-RERUN-CARD
000704      OR CALC-RK-PROGRAM NOT = WS-RCTL-PROGRAM
000705      OR CALC-RK-BUS-DATE NOT = WS-RCTL-BUS-DATE
000706         GO TO 1520-EXIT
000707     END-IF.
000708     IF CALC-RK-AUTH-BY = SPACES
000709         DISPLAY "CALCEDIT RERUN CARD IGNORED - NO AUTHORIZER"
000710         GO TO 1520-EXIT
000711     END-IF.
000712     MOVE 'Y' TO WS-RCTL-RERUN-SWITCH.
000713     MOVE CALC-RK-AUTH-BY TO WS-RCTL-RERUN-BY.
000714 1520-EXIT.
000715     EXIT.
000716*****************************************************************
000717* 1530-RCTL-CHECK-PREREQ - PROVE THAT ONE STEP THIS ONE DEPENDS
000718* ON HAS COMPLETED FOR THE BUSINESS DATE.
000719*****************************************************************
000720 1530-RCTL-CHECK-PREREQ.
000721     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000722     MOVE WS-RCTL-PREREQ (WS-RCTL-SUB) TO CALC-RC-PROGRAM.
000723     READ CALC-RCTL-FILE
000724         INVALID KEY
000725             DISPLAY "CALCEDIT WAITING ON "
000726                 WS-RCTL-PREREQ (WS-RCTL-SUB)
000727                 " - NOT RUN FOR " WS-RCTL-BUS-DATE
000728             MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000729             GO TO 1530-EXIT
000730     END-READ.
000731     IF NOT CALC-RC-COMPLETE
000732         DISPLAY "CALCEDIT WAITING ON "
000733             WS-RCTL-PREREQ (WS-RCTL-SUB)
000734             " - NOT COMPLETED FOR " WS-RCTL-BUS-DATE
000735         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000736     END-IF.
000737 1530-EXIT.
000738     EXIT.
000739*****************************************************************
000740* 2000-EDIT-TRANS - ROUTE THE CURRENT RECORD BY ITS TYPE BYTE:
000741* PASS THE HEADER THROUGH, CAPTURE THE TRAILER FOR BALANCING,
000742* PAIR A CONTINUATION WITH ITS HELD DETAIL, CHECK A REVERSAL
000743* AGAINST ITS ORIGINAL, AND PUT EVERYTHING
000744* ELSE THROUGH THE DETAIL FIELD EDITS. ANY RECORD THAT IS NOT A
000745* CONTINUATION RELEASES THE HELD DETAIL FIRST - NO CONTINUATION
000746* BELONGS TO IT.
000747*****************************************************************
000748 2000-EDIT-TRANS.
000749     IF WS-DETAIL-HELD
000750      AND NOT CALC-TR-CONT
000751         PERFORM 2460-RELEASE-HELD THRU 2460-EXIT
000752     END-IF.
000753     IF CALC-TR-HEADER OR CALC-TR-TRAILER
000754         MOVE SPACES TO WS-DUP-REJ-TRANS-ID
000755     END-IF.
000756     EVALUATE TRUE
000757         WHEN CALC-TR-HEADER
000758             PERFORM 2410-WRITE-HEADER THRU 2410-EXIT
000759         WHEN CALC-TR-TRAILER
000760             PERFORM 2210-SAVE-TRAILER THRU 2210-EXIT
000761         WHEN CALC-TR-CONT
000762             PERFORM 2120-EDIT-CONT THRU 2120-EXIT
000763         WHEN CALC-TR-REVERSAL
000764             PERFORM 2130-EDIT-REVERSAL THRU 2130-EXIT
000765         WHEN OTHER
000766             PERFORM 2100-EDIT-DETAIL THRU 2100-EXIT
000767     END-EVALUATE.
000768     PERFORM 2310-READ-TRANS THRU 2310-EXIT.
000769 2000-EXIT.
000770     EXIT.
000771*****************************************************************
000772* 2100-EDIT-DETAIL - APPLY THE FIELD EDITS TO A DETAIL RECORD,
000773* ACCUMULATE THE INPUT HASH TOTALS, AND EITHER HOLD THE CLEAN
000774* RECORD FOR CONTINUATION PAIRING OR WRITE IT TO THE REJECT
000775* FILE.
000776*****************************************************************
000777 2100-EDIT-DETAIL.
000778     ADD 1 TO WS-DETAIL-COUNT.
000779     MOVE 'N' TO WS-REJECT-SWITCH.
000780     MOVE SPACES TO WS-EDIT-REASONS.
000781     IF CALC-TR-VAR-1 IS NOT NUMERIC
000782         MOVE '01' TO WS-REASON-VAR-1
000783         MOVE 'Y' TO WS-REJECT-SWITCH
000784     ELSE
000785         ADD CALC-TR-VAR-1 TO WS-IN-HASH-VAR-1
000786     END-IF.
000787     IF CALC-TR-VAR-2 IS NOT NUMERIC
000788         MOVE '01' TO WS-REASON-VAR-2
000789         MOVE 'Y' TO WS-REJECT-SWITCH
000790     ELSE
000791         ADD CALC-TR-VAR-2 TO WS-IN-HASH-VAR-2
000792     END-IF.
000793     MOVE CALC-TR-VAR-01 TO WS-EDIT-OP.
000794     IF NOT WS-EDIT-OP-VALID
000795         MOVE '02' TO WS-REASON-OP
000796         MOVE 'Y' TO WS-REJECT-SWITCH
000797     END-IF.
000798     PERFORM 2150-CHECK-DEPT THRU 2150-EXIT.
000799     IF NOT WS-IN-RECYCLE-PASS
000800         PERFORM 2160-CHECK-DUP-TRANS THRU 2160-EXIT
000801     END-IF.
000802     IF WS-REC-REJECTED
000803         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
000804     ELSE
000805         PERFORM 2400-HOLD-DETAIL THRU 2400-EXIT
000806     END-IF.
000807     IF WS-REC-REJECTED
000808      AND WS-REASON-DUP = '04'
000809      AND WS-REASON-VAR-1 = SPACES
000810      AND WS-REASON-VAR-2 = SPACES
000811      AND WS-REASON-OP = SPACES
000812      AND WS-REASON-DEPT = SPACES
000813         MOVE CALC-TR-TRANS-ID TO WS-DUP-REJ-TRANS-ID
000814     ELSE
000815         MOVE SPACES TO WS-DUP-REJ-TRANS-ID
000816     END-IF.
000817 2100-EXIT.
000818     EXIT.
000819*****************************************************************
000820* 2120-EDIT-CONT - EDIT A CONTINUATION RECORD TOGETHER WITH THE
000821* DETAIL HELD IN FRONT OF IT. A CONTINUATION WITH NO HELD
000822* DETAIL, OR A MISMATCHED TRANSACTION ID OR DEPARTMENT, IS AN
000823* ORPHAN AND REJECTS WITH REASON CODE 05 - UNLESS ITS DETAIL
000824* JUST REJECTED AS A PURE DUPLICATE, IN WHICH CASE THE WHOLE
000825* PAIR IS A RE-SEND AND THE CONTINUATION REJECTS WITH REASON
000826* 04 TOO, SO IT IS NOT REGISTERED ON CALCRREG AS OUTSTANDING
000827* WORK THAT NO FUTURE SUBMISSION COULD EVER CLEAR. A
000828* CONTINUATION THAT FAILS ITS OWN FIELD EDITS TAKES ITS HELD
000829* DETAIL TO THE REJECT FILE WITH IT. A CLEAN PAIR IS RELEASED
000830* TOGETHER. THE DUPLICATE CHECK IS NOT REPEATED - THE
000831* CONTINUATION SHARES ITS DETAIL'S TRANSACTION ID.
000832*****************************************************************
000833 2120-EDIT-CONT.
000834     ADD 1 TO WS-DETAIL-COUNT.
000835     MOVE 'N' TO WS-REJECT-SWITCH.
000836     MOVE SPACES TO WS-EDIT-REASONS.
000837     IF CALC-TR-VAR-1 IS NOT NUMERIC
000838         MOVE '01' TO WS-REASON-VAR-1
000839         MOVE 'Y' TO WS-REJECT-SWITCH
000840     ELSE
000841         ADD CALC-TR-VAR-1 TO WS-IN-HASH-VAR-1
000842     END-IF.
000843     IF CALC-TR-VAR-2 IS NOT NUMERIC
000844         MOVE '01' TO WS-REASON-VAR-2
000845         MOVE 'Y' TO WS-REJECT-SWITCH
000846     ELSE
000847         ADD CALC-TR-VAR-2 TO WS-IN-HASH-VAR-2
000848     END-IF.
000849     MOVE CALC-TR-VAR-01 TO WS-EDIT-OP.
000850     IF NOT WS-EDIT-OP-VALID
000851         MOVE '02' TO WS-REASON-OP
000852         MOVE 'Y' TO WS-REJECT-SWITCH
000853     END-IF.
000854     IF NOT WS-DETAIL-HELD
000855      OR CALC-TR-TRANS-ID NOT = WS-HD-TRANS-ID
000856      OR CALC-TR-DEPT-CODE NOT = WS-HD-DEPT-CODE
000857         IF WS-DUP-REJ-TRANS-ID NOT = SPACES
000858          AND CALC-TR-TRANS-ID = WS-DUP-REJ-TRANS-ID
000859             MOVE '04' TO WS-REASON-DUP
000860         ELSE
000861             MOVE '05' TO WS-REASON-CONT
000862         END-IF
000863         MOVE 'Y' TO WS-REJECT-SWITCH
000864     END-IF.
000865     MOVE SPACES TO WS-DUP-REJ-TRANS-ID.
000866     IF NOT WS-REC-REJECTED
000867         PERFORM 2460-RELEASE-HELD THRU 2460-EXIT
000868         PERFORM 2480-WRITE-CONT-VALD THRU 2480-EXIT
000869         GO TO 2120-EXIT
000870     END-IF.
000871     IF WS-DETAIL-HELD
000872      AND CALC-TR-TRANS-ID = WS-HD-TRANS-ID
000873         PERFORM 2470-REJECT-HELD THRU 2470-EXIT
000874     END-IF.
000875     PERFORM 2500-WRITE-REJECT THRU 2500-EXIT.
000876 2120-EXIT.
000877     EXIT.
000878*****************************************************************
000879* 2130-EDIT-REVERSAL - EDIT A REVERSAL RECORD. IT COUNTS AND
000880* HASHES LIKE ANY DETAIL, HAS NO OPERATION CODE TO EDIT, AND
000881* IS NEVER HELD FOR PAIRING - A CONTINUATION BEHIND IT IS AN
000882* ORPHAN. ITS TRANSACTION ID IS THE ORIGINAL'S, SO THE 'T'
000883* DUPLICATE CHECK DOES NOT APPLY - 2170-CHECK-REVERSAL PROVES
000884* THE ORIGINAL INSTEAD. A CLEAN REVERSAL GOES STRAIGHT TO THE
000885* VALIDATED FILE AND IS REGISTERED UNDER ITS 'R' KEY.
000886*****************************************************************
000887 2130-EDIT-REVERSAL.
000888     ADD 1 TO WS-DETAIL-COUNT.
000889     MOVE 'N' TO WS-REJECT-SWITCH.
000890     MOVE SPACES TO WS-EDIT-REASONS.
000891     MOVE SPACES TO WS-DUP-REJ-TRANS-ID.
000892     IF CALC-TR-VAR-1 IS NOT NUMERIC
000893         MOVE '01' TO WS-REASON-VAR-1
000894         MOVE 'Y' TO WS-REJECT-SWITCH
000895     ELSE
000896         ADD CALC-TR-VAR-1 TO WS-IN-HASH-VAR-1
000897     END-IF.
000898     IF CALC-TR-VAR-2 IS NOT NUMERIC
000899         MOVE '01' TO WS-REASON-VAR-2
000900         MOVE 'Y' TO WS-REJECT-SWITCH
000901     ELSE
000902         ADD CALC-TR-VAR-2 TO WS-IN-HASH-VAR-2
000903     END-IF.
000904     PERFORM 2150-CHECK-DEPT THRU 2150-EXIT.
000905     PERFORM 2170-CHECK-REVERSAL THRU 2170-EXIT.
000906     IF WS-REC-REJECTED
000907         PERFORM 2500-WRITE-REJECT THRU 2500-EXIT
000908         GO TO 2130-EXIT
000909     END-IF.
000910     WRITE CALC-VALD-RECORD FROM CALC-TRANS-RECORD.
000911     ADD 1 TO WS-ACCEPT-COUNT.
000912     ADD 1 TO WS-REVERSAL-COUNT.
000913     ADD CALC-TR-VAR-1 TO WS-OUT-HASH-VAR-1.
000914     ADD CALC-TR-VAR-2 TO WS-OUT-HASH-VAR-2.
000915     MOVE CALC-TR-TRANS-ID TO WS-REG-TRANS-ID.
000916     PERFORM 2445-REGISTER-REVERSAL THRU 2445-EXIT.
000917     PERFORM 2450-CLEAR-REJECT THRU 2450-EXIT.
000918 2130-EXIT.
000919     EXIT.
000920*****************************************************************
000921* 2150-CHECK-DEPT - LOOK THE REQUESTING DEPARTMENT UP ON THE
000922* CALCDEPT MASTER. A DEPARTMENT NOT ON FILE, OR ON FILE BUT
000923* DEACTIVATED, FAILS THE DETAIL WITH REASON CODE 03.
000924*****************************************************************
000925 2150-CHECK-DEPT.
000926     MOVE CALC-TR-DEPT-CODE TO CALC-DP-DEPT-CODE.
000927     READ CALC-DEPT-FILE
000928         INVALID KEY
000929             MOVE '03' TO WS-REASON-DEPT
000930             MOVE 'Y' TO WS-REJECT-SWITCH
000931             GO TO 2150-EXIT
000932     END-READ.
000933     IF NOT CALC-DP-ACTIVE
000934         MOVE '03' TO WS-REASON-DEPT
000935         MOVE 'Y' TO WS-REJECT-SWITCH
000936     END-IF.
000937 2150-EXIT.
000938     EXIT.
000939*****************************************************************
000940* 2160-CHECK-DUP-TRANS - LOOK THE TRANSACTION ID UP ON THE
000941* CALCDUPR REGISTER. AN ID ALREADY REGISTERED WAS ACCEPTED ON A
000942* PRIOR RUN AND FAILS THE DETAIL WITH REASON CODE 04 SO IT
000943* CANNOT CALCULATE AND POST A SECOND TIME.
000944*****************************************************************
000945 2160-CHECK-DUP-TRANS.
000946     MOVE SPACES TO CALC-DU-KEY.
000947     MOVE 'T' TO CALC-DU-KEY-TYPE.
000948     MOVE CALC-TR-TRANS-ID TO CALC-DU-TRANS-ID.
000949     READ CALC-DUPR-FILE
000950         INVALID KEY
000951             GO TO 2160-EXIT
000952     END-READ.
000953     MOVE '04' TO WS-REASON-DUP.
000954     MOVE 'Y' TO WS-REJECT-SWITCH.
000955 2160-EXIT.
000956     EXIT.
000957*****************************************************************
000958* 2170-CHECK-REVERSAL - PROVE THE ORIGINAL A REVERSAL NAMES. IT
000959* MUST BE ON CALCRSLX (06), BE AN OK RESULT - AN ERROR RESULT
000960* NEVER POSTED (07), NOT BE REVERSED ALREADY, EITHER MARKED ON
000961* CALCRSLX OR REGISTERED UNDER AN 'R' KEY ON CALCDUPR BY AN
000962* EARLIER REVERSAL NOT YET LOADED (08), AND ITS DEPARTMENT AND
000963* RESULT MUST AGREE WITH THE REVERSAL'S DEPARTMENT AND VAR-1
000964* CONTROL FIGURE (09). AN ORIGINAL THAT PASSES ALL OF THAT BUT
000965* IS STILL HELD ON CALCSUSP, OR WAS RETURNED FROM SUSPENSE AND
000966* WAITS ON CALCRCYC, NEVER POSTED AND CANNOT BE BACKED OUT YET
000967* (10). NO CALCRSLX FILE AT ALL MEANS NOTHING CAN BE REVERSED.
000968*****************************************************************
000969 2170-CHECK-REVERSAL.
000970     IF NOT WS-RSLX-OPEN
000971         MOVE '06' TO WS-REASON-REV
000972         MOVE 'Y' TO WS-REJECT-SWITCH
000973         GO TO 2170-EXIT
000974     END-IF.
000975     MOVE CALC-TR-TRANS-ID TO CALC-RX-TRANS-ID.
000976     READ CALC-RSLX-FILE
000977         INVALID KEY
000978             MOVE '06' TO WS-REASON-REV
000979             MOVE 'Y' TO WS-REJECT-SWITCH
000980             GO TO 2170-EXIT
000981     END-READ.
000982     IF NOT CALC-RX-OK
000983         MOVE '07' TO WS-REASON-REV
000984         MOVE 'Y' TO WS-REJECT-SWITCH
000985         GO TO 2170-EXIT
000986     END-IF.
000987     IF CALC-RX-REVERSED
000988         MOVE '08' TO WS-REASON-REV
000989         MOVE 'Y' TO WS-REJECT-SWITCH
000990         GO TO 2170-EXIT
000991     END-IF.
000992     MOVE SPACES TO CALC-DU-KEY.
000993     MOVE 'R' TO CALC-DU-KEY-TYPE.
000994     MOVE CALC-TR-TRANS-ID TO CALC-DU-TRANS-ID.
000995     READ CALC-DUPR-FILE
000996         INVALID KEY
000997             GO TO 2170-AGREE
000998     END-READ.
000999     MOVE '08' TO WS-REASON-REV.
001000     MOVE 'Y' TO WS-REJECT-SWITCH.
001001     GO TO 2170-EXIT.
001002 2170-AGREE.
001003     IF CALC-TR-DEPT-CODE NOT = CALC-RX-DEPT-CODE
001004         MOVE '09' TO WS-REASON-REV
001005         MOVE 'Y' TO WS-REJECT-SWITCH
001006         GO TO 2170-EXIT
001007     END-IF.
001008     IF CALC-TR-VAR-1 IS NUMERIC
001009      AND CALC-TR-VAR-1 NOT = CALC-RX-VAR-SUM
001010         MOVE '09' TO WS-REASON-REV
001011         MOVE 'Y' TO WS-REJECT-SWITCH
001012         GO TO 2170-EXIT
001013     END-IF.
001014     MOVE 'N' TO WS-NOT-POSTED-SWITCH.
001015     PERFORM 2175-CHECK-SUSPENSE THRU 2175-EXIT.
001016     IF NOT WS-ORIGINAL-NOT-POSTED
001017         PERFORM 2177-CHECK-RECYCLE THRU 2177-EXIT
001018     END-IF.
001019     IF WS-ORIGINAL-NOT-POSTED
001020         MOVE '10' TO WS-REASON-REV
001021         MOVE 'Y' TO WS-REJECT-SWITCH
001022     END-IF.
001023 2170-EXIT.
001024     EXIT.
001025*****************************************************************
001026* 2175-CHECK-SUSPENSE - LOOK FOR THE REVERSAL'S ORIGINAL AMONG
001027* THE ITEMS CALCGLEX IS HOLDING ON CALCSUSP FOR SUPERVISOR
001028* APPROVAL. NO CALCSUSP FILE MEANS NOTHING IS HELD.
001029*****************************************************************
001030 2175-CHECK-SUSPENSE.
001031     OPEN INPUT CALC-SUSP-FILE.
001032     IF WS-SUSP-NOT-FOUND
001033         GO TO 2175-EXIT
001034     END-IF.
001035     IF NOT WS-SUSP-OK
001036         DISPLAY "CANNOT OPEN CALCSUSP, STATUS " WS-SUSP-STATUS
001037         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
001038     END-IF.
001039     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
001040     PERFORM 2176-SCAN-SUSP THRU 2176-EXIT
001041         UNTIL WS-SCAN-END
001042            OR WS-ORIGINAL-NOT-POSTED.
001043     CLOSE CALC-SUSP-FILE.
001044 2175-EXIT.
001045     EXIT.
001046*****************************************************************
001047* 2176-SCAN-SUSP - READ ONE HELD ITEM AND TEST WHETHER IT IS THE
001048* ORIGINAL RESULT THE REVERSAL NAMES.
001049*****************************************************************
001050 2176-SCAN-SUSP.
001051     READ CALC-SUSP-FILE
001052         AT END
001053             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
001054             GO TO 2176-EXIT
001055     END-READ.
001056     MOVE CALC-SU-RSLT-IMAGE TO CALC-RSLT-RECORD.
001057     IF CALC-RS-TRANS-ID = CALC-TR-TRANS-ID
001058      AND NOT CALC-RS-REVERSAL
001059         MOVE 'Y' TO WS-NOT-POSTED-SWITCH
001060     END-IF.
001061 2176-EXIT.
001062     EXIT.
001063*****************************************************************
001064* 2177-CHECK-RECYCLE - LOOK FOR THE REVERSAL'S ORIGINAL AMONG THE
001065* TRANSACTIONS WAITING ON CALCRCYC. A SUSPENSE ITEM RETURNED FOR
001066* CORRECTION WAITS THERE UNTIL THE RECYCLE PASS RECALCULATES IT,
001067* AND UNTIL THEN CALCRSLX STILL SHOWS THE OLD OK RESULT. THE
001068* RECYCLE PASS ITSELF OPENS CALCRCYC ONLY AFTER THE MAIN FILE IS
001069* DONE, SO IT IS FREE TO BE SCANNED HERE.
001070*****************************************************************
001071 2177-CHECK-RECYCLE.
001072     IF WS-IN-RECYCLE-PASS
001073         GO TO 2177-EXIT
001074     END-IF.
001075     OPEN INPUT CALC-RCYC-FILE.
001076     IF WS-RCYC-NOT-FOUND
001077         GO TO 2177-EXIT
001078     END-IF.
001079     IF NOT WS-RCYC-OK
001080         DISPLAY "CANNOT OPEN CALCRCYC, STATUS " WS-RCYC-STATUS
001081         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
001082     END-IF.
001083     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
001084     PERFORM 2178-SCAN-RCYC THRU 2178-EXIT
001085         UNTIL WS-SCAN-END
001086            OR WS-ORIGINAL-NOT-POSTED.
001087     CLOSE CALC-RCYC-FILE.
001088 2177-EXIT.
001089     EXIT.
001090*****************************************************************
001091* 2178-SCAN-RCYC - READ ONE WAITING TRANSACTION AND TEST WHETHER
001092* IT IS THE ORIGINAL THE REVERSAL NAMES.
001093*****************************************************************
001094 2178-SCAN-RCYC.
001095     READ CALC-RCYC-FILE INTO WS-RCYC-SCAN-RECORD
001096         AT END
001097             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
001098             GO TO 2178-EXIT
001099     END-READ.
001100     IF WS-RCYC-SCAN-TRANS-ID = CALC-TR-TRANS-ID
001101         MOVE 'Y' TO WS-NOT-POSTED-SWITCH
001102     END-IF.
001103 2178-EXIT.
001104     EXIT.
001105*****************************************************************
001106* 2210-SAVE-TRAILER - HOLD THE UPSTREAM CONTROL TOTALS FOR THE
001107* BALANCING CHECK AT END OF FILE. A NON-NUMERIC TOTAL IS LEFT
001108* AT ZERO SO IT SHOWS UP AS AN OUT-OF-BALANCE CONDITION.
001109*****************************************************************
001110 2210-SAVE-TRAILER.
001111     MOVE 'Y' TO WS-TRAILER-SWITCH.
001112     IF CALC-TT-REC-COUNT IS NUMERIC
001113         MOVE CALC-TT-REC-COUNT TO WS-EXP-REC-COUNT
001114     END-IF.
001115     IF CALC-TT-HASH-VAR-1 IS NUMERIC
001116         MOVE CALC-TT-HASH-VAR-1 TO WS-EXP-HASH-VAR-1
001117     END-IF.
001118     IF CALC-TT-HASH-VAR-2 IS NUMERIC
001119         MOVE CALC-TT-HASH-VAR-2 TO WS-EXP-HASH-VAR-2
001120     END-IF.
001121 2210-EXIT.
001122     EXIT.
001123*****************************************************************
001124* 2310-READ-TRANS - READ THE NEXT TRANSACTION RECORD.
001125*****************************************************************
001126 2310-READ-TRANS.
001127     READ CALC-TRANS-FILE
001128         AT END
001129             MOVE 'Y' TO WS-EOF-SWITCH
001130         NOT AT END
001131             ADD 1 TO WS-READ-COUNT
001132     END-READ.
001133 2310-EXIT.
001134     EXIT.
001135*****************************************************************
001136* 2400-HOLD-DETAIL - THE DETAIL PASSED ITS EDITS. HOLD IT ONE
001137* RECORD SO A CONTINUATION DIRECTLY BEHIND IT CAN STAND OR
001138* FALL WITH IT.
001139*****************************************************************
001140 2400-HOLD-DETAIL.
001141     MOVE CALC-TRANS-RECORD TO WS-HELD-DETAIL.
001142     MOVE 'Y' TO WS-HELD-SWITCH.
001143 2400-EXIT.
001144     EXIT.
001145*****************************************************************
001146* 2460-RELEASE-HELD - WRITE THE HELD DETAIL TO THE VALIDATED
001147* FILE, REGISTER ITS TRANSACTION ID ON CALCDUPR AND CLEAR ANY
001148* OUTSTANDING REJECT UNDER THAT ID.
001149*****************************************************************
001150 2460-RELEASE-HELD.
001151     WRITE CALC-VALD-RECORD FROM WS-HELD-DETAIL.
001152     ADD 1 TO WS-ACCEPT-COUNT.
001153     ADD WS-HD-VAR-1 TO WS-OUT-HASH-VAR-1.
001154     ADD WS-HD-VAR-2 TO WS-OUT-HASH-VAR-2.
001155     MOVE WS-HD-TRANS-ID TO WS-REG-TRANS-ID.
001156     PERFORM 2440-REGISTER-TRANS THRU 2440-EXIT.
001157     PERFORM 2450-CLEAR-REJECT THRU 2450-EXIT.
001158     MOVE 'N' TO WS-HELD-SWITCH.
001159 2460-EXIT.
001160     EXIT.
001161*****************************************************************
001162* 2470-REJECT-HELD - THE CONTINUATION BEHIND THE HELD DETAIL
001163* FAILED ITS EDITS, SO THE HELD DETAIL GOES TO THE REJECT FILE
001164* WITH IT UNDER REASON CODE 05 - HALF A CHAIN MUST NEVER
001165* CALCULATE.
001166*****************************************************************
001167 2470-REJECT-HELD.
001168     MOVE SPACES TO CALC-REJ-RECORD.
001169     MOVE WS-HELD-DETAIL TO CALC-RJ-TRANS-IMAGE.
001170     MOVE '05' TO CALC-RJ-REASON-CONT.
001171     WRITE CALC-REJ-RECORD.
001172     ADD 1 TO WS-REJECT-COUNT.
001173     MOVE SPACES TO WS-EDIT-REASONS.
001174     MOVE '05' TO WS-REASON-CONT.
001175     MOVE WS-HD-TRANS-ID  TO WS-REG-TRANS-ID.
001176     MOVE WS-HD-DEPT-CODE TO WS-REG-DEPT-CODE.
001177     PERFORM 2550-REGISTER-REJECT THRU 2550-EXIT.
001178     MOVE 'N' TO WS-HELD-SWITCH.
001179 2470-EXIT.
001180     EXIT.
001181*****************************************************************
001182* 2480-WRITE-CONT-VALD - PASS A CLEAN, PAIRED CONTINUATION
001183* THROUGH TO THE VALIDATED FILE BEHIND ITS DETAIL. NO REGISTER
001184* ENTRY - IT SHARES ITS DETAIL'S TRANSACTION ID.
001185*****************************************************************
001186 2480-WRITE-CONT-VALD.
001187     WRITE CALC-VALD-RECORD FROM CALC-TRANS-RECORD.
001188     ADD 1 TO WS-ACCEPT-COUNT.
001189     ADD CALC-TR-VAR-1 TO WS-OUT-HASH-VAR-1.
001190     ADD CALC-TR-VAR-2 TO WS-OUT-HASH-VAR-2.
001191 2480-EXIT.
001192     EXIT.
001193*****************************************************************
001194* 2450-CLEAR-REJECT - THE TRANSACTION CAME THROUGH THE EDITS
001195* CLEAN, SO ANY OUTSTANDING REJECT UNDER WS-REG-TRANS-ID ON THE
001196* CALCRREG REGISTER IS NOW CORRECTED - DELETE IT. NO ENTRY
001197* MEANS NOTHING WAS OUTSTANDING.
001198*****************************************************************
001199 2450-CLEAR-REJECT.
001200     IF WS-REG-TRANS-ID = SPACES
001201         GO TO 2450-EXIT
001202     END-IF.
001203     MOVE WS-REG-TRANS-ID TO CALC-RR-TRANS-ID.
001204     DELETE CALC-RREG-FILE
001205         INVALID KEY
001206             CONTINUE
001207     END-DELETE.
001208 2450-EXIT.
001209     EXIT.
001210*****************************************************************
001211* 2410-WRITE-HEADER - CHECK THE HEADER AGAINST THE CALCDUPR
001212* REGISTER - A FILE-DATE/SOURCE-ID COMBINATION ALREADY ON THE
001213* REGISTER IS A WHOLE-FILE RESUBMIT AND STOPS THE RUN HERE,
001214* BEFORE ANYTHING REACHES CALCVALD - THEN PASS THE HEADER
001215* THROUGH TO THE VALIDATED FILE UNCHANGED.
001216*****************************************************************
001217 2410-WRITE-HEADER.
001218     MOVE CALC-TH-FILE-DATE TO WS-HDR-FILE-DATE.
001219     MOVE CALC-TH-SOURCE-ID TO WS-HDR-SOURCE-ID.
001220     PERFORM 2430-CHECK-FILE-DUP THRU 2430-EXIT.
001221     WRITE CALC-VALD-RECORD FROM CALC-TRANS-RECORD.
001222 2410-EXIT.
001223     EXIT.
001224*****************************************************************
001225* 2430-CHECK-FILE-DUP - LOOK THE HEADER'S FILE-DATE/SOURCE-ID
001226* COMBINATION UP ON THE CALCDUPR REGISTER. A COMBINATION
001227* ALREADY REGISTERED MEANS THIS WHOLE FILE WAS PROCESSED CLEAN
001228* ON A PRIOR RUN - STOP UNDER CONTROL WITH RETURN CODE 8 SO THE
001229* SCHEDULER HOLDS THE CHAIN AND NOTHING POSTS TWICE.
001230*****************************************************************
001231 2430-CHECK-FILE-DUP.
001232     MOVE SPACES TO CALC-DU-KEY.
001233     MOVE 'F' TO CALC-DU-KEY-TYPE.
001234     MOVE WS-HDR-FILE-DATE TO CALC-DU-FILE-DATE.
001235     MOVE WS-HDR-SOURCE-ID TO CALC-DU-SOURCE-ID.
001236     READ CALC-DUPR-FILE
001237         INVALID KEY
001238             GO TO 2430-EXIT
001239     END-READ.
001240     DISPLAY "CALCEDIT DUPLICATE FILE - SOURCE " WS-HDR-SOURCE-ID
001241         " FILE DATE " WS-HDR-FILE-DATE
001242         " ALREADY PROCESSED " CALC-DU-RUN-DATE.
001243     DISPLAY "CALCEDIT RUN TERMINATED - WHOLE-FILE RESUBMIT".
001244     MOVE 8 TO RETURN-CODE.
001245     CLOSE CALC-TRANS-FILE.
001246     CLOSE CALC-VALD-FILE.
001247     CLOSE CALC-REJ-FILE.
001248     CLOSE CALC-DEPT-FILE.
001249     CLOSE CALC-DUPR-FILE.
001250     CLOSE CALC-RREG-FILE.
001251     CLOSE CALC-DUPW-FILE.
001252     IF WS-RSLX-OPEN
001253         CLOSE CALC-RSLX-FILE
001254     END-IF.
001255     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
001256     STOP RUN.
001257 2430-EXIT.
001258     EXIT.
001259*****************************************************************
001260* 2440-REGISTER-TRANS - REGISTER THE ACCEPTED TRANSACTION ID IN
001261* WS-REG-TRANS-ID ON CALCDUPR. AN ID ALREADY REGISTERED (A
001262* RECYCLED CORRECTION COMING BACK THROUGH) IS LEFT AS IT
001263* STANDS. EVERY KEY THIS RUN ACTUALLY ADDS IS ALSO NOTED ON
001264* THE CALCDUPW SCRATCH FILE SO AN OUT-OF-BALANCE RUN CAN BACK
001265* ITS REGISTRATIONS OUT AGAIN.
001266*****************************************************************
001267 2440-REGISTER-TRANS.
001268     MOVE SPACES TO CALC-DUPR-RECORD.
001269     MOVE 'T' TO CALC-DU-KEY-TYPE.
001270     MOVE WS-REG-TRANS-ID TO CALC-DU-TRANS-ID.
001271     MOVE WS-RUN-DATE TO CALC-DU-RUN-DATE.
001272     WRITE CALC-DUPR-RECORD
001273         INVALID KEY
001274             CONTINUE
001275         NOT INVALID KEY
001276             WRITE CALC-DUPW-RECORD FROM CALC-DU-KEY
001277     END-WRITE.
001278 2440-EXIT.
001279     EXIT.
001280*****************************************************************
001281* 2445-REGISTER-REVERSAL - REGISTER THE ACCEPTED REVERSAL OF
001282* THE ORIGINAL IN WS-REG-TRANS-ID ON CALCDUPR UNDER ITS 'R'
001283* KEY, NOTED ON CALCDUPW LIKE ANY OTHER KEY THIS RUN ADDS.
001284*****************************************************************
001285 2445-REGISTER-REVERSAL.
001286     MOVE SPACES TO CALC-DUPR-RECORD.
001287     MOVE 'R' TO CALC-DU-KEY-TYPE.
001288     MOVE WS-REG-TRANS-ID TO CALC-DU-TRANS-ID.
001289     MOVE WS-RUN-DATE TO CALC-DU-RUN-DATE.
001290     WRITE CALC-DUPR-RECORD
001291         INVALID KEY
001292             CONTINUE
001293         NOT INVALID KEY
001294             WRITE CALC-DUPW-RECORD FROM CALC-DU-KEY
001295     END-WRITE.
001296 2445-EXIT.
001297     EXIT.
001298*****************************************************************
001299* 2420-WRITE-VALD-TRAILER - CLOSE OUT THE VALIDATED FILE WITH A
001300* TRAILER CARRYING THE COUNT AND HASH TOTALS OF THE ACCEPTED
001301* RECORDS ONLY.
001302*****************************************************************
001303 2420-WRITE-VALD-TRAILER.
001304     MOVE WS-ACCEPT-COUNT   TO WS-VT-REC-COUNT.
001305     MOVE WS-OUT-HASH-VAR-1 TO WS-VT-HASH-VAR-1.
001306     MOVE WS-OUT-HASH-VAR-2 TO WS-VT-HASH-VAR-2.
001307     WRITE CALC-VALD-RECORD FROM WS-VALD-TRAILER.
001308 2420-EXIT.
001309     EXIT.
001310*****************************************************************
001311* 2500-WRITE-REJECT - WRITE THE ORIGINAL TRANSACTION IMAGE AND
001312* ONE REASON CODE PER FAILED FIELD TO THE REJECT FILE.
001313*****************************************************************
001314 2500-WRITE-REJECT.
001315     MOVE SPACES TO CALC-REJ-RECORD.
001316     MOVE CALC-TRANS-RECORD TO CALC-RJ-TRANS-IMAGE.
001317     MOVE WS-REASON-VAR-1   TO CALC-RJ-REASON-VAR-1.
001318     MOVE WS-REASON-VAR-2   TO CALC-RJ-REASON-VAR-2.
001319     MOVE WS-REASON-OP      TO CALC-RJ-REASON-OP.
001320     MOVE WS-REASON-DEPT    TO CALC-RJ-REASON-DEPT.
001321     MOVE WS-REASON-DUP     TO CALC-RJ-REASON-DUP.
001322     MOVE WS-REASON-CONT    TO CALC-RJ-REASON-CONT.
001323     MOVE WS-REASON-REV     TO CALC-RJ-REASON-REV.
001324     WRITE CALC-REJ-RECORD.
001325     ADD 1 TO WS-REJECT-COUNT.
001326     MOVE CALC-TR-TRANS-ID  TO WS-REG-TRANS-ID.
001327     MOVE CALC-TR-DEPT-CODE TO WS-REG-DEPT-CODE.
001328     PERFORM 2550-REGISTER-REJECT THRU 2550-EXIT.
001329 2500-EXIT.
001330     EXIT.
001331*****************************************************************
001332* 2550-REGISTER-REJECT - ADD OR REFRESH THE OUTSTANDING-REJECT
001333* ENTRY FOR THIS TRANSACTION ID ON CALCRREG SO THE REJECT IS
001334* STILL VISIBLE AFTER CALCREJ IS OVERWRITTEN BY THE NEXT RUN.
001335* A REJECT THAT FAILED ONLY THE DUPLICATE CHECK IS NOT
001336* REGISTERED - THE WORK ALREADY PROCESSED, NOTHING IS
001337* OUTSTANDING - AND A BLANK TRANSACTION ID CANNOT BE KEYED.
001338* A REVERSAL THAT FAILED ONLY BECAUSE ITS ORIGINAL IS ALREADY
001339* REVERSED (08) IS SKIPPED THE SAME WAY.
001340*****************************************************************
001341 2550-REGISTER-REJECT.
001342     IF WS-REG-TRANS-ID = SPACES
001343         GO TO 2550-EXIT
001344     END-IF.
001345     IF WS-REASON-DUP = '04'
001346      AND WS-REASON-VAR-1 = SPACES
001347      AND WS-REASON-VAR-2 = SPACES
001348      AND WS-REASON-OP = SPACES
001349      AND WS-REASON-DEPT = SPACES
001350      AND WS-REASON-CONT = SPACES
001351      AND WS-REASON-REV = SPACES
001352         GO TO 2550-EXIT
001353     END-IF.
001354     IF WS-REASON-REV = '08'
001355      AND WS-REASON-VAR-1 = SPACES
001356      AND WS-REASON-VAR-2 = SPACES
001357      AND WS-REASON-DEPT = SPACES
001358         GO TO 2550-EXIT
001359     END-IF.
001360     MOVE SPACES TO CALC-RREG-RECORD.
001361     MOVE WS-REG-TRANS-ID   TO CALC-RR-TRANS-ID.
001362     MOVE WS-RUN-DATE       TO CALC-RR-REJECT-DATE.
001363     MOVE WS-REG-DEPT-CODE  TO CALC-RR-DEPT-CODE.
001364     MOVE WS-REASON-VAR-1   TO CALC-RR-REASON-VAR-1.
001365     MOVE WS-REASON-VAR-2   TO CALC-RR-REASON-VAR-2.
001366     MOVE WS-REASON-OP      TO CALC-RR-REASON-OP.
001367     MOVE WS-REASON-DEPT    TO CALC-RR-REASON-DEPT.
001368     MOVE WS-REASON-DUP     TO CALC-RR-REASON-DUP.
001369     MOVE WS-REASON-CONT    TO CALC-RR-REASON-CONT.
001370     MOVE WS-REASON-REV     TO CALC-RR-REASON-REV.
001371     WRITE CALC-RREG-RECORD
001372         INVALID KEY
001373             REWRITE CALC-RREG-RECORD
001374     END-WRITE.
001375 2550-EXIT.
001376     EXIT.
001377*****************************************************************
001378* 3000-RECYCLE-PASS - PICK UP THE CORRECTED TRANSACTIONS THE
001379* CALCULATOR ERROR-CORRECTION MODE LEFT ON CALCRCYC, PUT THEM
001380* THROUGH THE SAME FIELD EDITS AS ANY OTHER DETAIL RECORD, AND
001381* THEN EMPTY THE RECYCLE FILE SO A CORRECTION CANNOT RUN TWICE.
001382* NO RECYCLE FILE SIMPLY MEANS NOTHING TO PICK UP. THE PASS
001383* RUNS AFTER THE UPSTREAM BALANCE IS TAKEN, SO RECYCLED RECORDS
001384* NEVER COUNT AGAINST THE CALCTRAN TRAILER.
001385*****************************************************************
001386 3000-RECYCLE-PASS.
001387     MOVE WS-DETAIL-COUNT  TO WS-MAIN-DET-COUNT.
001388     MOVE WS-IN-HASH-VAR-1 TO WS-MAIN-HASH-1.
001389     MOVE WS-IN-HASH-VAR-2 TO WS-MAIN-HASH-2.
001390     OPEN INPUT CALC-RCYC-FILE.
001391     IF WS-RCYC-NOT-FOUND
001392         GO TO 3000-EXIT
001393     END-IF.
001394     IF NOT WS-RCYC-OK
001395         DISPLAY "CANNOT OPEN CALCRCYC, STATUS " WS-RCYC-STATUS
001396         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
001397     END-IF.
001398     MOVE 'N' TO WS-EOF-SWITCH.
001399     MOVE 'Y' TO WS-RECYCLE-SWITCH.
001400     PERFORM 3100-READ-RCYC THRU 3100-EXIT.
001401     PERFORM 3050-RECYCLE-ONE THRU 3050-EXIT
001402         UNTIL WS-END-OF-FILE.
001403     MOVE 'N' TO WS-RECYCLE-SWITCH.
001404     CLOSE CALC-RCYC-FILE.
001405     OPEN OUTPUT CALC-RCYC-FILE.
001406     CLOSE CALC-RCYC-FILE.
001407 3000-EXIT.
001408     EXIT.
001409*****************************************************************
001410* 3050-RECYCLE-ONE - EDIT ONE RECYCLED CORRECTION AND READ THE
001411* NEXT ONE.
001412*****************************************************************
001413 3050-RECYCLE-ONE.
001414     MOVE CALC-RCYC-IN-RECORD TO CALC-TRANS-RECORD.
001415     ADD 1 TO WS-RECYCLE-COUNT.
001416     PERFORM 2100-EDIT-DETAIL THRU 2100-EXIT.
001417     IF WS-DETAIL-HELD
001418         PERFORM 2460-RELEASE-HELD THRU 2460-EXIT
001419     END-IF.
001420     PERFORM 3100-READ-RCYC THRU 3100-EXIT.
001421 3050-EXIT.
001422     EXIT.
001423*****************************************************************
001424* 3100-READ-RCYC - READ THE NEXT RECYCLED CORRECTION.
001425*****************************************************************
001426 3100-READ-RCYC.
001427     READ CALC-RCYC-FILE
001428         AT END
001429             MOVE 'Y' TO WS-EOF-SWITCH
001430     END-READ.
001431 3100-EXIT.
001432     EXIT.
001433*****************************************************************
001434* 7000-BALANCE-INPUT - PROVE THE UPSTREAM FILE ARRIVED WHOLE BY
001435* COMPARING THE TRAILER CONTROL TOTALS TO WHAT WAS ACTUALLY
001436* READ. AN OUT-OF-BALANCE FILE ENDS THE RUN WITH RETURN CODE 8
001437* SO THE SCHEDULER HOLDS THE CALCULATOR BATCH JOB.
001438*****************************************************************
001439 7000-BALANCE-INPUT.
001440     IF NOT WS-TRAILER-SEEN
001441         DISPLAY "CALCEDIT NO TRAILER RECORD ON CALCTRAN"
001442         MOVE 'N' TO WS-BALANCE-SWITCH
001443         GO TO 7000-SET-RC
001444     END-IF.
001445     MOVE WS-EXP-REC-COUNT TO WS-COUNT-EDIT.
001446     DISPLAY "CALCEDIT RECORDS ON TRAILER " WS-COUNT-EDIT.
001447     MOVE WS-IN-HASH-VAR-1 TO WS-HASH-EDIT.
001448     DISPLAY "CALCEDIT HASH VAR-1 READ    " WS-HASH-EDIT.
001449     MOVE WS-EXP-HASH-VAR-1 TO WS-HASH-EDIT.
001450     DISPLAY "CALCEDIT HASH VAR-1 TRAILER " WS-HASH-EDIT.
001451     MOVE WS-IN-HASH-VAR-2 TO WS-HASH-EDIT.
001452     DISPLAY "CALCEDIT HASH VAR-2 READ    " WS-HASH-EDIT.
001453     MOVE WS-EXP-HASH-VAR-2 TO WS-HASH-EDIT.
001454     DISPLAY "CALCEDIT HASH VAR-2 TRAILER " WS-HASH-EDIT.
001455     IF WS-DETAIL-COUNT NOT = WS-EXP-REC-COUNT
001456      OR WS-IN-HASH-VAR-1 NOT = WS-EXP-HASH-VAR-1
001457      OR WS-IN-HASH-VAR-2 NOT = WS-EXP-HASH-VAR-2
001458         MOVE 'N' TO WS-BALANCE-SWITCH
001459     END-IF.
001460 7000-SET-RC.
001461     IF WS-FILE-IN-BALANCE
001462         DISPLAY "CALCEDIT INPUT FILE IN BALANCE"
001463     ELSE
001464         DISPLAY "CALCEDIT INPUT FILE OUT OF BALANCE"
001465         MOVE 8 TO RETURN-CODE
001466     END-IF.
001467 7000-EXIT.
001468     EXIT.
001469*****************************************************************
001470* 8000-WRAPUP - CLOSE THE FILES AND SHOW THE EDIT TOTALS SO THE
001471* OPERATOR CAN SEE AT A GLANCE HOW MANY RECORDS WERE REJECTED.
001472*****************************************************************
001473 8000-WRAPUP.
001474     PERFORM 2420-WRITE-VALD-TRAILER THRU 2420-EXIT.
001475     PERFORM 8200-WRITE-CONTROL THRU 8200-EXIT.
001476     CLOSE CALC-DUPW-FILE.
001477     IF WS-FILE-IN-BALANCE
001478         PERFORM 8100-REGISTER-FILE THRU 8100-EXIT
001479     ELSE
001480         PERFORM 8300-BACKOUT-REGISTER THRU 8300-EXIT
001481     END-IF.
001482     CLOSE CALC-TRANS-FILE.
001483     CLOSE CALC-VALD-FILE.
001484     CLOSE CALC-REJ-FILE.
001485     CLOSE CALC-DEPT-FILE.
001486     CLOSE CALC-DUPR-FILE.
001487     CLOSE CALC-RREG-FILE.
001488     IF WS-RSLX-OPEN
001489         CLOSE CALC-RSLX-FILE
001490     END-IF.
001491     MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
001492     DISPLAY "CALCEDIT RECORDS READ . . . " WS-COUNT-EDIT.
001493     MOVE WS-RECYCLE-COUNT TO WS-COUNT-EDIT.
001494     DISPLAY "CALCEDIT RECORDS RECYCLED . " WS-COUNT-EDIT.
001495     MOVE WS-ACCEPT-COUNT TO WS-COUNT-EDIT.
001496     DISPLAY "CALCEDIT RECORDS ACCEPTED . " WS-COUNT-EDIT.
001497     MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT.
001498     DISPLAY "CALCEDIT RECORDS REJECTED . " WS-COUNT-EDIT.
001499     MOVE WS-REVERSAL-COUNT TO WS-COUNT-EDIT.
001500     DISPLAY "CALCEDIT REVERSALS ACCEPTED " WS-COUNT-EDIT.
001501 8000-EXIT.
001502     EXIT.
001503*****************************************************************
001504* 8100-REGISTER-FILE - THE RUN BALANCED CLEAN, SO REGISTER THE
001505* HEADER'S FILE-DATE/SOURCE-ID COMBINATION ON CALCDUPR. THE
001506* NEXT TIME THIS SAME FILE ARRIVES IT STOPS AT THE HEADER. A
001507* FILE WITH NO HEADER HAS NOTHING TO REGISTER.
001508*****************************************************************
001509 8100-REGISTER-FILE.
001510     IF WS-HDR-SOURCE-ID = SPACES
001511         GO TO 8100-EXIT
001512     END-IF.
001513     MOVE SPACES TO CALC-DUPR-RECORD.
001514     MOVE 'F' TO CALC-DU-KEY-TYPE.
001515     MOVE WS-HDR-FILE-DATE TO CALC-DU-FILE-DATE.
001516     MOVE WS-HDR-SOURCE-ID TO CALC-DU-SOURCE-ID.
001517     MOVE WS-RUN-DATE TO CALC-DU-RUN-DATE.
001518     WRITE CALC-DUPR-RECORD
001519         INVALID KEY
001520             CONTINUE
001521     END-WRITE.
001522 8100-EXIT.
001523     EXIT.
001524*****************************************************************
001525* 8200-WRITE-CONTROL - WRITE THE ONE-RECORD CALCEDCT EDIT-
001526* CONTROL FILE FOR THE CALCEODB END-OF-DAY BALANCING JOB. THE
001527* READ COUNT AND THE RECYCLE HASH TOTALS COME FROM THE
001528* SNAPSHOT TAKEN BEFORE THE RECYCLE PASS, SO RECYCLED
001529* CORRECTIONS ARE REPORTED ON THEIR OWN LEG.
001530*****************************************************************
001531 8200-WRITE-CONTROL.
001532     OPEN OUTPUT CALC-EDCT-FILE.
001533     IF NOT WS-EDCT-OK
001534         DISPLAY "CANNOT OPEN CALCEDCT, STATUS " WS-EDCT-STATUS
001535         GO TO 8200-EXIT
001536     END-IF.
001537     MOVE SPACES TO CALC-EDCT-RECORD.
001538     MOVE WS-RUN-DATE       TO CALC-EC-RUN-DATE.
001539     MOVE WS-MAIN-DET-COUNT TO CALC-EC-READ-COUNT.
001540     MOVE WS-RECYCLE-COUNT  TO CALC-EC-RCYC-COUNT.
001541     MOVE WS-ACCEPT-COUNT   TO CALC-EC-ACC-COUNT.
001542     MOVE WS-REJECT-COUNT   TO CALC-EC-REJ-COUNT.
001543     COMPUTE CALC-EC-RCYC-HASH-1 =
001544         WS-IN-HASH-VAR-1 - WS-MAIN-HASH-1.
001545     COMPUTE CALC-EC-RCYC-HASH-2 =
001546         WS-IN-HASH-VAR-2 - WS-MAIN-HASH-2.
001547     WRITE CALC-EDCT-RECORD.
001548     CLOSE CALC-EDCT-FILE.
001549 8200-EXIT.
001550     EXIT.
001551*****************************************************************
001552* 8300-BACKOUT-REGISTER - THE RUN ENDED OUT OF BALANCE, SO
001553* NOTHING IT ACCEPTED WILL EVER CALCULATE - DELETE EVERY
001554* CALCDUPR ENTRY THIS RUN ADDED (FROM THE CALCDUPW SCRATCH
001555* FILE) SO THE RE-SENT COMPLETE FILE DOES NOT REJECT ITS OWN
001556* WORK AS DUPLICATES. ENTRIES THAT ALREADY EXISTED BEFORE THIS
001557* RUN WERE NEVER NOTED ON THE SCRATCH FILE AND ARE LEFT ALONE.
001558*****************************************************************
001559 8300-BACKOUT-REGISTER.
001560     OPEN INPUT CALC-DUPW-FILE.
001561     IF NOT WS-DUPW-OK
001562         DISPLAY "CALCEDIT CANNOT REOPEN CALCDUPW, STATUS "
001563             WS-DUPW-STATUS " - REGISTER NOT BACKED OUT"
001564         GO TO 8300-EXIT
001565     END-IF.
001566     MOVE 'N' TO WS-EOF-SWITCH.
001567     PERFORM 8320-READ-DUPW THRU 8320-EXIT.
001568     PERFORM 8310-BACKOUT-ONE THRU 8310-EXIT
001569         UNTIL WS-END-OF-FILE.
001570     CLOSE CALC-DUPW-FILE.
001571     MOVE WS-BACKOUT-COUNT TO WS-COUNT-EDIT.
001572     DISPLAY "CALCEDIT REGISTRATIONS BACKED OUT " WS-COUNT-EDIT.
001573 8300-EXIT.
001574     EXIT.
001575*****************************************************************
001576* 8310-BACKOUT-ONE - DELETE ONE OF THIS RUN'S REGISTER ENTRIES
001577* AND READ THE NEXT SCRATCH KEY.
001578*****************************************************************
001579 8310-BACKOUT-ONE.
001580     MOVE CALC-DUPW-RECORD TO CALC-DU-KEY.
001581     DELETE CALC-DUPR-FILE
001582         INVALID KEY
001583             CONTINUE
001584     END-DELETE.
001585     ADD 1 TO WS-BACKOUT-COUNT.
001586     PERFORM 8320-READ-DUPW THRU 8320-EXIT.
001587 8310-EXIT.
001588     EXIT.
001589*****************************************************************
001590* 8320-READ-DUPW - READ THE NEXT SCRATCH KEY.
001591*****************************************************************
001592 8320-READ-DUPW.
001593     READ CALC-DUPW-FILE
001594         AT END
001595             MOVE 'Y' TO WS-EOF-SWITCH
001596     END-READ.
001597 8320-EXIT.
001598     EXIT.
001599*****************************************************************
001600* 8900-RCTL-FINISH - RECORD THE FINISH OF THIS STEP AND ITS
001601* RETURN CODE ON THE CALCRCTL LEDGER. RETURN CODE 0 OR 4 IS
001602* COMPLETED; 8 OR HIGHER IS FAILED. A STEP REFUSED OR STOPPED
001603* BEFORE ITS START WAS RECORDED LEAVES THE LEDGER ALONE.
001604*****************************************************************
001605 8900-RCTL-FINISH.
001606     IF NOT WS-RCTL-STARTED
001607         GO TO 8900-EXIT
001608     END-IF.
001609     MOVE 'N' TO WS-RCTL-SWITCH.
001610     OPEN I-O CALC-RCTL-FILE.
001611     IF NOT WS-RCTL-OK
001612         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
001613         DISPLAY "CALCEDIT FINISH NOT RECORDED ON CALCRCTL"
001614         GO TO 8900-EXIT
001615     END-IF.
001616     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
001617     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
001618     READ CALC-RCTL-FILE
001619         INVALID KEY
001620             DISPLAY "CALCEDIT FINISH NOT RECORDED ON CALCRCTL"
001621             GO TO 8900-CLOSE
001622     END-READ.
001623     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
001624     ACCEPT WS-RCTL-TS-TIME FROM TIME.
001625     MOVE WS-RCTL-TS TO CALC-RC-END-TS.
001626     MOVE RETURN-CODE TO CALC-RC-RETURN-CODE.
001627     IF RETURN-CODE < 8
001628         MOVE 'C' TO CALC-RC-STATUS
001629     ELSE
001630         MOVE 'F' TO CALC-RC-STATUS
001631     END-IF.
001632     REWRITE CALC-RCTL-RECORD
001633         INVALID KEY
001634             DISPLAY "CANNOT RECORD FINISH ON CALCRCTL, STATUS "
001635                 WS-RCTL-STATUS
001636     END-REWRITE.
001637 8900-CLOSE.
001638     CLOSE CALC-RCTL-FILE.
001639 8900-EXIT.
001640     EXIT.
001641*****************************************************************
001642* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
001643* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
001644* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
001645*****************************************************************
001646 9900-OPEN-ERROR.
001647     DISPLAY "CALCEDIT RUN TERMINATED - SEE FILE STATUS ABOVE".
001648     MOVE 8 TO RETURN-CODE.
001649     CLOSE CALC-TRANS-FILE.
001650     CLOSE CALC-VALD-FILE.
001651     CLOSE CALC-REJ-FILE.
001652     CLOSE CALC-RCYC-FILE.
001653     CLOSE CALC-DEPT-FILE.
001654     CLOSE CALC-DUPR-FILE.
001655     CLOSE CALC-RREG-FILE.
001656     CLOSE CALC-DUPW-FILE.
001657     CLOSE CALC-RSLX-FILE.
001658     CLOSE CALC-SUSP-FILE.
001659     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
001660     STOP RUN.
001661 9900-EXIT.
001662     EXIT.
