000146*                   CALCEODB CAN PROVE THE GL LEG EVEN AFTER
000147*                   THE CALCSAPR APPROVAL RUN HAS REWRITTEN
000148*                   CALCSUSP LATER THE SAME DAY.
000149* 2026-10-15  RA    A REVERSAL RESULT (CALC-RS-REVERSAL) POSTS
000150*                   ITS OFFSETTING FIGURE TO THE SAME CALCDEPT
000151*                   ACCOUNT AS THE ORIGINAL - THE TURNED SIGN
000152*                   GIVES IT THE OPPOSITE DEBIT/CREDIT FLAG. IT
000153*                   IS NEVER HELD FOR TOLERANCE, SINCE THE
000154*                   ORIGINAL ALREADY CLEARED ITS REVIEW, AND
000155*                   GLPROOF COUNTS THE REVERSALS POSTED.
000156* 2026-10-15  RA    POSTINGS ARE NOW DATED BY THE CALCFCAL FISCAL
000157*                   CALENDAR. WHEN THE BUSINESS DATE FALLS IN A
000158*                   CLOSED PERIOD EVERY POSTING IS DATED THE FIRST
000159*                   DAY OF THE FIRST OPEN PERIOD AFTER IT, AND A
000160*                   CLOSED-PERIOD CUTOFF SECTION ON GLPROOF LISTS
000161*                   EACH ITEM MOVED FORWARD. THE HELD DATE AND THE
000162*                   CALCGLCT CONTROL RECORD KEEP THE BUSINESS
000163*                   DATE. NO OPEN PERIOD AFTER A CLOSED ONE LEAVES
000164*                   THE DATE AS IT IS AND ENDS WITH RETURN CODE 4.
000165* 2026-10-15  RA    THE RUN IS NOW RECORDED ON THE CALCRCTL RUN-
000166*                   CONTROL LEDGER - START, FINISH AND RETURN
000167*                   CODE UNDER THE BUSINESS DATE. IT IS REFUSED
000168*                   BEFORE ANY FILE IS OPENED IF CALCULATOR HAS
000169*                   NOT COMPLETED FOR THE DATE, OR IF THIS STEP
000170*                   HAS ALREADY COMPLETED FOR THE DATE AND NO
000171*                   RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000172*                   AGAIN.
000173*****************************************************************
000174 ENVIRONMENT DIVISION.
000175 INPUT-OUTPUT SECTION.
000176 FILE-CONTROL.
000177     SELECT CALC-RSLT-FILE   ASSIGN TO "CALCRSLT"
000178         ORGANIZATION IS SEQUENTIAL
000179         FILE STATUS IS WS-RSLT-STATUS.
000180     SELECT GL-POST-FILE     ASSIGN TO "GLPOST"
000181         ORGANIZATION IS SEQUENTIAL
000182         FILE STATUS IS WS-POST-STATUS.
000183     SELECT GLEX-PARM-FILE   ASSIGN TO "GLEXPARM"
000184         ORGANIZATION IS LINE SEQUENTIAL
000185         FILE STATUS IS WS-PARM-STATUS.
000186     SELECT GL-PROOF-FILE    ASSIGN TO "GLPROOF"
000187         ORGANIZATION IS LINE SEQUENTIAL
000188         FILE STATUS IS WS-PROOF-STATUS.
000189     SELECT CALC-DEPT-FILE   ASSIGN TO "CALCDEPT"
000190         ORGANIZATION IS INDEXED
000191         ACCESS MODE IS RANDOM
000192         RECORD KEY IS CALC-DP-DEPT-CODE
000193         FILE STATUS IS WS-DEPT-STATUS.
000194     SELECT CALC-SUSP-FILE   ASSIGN TO "CALCSUSP"
000195         ORGANIZATION IS SEQUENTIAL
000196         FILE STATUS IS WS-SUSP-STATUS.
000197     SELECT GLSUS-RPT-FILE   ASSIGN TO "GLSUSRPT"
000198         ORGANIZATION IS LINE SEQUENTIAL
000199         FILE STATUS IS WS-SUSR-STATUS.
000200     SELECT CALC-GLCT-FILE   ASSIGN TO "CALCGLCT"
000201         ORGANIZATION IS LINE SEQUENTIAL
000202         FILE STATUS IS WS-GLCT-STATUS.
000203     SELECT CALC-FCAL-FILE   ASSIGN TO "CALCFCAL"
000204         ORGANIZATION IS INDEXED
000205         ACCESS MODE IS SEQUENTIAL
000206         RECORD KEY IS CALC-FC-PERIOD-ID
000207         FILE STATUS IS WS-FCAL-STATUS.
000208     SELECT GLEX-CUT-FILE    ASSIGN TO "GLEXCUTW"
000209         ORGANIZATION IS SEQUENTIAL
000210         FILE STATUS IS WS-CUT-STATUS.
000211     SELECT CALC-RCTL-FILE   ASSIGN TO "CALCRCTL"
000212         ORGANIZATION IS INDEXED
000213         ACCESS MODE IS RANDOM
000214         RECORD KEY IS CALC-RC-KEY
000215         FILE STATUS IS WS-RCTL-STATUS.
000216     SELECT RCTL-PARM-FILE   ASSIGN TO "RCTLPARM"
000217         ORGANIZATION IS LINE SEQUENTIAL
000218         FILE STATUS IS WS-RCPM-STATUS.
000219 DATA DIVISION.
000220 FILE SECTION.
000221 FD  CALC-RSLT-FILE
000222     LABEL RECORDS ARE STANDARD.
000223     COPY CALCRSLT.
000224 FD  GL-POST-FILE
000225     LABEL RECORDS ARE STANDARD.
000226     COPY CALCGLPS.
000227 FD  GLEX-PARM-FILE
000228     LABEL RECORDS ARE STANDARD.
000229 01  GLEX-PARM-RECORD.
000230     05  GLEX-PM-POST-DATE       PIC X(08).
000231     05  FILLER                  PIC X(72).
000232 FD  GL-PROOF-FILE
000233     LABEL RECORDS ARE STANDARD.
000234 01  GL-PROOF-RECORD                PIC X(80).
000235 FD  CALC-DEPT-FILE
000236     LABEL RECORDS ARE STANDARD.
000237     COPY CALCDEPT.
000238 FD  CALC-SUSP-FILE
000239     LABEL RECORDS ARE STANDARD.
000240     COPY CALCSUSP.
000241 FD  GLSUS-RPT-FILE
000242     LABEL RECORDS ARE STANDARD.
000243 01  GLSUS-RPT-RECORD               PIC X(80).
000244 FD  CALC-GLCT-FILE
000245     LABEL RECORDS ARE STANDARD.
000246     COPY CALCGLCT.
000247 FD  CALC-FCAL-FILE
000248     LABEL RECORDS ARE STANDARD.
000249     COPY CALCFCAL.
000250*****************************************************************
000251* CUTOFF WORK FILE - A COPY OF EVERY POSTING DATED FORWARD OUT OF
000252* A CLOSED PERIOD, READ BACK FOR THE CUTOFF SECTION OF GLPROOF.
000253*****************************************************************
000254 FD  GLEX-CUT-FILE
000255     LABEL RECORDS ARE STANDARD.
000256 01  GLEX-CUT-RECORD                PIC X(42).
000257 FD  CALC-RCTL-FILE
000258     LABEL RECORDS ARE STANDARD.
000259     COPY CALCRCTL.
000260 FD  RCTL-PARM-FILE
000261     LABEL RECORDS ARE STANDARD.
000262     COPY CALCRCCD.
000263 WORKING-STORAGE SECTION.
000264*****************************************************************
000265* SWITCHES AND COUNTERS.
000266*****************************************************************
000267 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000268     88  WS-END-OF-FILE               VALUE 'Y'.
000269 77  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
000270 77  WS-EXTRACT-COUNT             PIC 9(09) COMP VALUE ZERO.
000271 77  WS-BYPASS-COUNT              PIC 9(09) COMP VALUE ZERO.
000272 77  WS-REVERSAL-COUNT            PIC 9(09) COMP VALUE ZERO.
000273 77  WS-DEBIT-TOTAL            PIC S9(13)V9(02) COMP VALUE ZERO.
000274 77  WS-CREDIT-TOTAL           PIC S9(13)V9(02) COMP VALUE ZERO.
000275 77  WS-RSLT-STATUS               PIC X(02) VALUE ZEROES.
000276     88  WS-RSLT-OK                   VALUE '00'.
000277 77  WS-POST-STATUS               PIC X(02) VALUE ZEROES.
000278     88  WS-POST-OK                   VALUE '00'.
000279 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000280     88  WS-PARM-OK                   VALUE '00'.
000281     88  WS-PARM-NOT-FOUND            VALUE '35'.
000282 77  WS-PROOF-STATUS              PIC X(02) VALUE ZEROES.
000283     88  WS-PROOF-OK                  VALUE '00'.
000284 77  WS-DEPT-STATUS               PIC X(02) VALUE ZEROES.
000285     88  WS-DEPT-OK                   VALUE '00'.
000286 77  WS-DEPT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
000287     88  WS-DEPT-FOUND                VALUE 'Y'.
000288 77  WS-SUSP-STATUS               PIC X(02) VALUE ZEROES.
000289     88  WS-SUSP-OK                   VALUE '00'.
000290     88  WS-SUSP-NOT-FOUND            VALUE '35'.
000291 77  WS-SUSR-STATUS               PIC X(02) VALUE ZEROES.
000292     88  WS-SUSR-OK                   VALUE '00'.
000293 77  WS-GLCT-STATUS               PIC X(02) VALUE ZEROES.
000294     88  WS-GLCT-OK                   VALUE '00'.
000295 77  WS-HELD-SWITCH               PIC X(01) VALUE 'N'.
000296     88  WS-RESULT-HELD               VALUE 'Y'.
000297 77  WS-HELD-SUM               PIC S9(13)V9(02) COMP VALUE ZERO.
000298 77  WS-HELD-COUNT                PIC 9(09) COMP VALUE ZERO.
000299 77  WS-ABS-SUM                PIC S9(11)V9(02) COMP VALUE ZERO.
000300 77  WS-POST-DATE                 PIC 9(08) VALUE ZEROES.
000301 77  WS-FCAL-STATUS               PIC X(02) VALUE ZEROES.
000302     88  WS-FCAL-OK                   VALUE '00'.
000303     88  WS-FCAL-NOT-FOUND            VALUE '35'.
000304 77  WS-CUT-STATUS                PIC X(02) VALUE ZEROES.
000305     88  WS-CUT-OK                    VALUE '00'.
000306 77  WS-CAL-EOF-SWITCH            PIC X(01) VALUE 'N'.
000307     88  WS-CAL-END                   VALUE 'Y'.
000308 77  WS-CUT-EOF-SWITCH            PIC X(01) VALUE 'N'.
000309     88  WS-CUT-END                   VALUE 'Y'.
000310 77  WS-CUTOFF-SWITCH             PIC X(01) VALUE 'N'.
000311     88  WS-DATE-MOVED                VALUE 'Y'.
000312     88  WS-NO-OPEN-PERIOD            VALUE 'X'.
000313 77  WS-GL-DATE                   PIC 9(08) VALUE ZEROES.
000314 77  WS-CLOSED-PERIOD             PIC X(06) VALUE SPACES.
000315 77  WS-OPEN-PERIOD               PIC X(06) VALUE SPACES.
000316 77  WS-CUT-COUNT                 PIC 9(09) COMP VALUE ZERO.
000317*****************************************************************
000318* PERIOD TABLE - THE FISCAL CALENDAR, LOADED ONCE TO SETTLE THE
000319* DATE THE POSTINGS CARRY.
000320*****************************************************************
000321 77  WS-PER-COUNT                 PIC 9(04) COMP VALUE ZERO.
000322 77  WS-PER-SUB                   PIC 9(04) COMP VALUE ZERO.
000323 77  WS-FOUND-SUB                 PIC 9(04) COMP VALUE ZERO.
000324 77  WS-PER-LIMIT                 PIC 9(04) COMP VALUE 240.
000325 01  WS-PER-TABLE.
000326     05  WS-PER-ENTRY OCCURS 240 TIMES.
000327         10  WS-PER-ID               PIC X(06).
000328         10  WS-PER-START            PIC 9(08).
000329         10  WS-PER-END              PIC 9(08).
000330         10  WS-PER-STATUS           PIC X(01).
000331             88  WS-PER-CLOSED           VALUE 'C'.
000332*****************************************************************
000333* PROOFING REPORT LINES.
000334*****************************************************************
000335 01  WS-RPT-HEADING-1.
000336     05  FILLER                      PIC X(26)
000337         VALUE "GL POSTING EXTRACT PROOF".
000338 01  WS-RPT-HEADING-2.
000339     05  FILLER                      PIC X(13)
000340         VALUE "POSTING DATE ".
000341     05  WS-RPT-POST-DATE             PIC 9(08).
000342 01  WS-RPT-HEADING-3.
000343     05  FILLER                      PIC X(10) VALUE "ACCOUNT".
000344     05  FILLER                      PIC X(10) VALUE "TRANS ID".
000345     05  FILLER                      PIC X(04) VALUE "D/C".
000346     05  FILLER                      PIC X(18) VALUE "AMOUNT".
000347     05  FILLER                      PIC X(09) VALUE "DEPT NAME".
000348 01  WS-RPT-DETAIL-LINE.
000349     05  WS-RPT-ACCOUNT               PIC X(08).
000350     05  FILLER                      PIC X(02) VALUE SPACES.
000351     05  WS-RPT-TRANS-ID              PIC X(08).
000352     05  FILLER                      PIC X(02) VALUE SPACES.
000353     05  WS-RPT-DC-FLAG               PIC X(01).
000354     05  FILLER                      PIC X(03) VALUE SPACES.
000355     05  WS-RPT-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000356     05  FILLER                      PIC X(02) VALUE SPACES.
000357     05  WS-RPT-DEPT-NAME             PIC X(20).
000358 01  WS-RPT-BLANK-LINE.
000359     05  FILLER                      PIC X(20) VALUE SPACES.
000360 01  WS-RPT-EXTRACT-LINE.
000361     05  FILLER                      PIC X(22)
000362         VALUE "RECORDS EXTRACTED  . ".
000363     05  WS-RPT-EXTRACT-COUNT         PIC ZZZ,ZZZ,ZZ9.
000364 01  WS-RPT-BYPASS-LINE.
000365     05  FILLER                      PIC X(22)
000366         VALUE "RECORDS BYPASSED . . ".
000367     05  WS-RPT-BYPASS-COUNT          PIC ZZZ,ZZZ,ZZ9.
000368 01  WS-RPT-READ-LINE.
000369     05  FILLER                      PIC X(22)
000370         VALUE "RECORDS READ . . . . ".
000371     05  WS-RPT-READ-COUNT            PIC ZZZ,ZZZ,ZZ9.
000372 01  WS-RPT-DEBIT-LINE.
000373     05  FILLER                      PIC X(22)
000374         VALUE "DEBIT TOTAL  . . . . ".
000375     05  WS-RPT-DEBIT-TOTAL           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000376 01  WS-RPT-CREDIT-LINE.
000377     05  FILLER                      PIC X(22)
000378         VALUE "CREDIT TOTAL . . . . ".
000379     05  WS-RPT-CREDIT-TOTAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
000380 01  WS-RPT-NET-LINE.
000381     05  FILLER                      PIC X(22)
000382         VALUE "NET (DEBIT-CREDIT) . ".
000383     05  WS-RPT-NET-TOTAL             PIC ----,---,---,--9.99.
000384 01  WS-RPT-HELD-LINE.
000385     05  FILLER                      PIC X(22)
000386         VALUE "RECORDS HELD . . . . ".
000387     05  WS-RPT-HELD-COUNT            PIC ZZZ,ZZZ,ZZ9.
000388 01  WS-RPT-REVERSAL-LINE.
000389     05  FILLER                      PIC X(22)
000390         VALUE "REVERSALS POSTED . . ".
000391     05  WS-RPT-REVERSAL-COUNT        PIC ZZZ,ZZZ,ZZ9.
000392*****************************************************************
000393* CLOSED-PERIOD CUTOFF SECTION LINES - ONE LINE PER POSTING
000394* DATED FORWARD OUT OF A CLOSED PERIOD.
000395*****************************************************************
000396 01  WS-CUT-HEADING-1.
000397     05  FILLER                      PIC X(20)
000398         VALUE "CLOSED-PERIOD CUTOFF".
000399 01  WS-CUT-HEADING-2.
000400     05  FILLER                      PIC X(14)
000401         VALUE "BUSINESS DATE ".
000402     05  WS-CUT-BUS-DATE              PIC 9(08).
000403     05  FILLER                      PIC X(14)
000404         VALUE " IS IN PERIOD ".
000405     05  WS-CUT-CLOSED-PERIOD         PIC X(06).
000406     05  FILLER                      PIC X(09)
000407         VALUE " (CLOSED)".
000408 01  WS-CUT-HEADING-3.
000409     05  FILLER                      PIC X(22)
000410         VALUE "POSTINGS DATED . . . ".
000411     05  WS-CUT-GL-DATE               PIC 9(08).
000412     05  FILLER                      PIC X(16)
000413         VALUE " IN OPEN PERIOD ".
000414     05  WS-CUT-OPEN-PERIOD           PIC X(06).
000415 01  WS-CUT-NONE-LINE.
000416     05  FILLER                      PIC X(40)
000417         VALUE "BUSINESS DATE NOT IN A CLOSED PERIOD".
000418 01  WS-CUT-NO-OPEN-LINE.
000419     05  FILLER                      PIC X(37)
000420         VALUE "NO OPEN PERIOD FOLLOWS CLOSED PERIOD ".
000421     05  WS-CUT-NO-OPEN-PERIOD        PIC X(06).
000422 01  WS-CUT-HEADING-4.
000423     05  FILLER                      PIC X(10) VALUE "TRANS ID".
000424     05  FILLER                      PIC X(10) VALUE "ACCOUNT".
000425     05  FILLER                      PIC X(04) VALUE "D/C".
000426     05  FILLER                      PIC X(18) VALUE "AMOUNT".
000427     05  FILLER                      PIC X(10) VALUE "FROM".
000428     05  FILLER                      PIC X(02) VALUE "TO".
000429 01  WS-CUT-DETAIL-LINE.
000430     05  WS-CUT-TRANS-ID              PIC X(08).
000431     05  FILLER                      PIC X(02) VALUE SPACES.
000432     05  WS-CUT-ACCOUNT               PIC X(08).
000433     05  FILLER                      PIC X(02) VALUE SPACES.
000434     05  WS-CUT-DC-FLAG               PIC X(01).
000435     05  FILLER                      PIC X(03) VALUE SPACES.
000436     05  WS-CUT-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000437     05  FILLER                      PIC X(02) VALUE SPACES.
000438     05  WS-CUT-FROM-DATE             PIC 9(08).
000439     05  FILLER                      PIC X(02) VALUE SPACES.
000440     05  WS-CUT-TO-DATE               PIC 9(08).
000441 01  WS-CUT-COUNT-LINE.
000442     05  FILLER                      PIC X(22)
000443         VALUE "ITEMS MOVED FORWARD  ".
000444     05  WS-CUT-MOVED-COUNT           PIC ZZZ,ZZZ,ZZ9.
000445*****************************************************************
000446* SUSPENSE EXCEPTION REPORT LINES - ONE LINE PER HELD RESULT
000447* WITH ITS INPUTS AND TRANSACTION ID.
000448*****************************************************************
000449 01  WS-SUS-HEADING-1.
000450     05  FILLER                      PIC X(30)
000451         VALUE "SUSPENSE EXCEPTION REPORT     ".
000452     05  FILLER                      PIC X(06) VALUE "DATE  ".
000453     05  WS-SUS-HDG-DATE              PIC 9(08).
000454 01  WS-SUS-HEADING-2.
000455     05  FILLER                      PIC X(10) VALUE "TRANS ID".
000456     05  FILLER                      PIC X(06) VALUE "DEPT".
000457     05  FILLER                      PIC X(14) VALUE "VAR-1".
000458     05  FILLER                      PIC X(03) VALUE SPACES.
000459     05  FILLER                      PIC X(14) VALUE "VAR-2".
000460     05  FILLER                      PIC X(05) VALUE "OP".
000461     05  FILLER                      PIC X(14) VALUE "RESULT".
000462 01  WS-SUS-DETAIL-LINE.
000463     05  WS-SUS-TRANS-ID              PIC X(08).
000464     05  FILLER                      PIC X(02) VALUE SPACES.
000465     05  WS-SUS-DEPT-CODE             PIC X(04).
000466     05  FILLER                      PIC X(02) VALUE SPACES.
000467     05  WS-SUS-VAR-1                 PIC ---,---,--9.99.
000468     05  FILLER                      PIC X(03) VALUE SPACES.
000469     05  WS-SUS-VAR-2                 PIC ---,---,--9.99.
000470     05  FILLER                      PIC X(02) VALUE SPACES.
000471     05  WS-SUS-OP                    PIC X(01).
000472     05  FILLER                      PIC X(02) VALUE SPACES.
000473     05  WS-SUS-RESULT                PIC ---,---,--9.99.
000474 01  WS-SUS-COUNT-LINE.
000475     05  FILLER                      PIC X(22)
000476         VALUE "RESULTS HELD . . . . ".
000477     05  WS-SUS-HELD-COUNT            PIC ZZZ,ZZZ,ZZ9.
000478 01  WS-SUS-BLANK-LINE.
000479     05  FILLER                      PIC X(20) VALUE SPACES.
000480*****************************************************************
000481* RUN-CONTROL LEDGER - THIS STEP'S NAME ON CALCRCTL, THE STEPS
000482* THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY
000483* START, AND THE WORK FIELDS FOR RECORDING ITS START AND FINISH.
000484*****************************************************************
000485 77  WS-RCTL-STATUS               PIC X(02) VALUE ZEROES.
000486     88  WS-RCTL-OK                   VALUE '00'.
000487     88  WS-RCTL-NOT-FOUND            VALUE '35'.
000488 77  WS-RCPM-STATUS               PIC X(02) VALUE ZEROES.
000489     88  WS-RCPM-OK                   VALUE '00'.
000490     88  WS-RCPM-NOT-FOUND            VALUE '35'.
000491 77  WS-RCTL-SWITCH               PIC X(01) VALUE 'N'.
000492     88  WS-RCTL-STARTED              VALUE 'Y'.
000493 77  WS-RCTL-REFUSE-SWITCH        PIC X(01) VALUE 'N'.
000494     88  WS-RCTL-REFUSED              VALUE 'Y'.
000495 77  WS-RCTL-RERUN-SWITCH         PIC X(01) VALUE 'N'.
000496     88  WS-RCTL-RERUN-OK             VALUE 'Y'.
000497 77  WS-RCTL-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
000498     88  WS-RCTL-ON-FILE              VALUE 'Y'.
000499 77  WS-RCTL-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000500     88  WS-RCTL-CARD-END             VALUE 'Y'.
000501 77  WS-RCTL-PROGRAM              PIC X(10) VALUE "CALCGLEX".
000502 77  WS-RCTL-BUS-DATE             PIC 9(08) VALUE ZEROES.
000503 77  WS-RCTL-RERUN-BY             PIC X(08) VALUE SPACES.
000504 77  WS-RCTL-SUB                  PIC 9(04) COMP VALUE ZERO.
000505 77  WS-RCTL-PREREQ-COUNT         PIC 9(04) COMP VALUE 1.
000506 01  WS-RCTL-PREREQ-LIST.
000507     05  FILLER                      PIC X(10) VALUE "CALCULATOR".
000508 01  WS-RCTL-PREREQ-TABLE REDEFINES WS-RCTL-PREREQ-LIST.
000509     05  WS-RCTL-PREREQ              PIC X(10) OCCURS 1 TIMES.
000510 01  WS-RCTL-TS.
000511     05  WS-RCTL-TS-DATE             PIC 9(08).
000512     05  WS-RCTL-TS-TIME             PIC 9(08).
000513 PROCEDURE DIVISION.
000514*****************************************************************
000515* 0000-MAINLINE - EXTRACT THE OK RESULTS INTO THE POSTING FILE
000516* AND PROVE THE TOTALS.
000517*****************************************************************
000518 0000-MAINLINE.
000519     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000520     PERFORM 2100-READ-RSLT THRU 2100-EXIT.
000521     PERFORM 2000-EXTRACT-RESULT THRU 2000-EXIT
000522         UNTIL WS-END-OF-FILE.
000523     PERFORM 3000-WRITE-TOTALS THRU 3000-EXIT.
000524     PERFORM 3100-WRITE-CUTOFF THRU 3100-EXIT.
000525     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000526     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000527     STOP RUN.
000528*****************************************************************
000529* 1000-INITIALIZE - PICK UP THE POSTING DATE, SETTLE IT AGAINST
000530* THE FISCAL CALENDAR, OPEN THE FILES AND WRITE THE PROOF REPORT
000531* HEADINGS.
000532*****************************************************************
000533 1000-INITIALIZE.
000534     ACCEPT WS-POST-DATE FROM DATE YYYYMMDD.
000535     PERFORM 1100-GET-PARM THRU 1100-EXIT.
000536     PERFORM 1500-RCTL-START THRU 1500-EXIT.
000537     PERFORM 1200-SET-GL-DATE THRU 1200-EXIT.
000538     OPEN INPUT CALC-RSLT-FILE.
000539     IF NOT WS-RSLT-OK
000540         DISPLAY "CANNOT OPEN CALCRSLT, STATUS " WS-RSLT-STATUS
000541         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000542     END-IF.
000543     OPEN OUTPUT GL-POST-FILE.
000544     IF NOT WS-POST-OK
000545         DISPLAY "CANNOT OPEN GLPOST, STATUS " WS-POST-STATUS
000546         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000547     END-IF.
000548     OPEN OUTPUT GL-PROOF-FILE.
000549     IF NOT WS-PROOF-OK
000550         DISPLAY "CANNOT OPEN GLPROOF, STATUS " WS-PROOF-STATUS
000551         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000552     END-IF.
000553     OPEN INPUT CALC-DEPT-FILE.
000554     IF NOT WS-DEPT-OK
000555         DISPLAY "CANNOT OPEN CALCDEPT, STATUS " WS-DEPT-STATUS
000556         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000557     END-IF.
000558     OPEN EXTEND CALC-SUSP-FILE.
000559     IF WS-SUSP-NOT-FOUND
000560         CLOSE CALC-SUSP-FILE
000561         OPEN OUTPUT CALC-SUSP-FILE
000562     END-IF.
000563     IF NOT WS-SUSP-OK
000564         DISPLAY "CANNOT OPEN CALCSUSP, STATUS " WS-SUSP-STATUS
000565         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000566     END-IF.
000567     OPEN OUTPUT GLSUS-RPT-FILE.
000568     IF NOT WS-SUSR-OK
000569         DISPLAY "CANNOT OPEN GLSUSRPT, STATUS " WS-SUSR-STATUS
000570         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000571     END-IF.
000572     OPEN OUTPUT GLEX-CUT-FILE.
000573     IF NOT WS-CUT-OK
000574         DISPLAY "CANNOT OPEN GLEXCUTW, STATUS " WS-CUT-STATUS
000575         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000576     END-IF.
000577     WRITE GL-PROOF-RECORD FROM WS-RPT-HEADING-1.
000578     MOVE WS-POST-DATE TO WS-RPT-POST-DATE.
000579     WRITE GL-PROOF-RECORD FROM WS-RPT-HEADING-2.
000580     WRITE GL-PROOF-RECORD FROM WS-RPT-HEADING-3.
000581     MOVE WS-POST-DATE TO WS-SUS-HDG-DATE.
000582     WRITE GLSUS-RPT-RECORD FROM WS-SUS-HEADING-1.
000583     WRITE GLSUS-RPT-RECORD FROM WS-SUS-HEADING-2.
000584 1000-EXIT.
000585     EXIT.
000586*****************************************************************
000587* 1100-GET-PARM - READ THE GLEXPARM CONTROL CARD FOR THE POSTING
000588* DATE. A MISSING FILE OR BLANK CARD POSTS UNDER TODAY'S DATE.
000589*****************************************************************
000590 1100-GET-PARM.
000591     OPEN INPUT GLEX-PARM-FILE.
000592     IF WS-PARM-NOT-FOUND
000593         GO TO 1100-EXIT
000594     END-IF.
000595     IF NOT WS-PARM-OK
000596         DISPLAY "CANNOT OPEN GLEXPARM, STATUS " WS-PARM-STATUS
000597         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000598     END-IF.
000599     READ GLEX-PARM-FILE
000600         AT END
000601             GO TO 1100-CLOSE
000602     END-READ.
000603     IF GLEX-PM-POST-DATE IS NUMERIC
000604         MOVE GLEX-PM-POST-DATE TO WS-POST-DATE
000605     END-IF.
000606 1100-CLOSE.
000607     CLOSE GLEX-PARM-FILE.
000608 1100-EXIT.
000609     EXIT.
000610*****************************************************************
000611* 1200-SET-GL-DATE - SETTLE THE DATE THE POSTINGS CARRY. IT IS
000612* THE BUSINESS DATE UNLESS THAT FALLS IN A PERIOD THE CALCFCAL
000613* CALENDAR SHOWS CLOSED - THEN IT IS THE FIRST DAY OF THE
000614* EARLIEST OPEN PERIOD STARTING AFTER THE CLOSED ONE ENDS. NO
000615* CALENDAR, OR A DATE IN NO PERIOD, LEAVES THE BUSINESS DATE.
000616*****************************************************************
000617 1200-SET-GL-DATE.
000618     MOVE WS-POST-DATE TO WS-GL-DATE.
000619     OPEN INPUT CALC-FCAL-FILE.
000620     IF WS-FCAL-NOT-FOUND
000621         GO TO 1200-EXIT
000622     END-IF.
000623     IF NOT WS-FCAL-OK
000624         DISPLAY "CANNOT OPEN CALCFCAL, STATUS " WS-FCAL-STATUS
000625         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000626     END-IF.
000627     PERFORM 1250-LOAD-PERIOD THRU 1250-EXIT
000628         UNTIL WS-CAL-END.
000629     CLOSE CALC-FCAL-FILE.
000630     MOVE ZERO TO WS-FOUND-SUB.
000631     MOVE 1 TO WS-PER-SUB.
000632     PERFORM 1260-FIND-PERIOD THRU 1260-EXIT
000633         UNTIL WS-PER-SUB > WS-PER-COUNT
000634            OR WS-FOUND-SUB > ZERO.
000635     IF WS-FOUND-SUB = ZERO
000636         GO TO 1200-EXIT
000637     END-IF.
000638     IF NOT WS-PER-CLOSED (WS-FOUND-SUB)
000639         GO TO 1200-EXIT
000640     END-IF.
000641     MOVE WS-PER-ID (WS-FOUND-SUB) TO WS-CLOSED-PERIOD.
000642     MOVE ZERO TO WS-GL-DATE.
000643     PERFORM 1270-FIND-OPEN THRU 1270-EXIT
000644         VARYING WS-PER-SUB FROM 1 BY 1
000645         UNTIL WS-PER-SUB > WS-PER-COUNT.
000646     IF WS-GL-DATE = ZERO
000647         MOVE WS-POST-DATE TO WS-GL-DATE
000648         MOVE 'X' TO WS-CUTOFF-SWITCH
000649         DISPLAY "CALCGLEX NO OPEN PERIOD AFTER CLOSED PERIOD "
000650             WS-CLOSED-PERIOD " - POSTING UNDER " WS-POST-DATE
000651     ELSE
000652         MOVE 'Y' TO WS-CUTOFF-SWITCH
000653         DISPLAY "CALCGLEX PERIOD " WS-CLOSED-PERIOD
000654             " CLOSED - POSTING UNDER " WS-GL-DATE
000655     END-IF.
000656 1200-EXIT.
000657     EXIT.
000658*****************************************************************
000659* 1250-LOAD-PERIOD - READ THE NEXT CALENDAR PERIOD INTO THE
000660* PERIOD TABLE.
000661*****************************************************************
000662 1250-LOAD-PERIOD.
000663     READ CALC-FCAL-FILE
000664         AT END
000665             MOVE 'Y' TO WS-CAL-EOF-SWITCH
000666             GO TO 1250-EXIT
000667     END-READ.
000668     IF WS-PER-COUNT >= WS-PER-LIMIT
000669         DISPLAY "CALCGLEX PERIOD TABLE FULL AT "
000670             CALC-FC-PERIOD-ID
000671         MOVE 'Y' TO WS-CAL-EOF-SWITCH
000672         GO TO 1250-EXIT
000673     END-IF.
000674     ADD 1 TO WS-PER-COUNT.
000675     MOVE CALC-FC-PERIOD-ID  TO WS-PER-ID (WS-PER-COUNT).
000676     MOVE CALC-FC-START-DATE TO WS-PER-START (WS-PER-COUNT).
000677     MOVE CALC-FC-END-DATE   TO WS-PER-END (WS-PER-COUNT).
000678     MOVE CALC-FC-STATUS     TO WS-PER-STATUS (WS-PER-COUNT).
000679 1250-EXIT.
000680     EXIT.
000681*****************************************************************
000682* 1260-FIND-PERIOD - TEST WHETHER ONE PERIOD HOLDS THE BUSINESS
000683* DATE.
000684*****************************************************************
000685 1260-FIND-PERIOD.
000686     IF WS-PER-START (WS-PER-SUB) NOT > WS-POST-DATE
000687      AND WS-PER-END (WS-PER-SUB) NOT < WS-POST-DATE
000688         MOVE WS-PER-SUB TO WS-FOUND-SUB
000689     ELSE
000690         ADD 1 TO WS-PER-SUB
000691     END-IF.
000692 1260-EXIT.
000693     EXIT.
000694*****************************************************************
000695* 1270-FIND-OPEN - KEEP THE EARLIEST OPEN PERIOD THAT STARTS
000696* AFTER THE CLOSED PERIOD (WS-FOUND-SUB) ENDS.
000697*****************************************************************
000698 1270-FIND-OPEN.
000699     IF WS-PER-CLOSED (WS-PER-SUB)
000700      OR WS-PER-START (WS-PER-SUB) NOT > WS-PER-END (WS-FOUND-SUB)
000701         GO TO 1270-EXIT
000702     END-IF.
000703     IF WS-GL-DATE = ZERO
000704      OR WS-PER-START (WS-PER-SUB) < WS-GL-DATE
000705         MOVE WS-PER-START (WS-PER-SUB) TO WS-GL-DATE
000706         MOVE WS-PER-ID (WS-PER-SUB) TO WS-OPEN-PERIOD
000707     END-IF.
000708 1270-EXIT.
000709     EXIT.
000710*****************************************************************
000711* 1500-RCTL-START - RECORD THE START OF THIS STEP ON THE CALCRCTL
000712* RUN-CONTROL LEDGER. THE STEP IS REFUSED, BEFORE IT HAS OPENED
000713* ANY OF ITS FILES, IF THE STEPS IT DEPENDS ON HAVE NOT ALL
000714* COMPLETED FOR THE BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED
000715* FOR THE DATE AND NO RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000716* AGAIN. EVERY REASON FOR REFUSING IS SHOWN.
000717*****************************************************************
000718 1500-RCTL-START.
000719     MOVE WS-POST-DATE TO WS-RCTL-BUS-DATE.
000720     PERFORM 1510-RCTL-GET-CARDS THRU 1510-EXIT.
000721     OPEN I-O CALC-RCTL-FILE.
000722     IF WS-RCTL-NOT-FOUND
000723         CLOSE CALC-RCTL-FILE
000724         OPEN OUTPUT CALC-RCTL-FILE
000725         CLOSE CALC-RCTL-FILE
000726         OPEN I-O CALC-RCTL-FILE
000727     END-IF.
000728     IF NOT WS-RCTL-OK
000729         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000730         DISPLAY "CALCGLEX RUN TERMINATED - SEE FILE STATUS ABOVE"
000731         MOVE 8 TO RETURN-CODE
000732         STOP RUN
000733     END-IF.
000734     PERFORM 1530-RCTL-CHECK-PREREQ THRU 1530-EXIT
000735         VARYING WS-RCTL-SUB FROM 1 BY 1
000736         UNTIL WS-RCTL-SUB > WS-RCTL-PREREQ-COUNT.
000737     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000738     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000739     READ CALC-RCTL-FILE
000740         INVALID KEY
000741             MOVE 'N' TO WS-RCTL-ON-FILE-SWITCH
000742             MOVE SPACES TO CALC-RCTL-RECORD
000743             MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE
000744             MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM
000745             MOVE ZERO TO CALC-RC-RUN-COUNT
000746             GO TO 1500-RECORD-START
000747     END-READ.
000748     MOVE 'Y' TO WS-RCTL-ON-FILE-SWITCH.
000749     IF CALC-RC-STARTED
000750         DISPLAY "CALCGLEX PREVIOUS RUN FOR " WS-RCTL-BUS-DATE
000751             " DID NOT FINISH"
000752     END-IF.
000753     IF NOT CALC-RC-COMPLETE
000754         GO TO 1500-RECORD-START
000755     END-IF.
000756     IF NOT WS-RCTL-RERUN-OK
000757         DISPLAY "CALCGLEX ALREADY COMPLETED FOR "
000758             WS-RCTL-BUS-DATE
000759             " - RERUN CARD REQUIRED"
000760         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000761         GO TO 1500-RECORD-START
000762     END-IF.
000763     DISPLAY "CALCGLEX RERUN FOR " WS-RCTL-BUS-DATE
000764         " AUTHORIZED BY " WS-RCTL-RERUN-BY.
000765     MOVE WS-RCTL-RERUN-BY TO CALC-RC-RERUN-BY.
000766 1500-RECORD-START.
000767     IF WS-RCTL-REFUSED
000768         CLOSE CALC-RCTL-FILE
000769         DISPLAY "CALCGLEX RUN REFUSED BY RUN CONTROL"
000770         MOVE 8 TO RETURN-CODE
000771         STOP RUN
000772     END-IF.
000773     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000774     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000775     MOVE 'S' TO CALC-RC-STATUS.
000776     MOVE WS-RCTL-TS TO CALC-RC-START-TS.
000777     MOVE SPACES TO CALC-RC-END-TS.
000778     MOVE ZERO TO CALC-RC-RETURN-CODE.
000779     ADD 1 TO CALC-RC-RUN-COUNT.
000780     IF WS-RCTL-ON-FILE
000781         REWRITE CALC-RCTL-RECORD
000782             INVALID KEY
000783                 GO TO 1500-WRITE-ERROR
000784         END-REWRITE
000785     ELSE
000786         WRITE CALC-RCTL-RECORD
000787             INVALID KEY
000788                 GO TO 1500-WRITE-ERROR
000789         END-WRITE
000790     END-IF.
000791     CLOSE CALC-RCTL-FILE.
000792     MOVE 'Y' TO WS-RCTL-SWITCH.
000793     GO TO 1500-EXIT.
000794 1500-WRITE-ERROR.
000795     DISPLAY "CANNOT RECORD START ON CALCRCTL, STATUS "
000796         WS-RCTL-STATUS.
000797     DISPLAY "CALCGLEX RUN TERMINATED - SEE FILE STATUS ABOVE".
000798     CLOSE CALC-RCTL-FILE.
000799     MOVE 8 TO RETURN-CODE.
000800     STOP RUN.
000801 1500-EXIT.
000802     EXIT.
000803*****************************************************************
000804* 1510-RCTL-GET-CARDS - READ THE SHARED RCTLPARM RUN-CONTROL
000805* CARDS, IF ANY, FOR A BUSINESS DATE CARD AND A RERUN CARD FOR
000806* THIS STEP.
000807*****************************************************************
000808 1510-RCTL-GET-CARDS.
000809     OPEN INPUT RCTL-PARM-FILE.
000810     IF WS-RCPM-NOT-FOUND
000811         GO TO 1510-EXIT
000812     END-IF.
000813     IF NOT WS-RCPM-OK
000814         DISPLAY "CANNOT OPEN RCTLPARM, STATUS " WS-RCPM-STATUS
000815         DISPLAY "CALCGLEX RUN TERMINATED - SEE FILE STATUS ABOVE"
000816         MOVE 8 TO RETURN-CODE
000817         STOP RUN
000818     END-IF.
000819     PERFORM 1520-RCTL-READ-CARD THRU 1520-EXIT
000820         UNTIL WS-RCTL-CARD-END.
000821     CLOSE RCTL-PARM-FILE.
000822 1510-EXIT.
000823     EXIT.
000824*****************************************************************
000825* 1520-RCTL-READ-CARD - TAKE ONE RUN-CONTROL CARD. A DATE CARD
000826* SETS THE BUSINESS DATE; A RERUN CARD COUNTS ONLY IF IT NAMES
000827* THIS STEP, THE BUSINESS DATE IN FORCE AND WHO AUTHORIZED IT.
000828*****************************************************************
000829 1520-RCTL-READ-CARD.
000830     READ RCTL-PARM-FILE
000831         AT END
000832             MOVE 'Y' TO WS-RCTL-CARD-EOF-SWITCH
000833             GO TO 1520-EXIT
000834     END-READ.
000835     IF CALC-RK-DATE-CARD
000836      AND CALC-RK-BUS-DATE IS NUMERIC
000837         MOVE CALC-RK-BUS-DATE TO WS-RCTL-BUS-DATE
000838         MOVE 'N' TO WS-RCTL-RERUN-SWITCH
000839         GO TO 1520-EXIT
000840     END-IF.
000841     IF NOT CALC-RK-RERUN-CARD
000842      OR CALC-RK-PROGRAM NOT = WS-RCTL-PROGRAM
000843      OR CALC-RK-BUS-DATE NOT = WS-RCTL-BUS-DATE
000844         GO TO 1520-EXIT
000845     END-IF.
000846     IF CALC-RK-AUTH-BY = SPACES
000847         DISPLAY "CALCGLEX RERUN CARD IGNORED - NO AUTHORIZER"
000848         GO TO 1520-EXIT
000849     END-IF.
000850     MOVE 'Y' TO WS-RCTL-RERUN-SWITCH.
000851     MOVE CALC-RK-AUTH-BY TO WS-RCTL-RERUN-BY.
000852 1520-EXIT.
000853     EXIT.
000854*****************************************************************
000855* 1530-RCTL-CHECK-PREREQ - PROVE THAT ONE STEP THIS ONE DEPENDS
000856* ON HAS COMPLETED FOR THE BUSINESS DATE.
000857*****************************************************************
000858 1530-RCTL-CHECK-PREREQ.
000859     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000860     MOVE WS-RCTL-PREREQ (WS-RCTL-SUB) TO CALC-RC-PROGRAM.
000861     READ CALC-RCTL-FILE
000862         INVALID KEY
000863             DISPLAY "CALCGLEX WAITING ON "
000864                 WS-RCTL-PREREQ (WS-RCTL-SUB)
000865                 " - NOT RUN FOR " WS-RCTL-BUS-DATE
000866             MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000867             GO TO 1530-EXIT
000868     END-READ.
000869     IF NOT CALC-RC-COMPLETE
000870         DISPLAY "CALCGLEX WAITING ON "
000871             WS-RCTL-PREREQ (WS-RCTL-SUB)
000872             " - NOT COMPLETED FOR " WS-RCTL-BUS-DATE
000873         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000874     END-IF.
000875 1530-EXIT.
000876     EXIT.
000877*****************************************************************
000878* 2000-EXTRACT-RESULT - WRITE ONE POSTING FOR AN OK RESULT
000879* INSIDE ITS DEPARTMENT'S TOLERANCE LIMIT, HOLD AN OK RESULT
000880* OVER THE LIMIT INTO SUSPENSE, OR BYPASS AN ERROR RESULT,
000881* THEN READ THE NEXT RECORD. A REVERSAL ALWAYS POSTS.
000882*****************************************************************
000883 2000-EXTRACT-RESULT.
000884     IF NOT CALC-RS-OK
000885         ADD 1 TO WS-BYPASS-COUNT
000886         GO TO 2000-NEXT
000887     END-IF.
000888     PERFORM 2250-GET-DEPT THRU 2250-EXIT.
000889     IF CALC-RS-REVERSAL
000890         MOVE 'N' TO WS-HELD-SWITCH
000891         ADD 1 TO WS-REVERSAL-COUNT
000892     ELSE
000893         PERFORM 2260-CHECK-TOLERANCE THRU 2260-EXIT
000894     END-IF.
000895     IF WS-RESULT-HELD
000896         PERFORM 2270-WRITE-SUSPENSE THRU 2270-EXIT
000897     ELSE
000898         PERFORM 2200-WRITE-POSTING THRU 2200-EXIT
000899     END-IF.
000900 2000-NEXT.
000901     PERFORM 2100-READ-RSLT THRU 2100-EXIT.
000902 2000-EXIT.
000903     EXIT.
000904*****************************************************************
000905* 2100-READ-RSLT - READ THE NEXT RESULT RECORD.
000906*****************************************************************
000907 2100-READ-RSLT.
000908     READ CALC-RSLT-FILE
000909         AT END
000910             MOVE 'Y' TO WS-EOF-SWITCH
000911         NOT AT END
000912             ADD 1 TO WS-READ-COUNT
000913     END-READ.
000914 2100-EXIT.
000915     EXIT.
000916*****************************************************************
000917* 2200-WRITE-POSTING - BUILD AND WRITE ONE POSTING RECORD AND
000918* ITS PROOF LINE, DATED AS 1200-SET-GL-DATE SETTLED, AND COPY IT
000919* TO THE CUTOFF WORK FILE IF THAT MOVED IT OUT OF A CLOSED
000920* PERIOD. THE ACCOUNT IS THE DEPARTMENT'S GL ACCOUNT
000921* FROM THE CALCDEPT MASTER. A DEPARTMENT THE MASTER DOES NOT
000922* KNOW FALLS BACK TO THE OLD SPLICED ACCOUNT - CLEARING PREFIX
000923* 20, THE REQUESTING DEPARTMENT, SUFFIX 00 - AND A RESULT WITH
000924* NO DEPARTMENT AT ALL POSTS TO THE NONE SEGMENT, SO EITHER WAY
000925* IT STANDS OUT ON THE PROOF REPORT. THE AMOUNT IS CARRIED
000926* UNSIGNED - A NEGATIVE RESULT BECOMES A CREDIT.
000927*****************************************************************
000928 2200-WRITE-POSTING.
000929     MOVE SPACES TO CALC-GLPS-RECORD.
000930     MOVE WS-GL-DATE TO CALC-GL-POST-DATE.
000931     IF WS-DEPT-FOUND
000932         MOVE CALC-DP-GL-ACCOUNT TO CALC-GL-ACCOUNT
000933     ELSE
000934         MOVE "20" TO CALC-GL-ACCT-PREFIX
000935         IF CALC-RS-DEPT-CODE = SPACES
000936             MOVE "NONE" TO CALC-GL-ACCT-DEPT
000937         ELSE
000938             MOVE CALC-RS-DEPT-CODE TO CALC-GL-ACCT-DEPT
000939         END-IF
000940         MOVE "00" TO CALC-GL-ACCT-SUFFIX
000941     END-IF.
000942     MOVE CALC-RS-TRANS-ID TO CALC-GL-TRANS-ID.
000943     IF CALC-RS-VAR-SUM < ZERO
000944         MOVE 'C' TO CALC-GL-DC-FLAG
000945         COMPUTE CALC-GL-AMOUNT = ZERO - CALC-RS-VAR-SUM
000946         ADD CALC-GL-AMOUNT TO WS-CREDIT-TOTAL
000947     ELSE
000948         MOVE 'D' TO CALC-GL-DC-FLAG
000949         MOVE CALC-RS-VAR-SUM TO CALC-GL-AMOUNT
000950         ADD CALC-GL-AMOUNT TO WS-DEBIT-TOTAL
000951     END-IF.
000952     WRITE CALC-GLPS-RECORD.
000953     ADD 1 TO WS-EXTRACT-COUNT.
000954     IF WS-DATE-MOVED
000955         WRITE GLEX-CUT-RECORD FROM CALC-GLPS-RECORD
000956         ADD 1 TO WS-CUT-COUNT
000957     END-IF.
000958     MOVE CALC-GL-ACCOUNT  TO WS-RPT-ACCOUNT.
000959     MOVE CALC-GL-TRANS-ID TO WS-RPT-TRANS-ID.
000960     MOVE CALC-GL-DC-FLAG  TO WS-RPT-DC-FLAG.
000961     MOVE CALC-GL-AMOUNT   TO WS-RPT-AMOUNT.
000962     IF WS-DEPT-FOUND
000963         MOVE CALC-DP-DEPT-NAME TO WS-RPT-DEPT-NAME
000964     ELSE
000965         MOVE "*NOT ON FILE*" TO WS-RPT-DEPT-NAME
000966     END-IF.
000967     WRITE GL-PROOF-RECORD FROM WS-RPT-DETAIL-LINE.
000968 2200-EXIT.
000969     EXIT.
000970*****************************************************************
000971* 2250-GET-DEPT - LOOK THE RESULT'S DEPARTMENT UP ON THE
000972* CALCDEPT MASTER AND SET THE FOUND SWITCH FOR THE POSTING AND
000973* PROOF LINE BUILDS.
000974*****************************************************************
000975 2250-GET-DEPT.
000976     MOVE 'N' TO WS-DEPT-FOUND-SWITCH.
000977     IF CALC-RS-DEPT-CODE = SPACES
000978         GO TO 2250-EXIT
000979     END-IF.
000980     MOVE CALC-RS-DEPT-CODE TO CALC-DP-DEPT-CODE.
000981     READ CALC-DEPT-FILE
000982         INVALID KEY
000983             GO TO 2250-EXIT
000984     END-READ.
000985     MOVE 'Y' TO WS-DEPT-FOUND-SWITCH.
000986 2250-EXIT.
000987     EXIT.
000988*****************************************************************
000989* 2260-CHECK-TOLERANCE - TEST THE OK RESULT'S AMOUNT, EITHER
000990* SIGN, AGAINST ITS DEPARTMENT'S TOLERANCE LIMIT. A DEPARTMENT
000991* NOT ON THE MASTER, OR A ZERO OR UNSET LIMIT, HOLDS NOTHING.
000992*****************************************************************
000993 2260-CHECK-TOLERANCE.
000994     MOVE 'N' TO WS-HELD-SWITCH.
000995     IF NOT WS-DEPT-FOUND
000996         GO TO 2260-EXIT
000997     END-IF.
000998     IF CALC-DP-TOL-LIMIT IS NOT NUMERIC
000999      OR CALC-DP-TOL-LIMIT = ZERO
001000         GO TO 2260-EXIT
001001     END-IF.
001002     IF CALC-RS-VAR-SUM < ZERO
001003         COMPUTE WS-ABS-SUM = ZERO - CALC-RS-VAR-SUM
001004     ELSE
001005         MOVE CALC-RS-VAR-SUM TO WS-ABS-SUM
001006     END-IF.
001007     IF WS-ABS-SUM > CALC-DP-TOL-LIMIT
001008         MOVE 'Y' TO WS-HELD-SWITCH
001009     END-IF.
001010 2260-EXIT.
001011     EXIT.
001012*****************************************************************
001013* 2270-WRITE-SUSPENSE - HOLD THE OVERSIZED RESULT OUT OF THE
001014* EXTRACT - THE FULL RESULT IMAGE GOES TO THE CALCSUSP
001015* SUSPENSE FILE UNDER TODAY'S HELD DATE AND THE ITEM IS LISTED
001016* WITH ITS INPUTS ON THE EXCEPTION REPORT FOR THE SUPERVISOR
001017* APPROVAL RUN.
001018*****************************************************************
001019 2270-WRITE-SUSPENSE.
001020     MOVE SPACES TO CALC-SUSP-RECORD.
001021     MOVE CALC-RSLT-RECORD TO CALC-SU-RSLT-IMAGE.
001022     MOVE WS-POST-DATE TO CALC-SU-HELD-DATE.
001023     WRITE CALC-SUSP-RECORD.
001024     ADD 1 TO WS-HELD-COUNT.
001025     ADD CALC-RS-VAR-SUM TO WS-HELD-SUM.
001026     MOVE CALC-RS-TRANS-ID  TO WS-SUS-TRANS-ID.
001027     MOVE CALC-RS-DEPT-CODE TO WS-SUS-DEPT-CODE.
001028     MOVE CALC-RS-VAR-1     TO WS-SUS-VAR-1.
001029     MOVE CALC-RS-VAR-2     TO WS-SUS-VAR-2.
001030     MOVE CALC-RS-VAR-01    TO WS-SUS-OP.
001031     MOVE CALC-RS-VAR-SUM   TO WS-SUS-RESULT.
001032     WRITE GLSUS-RPT-RECORD FROM WS-SUS-DETAIL-LINE.
001033 2270-EXIT.
001034     EXIT.
001035*****************************************************************
001036* 3000-WRITE-TOTALS - PRINT THE PROOF TOTALS. THE RECORDS
001037* EXTRACTED COUNT MUST MATCH THE RECORDS OK LINE ON CALCRPT
001038* BEFORE THE POSTING FILE IS RELEASED.
001039*****************************************************************
001040 3000-WRITE-TOTALS.
001041     WRITE GL-PROOF-RECORD FROM WS-RPT-BLANK-LINE.
001042     MOVE WS-READ-COUNT TO WS-RPT-READ-COUNT.
001043     WRITE GL-PROOF-RECORD FROM WS-RPT-READ-LINE.
001044     MOVE WS-EXTRACT-COUNT TO WS-RPT-EXTRACT-COUNT.
001045     WRITE GL-PROOF-RECORD FROM WS-RPT-EXTRACT-LINE.
001046     MOVE WS-BYPASS-COUNT TO WS-RPT-BYPASS-COUNT.
001047     WRITE GL-PROOF-RECORD FROM WS-RPT-BYPASS-LINE.
001048     MOVE WS-DEBIT-TOTAL TO WS-RPT-DEBIT-TOTAL.
001049     WRITE GL-PROOF-RECORD FROM WS-RPT-DEBIT-LINE.
001050     MOVE WS-CREDIT-TOTAL TO WS-RPT-CREDIT-TOTAL.
001051     WRITE GL-PROOF-RECORD FROM WS-RPT-CREDIT-LINE.
001052     COMPUTE WS-RPT-NET-TOTAL = WS-DEBIT-TOTAL - WS-CREDIT-TOTAL.
001053     WRITE GL-PROOF-RECORD FROM WS-RPT-NET-LINE.
001054     MOVE WS-HELD-COUNT TO WS-RPT-HELD-COUNT.
001055     WRITE GL-PROOF-RECORD FROM WS-RPT-HELD-LINE.
001056     MOVE WS-REVERSAL-COUNT TO WS-RPT-REVERSAL-COUNT.
001057     WRITE GL-PROOF-RECORD FROM WS-RPT-REVERSAL-LINE.
001058 3000-EXIT.
001059     EXIT.
001060*****************************************************************
001061* 3100-WRITE-CUTOFF - PRINT THE CLOSED-PERIOD CUTOFF SECTION -
001062* WHICH PERIOD THE BUSINESS DATE FELL IN AND, WHEN IT WAS
001063* CLOSED, EVERY POSTING DATED FORWARD WITH ITS OLD AND NEW
001064* DATE, READ BACK FROM THE CUTOFF WORK FILE.
001065*****************************************************************
001066 3100-WRITE-CUTOFF.
001067     CLOSE GLEX-CUT-FILE.
001068     WRITE GL-PROOF-RECORD FROM WS-RPT-BLANK-LINE.
001069     WRITE GL-PROOF-RECORD FROM WS-CUT-HEADING-1.
001070     IF WS-NO-OPEN-PERIOD
001071         MOVE WS-CLOSED-PERIOD TO WS-CUT-NO-OPEN-PERIOD
001072         WRITE GL-PROOF-RECORD FROM WS-CUT-NO-OPEN-LINE
001073     END-IF.
001074     IF NOT WS-DATE-MOVED
001075         IF NOT WS-NO-OPEN-PERIOD
001076             WRITE GL-PROOF-RECORD FROM WS-CUT-NONE-LINE
001077         END-IF
001078         GO TO 3100-COUNT
001079     END-IF.
001080     MOVE WS-POST-DATE TO WS-CUT-BUS-DATE.
001081     MOVE WS-CLOSED-PERIOD TO WS-CUT-CLOSED-PERIOD.
001082     WRITE GL-PROOF-RECORD FROM WS-CUT-HEADING-2.
001083     MOVE WS-GL-DATE TO WS-CUT-GL-DATE.
001084     MOVE WS-OPEN-PERIOD TO WS-CUT-OPEN-PERIOD.
001085     WRITE GL-PROOF-RECORD FROM WS-CUT-HEADING-3.
001086     WRITE GL-PROOF-RECORD FROM WS-CUT-HEADING-4.
001087     OPEN INPUT GLEX-CUT-FILE.
001088     IF NOT WS-CUT-OK
001089         DISPLAY "CANNOT REOPEN GLEXCUTW, STATUS " WS-CUT-STATUS
001090         GO TO 3100-COUNT
001091     END-IF.
001092     PERFORM 3150-LIST-CUTOFF THRU 3150-EXIT
001093         UNTIL WS-CUT-END.
001094     CLOSE GLEX-CUT-FILE.
001095 3100-COUNT.
001096     MOVE WS-CUT-COUNT TO WS-CUT-MOVED-COUNT.
001097     WRITE GL-PROOF-RECORD FROM WS-CUT-COUNT-LINE.
001098 3100-EXIT.
001099     EXIT.
001100*****************************************************************
001101* 3150-LIST-CUTOFF - READ AND PRINT ONE POSTING DATED FORWARD.
001102*****************************************************************
001103 3150-LIST-CUTOFF.
001104     READ GLEX-CUT-FILE INTO CALC-GLPS-RECORD
001105         AT END
001106             MOVE 'Y' TO WS-CUT-EOF-SWITCH
001107             GO TO 3150-EXIT
001108     END-READ.
001109     MOVE CALC-GL-TRANS-ID  TO WS-CUT-TRANS-ID.
001110     MOVE CALC-GL-ACCOUNT   TO WS-CUT-ACCOUNT.
001111     MOVE CALC-GL-DC-FLAG   TO WS-CUT-DC-FLAG.
001112     MOVE CALC-GL-AMOUNT    TO WS-CUT-AMOUNT.
001113     MOVE WS-POST-DATE      TO WS-CUT-FROM-DATE.
001114     MOVE CALC-GL-POST-DATE TO WS-CUT-TO-DATE.
001115     WRITE GL-PROOF-RECORD FROM WS-CUT-DETAIL-LINE.
001116 3150-EXIT.
001117     EXIT.
001118*****************************************************************
001119* 8000-WRAPUP - CLOSE OUT THE EXCEPTION REPORT, CLOSE THE
001120* FILES AND SHOW THE EXTRACT TOTALS. ANY HELD RESULT ENDS WITH
001121* RETURN CODE 4 SO OPERATIONS KNOWS TO SCHEDULE THE CALCSAPR
001122* APPROVAL RUN, AS DOES A CLOSED PERIOD WITH NO OPEN PERIOD
001123* AFTER IT ON THE CALENDAR.
001124*****************************************************************
001125 8000-WRAPUP.
001126     WRITE GLSUS-RPT-RECORD FROM WS-SUS-BLANK-LINE.
001127     MOVE WS-HELD-COUNT TO WS-SUS-HELD-COUNT.
001128     WRITE GLSUS-RPT-RECORD FROM WS-SUS-COUNT-LINE.
001129     PERFORM 8100-WRITE-CONTROL THRU 8100-EXIT.
001130     CLOSE CALC-RSLT-FILE.
001131     CLOSE GL-POST-FILE.
001132     CLOSE GL-PROOF-FILE.
001133     CLOSE CALC-DEPT-FILE.
001134     CLOSE CALC-SUSP-FILE.
001135     CLOSE GLSUS-RPT-FILE.
001136     MOVE WS-READ-COUNT TO WS-RPT-READ-COUNT.
001137     DISPLAY "CALCGLEX RECORDS READ . . . " WS-RPT-READ-COUNT.
001138     MOVE WS-EXTRACT-COUNT TO WS-RPT-EXTRACT-COUNT.
001139     DISPLAY "CALCGLEX RECORDS EXTRACTED  " WS-RPT-EXTRACT-COUNT.
001140     MOVE WS-BYPASS-COUNT TO WS-RPT-BYPASS-COUNT.
001141     DISPLAY "CALCGLEX RECORDS BYPASSED . " WS-RPT-BYPASS-COUNT.
001142     MOVE WS-HELD-COUNT TO WS-RPT-HELD-COUNT.
001143     DISPLAY "CALCGLEX RECORDS HELD . . . " WS-RPT-HELD-COUNT.
001144     MOVE WS-CUT-COUNT TO WS-RPT-HELD-COUNT.
001145     DISPLAY "CALCGLEX MOVED FORWARD  . . " WS-RPT-HELD-COUNT.
001146     IF WS-HELD-COUNT > ZERO
001147      OR WS-NO-OPEN-PERIOD
001148         MOVE 4 TO RETURN-CODE
001149     END-IF.
001150 8000-EXIT.
001151     EXIT.
001152*****************************************************************
001153* 8100-WRITE-CONTROL - WRITE THE ONE-RECORD CALCGLCT EXTRACT-
001154* CONTROL FILE FOR THE CALCEODB END-OF-DAY BALANCING JOB - THE
001155* APPROVAL RUN MAY REWRITE CALCSUSP LATER TODAY, SO THE DAY'S
001156* HELD COUNT AND AMOUNT MUST SURVIVE IN A RECORD OF THEIR OWN.
001157*****************************************************************
001158 8100-WRITE-CONTROL.
001159     OPEN OUTPUT CALC-GLCT-FILE.
001160     IF NOT WS-GLCT-OK
001161         DISPLAY "CANNOT OPEN CALCGLCT, STATUS " WS-GLCT-STATUS
001162         GO TO 8100-EXIT
001163     END-IF.
001164     MOVE SPACES TO CALC-GLCT-RECORD.
001165     MOVE WS-POST-DATE  TO CALC-GC-RUN-DATE.
001166     MOVE WS-HELD-COUNT TO CALC-GC-HELD-COUNT.
001167     MOVE WS-HELD-SUM   TO CALC-GC-HELD-AMT.
001168     WRITE CALC-GLCT-RECORD.
001169     CLOSE CALC-GLCT-FILE.
001170 8100-EXIT.
001171     EXIT.
001172*****************************************************************
001173* 8900-RCTL-FINISH - RECORD THE FINISH OF THIS STEP AND ITS
001174* RETURN CODE ON THE CALCRCTL LEDGER. RETURN CODE 0 OR 4 IS
001175* COMPLETED; 8 OR HIGHER IS FAILED. A STEP REFUSED OR STOPPED
001176* BEFORE ITS START WAS RECORDED LEAVES THE LEDGER ALONE.
001177*****************************************************************
001178 8900-RCTL-FINISH.
001179     IF NOT WS-RCTL-STARTED
001180         GO TO 8900-EXIT
001181     END-IF.
001182     MOVE 'N' TO WS-RCTL-SWITCH.
001183     OPEN I-O CALC-RCTL-FILE.
001184     IF NOT WS-RCTL-OK
001185         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
001186         DISPLAY "CALCGLEX FINISH NOT RECORDED ON CALCRCTL"
001187         GO TO 8900-EXIT
001188     END-IF.
001189     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
001190     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
001191     READ CALC-RCTL-FILE
001192         INVALID KEY
001193             DISPLAY "CALCGLEX FINISH NOT RECORDED ON CALCRCTL"
001194             GO TO 8900-CLOSE
001195     END-READ.
001196     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
001197     ACCEPT WS-RCTL-TS-TIME FROM TIME.
001198     MOVE WS-RCTL-TS TO CALC-RC-END-TS.
001199     MOVE RETURN-CODE TO CALC-RC-RETURN-CODE.
001200     IF RETURN-CODE < 8
001201         MOVE 'C' TO CALC-RC-STATUS
001202     ELSE
001203         MOVE 'F' TO CALC-RC-STATUS
001204     END-IF.
001205     REWRITE CALC-RCTL-RECORD
001206         INVALID KEY
001207             DISPLAY "CANNOT RECORD FINISH ON CALCRCTL, STATUS "
001208                 WS-RCTL-STATUS
001209     END-REWRITE.
001210 8900-CLOSE.
001211     CLOSE CALC-RCTL-FILE.
001212 8900-EXIT.
001213     EXIT.
001214*****************************************************************
001215* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
001216* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
001217* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
001218*****************************************************************
001219 9900-OPEN-ERROR.
001220     DISPLAY "CALCGLEX RUN TERMINATED - SEE FILE STATUS ABOVE".
001221     MOVE 8 TO RETURN-CODE.
001222     CLOSE CALC-RSLT-FILE.
001223     CLOSE GL-POST-FILE.
001224     CLOSE GL-PROOF-FILE.
001225     CLOSE CALC-DEPT-FILE.
001226     CLOSE CALC-SUSP-FILE.
001227     CLOSE GLSUS-RPT-FILE.
001228     CLOSE GLEX-CUT-FILE.
001229     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
001230     STOP RUN.
001231 9900-EXIT.
001232     EXIT.
