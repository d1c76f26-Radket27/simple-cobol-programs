000129*                   REACH GLPOST. THE ITEM STAYS HELD AND IS
000130*                   LISTED FOR DATA ENTRY TO RE-SUBMIT THE
000131*                   FULL TWO-STEP CHAIN THROUGH CALCTRAN.
000132* 2026-10-15  RA    EVERY CARD IS NOW CHECKED AGAINST THE
000133*                   CALCAPPR APPROVER AUTHORITY MASTER - THE
000134*                   APPROVER MUST BE ON FILE AND ACTIVE, HOLD
000135*                   AUTHORITY OVER THE ITEM'S DEPARTMENT AND,
000136*                   TO RELEASE, A LIMIT COVERING THE AMOUNT.
000137*                   AN ITEM OVER THE DUAL SIGN-OFF LIMIT NEEDS
000138*                   RELEASE CARDS FROM TWO DIFFERENT APPROVERS;
000139*                   AFTER ONE SIGNATURE IT STAYS ON CALCSUSP
000140*                   WITH THE FIRST SIGNER RECORDED AND IS LOGGED
000141*                   'S' ON CALCSAPL. REFUSED CARDS PRINT WITH
000142*                   THEIR APPROVER AND THE REASON.
000143* 2026-10-15  RA    A RELEASE IS NOW DATED BY THE CALCFCAL FISCAL
000144*                   CALENDAR THE SAME WAY CALCGLEX DATES ITS
000145*                   POSTINGS - A RUN DATE IN A CLOSED PERIOD POSTS
000146*                   UNDER THE FIRST DAY OF THE FIRST OPEN PERIOD
000147*                   AFTER IT, AND A CLOSED-PERIOD CUTOFF SECTION
000148*                   ON SAPRRPT LISTS EACH RELEASE MOVED FORWARD.
000149*                   NO OPEN PERIOD AFTER A CLOSED ONE LEAVES THE
000150*                   DATE AS IT IS AND ENDS WITH RETURN CODE 4.
000151* 2026-10-15  RA    THE RUN IS NOW RECORDED ON THE CALCRCTL RUN-
000152*                   CONTROL LEDGER - START, FINISH AND RETURN
000153*                   CODE UNDER THE BUSINESS DATE. IT IS REFUSED
000154*                   BEFORE ANY FILE IS OPENED IF CALCGLEX HAS NOT
000155*                   COMPLETED FOR THE DATE, OR IF THIS STEP HAS
000156*                   ALREADY COMPLETED FOR THE DATE AND NO
000157*                   RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000158*                   AGAIN.
000159*****************************************************************
000160 ENVIRONMENT DIVISION.
000161 INPUT-OUTPUT SECTION.
000162 FILE-CONTROL.
000163     SELECT CALC-SUSP-FILE   ASSIGN TO "CALCSUSP"
000164         ORGANIZATION IS SEQUENTIAL
000165         FILE STATUS IS WS-SUSP-STATUS.
000166     SELECT SUSP-WORK-FILE   ASSIGN TO "CALCSUSW"
000167         ORGANIZATION IS SEQUENTIAL
000168         FILE STATUS IS WS-WORK-STATUS.
000169     SELECT GL-POST-FILE     ASSIGN TO "GLPOST"
000170         ORGANIZATION IS SEQUENTIAL
000171         FILE STATUS IS WS-POST-STATUS.
000172     SELECT SAPR-CUT-FILE    ASSIGN TO "SAPRCUTW"
000173         ORGANIZATION IS SEQUENTIAL
000174         FILE STATUS IS WS-CUT-STATUS.
000175     SELECT CALC-FCAL-FILE   ASSIGN TO "CALCFCAL"
000176         ORGANIZATION IS INDEXED
000177         ACCESS MODE IS SEQUENTIAL
000178         RECORD KEY IS CALC-FC-PERIOD-ID
000179         FILE STATUS IS WS-FCAL-STATUS.
000180     SELECT CALC-RCYC-FILE   ASSIGN TO "CALCRCYC"
000181         ORGANIZATION IS SEQUENTIAL
000182         FILE STATUS IS WS-RCYC-STATUS.
000183     SELECT CALC-SAPL-FILE   ASSIGN TO "CALCSAPL"
000184         ORGANIZATION IS LINE SEQUENTIAL
000185         FILE STATUS IS WS-SAPL-STATUS.
000186     SELECT CALC-APPR-FILE   ASSIGN TO "CALCAPPR"
000187         ORGANIZATION IS INDEXED
000188         ACCESS MODE IS RANDOM
000189         RECORD KEY IS CALC-AP-APPROVER-ID
000190         FILE STATUS IS WS-APPR-STATUS.
000191     SELECT CALC-DEPT-FILE   ASSIGN TO "CALCDEPT"
000192         ORGANIZATION IS INDEXED
000193         ACCESS MODE IS RANDOM
000194         RECORD KEY IS CALC-DP-DEPT-CODE
000195         FILE STATUS IS WS-DEPT-STATUS.
000196     SELECT SAPR-PARM-FILE   ASSIGN TO "SAPRPARM"
000197         ORGANIZATION IS LINE SEQUENTIAL
000198         FILE STATUS IS WS-PARM-STATUS.
000199     SELECT SAPR-RPT-FILE    ASSIGN TO "SAPRRPT"
000200         ORGANIZATION IS LINE SEQUENTIAL
000201         FILE STATUS IS WS-RPT-STATUS.
000202     SELECT CALC-RCTL-FILE   ASSIGN TO "CALCRCTL"
000203         ORGANIZATION IS INDEXED
000204         ACCESS MODE IS RANDOM
000205         RECORD KEY IS CALC-RC-KEY
000206         FILE STATUS IS WS-RCTL-STATUS.
000207     SELECT RCTL-PARM-FILE   ASSIGN TO "RCTLPARM"
000208         ORGANIZATION IS LINE SEQUENTIAL
000209         FILE STATUS IS WS-RCPM-STATUS.
000210 DATA DIVISION.
000211 FILE SECTION.
000212 FD  CALC-SUSP-FILE
000213     LABEL RECORDS ARE STANDARD.
000214     COPY CALCSUSP.
000215 FD  SUSP-WORK-FILE
000216     LABEL RECORDS ARE STANDARD.
000217 01  SUSP-WORK-RECORD               PIC X(68).
000218 FD  GL-POST-FILE
000219     LABEL RECORDS ARE STANDARD.
000220     COPY CALCGLPS.
000221*****************************************************************
000222* CUTOFF WORK FILE - A COPY OF EVERY RELEASE DATED FORWARD OUT OF
000223* A CLOSED PERIOD, READ BACK FOR THE CUTOFF SECTION OF SAPRRPT.
000224*****************************************************************
000225 FD  SAPR-CUT-FILE
000226     LABEL RECORDS ARE STANDARD.
000227 01  SAPR-CUT-RECORD                PIC X(42).
000228 FD  CALC-FCAL-FILE
000229     LABEL RECORDS ARE STANDARD.
000230     COPY CALCFCAL.
000231 FD  CALC-RCYC-FILE
000232     LABEL RECORDS ARE STANDARD.
000233 01  CALC-RCYC-RECORD               PIC X(36).
000234 FD  CALC-SAPL-FILE
000235     LABEL RECORDS ARE STANDARD.
000236     COPY CALCSAPL.
000237 FD  CALC-DEPT-FILE
000238     LABEL RECORDS ARE STANDARD.
000239     COPY CALCDEPT.
000240 FD  CALC-APPR-FILE
000241     LABEL RECORDS ARE STANDARD.
000242     COPY CALCAPPR.
000243 FD  SAPR-PARM-FILE
000244     LABEL RECORDS ARE STANDARD.
000245 01  SAPR-PARM-RECORD.
000246     05  SAPR-PM-TRANS-ID        PIC X(08).
000247     05  FILLER                  PIC X(01).
000248     05  SAPR-PM-ACTION          PIC X(01).
000249     05  FILLER                  PIC X(01).
000250     05  SAPR-PM-APPROVER        PIC X(08).
000251     05  FILLER                  PIC X(61).
000252 FD  SAPR-RPT-FILE
000253     LABEL RECORDS ARE STANDARD.
000254 01  SAPR-RPT-RECORD                PIC X(80).
000255 FD  CALC-RCTL-FILE
000256     LABEL RECORDS ARE STANDARD.
000257     COPY CALCRCTL.
000258 FD  RCTL-PARM-FILE
000259     LABEL RECORDS ARE STANDARD.
000260     COPY CALCRCCD.
000261 WORKING-STORAGE SECTION.
000262*****************************************************************
000263* SWITCHES AND COUNTERS.
000264*****************************************************************
000265 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000266     88  WS-END-OF-FILE               VALUE 'Y'.
000267 77  WS-BROUGHT-COUNT             PIC 9(09) COMP VALUE ZERO.
000268 77  WS-RELEASE-COUNT             PIC 9(09) COMP VALUE ZERO.
000269 77  WS-RETURN-COUNT              PIC 9(09) COMP VALUE ZERO.
000270 77  WS-CARRY-COUNT               PIC 9(09) COMP VALUE ZERO.
000271 77  WS-BADCARD-COUNT             PIC 9(09) COMP VALUE ZERO.
000272 77  WS-SIGNED-COUNT              PIC 9(09) COMP VALUE ZERO.
000273 77  WS-SUSP-STATUS               PIC X(02) VALUE ZEROES.
000274     88  WS-SUSP-OK                   VALUE '00'.
000275     88  WS-SUSP-NOT-FOUND            VALUE '35'.
000276 77  WS-WORK-STATUS               PIC X(02) VALUE ZEROES.
000277     88  WS-WORK-OK                   VALUE '00'.
000278 77  WS-POST-STATUS               PIC X(02) VALUE ZEROES.
000279     88  WS-POST-OK                   VALUE '00'.
000280 77  WS-CUT-STATUS                PIC X(02) VALUE ZEROES.
000281     88  WS-CUT-OK                    VALUE '00'.
000282 77  WS-FCAL-STATUS               PIC X(02) VALUE ZEROES.
000283     88  WS-FCAL-OK                   VALUE '00'.
000284     88  WS-FCAL-NOT-FOUND            VALUE '35'.
000285     88  WS-POST-NOT-FOUND            VALUE '35'.
000286 77  WS-RCYC-STATUS               PIC X(02) VALUE ZEROES.
000287     88  WS-RCYC-OK                   VALUE '00'.
000288     88  WS-RCYC-NOT-FOUND            VALUE '35'.
000289 77  WS-SAPL-STATUS               PIC X(02) VALUE ZEROES.
000290     88  WS-SAPL-OK                   VALUE '00'.
000291     88  WS-SAPL-NOT-FOUND            VALUE '35'.
000292 77  WS-DEPT-STATUS               PIC X(02) VALUE ZEROES.
000293     88  WS-DEPT-OK                   VALUE '00'.
000294 77  WS-DEPT-FOUND-SWITCH         PIC X(01) VALUE 'N'.
000295     88  WS-DEPT-FOUND                VALUE 'Y'.
000296 77  WS-APPR-STATUS               PIC X(02) VALUE ZEROES.
000297     88  WS-APPR-OK                   VALUE '00'.
000298     88  WS-APPR-NOT-FOUND            VALUE '35'.
000299 77  WS-APPR-FILE-SWITCH          PIC X(01) VALUE 'N'.
000300     88  WS-APPR-FILE-OPEN            VALUE 'Y'.
000301 77  WS-DUAL-LIMIT                PIC 9(11)V9(02) VALUE ZERO.
000302 77  WS-ITEM-AMOUNT               PIC 9(11)V9(02) VALUE ZERO.
000303 77  WS-ITEM-SWITCH               PIC X(01) VALUE 'N'.
000304     88  WS-ITEM-OPEN                 VALUE 'N'.
000305     88  WS-ITEM-SETTLED              VALUE 'D' 'E'.
000306     88  WS-ITEM-NO-MORE-CARDS        VALUE 'E'.
000307 77  WS-DEPT-ALLOWED-SWITCH       PIC X(01) VALUE 'N'.
000308     88  WS-DEPT-ALLOWED              VALUE 'Y'.
000309 77  WS-AUTH-SUB                  PIC 9(04) COMP VALUE ZERO.
000310 77  WS-AUTH-LIMIT                PIC 9(04) COMP VALUE 8.
000311 77  WS-REFUSE-MSG                PIC X(34) VALUE SPACES.
000312 77  WS-LOG-ACTION                PIC X(01) VALUE SPACES.
000313 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000314     88  WS-PARM-OK                   VALUE '00'.
000315     88  WS-PARM-NOT-FOUND            VALUE '35'.
000316 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000317     88  WS-RPT-OK                    VALUE '00'.
000318 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000319 77  WS-CAL-EOF-SWITCH            PIC X(01) VALUE 'N'.
000320     88  WS-CAL-END                   VALUE 'Y'.
000321 77  WS-CUT-EOF-SWITCH            PIC X(01) VALUE 'N'.
000322     88  WS-CUT-END                   VALUE 'Y'.
000323 77  WS-CUTOFF-SWITCH             PIC X(01) VALUE 'N'.
000324     88  WS-DATE-MOVED                VALUE 'Y'.
000325     88  WS-NO-OPEN-PERIOD            VALUE 'X'.
000326 77  WS-GL-DATE                   PIC 9(08) VALUE ZEROES.
000327 77  WS-CLOSED-PERIOD             PIC X(06) VALUE SPACES.
000328 77  WS-OPEN-PERIOD               PIC X(06) VALUE SPACES.
000329 77  WS-CUT-COUNT                 PIC 9(09) COMP VALUE ZERO.
000330*****************************************************************
000331* PERIOD TABLE - THE FISCAL CALENDAR, LOADED ONCE TO SETTLE THE
000332* DATE A RELEASE CARRIES.
000333*****************************************************************
000334 77  WS-PER-COUNT                 PIC 9(04) COMP VALUE ZERO.
000335 77  WS-PER-SUB                   PIC 9(04) COMP VALUE ZERO.
000336 77  WS-PER-FOUND-SUB             PIC 9(04) COMP VALUE ZERO.
000337 77  WS-PER-LIMIT                 PIC 9(04) COMP VALUE 240.
000338 01  WS-PER-TABLE.
000339     05  WS-PER-ENTRY OCCURS 240 TIMES.
000340         10  WS-PER-ID               PIC X(06).
000341         10  WS-PER-START            PIC 9(08).
000342         10  WS-PER-END              PIC 9(08).
000343         10  WS-PER-STATUS           PIC X(01).
000344             88  WS-PER-CLOSED           VALUE 'C'.
000345 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000346*****************************************************************
000347* APPROVAL CARD TABLE - THE SUPERVISOR'S CARDS ARE LOADED UP
000348* FRONT SO EACH HELD ITEM CAN CLAIM ITS CARD BY TRANSACTION
000349* ID. A CARD CLAIMS AT MOST ONE ITEM.
000350*****************************************************************
000351 77  WS-CARD-COUNT                PIC 9(04) COMP VALUE ZERO.
000352 77  WS-CARD-SUB                  PIC 9(04) COMP VALUE ZERO.
000353 77  WS-FOUND-SUB                 PIC 9(04) COMP VALUE ZERO.
000354 77  WS-CARD-LIMIT                PIC 9(04) COMP VALUE 200.
000355 01  WS-CARD-TABLE.
000356     05  WS-CARD-ENTRY OCCURS 200 TIMES.
000357         10  WS-CARD-TRANS-ID        PIC X(08).
000358         10  WS-CARD-ACTION          PIC X(01).
000359         10  WS-CARD-APPROVER        PIC X(08).
000360         10  WS-CARD-USED            PIC X(01).
000361*****************************************************************
000362* WORKING COPY OF THE RESULT RECORD CARRIED INSIDE EACH
000363* SUSPENSE ITEM, AND THE RECYCLE DETAIL BUILT FOR A RETURNED
000364* ITEM.
000365*****************************************************************
000366     COPY CALCRSLT.
000367 01  WS-RCYC-DETAIL.
000368     05  WS-RD-REC-TYPE              PIC X(01) VALUE 'D'.
000369     05  WS-RD-VAR-1                 PIC S9(09)V9(02).
000370     05  WS-RD-VAR-2                 PIC S9(09)V9(02).
000371     05  WS-RD-VAR-01                PIC X(01).
000372     05  WS-RD-TRANS-ID              PIC X(08).
000373     05  WS-RD-DEPT-CODE             PIC X(04).
000374*****************************************************************
000375* PRINTED REPORT LINES.
000376*****************************************************************
000377 01  WS-RPT-HEADING-1.
000378     05  FILLER                      PIC X(30)
000379         VALUE "SUSPENSE APPROVAL RUN         ".
000380     05  FILLER                      PIC X(09)
000381         VALUE "RUN DATE ".
000382     05  WS-RPT-RUN-DATE              PIC 9(08).
000383 01  WS-RPT-HEADING-2.
000384     05  FILLER                      PIC X(10) VALUE "TRANS ID".
000385     05  FILLER                      PIC X(06) VALUE "DEPT".
000386     05  FILLER                      PIC X(16) VALUE "RESULT".
000387     05  FILLER                      PIC X(10) VALUE "HELD".
000388     05  FILLER                      PIC X(22)
000389         VALUE "DISPOSITION".
000390 01  WS-RPT-DETAIL-LINE.
000391     05  WS-RPT-TRANS-ID              PIC X(08).
000392     05  FILLER                      PIC X(02) VALUE SPACES.
000393     05  WS-RPT-DEPT-CODE             PIC X(04).
000394     05  FILLER                      PIC X(02) VALUE SPACES.
000395     05  WS-RPT-RESULT                PIC ---,---,--9.99.
000396     05  FILLER                      PIC X(02) VALUE SPACES.
000397     05  WS-RPT-HELD-DATE             PIC 9(08).
000398     05  FILLER                      PIC X(02) VALUE SPACES.
000399     05  WS-RPT-DISPOSITION.
000400         10  WS-RPT-DISP-TEXT         PIC X(12).
000401         10  WS-RPT-DISP-WHO          PIC X(10).
000402         10  WS-RPT-DISP-AMP          PIC X(02).
000403         10  WS-RPT-DISP-WHO-2        PIC X(08).
000404 01  WS-RPT-CARD-LINE.
000405     05  WS-RPT-CARD-ID               PIC X(08).
000406     05  FILLER                      PIC X(02) VALUE SPACES.
000407     05  WS-RPT-CARD-WHO              PIC X(08).
000408     05  FILLER                      PIC X(02) VALUE SPACES.
000409     05  WS-RPT-CARD-MSG              PIC X(34).
000410 01  WS-RPT-BLANK-LINE.
000411     05  FILLER                      PIC X(20) VALUE SPACES.
000412 01  WS-RPT-BROUGHT-LINE.
000413     05  FILLER                      PIC X(22)
000414         VALUE "ITEMS BROUGHT  . . . ".
000415     05  WS-RPT-BROUGHT-COUNT         PIC ZZZ,ZZZ,ZZ9.
000416 01  WS-RPT-REL-LINE.
000417     05  FILLER                      PIC X(22)
000418         VALUE "ITEMS RELEASED . . . ".
000419     05  WS-RPT-REL-COUNT             PIC ZZZ,ZZZ,ZZ9.
000420 01  WS-RPT-RET-LINE.
000421     05  FILLER                      PIC X(22)
000422         VALUE "ITEMS RETURNED . . . ".
000423     05  WS-RPT-RET-COUNT             PIC ZZZ,ZZZ,ZZ9.
000424 01  WS-RPT-CARRY-LINE.
000425     05  FILLER                      PIC X(22)
000426         VALUE "ITEMS CARRIED  . . . ".
000427     05  WS-RPT-CARRY-COUNT           PIC ZZZ,ZZZ,ZZ9.
000428 01  WS-RPT-SIGNED-LINE.
000429     05  FILLER                      PIC X(22)
000430         VALUE "FIRST SIGNATURES . . ".
000431     05  WS-RPT-SIGNED-COUNT          PIC ZZZ,ZZZ,ZZ9.
000432 01  WS-RPT-BAD-LINE.
000433     05  FILLER                      PIC X(22)
000434         VALUE "CARDS REFUSED  . . . ".
000435     05  WS-RPT-BAD-COUNT             PIC ZZZ,ZZZ,ZZ9.
000436*****************************************************************
000437* CLOSED-PERIOD CUTOFF SECTION LINES - ONE LINE PER RELEASE
000438* DATED FORWARD OUT OF A CLOSED PERIOD.
000439*****************************************************************
000440 01  WS-CUT-HEADING-1.
000441     05  FILLER                      PIC X(20)
000442         VALUE "CLOSED-PERIOD CUTOFF".
000443 01  WS-CUT-HEADING-2.
000444     05  FILLER                      PIC X(14)
000445         VALUE "RUN DATE      ".
000446     05  WS-CUT-BUS-DATE              PIC 9(08).
000447     05  FILLER                      PIC X(14)
000448         VALUE " IS IN PERIOD ".
000449     05  WS-CUT-CLOSED-PERIOD         PIC X(06).
000450     05  FILLER                      PIC X(09)
000451         VALUE " (CLOSED)".
000452 01  WS-CUT-HEADING-3.
000453     05  FILLER                      PIC X(22)
000454         VALUE "RELEASES DATED . . . ".
000455     05  WS-CUT-GL-DATE               PIC 9(08).
000456     05  FILLER                      PIC X(16)
000457         VALUE " IN OPEN PERIOD ".
000458     05  WS-CUT-OPEN-PERIOD           PIC X(06).
000459 01  WS-CUT-NONE-LINE.
000460     05  FILLER                      PIC X(40)
000461         VALUE "RUN DATE NOT IN A CLOSED PERIOD".
000462 01  WS-CUT-NO-OPEN-LINE.
000463     05  FILLER                      PIC X(37)
000464         VALUE "NO OPEN PERIOD FOLLOWS CLOSED PERIOD ".
000465     05  WS-CUT-NO-OPEN-PERIOD        PIC X(06).
000466 01  WS-CUT-HEADING-4.
000467     05  FILLER                      PIC X(10) VALUE "TRANS ID".
000468     05  FILLER                      PIC X(10) VALUE "ACCOUNT".
000469     05  FILLER                      PIC X(04) VALUE "D/C".
000470     05  FILLER                      PIC X(18) VALUE "AMOUNT".
000471     05  FILLER                      PIC X(10) VALUE "FROM".
000472     05  FILLER                      PIC X(02) VALUE "TO".
000473 01  WS-CUT-DETAIL-LINE.
000474     05  WS-CUT-TRANS-ID              PIC X(08).
000475     05  FILLER                      PIC X(02) VALUE SPACES.
000476     05  WS-CUT-ACCOUNT               PIC X(08).
000477     05  FILLER                      PIC X(02) VALUE SPACES.
000478     05  WS-CUT-DC-FLAG               PIC X(01).
000479     05  FILLER                      PIC X(03) VALUE SPACES.
000480     05  WS-CUT-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000481     05  FILLER                      PIC X(02) VALUE SPACES.
000482     05  WS-CUT-FROM-DATE             PIC 9(08).
000483     05  FILLER                      PIC X(02) VALUE SPACES.
000484     05  WS-CUT-TO-DATE               PIC 9(08).
000485 01  WS-CUT-COUNT-LINE.
000486     05  FILLER                      PIC X(22)
000487         VALUE "ITEMS MOVED FORWARD  ".
000488     05  WS-CUT-MOVED-COUNT           PIC ZZZ,ZZZ,ZZ9.
000489*****************************************************************
000490* RUN-CONTROL LEDGER - THIS STEP'S NAME ON CALCRCTL, THE STEPS
000491* THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY
000492* START, AND THE WORK FIELDS FOR RECORDING ITS START AND FINISH.
000493*****************************************************************
000494 77  WS-RCTL-STATUS               PIC X(02) VALUE ZEROES.
000495     88  WS-RCTL-OK                   VALUE '00'.
000496     88  WS-RCTL-NOT-FOUND            VALUE '35'.
000497 77  WS-RCPM-STATUS               PIC X(02) VALUE ZEROES.
000498     88  WS-RCPM-OK                   VALUE '00'.
000499     88  WS-RCPM-NOT-FOUND            VALUE '35'.
000500 77  WS-RCTL-SWITCH               PIC X(01) VALUE 'N'.
000501     88  WS-RCTL-STARTED              VALUE 'Y'.
000502 77  WS-RCTL-REFUSE-SWITCH        PIC X(01) VALUE 'N'.
000503     88  WS-RCTL-REFUSED              VALUE 'Y'.
000504 77  WS-RCTL-RERUN-SWITCH         PIC X(01) VALUE 'N'.
000505     88  WS-RCTL-RERUN-OK             VALUE 'Y'.
000506 77  WS-RCTL-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
000507     88  WS-RCTL-ON-FILE              VALUE 'Y'.
000508 77  WS-RCTL-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000509     88  WS-RCTL-CARD-END             VALUE 'Y'.
000510 77  WS-RCTL-PROGRAM              PIC X(10) VALUE "CALCSAPR".
000511 77  WS-RCTL-BUS-DATE             PIC 9(08) VALUE ZEROES.
000512 77  WS-RCTL-RERUN-BY             PIC X(08) VALUE SPACES.
000513 77  WS-RCTL-SUB                  PIC 9(04) COMP VALUE ZERO.
000514 77  WS-RCTL-PREREQ-COUNT         PIC 9(04) COMP VALUE 1.
000515 01  WS-RCTL-PREREQ-LIST.
000516     05  FILLER                      PIC X(10) VALUE "CALCGLEX".
000517 01  WS-RCTL-PREREQ-TABLE REDEFINES WS-RCTL-PREREQ-LIST.
000518     05  WS-RCTL-PREREQ              PIC X(10) OCCURS 1 TIMES.
000519 01  WS-RCTL-TS.
000520     05  WS-RCTL-TS-DATE             PIC 9(08).
000521     05  WS-RCTL-TS-TIME             PIC 9(08).
000522 PROCEDURE DIVISION.
000523*****************************************************************
000524* 0000-MAINLINE - APPLY THE SUPERVISOR'S CARDS TO THE HELD
000525* ITEMS, REWRITE THE SUSPENSE FILE WITH WHAT REMAINS AND
000526* REPORT EVERY DISPOSITION.
000527*****************************************************************
000528 0000-MAINLINE.
000529     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000530     PERFORM 2000-LOAD-CARDS THRU 2000-EXIT.
000531     PERFORM 3000-ACTION-SUSPENSE THRU 3000-EXIT.
000532     PERFORM 4000-REWRITE-SUSPENSE THRU 4000-EXIT.
000533     PERFORM 5000-REPORT-STRAY-CARDS THRU 5000-EXIT.
000534     PERFORM 6000-WRITE-CUTOFF THRU 6000-EXIT.
000535     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000536     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000537     STOP RUN.
000538*****************************************************************
000539* 1000-INITIALIZE - OPEN THE OUTPUTS AND THE REPORT. THE
000540* POSTING, RECYCLE AND LOG FILES ARE EXTENDED - A RELEASE
000541* RIDES THE DAY'S GLPOST TO THE LEDGER AND THE LOG IS NEVER
000542* OVERWRITTEN. THE DATE A RELEASE CARRIES IS SETTLED AGAINST
000543* THE FISCAL CALENDAR FIRST.
000544*****************************************************************
000545 1000-INITIALIZE.
000546     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000547     PERFORM 1500-RCTL-START THRU 1500-EXIT.
000548     PERFORM 1200-SET-GL-DATE THRU 1200-EXIT.
000549     OPEN OUTPUT SAPR-RPT-FILE.
000550     IF NOT WS-RPT-OK
000551         DISPLAY "CANNOT OPEN SAPRRPT, STATUS " WS-RPT-STATUS
000552         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000553     END-IF.
000554     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
000555     WRITE SAPR-RPT-RECORD FROM WS-RPT-HEADING-1.
000556     WRITE SAPR-RPT-RECORD FROM WS-RPT-HEADING-2.
000557     OPEN EXTEND GL-POST-FILE.
000558     IF WS-POST-NOT-FOUND
000559         CLOSE GL-POST-FILE
000560         OPEN OUTPUT GL-POST-FILE
000561     END-IF.
000562     IF NOT WS-POST-OK
000563         DISPLAY "CANNOT OPEN GLPOST, STATUS " WS-POST-STATUS
000564         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000565     END-IF.
000566     OPEN EXTEND CALC-RCYC-FILE.
000567     IF WS-RCYC-NOT-FOUND
000568         CLOSE CALC-RCYC-FILE
000569         OPEN OUTPUT CALC-RCYC-FILE
000570     END-IF.
000571     IF NOT WS-RCYC-OK
000572         DISPLAY "CANNOT OPEN CALCRCYC, STATUS " WS-RCYC-STATUS
000573         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000574     END-IF.
000575     OPEN EXTEND CALC-SAPL-FILE.
000576     IF WS-SAPL-NOT-FOUND
000577         CLOSE CALC-SAPL-FILE
000578         OPEN OUTPUT CALC-SAPL-FILE
000579     END-IF.
000580     IF NOT WS-SAPL-OK
000581         DISPLAY "CANNOT OPEN CALCSAPL, STATUS " WS-SAPL-STATUS
000582         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000583     END-IF.
000584     OPEN INPUT CALC-DEPT-FILE.
000585     IF NOT WS-DEPT-OK
000586         DISPLAY "CANNOT OPEN CALCDEPT, STATUS " WS-DEPT-STATUS
000587         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000588     END-IF.
000589     PERFORM 1100-OPEN-AUTHORITY THRU 1100-EXIT.
000590     OPEN OUTPUT SUSP-WORK-FILE.
000591     IF NOT WS-WORK-OK
000592         DISPLAY "CANNOT OPEN CALCSUSW, STATUS " WS-WORK-STATUS
000593         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000594     END-IF.
000595     OPEN OUTPUT SAPR-CUT-FILE.
000596     IF NOT WS-CUT-OK
000597         DISPLAY "CANNOT OPEN SAPRCUTW, STATUS " WS-CUT-STATUS
000598         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000599     END-IF.
000600 1000-EXIT.
000601     EXIT.
000602*****************************************************************
000603* 1100-OPEN-AUTHORITY - OPEN THE APPROVER AUTHORITY MASTER AND
000604* PICK UP THE DUAL SIGN-OFF LIMIT FROM ITS CONTROL RECORD. NO
000605* MASTER MEANS NOBODY HOLDS AUTHORITY - EVERY CARD IS REFUSED
000606* AND EVERY ITEM CARRIES. NO CONTROL RECORD MEANS ONE APPROVER
000607* IS ENOUGH FOR ANY ITEM.
000608*****************************************************************
000609 1100-OPEN-AUTHORITY.
000610     OPEN INPUT CALC-APPR-FILE.
000611     IF WS-APPR-NOT-FOUND
000612         DISPLAY "CALCSAPR NO CALCAPPR MASTER - ALL CARDS REFUSED"
000613         GO TO 1100-EXIT
000614     END-IF.
000615     IF NOT WS-APPR-OK
000616         DISPLAY "CANNOT OPEN CALCAPPR, STATUS " WS-APPR-STATUS
000617         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000618     END-IF.
000619     MOVE 'Y' TO WS-APPR-FILE-SWITCH.
000620     MOVE "*CONTROL" TO CALC-AP-APPROVER-ID.
000621     READ CALC-APPR-FILE
000622         INVALID KEY
000623             GO TO 1100-EXIT
000624     END-READ.
000625     IF CALC-AC-DUAL-LIMIT IS NUMERIC
000626         MOVE CALC-AC-DUAL-LIMIT TO WS-DUAL-LIMIT
000627     END-IF.
000628 1100-EXIT.
000629     EXIT.
000630*****************************************************************
000631* 1200-SET-GL-DATE - SETTLE THE DATE A RELEASE CARRIES, AS
000632* CALCGLEX DOES. IT IS THE RUN DATE UNLESS THAT FALLS IN A
000633* PERIOD THE CALCFCAL CALENDAR SHOWS CLOSED - THEN IT IS THE
000634* FIRST DAY OF THE EARLIEST OPEN PERIOD STARTING AFTER THE
000635* CLOSED ONE ENDS. NO CALENDAR, OR A DATE IN NO PERIOD, LEAVES
000636* THE RUN DATE.
000637*****************************************************************
000638 1200-SET-GL-DATE.
000639     MOVE WS-RUN-DATE TO WS-GL-DATE.
000640     OPEN INPUT CALC-FCAL-FILE.
000641     IF WS-FCAL-NOT-FOUND
000642         GO TO 1200-EXIT
000643     END-IF.
000644     IF NOT WS-FCAL-OK
000645         DISPLAY "CANNOT OPEN CALCFCAL, STATUS " WS-FCAL-STATUS
000646         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000647     END-IF.
000648     PERFORM 1250-LOAD-PERIOD THRU 1250-EXIT
000649         UNTIL WS-CAL-END.
000650     CLOSE CALC-FCAL-FILE.
000651     MOVE ZERO TO WS-PER-FOUND-SUB.
000652     MOVE 1 TO WS-PER-SUB.
000653     PERFORM 1260-FIND-PERIOD THRU 1260-EXIT
000654         UNTIL WS-PER-SUB > WS-PER-COUNT
000655            OR WS-PER-FOUND-SUB > ZERO.
000656     IF WS-PER-FOUND-SUB = ZERO
000657         GO TO 1200-EXIT
000658     END-IF.
000659     IF NOT WS-PER-CLOSED (WS-PER-FOUND-SUB)
000660         GO TO 1200-EXIT
000661     END-IF.
000662     MOVE WS-PER-ID (WS-PER-FOUND-SUB) TO WS-CLOSED-PERIOD.
000663     MOVE ZERO TO WS-GL-DATE.
000664     PERFORM 1270-FIND-OPEN THRU 1270-EXIT
000665         VARYING WS-PER-SUB FROM 1 BY 1
000666         UNTIL WS-PER-SUB > WS-PER-COUNT.
000667     IF WS-GL-DATE = ZERO
000668         MOVE WS-RUN-DATE TO WS-GL-DATE
000669         MOVE 'X' TO WS-CUTOFF-SWITCH
000670         DISPLAY "CALCSAPR NO OPEN PERIOD AFTER CLOSED PERIOD "
000671             WS-CLOSED-PERIOD " - RELEASING UNDER " WS-RUN-DATE
000672     ELSE
000673         MOVE 'Y' TO WS-CUTOFF-SWITCH
000674         DISPLAY "CALCSAPR PERIOD " WS-CLOSED-PERIOD
000675             " CLOSED - RELEASING UNDER " WS-GL-DATE
000676     END-IF.
000677 1200-EXIT.
000678     EXIT.
000679*****************************************************************
000680* 1250-LOAD-PERIOD - READ THE NEXT CALENDAR PERIOD INTO THE
000681* PERIOD TABLE.
000682*****************************************************************
000683 1250-LOAD-PERIOD.
000684     READ CALC-FCAL-FILE
000685         AT END
000686             MOVE 'Y' TO WS-CAL-EOF-SWITCH
000687             GO TO 1250-EXIT
000688     END-READ.
000689     IF WS-PER-COUNT >= WS-PER-LIMIT
000690         DISPLAY "CALCSAPR PERIOD TABLE FULL AT "
000691             CALC-FC-PERIOD-ID
000692         MOVE 'Y' TO WS-CAL-EOF-SWITCH
000693         GO TO 1250-EXIT
000694     END-IF.
000695     ADD 1 TO WS-PER-COUNT.
000696     MOVE CALC-FC-PERIOD-ID  TO WS-PER-ID (WS-PER-COUNT).
000697     MOVE CALC-FC-START-DATE TO WS-PER-START (WS-PER-COUNT).
000698     MOVE CALC-FC-END-DATE   TO WS-PER-END (WS-PER-COUNT).
000699     MOVE CALC-FC-STATUS     TO WS-PER-STATUS (WS-PER-COUNT).
000700 1250-EXIT.
000701     EXIT.
000702*****************************************************************
000703* 1260-FIND-PERIOD - TEST WHETHER ONE PERIOD HOLDS THE RUN DATE.
000704*****************************************************************
000705 1260-FIND-PERIOD.
000706     IF WS-PER-START (WS-PER-SUB) NOT > WS-RUN-DATE
000707      AND WS-PER-END (WS-PER-SUB) NOT < WS-RUN-DATE
000708         MOVE WS-PER-SUB TO WS-PER-FOUND-SUB
000709     ELSE
000710         ADD 1 TO WS-PER-SUB
000711     END-IF.
000712 1260-EXIT.
000713     EXIT.
000714*****************************************************************
000715* 1270-FIND-OPEN - KEEP THE EARLIEST OPEN PERIOD THAT STARTS
000716* AFTER THE CLOSED PERIOD (WS-PER-FOUND-SUB) ENDS.
000717*****************************************************************
000718 1270-FIND-OPEN.
000719     IF WS-PER-CLOSED (WS-PER-SUB)
000720      OR WS-PER-START (WS-PER-SUB)
000721             NOT > WS-PER-END (WS-PER-FOUND-SUB)
000722         GO TO 1270-EXIT
000723     END-IF.
000724     IF WS-GL-DATE = ZERO
000725      OR WS-PER-START (WS-PER-SUB) < WS-GL-DATE
000726         MOVE WS-PER-START (WS-PER-SUB) TO WS-GL-DATE
000727         MOVE WS-PER-ID (WS-PER-SUB) TO WS-OPEN-PERIOD
000728     END-IF.
000729 1270-EXIT.
000730     EXIT.
000731*****************************************************************
000732* 1500-RCTL-START - RECORD THE START OF THIS STEP ON THE CALCRCTL
000733* RUN-CONTROL LEDGER. THE STEP IS REFUSED, BEFORE IT HAS OPENED
000734* ANY OF ITS FILES, IF THE STEPS IT DEPENDS ON HAVE NOT ALL
000735* COMPLETED FOR THE BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED
000736* FOR THE DATE AND NO RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000737* AGAIN. EVERY REASON FOR REFUSING IS SHOWN.
000738*****************************************************************
000739 1500-RCTL-START.
000740     MOVE WS-RUN-DATE TO WS-RCTL-BUS-DATE.
000741     PERFORM 1510-RCTL-GET-CARDS THRU 1510-EXIT.
000742     OPEN I-O CALC-RCTL-FILE.
000743     IF WS-RCTL-NOT-FOUND
000744         CLOSE CALC-RCTL-FILE
000745         OPEN OUTPUT CALC-RCTL-FILE
000746         CLOSE CALC-RCTL-FILE
000747         OPEN I-O CALC-RCTL-FILE
000748     END-IF.
000749     IF NOT WS-RCTL-OK
000750         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000751         DISPLAY "CALCSAPR RUN TERMINATED - SEE FILE STATUS ABOVE"
000752         MOVE 8 TO RETURN-CODE
000753         STOP RUN
000754     END-IF.
000755     PERFORM 1530-RCTL-CHECK-PREREQ THRU 1530-EXIT
000756         VARYING WS-RCTL-SUB FROM 1 BY 1
000757         UNTIL WS-RCTL-SUB > WS-RCTL-PREREQ-COUNT.
000758     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000759     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000760     READ CALC-RCTL-FILE
000761         INVALID KEY
000762             MOVE 'N' TO WS-RCTL-ON-FILE-SWITCH
000763             MOVE SPACES TO CALC-RCTL-RECORD
000764             MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE
000765             MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM
000766             MOVE ZERO TO CALC-RC-RUN-COUNT
000767             GO TO 1500-RECORD-START
000768     END-READ.
000769     MOVE 'Y' TO WS-RCTL-ON-FILE-SWITCH.
000770     IF CALC-RC-STARTED
000771         DISPLAY "CALCSAPR PREVIOUS RUN FOR " WS-RCTL-BUS-DATE
000772             " DID NOT FINISH"
000773     END-IF.
000774     IF NOT CALC-RC-COMPLETE
000775         GO TO 1500-RECORD-START
000776     END-IF.
000777     IF NOT WS-RCTL-RERUN-OK
000778         DISPLAY "CALCSAPR ALREADY COMPLETED FOR "
000779             WS-RCTL-BUS-DATE
000780             " - RERUN CARD REQUIRED"
000781         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000782         GO TO 1500-RECORD-START
000783     END-IF.
000784     DISPLAY "CALCSAPR RERUN FOR " WS-RCTL-BUS-DATE
000785         " AUTHORIZED BY " WS-RCTL-RERUN-BY.
000786     MOVE WS-RCTL-RERUN-BY TO CALC-RC-RERUN-BY.
000787 1500-RECORD-START.
000788     IF WS-RCTL-REFUSED
000789         CLOSE CALC-RCTL-FILE
000790         DISPLAY "CALCSAPR RUN REFUSED BY RUN CONTROL"
000791         MOVE 8 TO RETURN-CODE
000792         STOP RUN
000793     END-IF.
000794     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000795     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000796     MOVE 'S' TO CALC-RC-STATUS.
000797     MOVE WS-RCTL-TS TO CALC-RC-START-TS.
000798     MOVE SPACES TO CALC-RC-END-TS.
000799     MOVE ZERO TO CALC-RC-RETURN-CODE.
000800     ADD 1 TO CALC-RC-RUN-COUNT.
000801     IF WS-RCTL-ON-FILE
000802         REWRITE CALC-RCTL-RECORD
000803             INVALID KEY
000804                 GO TO 1500-WRITE-ERROR
000805         END-REWRITE
000806     ELSE
000807         WRITE CALC-RCTL-RECORD
000808             INVALID KEY
000809                 GO TO 1500-WRITE-ERROR
000810         END-WRITE
000811     END-IF.
000812     CLOSE CALC-RCTL-FILE.
000813     MOVE 'Y' TO WS-RCTL-SWITCH.
000814     GO TO 1500-EXIT.
000815 1500-WRITE-ERROR.
000816     DISPLAY "CANNOT RECORD START ON CALCRCTL, STATUS "
000817         WS-RCTL-STATUS.
000818     DISPLAY "CALCSAPR RUN TERMINATED - SEE FILE STATUS ABOVE".
000819     CLOSE CALC-RCTL-FILE.
000820     MOVE 8 TO RETURN-CODE.
000821     STOP RUN.
000822 1500-EXIT.
000823     EXIT.
000824*****************************************************************
000825* 1510-RCTL-GET-CARDS - READ THE SHARED RCTLPARM RUN-CONTROL
000826* CARDS, IF ANY, FOR A BUSINESS DATE CARD AND A RERUN CARD FOR
000827* THIS STEP.
000828*****************************************************************
000829 1510-RCTL-GET-CARDS.
000830     OPEN INPUT RCTL-PARM-FILE.
000831     IF WS-RCPM-NOT-FOUND
000832         GO TO 1510-EXIT
000833     END-IF.
000834     IF NOT WS-RCPM-OK
000835         DISPLAY "CANNOT OPEN RCTLPARM, STATUS " WS-RCPM-STATUS
000836         DISPLAY "CALCSAPR RUN TERMINATED - SEE FILE STATUS ABOVE"
000837         MOVE 8 TO RETURN-CODE
000838         STOP RUN
000839     END-IF.
000840     PERFORM 1520-RCTL-READ-CARD THRU 1520-EXIT
000841         UNTIL WS-RCTL-CARD-END.
000842     CLOSE RCTL-PARM-FILE.
000843 1510-EXIT.
000844     EXIT.
000845*****************************************************************
000846* 1520-RCTL-READ-CARD - TAKE ONE RUN-CONTROL CARD. A DATE CARD
000847* SETS THE BUSINESS DATE; A RERUN CARD COUNTS ONLY IF IT NAMES
000848* THIS STEP, THE BUSINESS DATE IN FORCE AND WHO AUTHORIZED IT.
000849*****************************************************************
000850 1520-RCTL-READ-CARD.
000851     READ RCTL-PARM-FILE
000852         AT END
000853             MOVE 'Y' TO WS-RCTL-CARD-EOF-SWITCH
000854             GO TO 1520-EXIT
000855     END-READ.
000856     IF CALC-RK-DATE-CARD
000857      AND CALC-RK-BUS-DATE IS NUMERIC
000858         MOVE CALC-RK-BUS-DATE TO WS-RCTL-BUS-DATE
000859         MOVE 'N' TO WS-RCTL-RERUN-SWITCH
000860         GO TO 1520-EXIT
000861     END-IF.
000862     IF NOT CALC-RK-RERUN-CARD
000863      OR CALC-RK-PROGRAM NOT = WS-RCTL-PROGRAM
000864      OR CALC-RK-BUS-DATE NOT = WS-RCTL-BUS-DATE
000865         GO TO 1520-EXIT
000866     END-IF.
000867     IF CALC-RK-AUTH-BY = SPACES
000868         DISPLAY "CALCSAPR RERUN CARD IGNORED - NO AUTHORIZER"
000869         GO TO 1520-EXIT
000870     END-IF.
000871     MOVE 'Y' TO WS-RCTL-RERUN-SWITCH.
000872     MOVE CALC-RK-AUTH-BY TO WS-RCTL-RERUN-BY.
000873 1520-EXIT.
000874     EXIT.
000875*****************************************************************
000876* 1530-RCTL-CHECK-PREREQ - PROVE THAT ONE STEP THIS ONE DEPENDS
000877* ON HAS COMPLETED FOR THE BUSINESS DATE.
000878*****************************************************************
000879 1530-RCTL-CHECK-PREREQ.
000880     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000881     MOVE WS-RCTL-PREREQ (WS-RCTL-SUB) TO CALC-RC-PROGRAM.
000882     READ CALC-RCTL-FILE
000883         INVALID KEY
000884             DISPLAY "CALCSAPR WAITING ON "
000885                 WS-RCTL-PREREQ (WS-RCTL-SUB)
000886                 " - NOT RUN FOR " WS-RCTL-BUS-DATE
000887             MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000888             GO TO 1530-EXIT
000889     END-READ.
000890     IF NOT CALC-RC-COMPLETE
000891         DISPLAY "CALCSAPR WAITING ON "
000892             WS-RCTL-PREREQ (WS-RCTL-SUB)
000893             " - NOT COMPLETED FOR " WS-RCTL-BUS-DATE
000894         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000895     END-IF.
000896 1530-EXIT.
000897     EXIT.
000898*****************************************************************
000899* 2000-LOAD-CARDS - LOAD THE SUPERVISOR'S APPROVAL CARDS. NO
000900* CARD FILE MEANS A REVIEW-ONLY SITTING - EVERYTHING CARRIES.
000901* A CARD WITHOUT AN APPROVER ID OR WITH A BAD ACTION IS
000902* REFUSED HERE, BEFORE IT CAN RELEASE ANYTHING.
000903*****************************************************************
000904 2000-LOAD-CARDS.
000905     OPEN INPUT SAPR-PARM-FILE.
000906     IF WS-PARM-NOT-FOUND
000907         DISPLAY "CALCSAPR NO SAPRPARM CARDS - REVIEW ONLY"
000908         GO TO 2000-EXIT
000909     END-IF.
000910     IF NOT WS-PARM-OK
000911         DISPLAY "CANNOT OPEN SAPRPARM, STATUS " WS-PARM-STATUS
000912         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000913     END-IF.
000914     MOVE 'N' TO WS-EOF-SWITCH.
000915     PERFORM 2100-READ-CARD THRU 2100-EXIT.
000916     PERFORM 2200-STORE-CARD THRU 2200-EXIT
000917         UNTIL WS-END-OF-FILE.
000918     CLOSE SAPR-PARM-FILE.
000919 2000-EXIT.
000920     EXIT.
000921*****************************************************************
000922* 2100-READ-CARD - READ THE NEXT APPROVAL CARD.
000923*****************************************************************
000924 2100-READ-CARD.
000925     READ SAPR-PARM-FILE
000926         AT END
000927             MOVE 'Y' TO WS-EOF-SWITCH
000928     END-READ.
000929 2100-EXIT.
000930     EXIT.
000931*****************************************************************
000932* 2200-STORE-CARD - VALIDATE AND STORE ONE APPROVAL CARD AND
000933* READ THE NEXT. A BLANK CARD IS SKIPPED.
000934*****************************************************************
000935 2200-STORE-CARD.
000936     IF SAPR-PARM-RECORD = SPACES
000937         GO TO 2200-NEXT
000938     END-IF.
000939     IF SAPR-PM-ACTION NOT = 'R' AND SAPR-PM-ACTION NOT = 'C'
000940         ADD 1 TO WS-BADCARD-COUNT
000941         MOVE SAPR-PM-TRANS-ID TO WS-RPT-CARD-ID
000942         MOVE SAPR-PM-APPROVER TO WS-RPT-CARD-WHO
000943         MOVE "CARD REFUSED - BAD ACTION" TO WS-RPT-CARD-MSG
000944         WRITE SAPR-RPT-RECORD FROM WS-RPT-CARD-LINE
000945         GO TO 2200-NEXT
000946     END-IF.
000947     IF SAPR-PM-APPROVER = SPACES
000948         ADD 1 TO WS-BADCARD-COUNT
000949         MOVE SAPR-PM-TRANS-ID TO WS-RPT-CARD-ID
000950         MOVE SPACES TO WS-RPT-CARD-WHO
000951         MOVE "CARD REFUSED - NO APPROVER" TO WS-RPT-CARD-MSG
000952         WRITE SAPR-RPT-RECORD FROM WS-RPT-CARD-LINE
000953         GO TO 2200-NEXT
000954     END-IF.
000955     PERFORM 2300-CHECK-APPROVER THRU 2300-EXIT.
000956     IF WS-REFUSE-MSG NOT = SPACES
000957         ADD 1 TO WS-BADCARD-COUNT
000958         MOVE SAPR-PM-TRANS-ID TO WS-RPT-CARD-ID
000959         MOVE SAPR-PM-APPROVER TO WS-RPT-CARD-WHO
000960         MOVE WS-REFUSE-MSG TO WS-RPT-CARD-MSG
000961         WRITE SAPR-RPT-RECORD FROM WS-RPT-CARD-LINE
000962         GO TO 2200-NEXT
000963     END-IF.
000964     IF WS-CARD-COUNT >= WS-CARD-LIMIT
000965         DISPLAY "CALCSAPR TOO MANY CARDS - EXTRAS REFUSED"
000966         ADD 1 TO WS-BADCARD-COUNT
000967         GO TO 2200-NEXT
000968     END-IF.
000969     ADD 1 TO WS-CARD-COUNT.
000970     MOVE SAPR-PM-TRANS-ID TO WS-CARD-TRANS-ID (WS-CARD-COUNT).
000971     MOVE SAPR-PM-ACTION   TO WS-CARD-ACTION (WS-CARD-COUNT).
000972     MOVE SAPR-PM-APPROVER TO WS-CARD-APPROVER (WS-CARD-COUNT).
000973     MOVE 'N' TO WS-CARD-USED (WS-CARD-COUNT).
000974 2200-NEXT.
000975     PERFORM 2100-READ-CARD THRU 2100-EXIT.
000976 2200-EXIT.
000977     EXIT.
000978*****************************************************************
000979* 2300-CHECK-APPROVER - THE CARD'S APPROVER MUST BE ON THE
000980* AUTHORITY MASTER AND ACTIVE. THE REFUSAL REASON IS LEFT IN
000981* WS-REFUSE-MSG - SPACES MEANS THE APPROVER MAY SIGN.
000982*****************************************************************
000983 2300-CHECK-APPROVER.
000984     MOVE SPACES TO WS-REFUSE-MSG.
000985     IF NOT WS-APPR-FILE-OPEN
000986      OR SAPR-PM-APPROVER (1:1) = '*'
000987         MOVE "CARD REFUSED - UNKNOWN APPROVER" TO WS-REFUSE-MSG
000988         GO TO 2300-EXIT
000989     END-IF.
000990     MOVE SAPR-PM-APPROVER TO CALC-AP-APPROVER-ID.
000991     READ CALC-APPR-FILE
000992         INVALID KEY
000993             MOVE "CARD REFUSED - UNKNOWN APPROVER"
000994                 TO WS-REFUSE-MSG
000995             GO TO 2300-EXIT
000996     END-READ.
000997     IF NOT CALC-AP-ACTIVE
000998         MOVE "CARD REFUSED - APPROVER NOT ACTIVE"
000999             TO WS-REFUSE-MSG
001000     END-IF.
001001 2300-EXIT.
001002     EXIT.
001003*****************************************************************
001004* 3000-ACTION-SUSPENSE - PUT EVERY HELD ITEM THROUGH THE
001005* CARDS. NO SUSPENSE FILE MEANS NOTHING IS HELD.
001006*****************************************************************
001007 3000-ACTION-SUSPENSE.
001008     OPEN INPUT CALC-SUSP-FILE.
001009     IF WS-SUSP-NOT-FOUND
001010         DISPLAY "CALCSAPR NO CALCSUSP FILE - NOTHING HELD"
001011         GO TO 3000-EXIT
001012     END-IF.
001013     IF NOT WS-SUSP-OK
001014         DISPLAY "CANNOT OPEN CALCSUSP, STATUS " WS-SUSP-STATUS
001015         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
001016     END-IF.
001017     MOVE 'N' TO WS-EOF-SWITCH.
001018     PERFORM 3100-READ-SUSP THRU 3100-EXIT.
001019     PERFORM 3200-ACTION-ONE THRU 3200-EXIT
001020         UNTIL WS-END-OF-FILE.
001021     CLOSE CALC-SUSP-FILE.
001022 3000-EXIT.
001023     EXIT.
001024*****************************************************************
001025* 3100-READ-SUSP - READ THE NEXT HELD ITEM.
001026*****************************************************************
001027 3100-READ-SUSP.
001028     READ CALC-SUSP-FILE
001029         AT END
001030             MOVE 'Y' TO WS-EOF-SWITCH
001031     END-READ.
001032 3100-EXIT.
001033     EXIT.
001034*****************************************************************
001035* 3200-ACTION-ONE - PUT ONE HELD ITEM THROUGH ITS CARDS UNTIL IT
001036* IS RELEASED OR RETURNED OR ITS CARDS RUN OUT, CARRY IT IF IT
001037* IS STILL HELD, THEN READ THE NEXT ITEM.
001038*****************************************************************
001039 3200-ACTION-ONE.
001040     ADD 1 TO WS-BROUGHT-COUNT.
001041     MOVE CALC-SU-RSLT-IMAGE TO CALC-RSLT-RECORD.
001042     IF CALC-RS-VAR-SUM < ZERO
001043         COMPUTE WS-ITEM-AMOUNT = ZERO - CALC-RS-VAR-SUM
001044     ELSE
001045         MOVE CALC-RS-VAR-SUM TO WS-ITEM-AMOUNT
001046     END-IF.
001047     MOVE 'N' TO WS-ITEM-SWITCH.
001048     PERFORM 3250-TRY-CARD THRU 3250-EXIT
001049         UNTIL WS-ITEM-SETTLED.
001050     IF WS-ITEM-NO-MORE-CARDS
001051         PERFORM 3600-CARRY-ITEM THRU 3600-EXIT
001052     END-IF.
001053     PERFORM 3100-READ-SUSP THRU 3100-EXIT.
001054 3200-EXIT.
001055     EXIT.
001056*****************************************************************
001057* 3250-TRY-CARD - TAKE THE NEXT CARD FOR THIS ITEM. A CARD THE
001058* APPROVER HAS NO AUTHORITY FOR IS REFUSED AND THE NEXT CARD
001059* TRIED. A RELEASE OVER THE DUAL SIGN-OFF LIMIT NEEDS A SECOND,
001060* DIFFERENT APPROVER - THE FIRST SIGNATURE IS RECORDED ON THE
001061* ITEM AND THE SEARCH GOES ON FOR THE SECOND.
001062*****************************************************************
001063 3250-TRY-CARD.
001064     PERFORM 3300-FIND-CARD THRU 3300-EXIT.
001065     IF WS-FOUND-SUB = ZERO
001066         MOVE 'E' TO WS-ITEM-SWITCH
001067         GO TO 3250-EXIT
001068     END-IF.
001069     MOVE 'Y' TO WS-CARD-USED (WS-FOUND-SUB).
001070     PERFORM 3420-CHECK-AUTHORITY THRU 3420-EXIT.
001071     IF WS-REFUSE-MSG NOT = SPACES
001072         PERFORM 3900-REFUSE-CARD THRU 3900-EXIT
001073         GO TO 3250-EXIT
001074     END-IF.
001075     IF WS-CARD-ACTION (WS-FOUND-SUB) NOT = 'R'
001076         MOVE 'D' TO WS-ITEM-SWITCH
001077         IF CALC-RS-CHAINED
001078             PERFORM 3550-REFUSE-RETURN THRU 3550-EXIT
001079         ELSE
001080             PERFORM 3500-RETURN-ITEM THRU 3500-EXIT
001081         END-IF
001082         GO TO 3250-EXIT
001083     END-IF.
001084     IF WS-DUAL-LIMIT > ZERO
001085      AND WS-ITEM-AMOUNT > WS-DUAL-LIMIT
001086      AND CALC-SU-FIRST-APPROVER = SPACES
001087         PERFORM 3450-FIRST-SIGNATURE THRU 3450-EXIT
001088         GO TO 3250-EXIT
001089     END-IF.
001090     MOVE 'D' TO WS-ITEM-SWITCH.
001091     PERFORM 3400-RELEASE-ITEM THRU 3400-EXIT.
001092 3250-EXIT.
001093     EXIT.
001094*****************************************************************
001095* 3300-FIND-CARD - FIND THE UNUSED CARD NAMING THIS ITEM'S
001096* TRANSACTION ID. ZERO IN WS-FOUND-SUB MEANS NO CARD.
001097*****************************************************************
001098 3300-FIND-CARD.
001099     MOVE ZERO TO WS-FOUND-SUB.
001100     MOVE 1 TO WS-CARD-SUB.
001101     PERFORM 3310-SCAN-CARD THRU 3310-EXIT
001102         UNTIL WS-CARD-SUB > WS-CARD-COUNT
001103            OR WS-FOUND-SUB > ZERO.
001104 3300-EXIT.
001105     EXIT.
001106*****************************************************************
001107* 3310-SCAN-CARD - TEST ONE CARD TABLE ENTRY.
001108*****************************************************************
001109 3310-SCAN-CARD.
001110     IF WS-CARD-USED (WS-CARD-SUB) = 'N'
001111      AND WS-CARD-TRANS-ID (WS-CARD-SUB) = CALC-RS-TRANS-ID
001112         MOVE WS-CARD-SUB TO WS-FOUND-SUB
001113     ELSE
001114         ADD 1 TO WS-CARD-SUB
001115     END-IF.
001116 3310-EXIT.
001117     EXIT.
001118*****************************************************************
001119* 3400-RELEASE-ITEM - THE SUPERVISOR RELEASED THE ITEM (THE
001120* SECOND OF TWO WHEN THE ITEM NEEDED DUAL SIGN-OFF). BUILD
001121* ITS POSTING THE SAME WAY CALCGLEX WOULD - THE DEPARTMENT'S
001122* GL ACCOUNT FROM THE MASTER, THE OLD SPLICED ACCOUNT AS THE
001123* FALLBACK, DEBIT OR CREDIT BY SIGN - APPEND IT TO GLPOST
001124* UNDER THE DATE 1200-SET-GL-DATE SETTLED, COPY IT TO THE CUTOFF
001125* WORK FILE IF THAT MOVED IT OUT OF A CLOSED PERIOD, AND LOG WHO
001126* RELEASED IT.
001127*****************************************************************
001128 3400-RELEASE-ITEM.
001129     MOVE SPACES TO CALC-GLPS-RECORD.
001130     MOVE WS-GL-DATE TO CALC-GL-POST-DATE.
001131     PERFORM 3410-GET-DEPT THRU 3410-EXIT.
001132     IF WS-DEPT-FOUND
001133         MOVE CALC-DP-GL-ACCOUNT TO CALC-GL-ACCOUNT
001134     ELSE
001135         MOVE "20" TO CALC-GL-ACCT-PREFIX
001136         IF CALC-RS-DEPT-CODE = SPACES
001137             MOVE "NONE" TO CALC-GL-ACCT-DEPT
001138         ELSE
001139             MOVE CALC-RS-DEPT-CODE TO CALC-GL-ACCT-DEPT
001140         END-IF
001141         MOVE "00" TO CALC-GL-ACCT-SUFFIX
001142     END-IF.
001143     MOVE CALC-RS-TRANS-ID TO CALC-GL-TRANS-ID.
001144     IF CALC-RS-VAR-SUM < ZERO
001145         MOVE 'C' TO CALC-GL-DC-FLAG
001146         COMPUTE CALC-GL-AMOUNT = ZERO - CALC-RS-VAR-SUM
001147     ELSE
001148         MOVE 'D' TO CALC-GL-DC-FLAG
001149         MOVE CALC-RS-VAR-SUM TO CALC-GL-AMOUNT
001150     END-IF.
001151     WRITE CALC-GLPS-RECORD.
001152     ADD 1 TO WS-RELEASE-COUNT.
001153     IF WS-DATE-MOVED
001154         WRITE SAPR-CUT-RECORD FROM CALC-GLPS-RECORD
001155         ADD 1 TO WS-CUT-COUNT
001156     END-IF.
001157     MOVE 'R' TO WS-LOG-ACTION.
001158     PERFORM 3700-WRITE-LOG THRU 3700-EXIT.
001159     MOVE SPACES TO WS-RPT-DISPOSITION.
001160     MOVE "RELEASED BY " TO WS-RPT-DISP-TEXT.
001161     MOVE WS-CARD-APPROVER (WS-FOUND-SUB) TO WS-RPT-DISP-WHO.
001162     IF CALC-SU-FIRST-APPROVER NOT = SPACES
001163         MOVE "& " TO WS-RPT-DISP-AMP
001164         MOVE CALC-SU-FIRST-APPROVER TO WS-RPT-DISP-WHO-2
001165     END-IF.
001166     PERFORM 3800-PRINT-ITEM THRU 3800-EXIT.
001167 3400-EXIT.
001168     EXIT.
001169*****************************************************************
001170* 3410-GET-DEPT - LOOK THE ITEM'S DEPARTMENT UP ON THE
001171* CALCDEPT MASTER FOR ITS GL ACCOUNT.
001172*****************************************************************
001173 3410-GET-DEPT.
001174     MOVE 'N' TO WS-DEPT-FOUND-SWITCH.
001175     IF CALC-RS-DEPT-CODE = SPACES
001176         GO TO 3410-EXIT
001177     END-IF.
001178     MOVE CALC-RS-DEPT-CODE TO CALC-DP-DEPT-CODE.
001179     READ CALC-DEPT-FILE
001180         INVALID KEY
001181             GO TO 3410-EXIT
001182     END-READ.
001183     MOVE 'Y' TO WS-DEPT-FOUND-SWITCH.
001184 3410-EXIT.
001185     EXIT.
001186*****************************************************************
001187* 3420-CHECK-AUTHORITY - PROVE THE CARD'S APPROVER MAY ACTION
001188* THIS ITEM - AUTHORITY OVER ITS DEPARTMENT, AND TO RELEASE IT A
001189* LIMIT COVERING ITS AMOUNT AND NOT BEING THE APPROVER WHO HAS
001190* ALREADY SIGNED IT. THE REFUSAL REASON IS LEFT IN
001191* WS-REFUSE-MSG - SPACES MEANS THE CARD STANDS.
001192*****************************************************************
001193 3420-CHECK-AUTHORITY.
001194     MOVE SPACES TO WS-REFUSE-MSG.
001195     MOVE WS-CARD-APPROVER (WS-FOUND-SUB) TO CALC-AP-APPROVER-ID.
001196     READ CALC-APPR-FILE
001197         INVALID KEY
001198             MOVE "CARD REFUSED - UNKNOWN APPROVER"
001199                 TO WS-REFUSE-MSG
001200             GO TO 3420-EXIT
001201     END-READ.
001202     PERFORM 3430-CHECK-DEPT THRU 3430-EXIT.
001203     IF NOT WS-DEPT-ALLOWED
001204         MOVE "CARD REFUSED - WRONG DEPARTMENT" TO WS-REFUSE-MSG
001205         GO TO 3420-EXIT
001206     END-IF.
001207     IF WS-CARD-ACTION (WS-FOUND-SUB) NOT = 'R'
001208         GO TO 3420-EXIT
001209     END-IF.
001210     IF WS-ITEM-AMOUNT > CALC-AP-MAX-RELEASE
001211         MOVE "CARD REFUSED - OVER AUTHORITY" TO WS-REFUSE-MSG
001212         GO TO 3420-EXIT
001213     END-IF.
001214     IF CALC-SU-FIRST-APPROVER = WS-CARD-APPROVER (WS-FOUND-SUB)
001215         MOVE "CARD REFUSED - SAME APPROVER TWICE"
001216             TO WS-REFUSE-MSG
001217     END-IF.
001218 3420-EXIT.
001219     EXIT.
001220*****************************************************************
001221* 3430-CHECK-DEPT - IS THE ITEM'S DEPARTMENT IN THE APPROVER'S
001222* LIST? A FIRST CODE OF '****' COVERS EVERY DEPARTMENT.
001223*****************************************************************
001224 3430-CHECK-DEPT.
001225     MOVE 'N' TO WS-DEPT-ALLOWED-SWITCH.
001226     IF CALC-AP-DEPT-CODE (1) = '****'
001227         MOVE 'Y' TO WS-DEPT-ALLOWED-SWITCH
001228         GO TO 3430-EXIT
001229     END-IF.
001230     IF CALC-RS-DEPT-CODE = SPACES
001231         GO TO 3430-EXIT
001232     END-IF.
001233     MOVE 1 TO WS-AUTH-SUB.
001234     PERFORM 3440-SCAN-DEPT THRU 3440-EXIT
001235         UNTIL WS-AUTH-SUB > WS-AUTH-LIMIT
001236            OR WS-DEPT-ALLOWED.
001237 3430-EXIT.
001238     EXIT.
001239*****************************************************************
001240* 3440-SCAN-DEPT - TEST ONE DEPARTMENT IN THE APPROVER'S LIST.
001241*****************************************************************
001242 3440-SCAN-DEPT.
001243     IF CALC-AP-DEPT-CODE (WS-AUTH-SUB) = CALC-RS-DEPT-CODE
001244         MOVE 'Y' TO WS-DEPT-ALLOWED-SWITCH
001245     ELSE
001246         ADD 1 TO WS-AUTH-SUB
001247     END-IF.
001248 3440-EXIT.
001249     EXIT.
001250*****************************************************************
001251* 3450-FIRST-SIGNATURE - THE FIRST OF TWO APPROVERS HAS SIGNED
001252* AN ITEM OVER THE DUAL SIGN-OFF LIMIT. RECORD THE SIGNER ON THE
001253* ITEM - IT IS CARRIED WITH THE SIGNATURE IF NO SECOND CARD
001254* TURNS UP - AND LOG THE SIGNATURE.
001255*****************************************************************
001256 3450-FIRST-SIGNATURE.
001257     MOVE WS-CARD-APPROVER (WS-FOUND-SUB)
001258         TO CALC-SU-FIRST-APPROVER.
001259     ADD 1 TO WS-SIGNED-COUNT.
001260     MOVE 'S' TO WS-LOG-ACTION.
001261     PERFORM 3700-WRITE-LOG THRU 3700-EXIT.
001262 3450-EXIT.
001263     EXIT.
001264*****************************************************************
001265* 3500-RETURN-ITEM - THE SUPERVISOR SENT THE ITEM BACK FOR
001266* CORRECTION. REBUILD IT AS A CALCTRAN DETAIL ON THE CALCRCYC
001267* RECYCLE FILE - CALCEDIT PICKS IT UP ON THE NEXT RUN - AND
001268* LOG WHO RETURNED IT.
001269*****************************************************************
001270 3500-RETURN-ITEM.
001271     MOVE CALC-RS-VAR-1     TO WS-RD-VAR-1.
001272     MOVE CALC-RS-VAR-2     TO WS-RD-VAR-2.
001273     MOVE CALC-RS-VAR-01    TO WS-RD-VAR-01.
001274     MOVE CALC-RS-TRANS-ID  TO WS-RD-TRANS-ID.
001275     MOVE CALC-RS-DEPT-CODE TO WS-RD-DEPT-CODE.
001276     WRITE CALC-RCYC-RECORD FROM WS-RCYC-DETAIL.
001277     ADD 1 TO WS-RETURN-COUNT.
001278     MOVE 'C' TO WS-LOG-ACTION.
001279     PERFORM 3700-WRITE-LOG THRU 3700-EXIT.
001280     MOVE SPACES TO WS-RPT-DISPOSITION.
001281     MOVE "RETURNED BY " TO WS-RPT-DISP-TEXT.
001282     MOVE WS-CARD-APPROVER (WS-FOUND-SUB) TO WS-RPT-DISP-WHO.
001283     PERFORM 3800-PRINT-ITEM THRU 3800-EXIT.
001284 3500-EXIT.
001285     EXIT.
001286*****************************************************************
001287* 3550-REFUSE-RETURN - THE SUPERVISOR ASKED TO RETURN A CHAINED
001288* RESULT, BUT ITS IMAGE CARRIES ONLY THE FIRST STEP'S INPUTS -
001289* A REBUILT SINGLE DETAIL WOULD RECALCULATE STEP 1 ALONE AND
001290* POST A FIGURE NOBODY REQUESTED. THE ITEM STAYS HELD; DATA
001291* ENTRY MUST RE-SUBMIT THE FULL TWO-STEP CHAIN THROUGH
001292* CALCTRAN (AND THE SUPERVISOR CAN THEN RELEASE OR LET THIS
001293* COPY EXPIRE).
001294*****************************************************************
001295 3550-REFUSE-RETURN.
001296     ADD 1 TO WS-BADCARD-COUNT.
001297     WRITE SUSP-WORK-RECORD FROM CALC-SUSP-RECORD.
001298     ADD 1 TO WS-CARRY-COUNT.
001299     MOVE SPACES TO WS-RPT-DISPOSITION.
001300     MOVE "CHAINED - NO" TO WS-RPT-DISP-TEXT.
001301     MOVE " RETURN" TO WS-RPT-DISP-WHO.
001302     PERFORM 3800-PRINT-ITEM THRU 3800-EXIT.
001303 3550-EXIT.
001304     EXIT.
001305*****************************************************************
001306* 3600-CARRY-ITEM - NO CARD FOR THIS ITEM, OR ONLY THE FIRST OF
001307* TWO SIGNATURES. IT STAYS HELD - WRITE IT TO THE WORK FILE,
001308* WITH ANY FIRST SIGNER, FOR THE REWRITTEN SUSPENSE FILE.
001309*****************************************************************
001310 3600-CARRY-ITEM.
001311     WRITE SUSP-WORK-RECORD FROM CALC-SUSP-RECORD.
001312     ADD 1 TO WS-CARRY-COUNT.
001313     MOVE SPACES TO WS-RPT-DISPOSITION.
001314     MOVE "STILL HELD" TO WS-RPT-DISP-TEXT.
001315     IF CALC-SU-FIRST-APPROVER NOT = SPACES
001316         MOVE "AWAITING 2ND" TO WS-RPT-DISP-TEXT
001317         MOVE " SIGNED BY" TO WS-RPT-DISP-WHO
001318         MOVE CALC-SU-FIRST-APPROVER TO WS-RPT-DISP-WHO-2
001319     END-IF.
001320     PERFORM 3800-PRINT-ITEM THRU 3800-EXIT.
001321 3600-EXIT.
001322     EXIT.
001323*****************************************************************
001324* 3700-WRITE-LOG - APPEND ONE APPROVAL LOG RECORD FOR THE
001325* ACTION JUST TAKEN.
001326*****************************************************************
001327 3700-WRITE-LOG.
001328     MOVE SPACES TO CALC-SAPL-RECORD.
001329     MOVE WS-RUN-DATE TO CALC-SL-ACTION-DATE.
001330     MOVE CALC-RS-TRANS-ID TO CALC-SL-TRANS-ID.
001331     MOVE WS-LOG-ACTION TO CALC-SL-ACTION.
001332     MOVE WS-CARD-APPROVER (WS-FOUND-SUB) TO CALC-SL-APPROVER.
001333     MOVE CALC-RS-VAR-SUM TO CALC-SL-AMOUNT.
001334     WRITE CALC-SAPL-RECORD.
001335 3700-EXIT.
001336     EXIT.
001337*****************************************************************
001338* 3800-PRINT-ITEM - PRINT ONE HELD ITEM WITH THE DISPOSITION
001339* ALREADY SET.
001340*****************************************************************
001341 3800-PRINT-ITEM.
001342     MOVE CALC-RS-TRANS-ID  TO WS-RPT-TRANS-ID.
001343     MOVE CALC-RS-DEPT-CODE TO WS-RPT-DEPT-CODE.
001344     MOVE CALC-RS-VAR-SUM   TO WS-RPT-RESULT.
001345     MOVE CALC-SU-HELD-DATE TO WS-RPT-HELD-DATE.
001346     WRITE SAPR-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
001347 3800-EXIT.
001348     EXIT.
001349*****************************************************************
001350* 3900-REFUSE-CARD - PRINT A CARD REFUSED FOR WANT OF AUTHORITY
001351* OVER THE ITEM IT NAMED, WITH THE REASON.
001352*****************************************************************
001353 3900-REFUSE-CARD.
001354     ADD 1 TO WS-BADCARD-COUNT.
001355     MOVE WS-CARD-TRANS-ID (WS-FOUND-SUB) TO WS-RPT-CARD-ID.
001356     MOVE WS-CARD-APPROVER (WS-FOUND-SUB) TO WS-RPT-CARD-WHO.
001357     MOVE WS-REFUSE-MSG TO WS-RPT-CARD-MSG.
001358     WRITE SAPR-RPT-RECORD FROM WS-RPT-CARD-LINE.
001359 3900-EXIT.
001360     EXIT.
001361*****************************************************************
001362* 4000-REWRITE-SUSPENSE - REPLACE CALCSUSP WITH THE ITEMS
001363* STILL HELD, FROM THE WORK FILE, SO A RELEASED OR RETURNED
001364* ITEM CAN NEVER BE ACTIONED TWICE.
001365*****************************************************************
001366 4000-REWRITE-SUSPENSE.
001367     CLOSE SUSP-WORK-FILE.
001368     OPEN INPUT SUSP-WORK-FILE.
001369     OPEN OUTPUT CALC-SUSP-FILE.
001370     MOVE 'N' TO WS-EOF-SWITCH.
001371     PERFORM 4100-READ-WORK THRU 4100-EXIT.
001372     PERFORM 4050-COPY-ONE THRU 4050-EXIT
001373         UNTIL WS-END-OF-FILE.
001374     CLOSE SUSP-WORK-FILE.
001375     CLOSE CALC-SUSP-FILE.
001376 4000-EXIT.
001377     EXIT.
001378*****************************************************************
001379* 4050-COPY-ONE - COPY ONE STILL-HELD ITEM BACK TO CALCSUSP
001380* AND READ THE NEXT.
001381*****************************************************************
001382 4050-COPY-ONE.
001383     WRITE CALC-SUSP-RECORD FROM SUSP-WORK-RECORD.
001384     PERFORM 4100-READ-WORK THRU 4100-EXIT.
001385 4050-EXIT.
001386     EXIT.
001387*****************************************************************
001388* 4100-READ-WORK - READ THE NEXT ITEM FROM THE WORK FILE.
001389*****************************************************************
001390 4100-READ-WORK.
001391     READ SUSP-WORK-FILE
001392         AT END
001393             MOVE 'Y' TO WS-EOF-SWITCH
001394     END-READ.
001395 4100-EXIT.
001396     EXIT.
001397*****************************************************************
001398* 5000-REPORT-STRAY-CARDS - LIST EVERY CARD THAT NAMED NO HELD
001399* ITEM, SO A MISTYPED TRANSACTION ID IS CAUGHT THE SAME DAY.
001400*****************************************************************
001401 5000-REPORT-STRAY-CARDS.
001402     MOVE 1 TO WS-CARD-SUB.
001403     PERFORM 5100-REPORT-ONE-STRAY THRU 5100-EXIT
001404         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
001405 5000-EXIT.
001406     EXIT.
001407*****************************************************************
001408* 5100-REPORT-ONE-STRAY - PRINT ONE UNUSED CARD.
001409*****************************************************************
001410 5100-REPORT-ONE-STRAY.
001411     IF WS-CARD-USED (WS-CARD-SUB) = 'N'
001412         ADD 1 TO WS-BADCARD-COUNT
001413         MOVE WS-CARD-TRANS-ID (WS-CARD-SUB) TO WS-RPT-CARD-ID
001414         MOVE WS-CARD-APPROVER (WS-CARD-SUB) TO WS-RPT-CARD-WHO
001415         MOVE "CARD REFUSED - NO HELD ITEM" TO WS-RPT-CARD-MSG
001416         WRITE SAPR-RPT-RECORD FROM WS-RPT-CARD-LINE
001417     END-IF.
001418     ADD 1 TO WS-CARD-SUB.
001419 5100-EXIT.
001420     EXIT.
001421*****************************************************************
001422* 6000-WRITE-CUTOFF - PRINT THE CLOSED-PERIOD CUTOFF SECTION -
001423* WHICH PERIOD THE RUN DATE FELL IN AND, WHEN IT WAS CLOSED,
001424* EVERY RELEASE DATED FORWARD WITH ITS OLD AND NEW DATE, READ
001425* BACK FROM THE CUTOFF WORK FILE.
001426*****************************************************************
001427 6000-WRITE-CUTOFF.
001428     CLOSE SAPR-CUT-FILE.
001429     WRITE SAPR-RPT-RECORD FROM WS-RPT-BLANK-LINE.
001430     WRITE SAPR-RPT-RECORD FROM WS-CUT-HEADING-1.
001431     IF WS-NO-OPEN-PERIOD
001432         MOVE WS-CLOSED-PERIOD TO WS-CUT-NO-OPEN-PERIOD
001433         WRITE SAPR-RPT-RECORD FROM WS-CUT-NO-OPEN-LINE
001434     END-IF.
001435     IF NOT WS-DATE-MOVED
001436         IF NOT WS-NO-OPEN-PERIOD
001437             WRITE SAPR-RPT-RECORD FROM WS-CUT-NONE-LINE
001438         END-IF
001439         GO TO 6000-COUNT
001440     END-IF.
001441     MOVE WS-RUN-DATE TO WS-CUT-BUS-DATE.
001442     MOVE WS-CLOSED-PERIOD TO WS-CUT-CLOSED-PERIOD.
001443     WRITE SAPR-RPT-RECORD FROM WS-CUT-HEADING-2.
001444     MOVE WS-GL-DATE TO WS-CUT-GL-DATE.
001445     MOVE WS-OPEN-PERIOD TO WS-CUT-OPEN-PERIOD.
001446     WRITE SAPR-RPT-RECORD FROM WS-CUT-HEADING-3.
001447     WRITE SAPR-RPT-RECORD FROM WS-CUT-HEADING-4.
001448     OPEN INPUT SAPR-CUT-FILE.
001449     IF NOT WS-CUT-OK
001450         DISPLAY "CANNOT REOPEN SAPRCUTW, STATUS " WS-CUT-STATUS
001451         GO TO 6000-COUNT
001452     END-IF.
001453     PERFORM 6050-LIST-CUTOFF THRU 6050-EXIT
001454         UNTIL WS-CUT-END.
001455     CLOSE SAPR-CUT-FILE.
001456 6000-COUNT.
001457     MOVE WS-CUT-COUNT TO WS-CUT-MOVED-COUNT.
001458     WRITE SAPR-RPT-RECORD FROM WS-CUT-COUNT-LINE.
001459 6000-EXIT.
001460     EXIT.
001461*****************************************************************
001462* 6050-LIST-CUTOFF - READ AND PRINT ONE RELEASE DATED FORWARD.
001463*****************************************************************
001464 6050-LIST-CUTOFF.
001465     READ SAPR-CUT-FILE INTO CALC-GLPS-RECORD
001466         AT END
001467             MOVE 'Y' TO WS-CUT-EOF-SWITCH
001468             GO TO 6050-EXIT
001469     END-READ.
001470     MOVE CALC-GL-TRANS-ID  TO WS-CUT-TRANS-ID.
001471     MOVE CALC-GL-ACCOUNT   TO WS-CUT-ACCOUNT.
001472     MOVE CALC-GL-DC-FLAG   TO WS-CUT-DC-FLAG.
001473     MOVE CALC-GL-AMOUNT    TO WS-CUT-AMOUNT.
001474     MOVE WS-RUN-DATE       TO WS-CUT-FROM-DATE.
001475     MOVE CALC-GL-POST-DATE TO WS-CUT-TO-DATE.
001476     WRITE SAPR-RPT-RECORD FROM WS-CUT-DETAIL-LINE.
001477 6050-EXIT.
001478     EXIT.
001479*****************************************************************
001480* 8000-WRAPUP - PRINT THE RUN TOTALS AND CLOSE THE FILES. A
001481* CLOSED PERIOD WITH NO OPEN PERIOD AFTER IT ON THE CALENDAR
001482* ENDS WITH RETURN CODE 4.
001483*****************************************************************
001484 8000-WRAPUP.
001485     WRITE SAPR-RPT-RECORD FROM WS-RPT-BLANK-LINE.
001486     MOVE WS-BROUGHT-COUNT TO WS-RPT-BROUGHT-COUNT.
001487     WRITE SAPR-RPT-RECORD FROM WS-RPT-BROUGHT-LINE.
001488     MOVE WS-RELEASE-COUNT TO WS-RPT-REL-COUNT.
001489     WRITE SAPR-RPT-RECORD FROM WS-RPT-REL-LINE.
001490     MOVE WS-RETURN-COUNT TO WS-RPT-RET-COUNT.
001491     WRITE SAPR-RPT-RECORD FROM WS-RPT-RET-LINE.
001492     MOVE WS-CARRY-COUNT TO WS-RPT-CARRY-COUNT.
001493     WRITE SAPR-RPT-RECORD FROM WS-RPT-CARRY-LINE.
001494     MOVE WS-SIGNED-COUNT TO WS-RPT-SIGNED-COUNT.
001495     WRITE SAPR-RPT-RECORD FROM WS-RPT-SIGNED-LINE.
001496     MOVE WS-BADCARD-COUNT TO WS-RPT-BAD-COUNT.
001497     WRITE SAPR-RPT-RECORD FROM WS-RPT-BAD-LINE.
001498     CLOSE GL-POST-FILE.
001499     CLOSE CALC-RCYC-FILE.
001500     CLOSE CALC-SAPL-FILE.
001501     CLOSE CALC-DEPT-FILE.
001502     CLOSE CALC-APPR-FILE.
001503     CLOSE SAPR-RPT-FILE.
001504     MOVE WS-BROUGHT-COUNT TO WS-COUNT-EDIT.
001505     DISPLAY "CALCSAPR ITEMS BROUGHT  . . " WS-COUNT-EDIT.
001506     MOVE WS-RELEASE-COUNT TO WS-COUNT-EDIT.
001507     DISPLAY "CALCSAPR ITEMS RELEASED . . " WS-COUNT-EDIT.
001508     MOVE WS-RETURN-COUNT TO WS-COUNT-EDIT.
001509     DISPLAY "CALCSAPR ITEMS RETURNED . . " WS-COUNT-EDIT.
001510     MOVE WS-CARRY-COUNT TO WS-COUNT-EDIT.
001511     DISPLAY "CALCSAPR ITEMS CARRIED  . . " WS-COUNT-EDIT.
001512     MOVE WS-SIGNED-COUNT TO WS-COUNT-EDIT.
001513     DISPLAY "CALCSAPR FIRST SIGNATURES . " WS-COUNT-EDIT.
001514     MOVE WS-CUT-COUNT TO WS-COUNT-EDIT.
001515     DISPLAY "CALCSAPR MOVED FORWARD  . . " WS-COUNT-EDIT.
001516     IF WS-NO-OPEN-PERIOD
001517         MOVE 4 TO RETURN-CODE
001518     END-IF.
001519 8000-EXIT.
001520     EXIT.
001521*****************************************************************
001522* 8900-RCTL-FINISH - RECORD THE FINISH OF THIS STEP AND ITS
001523* RETURN CODE ON THE CALCRCTL LEDGER. RETURN CODE 0 OR 4 IS
001524* COMPLETED; 8 OR HIGHER IS FAILED. A STEP REFUSED OR STOPPED
001525* BEFORE ITS START WAS RECORDED LEAVES THE LEDGER ALONE.
001526*****************************************************************
001527 8900-RCTL-FINISH.
001528     IF NOT WS-RCTL-STARTED
001529         GO TO 8900-EXIT
001530     END-IF.
001531     MOVE 'N' TO WS-RCTL-SWITCH.
001532     OPEN I-O CALC-RCTL-FILE.
001533     IF NOT WS-RCTL-OK
001534         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
001535         DISPLAY "CALCSAPR FINISH NOT RECORDED ON CALCRCTL"
001536         GO TO 8900-EXIT
001537     END-IF.
001538     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
001539     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
001540     READ CALC-RCTL-FILE
001541         INVALID KEY
001542             DISPLAY "CALCSAPR FINISH NOT RECORDED ON CALCRCTL"
001543             GO TO 8900-CLOSE
001544     END-READ.
001545     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
001546     ACCEPT WS-RCTL-TS-TIME FROM TIME.
001547     MOVE WS-RCTL-TS TO CALC-RC-END-TS.
001548     MOVE RETURN-CODE TO CALC-RC-RETURN-CODE.
001549     IF RETURN-CODE < 8
001550         MOVE 'C' TO CALC-RC-STATUS
001551     ELSE
001552         MOVE 'F' TO CALC-RC-STATUS
001553     END-IF.
001554     REWRITE CALC-RCTL-RECORD
001555         INVALID KEY
001556             DISPLAY "CANNOT RECORD FINISH ON CALCRCTL, STATUS "
001557                 WS-RCTL-STATUS
001558     END-REWRITE.
001559 8900-CLOSE.
001560     CLOSE CALC-RCTL-FILE.
001561 8900-EXIT.
001562     EXIT.
001563*****************************************************************
001564* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
001565* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
001566* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
001567*****************************************************************
001568 9900-OPEN-ERROR.
001569     DISPLAY "CALCSAPR RUN TERMINATED - SEE FILE STATUS ABOVE".
001570     MOVE 8 TO RETURN-CODE.
001571     CLOSE CALC-SUSP-FILE.
001572     CLOSE SUSP-WORK-FILE.
001573     CLOSE GL-POST-FILE.
001574     CLOSE CALC-RCYC-FILE.
001575     CLOSE CALC-SAPL-FILE.
001576     CLOSE CALC-DEPT-FILE.
001577     CLOSE CALC-APPR-FILE.
001578     CLOSE SAPR-PARM-FILE.
001579     CLOSE SAPR-RPT-FILE.
001580     CLOSE SAPR-CUT-FILE.
001581     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
001582     STOP RUN.
001583 9900-EXIT.
001584     EXIT.
