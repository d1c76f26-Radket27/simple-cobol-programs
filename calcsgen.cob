000129*                   DUPLICATE. MORE THAN 99 ORDERS DUE IN ONE
000130*                   DAY SKIPS THE EXTRAS WITH RETURN CODE 8
000131*                   RATHER THAN REUSING AN ID.
000132* 2026-10-15  RA    SUSPENDED AND CANCELLED ORDERS (CALCSORD
000133*                   STATUS 'S'/'X', SET BY CALCSOMT) ARE PASSED
000134*                   OVER - THEY ARE NEITHER GENERATED NOR
000135*                   COUNTED AS SKIPPED.
000136* 2026-10-15  RA    THE RUN IS NOW RECORDED ON THE CALCRCTL RUN-
000137*                   CONTROL LEDGER - START, FINISH AND RETURN
000138*                   CODE UNDER THE BUSINESS DATE. IT IS REFUSED
000139*                   BEFORE ANY FILE IS OPENED IF THIS STEP HAS
000140*                   ALREADY COMPLETED FOR THE DATE AND NO
000141*                   RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000142*                   AGAIN.
000143*****************************************************************
000144 ENVIRONMENT DIVISION.
000145 INPUT-OUTPUT SECTION.
000146 FILE-CONTROL.
000147     SELECT CALC-SORD-FILE   ASSIGN TO "CALCSORD"
000148         ORGANIZATION IS LINE SEQUENTIAL
000149         FILE STATUS IS WS-SORD-STATUS.
000150     SELECT CALC-STRM-FILE   ASSIGN TO "CALCSTRM"
000151         ORGANIZATION IS SEQUENTIAL
000152         FILE STATUS IS WS-STRM-STATUS.
000153     SELECT SGEN-PARM-FILE   ASSIGN TO "SGENPARM"
000154         ORGANIZATION IS LINE SEQUENTIAL
000155         FILE STATUS IS WS-PARM-STATUS.
000156     SELECT CALC-RCTL-FILE   ASSIGN TO "CALCRCTL"
000157         ORGANIZATION IS INDEXED
000158         ACCESS MODE IS RANDOM
000159         RECORD KEY IS CALC-RC-KEY
000160         FILE STATUS IS WS-RCTL-STATUS.
000161     SELECT RCTL-PARM-FILE   ASSIGN TO "RCTLPARM"
000162         ORGANIZATION IS LINE SEQUENTIAL
000163         FILE STATUS IS WS-RCPM-STATUS.
000164 DATA DIVISION.
000165 FILE SECTION.
000166 FD  CALC-SORD-FILE
000167     LABEL RECORDS ARE STANDARD.
000168     COPY CALCSORD.
000169 FD  CALC-STRM-FILE
000170     LABEL RECORDS ARE STANDARD.
000171 01  CALC-STRM-RECORD               PIC X(36).
000172 FD  SGEN-PARM-FILE
000173     LABEL RECORDS ARE STANDARD.
000174 01  SGEN-PARM-RECORD.
000175     05  SGEN-PM-RUN-DATE        PIC X(08).
000176     05  FILLER                  PIC X(72).
000177 FD  CALC-RCTL-FILE
000178     LABEL RECORDS ARE STANDARD.
000179     COPY CALCRCTL.
000180 FD  RCTL-PARM-FILE
000181     LABEL RECORDS ARE STANDARD.
000182     COPY CALCRCCD.
000183 WORKING-STORAGE SECTION.
000184*****************************************************************
000185* SWITCHES AND COUNTERS.
000186*****************************************************************
000187 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000188     88  WS-END-OF-FILE               VALUE 'Y'.
000189 77  WS-DUE-SWITCH                PIC X(01) VALUE 'N'.
000190     88  WS-ORDER-DUE                 VALUE 'Y'.
000191 77  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
000192 77  WS-EMIT-COUNT                PIC 9(09) COMP VALUE ZERO.
000193 77  WS-SKIP-COUNT                PIC 9(09) COMP VALUE ZERO.
000194 77  WS-SEQ-NO                    PIC 9(02) VALUE ZEROES.
000195 77  WS-SEQ-FULL-SWITCH           PIC X(01) VALUE 'N'.
000196     88  WS-SEQ-FULL                  VALUE 'Y'.
000197 77  WS-HASH-VAR-1             PIC S9(11)V9(02) COMP VALUE ZERO.
000198 77  WS-HASH-VAR-2             PIC S9(11)V9(02) COMP VALUE ZERO.
000199 77  WS-SORD-STATUS               PIC X(02) VALUE ZEROES.
000200     88  WS-SORD-OK                   VALUE '00'.
000201     88  WS-SORD-NOT-FOUND            VALUE '35'.
000202 77  WS-STRM-STATUS               PIC X(02) VALUE ZEROES.
000203     88  WS-STRM-OK                   VALUE '00'.
000204 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000205     88  WS-PARM-OK                   VALUE '00'.
000206     88  WS-PARM-NOT-FOUND            VALUE '35'.
000207 77  WS-RUN-DOW                   PIC 9(01) VALUE ZERO.
000208 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000209 01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000210 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000211     05  WS-RUN-YYYY.
000212         10  FILLER                  PIC 9(03).
000213         10  WS-RUN-Y1               PIC 9(01).
000214     05  WS-RUN-MM                   PIC 9(02).
000215     05  WS-RUN-DD                   PIC 9(02).
000216*****************************************************************
000217* DATE-TO-SERIAL-DAYS WORKING FIELDS FOR THE DAY-OF-WEEK TEST.
000218* THE SERIAL IS A GREGORIAN DAY NUMBER; DAY OF WEEK 1-7 WITH
000219* 1 = MONDAY FALLS OUT OF THE SERIAL MODULO 7.
000220*****************************************************************
000221 01  WS-DC-DATE                   PIC 9(08) VALUE ZEROES.
000222 01  WS-DC-DATE-R REDEFINES WS-DC-DATE.
000223     05  WS-DC-YYYY                  PIC 9(04).
000224     05  WS-DC-MM                    PIC 9(02).
000225     05  WS-DC-DD                    PIC 9(02).
000226 77  WS-DC-SERIAL                 PIC S9(09) COMP VALUE ZERO.
000227 77  WS-DC-Y                      PIC S9(09) COMP VALUE ZERO.
000228 77  WS-DC-M                      PIC S9(04) COMP VALUE ZERO.
000229 77  WS-DC-T1                     PIC S9(09) COMP VALUE ZERO.
000230 77  WS-DC-T2                     PIC S9(09) COMP VALUE ZERO.
000231 77  WS-DC-T3                     PIC S9(09) COMP VALUE ZERO.
000232 77  WS-DC-T4                     PIC S9(09) COMP VALUE ZERO.
000233 77  WS-DC-T5                     PIC S9(09) COMP VALUE ZERO.
000234 77  WS-DC-T6                     PIC S9(09) COMP VALUE ZERO.
000235*****************************************************************
000236* OUTPUT RECORDS - THE GENERATED STREAM IS A NORMAL CALCTRAN
000237* FILE WITH ITS OWN HEADER, DETAILS AND TRAILER.
000238*****************************************************************
000239 01  WS-OUT-HEADER.
000240     05  WS-OH-REC-TYPE              PIC X(01) VALUE 'H'.
000241     05  WS-OH-FILE-DATE             PIC 9(08).
000242     05  WS-OH-SOURCE-ID             PIC X(08) VALUE "STORDERS".
000243     05  FILLER                      PIC X(19) VALUE SPACES.
000244 01  WS-OUT-DETAIL.
000245     05  WS-OD-REC-TYPE              PIC X(01) VALUE 'D'.
000246     05  WS-OD-VAR-1                 PIC S9(09)V9(02).
000247     05  WS-OD-VAR-2                 PIC S9(09)V9(02).
000248     05  WS-OD-VAR-01                PIC X(01).
000249     05  WS-OD-TRANS-ID.
000250         10  WS-OD-TI-PREFIX         PIC X(01).
000251         10  WS-OD-TI-Y              PIC 9(01).
000252         10  WS-OD-TI-MM             PIC 9(02).
000253         10  WS-OD-TI-DD             PIC 9(02).
000254         10  WS-OD-TI-SEQ            PIC 9(02).
000255     05  WS-OD-DEPT-CODE             PIC X(04).
000256 01  WS-OUT-TRAILER.
000257     05  WS-OT-REC-TYPE              PIC X(01) VALUE 'T'.
000258     05  WS-OT-REC-COUNT             PIC 9(09).
000259     05  WS-OT-HASH-VAR-1            PIC S9(11)V9(02).
000260     05  WS-OT-HASH-VAR-2            PIC S9(11)V9(02).
000261*****************************************************************
000262* RUN-CONTROL LEDGER - THIS STEP'S NAME ON CALCRCTL, THE STEPS
000263* THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY
000264* START, AND THE WORK FIELDS FOR RECORDING ITS START AND FINISH.
000265*****************************************************************
000266 77  WS-RCTL-STATUS               PIC X(02) VALUE ZEROES.
000267     88  WS-RCTL-OK                   VALUE '00'.
000268     88  WS-RCTL-NOT-FOUND            VALUE '35'.
000269 77  WS-RCPM-STATUS               PIC X(02) VALUE ZEROES.
000270     88  WS-RCPM-OK                   VALUE '00'.
000271     88  WS-RCPM-NOT-FOUND            VALUE '35'.
000272 77  WS-RCTL-SWITCH               PIC X(01) VALUE 'N'.
000273     88  WS-RCTL-STARTED              VALUE 'Y'.
000274 77  WS-RCTL-REFUSE-SWITCH        PIC X(01) VALUE 'N'.
000275     88  WS-RCTL-REFUSED              VALUE 'Y'.
000276 77  WS-RCTL-RERUN-SWITCH         PIC X(01) VALUE 'N'.
000277     88  WS-RCTL-RERUN-OK             VALUE 'Y'.
000278 77  WS-RCTL-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
000279     88  WS-RCTL-ON-FILE              VALUE 'Y'.
000280 77  WS-RCTL-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000281     88  WS-RCTL-CARD-END             VALUE 'Y'.
000282 77  WS-RCTL-PROGRAM              PIC X(10) VALUE "CALCSGEN".
000283 77  WS-RCTL-BUS-DATE             PIC 9(08) VALUE ZEROES.
000284 77  WS-RCTL-RERUN-BY             PIC X(08) VALUE SPACES.
000285 77  WS-RCTL-SUB                  PIC 9(04) COMP VALUE ZERO.
000286 77  WS-RCTL-PREREQ-COUNT         PIC 9(04) COMP VALUE 0.
000287 01  WS-RCTL-PREREQ-LIST.
000288     05  FILLER                      PIC X(10) VALUE SPACES.
000289 01  WS-RCTL-PREREQ-TABLE REDEFINES WS-RCTL-PREREQ-LIST.
000290     05  WS-RCTL-PREREQ              PIC X(10) OCCURS 1 TIMES.
000291 01  WS-RCTL-TS.
000292     05  WS-RCTL-TS-DATE             PIC 9(08).
000293     05  WS-RCTL-TS-TIME             PIC 9(08).
000294 PROCEDURE DIVISION.
000295*****************************************************************
000296* 0000-MAINLINE - EMIT EVERY STANDING ORDER DUE TODAY INTO THE
000297* GENERATED TRANSACTION STREAM.
000298*****************************************************************
000299 0000-MAINLINE.
000300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000301     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
000302     PERFORM 2000-GENERATE-ONE THRU 2000-EXIT
000303         UNTIL WS-END-OF-FILE.
000304     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000305     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000306     STOP RUN.
000307*****************************************************************
000308* 1000-INITIALIZE - PICK UP THE RUN DATE, WORK OUT ITS DAY OF
000309* WEEK, OPEN THE FILES AND WRITE THE STREAM HEADER. NO
000310* STANDING-ORDER FILE MEANS AN EMPTY STREAM - HEADER AND
000311* TRAILER ONLY - SO THE MERGE STILL BALANCES.
000312*****************************************************************
000313 1000-INITIALIZE.
000314     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000315     PERFORM 1100-GET-PARM THRU 1100-EXIT.
000316     PERFORM 1500-RCTL-START THRU 1500-EXIT.
000317     MOVE WS-RUN-DATE TO WS-DC-DATE.
000318     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
000319     COMPUTE WS-DC-T6 = WS-DC-SERIAL + 2.
000320     DIVIDE WS-DC-T6 BY 7 GIVING WS-DC-T1 REMAINDER WS-DC-T6.
000321     COMPUTE WS-RUN-DOW = WS-DC-T6 + 1.
000322     OPEN OUTPUT CALC-STRM-FILE.
000323     IF NOT WS-STRM-OK
000324         DISPLAY "CANNOT OPEN CALCSTRM, STATUS " WS-STRM-STATUS
000325         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000326     END-IF.
000327     MOVE WS-RUN-DATE TO WS-OH-FILE-DATE.
000328     WRITE CALC-STRM-RECORD FROM WS-OUT-HEADER.
000329     OPEN INPUT CALC-SORD-FILE.
000330     IF WS-SORD-NOT-FOUND
000331         DISPLAY "CALCSGEN NO CALCSORD FILE - EMPTY STREAM"
000332         MOVE 'Y' TO WS-EOF-SWITCH
000333         GO TO 1000-EXIT
000334     END-IF.
000335     IF NOT WS-SORD-OK
000336         DISPLAY "CANNOT OPEN CALCSORD, STATUS " WS-SORD-STATUS
000337         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000338     END-IF.
000339 1000-EXIT.
000340     EXIT.
000341*****************************************************************
000342* 1100-GET-PARM - READ THE SGENPARM CONTROL CARD FOR THE RUN
000343* DATE. A MISSING FILE OR BLANK CARD GENERATES FOR TODAY.
000344*****************************************************************
000345 1100-GET-PARM.
000346     OPEN INPUT SGEN-PARM-FILE.
000347     IF WS-PARM-NOT-FOUND
000348         GO TO 1100-EXIT
000349     END-IF.
000350     IF NOT WS-PARM-OK
000351         DISPLAY "CANNOT OPEN SGENPARM, STATUS " WS-PARM-STATUS
000352         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000353     END-IF.
000354     READ SGEN-PARM-FILE
000355         AT END
000356             GO TO 1100-CLOSE
000357     END-READ.
000358     IF SGEN-PM-RUN-DATE IS NUMERIC
000359         MOVE SGEN-PM-RUN-DATE TO WS-RUN-DATE
000360     END-IF.
000361 1100-CLOSE.
000362     CLOSE SGEN-PARM-FILE.
000363 1100-EXIT.
000364     EXIT.
000365*****************************************************************
000366* 1500-RCTL-START - RECORD THE START OF THIS STEP ON THE CALCRCTL
000367* RUN-CONTROL LEDGER. THE STEP IS REFUSED, BEFORE IT HAS OPENED
000368* ANY OF ITS FILES, IF IT HAS ALREADY COMPLETED FOR THE BUSINESS
000369* DATE AND NO RCTLPARM RERUN CARD AUTHORIZES RUNNING IT AGAIN.
000370* CALCSGEN STARTS THE STREAM AND DEPENDS ON NO EARLIER STEP.
000371*****************************************************************
000372 1500-RCTL-START.
000373     MOVE WS-RUN-DATE TO WS-RCTL-BUS-DATE.
000374     PERFORM 1510-RCTL-GET-CARDS THRU 1510-EXIT.
000375     OPEN I-O CALC-RCTL-FILE.
000376     IF WS-RCTL-NOT-FOUND
000377         CLOSE CALC-RCTL-FILE
000378         OPEN OUTPUT CALC-RCTL-FILE
000379         CLOSE CALC-RCTL-FILE
000380         OPEN I-O CALC-RCTL-FILE
000381     END-IF.
000382     IF NOT WS-RCTL-OK
000383         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000384         DISPLAY "CALCSGEN RUN TERMINATED - SEE FILE STATUS ABOVE"
000385         MOVE 8 TO RETURN-CODE
000386         STOP RUN
000387     END-IF.
000388     PERFORM 1530-RCTL-CHECK-PREREQ THRU 1530-EXIT
000389         VARYING WS-RCTL-SUB FROM 1 BY 1
000390         UNTIL WS-RCTL-SUB > WS-RCTL-PREREQ-COUNT.
000391     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000392     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000393     READ CALC-RCTL-FILE
000394         INVALID KEY
000395             MOVE 'N' TO WS-RCTL-ON-FILE-SWITCH
000396             MOVE SPACES TO CALC-RCTL-RECORD
000397             MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE
000398             MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM
000399             MOVE ZERO TO CALC-RC-RUN-COUNT
000400             GO TO 1500-RECORD-START
000401     END-READ.
000402     MOVE 'Y' TO WS-RCTL-ON-FILE-SWITCH.
000403     IF CALC-RC-STARTED
000404         DISPLAY "CALCSGEN PREVIOUS RUN FOR " WS-RCTL-BUS-DATE
000405             " DID NOT FINISH"
000406     END-IF.
000407     IF NOT CALC-RC-COMPLETE
000408         GO TO 1500-RECORD-START
000409     END-IF.
000410     IF NOT WS-RCTL-RERUN-OK
000411         DISPLAY "CALCSGEN ALREADY COMPLETED FOR "
000412             WS-RCTL-BUS-DATE
000413             " - RERUN CARD REQUIRED"
000414         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000415         GO TO 1500-RECORD-START
000416     END-IF.
000417     DISPLAY "CALCSGEN RERUN FOR " WS-RCTL-BUS-DATE
000418         " AUTHORIZED BY " WS-RCTL-RERUN-BY.
000419     MOVE WS-RCTL-RERUN-BY TO CALC-RC-RERUN-BY.
000420 1500-RECORD-START.
000421     IF WS-RCTL-REFUSED
000422         CLOSE CALC-RCTL-FILE
000423         DISPLAY "CALCSGEN RUN REFUSED BY RUN CONTROL"
000424         MOVE 8 TO RETURN-CODE
000425         STOP RUN
000426     END-IF.
000427     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000428     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000429     MOVE 'S' TO CALC-RC-STATUS.
000430     MOVE WS-RCTL-TS TO CALC-RC-START-TS.
000431     MOVE SPACES TO CALC-RC-END-TS.
000432     MOVE ZERO TO CALC-RC-RETURN-CODE.
000433     ADD 1 TO CALC-RC-RUN-COUNT.
000434     IF WS-RCTL-ON-FILE
000435         REWRITE CALC-RCTL-RECORD
000436             INVALID KEY
000437                 GO TO 1500-WRITE-ERROR
000438         END-REWRITE
000439     ELSE
000440         WRITE CALC-RCTL-RECORD
000441             INVALID KEY
000442                 GO TO 1500-WRITE-ERROR
000443         END-WRITE
000444     END-IF.
000445     CLOSE CALC-RCTL-FILE.
000446     MOVE 'Y' TO WS-RCTL-SWITCH.
000447     GO TO 1500-EXIT.
000448 1500-WRITE-ERROR.
000449     DISPLAY "CANNOT RECORD START ON CALCRCTL, STATUS "
000450         WS-RCTL-STATUS.
000451     DISPLAY "CALCSGEN RUN TERMINATED - SEE FILE STATUS ABOVE".
000452     CLOSE CALC-RCTL-FILE.
000453     MOVE 8 TO RETURN-CODE.
000454     STOP RUN.
000455 1500-EXIT.
000456     EXIT.
000457*****************************************************************
000458* 1510-RCTL-GET-CARDS - READ THE SHARED RCTLPARM RUN-CONTROL
000459* CARDS, IF ANY, FOR A BUSINESS DATE CARD AND A RERUN CARD FOR
000460* THIS STEP.
000461*****************************************************************
000462 1510-RCTL-GET-CARDS.
000463     OPEN INPUT RCTL-PARM-FILE.
000464     IF WS-RCPM-NOT-FOUND
000465         GO TO 1510-EXIT
000466     END-IF.
000467     IF NOT WS-RCPM-OK
000468         DISPLAY "CANNOT OPEN RCTLPARM, STATUS " WS-RCPM-STATUS
000469         DISPLAY "CALCSGEN RUN TERMINATED - SEE FILE STATUS ABOVE"
000470         MOVE 8 TO RETURN-CODE
000471         STOP RUN
000472     END-IF.
000473     PERFORM 1520-RCTL-READ-CARD THRU 1520-EXIT
000474         UNTIL WS-RCTL-CARD-END.
000475     CLOSE RCTL-PARM-FILE.
000476 1510-EXIT.
000477     EXIT.
000478*****************************************************************
000479* 1520-RCTL-READ-CARD - TAKE ONE RUN-CONTROL CARD. A DATE CARD
000480* SETS THE BUSINESS DATE; A RERUN CARD COUNTS ONLY IF IT NAMES
000481* THIS STEP, THE BUSINESS DATE IN FORCE AND WHO AUTHORIZED IT.
000482*****************************************************************
000483 1520-RCTL-READ-CARD.
000484     READ RCTL-PARM-FILE
000485         AT END
000486             MOVE 'Y' TO WS-RCTL-CARD-EOF-SWITCH
000487             GO TO 1520-EXIT
000488     END-READ.
000489     IF CALC-RK-DATE-CARD
000490      AND CALC-RK-BUS-DATE IS NUMERIC
000491         MOVE CALC-RK-BUS-DATE TO WS-RCTL-BUS-DATE
000492         MOVE 'N' TO WS-RCTL-RERUN-SWITCH
000493         GO TO 1520-EXIT
000494     END-IF.
000495     IF NOT CALC-RK-RERUN-CARD
000496      OR CALC-RK-PROGRAM NOT = WS-RCTL-PROGRAM
000497      OR CALC-RK-BUS-DATE NOT = WS-RCTL-BUS-DATE
000498         GO TO 1520-EXIT
000499     END-IF.
000500     IF CALC-RK-AUTH-BY = SPACES
000501         DISPLAY "CALCSGEN RERUN CARD IGNORED - NO AUTHORIZER"
000502         GO TO 1520-EXIT
000503     END-IF.
000504     MOVE 'Y' TO WS-RCTL-RERUN-SWITCH.
000505     MOVE CALC-RK-AUTH-BY TO WS-RCTL-RERUN-BY.
000506 1520-EXIT.
000507     EXIT.
000508*****************************************************************
000509* 1530-RCTL-CHECK-PREREQ - PROVE THAT ONE STEP THIS ONE DEPENDS
000510* ON HAS COMPLETED FOR THE BUSINESS DATE.
000511*****************************************************************
000512 1530-RCTL-CHECK-PREREQ.
000513     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000514     MOVE WS-RCTL-PREREQ (WS-RCTL-SUB) TO CALC-RC-PROGRAM.
000515     READ CALC-RCTL-FILE
000516         INVALID KEY
000517             DISPLAY "CALCSGEN WAITING ON "
000518                 WS-RCTL-PREREQ (WS-RCTL-SUB)
000519                 " - NOT RUN FOR " WS-RCTL-BUS-DATE
000520             MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000521             GO TO 1530-EXIT
000522     END-READ.
000523     IF NOT CALC-RC-COMPLETE
000524         DISPLAY "CALCSGEN WAITING ON "
000525             WS-RCTL-PREREQ (WS-RCTL-SUB)
000526             " - NOT COMPLETED FOR " WS-RCTL-BUS-DATE
000527         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000528     END-IF.
000529 1530-EXIT.
000530     EXIT.
000531*****************************************************************
000532* 2000-GENERATE-ONE - TEST WHETHER THE CURRENT ORDER IS DUE ON
000533* THE RUN DATE AND EMIT IT IF SO, THEN READ THE NEXT ORDER.
000534*****************************************************************
000535 2000-GENERATE-ONE.
000536     PERFORM 2200-CHECK-DUE THRU 2200-EXIT.
000537     IF WS-ORDER-DUE
000538         PERFORM 2300-EMIT-DETAIL THRU 2300-EXIT
000539     END-IF.
000540     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
000541 2000-EXIT.
000542     EXIT.
000543*****************************************************************
000544* 2100-READ-ORDER - READ THE NEXT STANDING ORDER. WITH NO
000545* STANDING-ORDER FILE THERE IS NOTHING TO READ.
000546*****************************************************************
000547 2100-READ-ORDER.
000548     IF WS-END-OF-FILE
000549         GO TO 2100-EXIT
000550     END-IF.
000551     READ CALC-SORD-FILE
000552         AT END
000553             MOVE 'Y' TO WS-EOF-SWITCH
000554         NOT AT END
000555             ADD 1 TO WS-READ-COUNT
000556     END-READ.
000557 2100-EXIT.
000558     EXIT.
000559*****************************************************************
000560* 2200-CHECK-DUE - DECIDE WHETHER THE CURRENT ORDER FIRES ON
000561* THE RUN DATE - INSIDE ITS EFFECTIVE WINDOW AND MATCHING ITS
000562* FREQUENCY. AN ORDER WITH BAD NUMBERS OR AN UNKNOWN FREQUENCY
000563* IS COUNTED AND SKIPPED RATHER THAN GUESSED AT. A SUSPENDED OR
000564* CANCELLED ORDER IS NEVER DUE.
000565*****************************************************************
000566 2200-CHECK-DUE.
000567     MOVE 'N' TO WS-DUE-SWITCH.
000568     IF CALC-SORD-RECORD = SPACES
000569         GO TO 2200-EXIT
000570     END-IF.
000571     IF NOT CALC-SO-LIVE
000572         GO TO 2200-EXIT
000573     END-IF.
000574     IF CALC-SO-VAR-1 IS NOT NUMERIC
000575      OR CALC-SO-VAR-2 IS NOT NUMERIC
000576      OR CALC-SO-EFF-DATE IS NOT NUMERIC
000577      OR CALC-SO-EXP-DATE IS NOT NUMERIC
000578         ADD 1 TO WS-SKIP-COUNT
000579         DISPLAY "CALCSGEN BAD ORDER " CALC-SO-ORDER-ID
000580             " - SKIPPED"
000581         GO TO 2200-EXIT
000582     END-IF.
000583     IF WS-RUN-DATE < CALC-SO-EFF-DATE
000584         GO TO 2200-EXIT
000585     END-IF.
000586     IF CALC-SO-EXP-DATE > ZERO
000587      AND WS-RUN-DATE > CALC-SO-EXP-DATE
000588         GO TO 2200-EXIT
000589     END-IF.
000590     EVALUATE TRUE
000591         WHEN CALC-SO-DAILY
000592             MOVE 'Y' TO WS-DUE-SWITCH
000593         WHEN CALC-SO-WEEKLY
000594             IF CALC-SO-FREQ-DAY IS NUMERIC
000595              AND CALC-SO-FREQ-DAY = WS-RUN-DOW
000596                 MOVE 'Y' TO WS-DUE-SWITCH
000597             END-IF
000598         WHEN CALC-SO-MONTHLY
000599             IF CALC-SO-FREQ-DAY IS NUMERIC
000600              AND CALC-SO-FREQ-DAY = WS-RUN-DD
000601                 MOVE 'Y' TO WS-DUE-SWITCH
000602             END-IF
000603         WHEN OTHER
000604             ADD 1 TO WS-SKIP-COUNT
000605             DISPLAY "CALCSGEN BAD FREQUENCY ON ORDER "
000606                 CALC-SO-ORDER-ID " - SKIPPED"
000607     END-EVALUATE.
000608 2200-EXIT.
000609     EXIT.
000610*****************************************************************
000611* 2300-EMIT-DETAIL - WRITE ONE DUE ORDER AS A NUMBERED CALCTRAN
000612* DETAIL RECORD AND ACCUMULATE THE TRAILER TOTALS.
000613*****************************************************************
000614 2300-EMIT-DETAIL.
000615     IF WS-SEQ-NO >= 99
000616         IF NOT WS-SEQ-FULL
000617             DISPLAY "CALCSGEN MORE THAN 99 ORDERS DUE - "
000618                 "EXTRAS SKIPPED, WIDEN THE ID SCHEME"
000619             MOVE 'Y' TO WS-SEQ-FULL-SWITCH
000620             MOVE 8 TO RETURN-CODE
000621         END-IF
000622         ADD 1 TO WS-SKIP-COUNT
000623         GO TO 2300-EXIT
000624     END-IF.
000625     ADD 1 TO WS-SEQ-NO.
000626     MOVE CALC-SO-VAR-1     TO WS-OD-VAR-1.
000627     MOVE CALC-SO-VAR-2     TO WS-OD-VAR-2.
000628     MOVE CALC-SO-VAR-01    TO WS-OD-VAR-01.
000629     MOVE 'S'               TO WS-OD-TI-PREFIX.
000630     MOVE WS-RUN-Y1         TO WS-OD-TI-Y.
000631     MOVE WS-RUN-MM         TO WS-OD-TI-MM.
000632     MOVE WS-RUN-DD         TO WS-OD-TI-DD.
000633     MOVE WS-SEQ-NO         TO WS-OD-TI-SEQ.
000634     MOVE CALC-SO-DEPT-CODE TO WS-OD-DEPT-CODE.
000635     WRITE CALC-STRM-RECORD FROM WS-OUT-DETAIL.
000636     ADD 1 TO WS-EMIT-COUNT.
000637     ADD CALC-SO-VAR-1 TO WS-HASH-VAR-1.
000638     ADD CALC-SO-VAR-2 TO WS-HASH-VAR-2.
000639 2300-EXIT.
000640     EXIT.
000641*****************************************************************
000642* 7000-DATE-TO-DAYS - TURN WS-DC-DATE (YYYYMMDD) INTO THE
000643* GREGORIAN DAY NUMBER IN WS-DC-SERIAL. MONTHS ARE COUNTED FROM
000644* MARCH SO THE LEAP DAY FALLS AT THE END OF THE SHIFTED YEAR
000645* AND THE MONTH LENGTHS FIT ONE LINEAR EXPRESSION. EACH
000646* DIVISION STANDS IN ITS OWN COMPUTE SO THE RESULT TRUNCATES
000647* INTO ITS INTEGER FIELD.
000648*****************************************************************
000649 7000-DATE-TO-DAYS.
000650     COMPUTE WS-DC-M = WS-DC-MM + 9.
000651     DIVIDE WS-DC-M BY 12 GIVING WS-DC-T1 REMAINDER WS-DC-M.
000652     COMPUTE WS-DC-T1 = WS-DC-M / 10.
000653     COMPUTE WS-DC-Y = WS-DC-YYYY - WS-DC-T1.
000654     COMPUTE WS-DC-T2 = WS-DC-Y / 4.
000655     COMPUTE WS-DC-T3 = WS-DC-Y / 100.
000656     COMPUTE WS-DC-T4 = WS-DC-Y / 400.
000657     COMPUTE WS-DC-T5 = (WS-DC-M * 306 + 5) / 10.
000658     COMPUTE WS-DC-SERIAL = 365 * WS-DC-Y + WS-DC-T2 - WS-DC-T3
000659         + WS-DC-T4 + WS-DC-T5 + WS-DC-DD - 1.
000660 7000-EXIT.
000661     EXIT.
000662*****************************************************************
000663* 8000-WRAPUP - CLOSE OUT THE STREAM WITH ITS TRAILER AND SHOW
000664* THE GENERATION TOTALS.
000665*****************************************************************
000666 8000-WRAPUP.
000667     MOVE WS-EMIT-COUNT  TO WS-OT-REC-COUNT.
000668     MOVE WS-HASH-VAR-1  TO WS-OT-HASH-VAR-1.
000669     MOVE WS-HASH-VAR-2  TO WS-OT-HASH-VAR-2.
000670     WRITE CALC-STRM-RECORD FROM WS-OUT-TRAILER.
000671     CLOSE CALC-STRM-FILE.
000672     IF NOT WS-SORD-NOT-FOUND
000673         CLOSE CALC-SORD-FILE
000674     END-IF.
000675     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
000676     DISPLAY "CALCSGEN ORDERS READ  . . . " WS-COUNT-EDIT.
000677     MOVE WS-EMIT-COUNT TO WS-COUNT-EDIT.
000678     DISPLAY "CALCSGEN ORDERS EMITTED . . " WS-COUNT-EDIT.
000679     MOVE WS-SKIP-COUNT TO WS-COUNT-EDIT.
000680     DISPLAY "CALCSGEN ORDERS SKIPPED . . " WS-COUNT-EDIT.
000681 8000-EXIT.
000682     EXIT.
000683*****************************************************************
000684* 8900-RCTL-FINISH - RECORD THE FINISH OF THIS STEP AND ITS
000685* RETURN CODE ON THE CALCRCTL LEDGER. RETURN CODE 0 OR 4 IS
000686* COMPLETED; 8 OR HIGHER IS FAILED. A STEP REFUSED OR STOPPED
000687* BEFORE ITS START WAS RECORDED LEAVES THE LEDGER ALONE.
000688*****************************************************************
000689 8900-RCTL-FINISH.
000690     IF NOT WS-RCTL-STARTED
000691         GO TO 8900-EXIT
000692     END-IF.
000693     MOVE 'N' TO WS-RCTL-SWITCH.
000694     OPEN I-O CALC-RCTL-FILE.
000695     IF NOT WS-RCTL-OK
000696         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000697         DISPLAY "CALCSGEN FINISH NOT RECORDED ON CALCRCTL"
000698         GO TO 8900-EXIT
000699     END-IF.
000700     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000701     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000702     READ CALC-RCTL-FILE
000703         INVALID KEY
000704             DISPLAY "CALCSGEN FINISH NOT RECORDED ON CALCRCTL"
000705             GO TO 8900-CLOSE
000706     END-READ.
000707     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000708     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000709     MOVE WS-RCTL-TS TO CALC-RC-END-TS.
000710     MOVE RETURN-CODE TO CALC-RC-RETURN-CODE.
000711     IF RETURN-CODE < 8
000712         MOVE 'C' TO CALC-RC-STATUS
000713     ELSE
000714         MOVE 'F' TO CALC-RC-STATUS
000715     END-IF.
000716     REWRITE CALC-RCTL-RECORD
000717         INVALID KEY
000718             DISPLAY "CANNOT RECORD FINISH ON CALCRCTL, STATUS "
000719                 WS-RCTL-STATUS
000720     END-REWRITE.
000721 8900-CLOSE.
000722     CLOSE CALC-RCTL-FILE.
000723 8900-EXIT.
000724     EXIT.
000725*****************************************************************
000726* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000727* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000728* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000729*****************************************************************
000730 9900-OPEN-ERROR.
000731     DISPLAY "CALCSGEN RUN TERMINATED - SEE FILE STATUS ABOVE".
000732     MOVE 8 TO RETURN-CODE.
000733     CLOSE CALC-SORD-FILE.
000734     CLOSE CALC-STRM-FILE.
000735     CLOSE SGEN-PARM-FILE.
000736     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000737     STOP RUN.
000738 9900-EXIT.
000739     EXIT.
