000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. CALCTRCE.
000102 AUTHOR. R. ADKET.
000103 INSTALLATION. ACCOUNTING SYSTEMS.
000104 DATE-WRITTEN. 10/15/2026.
000105 DATE-COMPILED.
000106*****************************************************************
000107* MODIFICATION HISTORY
000108*-----------------------------------------------------------------
000109* DATE        INIT  DESCRIPTION
000110* 2026-10-15  RA    INITIAL VERSION - TRANSACTION LIFECYCLE
000111*                   TRACE. READS TRANSACTION IDS FROM THE
000112*                   TRCEPARM CONTROL CARDS, ONE PER CARD, AND
000113*                   PRINTS ONE PAGE PER ID ON TRCERPT SHOWING
000114*                   EVERYWHERE THE TRANSACTION HAS BEEN - ITS
000115*                   CALCDUPR REGISTRATION, ANY CALCRREG REJECT
000116*                   WITH ITS REASON CODES, ITS CALCAUDT AUDIT
000117*                   LINE, ITS CALCRSLX RESULT AND CHAIN FLAG,
000118*                   WHETHER IT IS HELD ON CALCSUSP, EVERY
000119*                   CALCSAPL APPROVAL ACTION AND WHO TOOK IT,
000120*                   ITS GLPOST POSTING AND ACCOUNT AND WHETHER
000121*                   THE LEDGER ACKNOWLEDGED IT ON GLACK OR IT IS
000122*                   STILL PENDING ON GLPENDI - AND ENDS WITH ONE
000123*                   LINE SAYING WHERE IT STANDS, SO A DEPARTMENT
000124*                   ASKING AFTER ITS WORK GETS ONE ANSWER FROM
000125*                   ONE LOOKUP.
000126*****************************************************************
000127 ENVIRONMENT DIVISION.
000128 INPUT-OUTPUT SECTION.
000129 FILE-CONTROL.
000130     SELECT CALC-DUPR-FILE   ASSIGN TO "CALCDUPR"
000131         ORGANIZATION IS INDEXED
000132         ACCESS MODE IS RANDOM
000133         RECORD KEY IS CALC-DU-KEY
000134         FILE STATUS IS WS-DUPR-STATUS.
000135     SELECT CALC-RREG-FILE   ASSIGN TO "CALCRREG"
000136         ORGANIZATION IS INDEXED
000137         ACCESS MODE IS RANDOM
000138         RECORD KEY IS CALC-RR-TRANS-ID
000139         FILE STATUS IS WS-RREG-STATUS.
000140     SELECT CALC-RSLX-FILE   ASSIGN TO "CALCRSLX"
000141         ORGANIZATION IS INDEXED
000142         ACCESS MODE IS RANDOM
000143         RECORD KEY IS CALC-RX-TRANS-ID
000144         FILE STATUS IS WS-RSLX-STATUS.
000145     SELECT CALC-AUDIT-FILE  ASSIGN TO "CALCAUDT"
000146         ORGANIZATION IS LINE SEQUENTIAL
000147         FILE STATUS IS WS-AUDIT-STATUS.
000148     SELECT CALC-SUSP-FILE   ASSIGN TO "CALCSUSP"
000149         ORGANIZATION IS SEQUENTIAL
000150         FILE STATUS IS WS-SUSP-STATUS.
000151     SELECT CALC-SAPL-FILE   ASSIGN TO "CALCSAPL"
000152         ORGANIZATION IS LINE SEQUENTIAL
000153         FILE STATUS IS WS-SAPL-STATUS.
000154     SELECT GL-POST-FILE     ASSIGN TO "GLPOST"
000155         ORGANIZATION IS SEQUENTIAL
000156         FILE STATUS IS WS-POST-STATUS.
000157     SELECT GL-ACK-FILE      ASSIGN TO "GLACK"
000158         ORGANIZATION IS SEQUENTIAL
000159         FILE STATUS IS WS-ACKF-STATUS.
000160     SELECT GL-PENDI-FILE    ASSIGN TO "GLPENDI"
000161         ORGANIZATION IS SEQUENTIAL
000162         FILE STATUS IS WS-PENDI-STATUS.
000163     SELECT TRCE-PARM-FILE   ASSIGN TO "TRCEPARM"
000164         ORGANIZATION IS LINE SEQUENTIAL
000165         FILE STATUS IS WS-PARM-STATUS.
000166     SELECT TRCE-RPT-FILE    ASSIGN TO "TRCERPT"
000167         ORGANIZATION IS LINE SEQUENTIAL
000168         FILE STATUS IS WS-RPT-STATUS.
000169 DATA DIVISION.
000170 FILE SECTION.
000171 FD  CALC-DUPR-FILE
000172     LABEL RECORDS ARE STANDARD.
000173     COPY CALCDUPR.
000174 FD  CALC-RREG-FILE
000175     LABEL RECORDS ARE STANDARD.
000176     COPY CALCRREG.
000177 FD  CALC-RSLX-FILE
000178     LABEL RECORDS ARE STANDARD.
000179     COPY CALCRSLX.
000180 FD  CALC-AUDIT-FILE
000181     LABEL RECORDS ARE STANDARD.
000182     COPY CALCAUDT.
000183 FD  CALC-SUSP-FILE
000184     LABEL RECORDS ARE STANDARD.
000185     COPY CALCSUSP.
000186 FD  CALC-SAPL-FILE
000187     LABEL RECORDS ARE STANDARD.
000188     COPY CALCSAPL.
000189 FD  GL-POST-FILE
000190     LABEL RECORDS ARE STANDARD.
000191 01  GL-POST-RECORD                 PIC X(42).
000192 FD  GL-ACK-FILE
000193     LABEL RECORDS ARE STANDARD.
000194     COPY CALCGLAK.
000195 FD  GL-PENDI-FILE
000196     LABEL RECORDS ARE STANDARD.
000197     COPY CALCGLPN.
000198 FD  TRCE-PARM-FILE
000199     LABEL RECORDS ARE STANDARD.
000200 01  TRCE-PARM-RECORD.
000201     05  TRCE-PM-TRANS-ID        PIC X(08).
000202     05  FILLER                  PIC X(72).
000203 FD  TRCE-RPT-FILE
000204     LABEL RECORDS ARE STANDARD.
000205 01  TRCE-RPT-RECORD                PIC X(80).
000206 WORKING-STORAGE SECTION.
000207*****************************************************************
000208* SWITCHES AND COUNTERS.
000209*****************************************************************
000210 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000211     88  WS-END-OF-FILE               VALUE 'Y'.
000212 77  WS-SCAN-EOF-SWITCH           PIC X(01) VALUE 'N'.
000213     88  WS-SCAN-END                  VALUE 'Y'.
000214 77  WS-DUPR-SWITCH               PIC X(01) VALUE 'N'.
000215     88  WS-DUPR-OPEN                 VALUE 'Y'.
000216 77  WS-RREG-SWITCH               PIC X(01) VALUE 'N'.
000217     88  WS-RREG-OPEN                 VALUE 'Y'.
000218 77  WS-RSLX-SWITCH               PIC X(01) VALUE 'N'.
000219     88  WS-RSLX-OPEN                 VALUE 'Y'.
000220 77  WS-ASKED-COUNT               PIC 9(09) COMP VALUE ZERO.
000221 77  WS-TRACED-COUNT              PIC 9(09) COMP VALUE ZERO.
000222 77  WS-MISSING-COUNT             PIC 9(09) COMP VALUE ZERO.
000223 77  WS-DUPR-STATUS               PIC X(02) VALUE ZEROES.
000224     88  WS-DUPR-OK                   VALUE '00'.
000225     88  WS-DUPR-NOT-FOUND            VALUE '35'.
000226 77  WS-RREG-STATUS               PIC X(02) VALUE ZEROES.
000227     88  WS-RREG-OK                   VALUE '00'.
000228     88  WS-RREG-NOT-FOUND            VALUE '35'.
000229 77  WS-RSLX-STATUS               PIC X(02) VALUE ZEROES.
000230     88  WS-RSLX-OK                   VALUE '00'.
000231     88  WS-RSLX-NOT-FOUND            VALUE '35'.
000232 77  WS-AUDIT-STATUS              PIC X(02) VALUE ZEROES.
000233     88  WS-AUDIT-OK                  VALUE '00'.
000234     88  WS-AUDIT-NOT-FOUND           VALUE '35'.
000235 77  WS-SUSP-STATUS               PIC X(02) VALUE ZEROES.
000236     88  WS-SUSP-OK                   VALUE '00'.
000237     88  WS-SUSP-NOT-FOUND            VALUE '35'.
000238 77  WS-SAPL-STATUS               PIC X(02) VALUE ZEROES.
000239     88  WS-SAPL-OK                   VALUE '00'.
000240     88  WS-SAPL-NOT-FOUND            VALUE '35'.
000241 77  WS-POST-STATUS               PIC X(02) VALUE ZEROES.
000242     88  WS-POST-OK                   VALUE '00'.
000243     88  WS-POST-NOT-FOUND            VALUE '35'.
000244 77  WS-ACKF-STATUS               PIC X(02) VALUE ZEROES.
000245     88  WS-ACKF-OK                   VALUE '00'.
000246     88  WS-ACKF-NOT-FOUND            VALUE '35'.
000247 77  WS-PENDI-STATUS              PIC X(02) VALUE ZEROES.
000248     88  WS-PENDI-OK                  VALUE '00'.
000249     88  WS-PENDI-NOT-FOUND           VALUE '35'.
000250 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000251     88  WS-PARM-OK                   VALUE '00'.
000252 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000253     88  WS-RPT-OK                    VALUE '00'.
000254 77  WS-TRACE-ID                  PIC X(08) VALUE SPACES.
000255 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000256*****************************************************************
000257* WHAT WAS FOUND FOR THE TRANSACTION BEING TRACED, CLEARED FOR
000258* EACH ID. SPACES THROUGHOUT MEANS IT IS ON NO FILE AT ALL.
000259*****************************************************************
000260 01  WS-TRACE-FLAGS.
000261     05  WS-HIT-DUPR                 PIC X(01).
000262         88  WS-ON-DUPR                  VALUE 'Y'.
000263     05  WS-HIT-RREG                 PIC X(01).
000264         88  WS-ON-RREG                  VALUE 'Y'.
000265     05  WS-HIT-AUDT                 PIC X(01).
000266         88  WS-ON-AUDT                  VALUE 'Y'.
000267     05  WS-HIT-RSLX                 PIC X(01).
000268         88  WS-RSLX-OK-RESULT           VALUE 'O'.
000269         88  WS-RSLX-ERR-RESULT          VALUE 'E'.
000270         88  WS-RSLX-REV-RESULT          VALUE 'R'.
000271     05  WS-HIT-SUSP                 PIC X(01).
000272         88  WS-ON-SUSP                  VALUE 'Y'.
000273     05  WS-HIT-SAPL                 PIC X(01).
000274         88  WS-SAPL-LAST-RETURNED       VALUE 'C'.
000275     05  WS-HIT-POST                 PIC X(01).
000276         88  WS-ON-POST                  VALUE 'Y'.
000277     05  WS-HIT-ACK                  PIC X(01).
000278         88  WS-ACK-ACCEPTED             VALUE 'A'.
000279         88  WS-ACK-REJECTED             VALUE 'R'.
000280     05  WS-HIT-PEND                 PIC X(01).
000281         88  WS-ON-PEND                  VALUE 'Y'.
000282*****************************************************************
000283* WORKING COPIES OF THE RESULT RECORD CARRIED INSIDE EACH
000284* CALCSUSP ITEM AND OF THE POSTING RECORD, SO GLPOST POSTINGS
000285* AND THE GLPENDI CARRY-FORWARD IMAGES ARE READ THE SAME WAY.
000286*****************************************************************
000287     COPY CALCRSLT.
000288     COPY CALCGLPS.
000289 01  WS-AU-TS-WORK.
000290     05  WS-AU-TS-DATE               PIC X(08).
000291     05  WS-AU-TS-TIME               PIC X(06).
000292     05  FILLER                      PIC X(02).
000293*****************************************************************
000294* PRINTED REPORT LINES. EVERY TRACE LINE IS A SECTION LABEL
000295* (BLANK AFTER THE SECTION'S FIRST LINE) AND A TEXT AREA BUILT
000296* FROM ONE OF THE WS-TX LAYOUTS BELOW.
000297*****************************************************************
000298 01  WS-RPT-HEADING-1.
000299     05  FILLER                      PIC X(40)
000300         VALUE "TRANSACTION LIFECYCLE TRACE".
000301     05  FILLER                      PIC X(09) VALUE "TRANS ID ".
000302     05  WS-RPT-HDG-ID                PIC X(08).
000303 01  WS-RPT-TOTALS-HEADING.
000304     05  FILLER                      PIC X(40)
000305         VALUE "TRANSACTION LIFECYCLE TRACE - TOTALS".
000306 01  WS-RPT-BLANK-LINE.
000307     05  FILLER                      PIC X(20) VALUE SPACES.
000308 01  WS-TR-LINE.
000309     05  WS-TR-LABEL                  PIC X(28).
000310     05  FILLER                      PIC X(01) VALUE SPACES.
000311     05  WS-TR-TEXT                   PIC X(51).
000312 01  WS-TX-DUPR.
000313     05  WS-TX-DU-TEXT                PIC X(25).
000314     05  WS-TX-DU-DATE                PIC 9(08).
000315 01  WS-TX-RREG-1.
000316     05  FILLER                      PIC X(12)
000317         VALUE "REJECTED ON ".
000318     05  WS-TX-RR-DATE                PIC 9(08).
000319     05  FILLER                      PIC X(08) VALUE "   DEPT ".
000320     05  WS-TX-RR-DEPT                PIC X(04).
000321 01  WS-TX-RREG-2.
000322     05  FILLER                      PIC X(05) VALUE "VAR1 ".
000323     05  WS-TX-RR-VAR-1               PIC X(02).
000324     05  FILLER                      PIC X(06) VALUE " VAR2 ".
000325     05  WS-TX-RR-VAR-2               PIC X(02).
000326     05  FILLER                      PIC X(04) VALUE " OP ".
000327     05  WS-TX-RR-OP                  PIC X(02).
000328     05  FILLER                      PIC X(06) VALUE " DEPT ".
000329     05  WS-TX-RR-DEPT-RSN            PIC X(02).
000330     05  FILLER                      PIC X(05) VALUE " DUP ".
000331     05  WS-TX-RR-DUP                 PIC X(02).
000332     05  FILLER                      PIC X(06) VALUE " CONT ".
000333     05  WS-TX-RR-CONT                PIC X(02).
000334     05  FILLER                      PIC X(05) VALUE " REV ".
000335     05  WS-TX-RR-REV                 PIC X(02).
000336 01  WS-TX-AUDT-1.
000337     05  FILLER                      PIC X(14)
000338         VALUE "CALCULATED ON ".
000339     05  WS-TX-AU-DATE                PIC X(08).
000340     05  FILLER                      PIC X(01) VALUE SPACES.
000341     05  WS-TX-AU-TIME                PIC X(06).
000342     05  FILLER                      PIC X(08) VALUE "   DEPT ".
000343     05  WS-TX-AU-DEPT                PIC X(04).
000344 01  WS-TX-AUDT-2.
000345     05  WS-TX-AU-VAR-1               PIC X(14).
000346     05  FILLER                      PIC X(01) VALUE SPACES.
000347     05  WS-TX-AU-OP                  PIC X(01).
000348     05  FILLER                      PIC X(01) VALUE SPACES.
000349     05  WS-TX-AU-VAR-2               PIC X(14).
000350     05  FILLER                      PIC X(03) VALUE " = ".
000351     05  WS-TX-AU-SUM                 PIC X(14).
000352 01  WS-TX-RSLX.
000353     05  FILLER                      PIC X(07) VALUE "STATUS ".
000354     05  WS-TX-RX-STATUS              PIC X(05).
000355     05  FILLER                      PIC X(08) VALUE "   DEPT ".
000356     05  WS-TX-RX-DEPT                PIC X(04).
000357     05  FILLER                      PIC X(10)
000358         VALUE "   RESULT ".
000359     05  WS-TX-RX-AMOUNT              PIC ---,---,--9.99.
000360 01  WS-TX-SUSP.
000361     05  FILLER                      PIC X(11)
000362         VALUE "HELD SINCE ".
000363     05  WS-TX-SU-DATE                PIC 9(08).
000364     05  FILLER                      PIC X(10)
000365         VALUE "   AMOUNT ".
000366     05  WS-TX-SU-AMOUNT              PIC ---,---,--9.99.
000367 01  WS-TX-SIGNED.
000368     05  FILLER                      PIC X(16)
000369         VALUE "FIRST SIGNED BY ".
000370     05  WS-TX-SG-APPROVER            PIC X(08).
000371 01  WS-TX-SAPL.
000372     05  WS-TX-SL-DATE                PIC 9(08).
000373     05  FILLER                      PIC X(02) VALUE SPACES.
000374     05  WS-TX-SL-ACTION              PIC X(12).
000375     05  FILLER                      PIC X(04) VALUE " BY ".
000376     05  WS-TX-SL-APPROVER            PIC X(08).
000377 01  WS-TX-POST-1.
000378     05  FILLER                      PIC X(12)
000379         VALUE "POSTING FOR ".
000380     05  WS-TX-PS-DATE                PIC 9(08).
000381     05  FILLER                      PIC X(11)
000382         VALUE "   ACCOUNT ".
000383     05  WS-TX-PS-ACCOUNT             PIC X(08).
000384 01  WS-TX-POST-2.
000385     05  WS-TX-PS-DC                  PIC X(07).
000386     05  WS-TX-PS-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000387 01  WS-TX-ACK.
000388     05  WS-TX-AK-TEXT                PIC X(24).
000389     05  FILLER                      PIC X(08) VALUE " AMOUNT ".
000390     05  WS-TX-AK-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000391 01  WS-TX-PEND.
000392     05  FILLER                      PIC X(14)
000393         VALUE "PENDING SINCE ".
000394     05  WS-TX-PN-DATE                PIC 9(08).
000395     05  FILLER                      PIC X(08) VALUE " AMOUNT ".
000396     05  WS-TX-PN-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000397 01  WS-RPT-ASKED-LINE.
000398     05  FILLER                      PIC X(22)
000399         VALUE "IDS REQUESTED  . . . ".
000400     05  WS-RPT-ASKED-COUNT           PIC ZZZ,ZZZ,ZZ9.
000401 01  WS-RPT-TRACED-LINE.
000402     05  FILLER                      PIC X(22)
000403         VALUE "FOUND ON SOME FILE . ".
000404     05  WS-RPT-TRACED-COUNT          PIC ZZZ,ZZZ,ZZ9.
000405 01  WS-RPT-MISS-CNT-LINE.
000406     05  FILLER                      PIC X(22)
000407         VALUE "FOUND NOWHERE  . . . ".
000408     05  WS-RPT-MISS-COUNT            PIC ZZZ,ZZZ,ZZ9.
000409 PROCEDURE DIVISION.
000410*****************************************************************
000411* 0000-MAINLINE - TRACE EVERY REQUESTED TRANSACTION ID.
000412*****************************************************************
000413 0000-MAINLINE.
000414     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000415     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000416     PERFORM 2000-TRACE-ONE THRU 2000-EXIT
000417         UNTIL WS-END-OF-FILE.
000418     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000419     STOP RUN.
000420*****************************************************************
000421* 1000-INITIALIZE - OPEN THE CONTROL CARDS, THE REPORT AND THE
000422* THREE KEYED FILES. A KEYED FILE NOT YET CREATED IS NOTED ON
000423* EVERY PAGE RATHER THAN STOPPING THE INQUIRY. THE SEQUENTIAL
000424* FILES ARE OPENED AND SCANNED AFRESH FOR EACH ID.
000425*****************************************************************
000426 1000-INITIALIZE.
000427     OPEN INPUT TRCE-PARM-FILE.
000428     IF NOT WS-PARM-OK
000429         DISPLAY "CANNOT OPEN TRCEPARM, STATUS " WS-PARM-STATUS
000430         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000431     END-IF.
000432     OPEN OUTPUT TRCE-RPT-FILE.
000433     IF NOT WS-RPT-OK
000434         DISPLAY "CANNOT OPEN TRCERPT, STATUS " WS-RPT-STATUS
000435         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000436     END-IF.
000437     OPEN INPUT CALC-DUPR-FILE.
000438     IF WS-DUPR-OK
000439         MOVE 'Y' TO WS-DUPR-SWITCH
000440     ELSE
000441         IF NOT WS-DUPR-NOT-FOUND
000442             DISPLAY "CANNOT OPEN CALCDUPR, STATUS "
000443                 WS-DUPR-STATUS
000444             PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000445         END-IF
000446     END-IF.
000447     OPEN INPUT CALC-RREG-FILE.
000448     IF WS-RREG-OK
000449         MOVE 'Y' TO WS-RREG-SWITCH
000450     ELSE
000451         IF NOT WS-RREG-NOT-FOUND
000452             DISPLAY "CANNOT OPEN CALCRREG, STATUS "
000453                 WS-RREG-STATUS
000454             PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000455         END-IF
000456     END-IF.
000457     OPEN INPUT CALC-RSLX-FILE.
000458     IF WS-RSLX-OK
000459         MOVE 'Y' TO WS-RSLX-SWITCH
000460     ELSE
000461         IF NOT WS-RSLX-NOT-FOUND
000462             DISPLAY "CANNOT OPEN CALCRSLX, STATUS "
000463                 WS-RSLX-STATUS
000464             PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000465         END-IF
000466     END-IF.
000467 1000-EXIT.
000468     EXIT.
000469*****************************************************************
000470* 2000-TRACE-ONE - PRINT THE TRACE PAGE FOR THE CURRENT CARD'S
000471* TRANSACTION ID, FILE BY FILE IN THE ORDER THE WORK FLOWS
000472* THROUGH THEM, THEN READ THE NEXT CARD. A BLANK CARD IS
000473* SKIPPED.
000474*****************************************************************
000475 2000-TRACE-ONE.
000476     IF TRCE-PM-TRANS-ID = SPACES
000477         GO TO 2000-NEXT
000478     END-IF.
000479     ADD 1 TO WS-ASKED-COUNT.
000480     MOVE TRCE-PM-TRANS-ID TO WS-TRACE-ID.
000481     MOVE SPACES TO WS-TRACE-FLAGS.
000482     MOVE WS-TRACE-ID TO WS-RPT-HDG-ID.
000483     WRITE TRCE-RPT-RECORD FROM WS-RPT-HEADING-1
000484         AFTER ADVANCING PAGE.
000485     PERFORM 3100-TRACE-DUPR THRU 3100-EXIT.
000486     PERFORM 3200-TRACE-RREG THRU 3200-EXIT.
000487     PERFORM 3300-TRACE-AUDT THRU 3300-EXIT.
000488     PERFORM 3400-TRACE-RSLX THRU 3400-EXIT.
000489     PERFORM 3500-TRACE-SUSP THRU 3500-EXIT.
000490     PERFORM 3600-TRACE-SAPL THRU 3600-EXIT.
000491     PERFORM 3700-TRACE-POST THRU 3700-EXIT.
000492     PERFORM 3800-TRACE-ACK THRU 3800-EXIT.
000493     PERFORM 3900-TRACE-PEND THRU 3900-EXIT.
000494     PERFORM 4000-WHERE-IT-STANDS THRU 4000-EXIT.
000495 2000-NEXT.
000496     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000497 2000-EXIT.
000498     EXIT.
000499*****************************************************************
000500* 2100-READ-PARM - READ THE NEXT INQUIRY CARD.
000501*****************************************************************
000502 2100-READ-PARM.
000503     READ TRCE-PARM-FILE
000504         AT END
000505             MOVE 'Y' TO WS-EOF-SWITCH
000506     END-READ.
000507 2100-EXIT.
000508     EXIT.
000509*****************************************************************
000510* 2900-WRITE-LINE - PRINT ONE TRACE LINE AND CLEAR IT, LABEL
000511* AND ALL, SO THE REST OF A SECTION PRINTS UNDER ITS FIRST LINE.
000512*****************************************************************
000513 2900-WRITE-LINE.
000514     WRITE TRCE-RPT-RECORD FROM WS-TR-LINE.
000515     MOVE SPACES TO WS-TR-LINE.
000516 2900-EXIT.
000517     EXIT.
000518*****************************************************************
000519* 3100-TRACE-DUPR - WHEN CALCEDIT ACCEPTED THE TRANSACTION AND
000520* REGISTERED ITS ID, AND WHEN A REVERSAL OF IT WAS ACCEPTED.
000521*****************************************************************
000522 3100-TRACE-DUPR.
000523     WRITE TRCE-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000524     MOVE "REGISTERED  (CALCDUPR) . . ." TO WS-TR-LABEL.
000525     IF NOT WS-DUPR-OPEN
000526         MOVE "*** CALCDUPR NOT ON HAND ***" TO WS-TR-TEXT
000527         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000528         GO TO 3100-EXIT
000529     END-IF.
000530     MOVE SPACES TO CALC-DU-KEY.
000531     MOVE 'T' TO CALC-DU-KEY-TYPE.
000532     MOVE WS-TRACE-ID TO CALC-DU-TRANS-ID.
000533     READ CALC-DUPR-FILE
000534         INVALID KEY
000535             MOVE "NOT REGISTERED - NEVER ACCEPTED" TO WS-TR-TEXT
000536             PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000537             GO TO 3100-EXIT
000538     END-READ.
000539     MOVE 'Y' TO WS-HIT-DUPR.
000540     MOVE "ACCEPTED BY CALCEDIT ON" TO WS-TX-DU-TEXT.
000541     MOVE CALC-DU-RUN-DATE TO WS-TX-DU-DATE.
000542     MOVE WS-TX-DUPR TO WS-TR-TEXT.
000543     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000544     MOVE SPACES TO CALC-DU-KEY.
000545     MOVE 'R' TO CALC-DU-KEY-TYPE.
000546     MOVE WS-TRACE-ID TO CALC-DU-TRANS-ID.
000547     READ CALC-DUPR-FILE
000548         INVALID KEY
000549             GO TO 3100-EXIT
000550     END-READ.
000551     MOVE "REVERSAL ACCEPTED ON" TO WS-TX-DU-TEXT.
000552     MOVE CALC-DU-RUN-DATE TO WS-TX-DU-DATE.
000553     MOVE WS-TX-DUPR TO WS-TR-TEXT.
000554     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000555 3100-EXIT.
000556     EXIT.
000557*****************************************************************
000558* 3200-TRACE-RREG - AN UNCORRECTED REJECT ON THE REGISTER, WITH
000559* ITS CALCREJ REASON CODES.
000560*****************************************************************
000561 3200-TRACE-RREG.
000562     MOVE "REJECTS     (CALCRREG) . . ." TO WS-TR-LABEL.
000563     IF NOT WS-RREG-OPEN
000564         MOVE "*** CALCRREG NOT ON HAND ***" TO WS-TR-TEXT
000565         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000566         GO TO 3200-EXIT
000567     END-IF.
000568     MOVE WS-TRACE-ID TO CALC-RR-TRANS-ID.
000569     READ CALC-RREG-FILE
000570         INVALID KEY
000571             MOVE "NO OUTSTANDING REJECT" TO WS-TR-TEXT
000572             PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000573             GO TO 3200-EXIT
000574     END-READ.
000575     MOVE 'Y' TO WS-HIT-RREG.
000576     MOVE CALC-RR-REJECT-DATE  TO WS-TX-RR-DATE.
000577     MOVE CALC-RR-DEPT-CODE    TO WS-TX-RR-DEPT.
000578     MOVE WS-TX-RREG-1 TO WS-TR-TEXT.
000579     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000580     MOVE CALC-RR-REASON-VAR-1 TO WS-TX-RR-VAR-1.
000581     MOVE CALC-RR-REASON-VAR-2 TO WS-TX-RR-VAR-2.
000582     MOVE CALC-RR-REASON-OP    TO WS-TX-RR-OP.
000583     MOVE CALC-RR-REASON-DEPT  TO WS-TX-RR-DEPT-RSN.
000584     MOVE CALC-RR-REASON-DUP   TO WS-TX-RR-DUP.
000585     MOVE CALC-RR-REASON-CONT  TO WS-TX-RR-CONT.
000586     MOVE CALC-RR-REASON-REV   TO WS-TX-RR-REV.
000587     MOVE WS-TX-RREG-2 TO WS-TR-TEXT.
000588     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000589 3200-EXIT.
000590     EXIT.
000591*****************************************************************
000592* 3300-TRACE-AUDT - EVERY CALCULATOR AUDIT LINE CARRYING THE ID.
000593*****************************************************************
000594 3300-TRACE-AUDT.
000595     MOVE "AUDIT LOG   (CALCAUDT) . . ." TO WS-TR-LABEL.
000596     OPEN INPUT CALC-AUDIT-FILE.
000597     IF WS-AUDIT-NOT-FOUND
000598         MOVE "*** CALCAUDT NOT ON HAND ***" TO WS-TR-TEXT
000599         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000600         GO TO 3300-EXIT
000601     END-IF.
000602     IF NOT WS-AUDIT-OK
000603         DISPLAY "CANNOT OPEN CALCAUDT, STATUS " WS-AUDIT-STATUS
000604         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000605     END-IF.
000606     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
000607     PERFORM 3310-SCAN-AUDT THRU 3310-EXIT
000608         UNTIL WS-SCAN-END.
000609     CLOSE CALC-AUDIT-FILE.
000610     IF NOT WS-ON-AUDT
000611         MOVE "NO AUDIT LINE" TO WS-TR-TEXT
000612         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000613     END-IF.
000614 3300-EXIT.
000615     EXIT.
000616*****************************************************************
000617* 3310-SCAN-AUDT - READ ONE AUDIT LINE AND PRINT IT IF IT IS
000618* FOR THE ID BEING TRACED.
000619*****************************************************************
000620 3310-SCAN-AUDT.
000621     READ CALC-AUDIT-FILE
000622         AT END
000623             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
000624             GO TO 3310-EXIT
000625     END-READ.
000626     IF CALC-AU-TRANS-ID NOT = WS-TRACE-ID
000627         GO TO 3310-EXIT
000628     END-IF.
000629     MOVE 'Y' TO WS-HIT-AUDT.
000630     MOVE CALC-AU-TIMESTAMP TO WS-AU-TS-WORK.
000631     MOVE WS-AU-TS-DATE     TO WS-TX-AU-DATE.
000632     MOVE WS-AU-TS-TIME     TO WS-TX-AU-TIME.
000633     MOVE CALC-AU-DEPT-CODE TO WS-TX-AU-DEPT.
000634     MOVE WS-TX-AUDT-1 TO WS-TR-TEXT.
000635     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000636     MOVE CALC-AU-VAR-1     TO WS-TX-AU-VAR-1.
000637     MOVE CALC-AU-VAR-01    TO WS-TX-AU-OP.
000638     MOVE CALC-AU-VAR-2     TO WS-TX-AU-VAR-2.
000639     MOVE CALC-AU-VAR-SUM   TO WS-TX-AU-SUM.
000640     MOVE WS-TX-AUDT-2 TO WS-TR-TEXT.
000641     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000642 3310-EXIT.
000643     EXIT.
000644*****************************************************************
000645* 3400-TRACE-RSLX - THE KEYED RESULT, ITS CHAIN FLAG AND WHETHER
000646* IT HAS SINCE BEEN REVERSED.
000647*****************************************************************
000648 3400-TRACE-RSLX.
000649     MOVE "RESULT      (CALCRSLX) . . ." TO WS-TR-LABEL.
000650     IF NOT WS-RSLX-OPEN
000651         MOVE "*** CALCRSLX NOT ON HAND ***" TO WS-TR-TEXT
000652         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000653         GO TO 3400-EXIT
000654     END-IF.
000655     MOVE WS-TRACE-ID TO CALC-RX-TRANS-ID.
000656     READ CALC-RSLX-FILE
000657         INVALID KEY
000658             MOVE "NO RESULT LOADED" TO WS-TR-TEXT
000659             PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000660             GO TO 3400-EXIT
000661     END-READ.
000662     IF CALC-RX-OK
000663         MOVE 'O' TO WS-HIT-RSLX
000664         MOVE "OK" TO WS-TX-RX-STATUS
000665     ELSE
000666         MOVE 'E' TO WS-HIT-RSLX
000667         MOVE "ERROR" TO WS-TX-RX-STATUS
000668     END-IF.
000669     MOVE CALC-RX-DEPT-CODE TO WS-TX-RX-DEPT.
000670     MOVE CALC-RX-VAR-SUM   TO WS-TX-RX-AMOUNT.
000671     MOVE WS-TX-RSLX TO WS-TR-TEXT.
000672     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000673     IF CALC-RX-CHAINED
000674         MOVE "CHAIN FLAG C - DETAIL/CONTINUATION PAIR"
000675             TO WS-TR-TEXT
000676     ELSE
000677         MOVE "NOT CHAINED - SINGLE-STEP CALCULATION"
000678             TO WS-TR-TEXT
000679     END-IF.
000680     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000681     IF CALC-RX-REVERSED
000682         MOVE 'R' TO WS-HIT-RSLX
000683         MOVE "REVERSED - BACKED OUT BY A REVERSAL RECORD"
000684             TO WS-TR-TEXT
000685         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000686     END-IF.
000687 3400-EXIT.
000688     EXIT.
000689*****************************************************************
000690* 3500-TRACE-SUSP - WHETHER THE RESULT IS HELD FOR SUPERVISOR
000691* APPROVAL, SINCE WHEN, AND WHO HAS SIGNED FIRST.
000692*****************************************************************
000693 3500-TRACE-SUSP.
000694     MOVE "SUSPENSE    (CALCSUSP) . . ." TO WS-TR-LABEL.
000695     OPEN INPUT CALC-SUSP-FILE.
000696     IF WS-SUSP-NOT-FOUND
000697         MOVE "*** CALCSUSP NOT ON HAND ***" TO WS-TR-TEXT
000698         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000699         GO TO 3500-EXIT
000700     END-IF.
000701     IF NOT WS-SUSP-OK
000702         DISPLAY "CANNOT OPEN CALCSUSP, STATUS " WS-SUSP-STATUS
000703         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000704     END-IF.
000705     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
000706     PERFORM 3510-SCAN-SUSP THRU 3510-EXIT
000707         UNTIL WS-SCAN-END.
000708     CLOSE CALC-SUSP-FILE.
000709     IF NOT WS-ON-SUSP
000710         MOVE "NOT HELD" TO WS-TR-TEXT
000711         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000712     END-IF.
000713 3500-EXIT.
000714     EXIT.
000715*****************************************************************
000716* 3510-SCAN-SUSP - READ ONE HELD ITEM AND PRINT IT IF IT IS FOR
000717* THE ID BEING TRACED.
000718*****************************************************************
000719 3510-SCAN-SUSP.
000720     READ CALC-SUSP-FILE
000721         AT END
000722             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
000723             GO TO 3510-EXIT
000724     END-READ.
000725     MOVE CALC-SU-RSLT-IMAGE TO CALC-RSLT-RECORD.
000726     IF CALC-RS-TRANS-ID NOT = WS-TRACE-ID
000727         GO TO 3510-EXIT
000728     END-IF.
000729     MOVE 'Y' TO WS-HIT-SUSP.
000730     MOVE CALC-SU-HELD-DATE TO WS-TX-SU-DATE.
000731     MOVE CALC-RS-VAR-SUM   TO WS-TX-SU-AMOUNT.
000732     MOVE WS-TX-SUSP TO WS-TR-TEXT.
000733     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000734     IF CALC-SU-FIRST-APPROVER = SPACES
000735         MOVE "AWAITING APPROVAL - NOT YET SIGNED" TO WS-TR-TEXT
000736     ELSE
000737         MOVE CALC-SU-FIRST-APPROVER TO WS-TX-SG-APPROVER
000738         MOVE WS-TX-SIGNED TO WS-TR-TEXT
000739     END-IF.
000740     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000741 3510-EXIT.
000742     EXIT.
000743*****************************************************************
000744* 3600-TRACE-SAPL - EVERY SUPERVISOR ACTION ON THE HELD ITEM,
000745* OLDEST FIRST, WITH THE APPROVER WHO TOOK IT.
000746*****************************************************************
000747 3600-TRACE-SAPL.
000748     MOVE "APPROVALS   (CALCSAPL) . . ." TO WS-TR-LABEL.
000749     OPEN INPUT CALC-SAPL-FILE.
000750     IF WS-SAPL-NOT-FOUND
000751         MOVE "*** CALCSAPL NOT ON HAND ***" TO WS-TR-TEXT
000752         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000753         GO TO 3600-EXIT
000754     END-IF.
000755     IF NOT WS-SAPL-OK
000756         DISPLAY "CANNOT OPEN CALCSAPL, STATUS " WS-SAPL-STATUS
000757         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000758     END-IF.
000759     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
000760     PERFORM 3610-SCAN-SAPL THRU 3610-EXIT
000761         UNTIL WS-SCAN-END.
000762     CLOSE CALC-SAPL-FILE.
000763     IF WS-HIT-SAPL = SPACES
000764         MOVE "NO APPROVAL ACTIONS" TO WS-TR-TEXT
000765         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000766     END-IF.
000767 3600-EXIT.
000768     EXIT.
000769*****************************************************************
000770* 3610-SCAN-SAPL - READ ONE APPROVAL LOG ENTRY AND PRINT IT IF
000771* IT IS FOR THE ID BEING TRACED. THE LAST ACTION FOUND IS KEPT
000772* FOR THE WHERE-IT-STANDS LINE.
000773*****************************************************************
000774 3610-SCAN-SAPL.
000775     READ CALC-SAPL-FILE
000776         AT END
000777             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
000778             GO TO 3610-EXIT
000779     END-READ.
000780     IF CALC-SL-TRANS-ID NOT = WS-TRACE-ID
000781         GO TO 3610-EXIT
000782     END-IF.
000783     MOVE CALC-SL-ACTION TO WS-HIT-SAPL.
000784     MOVE CALC-SL-ACTION-DATE TO WS-TX-SL-DATE.
000785     EVALUATE TRUE
000786         WHEN CALC-SL-RELEASED
000787             MOVE "RELEASED" TO WS-TX-SL-ACTION
000788         WHEN CALC-SL-RETURNED
000789             MOVE "RETURNED" TO WS-TX-SL-ACTION
000790         WHEN CALC-SL-FIRST-SIGNED
000791             MOVE "FIRST SIGNED" TO WS-TX-SL-ACTION
000792         WHEN OTHER
000793             MOVE "ACTION ?" TO WS-TX-SL-ACTION
000794     END-EVALUATE.
000795     MOVE CALC-SL-APPROVER TO WS-TX-SL-APPROVER.
000796     MOVE WS-TX-SAPL TO WS-TR-TEXT.
000797     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000798 3610-EXIT.
000799     EXIT.
000800*****************************************************************
000801* 3700-TRACE-POST - THE POSTING SENT TO THE LEDGER ON GLPOST,
000802* WITH ITS ACCOUNT. A REVERSAL POSTS UNDER THE ORIGINAL ID, SO
000803* A REVERSED TRANSACTION CAN SHOW TWO.
000804*****************************************************************
000805 3700-TRACE-POST.
000806     MOVE "GL POSTING  (GLPOST) . . . ." TO WS-TR-LABEL.
000807     OPEN INPUT GL-POST-FILE.
000808     IF WS-POST-NOT-FOUND
000809         MOVE "*** GLPOST NOT ON HAND ***" TO WS-TR-TEXT
000810         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000811         GO TO 3700-EXIT
000812     END-IF.
000813     IF NOT WS-POST-OK
000814         DISPLAY "CANNOT OPEN GLPOST, STATUS " WS-POST-STATUS
000815         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000816     END-IF.
000817     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
000818     PERFORM 3710-SCAN-POST THRU 3710-EXIT
000819         UNTIL WS-SCAN-END.
000820     CLOSE GL-POST-FILE.
000821     IF NOT WS-ON-POST
000822         MOVE "NOT ON GLPOST" TO WS-TR-TEXT
000823         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000824     END-IF.
000825 3700-EXIT.
000826     EXIT.
000827*****************************************************************
000828* 3710-SCAN-POST - READ ONE POSTING AND PRINT IT IF IT IS FOR
000829* THE ID BEING TRACED.
000830*****************************************************************
000831 3710-SCAN-POST.
000832     READ GL-POST-FILE INTO CALC-GLPS-RECORD
000833         AT END
000834             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
000835             GO TO 3710-EXIT
000836     END-READ.
000837     IF CALC-GL-TRANS-ID NOT = WS-TRACE-ID
000838         GO TO 3710-EXIT
000839     END-IF.
000840     MOVE 'Y' TO WS-HIT-POST.
000841     MOVE CALC-GL-POST-DATE TO WS-TX-PS-DATE.
000842     MOVE CALC-GL-ACCOUNT   TO WS-TX-PS-ACCOUNT.
000843     MOVE WS-TX-POST-1 TO WS-TR-TEXT.
000844     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000845     IF CALC-GL-DEBIT
000846         MOVE "DEBIT" TO WS-TX-PS-DC
000847     ELSE
000848         MOVE "CREDIT" TO WS-TX-PS-DC
000849     END-IF.
000850     MOVE CALC-GL-AMOUNT TO WS-TX-PS-AMOUNT.
000851     MOVE WS-TX-POST-2 TO WS-TR-TEXT.
000852     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000853 3710-EXIT.
000854     EXIT.
000855*****************************************************************
000856* 3800-TRACE-ACK - WHETHER THE LEDGER ACKNOWLEDGED THE POSTING
000857* ON GLACK, AND WHETHER IT ACCEPTED OR REJECTED IT.
000858*****************************************************************
000859 3800-TRACE-ACK.
000860     MOVE "LEDGER ACK  (GLACK)  . . . ." TO WS-TR-LABEL.
000861     OPEN INPUT GL-ACK-FILE.
000862     IF WS-ACKF-NOT-FOUND
000863         MOVE "*** GLACK NOT ON HAND ***" TO WS-TR-TEXT
000864         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000865         GO TO 3800-EXIT
000866     END-IF.
000867     IF NOT WS-ACKF-OK
000868         DISPLAY "CANNOT OPEN GLACK, STATUS " WS-ACKF-STATUS
000869         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000870     END-IF.
000871     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
000872     PERFORM 3810-SCAN-ACK THRU 3810-EXIT
000873         UNTIL WS-SCAN-END.
000874     CLOSE GL-ACK-FILE.
000875     IF WS-HIT-ACK = SPACES
000876         MOVE "NOT ACKNOWLEDGED" TO WS-TR-TEXT
000877         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000878     END-IF.
000879 3800-EXIT.
000880     EXIT.
000881*****************************************************************
000882* 3810-SCAN-ACK - READ ONE ACKNOWLEDGMENT AND PRINT IT IF IT IS
000883* FOR THE ID BEING TRACED.
000884*****************************************************************
000885 3810-SCAN-ACK.
000886     READ GL-ACK-FILE
000887         AT END
000888             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
000889             GO TO 3810-EXIT
000890     END-READ.
000891     IF CALC-AK-TRANS-ID NOT = WS-TRACE-ID
000892         GO TO 3810-EXIT
000893     END-IF.
000894     MOVE CALC-AK-STATUS TO WS-HIT-ACK.
000895     IF CALC-AK-ACCEPTED
000896         MOVE "ACCEPTED BY THE LEDGER" TO WS-TX-AK-TEXT
000897     ELSE
000898         MOVE "REJECTED BY THE LEDGER" TO WS-TX-AK-TEXT
000899     END-IF.
000900     MOVE CALC-AK-AMOUNT TO WS-TX-AK-AMOUNT.
000901     MOVE WS-TX-ACK TO WS-TR-TEXT.
000902     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000903 3810-EXIT.
000904     EXIT.
000905*****************************************************************
000906* 3900-TRACE-PEND - WHETHER THE POSTING IS STILL CARRIED ON
000907* GLPENDI AWAITING ACKNOWLEDGMENT, AND SINCE WHEN.
000908*****************************************************************
000909 3900-TRACE-PEND.
000910     MOVE "PENDING     (GLPENDI)  . . ." TO WS-TR-LABEL.
000911     OPEN INPUT GL-PENDI-FILE.
000912     IF WS-PENDI-NOT-FOUND
000913         MOVE "*** GLPENDI NOT ON HAND ***" TO WS-TR-TEXT
000914         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000915         GO TO 3900-EXIT
000916     END-IF.
000917     IF NOT WS-PENDI-OK
000918         DISPLAY "CANNOT OPEN GLPENDI, STATUS " WS-PENDI-STATUS
000919         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000920     END-IF.
000921     MOVE 'N' TO WS-SCAN-EOF-SWITCH.
000922     PERFORM 3910-SCAN-PEND THRU 3910-EXIT
000923         UNTIL WS-SCAN-END.
000924     CLOSE GL-PENDI-FILE.
000925     IF NOT WS-ON-PEND
000926         MOVE "NOT PENDING" TO WS-TR-TEXT
000927         PERFORM 2900-WRITE-LINE THRU 2900-EXIT
000928     END-IF.
000929 3900-EXIT.
000930     EXIT.
000931*****************************************************************
000932* 3910-SCAN-PEND - READ ONE CARRIED-FORWARD POSTING AND PRINT IT
000933* IF IT IS FOR THE ID BEING TRACED.
000934*****************************************************************
000935 3910-SCAN-PEND.
000936     READ GL-PENDI-FILE
000937         AT END
000938             MOVE 'Y' TO WS-SCAN-EOF-SWITCH
000939             GO TO 3910-EXIT
000940     END-READ.
000941     MOVE CALC-PN-POST-IMAGE TO CALC-GLPS-RECORD.
000942     IF CALC-GL-TRANS-ID NOT = WS-TRACE-ID
000943         GO TO 3910-EXIT
000944     END-IF.
000945     MOVE 'Y' TO WS-HIT-PEND.
000946     MOVE CALC-PN-SENT-DATE TO WS-TX-PN-DATE.
000947     MOVE CALC-GL-AMOUNT    TO WS-TX-PN-AMOUNT.
000948     MOVE WS-TX-PEND TO WS-TR-TEXT.
000949     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
000950 3910-EXIT.
000951     EXIT.
000952*****************************************************************
000953* 4000-WHERE-IT-STANDS - ONE LINE SUMMING UP THE PAGE, TAKEN
000954* FROM THE FURTHEST POINT THE TRANSACTION HAS REACHED. A
000955* REVERSAL OUTRANKS EVERYTHING, BECAUSE THE FIGURE WAS POSTED
000956* AND THEN OFFSET.
000957*****************************************************************
000958 4000-WHERE-IT-STANDS.
000959     WRITE TRCE-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000960     MOVE "WHERE IT STANDS  . . . . . ." TO WS-TR-LABEL.
000961     EVALUATE TRUE
000962         WHEN WS-TRACE-FLAGS = SPACES
000963             MOVE "*** NOT FOUND ON ANY FILE ***" TO WS-TR-TEXT
000964         WHEN WS-RSLX-REV-RESULT
000965             MOVE "REVERSED - POSTED AND THEN BACKED OUT"
000966                 TO WS-TR-TEXT
000967         WHEN WS-ACK-REJECTED
000968             MOVE "REJECTED BY THE LEDGER" TO WS-TR-TEXT
000969         WHEN WS-ACK-ACCEPTED
000970             MOVE "POSTED AND ACCEPTED BY THE LEDGER"
000971                 TO WS-TR-TEXT
000972         WHEN WS-ON-PEND
000973             MOVE "SENT TO THE LEDGER - AWAITING ACKNOWLEDGMENT"
000974                 TO WS-TR-TEXT
000975         WHEN WS-ON-POST
000976             MOVE "ON GLPOST - NOT YET ACKNOWLEDGED"
000977                 TO WS-TR-TEXT
000978         WHEN WS-ON-SUSP
000979             MOVE "HELD IN SUSPENSE AWAITING APPROVAL"
000980                 TO WS-TR-TEXT
000981         WHEN WS-SAPL-LAST-RETURNED
000982             MOVE "RETURNED FROM SUSPENSE FOR CORRECTION"
000983                 TO WS-TR-TEXT
000984         WHEN WS-RSLX-ERR-RESULT
000985             MOVE "CALCULATION ERROR - NOT POSTED" TO WS-TR-TEXT
000986         WHEN WS-RSLX-OK-RESULT
000987             MOVE "CALCULATED OK - NOTHING HELD OR PENDING"
000988                 TO WS-TR-TEXT
000989         WHEN WS-ON-RREG
000990             MOVE "REJECTED BY CALCEDIT - AWAITING CORRECTION"
000991                 TO WS-TR-TEXT
000992         WHEN WS-ON-AUDT
000993             MOVE "CALCULATED - RESULT NOT YET LOADED"
000994                 TO WS-TR-TEXT
000995         WHEN OTHER
000996             MOVE "ACCEPTED BY CALCEDIT - NOT YET CALCULATED"
000997                 TO WS-TR-TEXT
000998     END-EVALUATE.
000999     PERFORM 2900-WRITE-LINE THRU 2900-EXIT.
001000     IF WS-TRACE-FLAGS = SPACES
001001         ADD 1 TO WS-MISSING-COUNT
001002     ELSE
001003         ADD 1 TO WS-TRACED-COUNT
001004     END-IF.
001005 4000-EXIT.
001006     EXIT.
001007*****************************************************************
001008* 8000-WRAPUP - PRINT THE INQUIRY TOTALS ON A PAGE OF THEIR OWN
001009* AND CLOSE THE FILES.
001010*****************************************************************
001011 8000-WRAPUP.
001012     WRITE TRCE-RPT-RECORD FROM WS-RPT-TOTALS-HEADING
001013         AFTER ADVANCING PAGE.
001014     WRITE TRCE-RPT-RECORD FROM WS-RPT-BLANK-LINE.
001015     MOVE WS-ASKED-COUNT TO WS-RPT-ASKED-COUNT.
001016     WRITE TRCE-RPT-RECORD FROM WS-RPT-ASKED-LINE.
001017     MOVE WS-TRACED-COUNT TO WS-RPT-TRACED-COUNT.
001018     WRITE TRCE-RPT-RECORD FROM WS-RPT-TRACED-LINE.
001019     MOVE WS-MISSING-COUNT TO WS-RPT-MISS-COUNT.
001020     WRITE TRCE-RPT-RECORD FROM WS-RPT-MISS-CNT-LINE.
001021     IF WS-DUPR-OPEN
001022         CLOSE CALC-DUPR-FILE
001023     END-IF.
001024     IF WS-RREG-OPEN
001025         CLOSE CALC-RREG-FILE
001026     END-IF.
001027     IF WS-RSLX-OPEN
001028         CLOSE CALC-RSLX-FILE
001029     END-IF.
001030     CLOSE TRCE-PARM-FILE.
001031     CLOSE TRCE-RPT-FILE.
001032     MOVE WS-ASKED-COUNT TO WS-COUNT-EDIT.
001033     DISPLAY "CALCTRCE IDS REQUESTED  . . " WS-COUNT-EDIT.
001034     MOVE WS-TRACED-COUNT TO WS-COUNT-EDIT.
001035     DISPLAY "CALCTRCE FOUND ON A FILE  . " WS-COUNT-EDIT.
001036     MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
001037     DISPLAY "CALCTRCE FOUND NOWHERE  . . " WS-COUNT-EDIT.
001038 8000-EXIT.
001039     EXIT.
001040*****************************************************************
001041* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
001042* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
001043* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
001044*****************************************************************
001045 9900-OPEN-ERROR.
001046     DISPLAY "CALCTRCE RUN TERMINATED - SEE FILE STATUS ABOVE".
001047     MOVE 8 TO RETURN-CODE.
001048     CLOSE CALC-DUPR-FILE.
001049     CLOSE CALC-RREG-FILE.
001050     CLOSE CALC-RSLX-FILE.
001051     CLOSE CALC-AUDIT-FILE.
001052     CLOSE CALC-SUSP-FILE.
001053     CLOSE CALC-SAPL-FILE.
001054     CLOSE GL-POST-FILE.
001055     CLOSE GL-ACK-FILE.
001056     CLOSE GL-PENDI-FILE.
001057     CLOSE TRCE-PARM-FILE.
001058     CLOSE TRCE-RPT-FILE.
001059     STOP RUN.
001060 9900-EXIT.
001061     EXIT.
