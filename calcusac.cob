000121*                   THE SCHEDULER - RUNNING IT TWICE AGAINST
000122*                   THE SAME CALCRSLT WOULD COUNT THE DAY
000123*                   TWICE.
000124* 2026-10-15  RA    THE RUN IS NOW RECORDED ON THE CALCRCTL RUN-
000125*                   CONTROL LEDGER - START, FINISH AND RETURN
000126*                   CODE UNDER THE BUSINESS DATE. IT IS REFUSED
000127*                   BEFORE ANY FILE IS OPENED IF CALCULATOR HAS
000128*                   NOT COMPLETED FOR THE DATE, OR IF THIS STEP
000129*                   HAS ALREADY COMPLETED FOR THE DATE AND NO
000130*                   RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000131*                   AGAIN.
000132* 2026-10-15  RA    A REVERSAL RESULT IS NOW COUNTED AND SKIPPED -
000133*                   IT BACKS OUT WORK ALREADY CHARGED, CARRIES NO
000134*                   OPERATION CODE, AND WAS BEING BILLED AS
000135*                   UNRATED USAGE UNDER A BLANK CODE.
000136*****************************************************************
000137 ENVIRONMENT DIVISION.
000138 INPUT-OUTPUT SECTION.
000139 FILE-CONTROL.
000140     SELECT CALC-RSLT-FILE   ASSIGN TO "CALCRSLT"
000141         ORGANIZATION IS SEQUENTIAL
000142         FILE STATUS IS WS-RSLT-STATUS.
000143     SELECT CALC-USAG-FILE   ASSIGN TO "CALCUSAG"
000144         ORGANIZATION IS INDEXED
000145         ACCESS MODE IS RANDOM
000146         RECORD KEY IS CALC-US-KEY
000147         FILE STATUS IS WS-USAG-STATUS.
000148     SELECT USAC-PARM-FILE   ASSIGN TO "USACPARM"
000149         ORGANIZATION IS LINE SEQUENTIAL
000150         FILE STATUS IS WS-PARM-STATUS.
000151     SELECT CALC-RCTL-FILE   ASSIGN TO "CALCRCTL"
000152         ORGANIZATION IS INDEXED
000153         ACCESS MODE IS RANDOM
000154         RECORD KEY IS CALC-RC-KEY
000155         FILE STATUS IS WS-RCTL-STATUS.
000156     SELECT RCTL-PARM-FILE   ASSIGN TO "RCTLPARM"
000157         ORGANIZATION IS LINE SEQUENTIAL
000158         FILE STATUS IS WS-RCPM-STATUS.
000159 DATA DIVISION.
000160 FILE SECTION.
000161 FD  CALC-RSLT-FILE
000162     LABEL RECORDS ARE STANDARD.
000163     COPY CALCRSLT.
000164 FD  CALC-USAG-FILE
000165     LABEL RECORDS ARE STANDARD.
000166     COPY CALCUSAG.
000167 FD  USAC-PARM-FILE
000168     LABEL RECORDS ARE STANDARD.
000169 01  USAC-PARM-RECORD.
000170     05  USAC-PM-RUN-DATE        PIC X(08).
000171     05  FILLER                  PIC X(72).
000172 FD  CALC-RCTL-FILE
000173     LABEL RECORDS ARE STANDARD.
000174     COPY CALCRCTL.
000175 FD  RCTL-PARM-FILE
000176     LABEL RECORDS ARE STANDARD.
000177     COPY CALCRCCD.
000178 WORKING-STORAGE SECTION.
000179*****************************************************************
000180* SWITCHES AND COUNTERS.
000181*****************************************************************
000182 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000183     88  WS-END-OF-FILE               VALUE 'Y'.
000184 77  WS-READ-COUNT                PIC 9(09) COMP VALUE ZERO.
000185 77  WS-ADD-COUNT                 PIC 9(09) COMP VALUE ZERO.
000186 77  WS-BUMP-COUNT                PIC 9(09) COMP VALUE ZERO.
000187 77  WS-SKIP-COUNT                PIC 9(09) COMP VALUE ZERO.
000188 77  WS-RSLT-STATUS               PIC X(02) VALUE ZEROES.
000189     88  WS-RSLT-OK                   VALUE '00'.
000190 77  WS-USAG-STATUS               PIC X(02) VALUE ZEROES.
000191     88  WS-USAG-OK                   VALUE '00'.
000192     88  WS-USAG-NOT-FOUND            VALUE '35'.
000193 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000194     88  WS-PARM-OK                   VALUE '00'.
000195     88  WS-PARM-NOT-FOUND            VALUE '35'.
000196 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000197 01  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000198 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
000199     05  WS-RUN-MONTH                PIC 9(06).
000200     05  WS-RUN-DD                   PIC 9(02).
000201*****************************************************************
000202* RUN-CONTROL LEDGER - THIS STEP'S NAME ON CALCRCTL, THE STEPS
000203* THAT MUST HAVE COMPLETED FOR THE BUSINESS DATE BEFORE IT MAY
000204* START, AND THE WORK FIELDS FOR RECORDING ITS START AND FINISH.
000205*****************************************************************
000206 77  WS-RCTL-STATUS               PIC X(02) VALUE ZEROES.
000207     88  WS-RCTL-OK                   VALUE '00'.
000208     88  WS-RCTL-NOT-FOUND            VALUE '35'.
000209 77  WS-RCPM-STATUS               PIC X(02) VALUE ZEROES.
000210     88  WS-RCPM-OK                   VALUE '00'.
000211     88  WS-RCPM-NOT-FOUND            VALUE '35'.
000212 77  WS-RCTL-SWITCH               PIC X(01) VALUE 'N'.
000213     88  WS-RCTL-STARTED              VALUE 'Y'.
000214 77  WS-RCTL-REFUSE-SWITCH        PIC X(01) VALUE 'N'.
000215     88  WS-RCTL-REFUSED              VALUE 'Y'.
000216 77  WS-RCTL-RERUN-SWITCH         PIC X(01) VALUE 'N'.
000217     88  WS-RCTL-RERUN-OK             VALUE 'Y'.
000218 77  WS-RCTL-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
000219     88  WS-RCTL-ON-FILE              VALUE 'Y'.
000220 77  WS-RCTL-CARD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000221     88  WS-RCTL-CARD-END             VALUE 'Y'.
000222 77  WS-RCTL-PROGRAM              PIC X(10) VALUE "CALCUSAC".
000223 77  WS-RCTL-BUS-DATE             PIC 9(08) VALUE ZEROES.
000224 77  WS-RCTL-RERUN-BY             PIC X(08) VALUE SPACES.
000225 77  WS-RCTL-SUB                  PIC 9(04) COMP VALUE ZERO.
000226 77  WS-RCTL-PREREQ-COUNT         PIC 9(04) COMP VALUE 1.
000227 01  WS-RCTL-PREREQ-LIST.
000228     05  FILLER                      PIC X(10) VALUE "CALCULATOR".
000229 01  WS-RCTL-PREREQ-TABLE REDEFINES WS-RCTL-PREREQ-LIST.
000230     05  WS-RCTL-PREREQ              PIC X(10) OCCURS 1 TIMES.
000231 01  WS-RCTL-TS.
000232     05  WS-RCTL-TS-DATE             PIC 9(08).
000233     05  WS-RCTL-TS-TIME             PIC 9(08).
000234 PROCEDURE DIVISION.
000235*****************************************************************
000236* 0000-MAINLINE - ROLL EVERY RESULT RECORD INTO THE USAGE FILE.
000237*****************************************************************
000238 0000-MAINLINE.
000239     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000240     PERFORM 2100-READ-RSLT THRU 2100-EXIT.
000241     PERFORM 2000-COUNT-RESULT THRU 2000-EXIT
000242         UNTIL WS-END-OF-FILE.
000243     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000244     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000245     STOP RUN.
000246*****************************************************************
000247* 1000-INITIALIZE - PICK UP THE RUN DATE, OPEN THE RESULTS AND
000248* THE USAGE FILE, CREATING THE USAGE FILE ON ITS FIRST EVER
000249* RUN.
000250*****************************************************************
000251 1000-INITIALIZE.
000252     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000253     PERFORM 1100-GET-PARM THRU 1100-EXIT.
000254     PERFORM 1500-RCTL-START THRU 1500-EXIT.
000255     OPEN INPUT CALC-RSLT-FILE.
000256     IF NOT WS-RSLT-OK
000257         DISPLAY "CANNOT OPEN CALCRSLT, STATUS " WS-RSLT-STATUS
000258         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000259     END-IF.
000260     OPEN I-O CALC-USAG-FILE.
000261     IF WS-USAG-NOT-FOUND
000262         CLOSE CALC-USAG-FILE
000263         OPEN OUTPUT CALC-USAG-FILE
000264         CLOSE CALC-USAG-FILE
000265         OPEN I-O CALC-USAG-FILE
000266     END-IF.
000267     IF NOT WS-USAG-OK
000268         DISPLAY "CANNOT OPEN CALCUSAG, STATUS " WS-USAG-STATUS
000269         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000270     END-IF.
000271 1000-EXIT.
000272     EXIT.
000273*****************************************************************
000274* 1100-GET-PARM - READ THE USACPARM CONTROL CARD FOR THE RUN
000275* DATE THE RESULTS BELONG TO. A MISSING FILE OR BLANK CARD
000276* COUNTS UNDER TODAY'S MONTH.
000277*****************************************************************
000278 1100-GET-PARM.
000279     OPEN INPUT USAC-PARM-FILE.
000280     IF WS-PARM-NOT-FOUND
000281         GO TO 1100-EXIT
000282     END-IF.
000283     IF NOT WS-PARM-OK
000284         DISPLAY "CANNOT OPEN USACPARM, STATUS " WS-PARM-STATUS
000285         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000286     END-IF.
000287     READ USAC-PARM-FILE
000288         AT END
000289             GO TO 1100-CLOSE
000290     END-READ.
000291     IF USAC-PM-RUN-DATE IS NUMERIC
000292         MOVE USAC-PM-RUN-DATE TO WS-RUN-DATE
000293     END-IF.
000294 1100-CLOSE.
000295     CLOSE USAC-PARM-FILE.
000296 1100-EXIT.
000297     EXIT.
000298*****************************************************************
000299* 1500-RCTL-START - RECORD THE START OF THIS STEP ON THE CALCRCTL
000300* RUN-CONTROL LEDGER. THE STEP IS REFUSED, BEFORE IT HAS OPENED
000301* ANY OF ITS FILES, IF THE STEPS IT DEPENDS ON HAVE NOT ALL
000302* COMPLETED FOR THE BUSINESS DATE, OR IF IT HAS ALREADY COMPLETED
000303* FOR THE DATE AND NO RCTLPARM RERUN CARD AUTHORIZES RUNNING IT
000304* AGAIN. EVERY REASON FOR REFUSING IS SHOWN.
000305*****************************************************************
000306 1500-RCTL-START.
000307     MOVE WS-RUN-DATE TO WS-RCTL-BUS-DATE.
000308     PERFORM 1510-RCTL-GET-CARDS THRU 1510-EXIT.
000309     OPEN I-O CALC-RCTL-FILE.
000310     IF WS-RCTL-NOT-FOUND
000311         CLOSE CALC-RCTL-FILE
000312         OPEN OUTPUT CALC-RCTL-FILE
000313         CLOSE CALC-RCTL-FILE
000314         OPEN I-O CALC-RCTL-FILE
000315     END-IF.
000316     IF NOT WS-RCTL-OK
000317         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000318         DISPLAY "CALCUSAC RUN TERMINATED - SEE FILE STATUS ABOVE"
000319         MOVE 8 TO RETURN-CODE
000320         STOP RUN
000321     END-IF.
000322     PERFORM 1530-RCTL-CHECK-PREREQ THRU 1530-EXIT
000323         VARYING WS-RCTL-SUB FROM 1 BY 1
000324         UNTIL WS-RCTL-SUB > WS-RCTL-PREREQ-COUNT.
000325     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000326     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000327     READ CALC-RCTL-FILE
000328         INVALID KEY
000329             MOVE 'N' TO WS-RCTL-ON-FILE-SWITCH
000330             MOVE SPACES TO CALC-RCTL-RECORD
000331             MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE
000332             MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM
000333             MOVE ZERO TO CALC-RC-RUN-COUNT
000334             GO TO 1500-RECORD-START
000335     END-READ.
000336     MOVE 'Y' TO WS-RCTL-ON-FILE-SWITCH.
000337     IF CALC-RC-STARTED
000338         DISPLAY "CALCUSAC PREVIOUS RUN FOR " WS-RCTL-BUS-DATE
000339             " DID NOT FINISH"
000340     END-IF.
000341     IF NOT CALC-RC-COMPLETE
000342         GO TO 1500-RECORD-START
000343     END-IF.
000344     IF NOT WS-RCTL-RERUN-OK
000345         DISPLAY "CALCUSAC ALREADY COMPLETED FOR "
000346             WS-RCTL-BUS-DATE
000347             " - RERUN CARD REQUIRED"
000348         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000349         GO TO 1500-RECORD-START
000350     END-IF.
000351     DISPLAY "CALCUSAC RERUN FOR " WS-RCTL-BUS-DATE
000352         " AUTHORIZED BY " WS-RCTL-RERUN-BY.
000353     MOVE WS-RCTL-RERUN-BY TO CALC-RC-RERUN-BY.
000354 1500-RECORD-START.
000355     IF WS-RCTL-REFUSED
000356         CLOSE CALC-RCTL-FILE
000357         DISPLAY "CALCUSAC RUN REFUSED BY RUN CONTROL"
000358         MOVE 8 TO RETURN-CODE
000359         STOP RUN
000360     END-IF.
000361     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000362     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000363     MOVE 'S' TO CALC-RC-STATUS.
000364     MOVE WS-RCTL-TS TO CALC-RC-START-TS.
000365     MOVE SPACES TO CALC-RC-END-TS.
000366     MOVE ZERO TO CALC-RC-RETURN-CODE.
000367     ADD 1 TO CALC-RC-RUN-COUNT.
000368     IF WS-RCTL-ON-FILE
000369         REWRITE CALC-RCTL-RECORD
000370             INVALID KEY
000371                 GO TO 1500-WRITE-ERROR
000372         END-REWRITE
000373     ELSE
000374         WRITE CALC-RCTL-RECORD
000375             INVALID KEY
000376                 GO TO 1500-WRITE-ERROR
000377         END-WRITE
000378     END-IF.
000379     CLOSE CALC-RCTL-FILE.
000380     MOVE 'Y' TO WS-RCTL-SWITCH.
000381     GO TO 1500-EXIT.
000382 1500-WRITE-ERROR.
000383     DISPLAY "CANNOT RECORD START ON CALCRCTL, STATUS "
000384         WS-RCTL-STATUS.
000385     DISPLAY "CALCUSAC RUN TERMINATED - SEE FILE STATUS ABOVE".
000386     CLOSE CALC-RCTL-FILE.
000387     MOVE 8 TO RETURN-CODE.
000388     STOP RUN.
000389 1500-EXIT.
000390     EXIT.
000391*****************************************************************
000392* 1510-RCTL-GET-CARDS - READ THE SHARED RCTLPARM RUN-CONTROL
000393* CARDS, IF ANY, FOR A BUSINESS DATE CARD AND A RERUN CARD FOR
000394* THIS STEP.
000395*****************************************************************
000396 1510-RCTL-GET-CARDS.
000397     OPEN INPUT RCTL-PARM-FILE.
000398     IF WS-RCPM-NOT-FOUND
000399         GO TO 1510-EXIT
000400     END-IF.
000401     IF NOT WS-RCPM-OK
000402         DISPLAY "CANNOT OPEN RCTLPARM, STATUS " WS-RCPM-STATUS
000403         DISPLAY "CALCUSAC RUN TERMINATED - SEE FILE STATUS ABOVE"
000404         MOVE 8 TO RETURN-CODE
000405         STOP RUN
000406     END-IF.
000407     PERFORM 1520-RCTL-READ-CARD THRU 1520-EXIT
000408         UNTIL WS-RCTL-CARD-END.
000409     CLOSE RCTL-PARM-FILE.
000410 1510-EXIT.
000411     EXIT.
000412*****************************************************************
000413* 1520-RCTL-READ-CARD - TAKE ONE RUN-CONTROL CARD. A DATE CARD
000414* SETS THE BUSINESS DATE; A RERUN CARD COUNTS ONLY IF IT NAMES
000415* THIS STEP, THE BUSINESS DATE IN FORCE AND WHO AUTHORIZED IT.
000416*****************************************************************
000417 1520-RCTL-READ-CARD.
000418     READ RCTL-PARM-FILE
000419         AT END
000420             MOVE 'Y' TO WS-RCTL-CARD-EOF-SWITCH
000421             GO TO 1520-EXIT
000422     END-READ.
000423     IF CALC-RK-DATE-CARD
000424      AND CALC-RK-BUS-DATE IS NUMERIC
000425         MOVE CALC-RK-BUS-DATE TO WS-RCTL-BUS-DATE
000426         MOVE 'N' TO WS-RCTL-RERUN-SWITCH
000427         GO TO 1520-EXIT
000428     END-IF.
000429     IF NOT CALC-RK-RERUN-CARD
000430      OR CALC-RK-PROGRAM NOT = WS-RCTL-PROGRAM
000431      OR CALC-RK-BUS-DATE NOT = WS-RCTL-BUS-DATE
000432         GO TO 1520-EXIT
000433     END-IF.
000434     IF CALC-RK-AUTH-BY = SPACES
000435         DISPLAY "CALCUSAC RERUN CARD IGNORED - NO AUTHORIZER"
000436         GO TO 1520-EXIT
000437     END-IF.
000438     MOVE 'Y' TO WS-RCTL-RERUN-SWITCH.
000439     MOVE CALC-RK-AUTH-BY TO WS-RCTL-RERUN-BY.
000440 1520-EXIT.
000441     EXIT.
000442*****************************************************************
000443* 1530-RCTL-CHECK-PREREQ - PROVE THAT ONE STEP THIS ONE DEPENDS
000444* ON HAS COMPLETED FOR THE BUSINESS DATE.
000445*****************************************************************
000446 1530-RCTL-CHECK-PREREQ.
000447     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000448     MOVE WS-RCTL-PREREQ (WS-RCTL-SUB) TO CALC-RC-PROGRAM.
000449     READ CALC-RCTL-FILE
000450         INVALID KEY
000451             DISPLAY "CALCUSAC WAITING ON "
000452                 WS-RCTL-PREREQ (WS-RCTL-SUB)
000453                 " - NOT RUN FOR " WS-RCTL-BUS-DATE
000454             MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000455             GO TO 1530-EXIT
000456     END-READ.
000457     IF NOT CALC-RC-COMPLETE
000458         DISPLAY "CALCUSAC WAITING ON "
000459             WS-RCTL-PREREQ (WS-RCTL-SUB)
000460             " - NOT COMPLETED FOR " WS-RCTL-BUS-DATE
000461         MOVE 'Y' TO WS-RCTL-REFUSE-SWITCH
000462     END-IF.
000463 1530-EXIT.
000464     EXIT.
000465*****************************************************************
000466* 2000-COUNT-RESULT - BUMP THE USAGE COUNTS FOR THE CURRENT
000467* RESULT'S MONTH, DEPARTMENT AND OPERATION CODE, ADDING THE
000468* USAGE RECORD THE FIRST TIME THE COMBINATION APPEARS, THEN
000469* READ THE NEXT RESULT. A RESULT WITH NO DEPARTMENT CANNOT BE
000470* CHARGED TO ANYONE, AND A REVERSAL RESULT IS NOT NEW WORK, SO
000471* BOTH ARE COUNTED AND SKIPPED.
000472*****************************************************************
000473 2000-COUNT-RESULT.
000474     IF CALC-RS-DEPT-CODE = SPACES
000475      OR CALC-RS-REVERSAL
000476         ADD 1 TO WS-SKIP-COUNT
000477         GO TO 2000-NEXT
000478     END-IF.
000479     MOVE WS-RUN-MONTH      TO CALC-US-MONTH.
000480     MOVE CALC-RS-DEPT-CODE TO CALC-US-DEPT-CODE.
000481     MOVE CALC-RS-VAR-01    TO CALC-US-OP-CODE.
000482     READ CALC-USAG-FILE
000483         INVALID KEY
000484             PERFORM 2200-ADD-USAGE THRU 2200-EXIT
000485             GO TO 2000-NEXT
000486     END-READ.
000487     PERFORM 2300-BUMP-USAGE THRU 2300-EXIT.
000488 2000-NEXT.
000489     PERFORM 2100-READ-RSLT THRU 2100-EXIT.
000490 2000-EXIT.
000491     EXIT.
000492*****************************************************************
000493* 2100-READ-RSLT - READ THE NEXT RESULT RECORD.
000494*****************************************************************
000495 2100-READ-RSLT.
000496     READ CALC-RSLT-FILE
000497         AT END
000498             MOVE 'Y' TO WS-EOF-SWITCH
000499         NOT AT END
000500             ADD 1 TO WS-READ-COUNT
000501     END-READ.
000502 2100-EXIT.
000503     EXIT.
000504*****************************************************************
000505* 2200-ADD-USAGE - FIRST RESULT THIS MONTH FOR THIS DEPARTMENT
000506* AND OPERATION - START ITS USAGE RECORD AT ONE.
000507*****************************************************************
000508 2200-ADD-USAGE.
000509     MOVE SPACES TO CALC-USAG-RECORD.
000510     MOVE WS-RUN-MONTH      TO CALC-US-MONTH.
000511     MOVE CALC-RS-DEPT-CODE TO CALC-US-DEPT-CODE.
000512     MOVE CALC-RS-VAR-01    TO CALC-US-OP-CODE.
000513     MOVE ZERO TO CALC-US-OK-COUNT.
000514     MOVE ZERO TO CALC-US-ERR-COUNT.
000515     IF CALC-RS-OK
000516         ADD 1 TO CALC-US-OK-COUNT
000517     ELSE
000518         ADD 1 TO CALC-US-ERR-COUNT
000519     END-IF.
000520     WRITE CALC-USAG-RECORD
000521         INVALID KEY
000522             DISPLAY "CALCUSAC CANNOT ADD KEY " CALC-US-KEY
000523                 ", STATUS " WS-USAG-STATUS
000524             ADD 1 TO WS-SKIP-COUNT
000525             GO TO 2200-EXIT
000526     END-WRITE.
000527     ADD 1 TO WS-ADD-COUNT.
000528 2200-EXIT.
000529     EXIT.
000530*****************************************************************
000531* 2300-BUMP-USAGE - THE USAGE RECORD IS ALREADY ON FILE - BUMP
000532* THE RIGHT COUNT AND REWRITE IT.
000533*****************************************************************
000534 2300-BUMP-USAGE.
000535     IF CALC-RS-OK
000536         ADD 1 TO CALC-US-OK-COUNT
000537     ELSE
000538         ADD 1 TO CALC-US-ERR-COUNT
000539     END-IF.
000540     REWRITE CALC-USAG-RECORD
000541         INVALID KEY
000542             DISPLAY "CALCUSAC CANNOT REWRITE KEY " CALC-US-KEY
000543                 ", STATUS " WS-USAG-STATUS
000544             ADD 1 TO WS-SKIP-COUNT
000545             GO TO 2300-EXIT
000546     END-REWRITE.
000547     ADD 1 TO WS-BUMP-COUNT.
000548 2300-EXIT.
000549     EXIT.
000550*****************************************************************
000551* 8000-WRAPUP - CLOSE THE FILES AND SHOW THE ACCUMULATION
000552* TOTALS.
000553*****************************************************************
000554 8000-WRAPUP.
000555     CLOSE CALC-RSLT-FILE.
000556     CLOSE CALC-USAG-FILE.
000557     MOVE WS-READ-COUNT TO WS-COUNT-EDIT.
000558     DISPLAY "CALCUSAC RESULTS READ . . . " WS-COUNT-EDIT.
000559     MOVE WS-ADD-COUNT TO WS-COUNT-EDIT.
000560     DISPLAY "CALCUSAC USAGE KEYS ADDED . " WS-COUNT-EDIT.
000561     MOVE WS-BUMP-COUNT TO WS-COUNT-EDIT.
000562     DISPLAY "CALCUSAC USAGE KEYS BUMPED  " WS-COUNT-EDIT.
000563     MOVE WS-SKIP-COUNT TO WS-COUNT-EDIT.
000564     DISPLAY "CALCUSAC RESULTS SKIPPED  . " WS-COUNT-EDIT.
000565 8000-EXIT.
000566     EXIT.
000567*****************************************************************
000568* 8900-RCTL-FINISH - RECORD THE FINISH OF THIS STEP AND ITS
000569* RETURN CODE ON THE CALCRCTL LEDGER. RETURN CODE 0 OR 4 IS
000570* COMPLETED; 8 OR HIGHER IS FAILED. A STEP REFUSED OR STOPPED
000571* BEFORE ITS START WAS RECORDED LEAVES THE LEDGER ALONE.
000572*****************************************************************
000573 8900-RCTL-FINISH.
000574     IF NOT WS-RCTL-STARTED
000575         GO TO 8900-EXIT
000576     END-IF.
000577     MOVE 'N' TO WS-RCTL-SWITCH.
000578     OPEN I-O CALC-RCTL-FILE.
000579     IF NOT WS-RCTL-OK
000580         DISPLAY "CANNOT OPEN CALCRCTL, STATUS " WS-RCTL-STATUS
000581         DISPLAY "CALCUSAC FINISH NOT RECORDED ON CALCRCTL"
000582         GO TO 8900-EXIT
000583     END-IF.
000584     MOVE WS-RCTL-BUS-DATE TO CALC-RC-BUS-DATE.
000585     MOVE WS-RCTL-PROGRAM TO CALC-RC-PROGRAM.
000586     READ CALC-RCTL-FILE
000587         INVALID KEY
000588             DISPLAY "CALCUSAC FINISH NOT RECORDED ON CALCRCTL"
000589             GO TO 8900-CLOSE
000590     END-READ.
000591     ACCEPT WS-RCTL-TS-DATE FROM DATE YYYYMMDD.
000592     ACCEPT WS-RCTL-TS-TIME FROM TIME.
000593     MOVE WS-RCTL-TS TO CALC-RC-END-TS.
000594     MOVE RETURN-CODE TO CALC-RC-RETURN-CODE.
000595     IF RETURN-CODE < 8
000596         MOVE 'C' TO CALC-RC-STATUS
000597     ELSE
000598         MOVE 'F' TO CALC-RC-STATUS
000599     END-IF.
000600     REWRITE CALC-RCTL-RECORD
000601         INVALID KEY
000602             DISPLAY "CANNOT RECORD FINISH ON CALCRCTL, STATUS "
000603                 WS-RCTL-STATUS
000604     END-REWRITE.
000605 8900-CLOSE.
000606     CLOSE CALC-RCTL-FILE.
000607 8900-EXIT.
000608     EXIT.
000609*****************************************************************
000610* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000611* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000612* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000613*****************************************************************
000614 9900-OPEN-ERROR.
000615     DISPLAY "CALCUSAC RUN TERMINATED - SEE FILE STATUS ABOVE".
000616     MOVE 8 TO RETURN-CODE.
000617     CLOSE CALC-RSLT-FILE.
000618     CLOSE CALC-USAG-FILE.
000619     CLOSE USAC-PARM-FILE.
000620     PERFORM 8900-RCTL-FINISH THRU 8900-EXIT.
000621     STOP RUN.
000622 9900-EXIT.
000623     EXIT.
