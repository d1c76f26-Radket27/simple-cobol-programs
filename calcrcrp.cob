000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. CALCRCRP.
000102 AUTHOR. R. ADKET.
000103 INSTALLATION. ACCOUNTING SYSTEMS.
000104 DATE-WRITTEN. 10/15/2026.
000105 DATE-COMPILED.
000106*****************************************************************
000107* MODIFICATION HISTORY
000108*-----------------------------------------------------------------
000109* DATE        INIT  DESCRIPTION
000110* 2026-10-15  RA    INITIAL VERSION - DAILY STREAM STATUS REPORT
000111*                   FROM THE CALCRCTL RUN-CONTROL LEDGER. EVERY
000112*                   STEP OF THE DAILY STREAM IS LISTED IN RUN
000113*                   ORDER FOR THE BUSINESS DATE ON THE RCRPPARM
000114*                   CARD (DEFAULT TODAY) WITH ITS STATUS, RETURN
000115*                   CODE, RUN COUNT, START AND FINISH TIMES AND
000116*                   WHO AUTHORIZED ANY RERUN - A STEP WITH NO
000117*                   LEDGER ENTRY SHOWS AS NOT RUN - FOLLOWED BY
000118*                   THE FIRST STEP THAT HAS NOT COMPLETED, SO THE
000119*                   NIGHT OPERATOR CAN SEE WHERE THE STREAM
000120*                   STOPPED.
000121*****************************************************************
000122 ENVIRONMENT DIVISION.
000123 INPUT-OUTPUT SECTION.
000124 FILE-CONTROL.
000125     SELECT CALC-RCTL-FILE   ASSIGN TO "CALCRCTL"
000126         ORGANIZATION IS INDEXED
000127         ACCESS MODE IS RANDOM
000128         RECORD KEY IS CALC-RC-KEY
000129         FILE STATUS IS WS-RCTL-STATUS.
000130     SELECT RCRP-PARM-FILE   ASSIGN TO "RCRPPARM"
000131         ORGANIZATION IS LINE SEQUENTIAL
000132         FILE STATUS IS WS-PARM-STATUS.
000133     SELECT RCRP-RPT-FILE    ASSIGN TO "RCRPRPT"
000134         ORGANIZATION IS LINE SEQUENTIAL
000135         FILE STATUS IS WS-RPT-STATUS.
000136 DATA DIVISION.
000137 FILE SECTION.
000138 FD  CALC-RCTL-FILE
000139     LABEL RECORDS ARE STANDARD.
000140     COPY CALCRCTL.
000141 FD  RCRP-PARM-FILE
000142     LABEL RECORDS ARE STANDARD.
000143 01  RCRP-PARM-RECORD.
000144     05  RCRP-PM-BUS-DATE        PIC X(08).
000145     05  FILLER                  PIC X(72).
000146 FD  RCRP-RPT-FILE
000147     LABEL RECORDS ARE STANDARD.
000148 01  RCRP-RPT-RECORD                PIC X(80).
000149 WORKING-STORAGE SECTION.
000150*****************************************************************
000151* SWITCHES AND COUNTERS.
000152*****************************************************************
000153 77  WS-LEDGER-SWITCH             PIC X(01) VALUE 'N'.
000154     88  WS-LEDGER-OPEN               VALUE 'Y'.
000155 77  WS-STOPPED-SWITCH            PIC X(01) VALUE 'N'.
000156     88  WS-STOP-FOUND                VALUE 'Y'.
000157 77  WS-COMPLETE-COUNT            PIC 9(09) COMP VALUE ZERO.
000158 77  WS-FAILED-COUNT              PIC 9(09) COMP VALUE ZERO.
000159 77  WS-STARTED-COUNT             PIC 9(09) COMP VALUE ZERO.
000160 77  WS-NOT-RUN-COUNT             PIC 9(09) COMP VALUE ZERO.
000161 77  WS-RCTL-STATUS               PIC X(02) VALUE ZEROES.
000162     88  WS-RCTL-OK                   VALUE '00'.
000163     88  WS-RCTL-NOT-FOUND            VALUE '35'.
000164 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000165     88  WS-PARM-OK                   VALUE '00'.
000166     88  WS-PARM-NOT-FOUND            VALUE '35'.
000167 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000168     88  WS-RPT-OK                    VALUE '00'.
000169 77  WS-BUS-DATE                  PIC 9(08) VALUE ZEROES.
000170 77  WS-STOPPED-AT                PIC X(10) VALUE SPACES.
000171 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000172*****************************************************************
000173* THE STEPS OF THE DAILY STREAM IN THE ORDER THEY RUN. CALCRSLD
000174* AND CALCUSAC BOTH FOLLOW CALCULATOR AND MAY RUN EITHER WAY
000175* ROUND.
000176*****************************************************************
000177 77  WS-STEP-COUNT                PIC 9(04) COMP VALUE 10.
000178 77  WS-STEP-SUB                  PIC 9(04) COMP VALUE ZERO.
000179 01  WS-STEP-LIST.
000180     05  FILLER                      PIC X(10) VALUE "CALCSGEN".
000181     05  FILLER                      PIC X(10) VALUE "CALCMRGE".
000182     05  FILLER                      PIC X(10) VALUE "CALCEDIT".
000183     05  FILLER                      PIC X(10) VALUE "CALCULATOR".
000184     05  FILLER                      PIC X(10) VALUE "CALCRSLD".
000185     05  FILLER                      PIC X(10) VALUE "CALCUSAC".
000186     05  FILLER                      PIC X(10) VALUE "CALCGLEX".
000187     05  FILLER                      PIC X(10) VALUE "CALCSAPR".
000188     05  FILLER                      PIC X(10) VALUE "CALCGLRC".
000189     05  FILLER                      PIC X(10) VALUE "CALCEODB".
000190 01  WS-STEP-TABLE REDEFINES WS-STEP-LIST.
000191     05  WS-STEP-NAME                PIC X(10) OCCURS 10 TIMES.
000192*****************************************************************
000193* A LEDGER TIMESTAMP, SPLIT FOR PRINTING.
000194*****************************************************************
000195 01  WS-TS-WORK.
000196     05  WS-TS-DATE                  PIC X(08).
000197     05  WS-TS-HHMMSS                PIC X(06).
000198     05  FILLER                      PIC X(02).
000199*****************************************************************
000200* REPORT LINES.
000201*****************************************************************
000202 01  WS-RPT-HEADING-1.
000203     05  FILLER                      PIC X(30)
000204         VALUE "DAILY STREAM STATUS           ".
000205     05  FILLER                      PIC X(14)
000206         VALUE "BUSINESS DATE ".
000207     05  WS-RPT-BUS-DATE              PIC 9(08).
000208 01  WS-RPT-HEADING-2.
000209     05  FILLER                      PIC X(12) VALUE "STEP".
000210     05  FILLER                      PIC X(11) VALUE "STATUS".
000211     05  FILLER                      PIC X(06) VALUE "  RC".
000212     05  FILLER                      PIC X(05) VALUE "RUNS".
000213     05  FILLER                      PIC X(17) VALUE "STARTED".
000214     05  FILLER                      PIC X(17) VALUE "FINISHED".
000215     05  FILLER                      PIC X(08) VALUE "RERUN BY".
000216 01  WS-RPT-STEP-LINE.
000217     05  WS-RPT-STEP                  PIC X(10).
000218     05  FILLER                      PIC X(02) VALUE SPACES.
000219     05  WS-RPT-STEP-STATUS           PIC X(10).
000220     05  FILLER                      PIC X(01) VALUE SPACES.
000221     05  WS-RPT-RC                    PIC ZZZ9.
000222     05  WS-RPT-RC-X REDEFINES WS-RPT-RC
000223                                      PIC X(04).
000224     05  FILLER                      PIC X(02) VALUE SPACES.
000225     05  WS-RPT-RUNS                  PIC ZZ9.
000226     05  WS-RPT-RUNS-X REDEFINES WS-RPT-RUNS
000227                                      PIC X(03).
000228     05  FILLER                      PIC X(02) VALUE SPACES.
000229     05  WS-RPT-START-DATE            PIC X(08).
000230     05  FILLER                      PIC X(01) VALUE SPACES.
000231     05  WS-RPT-START-TIME            PIC X(06).
000232     05  FILLER                      PIC X(02) VALUE SPACES.
000233     05  WS-RPT-END-DATE              PIC X(08).
000234     05  FILLER                      PIC X(01) VALUE SPACES.
000235     05  WS-RPT-END-TIME              PIC X(06).
000236     05  FILLER                      PIC X(02) VALUE SPACES.
000237     05  WS-RPT-RERUN-BY              PIC X(08).
000238 01  WS-RPT-BLANK-LINE.
000239     05  FILLER                      PIC X(20) VALUE SPACES.
000240 01  WS-RPT-MSG-LINE.
000241     05  WS-RPT-MSG                   PIC X(60).
000242 01  WS-RPT-STOP-LINE.
000243     05  FILLER                      PIC X(22)
000244         VALUE "STREAM STOPPED AT  . ".
000245     05  WS-RPT-STOPPED-AT            PIC X(10).
000246 01  WS-RPT-COMPLETE-LINE.
000247     05  FILLER                      PIC X(22)
000248         VALUE "STEPS COMPLETED  . . ".
000249     05  WS-RPT-COMPLETE-COUNT        PIC ZZZ,ZZZ,ZZ9.
000250 01  WS-RPT-FAILED-LINE.
000251     05  FILLER                      PIC X(22)
000252         VALUE "STEPS FAILED . . . . ".
000253     05  WS-RPT-FAILED-COUNT          PIC ZZZ,ZZZ,ZZ9.
000254 01  WS-RPT-STARTED-LINE.
000255     05  FILLER                      PIC X(22)
000256         VALUE "STARTED, NOT FINISHED".
000257     05  WS-RPT-STARTED-COUNT         PIC ZZZ,ZZZ,ZZ9.
000258 01  WS-RPT-NOT-RUN-LINE.
000259     05  FILLER                      PIC X(22)
000260         VALUE "STEPS NOT RUN  . . . ".
000261     05  WS-RPT-NOT-RUN-COUNT         PIC ZZZ,ZZZ,ZZ9.
000262 PROCEDURE DIVISION.
000263*****************************************************************
000264* 0000-MAINLINE - LIST EVERY STEP OF THE STREAM FOR THE DATE.
000265*****************************************************************
000266 0000-MAINLINE.
000267     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000268     PERFORM 2000-LIST-STEP THRU 2000-EXIT
000269         VARYING WS-STEP-SUB FROM 1 BY 1
000270         UNTIL WS-STEP-SUB > WS-STEP-COUNT.
000271     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000272     STOP RUN.
000273*****************************************************************
000274* 1000-INITIALIZE - PICK UP THE BUSINESS DATE, OPEN THE LEDGER
000275* AND THE REPORT AND WRITE THE HEADINGS. NO LEDGER YET MEANS
000276* NOTHING HAS RUN - EVERY STEP PRINTS AS NOT RUN.
000277*****************************************************************
000278 1000-INITIALIZE.
000279     ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD.
000280     PERFORM 1100-GET-PARM THRU 1100-EXIT.
000281     OPEN OUTPUT RCRP-RPT-FILE.
000282     IF NOT WS-RPT-OK
000283         DISPLAY "CANNOT OPEN RCRPRPT, STATUS " WS-RPT-STATUS
000284         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000285     END-IF.
000286     MOVE WS-BUS-DATE TO WS-RPT-BUS-DATE.
000287     WRITE RCRP-RPT-RECORD FROM WS-RPT-HEADING-1.
000288     WRITE RCRP-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000289     OPEN INPUT CALC-RCTL-FILE.
000290     IF WS-RCTL-NOT-FOUND
000291         MOVE "*** NO RUN-CONTROL LEDGER ON FILE ***"
000292             TO WS-RPT-MSG
000293         WRITE RCRP-RPT-RECORD FROM WS-RPT-MSG-LINE
000294         WRITE RCRP-RPT-RECORD FROM WS-RPT-BLANK-LINE
000295     ELSE
000296         IF NOT WS-RCTL-OK
000297             DISPLAY "CANNOT OPEN CALCRCTL, STATUS "
000298                 WS-RCTL-STATUS
000299             PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000300         END-IF
000301         MOVE 'Y' TO WS-LEDGER-SWITCH
000302     END-IF.
000303     WRITE RCRP-RPT-RECORD FROM WS-RPT-HEADING-2.
000304 1000-EXIT.
000305     EXIT.
000306*****************************************************************
000307* 1100-GET-PARM - READ THE RCRPPARM CONTROL CARD FOR THE
000308* BUSINESS DATE. A MISSING FILE OR BLANK CARD USES TODAY.
000309*****************************************************************
000310 1100-GET-PARM.
000311     OPEN INPUT RCRP-PARM-FILE.
000312     IF WS-PARM-NOT-FOUND
000313         GO TO 1100-EXIT
000314     END-IF.
000315     IF NOT WS-PARM-OK
000316         DISPLAY "CANNOT OPEN RCRPPARM, STATUS " WS-PARM-STATUS
000317         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000318     END-IF.
000319     READ RCRP-PARM-FILE
000320         AT END
000321             GO TO 1100-CLOSE
000322     END-READ.
000323     IF RCRP-PM-BUS-DATE IS NUMERIC
000324         MOVE RCRP-PM-BUS-DATE TO WS-BUS-DATE
000325     END-IF.
000326 1100-CLOSE.
000327     CLOSE RCRP-PARM-FILE.
000328 1100-EXIT.
000329     EXIT.
000330*****************************************************************
000331* 2000-LIST-STEP - LOOK ONE STEP UP ON THE LEDGER AND PRINT IT.
000332* THE FIRST STEP THAT HAS NOT COMPLETED IS WHERE THE STREAM
000333* STOPPED.
000334*****************************************************************
000335 2000-LIST-STEP.
000336     MOVE SPACES TO WS-RPT-STEP-LINE.
000337     MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-RPT-STEP.
000338     IF NOT WS-LEDGER-OPEN
000339         GO TO 2000-NOT-RUN
000340     END-IF.
000341     MOVE WS-BUS-DATE TO CALC-RC-BUS-DATE.
000342     MOVE WS-STEP-NAME (WS-STEP-SUB) TO CALC-RC-PROGRAM.
000343     READ CALC-RCTL-FILE
000344         INVALID KEY
000345             GO TO 2000-NOT-RUN
000346     END-READ.
000347     EVALUATE TRUE
000348         WHEN CALC-RC-COMPLETE
000349             MOVE "COMPLETED" TO WS-RPT-STEP-STATUS
000350             ADD 1 TO WS-COMPLETE-COUNT
000351         WHEN CALC-RC-FAILED
000352             MOVE "FAILED" TO WS-RPT-STEP-STATUS
000353             ADD 1 TO WS-FAILED-COUNT
000354         WHEN OTHER
000355             MOVE "STARTED" TO WS-RPT-STEP-STATUS
000356             ADD 1 TO WS-STARTED-COUNT
000357     END-EVALUATE.
000358     MOVE CALC-RC-RUN-COUNT TO WS-RPT-RUNS.
000359     MOVE CALC-RC-START-TS TO WS-TS-WORK.
000360     MOVE WS-TS-DATE TO WS-RPT-START-DATE.
000361     MOVE WS-TS-HHMMSS TO WS-RPT-START-TIME.
000362     MOVE CALC-RC-RERUN-BY TO WS-RPT-RERUN-BY.
000363     IF CALC-RC-STARTED
000364         GO TO 2000-PRINT
000365     END-IF.
000366     MOVE CALC-RC-RETURN-CODE TO WS-RPT-RC.
000367     MOVE CALC-RC-END-TS TO WS-TS-WORK.
000368     MOVE WS-TS-DATE TO WS-RPT-END-DATE.
000369     MOVE WS-TS-HHMMSS TO WS-RPT-END-TIME.
000370     GO TO 2000-PRINT.
000371 2000-NOT-RUN.
000372     MOVE "NOT RUN" TO WS-RPT-STEP-STATUS.
000373     ADD 1 TO WS-NOT-RUN-COUNT.
000374 2000-PRINT.
000375     WRITE RCRP-RPT-RECORD FROM WS-RPT-STEP-LINE.
000376     IF WS-RPT-STEP-STATUS NOT = "COMPLETED"
000377      AND NOT WS-STOP-FOUND
000378         MOVE WS-STEP-NAME (WS-STEP-SUB) TO WS-STOPPED-AT
000379         MOVE 'Y' TO WS-STOPPED-SWITCH
000380     END-IF.
000381 2000-EXIT.
000382     EXIT.
000383*****************************************************************
000384* 8000-WRAPUP - PRINT WHERE THE STREAM STOPPED AND THE STEP
000385* COUNTS, AND CLOSE THE FILES.
000386*****************************************************************
000387 8000-WRAPUP.
000388     WRITE RCRP-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000389     IF WS-STOP-FOUND
000390         MOVE WS-STOPPED-AT TO WS-RPT-STOPPED-AT
000391         WRITE RCRP-RPT-RECORD FROM WS-RPT-STOP-LINE
000392     ELSE
000393         MOVE "*** EVERY STEP COMPLETED ***" TO WS-RPT-MSG
000394         WRITE RCRP-RPT-RECORD FROM WS-RPT-MSG-LINE
000395     END-IF.
000396     MOVE WS-COMPLETE-COUNT TO WS-RPT-COMPLETE-COUNT.
000397     WRITE RCRP-RPT-RECORD FROM WS-RPT-COMPLETE-LINE.
000398     MOVE WS-FAILED-COUNT TO WS-RPT-FAILED-COUNT.
000399     WRITE RCRP-RPT-RECORD FROM WS-RPT-FAILED-LINE.
000400     MOVE WS-STARTED-COUNT TO WS-RPT-STARTED-COUNT.
000401     WRITE RCRP-RPT-RECORD FROM WS-RPT-STARTED-LINE.
000402     MOVE WS-NOT-RUN-COUNT TO WS-RPT-NOT-RUN-COUNT.
000403     WRITE RCRP-RPT-RECORD FROM WS-RPT-NOT-RUN-LINE.
000404     IF WS-LEDGER-OPEN
000405         CLOSE CALC-RCTL-FILE
000406     END-IF.
000407     CLOSE RCRP-RPT-FILE.
000408     IF WS-STOP-FOUND
000409         DISPLAY "CALCRCRP STREAM FOR " WS-BUS-DATE
000410             " STOPPED AT " WS-STOPPED-AT
000411     ELSE
000412         DISPLAY "CALCRCRP STREAM FOR " WS-BUS-DATE
000413             " EVERY STEP COMPLETED"
000414     END-IF.
000415 8000-EXIT.
000416     EXIT.
000417*****************************************************************
000418* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000419* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000420* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000421*****************************************************************
000422 9900-OPEN-ERROR.
000423     DISPLAY "CALCRCRP RUN TERMINATED - SEE FILE STATUS ABOVE".
000424     MOVE 8 TO RETURN-CODE.
000425     CLOSE CALC-RCTL-FILE.
000426     CLOSE RCRP-PARM-FILE.
000427     CLOSE RCRP-RPT-FILE.
000428     STOP RUN.
000429 9900-EXIT.
000430     EXIT.
