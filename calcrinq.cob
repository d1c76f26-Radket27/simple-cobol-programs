000121*                   OP VAR-2 WILL NOT REPRODUCE THE FINAL
000122*                   FIGURE ON A DESK CALCULATOR AND THE READER
000123*                   MUST KNOW WHY.
000124* 2026-10-15  RA    A RESULT SINCE BACKED OUT BY A REVERSAL
000125*                   RECORD PRINTS REVERSED (REV CHAIN FOR A
000126*                   TWO-STEP FIGURE) IN THE STATUS COLUMN - THE
000127*                   FIGURE SHOWN WAS POSTED AND THEN OFFSET.
000128*****************************************************************
000129 ENVIRONMENT DIVISION.
000130 INPUT-OUTPUT SECTION.
000131 FILE-CONTROL.
000132     SELECT CALC-RSLX-FILE   ASSIGN TO "CALCRSLX"
000133         ORGANIZATION IS INDEXED
000134         ACCESS MODE IS RANDOM
000135         RECORD KEY IS CALC-RX-TRANS-ID
000136         FILE STATUS IS WS-RSLX-STATUS.
000137     SELECT RINQ-PARM-FILE   ASSIGN TO "RINQPARM"
000138         ORGANIZATION IS LINE SEQUENTIAL
000139         FILE STATUS IS WS-PARM-STATUS.
000140     SELECT RINQ-RPT-FILE    ASSIGN TO "RINQRPT"
000141         ORGANIZATION IS LINE SEQUENTIAL
000142         FILE STATUS IS WS-RPT-STATUS.
000143 DATA DIVISION.
000144 FILE SECTION.
000145 FD  CALC-RSLX-FILE
000146     LABEL RECORDS ARE STANDARD.
000147     COPY CALCRSLX.
000148 FD  RINQ-PARM-FILE
000149     LABEL RECORDS ARE STANDARD.
000150 01  RINQ-PARM-RECORD.
000151     05  RINQ-PM-TRANS-ID        PIC X(08).
000152     05  FILLER                  PIC X(72).
000153 FD  RINQ-RPT-FILE
000154     LABEL RECORDS ARE STANDARD.
000155 01  RINQ-RPT-RECORD                PIC X(80).
000156 WORKING-STORAGE SECTION.
000157*****************************************************************
000158* SWITCHES AND COUNTERS.
000159*****************************************************************
000160 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000161     88  WS-END-OF-FILE               VALUE 'Y'.
000162 77  WS-ASKED-COUNT               PIC 9(09) COMP VALUE ZERO.
000163 77  WS-FOUND-COUNT               PIC 9(09) COMP VALUE ZERO.
000164 77  WS-MISSING-COUNT             PIC 9(09) COMP VALUE ZERO.
000165 77  WS-RSLX-STATUS               PIC X(02) VALUE ZEROES.
000166     88  WS-RSLX-OK                   VALUE '00'.
000167 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000168     88  WS-PARM-OK                   VALUE '00'.
000169 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000170     88  WS-RPT-OK                    VALUE '00'.
000171 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000172*****************************************************************
000173* PRINTED REPORT LINES.
000174*****************************************************************
000175 01  WS-RPT-HEADING-1.
000176     05  FILLER                      PIC X(26)
000177         VALUE "KEYED RESULT INQUIRY".
000178 01  WS-RPT-HEADING-2.
000179     05  FILLER                      PIC X(10) VALUE "TRANS ID".
000180     05  FILLER                      PIC X(06) VALUE "DEPT".
000181     05  FILLER                      PIC X(14) VALUE "VAR-1".
000182     05  FILLER                      PIC X(03) VALUE SPACES.
000183     05  FILLER                      PIC X(14) VALUE "VAR-2".
000184     05  FILLER                      PIC X(03) VALUE SPACES.
000185     05  FILLER                      PIC X(04) VALUE "OP".
000186     05  FILLER                      PIC X(14) VALUE "RESULT".
000187     05  FILLER                      PIC X(03) VALUE SPACES.
000188     05  FILLER                      PIC X(06) VALUE "STATUS".
000189 01  WS-RPT-DETAIL-LINE.
000190     05  WS-RPT-TRANS-ID              PIC X(08).
000191     05  FILLER                      PIC X(02) VALUE SPACES.
000192     05  WS-RPT-DEPT                  PIC X(04).
000193     05  FILLER                      PIC X(02) VALUE SPACES.
000194     05  WS-RPT-VAR-1                 PIC ---,---,--9.99.
000195     05  FILLER                      PIC X(03) VALUE SPACES.
000196     05  WS-RPT-VAR-2                 PIC ---,---,--9.99.
000197     05  FILLER                      PIC X(03) VALUE SPACES.
000198     05  WS-RPT-OP                    PIC X(01).
000199     05  FILLER                      PIC X(03) VALUE SPACES.
000200     05  WS-RPT-RESULT                PIC ---,---,--9.99.
000201     05  FILLER                      PIC X(03) VALUE SPACES.
000202     05  WS-RPT-STATUS-TXT            PIC X(09).
000203 01  WS-RPT-MISSING-LINE.
000204     05  WS-RPT-MISS-ID               PIC X(08).
000205     05  FILLER                      PIC X(02) VALUE SPACES.
000206     05  FILLER                      PIC X(24)
000207         VALUE "*** NOT ON FILE ***".
000208 01  WS-RPT-BLANK-LINE.
000209     05  FILLER                      PIC X(20) VALUE SPACES.
000210 01  WS-RPT-ASKED-LINE.
000211     05  FILLER                      PIC X(22)
000212         VALUE "IDS REQUESTED  . . . ".
000213     05  WS-RPT-ASKED-COUNT           PIC ZZZ,ZZZ,ZZ9.
000214 01  WS-RPT-FOUND-LINE.
000215     05  FILLER                      PIC X(22)
000216         VALUE "RESULTS FOUND  . . . ".
000217     05  WS-RPT-FOUND-COUNT           PIC ZZZ,ZZZ,ZZ9.
000218 01  WS-RPT-MISS-CNT-LINE.
000219     05  FILLER                      PIC X(22)
000220         VALUE "NOT ON FILE  . . . . ".
000221     05  WS-RPT-MISS-COUNT            PIC ZZZ,ZZZ,ZZ9.
000222 PROCEDURE DIVISION.
000223*****************************************************************
000224* 0000-MAINLINE - LOOK UP EVERY REQUESTED TRANSACTION ID AND
000225* PRINT WHAT WAS FOUND.
000226*****************************************************************
000227 0000-MAINLINE.
000228     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000229     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000230     PERFORM 2000-LOOKUP-ONE THRU 2000-EXIT
000231         UNTIL WS-END-OF-FILE.
000232     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000233     STOP RUN.
000234*****************************************************************
000235* 1000-INITIALIZE - OPEN THE FILES AND WRITE THE HEADINGS.
000236*****************************************************************
000237 1000-INITIALIZE.
000238     OPEN INPUT CALC-RSLX-FILE.
000239     IF NOT WS-RSLX-OK
000240         DISPLAY "CANNOT OPEN CALCRSLX, STATUS " WS-RSLX-STATUS
000241         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000242     END-IF.
000243     OPEN INPUT RINQ-PARM-FILE.
000244     IF NOT WS-PARM-OK
000245         DISPLAY "CANNOT OPEN RINQPARM, STATUS " WS-PARM-STATUS
000246         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000247     END-IF.
000248     OPEN OUTPUT RINQ-RPT-FILE.
000249     IF NOT WS-RPT-OK
000250         DISPLAY "CANNOT OPEN RINQRPT, STATUS " WS-RPT-STATUS
000251         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000252     END-IF.
000253     WRITE RINQ-RPT-RECORD FROM WS-RPT-HEADING-1.
000254     WRITE RINQ-RPT-RECORD FROM WS-RPT-HEADING-2.
000255 1000-EXIT.
000256     EXIT.
000257*****************************************************************
000258* 2000-LOOKUP-ONE - FETCH THE RESULT FOR THE CURRENT CARD'S
000259* TRANSACTION ID AND PRINT IT, OR PRINT A NOT-ON-FILE LINE,
000260* THEN READ THE NEXT CARD. A BLANK CARD IS SKIPPED.
000261*****************************************************************
000262 2000-LOOKUP-ONE.
000263     IF RINQ-PM-TRANS-ID = SPACES
000264         GO TO 2000-NEXT
000265     END-IF.
000266     ADD 1 TO WS-ASKED-COUNT.
000267     MOVE RINQ-PM-TRANS-ID TO CALC-RX-TRANS-ID.
000268     READ CALC-RSLX-FILE
000269         INVALID KEY
000270             PERFORM 2300-PRINT-MISSING THRU 2300-EXIT
000271         NOT INVALID KEY
000272             PERFORM 2200-PRINT-RESULT THRU 2200-EXIT
000273     END-READ.
000274 2000-NEXT.
000275     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000276 2000-EXIT.
000277     EXIT.
000278*****************************************************************
000279* 2100-READ-PARM - READ THE NEXT INQUIRY CARD.
000280*****************************************************************
000281 2100-READ-PARM.
000282     READ RINQ-PARM-FILE
000283         AT END
000284             MOVE 'Y' TO WS-EOF-SWITCH
000285     END-READ.
000286 2100-EXIT.
000287     EXIT.
000288*****************************************************************
000289* 2200-PRINT-RESULT - PRINT THE RESULT RECORD JUST FETCHED.
000290* A REVERSED RESULT SAYS SO IN PLACE OF ITS OK STATUS.
000291*****************************************************************
000292 2200-PRINT-RESULT.
000293     ADD 1 TO WS-FOUND-COUNT.
000294     MOVE CALC-RX-TRANS-ID  TO WS-RPT-TRANS-ID.
000295     MOVE CALC-RX-DEPT-CODE TO WS-RPT-DEPT.
000296     MOVE CALC-RX-VAR-1     TO WS-RPT-VAR-1.
000297     MOVE CALC-RX-VAR-2     TO WS-RPT-VAR-2.
000298     MOVE CALC-RX-VAR-01    TO WS-RPT-OP.
000299     MOVE CALC-RX-VAR-SUM   TO WS-RPT-RESULT.
000300     IF CALC-RX-OK
000301         IF CALC-RX-CHAINED
000302             MOVE "OK CHAIN" TO WS-RPT-STATUS-TXT
000303         ELSE
000304             MOVE "OK" TO WS-RPT-STATUS-TXT
000305         END-IF
000306     ELSE
000307         IF CALC-RX-CHAINED
000308             MOVE "ERR CHAIN" TO WS-RPT-STATUS-TXT
000309         ELSE
000310             MOVE "ERROR" TO WS-RPT-STATUS-TXT
000311         END-IF
000312     END-IF.
000313     IF CALC-RX-REVERSED
000314         IF CALC-RX-CHAINED
000315             MOVE "REV CHAIN" TO WS-RPT-STATUS-TXT
000316         ELSE
000317             MOVE "REVERSED" TO WS-RPT-STATUS-TXT
000318         END-IF
000319     END-IF.
000320     WRITE RINQ-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
000321 2200-EXIT.
000322     EXIT.
000323*****************************************************************
000324* 2300-PRINT-MISSING - THE REQUESTED ID IS NOT ON THE KEYED
000325* FILE.
000326*****************************************************************
000327 2300-PRINT-MISSING.
000328     ADD 1 TO WS-MISSING-COUNT.
000329     MOVE RINQ-PM-TRANS-ID TO WS-RPT-MISS-ID.
000330     WRITE RINQ-RPT-RECORD FROM WS-RPT-MISSING-LINE.
000331 2300-EXIT.
000332     EXIT.
000333*****************************************************************
000334* 8000-WRAPUP - PRINT THE INQUIRY TOTALS AND CLOSE THE FILES.
000335*****************************************************************
000336 8000-WRAPUP.
000337     WRITE RINQ-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000338     MOVE WS-ASKED-COUNT TO WS-RPT-ASKED-COUNT.
000339     WRITE RINQ-RPT-RECORD FROM WS-RPT-ASKED-LINE.
000340     MOVE WS-FOUND-COUNT TO WS-RPT-FOUND-COUNT.
000341     WRITE RINQ-RPT-RECORD FROM WS-RPT-FOUND-LINE.
000342     MOVE WS-MISSING-COUNT TO WS-RPT-MISS-COUNT.
000343     WRITE RINQ-RPT-RECORD FROM WS-RPT-MISS-CNT-LINE.
000344     CLOSE CALC-RSLX-FILE.
000345     CLOSE RINQ-PARM-FILE.
000346     CLOSE RINQ-RPT-FILE.
000347     MOVE WS-ASKED-COUNT TO WS-COUNT-EDIT.
000348     DISPLAY "CALCRINQ IDS REQUESTED  . . " WS-COUNT-EDIT.
000349     MOVE WS-FOUND-COUNT TO WS-COUNT-EDIT.
000350     DISPLAY "CALCRINQ RESULTS FOUND  . . " WS-COUNT-EDIT.
000351     MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT.
000352     DISPLAY "CALCRINQ NOT ON FILE  . . . " WS-COUNT-EDIT.
000353 8000-EXIT.
000354     EXIT.
000355*****************************************************************
000356* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000357* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000358* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000359*****************************************************************
000360 9900-OPEN-ERROR.
000361     DISPLAY "CALCRINQ RUN TERMINATED - SEE FILE STATUS ABOVE".
000362     MOVE 8 TO RETURN-CODE.
000363     CLOSE CALC-RSLX-FILE.
000364     CLOSE RINQ-PARM-FILE.
000365     CLOSE RINQ-RPT-FILE.
000366     STOP RUN.
000367 9900-EXIT.
000368     EXIT.
