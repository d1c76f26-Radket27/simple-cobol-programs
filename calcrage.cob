000119*                   TODAY. ANY REJECT OUTSTANDING ENDS WITH
000120*                   RETURN CODE 4 SO THE SCHEDULER CAN FLAG THE
000121*                   RUN FOR DATA ENTRY WITHOUT FAILING IT.
000122* 2026-10-15  RA    PRINTS THE NEW REVERSAL REASON CODE AS A
000123*                   SEVENTH REASON COLUMN.
000124*****************************************************************
000125 ENVIRONMENT DIVISION.
000126 INPUT-OUTPUT SECTION.
000127 FILE-CONTROL.
000128     SELECT CALC-RREG-FILE   ASSIGN TO "CALCRREG"
000129         ORGANIZATION IS INDEXED
000130         ACCESS MODE IS SEQUENTIAL
000131         RECORD KEY IS CALC-RR-TRANS-ID
000132         FILE STATUS IS WS-RREG-STATUS.
000133     SELECT RAGE-PARM-FILE   ASSIGN TO "RAGEPARM"
000134         ORGANIZATION IS LINE SEQUENTIAL
000135         FILE STATUS IS WS-PARM-STATUS.
000136     SELECT RAGE-RPT-FILE    ASSIGN TO "RAGERPT"
000137         ORGANIZATION IS LINE SEQUENTIAL
000138         FILE STATUS IS WS-RPT-STATUS.
000139 DATA DIVISION.
000140 FILE SECTION.
000141 FD  CALC-RREG-FILE
000142     LABEL RECORDS ARE STANDARD.
000143     COPY CALCRREG.
000144 FD  RAGE-PARM-FILE
000145     LABEL RECORDS ARE STANDARD.
000146 01  RAGE-PARM-RECORD.
000147     05  RAGE-PM-ASOF-DATE       PIC X(08).
000148     05  FILLER                  PIC X(72).
000149 FD  RAGE-RPT-FILE
000150     LABEL RECORDS ARE STANDARD.
000151 01  RAGE-RPT-RECORD                PIC X(80).
000152 WORKING-STORAGE SECTION.
000153*****************************************************************
000154* SWITCHES AND COUNTERS.
000155*****************************************************************
000156 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000157     88  WS-END-OF-FILE               VALUE 'Y'.
000158 77  WS-OUTST-COUNT               PIC 9(09) COMP VALUE ZERO.
000159 77  WS-OLDEST-DAYS               PIC S9(05) COMP VALUE ZERO.
000160 77  WS-AGE-DAYS                  PIC S9(05) COMP VALUE ZERO.
000161 77  WS-ASOF-SERIAL               PIC S9(09) COMP VALUE ZERO.
000162 77  WS-REJ-SERIAL                PIC S9(09) COMP VALUE ZERO.
000163 77  WS-RREG-STATUS               PIC X(02) VALUE ZEROES.
000164     88  WS-RREG-OK                   VALUE '00'.
000165     88  WS-RREG-NOT-FOUND            VALUE '35'.
000166 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000167     88  WS-PARM-OK                   VALUE '00'.
000168     88  WS-PARM-NOT-FOUND            VALUE '35'.
000169 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000170     88  WS-RPT-OK                    VALUE '00'.
000171 77  WS-ASOF-DATE                 PIC 9(08) VALUE ZEROES.
000172 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000173*****************************************************************
000174* DATE-TO-SERIAL-DAYS WORKING FIELDS. THE SERIAL IS A GREGORIAN
000175* DAY NUMBER, SO THE AGE OF A REJECT IS ONE SUBTRACTION EVEN
000176* ACROSS MONTH AND YEAR ENDS. VALID FOR YEARS 1601-3999.
000177*****************************************************************
000178 01  WS-DC-DATE                   PIC 9(08) VALUE ZEROES.
000179 01  WS-DC-DATE-R REDEFINES WS-DC-DATE.
000180     05  WS-DC-YYYY                  PIC 9(04).
000181     05  WS-DC-MM                    PIC 9(02).
000182     05  WS-DC-DD                    PIC 9(02).
000183 77  WS-DC-SERIAL                 PIC S9(09) COMP VALUE ZERO.
000184 77  WS-DC-Y                      PIC S9(09) COMP VALUE ZERO.
000185 77  WS-DC-M                      PIC S9(04) COMP VALUE ZERO.
000186 77  WS-DC-T1                     PIC S9(09) COMP VALUE ZERO.
000187 77  WS-DC-T2                     PIC S9(09) COMP VALUE ZERO.
000188 77  WS-DC-T3                     PIC S9(09) COMP VALUE ZERO.
000189 77  WS-DC-T4                     PIC S9(09) COMP VALUE ZERO.
000190 77  WS-DC-T5                     PIC S9(09) COMP VALUE ZERO.
000191*****************************************************************
000192* PRINTED REPORT LINES.
000193*****************************************************************
000194 01  WS-RPT-HEADING-1.
000195     05  FILLER                      PIC X(27)
000196         VALUE "OUTSTANDING REJECT AGING   ".
000197     05  FILLER                      PIC X(06) VALUE "AS OF ".
000198     05  WS-RPT-ASOF-DATE             PIC 9(08).
000199 01  WS-RPT-HEADING-2.
000200     05  FILLER                      PIC X(10) VALUE "TRANS ID".
000201     05  FILLER                      PIC X(06) VALUE "DEPT".
000202     05  FILLER                      PIC X(10) VALUE "REJECTED".
000203     05  FILLER                      PIC X(19)
000204         VALUE "REASONS".
000205     05  FILLER                      PIC X(08) VALUE "DAYS OLD".
000206 01  WS-RPT-DETAIL-LINE.
000207     05  WS-RPT-TRANS-ID              PIC X(08).
000208     05  FILLER                      PIC X(02) VALUE SPACES.
000209     05  WS-RPT-DEPT-CODE             PIC X(04).
000210     05  FILLER                      PIC X(02) VALUE SPACES.
000211     05  WS-RPT-REJ-DATE              PIC 9(08).
000212     05  FILLER                      PIC X(02) VALUE SPACES.
000213     05  WS-RPT-REASON-V1             PIC X(02).
000214     05  FILLER                      PIC X(01) VALUE SPACES.
000215     05  WS-RPT-REASON-V2             PIC X(02).
000216     05  FILLER                      PIC X(01) VALUE SPACES.
000217     05  WS-RPT-REASON-OP             PIC X(02).
000218     05  FILLER                      PIC X(01) VALUE SPACES.
000219     05  WS-RPT-REASON-DP             PIC X(02).
000220     05  FILLER                      PIC X(01) VALUE SPACES.
000221     05  WS-RPT-REASON-DU             PIC X(02).
000222     05  FILLER                      PIC X(01) VALUE SPACES.
000223     05  WS-RPT-REASON-CO             PIC X(02).
000224     05  FILLER                      PIC X(01) VALUE SPACES.
000225     05  WS-RPT-REASON-RV             PIC X(02).
000226     05  FILLER                      PIC X(02) VALUE SPACES.
000227     05  WS-RPT-AGE-DAYS              PIC ZZZ,ZZ9.
000228 01  WS-RPT-BLANK-LINE.
000229     05  FILLER                      PIC X(20) VALUE SPACES.
000230 01  WS-RPT-OUTST-LINE.
000231     05  FILLER                      PIC X(22)
000232         VALUE "REJECTS OUTSTANDING  .".
000233     05  WS-RPT-OUTST-COUNT           PIC ZZZ,ZZZ,ZZ9.
000234 01  WS-RPT-OLDEST-LINE.
000235     05  FILLER                      PIC X(22)
000236         VALUE "OLDEST (DAYS)  . . . .".
000237     05  WS-RPT-OLDEST-DAYS           PIC ZZZ,ZZZ,ZZ9.
000238 01  WS-RPT-NONE-LINE.
000239     05  FILLER                      PIC X(34)
000240         VALUE "*** NO REJECTS OUTSTANDING ***".
000241 PROCEDURE DIVISION.
000242*****************************************************************
000243* 0000-MAINLINE - AGE EVERY OUTSTANDING REJECT AND PRINT THE
000244* REGISTER.
000245*****************************************************************
000246 0000-MAINLINE.
000247     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000248     PERFORM 2100-READ-RREG THRU 2100-EXIT.
000249     PERFORM 2000-AGE-ONE THRU 2000-EXIT
000250         UNTIL WS-END-OF-FILE.
000251     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000252     STOP RUN.
000253*****************************************************************
000254* 1000-INITIALIZE - PICK UP THE AS-OF DATE, OPEN THE FILES AND
000255* WRITE THE HEADINGS. A REGISTER THAT DOES NOT EXIST YET MEANS
000256* NOTHING HAS EVER REJECTED - THE REPORT SAYS SO AND THE RUN
000257* ENDS CLEAN.
000258*****************************************************************
000259 1000-INITIALIZE.
000260     ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
000261     PERFORM 1100-GET-PARM THRU 1100-EXIT.
000262     OPEN OUTPUT RAGE-RPT-FILE.
000263     IF NOT WS-RPT-OK
000264         DISPLAY "CANNOT OPEN RAGERPT, STATUS " WS-RPT-STATUS
000265         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000266     END-IF.
000267     MOVE WS-ASOF-DATE TO WS-RPT-ASOF-DATE.
000268     WRITE RAGE-RPT-RECORD FROM WS-RPT-HEADING-1.
000269     WRITE RAGE-RPT-RECORD FROM WS-RPT-HEADING-2.
000270     MOVE WS-ASOF-DATE TO WS-DC-DATE.
000271     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
000272     MOVE WS-DC-SERIAL TO WS-ASOF-SERIAL.
000273     OPEN INPUT CALC-RREG-FILE.
000274     IF WS-RREG-NOT-FOUND
000275         MOVE 'Y' TO WS-EOF-SWITCH
000276         GO TO 1000-EXIT
000277     END-IF.
000278     IF NOT WS-RREG-OK
000279         DISPLAY "CANNOT OPEN CALCRREG, STATUS " WS-RREG-STATUS
000280         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000281     END-IF.
000282 1000-EXIT.
000283     EXIT.
000284*****************************************************************
000285* 1100-GET-PARM - READ THE RAGEPARM CONTROL CARD FOR THE AS-OF
000286* DATE. A MISSING FILE OR BLANK CARD AGES AGAINST TODAY.
000287*****************************************************************
000288 1100-GET-PARM.
000289     OPEN INPUT RAGE-PARM-FILE.
000290     IF WS-PARM-NOT-FOUND
000291         GO TO 1100-EXIT
000292     END-IF.
000293     IF NOT WS-PARM-OK
000294         DISPLAY "CANNOT OPEN RAGEPARM, STATUS " WS-PARM-STATUS
000295         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000296     END-IF.
000297     READ RAGE-PARM-FILE
000298         AT END
000299             GO TO 1100-CLOSE
000300     END-READ.
000301     IF RAGE-PM-ASOF-DATE IS NUMERIC
000302         MOVE RAGE-PM-ASOF-DATE TO WS-ASOF-DATE
000303     END-IF.
000304 1100-CLOSE.
000305     CLOSE RAGE-PARM-FILE.
000306 1100-EXIT.
000307     EXIT.
000308*****************************************************************
000309* 2000-AGE-ONE - PRINT ONE OUTSTANDING REJECT WITH ITS AGE IN
000310* DAYS AND READ THE NEXT REGISTER ENTRY.
000311*****************************************************************
000312 2000-AGE-ONE.
000313     ADD 1 TO WS-OUTST-COUNT.
000314     MOVE CALC-RR-REJECT-DATE TO WS-DC-DATE.
000315     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
000316     MOVE WS-DC-SERIAL TO WS-REJ-SERIAL.
000317     COMPUTE WS-AGE-DAYS = WS-ASOF-SERIAL - WS-REJ-SERIAL.
000318     IF WS-AGE-DAYS < ZERO
000319         MOVE ZERO TO WS-AGE-DAYS
000320     END-IF.
000321     IF WS-AGE-DAYS > WS-OLDEST-DAYS
000322         MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
000323     END-IF.
000324     MOVE CALC-RR-TRANS-ID    TO WS-RPT-TRANS-ID.
000325     MOVE CALC-RR-DEPT-CODE   TO WS-RPT-DEPT-CODE.
000326     MOVE CALC-RR-REJECT-DATE TO WS-RPT-REJ-DATE.
000327     MOVE CALC-RR-REASON-VAR-1 TO WS-RPT-REASON-V1.
000328     MOVE CALC-RR-REASON-VAR-2 TO WS-RPT-REASON-V2.
000329     MOVE CALC-RR-REASON-OP   TO WS-RPT-REASON-OP.
000330     MOVE CALC-RR-REASON-DEPT TO WS-RPT-REASON-DP.
000331     MOVE CALC-RR-REASON-DUP  TO WS-RPT-REASON-DU.
000332     MOVE CALC-RR-REASON-CONT TO WS-RPT-REASON-CO.
000333     MOVE CALC-RR-REASON-REV  TO WS-RPT-REASON-RV.
000334     MOVE WS-AGE-DAYS TO WS-RPT-AGE-DAYS.
000335     WRITE RAGE-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
000336     PERFORM 2100-READ-RREG THRU 2100-EXIT.
000337 2000-EXIT.
000338     EXIT.
000339*****************************************************************
000340* 2100-READ-RREG - READ THE NEXT REGISTER ENTRY IN KEY ORDER. WITH
000341* NO REGISTER ON FILE THERE IS NOTHING TO READ.
000342*****************************************************************
000343 2100-READ-RREG.
000344     IF WS-END-OF-FILE
000345         GO TO 2100-EXIT
000346     END-IF.
000347     READ CALC-RREG-FILE NEXT RECORD
000348         AT END
000349             MOVE 'Y' TO WS-EOF-SWITCH
000350     END-READ.
000351 2100-EXIT.
000352     EXIT.
000353*****************************************************************
000354* 7000-DATE-TO-DAYS - TURN WS-DC-DATE (YYYYMMDD) INTO THE
000355* GREGORIAN DAY NUMBER IN WS-DC-SERIAL. MONTHS ARE COUNTED FROM
000356* MARCH SO THE LEAP DAY FALLS AT THE END OF THE SHIFTED YEAR
000357* AND THE MONTH LENGTHS FIT ONE LINEAR EXPRESSION. EACH
000358* DIVISION STANDS IN ITS OWN COMPUTE SO THE RESULT TRUNCATES
000359* INTO ITS INTEGER FIELD.
000360*****************************************************************
000361 7000-DATE-TO-DAYS.
000362     COMPUTE WS-DC-M = WS-DC-MM + 9.
000363     DIVIDE WS-DC-M BY 12 GIVING WS-DC-T1 REMAINDER WS-DC-M.
000364     COMPUTE WS-DC-T1 = WS-DC-M / 10.
000365     COMPUTE WS-DC-Y = WS-DC-YYYY - WS-DC-T1.
000366     COMPUTE WS-DC-T2 = WS-DC-Y / 4.
000367     COMPUTE WS-DC-T3 = WS-DC-Y / 100.
000368     COMPUTE WS-DC-T4 = WS-DC-Y / 400.
000369     COMPUTE WS-DC-T5 = (WS-DC-M * 306 + 5) / 10.
000370     COMPUTE WS-DC-SERIAL = 365 * WS-DC-Y + WS-DC-T2 - WS-DC-T3
000371         + WS-DC-T4 + WS-DC-T5 + WS-DC-DD - 1.
000372 7000-EXIT.
000373     EXIT.
000374*****************************************************************
000375* 8000-WRAPUP - PRINT THE AGING TOTALS, CLOSE THE FILES AND SET
000376* RETURN CODE 4 WHEN ANYTHING IS STILL OUTSTANDING.
000377*****************************************************************
000378 8000-WRAPUP.
000379     WRITE RAGE-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000380     IF WS-OUTST-COUNT = ZERO
000381         WRITE RAGE-RPT-RECORD FROM WS-RPT-NONE-LINE
000382     ELSE
000383         MOVE WS-OUTST-COUNT TO WS-RPT-OUTST-COUNT
000384         WRITE RAGE-RPT-RECORD FROM WS-RPT-OUTST-LINE
000385         MOVE WS-OLDEST-DAYS TO WS-RPT-OLDEST-DAYS
000386         WRITE RAGE-RPT-RECORD FROM WS-RPT-OLDEST-LINE
000387         MOVE 4 TO RETURN-CODE
000388     END-IF.
000389     IF NOT WS-RREG-NOT-FOUND
000390         CLOSE CALC-RREG-FILE
000391     END-IF.
000392     CLOSE RAGE-RPT-FILE.
000393     MOVE WS-OUTST-COUNT TO WS-COUNT-EDIT.
000394     DISPLAY "CALCRAGE REJECTS OUTSTANDING" WS-COUNT-EDIT.
000395 8000-EXIT.
000396     EXIT.
000397*****************************************************************
000398* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000399* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000400* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000401*****************************************************************
000402 9900-OPEN-ERROR.
000403     DISPLAY "CALCRAGE RUN TERMINATED - SEE FILE STATUS ABOVE".
000404     MOVE 8 TO RETURN-CODE.
000405     CLOSE CALC-RREG-FILE.
000406     CLOSE RAGE-PARM-FILE.
000407     CLOSE RAGE-RPT-FILE.
000408     STOP RUN.
000409 9900-EXIT.
000410     EXIT.
