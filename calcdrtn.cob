000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. CALCDRTN.
000102 AUTHOR. R. ADKET.
000103 INSTALLATION. ACCOUNTING SYSTEMS.
000104 DATE-WRITTEN. 10/15/2026.
000105 DATE-COMPILED.
000106*****************************************************************
000107* MODIFICATION HISTORY
000108*-----------------------------------------------------------------
000109* DATE        INIT  DESCRIPTION
000110* 2026-10-15  RA    INITIAL VERSION - END-OF-DAY DEPARTMENT
000111*                   RETURN FILES. SPLITS THE DAY'S OUTCOMES BY
000112*                   REQUESTING DEPARTMENT INTO ONE CALCDRdddd
000113*                   RETURN FILE EACH (LAYOUT CALCDRTN) - OK AND
000114*                   ERROR RESULTS FROM CALCRSLT, REJECTS FROM
000115*                   CALCREJ WITH THEIR REASON CODES, ITEMS HELD
000116*                   ON CALCSUSP, AND EARLIER REJECTS STILL
000117*                   OUTSTANDING ON CALCRREG - EACH BRACKETED BY
000118*                   A HEADER AND A TRAILER CARRYING COUNTS AND
000119*                   AMOUNT TOTALS THE DEPARTMENT CAN BALANCE TO.
000120*                   AN ACTIVE CALCDEPT DEPARTMENT WITH NOTHING
000121*                   TODAY GETS A ZERO-ACTIVITY FILE; AN INACTIVE
000122*                   ONE WITH NOTHING IS LISTED AS SKIPPED ON THE
000123*                   DRTNRPT CONTROL REPORT.
000124*****************************************************************
000125 ENVIRONMENT DIVISION.
000126 INPUT-OUTPUT SECTION.
000127 FILE-CONTROL.
000128     SELECT CALC-RSLT-FILE   ASSIGN TO "CALCRSLT"
000129         ORGANIZATION IS SEQUENTIAL
000130         FILE STATUS IS WS-RSLT-STATUS.
000131     SELECT CALC-REJ-FILE    ASSIGN TO "CALCREJ"
000132         ORGANIZATION IS SEQUENTIAL
000133         FILE STATUS IS WS-REJ-STATUS.
000134     SELECT CALC-SUSP-FILE   ASSIGN TO "CALCSUSP"
000135         ORGANIZATION IS SEQUENTIAL
000136         FILE STATUS IS WS-SUSP-STATUS.
000137     SELECT CALC-RREG-FILE   ASSIGN TO "CALCRREG"
000138         ORGANIZATION IS INDEXED
000139         ACCESS MODE IS SEQUENTIAL
000140         RECORD KEY IS CALC-RR-TRANS-ID
000141         FILE STATUS IS WS-RREG-STATUS.
000142     SELECT CALC-DEPT-FILE   ASSIGN TO "CALCDEPT"
000143         ORGANIZATION IS INDEXED
000144         ACCESS MODE IS SEQUENTIAL
000145         RECORD KEY IS CALC-DP-DEPT-CODE
000146         FILE STATUS IS WS-DEPT-STATUS.
000147     SELECT DRTN-OUT-FILE    ASSIGN USING WS-RTN-NAME
000148         ORGANIZATION IS SEQUENTIAL
000149         FILE STATUS IS WS-OUT-STATUS.
000150     SELECT DRTN-SORT-FILE   ASSIGN TO "DRTNSORT".
000151     SELECT DRTN-PARM-FILE   ASSIGN TO "DRTNPARM"
000152         ORGANIZATION IS LINE SEQUENTIAL
000153         FILE STATUS IS WS-PARM-STATUS.
000154     SELECT DRTN-RPT-FILE    ASSIGN TO "DRTNRPT"
000155         ORGANIZATION IS LINE SEQUENTIAL
000156         FILE STATUS IS WS-RPT-STATUS.
000157 DATA DIVISION.
000158 FILE SECTION.
000159 FD  CALC-RSLT-FILE
000160     LABEL RECORDS ARE STANDARD.
000161 01  DRTN-RSLT-RECORD               PIC X(51).
000162 FD  CALC-REJ-FILE
000163     LABEL RECORDS ARE STANDARD.
000164     COPY CALCREJ.
000165 FD  CALC-SUSP-FILE
000166     LABEL RECORDS ARE STANDARD.
000167     COPY CALCSUSP.
000168 FD  CALC-RREG-FILE
000169     LABEL RECORDS ARE STANDARD.
000170     COPY CALCRREG.
000171 FD  CALC-DEPT-FILE
000172     LABEL RECORDS ARE STANDARD.
000173     COPY CALCDEPT.
000174 FD  DRTN-OUT-FILE
000175     LABEL RECORDS ARE STANDARD.
000176 01  DRTN-OUT-RECORD                PIC X(100).
000177*****************************************************************
000178* SORT RECORD - EVERY OUTCOME UNDER ITS DEPARTMENT, IN THE ORDER
000179* IT WAS TAKEN (RESULTS, REJECTS, HOLDS, OUTSTANDING REJECTS).
000180*****************************************************************
000181 SD  DRTN-SORT-FILE.
000182 01  DRTN-SORT-RECORD.
000183     05  DRTN-SR-DEPT-CODE       PIC X(04).
000184     05  DRTN-SR-SEQ-NO          PIC 9(09).
000185     05  DRTN-SR-DETAIL          PIC X(87).
000186 FD  DRTN-PARM-FILE
000187     LABEL RECORDS ARE STANDARD.
000188 01  DRTN-PARM-RECORD.
000189     05  DRTN-PM-BUS-DATE        PIC X(08).
000190     05  FILLER                  PIC X(72).
000191 FD  DRTN-RPT-FILE
000192     LABEL RECORDS ARE STANDARD.
000193 01  DRTN-RPT-RECORD                PIC X(80).
000194 WORKING-STORAGE SECTION.
000195*****************************************************************
000196* SWITCHES AND COUNTERS.
000197*****************************************************************
000198 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000199     88  WS-END-OF-FILE               VALUE 'Y'.
000200 77  WS-DEPT-EOF-SWITCH           PIC X(01) VALUE 'N'.
000201     88  WS-DEPT-END                  VALUE 'Y'.
000202 77  WS-ON-MASTER-SWITCH          PIC X(01) VALUE 'N'.
000203     88  WS-ON-MASTER                 VALUE 'Y'.
000204 77  WS-SEQ-NO                    PIC 9(09) COMP VALUE ZERO.
000205 77  WS-SRC-COUNT                 PIC 9(09) COMP VALUE ZERO.
000206 77  WS-FILE-COUNT                PIC 9(09) COMP VALUE ZERO.
000207 77  WS-ZERO-COUNT                PIC 9(09) COMP VALUE ZERO.
000208 77  WS-SKIP-COUNT                PIC 9(09) COMP VALUE ZERO.
000209 77  WS-DETAIL-COUNT              PIC 9(09) COMP VALUE ZERO.
000210 77  WS-RSLT-STATUS               PIC X(02) VALUE ZEROES.
000211     88  WS-RSLT-OK                   VALUE '00'.
000212     88  WS-RSLT-NOT-FOUND            VALUE '35'.
000213 77  WS-REJ-STATUS                PIC X(02) VALUE ZEROES.
000214     88  WS-REJ-OK                    VALUE '00'.
000215     88  WS-REJ-NOT-FOUND             VALUE '35'.
000216 77  WS-SUSP-STATUS               PIC X(02) VALUE ZEROES.
000217     88  WS-SUSP-OK                   VALUE '00'.
000218     88  WS-SUSP-NOT-FOUND            VALUE '35'.
000219 77  WS-RREG-STATUS               PIC X(02) VALUE ZEROES.
000220     88  WS-RREG-OK                   VALUE '00'.
000221     88  WS-RREG-NOT-FOUND            VALUE '35'.
000222 77  WS-DEPT-STATUS               PIC X(02) VALUE ZEROES.
000223     88  WS-DEPT-OK                   VALUE '00'.
000224 77  WS-OUT-STATUS                PIC X(02) VALUE ZEROES.
000225     88  WS-OUT-OK                    VALUE '00'.
000226 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000227     88  WS-PARM-OK                   VALUE '00'.
000228     88  WS-PARM-NOT-FOUND            VALUE '35'.
000229 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000230     88  WS-RPT-OK                    VALUE '00'.
000231 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000232 77  WS-BUS-DATE                  PIC 9(08) VALUE ZEROES.
000233 77  WS-REL-DEPT                  PIC X(04) VALUE SPACES.
000234 77  WS-SR-DEPT                   PIC X(04) VALUE SPACES.
000235 77  WS-CUR-DEPT                  PIC X(04) VALUE SPACES.
000236 77  WS-CUR-NAME                  PIC X(30) VALUE SPACES.
000237 77  WS-CUR-STATUS                PIC X(01) VALUE SPACES.
000238 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000239*****************************************************************
000240* THE RETURN FILE NAME, ONE FILE PER DEPARTMENT.
000241*****************************************************************
000242 01  WS-RTN-NAME.
000243     05  FILLER                      PIC X(06) VALUE "CALCDR".
000244     05  WS-RTN-DEPT                  PIC X(04) VALUE SPACES.
000245*****************************************************************
000246* DEPARTMENT TABLE - THE WHOLE CALCDEPT MASTER IN CODE ORDER,
000247* MATCHED AGAINST THE SORTED OUTCOMES SO EVERY DEPARTMENT IS
000248* ACCOUNTED FOR WHETHER IT HAD ACTIVITY OR NOT.
000249*****************************************************************
000250 77  WS-DEPT-COUNT                PIC 9(04) COMP VALUE ZERO.
000251 77  WS-DEPT-SUB                  PIC 9(04) COMP VALUE ZERO.
000252 77  WS-DEPT-LIMIT                PIC 9(04) COMP VALUE 500.
000253 01  WS-DEPT-TABLE.
000254     05  WS-DEPT-ENTRY OCCURS 500 TIMES.
000255         10  WS-DT-CODE              PIC X(04).
000256         10  WS-DT-NAME              PIC X(30).
000257         10  WS-DT-STATUS            PIC X(01).
000258*****************************************************************
000259* ONE DEPARTMENT'S RETURN FILE TOTALS, CARRIED TO ITS TRAILER.
000260*****************************************************************
000261 77  WS-D-DETAIL-COUNT            PIC 9(09) COMP VALUE ZERO.
000262 77  WS-D-OK-COUNT                PIC 9(09) COMP VALUE ZERO.
000263 77  WS-D-ERROR-COUNT             PIC 9(09) COMP VALUE ZERO.
000264 77  WS-D-REJECT-COUNT            PIC 9(09) COMP VALUE ZERO.
000265 77  WS-D-HELD-COUNT              PIC 9(09) COMP VALUE ZERO.
000266 77  WS-D-OUTSTAND-COUNT          PIC 9(09) COMP VALUE ZERO.
000267 77  WS-D-OK-AMOUNT           PIC S9(13)V9(02) COMP VALUE ZERO.
000268 77  WS-D-HELD-AMOUNT         PIC S9(13)V9(02) COMP VALUE ZERO.
000269*****************************************************************
000270* WORKING COPIES OF THE SOURCE RECORDS AND THE RETURN RECORD.
000271*****************************************************************
000272     COPY CALCRSLT.
000273     COPY CALCTRAN.
000274     COPY CALCDRTN.
000275*****************************************************************
000276* CONTROL REPORT LINES.
000277*****************************************************************
000278 01  WS-RPT-HEADING-1.
000279     05  FILLER                      PIC X(30)
000280         VALUE "DEPARTMENT RETURN FILES       ".
000281     05  FILLER                      PIC X(14)
000282         VALUE "BUSINESS DATE ".
000283     05  WS-RPT-BUS-DATE              PIC 9(08).
000284 01  WS-RPT-SRC-HEADING.
000285     05  FILLER                      PIC X(10) VALUE "SOURCE".
000286     05  FILLER                      PIC X(13)
000287         VALUE "RECORDS TAKEN".
000288 01  WS-RPT-SRC-LINE.
000289     05  WS-RPT-SRC-NAME              PIC X(08).
000290     05  FILLER                      PIC X(02) VALUE SPACES.
000291     05  WS-RPT-SRC-COUNT             PIC ZZZ,ZZZ,ZZ9.
000292     05  FILLER                      PIC X(02) VALUE SPACES.
000293     05  WS-RPT-SRC-MSG               PIC X(20).
000294 01  WS-RPT-DEPT-HEADING.
000295     05  FILLER                      PIC X(06) VALUE "DEPT".
000296     05  FILLER                      PIC X(12)
000297         VALUE "RETURN FILE".
000298     05  FILLER                      PIC X(06) VALUE "   OK".
000299     05  FILLER                      PIC X(06) VALUE "  ERR".
000300     05  FILLER                      PIC X(06) VALUE "  REJ".
000301     05  FILLER                      PIC X(06) VALUE " HELD".
000302     05  FILLER                      PIC X(07) VALUE " OUTST".
000303     05  FILLER                      PIC X(11)
000304         VALUE "DISPOSITION".
000305 01  WS-RPT-DEPT-LINE.
000306     05  WS-RPT-DEPT-CODE             PIC X(04).
000307     05  FILLER                      PIC X(02) VALUE SPACES.
000308     05  WS-RPT-DEPT-FILE             PIC X(10).
000309     05  FILLER                      PIC X(02) VALUE SPACES.
000310     05  WS-RPT-D-OK                  PIC ZZZZ9.
000311     05  FILLER                      PIC X(01) VALUE SPACES.
000312     05  WS-RPT-D-ERR                 PIC ZZZZ9.
000313     05  FILLER                      PIC X(01) VALUE SPACES.
000314     05  WS-RPT-D-REJ                 PIC ZZZZ9.
000315     05  FILLER                      PIC X(01) VALUE SPACES.
000316     05  WS-RPT-D-HELD                PIC ZZZZ9.
000317     05  FILLER                      PIC X(01) VALUE SPACES.
000318     05  WS-RPT-D-OUTST               PIC ZZZZ9.
000319     05  FILLER                      PIC X(02) VALUE SPACES.
000320     05  WS-RPT-DISP                  PIC X(26).
000321 01  WS-RPT-BLANK-LINE.
000322     05  FILLER                      PIC X(20) VALUE SPACES.
000323 01  WS-RPT-FILES-LINE.
000324     05  FILLER                      PIC X(22)
000325         VALUE "FILES WRITTEN  . . . ".
000326     05  WS-RPT-FILES-COUNT           PIC ZZZ,ZZZ,ZZ9.
000327 01  WS-RPT-ZERO-LINE.
000328     05  FILLER                      PIC X(22)
000329         VALUE "ZERO-ACTIVITY FILES  ".
000330     05  WS-RPT-ZERO-COUNT            PIC ZZZ,ZZZ,ZZ9.
000331 01  WS-RPT-SKIP-LINE.
000332     05  FILLER                      PIC X(22)
000333         VALUE "DEPARTMENTS SKIPPED  ".
000334     05  WS-RPT-SKIP-COUNT            PIC ZZZ,ZZZ,ZZ9.
000335 01  WS-RPT-DETS-LINE.
000336     05  FILLER                      PIC X(22)
000337         VALUE "DETAILS WRITTEN  . . ".
000338     05  WS-RPT-DETS-COUNT            PIC ZZZ,ZZZ,ZZ9.
000339 PROCEDURE DIVISION.
000340*****************************************************************
000341* 0000-MAINLINE - SORT THE DAY'S OUTCOMES BY DEPARTMENT AND
000342* WRITE ONE RETURN FILE PER DEPARTMENT.
000343*****************************************************************
000344 0000-MAINLINE.
000345     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000346     SORT DRTN-SORT-FILE
000347         ASCENDING KEY DRTN-SR-DEPT-CODE
000348                       DRTN-SR-SEQ-NO
000349         INPUT PROCEDURE IS 3000-RELEASE-OUTCOMES THRU 3000-EXIT
000350         OUTPUT PROCEDURE IS 4000-WRITE-RETURNS THRU 4000-EXIT.
000351     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000352     STOP RUN.
000353*****************************************************************
000354* 1000-INITIALIZE - PICK UP THE BUSINESS DATE, OPEN THE CONTROL
000355* REPORT, WRITE ITS HEADINGS AND LOAD THE DEPARTMENT TABLE.
000356*****************************************************************
000357 1000-INITIALIZE.
000358     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000359     MOVE WS-RUN-DATE TO WS-BUS-DATE.
000360     PERFORM 1100-GET-PARM THRU 1100-EXIT.
000361     OPEN OUTPUT DRTN-RPT-FILE.
000362     IF NOT WS-RPT-OK
000363         DISPLAY "CANNOT OPEN DRTNRPT, STATUS " WS-RPT-STATUS
000364         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000365     END-IF.
000366     MOVE WS-BUS-DATE TO WS-RPT-BUS-DATE.
000367     WRITE DRTN-RPT-RECORD FROM WS-RPT-HEADING-1.
000368     WRITE DRTN-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000369     WRITE DRTN-RPT-RECORD FROM WS-RPT-SRC-HEADING.
000370     PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT.
000371 1000-EXIT.
000372     EXIT.
000373*****************************************************************
000374* 1100-GET-PARM - READ THE DRTNPARM CONTROL CARD FOR THE
000375* BUSINESS DATE. A MISSING FILE OR BLANK CARD USES TODAY.
000376*****************************************************************
000377 1100-GET-PARM.
000378     OPEN INPUT DRTN-PARM-FILE.
000379     IF WS-PARM-NOT-FOUND
000380         GO TO 1100-EXIT
000381     END-IF.
000382     IF NOT WS-PARM-OK
000383         DISPLAY "CANNOT OPEN DRTNPARM, STATUS " WS-PARM-STATUS
000384         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000385     END-IF.
000386     READ DRTN-PARM-FILE
000387         AT END
000388             GO TO 1100-CLOSE
000389     END-READ.
000390     IF DRTN-PM-BUS-DATE IS NUMERIC
000391         MOVE DRTN-PM-BUS-DATE TO WS-BUS-DATE
000392     END-IF.
000393 1100-CLOSE.
000394     CLOSE DRTN-PARM-FILE.
000395 1100-EXIT.
000396     EXIT.
000397*****************************************************************
000398* 1200-LOAD-DEPTS - LOAD THE CALCDEPT MASTER INTO THE DEPARTMENT
000399* TABLE IN DEPARTMENT CODE ORDER.
000400*****************************************************************
000401 1200-LOAD-DEPTS.
000402     OPEN INPUT CALC-DEPT-FILE.
000403     IF NOT WS-DEPT-OK
000404         DISPLAY "CANNOT OPEN CALCDEPT, STATUS " WS-DEPT-STATUS
000405         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000406     END-IF.
000407     PERFORM 1250-LOAD-ONE-DEPT THRU 1250-EXIT
000408         UNTIL WS-DEPT-END.
000409     CLOSE CALC-DEPT-FILE.
000410 1200-EXIT.
000411     EXIT.
000412*****************************************************************
000413* 1250-LOAD-ONE-DEPT - READ THE NEXT DEPARTMENT INTO THE TABLE.
000414*****************************************************************
000415 1250-LOAD-ONE-DEPT.
000416     READ CALC-DEPT-FILE
000417         AT END
000418             MOVE 'Y' TO WS-DEPT-EOF-SWITCH
000419             GO TO 1250-EXIT
000420     END-READ.
000421     IF WS-DEPT-COUNT >= WS-DEPT-LIMIT
000422         DISPLAY "CALCDRTN DEPARTMENT TABLE FULL AT "
000423             CALC-DP-DEPT-CODE
000424         MOVE 'Y' TO WS-DEPT-EOF-SWITCH
000425         GO TO 1250-EXIT
000426     END-IF.
000427     ADD 1 TO WS-DEPT-COUNT.
000428     MOVE CALC-DP-DEPT-CODE TO WS-DT-CODE (WS-DEPT-COUNT).
000429     MOVE CALC-DP-DEPT-NAME TO WS-DT-NAME (WS-DEPT-COUNT).
000430     MOVE CALC-DP-STATUS    TO WS-DT-STATUS (WS-DEPT-COUNT).
000431 1250-EXIT.
000432     EXIT.
000433*****************************************************************
000434* 3000-RELEASE-OUTCOMES - TAKE EACH SOURCE FILE IN TURN AND
000435* RELEASE EVERY OUTCOME TO THE SORT UNDER ITS DEPARTMENT. A
000436* SOURCE NOT PRESENT TODAY IS REPORTED AND SKIPPED.
000437*****************************************************************
000438 3000-RELEASE-OUTCOMES.
000439     PERFORM 3100-TAKE-RESULTS THRU 3100-EXIT.
000440     PERFORM 3200-TAKE-REJECTS THRU 3200-EXIT.
000441     PERFORM 3300-TAKE-HOLDS THRU 3300-EXIT.
000442     PERFORM 3400-TAKE-OUTSTANDING THRU 3400-EXIT.
000443 3000-EXIT.
000444     EXIT.
000445*****************************************************************
000446* 3100-TAKE-RESULTS - RELEASE EVERY OK AND ERROR RESULT ON THE
000447* DAY'S CALCRSLT.
000448*****************************************************************
000449 3100-TAKE-RESULTS.
000450     MOVE "CALCRSLT" TO WS-RPT-SRC-NAME.
000451     MOVE SPACES TO WS-RPT-SRC-MSG.
000452     MOVE ZERO TO WS-SRC-COUNT.
000453     OPEN INPUT CALC-RSLT-FILE.
000454     IF WS-RSLT-NOT-FOUND
000455         MOVE "NOT PRESENT" TO WS-RPT-SRC-MSG
000456         GO TO 3100-PRINT
000457     END-IF.
000458     IF NOT WS-RSLT-OK
000459         DISPLAY "CANNOT OPEN CALCRSLT, STATUS " WS-RSLT-STATUS
000460         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000461     END-IF.
000462     MOVE 'N' TO WS-EOF-SWITCH.
000463     PERFORM 3110-TAKE-ONE-RESULT THRU 3110-EXIT
000464         UNTIL WS-END-OF-FILE.
000465     CLOSE CALC-RSLT-FILE.
000466 3100-PRINT.
000467     PERFORM 3950-PRINT-SOURCE THRU 3950-EXIT.
000468 3100-EXIT.
000469     EXIT.
000470*****************************************************************
000471* 3110-TAKE-ONE-RESULT - READ AND RELEASE ONE RESULT.
000472*****************************************************************
000473 3110-TAKE-ONE-RESULT.
000474     READ CALC-RSLT-FILE INTO CALC-RSLT-RECORD
000475         AT END
000476             MOVE 'Y' TO WS-EOF-SWITCH
000477             GO TO 3110-EXIT
000478     END-READ.
000479     PERFORM 3800-BUILD-FROM-RESULT THRU 3800-EXIT.
000480     MOVE 'R' TO CALC-DR-SOURCE.
000481     MOVE WS-BUS-DATE TO CALC-DR-ITEM-DATE.
000482     PERFORM 3900-RELEASE-DETAIL THRU 3900-EXIT.
000483 3110-EXIT.
000484     EXIT.
000485*****************************************************************
000486* 3200-TAKE-REJECTS - RELEASE EVERY REJECT ON THE DAY'S CALCREJ
000487* WITH ITS REASON CODES.
000488*****************************************************************
000489 3200-TAKE-REJECTS.
000490     MOVE "CALCREJ" TO WS-RPT-SRC-NAME.
000491     MOVE SPACES TO WS-RPT-SRC-MSG.
000492     MOVE ZERO TO WS-SRC-COUNT.
000493     OPEN INPUT CALC-REJ-FILE.
000494     IF WS-REJ-NOT-FOUND
000495         MOVE "NOT PRESENT" TO WS-RPT-SRC-MSG
000496         GO TO 3200-PRINT
000497     END-IF.
000498     IF NOT WS-REJ-OK
000499         DISPLAY "CANNOT OPEN CALCREJ, STATUS " WS-REJ-STATUS
000500         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000501     END-IF.
000502     MOVE 'N' TO WS-EOF-SWITCH.
000503     PERFORM 3210-TAKE-ONE-REJECT THRU 3210-EXIT
000504         UNTIL WS-END-OF-FILE.
000505     CLOSE CALC-REJ-FILE.
000506 3200-PRINT.
000507     PERFORM 3950-PRINT-SOURCE THRU 3950-EXIT.
000508 3200-EXIT.
000509     EXIT.
000510*****************************************************************
000511* 3210-TAKE-ONE-REJECT - READ AND RELEASE ONE REJECT. THE
000512* TRANSACTION IS RETURNED AS KEYED - AN AMOUNT THAT FAILED ITS
000513* EDIT GOES BACK AS ZERO WITH ITS REASON CODE.
000514*****************************************************************
000515 3210-TAKE-ONE-REJECT.
000516     READ CALC-REJ-FILE
000517         AT END
000518             MOVE 'Y' TO WS-EOF-SWITCH
000519             GO TO 3210-EXIT
000520     END-READ.
000521     MOVE CALC-RJ-TRANS-IMAGE TO CALC-TRANS-RECORD.
000522     MOVE SPACES TO CALC-DR-DETAIL-AREA.
000523     MOVE 'J' TO CALC-DR-SOURCE.
000524     MOVE CALC-TR-TRANS-ID  TO CALC-DR-TRANS-ID.
000525     MOVE CALC-TR-REC-TYPE  TO CALC-DR-TRAN-TYPE.
000526     MOVE CALC-TR-VAR-01    TO CALC-DR-OP.
000527     MOVE ZERO TO CALC-DR-VAR-1 CALC-DR-VAR-2 CALC-DR-AMOUNT.
000528     IF CALC-TR-VAR-1 IS NUMERIC
000529         MOVE CALC-TR-VAR-1 TO CALC-DR-VAR-1
000530     END-IF.
000531     IF CALC-TR-VAR-2 IS NUMERIC
000532         MOVE CALC-TR-VAR-2 TO CALC-DR-VAR-2
000533     END-IF.
000534     MOVE WS-BUS-DATE TO CALC-DR-ITEM-DATE.
000535     MOVE CALC-RJ-REASON-VAR-1 TO CALC-DR-REASON-VAR-1.
000536     MOVE CALC-RJ-REASON-VAR-2 TO CALC-DR-REASON-VAR-2.
000537     MOVE CALC-RJ-REASON-OP    TO CALC-DR-REASON-OP.
000538     MOVE CALC-RJ-REASON-DEPT  TO CALC-DR-REASON-DEPT.
000539     MOVE CALC-RJ-REASON-DUP   TO CALC-DR-REASON-DUP.
000540     MOVE CALC-RJ-REASON-CONT  TO CALC-DR-REASON-CONT.
000541     MOVE CALC-RJ-REASON-REV   TO CALC-DR-REASON-REV.
000542     MOVE CALC-TR-DEPT-CODE TO WS-REL-DEPT.
000543     PERFORM 3900-RELEASE-DETAIL THRU 3900-EXIT.
000544 3210-EXIT.
000545     EXIT.
000546*****************************************************************
000547* 3300-TAKE-HOLDS - RELEASE EVERY ITEM STILL HELD ON CALCSUSP,
000548* WHATEVER DAY IT WAS HELD.
000549*****************************************************************
000550 3300-TAKE-HOLDS.
000551     MOVE "CALCSUSP" TO WS-RPT-SRC-NAME.
000552     MOVE SPACES TO WS-RPT-SRC-MSG.
000553     MOVE ZERO TO WS-SRC-COUNT.
000554     OPEN INPUT CALC-SUSP-FILE.
000555     IF WS-SUSP-NOT-FOUND
000556         MOVE "NOT PRESENT" TO WS-RPT-SRC-MSG
000557         GO TO 3300-PRINT
000558     END-IF.
000559     IF NOT WS-SUSP-OK
000560         DISPLAY "CANNOT OPEN CALCSUSP, STATUS " WS-SUSP-STATUS
000561         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000562     END-IF.
000563     MOVE 'N' TO WS-EOF-SWITCH.
000564     PERFORM 3310-TAKE-ONE-HOLD THRU 3310-EXIT
000565         UNTIL WS-END-OF-FILE.
000566     CLOSE CALC-SUSP-FILE.
000567 3300-PRINT.
000568     PERFORM 3950-PRINT-SOURCE THRU 3950-EXIT.
000569 3300-EXIT.
000570     EXIT.
000571*****************************************************************
000572* 3310-TAKE-ONE-HOLD - READ AND RELEASE ONE HELD ITEM WITH THE
000573* DATE IT WAS HELD AND ANY FIRST SIGNER.
000574*****************************************************************
000575 3310-TAKE-ONE-HOLD.
000576     READ CALC-SUSP-FILE
000577         AT END
000578             MOVE 'Y' TO WS-EOF-SWITCH
000579             GO TO 3310-EXIT
000580     END-READ.
000581     MOVE CALC-SU-RSLT-IMAGE TO CALC-RSLT-RECORD.
000582     PERFORM 3800-BUILD-FROM-RESULT THRU 3800-EXIT.
000583     MOVE 'S' TO CALC-DR-SOURCE.
000584     MOVE CALC-SU-HELD-DATE TO CALC-DR-ITEM-DATE.
000585     MOVE CALC-SU-FIRST-APPROVER TO CALC-DR-FIRST-APPROVER.
000586     PERFORM 3900-RELEASE-DETAIL THRU 3900-EXIT.
000587 3310-EXIT.
000588     EXIT.
000589*****************************************************************
000590* 3400-TAKE-OUTSTANDING - RELEASE EVERY REJECT STILL STANDING ON
000591* THE CALCRREG REGISTER FROM AN EARLIER DAY. TODAY'S REJECTS
000592* ARE ALSO ON THE REGISTER BUT ALREADY CAME FROM CALCREJ.
000593*****************************************************************
000594 3400-TAKE-OUTSTANDING.
000595     MOVE "CALCRREG" TO WS-RPT-SRC-NAME.
000596     MOVE SPACES TO WS-RPT-SRC-MSG.
000597     MOVE ZERO TO WS-SRC-COUNT.
000598     OPEN INPUT CALC-RREG-FILE.
000599     IF WS-RREG-NOT-FOUND
000600         MOVE "NOT PRESENT" TO WS-RPT-SRC-MSG
000601         GO TO 3400-PRINT
000602     END-IF.
000603     IF NOT WS-RREG-OK
000604         DISPLAY "CANNOT OPEN CALCRREG, STATUS " WS-RREG-STATUS
000605         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000606     END-IF.
000607     MOVE 'N' TO WS-EOF-SWITCH.
000608     PERFORM 3410-TAKE-ONE-OUTSTANDING THRU 3410-EXIT
000609         UNTIL WS-END-OF-FILE.
000610     CLOSE CALC-RREG-FILE.
000611 3400-PRINT.
000612     PERFORM 3950-PRINT-SOURCE THRU 3950-EXIT.
000613 3400-EXIT.
000614     EXIT.
000615*****************************************************************
000616* 3410-TAKE-ONE-OUTSTANDING - READ ONE REGISTER ENTRY AND
000617* RELEASE IT IF IT PREDATES THE BUSINESS DATE.
000618*****************************************************************
000619 3410-TAKE-ONE-OUTSTANDING.
000620     READ CALC-RREG-FILE
000621         AT END
000622             MOVE 'Y' TO WS-EOF-SWITCH
000623             GO TO 3410-EXIT
000624     END-READ.
000625     IF CALC-RR-REJECT-DATE NOT < WS-BUS-DATE
000626         GO TO 3410-EXIT
000627     END-IF.
000628     MOVE SPACES TO CALC-DR-DETAIL-AREA.
000629     MOVE 'O' TO CALC-DR-SOURCE.
000630     MOVE CALC-RR-TRANS-ID TO CALC-DR-TRANS-ID.
000631     MOVE ZERO TO CALC-DR-VAR-1 CALC-DR-VAR-2 CALC-DR-AMOUNT.
000632     MOVE CALC-RR-REJECT-DATE  TO CALC-DR-ITEM-DATE.
000633     MOVE CALC-RR-REASON-VAR-1 TO CALC-DR-REASON-VAR-1.
000634     MOVE CALC-RR-REASON-VAR-2 TO CALC-DR-REASON-VAR-2.
000635     MOVE CALC-RR-REASON-OP    TO CALC-DR-REASON-OP.
000636     MOVE CALC-RR-REASON-DEPT  TO CALC-DR-REASON-DEPT.
000637     MOVE CALC-RR-REASON-DUP   TO CALC-DR-REASON-DUP.
000638     MOVE CALC-RR-REASON-CONT  TO CALC-DR-REASON-CONT.
000639     MOVE CALC-RR-REASON-REV   TO CALC-DR-REASON-REV.
000640     MOVE CALC-RR-DEPT-CODE TO WS-REL-DEPT.
000641     PERFORM 3900-RELEASE-DETAIL THRU 3900-EXIT.
000642 3410-EXIT.
000643     EXIT.
000644*****************************************************************
000645* 3800-BUILD-FROM-RESULT - FILL THE RETURN DETAIL FROM THE
000646* RESULT IN CALC-RSLT-RECORD. THE CALLER SETS THE SOURCE AND
000647* ITEM DATE.
000648*****************************************************************
000649 3800-BUILD-FROM-RESULT.
000650     MOVE SPACES TO CALC-DR-DETAIL-AREA.
000651     MOVE CALC-RS-TRANS-ID   TO CALC-DR-TRANS-ID.
000652     MOVE CALC-RS-STATUS     TO CALC-DR-RSLT-STATUS.
000653     MOVE CALC-RS-VAR-01     TO CALC-DR-OP.
000654     MOVE CALC-RS-VAR-1      TO CALC-DR-VAR-1.
000655     MOVE CALC-RS-VAR-2      TO CALC-DR-VAR-2.
000656     MOVE CALC-RS-VAR-SUM    TO CALC-DR-AMOUNT.
000657     MOVE CALC-RS-CHAIN-FLAG TO CALC-DR-CHAIN-FLAG.
000658     MOVE CALC-RS-REV-FLAG   TO CALC-DR-REV-FLAG.
000659     MOVE CALC-RS-DEPT-CODE  TO WS-REL-DEPT.
000660 3800-EXIT.
000661     EXIT.
000662*****************************************************************
000663* 3900-RELEASE-DETAIL - RELEASE THE RETURN DETAIL TO THE SORT
000664* UNDER ITS DEPARTMENT. WORK WITH NO DEPARTMENT GOES UNDER NONE.
000665*****************************************************************
000666 3900-RELEASE-DETAIL.
000667     IF WS-REL-DEPT = SPACES
000668         MOVE "NONE" TO WS-REL-DEPT
000669     END-IF.
000670     ADD 1 TO WS-SEQ-NO.
000671     MOVE WS-REL-DEPT TO DRTN-SR-DEPT-CODE.
000672     MOVE WS-SEQ-NO TO DRTN-SR-SEQ-NO.
000673     MOVE CALC-DR-DETAIL-AREA TO DRTN-SR-DETAIL.
000674     RELEASE DRTN-SORT-RECORD.
000675     ADD 1 TO WS-SRC-COUNT.
000676 3900-EXIT.
000677     EXIT.
000678*****************************************************************
000679* 3950-PRINT-SOURCE - PRINT HOW MANY OUTCOMES ONE SOURCE GAVE.
000680*****************************************************************
000681 3950-PRINT-SOURCE.
000682     MOVE WS-SRC-COUNT TO WS-RPT-SRC-COUNT.
000683     WRITE DRTN-RPT-RECORD FROM WS-RPT-SRC-LINE.
000684 3950-EXIT.
000685     EXIT.
000686*****************************************************************
000687* 4000-WRITE-RETURNS - MATCH THE SORTED OUTCOMES AGAINST THE
000688* DEPARTMENT TABLE, BOTH IN CODE ORDER, SO EVERY DEPARTMENT ON
000689* THE MASTER AND EVERY CODE THAT CAME IN IS ACCOUNTED FOR.
000690*****************************************************************
000691 4000-WRITE-RETURNS.
000692     WRITE DRTN-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000693     WRITE DRTN-RPT-RECORD FROM WS-RPT-DEPT-HEADING.
000694     MOVE 'N' TO WS-EOF-SWITCH.
000695     PERFORM 4100-RETURN-OUTCOME THRU 4100-EXIT.
000696     MOVE 1 TO WS-DEPT-SUB.
000697     PERFORM 4200-NEXT-DEPT THRU 4200-EXIT
000698         UNTIL WS-END-OF-FILE
000699           AND WS-DEPT-SUB > WS-DEPT-COUNT.
000700 4000-EXIT.
000701     EXIT.
000702*****************************************************************
000703* 4100-RETURN-OUTCOME - FETCH THE NEXT SORTED OUTCOME. AT THE
000704* END THE DEPARTMENT GOES HIGH SO THE MATCH RUNS OUT THE TABLE.
000705*****************************************************************
000706 4100-RETURN-OUTCOME.
000707     RETURN DRTN-SORT-FILE
000708         AT END
000709             MOVE 'Y' TO WS-EOF-SWITCH
000710             MOVE HIGH-VALUES TO WS-SR-DEPT
000711             GO TO 4100-EXIT
000712     END-RETURN.
000713     MOVE DRTN-SR-DEPT-CODE TO WS-SR-DEPT.
000714 4100-EXIT.
000715     EXIT.
000716*****************************************************************
000717* 4200-NEXT-DEPT - TAKE THE LOWER OF THE NEXT MASTER DEPARTMENT
000718* AND THE NEXT SORTED OUTCOME'S DEPARTMENT. ONE WITH OUTCOMES
000719* GETS A RETURN FILE OF THEM; AN ACTIVE ONE WITHOUT GETS A
000720* ZERO-ACTIVITY FILE; AN INACTIVE ONE WITHOUT IS SKIPPED.
000721*****************************************************************
000722 4200-NEXT-DEPT.
000723     MOVE WS-SR-DEPT TO WS-CUR-DEPT.
000724     MOVE 'N' TO WS-ON-MASTER-SWITCH.
000725     IF WS-DEPT-SUB NOT > WS-DEPT-COUNT
000726         IF WS-DT-CODE (WS-DEPT-SUB) NOT > WS-SR-DEPT
000727             MOVE WS-DT-CODE (WS-DEPT-SUB) TO WS-CUR-DEPT
000728             MOVE WS-DT-NAME (WS-DEPT-SUB) TO WS-CUR-NAME
000729             MOVE WS-DT-STATUS (WS-DEPT-SUB) TO WS-CUR-STATUS
000730             MOVE 'Y' TO WS-ON-MASTER-SWITCH
000731             ADD 1 TO WS-DEPT-SUB
000732         END-IF
000733     END-IF.
000734     IF NOT WS-ON-MASTER
000735         MOVE "*NOT ON FILE*" TO WS-CUR-NAME
000736         MOVE SPACES TO WS-CUR-STATUS
000737     END-IF.
000738     IF WS-SR-DEPT NOT = WS-CUR-DEPT
000739      AND WS-CUR-STATUS NOT = 'A'
000740         PERFORM 4500-SKIP-DEPT THRU 4500-EXIT
000741         GO TO 4200-EXIT
000742     END-IF.
000743     PERFORM 4250-OPEN-RETURN THRU 4250-EXIT.
000744     PERFORM 4300-WRITE-DETAIL THRU 4300-EXIT
000745         UNTIL WS-SR-DEPT NOT = WS-CUR-DEPT.
000746     PERFORM 4350-CLOSE-RETURN THRU 4350-EXIT.
000747 4200-EXIT.
000748     EXIT.
000749*****************************************************************
000750* 4250-OPEN-RETURN - OPEN THE DEPARTMENT'S RETURN FILE, WRITE
000751* ITS HEADER AND CLEAR ITS TOTALS.
000752*****************************************************************
000753 4250-OPEN-RETURN.
000754     MOVE WS-CUR-DEPT TO WS-RTN-DEPT.
000755     OPEN OUTPUT DRTN-OUT-FILE.
000756     IF NOT WS-OUT-OK
000757         DISPLAY "CANNOT OPEN " WS-RTN-NAME
000758             ", STATUS " WS-OUT-STATUS
000759         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000760     END-IF.
000761     MOVE SPACES TO CALC-DRTN-RECORD.
000762     MOVE 'H' TO CALC-DR-REC-TYPE.
000763     MOVE WS-CUR-DEPT   TO CALC-DR-DEPT-CODE.
000764     MOVE WS-BUS-DATE   TO CALC-DR-BUS-DATE.
000765     MOVE WS-CUR-NAME   TO CALC-DR-DEPT-NAME.
000766     MOVE WS-CUR-STATUS TO CALC-DR-DEPT-STATUS.
000767     MOVE WS-RUN-DATE   TO CALC-DR-CREATE-DATE.
000768     WRITE DRTN-OUT-RECORD FROM CALC-DRTN-RECORD.
000769     MOVE ZERO TO WS-D-DETAIL-COUNT WS-D-OK-COUNT
000770                  WS-D-ERROR-COUNT WS-D-REJECT-COUNT
000771                  WS-D-HELD-COUNT WS-D-OUTSTAND-COUNT
000772                  WS-D-OK-AMOUNT WS-D-HELD-AMOUNT.
000773 4250-EXIT.
000774     EXIT.
000775*****************************************************************
000776* 4300-WRITE-DETAIL - WRITE ONE OUTCOME TO THE RETURN FILE,
000777* COUNT IT UNDER ITS SOURCE AND FETCH THE NEXT.
000778*****************************************************************
000779 4300-WRITE-DETAIL.
000780     MOVE SPACES TO CALC-DRTN-RECORD.
000781     MOVE 'D' TO CALC-DR-REC-TYPE.
000782     MOVE WS-CUR-DEPT TO CALC-DR-DEPT-CODE.
000783     MOVE WS-BUS-DATE TO CALC-DR-BUS-DATE.
000784     MOVE DRTN-SR-DETAIL TO CALC-DR-DETAIL-AREA.
000785     WRITE DRTN-OUT-RECORD FROM CALC-DRTN-RECORD.
000786     ADD 1 TO WS-D-DETAIL-COUNT.
000787     EVALUATE TRUE
000788         WHEN CALC-DR-RESULT
000789             IF CALC-DR-RSLT-STATUS = 'O'
000790                 ADD 1 TO WS-D-OK-COUNT
000791                 ADD CALC-DR-AMOUNT TO WS-D-OK-AMOUNT
000792             ELSE
000793                 ADD 1 TO WS-D-ERROR-COUNT
000794             END-IF
000795         WHEN CALC-DR-REJECT
000796             ADD 1 TO WS-D-REJECT-COUNT
000797         WHEN CALC-DR-HELD
000798             ADD 1 TO WS-D-HELD-COUNT
000799             ADD CALC-DR-AMOUNT TO WS-D-HELD-AMOUNT
000800         WHEN CALC-DR-OUTSTANDING
000801             ADD 1 TO WS-D-OUTSTAND-COUNT
000802     END-EVALUATE.
000803     PERFORM 4100-RETURN-OUTCOME THRU 4100-EXIT.
000804 4300-EXIT.
000805     EXIT.
000806*****************************************************************
000807* 4350-CLOSE-RETURN - WRITE THE TRAILER, CLOSE THE RETURN FILE
000808* AND LIST IT ON THE CONTROL REPORT.
000809*****************************************************************
000810 4350-CLOSE-RETURN.
000811     MOVE SPACES TO CALC-DRTN-RECORD.
000812     MOVE 'T' TO CALC-DR-REC-TYPE.
000813     MOVE WS-CUR-DEPT TO CALC-DR-DEPT-CODE.
000814     MOVE WS-BUS-DATE TO CALC-DR-BUS-DATE.
000815     MOVE WS-D-DETAIL-COUNT   TO CALC-DR-DETAIL-COUNT.
000816     MOVE WS-D-OK-COUNT       TO CALC-DR-OK-COUNT.
000817     MOVE WS-D-ERROR-COUNT    TO CALC-DR-ERROR-COUNT.
000818     MOVE WS-D-REJECT-COUNT   TO CALC-DR-REJECT-COUNT.
000819     MOVE WS-D-HELD-COUNT     TO CALC-DR-HELD-COUNT.
000820     MOVE WS-D-OUTSTAND-COUNT TO CALC-DR-OUTSTAND-COUNT.
000821     MOVE WS-D-OK-AMOUNT      TO CALC-DR-OK-AMOUNT.
000822     MOVE WS-D-HELD-AMOUNT    TO CALC-DR-HELD-AMOUNT.
000823     WRITE DRTN-OUT-RECORD FROM CALC-DRTN-RECORD.
000824     CLOSE DRTN-OUT-FILE.
000825     ADD 1 TO WS-FILE-COUNT.
000826     ADD WS-D-DETAIL-COUNT TO WS-DETAIL-COUNT.
000827     MOVE WS-RTN-NAME TO WS-RPT-DEPT-FILE.
000828     EVALUATE TRUE
000829         WHEN WS-D-DETAIL-COUNT = ZERO
000830             MOVE "ZERO ACTIVITY" TO WS-RPT-DISP
000831             ADD 1 TO WS-ZERO-COUNT
000832         WHEN NOT WS-ON-MASTER
000833             MOVE "WRITTEN - NOT ON CALCDEPT" TO WS-RPT-DISP
000834         WHEN WS-CUR-STATUS NOT = 'A'
000835             MOVE "WRITTEN - DEPT INACTIVE" TO WS-RPT-DISP
000836         WHEN OTHER
000837             MOVE "WRITTEN" TO WS-RPT-DISP
000838     END-EVALUATE.
000839     PERFORM 4600-PRINT-DEPT THRU 4600-EXIT.
000840 4350-EXIT.
000841     EXIT.
000842*****************************************************************
000843* 4500-SKIP-DEPT - AN INACTIVE DEPARTMENT WITH NOTHING TODAY
000844* GETS NO FILE. IT IS LISTED AS SKIPPED.
000845*****************************************************************
000846 4500-SKIP-DEPT.
000847     ADD 1 TO WS-SKIP-COUNT.
000848     MOVE ZERO TO WS-D-OK-COUNT WS-D-ERROR-COUNT
000849                  WS-D-REJECT-COUNT WS-D-HELD-COUNT
000850                  WS-D-OUTSTAND-COUNT.
000851     MOVE SPACES TO WS-RPT-DEPT-FILE.
000852     MOVE "SKIPPED - DEPT INACTIVE" TO WS-RPT-DISP.
000853     PERFORM 4600-PRINT-DEPT THRU 4600-EXIT.
000854 4500-EXIT.
000855     EXIT.
000856*****************************************************************
000857* 4600-PRINT-DEPT - PRINT ONE DEPARTMENT'S CONTROL LINE.
000858*****************************************************************
000859 4600-PRINT-DEPT.
000860     MOVE WS-CUR-DEPT         TO WS-RPT-DEPT-CODE.
000861     MOVE WS-D-OK-COUNT       TO WS-RPT-D-OK.
000862     MOVE WS-D-ERROR-COUNT    TO WS-RPT-D-ERR.
000863     MOVE WS-D-REJECT-COUNT   TO WS-RPT-D-REJ.
000864     MOVE WS-D-HELD-COUNT     TO WS-RPT-D-HELD.
000865     MOVE WS-D-OUTSTAND-COUNT TO WS-RPT-D-OUTST.
000866     WRITE DRTN-RPT-RECORD FROM WS-RPT-DEPT-LINE.
000867 4600-EXIT.
000868     EXIT.
000869*****************************************************************
000870* 8000-WRAPUP - PRINT THE RUN TOTALS AND CLOSE THE REPORT.
000871*****************************************************************
000872 8000-WRAPUP.
000873     WRITE DRTN-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000874     MOVE WS-FILE-COUNT TO WS-RPT-FILES-COUNT.
000875     WRITE DRTN-RPT-RECORD FROM WS-RPT-FILES-LINE.
000876     MOVE WS-ZERO-COUNT TO WS-RPT-ZERO-COUNT.
000877     WRITE DRTN-RPT-RECORD FROM WS-RPT-ZERO-LINE.
000878     MOVE WS-SKIP-COUNT TO WS-RPT-SKIP-COUNT.
000879     WRITE DRTN-RPT-RECORD FROM WS-RPT-SKIP-LINE.
000880     MOVE WS-DETAIL-COUNT TO WS-RPT-DETS-COUNT.
000881     WRITE DRTN-RPT-RECORD FROM WS-RPT-DETS-LINE.
000882     CLOSE DRTN-RPT-FILE.
000883     MOVE WS-FILE-COUNT TO WS-COUNT-EDIT.
000884     DISPLAY "CALCDRTN FILES WRITTEN  . . " WS-COUNT-EDIT.
000885     MOVE WS-ZERO-COUNT TO WS-COUNT-EDIT.
000886     DISPLAY "CALCDRTN ZERO-ACTIVITY  . . " WS-COUNT-EDIT.
000887     MOVE WS-SKIP-COUNT TO WS-COUNT-EDIT.
000888     DISPLAY "CALCDRTN DEPTS SKIPPED  . . " WS-COUNT-EDIT.
000889     MOVE WS-DETAIL-COUNT TO WS-COUNT-EDIT.
000890     DISPLAY "CALCDRTN DETAILS WRITTEN  . " WS-COUNT-EDIT.
000891 8000-EXIT.
000892     EXIT.
000893*****************************************************************
000894* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000895* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000896* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000897*****************************************************************
000898 9900-OPEN-ERROR.
000899     DISPLAY "CALCDRTN RUN TERMINATED - SEE FILE STATUS ABOVE".
000900     MOVE 8 TO RETURN-CODE.
000901     CLOSE CALC-RSLT-FILE.
000902     CLOSE CALC-REJ-FILE.
000903     CLOSE CALC-SUSP-FILE.
000904     CLOSE CALC-RREG-FILE.
000905     CLOSE CALC-DEPT-FILE.
000906     CLOSE DRTN-OUT-FILE.
000907     CLOSE DRTN-PARM-FILE.
000908     CLOSE DRTN-RPT-FILE.
000909     STOP RUN.
000910 9900-EXIT.
000911     EXIT.
