000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. CALCDPHS.
000102 AUTHOR. R. ADKET.
000103 INSTALLATION. ACCOUNTING SYSTEMS.
000104 DATE-WRITTEN. 10/15/2026.
000105 DATE-COMPILED.
000106*****************************************************************
000107* MODIFICATION HISTORY
000108*-----------------------------------------------------------------
000109* DATE        INIT  DESCRIPTION
000110* 2026-10-15  RA    INITIAL VERSION - DEPARTMENT MASTER HISTORY
000111*                   REPORT. READS THE CALCDPJN CHANGE JOURNAL
000112*                   KEPT BY CALCDPTM AND PRINTS ON DPHSRPT (1)
000113*                   THE DEPARTMENT MASTER REBUILT AS IT STOOD ON
000114*                   THE AS-OF DATE - THE LATEST IMAGE OF EACH
000115*                   DEPARTMENT EFFECTIVE ON OR BEFORE THAT DATE -
000116*                   AND (2) EVERY CHANGE EFFECTIVE IN A DATE
000117*                   RANGE WITH WHO SUBMITTED IT AND THE RECORD
000118*                   BEFORE AND AFTER. THE DATES COME FROM THE
000119*                   DPHSPARM CARD: AS-OF (COLS 1-8, BLANK =
000120*                   TODAY), FROM (COLS 10-17, BLANK = THE START
000121*                   OF THE JOURNAL) AND TO (COLS 19-26, BLANK =
000122*                   THE AS-OF DATE).
000123*****************************************************************
000124 ENVIRONMENT DIVISION.
000125 INPUT-OUTPUT SECTION.
000126 FILE-CONTROL.
000127     SELECT CALC-DPJN-FILE   ASSIGN TO "CALCDPJN"
000128         ORGANIZATION IS LINE SEQUENTIAL
000129         FILE STATUS IS WS-DPJN-STATUS.
000130     SELECT DPHS-PARM-FILE   ASSIGN TO "DPHSPARM"
000131         ORGANIZATION IS LINE SEQUENTIAL
000132         FILE STATUS IS WS-PARM-STATUS.
000133     SELECT DPHS-RPT-FILE    ASSIGN TO "DPHSRPT"
000134         ORGANIZATION IS LINE SEQUENTIAL
000135         FILE STATUS IS WS-RPT-STATUS.
000136     SELECT DPHS-SORT-FILE   ASSIGN TO "DPHSSORT".
000137 DATA DIVISION.
000138 FILE SECTION.
000139 FD  CALC-DPJN-FILE
000140     LABEL RECORDS ARE STANDARD.
000141     COPY CALCDPJN.
000142 FD  DPHS-PARM-FILE
000143     LABEL RECORDS ARE STANDARD.
000144 01  DPHS-PARM-RECORD.
000145     05  DPHS-PM-ASOF-DATE       PIC X(08).
000146     05  FILLER                  PIC X(01).
000147     05  DPHS-PM-FROM-DATE       PIC X(08).
000148     05  FILLER                  PIC X(01).
000149     05  DPHS-PM-TO-DATE         PIC X(08).
000150     05  FILLER                  PIC X(54).
000151 FD  DPHS-RPT-FILE
000152     LABEL RECORDS ARE STANDARD.
000153 01  DPHS-RPT-RECORD                PIC X(80).
000154 SD  DPHS-SORT-FILE.
000155 01  DPHS-SORT-RECORD.
000156     05  DPHS-SR-DEPT-CODE       PIC X(04).
000157     05  DPHS-SR-EFF-DATE        PIC 9(08).
000158     05  DPHS-SR-SEQ-NO          PIC 9(09).
000159     05  DPHS-SR-JNL-IMAGE       PIC X(179).
000160 WORKING-STORAGE SECTION.
000161*****************************************************************
000162* SWITCHES AND COUNTERS.
000163*****************************************************************
000164 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000165     88  WS-END-OF-FILE               VALUE 'Y'.
000166 77  WS-JNL-EOF-SWITCH            PIC X(01) VALUE 'N'.
000167     88  WS-JNL-END                   VALUE 'Y'.
000168 77  WS-HOLD-SWITCH               PIC X(01) VALUE 'N'.
000169     88  WS-HOLD-PRESENT              VALUE 'Y'.
000170 77  WS-JNL-READ-COUNT            PIC 9(09) COMP VALUE ZERO.
000171 77  WS-JNL-SEQ                   PIC 9(09) COMP VALUE ZERO.
000172 77  WS-DEPT-COUNT                PIC 9(09) COMP VALUE ZERO.
000173 77  WS-ACTIVE-COUNT              PIC 9(09) COMP VALUE ZERO.
000174 77  WS-INACTIVE-COUNT            PIC 9(09) COMP VALUE ZERO.
000175 77  WS-CHANGE-COUNT              PIC 9(09) COMP VALUE ZERO.
000176 77  WS-ASOF-DATE                 PIC 9(08) VALUE ZEROES.
000177 77  WS-FROM-DATE                 PIC 9(08) VALUE ZEROES.
000178 77  WS-TO-DATE                   PIC 9(08) VALUE ZEROES.
000179 77  WS-HOLD-DEPT-CODE            PIC X(04) VALUE SPACES.
000180 77  WS-HOLD-EFF-DATE             PIC 9(08) VALUE ZEROES.
000181 77  WS-HOLD-IMAGE                PIC X(63) VALUE SPACES.
000182 77  WS-DPJN-STATUS               PIC X(02) VALUE ZEROES.
000183     88  WS-DPJN-OK                   VALUE '00'.
000184     88  WS-DPJN-NOT-FOUND            VALUE '35'.
000185 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000186     88  WS-PARM-OK                   VALUE '00'.
000187     88  WS-PARM-NOT-FOUND            VALUE '35'.
000188 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000189     88  WS-RPT-OK                    VALUE '00'.
000190 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000191*****************************************************************
000192* A JOURNALED MASTER IMAGE, UNPACKED FOR PRINTING.
000193*****************************************************************
000194     COPY CALCDEPT.
000195*****************************************************************
000196* PRINTED REPORT LINES.
000197*****************************************************************
000198 01  WS-RPT-HEADING-1.
000199     05  FILLER                      PIC X(27)
000200         VALUE "DEPARTMENT MASTER HISTORY  ".
000201     05  FILLER                      PIC X(06) VALUE "AS OF ".
000202     05  WS-RPT-ASOF-DATE             PIC 9(08).
000203 01  WS-RPT-MASTER-HEADING.
000204     05  FILLER                      PIC X(34)
000205         VALUE "DEPARTMENT MASTER AS IT STOOD ON ".
000206     05  WS-RPT-MH-ASOF-DATE          PIC 9(08).
000207 01  WS-RPT-MASTER-COLUMNS.
000208     05  FILLER                      PIC X(06) VALUE "DEPT".
000209     05  FILLER                      PIC X(32) VALUE "NAME".
000210     05  FILLER                      PIC X(10) VALUE "GL ACCT".
000211     05  FILLER                      PIC X(03) VALUE "ST".
000212     05  FILLER                      PIC X(19)
000213         VALUE "  TOLERANCE LIMIT".
000214     05  FILLER                      PIC X(09) VALUE "EFFECTIVE".
000215 01  WS-RPT-MASTER-LINE.
000216     05  WS-RPT-DEPT-CODE             PIC X(04).
000217     05  FILLER                      PIC X(02) VALUE SPACES.
000218     05  WS-RPT-DEPT-NAME             PIC X(30).
000219     05  FILLER                      PIC X(02) VALUE SPACES.
000220     05  WS-RPT-GL-ACCOUNT            PIC X(08).
000221     05  FILLER                      PIC X(02) VALUE SPACES.
000222     05  WS-RPT-DEPT-STATUS           PIC X(01).
000223     05  FILLER                      PIC X(02) VALUE SPACES.
000224     05  WS-RPT-TOL-LIMIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000225     05  FILLER                      PIC X(02) VALUE SPACES.
000226     05  WS-RPT-EFF-DATE              PIC 9(08).
000227 01  WS-RPT-CHANGE-HEADING.
000228     05  FILLER                      PIC X(23)
000229         VALUE "CHANGES EFFECTIVE FROM ".
000230     05  WS-RPT-CH-FROM-DATE          PIC 9(08).
000231     05  FILLER                      PIC X(04) VALUE " TO ".
000232     05  WS-RPT-CH-TO-DATE            PIC 9(08).
000233 01  WS-RPT-CHANGE-COLUMNS.
000234     05  FILLER                      PIC X(10) VALUE "EFFECTIVE".
000235     05  FILLER                      PIC X(13) VALUE "ACTION".
000236     05  FILLER                      PIC X(06) VALUE "DEPT".
000237     05  FILLER                      PIC X(10) VALUE "SUBMITTER".
000238     05  FILLER                      PIC X(17) VALUE "ENTERED".
000239 01  WS-RPT-CHANGE-LINE.
000240     05  WS-RPT-CH-EFF-DATE           PIC 9(08).
000241     05  FILLER                      PIC X(02) VALUE SPACES.
000242     05  WS-RPT-CH-ACTION             PIC X(11).
000243     05  FILLER                      PIC X(02) VALUE SPACES.
000244     05  WS-RPT-CH-DEPT-CODE          PIC X(04).
000245     05  FILLER                      PIC X(02) VALUE SPACES.
000246     05  WS-RPT-CH-SUBMITTER          PIC X(08).
000247     05  FILLER                      PIC X(02) VALUE SPACES.
000248     05  WS-RPT-CH-ENTRY-DATE         PIC 9(08).
000249     05  FILLER                      PIC X(01) VALUE SPACES.
000250     05  WS-RPT-CH-ENTRY-TIME         PIC 9(08).
000251 01  WS-RPT-IMAGE-LINE.
000252     05  FILLER                      PIC X(04) VALUE SPACES.
000253     05  WS-RPT-IM-LABEL              PIC X(08).
000254     05  WS-RPT-IM-DEPT-NAME          PIC X(30).
000255     05  FILLER                      PIC X(01) VALUE SPACES.
000256     05  WS-RPT-IM-GL-ACCOUNT         PIC X(08).
000257     05  FILLER                      PIC X(01) VALUE SPACES.
000258     05  WS-RPT-IM-STATUS             PIC X(01).
000259     05  FILLER                      PIC X(01) VALUE SPACES.
000260     05  WS-RPT-IM-TOL-LIMIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000261 01  WS-RPT-BLANK-LINE.
000262     05  FILLER                      PIC X(20) VALUE SPACES.
000263 01  WS-RPT-NO-JNL-LINE.
000264     05  FILLER                      PIC X(34)
000265         VALUE "*** NO CHANGE JOURNAL ON FILE ***".
000266 01  WS-RPT-NO-DEPT-LINE.
000267     05  FILLER                      PIC X(34)
000268         VALUE "*** NO DEPARTMENTS AS OF DATE ***".
000269 01  WS-RPT-NO-CHANGE-LINE.
000270     05  FILLER                      PIC X(34)
000271         VALUE "*** NO CHANGES IN THAT RANGE ***".
000272 01  WS-RPT-DEPTS-LINE.
000273     05  FILLER                      PIC X(22)
000274         VALUE "DEPARTMENTS ON FILE  .".
000275     05  WS-RPT-DEPTS-COUNT           PIC ZZZ,ZZZ,ZZ9.
000276 01  WS-RPT-ACTIVE-LINE.
000277     05  FILLER                      PIC X(22)
000278         VALUE "  ACTIVE . . . . . . .".
000279     05  WS-RPT-ACTIVE-COUNT          PIC ZZZ,ZZZ,ZZ9.
000280 01  WS-RPT-INACTIVE-LINE.
000281     05  FILLER                      PIC X(22)
000282         VALUE "  INACTIVE . . . . . .".
000283     05  WS-RPT-INACTIVE-COUNT        PIC ZZZ,ZZZ,ZZ9.
000284 01  WS-RPT-CHANGES-LINE.
000285     05  FILLER                      PIC X(22)
000286         VALUE "CHANGES LISTED . . . .".
000287     05  WS-RPT-CHANGES-COUNT         PIC ZZZ,ZZZ,ZZ9.
000288 PROCEDURE DIVISION.
000289*****************************************************************
000290* 0000-MAINLINE - SORT THE JOURNAL TWICE: BY DEPARTMENT TO
000291* REBUILD THE MASTER AS OF THE DATE, THEN BY EFFECTIVE DATE TO
000292* LIST THE CHANGES IN THE RANGE.
000293*****************************************************************
000294 0000-MAINLINE.
000295     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000296     SORT DPHS-SORT-FILE
000297         ASCENDING KEY DPHS-SR-DEPT-CODE
000298                       DPHS-SR-EFF-DATE
000299                       DPHS-SR-SEQ-NO
000300         INPUT PROCEDURE IS 3000-RELEASE-JOURNAL THRU 3000-EXIT
000301         OUTPUT PROCEDURE IS 4000-PRINT-MASTER THRU 4000-EXIT.
000302     SORT DPHS-SORT-FILE
000303         ASCENDING KEY DPHS-SR-EFF-DATE
000304                       DPHS-SR-SEQ-NO
000305         INPUT PROCEDURE IS 3000-RELEASE-JOURNAL THRU 3000-EXIT
000306         OUTPUT PROCEDURE IS 5000-PRINT-CHANGES THRU 5000-EXIT.
000307     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000308     STOP RUN.
000309*****************************************************************
000310* 1000-INITIALIZE - SETTLE THE REPORT DATES AND WRITE THE
000311* REPORT HEADING.
000312*****************************************************************
000313 1000-INITIALIZE.
000314     ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD.
000315     PERFORM 1100-GET-PARM THRU 1100-EXIT.
000316     OPEN OUTPUT DPHS-RPT-FILE.
000317     IF NOT WS-RPT-OK
000318         DISPLAY "CANNOT OPEN DPHSRPT, STATUS " WS-RPT-STATUS
000319         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000320     END-IF.
000321     MOVE WS-ASOF-DATE TO WS-RPT-ASOF-DATE.
000322     WRITE DPHS-RPT-RECORD FROM WS-RPT-HEADING-1.
000323 1000-EXIT.
000324     EXIT.
000325*****************************************************************
000326* 1100-GET-PARM - READ THE DPHSPARM CONTROL CARD. A MISSING FILE
000327* OR BLANK CARD REPORTS THE MASTER AS OF TODAY AND EVERY CHANGE
000328* UP TO TODAY.
000329*****************************************************************
000330 1100-GET-PARM.
000331     OPEN INPUT DPHS-PARM-FILE.
000332     IF WS-PARM-NOT-FOUND
000333         GO TO 1100-DEFAULT
000334     END-IF.
000335     IF NOT WS-PARM-OK
000336         DISPLAY "CANNOT OPEN DPHSPARM, STATUS " WS-PARM-STATUS
000337         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000338     END-IF.
000339     READ DPHS-PARM-FILE
000340         AT END
000341             GO TO 1100-CLOSE
000342     END-READ.
000343     IF DPHS-PM-ASOF-DATE IS NUMERIC
000344         MOVE DPHS-PM-ASOF-DATE TO WS-ASOF-DATE
000345     END-IF.
000346     IF DPHS-PM-FROM-DATE IS NUMERIC
000347         MOVE DPHS-PM-FROM-DATE TO WS-FROM-DATE
000348     END-IF.
000349     IF DPHS-PM-TO-DATE IS NUMERIC
000350         MOVE DPHS-PM-TO-DATE TO WS-TO-DATE
000351     END-IF.
000352 1100-CLOSE.
000353     CLOSE DPHS-PARM-FILE.
000354 1100-DEFAULT.
000355     IF WS-TO-DATE = ZERO
000356         MOVE WS-ASOF-DATE TO WS-TO-DATE
000357     END-IF.
000358 1100-EXIT.
000359     EXIT.
000360*****************************************************************
000361* 3000-RELEASE-JOURNAL - RELEASE EVERY JOURNAL ENTRY TO THE SORT
000362* UNDER ITS DEPARTMENT, EFFECTIVE DATE AND POSITION IN THE
000363* JOURNAL, SO TWO CHANGES EFFECTIVE THE SAME DAY KEEP THE ORDER
000364* THEY WERE APPLIED IN. WITH NO JOURNAL ON FILE NOTHING IS
000365* RELEASED.
000366*****************************************************************
000367 3000-RELEASE-JOURNAL.
000368     MOVE ZERO TO WS-JNL-READ-COUNT.
000369     MOVE ZERO TO WS-JNL-SEQ.
000370     MOVE 'N' TO WS-JNL-EOF-SWITCH.
000371     OPEN INPUT CALC-DPJN-FILE.
000372     IF WS-DPJN-NOT-FOUND
000373         GO TO 3000-EXIT
000374     END-IF.
000375     IF NOT WS-DPJN-OK
000376         DISPLAY "CANNOT OPEN CALCDPJN, STATUS " WS-DPJN-STATUS
000377         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000378     END-IF.
000379     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
000380     PERFORM 3200-RELEASE-ENTRY THRU 3200-EXIT
000381         UNTIL WS-JNL-END.
000382     CLOSE CALC-DPJN-FILE.
000383 3000-EXIT.
000384     EXIT.
000385*****************************************************************
000386* 3100-READ-JOURNAL - READ THE NEXT JOURNAL ENTRY.
000387*****************************************************************
000388 3100-READ-JOURNAL.
000389     READ CALC-DPJN-FILE
000390         AT END
000391             MOVE 'Y' TO WS-JNL-EOF-SWITCH
000392     END-READ.
000393 3100-EXIT.
000394     EXIT.
000395*****************************************************************
000396* 3200-RELEASE-ENTRY - RELEASE ONE JOURNAL ENTRY AND READ THE
000397* NEXT.
000398*****************************************************************
000399 3200-RELEASE-ENTRY.
000400     ADD 1 TO WS-JNL-READ-COUNT.
000401     ADD 1 TO WS-JNL-SEQ.
000402     MOVE CALC-DJ-DEPT-CODE  TO DPHS-SR-DEPT-CODE.
000403     MOVE CALC-DJ-EFF-DATE   TO DPHS-SR-EFF-DATE.
000404     MOVE WS-JNL-SEQ         TO DPHS-SR-SEQ-NO.
000405     MOVE CALC-DPJN-RECORD   TO DPHS-SR-JNL-IMAGE.
000406     RELEASE DPHS-SORT-RECORD.
000407     PERFORM 3100-READ-JOURNAL THRU 3100-EXIT.
000408 3200-EXIT.
000409     EXIT.
000410*****************************************************************
000411* 4000-PRINT-MASTER - WALK THE JOURNAL BY DEPARTMENT. THE LAST
000412* IMAGE OF A DEPARTMENT EFFECTIVE ON OR BEFORE THE AS-OF DATE
000413* IS THE RECORD AS IT STOOD THAT DAY; A DEPARTMENT WHOSE FIRST
000414* ENTRY IS LATER WAS NOT YET ON FILE AND IS NOT PRINTED.
000415*****************************************************************
000416 4000-PRINT-MASTER.
000417     WRITE DPHS-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000418     MOVE WS-ASOF-DATE TO WS-RPT-MH-ASOF-DATE.
000419     WRITE DPHS-RPT-RECORD FROM WS-RPT-MASTER-HEADING.
000420     IF WS-DPJN-NOT-FOUND
000421         WRITE DPHS-RPT-RECORD FROM WS-RPT-NO-JNL-LINE
000422         GO TO 4000-EXIT
000423     END-IF.
000424     WRITE DPHS-RPT-RECORD FROM WS-RPT-MASTER-COLUMNS.
000425     MOVE 'N' TO WS-EOF-SWITCH.
000426     MOVE 'N' TO WS-HOLD-SWITCH.
000427     MOVE SPACES TO WS-HOLD-DEPT-CODE.
000428     PERFORM 4100-RETURN-ENTRY THRU 4100-EXIT.
000429     PERFORM 4200-TAKE-ENTRY THRU 4200-EXIT
000430         UNTIL WS-END-OF-FILE.
000431     PERFORM 4300-PRINT-DEPT THRU 4300-EXIT.
000432     IF WS-DEPT-COUNT = ZERO
000433         WRITE DPHS-RPT-RECORD FROM WS-RPT-NO-DEPT-LINE
000434     END-IF.
000435 4000-EXIT.
000436     EXIT.
000437*****************************************************************
000438* 4100-RETURN-ENTRY - FETCH THE NEXT SORTED JOURNAL ENTRY.
000439*****************************************************************
000440 4100-RETURN-ENTRY.
000441     RETURN DPHS-SORT-FILE
000442         AT END
000443             MOVE 'Y' TO WS-EOF-SWITCH
000444     END-RETURN.
000445 4100-EXIT.
000446     EXIT.
000447*****************************************************************
000448* 4200-TAKE-ENTRY - ON A CHANGE OF DEPARTMENT PRINT THE ONE JUST
000449* FINISHED, THEN HOLD THIS ENTRY'S AFTER IMAGE IF IT WAS IN
000450* EFFECT ON THE AS-OF DATE.
000451*****************************************************************
000452 4200-TAKE-ENTRY.
000453     IF DPHS-SR-DEPT-CODE NOT = WS-HOLD-DEPT-CODE
000454         PERFORM 4300-PRINT-DEPT THRU 4300-EXIT
000455         MOVE DPHS-SR-DEPT-CODE TO WS-HOLD-DEPT-CODE
000456         MOVE 'N' TO WS-HOLD-SWITCH
000457     END-IF.
000458     IF DPHS-SR-EFF-DATE NOT > WS-ASOF-DATE
000459         MOVE DPHS-SR-JNL-IMAGE TO CALC-DPJN-RECORD
000460         MOVE CALC-DJ-AFTER-IMAGE TO WS-HOLD-IMAGE
000461         MOVE CALC-DJ-EFF-DATE TO WS-HOLD-EFF-DATE
000462         MOVE 'Y' TO WS-HOLD-SWITCH
000463     END-IF.
000464     PERFORM 4100-RETURN-ENTRY THRU 4100-EXIT.
000465 4200-EXIT.
000466     EXIT.
000467*****************************************************************
000468* 4300-PRINT-DEPT - PRINT THE HELD IMAGE OF THE DEPARTMENT JUST
000469* FINISHED, IF IT WAS ON FILE ON THE AS-OF DATE.
000470*****************************************************************
000471 4300-PRINT-DEPT.
000472     IF NOT WS-HOLD-PRESENT
000473         GO TO 4300-EXIT
000474     END-IF.
000475     MOVE WS-HOLD-IMAGE TO CALC-DEPT-RECORD.
000476     ADD 1 TO WS-DEPT-COUNT.
000477     IF CALC-DP-ACTIVE
000478         ADD 1 TO WS-ACTIVE-COUNT
000479     ELSE
000480         ADD 1 TO WS-INACTIVE-COUNT
000481     END-IF.
000482     MOVE CALC-DP-DEPT-CODE  TO WS-RPT-DEPT-CODE.
000483     MOVE CALC-DP-DEPT-NAME  TO WS-RPT-DEPT-NAME.
000484     MOVE CALC-DP-GL-ACCOUNT TO WS-RPT-GL-ACCOUNT.
000485     MOVE CALC-DP-STATUS     TO WS-RPT-DEPT-STATUS.
000486     MOVE CALC-DP-TOL-LIMIT  TO WS-RPT-TOL-LIMIT.
000487     MOVE WS-HOLD-EFF-DATE   TO WS-RPT-EFF-DATE.
000488     WRITE DPHS-RPT-RECORD FROM WS-RPT-MASTER-LINE.
000489     MOVE 'N' TO WS-HOLD-SWITCH.
000490 4300-EXIT.
000491     EXIT.
000492*****************************************************************
000493* 5000-PRINT-CHANGES - LIST EVERY CHANGE EFFECTIVE IN THE RANGE,
000494* OLDEST FIRST. THE OPENING IMAGES WRITTEN WHEN THE JOURNAL WAS
000495* STARTED ARE NOT CHANGES AND ARE LEFT OUT.
000496*****************************************************************
000497 5000-PRINT-CHANGES.
000498     WRITE DPHS-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000499     MOVE WS-FROM-DATE TO WS-RPT-CH-FROM-DATE.
000500     MOVE WS-TO-DATE   TO WS-RPT-CH-TO-DATE.
000501     WRITE DPHS-RPT-RECORD FROM WS-RPT-CHANGE-HEADING.
000502     IF WS-DPJN-NOT-FOUND
000503         WRITE DPHS-RPT-RECORD FROM WS-RPT-NO-JNL-LINE
000504         GO TO 5000-EXIT
000505     END-IF.
000506     WRITE DPHS-RPT-RECORD FROM WS-RPT-CHANGE-COLUMNS.
000507     MOVE 'N' TO WS-EOF-SWITCH.
000508     PERFORM 4100-RETURN-ENTRY THRU 4100-EXIT.
000509     PERFORM 5100-LIST-CHANGE THRU 5100-EXIT
000510         UNTIL WS-END-OF-FILE.
000511     IF WS-CHANGE-COUNT = ZERO
000512         WRITE DPHS-RPT-RECORD FROM WS-RPT-NO-CHANGE-LINE
000513     END-IF.
000514 5000-EXIT.
000515     EXIT.
000516*****************************************************************
000517* 5100-LIST-CHANGE - PRINT ONE CHANGE IN THE RANGE - WHO, WHEN
000518* AND WHAT - WITH THE RECORD BEFORE AND AFTER IT, THEN FETCH
000519* THE NEXT ENTRY.
000520*****************************************************************
000521 5100-LIST-CHANGE.
000522     MOVE DPHS-SR-JNL-IMAGE TO CALC-DPJN-RECORD.
000523     IF CALC-DJ-OPENING
000524         OR CALC-DJ-EFF-DATE < WS-FROM-DATE
000525         OR CALC-DJ-EFF-DATE > WS-TO-DATE
000526         GO TO 5100-NEXT
000527     END-IF.
000528     ADD 1 TO WS-CHANGE-COUNT.
000529     EVALUATE TRUE
000530         WHEN CALC-DJ-ADDED
000531             MOVE "ADDED" TO WS-RPT-CH-ACTION
000532         WHEN CALC-DJ-CHANGED
000533             MOVE "CHANGED" TO WS-RPT-CH-ACTION
000534         WHEN CALC-DJ-DEACTIVATED
000535             MOVE "DEACTIVATED" TO WS-RPT-CH-ACTION
000536         WHEN CALC-DJ-REACTIVATED
000537             MOVE "REACTIVATED" TO WS-RPT-CH-ACTION
000538         WHEN OTHER
000539             MOVE CALC-DJ-ACTION TO WS-RPT-CH-ACTION
000540     END-EVALUATE.
000541     MOVE CALC-DJ-EFF-DATE   TO WS-RPT-CH-EFF-DATE.
000542     MOVE CALC-DJ-DEPT-CODE  TO WS-RPT-CH-DEPT-CODE.
000543     MOVE CALC-DJ-SUBMITTER  TO WS-RPT-CH-SUBMITTER.
000544     MOVE CALC-DJ-ENTRY-DATE TO WS-RPT-CH-ENTRY-DATE.
000545     MOVE CALC-DJ-ENTRY-TIME TO WS-RPT-CH-ENTRY-TIME.
000546     WRITE DPHS-RPT-RECORD FROM WS-RPT-CHANGE-LINE.
000547     IF CALC-DJ-BEFORE-IMAGE = SPACES
000548         MOVE SPACES TO WS-RPT-IMAGE-LINE
000549         MOVE "BEFORE" TO WS-RPT-IM-LABEL
000550         MOVE "(NOT ON FILE)" TO WS-RPT-IM-DEPT-NAME
000551         WRITE DPHS-RPT-RECORD FROM WS-RPT-IMAGE-LINE
000552     ELSE
000553         MOVE "BEFORE" TO WS-RPT-IM-LABEL
000554         MOVE CALC-DJ-BEFORE-IMAGE TO CALC-DEPT-RECORD
000555         PERFORM 5200-PRINT-IMAGE THRU 5200-EXIT
000556     END-IF.
000557     MOVE "AFTER" TO WS-RPT-IM-LABEL.
000558     MOVE CALC-DJ-AFTER-IMAGE TO CALC-DEPT-RECORD.
000559     PERFORM 5200-PRINT-IMAGE THRU 5200-EXIT.
000560 5100-NEXT.
000561     PERFORM 4100-RETURN-ENTRY THRU 4100-EXIT.
000562 5100-EXIT.
000563     EXIT.
000564*****************************************************************
000565* 5200-PRINT-IMAGE - PRINT ONE MASTER IMAGE UNDER THE LABEL
000566* ALREADY SET BY THE CALLER.
000567*****************************************************************
000568 5200-PRINT-IMAGE.
000569     MOVE CALC-DP-DEPT-NAME  TO WS-RPT-IM-DEPT-NAME.
000570     MOVE CALC-DP-GL-ACCOUNT TO WS-RPT-IM-GL-ACCOUNT.
000571     MOVE CALC-DP-STATUS     TO WS-RPT-IM-STATUS.
000572     MOVE CALC-DP-TOL-LIMIT  TO WS-RPT-IM-TOL-LIMIT.
000573     WRITE DPHS-RPT-RECORD FROM WS-RPT-IMAGE-LINE.
000574 5200-EXIT.
000575     EXIT.
000576*****************************************************************
000577* 8000-WRAPUP - PRINT THE REPORT TOTALS AND CLOSE THE REPORT.
000578*****************************************************************
000579 8000-WRAPUP.
000580     WRITE DPHS-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000581     MOVE WS-DEPT-COUNT TO WS-RPT-DEPTS-COUNT.
000582     WRITE DPHS-RPT-RECORD FROM WS-RPT-DEPTS-LINE.
000583     MOVE WS-ACTIVE-COUNT TO WS-RPT-ACTIVE-COUNT.
000584     WRITE DPHS-RPT-RECORD FROM WS-RPT-ACTIVE-LINE.
000585     MOVE WS-INACTIVE-COUNT TO WS-RPT-INACTIVE-COUNT.
000586     WRITE DPHS-RPT-RECORD FROM WS-RPT-INACTIVE-LINE.
000587     MOVE WS-CHANGE-COUNT TO WS-RPT-CHANGES-COUNT.
000588     WRITE DPHS-RPT-RECORD FROM WS-RPT-CHANGES-LINE.
000589     CLOSE DPHS-RPT-FILE.
000590     MOVE WS-JNL-READ-COUNT TO WS-COUNT-EDIT.
000591     DISPLAY "CALCDPHS JOURNAL ENTRIES  . " WS-COUNT-EDIT.
000592     MOVE WS-DEPT-COUNT TO WS-COUNT-EDIT.
000593     DISPLAY "CALCDPHS DEPARTMENTS AS OF  " WS-COUNT-EDIT.
000594     MOVE WS-CHANGE-COUNT TO WS-COUNT-EDIT.
000595     DISPLAY "CALCDPHS CHANGES LISTED . . " WS-COUNT-EDIT.
000596 8000-EXIT.
000597     EXIT.
000598*****************************************************************
000599* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000600* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000601* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000602*****************************************************************
000603 9900-OPEN-ERROR.
000604     DISPLAY "CALCDPHS RUN TERMINATED - SEE FILE STATUS ABOVE".
000605     MOVE 8 TO RETURN-CODE.
000606     CLOSE CALC-DPJN-FILE.
000607     CLOSE DPHS-PARM-FILE.
000608     CLOSE DPHS-RPT-FILE.
000609     STOP RUN.
000610 9900-EXIT.
000611     EXIT.
