000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. CALCAPMT.
000102 AUTHOR. R. ADKET.
000103 INSTALLATION. ACCOUNTING SYSTEMS.
000104 DATE-WRITTEN. 10/15/2026.
000105 DATE-COMPILED.
000106*****************************************************************
000107* MODIFICATION HISTORY
000108*-----------------------------------------------------------------
000109* DATE        INIT  DESCRIPTION
000110* 2026-10-15  RA    INITIAL VERSION - APPROVER AUTHORITY MASTER
000111*                   MAINTENANCE. READS MAINTENANCE CARDS FROM
000112*                   APMTPARM, ONE ACTION PER CARD (A=ADD,
000113*                   C=CHANGE NAME/LIMIT/DEPARTMENTS,
000114*                   D=DEACTIVATE, R=REACTIVATE, T=SET THE DUAL
000115*                   SIGN-OFF LIMIT), APPLIES THEM TO THE KEYED
000116*                   CALCAPPR MASTER CALCSAPR CHECKS EVERY
000117*                   APPROVAL CARD AGAINST, AND PRINTS EVERY
000118*                   ACTION AND ITS OUTCOME ON APMTRPT. A CARD
000119*                   THAT CANNOT BE APPLIED IS LISTED AND
000120*                   COUNTED, NEVER APPLIED HALFWAY. THE MASTER
000121*                   IS CREATED ON ITS FIRST EVER MAINTENANCE
000122*                   RUN.
000123*****************************************************************
000124 ENVIRONMENT DIVISION.
000125 INPUT-OUTPUT SECTION.
000126 FILE-CONTROL.
000127     SELECT CALC-APPR-FILE   ASSIGN TO "CALCAPPR"
000128         ORGANIZATION IS INDEXED
000129         ACCESS MODE IS RANDOM
000130         RECORD KEY IS CALC-AP-APPROVER-ID
000131         FILE STATUS IS WS-APPR-STATUS.
000132     SELECT CALC-DEPT-FILE   ASSIGN TO "CALCDEPT"
000133         ORGANIZATION IS INDEXED
000134         ACCESS MODE IS RANDOM
000135         RECORD KEY IS CALC-DP-DEPT-CODE
000136         FILE STATUS IS WS-DEPT-STATUS.
000137     SELECT APMT-PARM-FILE   ASSIGN TO "APMTPARM"
000138         ORGANIZATION IS LINE SEQUENTIAL
000139         FILE STATUS IS WS-PARM-STATUS.
000140     SELECT APMT-RPT-FILE    ASSIGN TO "APMTRPT"
000141         ORGANIZATION IS LINE SEQUENTIAL
000142         FILE STATUS IS WS-RPT-STATUS.
000143 DATA DIVISION.
000144 FILE SECTION.
000145 FD  CALC-APPR-FILE
000146     LABEL RECORDS ARE STANDARD.
000147     COPY CALCAPPR.
000148 FD  CALC-DEPT-FILE
000149     LABEL RECORDS ARE STANDARD.
000150     COPY CALCDEPT.
000151*****************************************************************
000152* MAINTENANCE CARD. ON A 'T' CARD THE LIMIT FIELD IS THE DUAL
000153* SIGN-OFF LIMIT AND THE OTHER FIELDS ARE IGNORED. A NON-BLANK
000154* DEPARTMENT LIST ON A CHANGE REPLACES THE WHOLE LIST.
000155*****************************************************************
000156 FD  APMT-PARM-FILE
000157     LABEL RECORDS ARE STANDARD.
000158 01  APMT-PARM-RECORD.
000159     05  APMT-PM-ACTION          PIC X(01).
000160     05  FILLER                  PIC X(01).
000161     05  APMT-PM-APPROVER-ID     PIC X(08).
000162     05  FILLER                  PIC X(01).
000163     05  APMT-PM-APPROVER-NAME   PIC X(20).
000164     05  FILLER                  PIC X(01).
000165     05  APMT-PM-MAX-RELEASE     PIC 9(11)V9(02).
000166     05  FILLER                  PIC X(01).
000167     05  APMT-PM-DEPT-LIST.
000168         10  APMT-PM-DEPT-CODE   PIC X(04) OCCURS 8 TIMES.
000169     05  FILLER                  PIC X(02).
000170 FD  APMT-RPT-FILE
000171     LABEL RECORDS ARE STANDARD.
000172 01  APMT-RPT-RECORD                PIC X(80).
000173 WORKING-STORAGE SECTION.
000174*****************************************************************
000175* SWITCHES AND COUNTERS.
000176*****************************************************************
000177 77  WS-EOF-SWITCH                PIC X(01) VALUE 'N'.
000178     88  WS-END-OF-FILE               VALUE 'Y'.
000179 77  WS-CARD-COUNT                PIC 9(09) COMP VALUE ZERO.
000180 77  WS-APPLIED-COUNT             PIC 9(09) COMP VALUE ZERO.
000181 77  WS-FAILED-COUNT              PIC 9(09) COMP VALUE ZERO.
000182 77  WS-LIST-SWITCH               PIC X(01) VALUE 'N'.
000183     88  WS-LIST-BAD                  VALUE 'Y'.
000184 77  WS-DEPT-SUB                  PIC 9(04) COMP VALUE ZERO.
000185 77  WS-DEPT-LIMIT                PIC 9(04) COMP VALUE 8.
000186 77  WS-APPR-STATUS               PIC X(02) VALUE ZEROES.
000187     88  WS-APPR-OK                   VALUE '00'.
000188     88  WS-APPR-NOT-FOUND            VALUE '35'.
000189 77  WS-DEPT-STATUS               PIC X(02) VALUE ZEROES.
000190     88  WS-DEPT-OK                   VALUE '00'.
000191 77  WS-PARM-STATUS               PIC X(02) VALUE ZEROES.
000192     88  WS-PARM-OK                   VALUE '00'.
000193 77  WS-RPT-STATUS                PIC X(02) VALUE ZEROES.
000194     88  WS-RPT-OK                    VALUE '00'.
000195 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000196*****************************************************************
000197* PRINTED REPORT LINES.
000198*****************************************************************
000199 01  WS-RPT-HEADING-1.
000200     05  FILLER                      PIC X(30)
000201         VALUE "APPROVER AUTHORITY MAINTENANCE".
000202 01  WS-RPT-HEADING-2.
000203     05  FILLER                      PIC X(04) VALUE "ACT".
000204     05  FILLER                      PIC X(10) VALUE "APPROVER".
000205     05  FILLER                      PIC X(22) VALUE "NAME".
000206     05  FILLER                      PIC X(19)
000207         VALUE "     MAX RELEASE".
000208     05  FILLER                      PIC X(07) VALUE "OUTCOME".
000209 01  WS-RPT-DETAIL-LINE.
000210     05  WS-RPT-ACTION                PIC X(01).
000211     05  FILLER                      PIC X(03) VALUE SPACES.
000212     05  WS-RPT-APPROVER-ID           PIC X(08).
000213     05  FILLER                      PIC X(02) VALUE SPACES.
000214     05  WS-RPT-APPROVER-NAME         PIC X(20).
000215     05  FILLER                      PIC X(02) VALUE SPACES.
000216     05  WS-RPT-MAX-RELEASE           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
000217     05  FILLER                      PIC X(02) VALUE SPACES.
000218     05  WS-RPT-OUTCOME               PIC X(22).
000219 01  WS-RPT-DEPT-LINE.
000220     05  FILLER                      PIC X(14) VALUE SPACES.
000221     05  FILLER                      PIC X(13)
000222         VALUE "DEPARTMENTS: ".
000223     05  WS-RPT-DEPT-ENTRY OCCURS 8 TIMES.
000224         10  WS-RPT-DEPT-CODE         PIC X(04).
000225         10  FILLER                  PIC X(01).
000226 01  WS-RPT-BLANK-LINE.
000227     05  FILLER                      PIC X(20) VALUE SPACES.
000228 01  WS-RPT-CARDS-LINE.
000229     05  FILLER                      PIC X(22)
000230         VALUE "CARDS READ . . . . . ".
000231     05  WS-RPT-CARDS-COUNT           PIC ZZZ,ZZZ,ZZ9.
000232 01  WS-RPT-APPLIED-LINE.
000233     05  FILLER                      PIC X(22)
000234         VALUE "ACTIONS APPLIED  . . ".
000235     05  WS-RPT-APPLIED-COUNT         PIC ZZZ,ZZZ,ZZ9.
000236 01  WS-RPT-FAILED-LINE.
000237     05  FILLER                      PIC X(22)
000238         VALUE "ACTIONS REFUSED  . . ".
000239     05  WS-RPT-FAILED-COUNT          PIC ZZZ,ZZZ,ZZ9.
000240 PROCEDURE DIVISION.
000241*****************************************************************
000242* 0000-MAINLINE - APPLY EVERY MAINTENANCE CARD TO THE MASTER.
000243*****************************************************************
000244 0000-MAINLINE.
000245     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000246     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000247     PERFORM 2000-APPLY-CARD THRU 2000-EXIT
000248         UNTIL WS-END-OF-FILE.
000249     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000250     STOP RUN.
000251*****************************************************************
000252* 1000-INITIALIZE - OPEN THE FILES, CREATING THE MASTER ON ITS
000253* FIRST EVER RUN, AND WRITE THE REPORT HEADINGS. CALCDEPT IS
000254* READ TO PROVE EVERY DEPARTMENT CODE GRANTED TO AN APPROVER.
000255*****************************************************************
000256 1000-INITIALIZE.
000257     OPEN I-O CALC-APPR-FILE.
000258     IF WS-APPR-NOT-FOUND
000259         CLOSE CALC-APPR-FILE
000260         OPEN OUTPUT CALC-APPR-FILE
000261         CLOSE CALC-APPR-FILE
000262         OPEN I-O CALC-APPR-FILE
000263     END-IF.
000264     IF NOT WS-APPR-OK
000265         DISPLAY "CANNOT OPEN CALCAPPR, STATUS " WS-APPR-STATUS
000266         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000267     END-IF.
000268     OPEN INPUT CALC-DEPT-FILE.
000269     IF NOT WS-DEPT-OK
000270         DISPLAY "CANNOT OPEN CALCDEPT, STATUS " WS-DEPT-STATUS
000271         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000272     END-IF.
000273     OPEN INPUT APMT-PARM-FILE.
000274     IF NOT WS-PARM-OK
000275         DISPLAY "CANNOT OPEN APMTPARM, STATUS " WS-PARM-STATUS
000276         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000277     END-IF.
000278     OPEN OUTPUT APMT-RPT-FILE.
000279     IF NOT WS-RPT-OK
000280         DISPLAY "CANNOT OPEN APMTRPT, STATUS " WS-RPT-STATUS
000281         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000282     END-IF.
000283     WRITE APMT-RPT-RECORD FROM WS-RPT-HEADING-1.
000284     WRITE APMT-RPT-RECORD FROM WS-RPT-HEADING-2.
000285 1000-EXIT.
000286     EXIT.
000287*****************************************************************
000288* 2000-APPLY-CARD - ROUTE THE CURRENT CARD BY ITS ACTION CODE,
000289* PRINT THE OUTCOME AND READ THE NEXT CARD. A BLANK CARD IS
000290* SKIPPED. AN APPROVER ID BEGINNING '*' IS RESERVED FOR THE
000291* CONTROL RECORD AND IS REFUSED ON EVERY ACTION BUT 'T'.
000292*****************************************************************
000293 2000-APPLY-CARD.
000294     IF APMT-PARM-RECORD = SPACES
000295         GO TO 2000-NEXT
000296     END-IF.
000297     ADD 1 TO WS-CARD-COUNT.
000298     MOVE SPACES TO WS-RPT-DETAIL-LINE.
000299     MOVE APMT-PM-ACTION        TO WS-RPT-ACTION.
000300     MOVE APMT-PM-APPROVER-ID   TO WS-RPT-APPROVER-ID.
000301     MOVE APMT-PM-APPROVER-NAME TO WS-RPT-APPROVER-NAME.
000302     IF APMT-PM-MAX-RELEASE IS NUMERIC
000303         MOVE APMT-PM-MAX-RELEASE TO WS-RPT-MAX-RELEASE
000304     END-IF.
000305     IF APMT-PM-ACTION NOT = 'T' AND APMT-PM-ACTION NOT = 't'
000306         IF APMT-PM-APPROVER-ID = SPACES
000307             MOVE "APPROVER ID MISSING" TO WS-RPT-OUTCOME
000308             ADD 1 TO WS-FAILED-COUNT
000309             GO TO 2000-PRINT
000310         END-IF
000311         IF APMT-PM-APPROVER-ID (1:1) = '*'
000312             MOVE "RESERVED APPROVER ID" TO WS-RPT-OUTCOME
000313             ADD 1 TO WS-FAILED-COUNT
000314             GO TO 2000-PRINT
000315         END-IF
000316     END-IF.
000317     EVALUATE APMT-PM-ACTION
000318         WHEN 'A'
000319         WHEN 'a'
000320             PERFORM 2200-ADD-APPROVER THRU 2200-EXIT
000321         WHEN 'C'
000322         WHEN 'c'
000323             PERFORM 2300-CHANGE-APPROVER THRU 2300-EXIT
000324         WHEN 'D'
000325         WHEN 'd'
000326             PERFORM 2400-DEACTIVATE-APPROVER THRU 2400-EXIT
000327         WHEN 'R'
000328         WHEN 'r'
000329             PERFORM 2500-REACTIVATE-APPROVER THRU 2500-EXIT
000330         WHEN 'T'
000331         WHEN 't'
000332             PERFORM 2800-SET-DUAL-LIMIT THRU 2800-EXIT
000333         WHEN OTHER
000334             MOVE "INVALID ACTION CODE" TO WS-RPT-OUTCOME
000335             ADD 1 TO WS-FAILED-COUNT
000336     END-EVALUATE.
000337 2000-PRINT.
000338     WRITE APMT-RPT-RECORD FROM WS-RPT-DETAIL-LINE.
000339     IF APMT-PM-DEPT-LIST NOT = SPACES
000340         MOVE 1 TO WS-DEPT-SUB
000341         PERFORM 2060-EDIT-DEPT-CODE THRU 2060-EXIT
000342             UNTIL WS-DEPT-SUB > WS-DEPT-LIMIT
000343         WRITE APMT-RPT-RECORD FROM WS-RPT-DEPT-LINE
000344     END-IF.
000345 2000-NEXT.
000346     PERFORM 2100-READ-PARM THRU 2100-EXIT.
000347 2000-EXIT.
000348     EXIT.
000349*****************************************************************
000350* 2060-EDIT-DEPT-CODE - MOVE ONE CARD DEPARTMENT CODE TO THE
000351* DEPARTMENT LIST LINE.
000352*****************************************************************
000353 2060-EDIT-DEPT-CODE.
000354     MOVE APMT-PM-DEPT-CODE (WS-DEPT-SUB)
000355         TO WS-RPT-DEPT-CODE (WS-DEPT-SUB).
000356     ADD 1 TO WS-DEPT-SUB.
000357 2060-EXIT.
000358     EXIT.
000359*****************************************************************
000360* 2100-READ-PARM - READ THE NEXT MAINTENANCE CARD.
000361*****************************************************************
000362 2100-READ-PARM.
000363     READ APMT-PARM-FILE
000364         AT END
000365             MOVE 'Y' TO WS-EOF-SWITCH
000366     END-READ.
000367 2100-EXIT.
000368     EXIT.
000369*****************************************************************
000370* 2150-CHECK-DEPT-LIST - PROVE THE CARD'S DEPARTMENT LIST. '****'
000371* IS ALLOWED ONLY AS THE FIRST CODE AND MEANS EVERY
000372* DEPARTMENT; ANY OTHER NON-BLANK CODE MUST BE ON CALCDEPT, SO A
000373* MISTYPED CODE CANNOT GRANT AUTHORITY OVER NOTHING.
000374*****************************************************************
000375 2150-CHECK-DEPT-LIST.
000376     MOVE 'N' TO WS-LIST-SWITCH.
000377     IF APMT-PM-DEPT-CODE (1) = '****'
000378         MOVE 2 TO WS-DEPT-SUB
000379     ELSE
000380         MOVE 1 TO WS-DEPT-SUB
000381     END-IF.
000382     PERFORM 2160-CHECK-ONE-DEPT THRU 2160-EXIT
000383         UNTIL WS-DEPT-SUB > WS-DEPT-LIMIT
000384            OR WS-LIST-BAD.
000385 2150-EXIT.
000386     EXIT.
000387*****************************************************************
000388* 2160-CHECK-ONE-DEPT - PROVE ONE DEPARTMENT CODE ON THE CARD.
000389*****************************************************************
000390 2160-CHECK-ONE-DEPT.
000391     IF APMT-PM-DEPT-CODE (WS-DEPT-SUB) = SPACES
000392         GO TO 2160-NEXT
000393     END-IF.
000394     MOVE APMT-PM-DEPT-CODE (WS-DEPT-SUB) TO CALC-DP-DEPT-CODE.
000395     READ CALC-DEPT-FILE
000396         INVALID KEY
000397             MOVE 'Y' TO WS-LIST-SWITCH
000398     END-READ.
000399 2160-NEXT.
000400     ADD 1 TO WS-DEPT-SUB.
000401 2160-EXIT.
000402     EXIT.
000403*****************************************************************
000404* 2200-ADD-APPROVER - ADD A NEW APPROVER. AN ID ALREADY ON FILE
000405* IS REFUSED SO A MISKEYED ADD CANNOT WIDEN A LIVE APPROVER'S
000406* AUTHORITY. AT LEAST ONE DEPARTMENT MUST BE GRANTED; A BLANK
000407* LIMIT MEANS THE APPROVER MAY RETURN ITEMS BUT RELEASE NONE.
000408*****************************************************************
000409 2200-ADD-APPROVER.
000410     IF APMT-PM-DEPT-LIST = SPACES
000411         MOVE "NO DEPARTMENTS GRANTED" TO WS-RPT-OUTCOME
000412         ADD 1 TO WS-FAILED-COUNT
000413         GO TO 2200-EXIT
000414     END-IF.
000415     PERFORM 2150-CHECK-DEPT-LIST THRU 2150-EXIT.
000416     IF WS-LIST-BAD
000417         MOVE "DEPT NOT ON CALCDEPT" TO WS-RPT-OUTCOME
000418         ADD 1 TO WS-FAILED-COUNT
000419         GO TO 2200-EXIT
000420     END-IF.
000421     MOVE SPACES TO CALC-APPR-RECORD.
000422     MOVE APMT-PM-APPROVER-ID   TO CALC-AP-APPROVER-ID.
000423     MOVE APMT-PM-APPROVER-NAME TO CALC-AP-APPROVER-NAME.
000424     MOVE 'A' TO CALC-AP-STATUS.
000425     IF APMT-PM-MAX-RELEASE IS NUMERIC
000426         MOVE APMT-PM-MAX-RELEASE TO CALC-AP-MAX-RELEASE
000427     ELSE
000428         MOVE ZERO TO CALC-AP-MAX-RELEASE
000429     END-IF.
000430     MOVE APMT-PM-DEPT-LIST TO CALC-AP-DEPT-LIST.
000431     WRITE CALC-APPR-RECORD
000432         INVALID KEY
000433             MOVE "ALREADY ON FILE" TO WS-RPT-OUTCOME
000434             ADD 1 TO WS-FAILED-COUNT
000435         NOT INVALID KEY
000436             MOVE "ADDED" TO WS-RPT-OUTCOME
000437             ADD 1 TO WS-APPLIED-COUNT
000438     END-WRITE.
000439 2200-EXIT.
000440     EXIT.
000441*****************************************************************
000442* 2300-CHANGE-APPROVER - CHANGE THE NAME, RELEASE LIMIT AND/OR
000443* DEPARTMENT LIST OF AN APPROVER ALREADY ON FILE. A BLANK FIELD
000444* ON THE CARD LEAVES THE FIELD ON FILE UNCHANGED.
000445*****************************************************************
000446 2300-CHANGE-APPROVER.
000447     IF APMT-PM-DEPT-LIST NOT = SPACES
000448         PERFORM 2150-CHECK-DEPT-LIST THRU 2150-EXIT
000449         IF WS-LIST-BAD
000450             MOVE "DEPT NOT ON CALCDEPT" TO WS-RPT-OUTCOME
000451             ADD 1 TO WS-FAILED-COUNT
000452             GO TO 2300-EXIT
000453         END-IF
000454     END-IF.
000455     MOVE APMT-PM-APPROVER-ID TO CALC-AP-APPROVER-ID.
000456     READ CALC-APPR-FILE
000457         INVALID KEY
000458             MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000459             ADD 1 TO WS-FAILED-COUNT
000460             GO TO 2300-EXIT
000461     END-READ.
000462     IF APMT-PM-APPROVER-NAME NOT = SPACES
000463         MOVE APMT-PM-APPROVER-NAME TO CALC-AP-APPROVER-NAME
000464     END-IF.
000465     IF APMT-PM-MAX-RELEASE IS NUMERIC
000466         MOVE APMT-PM-MAX-RELEASE TO CALC-AP-MAX-RELEASE
000467     END-IF.
000468     IF APMT-PM-DEPT-LIST NOT = SPACES
000469         MOVE APMT-PM-DEPT-LIST TO CALC-AP-DEPT-LIST
000470     END-IF.
000471     MOVE "CHANGED" TO WS-RPT-OUTCOME.
000472     PERFORM 2600-REWRITE-APPROVER THRU 2600-EXIT.
000473 2300-EXIT.
000474     EXIT.
000475*****************************************************************
000476* 2400-DEACTIVATE-APPROVER - MARK AN APPROVER INACTIVE SO
000477* CALCSAPR REFUSES THEIR CARDS. THE RECORD STAYS ON FILE SO THE
000478* ID IS NEVER REUSED FOR SOMEONE ELSE.
000479*****************************************************************
000480 2400-DEACTIVATE-APPROVER.
000481     MOVE APMT-PM-APPROVER-ID TO CALC-AP-APPROVER-ID.
000482     READ CALC-APPR-FILE
000483         INVALID KEY
000484             MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000485             ADD 1 TO WS-FAILED-COUNT
000486             GO TO 2400-EXIT
000487     END-READ.
000488     MOVE 'I' TO CALC-AP-STATUS.
000489     MOVE "DEACTIVATED" TO WS-RPT-OUTCOME.
000490     PERFORM 2600-REWRITE-APPROVER THRU 2600-EXIT.
000491 2400-EXIT.
000492     EXIT.
000493*****************************************************************
000494* 2500-REACTIVATE-APPROVER - PUT A DEACTIVATED APPROVER BACK IN
000495* SERVICE.
000496*****************************************************************
000497 2500-REACTIVATE-APPROVER.
000498     MOVE APMT-PM-APPROVER-ID TO CALC-AP-APPROVER-ID.
000499     READ CALC-APPR-FILE
000500         INVALID KEY
000501             MOVE "NOT ON FILE" TO WS-RPT-OUTCOME
000502             ADD 1 TO WS-FAILED-COUNT
000503             GO TO 2500-EXIT
000504     END-READ.
000505     MOVE 'A' TO CALC-AP-STATUS.
000506     MOVE "REACTIVATED" TO WS-RPT-OUTCOME.
000507     PERFORM 2600-REWRITE-APPROVER THRU 2600-EXIT.
000508 2500-EXIT.
000509     EXIT.
000510*****************************************************************
000511* 2600-REWRITE-APPROVER - REWRITE THE RECORD JUST READ AND
000512* COUNT THE ACTION AS APPLIED. THE CALLER SETS ITS SUCCESS
000513* OUTCOME FIRST - A FAILED REWRITE OVERWRITES IT HERE SO THE
000514* REPORT NEVER CLAIMS SUCCESS ON A FAILURE.
000515*****************************************************************
000516 2600-REWRITE-APPROVER.
000517     REWRITE CALC-APPR-RECORD
000518         INVALID KEY
000519             DISPLAY "CALCAPMT CANNOT REWRITE KEY "
000520                 CALC-AP-APPROVER-ID ", STATUS " WS-APPR-STATUS
000521             MOVE "REWRITE FAILED" TO WS-RPT-OUTCOME
000522             ADD 1 TO WS-FAILED-COUNT
000523         NOT INVALID KEY
000524             ADD 1 TO WS-APPLIED-COUNT
000525     END-REWRITE.
000526 2600-EXIT.
000527     EXIT.
000528*****************************************************************
000529* 2800-SET-DUAL-LIMIT - SET THE DUAL SIGN-OFF LIMIT ON THE
000530* CONTROL RECORD, CREATING IT THE FIRST TIME. ZERO TURNS DUAL
000531* SIGN-OFF OFF.
000532*****************************************************************
000533 2800-SET-DUAL-LIMIT.
000534     MOVE "*CONTROL" TO WS-RPT-APPROVER-ID.
000535     IF APMT-PM-MAX-RELEASE IS NOT NUMERIC
000536         MOVE "BAD DUAL SIGN-OFF LIMIT" TO WS-RPT-OUTCOME
000537         ADD 1 TO WS-FAILED-COUNT
000538         GO TO 2800-EXIT
000539     END-IF.
000540     MOVE "*CONTROL" TO CALC-AP-APPROVER-ID.
000541     READ CALC-APPR-FILE
000542         INVALID KEY
000543             MOVE SPACES TO CALC-APPR-CONTROL-RECORD
000544             MOVE "*CONTROL" TO CALC-AC-CONTROL-KEY
000545             MOVE APMT-PM-MAX-RELEASE TO CALC-AC-DUAL-LIMIT
000546             WRITE CALC-APPR-CONTROL-RECORD
000547                 INVALID KEY
000548                     MOVE "WRITE FAILED" TO WS-RPT-OUTCOME
000549                     ADD 1 TO WS-FAILED-COUNT
000550                 NOT INVALID KEY
000551                     MOVE "DUAL LIMIT SET" TO WS-RPT-OUTCOME
000552                     ADD 1 TO WS-APPLIED-COUNT
000553             END-WRITE
000554             GO TO 2800-EXIT
000555     END-READ.
000556     MOVE APMT-PM-MAX-RELEASE TO CALC-AC-DUAL-LIMIT.
000557     MOVE "DUAL LIMIT SET" TO WS-RPT-OUTCOME.
000558     PERFORM 2600-REWRITE-APPROVER THRU 2600-EXIT.
000559 2800-EXIT.
000560     EXIT.
000561*****************************************************************
000562* 8000-WRAPUP - PRINT THE MAINTENANCE TOTALS AND CLOSE THE
000563* FILES.
000564*****************************************************************
000565 8000-WRAPUP.
000566     WRITE APMT-RPT-RECORD FROM WS-RPT-BLANK-LINE.
000567     MOVE WS-CARD-COUNT TO WS-RPT-CARDS-COUNT.
000568     WRITE APMT-RPT-RECORD FROM WS-RPT-CARDS-LINE.
000569     MOVE WS-APPLIED-COUNT TO WS-RPT-APPLIED-COUNT.
000570     WRITE APMT-RPT-RECORD FROM WS-RPT-APPLIED-LINE.
000571     MOVE WS-FAILED-COUNT TO WS-RPT-FAILED-COUNT.
000572     WRITE APMT-RPT-RECORD FROM WS-RPT-FAILED-LINE.
000573     CLOSE CALC-APPR-FILE.
000574     CLOSE CALC-DEPT-FILE.
000575     CLOSE APMT-PARM-FILE.
000576     CLOSE APMT-RPT-FILE.
000577     MOVE WS-CARD-COUNT TO WS-COUNT-EDIT.
000578     DISPLAY "CALCAPMT CARDS READ . . . . " WS-COUNT-EDIT.
000579     MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
000580     DISPLAY "CALCAPMT ACTIONS APPLIED  . " WS-COUNT-EDIT.
000581     MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT.
000582     DISPLAY "CALCAPMT ACTIONS REFUSED  . " WS-COUNT-EDIT.
000583 8000-EXIT.
000584     EXIT.
000585*****************************************************************
000586* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000587* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000588* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND.
000589*****************************************************************
000590 9900-OPEN-ERROR.
000591     DISPLAY "CALCAPMT RUN TERMINATED - SEE FILE STATUS ABOVE".
000592     MOVE 8 TO RETURN-CODE.
000593     CLOSE CALC-APPR-FILE.
000594     CLOSE CALC-DEPT-FILE.
000595     CLOSE APMT-PARM-FILE.
000596     CLOSE APMT-RPT-FILE.
000597     STOP RUN.
000598 9900-EXIT.
000599     EXIT.
