000100 IDENTIFICATION DIVISION.
000101 PROGRAM-ID. CALCENTR.
000102 AUTHOR. R. ADKET.
000103 INSTALLATION. ACCOUNTING SYSTEMS.
000104 DATE-WRITTEN. 10/15/2026.
000105 DATE-COMPILED.
000106*****************************************************************
000107* MODIFICATION HISTORY
000108*-----------------------------------------------------------------
000109* DATE        INIT  DESCRIPTION
000110* 2026-10-15  RA    INITIAL VERSION - INTERACTIVE TRANSACTION
000111*                   ENTRY FOR DEPARTMENTAL CLERKS. PROMPTS FOR
000112*                   EACH DETAIL AND, WHEN ASKED FOR, ITS
000113*                   CONTINUATION STEP, AND EDITS EVERY FIELD AS
000114*                   IT IS KEYED BY CALCEDIT'S RULES - A SIGNED
000115*                   AMOUNT, AN OPERATION CODE FROM + - * / M P,
000116*                   AN ACTIVE CALCDEPT DEPARTMENT AND A
000117*                   TRANSACTION ID NOT ALREADY ON CALCDUPR (OR
000118*                   KEYED EARLIER IN THE SITTING). A FIELD THAT
000119*                   FAILS IS KEYED AGAIN ON THE SPOT. THE
000120*                   CONTINUATION IS WRITTEN DIRECTLY BEHIND ITS
000121*                   DETAIL UNDER THE SAME ID AND DEPARTMENT. AT
000122*                   SIGN-OFF THE CHOSEN CALCTRN1/2/3 SOURCE FILE
000123*                   IS CLOSED WITH A TRAILER BALANCING ITS
000124*                   HEADER AND RECORDS FOR CALCMRGE, AND THE
000125*                   ENTRLIST BATCH LISTING IS PRINTED WITH ITS
000126*                   TOTALS FOR THE CLERK TO KEEP.
000127*****************************************************************
000128 ENVIRONMENT DIVISION.
000129 INPUT-OUTPUT SECTION.
000130 FILE-CONTROL.
000131     SELECT ENTR-OUT-FILE    ASSIGN USING WS-OUT-NAME
000132         ORGANIZATION IS SEQUENTIAL
000133         FILE STATUS IS WS-OUT-STATUS.
000134     SELECT CALC-DEPT-FILE   ASSIGN TO "CALCDEPT"
000135         ORGANIZATION IS INDEXED
000136         ACCESS MODE IS RANDOM
000137         RECORD KEY IS CALC-DP-DEPT-CODE
000138         FILE STATUS IS WS-DEPT-STATUS.
000139     SELECT CALC-DUPR-FILE   ASSIGN TO "CALCDUPR"
000140         ORGANIZATION IS INDEXED
000141         ACCESS MODE IS RANDOM
000142         RECORD KEY IS CALC-DU-KEY
000143         FILE STATUS IS WS-DUPR-STATUS.
000144     SELECT ENTR-LIST-FILE   ASSIGN TO "ENTRLIST"
000145         ORGANIZATION IS LINE SEQUENTIAL
000146         FILE STATUS IS WS-LIST-STATUS.
000147 DATA DIVISION.
000148 FILE SECTION.
000149 FD  ENTR-OUT-FILE
000150     LABEL RECORDS ARE STANDARD.
000151     COPY CALCTRAN.
000152 FD  CALC-DEPT-FILE
000153     LABEL RECORDS ARE STANDARD.
000154     COPY CALCDEPT.
000155 FD  CALC-DUPR-FILE
000156     LABEL RECORDS ARE STANDARD.
000157     COPY CALCDUPR.
000158 FD  ENTR-LIST-FILE
000159     LABEL RECORDS ARE STANDARD.
000160 01  ENTR-LIST-RECORD               PIC X(80).
000161 WORKING-STORAGE SECTION.
000162*****************************************************************
000163* SWITCHES AND COUNTERS.
000164*****************************************************************
000165 77  WS-SIGNOFF-SWITCH            PIC X(01) VALUE 'N'.
000166     88  WS-SIGNED-OFF                VALUE 'Y'.
000167 77  WS-FIELD-SWITCH              PIC X(01) VALUE 'N'.
000168     88  WS-FIELD-OK                  VALUE 'Y'.
000169 77  WS-DUPR-SWITCH               PIC X(01) VALUE 'N'.
000170     88  WS-DUPR-OPEN                 VALUE 'Y'.
000171 77  WS-CONT-SWITCH               PIC X(01) VALUE 'N'.
000172     88  WS-HAS-CONT                  VALUE 'Y'.
000173 77  WS-TRANS-COUNT               PIC 9(09) COMP VALUE ZERO.
000174 77  WS-CONT-COUNT                PIC 9(09) COMP VALUE ZERO.
000175 77  WS-DISCARD-COUNT             PIC 9(09) COMP VALUE ZERO.
000176 77  WS-REC-COUNT                 PIC 9(09) COMP VALUE ZERO.
000177 77  WS-HASH-VAR-1             PIC S9(11)V9(02) COMP VALUE ZERO.
000178 77  WS-HASH-VAR-2             PIC S9(11)V9(02) COMP VALUE ZERO.
000179 77  WS-OUT-STATUS                PIC X(02) VALUE ZEROES.
000180     88  WS-OUT-OK                    VALUE '00'.
000181 77  WS-DEPT-STATUS               PIC X(02) VALUE ZEROES.
000182     88  WS-DEPT-OK                   VALUE '00'.
000183 77  WS-DUPR-STATUS               PIC X(02) VALUE ZEROES.
000184     88  WS-DUPR-OK                   VALUE '00'.
000185     88  WS-DUPR-NOT-FOUND            VALUE '35'.
000186 77  WS-LIST-STATUS               PIC X(02) VALUE ZEROES.
000187     88  WS-LIST-OK                   VALUE '00'.
000188 77  WS-RUN-DATE                  PIC 9(08) VALUE ZEROES.
000189 77  WS-COUNT-EDIT                PIC ZZZ,ZZZ,ZZ9.
000190 77  WS-HASH-EDIT                 PIC ----,---,---,--9.99.
000191 77  WS-VAR-EDIT                  PIC ---,---,--9.99.
000192 77  WS-ANSWER                    PIC X(01) VALUE SPACE.
000193*****************************************************************
000194* SOURCE FILE THE SITTING WRITES - CALCTRN1, 2 OR 3 AS CHOSEN BY
000195* THE CLERK - AND THE SOURCE ID CARRIED ON ITS HEADER.
000196*****************************************************************
000197 01  WS-OUT-NAME.
000198     05  FILLER                      PIC X(07) VALUE "CALCTRN".
000199     05  WS-OUT-SLOT                 PIC X(01) VALUE '1'.
000200 77  WS-SLOT                      PIC X(01) VALUE SPACE.
000201     88  WS-SLOT-VALID                VALUE '1' '2' '3'.
000202 77  WS-SOURCE-ID                 PIC X(08) VALUE SPACES.
000203*****************************************************************
000204* THE TRANSACTION BEING KEYED - THE DETAIL AND THE SECOND STEP
000205* OF ITS CONTINUATION, IF IT HAS ONE.
000206*****************************************************************
000207 01  WS-KEYED-TRANS.
000208     05  WS-KT-TRANS-ID              PIC X(08).
000209     05  WS-KT-DEPT-CODE             PIC X(04).
000210     05  WS-KT-VAR-1                 PIC S9(09)V9(02).
000211     05  WS-KT-VAR-2                 PIC S9(09)V9(02).
000212     05  WS-KT-VAR-01                PIC X(01).
000213     05  WS-KT-CONT-VAR-2            PIC S9(09)V9(02).
000214     05  WS-KT-CONT-VAR-01           PIC X(01).
000215 77  WS-KEY-OP                    PIC X(01) VALUE SPACE.
000216     88  WS-KEY-OP-VALID              VALUE '+' '-' '*' '/'
000217                                            'M' 'm' 'P' 'p'.
000218 77  WS-OP-PROMPT                 PIC X(50) VALUE SPACES.
000219*****************************************************************
000220* AMOUNT EDIT - THE KEYED TEXT IS TAKEN A CHARACTER AT A TIME:
000221* LEADING SPACES, AN OPTIONAL + OR - SIGN, UP TO 9 WHOLE
000222* DIGITS, AN OPTIONAL DECIMAL POINT WITH UP TO 2 DECIMALS, THEN
000223* NOTHING BUT SPACES. STAGE L = LEADING, I = WHOLE DIGITS,
000224* D = DECIMALS, T = TRAILING SPACES.
000225*****************************************************************
000226 77  WS-AMT-PROMPT                PIC X(50) VALUE SPACES.
000227 01  WS-AMT-IN                    PIC X(15) VALUE SPACES.
000228 01  WS-AMT-IN-TABLE REDEFINES WS-AMT-IN.
000229     05  WS-AMT-CHAR                 PIC X(01) OCCURS 15 TIMES.
000230 01  WS-DIGIT-X                   PIC X(01) VALUE ZERO.
000231 01  WS-DIGIT REDEFINES WS-DIGIT-X
000232                                  PIC 9(01).
000233 77  WS-AMT-SUB                   PIC 9(04) COMP VALUE ZERO.
000234 77  WS-AMT-STAGE                 PIC X(01) VALUE 'L'.
000235 77  WS-AMT-SIGN                  PIC X(01) VALUE SPACE.
000236 77  WS-AMT-BAD-SWITCH            PIC X(01) VALUE 'N'.
000237     88  WS-AMT-BAD                   VALUE 'Y'.
000238 77  WS-AMT-INT-DIGITS            PIC 9(02) COMP VALUE ZERO.
000239 77  WS-AMT-DEC-DIGITS            PIC 9(02) COMP VALUE ZERO.
000240 77  WS-AMT-INT                   PIC 9(09) VALUE ZERO.
000241 77  WS-AMT-FRAC                  PIC 9(02) VALUE ZERO.
000242 77  WS-AMT-VALUE                 PIC S9(09)V9(02) VALUE ZERO.
000243*****************************************************************
000244* TRANSACTION IDS KEYED THIS SITTING - NOT ON CALCDUPR UNTIL
000245* CALCEDIT ACCEPTS THEM, SO A REPEAT INSIDE THE BATCH IS CAUGHT
000246* HERE.
000247*****************************************************************
000248 77  WS-KEYED-MAX                 PIC 9(04) COMP VALUE 999.
000249 77  WS-KEYED-USED                PIC 9(04) COMP VALUE ZERO.
000250 77  WS-KEYED-SUB                 PIC 9(04) COMP VALUE ZERO.
000251 77  WS-KEYED-FOUND-SUB           PIC 9(04) COMP VALUE ZERO.
000252 01  WS-KEYED-TABLE.
000253     05  WS-KEYED-ID                 PIC X(08) OCCURS 999 TIMES.
000254*****************************************************************
000255* PRINTED BATCH LISTING LINES.
000256*****************************************************************
000257 01  WS-LST-HEADING-1.
000258     05  FILLER                      PIC X(32)
000259         VALUE "TRANSACTION ENTRY BATCH LISTING".
000260     05  FILLER                      PIC X(05) VALUE "DATE ".
000261     05  WS-LST-RUN-DATE              PIC 9(08).
000262     05  FILLER                      PIC X(07) VALUE "  FILE ".
000263     05  WS-LST-FILE-NAME             PIC X(08).
000264 01  WS-LST-HEADING-2.
000265     05  FILLER                      PIC X(10) VALUE "SOURCE ID ".
000266     05  WS-LST-SOURCE-ID             PIC X(08).
000267 01  WS-LST-HEADING-3.
000268     05  FILLER                      PIC X(06) VALUE "TYPE".
000269     05  FILLER                      PIC X(10) VALUE "TRANS ID".
000270     05  FILLER                      PIC X(06) VALUE "DEPT".
000271     05  FILLER                      PIC X(16)
000272         VALUE "         VAR-1".
000273     05  FILLER                      PIC X(17)
000274         VALUE "         VAR-2".
000275     05  FILLER                      PIC X(02) VALUE "OP".
000276 01  WS-LST-DETAIL-LINE.
000277     05  WS-LST-TYPE                  PIC X(04).
000278     05  FILLER                      PIC X(02) VALUE SPACES.
000279     05  WS-LST-TRANS-ID              PIC X(08).
000280     05  FILLER                      PIC X(02) VALUE SPACES.
000281     05  WS-LST-DEPT-CODE             PIC X(04).
000282     05  FILLER                      PIC X(02) VALUE SPACES.
000283     05  WS-LST-VAR-1                 PIC ---,---,--9.99.
000284     05  FILLER                      PIC X(02) VALUE SPACES.
000285     05  WS-LST-VAR-2                 PIC ---,---,--9.99.
000286     05  FILLER                      PIC X(03) VALUE SPACES.
000287     05  WS-LST-VAR-01                PIC X(01).
000288 01  WS-LST-BLANK-LINE.
000289     05  FILLER                      PIC X(20) VALUE SPACES.
000290 01  WS-LST-COUNT-LINE.
000291     05  WS-LST-COUNT-LABEL           PIC X(30).
000292     05  WS-LST-COUNT                 PIC ZZZ,ZZZ,ZZ9.
000293 01  WS-LST-HASH-LINE.
000294     05  WS-LST-HASH-LABEL            PIC X(22).
000295     05  WS-LST-HASH-AMT              PIC ----,---,---,--9.99.
000296 01  WS-LST-MSG-LINE.
000297     05  FILLER                      PIC X(05) VALUE "FILE ".
000298     05  WS-LST-MSG-FILE              PIC X(08).
000299     05  FILLER                      PIC X(45)
000300         VALUE " CLOSED WITH TRAILER - READY FOR CALCMRGE".
000301 PROCEDURE DIVISION.
000302*****************************************************************
000303* 0000-MAINLINE - TAKE TRANSACTIONS FROM THE CLERK UNTIL SIGN-
000304* OFF, THEN CLOSE THE SOURCE FILE WITH ITS TRAILER.
000305*****************************************************************
000306 0000-MAINLINE.
000307     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000308     PERFORM 2000-KEY-TRANS THRU 2000-EXIT
000309         UNTIL WS-SIGNED-OFF.
000310     PERFORM 8000-WRAPUP THRU 8000-EXIT.
000311     STOP RUN.
000312*****************************************************************
000313* 1000-INITIALIZE - OPEN THE MASTERS THE EDITS NEED, TAKE THE
000314* SOURCE ID AND SOURCE FILE FROM THE CLERK, OPEN THE SOURCE FILE
000315* WITH ITS HEADER AND START THE BATCH LISTING. NO CALCDUPR FILE
000316* YET MEANS NO TRANSACTION ID HAS EVER BEEN ACCEPTED.
000317*****************************************************************
000318 1000-INITIALIZE.
000319     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000320     OPEN INPUT CALC-DEPT-FILE.
000321     IF NOT WS-DEPT-OK
000322         DISPLAY "CANNOT OPEN CALCDEPT, STATUS " WS-DEPT-STATUS
000323         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000324     END-IF.
000325     OPEN INPUT CALC-DUPR-FILE.
000326     IF WS-DUPR-OK
000327         MOVE 'Y' TO WS-DUPR-SWITCH
000328     ELSE
000329         IF NOT WS-DUPR-NOT-FOUND
000330             DISPLAY "CANNOT OPEN CALCDUPR, STATUS "
000331                 WS-DUPR-STATUS
000332             PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000333         END-IF
000334     END-IF.
000335     DISPLAY "TRANSACTION ENTRY - " WS-RUN-DATE.
000336     MOVE 'N' TO WS-FIELD-SWITCH.
000337     PERFORM 1100-GET-SOURCE-ID THRU 1100-EXIT
000338         UNTIL WS-FIELD-OK.
000339     IF WS-SIGNED-OFF
000340         PERFORM 9800-NO-SITTING THRU 9800-EXIT
000341     END-IF.
000342     MOVE 'N' TO WS-FIELD-SWITCH.
000343     PERFORM 1200-GET-SLOT THRU 1200-EXIT
000344         UNTIL WS-FIELD-OK.
000345     IF WS-SIGNED-OFF
000346         PERFORM 9800-NO-SITTING THRU 9800-EXIT
000347     END-IF.
000348     OPEN OUTPUT ENTR-OUT-FILE.
000349     IF NOT WS-OUT-OK
000350         DISPLAY "CANNOT OPEN " WS-OUT-NAME ", STATUS "
000351             WS-OUT-STATUS
000352         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000353     END-IF.
000354     OPEN OUTPUT ENTR-LIST-FILE.
000355     IF NOT WS-LIST-OK
000356         DISPLAY "CANNOT OPEN ENTRLIST, STATUS " WS-LIST-STATUS
000357         PERFORM 9900-OPEN-ERROR THRU 9900-EXIT
000358     END-IF.
000359     MOVE SPACES TO CALC-TRANS-HDR-RECORD.
000360     MOVE 'H' TO CALC-TH-REC-TYPE.
000361     MOVE WS-RUN-DATE TO CALC-TH-FILE-DATE.
000362     MOVE WS-SOURCE-ID TO CALC-TH-SOURCE-ID.
000363     WRITE CALC-TRANS-HDR-RECORD.
000364     MOVE WS-RUN-DATE TO WS-LST-RUN-DATE.
000365     MOVE WS-OUT-NAME TO WS-LST-FILE-NAME.
000366     MOVE WS-SOURCE-ID TO WS-LST-SOURCE-ID.
000367     WRITE ENTR-LIST-RECORD FROM WS-LST-HEADING-1.
000368     WRITE ENTR-LIST-RECORD FROM WS-LST-HEADING-2.
000369     WRITE ENTR-LIST-RECORD FROM WS-LST-BLANK-LINE.
000370     WRITE ENTR-LIST-RECORD FROM WS-LST-HEADING-3.
000371 1000-EXIT.
000372     EXIT.
000373*****************************************************************
000374* 1100-GET-SOURCE-ID - THE SOURCE ID FOR THE FILE HEADER, SHOWN
000375* AGAINST THE FILE ON CALCMRGE'S CONTROL REPORT. REQUIRED.
000376*****************************************************************
000377 1100-GET-SOURCE-ID.
000378     DISPLAY "SOURCE ID FOR THE FILE HEADER"
000379         " (UP TO 8 CHARACTERS):".
000380     ACCEPT WS-SOURCE-ID
000381         ON EXCEPTION
000382             MOVE 'Y' TO WS-SIGNOFF-SWITCH
000383             MOVE 'Y' TO WS-FIELD-SWITCH
000384             GO TO 1100-EXIT
000385     END-ACCEPT.
000386     IF WS-SOURCE-ID = SPACES
000387         DISPLAY "SOURCE ID IS REQUIRED"
000388         GO TO 1100-EXIT
000389     END-IF.
000390     MOVE 'Y' TO WS-FIELD-SWITCH.
000391 1100-EXIT.
000392     EXIT.
000393*****************************************************************
000394* 1200-GET-SLOT - WHICH OF CALCMRGE'S SOURCE FILES THE SITTING
000395* WRITES. ONE ALREADY ON HAND IS ONLY REPLACED WHEN THE CLERK
000396* SAYS SO - IT MAY HOLD ANOTHER SITTING'S WORK NOT YET MERGED.
000397*****************************************************************
000398 1200-GET-SLOT.
000399     DISPLAY "SOURCE FILE TO WRITE"
000400         " (1=CALCTRN1, 2=CALCTRN2, 3=CALCTRN3):".
000401     ACCEPT WS-SLOT
000402         ON EXCEPTION
000403             MOVE 'Y' TO WS-SIGNOFF-SWITCH
000404             MOVE 'Y' TO WS-FIELD-SWITCH
000405             GO TO 1200-EXIT
000406     END-ACCEPT.
000407     IF NOT WS-SLOT-VALID
000408         DISPLAY "SOURCE FILE MUST BE 1, 2 OR 3"
000409         GO TO 1200-EXIT
000410     END-IF.
000411     MOVE WS-SLOT TO WS-OUT-SLOT.
000412     OPEN INPUT ENTR-OUT-FILE.
000413     IF NOT WS-OUT-OK
000414         MOVE 'Y' TO WS-FIELD-SWITCH
000415         GO TO 1200-EXIT
000416     END-IF.
000417     CLOSE ENTR-OUT-FILE.
000418     DISPLAY WS-OUT-NAME
000419         " IS ALREADY ON HAND - REPLACE IT? (Y=YES, N=NO):".
000420     ACCEPT WS-ANSWER
000421         ON EXCEPTION
000422             MOVE 'Y' TO WS-SIGNOFF-SWITCH
000423             MOVE 'Y' TO WS-FIELD-SWITCH
000424             GO TO 1200-EXIT
000425     END-ACCEPT.
000426     IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
000427         MOVE 'Y' TO WS-FIELD-SWITCH
000428     END-IF.
000429 1200-EXIT.
000430     EXIT.
000431*****************************************************************
000432* 2000-KEY-TRANS - TAKE ONE TRANSACTION FROM THE CLERK, FIELD
000433* BY FIELD, EACH FIELD KEYED AGAIN UNTIL IT PASSES ITS EDIT. A
000434* BLANK TRANSACTION ID SIGNS OFF. THE CLERK SEES THE WHOLE
000435* TRANSACTION BEFORE IT IS WRITTEN AND MAY DISCARD IT. INPUT
000436* RUNNING OUT PART WAY THROUGH SIGNS OFF WITHOUT WRITING THE
000437* PART-KEYED TRANSACTION.
000438*****************************************************************
000439 2000-KEY-TRANS.
000440     IF WS-KEYED-USED NOT < WS-KEYED-MAX
000441         MOVE WS-KEYED-MAX TO WS-COUNT-EDIT
000442         DISPLAY "BATCH IS FULL AT " WS-COUNT-EDIT
000443             " TRANSACTIONS - SIGNING OFF"
000444         MOVE 'Y' TO WS-SIGNOFF-SWITCH
000445         GO TO 2000-EXIT
000446     END-IF.
000447     MOVE SPACES TO WS-KEYED-TRANS.
000448     MOVE ZERO TO WS-KT-VAR-1.
000449     MOVE ZERO TO WS-KT-VAR-2.
000450     MOVE ZERO TO WS-KT-CONT-VAR-2.
000451     MOVE 'N' TO WS-CONT-SWITCH.
000452     MOVE 'N' TO WS-FIELD-SWITCH.
000453     PERFORM 2100-GET-TRANS-ID THRU 2100-EXIT
000454         UNTIL WS-FIELD-OK.
000455     IF WS-SIGNED-OFF
000456         GO TO 2000-EXIT
000457     END-IF.
000458     MOVE 'N' TO WS-FIELD-SWITCH.
000459     PERFORM 2200-GET-DEPT THRU 2200-EXIT
000460         UNTIL WS-FIELD-OK.
000461     IF WS-SIGNED-OFF
000462         GO TO 2000-ABANDON
000463     END-IF.
000464     MOVE "FIRST NUMBER (VAR-1):" TO WS-AMT-PROMPT.
000465     MOVE 'N' TO WS-FIELD-SWITCH.
000466     PERFORM 2300-GET-AMOUNT THRU 2300-EXIT
000467         UNTIL WS-FIELD-OK.
000468     IF WS-SIGNED-OFF
000469         GO TO 2000-ABANDON
000470     END-IF.
000471     MOVE WS-AMT-VALUE TO WS-KT-VAR-1.
000472     MOVE "SECOND NUMBER (VAR-2):" TO WS-AMT-PROMPT.
000473     MOVE 'N' TO WS-FIELD-SWITCH.
000474     PERFORM 2300-GET-AMOUNT THRU 2300-EXIT
000475         UNTIL WS-FIELD-OK.
000476     IF WS-SIGNED-OFF
000477         GO TO 2000-ABANDON
000478     END-IF.
000479     MOVE WS-AMT-VALUE TO WS-KT-VAR-2.
000480     MOVE "OPERATION (+,-,*,/,M=MODULUS,P=PERCENT-OF):"
000481         TO WS-OP-PROMPT.
000482     MOVE 'N' TO WS-FIELD-SWITCH.
000483     PERFORM 2400-GET-OP THRU 2400-EXIT
000484         UNTIL WS-FIELD-OK.
000485     IF WS-SIGNED-OFF
000486         GO TO 2000-ABANDON
000487     END-IF.
000488     MOVE WS-KEY-OP TO WS-KT-VAR-01.
000489     PERFORM 2500-GET-CONT THRU 2500-EXIT.
000490     IF WS-SIGNED-OFF
000491         GO TO 2000-ABANDON
000492     END-IF.
000493     PERFORM 2600-CONFIRM THRU 2600-EXIT.
000494     IF WS-SIGNED-OFF
000495         GO TO 2000-ABANDON
000496     END-IF.
000497     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
000498         ADD 1 TO WS-DISCARD-COUNT
000499         DISPLAY "TRANSACTION " WS-KT-TRANS-ID " DISCARDED"
000500         GO TO 2000-EXIT
000501     END-IF.
000502     PERFORM 2700-WRITE-TRANS THRU 2700-EXIT.
000503     GO TO 2000-EXIT.
000504 2000-ABANDON.
000505     ADD 1 TO WS-DISCARD-COUNT.
000506     DISPLAY "TRANSACTION " WS-KT-TRANS-ID
000507         " NOT COMPLETE - NOT WRITTEN".
000508 2000-EXIT.
000509     EXIT.
000510*****************************************************************
000511* 2100-GET-TRANS-ID - THE TRANSACTION ID. ONE ALREADY ON THE
000512* CALCDUPR REGISTER WAS ACCEPTED ON AN EARLIER RUN AND WOULD
000513* REJECT AS A DUPLICATE (CALCEDIT REASON 04); ONE KEYED EARLIER
000514* IN THIS SITTING WOULD DO THE SAME TOMORROW.
000515*****************************************************************
000516 2100-GET-TRANS-ID.
000517     DISPLAY "TRANSACTION ID (BLANK = SIGN OFF):".
000518     ACCEPT WS-KT-TRANS-ID
000519         ON EXCEPTION
000520             MOVE 'Y' TO WS-SIGNOFF-SWITCH
000521             MOVE 'Y' TO WS-FIELD-SWITCH
000522             GO TO 2100-EXIT
000523     END-ACCEPT.
000524     IF WS-KT-TRANS-ID = SPACES
000525         MOVE 'Y' TO WS-SIGNOFF-SWITCH
000526         MOVE 'Y' TO WS-FIELD-SWITCH
000527         GO TO 2100-EXIT
000528     END-IF.
000529     IF WS-DUPR-OPEN
000530         MOVE SPACES TO CALC-DU-KEY
000531         MOVE 'T' TO CALC-DU-KEY-TYPE
000532         MOVE WS-KT-TRANS-ID TO CALC-DU-TRANS-ID
000533         READ CALC-DUPR-FILE
000534             INVALID KEY
000535                 GO TO 2100-KEYED
000536         END-READ
000537         DISPLAY "TRANSACTION ID " WS-KT-TRANS-ID
000538             " ALREADY PROCESSED - KEY A NEW ID"
000539         GO TO 2100-EXIT
000540     END-IF.
000541 2100-KEYED.
000542     MOVE ZERO TO WS-KEYED-FOUND-SUB.
000543     MOVE 1 TO WS-KEYED-SUB.
000544     PERFORM 2110-FIND-KEYED THRU 2110-EXIT
000545         UNTIL WS-KEYED-FOUND-SUB > ZERO
000546            OR WS-KEYED-SUB > WS-KEYED-USED.
000547     IF WS-KEYED-FOUND-SUB > ZERO
000548         DISPLAY "TRANSACTION ID " WS-KT-TRANS-ID
000549             " ALREADY KEYED IN THIS BATCH - KEY A NEW ID"
000550         GO TO 2100-EXIT
000551     END-IF.
000552     MOVE 'Y' TO WS-FIELD-SWITCH.
000553 2100-EXIT.
000554     EXIT.
000555*****************************************************************
000556* 2110-FIND-KEYED - TEST ONE ID KEYED THIS SITTING AGAINST THE
000557* NEW ONE.
000558*****************************************************************
000559 2110-FIND-KEYED.
000560     IF WS-KEYED-ID (WS-KEYED-SUB) = WS-KT-TRANS-ID
000561         MOVE WS-KEYED-SUB TO WS-KEYED-FOUND-SUB
000562     ELSE
000563         ADD 1 TO WS-KEYED-SUB
000564     END-IF.
000565 2110-EXIT.
000566     EXIT.
000567*****************************************************************
000568* 2200-GET-DEPT - THE REQUESTING DEPARTMENT. IT MUST BE ON THE
000569* CALCDEPT MASTER AND ACTIVE (CALCEDIT REASON 03). THE NAME IS
000570* SHOWN SO THE CLERK CAN SEE THE RIGHT ONE WAS KEYED.
000571*****************************************************************
000572 2200-GET-DEPT.
000573     DISPLAY "DEPARTMENT CODE:".
000574     ACCEPT WS-KT-DEPT-CODE
000575         ON EXCEPTION
000576             MOVE 'Y' TO WS-SIGNOFF-SWITCH
000577             MOVE 'Y' TO WS-FIELD-SWITCH
000578             GO TO 2200-EXIT
000579     END-ACCEPT.
000580     MOVE WS-KT-DEPT-CODE TO CALC-DP-DEPT-CODE.
000581     READ CALC-DEPT-FILE
000582         INVALID KEY
000583             DISPLAY "DEPARTMENT " WS-KT-DEPT-CODE
000584                 " NOT ON CALCDEPT - KEY AGAIN"
000585             GO TO 2200-EXIT
000586     END-READ.
000587     IF NOT CALC-DP-ACTIVE
000588         DISPLAY "DEPARTMENT " WS-KT-DEPT-CODE
000589             " IS NOT ACTIVE - KEY AGAIN"
000590         GO TO 2200-EXIT
000591     END-IF.
000592     DISPLAY "  " CALC-DP-DEPT-NAME.
000593     MOVE 'Y' TO WS-FIELD-SWITCH.
000594 2200-EXIT.
000595     EXIT.
000596*****************************************************************
000597* 2300-GET-AMOUNT - A SIGNED AMOUNT UNDER THE PROMPT IN
000598* WS-AMT-PROMPT, LEFT IN WS-AMT-VALUE (CALCEDIT REASON 01).
000599*****************************************************************
000600 2300-GET-AMOUNT.
000601     DISPLAY WS-AMT-PROMPT.
000602     MOVE SPACES TO WS-AMT-IN.
000603     ACCEPT WS-AMT-IN
000604         ON EXCEPTION
000605             MOVE 'Y' TO WS-SIGNOFF-SWITCH
000606             MOVE 'Y' TO WS-FIELD-SWITCH
000607             GO TO 2300-EXIT
000608     END-ACCEPT.
000609     PERFORM 2310-EDIT-AMOUNT THRU 2310-EXIT.
000610     IF WS-AMT-BAD
000611         DISPLAY "NOT A VALID AMOUNT - OPTIONAL SIGN, UP TO 9"
000612             " DIGITS AND 2 DECIMALS"
000613         GO TO 2300-EXIT
000614     END-IF.
000615     MOVE WS-AMT-VALUE TO WS-VAR-EDIT.
000616     DISPLAY "  " WS-VAR-EDIT.
000617     MOVE 'Y' TO WS-FIELD-SWITCH.
000618 2300-EXIT.
000619     EXIT.
000620*****************************************************************
000621* 2310-EDIT-AMOUNT - TAKE THE KEYED AMOUNT APART A CHARACTER AT
000622* A TIME AND BUILD ITS VALUE. NOTHING KEYED AT ALL IS NOT AN
000623* AMOUNT.
000624*****************************************************************
000625 2310-EDIT-AMOUNT.
000626     MOVE 'L' TO WS-AMT-STAGE.
000627     MOVE SPACE TO WS-AMT-SIGN.
000628     MOVE 'N' TO WS-AMT-BAD-SWITCH.
000629     MOVE ZERO TO WS-AMT-INT-DIGITS.
000630     MOVE ZERO TO WS-AMT-DEC-DIGITS.
000631     MOVE ZERO TO WS-AMT-INT.
000632     MOVE ZERO TO WS-AMT-FRAC.
000633     MOVE ZERO TO WS-AMT-VALUE.
000634     PERFORM 2320-AMOUNT-CHAR THRU 2320-EXIT
000635         VARYING WS-AMT-SUB FROM 1 BY 1
000636         UNTIL WS-AMT-SUB > 15
000637            OR WS-AMT-BAD.
000638     IF WS-AMT-INT-DIGITS = ZERO
000639      AND WS-AMT-DEC-DIGITS = ZERO
000640         MOVE 'Y' TO WS-AMT-BAD-SWITCH
000641     END-IF.
000642     IF WS-AMT-BAD
000643         GO TO 2310-EXIT
000644     END-IF.
000645     COMPUTE WS-AMT-VALUE = WS-AMT-INT + WS-AMT-FRAC / 100.
000646     IF WS-AMT-SIGN = '-'
000647         COMPUTE WS-AMT-VALUE = ZERO - WS-AMT-VALUE
000648     END-IF.
000649 2310-EXIT.
000650     EXIT.
000651*****************************************************************
000652* 2320-AMOUNT-CHAR - ONE CHARACTER OF THE KEYED AMOUNT.
000653*****************************************************************
000654 2320-AMOUNT-CHAR.
000655     MOVE WS-AMT-CHAR (WS-AMT-SUB) TO WS-DIGIT-X.
000656     EVALUATE TRUE
000657         WHEN WS-DIGIT-X = SPACE
000658             IF WS-AMT-STAGE = 'I' OR WS-AMT-STAGE = 'D'
000659                 MOVE 'T' TO WS-AMT-STAGE
000660             END-IF
000661         WHEN WS-AMT-STAGE = 'T'
000662             MOVE 'Y' TO WS-AMT-BAD-SWITCH
000663         WHEN WS-DIGIT-X = '+' OR WS-DIGIT-X = '-'
000664             IF WS-AMT-STAGE = 'L'
000665              AND WS-AMT-SIGN = SPACE
000666                 MOVE WS-DIGIT-X TO WS-AMT-SIGN
000667             ELSE
000668                 MOVE 'Y' TO WS-AMT-BAD-SWITCH
000669             END-IF
000670         WHEN WS-DIGIT-X = '.'
000671             IF WS-AMT-STAGE = 'L' OR WS-AMT-STAGE = 'I'
000672                 MOVE 'D' TO WS-AMT-STAGE
000673             ELSE
000674                 MOVE 'Y' TO WS-AMT-BAD-SWITCH
000675             END-IF
000676         WHEN WS-DIGIT-X IS NUMERIC
000677             PERFORM 2330-AMOUNT-DIGIT THRU 2330-EXIT
000678         WHEN OTHER
000679             MOVE 'Y' TO WS-AMT-BAD-SWITCH
000680     END-EVALUATE.
000681 2320-EXIT.
000682     EXIT.
000683*****************************************************************
000684* 2330-AMOUNT-DIGIT - ADD ONE DIGIT TO THE WHOLE PART OR THE
000685* DECIMALS, WHICHEVER THE EDIT HAS REACHED.
000686*****************************************************************
000687 2330-AMOUNT-DIGIT.
000688     IF WS-AMT-STAGE = 'L'
000689         MOVE 'I' TO WS-AMT-STAGE
000690     END-IF.
000691     IF WS-AMT-STAGE = 'I'
000692         IF WS-AMT-INT-DIGITS NOT < 9
000693             MOVE 'Y' TO WS-AMT-BAD-SWITCH
000694             GO TO 2330-EXIT
000695         END-IF
000696         COMPUTE WS-AMT-INT = WS-AMT-INT * 10 + WS-DIGIT
000697         ADD 1 TO WS-AMT-INT-DIGITS
000698         GO TO 2330-EXIT
000699     END-IF.
000700     IF WS-AMT-DEC-DIGITS NOT < 2
000701         MOVE 'Y' TO WS-AMT-BAD-SWITCH
000702         GO TO 2330-EXIT
000703     END-IF.
000704     IF WS-AMT-DEC-DIGITS = ZERO
000705         COMPUTE WS-AMT-FRAC = WS-DIGIT * 10
000706     ELSE
000707         ADD WS-DIGIT TO WS-AMT-FRAC
000708     END-IF.
000709     ADD 1 TO WS-AMT-DEC-DIGITS.
000710 2330-EXIT.
000711     EXIT.
000712*****************************************************************
000713* 2400-GET-OP - AN OPERATION CODE UNDER THE PROMPT IN
000714* WS-OP-PROMPT, LEFT IN WS-KEY-OP (CALCEDIT REASON 02).
000715*****************************************************************
000716 2400-GET-OP.
000717     DISPLAY WS-OP-PROMPT.
000718     ACCEPT WS-KEY-OP
000719         ON EXCEPTION
000720             MOVE 'Y' TO WS-SIGNOFF-SWITCH
000721             MOVE 'Y' TO WS-FIELD-SWITCH
000722             GO TO 2400-EXIT
000723     END-ACCEPT.
000724     IF NOT WS-KEY-OP-VALID
000725         DISPLAY "OPERATION MUST BE + - * / M OR P"
000726         GO TO 2400-EXIT
000727     END-IF.
000728     MOVE 'Y' TO WS-FIELD-SWITCH.
000729 2400-EXIT.
000730     EXIT.
000731*****************************************************************
000732* 2500-GET-CONT - ASK WHETHER A SECOND STEP IS APPLIED TO THIS
000733* DETAIL'S RESULT. IF SO, TAKE ITS OPERAND AND OPERATION - THE
000734* CONTINUATION CARRIES THE DETAIL'S TRANSACTION ID AND
000735* DEPARTMENT, AND ZEROS IN VAR-1, SO THEY ARE NOT KEYED.
000736*****************************************************************
000737 2500-GET-CONT.
000738     DISPLAY "CONTINUATION STEP ON THIS RESULT? (Y=YES, N=NO):".
000739     ACCEPT WS-ANSWER
000740         ON EXCEPTION
000741             MOVE 'Y' TO WS-SIGNOFF-SWITCH
000742             GO TO 2500-EXIT
000743     END-ACCEPT.
000744     IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
000745         GO TO 2500-EXIT
000746     END-IF.
000747     MOVE "CONTINUATION - SECOND NUMBER (VAR-2):"
000748         TO WS-AMT-PROMPT.
000749     MOVE 'N' TO WS-FIELD-SWITCH.
000750     PERFORM 2300-GET-AMOUNT THRU 2300-EXIT
000751         UNTIL WS-FIELD-OK.
000752     IF WS-SIGNED-OFF
000753         GO TO 2500-EXIT
000754     END-IF.
000755     MOVE WS-AMT-VALUE TO WS-KT-CONT-VAR-2.
000756     MOVE "CONTINUATION - OPERATION (+,-,*,/,M,P):"
000757         TO WS-OP-PROMPT.
000758     MOVE 'N' TO WS-FIELD-SWITCH.
000759     PERFORM 2400-GET-OP THRU 2400-EXIT
000760         UNTIL WS-FIELD-OK.
000761     IF WS-SIGNED-OFF
000762         GO TO 2500-EXIT
000763     END-IF.
000764     MOVE WS-KEY-OP TO WS-KT-CONT-VAR-01.
000765     MOVE 'Y' TO WS-CONT-SWITCH.
000766 2500-EXIT.
000767     EXIT.
000768*****************************************************************
000769* 2600-CONFIRM - SHOW THE TRANSACTION AS IT WILL BE WRITTEN AND
000770* ASK THE CLERK TO KEEP OR DISCARD IT. THE ANSWER IS LEFT IN
000771* WS-ANSWER.
000772*****************************************************************
000773 2600-CONFIRM.
000774     DISPLAY "TRANSACTION " WS-KT-TRANS-ID
000775         " DEPT " WS-KT-DEPT-CODE.
000776     MOVE WS-KT-VAR-1 TO WS-VAR-EDIT.
000777     DISPLAY "  VAR-1 . . " WS-VAR-EDIT.
000778     MOVE WS-KT-VAR-2 TO WS-VAR-EDIT.
000779     DISPLAY "  VAR-2 . . " WS-VAR-EDIT.
000780     DISPLAY "  OP  . . . " WS-KT-VAR-01.
000781     IF WS-HAS-CONT
000782         MOVE WS-KT-CONT-VAR-2 TO WS-VAR-EDIT
000783         DISPLAY "  THEN  . . " WS-KT-CONT-VAR-01 " " WS-VAR-EDIT
000784     END-IF.
000785     DISPLAY "KEEP THIS TRANSACTION? (Y=YES, N=DISCARD):".
000786     ACCEPT WS-ANSWER
000787         ON EXCEPTION
000788             MOVE 'Y' TO WS-SIGNOFF-SWITCH
000789     END-ACCEPT.
000790 2600-EXIT.
000791     EXIT.
000792*****************************************************************
000793* 2700-WRITE-TRANS - WRITE THE DETAIL, AND ITS CONTINUATION
000794* DIRECTLY BEHIND IT, TO THE SOURCE FILE AND THE LISTING, ADD
000795* THEM TO THE TRAILER COUNT AND HASH TOTALS AND REMEMBER THE ID.
000796*****************************************************************
000797 2700-WRITE-TRANS.
000798     MOVE SPACES TO CALC-TRANS-RECORD.
000799     MOVE 'D' TO CALC-TR-REC-TYPE.
000800     MOVE WS-KT-VAR-1 TO CALC-TR-VAR-1.
000801     MOVE WS-KT-VAR-2 TO CALC-TR-VAR-2.
000802     MOVE WS-KT-VAR-01 TO CALC-TR-VAR-01.
000803     MOVE WS-KT-TRANS-ID TO CALC-TR-TRANS-ID.
000804     MOVE WS-KT-DEPT-CODE TO CALC-TR-DEPT-CODE.
000805     PERFORM 2710-WRITE-RECORD THRU 2710-EXIT.
000806     ADD 1 TO WS-TRANS-COUNT.
000807     ADD 1 TO WS-KEYED-USED.
000808     MOVE WS-KT-TRANS-ID TO WS-KEYED-ID (WS-KEYED-USED).
000809     IF NOT WS-HAS-CONT
000810         GO TO 2700-EXIT
000811     END-IF.
000812     MOVE 'C' TO CALC-TR-REC-TYPE.
000813     MOVE ZERO TO CALC-TR-VAR-1.
000814     MOVE WS-KT-CONT-VAR-2 TO CALC-TR-VAR-2.
000815     MOVE WS-KT-CONT-VAR-01 TO CALC-TR-VAR-01.
000816     PERFORM 2710-WRITE-RECORD THRU 2710-EXIT.
000817     ADD 1 TO WS-CONT-COUNT.
000818 2700-EXIT.
000819     EXIT.
000820*****************************************************************
000821* 2710-WRITE-RECORD - WRITE THE RECORD NOW IN CALC-TRANS-RECORD
000822* AND ITS LISTING LINE.
000823*****************************************************************
000824 2710-WRITE-RECORD.
000825     WRITE CALC-TRANS-RECORD.
000826     ADD 1 TO WS-REC-COUNT.
000827     ADD CALC-TR-VAR-1 TO WS-HASH-VAR-1.
000828     ADD CALC-TR-VAR-2 TO WS-HASH-VAR-2.
000829     IF CALC-TR-CONT
000830         MOVE "CONT" TO WS-LST-TYPE
000831     ELSE
000832         MOVE "DET" TO WS-LST-TYPE
000833     END-IF.
000834     MOVE CALC-TR-TRANS-ID TO WS-LST-TRANS-ID.
000835     MOVE CALC-TR-DEPT-CODE TO WS-LST-DEPT-CODE.
000836     MOVE CALC-TR-VAR-1 TO WS-LST-VAR-1.
000837     MOVE CALC-TR-VAR-2 TO WS-LST-VAR-2.
000838     MOVE CALC-TR-VAR-01 TO WS-LST-VAR-01.
000839     WRITE ENTR-LIST-RECORD FROM WS-LST-DETAIL-LINE.
000840 2710-EXIT.
000841     EXIT.
000842*****************************************************************
000843* 8000-WRAPUP - CLOSE THE SOURCE FILE WITH A TRAILER CARRYING
000844* THE RECORD COUNT AND HASH TOTALS OF EVERYTHING WRITTEN BEHIND
000845* THE HEADER, PRINT THE LISTING TOTALS AND SHOW THEM TO THE
000846* CLERK.
000847*****************************************************************
000848 8000-WRAPUP.
000849     MOVE SPACES TO CALC-TRANS-TRL-RECORD.
000850     MOVE 'T' TO CALC-TT-REC-TYPE.
000851     MOVE WS-REC-COUNT TO CALC-TT-REC-COUNT.
000852     MOVE WS-HASH-VAR-1 TO CALC-TT-HASH-VAR-1.
000853     MOVE WS-HASH-VAR-2 TO CALC-TT-HASH-VAR-2.
000854     WRITE CALC-TRANS-TRL-RECORD.
000855     WRITE ENTR-LIST-RECORD FROM WS-LST-BLANK-LINE.
000856     MOVE "TRANSACTIONS WRITTEN  . . . ." TO WS-LST-COUNT-LABEL.
000857     MOVE WS-TRANS-COUNT TO WS-LST-COUNT.
000858     WRITE ENTR-LIST-RECORD FROM WS-LST-COUNT-LINE.
000859     MOVE "  WITH A CONTINUATION . . . ." TO WS-LST-COUNT-LABEL.
000860     MOVE WS-CONT-COUNT TO WS-LST-COUNT.
000861     WRITE ENTR-LIST-RECORD FROM WS-LST-COUNT-LINE.
000862     MOVE "TRANSACTIONS DISCARDED  . . ." TO WS-LST-COUNT-LABEL.
000863     MOVE WS-DISCARD-COUNT TO WS-LST-COUNT.
000864     WRITE ENTR-LIST-RECORD FROM WS-LST-COUNT-LINE.
000865     MOVE "RECORDS ON TRAILER  . . . . ." TO WS-LST-COUNT-LABEL.
000866     MOVE WS-REC-COUNT TO WS-LST-COUNT.
000867     WRITE ENTR-LIST-RECORD FROM WS-LST-COUNT-LINE.
000868     MOVE "HASH VAR-1 . . . . . " TO WS-LST-HASH-LABEL.
000869     MOVE WS-HASH-VAR-1 TO WS-LST-HASH-AMT.
000870     WRITE ENTR-LIST-RECORD FROM WS-LST-HASH-LINE.
000871     MOVE "HASH VAR-2 . . . . . " TO WS-LST-HASH-LABEL.
000872     MOVE WS-HASH-VAR-2 TO WS-LST-HASH-AMT.
000873     WRITE ENTR-LIST-RECORD FROM WS-LST-HASH-LINE.
000874     MOVE WS-OUT-NAME TO WS-LST-MSG-FILE.
000875     WRITE ENTR-LIST-RECORD FROM WS-LST-BLANK-LINE.
000876     WRITE ENTR-LIST-RECORD FROM WS-LST-MSG-LINE.
000877     CLOSE ENTR-OUT-FILE.
000878     CLOSE ENTR-LIST-FILE.
000879     CLOSE CALC-DEPT-FILE.
000880     IF WS-DUPR-OPEN
000881         CLOSE CALC-DUPR-FILE
000882     END-IF.
000883     MOVE WS-TRANS-COUNT TO WS-COUNT-EDIT.
000884     DISPLAY "TRANSACTIONS WRITTEN  . . " WS-COUNT-EDIT.
000885     MOVE WS-CONT-COUNT TO WS-COUNT-EDIT.
000886     DISPLAY "  WITH A CONTINUATION . . " WS-COUNT-EDIT.
000887     MOVE WS-DISCARD-COUNT TO WS-COUNT-EDIT.
000888     DISPLAY "TRANSACTIONS DISCARDED  . " WS-COUNT-EDIT.
000889     MOVE WS-REC-COUNT TO WS-COUNT-EDIT.
000890     DISPLAY "RECORDS ON TRAILER  . . . " WS-COUNT-EDIT.
000891     MOVE WS-HASH-VAR-1 TO WS-HASH-EDIT.
000892     DISPLAY "HASH VAR-1  . . . . . . . " WS-HASH-EDIT.
000893     MOVE WS-HASH-VAR-2 TO WS-HASH-EDIT.
000894     DISPLAY "HASH VAR-2  . . . . . . . " WS-HASH-EDIT.
000895     DISPLAY "FILE " WS-OUT-NAME
000896         " CLOSED WITH TRAILER - READY FOR CALCMRGE".
000897 8000-EXIT.
000898     EXIT.
000899*****************************************************************
000900* 9800-NO-SITTING - INPUT ENDED BEFORE THE SOURCE FILE WAS
000901* CHOSEN. NOTHING HAS BEEN WRITTEN AND NO FILE IS TOUCHED.
000902*****************************************************************
000903 9800-NO-SITTING.
000904     DISPLAY "CALCENTR NO SOURCE FILE CHOSEN - NOTHING WRITTEN".
000905     MOVE 4 TO RETURN-CODE.
000906     CLOSE CALC-DEPT-FILE.
000907     IF WS-DUPR-OPEN
000908         CLOSE CALC-DUPR-FILE
000909     END-IF.
000910     STOP RUN.
000911 9800-EXIT.
000912     EXIT.
000913*****************************************************************
000914* 9900-OPEN-ERROR - ONE OF THE FILES COULD NOT BE OPENED. CLOSE
000915* WHATEVER MAY ALREADY BE OPEN AND STOP THE RUN UNDER CONTROL
000916* RATHER THAN LETTING THE NEXT READ OR WRITE ABEND. A SOURCE
000917* FILE LEFT WITHOUT ITS TRAILER IS REFUSED BY CALCMRGE.
000918*****************************************************************
000919 9900-OPEN-ERROR.
000920     DISPLAY "CALCENTR RUN TERMINATED - SEE FILE STATUS ABOVE".
000921     MOVE 8 TO RETURN-CODE.
000922     CLOSE ENTR-OUT-FILE.
000923     CLOSE CALC-DEPT-FILE.
000924     CLOSE CALC-DUPR-FILE.
000925     CLOSE ENTR-LIST-FILE.
000926     STOP RUN.
000927 9900-EXIT.
000928     EXIT.
