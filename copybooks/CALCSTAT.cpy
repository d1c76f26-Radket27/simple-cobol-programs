000100*****************************************************************
000101* CALCSTAT.CPY
000102* RESULT STATISTICS RECORD LAYOUT, KEYED ON DEPARTMENT CODE AND
000103* OPERATION CODE. CALCANOM KEEPS IT UP TO DATE FROM CALCRSLT
000104* AFTER EACH BATCH RUN AND SCREENS THE DAY'S WORK AGAINST IT,
000105* SO A DEPARTMENT WHOSE FIGURES OR VOLUMES SUDDENLY LEAVE THEIR
000106* USUAL RANGE IS REPORTED EVEN WHEN NO SINGLE RESULT BREAKS ITS
000107* CALCDEPT TOLERANCE LIMIT.
000108* OPERATION CODE '=' HOLDS THE DEPARTMENT AS A WHOLE - ITS DAILY
000109* COUNT FIGURES ONLY, THE AMOUNT FIGURES STAY ZERO. OTHER KEYS
000110* CARRY A VALID OPERATION CODE, M AND P ALWAYS IN UPPER CASE.
000111*   AMOUNT FIGURES - ROLLING AVERAGE SIZE (EITHER SIGN) OF AN OK
000112*                    RESULT AND ITS SPREAD, THE ROLLING AVERAGE
000113*                    DISTANCE OF A RESULT FROM THAT AVERAGE.
000114*   COUNT FIGURES  - THE SAME FOR THE NUMBER OF RESULTS (OK OR
000115*                    ERROR) A DEPARTMENT SENDS ON A DAY IT SENDS
000116*                    ANY WORK. A REVERSAL, OR AN ERROR RESULT
000117*                    WITH NO VALID OPERATION CODE, COUNTS UNDER
000118*                    '=' ONLY.
000119* HISTORY DAYS COUNTS THE BUSINESS DATES FOLDED IN; LAST DATE IS
000120* THE LATEST, SO A SECOND RUN FOR THE SAME DATE IS NOT FOLDED IN
000121* TWICE.
000122*****************************************************************
000123 01  CALC-STAT-RECORD.
000124     05  CALC-ST-KEY.
000125         10  CALC-ST-DEPT-CODE   PIC X(04).
000126         10  CALC-ST-OP          PIC X(01).
000127             88  CALC-ST-DEPT-TOTAL  VALUE '='.
000128     05  CALC-ST-HIST-DAYS       PIC 9(05).
000129     05  CALC-ST-LAST-DATE       PIC 9(08).
000130     05  CALC-ST-AMT-COUNT       PIC 9(09).
000131     05  CALC-ST-AMT-AVG         PIC 9(09)V9(02).
000132     05  CALC-ST-AMT-SPREAD      PIC 9(09)V9(02).
000133     05  CALC-ST-CNT-AVG         PIC 9(07)V9(02).
000134     05  CALC-ST-CNT-SPREAD      PIC 9(07)V9(02).
000135     05  FILLER                  PIC X(13).
