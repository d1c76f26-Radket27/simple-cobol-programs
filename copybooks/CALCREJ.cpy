000112*                 05     = CONTINUATION PAIR FAILED - AN ORPHAN
000113*                          CONTINUATION, OR A DETAIL WHOSE
000114*                          CONTINUATION FAILED ITS EDITS
000115*                 06     = REVERSAL - ORIGINAL TRANSACTION ID
000116*                          NOT ON THE CALCRSLX RESULT FILE
000117*                 07     = REVERSAL - ORIGINAL IS NOT AN OK
000118*                          RESULT, SO NOTHING POSTED
000119*                 08     = REVERSAL - ORIGINAL ALREADY REVERSED
000120*                          (ON A PRIOR RUN OR EARLIER IN THIS
000121*                          ONE)
000122*                 09     = REVERSAL - AMOUNT OR DEPARTMENT DOES
000123*                          NOT AGREE WITH THE ORIGINAL RESULT
000124*                 10     = REVERSAL - ORIGINAL NOT POSTED YET,
000125*                          STILL HELD ON CALCSUSP OR RETURNED
000126*                          FROM SUSPENSE AND WAITING ON CALCRCYC
000127*****************************************************************
000128 01  CALC-REJ-RECORD.
000129     05  CALC-RJ-TRANS-IMAGE     PIC X(36).
000130     05  FILLER                  PIC X(02) VALUE SPACES.
000131     05  CALC-RJ-REASON-VAR-1    PIC X(02).
000132         88  CALC-RJ-VAR-1-OK        VALUE SPACES.
000133     05  FILLER                  PIC X(01) VALUE SPACES.
000134     05  CALC-RJ-REASON-VAR-2    PIC X(02).
000135         88  CALC-RJ-VAR-2-OK        VALUE SPACES.
000136     05  FILLER                  PIC X(01) VALUE SPACES.
000137     05  CALC-RJ-REASON-OP       PIC X(02).
000138         88  CALC-RJ-OP-OK           VALUE SPACES.
000139     05  FILLER                  PIC X(01) VALUE SPACES.
000140     05  CALC-RJ-REASON-DEPT     PIC X(02).
000141         88  CALC-RJ-DEPT-OK         VALUE SPACES.
000142     05  FILLER                  PIC X(01) VALUE SPACES.
000143     05  CALC-RJ-REASON-DUP      PIC X(02).
000144         88  CALC-RJ-NOT-DUP         VALUE SPACES.
000145     05  FILLER                  PIC X(01) VALUE SPACES.
000146     05  CALC-RJ-REASON-CONT     PIC X(02).
000147         88  CALC-RJ-CONT-OK         VALUE SPACES.
000148     05  FILLER                  PIC X(01) VALUE SPACES.
000149     05  CALC-RJ-REASON-REV      PIC X(02).
000150         88  CALC-RJ-REV-OK          VALUE SPACES.
