000105* SAME TRANSACTION ID LATER COMES THROUGH THE EDITS CLEAN, SO
000106* THE REGISTER ALWAYS HOLDS EXACTLY THE REJECTS NOBODY HAS
000107* CORRECTED YET. CALCRAGE PRINTS THE AGING REPORT FROM IT.
000108* THE REASON CODES ARE THE CALCREJ CODES. A REVERSAL REJECTED 10
000109* (ORIGINAL NOT POSTED YET) STAYS HERE UNTIL IT IS RESUBMITTED
000110* ONCE THE ORIGINAL HAS POSTED.
000111*****************************************************************
000112 01  CALC-RREG-RECORD.
000113     05  CALC-RR-TRANS-ID        PIC X(08).
000114     05  CALC-RR-REJECT-DATE     PIC 9(08).
000115     05  CALC-RR-DEPT-CODE       PIC X(04).
000116     05  CALC-RR-REASON-VAR-1    PIC X(02).
000117     05  CALC-RR-REASON-VAR-2    PIC X(02).
000118     05  CALC-RR-REASON-OP       PIC X(02).
000119     05  CALC-RR-REASON-DEPT     PIC X(02).
000120     05  CALC-RR-REASON-DUP      PIC X(02).
000121     05  CALC-RR-REASON-CONT     PIC X(02).
000122     05  CALC-RR-REASON-REV      PIC X(02).
000123     05  FILLER                  PIC X(02).
