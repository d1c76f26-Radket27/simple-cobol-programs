000107* RELEASES IT TO GLPOST OR RETURNS IT THROUGH THE CALCRCYC
000108* RECYCLE PATH FOR CORRECTION - AN OVERSIZED FIGURE COSTS A
000109* REVIEW STEP, NOT A LEDGER REVERSAL.
000110* AN ITEM OVER THE DUAL SIGN-OFF LIMIT ON CALCAPPR NEEDS TWO
000111* DIFFERENT APPROVERS. WHEN ONLY ONE HAS SIGNED, CALCSAPR
000112* CARRIES THE ITEM WITH THAT APPROVER'S ID IN THE FIRST-SIGNER
000113* FIELD UNTIL A SECOND APPROVER SIGNS. SPACES = NOT YET SIGNED.
000114*****************************************************************
000115 01  CALC-SUSP-RECORD.
000116     05  CALC-SU-RSLT-IMAGE      PIC X(51).
000117     05  CALC-SU-HELD-DATE       PIC 9(08).
000118     05  CALC-SU-FIRST-APPROVER  PIC X(08).
000119     05  FILLER                  PIC X(01).
