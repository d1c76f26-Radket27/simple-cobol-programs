000100*****************************************************************
000101* CALCDRTN.CPY
000102* DEPARTMENT RETURN FILE RECORD, WRITTEN BY CALCDRTN AT END OF
000103* DAY. EACH REQUESTING DEPARTMENT GETS A FILE OF ITS OWN,
000104* CALCDRdddd, NAMED BY ITS DEPARTMENT CODE (CALCDRNONE FOR WORK
000105* THAT CARRIED NO DEPARTMENT), SO IT CAN LOAD AND BALANCE WHAT
000106* HAPPENED TO ITS WORK WITHOUT PHONING US. EVERY FILE CARRIES
000107* THREE RECORD TYPES, TOLD APART BY THE TYPE BYTE:
000108*   'H' = HEADER  - DEPARTMENT NAME AND STATUS FROM CALCDEPT,
000109*                   FIRST RECORD ON THE FILE.
000110*   'D' = DETAIL  - ONE OUTCOME, TOLD APART BY ITS SOURCE:
000111*           'R' = A RESULT FROM THE DAY'S CALCRSLT, OK OR
000112*                 ERROR, WITH ITS INPUTS AND AMOUNT
000113*           'J' = A REJECT FROM THE DAY'S CALCREJ, WITH THE
000114*                 TRANSACTION AS KEYED AND THE CALCREJ
000115*                 REASON CODES
000116*           'S' = AN OK RESULT STILL HELD ON CALCSUSP AWAITING
000117*                 SUPERVISOR APPROVAL, WITH THE DATE IT WAS
000118*                 HELD AND ANY FIRST SIGNER
000119*           'O' = AN EARLIER REJECT STILL OUTSTANDING ON THE
000120*                 CALCRREG REGISTER, WITH ITS REJECT DATE AND
000121*                 REASON CODES
000122*   'T' = TRAILER - DETAIL COUNT, A COUNT PER SOURCE AND THE
000123*                   OK AND HELD AMOUNT TOTALS, LAST RECORD ON
000124*                   THE FILE. A DEPARTMENT WITH NO ACTIVITY
000125*                   GETS A HEADER AND A ZERO TRAILER.
000126*****************************************************************
000127 01  CALC-DRTN-RECORD.
000128     05  CALC-DR-REC-TYPE        PIC X(01).
000129         88  CALC-DR-HEADER          VALUE 'H'.
000130         88  CALC-DR-DETAIL          VALUE 'D'.
000131         88  CALC-DR-TRAILER         VALUE 'T'.
000132     05  CALC-DR-DEPT-CODE       PIC X(04).
000133     05  CALC-DR-BUS-DATE        PIC 9(08).
000134     05  CALC-DR-DETAIL-AREA.
000135         10  CALC-DR-SOURCE      PIC X(01).
000136             88  CALC-DR-RESULT      VALUE 'R'.
000137             88  CALC-DR-REJECT      VALUE 'J'.
000138             88  CALC-DR-HELD        VALUE 'S'.
000139             88  CALC-DR-OUTSTANDING VALUE 'O'.
000140         10  CALC-DR-TRANS-ID    PIC X(08).
000141         10  CALC-DR-TRAN-TYPE   PIC X(01).
000142         10  CALC-DR-RSLT-STATUS PIC X(01).
000143         10  CALC-DR-OP          PIC X(01).
000144         10  CALC-DR-VAR-1       PIC S9(09)V9(02).
000145         10  CALC-DR-VAR-2       PIC S9(09)V9(02).
000146         10  CALC-DR-AMOUNT      PIC S9(09)V9(02).
000147         10  CALC-DR-ITEM-DATE   PIC 9(08).
000148         10  CALC-DR-REASONS.
000149             15  CALC-DR-REASON-VAR-1 PIC X(02).
000150             15  CALC-DR-REASON-VAR-2 PIC X(02).
000151             15  CALC-DR-REASON-OP    PIC X(02).
000152             15  CALC-DR-REASON-DEPT  PIC X(02).
000153             15  CALC-DR-REASON-DUP   PIC X(02).
000154             15  CALC-DR-REASON-CONT  PIC X(02).
000155             15  CALC-DR-REASON-REV   PIC X(02).
000156         10  CALC-DR-CHAIN-FLAG  PIC X(01).
000157         10  CALC-DR-REV-FLAG    PIC X(01).
000158         10  CALC-DR-FIRST-APPROVER PIC X(08).
000159         10  FILLER              PIC X(10).
000160     05  CALC-DR-HEADER-AREA REDEFINES CALC-DR-DETAIL-AREA.
000161         10  CALC-DR-DEPT-NAME   PIC X(30).
000162         10  CALC-DR-DEPT-STATUS PIC X(01).
000163         10  CALC-DR-CREATE-DATE PIC 9(08).
000164         10  FILLER              PIC X(48).
000165     05  CALC-DR-TRAILER-AREA REDEFINES CALC-DR-DETAIL-AREA.
000166         10  CALC-DR-DETAIL-COUNT   PIC 9(09).
000167         10  CALC-DR-OK-COUNT       PIC 9(09).
000168         10  CALC-DR-ERROR-COUNT    PIC 9(09).
000169         10  CALC-DR-REJECT-COUNT   PIC 9(09).
000170         10  CALC-DR-HELD-COUNT     PIC 9(09).
000171         10  CALC-DR-OUTSTAND-COUNT PIC 9(09).
000172         10  CALC-DR-OK-AMOUNT      PIC S9(13)V9(02).
000173         10  CALC-DR-HELD-AMOUNT    PIC S9(13)V9(02).
000174         10  FILLER                 PIC X(03).
