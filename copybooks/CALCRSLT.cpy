000107* CARRIES 'C' IN THE CHAIN FLAG - THE ECHOED INPUTS ARE THE
000108* FIRST STEP'S ONLY, SO SUCH A RESULT CANNOT BE REBUILT INTO A
000109* SINGLE TRANSACTION AND RECALCULATED AS KEYED.
000110* A RESULT PRODUCED BY AN 'R' REVERSAL RECORD CARRIES 'R' IN THE
000111* REVERSAL FLAG - IT IS THE OFFSETTING FIGURE (THE ORIGINAL
000112* RESULT WITH ITS SIGN TURNED) UNDER THE ORIGINAL TRANSACTION
000113* ID, AND POSTS TO THE LEDGER WITH THE OPPOSITE DEBIT/CREDIT
000114* FLAG. ITS VAR-1 ECHOES THE AMOUNT BACKED OUT.
000115*****************************************************************
000116 01  CALC-RSLT-RECORD.
000117     05  CALC-RS-VAR-1           PIC S9(09)V9(02).
000118     05  CALC-RS-VAR-2           PIC S9(09)V9(02).
000119     05  CALC-RS-VAR-01          PIC X(01).
000120     05  CALC-RS-VAR-SUM         PIC S9(09)V9(02).
000121     05  CALC-RS-STATUS          PIC X(01).
000122         88  CALC-RS-OK              VALUE 'O'.
000123         88  CALC-RS-ERROR           VALUE 'E'.
000124     05  CALC-RS-TRANS-ID        PIC X(08).
000125     05  CALC-RS-DEPT-CODE       PIC X(04).
000126     05  CALC-RS-CHAIN-FLAG      PIC X(01).
000127         88  CALC-RS-CHAINED         VALUE 'C'.
000128     05  CALC-RS-REV-FLAG        PIC X(01).
000129         88  CALC-RS-REVERSAL        VALUE 'R'.
000130     05  FILLER                  PIC X(02).
