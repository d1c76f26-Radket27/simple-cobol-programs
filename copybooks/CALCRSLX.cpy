000107* IN THE CHAIN FLAG - ITS ECHOED INPUTS ARE STEP 1'S ONLY, SO
000108* THE SHOWN VAR-1 / VAR-2 / OPERATION DO NOT REPRODUCE THE
000109* FINAL FIGURE ON A DESK CALCULATOR.
000110* AN ORIGINAL RESULT THAT HAS SINCE BEEN BACKED OUT BY AN 'R'
000111* REVERSAL RECORD CARRIES 'R' IN THE REVERSED FLAG - CALCRSLD
000112* SETS IT WHEN IT LOADS THE REVERSAL RESULT, AND CALCEDIT WILL
000113* NOT ACCEPT A SECOND REVERSAL AGAINST IT.
000114*****************************************************************
000115 01  CALC-RSLX-RECORD.
000116     05  CALC-RX-TRANS-ID        PIC X(08).
000117     05  CALC-RX-DEPT-CODE       PIC X(04).
000118     05  CALC-RX-VAR-1           PIC S9(09)V9(02).
000119     05  CALC-RX-VAR-2           PIC S9(09)V9(02).
000120     05  CALC-RX-VAR-01          PIC X(01).
000121     05  CALC-RX-VAR-SUM         PIC S9(09)V9(02).
000122     05  CALC-RX-STATUS          PIC X(01).
000123         88  CALC-RX-OK              VALUE 'O'.
000124         88  CALC-RX-ERROR           VALUE 'E'.
000125     05  CALC-RX-CHAIN-FLAG      PIC X(01).
000126         88  CALC-RX-CHAINED         VALUE 'C'.
000127     05  CALC-RX-REV-FLAG        PIC X(01).
000128         88  CALC-RX-REVERSED        VALUE 'R'.
000129     05  FILLER                  PIC X(02).
