000107* RELEASES FROM IT WHEN PROVING THE GL LEG.
000108*   ACTION: 'R' = RELEASED TO GLPOST
000109*           'C' = RETURNED TO CALCRCYC FOR CORRECTION
000110*           'S' = FIRST SIGNATURE ON AN ITEM NEEDING TWO
000111*                 APPROVERS - THE ITEM STAYS HELD
000112*****************************************************************
000113 01  CALC-SAPL-RECORD.
000114     05  CALC-SL-ACTION-DATE     PIC 9(08).
000115     05  FILLER                  PIC X(02) VALUE SPACES.
000116     05  CALC-SL-TRANS-ID        PIC X(08).
000117     05  FILLER                  PIC X(02) VALUE SPACES.
000118     05  CALC-SL-ACTION          PIC X(01).
000119         88  CALC-SL-RELEASED        VALUE 'R'.
000120         88  CALC-SL-RETURNED        VALUE 'C'.
000121         88  CALC-SL-FIRST-SIGNED    VALUE 'S'.
000122     05  FILLER                  PIC X(02) VALUE SPACES.
000123     05  CALC-SL-APPROVER        PIC X(08).
000124     05  FILLER                  PIC X(02) VALUE SPACES.
000125     05  CALC-SL-AMOUNT          PIC S9(11)V9(02).
000126     05  FILLER                  PIC X(03).
