000107* REJECTS WITH REASON CODE 04 AND A WHOLE-FILE RESUBMIT STOPS
000108* THE RUN BEFORE ANYTHING REACHES CALCVALD, SO YESTERDAY'S FILE
000109* CAN NEVER CALCULATE AND POST A SECOND TIME.
000110* AN 'R' ENTRY, KEYED LIKE A 'T' ENTRY ON THE ORIGINAL
000111* TRANSACTION ID, IS WRITTEN WHEN CALCEDIT ACCEPTS A REVERSAL OF
000112* THAT TRANSACTION, SO A SECOND REVERSAL OF THE SAME WORK
000113* REJECTS EVEN BEFORE CALCRSLD HAS MARKED THE ORIGINAL.
000114*****************************************************************
000115 01  CALC-DUPR-RECORD.
000116     05  CALC-DU-KEY.
000117         10  CALC-DU-KEY-TYPE    PIC X(01).
000118             88  CALC-DU-TRANS-ENTRY VALUE 'T'.
000119             88  CALC-DU-FILE-ENTRY  VALUE 'F'.
000120             88  CALC-DU-REV-ENTRY   VALUE 'R'.
000121         10  CALC-DU-KEY-DATA.
000122             15  CALC-DU-FILE-DATE   PIC 9(08).
000123             15  CALC-DU-SOURCE-ID   PIC X(08).
000124         10  CALC-DU-KEY-TRANS REDEFINES CALC-DU-KEY-DATA.
000125             15  CALC-DU-TRANS-ID    PIC X(08).
000126             15  FILLER              PIC X(08).
000127     05  CALC-DU-RUN-DATE        PIC 9(08).
000128     05  FILLER                  PIC X(05).
