000100*****************************************************************
000101* CALCFCAL.CPY
000102* FISCAL CALENDAR RECORD, KEYED ON THE PERIOD ID (YYYYPP). ONE
000103* RECORD PER ACCOUNTING PERIOD WITH ITS FIRST AND LAST DAY AND
000104* WHETHER THE LEDGER WILL STILL ACCEPT POSTINGS DATED INTO IT.
000105* PERIODS MAY NOT OVERLAP. MAINTAINED BY CALCFCMT, WHICH ALSO
000106* OPENS AND CLOSES THEM. CALCGLEX AND CALCSAPR READ IT SO THAT
000107* A POSTING WHOSE DATE FALLS IN A CLOSED PERIOD IS DATED
000108* FORWARD TO THE FIRST DAY OF THE FIRST OPEN PERIOD AFTER IT,
000109* INSTEAD OF BOUNCING BACK FROM THE LEDGER ON GLACK.
000110*   STATUS: 'O' = OPEN   - THE LEDGER ACCEPTS POSTINGS
000111*           'C' = CLOSED - POSTINGS MOVE FORWARD
000112* THE CHANGE DATE AND SUBMITTER RECORD THE LAST ADD, OPEN OR
000113* CLOSE APPLIED TO THE PERIOD.
000114*****************************************************************
000115 01  CALC-FCAL-RECORD.
000116     05  CALC-FC-PERIOD-ID       PIC X(06).
000117     05  CALC-FC-START-DATE      PIC 9(08).
000118     05  CALC-FC-END-DATE        PIC 9(08).
000119     05  CALC-FC-STATUS          PIC X(01).
000120         88  CALC-FC-OPEN            VALUE 'O'.
000121         88  CALC-FC-CLOSED          VALUE 'C'.
000122     05  CALC-FC-CHANGE-DATE     PIC 9(08).
000123     05  CALC-FC-CHANGED-BY      PIC X(08).
000124     05  FILLER                  PIC X(11).
