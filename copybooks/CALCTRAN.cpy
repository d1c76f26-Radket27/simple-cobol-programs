000100*****************************************************************
000101* CALCTRAN.CPY
000102* TRANSACTION RECORD LAYOUTS FOR CALCULATOR BATCH INPUT.
000103* THE FILE NOW CARRIES FIVE RECORD TYPES, TOLD APART BY THE
000104* TYPE BYTE IN POSITION ONE:
000105*   'H' = HEADER  - FILE DATE AND SOURCE ID FROM THE UPSTREAM
000106*                   DEPARTMENT, FIRST RECORD ON THE FILE.
000118*                   ONE TRANSACTION ID. CONTINUATIONS COUNT IN
000119*                   THE TRAILER RECORD COUNT AND HASH TOTALS
000120*                   LIKE ANY DETAIL.
000121*   'R' = REVERSAL - BACKS OUT A RESULT THAT HAS ALREADY POSTED
000122*                   TO THE LEDGER. THE TRANSACTION ID AND
000123*                   DEPARTMENT NAME THE ORIGINAL TRANSACTION;
000124*                   VAR-1 CARRIES THE ORIGINAL RESULT AMOUNT
000125*                   BEING BACKED OUT, AS KEYED FROM THE RESULT,
000126*                   SO THE WRONG ID CANNOT BE REVERSED BY A
000127*                   SLIP OF THE FINGER; VAR-2 IS UNUSED (ZEROS)
000128*                   AND VAR-01 IS UNUSED (SPACE). THE RESULT IS
000129*                   AN OFFSETTING FIGURE UNDER THE SAME ID.
000130*                   REVERSALS COUNT IN THE TRAILER RECORD COUNT
000131*                   AND HASH TOTALS LIKE ANY DETAIL.
000132*   'T' = TRAILER - DETAIL RECORD COUNT AND HASH TOTALS OF
000133*                   VAR-1 AND VAR-2, LAST RECORD ON THE FILE,
000134*                   SO A TRUNCATED TRANSFER CAN BE PROVED
000135*                   INSTEAD OF GUESSED AT.
000136*****************************************************************
000137 01  CALC-TRANS-RECORD.
000138     05  CALC-TR-REC-TYPE        PIC X(01).
000139         88  CALC-TR-HEADER          VALUE 'H'.
000140         88  CALC-TR-DETAIL          VALUE 'D'.
000141         88  CALC-TR-CONT            VALUE 'C'.
000142         88  CALC-TR-REVERSAL        VALUE 'R'.
000143         88  CALC-TR-TRAILER         VALUE 'T'.
000144     05  CALC-TR-VAR-1           PIC S9(09)V9(02).
000145     05  CALC-TR-VAR-2           PIC S9(09)V9(02).
000146     05  CALC-TR-VAR-01          PIC X(01).
000147     05  CALC-TR-TRANS-ID        PIC X(08).
000148     05  CALC-TR-DEPT-CODE       PIC X(04).
000149 01  CALC-TRANS-HDR-RECORD.
000150     05  CALC-TH-REC-TYPE        PIC X(01).
000151     05  CALC-TH-FILE-DATE       PIC 9(08).
000152     05  CALC-TH-SOURCE-ID       PIC X(08).
000153     05  FILLER                  PIC X(19).
000154 01  CALC-TRANS-TRL-RECORD.
000155     05  CALC-TT-REC-TYPE        PIC X(01).
000156     05  CALC-TT-REC-COUNT       PIC 9(09).
000157     05  CALC-TT-HASH-VAR-1      PIC S9(11)V9(02).
000158     05  CALC-TT-HASH-VAR-2      PIC S9(11)V9(02).
