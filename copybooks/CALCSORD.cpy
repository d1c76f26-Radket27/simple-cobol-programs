000111*              'M' = MONTHLY ON DAY FREQ-DAY (A DAY THE MONTH
000112*                    DOES NOT HAVE SIMPLY DOES NOT FIRE)
000113*   AN EXPIRY DATE OF ZERO MEANS NO EXPIRY.
000114*   STATUS:    ' ' OR 'A' = LIVE
000115*              'S' = SUSPENDED - KEPT ON FILE, NOT GENERATED
000116*              'X' = CANCELLED - KEPT ON FILE FOR THE RECORD
000117* THE FILE IS MAINTAINED BY CALCSOMT, WHICH EDITS EVERY ORDER
000118* BEFORE IT IS SAVED. ORDER IN THE FILE IS ORDER OF GENERATION.
000119*****************************************************************
000120 01  CALC-SORD-RECORD.
000121     05  CALC-SO-ORDER-ID        PIC X(04).
000122     05  FILLER                  PIC X(01).
000123     05  CALC-SO-DEPT-CODE       PIC X(04).
000124     05  FILLER                  PIC X(01).
000125     05  CALC-SO-VAR-1           PIC S9(09)V9(02).
000126     05  FILLER                  PIC X(01).
000127     05  CALC-SO-VAR-2           PIC S9(09)V9(02).
000128     05  FILLER                  PIC X(01).
000129     05  CALC-SO-VAR-01          PIC X(01).
000130     05  FILLER                  PIC X(01).
000131     05  CALC-SO-FREQ            PIC X(01).
000132         88  CALC-SO-DAILY           VALUE 'D'.
000133         88  CALC-SO-WEEKLY          VALUE 'W'.
000134         88  CALC-SO-MONTHLY         VALUE 'M'.
000135     05  CALC-SO-FREQ-DAY        PIC 9(02).
000136     05  FILLER                  PIC X(01).
000137     05  CALC-SO-EFF-DATE        PIC 9(08).
000138     05  FILLER                  PIC X(01).
000139     05  CALC-SO-EXP-DATE        PIC 9(08).
000140     05  FILLER                  PIC X(01).
000141     05  CALC-SO-STATUS          PIC X(01).
000142         88  CALC-SO-LIVE            VALUE 'A' ' '.
000143         88  CALC-SO-SUSPENDED       VALUE 'S'.
000144         88  CALC-SO-CANCELLED       VALUE 'X'.
000145     05  FILLER                  PIC X(21).
