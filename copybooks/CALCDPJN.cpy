000100*****************************************************************
000101* CALCDPJN.CPY
000102* DEPARTMENT CHANGE JOURNAL RECORD APPENDED BY CALCDPTM FOR
000103* EVERY MAINTENANCE ACTION IT APPLIES TO THE CALCDEPT MASTER -
000104* THE WHOLE MASTER RECORD BEFORE AND AFTER THE ACTION, THE DATE
000105* THE ACTION TAKES EFFECT, WHEN IT WAS KEYED AND WHO SUBMITTED
000106* THE CARD. THE JOURNAL IS NEVER OVERWRITTEN, SO CALCDPHS CAN
000107* REBUILD THE MASTER AS IT STOOD ON ANY DATE.
000108*   ACTION: 'A' = ADDED       (BEFORE IMAGE IS SPACES)
000109*           'C' = CHANGED
000110*           'D' = DEACTIVATED
000111*           'R' = REACTIVATED
000112*           'O' = OPENING IMAGE - ONE PER DEPARTMENT ALREADY ON
000113*                 THE MASTER WHEN THE JOURNAL WAS STARTED,
000114*                 EFFECTIVE DATE ZEROS
000115* THE IMAGES ARE CALC-DEPT-RECORD (CALCDEPT.CPY) BYTE FOR BYTE.
000116* CALCDPTM NEVER JOURNALS AN EFFECTIVE DATE LATER THAN THE DAY
000117* THE ACTION WAS APPLIED, NOR EARLIER THAN THE DEPARTMENT'S LATEST
000118* ENTRY, SO WITHIN A DEPARTMENT EFFECTIVE-DATE ORDER IS THE ORDER
000119* THE ACTIONS WERE APPLIED AND EACH AFTER IMAGE IS THE WHOLE
000120* RECORD AS IT STOOD FROM ITS EFFECTIVE DATE.
000121*****************************************************************
000122 01  CALC-DPJN-RECORD.
000123     05  CALC-DJ-EFF-DATE        PIC 9(08).
000124     05  FILLER                  PIC X(02) VALUE SPACES.
000125     05  CALC-DJ-ENTRY-DATE      PIC 9(08).
000126     05  FILLER                  PIC X(01) VALUE SPACES.
000127     05  CALC-DJ-ENTRY-TIME      PIC 9(08).
000128     05  FILLER                  PIC X(02) VALUE SPACES.
000129     05  CALC-DJ-ACTION          PIC X(01).
000130         88  CALC-DJ-ADDED           VALUE 'A'.
000131         88  CALC-DJ-CHANGED         VALUE 'C'.
000132         88  CALC-DJ-DEACTIVATED     VALUE 'D'.
000133         88  CALC-DJ-REACTIVATED     VALUE 'R'.
000134         88  CALC-DJ-OPENING         VALUE 'O'.
000135     05  FILLER                  PIC X(02) VALUE SPACES.
000136     05  CALC-DJ-SUBMITTER       PIC X(08).
000137     05  FILLER                  PIC X(02) VALUE SPACES.
000138     05  CALC-DJ-DEPT-CODE       PIC X(04).
000139     05  FILLER                  PIC X(02) VALUE SPACES.
000140     05  CALC-DJ-BEFORE-IMAGE    PIC X(63).
000141     05  FILLER                  PIC X(02) VALUE SPACES.
000142     05  CALC-DJ-AFTER-IMAGE     PIC X(63).
000143     05  FILLER                  PIC X(03).
