000100*****************************************************************
000101* CALCRCCD.CPY
000102* RUN-CONTROL CARD, READ FROM RCTLPARM BY EVERY STEP OF THE
000103* DAILY STREAM AS IT STARTS. THE FILE IS OPTIONAL AND IS SHARED
000104* BY ALL THE STEPS; EACH STEP TAKES ONLY THE CARDS MEANT FOR IT.
000105*   'D' = DATE CARD  - BUSINESS DATE (COLS 3-10) THE STREAM IS
000106*                      RUNNING FOR, SO A STREAM THAT RUNS PAST
000107*                      MIDNIGHT KEEPS ONE DATE ON THE LEDGER.
000108*                      WITHOUT IT EACH STEP USES ITS OWN RUN
000109*                      DATE. IT GOES FIRST - A RERUN CARD IS
000110*                      MATCHED AGAINST THE DATE IN FORCE WHEN
000111*                      IT IS READ.
000112*   'R' = RERUN CARD - LETS THE PROGRAM IN COLS 12-21 RUN AGAIN
000113*                      FOR THE BUSINESS DATE IN COLS 3-10 WHEN
000114*                      IT HAS ALREADY COMPLETED. COLS 23-30 NAME
000115*                      WHO AUTHORIZED IT (REQUIRED); THE NAME IS
000116*                      KEPT ON THE CALCRCTL LEDGER. IT DOES NOT
000117*                      WAIVE THE STEPS THE PROGRAM DEPENDS ON.
000118*****************************************************************
000119 01  CALC-RCCD-RECORD.
000120     05  CALC-RK-CARD-TYPE       PIC X(01).
000121         88  CALC-RK-DATE-CARD       VALUE 'D'.
000122         88  CALC-RK-RERUN-CARD      VALUE 'R'.
000123     05  FILLER                  PIC X(01).
000124     05  CALC-RK-BUS-DATE        PIC X(08).
000125     05  FILLER                  PIC X(01).
000126     05  CALC-RK-PROGRAM         PIC X(10).
000127     05  FILLER                  PIC X(01).
000128     05  CALC-RK-AUTH-BY         PIC X(08).
000129     05  FILLER                  PIC X(50).
