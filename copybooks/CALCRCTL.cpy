000100*****************************************************************
000101* CALCRCTL.CPY
000102* RUN-CONTROL LEDGER RECORD, KEYED ON THE BUSINESS DATE AND THE
000103* PROGRAM NAME. EVERY STEP OF THE DAILY STREAM - CALCSGEN,
000104* CALCMRGE, CALCEDIT, CALCULATOR (BATCH MODE), CALCRSLD,
000105* CALCUSAC, CALCGLEX, CALCSAPR, CALCGLRC AND CALCEODB - WRITES
000106* ITS RECORD AS IT STARTS AND REWRITES IT AS IT FINISHES, WITH
000107* ITS RETURN CODE. BEFORE IT STARTS, EACH STEP PROVES ON THIS
000108* FILE THAT THE STEPS IT DEPENDS ON HAVE COMPLETED FOR THE SAME
000109* BUSINESS DATE AND THAT IT HAS NOT ALREADY COMPLETED ITSELF,
000110* UNLESS AN RCTLPARM RERUN CARD (LAYOUT CALCRCCD) AUTHORIZES
000111* IT. CALCRCRP PRINTS THE DAY'S STREAM STATUS FROM IT.
000112*   STATUS: 'S' = STARTED   - RUNNING, OR STOPPED WITHOUT
000113*                             FINISHING
000114*           'C' = COMPLETED - FINISHED WITH RETURN CODE 0 OR 4
000115*           'F' = FAILED    - FINISHED WITH RETURN CODE 8 OR
000116*                             HIGHER
000117* THE TIMESTAMPS ARE YYYYMMDD FOLLOWED BY HHMMSSHH, AS ON
000118* CALCHIST. THE RUN COUNT IS HOW MANY TIMES THE STEP HAS BEEN
000119* STARTED FOR THE DATE, AND THE RERUN FIELD CARRIES WHO
000120* AUTHORIZED THE LATEST RERUN OF A COMPLETED STEP.
000121*****************************************************************
000122 01  CALC-RCTL-RECORD.
000123     05  CALC-RC-KEY.
000124         10  CALC-RC-BUS-DATE    PIC 9(08).
000125         10  CALC-RC-PROGRAM     PIC X(10).
000126     05  CALC-RC-STATUS          PIC X(01).
000127         88  CALC-RC-STARTED         VALUE 'S'.
000128         88  CALC-RC-COMPLETE        VALUE 'C'.
000129         88  CALC-RC-FAILED          VALUE 'F'.
000130     05  CALC-RC-START-TS        PIC X(16).
000131     05  CALC-RC-END-TS          PIC X(16).
000132     05  CALC-RC-RETURN-CODE     PIC 9(04).
000133     05  CALC-RC-RUN-COUNT       PIC 9(03).
000134     05  CALC-RC-RERUN-BY        PIC X(08).
000135     05  FILLER                  PIC X(14).
