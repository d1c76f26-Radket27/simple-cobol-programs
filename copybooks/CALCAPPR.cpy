000100*****************************************************************
000101* CALCAPPR.CPY
000102* APPROVER AUTHORITY MASTER, KEYED ON THE APPROVER ID. ONE
000103* RECORD PER SUPERVISOR WHO MAY SIGN A SAPRPARM CARD, CARRYING
000104* THE DEPARTMENTS WHOSE HELD ITEMS THE APPROVER MAY ACTION AND
000105* THE LARGEST RESULT AMOUNT (EITHER SIGN) THE APPROVER MAY
000106* RELEASE TO GLPOST. ZERO MEANS THE APPROVER MAY RETURN ITEMS
000107* FOR CORRECTION BUT RELEASE NOTHING. A FIRST DEPARTMENT CODE
000108* OF '****' MEANS EVERY DEPARTMENT. MAINTAINED BY CALCAPMT,
000109* READ BY CALCSAPR.
000110* ONE CONTROL RECORD, KEY '*CONTROL', CARRIES THE DUAL SIGN-OFF
000111* LIMIT - A HELD ITEM WHOSE AMOUNT (EITHER SIGN) IS OVER IT
000112* NEEDS RELEASE CARDS FROM TWO DIFFERENT APPROVERS. ZERO (OR NO
000113* CONTROL RECORD) MEANS ONE APPROVER IS ALWAYS ENOUGH.
000114*****************************************************************
000115 01  CALC-APPR-RECORD.
000116     05  CALC-AP-APPROVER-ID     PIC X(08).
000117         88  CALC-AP-CONTROL-KEY     VALUE '*CONTROL'.
000118     05  CALC-AP-APPROVER-NAME   PIC X(20).
000119     05  CALC-AP-STATUS          PIC X(01).
000120         88  CALC-AP-ACTIVE          VALUE 'A'.
000121         88  CALC-AP-INACTIVE        VALUE 'I'.
000122     05  CALC-AP-MAX-RELEASE     PIC 9(11)V9(02).
000123     05  CALC-AP-DEPT-LIST.
000124         10  CALC-AP-DEPT-CODE   PIC X(04) OCCURS 8 TIMES.
000125     05  FILLER                  PIC X(06).
000126 01  CALC-APPR-CONTROL-RECORD.
000127     05  CALC-AC-CONTROL-KEY     PIC X(08).
000128     05  CALC-AC-DUAL-LIMIT      PIC 9(11)V9(02).
000129     05  FILLER                  PIC X(59).
