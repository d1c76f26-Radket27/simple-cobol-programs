000106* SO A MISTYPED DEPARTMENT CODE REJECTS AT THE FRONT-END EDIT
000107* INSTEAD OF POSTING TO AN ACCOUNT THAT DOES NOT EXIST.
000108* MAINTAINED BY CALCDPTM, READ BY CALCEDIT, CALCULATOR,
000109* CALCGLEX AND CALCSAPR. EVERY CHANGE CALCDPTM APPLIES IS
000110* JOURNALED ON CALCDPJN, FROM WHICH CALCDPHS REBUILDS THE
000111* MASTER AS OF ANY DATE.
000112* THE TOLERANCE LIMIT IS THE LARGEST RESULT AMOUNT (EITHER
000113* SIGN) THE DEPARTMENT'S WORK MAY POST WITHOUT A SUPERVISOR
000114* REVIEW - A RESULT OVER IT IS HELD OUT OF THE GL EXTRACT INTO
000115* THE CALCSUSP SUSPENSE FILE. ZERO MEANS NO LIMIT.
000116*****************************************************************
000117 01  CALC-DEPT-RECORD.
000118     05  CALC-DP-DEPT-CODE       PIC X(04).
000119     05  CALC-DP-DEPT-NAME       PIC X(30).
000120     05  CALC-DP-GL-ACCOUNT      PIC X(08).
000121     05  CALC-DP-STATUS          PIC X(01).
000122         88  CALC-DP-ACTIVE          VALUE 'A'.
000123         88  CALC-DP-INACTIVE        VALUE 'I'.
000124     05  CALC-DP-TOL-LIMIT       PIC 9(11)V9(02).
000125     05  FILLER                  PIC X(07).
