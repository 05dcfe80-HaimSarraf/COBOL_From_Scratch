000050* MASTER RECORD IS VALIDATED AGAINST THIS FILE WHEREVER
000060* EMPLOYEES ARE KEYED IN, AND THE SALARY REPORT USES IT TO
000070* PRINT THE DEPARTMENT NAME ON ITS CONTROL-BREAK HEADINGS.
000071* THE ACCRUAL RATES ARE THE VACATION AND SICK DAYS PAYCALC
000072* ACCRUES EACH PERIOD TO EVERY EMPLOYEE IN THE DEPARTMENT WHO
000073* DOES NOT CARRY RATES OF THEIR OWN ON THE LEAVE FILE.
000080*
000090* MODIFICATION HISTORY
000100* DATE       INIT  DESCRIPTION
000110* 2026-08-21 JHS   ORIGINAL.
000111* 2026-10-14 JHS   ADDED THE VACATION AND SICK ACCRUAL RATES
000112*                  (DAYS PER PAY PERIOD).
000120*================================================================
000130 01  DEPARTMENT-RECORD.
000140     05  DEPT-CODE                   PIC 9(03).
000150     05  DEPT-NAME                   PIC X(25).
000160     05  DEPT-VAC-ACCRUAL-RATE       PIC 9(01)V99.
000170     05  DEPT-SICK-ACCRUAL-RATE      PIC 9(01)V99.
