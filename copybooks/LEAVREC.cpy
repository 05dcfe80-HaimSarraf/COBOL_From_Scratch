000010*================================================================
000020* LEAVREC.CPY
000030* PAID LEAVE BALANCE RECORD - ONE RECORD PER EMPLOYEE, KEYED BY
000040* LV-EMPLOYEE-ID ALONGSIDE THE MASTER.  PAYCALC ACCRUES
000050* VACATION AND SICK DAYS INTO IT EVERY PERIOD PAID, AT THE
000060* EMPLOYEE'S DEPARTMENT RATES FROM THE DEPARTMENT REFERENCE
000070* FILE OR, WHEN LV-RATE-SOURCE IS E, AT THE EMPLOYEE'S OWN
000080* RATES CARRIED HERE.  LEAVE-LOAD POSTS LEAVE TAKEN, OPENING
000090* BALANCES, AND RATE CHANGES FROM CARDS.  ALL FIGURES ARE IN
000100* WORKING DAYS.  LV-LAST-ACCRUAL-PERIOD IS THE LAST PERIOD
000110* ACCRUED, SO A PERIOD IS NEVER ACCRUED TWICE.
000120*
000130* MODIFICATION HISTORY
000140* DATE       INIT  DESCRIPTION
000150* 2026-10-14 JHS   ORIGINAL.
000160*================================================================
000170 01  LEAVE-BALANCE-RECORD.
000180     05  LV-EMPLOYEE-ID              PIC 9(05).
000190     05  LV-RATE-SOURCE              PIC X(01).
000200         88  LV-RATE-DEPARTMENT                  VALUE "D".
000210         88  LV-RATE-EMPLOYEE                    VALUE "E".
000220     05  LV-VAC-RATE                 PIC 9(01)V99.
000230     05  LV-SICK-RATE                PIC 9(01)V99.
000240     05  LV-VAC-BALANCE              PIC 9(03)V99.
000250     05  LV-SICK-BALANCE             PIC 9(03)V99.
000260     05  LV-VAC-EARNED-YTD           PIC 9(03)V99.
000270     05  LV-VAC-TAKEN-YTD            PIC 9(03)V99.
000280     05  LV-SICK-EARNED-YTD          PIC 9(03)V99.
000290     05  LV-SICK-TAKEN-YTD           PIC 9(03)V99.
000300     05  LV-LAST-ACCRUAL-PERIOD      PIC 9(03).
