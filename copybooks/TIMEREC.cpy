000010*================================================================
000020* TIMEREC.CPY
000030* PER-PERIOD TIMECARD RECORD - ONE RECORD PER HOURLY EMPLOYEE
000040* WITH HOURS WORKED THIS PAY PERIOD, KEYED BY TC-EMPLOYEE-ID
000050* ALONGSIDE THE MASTER.  BUILT FRESH EACH PERIOD BY TIME-LOAD
000060* FROM TIMECARD CARDS (REGULAR, OVERTIME AND HOLIDAY HOURS) AND
000070* READ BY PAYCALC, WHICH PAYS AN HOURLY EMPLOYEE FROM IT AT
000080* THE EMPLOYEE'S HOURLY RATE - OVERTIME AT THE PREMIUM RATE.
000090* TC-PERIOD-NUMBER IS THE CALENDAR PERIOD THE HOURS WERE
000100* WORKED IN, SO A TIMECARD LEFT OVER FROM AN EARLIER PERIOD IS
000110* NEVER PAID AGAIN.  PAYCALC CLEARS THE FILE AT CLEAN
000120* END-OF-JOB.
000130*
000140* MODIFICATION HISTORY
000150* DATE       INIT  DESCRIPTION
000160* 2026-10-14 JHS   ORIGINAL.
000170*================================================================
000180 01  TIMECARD-RECORD.
000190     05  TC-EMPLOYEE-ID              PIC 9(05).
000200     05  TC-PERIOD-NUMBER            PIC 9(03).
000210     05  TC-REGULAR-HOURS            PIC 9(03)V99.
000220     05  TC-OVERTIME-HOURS           PIC 9(03)V99.
000230     05  TC-HOLIDAY-HOURS            PIC 9(03)V99.
