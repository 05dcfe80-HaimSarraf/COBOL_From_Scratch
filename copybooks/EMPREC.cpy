000135* 2026-08-21 JHS   ADDED EMPLOYEE-DEPT, VALIDATED AGAINST THE
000136*                  DEPARTMENT REFERENCE FILE (DEPTREC), SO THE
000137*                  SALARY REPORT CAN BREAK BY DEPARTMENT.
000138* 2026-10-14 JHS   ADDED EMPLOYEE-PAY-TYPE AND EMPLOYEE-HOURLY-
000139*                  RATE.  A SALARIED EMPLOYEE (TYPE S, OR BLANK
000140*                  ON RECORDS WRITTEN BEFORE THE FIELD EXISTED)
000141*                  IS PAID EMPLOYEE-SALARY SPREAD OVER THE
000142*                  PERIODS; AN HOURLY EMPLOYEE (TYPE H) IS PAID
000143*                  FROM THE PERIOD'S TIMECARD AT THE HOURLY
000144*                  RATE.  EMPLOYEE-SALARY STAYS ON AN HOURLY
000145*                  RECORD AS THE ANNUAL BUDGET FIGURE.
000146*================================================================
000150 01  EMPLOYEE-RECORD.
000160     05  EMPLOYEE-ID                PIC 9(05).
000170     05  EMPLOYEE-NAME               PIC A(30).
000180     05  EMPLOYEE-AGE                PIC 9(03).
000190     05  EMPLOYEE-SALARY             PIC 9(06)V99.
000200     05  EMPLOYEE-DEPT               PIC 9(03).
000210     05  EMPLOYEE-PAY-TYPE           PIC X(01).
000220         88  EMP-PAY-SALARIED                    VALUE "S" " ".
000230         88  EMP-PAY-HOURLY                      VALUE "H".
000240     05  EMPLOYEE-HOURLY-RATE        PIC 9(03)V99.
