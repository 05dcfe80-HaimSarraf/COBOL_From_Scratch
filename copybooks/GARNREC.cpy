000010*================================================================
000020* GARNREC.CPY
000030* WAGE GARNISHMENT ORDER RECORD - ONE RECORD PER COURT OR AGENCY
000040* ORDER AGAINST AN EMPLOYEE'S PAY, KEYED BY EMPLOYEE AND THE
000050* ORDER'S PRIORITY, SO AN EMPLOYEE MAY CARRY SEVERAL ORDERS AND
000060* PAYCALC TAKES THEM IN KEY (PRIORITY) ORDER.  EACH ORDER
000070* CARRIES ITS CASE NUMBER, THE AGENCY TO BE PAID, A FIXED
000080* AMOUNT OR A PERCENTAGE OF DISPOSABLE PAY (GROSS LESS TAX) PER
000090* PERIOD, THE LEGAL MAXIMUM PERCENTAGE OF DISPOSABLE PAY THAT
000100* MAY BE GARNISHED, AND THE BALANCE STILL OWED.  GARN-LOAD ADDS,
000110* CHANGES AND RELEASES ORDERS FROM CARDS; PAYCALC REDUCES THE
000120* BALANCE EVERY PERIOD AND MARKS THE ORDER PAID OFF WHEN IT
000130* REACHES ZERO.  GARN-LAST-PAY-DATE AND GARN-LAST-AMOUNT ARE THE
000140* LAST AMOUNT TAKEN, SO A RERUN OF A FAILED PAY RUN PUTS IT BACK
000150* BEFORE TAKING THE PERIOD AGAIN.
000160*
000170* MODIFICATION HISTORY
000180* DATE       INIT  DESCRIPTION
000190* 2026-10-14 JHS   ORIGINAL.
000200*================================================================
000210 01  GARNISHMENT-RECORD.
000220     05  GARN-KEY.
000230         10  GARN-EMPLOYEE-ID        PIC 9(05).
000240         10  GARN-PRIORITY           PIC 9(02).
000250     05  GARN-CASE-NUMBER            PIC X(15).
000260     05  GARN-ORDER-TYPE             PIC X(01).
000270         88  GARN-TYPE-SUPPORT                   VALUE "S".
000280         88  GARN-TYPE-LEVY                      VALUE "L".
000290         88  GARN-TYPE-CREDITOR                  VALUE "C".
000300         88  GARN-TYPE-VALID                     VALUE "S" "L"
000310                                                       "C".
000320     05  GARN-AGENCY-CODE            PIC X(06).
000330     05  GARN-AGENCY-NAME            PIC X(30).
000340     05  GARN-METHOD                 PIC X(01).
000350         88  GARN-METHOD-FIXED                   VALUE "F".
000360         88  GARN-METHOD-PERCENT                 VALUE "P".
000370     05  GARN-AMOUNT                 PIC 9(05)V99.
000380     05  GARN-PERCENT                PIC 9(02)V99.
000390     05  GARN-MAX-PERCENT            PIC 9(02)V99.
000400     05  GARN-BALANCE                PIC 9(07)V99.
000410     05  GARN-TOTAL-WITHHELD         PIC 9(07)V99.
000420     05  GARN-ORDER-STATUS           PIC X(01).
000430         88  GARN-ACTIVE                         VALUE "A".
000440         88  GARN-PAID-OFF                       VALUE "P".
000450         88  GARN-RELEASED                       VALUE "R".
000460     05  GARN-CLOSED-DATE            PIC 9(08).
000470     05  GARN-LAST-PAY-DATE          PIC 9(08).
000480     05  GARN-LAST-AMOUNT            PIC 9(06)V99.
