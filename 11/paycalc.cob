000267*                  OUT TO NET, AND THE FILE IS CLEARED AT
000268*                  CLEAN END-OF-JOB SO AN EXCEPTION CANNOT
000269*                  CARRY INTO THE NEXT PERIOD.
000279* 2026-10-14 JHS   EVERY EMPLOYEE PAID NOW GETS A PAY STUB ON THE
000289*                  NEW PAY STUB FILE - PERIOD AND PAY DATE, BASE
000299*                  GROSS, THE UNPAID LEAVE REDUCTION AND ONE-
000309*                  TIME AMOUNTS, EACH DEDUCTION BUCKET, NET PAY,
000319*                  THE DEPOSIT ACCOUNT FROM THE BANK ACCOUNT
000329*                  FILE (MASKED TO ITS LAST FOUR DIGITS), AND
000339*                  THE YEAR-TO-DATE FIGURES FROM THE EARNINGS
000349*                  LEDGER AFTER THIS PERIOD IS POSTED.  A
000359*                  MISSING BANK ACCOUNT FILE JUST MEANS EVERY
000369*                  STUB SHOWS A MANUAL CHECK.
000379* 2026-10-14 JHS   EVERY EMPLOYEE PAID NOW ALSO GOES TO THE NEW
000389*                  PAY DETAIL FILE WITH THEIR DEPARTMENT, GROSS,
000399*                  EACH DEDUCTION BUCKET, AND NET, CLOSED BY A
000409*                  TRAILER CARRYING THE REGISTER'S CONTROL
000419*                  TOTALS, SO GL-JOURNAL CAN BUILD THE GENERAL
000429*                  LEDGER JOURNAL BY DEPARTMENT AND TIE IT BACK
000439*                  TO THE REGISTER.
000449* 2026-10-14 JHS   TAX IS NOW WITHHELD FROM THE GRADUATED TAX
000459*                  TABLES ON THE TAX TABLE FILE IN PLACE OF ONE
000469*                  FLAT PERCENTAGE OF PERIOD GROSS.  THE TABLES
000479*                  ARE LOADED AND CHECKED AT START-UP (BRACKETS
000489*                  IN ORDER, NO GAPS, TOP BRACKET OPEN-ENDED).
000499*                  PERIOD GROSS IS ANNUALIZED, THE EMPLOYEE'S
000509*                  ALLOWANCES ARE TAKEN OFF, THE BRACKET FOR THE
000519*                  FILING STATUS GIVES THE ANNUAL TAX, AND ONE
000529*                  PERIOD'S SHARE IS WITHHELD.  THE REGISTER
000539*                  SHOWS THE TABLE AND BRACKET USED UNDER EACH
000549*                  EMPLOYEE.  AN ELECTION WITH NO TABLE FOR ITS
000559*                  FILING STATUS WITHHOLDS NO TAX AND IS FLAGGED.
000569* 2026-10-14 JHS   EVERY EMPLOYEE PAID IS NOW WRITTEN TO THE
000579*                  KEYED PAYMENT HISTORY FILE AS SEQUENCE 01 FOR
000589*                  THE PERIOD, CARRYING EACH BUCKET POSTED TO THE
000599*                  EARNINGS LEDGER, SO OFF-CYCLE CAN VOID THE
000609*                  PAYMENT LATER.  THE NET-PAY RECORD LAYOUT NOW
000619*                  COMES FROM NETPREC AND CARRIES AN ENTRY TYPE
000629*                  (C FOR EVERY PAYMENT THIS RUN MAKES).
000639* 2026-10-14 JHS   EVERY EMPLOYEE PAID NOW ACCRUES VACATION AND
000649*                  SICK LEAVE ON THE LEAVE BALANCE FILE - AT THE
000659*                  DEPARTMENT'S RATES FROM THE DEPARTMENT FILE,
000669*                  OR THE EMPLOYEE'S OWN RATES WHEN THE LEAVE
000679*                  RECORD CARRIES THEM.  A PERIOD ALREADY
000689*                  ACCRUED IS NOT ACCRUED AGAIN ON A RERUN.  THE
000699*                  PAY STUB SHOWS THE BALANCES AFTER ACCRUAL.
000709* 2026-10-14 JHS   WAGE GARNISHMENTS ARE NOW TAKEN FROM THE
000719*                  GARNISHMENT ORDER FILE GARN-LOAD MAINTAINS,
000729*                  IN PLACE OF BEING KEYED INTO THE OTHER
000739*                  DEDUCTION.  AFTER TAX, EACH OF THE EMPLOYEE'S
000749*                  ACTIVE ORDERS IS TAKEN IN PRIORITY ORDER - A
000759*                  FIXED AMOUNT OR A PERCENTAGE OF DISPOSABLE PAY
000769*                  (GROSS LESS TAX), HELD SO EVERYTHING GARNISHED
000779*                  STAYS WITHIN THE ORDER'S LEGAL MAXIMUM
000789*                  PERCENTAGE OF DISPOSABLE PAY AND NEVER TAKES
000799*                  MORE THAN THE BALANCE STILL OWED.  INSURANCE,
000809*                  RETIREMENT AND OTHER ARE CAPPED AT WHAT IS LEFT
000819*                  AFTER THEM.  EACH ORDER'S BALANCE IS REDUCED
000829*                  AND THE ORDER CLOSED WHEN IT IS PAID OFF, EVERY
000839*                  GARNISHMENT IS ITEMIZED ON THE REGISTER, AND
000849*                  EACH AMOUNT TAKEN GOES TO THE NEW GARNISHMENT
000859*                  REMITTANCE FILE FOR GARN-REMIT.  GARNISHMENTS
000869*                  ARE THEIR OWN BUCKET ON THE LEDGER, PAY
000879*                  DETAIL, PAYMENT HISTORY AND STUB.
000889* 2026-10-14 JHS   A BANK ACCOUNT STILL IN ITS PRENOTE PERIOD
000899*                  (PRENOTE NOT YET SENT, OR SENT AND THE PAY
000909*                  DATE BEFORE ITS LIVE DATE) IS NOT DEPOSITED TO
000919*                  BY BANK-TRANSMIT - THE STUB SAYS THE NET PAY
000929*                  IS ISSUED BY MANUAL CHECK INSTEAD.
000939* 2026-10-14 JHS   AN HOURLY EMPLOYEE IS NOW PAID FROM THE
000949*                  PERIOD'S TIMECARD ON THE NEW TIMECARD FILE
000959*                  TIME-LOAD BUILDS - REGULAR AND HOLIDAY HOURS
000969*                  AT THE HOURLY RATE, OVERTIME HOURS AT THE
000979*                  OVERTIME PREMIUM - INSTEAD OF SALARY OVER
000989*                  THE PERIODS.  AN HOURLY EMPLOYEE WITH NO
000999*                  TIMECARD FOR THE PERIOD IS NOT PAID; THE
001009*                  REGISTER AND SYSOUT LIST THEM SO THEY CAN BE
001019*                  PAID OFF-CYCLE ONCE THE TIME IS IN.  THE
001029*                  REGISTER PRINTS THE HOURS AND RATES UNDER
001039*                  EACH HOURLY LINE.  UNPAID LEAVE DAYS DO NOT
001049*                  PRORATE AN HOURLY EMPLOYEE - THE HOURS ALREADY
001059*                  LEAVE THE TIME OUT.  THE TIMECARD FILE IS
001069*                  CLEARED AT CLEAN END-OF-JOB LIKE THE
001079*                  EXCEPTION FILE.
001089* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
001099*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
001109*                  CODE AND RECORD COUNTS - FOR THE MORNING
001119*                  OPERATIONS SUMMARY.
001129* 2026-10-15 JHS   REFUSES TO START UNLESS EVERY PROGRAM OF THE
001139*                  NIGHTLY PAYROLL STREAM, FILE-AUDIT INCLUDED,
001149*                  ENDED WITH RETURN CODE 0 IN A RUN STARTED
001159*                  SINCE NOON THE DAY BEFORE.
001169*================================================================

000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000442         RECORD KEY IS EXC-EMPLOYEE-ID
000443         FILE STATUS IS EXC-STATUS.

000444     SELECT TIMECARD-FILE ASSIGN TO TIMEFILE
000445         ORGANIZATION IS INDEXED
000446         ACCESS MODE IS DYNAMIC
000447         RECORD KEY IS TC-EMPLOYEE-ID
000448         FILE STATUS IS TIME-STATUS.

000449     SELECT BANK-FILE ASSIGN TO BANKFILE
000450         ORGANIZATION IS INDEXED
000451         ACCESS MODE IS DYNAMIC
000452         RECORD KEY IS BANK-EMPLOYEE-ID
000453         FILE STATUS IS BANK-STATUS.

000454     SELECT STUB-FILE ASSIGN TO PAYSTUB
000455         ORGANIZATION IS LINE SEQUENTIAL
000456         FILE STATUS IS STUB-STATUS.

000457     SELECT PAY-DETAIL-FILE ASSIGN TO PAYDTL
000458         ORGANIZATION IS LINE SEQUENTIAL
000459         FILE STATUS IS PAY-DETAIL-STATUS.

000460     SELECT TAX-TABLE-FILE ASSIGN TO TAXFILE
000461         ORGANIZATION IS LINE SEQUENTIAL
000462         FILE STATUS IS TAX-STATUS.

000463     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000464         ORGANIZATION IS INDEXED
000465         ACCESS MODE IS DYNAMIC
000466         RECORD KEY IS PH-KEY
000467         FILE STATUS IS PAYH-STATUS.

000468     SELECT LEAVE-FILE ASSIGN TO LEAVFILE
000469         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000471         RECORD KEY IS LV-EMPLOYEE-ID
000472         FILE STATUS IS LEAVE-STATUS.

000473     SELECT DEPARTMENT-FILE ASSIGN TO DEPTFILE
000474         ORGANIZATION IS INDEXED
000475         ACCESS MODE IS DYNAMIC
000476         RECORD KEY IS DEPT-CODE
000477         FILE STATUS IS DEPT-STATUS.

000478     SELECT GARNISHMENT-FILE ASSIGN TO GARNFILE
000479         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000481         RECORD KEY IS GARN-KEY
000482         FILE STATUS IS GARN-STATUS.

000483     SELECT GARN-REMIT-FILE ASSIGN TO GARNDTL
000484         ORGANIZATION IS LINE SEQUENTIAL
000485         FILE STATUS IS GARN-REMIT-STATUS.

000486     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000487         ORGANIZATION IS LINE SEQUENTIAL
000488         FILE STATUS IS RUNCTL-STATUS.

000489     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000490         ORGANIZATION IS LINE SEQUENTIAL
000491         FILE STATUS IS RUNPARM-STATUS.

000492 DATA DIVISION.
000493 FILE SECTION.
000494 FD  EMPLOYEE-FILE.
000495     COPY EMPREC.

000496 FD  DEDUCTION-FILE.
000497     COPY DEDREC.

000500 FD  REGISTER-FILE.
000510 01  REGISTER-LINE                   PIC X(80).

000520 FD  NET-PAY-FILE.
000530     COPY NETPREC.

000572 FD  EARNINGS-FILE.
000573     COPY EARNREC.
000576 FD  EXCEPTION-FILE.
000577     COPY EXCREC.

000578 FD  TIMECARD-FILE.
000579     COPY TIMEREC.

000580 FD  BANK-FILE.
000581     COPY BANKREC.

000582 FD  STUB-FILE.
000583 01  STUB-LINE                       PIC X(80).

000584 FD  PAY-DETAIL-FILE.
000585     COPY PAYDREC.

000586 FD  TAX-TABLE-FILE.
000587     COPY TAXREC.

000588 FD  PAY-HISTORY-FILE.
000589     COPY PAYHREC.

000590 FD  LEAVE-FILE.
000591     COPY LEAVREC.

000592 FD  DEPARTMENT-FILE.
000593     COPY DEPTREC.

000594 FD  GARNISHMENT-FILE.
000595     COPY GARNREC.

000596 FD  GARN-REMIT-FILE.
000597     COPY GARNDREC.

000598 FD  RUN-CONTROL-FILE.
000599     COPY RUNCREC.

000600 FD  RUN-PARM-FILE.
000601 01  RUN-PARM-RECORD.
000602     05  RP-JOB-NAME                PIC X(08).
000603     05  FILLER                     PIC X(01).
000604     05  RP-STEP-NAME               PIC X(08).
000605     05  FILLER                     PIC X(63).

000606 WORKING-STORAGE SECTION.
000607*---------------------------------------------------------------
000608* FILE STATUS AND CONTROL SWITCHES
000610*---------------------------------------------------------------
000620 01  FILE-STATUS                    PIC XX.
000630 01  DED-STATUS                     PIC XX.
000651 01  EARN-STATUS                    PIC XX.
000652 01  PERIOD-STATUS                  PIC XX.
000653 01  EXC-STATUS                     PIC XX.
000654 01  TIME-STATUS                    PIC XX.
000655 01  BANK-STATUS                    PIC XX.
000656 01  STUB-STATUS                    PIC XX.
000657 01  PAY-DETAIL-STATUS              PIC XX.
000658 01  TAX-STATUS                     PIC XX.
000659 01  PAYH-STATUS                    PIC XX.
000660 01  LEAVE-STATUS                   PIC XX.
000661 01  DEPT-STATUS                    PIC XX.
000662 01  GARN-STATUS                    PIC XX.
000663 01  GARN-REMIT-STATUS              PIC XX.

000664 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
000670     88  WS-RECORD-FOUND                         VALUE "Y".
000680     88  WS-RECORD-NOT-FOUND                     VALUE "N".

000690 01  WS-ELECT-SWITCH                PIC X(01) VALUE "N".
000700     88  WS-ELECT-ON-FILE                        VALUE "Y".
000701     88  WS-ELECT-NOT-ON-FILE                    VALUE "N".

000702 01  WS-EARN-SWITCH                 PIC X(01) VALUE "N".
000703     88  WS-EARN-ON-FILE                         VALUE "Y".
000704     88  WS-EARN-NOT-ON-FILE                     VALUE "N".

000705 01  WS-CAL-EOF-SWITCH              PIC X(01) VALUE "N".
000706     88  WS-CAL-EOF                              VALUE "Y".
000707     88  WS-CAL-NOT-EOF                          VALUE "N".

000708 01  WS-EXC-FILE-SWITCH             PIC X(01) VALUE "N".
000709     88  WS-EXC-FILE-OPEN                        VALUE "Y".
000710     88  WS-EXC-FILE-ABSENT                      VALUE "N".

000711 01  WS-EXC-SWITCH                  PIC X(01) VALUE "N".
000712     88  WS-EXC-ON-FILE                          VALUE "Y".
000713     88  WS-EXC-NOT-ON-FILE                      VALUE "N".

000714 01  WS-TIME-FILE-SWITCH            PIC X(01) VALUE "N".
000715     88  WS-TIME-FILE-OPEN                       VALUE "Y".
000716     88  WS-TIME-FILE-ABSENT                     VALUE "N".

000717 01  WS-TIME-SWITCH                 PIC X(01) VALUE "N".
000718     88  WS-TIME-ON-FILE                         VALUE "Y".
000719     88  WS-TIME-NOT-ON-FILE                     VALUE "N".

000720 01  WS-BANK-FILE-SWITCH            PIC X(01) VALUE "N".
000721     88  WS-BANK-FILE-OPEN                       VALUE "Y".
000722     88  WS-BANK-FILE-ABSENT                     VALUE "N".

000723 01  WS-BANK-SWITCH                 PIC X(01) VALUE "N".
000724     88  WS-BANK-ON-FILE                         VALUE "Y".
000725     88  WS-BANK-NOT-ON-FILE                     VALUE "N".

000726 01  WS-PRENOTE-SWITCH              PIC X(01) VALUE "N".
000727     88  WS-BANK-IN-PRENOTE                      VALUE "Y".
000728     88  WS-BANK-NOT-IN-PRENOTE                  VALUE "N".

000729 01  WS-TAX-EOF-SWITCH              PIC X(01) VALUE "N".
000730     88  WS-TAX-EOF                              VALUE "Y".
000731     88  WS-TAX-NOT-EOF                          VALUE "N".

000732 01  WS-DEPT-FILE-SWITCH            PIC X(01) VALUE "N".
000733     88  WS-DEPT-FILE-OPEN                       VALUE "Y".
000734     88  WS-DEPT-FILE-ABSENT                     VALUE "N".

000735 01  WS-LEAVE-SWITCH                PIC X(01) VALUE "N".
000736     88  WS-LEAVE-ON-FILE                        VALUE "Y".
000737     88  WS-LEAVE-NOT-ON-FILE                    VALUE "N".

000738 01  WS-GARN-FILE-SWITCH            PIC X(01) VALUE "N".
000739     88  WS-GARN-FILE-OPEN                       VALUE "Y".
000740     88  WS-GARN-FILE-ABSENT                     VALUE "N".

000741 01  WS-GARN-EOF-SWITCH             PIC X(01) VALUE "N".
000742     88  WS-GARN-EOF                             VALUE "Y".
000743     88  WS-GARN-NOT-EOF                         VALUE "N".

000744*---------------------------------------------------------------
000745* PAY PERIOD CONSTANT AND CALCULATION WORK FIELDS
000746*---------------------------------------------------------------
000747 77  WS-PERIODS-PER-YEAR            PIC 9(02) VALUE 24.
000748 77  WS-WORK-DAYS-PER-PERIOD        PIC 9(02) VALUE 11.
000749 77  WS-OVERTIME-PREMIUM            PIC 9(01)V99 VALUE 1.50.

000751*---------------------------------------------------------------
000752* PAY-PERIOD CALENDAR HELD IN STORAGE WHILE THE RUN PAYS, SO
000765         10  WS-PD-PAY-DATE         PIC 9(08).
000766         10  WS-PD-STATUS           PIC X(04).

000767*---------------------------------------------------------------
000768* WITHHOLDING TAX TABLES HELD IN STORAGE FOR THE RUN - 30 COVERS
000769* TEN BRACKETS FOR EACH OF THE THREE FILING STATUSES.  THE TOP
000770* BRACKET OF EACH STATUS RUNS TO THE ALL-NINES LIMIT.
000771*---------------------------------------------------------------
000772 77  WS-TAX-MAX                     PIC 9(02) COMP VALUE 30.
000773 77  WS-TOP-BRACKET-LIMIT           PIC 9(07)V99 VALUE 9999999.99.

000774 01  WS-TAX-COUNT                   PIC 9(02) COMP VALUE ZERO.
000775 01  WS-TAX-INDEX                   PIC 9(02) COMP VALUE ZERO.
000776 01  WS-TAX-FIRST-INDEX             PIC 9(02) COMP VALUE ZERO.
000777 01  WS-TAX-BRACKET-INDEX           PIC 9(02) COMP VALUE ZERO.
000778 01  WS-TAX-TABLE.
000779     05  WS-TAX-ENTRY OCCURS 30 TIMES.
000780         10  WS-TX-STATUS           PIC X(01).
000781         10  WS-TX-BRACKET          PIC 9(02).
000782         10  WS-TX-OVER             PIC 9(07)V99.
000783         10  WS-TX-NOT-OVER         PIC 9(07)V99.
000784         10  WS-TX-BASE             PIC 9(07)V99.
000785         10  WS-TX-RATE             PIC 9(02)V99.
000786         10  WS-TX-ALLOWANCE        PIC 9(05)V99.

000787 01  WS-ANNUAL-GROSS                PIC 9(08)V99.
000788 01  WS-ALLOWANCE-TOTAL             PIC 9(08)V99.
000789 01  WS-ANNUAL-TAXABLE              PIC 9(08)V99.
000790 01  WS-ANNUAL-TAX                  PIC 9(08)V99.

000791*---------------------------------------------------------------
000792* THE EMPLOYEE'S GARNISHMENT ORDERS FOR THE PERIOD, IN PRIORITY
000793* ORDER, WITH THE BALANCE OWED BEFORE THIS PERIOD AND THE
000794* AMOUNT TAKEN.  A RERUN OF A FAILED PAY RUN PUTS BACK WHAT THE
000795* FAILED RUN TOOK (WS-GO-PRIOR-TAKEN) BEFORE TAKING IT AGAIN.
000796*---------------------------------------------------------------
000797 77  WS-GARN-MAX                    PIC 9(02) COMP VALUE 10.

000798 01  WS-GARN-COUNT                  PIC 9(02) COMP VALUE ZERO.
000799 01  WS-GARN-INDEX                  PIC 9(02) COMP VALUE ZERO.
000800 01  WS-GARN-TABLE.
000801     05  WS-GARN-ENTRY OCCURS 10 TIMES.
000802         10  WS-GO-PRIORITY         PIC 9(02).
000803         10  WS-GO-CASE-NUMBER      PIC X(15).
000804         10  WS-GO-AGENCY-CODE      PIC X(06).
000805         10  WS-GO-AGENCY-NAME      PIC X(30).
000806         10  WS-GO-METHOD           PIC X(01).
000807         10  WS-GO-AMOUNT           PIC 9(05)V99.
000808         10  WS-GO-PERCENT          PIC 9(02)V99.
000809         10  WS-GO-MAX-PERCENT      PIC 9(02)V99.
000810         10  WS-GO-BALANCE          PIC 9(07)V99.
000811         10  WS-GO-PRIOR-TAKEN      PIC 9(06)V99.
000812         10  WS-GO-TAKEN            PIC 9(06)V99.
000813         10  WS-GO-LIMITED-FLAG     PIC X(01).

000814 01  WS-DISPOSABLE-PAY              PIC 9(06)V99.
000815 01  WS-GARN-WANTED                 PIC 9(06)V99.
000816 01  WS-GARN-LIMIT                  PIC 9(06)V99.
000817 01  WS-GARN-ROOM                   PIC 9(06)V99.
000818 01  WS-GARN-BAL-AFTER              PIC 9(07)V99.

000819 01  WS-PAY-PERIOD                  PIC 9(03).
000820 01  WS-PAY-DATE                    PIC 9(08).
000821 01  WS-PERIOD-GROSS                PIC 9(06)V99.
000822 01  WS-BASE-GROSS                  PIC 9(06)V99.
000823 01  WS-UNPAID-REDUCTION            PIC 9(06)V99.
000824 01  WS-EXC-SUB-APPLIED             PIC 9(06)V99.
000825 01  WS-EXC-ADD-APPLIED             PIC 9(06)V99.
000826 01  WS-UNPAID-DAYS                 PIC 9(02).
000827 01  WS-OVERTIME-RATE               PIC 9(04)V99.
000828 01  WS-REGULAR-PAY                 PIC 9(06)V99.
000829 01  WS-OVERTIME-PAY                PIC 9(06)V99.
000830 01  WS-HOLIDAY-PAY                 PIC 9(06)V99.
000831 01  WS-TAX-DED                     PIC 9(06)V99.
000832 01  WS-RETIRE-DED                  PIC 9(06)V99.
000833 01  WS-INS-DED                     PIC 9(06)V99.
000834 01  WS-OTHER-DED                   PIC 9(06)V99.
000835 01  WS-GARN-DED                    PIC 9(06)V99.
000836 01  WS-REMAINING-GROSS             PIC 9(06)V99.
000837 01  WS-TOTAL-DED                   PIC 9(06)V99.
000838 01  WS-NET-PAY                     PIC 9(06)V99.
000839 01  WS-ACCRUE-VAC-RATE             PIC 9(01)V99.
000840 01  WS-ACCRUE-SICK-RATE            PIC 9(01)V99.

000841*---------------------------------------------------------------
000842* REGISTER CONTROL TOTALS
000843*---------------------------------------------------------------
000850 01  WS-EMP-COUNT                   PIC 9(05) COMP VALUE ZERO.
000860 01  WS-NO-ELECT-COUNT              PIC 9(05) COMP VALUE ZERO.
000862 01  WS-EXC-EMP-COUNT               PIC 9(05) COMP VALUE ZERO.
000863 01  WS-NO-TAX-TBL-COUNT            PIC 9(05) COMP VALUE ZERO.
000864 01  WS-LEAVE-ACCRUED-COUNT         PIC 9(05) COMP VALUE ZERO.
000865 01  WS-NO-LEAVE-RATE-COUNT         PIC 9(05) COMP VALUE ZERO.
000866 01  WS-GARN-REMIT-COUNT            PIC 9(05) COMP VALUE ZERO.
000868 01  WS-HOURLY-PAID-COUNT           PIC 9(05) COMP VALUE ZERO.
000870 01  WS-NO-TIMECARD-COUNT           PIC 9(05) COMP VALUE ZERO.
000872 01  WS-GARN-CLOSED-COUNT           PIC 9(05) COMP VALUE ZERO.
000874 01  WS-TOT-GARNISH                 PIC 9(09)V99 VALUE ZEROS.
000876 01  WS-TOT-GROSS                   PIC 9(09)V99 VALUE ZEROS.
000880 01  WS-TOT-DED                     PIC 9(09)V99 VALUE ZEROS.
000890 01  WS-TOT-NET                     PIC 9(09)V99 VALUE ZEROS.
000900 01  WS-DIFFERENCE                  PIC S9(09)V99 VALUE ZEROS.
001232     05  EXC-DED-AMOUNT             PIC ZZ,ZZ9.99.
001233     05  FILLER                     PIC X(42) VALUE SPACES.

001243 01  HRS-LINE.
001253     05  FILLER                     PIC X(07) VALUE SPACES.
001263     05  FILLER                     PIC X(10) VALUE "HOURS REG ".
001273     05  HRS-REGULAR                PIC ZZ9.99.
001283     05  FILLER                     PIC X(04) VALUE " OT ".
001293     05  HRS-OVERTIME               PIC ZZ9.99.
001303     05  FILLER                     PIC X(05) VALUE " HOL ".
001313     05  HRS-HOLIDAY                PIC ZZ9.99.
001323     05  FILLER                     PIC X(06) VALUE " RATE ".
001333     05  HRS-RATE                   PIC ZZ9.99.
001343     05  FILLER                     PIC X(09) VALUE " OT RATE ".
001353     05  HRS-OT-RATE                PIC ZZZ9.99.
001363     05  FILLER                     PIC X(08) VALUE SPACES.

001373 01  NTC-LINE.
001383     05  NTC-EMPLOYEE-ID            PIC 9(05).
001393     05  FILLER                     PIC X(02) VALUE SPACES.
001403     05  NTC-NAME                   PIC X(25).
001413     05  FILLER                     PIC X(48) VALUE
001423         "*** HOURLY - NO TIMECARD THIS PERIOD - NOT PAID".

001433 01  TXL-LINE.
001443     05  FILLER                     PIC X(07) VALUE SPACES.
001453     05  FILLER                     PIC X(10) VALUE "TAX TABLE ".
001463     05  TXL-STATUS                 PIC X(01).
001473     05  FILLER                     PIC X(09) VALUE " BRACKET ".
001483     05  TXL-BRACKET                PIC 9(02).
001493     05  FILLER                     PIC X(12) VALUE
001503         " ALLOWANCES ".
001513     05  TXL-ALLOWANCES             PIC Z9.
001523     05  FILLER                     PIC X(16) VALUE
001533         " ANNUAL TAXABLE ".
001543     05  TXL-TAXABLE                PIC ZZ,ZZZ,ZZ9.99.
001553     05  FILLER                     PIC X(08) VALUE SPACES.

001563 01  GRL-LINE.
001573     05  FILLER                     PIC X(07) VALUE SPACES.
001583     05  FILLER                     PIC X(12) VALUE
001593         "GARNISHMENT ".
001603     05  GRL-CASE-NUMBER            PIC X(15).
001613     05  FILLER                     PIC X(01) VALUE SPACE.
001623     05  GRL-AGENCY-CODE            PIC X(06).
001633     05  FILLER                     PIC X(02) VALUE " -".
001643     05  GRL-AMOUNT                 PIC ZZ,ZZ9.99.
001653     05  FILLER                     PIC X(05) VALUE " BAL ".
001663     05  GRL-BALANCE                PIC Z,ZZZ,ZZ9.99.
001673     05  GRL-NOTE                   PIC X(10).
001683     05  FILLER                     PIC X(01) VALUE SPACE.

001693 01  CNT-LINE.
001230     05  FILLER                     PIC X(17) VALUE
001240         "EMPLOYEES PAID  :".
001250     05  CNT-EMP-COUNT              PIC ZZZZ9.
001300     05  TOT-GROSS                  PIC ZZZ,ZZZ,ZZ9.99.
001310     05  FILLER                     PIC X(49) VALUE SPACES.

001311 01  TOT-DED-LINE.
001312     05  FILLER                     PIC X(17) VALUE
001313         "TOTAL DEDUCTIONS:".
001314     05  TOT-DED                    PIC ZZZ,ZZZ,ZZ9.99.
001315     05  FILLER                     PIC X(49) VALUE SPACES.

001316 01  TOT-NET-LINE.
001317     05  FILLER                     PIC X(17) VALUE
001318         "TOTAL NET PAY   :".
001319     05  TOT-NET                    PIC ZZZ,ZZZ,ZZ9.99.
001320     05  FILLER                     PIC X(49) VALUE SPACES.

001321*---------------------------------------------------------------
001322* DEPOSIT ACCOUNT MASKING - ONLY THE LAST FOUR DIGITS OF THE
001323* ACCOUNT AND ROUTING NUMBERS EVER APPEAR ON A PAY STUB
001324*---------------------------------------------------------------
001325 01  WS-ACCT-LEN                    PIC 9(02) COMP VALUE ZERO.
001326 01  WS-MASKED-ACCOUNT.
001327     05  WS-MASK-ACCT-STARS         PIC X(13).
001328     05  WS-MASK-ACCT-LAST4         PIC X(04).
001329 01  WS-MASKED-ROUTING.
001330     05  WS-MASK-RTE-STARS          PIC X(05).
001331     05  WS-MASK-RTE-LAST4          PIC X(04).
001332 01  WS-ROUTING-DIGITS              PIC 9(09).
001333 01  WS-ROUTING-CHARS REDEFINES WS-ROUTING-DIGITS.
001334     05  FILLER                     PIC X(05).
001335     05  WS-ROUTING-LAST4           PIC X(04).

001336*---------------------------------------------------------------
001337* PAY STUB PRINT LINES - ONE STUB PER EMPLOYEE PAID
001338*---------------------------------------------------------------
001339 01  STB-RULE-LINE                  PIC X(80) VALUE ALL "-".

001340 01  STB-HDG-LINE.
001341     05  FILLER                     PIC X(21) VALUE
001342         "PAY STUB  -  PERIOD ".
001343     05  STB-PERIOD                 PIC 9(03).
001344     05  FILLER                     PIC X(12) VALUE
001345         "   PAY DATE ".
001346     05  STB-PAY-DATE               PIC 9(08).
001347     05  FILLER                     PIC X(36) VALUE SPACES.

001348 01  STB-EMP-LINE.
001349     05  FILLER                     PIC X(09) VALUE "EMPLOYEE ".
001350     05  STB-EMPLOYEE-ID            PIC 9(05).
001351     05  FILLER                     PIC X(02) VALUE SPACES.
001352     05  STB-NAME                   PIC X(30).
001353     05  FILLER                     PIC X(34) VALUE SPACES.

001354 01  STB-COL-LINE.
001355     05  FILLER                     PIC X(30) VALUE SPACES.
001356     05  FILLER                     PIC X(11) VALUE
001357         "THIS PERIOD".
001358     05  FILLER                     PIC X(06) VALUE SPACES.
001359     05  FILLER                     PIC X(13) VALUE
001360         " YEAR TO DATE".
001361     05  FILLER                     PIC X(20) VALUE SPACES.

001362 01  STB-AMT-LINE.
001363     05  FILLER                     PIC X(05) VALUE SPACES.
001364     05  STB-LABEL                  PIC X(25).
001365     05  STB-SIGN                   PIC X(01).
001366     05  STB-CURRENT                PIC ZZZ,ZZ9.99.
001367     05  FILLER                     PIC X(06) VALUE SPACES.
001368     05  STB-YTD-AREA.
001369         10  STB-YTD                PIC ZZ,ZZZ,ZZ9.99.
001370     05  FILLER                     PIC X(20) VALUE SPACES.

001371 01  STB-LEAVE-LABEL.
001372     05  FILLER                     PIC X(13) VALUE
001373         "UNPAID LEAVE ".
001374     05  STB-LEAVE-DAYS             PIC Z9.
001375     05  FILLER                     PIC X(10) VALUE " DAYS".

001376 01  STB-PERIODS-LINE.
001377     05  FILLER                     PIC X(05) VALUE SPACES.
001378     05  FILLER                     PIC X(25) VALUE
001379         "PERIODS PAID THIS YEAR".
001380     05  FILLER                     PIC X(27) VALUE SPACES.
001381     05  STB-PERIODS-PAID           PIC ZZ9.
001382     05  FILLER                     PIC X(20) VALUE SPACES.

001383 01  STB-DEPOSIT-LINE.
001384     05  FILLER                     PIC X(05) VALUE SPACES.
001385     05  FILLER                     PIC X(21) VALUE
001386         "NET PAY DEPOSITED TO ".
001387     05  STB-ACCT-TYPE              PIC X(08).
001388     05  FILLER                     PIC X(06) VALUE " ACCT ".
001389     05  STB-ACCOUNT                PIC X(17).
001390     05  FILLER                     PIC X(09) VALUE " ROUTING ".
001391     05  STB-ROUTING                PIC X(09).
001392     05  FILLER                     PIC X(05) VALUE SPACES.

001393 01  STB-LEAVE-LINE.
001394     05  FILLER                     PIC X(05) VALUE SPACES.
001395     05  FILLER                     PIC X(25) VALUE
001396         "LEAVE BALANCE  VACATION".
001397     05  STB-VAC-BALANCE            PIC ZZ9.99.
001398     05  FILLER                     PIC X(12) VALUE
001399         " DAYS  SICK ".
001400     05  STB-SICK-BALANCE           PIC ZZ9.99.
001401     05  FILLER                     PIC X(26) VALUE " DAYS".

001402 01  STB-CHECK-LINE.
001403     05  FILLER                     PIC X(05) VALUE SPACES.
001404     05  FILLER                     PIC X(26) VALUE
001405         "NO BANK ACCOUNT ON FILE - ".
001406     05  FILLER                     PIC X(30) VALUE
001407         "NET PAY ISSUED BY MANUAL CHECK".
001408     05  FILLER                     PIC X(19) VALUE SPACES.

001409 01  STB-PRENOTE-LINE.
001410     05  FILLER                     PIC X(05) VALUE SPACES.
001411     05  FILLER                     PIC X(33) VALUE
001412         "NEW BANK ACCOUNT IN PRENOTE - ".
001413     05  FILLER                     PIC X(30) VALUE
001414         "NET PAY ISSUED BY MANUAL CHECK".
001415     05  FILLER                     PIC X(12) VALUE SPACES.

001416*---------------------------------------------------------------
001417* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001418* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001419* THE STEP HAS NO CARD) AND WHEN IT STARTED
001420*---------------------------------------------------------------
001421 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001422         "PAYCALC".

001423 01  RUNCTL-STATUS                  PIC XX.
001424 01  RUNPARM-STATUS                 PIC XX.
001425 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001426 01  WS-RC-STEP-NAME                PIC X(08) VALUE "PAYCALC".
001427 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001428 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

001429*---------------------------------------------------------------
001430* NIGHTLY STREAM CHECK - EVERY PROGRAM OF THE NIGHTLY PAYROLL
001431* JOB MUST HAVE ENDED WITH RETURN CODE 0 IN A RUN STARTED SINCE
001432* NOON THE DAY BEFORE, OR THIS RUN DOES NOT START.  THE LAST
001433* RUN-CONTROL RECORD FOR EACH PROGRAM IS HELD IN ITS ENTRY.
001434*---------------------------------------------------------------
001435 77  WS-NIGHTLY-JOB                 PIC X(08) VALUE "PAYROLL".
001436 77  WS-NIGHTLY-START-TIME          PIC 9(08) VALUE 12000000.
001437 77  WS-NS-MAX                      PIC 9(02) COMP VALUE 7.

001438 01  WS-NS-PROGRAM-VALUES.
001439     05  FILLER                     PIC X(13) VALUE
001440             "GREET".
001441     05  FILLER                     PIC X(13) VALUE
001442             "FILE-HANDLER".
001443     05  FILLER                     PIC X(13) VALUE
001444             "PEND-APPLY".
001445     05  FILLER                     PIC X(13) VALUE
001446             "FILE-AUDIT".
001447     05  FILLER                     PIC X(13) VALUE
001448             "AUDIT-HISTORY".
001449     05  FILLER                     PIC X(13) VALUE
001450             "SALARY-REPORT".
001451     05  FILLER                     PIC X(13) VALUE
001452             "AUDIT-ROLL".
001453 01  WS-NS-PROGRAM-TABLE REDEFINES WS-NS-PROGRAM-VALUES.
001454     05  WS-NS-PROGRAM              PIC X(13) OCCURS 7 TIMES.

001455 01  WS-NS-RESULT-TABLE.
001456     05  WS-NS-RESULT OCCURS 7 TIMES.
001457         10  WS-NS-LAST-EVENT       PIC X(01).
001458             88  WS-NS-NOT-SEEN                  VALUE SPACE.
001459             88  WS-NS-STARTED                   VALUE "S".
001460         10  WS-NS-LAST-RC          PIC 9(04).
001461         10  WS-NS-LAST-START.
001462             15  WS-NS-LAST-DATE    PIC 9(08).
001463             15  WS-NS-LAST-TIME    PIC 9(08).

001464 01  WS-NS-INDEX                    PIC 9(02) COMP VALUE ZERO.
001465 01  WS-NS-FAULT-COUNT              PIC 9(02) COMP VALUE ZERO.
001466 01  WS-NS-EARLIEST.
001467     05  WS-NS-EARLIEST-DATE.
001468         10  WS-NS-YEAR             PIC 9(04).
001469         10  WS-NS-MONTH            PIC 9(02).
001470         10  WS-NS-DAY              PIC 9(02).
001471     05  WS-NS-EARLIEST-TIME        PIC 9(08).

001472 01  WS-RUNCTL-EOF-SWITCH           PIC X(01) VALUE "N".
001473     88  WS-RUNCTL-EOF                           VALUE "Y".
001474     88  WS-RUNCTL-NOT-EOF                       VALUE "N".

001475*---------------------------------------------------------------
001476* DATE ARITHMETIC - A DATE IS TAKEN BACK ONE DAY ACROSS MONTH
001477* AND YEAR ENDS, FEBRUARY SET TO 29 IN A LEAP YEAR
001478*---------------------------------------------------------------
001479 01  WS-MONTH-DAYS-VALUES           PIC X(24) VALUE
001480     "312831303130313130313031".
001481 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001482     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
001483 01  WS-LEAP-QUOTIENT               PIC 9(04) VALUE ZEROS.
001484 01  WS-LEAP-REM-4                  PIC 9(03) VALUE ZEROS.
001485 01  WS-LEAP-REM-100                PIC 9(03) VALUE ZEROS.
001489 01  WS-LEAP-REM-400                PIC 9(03) VALUE ZEROS.

001490 PROCEDURE DIVISION.

001491*================================================================
001492* 0000-MAINLINE
001493*================================================================
001494 0000-MAINLINE.
001495     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001496     PERFORM 0200-CHECK-NIGHTLY-STREAM THRU 0200-EXIT
001497     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001498     PERFORM 2000-READ-AND-PAY THRU 2000-EXIT
001499         UNTIL WS-RECORD-NOT-FOUND
001500     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001505     IF RETURN-CODE = ZERO
001506         PERFORM 9500-MARK-PERIOD-PAID THRU 9500-EXIT
001507         PERFORM 9600-CLEAR-EXCEPTIONS THRU 9600-EXIT
001508         PERFORM 9650-CLEAR-TIMECARDS THRU 9650-EXIT
001509     END-IF
001510     PERFORM 9999-TERMINATE THRU 9999-EXIT
001511     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001512     STOP RUN.

001513*================================================================
001514* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001515*                         RUNPARM CARD AND WRITE THE START RECORD
001516*                         TO THE RUN-CONTROL FILE
001517*================================================================
001518 0100-LOG-RUN-START.
001520     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001521     ACCEPT WS-RC-START-TIME FROM TIME
001522     OPEN INPUT RUN-PARM-FILE
001523     IF RUNPARM-STATUS = "00"
001524         READ RUN-PARM-FILE
001525             NOT AT END
001526                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001527                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001528         END-READ
001529         CLOSE RUN-PARM-FILE
001530     END-IF
001531     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001532     IF RUNCTL-STATUS NOT = "00"
001533         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001534             RUNCTL-STATUS
001535         SET RETURN-CODE TO 8
001536         STOP RUN
001537     END-IF
001538     MOVE SPACES TO RUN-CONTROL-RECORD
001539     SET RCR-STARTED TO TRUE
001540     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001541     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001542     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001543     MOVE WS-RC-START-DATE TO RCR-START-DATE
001544     MOVE WS-RC-START-TIME TO RCR-START-TIME
001545     MOVE ZEROS TO RCR-END-STAMP
001546     MOVE ZEROS TO RCR-RETURN-CODE
001547     MOVE ZEROS TO RCR-COUNTS
001548     WRITE RUN-CONTROL-RECORD
001549     CLOSE RUN-CONTROL-FILE.
001550 0100-EXIT.
001551     EXIT.

001552*================================================================
001553* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001554*                            CREATING IT ON THE FIRST RUN
001555*================================================================
001556 0110-OPEN-RUN-CONTROL.
001557     OPEN EXTEND RUN-CONTROL-FILE
001558     IF RUNCTL-STATUS = "35"
001559         CLOSE RUN-CONTROL-FILE
001560         OPEN OUTPUT RUN-CONTROL-FILE
001561         CLOSE RUN-CONTROL-FILE
001562         OPEN EXTEND RUN-CONTROL-FILE
001563     END-IF.
001564 0110-EXIT.
001565     EXIT.

001566*================================================================
001567* 0200-CHECK-NIGHTLY-STREAM  --  REFUSE TO START UNLESS EVERY
001568*                                PROGRAM OF THE NIGHTLY PAYROLL
001569*                                STREAM, FILE-AUDIT AMONG THEM,
001570*                                ENDED WITH RETURN CODE 0 IN A RUN
001571*                                STARTED SINCE NOON YESTERDAY
001572*================================================================
001573 0200-CHECK-NIGHTLY-STREAM.
001574     MOVE WS-RC-START-DATE TO WS-NS-EARLIEST-DATE
001575     MOVE WS-NIGHTLY-START-TIME TO WS-NS-EARLIEST-TIME
001576     PERFORM 0210-BACK-ONE-DAY THRU 0210-EXIT
001577     MOVE SPACES TO WS-NS-RESULT-TABLE
001578     OPEN INPUT RUN-CONTROL-FILE
001579     IF RUNCTL-STATUS NOT = "00"
001580         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001581             RUNCTL-STATUS
001582         SET RETURN-CODE TO 8
001583         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001584         STOP RUN
001585     END-IF
001586     PERFORM 0220-READ-RUN-CONTROL THRU 0220-EXIT
001587         UNTIL WS-RUNCTL-EOF
001588     CLOSE RUN-CONTROL-FILE
001589     PERFORM 0240-CHECK-ONE-PROGRAM THRU 0240-EXIT
001590         VARYING WS-NS-INDEX FROM 1 BY 1
001591         UNTIL WS-NS-INDEX > WS-NS-MAX
001592     IF WS-NS-FAULT-COUNT > ZERO
001593         DISPLAY "THE NIGHTLY PAYROLL STREAM HAS NOT ENDED "
001594             "CLEANLY."
001595         DISPLAY "PAYCALC NOT STARTED - NOTHING PAID."
001596         SET RETURN-CODE TO 8
001597         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001598         STOP RUN
001599     END-IF.
001600 0200-EXIT.
001601     EXIT.

001602*================================================================
001603* 0210-BACK-ONE-DAY  --  TAKE WS-NS-EARLIEST-DATE BACK ONE
001604*                        CALENDAR DAY
001605*================================================================
001606 0210-BACK-ONE-DAY.
001607     IF WS-NS-DAY > 1
001608         SUBTRACT 1 FROM WS-NS-DAY
001609     ELSE
001610         IF WS-NS-MONTH = 1
001611             MOVE 12 TO WS-NS-MONTH
001612             SUBTRACT 1 FROM WS-NS-YEAR
001613         ELSE
001614             SUBTRACT 1 FROM WS-NS-MONTH
001615         END-IF
001616         MOVE 28 TO WS-MONTH-DAYS (2)
001617         DIVIDE WS-NS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
001618             REMAINDER WS-LEAP-REM-4
001619         DIVIDE WS-NS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
001620             REMAINDER WS-LEAP-REM-100
001621         DIVIDE WS-NS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
001622             REMAINDER WS-LEAP-REM-400
001623         IF WS-LEAP-REM-4 = ZERO
001624             AND (WS-LEAP-REM-100 NOT = ZERO
001625                  OR WS-LEAP-REM-400 = ZERO)
001626             MOVE 29 TO WS-MONTH-DAYS (2)
001627         END-IF
001628         MOVE WS-MONTH-DAYS (WS-NS-MONTH) TO WS-NS-DAY
001629     END-IF.
001630 0210-EXIT.
001631     EXIT.

001632*================================================================
001633* 0220-READ-RUN-CONTROL  --  HOLD EACH NIGHTLY RECORD AGAINST ITS
001634*                            PROGRAM'S ENTRY - THE FILE IS IN THE
001635*                            ORDER WRITTEN, SO THE LAST ONE STANDS
001636*================================================================
001637 0220-READ-RUN-CONTROL.
001638     READ RUN-CONTROL-FILE
001639         AT END
001640             SET WS-RUNCTL-EOF TO TRUE
001641         NOT AT END
001642             IF RCR-JOB-NAME = WS-NIGHTLY-JOB
001643                 PERFORM 0230-HOLD-LAST-RECORD THRU 0230-EXIT
001644                     VARYING WS-NS-INDEX FROM 1 BY 1
001645                     UNTIL WS-NS-INDEX > WS-NS-MAX
001646             END-IF
001647     END-READ.
001648 0220-EXIT.
001649     EXIT.

001650 0230-HOLD-LAST-RECORD.
001651     IF RCR-PROGRAM = WS-NS-PROGRAM (WS-NS-INDEX)
001652         MOVE RCR-EVENT TO WS-NS-LAST-EVENT (WS-NS-INDEX)
001653         MOVE RCR-RETURN-CODE TO WS-NS-LAST-RC (WS-NS-INDEX)
001654         MOVE RCR-START-STAMP TO WS-NS-LAST-START (WS-NS-INDEX)
001655     END-IF.
001656 0230-EXIT.
001657     EXIT.

001658*================================================================
001659* 0240-CHECK-ONE-PROGRAM  --  REPORT A NIGHTLY PROGRAM THAT HAS
001660*                             NOT RUN SINCE NOON YESTERDAY, IS
001661*                             STILL RUNNING OR ABENDED, OR ENDED
001662*                             WITH A NON-ZERO RETURN CODE
001663*================================================================
001664 0240-CHECK-ONE-PROGRAM.
001665     EVALUATE TRUE
001666         WHEN WS-NS-NOT-SEEN (WS-NS-INDEX)
001667         WHEN WS-NS-LAST-START (WS-NS-INDEX) < WS-NS-EARLIEST
001668             DISPLAY "NIGHTLY STEP " WS-NS-PROGRAM (WS-NS-INDEX)
001669                 " HAS NOT RUN SINCE NOON ON " WS-NS-EARLIEST-DATE
001670             ADD 1 TO WS-NS-FAULT-COUNT
001671         WHEN WS-NS-STARTED (WS-NS-INDEX)
001672             DISPLAY "NIGHTLY STEP " WS-NS-PROGRAM (WS-NS-INDEX)
001673                 " STARTED " WS-NS-LAST-DATE (WS-NS-INDEX) " "
001674                 WS-NS-LAST-TIME (WS-NS-INDEX)
001675                 " AND HAS NOT ENDED - STILL RUNNING OR ABENDED"
001676             ADD 1 TO WS-NS-FAULT-COUNT
001677         WHEN WS-NS-LAST-RC (WS-NS-INDEX) NOT = ZERO
001678             DISPLAY "NIGHTLY STEP " WS-NS-PROGRAM (WS-NS-INDEX)
001679                 " ENDED WITH RETURN CODE "
001680                 WS-NS-LAST-RC (WS-NS-INDEX)
001681             IF WS-NS-PROGRAM (WS-NS-INDEX) = "FILE-AUDIT"
001682                 DISPLAY "FILE-AUDIT FOUND INTEGRITY "
001683                     "EXCEPTIONS - SEE ITS EXCEPTION REPORT."
001684             END-IF
001685             ADD 1 TO WS-NS-FAULT-COUNT
001686     END-EVALUATE.
001687 0240-EXIT.
001688     EXIT.

001689*================================================================
001690* 1000-INITIALIZE  --  OPEN ALL FILES, PRINT THE REGISTER
001691*                      HEADINGS, AND POSITION THE MASTER AT ITS
001692*                      FIRST RECORD
001693*================================================================
001694 1000-INITIALIZE.
001695     PERFORM 1100-SELECT-PAY-PERIOD THRU 1100-EXIT
001696     PERFORM 1200-LOAD-TAX-TABLE THRU 1200-EXIT
001697     OPEN INPUT EMPLOYEE-FILE
001698     IF FILE-STATUS NOT = "00"
001699         DISPLAY "FAILED TO OPEN EMPLOYEE FILE. STATUS = "
001700             FILE-STATUS
001701         SET RETURN-CODE TO 8
001702         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001703         STOP RUN
001704     END-IF
001705     OPEN INPUT DEDUCTION-FILE
001706     IF DED-STATUS NOT = "00"
001707         DISPLAY "FAILED TO OPEN THE DEDUCTIONS FILE. STATUS = "
001708             DED-STATUS
001709         DISPLAY "RUN DED-LOAD TO BUILD THE ELECTIONS BEFORE "
001710             "RUNNING THE PAY CALCULATION."
001720         SET RETURN-CODE TO 8
001725         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001730         STOP RUN
001740     END-IF
001750     OPEN OUTPUT REGISTER-FILE
001770         DISPLAY "FAILED TO OPEN THE PAY REGISTER. STATUS = "
001780             REGISTER-STATUS
001790         SET RETURN-CODE TO 8
001795         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001800         STOP RUN
001810     END-IF
001820     OPEN OUTPUT NET-PAY-FILE
001840         DISPLAY "FAILED TO OPEN THE NET PAY FILE. STATUS = "
001850             NET-PAY-STATUS
001860         SET RETURN-CODE TO 8
001865         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001870         STOP RUN
001880     END-IF
001881     OPEN I-O EARNINGS-FILE
001889         DISPLAY "FAILED TO OPEN THE EARNINGS LEDGER. STATUS = "
001890             EARN-STATUS
001891         SET RETURN-CODE TO 8
001892         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001902         STOP RUN
001912     END-IF
001922     OPEN INPUT EXCEPTION-FILE
001932     IF EXC-STATUS = "35"
001942         SET WS-EXC-FILE-ABSENT TO TRUE
001952     ELSE
001962         IF EXC-STATUS NOT = "00"
001972             DISPLAY "FAILED TO OPEN THE EXCEPTION FILE. "
001982                 "STATUS = " EXC-STATUS
001992             SET RETURN-CODE TO 8
002002             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002012             STOP RUN
002022         ELSE
002032             SET WS-EXC-FILE-OPEN TO TRUE
002042         END-IF
002052     END-IF
002062     OPEN INPUT TIMECARD-FILE
002072     IF TIME-STATUS = "35"
002082         SET WS-TIME-FILE-ABSENT TO TRUE
002092     ELSE
002102         IF TIME-STATUS NOT = "00"
002112             DISPLAY "FAILED TO OPEN THE TIMECARD FILE. "
002122                 "STATUS = " TIME-STATUS
002132             SET RETURN-CODE TO 8
002142             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002152             STOP RUN
002162         ELSE
002172             SET WS-TIME-FILE-OPEN TO TRUE
002182         END-IF
002192     END-IF
002202     OPEN INPUT BANK-FILE
002212     IF BANK-STATUS = "35"
002222         SET WS-BANK-FILE-ABSENT TO TRUE
002232     ELSE
002242         IF BANK-STATUS NOT = "00"
002252             DISPLAY "FAILED TO OPEN THE BANK ACCOUNT FILE. "
002262                 "STATUS = " BANK-STATUS
002272             SET RETURN-CODE TO 8
002282             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002292             STOP RUN
002302         ELSE
002312             SET WS-BANK-FILE-OPEN TO TRUE
002322         END-IF
002332     END-IF
002342     OPEN OUTPUT STUB-FILE
002352     IF STUB-STATUS NOT = "00"
002362         DISPLAY "FAILED TO OPEN THE PAY STUB FILE. STATUS = "
002372             STUB-STATUS
002382         SET RETURN-CODE TO 8
002392         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002402         STOP RUN
002412     END-IF
002422     OPEN OUTPUT PAY-DETAIL-FILE
002432     IF PAY-DETAIL-STATUS NOT = "00"
002442         DISPLAY "FAILED TO OPEN THE PAY DETAIL FILE. STATUS = "
002452             PAY-DETAIL-STATUS
002462         SET RETURN-CODE TO 8
002472         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002482         STOP RUN
002492     END-IF
002502     OPEN I-O PAY-HISTORY-FILE
002512     IF PAYH-STATUS = "35"
002522         CLOSE PAY-HISTORY-FILE
002532         OPEN OUTPUT PAY-HISTORY-FILE
002542         CLOSE PAY-HISTORY-FILE
002552         OPEN I-O PAY-HISTORY-FILE
002562     END-IF
002572     IF PAYH-STATUS NOT = "00"
002582         DISPLAY "FAILED TO OPEN THE PAYMENT HISTORY FILE. "
002592             "STATUS = " PAYH-STATUS
002602         SET RETURN-CODE TO 8
002612         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002622         STOP RUN
002632     END-IF
002642     OPEN I-O LEAVE-FILE
002652     IF LEAVE-STATUS = "35"
002662         CLOSE LEAVE-FILE
002672         OPEN OUTPUT LEAVE-FILE
002682         CLOSE LEAVE-FILE
002692         OPEN I-O LEAVE-FILE
002702     END-IF
002712     IF LEAVE-STATUS NOT = "00"
002722         DISPLAY "FAILED TO OPEN THE LEAVE BALANCE FILE. "
002732             "STATUS = " LEAVE-STATUS
002742         SET RETURN-CODE TO 8
002752         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002762         STOP RUN
002772     END-IF
002782     OPEN INPUT DEPARTMENT-FILE
002792     IF DEPT-STATUS = "35"
002802         SET WS-DEPT-FILE-ABSENT TO TRUE
002812     ELSE
002822         IF DEPT-STATUS NOT = "00"
002832             DISPLAY "FAILED TO OPEN THE DEPARTMENT FILE. "
002842                 "STATUS = " DEPT-STATUS
002852             SET RETURN-CODE TO 8
002862             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002872             STOP RUN
002882         ELSE
002892             SET WS-DEPT-FILE-OPEN TO TRUE
002902         END-IF
002912     END-IF
002922     OPEN I-O GARNISHMENT-FILE
002932     IF GARN-STATUS = "35"
002942         SET WS-GARN-FILE-ABSENT TO TRUE
002952     ELSE
002962         IF GARN-STATUS NOT = "00"
002972             DISPLAY "FAILED TO OPEN THE GARNISHMENT FILE. "
002982                 "STATUS = " GARN-STATUS
002992             SET RETURN-CODE TO 8
003002             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003012             STOP RUN
003022         ELSE
003032             SET WS-GARN-FILE-OPEN TO TRUE
003042         END-IF
003052     END-IF
003062     OPEN OUTPUT GARN-REMIT-FILE
003072     IF GARN-REMIT-STATUS NOT = "00"
003082         DISPLAY "FAILED TO OPEN THE GARNISHMENT REMITTANCE "
003092             "FILE. STATUS = " GARN-REMIT-STATUS
003102         SET RETURN-CODE TO 8
003112         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003122         STOP RUN
003132     END-IF
003142     MOVE WS-PAY-PERIOD TO HDG-PERIOD
001900     MOVE WS-PAY-DATE TO HDG-PAY-DATE
001910     WRITE REGISTER-LINE FROM HDG-LINE-1
001920     WRITE REGISTER-LINE FROM HDG-LINE-2
001980             SET WS-RECORD-FOUND TO TRUE
001990     END-START.
002000 1000-EXIT.
002001     EXIT.

002002*================================================================
002003* 1100-SELECT-PAY-PERIOD  --  LOAD THE PAY-PERIOD CALENDAR AND
002004*                             SELECT THE LOWEST-NUMBERED OPEN
002005*                             PERIOD.  WITH NO OPEN PERIOD THE
002006*                             RUN ENDS WITH RETURN-CODE 8
002007*                             BEFORE ANYTHING IS PAID.
002008*================================================================
002009 1100-SELECT-PAY-PERIOD.
002010     OPEN INPUT PAY-PERIOD-FILE
002011     IF PERIOD-STATUS = "35"
002012         DISPLAY "THE PAY PERIOD CALENDAR HAS NOT BEEN "
002013             "CREATED - BUILD THE CALENDAR BEFORE RUNNING "
002014             "THE PAY CALCULATION."
002015         SET RETURN-CODE TO 8
002016         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002017         STOP RUN
002018     END-IF
002019     IF PERIOD-STATUS NOT = "00"
002020         DISPLAY "FAILED TO OPEN THE PAY PERIOD CALENDAR. "
002021             "STATUS = " PERIOD-STATUS
002022         SET RETURN-CODE TO 8
002023         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002024         STOP RUN
002025     END-IF
002026     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT
002027     PERFORM 1110-LOAD-ONE-PERIOD THRU 1110-EXIT
002028         UNTIL WS-CAL-EOF
002029     CLOSE PAY-PERIOD-FILE
002030     IF WS-PERIOD-COUNT = ZERO
002031         DISPLAY "THE PAY PERIOD CALENDAR IS EMPTY - NOTHING "
002032             "PAID."
002033         SET RETURN-CODE TO 8
002034         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002035         STOP RUN
002036     END-IF
002037     MOVE ZERO TO WS-OPEN-INDEX
002038     PERFORM 1120-FIND-OPEN-PERIOD THRU 1120-EXIT
002039         VARYING WS-PERIOD-INDEX FROM 1 BY 1
002040         UNTIL WS-PERIOD-INDEX > WS-PERIOD-COUNT
002041     IF WS-OPEN-INDEX = ZERO
002042         DISPLAY "EVERY PERIOD ON THE CALENDAR IS ALREADY "
002043             "PAID - NOTHING PAID."
002044         DISPLAY "ADD NEXT YEAR'S PERIODS TO THE CALENDAR OR "
002045             "CHECK FOR A DUPLICATE SUBMISSION."
002046         SET RETURN-CODE TO 8
002047         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002048         STOP RUN
002049     END-IF
002050     MOVE WS-PD-NUMBER (WS-OPEN-INDEX) TO WS-PAY-PERIOD
002051     MOVE WS-PD-PAY-DATE (WS-OPEN-INDEX) TO WS-PAY-DATE
002052     DISPLAY "PAYING PERIOD " WS-PAY-PERIOD " ENDING "
002053         WS-PD-END (WS-OPEN-INDEX) " - PAY DATE " WS-PAY-DATE.
002054 1100-EXIT.
002055     EXIT.

002056 1110-LOAD-ONE-PERIOD.
002057     IF WS-PERIOD-COUNT = WS-PERIOD-MAX
002058         DISPLAY "MORE THAN " WS-PERIOD-MAX " PERIODS ON THE "
002059             "CALENDAR - RAISE WS-PERIOD-MAX AND RERUN."
002060         SET RETURN-CODE TO 8
002061         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002066         STOP RUN
002067     END-IF
002068     ADD 1 TO WS-PERIOD-COUNT
002095 1150-EXIT.
002096     EXIT.

002097*================================================================
002098* 1200-LOAD-TAX-TABLE  --  LOAD THE WITHHOLDING TAX TABLES AND
002099*                         CHECK THAT EVERY FILING STATUS'S
002100*                         BRACKETS RUN IN ORDER FROM ZERO WITH NO
002101*                         GAPS UP TO AN OPEN-ENDED TOP BRACKET -
002102*                         A BAD TABLE ENDS THE RUN BEFORE ANYTHING
002103*                         IS PAID
002104*================================================================
002105 1200-LOAD-TAX-TABLE.
002106     OPEN INPUT TAX-TABLE-FILE
002107     IF TAX-STATUS NOT = "00"
002108         DISPLAY "FAILED TO OPEN THE TAX TABLE FILE. STATUS = "
002109             TAX-STATUS
002110         SET RETURN-CODE TO 8
002111         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002112         STOP RUN
002113     END-IF
002114     MOVE ZERO TO WS-TAX-COUNT
002115     PERFORM 1250-READ-TAX-TABLE THRU 1250-EXIT
002116     PERFORM 1210-LOAD-ONE-BRACKET THRU 1210-EXIT
002117         UNTIL WS-TAX-EOF
002118     CLOSE TAX-TABLE-FILE
002119     IF WS-TAX-COUNT = ZERO
002120         DISPLAY "THE TAX TABLE FILE IS EMPTY - NOTHING PAID."
002121         SET RETURN-CODE TO 8
002122         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002123         STOP RUN
002124     END-IF
002125     IF WS-TX-NOT-OVER (WS-TAX-COUNT) NOT = WS-TOP-BRACKET-LIMIT
002126         DISPLAY "TAX TABLE " WS-TX-STATUS (WS-TAX-COUNT)
002127             " HAS NO OPEN-ENDED TOP BRACKET - NOTHING PAID."
002128         SET RETURN-CODE TO 8
002129         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002130         STOP RUN
002131     END-IF
002132     DISPLAY "TAX TABLE BRACKETS LOADED : " WS-TAX-COUNT.
002133 1200-EXIT.
002134     EXIT.

002135*================================================================
002136* 1210-LOAD-ONE-BRACKET  --  CHECK ONE BRACKET AGAINST THE ONE
002137*                            BEFORE IT AND ADD IT TO THE TABLE
002138*================================================================
002139 1210-LOAD-ONE-BRACKET.
002140     IF WS-TAX-COUNT = WS-TAX-MAX
002141         DISPLAY "MORE THAN " WS-TAX-MAX " BRACKETS ON THE TAX "
002142             "TABLE FILE - RAISE WS-TAX-MAX AND RERUN."
002143         SET RETURN-CODE TO 8
002144         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002145         STOP RUN
002146     END-IF
002147     IF NOT TAX-STATUS-VALID
002148         DISPLAY "TAX TABLE FILING STATUS " TAX-FILING-STATUS
002149             " IS NOT S, M, OR H - NOTHING PAID."
002150         SET RETURN-CODE TO 8
002151         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002152         STOP RUN
002153     END-IF
002154     IF WS-TAX-COUNT > ZERO
002155         AND TAX-FILING-STATUS = WS-TX-STATUS (WS-TAX-COUNT)
002156         IF TAX-BRACKET-NUMBER NOT = WS-TX-BRACKET (WS-TAX-COUNT)
002157                 + 1
002158             OR TAX-BRACKET-OVER NOT =
002159                 WS-TX-NOT-OVER (WS-TAX-COUNT)
002160             PERFORM 1230-REJECT-TAX-TABLE THRU 1230-EXIT
002161         END-IF
002162     ELSE
002163         IF WS-TAX-COUNT > ZERO
002164             IF WS-TX-NOT-OVER (WS-TAX-COUNT)
002165                     NOT = WS-TOP-BRACKET-LIMIT
002166                 PERFORM 1230-REJECT-TAX-TABLE THRU 1230-EXIT
002167             END-IF
002168             PERFORM 1220-CHECK-STATUS-REPEAT THRU 1220-EXIT
002169                 VARYING WS-TAX-INDEX FROM 1 BY 1
002170                 UNTIL WS-TAX-INDEX > WS-TAX-COUNT
002171         END-IF
002172         IF TAX-BRACKET-NUMBER NOT = 1
002173             OR TAX-BRACKET-OVER NOT = ZERO
002174             PERFORM 1230-REJECT-TAX-TABLE THRU 1230-EXIT
002175         END-IF
002176     END-IF
002177     IF TAX-BRACKET-NOT-OVER NOT > TAX-BRACKET-OVER
002178         PERFORM 1230-REJECT-TAX-TABLE THRU 1230-EXIT
002179     END-IF
002180     ADD 1 TO WS-TAX-COUNT
002181     MOVE TAX-FILING-STATUS TO WS-TX-STATUS (WS-TAX-COUNT)
002182     MOVE TAX-BRACKET-NUMBER TO WS-TX-BRACKET (WS-TAX-COUNT)
002183     MOVE TAX-BRACKET-OVER TO WS-TX-OVER (WS-TAX-COUNT)
002184     MOVE TAX-BRACKET-NOT-OVER TO WS-TX-NOT-OVER (WS-TAX-COUNT)
002185     MOVE TAX-BASE-AMOUNT TO WS-TX-BASE (WS-TAX-COUNT)
002186     MOVE TAX-MARGINAL-RATE TO WS-TX-RATE (WS-TAX-COUNT)
002187     MOVE TAX-ALLOWANCE-AMT TO WS-TX-ALLOWANCE (WS-TAX-COUNT)
002188     PERFORM 1250-READ-TAX-TABLE THRU 1250-EXIT.
002189 1210-EXIT.
002190     EXIT.

002191 1220-CHECK-STATUS-REPEAT.
002192     IF WS-TX-STATUS (WS-TAX-INDEX) = TAX-FILING-STATUS
002193         PERFORM 1230-REJECT-TAX-TABLE THRU 1230-EXIT
002194     END-IF.
002195 1220-EXIT.
002196     EXIT.

002197 1230-REJECT-TAX-TABLE.
002198     DISPLAY "TAX TABLE " TAX-FILING-STATUS " BRACKET "
002199         TAX-BRACKET-NUMBER " IS OUT OF ORDER OR LEAVES A GAP."
002200     DISPLAY "CORRECT THE TAX TABLE FILE AND RERUN - "
002201         "NOTHING PAID."
002202     SET RETURN-CODE TO 8
002203     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002204     STOP RUN.
002205 1230-EXIT.
002206     EXIT.

002207 1250-READ-TAX-TABLE.
002208     READ TAX-TABLE-FILE
002209         AT END
002210             SET WS-TAX-EOF TO TRUE
002211     END-READ.
002212 1250-EXIT.
002213     EXIT.

002214*================================================================
002215* 2000-READ-AND-PAY  --  READ THE NEXT MASTER RECORD AND, IF ONE
002216*                        WAS FOUND, CALCULATE AND POST ITS PAY
002217*================================================================
002218 2000-READ-AND-PAY.
002219     READ EMPLOYEE-FILE NEXT RECORD
002220         AT END
002221             SET WS-RECORD-NOT-FOUND TO TRUE
002222         NOT AT END
002223             PERFORM 3000-GET-ELECTIONS THRU 3000-EXIT
002224             PERFORM 3500-GET-EXCEPTIONS THRU 3500-EXIT
002225             PERFORM 3700-GET-TIMECARD THRU 3700-EXIT
002226             IF EMP-PAY-HOURLY AND WS-TIME-NOT-ON-FILE
002227                 PERFORM 5300-LIST-NO-TIMECARD THRU 5300-EXIT
002228             ELSE
002229                 PERFORM 3600-GET-GARNISHMENTS THRU 3600-EXIT
002230                 PERFORM 4000-CALCULATE-PAY THRU 4000-EXIT
002231                 PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
002232                 PERFORM 6000-WRITE-NET-PAY THRU 6000-EXIT
002233                 PERFORM 6100-WRITE-PAY-DETAIL THRU 6100-EXIT
002234                 PERFORM 6500-POST-EARNINGS THRU 6500-EXIT
002235                 PERFORM 6600-WRITE-PAY-HISTORY THRU 6600-EXIT
002236                 PERFORM 6900-POST-GARNISHMENTS THRU 6900-EXIT
002237                 PERFORM 6800-ACCRUE-LEAVE THRU 6800-EXIT
002238                 PERFORM 6700-WRITE-PAY-STUB THRU 6700-EXIT
002239             END-IF
002240     END-READ.
002241 2000-EXIT.
002242     EXIT.

002243*================================================================
002244* 3000-GET-ELECTIONS  --  PULL THE EMPLOYEE'S DEDUCTION RECORD,
002245*                         IF ONE IS ON FILE
002246*================================================================
002247 3000-GET-ELECTIONS.
002248     MOVE EMPLOYEE-ID TO DED-EMPLOYEE-ID
002249     READ DEDUCTION-FILE
002250         INVALID KEY
002260             SET WS-ELECT-NOT-ON-FILE TO TRUE
002270         NOT INVALID KEY
002328 3500-EXIT.
002329     EXIT.

002330*================================================================
002331* 3600-GET-GARNISHMENTS  --  PULL THE EMPLOYEE'S GARNISHMENT
002332*                            ORDERS, IN PRIORITY ORDER, INTO THE
002333*                            ORDER TABLE.  ACTIVE ORDERS ARE
002334*                            TAKEN, AND SO IS AN ORDER A FAILED
002335*                            RUN FOR THIS PAY DATE PAID OFF.
002336*================================================================
002337 3600-GET-GARNISHMENTS.
002338     MOVE ZERO TO WS-GARN-COUNT
002339     IF WS-GARN-FILE-OPEN
002340         MOVE EMPLOYEE-ID TO GARN-EMPLOYEE-ID
002341         MOVE ZEROS TO GARN-PRIORITY
002342         SET WS-GARN-NOT-EOF TO TRUE
002343         START GARNISHMENT-FILE KEY NOT LESS THAN GARN-KEY
002344             INVALID KEY
002345                 SET WS-GARN-EOF TO TRUE
002346         END-START
002347         PERFORM 3610-READ-ONE-ORDER THRU 3610-EXIT
002348             UNTIL WS-GARN-EOF
002349     END-IF.
002350 3600-EXIT.
002351     EXIT.

002352 3610-READ-ONE-ORDER.
002353     READ GARNISHMENT-FILE NEXT RECORD
002354         AT END
002355             SET WS-GARN-EOF TO TRUE
002356     END-READ
002357     IF WS-GARN-NOT-EOF
002358         IF GARN-EMPLOYEE-ID NOT = EMPLOYEE-ID
002359             SET WS-GARN-EOF TO TRUE
002360         ELSE
002361             IF GARN-ACTIVE
002362                 OR (GARN-PAID-OFF
002363                     AND GARN-LAST-PAY-DATE = WS-PAY-DATE)
002364                 PERFORM 3620-TABLE-ONE-ORDER THRU 3620-EXIT
002365             END-IF
002366         END-IF
002367     END-IF.
002368 3610-EXIT.
002369     EXIT.

002370 3620-TABLE-ONE-ORDER.
002371     IF WS-GARN-COUNT = WS-GARN-MAX
002372         DISPLAY "EMPLOYEE ID " EMPLOYEE-ID " HAS MORE THAN "
002373             WS-GARN-MAX " GARNISHMENT ORDERS - CASE "
002374             GARN-CASE-NUMBER " NOT TAKEN."
002375         DISPLAY "RAISE WS-GARN-MAX AND RERUN."
002376         SET RETURN-CODE TO 8
002377     ELSE
002378         ADD 1 TO WS-GARN-COUNT
002379         MOVE GARN-PRIORITY TO WS-GO-PRIORITY (WS-GARN-COUNT)
002380         MOVE GARN-CASE-NUMBER
002381             TO WS-GO-CASE-NUMBER (WS-GARN-COUNT)
002382         MOVE GARN-AGENCY-CODE
002383             TO WS-GO-AGENCY-CODE (WS-GARN-COUNT)
002384         MOVE GARN-AGENCY-NAME
002385             TO WS-GO-AGENCY-NAME (WS-GARN-COUNT)
002386         MOVE GARN-METHOD TO WS-GO-METHOD (WS-GARN-COUNT)
002387         MOVE GARN-AMOUNT TO WS-GO-AMOUNT (WS-GARN-COUNT)
002388         MOVE GARN-PERCENT TO WS-GO-PERCENT (WS-GARN-COUNT)
002389         MOVE GARN-MAX-PERCENT
002390             TO WS-GO-MAX-PERCENT (WS-GARN-COUNT)
002391         MOVE GARN-BALANCE TO WS-GO-BALANCE (WS-GARN-COUNT)
002392         MOVE ZEROS TO WS-GO-PRIOR-TAKEN (WS-GARN-COUNT)
002393         MOVE ZEROS TO WS-GO-TAKEN (WS-GARN-COUNT)
002394         MOVE "N" TO WS-GO-LIMITED-FLAG (WS-GARN-COUNT)
002395         IF GARN-LAST-PAY-DATE = WS-PAY-DATE
002396             MOVE GARN-LAST-AMOUNT
002397                 TO WS-GO-PRIOR-TAKEN (WS-GARN-COUNT)
002398             ADD GARN-LAST-AMOUNT
002399                 TO WS-GO-BALANCE (WS-GARN-COUNT)
002400         END-IF
002401     END-IF.
002402 3620-EXIT.
002403     EXIT.

002404*================================================================
002405* 3700-GET-TIMECARD  --  PULL AN HOURLY EMPLOYEE'S TIMECARD FOR
002406*                        THE PERIOD.  A TIMECARD LEFT OVER FROM
002407*                        ANOTHER PERIOD IS TREATED AS NONE.
002408*================================================================
002409 3700-GET-TIMECARD.
002410     SET WS-TIME-NOT-ON-FILE TO TRUE
002411     IF EMP-PAY-HOURLY AND WS-TIME-FILE-OPEN
002412         MOVE EMPLOYEE-ID TO TC-EMPLOYEE-ID
002413         READ TIMECARD-FILE
002414             INVALID KEY
002415                 SET WS-TIME-NOT-ON-FILE TO TRUE
002416             NOT INVALID KEY
002417                 IF TC-PERIOD-NUMBER = WS-PAY-PERIOD
002418                     SET WS-TIME-ON-FILE TO TRUE
002419                 ELSE
002420                     DISPLAY "EMPLOYEE ID " EMPLOYEE-ID
002421                         " TIMECARD IS FOR PERIOD "
002422                         TC-PERIOD-NUMBER " - NOT THIS PERIOD."
002423                 END-IF
002424         END-READ
002425     END-IF.
002426 3700-EXIT.
002427     EXIT.

002428*================================================================
002429* 4000-CALCULATE-PAY  --  PERIOD GROSS FROM THE ANNUAL SALARY
002430*                         OR, FOR AN HOURLY EMPLOYEE, FROM THE
002431*                         TIMECARD, THEN THE PERIOD'S PAY
002432*                         EXCEPTIONS, THEN THE ELECTED
002433*                         DEDUCTIONS AND
002434*                         GARNISHMENTS, THEN NET
002435*================================================================
002436 4000-CALCULATE-PAY.
002437     MOVE SPACES TO DET-NOTE
002438     IF EMP-PAY-HOURLY
002439         PERFORM 4020-CALCULATE-HOURLY-GROSS THRU 4020-EXIT
002440     ELSE
002441         COMPUTE WS-PERIOD-GROSS ROUNDED =
002442             EMPLOYEE-SALARY / WS-PERIODS-PER-YEAR
002443     END-IF
002444     MOVE WS-PERIOD-GROSS TO WS-BASE-GROSS
002445     MOVE ZEROS TO WS-UNPAID-REDUCTION
002446     MOVE ZEROS TO WS-EXC-SUB-APPLIED
002447     MOVE ZEROS TO WS-EXC-ADD-APPLIED
002448     MOVE ZEROS TO WS-UNPAID-DAYS
002449     IF WS-EXC-ON-FILE
002450         PERFORM 4050-APPLY-EXCEPTIONS THRU 4050-EXIT
002451     END-IF
002452     IF WS-ELECT-NOT-ON-FILE
002453         MOVE ZEROS TO WS-TAX-DED
002454         MOVE ZEROS TO WS-RETIRE-DED
002455         MOVE ZEROS TO WS-INS-DED
002456         MOVE ZEROS TO WS-OTHER-DED
002457         MOVE WS-PERIOD-GROSS TO WS-DISPOSABLE-PAY
002458         PERFORM 4300-TAKE-GARNISHMENTS THRU 4300-EXIT
002459         MOVE WS-GARN-DED TO WS-TOTAL-DED
002460         MOVE "NO ELECTS" TO DET-NOTE
002461         ADD 1 TO WS-NO-ELECT-COUNT
002462     ELSE
002470         PERFORM 4200-CALCULATE-WITHHOLDING THRU 4200-EXIT
002490         COMPUTE WS-RETIRE-DED ROUNDED =
002500             WS-PERIOD-GROSS * DED-RETIRE-PCT / 100
002501         MOVE DED-INSURANCE-AMT TO WS-INS-DED
002502         MOVE DED-OTHER-AMT TO WS-OTHER-DED
002503         PERFORM 4100-CAP-DEDUCTIONS THRU 4100-EXIT
002510         COMPUTE WS-TOTAL-DED = WS-TAX-DED + WS-INS-DED
002520             + WS-RETIRE-DED + WS-OTHER-DED + WS-GARN-DED
002570     END-IF
002580     COMPUTE WS-NET-PAY = WS-PERIOD-GROSS - WS-TOTAL-DED.
002581 4000-EXIT.
002582     EXIT.

002583*================================================================
002584* 4020-CALCULATE-HOURLY-GROSS  --  REGULAR AND HOLIDAY HOURS AT
002585*                                  THE HOURLY RATE, OVERTIME
002586*                                  HOURS AT THE RATE TIMES THE
002587*                                  OVERTIME PREMIUM
002588*================================================================
002589 4020-CALCULATE-HOURLY-GROSS.
002590     ADD 1 TO WS-HOURLY-PAID-COUNT
002591     COMPUTE WS-OVERTIME-RATE ROUNDED =
002592         EMPLOYEE-HOURLY-RATE * WS-OVERTIME-PREMIUM
002593     COMPUTE WS-REGULAR-PAY ROUNDED =
002594         TC-REGULAR-HOURS * EMPLOYEE-HOURLY-RATE
002595     COMPUTE WS-OVERTIME-PAY ROUNDED =
002596         TC-OVERTIME-HOURS * WS-OVERTIME-RATE
002597     COMPUTE WS-HOLIDAY-PAY ROUNDED =
002598         TC-HOLIDAY-HOURS * EMPLOYEE-HOURLY-RATE
002599     COMPUTE WS-PERIOD-GROSS =
002600         WS-REGULAR-PAY + WS-OVERTIME-PAY + WS-HOLIDAY-PAY.
002601 4020-EXIT.
002602     EXIT.

002603*================================================================
002604* 4050-APPLY-EXCEPTIONS  --  APPLY THE PERIOD'S PAY EXCEPTIONS
002606*                            AHEAD OF THE ELECTED DEDUCTIONS -
002608*                            UNPAID DAYS PRORATE GROSS DOWN,
002620     ADD 1 TO WS-EXC-EMP-COUNT
002622     MOVE "EXCEPTIONS" TO DET-NOTE
002624     MOVE WS-PERIOD-GROSS TO WS-BASE-GROSS
002625     IF EXC-UNPAID-DAYS > ZERO AND EMP-PAY-HOURLY
002626         DISPLAY "EMPLOYEE ID " EMPLOYEE-ID " IS HOURLY - "
002627             EXC-UNPAID-DAYS " UNPAID LEAVE DAYS NOT PRORATED."
002628     END-IF
002629     IF EXC-UNPAID-DAYS > ZERO AND NOT EMP-PAY-HOURLY
002630         COMPUTE WS-UNPAID-REDUCTION ROUNDED =
002631             WS-BASE-GROSS * EXC-UNPAID-DAYS
002632             / WS-WORK-DAYS-PER-PERIOD
002634         IF WS-UNPAID-REDUCTION > WS-PERIOD-GROSS
002636             MOVE WS-PERIOD-GROSS TO WS-UNPAID-REDUCTION
002638         END-IF
002640         SUBTRACT WS-UNPAID-REDUCTION FROM WS-PERIOD-GROSS
002642     END-IF
002643     MOVE EXC-UNPAID-DAYS TO WS-UNPAID-DAYS
002644     MOVE EXC-ONETIME-ADD-AMT TO WS-EXC-ADD-APPLIED
002645     ADD EXC-ONETIME-ADD-AMT TO WS-PERIOD-GROSS
002646     IF EXC-ONETIME-SUB-AMT > WS-PERIOD-GROSS
002648         MOVE WS-PERIOD-GROSS TO WS-EXC-SUB-APPLIED
002650         MOVE "EXC CAPPED" TO DET-NOTE
002668*                          GROSS STILL REMAINING (TAX, THEN
002670*                          INSURANCE, RETIREMENT, OTHER) SO THE
002672*                          TOTAL NEVER EXCEEDS PERIOD GROSS AND
002673*                          THE ITEMIZED BUCKETS STILL SUM TO
002674*                          IT.  GARNISHMENTS ARE TAKEN FROM WHAT
002675*                          IS LEFT AFTER TAX, AHEAD OF INSURANCE.
002676*================================================================
002678 4100-CAP-DEDUCTIONS.
002680     MOVE WS-PERIOD-GROSS TO WS-REMAINING-GROSS
002686         MOVE "DEDS CAPPD" TO DET-NOTE
002688     END-IF
002690     SUBTRACT WS-TAX-DED FROM WS-REMAINING-GROSS
002691     MOVE WS-REMAINING-GROSS TO WS-DISPOSABLE-PAY
002692     PERFORM 4300-TAKE-GARNISHMENTS THRU 4300-EXIT
002693     SUBTRACT WS-GARN-DED FROM WS-REMAINING-GROSS
002694     IF WS-INS-DED > WS-REMAINING-GROSS
002695         MOVE WS-REMAINING-GROSS TO WS-INS-DED
002696         MOVE "DEDS CAPPD" TO DET-NOTE
002698     END-IF
002700     SUBTRACT WS-INS-DED FROM WS-REMAINING-GROSS
002720 4100-EXIT.
002722     EXIT.

002723*================================================================
002724* 4200-CALCULATE-WITHHOLDING  --  ANNUALIZE PERIOD GROSS, TAKE
002725*                                 OFF THE ALLOWANCES, FIND THE
002726*                                 BRACKET IN THE TABLE FOR THE
002727*                                 FILING STATUS, AND WITHHOLD
002728*                                 ONE PERIOD'S SHARE OF THE
002729*                                 ANNUAL TAX
002730*================================================================
002731 4200-CALCULATE-WITHHOLDING.
002732     MOVE ZEROS TO WS-TAX-DED
002733     MOVE ZEROS TO WS-ANNUAL-TAXABLE
002734     MOVE ZERO TO WS-TAX-FIRST-INDEX
002735     MOVE ZERO TO WS-TAX-BRACKET-INDEX
002736     IF DED-ALLOWANCES IS NUMERIC
002737         PERFORM 4210-FIND-STATUS THRU 4210-EXIT
002738             VARYING WS-TAX-INDEX FROM 1 BY 1
002739             UNTIL WS-TAX-INDEX > WS-TAX-COUNT
002740                 OR WS-TAX-FIRST-INDEX NOT = ZERO
002741     END-IF
002742     IF WS-TAX-FIRST-INDEX = ZERO
002743         MOVE "NO TAX TBL" TO DET-NOTE
002744         ADD 1 TO WS-NO-TAX-TBL-COUNT
002745         DISPLAY "EMPLOYEE ID " EMPLOYEE-ID " FILING STATUS "
002746             DED-FILING-STATUS " HAS NO TAX TABLE - NO TAX "
002747             "WITHHELD."
002748     ELSE
002749         COMPUTE WS-ANNUAL-GROSS =
002750             WS-PERIOD-GROSS * WS-PERIODS-PER-YEAR
002751         COMPUTE WS-ALLOWANCE-TOTAL = DED-ALLOWANCES
002752             * WS-TX-ALLOWANCE (WS-TAX-FIRST-INDEX)
002753         IF WS-ALLOWANCE-TOTAL < WS-ANNUAL-GROSS
002754             COMPUTE WS-ANNUAL-TAXABLE =
002755                 WS-ANNUAL-GROSS - WS-ALLOWANCE-TOTAL
002756         END-IF
002757         PERFORM 4220-FIND-BRACKET THRU 4220-EXIT
002758             VARYING WS-TAX-INDEX FROM WS-TAX-FIRST-INDEX BY 1
002759             UNTIL WS-TAX-INDEX > WS-TAX-COUNT
002760                 OR WS-TAX-BRACKET-INDEX NOT = ZERO
002761         COMPUTE WS-ANNUAL-TAX ROUNDED =
002762             WS-TX-BASE (WS-TAX-BRACKET-INDEX)
002763             + (WS-ANNUAL-TAXABLE
002773                 - WS-TX-OVER (WS-TAX-BRACKET-INDEX))
002783             * WS-TX-RATE (WS-TAX-BRACKET-INDEX) / 100
002793         COMPUTE WS-TAX-DED ROUNDED =
002803             WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR
002813     END-IF.
002823 4200-EXIT.
002833     EXIT.

002843 4210-FIND-STATUS.
002853     IF WS-TX-STATUS (WS-TAX-INDEX) = DED-FILING-STATUS
002863         MOVE WS-TAX-INDEX TO WS-TAX-FIRST-INDEX
002873     END-IF.
002883 4210-EXIT.
002893     EXIT.

002903 4220-FIND-BRACKET.
002913     IF WS-ANNUAL-TAXABLE NOT > WS-TX-NOT-OVER (WS-TAX-INDEX)
002923         OR WS-TX-NOT-OVER (WS-TAX-INDEX) = WS-TOP-BRACKET-LIMIT
002933         MOVE WS-TAX-INDEX TO WS-TAX-BRACKET-INDEX
002943     END-IF.
002953 4220-EXIT.
002963     EXIT.

002973*================================================================
002983* 4300-TAKE-GARNISHMENTS  --  TAKE THE EMPLOYEE'S GARNISHMENT
002993*                             ORDERS FROM DISPOSABLE PAY (GROSS
003003*                             LESS TAX) IN PRIORITY ORDER
003013*================================================================
003023 4300-TAKE-GARNISHMENTS.
003033     MOVE ZEROS TO WS-GARN-DED
003043     PERFORM 4310-TAKE-ONE-ORDER THRU 4310-EXIT
003053         VARYING WS-GARN-INDEX FROM 1 BY 1
003063         UNTIL WS-GARN-INDEX > WS-GARN-COUNT.
003073 4300-EXIT.
003083     EXIT.

003093*================================================================
003103* 4310-TAKE-ONE-ORDER  --  THE ORDER'S FIXED AMOUNT OR PERCENTAGE
003113*                          OF DISPOSABLE PAY, HELD SO ALL THAT IS
003123*                          GARNISHED STAYS WITHIN THE ORDER'S
003133*                          LEGAL MAXIMUM PERCENTAGE OF DISPOSABLE
003143*                          PAY, AND NEVER MORE THAN THE BALANCE
003153*                          STILL OWED
003163*================================================================
003173 4310-TAKE-ONE-ORDER.
003183     MOVE "N" TO WS-GO-LIMITED-FLAG (WS-GARN-INDEX)
003193     IF WS-GO-METHOD (WS-GARN-INDEX) = "P"
003203         COMPUTE WS-GARN-WANTED ROUNDED = WS-DISPOSABLE-PAY
003213             * WS-GO-PERCENT (WS-GARN-INDEX) / 100
003223     ELSE
003233         MOVE WS-GO-AMOUNT (WS-GARN-INDEX) TO WS-GARN-WANTED
003243     END-IF
003253     COMPUTE WS-GARN-LIMIT = WS-DISPOSABLE-PAY
003263         * WS-GO-MAX-PERCENT (WS-GARN-INDEX) / 100
003273     IF WS-GARN-LIMIT > WS-GARN-DED
003283         COMPUTE WS-GARN-ROOM = WS-GARN-LIMIT - WS-GARN-DED
003293     ELSE
003303         MOVE ZEROS TO WS-GARN-ROOM
003313     END-IF
003323     IF WS-GARN-WANTED > WS-GARN-ROOM
003333         MOVE WS-GARN-ROOM TO WS-GARN-WANTED
003343         MOVE "Y" TO WS-GO-LIMITED-FLAG (WS-GARN-INDEX)
003353     END-IF
003363     IF WS-GARN-WANTED > WS-GO-BALANCE (WS-GARN-INDEX)
003373         MOVE WS-GO-BALANCE (WS-GARN-INDEX) TO WS-GARN-WANTED
003383     END-IF
003393     MOVE WS-GARN-WANTED TO WS-GO-TAKEN (WS-GARN-INDEX)
003403     ADD WS-GARN-WANTED TO WS-GARN-DED.
003413 4310-EXIT.
003423     EXIT.

003433*================================================================
003443* 5000-PRINT-DETAIL  --  PRINT ONE REGISTER LINE AND ROLL THE
003453*                        CONTROL TOTALS
003463*================================================================
003473 5000-PRINT-DETAIL.
003483     MOVE EMPLOYEE-ID TO DET-EMPLOYEE-ID
003493     MOVE EMPLOYEE-NAME TO DET-NAME
003503     MOVE WS-PERIOD-GROSS TO DET-GROSS
003513     MOVE WS-TOTAL-DED TO DET-DEDS
003523     MOVE WS-NET-PAY TO DET-NET
003533     MOVE WS-PAY-PERIOD TO DET-PERIOD
003543     WRITE REGISTER-LINE FROM DET-LINE
003553     IF EMP-PAY-HOURLY
003563         MOVE TC-REGULAR-HOURS TO HRS-REGULAR
003573         MOVE TC-OVERTIME-HOURS TO HRS-OVERTIME
003583         MOVE TC-HOLIDAY-HOURS TO HRS-HOLIDAY
003593         MOVE EMPLOYEE-HOURLY-RATE TO HRS-RATE
003603         MOVE WS-OVERTIME-RATE TO HRS-OT-RATE
003613         WRITE REGISTER-LINE FROM HRS-LINE
003623     END-IF
003633     IF WS-ELECT-ON-FILE AND WS-TAX-BRACKET-INDEX NOT = ZERO
003643         MOVE DED-FILING-STATUS TO TXL-STATUS
003653         MOVE WS-TX-BRACKET (WS-TAX-BRACKET-INDEX) TO TXL-BRACKET
003663         MOVE DED-ALLOWANCES TO TXL-ALLOWANCES
003673         MOVE WS-ANNUAL-TAXABLE TO TXL-TAXABLE
003683         WRITE REGISTER-LINE FROM TXL-LINE
003693     END-IF
003703     IF WS-EXC-ON-FILE
003713         PERFORM 5100-PRINT-EXCEPTIONS THRU 5100-EXIT
003723     END-IF
003733     PERFORM 5200-PRINT-GARNISHMENT THRU 5200-EXIT
003743         VARYING WS-GARN-INDEX FROM 1 BY 1
003753         UNTIL WS-GARN-INDEX > WS-GARN-COUNT
003763     ADD 1 TO WS-EMP-COUNT
003773     ADD WS-PERIOD-GROSS TO WS-TOT-GROSS
003783     ADD WS-TOTAL-DED TO WS-TOT-DED
003793     ADD WS-NET-PAY TO WS-TOT-NET.
003803 5000-EXIT.
003813     EXIT.

003823*================================================================
003833* 5100-PRINT-EXCEPTIONS  --  ITEMIZE THE EMPLOYEE'S EXCEPTIONS
003843*                            UNDER THE REGISTER LINE SO GROSS
003853*                            LESS DEDUCTIONS STILL PROVES OUT
003863*                            TO NET
003873*================================================================
003883 5100-PRINT-EXCEPTIONS.
003893     IF WS-UNPAID-REDUCTION > ZERO
003903         MOVE EXC-UNPAID-DAYS TO EXC-LV-DAYS
003913         MOVE WS-UNPAID-REDUCTION TO EXC-LV-AMOUNT
003923         WRITE REGISTER-LINE FROM EXC-LEAVE-LINE
003933     END-IF
003943     IF EXC-ONETIME-ADD-AMT > ZERO
003953         MOVE EXC-ONETIME-ADD-AMT TO EXC-PAY-AMOUNT
003963         WRITE REGISTER-LINE FROM EXC-PAY-LINE
003973     END-IF
003983     IF WS-EXC-SUB-APPLIED > ZERO
003993         MOVE WS-EXC-SUB-APPLIED TO EXC-DED-AMOUNT
004003         WRITE REGISTER-LINE FROM EXC-DED-LINE
004013     END-IF.
004023 5100-EXIT.
004033     EXIT.

004043*================================================================
004053* 5200-PRINT-GARNISHMENT  --  ITEMIZE ONE GARNISHMENT UNDER THE
004063*                             REGISTER LINE - CASE, AGENCY, AMOUNT
004073*                             TAKEN, AND THE BALANCE LEFT OWING.
004083*                             AN ORDER HELD TO NOTHING BY THE
004093*                             LEGAL MAXIMUM STILL PRINTS.
004103*================================================================
004113 5200-PRINT-GARNISHMENT.
004123     IF WS-GO-TAKEN (WS-GARN-INDEX) > ZERO
004133         OR WS-GO-LIMITED-FLAG (WS-GARN-INDEX) = "Y"
004143         COMPUTE WS-GARN-BAL-AFTER =
004153             WS-GO-BALANCE (WS-GARN-INDEX)
004163             - WS-GO-TAKEN (WS-GARN-INDEX)
004173         MOVE WS-GO-CASE-NUMBER (WS-GARN-INDEX)
004183             TO GRL-CASE-NUMBER
004193         MOVE WS-GO-AGENCY-CODE (WS-GARN-INDEX)
004203             TO GRL-AGENCY-CODE
004213         MOVE WS-GO-TAKEN (WS-GARN-INDEX) TO GRL-AMOUNT
004223         MOVE WS-GARN-BAL-AFTER TO GRL-BALANCE
004233         MOVE SPACES TO GRL-NOTE
004243         IF WS-GO-LIMITED-FLAG (WS-GARN-INDEX) = "Y"
004253             MOVE "  LIMITED" TO GRL-NOTE
004263         END-IF
004273         IF WS-GARN-BAL-AFTER = ZERO
004283             MOVE "  PAID OFF" TO GRL-NOTE
004293         END-IF
004303         WRITE REGISTER-LINE FROM GRL-LINE
004313     END-IF.
004323 5200-EXIT.
004333     EXIT.

004343*================================================================
004353* 5300-LIST-NO-TIMECARD  --  AN HOURLY EMPLOYEE WITH NO TIMECARD
004363*                            FOR THE PERIOD IS NOT PAID.  LIST
004373*                            THEM ON THE REGISTER AND SYSOUT SO
004383*                            THE TIME CAN BE CHASED AND PAID
004393*                            OFF-CYCLE.
004403*================================================================
004413 5300-LIST-NO-TIMECARD.
004423     ADD 1 TO WS-NO-TIMECARD-COUNT
004433     MOVE EMPLOYEE-ID TO NTC-EMPLOYEE-ID
004443     MOVE EMPLOYEE-NAME TO NTC-NAME
004453     WRITE REGISTER-LINE FROM NTC-LINE
004463     DISPLAY "EMPLOYEE ID " EMPLOYEE-ID " " EMPLOYEE-NAME
004473     DISPLAY "    IS HOURLY WITH NO TIMECARD FOR PERIOD "
004483         WS-PAY-PERIOD " - NOT PAID."
004493     IF WS-EXC-ON-FILE
004503         DISPLAY "    PAY EXCEPTIONS ON FILE FOR THE EMPLOYEE "
004513             "WERE NOT APPLIED - RE-ENTER THEM OFF-CYCLE."
004523     END-IF.
004533 5300-EXIT.
004543     EXIT.

004553*================================================================
004563* 6000-WRITE-NET-PAY  --  WRITE ONE NET-PAY DETAIL RECORD
004573*================================================================
004583 6000-WRITE-NET-PAY.
004593     MOVE EMPLOYEE-ID TO NP-EMPLOYEE-ID
004603     MOVE EMPLOYEE-NAME TO NP-EMPLOYEE-NAME
004613     MOVE WS-NET-PAY TO NP-NET-PAY
004623     MOVE WS-PAY-DATE TO NP-PAY-DATE
004633     MOVE WS-PAY-PERIOD TO NP-PERIOD-NUMBER
004643     SET NP-CREDIT TO TRUE
004653     WRITE NET-PAY-RECORD
004663     IF NET-PAY-STATUS NOT = "00"
004673         DISPLAY "ERROR WRITING THE NET PAY FILE. STATUS = "
004683             NET-PAY-STATUS
004693         SET RETURN-CODE TO 8
004703     END-IF.
004713 6000-EXIT.
004723     EXIT.

004733*================================================================
004743* 6100-WRITE-PAY-DETAIL  --  WRITE ONE PAY DETAIL RECORD FOR THE
004753*                            GENERAL LEDGER JOURNAL STEP
004763*================================================================
004773 6100-WRITE-PAY-DETAIL.
004783     MOVE SPACES TO PAY-DETAIL-RECORD
004793     SET PDT-DETAIL TO TRUE
004803     MOVE EMPLOYEE-ID TO PDT-EMPLOYEE-ID
004813     MOVE EMPLOYEE-DEPT TO PDT-EMPLOYEE-DEPT
004823     MOVE WS-PAY-PERIOD TO PDT-PERIOD-NUMBER
004833     MOVE WS-PAY-DATE TO PDT-PAY-DATE
004843     MOVE WS-PERIOD-GROSS TO PDT-GROSS
004853     MOVE WS-TAX-DED TO PDT-TAX
004863     MOVE WS-INS-DED TO PDT-INSURANCE
004873     MOVE WS-RETIRE-DED TO PDT-RETIRE
004883     MOVE WS-OTHER-DED TO PDT-OTHER
004893     MOVE WS-GARN-DED TO PDT-GARNISH
004903     MOVE WS-NET-PAY TO PDT-NET
004913     WRITE PAY-DETAIL-RECORD
004923     IF PAY-DETAIL-STATUS NOT = "00"
004933         DISPLAY "ERROR WRITING THE PAY DETAIL FILE. STATUS = "
004943             PAY-DETAIL-STATUS
004953         SET RETURN-CODE TO 8
004963     END-IF.
004973 6100-EXIT.
004983     EXIT.

004993*================================================================
005003* 6500-POST-EARNINGS  --  POST THIS PERIOD'S GROSS, DEDUCTION
005013*                         BUCKETS, AND NET TO THE EMPLOYEE'S
005023*                         YEAR-TO-DATE EARNINGS LEDGER RECORD,
005033*                         STARTING ONE THE FIRST TIME THE
005043*                         EMPLOYEE IS PAID
005053*================================================================
005063 6500-POST-EARNINGS.
005073     MOVE EMPLOYEE-ID TO EARN-EMPLOYEE-ID
005083     READ EARNINGS-FILE
005093         INVALID KEY
005103             SET WS-EARN-NOT-ON-FILE TO TRUE
005113         NOT INVALID KEY
005123             SET WS-EARN-ON-FILE TO TRUE
005133     END-READ
005143     IF WS-EARN-NOT-ON-FILE
005153         MOVE EMPLOYEE-ID TO EARN-EMPLOYEE-ID
005163         MOVE ZEROS TO EARN-PERIODS-PAID
005173         MOVE ZEROS TO EARN-YTD-GROSS
005183         MOVE ZEROS TO EARN-YTD-TAX
005193         MOVE ZEROS TO EARN-YTD-INSURANCE
005203         MOVE ZEROS TO EARN-YTD-RETIRE
005213         MOVE ZEROS TO EARN-YTD-OTHER
005223         MOVE ZEROS TO EARN-YTD-GARNISH
005233         MOVE ZEROS TO EARN-YTD-NET
005243     END-IF
005253     MOVE EMPLOYEE-NAME TO EARN-EMPLOYEE-NAME
005263     ADD 1 TO EARN-PERIODS-PAID
005273     ADD WS-PERIOD-GROSS TO EARN-YTD-GROSS
005283     ADD WS-TAX-DED TO EARN-YTD-TAX
005293     ADD WS-INS-DED TO EARN-YTD-INSURANCE
005303     ADD WS-RETIRE-DED TO EARN-YTD-RETIRE
005313     ADD WS-OTHER-DED TO EARN-YTD-OTHER
005323     ADD WS-GARN-DED TO EARN-YTD-GARNISH
005333     ADD WS-NET-PAY TO EARN-YTD-NET
005343     IF WS-EARN-ON-FILE
005353         REWRITE EARNINGS-RECORD
005363             INVALID KEY
005373                 DISPLAY "ERROR REWRITING THE EARNINGS LEDGER "
005383                     "FOR EMPLOYEE " EARN-EMPLOYEE-ID
005393                     ". STATUS = " EARN-STATUS
005403                 SET RETURN-CODE TO 8
005413         END-REWRITE
005423     ELSE
005433         WRITE EARNINGS-RECORD
005443             INVALID KEY
005453                 DISPLAY "ERROR WRITING THE EARNINGS LEDGER "
005463                     "FOR EMPLOYEE " EARN-EMPLOYEE-ID
005473                     ". STATUS = " EARN-STATUS
005483                 SET RETURN-CODE TO 8
005493         END-WRITE
005503     END-IF.
005513 6500-EXIT.
005523     EXIT.

005533*================================================================
005543* 6600-WRITE-PAY-HISTORY  --  RECORD THE PAYMENT ON THE PAYMENT
005553*                             HISTORY FILE AS THE PERIOD'S
005563*                             SEQUENCE 01.  A RERUN OF A FAILED
005573*                             PAY RUN REPLACES THE RECORD THE
005583*                             FAILED RUN WROTE.
005593*================================================================
005603 6600-WRITE-PAY-HISTORY.
005613     MOVE EMPLOYEE-ID TO PH-EMPLOYEE-ID
005623     MOVE WS-PAY-PERIOD TO PH-PERIOD-NUMBER
005633     MOVE 1 TO PH-SEQUENCE
005643     MOVE WS-PAY-DATE TO PH-PAY-DATE
005653     SET PH-TYPE-REGULAR TO TRUE
005663     SET PH-PAID TO TRUE
005673     SET PH-PERIOD-COUNTED TO TRUE
005683     MOVE WS-PERIOD-GROSS TO PH-GROSS
005693     MOVE WS-TAX-DED TO PH-TAX
005703     MOVE WS-INS-DED TO PH-INSURANCE
005713     MOVE WS-RETIRE-DED TO PH-RETIRE
005723     MOVE WS-OTHER-DED TO PH-OTHER
005733     MOVE WS-GARN-DED TO PH-GARNISH
005743     MOVE WS-NET-PAY TO PH-NET
005753     MOVE "PAYCALC" TO PH-ISSUED-BY
005763     MOVE ZEROS TO PH-VOID-DATE
005773     MOVE SPACES TO PH-VOIDED-BY
005783     MOVE ZEROS TO PH-REPLACED-BY-SEQ
005793     WRITE PAY-HISTORY-RECORD
005803         INVALID KEY
005813             REWRITE PAY-HISTORY-RECORD
005823                 INVALID KEY
005833                     DISPLAY "ERROR WRITING THE PAYMENT HISTORY "
005843                         "FOR EMPLOYEE " PH-EMPLOYEE-ID
005853                         " - STATUS " PAYH-STATUS
005863                     SET RETURN-CODE TO 8
005873             END-REWRITE
005883     END-WRITE.
005893 6600-EXIT.
005903     EXIT.

005913*================================================================
005923* 6700-WRITE-PAY-STUB  --  PRINT THE EMPLOYEE'S PAY STUB - HOW
005933*                          THIS PERIOD'S PAY WAS WORKED OUT, WHERE
005943*                          IT WAS DEPOSITED, AND THE YEAR-TO-DATE
005953*                          FIGURES FROM THE LEDGER RECORD JUST
005963*                          POSTED
005973*================================================================
005983 6700-WRITE-PAY-STUB.
005993     WRITE STUB-LINE FROM STB-RULE-LINE
006003     MOVE WS-PAY-PERIOD TO STB-PERIOD
006013     MOVE WS-PAY-DATE TO STB-PAY-DATE
006023     WRITE STUB-LINE FROM STB-HDG-LINE
006033     MOVE EMPLOYEE-ID TO STB-EMPLOYEE-ID
006043     MOVE EMPLOYEE-NAME TO STB-NAME
006053     WRITE STUB-LINE FROM STB-EMP-LINE
006063     WRITE STUB-LINE FROM STB-COL-LINE
006073     MOVE "BASE GROSS" TO STB-LABEL
006083     MOVE SPACE TO STB-SIGN
006093     MOVE WS-BASE-GROSS TO STB-CURRENT
006103     MOVE SPACES TO STB-YTD-AREA
006113     WRITE STUB-LINE FROM STB-AMT-LINE
006123     IF WS-UNPAID-REDUCTION > ZERO
006133         MOVE WS-UNPAID-DAYS TO STB-LEAVE-DAYS
006143         MOVE STB-LEAVE-LABEL TO STB-LABEL
006153         MOVE "-" TO STB-SIGN
006163         MOVE WS-UNPAID-REDUCTION TO STB-CURRENT
006173         WRITE STUB-LINE FROM STB-AMT-LINE
006183     END-IF
006193     IF WS-EXC-ADD-APPLIED > ZERO
006203         MOVE "ONE-TIME PAYMENT" TO STB-LABEL
006213         MOVE "+" TO STB-SIGN
006223         MOVE WS-EXC-ADD-APPLIED TO STB-CURRENT
006233         WRITE STUB-LINE FROM STB-AMT-LINE
006243     END-IF
006253     IF WS-EXC-SUB-APPLIED > ZERO
006263         MOVE "ONE-TIME DEDUCTION" TO STB-LABEL
006273         MOVE "-" TO STB-SIGN
006283         MOVE WS-EXC-SUB-APPLIED TO STB-CURRENT
006293         WRITE STUB-LINE FROM STB-AMT-LINE
006303     END-IF
006313     MOVE "GROSS PAY" TO STB-LABEL
006323     MOVE SPACE TO STB-SIGN
006333     MOVE WS-PERIOD-GROSS TO STB-CURRENT
006343     MOVE EARN-YTD-GROSS TO STB-YTD
006353     WRITE STUB-LINE FROM STB-AMT-LINE
006363     MOVE "TAX" TO STB-LABEL
006373     MOVE WS-TAX-DED TO STB-CURRENT
006383     MOVE EARN-YTD-TAX TO STB-YTD
006393     WRITE STUB-LINE FROM STB-AMT-LINE
006403     IF WS-GARN-DED > ZERO OR EARN-YTD-GARNISH > ZERO
006413         MOVE "GARNISHMENTS" TO STB-LABEL
006423         MOVE WS-GARN-DED TO STB-CURRENT
006433         MOVE EARN-YTD-GARNISH TO STB-YTD
006443         WRITE STUB-LINE FROM STB-AMT-LINE
006453     END-IF
006463     MOVE "INSURANCE" TO STB-LABEL
006473     MOVE WS-INS-DED TO STB-CURRENT
006483     MOVE EARN-YTD-INSURANCE TO STB-YTD
006493     WRITE STUB-LINE FROM STB-AMT-LINE
006503     MOVE "RETIREMENT" TO STB-LABEL
006513     MOVE WS-RETIRE-DED TO STB-CURRENT
006523     MOVE EARN-YTD-RETIRE TO STB-YTD
006533     WRITE STUB-LINE FROM STB-AMT-LINE
006543     MOVE "OTHER" TO STB-LABEL
006553     MOVE WS-OTHER-DED TO STB-CURRENT
006563     MOVE EARN-YTD-OTHER TO STB-YTD
006573     WRITE STUB-LINE FROM STB-AMT-LINE
006583     MOVE "TOTAL DEDUCTIONS" TO STB-LABEL
006593     MOVE WS-TOTAL-DED TO STB-CURRENT
006603     MOVE SPACES TO STB-YTD-AREA
006613     WRITE STUB-LINE FROM STB-AMT-LINE
006623     MOVE "NET PAY" TO STB-LABEL
006633     MOVE WS-NET-PAY TO STB-CURRENT
006643     MOVE EARN-YTD-NET TO STB-YTD
006653     WRITE STUB-LINE FROM STB-AMT-LINE
006663     MOVE EARN-PERIODS-PAID TO STB-PERIODS-PAID
006673     WRITE STUB-LINE FROM STB-PERIODS-LINE
006683     MOVE LV-VAC-BALANCE TO STB-VAC-BALANCE
006693     MOVE LV-SICK-BALANCE TO STB-SICK-BALANCE
006703     WRITE STUB-LINE FROM STB-LEAVE-LINE
006713     PERFORM 6750-GET-DEPOSIT-ACCOUNT THRU 6750-EXIT
006723     IF WS-BANK-ON-FILE
006733         IF WS-BANK-IN-PRENOTE
006743             WRITE STUB-LINE FROM STB-PRENOTE-LINE
006753         ELSE
006763             WRITE STUB-LINE FROM STB-DEPOSIT-LINE
006773         END-IF
006783     ELSE
006793         WRITE STUB-LINE FROM STB-CHECK-LINE
006803     END-IF
006813     IF STUB-STATUS NOT = "00"
006823         DISPLAY "ERROR WRITING THE PAY STUB FILE. STATUS = "
006833             STUB-STATUS
006843         SET RETURN-CODE TO 8
006853     END-IF.
006863 6700-EXIT.
006873     EXIT.

006883*================================================================
006893* 6750-GET-DEPOSIT-ACCOUNT  --  LOOK UP THE EMPLOYEE'S BANK
006903*                               ACCOUNT AND BUILD THE MASKED
006913*                               ACCOUNT AND ROUTING NUMBERS FOR
006923*                               THE STUB, NOTING AN ACCOUNT NOT
006933*                               YET THROUGH ITS PRENOTE PERIOD
006943*================================================================
006953 6750-GET-DEPOSIT-ACCOUNT.
006963     IF WS-BANK-FILE-ABSENT
006973         SET WS-BANK-NOT-ON-FILE TO TRUE
006983     ELSE
006993         MOVE EMPLOYEE-ID TO BANK-EMPLOYEE-ID
007003         READ BANK-FILE
007013             INVALID KEY
007023                 SET WS-BANK-NOT-ON-FILE TO TRUE
007033             NOT INVALID KEY
007043                 SET WS-BANK-ON-FILE TO TRUE
007053         END-READ
007063     END-IF
007073     SET WS-BANK-NOT-IN-PRENOTE TO TRUE
007083     IF WS-BANK-ON-FILE
007093         IF BANK-PRENOTE-PENDING
007103             OR (BANK-PRENOTE-SENT
007113                 AND WS-PAY-DATE < BANK-LIVE-DATE)
007123             SET WS-BANK-IN-PRENOTE TO TRUE
007133         END-IF
007143         IF BANK-TYPE-SAVINGS
007153             MOVE "SAVINGS" TO STB-ACCT-TYPE
007163         ELSE
007173             MOVE "CHECKING" TO STB-ACCT-TYPE
007183         END-IF
007193         PERFORM 6760-FIND-ACCOUNT-LENGTH THRU 6760-EXIT
007203         MOVE ALL "*" TO WS-MASK-ACCT-STARS
007213         IF WS-ACCT-LEN < 4
007223             MOVE ALL "*" TO WS-MASK-ACCT-LAST4
007233         ELSE
007243             MOVE BANK-ACCOUNT-NUMBER (WS-ACCT-LEN - 3:4)
007253                 TO WS-MASK-ACCT-LAST4
007263         END-IF
007273         MOVE WS-MASKED-ACCOUNT TO STB-ACCOUNT
007283         MOVE BANK-ROUTING-NUMBER TO WS-ROUTING-DIGITS
007293         MOVE ALL "*" TO WS-MASK-RTE-STARS
007303         MOVE WS-ROUTING-LAST4 TO WS-MASK-RTE-LAST4
007313         MOVE WS-MASKED-ROUTING TO STB-ROUTING
007323     END-IF.
007333 6750-EXIT.
007343     EXIT.

007353*================================================================
007363* 6760-FIND-ACCOUNT-LENGTH  --  BACK UP FROM THE END OF THE
007373*                               ACCOUNT NUMBER TO ITS LAST NON-
007383*                               BLANK CHARACTER SO THE LAST FOUR
007393*                               DIGITS SHOWN ARE THE REAL ONES
007403*================================================================
007413 6760-FIND-ACCOUNT-LENGTH.
007423     MOVE 17 TO WS-ACCT-LEN
007433     PERFORM 6770-BACK-UP-ONE THRU 6770-EXIT
007443         UNTIL WS-ACCT-LEN = 0
007453         OR BANK-ACCOUNT-NUMBER (WS-ACCT-LEN:1) NOT = SPACE.
007463 6760-EXIT.
007473     EXIT.

007483 6770-BACK-UP-ONE.
007493     SUBTRACT 1 FROM WS-ACCT-LEN.
007503 6770-EXIT.
007513     EXIT.

007523*================================================================
007533* 6800-ACCRUE-LEAVE  --  ACCRUE THIS PERIOD'S VACATION AND SICK
007543*                        DAYS TO THE EMPLOYEE'S LEAVE BALANCE,
007553*                        STARTING A RECORD THE FIRST TIME.  THE
007563*                        EMPLOYEE'S OWN RATES APPLY WHEN THE
007573*                        RECORD CARRIES THEM, OTHERWISE THE
007583*                        DEPARTMENT'S.  A PERIOD ALREADY
007593*                        ACCRUED IS LEFT ALONE.
007603*================================================================
007613 6800-ACCRUE-LEAVE.
007623     MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
007633     READ LEAVE-FILE
007643         INVALID KEY
007653             SET WS-LEAVE-NOT-ON-FILE TO TRUE
007663         NOT INVALID KEY
007673             SET WS-LEAVE-ON-FILE TO TRUE
007683     END-READ
007693     IF WS-LEAVE-NOT-ON-FILE
007703         MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
007713         SET LV-RATE-DEPARTMENT TO TRUE
007723         MOVE ZEROS TO LV-VAC-RATE
007733         MOVE ZEROS TO LV-SICK-RATE
007743         MOVE ZEROS TO LV-VAC-BALANCE
007753         MOVE ZEROS TO LV-SICK-BALANCE
007763         MOVE ZEROS TO LV-VAC-EARNED-YTD
007773         MOVE ZEROS TO LV-VAC-TAKEN-YTD
007783         MOVE ZEROS TO LV-SICK-EARNED-YTD
007793         MOVE ZEROS TO LV-SICK-TAKEN-YTD
007803         MOVE ZEROS TO LV-LAST-ACCRUAL-PERIOD
007813     END-IF
007823     IF LV-LAST-ACCRUAL-PERIOD NOT = WS-PAY-PERIOD
007833         PERFORM 6810-GET-ACCRUAL-RATES THRU 6810-EXIT
007843         ADD WS-ACCRUE-VAC-RATE TO LV-VAC-BALANCE
007853         ADD WS-ACCRUE-VAC-RATE TO LV-VAC-EARNED-YTD
007863         ADD WS-ACCRUE-SICK-RATE TO LV-SICK-BALANCE
007873         ADD WS-ACCRUE-SICK-RATE TO LV-SICK-EARNED-YTD
007883         MOVE WS-PAY-PERIOD TO LV-LAST-ACCRUAL-PERIOD
007893         IF WS-LEAVE-ON-FILE
007903             REWRITE LEAVE-BALANCE-RECORD
007913                 INVALID KEY
007923                     DISPLAY "ERROR REWRITING THE LEAVE BALANCE "
007933                         "FOR EMPLOYEE " LV-EMPLOYEE-ID
007943                         ". STATUS = " LEAVE-STATUS
007953                     SET RETURN-CODE TO 8
007963             END-REWRITE
007973         ELSE
007983             WRITE LEAVE-BALANCE-RECORD
007993                 INVALID KEY
008003                     DISPLAY "ERROR WRITING THE LEAVE BALANCE "
008013                         "FOR EMPLOYEE " LV-EMPLOYEE-ID
008023                         ". STATUS = " LEAVE-STATUS
008033                     SET RETURN-CODE TO 8
008043             END-WRITE
008053         END-IF
008063         ADD 1 TO WS-LEAVE-ACCRUED-COUNT
008073     END-IF.
008083 6800-EXIT.
008093     EXIT.

008103*================================================================
008113* 6810-GET-ACCRUAL-RATES  --  THE EMPLOYEE'S OWN RATES, OR THE
008123*                             DEPARTMENT'S.  AN EMPLOYEE WHOSE
008133*                             DEPARTMENT IS NOT ON FILE ACCRUES
008143*                             NOTHING AND IS COUNTED.
008153*================================================================
008163 6810-GET-ACCRUAL-RATES.
008173     MOVE ZEROS TO WS-ACCRUE-VAC-RATE
008183     MOVE ZEROS TO WS-ACCRUE-SICK-RATE
008193     IF LV-RATE-EMPLOYEE
008203         MOVE LV-VAC-RATE TO WS-ACCRUE-VAC-RATE
008213         MOVE LV-SICK-RATE TO WS-ACCRUE-SICK-RATE
008223     ELSE
008233         IF WS-DEPT-FILE-ABSENT
008243             ADD 1 TO WS-NO-LEAVE-RATE-COUNT
008253         ELSE
008263             MOVE EMPLOYEE-DEPT TO DEPT-CODE
008273             READ DEPARTMENT-FILE
008283                 INVALID KEY
008293                     ADD 1 TO WS-NO-LEAVE-RATE-COUNT
008303                 NOT INVALID KEY
008313                     MOVE DEPT-VAC-ACCRUAL-RATE
008323                         TO WS-ACCRUE-VAC-RATE
008333                     MOVE DEPT-SICK-ACCRUAL-RATE
008343                         TO WS-ACCRUE-SICK-RATE
008353             END-READ
008363         END-IF
008373     END-IF.
008383 6810-EXIT.
008393     EXIT.

008403*================================================================
008413* 6900-POST-GARNISHMENTS  --  POST WHAT WAS TAKEN FOR EACH OF
008423*                             THE EMPLOYEE'S GARNISHMENT ORDERS
008433*                             BACK TO THE ORDER FILE AND THE
008443*                             REMITTANCE FILE
008453*================================================================
008463 6900-POST-GARNISHMENTS.
008473     PERFORM 6910-POST-ONE-ORDER THRU 6910-EXIT
008483         VARYING WS-GARN-INDEX FROM 1 BY 1
008493         UNTIL WS-GARN-INDEX > WS-GARN-COUNT.
008503 6900-EXIT.
008513     EXIT.

008523*================================================================
008533* 6910-POST-ONE-ORDER  --  REDUCE THE ORDER'S BALANCE BY WHAT WAS
008543*                          TAKEN AND CLOSE IT WHEN IT IS PAID OFF,
008553*                          KEEPING THE AMOUNT AND PAY DATE SO A
008563*                          RERUN CAN PUT IT BACK, AND SEND THE
008573*                          AMOUNT TO THE REMITTANCE FILE
008583*================================================================
008593 6910-POST-ONE-ORDER.
008603     MOVE EMPLOYEE-ID TO GARN-EMPLOYEE-ID
008613     MOVE WS-GO-PRIORITY (WS-GARN-INDEX) TO GARN-PRIORITY
008623     READ GARNISHMENT-FILE
008633         INVALID KEY
008643             DISPLAY "ERROR READING GARNISHMENT ORDER "
008653                 GARN-KEY " FOR POSTING. STATUS = " GARN-STATUS
008663             SET RETURN-CODE TO 8
008673         NOT INVALID KEY
008683             PERFORM 6915-UPDATE-ORDER THRU 6915-EXIT
008693     END-READ.
008703 6910-EXIT.
008713     EXIT.

008723 6915-UPDATE-ORDER.
008733     COMPUTE GARN-BALANCE = WS-GO-BALANCE (WS-GARN-INDEX)
008743         - WS-GO-TAKEN (WS-GARN-INDEX)
008753     SUBTRACT WS-GO-PRIOR-TAKEN (WS-GARN-INDEX)
008763         FROM GARN-TOTAL-WITHHELD
008773     ADD WS-GO-TAKEN (WS-GARN-INDEX) TO GARN-TOTAL-WITHHELD
008783     MOVE WS-PAY-DATE TO GARN-LAST-PAY-DATE
008793     MOVE WS-GO-TAKEN (WS-GARN-INDEX) TO GARN-LAST-AMOUNT
008803     IF GARN-BALANCE = ZERO
008813         SET GARN-PAID-OFF TO TRUE
008823         MOVE WS-PAY-DATE TO GARN-CLOSED-DATE
008833         ADD 1 TO WS-GARN-CLOSED-COUNT
008843         DISPLAY "GARNISHMENT CASE " GARN-CASE-NUMBER
008853             " FOR EMPLOYEE " GARN-EMPLOYEE-ID
008863             " IS PAID OFF - ORDER CLOSED."
008873     ELSE
008883         SET GARN-ACTIVE TO TRUE
008893         MOVE ZEROS TO GARN-CLOSED-DATE
008903     END-IF
008913     REWRITE GARNISHMENT-RECORD
008923         INVALID KEY
008933             DISPLAY "ERROR REWRITING GARNISHMENT ORDER "
008943                 GARN-KEY ". STATUS = " GARN-STATUS
008953             SET RETURN-CODE TO 8
008963     END-REWRITE
008973     IF WS-GO-TAKEN (WS-GARN-INDEX) > ZERO
008983         PERFORM 6920-WRITE-REMITTANCE THRU 6920-EXIT
008993     END-IF.
009003 6915-EXIT.
009013     EXIT.

009023*================================================================
009033* 6920-WRITE-REMITTANCE  --  WRITE ONE REMITTANCE DETAIL RECORD
009043*                            FOR THE AGENCY THE ORDER PAYS
009053*================================================================
009063 6920-WRITE-REMITTANCE.
009073     MOVE SPACES TO GARN-REMIT-RECORD
009083     SET GR-DETAIL TO TRUE
009093     MOVE GARN-AGENCY-CODE TO GR-AGENCY-CODE
009103     MOVE GARN-AGENCY-NAME TO GR-AGENCY-NAME
009113     MOVE EMPLOYEE-ID TO GR-EMPLOYEE-ID
009123     MOVE EMPLOYEE-NAME TO GR-EMPLOYEE-NAME
009133     MOVE GARN-CASE-NUMBER TO GR-CASE-NUMBER
009143     MOVE GARN-PRIORITY TO GR-PRIORITY
009153     MOVE WS-PAY-PERIOD TO GR-PERIOD-NUMBER
009163     MOVE WS-PAY-DATE TO GR-PAY-DATE
009173     MOVE WS-GO-TAKEN (WS-GARN-INDEX) TO GR-AMOUNT
009183     MOVE GARN-BALANCE TO GR-BALANCE
009193     IF GARN-PAID-OFF
009203         MOVE "Y" TO GR-PAID-OFF-FLAG
009213     ELSE
009223         MOVE "N" TO GR-PAID-OFF-FLAG
009233     END-IF
009243     WRITE GARN-REMIT-RECORD
009253     IF GARN-REMIT-STATUS NOT = "00"
009263         DISPLAY "ERROR WRITING THE GARNISHMENT REMITTANCE FILE. "
009273             "STATUS = " GARN-REMIT-STATUS
009283         SET RETURN-CODE TO 8
009293     END-IF
009303     ADD 1 TO WS-GARN-REMIT-COUNT
009313     ADD WS-GO-TAKEN (WS-GARN-INDEX) TO WS-TOT-GARNISH.
009323 6920-EXIT.
009333     EXIT.

009343*================================================================
009353* 8000-PRINT-TOTALS  --  PRINT THE CONTROL TOTALS AND PROVE THE
009363*                        REGISTER BALANCES
009373*================================================================
009383 8000-PRINT-TOTALS.
009393     MOVE WS-EMP-COUNT TO CNT-EMP-COUNT
009403     WRITE REGISTER-LINE FROM CNT-LINE
009413     MOVE WS-TOT-GROSS TO TOT-GROSS
009423     WRITE REGISTER-LINE FROM TOT-GROSS-LINE
009433     MOVE WS-TOT-DED TO TOT-DED
009443     WRITE REGISTER-LINE FROM TOT-DED-LINE
009453     MOVE WS-TOT-NET TO TOT-NET
009463     WRITE REGISTER-LINE FROM TOT-NET-LINE
009473     MOVE SPACES TO PAY-DETAIL-RECORD
009483     SET PDT-TRAILER TO TRUE
009493     MOVE WS-EMP-COUNT TO PDT-CTL-EMP-COUNT
009503     MOVE WS-PAY-PERIOD TO PDT-CTL-PERIOD-NUMBER
009513     MOVE WS-PAY-DATE TO PDT-CTL-PAY-DATE
009523     MOVE WS-TOT-GROSS TO PDT-CTL-TOTAL-GROSS
009533     MOVE WS-TOT-DED TO PDT-CTL-TOTAL-DED
009543     MOVE WS-TOT-NET TO PDT-CTL-TOTAL-NET
009553     WRITE PAY-DETAIL-RECORD
009563     IF PAY-DETAIL-STATUS NOT = "00"
009573         DISPLAY "ERROR WRITING THE PAY DETAIL TRAILER. "
009583             "STATUS = " PAY-DETAIL-STATUS
009593         SET RETURN-CODE TO 8
009603     END-IF
009613     MOVE SPACES TO GARN-REMIT-RECORD
009623     SET GR-TRAILER TO TRUE
009633     MOVE WS-GARN-REMIT-COUNT TO GR-CTL-COUNT
009643     MOVE WS-PAY-PERIOD TO GR-CTL-PERIOD-NUMBER
009653     MOVE WS-PAY-DATE TO GR-CTL-PAY-DATE
009663     MOVE WS-TOT-GARNISH TO GR-CTL-TOTAL
009673     WRITE GARN-REMIT-RECORD
009683     IF GARN-REMIT-STATUS NOT = "00"
009693         DISPLAY "ERROR WRITING THE GARNISHMENT REMITTANCE "
009703             "TRAILER. STATUS = " GARN-REMIT-STATUS
009713         SET RETURN-CODE TO 8
009723     END-IF
009733     COMPUTE WS-DIFFERENCE =
009743         WS-TOT-GROSS - WS-TOT-DED - WS-TOT-NET
009753     DISPLAY "---- PAY REGISTER BALANCE ----"
009763     DISPLAY "TOTAL GROSS           : " WS-TOT-GROSS
009773     DISPLAY "TOTAL DEDUCTIONS      : " WS-TOT-DED
009783     DISPLAY "TOTAL NET PAY         : " WS-TOT-NET
009793     DISPLAY "EMPLOYEES WITH NO ELECTIONS : " WS-NO-ELECT-COUNT
009803     DISPLAY "EMPLOYEES WITH EXCEPTIONS   : " WS-EXC-EMP-COUNT
009813     DISPLAY "ELECTIONS WITH NO TAX TABLE : " WS-NO-TAX-TBL-COUNT
009823     DISPLAY "EMPLOYEES ACCRUING LEAVE    : "
009833         WS-LEAVE-ACCRUED-COUNT
009843     DISPLAY "NO DEPARTMENT LEAVE RATES   : "
009853         WS-NO-LEAVE-RATE-COUNT
009863     DISPLAY "GARNISHMENTS TAKEN          : "
009873         WS-GARN-REMIT-COUNT
009883     DISPLAY "TOTAL GARNISHED       : " WS-TOT-GARNISH
009893     DISPLAY "GARNISHMENT ORDERS PAID OFF : "
009903         WS-GARN-CLOSED-COUNT
009913     IF WS-GARN-FILE-ABSENT
009923         DISPLAY "NO GARNISHMENT FILE - NO GARNISHMENTS TAKEN."
009933     END-IF
009943     DISPLAY "HOURLY EMPLOYEES PAID       : "
009953         WS-HOURLY-PAID-COUNT
009963     DISPLAY "HOURLY WITH NO TIMECARD     : "
009973         WS-NO-TIMECARD-COUNT
009983     IF WS-NO-TIMECARD-COUNT > ZERO
009993         DISPLAY "*** HOURLY EMPLOYEES NOT PAID - SEE THE "
010003             "REGISTER."
010013     END-IF
010023     IF WS-DIFFERENCE = ZERO
010033         DISPLAY "RECONCILED - GROSS LESS DEDUCTIONS EQUALS NET."
010043     ELSE
010053         DISPLAY "*** OUT OF BALANCE - DIFFERENCE : "
010063             WS-DIFFERENCE
010073         SET RETURN-CODE TO 8
010083     END-IF.
010093 8000-EXIT.
010103     EXIT.

010113*================================================================
010123* 9500-MARK-PERIOD-PAID  --  WRITE THE CALENDAR BACK WITH THE
010133*                            PERIOD JUST PAID MARKED PAID.
010143*                            PERFORMED ONLY AFTER A CLEAN
010153*                            END-OF-JOB, SO A FAILED RUN LEAVES
010163*                            THE PERIOD OPEN FOR THE RERUN.
010173*================================================================
010183 9500-MARK-PERIOD-PAID.
010193     MOVE "PAID" TO WS-PD-STATUS (WS-OPEN-INDEX)
010203     OPEN OUTPUT PAY-PERIOD-FILE
010213     IF PERIOD-STATUS NOT = "00"
010223         DISPLAY "FAILED TO REWRITE THE PAY PERIOD CALENDAR. "
010233             "STATUS = " PERIOD-STATUS
010243         SET RETURN-CODE TO 8
010253     ELSE
010263         PERFORM 9510-WRITE-ONE-PERIOD THRU 9510-EXIT
010273             VARYING WS-PERIOD-INDEX FROM 1 BY 1
010283             UNTIL WS-PERIOD-INDEX > WS-PERIOD-COUNT
010293         CLOSE PAY-PERIOD-FILE
010303         DISPLAY "PERIOD " WS-PAY-PERIOD " MARKED PAID ON THE "
010313             "CALENDAR."
010323     END-IF.
010333 9500-EXIT.
010343     EXIT.

010353 9510-WRITE-ONE-PERIOD.
010363     MOVE WS-PD-NUMBER (WS-PERIOD-INDEX) TO PP-PERIOD-NUMBER
010373     MOVE WS-PD-START (WS-PERIOD-INDEX) TO PP-START-DATE
010383     MOVE WS-PD-END (WS-PERIOD-INDEX) TO PP-END-DATE
010393     MOVE WS-PD-PAY-DATE (WS-PERIOD-INDEX) TO PP-PAY-DATE
010403     MOVE WS-PD-STATUS (WS-PERIOD-INDEX) TO PP-STATUS-FLAG
010413     WRITE PAY-PERIOD-RECORD
010423     IF PERIOD-STATUS NOT = "00"
010433         DISPLAY "ERROR WRITING THE PAY PERIOD CALENDAR. "
010443             "STATUS = " PERIOD-STATUS
010453         SET RETURN-CODE TO 8
010463     END-IF.
010473 9510-EXIT.
010483     EXIT.

010493*================================================================
010503* 9600-CLEAR-EXCEPTIONS  --  EMPTY THE EXCEPTION FILE AT CLEAN
010513*                            END-OF-JOB SO THIS PERIOD'S
010523*                            EXCEPTIONS CANNOT CARRY INTO THE
010533*                            NEXT PERIOD'S RUN
010543*================================================================
010553 9600-CLEAR-EXCEPTIONS.
010563     IF WS-EXC-FILE-OPEN
010573         CLOSE EXCEPTION-FILE
010583         OPEN OUTPUT EXCEPTION-FILE
010593         IF EXC-STATUS NOT = "00"
010603             DISPLAY "FAILED TO CLEAR THE EXCEPTION FILE. "
010613                 "STATUS = " EXC-STATUS
010623             SET RETURN-CODE TO 8
010633         ELSE
010643             CLOSE EXCEPTION-FILE
010653             DISPLAY "PAY EXCEPTIONS CLEARED FOR THE NEXT "
010663                 "PERIOD."
010673         END-IF
010683         SET WS-EXC-FILE-ABSENT TO TRUE
010693     END-IF.
010703 9600-EXIT.
010713     EXIT.

010723*================================================================
010733* 9650-CLEAR-TIMECARDS  --  EMPTY THE TIMECARD FILE AT CLEAN
010743*                           END-OF-JOB SO THIS PERIOD'S HOURS
010753*                           CANNOT BE PAID AGAIN
010763*================================================================
010773 9650-CLEAR-TIMECARDS.
010783     IF WS-TIME-FILE-OPEN
010793         CLOSE TIMECARD-FILE
010803         OPEN OUTPUT TIMECARD-FILE
010813         IF TIME-STATUS NOT = "00"
010823             DISPLAY "FAILED TO CLEAR THE TIMECARD FILE. "
010833                 "STATUS = " TIME-STATUS
010843             SET RETURN-CODE TO 8
010853         ELSE
010863             CLOSE TIMECARD-FILE
010873             DISPLAY "TIMECARDS CLEARED FOR THE NEXT PERIOD."
010883         END-IF
010893         SET WS-TIME-FILE-ABSENT TO TRUE
010903     END-IF.
010913 9650-EXIT.
010923     EXIT.

010933*================================================================
010943* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
010953*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
010963*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
010973*                       RUN'S OWN RETURN CODE AS IT WAS
010983*================================================================
010993 9800-LOG-RUN-END.
011003     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
011013     IF RUNCTL-STATUS NOT = "00"
011023         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
011033             RUNCTL-STATUS
011043         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
011053     ELSE
011063         MOVE SPACES TO RUN-CONTROL-RECORD
011073         SET RCR-ENDED TO TRUE
011083         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
011093         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
011103         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
011113         MOVE WS-RC-START-DATE TO RCR-START-DATE
011123         MOVE WS-RC-START-TIME TO RCR-START-TIME
011133         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
011143         ACCEPT RCR-END-TIME FROM TIME
011153         MOVE RETURN-CODE TO RCR-RETURN-CODE
011163         MOVE ZEROS TO RCR-COUNTS
011173         MOVE WS-EMP-COUNT TO RCR-RECORDS-WRITTEN
011183         MOVE WS-NO-TIMECARD-COUNT TO RCR-RECORDS-REJECTED
011193         MOVE WS-EXC-EMP-COUNT TO RCR-RECORDS-APPLIED
011203         WRITE RUN-CONTROL-RECORD
011213         CLOSE RUN-CONTROL-FILE
011223     END-IF.
011233 9800-EXIT.
011243     EXIT.

011253*================================================================
011263* 9999-TERMINATE  --  CLOSE ALL FILES
011273*================================================================
011283 9999-TERMINATE.
011293     CLOSE EMPLOYEE-FILE
011303     CLOSE DEDUCTION-FILE
011313     CLOSE REGISTER-FILE
011323     CLOSE NET-PAY-FILE
011333     CLOSE EARNINGS-FILE
011343     CLOSE STUB-FILE
011353     CLOSE PAY-DETAIL-FILE
011363     CLOSE PAY-HISTORY-FILE
011373     CLOSE LEAVE-FILE
011383     CLOSE GARN-REMIT-FILE
011393     IF WS-GARN-FILE-OPEN
011403         CLOSE GARNISHMENT-FILE
011413     END-IF
011423     IF WS-DEPT-FILE-OPEN
011433         CLOSE DEPARTMENT-FILE
011443     END-IF
011453     IF WS-BANK-FILE-OPEN
011463         CLOSE BANK-FILE
011473     END-IF
011483     IF WS-EXC-FILE-OPEN
011493         CLOSE EXCEPTION-FILE
011503     END-IF
011513     IF WS-TIME-FILE-OPEN
011523         CLOSE TIMECARD-FILE
011533     END-IF.
011543 9999-EXIT.
011553     EXIT.
