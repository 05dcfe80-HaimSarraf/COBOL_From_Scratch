000010*================================================================
000020* PAYDREC.CPY
000030* PAY DETAIL RECORD - ONE DETAIL RECORD PER EMPLOYEE PAID,
000040* WRITTEN BY PAYCALC ALONGSIDE THE PAY REGISTER, CARRYING THE
000050* EMPLOYEE'S DEPARTMENT, PERIOD GROSS, EACH DEDUCTION BUCKET,
000060* AND NET PAY, FOLLOWED BY ONE TRAILER CARRYING THE REGISTER'S
000070* CONTROL TOTALS.  GL-JOURNAL SUMMARIZES THE DETAIL BY
000080* DEPARTMENT INTO THE GENERAL LEDGER JOURNAL AND TIES ITS
000090* DEBITS AND CREDITS BACK TO THE TRAILER.
000100*
000110* MODIFICATION HISTORY
000120* DATE       INIT  DESCRIPTION
000130* 2026-10-14 JHS   ORIGINAL.
000140* 2026-10-14 JHS   ADDED PDT-GARNISH, THE WAGE GARNISHMENTS TAKEN
000150*                  FOR THE PERIOD - RECORD LENGTH IS NOW 76.
000160*================================================================
000170 01  PAY-DETAIL-RECORD.
000180     05  PDT-RECORD-TYPE             PIC X(01).
000190         88  PDT-DETAIL                          VALUE "D".
000200         88  PDT-TRAILER                         VALUE "T".
000210     05  PDT-DETAIL-DATA.
000220         10  PDT-EMPLOYEE-ID         PIC 9(05).
000230         10  PDT-EMPLOYEE-DEPT       PIC 9(03).
000240         10  PDT-PERIOD-NUMBER       PIC 9(03).
000250         10  PDT-PAY-DATE            PIC 9(08).
000260         10  PDT-GROSS               PIC 9(06)V99.
000270         10  PDT-TAX                 PIC 9(06)V99.
000280         10  PDT-INSURANCE           PIC 9(06)V99.
000290         10  PDT-RETIRE              PIC 9(06)V99.
000300         10  PDT-OTHER               PIC 9(06)V99.
000310         10  PDT-GARNISH             PIC 9(06)V99.
000320         10  PDT-NET                 PIC 9(06)V99.
000330     05  PDT-TRAILER-DATA REDEFINES PDT-DETAIL-DATA.
000340         10  PDT-CTL-EMP-COUNT       PIC 9(05).
000350         10  PDT-CTL-PERIOD-NUMBER   PIC 9(03).
000360         10  PDT-CTL-PAY-DATE        PIC 9(08).
000370         10  PDT-CTL-TOTAL-GROSS     PIC 9(09)V99.
000380         10  PDT-CTL-TOTAL-DED       PIC 9(09)V99.
000390         10  PDT-CTL-TOTAL-NET       PIC 9(09)V99.
000400         10  FILLER                  PIC X(26).
