000010*================================================================
000020* EARNHREC.CPY
000030* PRIOR-YEAR EARNINGS HISTORY RECORD - WRITTEN BY THE YEAR-END
000040* CLOSE BEFORE IT ZEROES THE EARNINGS LEDGER, AND KEPT FROM
000050* YEAR TO YEAR.  KEYED BY THE CLOSING YEAR, A RECORD TYPE, AND
000060* THE EMPLOYEE.  ONE TYPE E RECORD PER LEDGER RECORD CARRIES
000070* THE EMPLOYEE'S CLOSING FIGURES; ONE TYPE T RECORD PER YEAR
000080* (EMPLOYEE ID ZERO) CARRIES THE COMPANY TOTALS, THE CLOSING
000090* YTD SALARY ACCUMULATOR, AND THE DATE THE YEAR WAS CLOSED -
000100* ITS PRESENCE MARKS THE YEAR CLOSED.
000110*
000120* MODIFICATION HISTORY
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-14 JHS   ORIGINAL.
000150* 2026-10-14 JHS   ADDED EH-GARNISH FOR WAGE GARNISHMENTS.
000160*================================================================
000170 01  EARN-HISTORY-RECORD.
000180     05  EH-KEY.
000190         10  EH-CLOSE-YEAR           PIC 9(04).
000200         10  EH-RECORD-TYPE          PIC X(01).
000210             88  EH-EMPLOYEE-LEDGER              VALUE "E".
000220             88  EH-YEAR-TOTALS                  VALUE "T".
000230         10  EH-EMPLOYEE-ID          PIC 9(05).
000240     05  EH-CLOSE-DATE               PIC 9(08).
000250     05  EH-EMPLOYEE-NAME            PIC A(30).
000260     05  EH-PERIODS-PAID             PIC 9(03).
000270     05  EH-EMPLOYEE-COUNT           PIC 9(05).
000280     05  EH-GROSS                    PIC 9(09)V99.
000290     05  EH-TAX                      PIC 9(09)V99.
000300     05  EH-INSURANCE                PIC 9(09)V99.
000310     05  EH-RETIRE                   PIC 9(09)V99.
000320     05  EH-OTHER                    PIC 9(09)V99.
000330     05  EH-GARNISH                  PIC 9(09)V99.
000340     05  EH-NET                      PIC 9(09)V99.
000350     05  EH-YTD-TOTAL-SALARY         PIC 9(09)V99.
