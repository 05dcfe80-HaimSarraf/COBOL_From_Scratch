000040* EMPLOYEE, KEYED BY DED-EMPLOYEE-ID ALONGSIDE THE MASTER, SO
000050* THE PAY RUN CAN TURN THE ANNUAL SALARY ON EMPLOYEE-FILE INTO
000060* A PER-PERIOD NET PAY WITHOUT A SPREADSHEET.  PERCENTAGES ARE
000070* APPLIED TO PERIOD GROSS; AMOUNTS ARE FLAT PER PERIOD.  TAX IS
000071* WITHHELD FROM THE GRADUATED TAX TABLE FOR THE EMPLOYEE'S
000072* FILING STATUS, LESS THE ALLOWANCES CLAIMED.
000080*
000090* MODIFICATION HISTORY
000100* DATE       INIT  DESCRIPTION
000110* 2026-08-21 JHS   ORIGINAL.
000111* 2026-10-14 JHS   DED-TAX-PCT REPLACED BY DED-FILING-STATUS AND
000112*                  DED-ALLOWANCES IN THE SAME FOUR BYTES - TAX IS
000113*                  NOW WITHHELD FROM THE GRADUATED TAX TABLE.
000114*                  EVERY ELECTION MUST BE RELOADED THROUGH
000115*                  DED-LOAD FROM THE NEW CARD LAYOUT.
000120*================================================================
000130 01  DEDUCTION-RECORD.
000140     05  DED-EMPLOYEE-ID             PIC 9(05).
000150     05  DED-FILING-STATUS           PIC X(01).
000151         88  DED-STATUS-VALID                    VALUE "S" "M"
000152                                                       "H".
000153     05  DED-ALLOWANCES              PIC 9(02).
000154     05  FILLER                      PIC X(01).
000160     05  DED-INSURANCE-AMT           PIC 9(04)V99.
000170     05  DED-RETIRE-PCT              PIC 9(02)V99.
000180     05  DED-OTHER-AMT               PIC 9(04)V99.
