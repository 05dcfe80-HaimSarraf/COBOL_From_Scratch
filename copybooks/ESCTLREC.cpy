000010*================================================================
000020* ESCTLREC.CPY
000030* EARNINGS STATEMENT CONTROL RECORD - ONE RECORD WRITTEN BY
000040* EARN-STMT AT THE END OF ITS RUN WITH THE NUMBER OF
000050* STATEMENTS PRINTED AND THE COMPANY TOTALS AT THE FOOT OF THE
000060* STATEMENTS.  THE YEAR-END CLOSE PROVES THE LEDGER IT ARCHIVES
000070* AGAINST THESE FIGURES.
000080*
000090* MODIFICATION HISTORY
000100* DATE       INIT  DESCRIPTION
000110* 2026-10-14 JHS   ORIGINAL.
000120* 2026-10-14 JHS   ADDED ESC-TOT-GARNISH FOR WAGE GARNISHMENTS -
000130*                  RECORD LENGTH IS NOW 91.
000140*================================================================
000150 01  STMT-CONTROL-RECORD.
000160     05  ESC-RUN-DATE                PIC 9(08).
000170     05  ESC-STATEMENT-COUNT         PIC 9(05).
000180     05  ESC-TOT-GROSS               PIC 9(09)V99.
000190     05  ESC-TOT-TAX                 PIC 9(09)V99.
000200     05  ESC-TOT-INSURANCE           PIC 9(09)V99.
000210     05  ESC-TOT-RETIRE              PIC 9(09)V99.
000220     05  ESC-TOT-OTHER               PIC 9(09)V99.
000230     05  ESC-TOT-GARNISH             PIC 9(09)V99.
000240     05  ESC-TOT-NET                 PIC 9(09)V99.
000250     05  FILLER                      PIC X(01).
