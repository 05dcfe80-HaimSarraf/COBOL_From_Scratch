000010*================================================================
000020* GLMAPREC.CPY
000030* GENERAL LEDGER ACCOUNT-MAPPING RECORD - ONE RECORD PER
000040* DEPARTMENT AND PAY BUCKET, KEYED BY GLM-KEY, CARRYING THE GL
000050* ACCOUNT THE BUCKET POSTS TO.  BUCKET SAL IS THE SALARY
000060* EXPENSE DEBIT; TAX, INS, RET, OTH, GRN AND NET ARE THE
000070* LIABILITY CREDITS FOR EACH DEDUCTION BUCKET (GRN IS WAGE
000080* GARNISHMENTS OWED TO THE AGENCIES) AND FOR NET PAY.  A RECORD
000090* FOR DEPARTMENT 000 IS THE COMPANY-WIDE DEFAULT USED WHEN A
000100* DEPARTMENT HAS NO MAPPING OF ITS OWN FOR THAT BUCKET.
000110* MAINTAINED BY GLMAP-MAINT AND READ BY GL-JOURNAL.
000120*
000130* MODIFICATION HISTORY
000140* DATE       INIT  DESCRIPTION
000150* 2026-10-14 JHS   ORIGINAL.
000160* 2026-10-14 JHS   ADDED BUCKET GRN FOR WAGE GARNISHMENTS.
000170*================================================================
000180 01  GL-MAP-RECORD.
000190     05  GLM-KEY.
000200         10  GLM-DEPT-CODE           PIC 9(03).
000210         10  GLM-BUCKET              PIC X(03).
000220             88  GLM-BUCKET-VALID    VALUE "SAL" "TAX" "INS"
000230                                           "RET" "OTH" "GRN"
000240                                           "NET".
000250     05  GLM-ACCOUNT-NUMBER          PIC X(10).
000260     05  GLM-DESCRIPTION             PIC X(30).
