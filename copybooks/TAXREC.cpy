000010*================================================================
000020* TAXREC.CPY
000030* WITHHOLDING TAX-TABLE RECORD - ONE RECORD PER BRACKET, IN
000040* FILING-STATUS AND BRACKET-NUMBER ORDER, ONE TABLE PER FILING
000050* STATUS (S = SINGLE, M = MARRIED, H = HEAD OF HOUSEHOLD).
000060* LIMITS AND BASE AMOUNTS ARE ANNUALIZED: ON ANNUAL TAXABLE
000070* WAGES OVER TAX-BRACKET-OVER BUT NOT OVER TAX-BRACKET-NOT-
000080* OVER, THE TAX IS TAX-BASE-AMOUNT PLUS TAX-MARGINAL-RATE
000090* PERCENT OF THE EXCESS OVER TAX-BRACKET-OVER.  BRACKET 01 OF
000100* EACH STATUS STARTS AT ZERO, EACH LATER BRACKET STARTS WHERE
000110* THE ONE BEFORE IT ENDS, AND THE TOP BRACKET'S NOT-OVER LIMIT
000120* IS ALL NINES.  TAX-ALLOWANCE-AMT IS THE ANNUAL VALUE OF ONE
000130* WITHHOLDING ALLOWANCE AND IS CARRIED THE SAME ON EVERY
000140* BRACKET OF A STATUS.  REPLACED EACH YEAR WHEN THE NEW RATES
000150* ARE PUBLISHED; PAYCALC LOADS AND CHECKS IT AT START-UP AND
000160* DED-LOAD CHECKS ELECTION CARDS AGAINST IT.
000170*
000180* MODIFICATION HISTORY
000190* DATE       INIT  DESCRIPTION
000200* 2026-10-14 JHS   ORIGINAL.
000210*================================================================
000220 01  TAX-TABLE-RECORD.
000230     05  TAX-FILING-STATUS           PIC X(01).
000240         88  TAX-STATUS-VALID                    VALUE "S" "M"
000250                                                       "H".
000260     05  TAX-BRACKET-NUMBER          PIC 9(02).
000270     05  TAX-BRACKET-OVER            PIC 9(07)V99.
000280     05  TAX-BRACKET-NOT-OVER        PIC 9(07)V99.
000290     05  TAX-BASE-AMOUNT             PIC 9(07)V99.
000300     05  TAX-MARGINAL-RATE           PIC 9(02)V99.
000310     05  TAX-ALLOWANCE-AMT           PIC 9(05)V99.
