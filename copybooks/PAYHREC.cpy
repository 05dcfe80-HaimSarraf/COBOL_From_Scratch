000010*================================================================
000020* PAYHREC.CPY
000030* PAYMENT HISTORY RECORD - ONE RECORD PER PAYMENT MADE IN THE
000040* CURRENT YEAR, KEYED BY EMPLOYEE, PAY PERIOD, AND SEQUENCE
000050* WITHIN THE PERIOD.  PAYCALC WRITES SEQUENCE 01 FOR EVERY
000060* EMPLOYEE THE REGULAR PAY RUN PAYS; OFF-CYCLE ADDS THE NEXT
000070* SEQUENCE FOR EACH MANUAL OR REPLACEMENT PAYMENT AND MARKS A
000080* PAYMENT VOIDED WHEN IT IS REVERSED.  EVERY BUCKET POSTED TO
000090* THE EARNINGS LEDGER IS CARRIED SO A VOID CAN REVERSE EXACTLY
000100* WHAT WAS POSTED.  PH-PERIOD-COUNTED-FLAG MARKS THE ONE LIVE
000110* PAYMENT PER EMPLOYEE AND PERIOD THAT ADDED TO THE LEDGER'S
000120* PERIODS-PAID COUNT.
000130*
000140* MODIFICATION HISTORY
000150* DATE       INIT  DESCRIPTION
000160* 2026-10-14 JHS   ORIGINAL.
000170* 2026-10-14 JHS   ADDED PH-GARNISH, THE WAGE GARNISHMENTS TAKEN
000180*                  FROM THE PAYMENT.
000190*================================================================
000200 01  PAY-HISTORY-RECORD.
000210     05  PH-KEY.
000220         10  PH-EMPLOYEE-ID          PIC 9(05).
000230         10  PH-PERIOD-NUMBER        PIC 9(03).
000240         10  PH-SEQUENCE             PIC 9(02).
000250     05  PH-PAY-DATE                 PIC 9(08).
000260     05  PH-PAY-TYPE                 PIC X(03).
000270         88  PH-TYPE-REGULAR                     VALUE "REG".
000280         88  PH-TYPE-MANUAL                      VALUE "MAN".
000290         88  PH-TYPE-REPLACEMENT                 VALUE "RPL".
000300     05  PH-STATUS                   PIC X(01).
000310         88  PH-PAID                             VALUE "P".
000320         88  PH-VOIDED                           VALUE "V".
000330     05  PH-PERIOD-COUNTED-FLAG      PIC X(01).
000340         88  PH-PERIOD-COUNTED                   VALUE "Y".
000350         88  PH-PERIOD-NOT-COUNTED               VALUE "N".
000360     05  PH-GROSS                    PIC 9(06)V99.
000370     05  PH-TAX                      PIC 9(06)V99.
000380     05  PH-INSURANCE                PIC 9(06)V99.
000390     05  PH-RETIRE                   PIC 9(06)V99.
000400     05  PH-OTHER                    PIC 9(06)V99.
000410     05  PH-GARNISH                  PIC 9(06)V99.
000420     05  PH-NET                      PIC 9(06)V99.
000430     05  PH-ISSUED-BY                PIC X(08).
000440     05  PH-VOID-DATE                PIC 9(08).
000450     05  PH-VOIDED-BY                PIC X(08).
000460     05  PH-REPLACED-BY-SEQ          PIC 9(02).
