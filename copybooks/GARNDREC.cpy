000010*================================================================
000020* GARNDREC.CPY
000030* GARNISHMENT REMITTANCE DETAIL RECORD - ONE DETAIL RECORD PER
000040* GARNISHMENT ORDER PAYCALC TOOK AN AMOUNT FOR IN THE PAY RUN,
000050* CARRYING THE AGENCY TO BE PAID, THE EMPLOYEE AND CASE NUMBER,
000060* THE AMOUNT TAKEN, AND THE BALANCE LEFT ON THE ORDER, FOLLOWED
000070* BY ONE TRAILER CARRYING THE COUNT AND TOTAL TAKEN.  GARN-REMIT
000080* PRINTS IT BY AGENCY FOR ACCOUNTS PAYABLE AND TIES ITS TOTALS
000090* BACK TO THE TRAILER.
000100*
000110* MODIFICATION HISTORY
000120* DATE       INIT  DESCRIPTION
000130* 2026-10-14 JHS   ORIGINAL.
000140*================================================================
000150 01  GARN-REMIT-RECORD.
000160     05  GR-RECORD-TYPE              PIC X(01).
000170         88  GR-DETAIL                           VALUE "D".
000180         88  GR-TRAILER                          VALUE "T".
000190     05  GR-DETAIL-DATA.
000200         10  GR-AGENCY-CODE          PIC X(06).
000210         10  GR-AGENCY-NAME          PIC X(30).
000220         10  GR-EMPLOYEE-ID          PIC 9(05).
000230         10  GR-EMPLOYEE-NAME        PIC X(30).
000240         10  GR-CASE-NUMBER          PIC X(15).
000250         10  GR-PRIORITY             PIC 9(02).
000260         10  GR-PERIOD-NUMBER        PIC 9(03).
000270         10  GR-PAY-DATE             PIC 9(08).
000280         10  GR-AMOUNT               PIC 9(06)V99.
000290         10  GR-BALANCE              PIC 9(07)V99.
000300         10  GR-PAID-OFF-FLAG        PIC X(01).
000310             88  GR-PAID-OFF                     VALUE "Y".
000320     05  GR-TRAILER-DATA REDEFINES GR-DETAIL-DATA.
000330         10  GR-CTL-COUNT            PIC 9(05).
000340         10  GR-CTL-PERIOD-NUMBER    PIC 9(03).
000350         10  GR-CTL-PAY-DATE         PIC 9(08).
000360         10  GR-CTL-TOTAL            PIC 9(09)V99.
000370         10  FILLER                  PIC X(90).
