000010*================================================================
000020* NETPREC.CPY
000030* NET-PAY DETAIL RECORD - ONE RECORD PER PAYMENT OR REVERSAL TO
000040* BE SENT TO THE BANK.  WRITTEN BY PAYCALC FOR THE REGULAR PAY
000050* RUN AND BY OFF-CYCLE FOR VOIDS AND MANUAL OR REPLACEMENT
000060* PAYMENTS, AND READ BY BANK-TRANSMIT TO BUILD THE DIRECT
000070* DEPOSIT TRANSMISSION.  NP-ENTRY-TYPE C IS A PAYMENT CREDITED
000080* TO THE EMPLOYEE; R REVERSES A PAYMENT ALREADY MADE.  A BLANK
000090* ENTRY TYPE (A FILE CUT BEFORE THE FIELD WAS ADDED) READS AS A
000100* PAYMENT.  RECORD LENGTH IS 55.
000110*
000120* MODIFICATION HISTORY
000130* DATE       INIT  DESCRIPTION
000140* 2026-10-14 JHS   ORIGINAL - LAYOUT MOVED HERE FROM PAYCALC AND
000150*                  BANK-TRANSMIT, WITH NP-ENTRY-TYPE ADDED.
000160*================================================================
000170 01  NET-PAY-RECORD.
000180     05  NP-EMPLOYEE-ID              PIC 9(05).
000190     05  NP-EMPLOYEE-NAME            PIC A(30).
000200     05  NP-NET-PAY                  PIC 9(06)V99.
000210     05  NP-PAY-DATE                 PIC 9(08).
000220     05  NP-PERIOD-NUMBER            PIC 9(03).
000230     05  NP-ENTRY-TYPE               PIC X(01).
000240         88  NP-CREDIT                           VALUE "C".
000250         88  NP-REVERSAL                         VALUE "R".
