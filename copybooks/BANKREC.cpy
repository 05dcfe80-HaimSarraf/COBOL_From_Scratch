000110* MODIFICATION HISTORY
000120* DATE       INIT  DESCRIPTION
000130* 2026-09-02 JHS   ORIGINAL.
000131* 2026-10-14 JHS   ADDED THE PRENOTE FIELDS.  BANK-MAINT PUTS A
000132*                  NEW OR CHANGED ACCOUNT IN PRENOTE-PENDING AND
000133*                  STAMPS THE CHANGE DATE.  BANK-TRANSMIT SENDS
000134*                  THE ZERO-DOLLAR PRENOTE, MARKS IT SENT, AND
000135*                  STAMPS THE PRENOTE DATE AND THE LIVE DATE THE
000136*                  PRENOTE PERIOD RUNS OUT ON; THE FIRST RUN
000137*                  PAYING ON OR AFTER THE LIVE DATE MARKS THE
000138*                  ACCOUNT LIVE.  UNTIL THEN PAY DROPS TO THE
000139*                  EXCEPTION LIST FOR A MANUAL CHECK.  RECORDS
000140*                  WRITTEN BEFORE THIS CHANGE READ WITH A BLANK
000141*                  STATUS, WHICH COUNTS AS LIVE.
000145*================================================================
000150 01  BANK-ACCOUNT-RECORD.
000160     05  BANK-EMPLOYEE-ID            PIC 9(05).
000170     05  BANK-ROUTING-NUMBER         PIC 9(09).
000190     05  BANK-ACCOUNT-TYPE           PIC X(01).
000200         88  BANK-TYPE-CHECKING                  VALUE "C".
000210         88  BANK-TYPE-SAVINGS                   VALUE "S".
000220     05  BANK-PRENOTE-STATUS         PIC X(01).
000230         88  BANK-PRENOTE-PENDING                VALUE "P".
000240         88  BANK-PRENOTE-SENT                   VALUE "S".
000250         88  BANK-ACCOUNT-LIVE                   VALUE "A" " ".
000260     05  BANK-CHANGE-DATE            PIC 9(08).
000270     05  BANK-PRENOTE-DATE           PIC 9(08).
000280     05  BANK-LIVE-DATE              PIC 9(08).
