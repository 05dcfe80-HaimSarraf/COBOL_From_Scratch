000108*                  AUD-OPERATOR-ID) AND THE APPROVER.  BLANK
000109*                  ON EVERY DIRECTLY-APPLIED ENTRY.  RECORD
000110*                  LENGTH IS NOW 65.
000120* 2026-10-14 JHS   ADDED AUD-ROUTING-BEFORE/AFTER AND
000130*                  AUD-ACCOUNT-BEFORE/AFTER FOR BANK-MAINT'S
000140*                  BNKADD, BNKCHG AND BNKDEL OPERATIONS.  THE
000150*                  NUMBERS ARE WRITTEN MASKED - ONLY THE LAST
000160*                  FOUR DIGITS SHOW.  BLANK ON EVERY OTHER
000170*                  ENTRY.  RECORD LENGTH IS NOW 117.
000180*================================================================
000110 01  AUDIT-RECORD.
000120     05  AUD-EMPLOYEE-ID             PIC 9(05).
000130     05  AUD-OPERATION               PIC X(06).
000190     05  AUD-DEPT-BEFORE             PIC 9(03).
000200     05  AUD-DEPT-AFTER              PIC 9(03).
000210     05  AUD-APPROVER-ID             PIC X(08).
000220     05  AUD-ROUTING-BEFORE          PIC X(09).
000230     05  AUD-ACCOUNT-BEFORE          PIC X(17).
000240     05  AUD-ROUTING-AFTER           PIC X(09).
000250     05  AUD-ACCOUNT-AFTER           PIC X(17).
