000130* MODIFICATION HISTORY
000140* DATE       INIT  DESCRIPTION
000150* 2026-09-02 JHS   ORIGINAL.
000151* 2026-10-14 JHS   ADDED EARN-YTD-GARNISH - WAGE GARNISHMENTS
000152*                  TAKEN UNDER COURT AND AGENCY ORDERS ARE NOW
000153*                  THEIR OWN BUCKET, NO LONGER PART OF OTHER.
000160*================================================================
000170 01  EARNINGS-RECORD.
000180     05  EARN-EMPLOYEE-ID            PIC 9(05).
000230     05  EARN-YTD-INSURANCE          PIC 9(08)V99.
000240     05  EARN-YTD-RETIRE             PIC 9(08)V99.
000250     05  EARN-YTD-OTHER              PIC 9(08)V99.
000255     05  EARN-YTD-GARNISH            PIC 9(08)V99.
000260     05  EARN-YTD-NET                PIC 9(08)V99.
