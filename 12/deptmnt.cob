000130*                  USES FOR THE EMPLOYEE MASTER.  A DEPARTMENT
000140*                  STILL CARRIED ON ANY EMPLOYEE MASTER RECORD
000150*                  CANNOT BE DELETED.
000151* 2026-10-14 JHS   EACH DEPARTMENT NOW CARRIES ITS VACATION AND
000152*                  SICK LEAVE ACCRUAL RATES (DAYS PER PAY
000153*                  PERIOD, KEYED AS 9V99 - 083 MEANS 0.83), SET
000154*                  ON ADD, CORRECTED BY CHANGE ALONG WITH THE
000155*                  NAME, AND SHOWN BY INQUIRE AND THE LISTING.
000156*                  PAYCALC ACCRUES LEAVE AT THESE RATES.
000160*================================================================

000170 ENVIRONMENT DIVISION.
000630     88  WS-NAME-OK                              VALUE "Y".
000640     88  WS-NAME-NOT-OK                          VALUE "N".

000641 01  WS-RATE-SWITCH                 PIC X(01) VALUE "N".
000642     88  WS-RATE-OK                              VALUE "Y".
000643     88  WS-RATE-NOT-OK                          VALUE "N".

000650*---------------------------------------------------------------
000660* OPERATOR INPUT FIELDS
000670*---------------------------------------------------------------
000700 01  WS-CODE-NUM REDEFINES WS-CODE-INPUT
000710                                    PIC 9(03).
000720 01  WS-DEPT-NAME                   PIC X(25).
000721 01  WS-RATE-INPUT                  PIC X(03).
000722 01  WS-RATE-NUM REDEFINES WS-RATE-INPUT
000723                                    PIC 9(01)V99.
000724 01  WS-VAC-RATE                    PIC 9(01)V99.
000725 01  WS-SICK-RATE                   PIC 9(01)V99.

000730 PROCEDURE DIVISION.

001180 1500-GET-MENU-CHOICE.
001190     DISPLAY "---- DEPARTMENT REFERENCE MAINTENANCE ----"
001200     DISPLAY "A - ADD A NEW DEPARTMENT"
001210     DISPLAY "C - CHANGE A DEPARTMENT'S NAME AND ACCRUAL RATES"
001220     DISPLAY "D - DELETE A DEPARTMENT"
001230     DISPLAY "I - INQUIRE ON A DEPARTMENT"
001240     DISPLAY "ENTER YOUR CHOICE :"
001890 3210-EXIT.
001900     EXIT.

001901*================================================================
001902* 3300-GET-VALID-RATES  --  ACCEPT THE VACATION AND SICK LEAVE
001903*                           ACCRUAL RATES, RE-PROMPTING EACH
001904*                           UNTIL IT IS NUMERIC
001905*================================================================
001906 3300-GET-VALID-RATES.
001907     DISPLAY "ENTER VACATION DAYS ACCRUED PER PERIOD (9V99) :"
001908     SET WS-RATE-NOT-OK TO TRUE
001909     PERFORM 3310-ACCEPT-RATE THRU 3310-EXIT
001910         UNTIL WS-RATE-OK
001911     MOVE WS-RATE-NUM TO WS-VAC-RATE
001912     DISPLAY "ENTER SICK DAYS ACCRUED PER PERIOD (9V99) :"
001913     SET WS-RATE-NOT-OK TO TRUE
001914     PERFORM 3310-ACCEPT-RATE THRU 3310-EXIT
001915         UNTIL WS-RATE-OK
001916     MOVE WS-RATE-NUM TO WS-SICK-RATE.
001917 3300-EXIT.
001918     EXIT.

001919 3310-ACCEPT-RATE.
001920     ACCEPT WS-RATE-INPUT
001921     SET WS-RATE-OK TO TRUE
001922     IF WS-RATE-INPUT IS NOT NUMERIC
001923         DISPLAY "RATE MUST BE NUMERIC (3 DIGITS - 083 MEANS "
001924             "0.83 DAYS). RE-ENTER :"
001925         SET WS-RATE-NOT-OK TO TRUE
001926     END-IF.
001927 3310-EXIT.
001928     EXIT.

001931*================================================================
001934* 3500-ADD-FUNCTION  --  ADD A NEW DEPARTMENT TO THE REFERENCE
001937*                        FILE
001940*================================================================
001950 3500-ADD-FUNCTION.
001960     DISPLAY "ENTER DEPARTMENT CODE PLEASE :"
002020     ELSE
002030         DISPLAY "ENTER DEPARTMENT NAME PLEASE :"
002040         PERFORM 3200-GET-VALID-NAME THRU 3200-EXIT
002045         PERFORM 3300-GET-VALID-RATES THRU 3300-EXIT
002050         MOVE WS-DEPT-CODE TO DEPT-CODE
002060         MOVE WS-DEPT-NAME TO DEPT-NAME
002061         MOVE WS-VAC-RATE TO DEPT-VAC-ACCRUAL-RATE
002062         MOVE WS-SICK-RATE TO DEPT-SICK-ACCRUAL-RATE
002070         WRITE DEPARTMENT-RECORD
002080             INVALID KEY
002090                 DISPLAY "ERROR WRITING TO FILE"

002180*================================================================
002190* 5000-CHANGE-FUNCTION  --  CORRECT AN EXISTING DEPARTMENT'S
002200*                           NAME AND LEAVE ACCRUAL RATES
002210*================================================================
002220 5000-CHANGE-FUNCTION.
002230     DISPLAY "ENTER DEPARTMENT CODE TO CHANGE :"
002280     ELSE
002290         DISPLAY "ENTER NEW DEPARTMENT NAME :"
002300         PERFORM 3200-GET-VALID-NAME THRU 3200-EXIT
002305         PERFORM 3300-GET-VALID-RATES THRU 3300-EXIT
002310         MOVE WS-DEPT-NAME TO DEPT-NAME
002311         MOVE WS-VAC-RATE TO DEPT-VAC-ACCRUAL-RATE
002312         MOVE WS-SICK-RATE TO DEPT-SICK-ACCRUAL-RATE
002320         REWRITE DEPARTMENT-RECORD
002330             INVALID KEY
002340                 DISPLAY "ERROR REWRITING FILE"
002350                 DISPLAY "ERROR NO. : " DEPT-STATUS
002360                 SET RETURN-CODE TO 8
002370             NOT INVALID KEY
002380                 DISPLAY "DEPARTMENT HAS BEEN CHANGED."
002390         END-REWRITE
002400     END-IF.
002410 5000-EXIT.
003250     ELSE
003260         DISPLAY "DEPARTMENT CODE : " DEPT-CODE
003270         DISPLAY "DEPARTMENT NAME : " DEPT-NAME
003271         DISPLAY "VACATION ACCRUAL: " DEPT-VAC-ACCRUAL-RATE
003272             " DAYS PER PERIOD"
003273         DISPLAY "SICK ACCRUAL    : " DEPT-SICK-ACCRUAL-RATE
003274             " DAYS PER PERIOD"
003280     END-IF.
003290 7000-EXIT.
003300     EXIT.
003520         NOT AT END
003530             DISPLAY "DEPARTMENT CODE : " DEPT-CODE
003540             DISPLAY "DEPARTMENT NAME : " DEPT-NAME
003541             DISPLAY "VACATION ACCRUAL: " DEPT-VAC-ACCRUAL-RATE
003542                 " DAYS PER PERIOD"
003543             DISPLAY "SICK ACCRUAL    : " DEPT-SICK-ACCRUAL-RATE
003544                 " DAYS PER PERIOD"
003550     END-READ.
003560 8100-EXIT.
003570     EXIT.
