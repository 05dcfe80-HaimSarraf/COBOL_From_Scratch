000160*                  EMPLOYEE ON THE MASTER, THE ROUTING NUMBER
000170*                  MUST BE NINE DIGITS, AND THE ACCOUNT TYPE
000180*                  MUST BE C (CHECKING) OR S (SAVINGS).
000181* 2026-10-14 JHS   THE OPERATOR NOW SIGNS ON AGAINST THE
000182*                  OPERATOR FILE AND EACH FUNCTION IS HELD
000183*                  AGAINST THE OPERATOR'S FUNCTION FLAGS, THE
000184*                  WAY FILE-HANDLER DOES.  EVERY ADD, CHANGE AND
000185*                  DELETE IS WRITTEN TO AUDIT.LOG AS A BNKADD,
000186*                  BNKCHG OR BNKDEL ENTRY CARRYING THE OPERATOR
000187*                  AND THE OLD AND NEW ROUTING AND ACCOUNT
000188*                  NUMBERS, MASKED TO THEIR LAST FOUR DIGITS.  A
000189*                  NEW OR CHANGED ACCOUNT GOES INTO PRENOTE-
000190*                  PENDING STATUS STAMPED WITH TODAY'S DATE -
000191*                  BANK-TRANSMIT SENDS THE ZERO-DOLLAR PRENOTE
000192*                  AND THE EMPLOYEE IS PAID BY MANUAL CHECK UNTIL
000193*                  THE PRENOTE PERIOD IS OVER.  THE INQUIRY SHOWS
000194*                  THE ACCOUNT'S DEPOSIT STATUS.
000197*================================================================

000200 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000316             WITH DUPLICATES
000320         FILE STATUS IS FILE-STATUS.

000321     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS DYNAMIC
000324         RECORD KEY IS OPR-OPERATOR-ID
000325         FILE STATUS IS OPER-STATUS.

000326     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000327         ORGANIZATION IS LINE SEQUENTIAL
000328         FILE STATUS IS AUDIT-STATUS.

000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  BANK-FILE.
000370 FD  EMPLOYEE-FILE.
000380     COPY EMPREC.

000381 FD  OPERATOR-FILE.
000382     COPY OPERREC.

000383 FD  AUDIT-LOG-FILE.
000384     COPY AUDITREC.

000390 WORKING-STORAGE SECTION.
000400*---------------------------------------------------------------
000410* FILE STATUS AND CONTROL SWITCHES
000420*---------------------------------------------------------------
000430 01  BANK-STATUS                    PIC XX.
000440 01  FILE-STATUS                    PIC XX.
000441 01  OPER-STATUS                    PIC XX.
000442 01  AUDIT-STATUS                   PIC XX.

000450 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
000460     88  WS-RECORD-FOUND                         VALUE "Y".
000630     88  WS-ENTRY-OK                             VALUE "Y".
000640     88  WS-ENTRY-NOT-OK                         VALUE "N".

000641 01  WS-SIGNON-SWITCH               PIC X(01) VALUE "N".
000642     88  WS-SIGNON-OK                            VALUE "Y".
000643     88  WS-SIGNON-NOT-OK                        VALUE "N".

000644 77  WS-SIGNON-TRIES                PIC 9(01) COMP VALUE ZERO.
000645 77  WS-SIGNON-MAX-TRIES            PIC 9(01) COMP VALUE 3.

000650*---------------------------------------------------------------
000660* OPERATOR INPUT FIELDS
000670*---------------------------------------------------------------
000750 01  WS-ROUTING-NUMBER              PIC 9(09).
000760 01  WS-ACCOUNT-NUMBER              PIC X(17).
000770 01  WS-ACCOUNT-TYPE                PIC X(01).
000771 01  WS-OPERATOR-ID                 PIC X(08).
000772 01  WS-RUN-DATE                    PIC 9(08).

000773*---------------------------------------------------------------
000774* AUDIT ENTRY WORK AREA - THE BEFORE AND AFTER ROUTING AND
000775* ACCOUNT NUMBERS ARE HELD MASKED, ONLY THE LAST FOUR DIGITS
000776* OF EITHER EVER REACH THE AUDIT LOG
000777*---------------------------------------------------------------
000778 01  WS-AUDIT-OPERATION             PIC X(06).
000779 01  WS-AUDIT-ROUTING-BEFORE        PIC X(09).
000780 01  WS-AUDIT-ACCOUNT-BEFORE        PIC X(17).
000781 01  WS-AUDIT-ROUTING-AFTER         PIC X(09).
000782 01  WS-AUDIT-ACCOUNT-AFTER         PIC X(17).

000783 01  WS-ACCT-LEN                    PIC 9(02) COMP VALUE ZERO.
000784 01  WS-MASKED-ACCOUNT.
000785     05  WS-MASK-ACCT-STARS         PIC X(13).
000786     05  WS-MASK-ACCT-LAST4         PIC X(04).
000787 01  WS-MASKED-ROUTING.
000788     05  WS-MASK-RTE-STARS          PIC X(05).
000789     05  WS-MASK-RTE-LAST4          PIC X(04).
000790 01  WS-ROUTING-DIGITS              PIC 9(09).
000791 01  WS-ROUTING-CHARS REDEFINES WS-ROUTING-DIGITS.
000792     05  FILLER                     PIC X(05).
000793     05  WS-ROUTING-LAST4           PIC X(04).

000795 PROCEDURE DIVISION.

000797*================================================================
000800* 0000-MAINLINE
000810*================================================================
000820 0000-MAINLINE.
000830     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000835     PERFORM 0500-SIGN-ON THRU 0500-EXIT
000840     PERFORM 1500-GET-MENU-CHOICE THRU 1500-EXIT
000850         UNTIL WS-CHOICE-OK
000860     EVALUATE TRUE
000970     PERFORM 9999-TERMINATE THRU 9999-EXIT
000980     STOP RUN.

000981*================================================================
000982* 0500-SIGN-ON  --  VALIDATE THE OPERATOR AGAINST THE SIGN-ON
000983*                   FILE.  THREE FAILED TRIES ENDS THE RUN.
000984*================================================================
000985 0500-SIGN-ON.
000986     PERFORM 0510-ACCEPT-SIGN-ON THRU 0510-EXIT
000987         UNTIL WS-SIGNON-OK
000988         OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES
000989     IF WS-SIGNON-NOT-OK
000990         DISPLAY "SIGN-ON FAILED - RUN ENDED."
000991         SET RETURN-CODE TO 8
000992         PERFORM 9999-TERMINATE THRU 9999-EXIT
000993         STOP RUN
000994     END-IF
000995     DISPLAY "SIGNED ON : " OPR-NAME.
000996 0500-EXIT.
000997     EXIT.

000998 0510-ACCEPT-SIGN-ON.
000999     DISPLAY "ENTER YOUR OPERATOR ID :"
001000     ACCEPT WS-OPERATOR-ID
001001     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
001002     READ OPERATOR-FILE
001003         INVALID KEY
001004             ADD 1 TO WS-SIGNON-TRIES
001005             DISPLAY "OPERATOR ID NOT RECOGNIZED."
001006             SET WS-SIGNON-NOT-OK TO TRUE
001007         NOT INVALID KEY
001008             SET WS-SIGNON-OK TO TRUE
001009     END-READ.
001010 0510-EXIT.
001011     EXIT.

001012*================================================================
001013* 1000-INITIALIZE  --  OPEN THE BANK ACCOUNT FILE FOR I-O,
001014*                      CREATING IT ON FIRST RUN, THE MASTER FOR
001020*                      THE ADD FUNCTION'S EMPLOYEE CHECK, THE
001021*                      OPERATOR FILE FOR SIGN-ON, AND THE AUDIT
001022*                      LOG FOR EXTEND
001030*================================================================
001040 1000-INITIALIZE.
001050     OPEN I-O BANK-FILE
001210             FILE-STATUS
001220         SET RETURN-CODE TO 8
001230         STOP RUN
001231     END-IF
001232     OPEN INPUT OPERATOR-FILE
001233     IF OPER-STATUS = "35"
001234         DISPLAY "THE OPERATOR FILE HAS NOT BEEN CREATED - "
001235             "RUN OPER-MAINT FIRST."
001236         SET RETURN-CODE TO 8
001237         STOP RUN
001238     END-IF
001239     IF OPER-STATUS NOT = "00"
001240         DISPLAY "FAILED TO OPEN THE OPERATOR FILE. STATUS = "
001241             OPER-STATUS
001242         SET RETURN-CODE TO 8
001243         STOP RUN
001244     END-IF
001245     OPEN EXTEND AUDIT-LOG-FILE
001246     IF AUDIT-STATUS = "35"
001247         CLOSE AUDIT-LOG-FILE
001248         OPEN OUTPUT AUDIT-LOG-FILE
001249         CLOSE AUDIT-LOG-FILE
001250         OPEN EXTEND AUDIT-LOG-FILE
001251     END-IF
001252     IF AUDIT-STATUS NOT = "00"
001253         DISPLAY "FAILED TO OPEN THE AUDIT LOG. STATUS = "
001254             AUDIT-STATUS
001255         SET RETURN-CODE TO 8
001256         STOP RUN
001257     END-IF
001258     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001259 1000-EXIT.
001260     EXIT.

001270*================================================================
001450             AND NOT WS-CHOICE-DELETE AND NOT WS-CHOICE-INQUIRE
001460         DISPLAY "INVALID CHOICE. PLEASE ENTER A, C, D, OR I."
001470         SET WS-CHOICE-NOT-OK TO TRUE
001471     END-IF
001472     IF WS-CHOICE-OK
001473         PERFORM 1650-CHECK-AUTHORITY THRU 1650-EXIT
001474     END-IF.
001475 1600-EXIT.
001476     EXIT.

001477*================================================================
001478* 1650-CHECK-AUTHORITY  --  HOLD THE CHOICE AGAINST THE
001479*                           SIGNED-ON OPERATOR'S FUNCTION FLAGS
001480*================================================================
001481 1650-CHECK-AUTHORITY.
001482     EVALUATE TRUE
001483         WHEN WS-CHOICE-ADD
001484             IF NOT OPR-CAN-ADD
001485                 PERFORM 1660-REFUSE-CHOICE THRU 1660-EXIT
001486             END-IF
001487         WHEN WS-CHOICE-CHANGE
001488             IF NOT OPR-CAN-CHANGE
001489                 PERFORM 1660-REFUSE-CHOICE THRU 1660-EXIT
001490             END-IF
001491         WHEN WS-CHOICE-DELETE
001492             IF NOT OPR-CAN-DELETE
001493                 PERFORM 1660-REFUSE-CHOICE THRU 1660-EXIT
001494             END-IF
001495         WHEN WS-CHOICE-INQUIRE
001496             IF NOT OPR-CAN-INQUIRE
001497                 PERFORM 1660-REFUSE-CHOICE THRU 1660-EXIT
001498             END-IF
001499     END-EVALUATE.
001500 1650-EXIT.
001501     EXIT.

001502 1660-REFUSE-CHOICE.
001503     DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT AUTHORIZED "
001504         "FOR THAT FUNCTION."
001505     SET WS-CHOICE-NOT-OK TO TRUE.
001506 1660-EXIT.
001507     EXIT.

001510*================================================================
001520* 3000-CHECK-DUPLICATE  --  SEE IF A BANK ACCOUNT IS ON FILE
002320 3310-EXIT.
002330     EXIT.

002331*================================================================
002332* 3400-START-PRENOTE  --  PUT A NEW OR CHANGED ACCOUNT INTO
002333*                         PRENOTE-PENDING, STAMPED WITH TODAY'S
002334*                         DATE, FOR BANK-TRANSMIT TO PRENOTE
002335*================================================================
002336 3400-START-PRENOTE.
002337     SET BANK-PRENOTE-PENDING TO TRUE
002338     MOVE WS-RUN-DATE TO BANK-CHANGE-DATE
002339     MOVE ZEROS TO BANK-PRENOTE-DATE
002340     MOVE ZEROS TO BANK-LIVE-DATE.
002341 3400-EXIT.
002342     EXIT.

002343 3410-PRENOTE-MESSAGE.
002344     DISPLAY "THE ACCOUNT WILL BE PRENOTED ON THE NEXT BANK "
002345         "TRANSMISSION - THE EMPLOYEE GETS A MANUAL CHECK "
002346         "UNTIL THE PRENOTE PERIOD IS OVER.".
002347 3410-EXIT.
002348     EXIT.

002349*================================================================
002350* 3500-ADD-FUNCTION  --  ADD A BANK ACCOUNT FOR AN EMPLOYEE ON
002360*                        THE MASTER
002370*================================================================
002530             MOVE WS-ROUTING-NUMBER TO BANK-ROUTING-NUMBER
002540             MOVE WS-ACCOUNT-NUMBER TO BANK-ACCOUNT-NUMBER
002550             MOVE WS-ACCOUNT-TYPE TO BANK-ACCOUNT-TYPE
002551             PERFORM 3400-START-PRENOTE THRU 3400-EXIT
002560             WRITE BANK-ACCOUNT-RECORD
002570                 INVALID KEY
002580                     DISPLAY "ERROR WRITING TO FILE"
002600                     SET RETURN-CODE TO 8
002610                 NOT INVALID KEY
002620                     DISPLAY "NEW BANK ACCOUNT HAS BEEN ADDED."
002621                     PERFORM 3410-PRENOTE-MESSAGE THRU 3410-EXIT
002622                     MOVE SPACES TO WS-AUDIT-ROUTING-BEFORE
002623                                    WS-AUDIT-ACCOUNT-BEFORE
002624                     PERFORM 4600-MASK-ACCOUNT THRU 4600-EXIT
002625                     MOVE WS-MASKED-ROUTING
002627                         TO WS-AUDIT-ROUTING-AFTER
002629                     MOVE WS-MASKED-ACCOUNT
002631                         TO WS-AUDIT-ACCOUNT-AFTER
002633                     MOVE "BNKADD" TO WS-AUDIT-OPERATION
002635                     PERFORM 4500-WRITE-AUDIT-LOG THRU 4500-EXIT
002637             END-WRITE
002640         END-IF
002650     END-IF.
002660 3500-EXIT.
002670     EXIT.

002671*================================================================
002672* 4500-WRITE-AUDIT-LOG  --  APPEND ONE BANK ACCOUNT ENTRY TO THE
002673*                           AUDIT TRAIL WITH THE MASKED BEFORE
002674*                           AND AFTER ROUTING AND ACCOUNT NUMBERS
002675*================================================================
002676 4500-WRITE-AUDIT-LOG.
002677     MOVE WS-EMPLOYEE-ID TO AUD-EMPLOYEE-ID
002678     MOVE WS-AUDIT-OPERATION TO AUD-OPERATION
002679     ACCEPT AUD-DATE FROM DATE YYYYMMDD
002680     ACCEPT AUD-TIME FROM TIME
002681     MOVE ZEROS TO AUD-SALARY-BEFORE
002682     MOVE ZEROS TO AUD-SALARY-AFTER
002683     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
002684     MOVE ZEROS TO AUD-DEPT-BEFORE
002685     MOVE ZEROS TO AUD-DEPT-AFTER
002686     MOVE SPACES TO AUD-APPROVER-ID
002687     MOVE WS-AUDIT-ROUTING-BEFORE TO AUD-ROUTING-BEFORE
002688     MOVE WS-AUDIT-ACCOUNT-BEFORE TO AUD-ACCOUNT-BEFORE
002689     MOVE WS-AUDIT-ROUTING-AFTER TO AUD-ROUTING-AFTER
002690     MOVE WS-AUDIT-ACCOUNT-AFTER TO AUD-ACCOUNT-AFTER
002691     WRITE AUDIT-RECORD
002692     IF AUDIT-STATUS NOT = "00"
002693         DISPLAY "ERROR WRITING TO AUDIT LOG. STATUS = "
002694             AUDIT-STATUS
002695     END-IF.
002696 4500-EXIT.
002697     EXIT.

002698*================================================================
002699* 4600-MASK-ACCOUNT  --  BUILD THE MASKED ROUTING AND ACCOUNT
002700*                        NUMBERS FOR THE BANK RECORD IN STORAGE -
002701*                        ONLY THE LAST FOUR DIGITS OF EACH SHOW
002702*================================================================
002703 4600-MASK-ACCOUNT.
002704     PERFORM 4610-FIND-ACCOUNT-LENGTH THRU 4610-EXIT
002705     MOVE ALL "*" TO WS-MASK-ACCT-STARS
002706     IF WS-ACCT-LEN < 4
002707         MOVE ALL "*" TO WS-MASK-ACCT-LAST4
002708     ELSE
002709         MOVE BANK-ACCOUNT-NUMBER (WS-ACCT-LEN - 3:4)
002710             TO WS-MASK-ACCT-LAST4
002711     END-IF
002712     MOVE BANK-ROUTING-NUMBER TO WS-ROUTING-DIGITS
002713     MOVE ALL "*" TO WS-MASK-RTE-STARS
002714     MOVE WS-ROUTING-LAST4 TO WS-MASK-RTE-LAST4.
002715 4600-EXIT.
002716     EXIT.

002717*================================================================
002718* 4610-FIND-ACCOUNT-LENGTH  --  BACK UP FROM THE END OF THE
002719*                               ACCOUNT NUMBER TO ITS LAST NON-
002720*                               BLANK CHARACTER SO THE LAST FOUR
002721*                               DIGITS SHOWN ARE THE REAL ONES
002722*================================================================
002723 4610-FIND-ACCOUNT-LENGTH.
002724     MOVE 17 TO WS-ACCT-LEN
002725     PERFORM 4620-BACK-UP-ONE THRU 4620-EXIT
002726         UNTIL WS-ACCT-LEN = 0
002727         OR BANK-ACCOUNT-NUMBER (WS-ACCT-LEN:1) NOT = SPACE.
002728 4610-EXIT.
002729     EXIT.

002730 4620-BACK-UP-ONE.
002731     SUBTRACT 1 FROM WS-ACCT-LEN.
002732 4620-EXIT.
002733     EXIT.

002734*================================================================
002735* 5000-CHANGE-FUNCTION  --  REPLACE AN EXISTING BANK ACCOUNT'S
002736*                           ROUTING, ACCOUNT, AND TYPE
002737*================================================================
002738 5000-CHANGE-FUNCTION.
002739     DISPLAY "ENTER EMPLOYEE ID TO CHANGE :"
002740     PERFORM 3100-GET-VALID-ID THRU 3100-EXIT
002750     PERFORM 3000-CHECK-DUPLICATE THRU 3000-EXIT
002760     IF WS-RECORD-NOT-FOUND
002780             " HAS NO BANK ACCOUNT ON FILE."
002790     ELSE
002800         PERFORM 3300-GET-ACCOUNT-DETAIL THRU 3300-EXIT
002801         PERFORM 4600-MASK-ACCOUNT THRU 4600-EXIT
002802         MOVE WS-MASKED-ROUTING TO WS-AUDIT-ROUTING-BEFORE
002803         MOVE WS-MASKED-ACCOUNT TO WS-AUDIT-ACCOUNT-BEFORE
002810         MOVE WS-ROUTING-NUMBER TO BANK-ROUTING-NUMBER
002820         MOVE WS-ACCOUNT-NUMBER TO BANK-ACCOUNT-NUMBER
002830         MOVE WS-ACCOUNT-TYPE TO BANK-ACCOUNT-TYPE
002831         PERFORM 3400-START-PRENOTE THRU 3400-EXIT
002840         REWRITE BANK-ACCOUNT-RECORD
002850             INVALID KEY
002860                 DISPLAY "ERROR REWRITING FILE"
002880                 SET RETURN-CODE TO 8
002890             NOT INVALID KEY
002900                 DISPLAY "BANK ACCOUNT HAS BEEN CHANGED."
002901                 PERFORM 3410-PRENOTE-MESSAGE THRU 3410-EXIT
002902                 PERFORM 4600-MASK-ACCOUNT THRU 4600-EXIT
002903                 MOVE WS-MASKED-ROUTING TO WS-AUDIT-ROUTING-AFTER
002904                 MOVE WS-MASKED-ACCOUNT TO WS-AUDIT-ACCOUNT-AFTER
002905                 MOVE "BNKCHG" TO WS-AUDIT-OPERATION
002906                 PERFORM 4500-WRITE-AUDIT-LOG THRU 4500-EXIT
002910         END-REWRITE
002920     END-IF.
002930 5000-EXIT.
003050         DISPLAY "EMPLOYEE " WS-EMPLOYEE-ID
003060             " HAS NO BANK ACCOUNT ON FILE."
003070     ELSE
003071         PERFORM 4600-MASK-ACCOUNT THRU 4600-EXIT
003072         MOVE WS-MASKED-ROUTING TO WS-AUDIT-ROUTING-BEFORE
003073         MOVE WS-MASKED-ACCOUNT TO WS-AUDIT-ACCOUNT-BEFORE
003074         MOVE SPACES TO WS-AUDIT-ROUTING-AFTER
003075                        WS-AUDIT-ACCOUNT-AFTER
003080         DELETE BANK-FILE
003090             INVALID KEY
003100                 DISPLAY "ERROR DELETING FROM FILE"
003130             NOT INVALID KEY
003140                 DISPLAY "BANK ACCOUNT HAS BEEN DELETED - THE "
003150                     "EMPLOYEE WILL GET A MANUAL CHECK."
003151                 MOVE "BNKDEL" TO WS-AUDIT-OPERATION
003152                 PERFORM 4500-WRITE-AUDIT-LOG THRU 4500-EXIT
003160         END-DELETE
003170     END-IF.
003180 6000-EXIT.
003370     DISPLAY "EMPLOYEE ID     : " BANK-EMPLOYEE-ID
003380     DISPLAY "ROUTING NUMBER  : " BANK-ROUTING-NUMBER
003390     DISPLAY "ACCOUNT NUMBER  : " BANK-ACCOUNT-NUMBER
003391     DISPLAY "ACCOUNT TYPE    : " BANK-ACCOUNT-TYPE
003392     EVALUATE TRUE
003393         WHEN BANK-PRENOTE-PENDING
003394             DISPLAY "DEPOSIT STATUS  : PRENOTE NOT YET SENT - "
003395                 "CHANGED " BANK-CHANGE-DATE
003396         WHEN BANK-PRENOTE-SENT
003397             DISPLAY "DEPOSIT STATUS  : PRENOTE SENT "
003398                 BANK-PRENOTE-DATE " - LIVE " BANK-LIVE-DATE
003399         WHEN OTHER
003400             DISPLAY "DEPOSIT STATUS  : LIVE"
003401     END-EVALUATE.
003410 7100-EXIT.
003420     EXIT.

003670     EXIT.

003680*================================================================
003690* 9999-TERMINATE  --  CLOSE THE BANK ACCOUNT FILE, MASTER,
003691*                     OPERATOR FILE AND AUDIT LOG
003700*================================================================
003710 9999-TERMINATE.
003720     CLOSE BANK-FILE
003730     CLOSE EMPLOYEE-FILE
003731     CLOSE OPERATOR-FILE
003732     CLOSE AUDIT-LOG-FILE.
003740 9999-EXIT.
003750     EXIT.
