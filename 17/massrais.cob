000249*                  SHOWS THE BUDGET IMPACT BEFORE ANYTHING IS
000250*                  COMMITTED.  DEPARTMENTS WITH NO BUDGET ON
000251*                  FILE ARE NEVER FLAGGED.
000252* 2026-10-14 JHS   THE AUDIT ENTRY'S NEW BANK ROUTING AND
000253*                  ACCOUNT FIELDS ARE WRITTEN BLANK.
000254* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000255*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000256*                  CODE AND RECORD COUNTS - FOR THE MORNING
000257*                  OPERATIONS SUMMARY.
000258*================================================================

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000428         RECORD KEY IS BUDG-DEPT-CODE
000429         FILE STATUS IS BUDG-STATUS.

000430     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000431         ORGANIZATION IS LINE SEQUENTIAL
000432         FILE STATUS IS RUNCTL-STATUS.

000433     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000434         ORGANIZATION IS LINE SEQUENTIAL
000435         FILE STATUS IS RUNPARM-STATUS.

000436 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EMPLOYEE-FILE.
000460     COPY EMPREC.
000522 FD  BUDGET-FILE.
000524     COPY BUDGREC.

000525 FD  RUN-CONTROL-FILE.
000526     COPY RUNCREC.

000527 FD  RUN-PARM-FILE.
000528 01  RUN-PARM-RECORD.
000529     05  RP-JOB-NAME                PIC X(08).
000530     05  FILLER                     PIC X(01).
000531     05  RP-STEP-NAME               PIC X(08).
000532     05  FILLER                     PIC X(63).

000533 WORKING-STORAGE SECTION.
000540*---------------------------------------------------------------
000550* FILE STATUS AND CONTROL SWITCHES
000560*---------------------------------------------------------------
001370     05  FILLER                     PIC X(18) VALUE
001380         "NET CHANGE       :".
001390     05  TOT-INC                    PIC ZZZ,ZZZ,ZZ9.99.
001392     05  FILLER                     PIC X(48) VALUE SPACES.

001394*---------------------------------------------------------------
001396* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001398* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001400* THE STEP HAS NO CARD) AND WHEN IT STARTED
001401*---------------------------------------------------------------
001402 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001403         "MASS-RAISE".

001404 01  RUNCTL-STATUS                  PIC XX.
001405 01  RUNPARM-STATUS                 PIC XX.
001406 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001407 01  WS-RC-STEP-NAME                PIC X(08) VALUE "MASSRAIS".
001408 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001409 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

001410 PROCEDURE DIVISION.

001430* 0000-MAINLINE
001440*================================================================
001450 0000-MAINLINE.
001455     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001470     PERFORM 2000-READ-AND-RAISE THRU 2000-EXIT
001480         UNTIL WS-RECORD-NOT-FOUND
001490     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
001500     PERFORM 9999-TERMINATE THRU 9999-EXIT
001501     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001502     STOP RUN.

001503*================================================================
001504* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001505*                         RUNPARM CARD AND WRITE THE START RECORD
001506*                         TO THE RUN-CONTROL FILE
001507*================================================================
001508 0100-LOG-RUN-START.
001510     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001511     ACCEPT WS-RC-START-TIME FROM TIME
001512     OPEN INPUT RUN-PARM-FILE
001513     IF RUNPARM-STATUS = "00"
001514         READ RUN-PARM-FILE
001515             NOT AT END
001516                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001517                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001518         END-READ
001519         CLOSE RUN-PARM-FILE
001520     END-IF
001521     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001522     IF RUNCTL-STATUS NOT = "00"
001523         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001524             RUNCTL-STATUS
001525         SET RETURN-CODE TO 8
001526         STOP RUN
001527     END-IF
001528     MOVE SPACES TO RUN-CONTROL-RECORD
001529     SET RCR-STARTED TO TRUE
001530     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001531     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001532     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001533     MOVE WS-RC-START-DATE TO RCR-START-DATE
001534     MOVE WS-RC-START-TIME TO RCR-START-TIME
001535     MOVE ZEROS TO RCR-END-STAMP
001536     MOVE ZEROS TO RCR-RETURN-CODE
001537     MOVE ZEROS TO RCR-COUNTS
001538     WRITE RUN-CONTROL-RECORD
001539     CLOSE RUN-CONTROL-FILE.
001540 0100-EXIT.
001541     EXIT.

001542*================================================================
001543* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001544*                            CREATING IT ON THE FIRST RUN
001545*================================================================
001546 0110-OPEN-RUN-CONTROL.
001547     OPEN EXTEND RUN-CONTROL-FILE
001548     IF RUNCTL-STATUS = "35"
001549         CLOSE RUN-CONTROL-FILE
001550         OPEN OUTPUT RUN-CONTROL-FILE
001551         CLOSE RUN-CONTROL-FILE
001552         OPEN EXTEND RUN-CONTROL-FILE
001553     END-IF.
001554 0110-EXIT.
001555     EXIT.

001556*================================================================
001557* 1000-INITIALIZE  --  TAKE THE MODE AND PERCENTAGE, OPEN THE
001558*                      FILES THE MODE NEEDS, AND POSITION THE
001559*                      MASTER AT ITS FIRST RECORD
001560*================================================================
001570 1000-INITIALIZE.
001580     DISPLAY "ENTER RUN MODE (T = TRIAL, C = COMMIT) :"
001600     IF NOT WS-TRIAL-MODE AND NOT WS-COMMIT-MODE
001610         DISPLAY "RUN MODE MUST BE T OR C - RUN ENDED."
001620         SET RETURN-CODE TO 8
001625         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001630         STOP RUN
001640     END-IF
001650     DISPLAY "ENTER INCREASE PERCENTAGE (99V99, E.G. 0350 "
001680     IF WS-PCT-INPUT IS NOT NUMERIC
001690         DISPLAY "THE PERCENTAGE MUST BE NUMERIC - RUN ENDED."
001700         SET RETURN-CODE TO 8
001705         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001710         STOP RUN
001720     END-IF
001730     MOVE WS-PCT-NUM TO WS-RAISE-PCT
001750         DISPLAY "THE PERCENTAGE MUST BE GREATER THAN ZERO - "
001760             "RUN ENDED."
001770         SET RETURN-CODE TO 8
001775         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001780         STOP RUN
001790     END-IF
001800     IF WS-TRIAL-MODE
001860         DISPLAY "FAILED TO OPEN THE EMPLOYEE FILE. STATUS = "
001870             FILE-STATUS
001880         SET RETURN-CODE TO 8
001885         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001890         STOP RUN
001900     END-IF
001910     OPEN OUTPUT REGISTER-FILE
001930         DISPLAY "FAILED TO OPEN THE REGISTER FILE. STATUS = "
001940             REGISTER-STATUS
001950         SET RETURN-CODE TO 8
001955         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001960         STOP RUN
001970     END-IF
001980     IF WS-COMMIT-MODE
002070             DISPLAY "FAILED TO OPEN THE AUDIT LOG. STATUS = "
002080                 AUDIT-STATUS
002090             SET RETURN-CODE TO 8
002095             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002100             STOP RUN
002110         END-IF
002120         PERFORM 1700-LOAD-YTD-TOTAL THRU 1700-EXIT
002186             DISPLAY "FAILED TO OPEN THE BUDGET FILE. STATUS = "
002187                 BUDG-STATUS
002188             SET RETURN-CODE TO 8
002189             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002190             STOP RUN
002191         ELSE
002192             SET WS-BUDG-FILE-OPEN TO TRUE
002193         END-IF
002194     END-IF
002195     PERFORM 1600-PRESCAN-DEPTS THRU 1600-EXIT
002196     MOVE WS-RAISE-PCT TO HDG-PCT
002200     WRITE REGISTER-LINE FROM HDG-LINE-1
002210     WRITE REGISTER-LINE FROM HDG-LINE-2
002220     SET WS-RECORD-FOUND TO TRUE
002315         DISPLAY "MORE THAN " WS-DEPT-MAX " DEPARTMENTS ON "
002316             "THE MASTER - RAISE WS-DEPT-MAX AND RERUN."
002317         SET RETURN-CODE TO 8
002318         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002328         STOP RUN
002338     END-IF
002348     ADD 1 TO WS-DEPT-COUNT
002358     MOVE WS-FIND-DEPT TO WS-DT-CODE (WS-DEPT-COUNT)
002368     MOVE ZEROS TO WS-DT-COMMITTED (WS-DEPT-COUNT)
002378     MOVE ZEROS TO WS-DT-BUDGET (WS-DEPT-COUNT)
002388     MOVE "N" TO WS-DT-BUDGET-FLAG (WS-DEPT-COUNT)
002398     IF WS-BUDG-FILE-OPEN
002408         MOVE WS-FIND-DEPT TO BUDG-DEPT-CODE
002418         READ BUDGET-FILE
002428             INVALID KEY
002438                 CONTINUE
002448             NOT INVALID KEY
002458                 MOVE BUDG-ANNUAL-BUDGET
002468                     TO WS-DT-BUDGET (WS-DEPT-COUNT)
002478                 MOVE "Y" TO WS-DT-BUDGET-FLAG (WS-DEPT-COUNT)
002488         END-READ
002498     END-IF
002508     MOVE WS-DEPT-COUNT TO WS-DEPT-IDX.
002518 1620-EXIT.
002528     EXIT.

002538 1650-FIND-DEPT-ENTRY.
002548     SET WS-DEPT-MATCH-NOT-FOUND TO TRUE
002558     MOVE 1 TO WS-DEPT-IDX
002568     PERFORM 1660-TEST-ONE-DEPT THRU 1660-EXIT
002578         UNTIL WS-DEPT-MATCH-FOUND
002588         OR WS-DEPT-IDX > WS-DEPT-COUNT.
002598 1650-EXIT.
002608     EXIT.

002618 1660-TEST-ONE-DEPT.
002628     IF WS-DT-CODE (WS-DEPT-IDX) = WS-FIND-DEPT
002638         SET WS-DEPT-MATCH-FOUND TO TRUE
002648     ELSE
002658         ADD 1 TO WS-DEPT-IDX
002668     END-IF.
002678 1660-EXIT.
002688     EXIT.

002698*================================================================
002708* 1700-LOAD-YTD-TOTAL  --  READ THE CURRENT YTD ACCUMULATOR, OR
002320*                          START IT AT ZERO THE FIRST TIME
002330*================================================================
002340 1700-LOAD-YTD-TOTAL.
002400             DISPLAY "FAILED TO OPEN THE YTD FILE. STATUS = "
002410                 YTD-STATUS
002420             SET RETURN-CODE TO 8
002425             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002430             STOP RUN
002440         ELSE
002450             READ YTD-FILE
003212             MOVE EMPLOYEE-DEPT TO AUD-DEPT-BEFORE
003214             MOVE EMPLOYEE-DEPT TO AUD-DEPT-AFTER
003216             MOVE SPACES TO AUD-APPROVER-ID
003217             MOVE SPACES TO AUD-ROUTING-BEFORE AUD-ACCOUNT-BEFORE
003218                            AUD-ROUTING-AFTER AUD-ACCOUNT-AFTER
003220             WRITE AUDIT-RECORD
003230             IF AUDIT-STATUS NOT = "00"
003240                 DISPLAY "ERROR WRITING TO AUDIT LOG. "
003598             "SEE THE OVER BUDG NOTES."
003599     END-IF.
003600 8000-EXIT.
003602     EXIT.

003604*================================================================
003606* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
003608*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
003610*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
003611*                       RUN'S OWN RETURN CODE AS IT WAS
003612*================================================================
003613 9800-LOG-RUN-END.
003614     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
003615     IF RUNCTL-STATUS NOT = "00"
003616         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
003617             RUNCTL-STATUS
003618         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
003619     ELSE
003620         MOVE SPACES TO RUN-CONTROL-RECORD
003621         SET RCR-ENDED TO TRUE
003622         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
003623         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
003624         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
003625         MOVE WS-RC-START-DATE TO RCR-START-DATE
003626         MOVE WS-RC-START-TIME TO RCR-START-TIME
003627         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
003628         ACCEPT RCR-END-TIME FROM TIME
003629         MOVE RETURN-CODE TO RCR-RETURN-CODE
003630         MOVE ZEROS TO RCR-COUNTS
003631         MOVE WS-SKIPPED-COUNT TO RCR-RECORDS-REJECTED
003632         MOVE WS-EMP-COUNT TO RCR-RECORDS-APPLIED
003633         WRITE RUN-CONTROL-RECORD
003634         CLOSE RUN-CONTROL-FILE
003635     END-IF.
003636 9800-EXIT.
003637     EXIT.

003638*================================================================
003639* 9999-TERMINATE  --  CLOSE THE FILES AND, IN COMMIT MODE, SAVE
003640*                     THE UPDATED YTD ACCUMULATOR
003650*================================================================
003660 9999-TERMINATE.
