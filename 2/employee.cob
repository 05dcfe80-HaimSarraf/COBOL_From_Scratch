000391*                  THE NAME KEY, THEN BROWSE THE MATCHES
000392*                  FORWARD ONE AT A TIME UNTIL THE OPERATOR
000393*                  PICKS THE RIGHT RECORD.
000403* 2026-10-14 JHS   THE AUDIT ENTRY'S NEW BANK ROUTING AND
000413*                  ACCOUNT FIELDS ARE WRITTEN BLANK.
000423* 2026-10-14 JHS   THE ADD FUNCTION NOW TAKES THE PAY TYPE
000433*                  (SALARIED OR HOURLY) AND, FOR AN HOURLY
000443*                  HIRE, THE HOURLY RATE.  A NEW H MENU CHOICE,
000453*                  GATED ON THE CHANGE AUTHORITY, MOVES AN
000463*                  EMPLOYEE BETWEEN SALARIED AND HOURLY OR
000473*                  CHANGES THE HOURLY RATE, WITH ITS OWN RATE
000483*                  AUDIT OPERATION CARRYING THE OLD AND NEW
000493*                  HOURLY RATE IN THE SALARY FIELDS (ZERO
000503*                  MEANS SALARIED).  AN HOURLY ADD WRITES A
000513*                  RATE ENTRY AFTER ITS ADD ENTRY SO A REPLAY
000523*                  RESTORES THE RATE.  INQUIRY SHOWS BOTH.
000533* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000543*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000553*                  CODE AND RECORD COUNTS - FOR THE MORNING
000563*                  OPERATIONS SUMMARY.
000573*================================================================
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000572         RECORD KEY IS BUDG-DEPT-CODE
000573         FILE STATUS IS BUDG-STATUS.
000550
000551     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS RUNCTL-STATUS.
000554
000555     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000556         ORGANIZATION IS LINE SEQUENTIAL
000557         FILE STATUS IS RUNPARM-STATUS.
000558
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  EMPLOYEE-FILE.

000668 FD  BUDGET-FILE.
000669     COPY BUDGREC.
000670
000671 FD  RUN-CONTROL-FILE.
000672     COPY RUNCREC.
000673
000674 FD  RUN-PARM-FILE.
000675 01  RUN-PARM-RECORD.
000676     05  RP-JOB-NAME                PIC X(08).
000677     05  FILLER                     PIC X(01).
000678     05  RP-STEP-NAME               PIC X(08).
000679     05  FILLER                     PIC X(63).
000680
000681 WORKING-STORAGE SECTION.
000682*---------------------------------------------------------------
000690* FILE STATUS AND CONTROL SWITCHES
000700*---------------------------------------------------------------
000710 01  FILE-STATUS                    PIC XX.
000911     88  WS-CHOICE-TERM-INQUIRE                    VALUE "T".
000912     88  WS-CHOICE-TRANSFER                        VALUE "X".
000913     88  WS-CHOICE-REVIEW                          VALUE "R".
000914     88  WS-CHOICE-PAY-RATE                        VALUE "H".
000920
000930 01  WS-ID-SWITCH                   PIC X(01) VALUE "N".
000940     88  WS-ID-OK                                  VALUE "Y".
001097 01  WS-EFF-DATE-NUM REDEFINES WS-EFF-DATE-INPUT
001098                                    PIC 9(08).
001099 01  WS-TODAY-DATE                  PIC 9(08).
001100 01  WS-PAY-TYPE                    PIC X(01).
001101     88  WS-TYPE-SALARIED                          VALUE "S".
001102     88  WS-TYPE-HOURLY                            VALUE "H".
001103 01  WS-RATE-INPUT                  PIC X(05).
001104 01  WS-RATE-NUM REDEFINES WS-RATE-INPUT
001105                                    PIC 9(03)V99.
001106 01  WS-HOURLY-RATE                 PIC 9(03)V99.
001107 01  WS-OLD-PAY-TYPE                PIC X(01).
001108 01  WS-OLD-RATE                    PIC 9(03)V99.
001109
001110*---------------------------------------------------------------
001120* AUDIT LOG WORK FIELDS
001130*---------------------------------------------------------------
001190* YTD PAYROLL ACCUMULATOR WORK FIELD
001200*---------------------------------------------------------------
001210 01  WS-YTD-TOTAL                   PIC 9(09)V99 VALUE ZEROS.
001211
001212*---------------------------------------------------------------
001213* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001214* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001215* THE STEP HAS NO CARD) AND WHEN IT STARTED
001216*---------------------------------------------------------------
001217 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001218         "FILE-HANDLER".
001219
001220 01  RUNCTL-STATUS                  PIC XX.
001221 01  RUNPARM-STATUS                 PIC XX.
001222 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001223 01  WS-RC-STEP-NAME                PIC X(08) VALUE "FILEHAND".
001224 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001225 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.
001226
001227 01  WS-CHANGES-APPLIED             PIC 9(05) COMP VALUE ZERO.
001228 01  WS-CHANGES-REJECTED            PIC 9(05) COMP VALUE ZERO.
001229
001230 PROCEDURE DIVISION.
001240
001250*================================================================
001260* 0000-MAINLINE
001270*================================================================
001280 0000-MAINLINE.
001285     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001291     PERFORM 0500-SIGN-ON THRU 0500-EXIT
001300     PERFORM 1500-GET-MENU-CHOICE THRU 1500-EXIT
001404             PERFORM 5500-TRANSFER-FUNCTION THRU 5500-EXIT
001405         WHEN WS-CHOICE-REVIEW
001406             PERFORM 7800-REVIEW-FUNCTION THRU 7800-EXIT
001407         WHEN WS-CHOICE-PAY-RATE
001408             PERFORM 5600-PAY-RATE-FUNCTION THRU 5600-EXIT
001410     END-EVALUATE
001420     PERFORM 8000-DISPLAY-ALL THRU 8000-EXIT
001430     PERFORM 9999-TERMINATE THRU 9999-EXIT
001435     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001440     STOP RUN.
001441
001442*================================================================
001443* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001444*                         RUNPARM CARD AND WRITE THE START RECORD
001445*                         TO THE RUN-CONTROL FILE
001446*================================================================
001447 0100-LOG-RUN-START.
001448     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001449     ACCEPT WS-RC-START-TIME FROM TIME
001450     OPEN INPUT RUN-PARM-FILE
001451     IF RUNPARM-STATUS = "00"
001452         READ RUN-PARM-FILE
001453             NOT AT END
001454                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001455                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001456         END-READ
001457         CLOSE RUN-PARM-FILE
001458     END-IF
001459     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001460     IF RUNCTL-STATUS NOT = "00"
001461         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001462             RUNCTL-STATUS
001463         SET RETURN-CODE TO 8
001464         STOP RUN
001465     END-IF
001466     MOVE SPACES TO RUN-CONTROL-RECORD
001467     SET RCR-STARTED TO TRUE
001468     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001469     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001470     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001471     MOVE WS-RC-START-DATE TO RCR-START-DATE
001472     MOVE WS-RC-START-TIME TO RCR-START-TIME
001473     MOVE ZEROS TO RCR-END-STAMP
001474     MOVE ZEROS TO RCR-RETURN-CODE
001475     MOVE ZEROS TO RCR-COUNTS
001476     WRITE RUN-CONTROL-RECORD
001477     CLOSE RUN-CONTROL-FILE.
001478 0100-EXIT.
001479     EXIT.
001480
001481*================================================================
001482* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001483*                            CREATING IT ON THE FIRST RUN
001484*================================================================
001485 0110-OPEN-RUN-CONTROL.
001486     OPEN EXTEND RUN-CONTROL-FILE
001487     IF RUNCTL-STATUS = "35"
001488         CLOSE RUN-CONTROL-FILE
001489         OPEN OUTPUT RUN-CONTROL-FILE
001490         CLOSE RUN-CONTROL-FILE
001491         OPEN EXTEND RUN-CONTROL-FILE
001492     END-IF.
001493 0110-EXIT.
001494     EXIT.
001495
001496*================================================================
001497* 1000-INITIALIZE  --  OPEN THE EMPLOYEE MASTER FOR I-O
001498*================================================================
001499 1000-INITIALIZE.
001500     OPEN I-O EMPLOYEE-FILE
001510     IF FILE-STATUS = "35"
001520         CLOSE EMPLOYEE-FILE
001570     IF FILE-STATUS NOT = "00"
001580         DISPLAY "FAILED TO OPEN THE FILE. STATUS = " FILE-STATUS
001590         SET RETURN-CODE TO 8
001595         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001600         STOP RUN
001610     END-IF
001620     OPEN EXTEND AUDIT-LOG-FILE
001700         DISPLAY "FAILED TO OPEN THE AUDIT LOG. STATUS = "
001710             AUDIT-STATUS
001720         SET RETURN-CODE TO 8
001725         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001730         STOP RUN
001731     END-IF
001732     OPEN INPUT DEPARTMENT-FILE
001733     IF DEPT-STATUS = "35"
001734         DISPLAY "THE DEPARTMENT FILE HAS NOT BEEN CREATED - "
001735             "RUN DEPT-MAINT FIRST."
001736         SET RETURN-CODE TO 8
001737         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001738         STOP RUN
001739     END-IF
001740     IF DEPT-STATUS NOT = "00"
001741         DISPLAY "FAILED TO OPEN THE DEPARTMENT FILE. STATUS = "
001742             DEPT-STATUS
001743         SET RETURN-CODE TO 8
001744         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001752         STOP RUN
001753     END-IF
001754     OPEN I-O TERMINATED-FILE
001762         DISPLAY "FAILED TO OPEN THE TERMINATED FILE. STATUS = "
001763             TERM-STATUS
001764         SET RETURN-CODE TO 8
001765         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001775         STOP RUN
001785     END-IF
001795     OPEN INPUT OPERATOR-FILE
001805     IF OPER-STATUS = "35"
001815         DISPLAY "THE OPERATOR FILE HAS NOT BEEN CREATED - "
001825             "RUN OPER-MAINT FIRST."
001835         SET RETURN-CODE TO 8
001845         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001855         STOP RUN
001865     END-IF
001875     IF OPER-STATUS NOT = "00"
001885         DISPLAY "FAILED TO OPEN THE OPERATOR FILE. STATUS = "
001895             OPER-STATUS
001905         SET RETURN-CODE TO 8
001915         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001925         STOP RUN
001935     END-IF
001945     PERFORM 1700-LOAD-YTD-TOTAL THRU 1700-EXIT
001955     PERFORM 1800-LOAD-THRESHOLD THRU 1800-EXIT
001965     OPEN INPUT BUDGET-FILE
001975     IF BUDG-STATUS = "35"
001985         SET WS-BUDG-FILE-ABSENT TO TRUE
001995     ELSE
002005         IF BUDG-STATUS NOT = "00"
002015             DISPLAY "FAILED TO OPEN THE BUDGET FILE. STATUS = "
002025                 BUDG-STATUS
002035             SET RETURN-CODE TO 8
002045             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002055             STOP RUN
002065         ELSE
002075             SET WS-BUDG-FILE-OPEN TO TRUE
002085         END-IF
002095     END-IF.
001760 1000-EXIT.
001761     EXIT.
001762
001763*================================================================
001764* 0500-SIGN-ON  --  VALIDATE THE OPERATOR AGAINST THE SIGN-ON
001765*                   FILE.  THREE FAILED TRIES ENDS THE RUN.
001766*================================================================
001767 0500-SIGN-ON.
001768     PERFORM 0510-ACCEPT-SIGN-ON THRU 0510-EXIT
001769         UNTIL WS-SIGNON-OK
001770         OR WS-SIGNON-TRIES NOT < WS-SIGNON-MAX-TRIES
001771     IF WS-SIGNON-NOT-OK
001772         DISPLAY "SIGN-ON FAILED - RUN ENDED."
001773         SET RETURN-CODE TO 8
001774         PERFORM 9999-TERMINATE THRU 9999-EXIT
001775         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001784         STOP RUN
001785     END-IF
001786     DISPLAY "SIGNED ON : " OPR-NAME.
001890             DISPLAY "FAILED TO OPEN THE YTD FILE. STATUS = "
001900                 YTD-STATUS
001910             SET RETURN-CODE TO 8
001915             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001920             STOP RUN
001930         ELSE
001940             READ YTD-FILE
002045             DISPLAY "FAILED TO OPEN THE THRESHOLD FILE. "
002046                 "STATUS = " THR-STATUS
002047             SET RETURN-CODE TO 8
002048             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002058             STOP RUN
002068         ELSE
002078             READ THRESHOLD-FILE
002088                 AT END
002098                     MOVE WS-DEFAULT-THRESHOLD
002108                         TO THR-CHANGE-LIMIT
002118             END-READ
002128             MOVE THR-CHANGE-LIMIT TO WS-APPROVE-THRESHOLD
002138             CLOSE THRESHOLD-FILE
002148         END-IF
002158     END-IF.
002168 1800-EXIT.
002178     EXIT.
002188
002050*================================================================
002060* 1500-GET-MENU-CHOICE  --  DISPLAY THE MAINTENANCE MENU AND
002070*                           ACCEPT THE OPERATOR'S CHOICE
002145     DISPLAY "T - INQUIRE ON A TERMINATED EMPLOYEE"
002146     DISPLAY "X - TRANSFER AN EMPLOYEE TO ANOTHER DEPARTMENT"
002147     DISPLAY "R - REVIEW THE APPROVAL QUEUE"
002148     DISPLAY "H - CHANGE AN EMPLOYEE'S PAY TYPE OR HOURLY RATE"
002150     DISPLAY "ENTER YOUR CHOICE :"
002160     ACCEPT WS-MENU-CHOICE
002170     PERFORM 1600-VALIDATE-MENU-CHOICE THRU 1600-EXIT.
002245             AND NOT WS-CHOICE-TERM-INQUIRE
002246             AND NOT WS-CHOICE-TRANSFER
002247             AND NOT WS-CHOICE-REVIEW
002248             AND NOT WS-CHOICE-PAY-RATE
002250         DISPLAY "INVALID CHOICE. PLEASE ENTER A, C, D, I, "
002255             "T, X, R, OR H."
002260         SET WS-CHOICE-NOT-OK TO TRUE
002270     END-IF
002271     IF WS-CHOICE-OK
002314             IF NOT OPR-CAN-APPROVE
002315                 PERFORM 1660-REFUSE-CHOICE THRU 1660-EXIT
002316             END-IF
002326         WHEN WS-CHOICE-PAY-RATE
002336             IF NOT OPR-CAN-CHANGE
002346                 PERFORM 1660-REFUSE-CHOICE THRU 1660-EXIT
002356             END-IF
002366     END-EVALUATE.
002310 1650-EXIT.
002311     EXIT.
002312
002313 1660-REFUSE-CHOICE.
002314     DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT AUTHORIZED "
002315         "FOR THAT FUNCTION."
002316     SET WS-CHOICE-NOT-OK TO TRUE
002326     ADD 1 TO WS-CHANGES-REJECTED.
002336 1660-EXIT.
002290     EXIT.
002300
002310*================================================================
002420     ACCEPT WS-SALARY-INPUT
002421     DISPLAY "ENTER EMPLOYEE DEPARTMENT CODE PLEASE :"
002422     ACCEPT WS-DEPT-INPUT
002423     DISPLAY "ENTER PAY TYPE (S = SALARIED, H = HOURLY) :"
002424     ACCEPT WS-PAY-TYPE
002425     MOVE ZEROS TO WS-RATE-INPUT
002426     IF WS-TYPE-HOURLY
002427         DISPLAY "ENTER HOURLY RATE (999V99) :"
002428         ACCEPT WS-RATE-INPUT
002429     END-IF
002430     PERFORM 2100-VALIDATE-ENTRY THRU 2100-EXIT.
002440 2000-EXIT.
002450     EXIT.
002680             SET WS-ENTRY-NOT-OK TO TRUE
002681         END-IF
002682     END-IF
002684     PERFORM 2200-VALIDATE-PAY-RATE THRU 2200-EXIT
002686     IF WS-ENTRY-OK
002690         PERFORM 3000-CHECK-DUPLICATE THRU 3000-EXIT
002700         IF WS-RECORD-FOUND
002710             DISPLAY "EMPLOYEE ID " WS-EMPLOYEE-ID
002794     EXIT.
002795
002796*================================================================
002797* 2200-VALIDATE-PAY-RATE  --  EDIT THE PAY TYPE AND, FOR AN
002798*                             HOURLY EMPLOYEE, THE HOURLY RATE.
002799*                             A SALARIED EMPLOYEE CARRIES A ZERO
002800*                             RATE.
002801*================================================================
002802 2200-VALIDATE-PAY-RATE.
002803     EVALUATE TRUE
002804         WHEN WS-TYPE-SALARIED
002805             MOVE ZEROS TO WS-HOURLY-RATE
002806         WHEN WS-TYPE-HOURLY
002807             IF WS-RATE-INPUT IS NOT NUMERIC
002808                 DISPLAY "HOURLY RATE MUST BE NUMERIC (999V99). "
002809                     "RE-ENTER."
002810                 SET WS-ENTRY-NOT-OK TO TRUE
002811             ELSE
002812                 MOVE WS-RATE-NUM TO WS-HOURLY-RATE
002813                 IF WS-HOURLY-RATE NOT > ZERO
002814                     DISPLAY "HOURLY RATE MUST BE GREATER THAN "
002815                         "ZERO. RE-ENTER."
002816                     SET WS-ENTRY-NOT-OK TO TRUE
002817                 END-IF
002818             END-IF
002819         WHEN OTHER
002820             DISPLAY "PAY TYPE MUST BE S OR H. RE-ENTER."
002821             SET WS-ENTRY-NOT-OK TO TRUE
002822     END-EVALUATE.
002823 2200-EXIT.
002824     EXIT.
002825
002826*================================================================
002827* 3000-CHECK-DUPLICATE  --  SEE IF THE EMPLOYEE ID IS ON FILE
002828*================================================================
002829 3000-CHECK-DUPLICATE.
002830     MOVE WS-EMPLOYEE-ID TO EMPLOYEE-ID
002840     READ EMPLOYEE-FILE
002850         INVALID KEY
003330     MOVE WS-AGE TO EMPLOYEE-AGE
003340     MOVE WS-SALARY TO EMPLOYEE-SALARY
003341     MOVE WS-DEPT TO EMPLOYEE-DEPT
003342     MOVE WS-PAY-TYPE TO EMPLOYEE-PAY-TYPE
003343     MOVE WS-HOURLY-RATE TO EMPLOYEE-HOURLY-RATE
003350     WRITE EMPLOYEE-RECORD
003360         INVALID KEY
003370             DISPLAY "ERROR WRITING TO FILE"
003380             DISPLAY "ERROR NO. : " FILE-STATUS
003390             CLOSE EMPLOYEE-FILE
003400             SET RETURN-CODE TO 8
003405             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003410             STOP RUN
003420     END-WRITE
003430     MOVE "ADD" TO WS-AUDIT-OPERATION
003452     MOVE ZEROS TO WS-AUDIT-DEPT-BEFORE
003454     MOVE WS-DEPT TO WS-AUDIT-DEPT-AFTER
003460     PERFORM 4500-WRITE-AUDIT-LOG THRU 4500-EXIT
003462     IF WS-TYPE-HOURLY
003464         MOVE "RATE" TO WS-AUDIT-OPERATION
003466         MOVE ZEROS TO WS-AUDIT-SALARY-BEFORE
003467         MOVE WS-HOURLY-RATE TO WS-AUDIT-SALARY-AFTER
003468         PERFORM 4500-WRITE-AUDIT-LOG THRU 4500-EXIT
003469     END-IF
003470     ADD WS-SALARY TO WS-YTD-TOTAL
003480     DISPLAY "NEW EMPLOYEE HAS BEEN ADDED TO FILE.".
003490 4000-EXIT.
003615         MOVE WS-AUDIT-MAKER-ID TO AUD-OPERATOR-ID
003616     END-IF
003617     MOVE WS-AUDIT-APPROVER-ID TO AUD-APPROVER-ID
003619     MOVE SPACES TO AUD-ROUTING-BEFORE AUD-ACCOUNT-BEFORE
003621                    AUD-ROUTING-AFTER AUD-ACCOUNT-AFTER
003623     MOVE WS-AUDIT-DEPT-BEFORE TO AUD-DEPT-BEFORE
003625     MOVE WS-AUDIT-DEPT-AFTER TO AUD-DEPT-AFTER
003627     WRITE AUDIT-RECORD
003630     IF AUDIT-STATUS NOT = "00"
003640         DISPLAY "ERROR WRITING TO AUDIT LOG. STATUS = "
003650             AUDIT-STATUS
003653     ELSE
003656         ADD 1 TO WS-CHANGES-APPLIED
003660     END-IF.
003670 4500-EXIT.
003680     EXIT.
004399     EXIT.
004400
004401*================================================================
004402* 5600-PAY-RATE-FUNCTION  --  MOVE AN EMPLOYEE BETWEEN SALARIED
004403*                             AND HOURLY PAY, OR CHANGE THE
004404*                             HOURLY RATE, WITH ITS OWN RATE
004405*                             AUDIT ENTRY CARRYING THE OLD AND
004406*                             NEW HOURLY RATE (ZERO = SALARIED)
004407*================================================================
004408 5600-PAY-RATE-FUNCTION.
004409     DISPLAY "ENTER EMPLOYEE ID TO CHANGE PAY TYPE OR RATE :"
004410     PERFORM 3100-GET-VALID-ID THRU 3100-EXIT
004411     PERFORM 3000-CHECK-DUPLICATE THRU 3000-EXIT
004412     IF WS-RECORD-NOT-FOUND
004413         DISPLAY "EMPLOYEE ID " WS-EMPLOYEE-ID " NOT ON FILE."
004414     ELSE
004415         MOVE EMPLOYEE-PAY-TYPE TO WS-OLD-PAY-TYPE
004416         IF EMP-PAY-HOURLY
004417             MOVE EMPLOYEE-HOURLY-RATE TO WS-OLD-RATE
004418         ELSE
004419             MOVE ZEROS TO WS-OLD-RATE
004420         END-IF
004421         DISPLAY "EMPLOYEE NAME      : " EMPLOYEE-NAME
004422         DISPLAY "CURRENT PAY TYPE   : " EMPLOYEE-PAY-TYPE
004423         DISPLAY "CURRENT HOURLY RATE: " EMPLOYEE-HOURLY-RATE
004424         SET WS-ENTRY-NOT-OK TO TRUE
004425         PERFORM 5610-GET-PAY-RATE THRU 5610-EXIT
004426             UNTIL WS-ENTRY-OK
004427         IF WS-HOURLY-RATE = WS-OLD-RATE
004428             DISPLAY "PAY TYPE AND RATE ARE UNCHANGED - "
004429                 "NOTHING TO DO."
004430         ELSE
004431             MOVE WS-PAY-TYPE TO EMPLOYEE-PAY-TYPE
004432             MOVE WS-HOURLY-RATE TO EMPLOYEE-HOURLY-RATE
004433             REWRITE EMPLOYEE-RECORD
004434                 INVALID KEY
004435                     DISPLAY "ERROR REWRITING FILE"
004436                     DISPLAY "ERROR NO. : " FILE-STATUS
004437                     SET RETURN-CODE TO 8
004438                 NOT INVALID KEY
004439                     MOVE "RATE" TO WS-AUDIT-OPERATION
004440                     MOVE WS-OLD-RATE TO WS-AUDIT-SALARY-BEFORE
004441                     MOVE WS-HOURLY-RATE
004442                         TO WS-AUDIT-SALARY-AFTER
004443                     MOVE EMPLOYEE-DEPT TO WS-AUDIT-DEPT-BEFORE
004444                     MOVE EMPLOYEE-DEPT TO WS-AUDIT-DEPT-AFTER
004445                     PERFORM 4500-WRITE-AUDIT-LOG THRU 4500-EXIT
004446                     DISPLAY "PAY TYPE AND RATE HAVE BEEN "
004447                         "CHANGED."
004448             END-REWRITE
004449         END-IF
004450     END-IF.
004451 5600-EXIT.
004452     EXIT.
004453
004454 5610-GET-PAY-RATE.
004455     DISPLAY "ENTER NEW PAY TYPE (S = SALARIED, H = HOURLY) :"
004456     ACCEPT WS-PAY-TYPE
004457     MOVE ZEROS TO WS-RATE-INPUT
004458     IF WS-TYPE-HOURLY
004459         DISPLAY "ENTER NEW HOURLY RATE (999V99) :"
004460         ACCEPT WS-RATE-INPUT
004461     END-IF
004462     SET WS-ENTRY-OK TO TRUE
004463     PERFORM 2200-VALIDATE-PAY-RATE THRU 2200-EXIT.
004464 5610-EXIT.
004465     EXIT.
004466
004467*================================================================
004468* 6000-DELETE-FUNCTION  --  HOLD A DELETE ON THE APPROVAL QUEUE
004469*                           FOR A SECOND OPERATOR.  THE MASTER
004470*                           IS ONLY TOUCHED WHEN THE REQUEST IS
004471*                           RELEASED FROM THE REVIEW FUNCTION.
004472*================================================================
004473 6000-DELETE-FUNCTION.
004474     DISPLAY "ENTER EMPLOYEE ID TO DELETE :"
004475     PERFORM 3100-GET-VALID-ID THRU 3100-EXIT
004476     PERFORM 3000-CHECK-DUPLICATE THRU 3000-EXIT
004477     IF WS-RECORD-NOT-FOUND
004478         DISPLAY "EMPLOYEE ID " WS-EMPLOYEE-ID " NOT ON FILE."
004479     ELSE
004480         MOVE EMPLOYEE-SALARY TO WS-OLD-SALARY
004481         MOVE ZEROS TO WS-SALARY
004482         MOVE "D" TO WS-REQ-TYPE
004483         PERFORM 5450-WRITE-APPROVAL THRU 5450-EXIT
004484         IF WS-APPR-WRITE-OK
004485             DISPLAY "THE DELETE HAS BEEN HELD ON THE APPROVAL "
004486                 "QUEUE - A SECOND OPERATOR MUST RELEASE IT."
004487         END-IF
004488     END-IF.
004489 6000-EXIT.
004490     EXIT.
004501
004502*================================================================
004503* 6500-ARCHIVE-TERMINATED  --  MOVE THE RECORD BEING DELETED
004544*================================================================
004530* 7000-INQUIRE-FUNCTION  --  PULL UP A SINGLE EMPLOYEE'S RECORD
004540*================================================================
004541 7000-INQUIRE-FUNCTION.
004542     PERFORM 7010-GET-SEARCH-TYPE THRU 7010-EXIT
004543         UNTIL WS-SEARCH-OK
004544     IF WS-SEARCH-BY-ID
004545         PERFORM 7100-INQUIRE-BY-ID THRU 7100-EXIT
004546     ELSE
004547         PERFORM 7200-INQUIRE-BY-NAME THRU 7200-EXIT
004548     END-IF.
004549 7000-EXIT.
004550     EXIT.
004551
004552 7010-GET-SEARCH-TYPE.
004553     DISPLAY "INQUIRE BY ID OR BY NAME (I/N)?"
004554     ACCEPT WS-SEARCH-CHOICE
004555     SET WS-SEARCH-OK TO TRUE
004556     IF NOT WS-SEARCH-BY-ID AND NOT WS-SEARCH-BY-NAME
004557         DISPLAY "INVALID CHOICE. PLEASE ENTER I OR N."
004558         SET WS-SEARCH-NOT-OK TO TRUE
004559     END-IF.
004560 7010-EXIT.
004561     EXIT.
004562
004563*================================================================
004564* 7100-INQUIRE-BY-ID  --  PULL UP A SINGLE EMPLOYEE'S RECORD
004565*                         BY ITS KEY
004566*================================================================
004567 7100-INQUIRE-BY-ID.
004568     DISPLAY "ENTER EMPLOYEE ID TO INQUIRE :"
004569     PERFORM 3100-GET-VALID-ID THRU 3100-EXIT
004570     PERFORM 3000-CHECK-DUPLICATE THRU 3000-EXIT
004571     IF WS-RECORD-NOT-FOUND
004572         DISPLAY "EMPLOYEE ID " WS-EMPLOYEE-ID " NOT ON FILE."
004573     ELSE
004574         PERFORM 7150-DISPLAY-EMPLOYEE THRU 7150-EXIT
004575     END-IF.
004576 7100-EXIT.
004577     EXIT.
004578
004579 7150-DISPLAY-EMPLOYEE.
004580     DISPLAY "EMPLOYEE ID     : " EMPLOYEE-ID
004581     DISPLAY "EMPLOYEE NAME   : " EMPLOYEE-NAME
004582     DISPLAY "EMPLOYEE AGE    : " EMPLOYEE-AGE
004583     DISPLAY "EMPLOYEE SALARY : " EMPLOYEE-SALARY
004584     DISPLAY "EMPLOYEE DEPT   : " EMPLOYEE-DEPT
004585     DISPLAY "PAY TYPE        : " EMPLOYEE-PAY-TYPE
004593     DISPLAY "HOURLY RATE     : " EMPLOYEE-HOURLY-RATE.
004594 7150-EXIT.
004595     EXIT.
004596
004648         SET WS-PICK-NOT-OK TO TRUE
004649     END-IF.
004650 7220-EXIT.
004651     EXIT.
004652
004653*================================================================
004654* 7500-TERM-INQUIRE-FUNCTION  --  PULL UP A TERMINATED
004655*                                 EMPLOYEE'S HISTORY RECORD
004656*================================================================
004657 7500-TERM-INQUIRE-FUNCTION.
004658     DISPLAY "ENTER EMPLOYEE ID TO INQUIRE :"
004659     PERFORM 3100-GET-VALID-ID THRU 3100-EXIT
004660     MOVE WS-EMPLOYEE-ID TO TERM-EMPLOYEE-ID
004661     READ TERMINATED-FILE
004662         INVALID KEY
004663             DISPLAY "EMPLOYEE ID " WS-EMPLOYEE-ID
004664                 " IS NOT ON THE TERMINATED HISTORY."
004665         NOT INVALID KEY
004666             DISPLAY "EMPLOYEE ID     : " TERM-EMPLOYEE-ID
004667             DISPLAY "EMPLOYEE NAME   : " TERM-NAME
004668             DISPLAY "EMPLOYEE AGE    : " TERM-AGE
004669             DISPLAY "FINAL SALARY    : " TERM-SALARY
004670             DISPLAY "EMPLOYEE DEPT   : " TERM-DEPT
004671             DISPLAY "TERMINATED ON   : " TERM-DATE
004672     END-READ.
004673 7500-EXIT.
004674     EXIT.
004675
004676*================================================================
004677* 7800-REVIEW-FUNCTION  --  WALK THE APPROVAL QUEUE AND RELEASE
004678*                           OR REJECT EACH HELD DELETE OR
004679*                           SALARY CHANGE.  THE QUEUE IS HELD
004680*                           IN STORAGE AND WRITTEN BACK WITH
004681*                           ONLY THE ITEMS STILL WAITING, THE
004682*                           WAY PEND-APPLY REWRITES THE PENDING
004683*                           FILE.  AN OPERATOR NEVER REVIEWS
004684*                           THEIR OWN REQUEST.
004685*================================================================
004686 7800-REVIEW-FUNCTION.
004687     OPEN INPUT APPROVAL-FILE
004688     IF APPR-STATUS = "35"
004689         DISPLAY "THE APPROVAL QUEUE IS EMPTY."
004690     ELSE
004691         IF APPR-STATUS NOT = "00"
004692             DISPLAY "FAILED TO OPEN THE APPROVAL QUEUE. "
004693                 "STATUS = " APPR-STATUS
004694             SET RETURN-CODE TO 8
004695         ELSE
004696             PERFORM 7870-READ-QUEUE THRU 7870-EXIT
004697             PERFORM 7810-LOAD-ONE-ITEM THRU 7810-EXIT
004698                 UNTIL WS-APPR-EOF
004699             CLOSE APPROVAL-FILE
004700             IF WS-APPR-COUNT = ZERO
004701                 DISPLAY "THE APPROVAL QUEUE IS EMPTY."
004702             ELSE
004703                 PERFORM 7820-REVIEW-ONE-ITEM THRU 7820-EXIT
004704                     VARYING WS-APPR-INDEX FROM 1 BY 1
004705                     UNTIL WS-APPR-INDEX > WS-APPR-COUNT
004706                 PERFORM 7890-REWRITE-QUEUE THRU 7890-EXIT
004707             END-IF
004708         END-IF
004709     END-IF.
004710 7800-EXIT.
004711     EXIT.
004712
004713 7810-LOAD-ONE-ITEM.
004714     IF WS-APPR-COUNT = WS-APPR-MAX
004715         DISPLAY "MORE THAN " WS-APPR-MAX " ITEMS ON THE "
004716             "APPROVAL QUEUE - RAISE WS-APPR-MAX AND RERUN."
004717         SET RETURN-CODE TO 8
004718         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004747         STOP RUN
004748     END-IF
004749     ADD 1 TO WS-APPR-COUNT
004940             DISPLAY "EMPLOYEE AGE    : " EMPLOYEE-AGE
004950             DISPLAY "EMPLOYEE SALARY : " EMPLOYEE-SALARY
004955             DISPLAY "EMPLOYEE DEPT   : " EMPLOYEE-DEPT
004956             DISPLAY "PAY TYPE        : " EMPLOYEE-PAY-TYPE
004957             DISPLAY "HOURLY RATE     : " EMPLOYEE-HOURLY-RATE
004960     END-READ.
004970 8100-EXIT.
004980     EXIT.
005038 8530-EXIT.
005039     EXIT.
005040
005050*================================================================
005060* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
005070*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
005080*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
005090*                       RUN'S OWN RETURN CODE AS IT WAS
005100*================================================================
005110 9800-LOG-RUN-END.
005120     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
005130     IF RUNCTL-STATUS NOT = "00"
005140         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
005150             RUNCTL-STATUS
005160         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
005170     ELSE
005180         MOVE SPACES TO RUN-CONTROL-RECORD
005190         SET RCR-ENDED TO TRUE
005200         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
005210         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
005220         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
005230         MOVE WS-RC-START-DATE TO RCR-START-DATE
005240         MOVE WS-RC-START-TIME TO RCR-START-TIME
005250         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
005260         ACCEPT RCR-END-TIME FROM TIME
005270         MOVE RETURN-CODE TO RCR-RETURN-CODE
005280         MOVE ZEROS TO RCR-COUNTS
005290         MOVE WS-CHANGES-REJECTED TO RCR-RECORDS-REJECTED
005300         MOVE WS-CHANGES-APPLIED TO RCR-RECORDS-APPLIED
005310         WRITE RUN-CONTROL-RECORD
005320         CLOSE RUN-CONTROL-FILE
005330     END-IF.
005340 9800-EXIT.
005350     EXIT.
005360
005370*================================================================
005380* 9999-TERMINATE  --  CLOSE THE MASTER FILE AND SAVE THE YTD
005020*                     ACCUMULATOR
005030*================================================================
005040 9999-TERMINATE.
