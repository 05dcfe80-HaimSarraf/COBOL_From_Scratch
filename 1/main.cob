000379*                  FILE-HANDLER'S TRANSFER FUNCTION - AN ADD
000380*                  POSTS ZEROS TO THE BEFORE SIDE AND THE
000381*                  SEEDED DEPARTMENT TO THE AFTER SIDE.
000391* 2026-10-14 JHS   THE AUDIT ENTRY'S NEW BANK ROUTING AND
000401*                  ACCOUNT FIELDS ARE WRITTEN BLANK.
000411* 2026-10-14 JHS   THE SEEDED MASTER RECORD AND A RESTORED PRIOR
000421*                  RECORD ARE WRITTEN SALARIED WITH NO HOURLY
000431*                  RATE - FILE-HANDLER'S H FUNCTION MOVES AN
000441*                  HOURLY HIRE ONTO AN HOURLY RATE.
000451* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000461*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000471*                  CODE AND RECORD COUNTS - FOR THE MORNING
000481*                  OPERATIONS SUMMARY.
000491*================================================================
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000511         RECORD KEY IS OPR-OPERATOR-ID
000512         FILE STATUS IS OPER-STATUS.
000500
000501     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000502         ORGANIZATION IS LINE SEQUENTIAL
000503         FILE STATUS IS RUNCTL-STATUS.
000504
000505     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000506         ORGANIZATION IS LINE SEQUENTIAL
000507         FILE STATUS IS RUNPARM-STATUS.
000508
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  EMPLOYEE-FILE.
000580
000581 FD  OPERATOR-FILE.
000582     COPY OPERREC.
000583
000584 FD  RUN-CONTROL-FILE.
000585     COPY RUNCREC.
000586
000587 FD  RUN-PARM-FILE.
000588 01  RUN-PARM-RECORD.
000589     05  RP-JOB-NAME                PIC X(08).
000590     05  FILLER                     PIC X(01).
000591     05  RP-STEP-NAME               PIC X(08).
000592     05  FILLER                     PIC X(63).
000593
000594 WORKING-STORAGE SECTION.
000600 01  FILE-STATUS                    PIC XX.
000610 01  AUDIT-STATUS                   PIC XX.
000611 01  DEPT-STATUS                    PIC XX.
000805 01  WS-AUDIT-SALARY-AFTER          PIC 9(06)V99 VALUE ZEROS.
000806 01  WS-YTD-TOTAL                   PIC 9(09)V99 VALUE ZEROS.
000810
000811*---------------------------------------------------------------
000812* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
000813* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
000814* THE STEP HAS NO CARD) AND WHEN IT STARTED
000815*---------------------------------------------------------------
000816 77  WS-RC-PROGRAM                  PIC X(13) VALUE
000817         "GREET".
000818
000819 01  RUNCTL-STATUS                  PIC XX.
000820 01  RUNPARM-STATUS                 PIC XX.
000821 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
000822 01  WS-RC-STEP-NAME                PIC X(08) VALUE "GREET".
000823 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
000824 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.
000825
000826 01  WS-CHANGES-APPLIED             PIC 9(05) COMP VALUE ZERO.
000827 01  WS-CHANGES-REJECTED            PIC 9(05) COMP VALUE ZERO.
000828
000829 PROCEDURE DIVISION.
000830
000840*================================================================
000850* 0000-MAINLINE
000860*================================================================
000870 0000-MAINLINE.
000875     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
000880     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000881     PERFORM 0500-SIGN-ON THRU 0500-EXIT
000890     PERFORM 2000-GET-EMPLOYEE-INFO THRU 2000-EXIT
000920         DISPLAY "EMPLOYEE ID " WS-EMPLOYEE-ID
000930             " IS ALREADY ON FILE."
000940         DISPLAY "MASTER RECORD NOT CREATED."
000945         ADD 1 TO WS-CHANGES-REJECTED
000950     ELSE
000951         PERFORM 3500-CHECK-REHIRE THRU 3500-EXIT
000952         IF WS-REHIRE-FOUND AND WS-RESTORE-YES
000961         END-IF
000970     END-IF
000980     PERFORM 9999-TERMINATE THRU 9999-EXIT
000985     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000990     STOP RUN.
000991
000992*================================================================
000993* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
000994*                         RUNPARM CARD AND WRITE THE START RECORD
000995*                         TO THE RUN-CONTROL FILE
000996*================================================================
000997 0100-LOG-RUN-START.
000998     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
000999     ACCEPT WS-RC-START-TIME FROM TIME
001000     OPEN INPUT RUN-PARM-FILE
001001     IF RUNPARM-STATUS = "00"
001002         READ RUN-PARM-FILE
001003             NOT AT END
001004                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001005                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001006         END-READ
001007         CLOSE RUN-PARM-FILE
001008     END-IF
001009     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001010     IF RUNCTL-STATUS NOT = "00"
001011         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001012             RUNCTL-STATUS
001013         SET RETURN-CODE TO 8
001014         STOP RUN
001015     END-IF
001016     MOVE SPACES TO RUN-CONTROL-RECORD
001017     SET RCR-STARTED TO TRUE
001018     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001019     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001020     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001021     MOVE WS-RC-START-DATE TO RCR-START-DATE
001022     MOVE WS-RC-START-TIME TO RCR-START-TIME
001023     MOVE ZEROS TO RCR-END-STAMP
001024     MOVE ZEROS TO RCR-RETURN-CODE
001025     MOVE ZEROS TO RCR-COUNTS
001026     WRITE RUN-CONTROL-RECORD
001027     CLOSE RUN-CONTROL-FILE.
001028 0100-EXIT.
001029     EXIT.
001030
001031*================================================================
001032* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001033*                            CREATING IT ON THE FIRST RUN
001034*================================================================
001035 0110-OPEN-RUN-CONTROL.
001036     OPEN EXTEND RUN-CONTROL-FILE
001037     IF RUNCTL-STATUS = "35"
001038         CLOSE RUN-CONTROL-FILE
001039         OPEN OUTPUT RUN-CONTROL-FILE
001040         CLOSE RUN-CONTROL-FILE
001041         OPEN EXTEND RUN-CONTROL-FILE
001042     END-IF.
001043 0110-EXIT.
001044     EXIT.
001045
001046*================================================================
001047* 1000-INITIALIZE  --  OPEN THE EMPLOYEE MASTER FOR I-O
001048*================================================================
001049 1000-INITIALIZE.
001050     OPEN I-O EMPLOYEE-FILE
001060     IF FILE-STATUS = "35"
001070         CLOSE EMPLOYEE-FILE
001120     IF FILE-STATUS NOT = "00"
001130         DISPLAY "FAILED TO OPEN THE FILE. STATUS = " FILE-STATUS
001140         SET RETURN-CODE TO 8
001145         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001150         STOP RUN
001160     END-IF
001170     OPEN EXTEND AUDIT-LOG-FILE
001250         DISPLAY "FAILED TO OPEN THE AUDIT LOG. STATUS = "
001260             AUDIT-STATUS
001270         SET RETURN-CODE TO 8
001275         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001280         STOP RUN
001281     END-IF
001282     OPEN INPUT DEPARTMENT-FILE
001283     IF DEPT-STATUS = "35"
001284         DISPLAY "THE DEPARTMENT FILE HAS NOT BEEN CREATED - "
001285             "RUN DEPT-MAINT FIRST."
001286         SET RETURN-CODE TO 8
001287         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001288         STOP RUN
001289     END-IF
001290     IF DEPT-STATUS NOT = "00"
001291         DISPLAY "FAILED TO OPEN THE DEPARTMENT FILE. STATUS = "
001292             DEPT-STATUS
001293         SET RETURN-CODE TO 8
001294         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001302         STOP RUN
001303     END-IF
001304     OPEN INPUT TERMINATED-FILE
001309             DISPLAY "FAILED TO OPEN THE TERMINATED FILE. "
001310                 "STATUS = " TERM-STATUS
001311             SET RETURN-CODE TO 8
001312             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001322             STOP RUN
001332         ELSE
001342             SET WS-TERM-FILE-OPEN TO TRUE
001352         END-IF
001362     END-IF
001372     OPEN INPUT OPERATOR-FILE
001382     IF OPER-STATUS = "35"
001392         DISPLAY "THE OPERATOR FILE HAS NOT BEEN CREATED - "
001402             "RUN OPER-MAINT FIRST."
001412         SET RETURN-CODE TO 8
001422         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001432         STOP RUN
001442     END-IF
001452     IF OPER-STATUS NOT = "00"
001462         DISPLAY "FAILED TO OPEN THE OPERATOR FILE. STATUS = "
001472             OPER-STATUS
001482         SET RETURN-CODE TO 8
001492         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001502         STOP RUN
001512     END-IF
001522     PERFORM 1700-LOAD-YTD-TOTAL THRU 1700-EXIT.
001300 1000-EXIT.
001310     EXIT.
001311
001314*                          START IT AT ZERO THE FIRST TIME
001315*================================================================
001316 1700-LOAD-YTD-TOTAL.
001317     OPEN INPUT YTD-FILE
001318     IF YTD-STATUS = "35"
001319         MOVE ZEROS TO WS-YTD-TOTAL
001320     ELSE
001321         IF YTD-STATUS NOT = "00"
001322             DISPLAY "FAILED TO OPEN THE YTD FILE. STATUS = "
001323                 YTD-STATUS
001324             SET RETURN-CODE TO 8
001325             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001326             STOP RUN
001327         ELSE
001328             READ YTD-FILE
001351         DISPLAY "SIGN-ON FAILED - RUN ENDED."
001352         SET RETURN-CODE TO 8
001353         PERFORM 9999-TERMINATE THRU 9999-EXIT
001354         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001364         STOP RUN
001374     END-IF
001384     IF NOT OPR-CAN-ADD
001394         DISPLAY "OPERATOR " WS-OPERATOR-ID " IS NOT "
001404             "AUTHORIZED TO ADD EMPLOYEES - RUN ENDED."
001414         SET RETURN-CODE TO 8
001424         PERFORM 9999-TERMINATE THRU 9999-EXIT
001434         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001444         STOP RUN
001454     END-IF
001464     DISPLAY "SIGNED ON : " OPR-NAME.
001474 0500-EXIT.
001484     EXIT.
001494
001504 0510-ACCEPT-SIGN-ON.
001514     DISPLAY "ENTER YOUR OPERATOR ID :"
001524     ACCEPT WS-OPERATOR-ID
001534     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
001544     READ OPERATOR-FILE
001554         INVALID KEY
001564             ADD 1 TO WS-SIGNON-TRIES
001574             DISPLAY "OPERATOR ID NOT RECOGNIZED."
001584             SET WS-SIGNON-NOT-OK TO TRUE
001594         NOT INVALID KEY
001604             SET WS-SIGNON-OK TO TRUE
001614     END-READ.
001624 0510-EXIT.
001634     EXIT.
001320
001330*================================================================
001340* 2000-GET-EMPLOYEE-INFO  --  RUN THE ONBOARDING INTERVIEW
002098     MOVE TERM-AGE TO EMPLOYEE-AGE
002099     MOVE TERM-SALARY TO EMPLOYEE-SALARY
002100     MOVE WS-EMPLOYEE-DEPT TO EMPLOYEE-DEPT
002110     MOVE "S" TO EMPLOYEE-PAY-TYPE
002120     MOVE ZEROS TO EMPLOYEE-HOURLY-RATE
002130     WRITE EMPLOYEE-RECORD
002140         INVALID KEY
002150             DISPLAY "ERROR WRITING TO FILE"
002160             DISPLAY "ERROR NO. : " FILE-STATUS
002170             SET RETURN-CODE TO 8
002180             CLOSE EMPLOYEE-FILE
002190             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002200             STOP RUN
002210     END-WRITE
002220     MOVE "ADD" TO AUD-OPERATION
002230     MOVE EMPLOYEE-ID TO AUD-EMPLOYEE-ID
002240     MOVE TERM-SALARY TO WS-AUDIT-SALARY-AFTER
002250     PERFORM 4500-WRITE-AUDIT-LOG THRU 4500-EXIT
002260     ADD TERM-SALARY TO WS-YTD-TOTAL
002270     DISPLAY "PRIOR MASTER RECORD RESTORED FOR " TERM-NAME
002280     DISPLAY "WITH ITS FINAL SALARY OF " TERM-SALARY ".".
002290 3700-EXIT.
002104     EXIT.
002105
002106*================================================================
002080     MOVE WS-EMPLOYEE-AGE TO EMPLOYEE-AGE
002090     MOVE ZEROS TO EMPLOYEE-SALARY
002091     MOVE WS-EMPLOYEE-DEPT TO EMPLOYEE-DEPT
002092     MOVE "S" TO EMPLOYEE-PAY-TYPE
002093     MOVE ZEROS TO EMPLOYEE-HOURLY-RATE
002100     WRITE EMPLOYEE-RECORD
002110         INVALID KEY
002120             DISPLAY "ERROR WRITING TO FILE"
002130             DISPLAY "ERROR NO. : " FILE-STATUS
002140             SET RETURN-CODE TO 8
002150             CLOSE EMPLOYEE-FILE
002155             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002160             STOP RUN
002170     END-WRITE
002180     MOVE "ADD" TO AUD-OPERATION
002346     MOVE ZEROS TO AUD-DEPT-BEFORE
002347     MOVE EMPLOYEE-DEPT TO AUD-DEPT-AFTER
002348     MOVE SPACES TO AUD-APPROVER-ID
002351     MOVE SPACES TO AUD-ROUTING-BEFORE AUD-ACCOUNT-BEFORE
002354                    AUD-ROUTING-AFTER AUD-ACCOUNT-AFTER
002357     WRITE AUDIT-RECORD
002360     IF AUDIT-STATUS NOT = "00"
002370         DISPLAY "ERROR WRITING TO AUDIT LOG. STATUS = "
002380             AUDIT-STATUS
002383     ELSE
002386         ADD 1 TO WS-CHANGES-APPLIED
002390     END-IF.
002400 4500-EXIT.
002410     EXIT.
002411
002412*================================================================
002413* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
002414*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
002415*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
002420*                       RUN'S OWN RETURN CODE AS IT WAS
002421*================================================================
002422 9800-LOG-RUN-END.
002423     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002424     IF RUNCTL-STATUS NOT = "00"
002425         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002426             RUNCTL-STATUS
002427         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
002428     ELSE
002429         MOVE SPACES TO RUN-CONTROL-RECORD
002430         SET RCR-ENDED TO TRUE
002431         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002432         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002433         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002434         MOVE WS-RC-START-DATE TO RCR-START-DATE
002435         MOVE WS-RC-START-TIME TO RCR-START-TIME
002436         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
002437         ACCEPT RCR-END-TIME FROM TIME
002438         MOVE RETURN-CODE TO RCR-RETURN-CODE
002439         MOVE ZEROS TO RCR-COUNTS
002440         MOVE WS-CHANGES-REJECTED TO RCR-RECORDS-REJECTED
002441         MOVE WS-CHANGES-APPLIED TO RCR-RECORDS-APPLIED
002442         WRITE RUN-CONTROL-RECORD
002443         CLOSE RUN-CONTROL-FILE
002444     END-IF.
002445 9800-EXIT.
002446     EXIT.
002447
002448*================================================================
002449* 9999-TERMINATE  --  CLOSE THE MASTER AND AUDIT LOG FILES
002450*================================================================
002460 9999-TERMINATE.
002470     CLOSE EMPLOYEE-FILE
