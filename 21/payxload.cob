000220*                  A CARD FOR AN EMPLOYEE NOT ON THE MASTER,
000230*                  WITH AN UNKNOWN TYPE, OR WITH A ZERO DAYS OR
000240*                  AMOUNT IS REJECTED.
000241* 2026-10-14 JHS   AN UNPAID LEAVE CARD FOR AN EMPLOYEE WHO
000242*                  STILL HAS PAID VACATION OR SICK DAYS ON THE
000243*                  LEAVE BALANCE FILE IS FLAGGED WITH THE
000244*                  BALANCES SO PAYROLL CAN CHECK WITH THE
000245*                  SUPERVISOR.  THE CARD IS STILL LOADED.  A
000246*                  MISSING LEAVE FILE JUST MEANS NOTHING IS
000247*                  FLAGGED.
000249* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000251*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000253*                  CODE AND RECORD COUNTS - FOR THE MORNING
000255*                  OPERATIONS SUMMARY.
000257*================================================================

000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000400         RECORD KEY IS EXC-EMPLOYEE-ID
000410         FILE STATUS IS EXC-STATUS.

000411     SELECT LEAVE-FILE ASSIGN TO LEAVFILE
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS DYNAMIC
000414         RECORD KEY IS LV-EMPLOYEE-ID
000415         FILE STATUS IS LEAVE-STATUS.

000416     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000417         ORGANIZATION IS LINE SEQUENTIAL
000418         FILE STATUS IS RUNCTL-STATUS.

000419     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000420         ORGANIZATION IS LINE SEQUENTIAL
000421         FILE STATUS IS RUNPARM-STATUS.

000422 DATA DIVISION.
000430 FILE SECTION.
000440 FD  EXC-TRANS-FILE.
000450 01  EXC-TRANS-RECORD.
000550 FD  EXCEPTION-FILE.
000560     COPY EXCREC.

000561 FD  LEAVE-FILE.
000562     COPY LEAVREC.

000563 FD  RUN-CONTROL-FILE.
000564     COPY RUNCREC.

000565 FD  RUN-PARM-FILE.
000566 01  RUN-PARM-RECORD.
000567     05  RP-JOB-NAME                PIC X(08).
000568     05  FILLER                     PIC X(01).
000569     05  RP-STEP-NAME               PIC X(08).
000570     05  FILLER                     PIC X(63).

000571 WORKING-STORAGE SECTION.
000580*---------------------------------------------------------------
000590* FILE STATUS AND CONTROL SWITCHES
000600*---------------------------------------------------------------
000610 01  TRANS-STATUS                   PIC XX.
000620 01  FILE-STATUS                    PIC XX.
000630 01  EXC-STATUS                     PIC XX.
000631 01  LEAVE-STATUS                   PIC XX.

000640 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
000650     88  WS-RECORD-FOUND                         VALUE "Y".
000710     88  WS-TRANS-EOF                            VALUE "Y".
000720     88  WS-TRANS-NOT-EOF                        VALUE "N".

000721 01  WS-LEAVE-FILE-SWITCH           PIC X(01) VALUE "N".
000722     88  WS-LEAVE-FILE-OPEN                      VALUE "Y".
000723     88  WS-LEAVE-FILE-ABSENT                    VALUE "N".

000730*---------------------------------------------------------------
000740* RUN TOTALS
000750*---------------------------------------------------------------
000760 01  WS-CARDS-LOADED                PIC 9(05) COMP VALUE ZERO.
000770 01  WS-CARDS-COMBINED              PIC 9(05) COMP VALUE ZERO.
000780 01  WS-CARDS-REJECTED              PIC 9(05) COMP VALUE ZERO.
000781 01  WS-CARDS-FLAGGED               PIC 9(05) COMP VALUE ZERO.

000782*---------------------------------------------------------------
000783* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
000784* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
000785* THE STEP HAS NO CARD) AND WHEN IT STARTED
000786*---------------------------------------------------------------
000787 77  WS-RC-PROGRAM                  PIC X(13) VALUE
000788         "PAYX-LOAD".

000789 01  RUNCTL-STATUS                  PIC XX.
000790 01  RUNPARM-STATUS                 PIC XX.
000791 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
000792 01  WS-RC-STEP-NAME                PIC X(08) VALUE "PAYXLOAD".
000793 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
000794 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

000795 PROCEDURE DIVISION.

000800*================================================================
000810* 0000-MAINLINE
000820*================================================================
000830 0000-MAINLINE.
000835     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
000840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000850     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
000860         UNTIL WS-TRANS-EOF
000870     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
000880     PERFORM 9999-TERMINATE THRU 9999-EXIT
000881     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000882     STOP RUN.

000883*================================================================
000884* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
000885*                         RUNPARM CARD AND WRITE THE START RECORD
000886*                         TO THE RUN-CONTROL FILE
000887*================================================================
000888 0100-LOG-RUN-START.
000890     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
000891     ACCEPT WS-RC-START-TIME FROM TIME
000892     OPEN INPUT RUN-PARM-FILE
000893     IF RUNPARM-STATUS = "00"
000894         READ RUN-PARM-FILE
000895             NOT AT END
000896                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
000897                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
000898         END-READ
000899         CLOSE RUN-PARM-FILE
000900     END-IF
000901     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
000902     IF RUNCTL-STATUS NOT = "00"
000903         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
000904             RUNCTL-STATUS
000905         SET RETURN-CODE TO 8
000906         STOP RUN
000907     END-IF
000908     MOVE SPACES TO RUN-CONTROL-RECORD
000909     SET RCR-STARTED TO TRUE
000910     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
000911     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
000912     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
000913     MOVE WS-RC-START-DATE TO RCR-START-DATE
000914     MOVE WS-RC-START-TIME TO RCR-START-TIME
000915     MOVE ZEROS TO RCR-END-STAMP
000916     MOVE ZEROS TO RCR-RETURN-CODE
000917     MOVE ZEROS TO RCR-COUNTS
000918     WRITE RUN-CONTROL-RECORD
000919     CLOSE RUN-CONTROL-FILE.
000920 0100-EXIT.
000921     EXIT.

000922*================================================================
000923* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
000924*                            CREATING IT ON THE FIRST RUN
000925*================================================================
000926 0110-OPEN-RUN-CONTROL.
000927     OPEN EXTEND RUN-CONTROL-FILE
000928     IF RUNCTL-STATUS = "35"
000929         CLOSE RUN-CONTROL-FILE
000930         OPEN OUTPUT RUN-CONTROL-FILE
000931         CLOSE RUN-CONTROL-FILE
000932         OPEN EXTEND RUN-CONTROL-FILE
000933     END-IF.
000934 0110-EXIT.
000935     EXIT.

000936*================================================================
000937* 1000-INITIALIZE  --  OPEN THE CARD FILE AND THE MASTER,
000938*                      REBUILD THE EXCEPTION FILE EMPTY, AND
000939*                      PRIME THE READ LOOP
000940*================================================================
000950 1000-INITIALIZE.
000960     OPEN INPUT EXC-TRANS-FILE
000980         DISPLAY "FAILED TO OPEN THE EXCEPTION CARD FILE. "
000990             "STATUS = " TRANS-STATUS
001000         SET RETURN-CODE TO 8
001005         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001010         STOP RUN
001020     END-IF
001030     OPEN INPUT EMPLOYEE-FILE
001050         DISPLAY "FAILED TO OPEN THE EMPLOYEE FILE. STATUS = "
001060             FILE-STATUS
001070         SET RETURN-CODE TO 8
001075         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001080         STOP RUN
001090     END-IF
001100     OPEN OUTPUT EXCEPTION-FILE
001120         DISPLAY "FAILED TO BUILD THE EXCEPTION FILE. STATUS = "
001130             EXC-STATUS
001140         SET RETURN-CODE TO 8
001145         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001150         STOP RUN
001160     END-IF
001170     CLOSE EXCEPTION-FILE
001200         DISPLAY "FAILED TO OPEN THE EXCEPTION FILE. STATUS = "
001210             EXC-STATUS
001220         SET RETURN-CODE TO 8
001225         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001230         STOP RUN
001240     END-IF
001241     OPEN INPUT LEAVE-FILE
001242     IF LEAVE-STATUS = "35"
001243         SET WS-LEAVE-FILE-ABSENT TO TRUE
001244     ELSE
001245         IF LEAVE-STATUS NOT = "00"
001246             DISPLAY "FAILED TO OPEN THE LEAVE BALANCE FILE. "
001247                 "STATUS = " LEAVE-STATUS
001248             SET RETURN-CODE TO 8
001249             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001250             STOP RUN
001251         ELSE
001252             SET WS-LEAVE-FILE-OPEN TO TRUE
001253         END-IF
001254     END-IF
001255     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001260 1000-EXIT.
001270     EXIT.

001570                 ADD 1 TO WS-CARDS-REJECTED
001580             ELSE
001590                 PERFORM 3000-POST-EXCEPTION THRU 3000-EXIT
001595                 IF XT-TYPE-LEAVE AND WS-LEAVE-FILE-OPEN
001596                     PERFORM 3100-CHECK-PAID-LEAVE THRU 3100-EXIT
001597                 END-IF
001600             END-IF
001610         END-IF
001620     END-IF
002220 3000-EXIT.
002230     EXIT.

002231*================================================================
002232* 3100-CHECK-PAID-LEAVE  --  FLAG UNPAID LEAVE FOR AN EMPLOYEE
002233*                            WHO STILL HAS PAID VACATION OR SICK
002234*                            DAYS ON THE LEAVE BALANCE FILE
002235*================================================================
002236 3100-CHECK-PAID-LEAVE.
002237     MOVE XT-EMPLOYEE-ID TO LV-EMPLOYEE-ID
002238     READ LEAVE-FILE
002239         INVALID KEY
002240             CONTINUE
002241         NOT INVALID KEY
002242             IF LV-VAC-BALANCE > ZERO OR LV-SICK-BALANCE > ZERO
002243                 DISPLAY "EMPLOYEE ID " XT-EMPLOYEE-ID
002244                     " HAS " XT-DAYS " UNPAID LEAVE DAYS BUT "
002245                     "STILL HAS PAID LEAVE - VACATION "
002246                     LV-VAC-BALANCE " SICK " LV-SICK-BALANCE
002247                 DISPLAY "    UNPAID LEAVE LOADED - CHECK WITH "
002248                     "THE SUPERVISOR BEFORE THE PAY RUN."
002249                 ADD 1 TO WS-CARDS-FLAGGED
002250             END-IF
002251     END-READ.
002252 3100-EXIT.
002253     EXIT.

002255*================================================================
002257* 8000-DISPLAY-SUMMARY  --  REPORT WHAT THE LOAD RUN DID
002260*================================================================
002270 8000-DISPLAY-SUMMARY.
002280     DISPLAY "---- PAY EXCEPTION LOAD SUMMARY ----"
002290     DISPLAY "EXCEPTIONS LOADED   : " WS-CARDS-LOADED
002300     DISPLAY "CARDS COMBINED      : " WS-CARDS-COMBINED
002301     DISPLAY "CARDS REJECTED      : " WS-CARDS-REJECTED
002302     DISPLAY "PAID LEAVE FLAGGED  : " WS-CARDS-FLAGGED.
002303 8000-EXIT.
002304     EXIT.

002305*================================================================
002306* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
002307*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
002308*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
002309*                       RUN'S OWN RETURN CODE AS IT WAS
002310*================================================================
002311 9800-LOG-RUN-END.
002312     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002313     IF RUNCTL-STATUS NOT = "00"
002314         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002315             RUNCTL-STATUS
002316         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
002317     ELSE
002318         MOVE SPACES TO RUN-CONTROL-RECORD
002319         SET RCR-ENDED TO TRUE
002320         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002321         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002322         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002323         MOVE WS-RC-START-DATE TO RCR-START-DATE
002324         MOVE WS-RC-START-TIME TO RCR-START-TIME
002325         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
002326         ACCEPT RCR-END-TIME FROM TIME
002327         MOVE RETURN-CODE TO RCR-RETURN-CODE
002328         MOVE ZEROS TO RCR-COUNTS
002329         ADD WS-CARDS-LOADED WS-CARDS-COMBINED WS-CARDS-REJECTED
002330             GIVING RCR-RECORDS-READ
002331         MOVE WS-CARDS-LOADED TO RCR-RECORDS-WRITTEN
002332         MOVE WS-CARDS-REJECTED TO RCR-RECORDS-REJECTED
002333         ADD WS-CARDS-LOADED WS-CARDS-COMBINED
002334             GIVING RCR-RECORDS-APPLIED
002335         WRITE RUN-CONTROL-RECORD
002336         CLOSE RUN-CONTROL-FILE
002337     END-IF.
002338 9800-EXIT.
002339     EXIT.

002340*================================================================
002350* 9999-TERMINATE  --  CLOSE ALL FILES
002370 9999-TERMINATE.
002380     CLOSE EXC-TRANS-FILE
002390     CLOSE EMPLOYEE-FILE
002400     CLOSE EXCEPTION-FILE
002401     IF WS-LEAVE-FILE-OPEN
002402         CLOSE LEAVE-FILE
002403     END-IF.
002410 9999-EXIT.
002420     EXIT.
