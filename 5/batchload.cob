000165*                  UNCOMMITTED CARD INSTEAD OF REJECTING EVERY
000166*                  ALREADY-LOADED HIRE AS A DUPLICATE.  THE
000167*                  CHECKPOINT IS CLEARED AT CLEAN END-OF-JOB.
000168* 2026-10-14 JHS   THE AUDIT ENTRY'S NEW BANK ROUTING AND
000169*                  ACCOUNT FIELDS ARE WRITTEN BLANK.
000170* 2026-10-14 JHS   A CARD-LOADED HIRE IS SEEDED SALARIED WITH NO
000171*                  HOURLY RATE - FILE-HANDLER'S H FUNCTION MOVES
000172*                  AN HOURLY HIRE ONTO AN HOURLY RATE.
000173* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000174*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000175*                  CODE AND RECORD COUNTS - FOR THE MORNING
000176*                  OPERATIONS SUMMARY.
000177*================================================================
000178
000179 ENVIRONMENT DIVISION.
000180 INPUT-OUTPUT SECTION.
000181 FILE-CONTROL.
000190     SELECT TRANSACTION-FILE ASSIGN TO "NEWHIRE.DAT"
000200         ORGANIZATION IS LINE SEQUENTIAL
000210         FILE STATUS IS TRANS-STATUS.
000325         ORGANIZATION IS LINE SEQUENTIAL
000326         FILE STATUS IS CHKP-STATUS.
000320
000321     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000322         ORGANIZATION IS LINE SEQUENTIAL
000323         FILE STATUS IS RUNCTL-STATUS.
000324
000325     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000326         ORGANIZATION IS LINE SEQUENTIAL
000327         FILE STATUS IS RUNPARM-STATUS.
000328
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  TRANSACTION-FILE.
000468 FD  CHECKPOINT-FILE.
000469     COPY CHKPREC.
000470
000471 FD  RUN-CONTROL-FILE.
000472     COPY RUNCREC.
000473
000474 FD  RUN-PARM-FILE.
000475 01  RUN-PARM-RECORD.
000476     05  RP-JOB-NAME                PIC X(08).
000477     05  FILLER                     PIC X(01).
000478     05  RP-STEP-NAME               PIC X(08).
000479     05  FILLER                     PIC X(63).
000480
000481 WORKING-STORAGE SECTION.
000490*---------------------------------------------------------------
000500* FILE STATUS AND CONTROL SWITCHES
000510*---------------------------------------------------------------
000685 01  WS-REHIRES-FLAGGED             PIC 9(05) COMP VALUE ZERO.
000686 01  WS-CARDS-SKIPPED               PIC 9(05) COMP VALUE ZERO.
000690
000691*---------------------------------------------------------------
000692* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
000693* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
000694* THE STEP HAS NO CARD) AND WHEN IT STARTED
000695*---------------------------------------------------------------
000696 77  WS-RC-PROGRAM                  PIC X(13) VALUE
000697         "BATCH-LOAD".
000698
000699 01  RUNCTL-STATUS                  PIC XX.
000700 01  RUNPARM-STATUS                 PIC XX.
000701 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
000702 01  WS-RC-STEP-NAME                PIC X(08) VALUE "BATCHLD".
000703 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
000704 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.
000705
000706 PROCEDURE DIVISION.
000710
000720*================================================================
000730* 0000-MAINLINE
000740*================================================================
000750 0000-MAINLINE.
000755     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
000760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000770     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
000780         UNTIL WS-TRANS-EOF
000786     END-IF
000790     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
000800     PERFORM 9999-TERMINATE THRU 9999-EXIT
000805     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000810     STOP RUN.
000811
000812*================================================================
000813* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
000814*                         RUNPARM CARD AND WRITE THE START RECORD
000815*                         TO THE RUN-CONTROL FILE
000816*================================================================
000817 0100-LOG-RUN-START.
000818     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
000819     ACCEPT WS-RC-START-TIME FROM TIME
000820     OPEN INPUT RUN-PARM-FILE
000821     IF RUNPARM-STATUS = "00"
000822         READ RUN-PARM-FILE
000823             NOT AT END
000824                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
000825                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
000826         END-READ
000827         CLOSE RUN-PARM-FILE
000828     END-IF
000829     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
000830     IF RUNCTL-STATUS NOT = "00"
000831         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
000832             RUNCTL-STATUS
000833         SET RETURN-CODE TO 8
000834         STOP RUN
000835     END-IF
000836     MOVE SPACES TO RUN-CONTROL-RECORD
000837     SET RCR-STARTED TO TRUE
000838     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
000839     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
000840     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
000841     MOVE WS-RC-START-DATE TO RCR-START-DATE
000842     MOVE WS-RC-START-TIME TO RCR-START-TIME
000843     MOVE ZEROS TO RCR-END-STAMP
000844     MOVE ZEROS TO RCR-RETURN-CODE
000845     MOVE ZEROS TO RCR-COUNTS
000846     WRITE RUN-CONTROL-RECORD
000847     CLOSE RUN-CONTROL-FILE.
000848 0100-EXIT.
000849     EXIT.
000850
000851*================================================================
000852* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
000853*                            CREATING IT ON THE FIRST RUN
000854*================================================================
000855 0110-OPEN-RUN-CONTROL.
000856     OPEN EXTEND RUN-CONTROL-FILE
000857     IF RUNCTL-STATUS = "35"
000858         CLOSE RUN-CONTROL-FILE
000859         OPEN OUTPUT RUN-CONTROL-FILE
000860         CLOSE RUN-CONTROL-FILE
000861         OPEN EXTEND RUN-CONTROL-FILE
000862     END-IF.
000863 0110-EXIT.
000864     EXIT.
000865
000866*================================================================
000867* 1000-INITIALIZE  --  OPEN THE TRANSACTION FILE, THE MASTER, AND
000868*                      THE AUDIT LOG, THEN PRIME THE READ LOOP
000869*================================================================
000870 1000-INITIALIZE.
000871     DISPLAY "ENTER RUN MODE (N = NEW LOAD, R = RESTART) :"
000872     ACCEPT WS-RUN-MODE
000873     IF NOT WS-NEW-RUN AND NOT WS-RESTART-RUN
000874         DISPLAY "RUN MODE MUST BE N OR R - RUN ENDED."
000875         SET RETURN-CODE TO 8
000876         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000878         STOP RUN
000880     END-IF
000882     IF WS-RESTART-RUN
000884         PERFORM 1200-LOAD-CHECKPOINT THRU 1200-EXIT
000886     END-IF
000888     OPEN INPUT TRANSACTION-FILE
000890     IF TRANS-STATUS NOT = "00"
000900         DISPLAY "FAILED TO OPEN THE TRANSACTION FILE. STATUS = "
000910             TRANS-STATUS
000915         SET RETURN-CODE TO 8
000917         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000920         STOP RUN
000930     END-IF
000940     OPEN I-O EMPLOYEE-FILE
001020         DISPLAY "FAILED TO OPEN THE EMPLOYEE FILE. STATUS = "
001030             FILE-STATUS
001035         SET RETURN-CODE TO 8
001037         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001040         STOP RUN
001050     END-IF
001060     OPEN EXTEND AUDIT-LOG-FILE
001080         DISPLAY "FAILED TO OPEN THE AUDIT LOG. STATUS = "
001090             AUDIT-STATUS
001095         SET RETURN-CODE TO 8
001097         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001100         STOP RUN
001101     END-IF
001102     OPEN INPUT DEPARTMENT-FILE
001103     IF DEPT-STATUS = "35"
001104         DISPLAY "THE DEPARTMENT FILE HAS NOT BEEN CREATED - "
001105             "RUN DEPT-MAINT FIRST."
001106         SET RETURN-CODE TO 8
001107         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001108         STOP RUN
001109     END-IF
001110     IF DEPT-STATUS NOT = "00"
001111         DISPLAY "FAILED TO OPEN THE DEPARTMENT FILE. STATUS = "
001112             DEPT-STATUS
001113         SET RETURN-CODE TO 8
001114         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001122         STOP RUN
001123     END-IF
001124     OPEN INPUT TERMINATED-FILE
001129             DISPLAY "FAILED TO OPEN THE TERMINATED FILE. "
001130                 "STATUS = " TERM-STATUS
001131             SET RETURN-CODE TO 8
001132             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001142             STOP RUN
001152         ELSE
001162             SET WS-TERM-FILE-OPEN TO TRUE
001172         END-IF
001182     END-IF
001192     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001130 1000-EXIT.
001140     EXIT.
001141
001151         DISPLAY "NO CHECKPOINT ON FILE - NOTHING TO RESTART. "
001152             "SUBMIT A NEW LOAD INSTEAD."
001153         SET RETURN-CODE TO 8
001154         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001164         STOP RUN
001174     END-IF
001184     IF CHKP-STATUS NOT = "00"
001194         DISPLAY "FAILED TO OPEN THE CHECKPOINT FILE. STATUS = "
001204             CHKP-STATUS
001214         SET RETURN-CODE TO 8
001224         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001234         STOP RUN
001244     END-IF
001254     READ CHECKPOINT-FILE
001264         AT END
001274             MOVE ZEROS TO CHK-LAST-CARD-NUMBER
001284     END-READ
001294     MOVE CHK-LAST-CARD-NUMBER TO WS-RESTART-POINT
001304     CLOSE CHECKPOINT-FILE
001314     IF WS-RESTART-POINT = ZERO
001324         DISPLAY "THE CHECKPOINT IS CLEAR - THE PRIOR LOAD "
001334             "ENDED CLEAN.  SUBMIT A NEW LOAD INSTEAD."
001344         SET RETURN-CODE TO 8
001354         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001364         STOP RUN
001374     END-IF
001384     DISPLAY "RESTARTING - CARDS 1 THROUGH " WS-RESTART-POINT
001394         " WERE COMMITTED BY THE PRIOR RUN AND WILL BE SKIPPED.".
001404 1200-EXIT.
001414     EXIT.
001150
001160*================================================================
001170* 2000-PROCESS-TRANSACTION  --  COUNT ONE CARD AND, UNLESS A
001600     MOVE TR-AGE TO EMPLOYEE-AGE
001610     MOVE TR-SALARY TO EMPLOYEE-SALARY
001615     MOVE TR-DEPT TO EMPLOYEE-DEPT
001616     MOVE "S" TO EMPLOYEE-PAY-TYPE
001617     MOVE ZEROS TO EMPLOYEE-HOURLY-RATE
001620     WRITE EMPLOYEE-RECORD
001630         INVALID KEY
001640             DISPLAY "ERROR WRITING TO FILE"
001736             MOVE ZEROS TO AUD-DEPT-BEFORE
001737             MOVE EMPLOYEE-DEPT TO AUD-DEPT-AFTER
001738             MOVE SPACES TO AUD-APPROVER-ID
001739             MOVE SPACES TO AUD-ROUTING-BEFORE AUD-ACCOUNT-BEFORE
001740                            AUD-ROUTING-AFTER AUD-ACCOUNT-AFTER
001741             WRITE AUDIT-RECORD
001745             IF AUDIT-STATUS NOT = "00"
001746                 DISPLAY "ERROR WRITING TO AUDIT LOG. STATUS = "
001747                     AUDIT-STATUS
001865     DISPLAY "REHIRES FLAGGED    : " WS-REHIRES-FLAGGED.
001870 8000-EXIT.
001880     EXIT.
001881
001882*================================================================
001883* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
001884*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
001885*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
001886*                       RUN'S OWN RETURN CODE AS IT WAS
001887*================================================================
001888 9800-LOG-RUN-END.
001890     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001891     IF RUNCTL-STATUS NOT = "00"
001892         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001893             RUNCTL-STATUS
001894         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
001895     ELSE
001896         MOVE SPACES TO RUN-CONTROL-RECORD
001897         SET RCR-ENDED TO TRUE
001898         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001899         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001900         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001901         MOVE WS-RC-START-DATE TO RCR-START-DATE
001902         MOVE WS-RC-START-TIME TO RCR-START-TIME
001903         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
001904         ACCEPT RCR-END-TIME FROM TIME
001905         MOVE RETURN-CODE TO RCR-RETURN-CODE
001906         MOVE ZEROS TO RCR-COUNTS
001907         ADD WS-RECORDS-LOADED WS-RECORDS-REJECTED
001908             WS-CARDS-SKIPPED GIVING RCR-RECORDS-READ
001909         MOVE WS-RECORDS-LOADED TO RCR-RECORDS-WRITTEN
001910         MOVE WS-RECORDS-REJECTED TO RCR-RECORDS-REJECTED
001911         MOVE WS-RECORDS-LOADED TO RCR-RECORDS-APPLIED
001912         WRITE RUN-CONTROL-RECORD
001913         CLOSE RUN-CONTROL-FILE
001914     END-IF.
001915 9800-EXIT.
001916     EXIT.
001917
001918*================================================================
001919* 9999-TERMINATE  --  CLOSE ALL FILES
001920*================================================================
001930 9999-TERMINATE.
001940     CLOSE TRANSACTION-FILE
