000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TIME-LOAD.
000030 AUTHOR. J SARRAF.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-14 JHS   ORIGINAL - LOADS THE PERIOD'S TIMECARD CARDS
000110*                  INTO THE KEYED TIMECARD FILE PAYCALC PAYS
000120*                  HOURLY EMPLOYEES FROM, THE SAME WAY PAYX-LOAD
000130*                  LOADS PAY EXCEPTIONS.  CARD TYPES ARE R
000140*                  (REGULAR HOURS), O (OVERTIME HOURS) AND H
000150*                  (HOLIDAY HOURS).  THE FILE IS REBUILT FROM
000160*                  SCRATCH EVERY RUN - THE DECK IS THE WHOLE
000170*                  PERIOD'S TIME, SO A RERUN CANNOT DOUBLE
000180*                  ANYTHING - AND SEVERAL CARDS FOR ONE EMPLOYEE
000190*                  COMBINE INTO ONE RECORD (HOURS ACCUMULATE).
000200*                  A CARD IS REJECTED WHEN THE EMPLOYEE IS NOT ON
000210*                  THE MASTER OR IS NOT HOURLY, THE TYPE IS
000220*                  UNKNOWN, THE HOURS ARE ZERO, THE PERIOD IS
000230*                  NOT THE OPEN PERIOD PAYCALC WILL PAY NEXT, OR
000240*                  THE CARD WOULD PUSH THE EMPLOYEE'S HOURS OF
000250*                  THAT TYPE PAST THE PERIOD LIMIT.
000260* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000270*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000280*                  CODE AND RECORD COUNTS - FOR THE MORNING
000290*                  OPERATIONS SUMMARY.
000300*================================================================

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT TIME-TRANS-FILE ASSIGN TO "TIMECARD.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS TRANS-STATUS.

000370     SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS EMPLOYEE-ID
000410         ALTERNATE RECORD KEY IS EMPLOYEE-NAME
000420             WITH DUPLICATES
000430         FILE STATUS IS FILE-STATUS.

000440     SELECT TIMECARD-FILE ASSIGN TO TIMEFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS TC-EMPLOYEE-ID
000480         FILE STATUS IS TIME-STATUS.

000490     SELECT PAY-PERIOD-FILE ASSIGN TO PERFILE
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PERIOD-STATUS.

000520     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RUNCTL-STATUS.

000550     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RUNPARM-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  TIME-TRANS-FILE.
000610 01  TIME-TRANS-RECORD.
000620     05  TT-EMPLOYEE-ID              PIC 9(05).
000630     05  TT-PERIOD-NUMBER            PIC 9(03).
000640     05  TT-HOURS-TYPE               PIC X(01).
000650         88  TT-TYPE-REGULAR                     VALUE "R".
000660         88  TT-TYPE-OVERTIME                    VALUE "O".
000670         88  TT-TYPE-HOLIDAY                     VALUE "H".
000680     05  TT-HOURS                    PIC 9(03)V99.

000690 FD  EMPLOYEE-FILE.
000700     COPY EMPREC.

000710 FD  TIMECARD-FILE.
000720     COPY TIMEREC.

000730 FD  PAY-PERIOD-FILE.
000740     COPY PAYPDREC.

000750 FD  RUN-CONTROL-FILE.
000760     COPY RUNCREC.

000770 FD  RUN-PARM-FILE.
000780 01  RUN-PARM-RECORD.
000790     05  RP-JOB-NAME                PIC X(08).
000800     05  FILLER                     PIC X(01).
000810     05  RP-STEP-NAME               PIC X(08).
000820     05  FILLER                     PIC X(63).

000830 WORKING-STORAGE SECTION.
000840*---------------------------------------------------------------
000850* FILE STATUS AND CONTROL SWITCHES
000860*---------------------------------------------------------------
000870 01  TRANS-STATUS                   PIC XX.
000880 01  FILE-STATUS                    PIC XX.
000890 01  TIME-STATUS                    PIC XX.
000900 01  PERIOD-STATUS                  PIC XX.

000910 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
000920     88  WS-RECORD-FOUND                         VALUE "Y".
000930     88  WS-RECORD-NOT-FOUND                     VALUE "N".

000940 01  WS-TIME-SWITCH                 PIC X(01) VALUE "N".
000950     88  WS-TIME-ON-FILE                         VALUE "Y".
000960     88  WS-TIME-NOT-ON-FILE                     VALUE "N".

000970 01  WS-TRANS-EOF-SWITCH            PIC X(01) VALUE "N".
000980     88  WS-TRANS-EOF                            VALUE "Y".
000990     88  WS-TRANS-NOT-EOF                        VALUE "N".

001000 01  WS-CAL-EOF-SWITCH              PIC X(01) VALUE "N".
001010     88  WS-CAL-EOF                              VALUE "Y".
001020     88  WS-CAL-NOT-EOF                          VALUE "N".

001030 01  WS-LIMIT-SWITCH                PIC X(01) VALUE "N".
001040     88  WS-OVER-LIMIT                           VALUE "Y".
001050     88  WS-WITHIN-LIMIT                         VALUE "N".

001060*---------------------------------------------------------------
001070* PERIOD HOURS LIMITS - A CARD THAT WOULD TAKE AN EMPLOYEE'S
001080* HOURS OF ITS TYPE PAST THE LIMIT IS REJECTED AS A KEYING
001090* ERROR RATHER THAN PAID
001100*---------------------------------------------------------------
001110 77  WS-MAX-REGULAR-HOURS           PIC 9(03)V99 VALUE 88.00.
001120 77  WS-MAX-OVERTIME-HOURS          PIC 9(03)V99 VALUE 40.00.
001130 77  WS-MAX-HOLIDAY-HOURS           PIC 9(03)V99 VALUE 24.00.

001140 01  WS-OPEN-PERIOD                 PIC 9(03) VALUE ZEROS.
001150 01  WS-NEW-HOURS                   PIC 9(04)V99 VALUE ZEROS.

001160*---------------------------------------------------------------
001170* RUN TOTALS
001180*---------------------------------------------------------------
001190 01  WS-CARDS-LOADED                PIC 9(05) COMP VALUE ZERO.
001200 01  WS-CARDS-COMBINED              PIC 9(05) COMP VALUE ZERO.
001210 01  WS-CARDS-REJECTED              PIC 9(05) COMP VALUE ZERO.

001220*---------------------------------------------------------------
001230* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001240* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001250* THE STEP HAS NO CARD) AND WHEN IT STARTED
001260*---------------------------------------------------------------
001270 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001280         "TIME-LOAD".

001290 01  RUNCTL-STATUS                  PIC XX.
001300 01  RUNPARM-STATUS                 PIC XX.
001310 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001320 01  WS-RC-STEP-NAME                PIC X(08) VALUE "TIMELOAD".
001330 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001340 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

001350 PROCEDURE DIVISION.

001360*================================================================
001370* 0000-MAINLINE
001380*================================================================
001390 0000-MAINLINE.
001400     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001410     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001420     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001430         UNTIL WS-TRANS-EOF
001440     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
001450     PERFORM 9999-TERMINATE THRU 9999-EXIT
001460     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001470     STOP RUN.

001480*================================================================
001490* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001500*                         RUNPARM CARD AND WRITE THE START RECORD
001510*                         TO THE RUN-CONTROL FILE
001520*================================================================
001530 0100-LOG-RUN-START.
001540     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001550     ACCEPT WS-RC-START-TIME FROM TIME
001560     OPEN INPUT RUN-PARM-FILE
001570     IF RUNPARM-STATUS = "00"
001580         READ RUN-PARM-FILE
001590             NOT AT END
001600                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001610                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001620         END-READ
001630         CLOSE RUN-PARM-FILE
001640     END-IF
001650     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001660     IF RUNCTL-STATUS NOT = "00"
001670         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001680             RUNCTL-STATUS
001690         SET RETURN-CODE TO 8
001700         STOP RUN
001710     END-IF
001720     MOVE SPACES TO RUN-CONTROL-RECORD
001730     SET RCR-STARTED TO TRUE
001740     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001750     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001760     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001770     MOVE WS-RC-START-DATE TO RCR-START-DATE
001780     MOVE WS-RC-START-TIME TO RCR-START-TIME
001790     MOVE ZEROS TO RCR-END-STAMP
001800     MOVE ZEROS TO RCR-RETURN-CODE
001810     MOVE ZEROS TO RCR-COUNTS
001820     WRITE RUN-CONTROL-RECORD
001830     CLOSE RUN-CONTROL-FILE.
001840 0100-EXIT.
001850     EXIT.

001860*================================================================
001870* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001880*                            CREATING IT ON THE FIRST RUN
001890*================================================================
001900 0110-OPEN-RUN-CONTROL.
001910     OPEN EXTEND RUN-CONTROL-FILE
001920     IF RUNCTL-STATUS = "35"
001930         CLOSE RUN-CONTROL-FILE
001940         OPEN OUTPUT RUN-CONTROL-FILE
001950         CLOSE RUN-CONTROL-FILE
001960         OPEN EXTEND RUN-CONTROL-FILE
001970     END-IF.
001980 0110-EXIT.
001990     EXIT.

002000*================================================================
002010* 1000-INITIALIZE  --  FIND THE OPEN PAY PERIOD, OPEN THE CARD
002020*                      FILE AND THE MASTER, REBUILD THE TIMECARD
002030*                      FILE EMPTY, AND PRIME THE READ LOOP
002040*================================================================
002050 1000-INITIALIZE.
002060     PERFORM 1100-FIND-OPEN-PERIOD THRU 1100-EXIT
002070     OPEN INPUT TIME-TRANS-FILE
002080     IF TRANS-STATUS NOT = "00"
002090         DISPLAY "FAILED TO OPEN THE TIMECARD CARD FILE. "
002100             "STATUS = " TRANS-STATUS
002110         SET RETURN-CODE TO 8
002120         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002130         STOP RUN
002140     END-IF
002150     OPEN INPUT EMPLOYEE-FILE
002160     IF FILE-STATUS NOT = "00"
002170         DISPLAY "FAILED TO OPEN THE EMPLOYEE FILE. STATUS = "
002180             FILE-STATUS
002190         SET RETURN-CODE TO 8
002200         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002210         STOP RUN
002220     END-IF
002230     OPEN OUTPUT TIMECARD-FILE
002240     IF TIME-STATUS NOT = "00"
002250         DISPLAY "FAILED TO BUILD THE TIMECARD FILE. STATUS = "
002260             TIME-STATUS
002270         SET RETURN-CODE TO 8
002280         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002290         STOP RUN
002300     END-IF
002310     CLOSE TIMECARD-FILE
002320     OPEN I-O TIMECARD-FILE
002330     IF TIME-STATUS NOT = "00"
002340         DISPLAY "FAILED TO OPEN THE TIMECARD FILE. STATUS = "
002350             TIME-STATUS
002360         SET RETURN-CODE TO 8
002370         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002380         STOP RUN
002390     END-IF
002400     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002410 1000-EXIT.
002420     EXIT.

002430*================================================================
002440* 1100-FIND-OPEN-PERIOD  --  READ THE PAY PERIOD CALENDAR FOR THE
002450*                            LOWEST-NUMBERED OPEN PERIOD, THE ONE
002460*                            PAYCALC WILL PAY NEXT
002470*================================================================
002480 1100-FIND-OPEN-PERIOD.
002490     OPEN INPUT PAY-PERIOD-FILE
002500     IF PERIOD-STATUS = "35"
002510         DISPLAY "THE PAY PERIOD CALENDAR HAS NOT BEEN "
002520             "CREATED - BUILD THE CALENDAR BEFORE LOADING "
002530             "TIMECARDS."
002540         SET RETURN-CODE TO 8
002550         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002560         STOP RUN
002570     END-IF
002580     IF PERIOD-STATUS NOT = "00"
002590         DISPLAY "FAILED TO OPEN THE PAY PERIOD CALENDAR. "
002600             "STATUS = " PERIOD-STATUS
002610         SET RETURN-CODE TO 8
002620         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002630         STOP RUN
002640     END-IF
002650     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT
002660     PERFORM 1110-CHECK-ONE-PERIOD THRU 1110-EXIT
002670         UNTIL WS-CAL-EOF
002680     CLOSE PAY-PERIOD-FILE
002690     IF WS-OPEN-PERIOD = ZERO
002700         DISPLAY "THERE IS NO OPEN PERIOD ON THE PAY PERIOD "
002710             "CALENDAR - NO TIMECARDS LOADED."
002720         SET RETURN-CODE TO 8
002730         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002740         STOP RUN
002750     END-IF
002760     DISPLAY "LOADING TIMECARDS FOR PERIOD " WS-OPEN-PERIOD.
002770 1100-EXIT.
002780     EXIT.

002790 1110-CHECK-ONE-PERIOD.
002800     IF PP-OPEN
002810         IF WS-OPEN-PERIOD = ZERO
002820                 OR PP-PERIOD-NUMBER < WS-OPEN-PERIOD
002830             MOVE PP-PERIOD-NUMBER TO WS-OPEN-PERIOD
002840         END-IF
002850     END-IF
002860     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT.
002870 1110-EXIT.
002880     EXIT.

002890 1150-READ-CALENDAR.
002900     READ PAY-PERIOD-FILE
002910         AT END
002920             SET WS-CAL-EOF TO TRUE
002930     END-READ.
002940 1150-EXIT.
002950     EXIT.

002960*================================================================
002970* 2000-PROCESS-TRANSACTION  --  EDIT AND POST ONE TIMECARD CARD
002980*================================================================
002990 2000-PROCESS-TRANSACTION.
003000     MOVE TT-EMPLOYEE-ID TO EMPLOYEE-ID
003010     READ EMPLOYEE-FILE
003020         INVALID KEY
003030             SET WS-RECORD-NOT-FOUND TO TRUE
003040         NOT INVALID KEY
003050             SET WS-RECORD-FOUND TO TRUE
003060     END-READ
003070     EVALUATE TRUE
003080         WHEN WS-RECORD-NOT-FOUND
003090             DISPLAY "EMPLOYEE ID " TT-EMPLOYEE-ID
003100                 " IS NOT ON THE MASTER - TIMECARD SKIPPED."
003110             ADD 1 TO WS-CARDS-REJECTED
003120         WHEN NOT EMP-PAY-HOURLY
003130             DISPLAY "EMPLOYEE ID " TT-EMPLOYEE-ID
003140                 " IS NOT AN HOURLY EMPLOYEE - TIMECARD SKIPPED."
003150             ADD 1 TO WS-CARDS-REJECTED
003160         WHEN NOT TT-TYPE-REGULAR AND NOT TT-TYPE-OVERTIME
003170                 AND NOT TT-TYPE-HOLIDAY
003180             DISPLAY "EMPLOYEE ID " TT-EMPLOYEE-ID
003190                 " HAS UNKNOWN HOURS TYPE " TT-HOURS-TYPE
003200                 " - TIMECARD SKIPPED."
003210             ADD 1 TO WS-CARDS-REJECTED
003220         WHEN TT-HOURS IS NOT NUMERIC OR TT-HOURS = ZERO
003230             DISPLAY "EMPLOYEE ID " TT-EMPLOYEE-ID
003240                 " HAS ZERO OR NON-NUMERIC HOURS - TIMECARD "
003250                 "SKIPPED."
003260             ADD 1 TO WS-CARDS-REJECTED
003270         WHEN TT-PERIOD-NUMBER NOT = WS-OPEN-PERIOD
003280             DISPLAY "EMPLOYEE ID " TT-EMPLOYEE-ID
003290                 " HAS A TIMECARD FOR PERIOD " TT-PERIOD-NUMBER
003300                 " - THE OPEN PERIOD IS " WS-OPEN-PERIOD
003310                 " - TIMECARD SKIPPED."
003320             ADD 1 TO WS-CARDS-REJECTED
003330         WHEN OTHER
003340             PERFORM 3000-POST-TIMECARD THRU 3000-EXIT
003350     END-EVALUATE
003360     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
003370 2000-EXIT.
003380     EXIT.

003390 2100-READ-TRANSACTION.
003400     READ TIME-TRANS-FILE
003410         AT END
003420             SET WS-TRANS-EOF TO TRUE
003430     END-READ.
003440 2100-EXIT.
003450     EXIT.

003460*================================================================
003470* 3000-POST-TIMECARD  --  WRITE A NEW TIMECARD RECORD OR FOLD THE
003480*                         CARD INTO THE ONE ALREADY BUILT THIS RUN
003490*                         (HOURS ACCUMULATE), REJECTING A CARD
003500*                         THAT WOULD PASS THE PERIOD LIMIT
003510*================================================================
003520 3000-POST-TIMECARD.
003530     MOVE TT-EMPLOYEE-ID TO TC-EMPLOYEE-ID
003540     READ TIMECARD-FILE
003550         INVALID KEY
003560             SET WS-TIME-NOT-ON-FILE TO TRUE
003570         NOT INVALID KEY
003580             SET WS-TIME-ON-FILE TO TRUE
003590     END-READ
003600     IF WS-TIME-NOT-ON-FILE
003610         MOVE TT-EMPLOYEE-ID TO TC-EMPLOYEE-ID
003620         MOVE WS-OPEN-PERIOD TO TC-PERIOD-NUMBER
003630         MOVE ZEROS TO TC-REGULAR-HOURS
003640         MOVE ZEROS TO TC-OVERTIME-HOURS
003650         MOVE ZEROS TO TC-HOLIDAY-HOURS
003660     END-IF
003670     PERFORM 3100-CHECK-LIMIT THRU 3100-EXIT
003680     IF WS-OVER-LIMIT
003690         DISPLAY "EMPLOYEE ID " TT-EMPLOYEE-ID " " TT-HOURS-TYPE
003700             " HOURS WOULD REACH " WS-NEW-HOURS
003710             " - OVER THE PERIOD LIMIT - TIMECARD SKIPPED."
003720         ADD 1 TO WS-CARDS-REJECTED
003730     ELSE
003740         PERFORM 3200-APPLY-HOURS THRU 3200-EXIT
003750     END-IF.
003760 3000-EXIT.
003770     EXIT.

003780*================================================================
003790* 3100-CHECK-LIMIT  --  WORK OUT WHAT THE EMPLOYEE'S HOURS OF THE
003800*                       CARD'S TYPE WOULD COME TO AND HOLD THEM
003810*                       AGAINST THAT TYPE'S PERIOD LIMIT
003820*================================================================
003830 3100-CHECK-LIMIT.
003840     SET WS-WITHIN-LIMIT TO TRUE
003850     EVALUATE TRUE
003860         WHEN TT-TYPE-REGULAR
003870             COMPUTE WS-NEW-HOURS = TC-REGULAR-HOURS + TT-HOURS
003880             IF WS-NEW-HOURS > WS-MAX-REGULAR-HOURS
003890                 SET WS-OVER-LIMIT TO TRUE
003900             END-IF
003910         WHEN TT-TYPE-OVERTIME
003920             COMPUTE WS-NEW-HOURS = TC-OVERTIME-HOURS + TT-HOURS
003930             IF WS-NEW-HOURS > WS-MAX-OVERTIME-HOURS
003940                 SET WS-OVER-LIMIT TO TRUE
003950             END-IF
003960         WHEN TT-TYPE-HOLIDAY
003970             COMPUTE WS-NEW-HOURS = TC-HOLIDAY-HOURS + TT-HOURS
003980             IF WS-NEW-HOURS > WS-MAX-HOLIDAY-HOURS
003990                 SET WS-OVER-LIMIT TO TRUE
004000             END-IF
004010     END-EVALUATE.
004020 3100-EXIT.
004030     EXIT.

004040*================================================================
004050* 3200-APPLY-HOURS  --  ADD THE CARD'S HOURS TO THE TIMECARD
004060*                       RECORD AND WRITE OR REWRITE IT
004070*================================================================
004080 3200-APPLY-HOURS.
004090     EVALUATE TRUE
004100         WHEN TT-TYPE-REGULAR
004110             ADD TT-HOURS TO TC-REGULAR-HOURS
004120         WHEN TT-TYPE-OVERTIME
004130             ADD TT-HOURS TO TC-OVERTIME-HOURS
004140         WHEN TT-TYPE-HOLIDAY
004150             ADD TT-HOURS TO TC-HOLIDAY-HOURS
004160     END-EVALUATE
004170     IF WS-TIME-ON-FILE
004180         REWRITE TIMECARD-RECORD
004190             INVALID KEY
004200                 DISPLAY "ERROR REWRITING THE TIMECARD FILE"
004210                 DISPLAY "ERROR NO. : " TIME-STATUS
004220                 SET RETURN-CODE TO 8
004230                 ADD 1 TO WS-CARDS-REJECTED
004240             NOT INVALID KEY
004250                 ADD 1 TO WS-CARDS-COMBINED
004260         END-REWRITE
004270     ELSE
004280         WRITE TIMECARD-RECORD
004290             INVALID KEY
004300                 DISPLAY "ERROR WRITING THE TIMECARD FILE"
004310                 DISPLAY "ERROR NO. : " TIME-STATUS
004320                 SET RETURN-CODE TO 8
004330                 ADD 1 TO WS-CARDS-REJECTED
004340             NOT INVALID KEY
004350                 ADD 1 TO WS-CARDS-LOADED
004360         END-WRITE
004370     END-IF.
004380 3200-EXIT.
004390     EXIT.

004400*================================================================
004410* 8000-DISPLAY-SUMMARY  --  REPORT WHAT THE LOAD RUN DID
004420*================================================================
004430 8000-DISPLAY-SUMMARY.
004440     DISPLAY "---- TIMECARD LOAD SUMMARY ----"
004450     DISPLAY "PAY PERIOD          : " WS-OPEN-PERIOD
004460     DISPLAY "TIMECARDS LOADED    : " WS-CARDS-LOADED
004470     DISPLAY "CARDS COMBINED      : " WS-CARDS-COMBINED
004480     DISPLAY "CARDS REJECTED      : " WS-CARDS-REJECTED.
004490 8000-EXIT.
004500     EXIT.

004510*================================================================
004520* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
004530*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
004540*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
004550*                       RUN'S OWN RETURN CODE AS IT WAS
004560*================================================================
004570 9800-LOG-RUN-END.
004580     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
004590     IF RUNCTL-STATUS NOT = "00"
004600         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
004610             RUNCTL-STATUS
004620         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
004630     ELSE
004640         MOVE SPACES TO RUN-CONTROL-RECORD
004650         SET RCR-ENDED TO TRUE
004660         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
004670         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
004680         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
004690         MOVE WS-RC-START-DATE TO RCR-START-DATE
004700         MOVE WS-RC-START-TIME TO RCR-START-TIME
004710         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
004720         ACCEPT RCR-END-TIME FROM TIME
004730         MOVE RETURN-CODE TO RCR-RETURN-CODE
004740         MOVE ZEROS TO RCR-COUNTS
004750         ADD WS-CARDS-LOADED WS-CARDS-COMBINED WS-CARDS-REJECTED
004760             GIVING RCR-RECORDS-READ
004770         MOVE WS-CARDS-LOADED TO RCR-RECORDS-WRITTEN
004780         MOVE WS-CARDS-REJECTED TO RCR-RECORDS-REJECTED
004790         ADD WS-CARDS-LOADED WS-CARDS-COMBINED
004800             GIVING RCR-RECORDS-APPLIED
004810         WRITE RUN-CONTROL-RECORD
004820         CLOSE RUN-CONTROL-FILE
004830     END-IF.
004840 9800-EXIT.
004850     EXIT.

004860*================================================================
004870* 9999-TERMINATE  --  CLOSE ALL FILES
004880*================================================================
004890 9999-TERMINATE.
004900     CLOSE TIME-TRANS-FILE
004910     CLOSE EMPLOYEE-FILE
004920     CLOSE TIMECARD-FILE.
004930 9999-EXIT.
004940     EXIT.
