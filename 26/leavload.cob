000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LEAVE-LOAD.
000030 AUTHOR. J SARRAF.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-14 JHS   ORIGINAL - POSTS LEAVE CARDS TO THE PAID LEAVE
000110*                  BALANCE FILE PAYCALC ACCRUES INTO, THE SAME WAY
000120*                  PAYX-LOAD LOADS PAY EXCEPTIONS.  CARD TYPES ARE
000130*                  T (LEAVE TAKEN - VACATION AND/OR SICK DAYS COME
000140*                  OFF THE BALANCES), B (OPENING BALANCES - SETS
000150*                  BOTH BALANCES, FOR EMPLOYEES BROUGHT OVER FROM
000160*                  THE SUPERVISORS' OWN RECORDS), E (EMPLOYEE
000170*                  RATES - THE EMPLOYEE ACCRUES AT THE DAYS PER
000180*                  PERIOD ON THE CARD INSTEAD OF THE DEPARTMENT
000190*                  RATES), AND D (BACK TO THE DEPARTMENT RATES).
000200*                  UNLIKE THE EXCEPTION FILE THE BALANCES CARRY
000210*                  FORWARD, SO THE FILE IS UPDATED IN PLACE, NOT
000220*                  REBUILT.  A CARD FOR AN EMPLOYEE NOT ON THE
000230*                  MASTER, WITH AN UNKNOWN TYPE OR NON-NUMERIC
000240*                  DAYS, OR TAKING MORE LEAVE THAN THE BALANCE
000250*                  HOLDS IS REJECTED.
000260* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000270*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000280*                  CODE AND RECORD COUNTS - FOR THE MORNING
000290*                  OPERATIONS SUMMARY.
000300*================================================================

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT LEAVE-TRANS-FILE ASSIGN TO "LEAVTRN.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS TRANS-STATUS.

000370     SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS EMPLOYEE-ID
000410         ALTERNATE RECORD KEY IS EMPLOYEE-NAME
000420             WITH DUPLICATES
000430         FILE STATUS IS FILE-STATUS.

000440     SELECT LEAVE-FILE ASSIGN TO LEAVFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS LV-EMPLOYEE-ID
000480         FILE STATUS IS LEAVE-STATUS.

000490     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RUNCTL-STATUS.

000520     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RUNPARM-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  LEAVE-TRANS-FILE.
000580 01  LEAVE-TRANS-RECORD.
000590     05  LT-EMPLOYEE-ID              PIC 9(05).
000600     05  LT-TRANS-TYPE               PIC X(01).
000610         88  LT-TYPE-TAKEN                       VALUE "T".
000620         88  LT-TYPE-BALANCE                     VALUE "B".
000630         88  LT-TYPE-EMP-RATES                   VALUE "E".
000640         88  LT-TYPE-DEPT-RATES                  VALUE "D".
000650     05  LT-VACATION-DAYS            PIC 9(03)V99.
000660     05  LT-SICK-DAYS                PIC 9(03)V99.

000670 FD  EMPLOYEE-FILE.
000680     COPY EMPREC.

000690 FD  LEAVE-FILE.
000700     COPY LEAVREC.

000710 FD  RUN-CONTROL-FILE.
000720     COPY RUNCREC.

000730 FD  RUN-PARM-FILE.
000740 01  RUN-PARM-RECORD.
000750     05  RP-JOB-NAME                PIC X(08).
000760     05  FILLER                     PIC X(01).
000770     05  RP-STEP-NAME               PIC X(08).
000780     05  FILLER                     PIC X(63).

000790 WORKING-STORAGE SECTION.
000800*---------------------------------------------------------------
000810* FILE STATUS AND CONTROL SWITCHES
000820*---------------------------------------------------------------
000830 01  TRANS-STATUS                   PIC XX.
000840 01  FILE-STATUS                    PIC XX.
000850 01  LEAVE-STATUS                   PIC XX.

000860 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
000870     88  WS-RECORD-FOUND                         VALUE "Y".
000880     88  WS-RECORD-NOT-FOUND                     VALUE "N".

000890 01  WS-LEAVE-SWITCH                PIC X(01) VALUE "N".
000900     88  WS-LEAVE-ON-FILE                        VALUE "Y".
000910     88  WS-LEAVE-NOT-ON-FILE                    VALUE "N".

000920 01  WS-TRANS-EOF-SWITCH            PIC X(01) VALUE "N".
000930     88  WS-TRANS-EOF                            VALUE "Y".
000940     88  WS-TRANS-NOT-EOF                        VALUE "N".

000950 01  WS-EDIT-SWITCH                 PIC X(01) VALUE "Y".
000960     88  WS-CARD-VALID                           VALUE "Y".
000970     88  WS-CARD-INVALID                         VALUE "N".

000980*---------------------------------------------------------------
000990* THE HIGHEST ACCRUAL RATE AN E CARD MAY CARRY - THE RATE FIELDS
001000* ARE 9V99 DAYS PER PERIOD
001010*---------------------------------------------------------------
001020 77  WS-MAX-RATE                    PIC 9(03)V99 VALUE 9.99.

001030*---------------------------------------------------------------
001040* RUN TOTALS
001050*---------------------------------------------------------------
001060 01  WS-CARDS-TAKEN                 PIC 9(05) COMP VALUE ZERO.
001070 01  WS-CARDS-BALANCE               PIC 9(05) COMP VALUE ZERO.
001080 01  WS-CARDS-RATES                 PIC 9(05) COMP VALUE ZERO.
001090 01  WS-CARDS-REJECTED              PIC 9(05) COMP VALUE ZERO.

001100*---------------------------------------------------------------
001110* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001120* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001130* THE STEP HAS NO CARD) AND WHEN IT STARTED
001140*---------------------------------------------------------------
001150 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001160         "LEAVE-LOAD".

001170 01  RUNCTL-STATUS                  PIC XX.
001180 01  RUNPARM-STATUS                 PIC XX.
001190 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001200 01  WS-RC-STEP-NAME                PIC X(08) VALUE "LEAVLOAD".
001210 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001220 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

001230 PROCEDURE DIVISION.

001240*================================================================
001250* 0000-MAINLINE
001260*================================================================
001270 0000-MAINLINE.
001280     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001290     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001300     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001310         UNTIL WS-TRANS-EOF
001320     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
001330     PERFORM 9999-TERMINATE THRU 9999-EXIT
001340     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001350     STOP RUN.

001360*================================================================
001370* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001380*                         RUNPARM CARD AND WRITE THE START RECORD
001390*                         TO THE RUN-CONTROL FILE
001400*================================================================
001410 0100-LOG-RUN-START.
001420     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001430     ACCEPT WS-RC-START-TIME FROM TIME
001440     OPEN INPUT RUN-PARM-FILE
001450     IF RUNPARM-STATUS = "00"
001460         READ RUN-PARM-FILE
001470             NOT AT END
001480                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001490                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001500         END-READ
001510         CLOSE RUN-PARM-FILE
001520     END-IF
001530     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001540     IF RUNCTL-STATUS NOT = "00"
001550         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001560             RUNCTL-STATUS
001570         SET RETURN-CODE TO 8
001580         STOP RUN
001590     END-IF
001600     MOVE SPACES TO RUN-CONTROL-RECORD
001610     SET RCR-STARTED TO TRUE
001620     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001630     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001640     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001650     MOVE WS-RC-START-DATE TO RCR-START-DATE
001660     MOVE WS-RC-START-TIME TO RCR-START-TIME
001670     MOVE ZEROS TO RCR-END-STAMP
001680     MOVE ZEROS TO RCR-RETURN-CODE
001690     MOVE ZEROS TO RCR-COUNTS
001700     WRITE RUN-CONTROL-RECORD
001710     CLOSE RUN-CONTROL-FILE.
001720 0100-EXIT.
001730     EXIT.

001740*================================================================
001750* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001760*                            CREATING IT ON THE FIRST RUN
001770*================================================================
001780 0110-OPEN-RUN-CONTROL.
001790     OPEN EXTEND RUN-CONTROL-FILE
001800     IF RUNCTL-STATUS = "35"
001810         CLOSE RUN-CONTROL-FILE
001820         OPEN OUTPUT RUN-CONTROL-FILE
001830         CLOSE RUN-CONTROL-FILE
001840         OPEN EXTEND RUN-CONTROL-FILE
001850     END-IF.
001860 0110-EXIT.
001870     EXIT.

001880*================================================================
001890* 1000-INITIALIZE  --  OPEN THE CARD FILE AND THE MASTER, OPEN THE
001900*                      LEAVE BALANCE FILE FOR I-O (CREATING IT ON
001910*                      FIRST RUN), AND PRIME THE READ LOOP
001920*================================================================
001930 1000-INITIALIZE.
001940     OPEN INPUT LEAVE-TRANS-FILE
001950     IF TRANS-STATUS NOT = "00"
001960         DISPLAY "FAILED TO OPEN THE LEAVE CARD FILE. STATUS = "
001970             TRANS-STATUS
001980         SET RETURN-CODE TO 8
001990         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002000         STOP RUN
002010     END-IF
002020     OPEN INPUT EMPLOYEE-FILE
002030     IF FILE-STATUS NOT = "00"
002040         DISPLAY "FAILED TO OPEN THE EMPLOYEE FILE. STATUS = "
002050             FILE-STATUS
002060         SET RETURN-CODE TO 8
002070         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002080         STOP RUN
002090     END-IF
002100     OPEN I-O LEAVE-FILE
002110     IF LEAVE-STATUS = "35"
002120         CLOSE LEAVE-FILE
002130         OPEN OUTPUT LEAVE-FILE
002140         CLOSE LEAVE-FILE
002150         OPEN I-O LEAVE-FILE
002160     END-IF
002170     IF LEAVE-STATUS NOT = "00"
002180         DISPLAY "FAILED TO OPEN THE LEAVE BALANCE FILE. "
002190             "STATUS = " LEAVE-STATUS
002200         SET RETURN-CODE TO 8
002210         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002220         STOP RUN
002230     END-IF
002240     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002250 1000-EXIT.
002260     EXIT.

002270*================================================================
002280* 2000-PROCESS-TRANSACTION  --  EDIT AND POST ONE LEAVE CARD
002290*================================================================
002300 2000-PROCESS-TRANSACTION.
002310     SET WS-CARD-VALID TO TRUE
002320     PERFORM 2200-EDIT-CARD THRU 2200-EXIT
002330     IF WS-CARD-VALID
002340         PERFORM 3000-POST-LEAVE THRU 3000-EXIT
002350     ELSE
002360         ADD 1 TO WS-CARDS-REJECTED
002370     END-IF
002380     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002390 2000-EXIT.
002400     EXIT.

002410 2100-READ-TRANSACTION.
002420     READ LEAVE-TRANS-FILE
002430         AT END
002440             SET WS-TRANS-EOF TO TRUE
002450     END-READ.
002460 2100-EXIT.
002470     EXIT.

002480*================================================================
002490* 2200-EDIT-CARD  --  THE EMPLOYEE MUST BE ON THE MASTER, THE TYPE
002500*                     KNOWN, AND THE DAYS NUMERIC.  LEAVE TAKEN
002510*                     MUST BE SOMETHING AND MUST NOT RUN EITHER
002520*                     BALANCE BELOW ZERO; EMPLOYEE RATES MUST FIT
002530*                     THE 9V99 RATE FIELDS.
002540*================================================================
002550 2200-EDIT-CARD.
002560     MOVE LT-EMPLOYEE-ID TO EMPLOYEE-ID
002570     READ EMPLOYEE-FILE
002580         INVALID KEY
002590             SET WS-RECORD-NOT-FOUND TO TRUE
002600         NOT INVALID KEY
002610             SET WS-RECORD-FOUND TO TRUE
002620     END-READ
002630     IF WS-RECORD-NOT-FOUND
002640         DISPLAY "EMPLOYEE ID " LT-EMPLOYEE-ID
002650             " IS NOT ON THE MASTER - LEAVE CARD SKIPPED."
002660         SET WS-CARD-INVALID TO TRUE
002670     END-IF
002680     IF WS-CARD-VALID
002690         IF NOT LT-TYPE-TAKEN AND NOT LT-TYPE-BALANCE
002700                 AND NOT LT-TYPE-EMP-RATES
002710                 AND NOT LT-TYPE-DEPT-RATES
002720             DISPLAY "EMPLOYEE ID " LT-EMPLOYEE-ID
002730                 " HAS UNKNOWN LEAVE CARD TYPE " LT-TRANS-TYPE
002740                 " - LEAVE CARD SKIPPED."
002750             SET WS-CARD-INVALID TO TRUE
002760         END-IF
002770     END-IF
002780     IF WS-CARD-VALID AND NOT LT-TYPE-DEPT-RATES
002790         IF LT-VACATION-DAYS IS NOT NUMERIC
002800                 OR LT-SICK-DAYS IS NOT NUMERIC
002810             DISPLAY "EMPLOYEE ID " LT-EMPLOYEE-ID
002820                 " HAS NON-NUMERIC DAYS - LEAVE CARD SKIPPED."
002830             SET WS-CARD-INVALID TO TRUE
002840         END-IF
002850     END-IF
002860     IF WS-CARD-VALID
002870         PERFORM 2300-READ-LEAVE THRU 2300-EXIT
002880     END-IF
002890     IF WS-CARD-VALID AND LT-TYPE-TAKEN
002900         PERFORM 2400-EDIT-TAKEN THRU 2400-EXIT
002910     END-IF
002920     IF WS-CARD-VALID AND LT-TYPE-EMP-RATES
002930         IF LT-VACATION-DAYS > WS-MAX-RATE
002940                 OR LT-SICK-DAYS > WS-MAX-RATE
002950             DISPLAY "EMPLOYEE ID " LT-EMPLOYEE-ID
002960                 " HAS AN ACCRUAL RATE OVER 9.99 DAYS PER PERIOD"
002970                 " - LEAVE CARD SKIPPED."
002980             SET WS-CARD-INVALID TO TRUE
002990         END-IF
003000     END-IF.
003010 2200-EXIT.
003020     EXIT.

003030*================================================================
003040* 2300-READ-LEAVE  --  PULL THE EMPLOYEE'S LEAVE BALANCE RECORD,
003050*                      STARTING A ZERO ONE IF THERE IS NONE
003060*================================================================
003070 2300-READ-LEAVE.
003080     MOVE LT-EMPLOYEE-ID TO LV-EMPLOYEE-ID
003090     READ LEAVE-FILE
003100         INVALID KEY
003110             SET WS-LEAVE-NOT-ON-FILE TO TRUE
003120         NOT INVALID KEY
003130             SET WS-LEAVE-ON-FILE TO TRUE
003140     END-READ
003150     IF WS-LEAVE-NOT-ON-FILE
003160         MOVE LT-EMPLOYEE-ID TO LV-EMPLOYEE-ID
003170         SET LV-RATE-DEPARTMENT TO TRUE
003180         MOVE ZEROS TO LV-VAC-RATE
003190         MOVE ZEROS TO LV-SICK-RATE
003200         MOVE ZEROS TO LV-VAC-BALANCE
003210         MOVE ZEROS TO LV-SICK-BALANCE
003220         MOVE ZEROS TO LV-VAC-EARNED-YTD
003230         MOVE ZEROS TO LV-VAC-TAKEN-YTD
003240         MOVE ZEROS TO LV-SICK-EARNED-YTD
003250         MOVE ZEROS TO LV-SICK-TAKEN-YTD
003260         MOVE ZEROS TO LV-LAST-ACCRUAL-PERIOD
003270     END-IF.
003280 2300-EXIT.
003290     EXIT.

003300*================================================================
003310* 2400-EDIT-TAKEN  --  LEAVE TAKEN MUST BE MORE THAN ZERO AND MUST
003320*                      BE COVERED BY THE BALANCE IT COMES OFF
003330*================================================================
003340 2400-EDIT-TAKEN.
003350     IF LT-VACATION-DAYS = ZERO AND LT-SICK-DAYS = ZERO
003360         DISPLAY "EMPLOYEE ID " LT-EMPLOYEE-ID
003370             " HAS NO DAYS TAKEN - LEAVE CARD SKIPPED."
003380         SET WS-CARD-INVALID TO TRUE
003390     END-IF
003400     IF WS-CARD-VALID AND LT-VACATION-DAYS > LV-VAC-BALANCE
003410         DISPLAY "EMPLOYEE ID " LT-EMPLOYEE-ID " TAKES "
003420             LT-VACATION-DAYS " VACATION DAYS WITH ONLY "
003430             LV-VAC-BALANCE " ON BALANCE - LEAVE CARD SKIPPED."
003440         SET WS-CARD-INVALID TO TRUE
003450     END-IF
003460     IF WS-CARD-VALID AND LT-SICK-DAYS > LV-SICK-BALANCE
003470         DISPLAY "EMPLOYEE ID " LT-EMPLOYEE-ID " TAKES "
003480             LT-SICK-DAYS " SICK DAYS WITH ONLY "
003490             LV-SICK-BALANCE " ON BALANCE - LEAVE CARD SKIPPED."
003500         SET WS-CARD-INVALID TO TRUE
003510     END-IF.
003520 2400-EXIT.
003530     EXIT.

003540*================================================================
003550* 3000-POST-LEAVE  --  APPLY THE CARD TO THE LEAVE BALANCE RECORD
003560*                      AND WRITE OR REWRITE IT
003570*================================================================
003580 3000-POST-LEAVE.
003590     EVALUATE TRUE
003600         WHEN LT-TYPE-TAKEN
003610             SUBTRACT LT-VACATION-DAYS FROM LV-VAC-BALANCE
003620             ADD LT-VACATION-DAYS TO LV-VAC-TAKEN-YTD
003630             SUBTRACT LT-SICK-DAYS FROM LV-SICK-BALANCE
003640             ADD LT-SICK-DAYS TO LV-SICK-TAKEN-YTD
003650             ADD 1 TO WS-CARDS-TAKEN
003660         WHEN LT-TYPE-BALANCE
003670             MOVE LT-VACATION-DAYS TO LV-VAC-BALANCE
003680             MOVE LT-SICK-DAYS TO LV-SICK-BALANCE
003690             ADD 1 TO WS-CARDS-BALANCE
003700         WHEN LT-TYPE-EMP-RATES
003710             SET LV-RATE-EMPLOYEE TO TRUE
003720             MOVE LT-VACATION-DAYS TO LV-VAC-RATE
003730             MOVE LT-SICK-DAYS TO LV-SICK-RATE
003740             ADD 1 TO WS-CARDS-RATES
003750         WHEN LT-TYPE-DEPT-RATES
003760             SET LV-RATE-DEPARTMENT TO TRUE
003770             MOVE ZEROS TO LV-VAC-RATE
003780             MOVE ZEROS TO LV-SICK-RATE
003790             ADD 1 TO WS-CARDS-RATES
003800     END-EVALUATE
003810     IF WS-LEAVE-ON-FILE
003820         REWRITE LEAVE-BALANCE-RECORD
003830             INVALID KEY
003840                 DISPLAY "ERROR REWRITING THE LEAVE BALANCE FILE"
003850                 DISPLAY "ERROR NO. : " LEAVE-STATUS
003860                 SET RETURN-CODE TO 8
003870         END-REWRITE
003880     ELSE
003890         WRITE LEAVE-BALANCE-RECORD
003900             INVALID KEY
003910                 DISPLAY "ERROR WRITING THE LEAVE BALANCE FILE"
003920                 DISPLAY "ERROR NO. : " LEAVE-STATUS
003930                 SET RETURN-CODE TO 8
003940         END-WRITE
003950     END-IF.
003960 3000-EXIT.
003970     EXIT.

003980*================================================================
003990* 8000-DISPLAY-SUMMARY  --  REPORT WHAT THE LOAD RUN DID
004000*================================================================
004010 8000-DISPLAY-SUMMARY.
004020     DISPLAY "---- LEAVE LOAD SUMMARY ----"
004030     DISPLAY "LEAVE TAKEN POSTED  : " WS-CARDS-TAKEN
004040     DISPLAY "BALANCES SET        : " WS-CARDS-BALANCE
004050     DISPLAY "RATE CHANGES        : " WS-CARDS-RATES
004060     DISPLAY "CARDS REJECTED      : " WS-CARDS-REJECTED.
004070 8000-EXIT.
004080     EXIT.

004090*================================================================
004100* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
004110*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
004120*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
004130*                       RUN'S OWN RETURN CODE AS IT WAS
004140*================================================================
004150 9800-LOG-RUN-END.
004160     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
004170     IF RUNCTL-STATUS NOT = "00"
004180         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
004190             RUNCTL-STATUS
004200         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
004210     ELSE
004220         MOVE SPACES TO RUN-CONTROL-RECORD
004230         SET RCR-ENDED TO TRUE
004240         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
004250         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
004260         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
004270         MOVE WS-RC-START-DATE TO RCR-START-DATE
004280         MOVE WS-RC-START-TIME TO RCR-START-TIME
004290         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
004300         ACCEPT RCR-END-TIME FROM TIME
004310         MOVE RETURN-CODE TO RCR-RETURN-CODE
004320         MOVE ZEROS TO RCR-COUNTS
004330         ADD WS-CARDS-TAKEN WS-CARDS-BALANCE WS-CARDS-RATES
004340             WS-CARDS-REJECTED GIVING RCR-RECORDS-READ
004350         MOVE WS-CARDS-REJECTED TO RCR-RECORDS-REJECTED
004360         ADD WS-CARDS-TAKEN WS-CARDS-BALANCE WS-CARDS-RATES
004370             GIVING RCR-RECORDS-APPLIED
004380         WRITE RUN-CONTROL-RECORD
004390         CLOSE RUN-CONTROL-FILE
004400     END-IF.
004410 9800-EXIT.
004420     EXIT.

004430*================================================================
004440* 9999-TERMINATE  --  CLOSE ALL FILES
004450*================================================================
004460 9999-TERMINATE.
004470     CLOSE LEAVE-TRANS-FILE
004480     CLOSE EMPLOYEE-FILE
004490     CLOSE LEAVE-FILE.
004500 9999-EXIT.
004510     EXIT.
