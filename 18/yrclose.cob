000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. YEAR-CLOSE.
000030 AUTHOR. J SARRAF.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-14 JHS   ORIGINAL - THE YEAR-END CLOSE.  RUNS AFTER
000110*                  EARN-STMT IN THE YEAREND JOB.  REFUSES TO RUN
000120*                  WHILE ANY PERIOD ON THE PAY-PERIOD CALENDAR IS
000130*                  STILL OPEN, IF THE YEAR HAS ALREADY BEEN
000140*                  CLOSED, OR IF THE EARNINGS LEDGER NO LONGER
000150*                  AGREES WITH THE CONTROL TOTALS EARN-STMT
000160*                  PRINTED.  OTHERWISE IT COPIES EVERY LEDGER
000170*                  RECORD AND THE CLOSING YTD SALARY ACCUMULATOR
000180*                  TO THE PRIOR-YEAR EARNINGS HISTORY UNDER THE
000190*                  CLOSING YEAR AND TODAY'S DATE, ZEROES THE
000200*                  LEDGER FOR EVERY EMPLOYEE STILL ON THE MASTER
000210*                  AND DROPS IT FOR THOSE WHO ARE NOT, RE-BASES
000220*                  THE YTD ACCUMULATOR TO THE SALARY NOW ON THE
000230*                  MASTER, CLEARS THE YEAR'S LEAVE EARNED AND
000240*                  TAKEN FIGURES (BALANCES CARRY FORWARD) AND THE
000250*                  PAYMENT HISTORY, AND WRITES NEXT YEAR'S 24
000260*                  SEMI-MONTHLY PERIODS TO THE CALENDAR AS OPEN.
000270*                  THE CLOSE REPORT PROVES THE ARCHIVED TOTALS
000280*                  AGAINST THE STATEMENT TOTALS AND LISTS THE NEW
000290*                  CALENDAR.
000300* 2026-10-14 JHS   PROVES, ARCHIVES AND ZEROES THE WAGE
000310*                  GARNISHMENTS TAKEN ALONG WITH THE OTHER
000320*                  DEDUCTION BUCKETS.
000330* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000340*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000350*                  CODE AND RECORD COUNTS - FOR THE MORNING
000360*                  OPERATIONS SUMMARY.
000370*================================================================

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EMPLOYEE-ID
000450         ALTERNATE RECORD KEY IS EMPLOYEE-NAME
000460             WITH DUPLICATES
000470         FILE STATUS IS FILE-STATUS.

000480     SELECT EARNINGS-FILE ASSIGN TO EARNFILE
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS EARN-EMPLOYEE-ID
000520         FILE STATUS IS EARN-STATUS.

000530     SELECT EARN-HISTORY-FILE ASSIGN TO EARNHIST
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS EH-KEY
000570         FILE STATUS IS EHIST-STATUS.

000580     SELECT CONTROL-FILE ASSIGN TO EARNCTL
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS CONTROL-STATUS.

000610     SELECT YTD-FILE ASSIGN TO YTDFILE
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS YTD-STATUS.

000640     SELECT PAY-PERIOD-FILE ASSIGN TO PERFILE
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS PERIOD-STATUS.

000670     SELECT LEAVE-FILE ASSIGN TO LEAVFILE
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS DYNAMIC
000700         RECORD KEY IS LV-EMPLOYEE-ID
000710         FILE STATUS IS LEAVE-STATUS.

000720     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS PH-KEY
000760         FILE STATUS IS PAYH-STATUS.

000770     SELECT REPORT-FILE ASSIGN TO CLOSERPT
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS REPORT-STATUS.

000800     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS RUNCTL-STATUS.

000830     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS RUNPARM-STATUS.

000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  EMPLOYEE-FILE.
000890     COPY EMPREC.

000900 FD  EARNINGS-FILE.
000910     COPY EARNREC.

000920 FD  EARN-HISTORY-FILE.
000930     COPY EARNHREC.

000940 FD  CONTROL-FILE.
000950     COPY ESCTLREC.

000960 FD  YTD-FILE.
000970     COPY YTDREC.

000980 FD  PAY-PERIOD-FILE.
000990     COPY PAYPDREC.

001000 FD  LEAVE-FILE.
001010     COPY LEAVREC.

001020 FD  PAY-HISTORY-FILE.
001030     COPY PAYHREC.

001040 FD  REPORT-FILE.
001050 01  REPORT-LINE                     PIC X(80).

001060 FD  RUN-CONTROL-FILE.
001070     COPY RUNCREC.

001080 FD  RUN-PARM-FILE.
001090 01  RUN-PARM-RECORD.
001100     05  RP-JOB-NAME                PIC X(08).
001110     05  FILLER                     PIC X(01).
001120     05  RP-STEP-NAME               PIC X(08).
001130     05  FILLER                     PIC X(63).

001140 WORKING-STORAGE SECTION.
001150*---------------------------------------------------------------
001160* FILE STATUS AND CONTROL SWITCHES
001170*---------------------------------------------------------------
001180 01  FILE-STATUS                    PIC XX.
001190 01  EARN-STATUS                    PIC XX.
001200 01  EHIST-STATUS                   PIC XX.
001210 01  CONTROL-STATUS                 PIC XX.
001220 01  YTD-STATUS                     PIC XX.
001230 01  PERIOD-STATUS                  PIC XX.
001240 01  LEAVE-STATUS                   PIC XX.
001250 01  PAYH-STATUS                    PIC XX.
001260 01  REPORT-STATUS                  PIC XX.

001270 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
001280     88  WS-RECORD-FOUND                         VALUE "Y".
001290     88  WS-RECORD-NOT-FOUND                     VALUE "N".

001300 01  WS-CAL-EOF-SWITCH              PIC X(01) VALUE "N".
001310     88  WS-CAL-EOF                              VALUE "Y".
001320     88  WS-CAL-NOT-EOF                          VALUE "N".

001330 01  WS-LEAVE-FILE-SWITCH           PIC X(01) VALUE "N".
001340     88  WS-LEAVE-FILE-OPEN                      VALUE "Y".
001350     88  WS-LEAVE-FILE-ABSENT                    VALUE "N".

001360 01  WS-PAYH-FILE-SWITCH            PIC X(01) VALUE "N".
001370     88  WS-PAYH-FILE-OPEN                       VALUE "Y".
001380     88  WS-PAYH-FILE-ABSENT                     VALUE "N".

001390 01  WS-PROOF-SWITCH                PIC X(01) VALUE "Y".
001400     88  WS-PROOF-AGREES                         VALUE "Y".
001410     88  WS-PROOF-DIFFERS                        VALUE "N".

001420*---------------------------------------------------------------
001430* THE YEAR BEING CLOSED AND THE CALENDAR IT WAS PAID ON
001440*---------------------------------------------------------------
001450 01  WS-RUN-DATE                    PIC 9(08).
001460 01  WS-CLOSE-YEAR                  PIC 9(04) VALUE ZEROS.
001470 01  WS-NEW-YEAR                    PIC 9(04) VALUE ZEROS.
001480 01  WS-LAST-PERIOD                 PIC 9(03) VALUE ZEROS.
001490 01  WS-LAST-END-DATE               PIC 9(08) VALUE ZEROS.
001500 01  WS-PERIOD-COUNT                PIC 9(03) COMP VALUE ZERO.
001510 01  WS-OPEN-COUNT                  PIC 9(03) COMP VALUE ZERO.

001520 01  WS-WORK-DATE                   PIC 9(08).
001530 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
001540     05  WS-WD-YEAR                 PIC 9(04).
001550     05  WS-WD-MONTH                PIC 9(02).
001560     05  WS-WD-DAY                  PIC 9(02).

001570*---------------------------------------------------------------
001580* NEXT YEAR'S CALENDAR - DAYS IN EACH MONTH, FEBRUARY SET TO 29
001590* IN A LEAP YEAR
001600*---------------------------------------------------------------
001610 01  WS-MONTH-DAYS-VALUES           PIC X(24) VALUE
001620     "312831303130313130313031".
001630 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
001640     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.

001650 01  WS-MONTH                       PIC 9(02) COMP VALUE ZERO.
001660 01  WS-NEW-PERIOD                  PIC 9(03) VALUE ZEROS.
001670 01  WS-NEW-START                   PIC 9(08) VALUE ZEROS.
001680 01  WS-NEW-END                     PIC 9(08) VALUE ZEROS.
001690 01  WS-LEAP-QUOTIENT               PIC 9(04) VALUE ZEROS.
001700 01  WS-LEAP-REM-4                  PIC 9(03) VALUE ZEROS.
001710 01  WS-LEAP-REM-100                PIC 9(03) VALUE ZEROS.
001720 01  WS-LEAP-REM-400                PIC 9(03) VALUE ZEROS.

001730*---------------------------------------------------------------
001740* LEDGER TOTALS BEFORE THE CLOSE AND AS ARCHIVED
001750*---------------------------------------------------------------
001760 01  WS-LED-COUNT                   PIC 9(05) COMP VALUE ZERO.
001770 01  WS-LED-GROSS                   PIC 9(09)V99 VALUE ZEROS.
001780 01  WS-LED-TAX                     PIC 9(09)V99 VALUE ZEROS.
001790 01  WS-LED-INSURANCE               PIC 9(09)V99 VALUE ZEROS.
001800 01  WS-LED-RETIRE                  PIC 9(09)V99 VALUE ZEROS.
001810 01  WS-LED-OTHER                   PIC 9(09)V99 VALUE ZEROS.
001820 01  WS-LED-GARNISH                 PIC 9(09)V99 VALUE ZEROS.
001830 01  WS-LED-NET                     PIC 9(09)V99 VALUE ZEROS.

001840 01  WS-ARC-COUNT                   PIC 9(05) COMP VALUE ZERO.
001850 01  WS-ARC-GROSS                   PIC 9(09)V99 VALUE ZEROS.
001860 01  WS-ARC-TAX                     PIC 9(09)V99 VALUE ZEROS.
001870 01  WS-ARC-INSURANCE               PIC 9(09)V99 VALUE ZEROS.
001880 01  WS-ARC-RETIRE                  PIC 9(09)V99 VALUE ZEROS.
001890 01  WS-ARC-OTHER                   PIC 9(09)V99 VALUE ZEROS.
001900 01  WS-ARC-GARNISH                 PIC 9(09)V99 VALUE ZEROS.
001910 01  WS-ARC-NET                     PIC 9(09)V99 VALUE ZEROS.

001920 01  WS-PROOF-CAPTION               PIC X(18).
001930 01  WS-PROOF-EXPECTED              PIC 9(09)V99 VALUE ZEROS.
001940 01  WS-PROOF-ACTUAL                PIC 9(09)V99 VALUE ZEROS.

001950*---------------------------------------------------------------
001960* RESET COUNTS AND THE YTD ACCUMULATOR
001970*---------------------------------------------------------------
001980 01  WS-ZEROED-COUNT                PIC 9(05) COMP VALUE ZERO.
001990 01  WS-DROPPED-COUNT               PIC 9(05) COMP VALUE ZERO.
002000 01  WS-LEAVE-RESET-COUNT           PIC 9(05) COMP VALUE ZERO.
002010 01  WS-PAYH-CLEARED-COUNT          PIC 9(05) COMP VALUE ZERO.
002020 01  WS-MASTER-COUNT                PIC 9(05) COMP VALUE ZERO.
002030 01  WS-OLD-YTD-TOTAL               PIC 9(09)V99 VALUE ZEROS.
002040 01  WS-MASTER-TOTAL                PIC 9(09)V99 VALUE ZEROS.

002050*---------------------------------------------------------------
002060* PRINT LINES
002070*---------------------------------------------------------------
002080 01  HDG-LINE-1.
002090     05  FILLER                     PIC X(19) VALUE
002100         "YEAR-END CLOSE FOR ".
002110     05  HDG-YEAR                   PIC 9(04).
002120     05  FILLER                     PIC X(12) VALUE
002130         "   RUN DATE ".
002140     05  HDG-RUN-DATE               PIC 9(08).
002150     05  FILLER                     PIC X(37) VALUE SPACES.

002160 01  SECTION-LINE.
002170     05  SEC-TEXT                   PIC X(40).
002180     05  FILLER                     PIC X(40) VALUE SPACES.

002190 01  PRF-HDG-LINE.
002200     05  FILLER                     PIC X(18) VALUE SPACES.
002210     05  FILLER                     PIC X(14) VALUE
002220         "    STATEMENTS".
002230     05  FILLER                     PIC X(02) VALUE SPACES.
002240     05  FILLER                     PIC X(14) VALUE
002250         "      ARCHIVED".
002260     05  FILLER                     PIC X(32) VALUE SPACES.

002270 01  PRF-AMOUNT-LINE.
002280     05  PRF-CAPTION                PIC X(18).
002290     05  PRF-EXPECTED               PIC ZZZ,ZZZ,ZZ9.99.
002300     05  FILLER                     PIC X(02) VALUE SPACES.
002310     05  PRF-ACTUAL                 PIC ZZZ,ZZZ,ZZ9.99.
002320     05  FILLER                     PIC X(02) VALUE SPACES.
002330     05  PRF-NOTE                   PIC X(10).
002340     05  FILLER                     PIC X(20) VALUE SPACES.

002350 01  PRF-COUNT-LINE.
002360     05  PRC-CAPTION                PIC X(18).
002370     05  FILLER                     PIC X(09) VALUE SPACES.
002380     05  PRC-EXPECTED               PIC ZZZZ9.
002390     05  FILLER                     PIC X(11) VALUE SPACES.
002400     05  PRC-ACTUAL                 PIC ZZZZ9.
002410     05  FILLER                     PIC X(02) VALUE SPACES.
002420     05  PRC-NOTE                   PIC X(10).
002430     05  FILLER                     PIC X(20) VALUE SPACES.

002440 01  INF-AMOUNT-LINE.
002450     05  INF-CAPTION                PIC X(32).
002460     05  INF-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
002470     05  FILLER                     PIC X(34) VALUE SPACES.

002480 01  INF-COUNT-LINE.
002490     05  INC-CAPTION                PIC X(32).
002500     05  FILLER                     PIC X(09) VALUE SPACES.
002510     05  INC-COUNT                  PIC ZZZZ9.
002520     05  FILLER                     PIC X(34) VALUE SPACES.

002530 01  CAL-HDG-LINE.
002540     05  FILLER                     PIC X(40) VALUE
002550         "    PERIOD  START     END       PAY DATE".
002560     05  FILLER                     PIC X(40) VALUE
002570         "  STATUS".

002580 01  CAL-LINE.
002590     05  FILLER                     PIC X(07) VALUE SPACES.
002600     05  CAL-PERIOD                 PIC ZZ9.
002610     05  FILLER                     PIC X(02) VALUE SPACES.
002620     05  CAL-START                  PIC 9(08).
002630     05  FILLER                     PIC X(02) VALUE SPACES.
002640     05  CAL-END                    PIC 9(08).
002650     05  FILLER                     PIC X(02) VALUE SPACES.
002660     05  CAL-PAY-DATE               PIC 9(08).
002670     05  FILLER                     PIC X(02) VALUE SPACES.
002680     05  CAL-STATUS                 PIC X(04).
002690     05  FILLER                     PIC X(34) VALUE SPACES.

002700 01  BLANK-LINE                     PIC X(80) VALUE SPACES.

002710*---------------------------------------------------------------
002720* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
002730* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
002740* THE STEP HAS NO CARD) AND WHEN IT STARTED
002750*---------------------------------------------------------------
002760 77  WS-RC-PROGRAM                  PIC X(13) VALUE
002770         "YEAR-CLOSE".

002780 01  RUNCTL-STATUS                  PIC XX.
002790 01  RUNPARM-STATUS                 PIC XX.
002800 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
002810 01  WS-RC-STEP-NAME                PIC X(08) VALUE "YRCLOSE".
002820 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
002830 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

002840 PROCEDURE DIVISION.

002850*================================================================
002860* 0000-MAINLINE
002870*================================================================
002880 0000-MAINLINE.
002890     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
002900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002910     PERFORM 2000-PROVE-LEDGER THRU 2000-EXIT
002920     PERFORM 3000-ARCHIVE-LEDGER THRU 3000-EXIT
002930     PERFORM 4000-REBASE-YTD THRU 4000-EXIT
002940     PERFORM 5000-RESET-LEAVE THRU 5000-EXIT
002950     PERFORM 5500-CLEAR-PAY-HISTORY THRU 5500-EXIT
002960     PERFORM 6000-BUILD-CALENDAR THRU 6000-EXIT
002970     PERFORM 8000-REPORT-RUN THRU 8000-EXIT
002980     PERFORM 9999-TERMINATE THRU 9999-EXIT
002990     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003000     STOP RUN.

003010*================================================================
003020* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
003030*                         RUNPARM CARD AND WRITE THE START RECORD
003040*                         TO THE RUN-CONTROL FILE
003050*================================================================
003060 0100-LOG-RUN-START.
003070     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
003080     ACCEPT WS-RC-START-TIME FROM TIME
003090     OPEN INPUT RUN-PARM-FILE
003100     IF RUNPARM-STATUS = "00"
003110         READ RUN-PARM-FILE
003120             NOT AT END
003130                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
003140                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
003150         END-READ
003160         CLOSE RUN-PARM-FILE
003170     END-IF
003180     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
003190     IF RUNCTL-STATUS NOT = "00"
003200         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
003210             RUNCTL-STATUS
003220         SET RETURN-CODE TO 8
003230         STOP RUN
003240     END-IF
003250     MOVE SPACES TO RUN-CONTROL-RECORD
003260     SET RCR-STARTED TO TRUE
003270     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
003280     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
003290     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
003300     MOVE WS-RC-START-DATE TO RCR-START-DATE
003310     MOVE WS-RC-START-TIME TO RCR-START-TIME
003320     MOVE ZEROS TO RCR-END-STAMP
003330     MOVE ZEROS TO RCR-RETURN-CODE
003340     MOVE ZEROS TO RCR-COUNTS
003350     WRITE RUN-CONTROL-RECORD
003360     CLOSE RUN-CONTROL-FILE.
003370 0100-EXIT.
003380     EXIT.

003390*================================================================
003400* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
003410*                            CREATING IT ON THE FIRST RUN
003420*================================================================
003430 0110-OPEN-RUN-CONTROL.
003440     OPEN EXTEND RUN-CONTROL-FILE
003450     IF RUNCTL-STATUS = "35"
003460         CLOSE RUN-CONTROL-FILE
003470         OPEN OUTPUT RUN-CONTROL-FILE
003480         CLOSE RUN-CONTROL-FILE
003490         OPEN EXTEND RUN-CONTROL-FILE
003500     END-IF.
003510 0110-EXIT.
003520     EXIT.

003530*================================================================
003540* 1000-INITIALIZE  --  CHECK THE CALENDAR AND THE STATEMENT
003550*                      CONTROLS, OPEN THE FILES, AND MAKE SURE
003560*                      THE YEAR HAS NOT ALREADY BEEN CLOSED
003570*================================================================
003580 1000-INITIALIZE.
003590     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003600     PERFORM 1100-CHECK-CALENDAR THRU 1100-EXIT
003610     PERFORM 1200-LOAD-STMT-CONTROLS THRU 1200-EXIT
003620     PERFORM 1300-LOAD-YTD-TOTAL THRU 1300-EXIT
003630     OPEN INPUT EMPLOYEE-FILE
003640     IF FILE-STATUS NOT = "00"
003650         DISPLAY "FAILED TO OPEN EMPLOYEE FILE. STATUS = "
003660             FILE-STATUS
003670         SET RETURN-CODE TO 8
003680         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003690         STOP RUN
003700     END-IF
003710     OPEN I-O EARNINGS-FILE
003720     IF EARN-STATUS = "35"
003730         DISPLAY "THE EARNINGS LEDGER HAS NOT BEEN CREATED - "
003740             "THERE IS NO YEAR TO CLOSE."
003750         SET RETURN-CODE TO 8
003760         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003770         STOP RUN
003780     END-IF
003790     IF EARN-STATUS NOT = "00"
003800         DISPLAY "FAILED TO OPEN THE EARNINGS LEDGER. STATUS = "
003810             EARN-STATUS
003820         SET RETURN-CODE TO 8
003830         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003840         STOP RUN
003850     END-IF
003860     OPEN I-O EARN-HISTORY-FILE
003870     IF EHIST-STATUS = "35"
003880         CLOSE EARN-HISTORY-FILE
003890         OPEN OUTPUT EARN-HISTORY-FILE
003900         CLOSE EARN-HISTORY-FILE
003910         OPEN I-O EARN-HISTORY-FILE
003920     END-IF
003930     IF EHIST-STATUS NOT = "00"
003940         DISPLAY "FAILED TO OPEN THE EARNINGS HISTORY FILE. "
003950             "STATUS = " EHIST-STATUS
003960         SET RETURN-CODE TO 8
003970         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003980         STOP RUN
003990     END-IF
004000     PERFORM 1400-CHECK-NOT-CLOSED THRU 1400-EXIT
004010     OPEN I-O LEAVE-FILE
004020     IF LEAVE-STATUS = "35"
004030         SET WS-LEAVE-FILE-ABSENT TO TRUE
004040     ELSE
004050         IF LEAVE-STATUS NOT = "00"
004060             DISPLAY "FAILED TO OPEN THE LEAVE BALANCE FILE. "
004070                 "STATUS = " LEAVE-STATUS
004080             SET RETURN-CODE TO 8
004090             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004100             STOP RUN
004110         ELSE
004120             SET WS-LEAVE-FILE-OPEN TO TRUE
004130         END-IF
004140     END-IF
004150     OPEN INPUT PAY-HISTORY-FILE
004160     IF PAYH-STATUS = "35"
004170         SET WS-PAYH-FILE-ABSENT TO TRUE
004180     ELSE
004190         IF PAYH-STATUS NOT = "00"
004200             DISPLAY "FAILED TO OPEN THE PAYMENT HISTORY FILE. "
004210                 "STATUS = " PAYH-STATUS
004220             SET RETURN-CODE TO 8
004230             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004240             STOP RUN
004250         ELSE
004260             SET WS-PAYH-FILE-OPEN TO TRUE
004270         END-IF
004280     END-IF
004290     OPEN OUTPUT REPORT-FILE
004300     IF REPORT-STATUS NOT = "00"
004310         DISPLAY "FAILED TO OPEN THE CLOSE REPORT. STATUS = "
004320             REPORT-STATUS
004330         SET RETURN-CODE TO 8
004340         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004350         STOP RUN
004360     END-IF
004370     MOVE WS-CLOSE-YEAR TO HDG-YEAR
004380     MOVE WS-RUN-DATE TO HDG-RUN-DATE
004390     WRITE REPORT-LINE FROM HDG-LINE-1.
004400 1000-EXIT.
004410     EXIT.

004420*================================================================
004430* 1100-CHECK-CALENDAR  --  READ THE PAY-PERIOD CALENDAR.  EVERY
004440*                          PERIOD MUST BE PAID BEFORE THE YEAR CAN
004450*                          CLOSE.  THE CLOSING YEAR IS THE YEAR
004460*                          THE LAST PERIOD ENDS IN.
004470*================================================================
004480 1100-CHECK-CALENDAR.
004490     OPEN INPUT PAY-PERIOD-FILE
004500     IF PERIOD-STATUS NOT = "00"
004510         DISPLAY "FAILED TO OPEN THE PAY PERIOD CALENDAR. "
004520             "STATUS = " PERIOD-STATUS
004530         SET RETURN-CODE TO 8
004540         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004550         STOP RUN
004560     END-IF
004570     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT
004580     PERFORM 1110-CHECK-ONE-PERIOD THRU 1110-EXIT
004590         UNTIL WS-CAL-EOF
004600     CLOSE PAY-PERIOD-FILE
004610     IF WS-PERIOD-COUNT = ZERO
004620         DISPLAY "THE PAY PERIOD CALENDAR IS EMPTY - THERE IS NO "
004630             "YEAR TO CLOSE."
004640         SET RETURN-CODE TO 8
004650         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004660         STOP RUN
004670     END-IF
004680     IF WS-OPEN-COUNT > ZERO
004690         DISPLAY "*** " WS-OPEN-COUNT " PERIODS ARE STILL OPEN - "
004700             "THE YEAR CANNOT BE CLOSED UNTIL EVERY PERIOD HAS "
004710             "BEEN PAID."
004720         SET RETURN-CODE TO 8
004730         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004740         STOP RUN
004750     END-IF
004760     MOVE WS-LAST-END-DATE TO WS-WORK-DATE
004770     MOVE WS-WD-YEAR TO WS-CLOSE-YEAR
004780     COMPUTE WS-NEW-YEAR = WS-CLOSE-YEAR + 1
004790     DISPLAY "CLOSING PAYROLL YEAR " WS-CLOSE-YEAR " - "
004800         WS-PERIOD-COUNT " PERIODS PAID.".
004810 1100-EXIT.
004820     EXIT.

004830 1110-CHECK-ONE-PERIOD.
004840     ADD 1 TO WS-PERIOD-COUNT
004850     IF PP-OPEN
004860         ADD 1 TO WS-OPEN-COUNT
004870         DISPLAY "PERIOD " PP-PERIOD-NUMBER " ENDING " PP-END-DATE
004880             " IS STILL OPEN."
004890     END-IF
004900     IF PP-PERIOD-NUMBER > WS-LAST-PERIOD
004910         MOVE PP-PERIOD-NUMBER TO WS-LAST-PERIOD
004920         MOVE PP-END-DATE TO WS-LAST-END-DATE
004930     END-IF
004940     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT.
004950 1110-EXIT.
004960     EXIT.

004970 1150-READ-CALENDAR.
004980     READ PAY-PERIOD-FILE
004990         AT END
005000             SET WS-CAL-EOF TO TRUE
005010     END-READ.
005020 1150-EXIT.
005030     EXIT.

005040*================================================================
005050* 1200-LOAD-STMT-CONTROLS  --  READ THE CONTROL TOTALS EARN-STMT
005060*                              WROTE WITH THE STATEMENTS
005070*================================================================
005080 1200-LOAD-STMT-CONTROLS.
005090     OPEN INPUT CONTROL-FILE
005100     IF CONTROL-STATUS NOT = "00"
005110         DISPLAY "THE STATEMENT CONTROL TOTALS ARE MISSING - RUN "
005120             "EARN-STMT FIRST. STATUS = " CONTROL-STATUS
005130         SET RETURN-CODE TO 8
005140         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
005150         STOP RUN
005160     END-IF
005170     READ CONTROL-FILE
005180         AT END
005190             DISPLAY "THE STATEMENT CONTROL FILE IS EMPTY - RUN "
005200                 "EARN-STMT FIRST."
005210             SET RETURN-CODE TO 8
005220             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
005230             STOP RUN
005240     END-READ
005250     CLOSE CONTROL-FILE.
005260 1200-EXIT.
005270     EXIT.

005280*================================================================
005290* 1300-LOAD-YTD-TOTAL  --  READ THE CLOSING YTD ACCUMULATOR; A
005300*                          MISSING OR EMPTY FILE READS AS ZERO
005310*================================================================
005320 1300-LOAD-YTD-TOTAL.
005330     OPEN INPUT YTD-FILE
005340     IF YTD-STATUS = "35"
005350         MOVE ZEROS TO WS-OLD-YTD-TOTAL
005360     ELSE
005370         IF YTD-STATUS NOT = "00"
005380             DISPLAY "FAILED TO OPEN YTD FILE. STATUS = "
005390                 YTD-STATUS
005400             SET RETURN-CODE TO 8
005410             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
005420             STOP RUN
005430         ELSE
005440             READ YTD-FILE
005450                 AT END
005460                     MOVE ZEROS TO YTD-TOTAL-SALARY
005470             END-READ
005480             MOVE YTD-TOTAL-SALARY TO WS-OLD-YTD-TOTAL
005490             CLOSE YTD-FILE
005500         END-IF
005510     END-IF.
005520 1300-EXIT.
005530     EXIT.

005540*================================================================
005550* 1400-CHECK-NOT-CLOSED  --  ANY HISTORY ALREADY FILED UNDER THE
005560*                            CLOSING YEAR MEANS IT HAS BEEN CLOSED
005570*                            (OR A CLOSE FAILED PART WAY AND THE
005580*                            FILES MUST BE RESTORED FIRST)
005590*================================================================
005600 1400-CHECK-NOT-CLOSED.
005610     MOVE WS-CLOSE-YEAR TO EH-CLOSE-YEAR
005620     MOVE LOW-VALUES TO EH-RECORD-TYPE
005630     MOVE ZEROS TO EH-EMPLOYEE-ID
005640     START EARN-HISTORY-FILE KEY NOT LESS THAN EH-KEY
005650         INVALID KEY
005660             SET WS-RECORD-NOT-FOUND TO TRUE
005670         NOT INVALID KEY
005680             SET WS-RECORD-FOUND TO TRUE
005690     END-START
005700     IF WS-RECORD-FOUND
005710         READ EARN-HISTORY-FILE NEXT RECORD
005720             AT END
005730                 SET WS-RECORD-NOT-FOUND TO TRUE
005740         END-READ
005750     END-IF
005760     IF WS-RECORD-FOUND AND EH-CLOSE-YEAR = WS-CLOSE-YEAR
005770         DISPLAY "PAYROLL YEAR " WS-CLOSE-YEAR " IS ALREADY ON "
005780             "THE EARNINGS HISTORY - IT HAS BEEN CLOSED."
005790         DISPLAY "IF A CLOSE FAILED PART WAY, RESTORE THE FILES "
005800             "FROM BEFORE THE CLOSE AND RERUN."
005810         SET RETURN-CODE TO 8
005820         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
005830         STOP RUN
005840     END-IF.
005850 1400-EXIT.
005860     EXIT.

005870*================================================================
005880* 2000-PROVE-LEDGER  --  TOTAL THE LEDGER AS IT STANDS AND PROVE
005890*                        IT AGAINST THE STATEMENT CONTROLS BEFORE
005900*                        ANYTHING IS CHANGED.  A DIFFERENCE MEANS
005910*                        THE LEDGER HAS MOVED SINCE THE STATEMENTS
005920*                        WERE PRINTED.
005930*================================================================
005940 2000-PROVE-LEDGER.
005950     PERFORM 2050-START-LEDGER THRU 2050-EXIT
005960     PERFORM 2100-TOTAL-ONE-RECORD THRU 2100-EXIT
005970         UNTIL WS-RECORD-NOT-FOUND
005980     MOVE "STATEMENTS      : " TO WS-PROOF-CAPTION
005990     MOVE ESC-STATEMENT-COUNT TO WS-PROOF-EXPECTED
006000     MOVE WS-LED-COUNT TO WS-PROOF-ACTUAL
006010     PERFORM 2200-COMPARE-ONE THRU 2200-EXIT
006020     MOVE "GROSS PAID      : " TO WS-PROOF-CAPTION
006030     MOVE ESC-TOT-GROSS TO WS-PROOF-EXPECTED
006040     MOVE WS-LED-GROSS TO WS-PROOF-ACTUAL
006050     PERFORM 2200-COMPARE-ONE THRU 2200-EXIT
006060     MOVE "TAX WITHHELD    : " TO WS-PROOF-CAPTION
006070     MOVE ESC-TOT-TAX TO WS-PROOF-EXPECTED
006080     MOVE WS-LED-TAX TO WS-PROOF-ACTUAL
006090     PERFORM 2200-COMPARE-ONE THRU 2200-EXIT
006100     MOVE "INSURANCE       : " TO WS-PROOF-CAPTION
006110     MOVE ESC-TOT-INSURANCE TO WS-PROOF-EXPECTED
006120     MOVE WS-LED-INSURANCE TO WS-PROOF-ACTUAL
006130     PERFORM 2200-COMPARE-ONE THRU 2200-EXIT
006140     MOVE "RETIREMENT      : " TO WS-PROOF-CAPTION
006150     MOVE ESC-TOT-RETIRE TO WS-PROOF-EXPECTED
006160     MOVE WS-LED-RETIRE TO WS-PROOF-ACTUAL
006170     PERFORM 2200-COMPARE-ONE THRU 2200-EXIT
006180     MOVE "OTHER DEDUCTIONS: " TO WS-PROOF-CAPTION
006190     MOVE ESC-TOT-OTHER TO WS-PROOF-EXPECTED
006200     MOVE WS-LED-OTHER TO WS-PROOF-ACTUAL
006210     PERFORM 2200-COMPARE-ONE THRU 2200-EXIT
006220     MOVE "GARNISHMENTS    : " TO WS-PROOF-CAPTION
006230     MOVE ESC-TOT-GARNISH TO WS-PROOF-EXPECTED
006240     MOVE WS-LED-GARNISH TO WS-PROOF-ACTUAL
006250     PERFORM 2200-COMPARE-ONE THRU 2200-EXIT
006260     MOVE "NET PAID        : " TO WS-PROOF-CAPTION
006270     MOVE ESC-TOT-NET TO WS-PROOF-EXPECTED
006280     MOVE WS-LED-NET TO WS-PROOF-ACTUAL
006290     PERFORM 2200-COMPARE-ONE THRU 2200-EXIT
006300     IF WS-PROOF-DIFFERS
006310         DISPLAY "*** THE EARNINGS LEDGER DOES NOT AGREE WITH "
006320             "THE STATEMENTS PRINTED ON " ESC-RUN-DATE
006330         DISPLAY "    RERUN EARN-STMT AGAINST THE LEDGER AS IT "
006340             "STANDS BEFORE CLOSING THE YEAR."
006350         SET RETURN-CODE TO 8
006360         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
006370         STOP RUN
006380     END-IF.
006390 2000-EXIT.
006400     EXIT.

006410 2050-START-LEDGER.
006420     SET WS-RECORD-FOUND TO TRUE
006430     MOVE LOW-VALUES TO EARNINGS-RECORD
006440     START EARNINGS-FILE KEY NOT LESS THAN EARN-EMPLOYEE-ID
006450         INVALID KEY
006460             SET WS-RECORD-NOT-FOUND TO TRUE
006470     END-START.
006480 2050-EXIT.
006490     EXIT.

006500 2100-TOTAL-ONE-RECORD.
006510     READ EARNINGS-FILE NEXT RECORD
006520         AT END
006530             SET WS-RECORD-NOT-FOUND TO TRUE
006540         NOT AT END
006550             ADD 1 TO WS-LED-COUNT
006560             ADD EARN-YTD-GROSS TO WS-LED-GROSS
006570             ADD EARN-YTD-TAX TO WS-LED-TAX
006580             ADD EARN-YTD-INSURANCE TO WS-LED-INSURANCE
006590             ADD EARN-YTD-RETIRE TO WS-LED-RETIRE
006600             ADD EARN-YTD-OTHER TO WS-LED-OTHER
006610             ADD EARN-YTD-GARNISH TO WS-LED-GARNISH
006620             ADD EARN-YTD-NET TO WS-LED-NET
006630     END-READ.
006640 2100-EXIT.
006650     EXIT.

006660 2200-COMPARE-ONE.
006670     IF WS-PROOF-EXPECTED NOT = WS-PROOF-ACTUAL
006680         SET WS-PROOF-DIFFERS TO TRUE
006690         DISPLAY WS-PROOF-CAPTION "STATEMENTS " WS-PROOF-EXPECTED
006700             "  LEDGER " WS-PROOF-ACTUAL
006710     END-IF.
006720 2200-EXIT.
006730     EXIT.

006740*================================================================
006750* 3000-ARCHIVE-LEDGER  --  COPY EVERY LEDGER RECORD TO THE
006760*                          HISTORY, THEN ZERO IT OR DROP IT, AND
006770*                          PRINT THE PROOF OF WHAT WAS ARCHIVED
006780*================================================================
006790 3000-ARCHIVE-LEDGER.
006800     PERFORM 2050-START-LEDGER THRU 2050-EXIT
006810     PERFORM 3100-ARCHIVE-ONE-RECORD THRU 3100-EXIT
006820         UNTIL WS-RECORD-NOT-FOUND
006830     PERFORM 3500-PRINT-PROOF THRU 3500-EXIT.
006840 3000-EXIT.
006850     EXIT.

006860 3100-ARCHIVE-ONE-RECORD.
006870     READ EARNINGS-FILE NEXT RECORD
006880         AT END
006890             SET WS-RECORD-NOT-FOUND TO TRUE
006900         NOT AT END
006910             PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
006920             PERFORM 3300-RESET-LEDGER THRU 3300-EXIT
006930     END-READ.
006940 3100-EXIT.
006950     EXIT.

006960*================================================================
006970* 3200-WRITE-HISTORY  --  FILE THE EMPLOYEE'S CLOSING FIGURES
006980*                         UNDER THE CLOSING YEAR
006990*================================================================
007000 3200-WRITE-HISTORY.
007010     MOVE SPACES TO EARN-HISTORY-RECORD
007020     MOVE WS-CLOSE-YEAR TO EH-CLOSE-YEAR
007030     SET EH-EMPLOYEE-LEDGER TO TRUE
007040     MOVE EARN-EMPLOYEE-ID TO EH-EMPLOYEE-ID
007050     MOVE WS-RUN-DATE TO EH-CLOSE-DATE
007060     MOVE EARN-EMPLOYEE-NAME TO EH-EMPLOYEE-NAME
007070     MOVE EARN-PERIODS-PAID TO EH-PERIODS-PAID
007080     MOVE 1 TO EH-EMPLOYEE-COUNT
007090     MOVE EARN-YTD-GROSS TO EH-GROSS
007100     MOVE EARN-YTD-TAX TO EH-TAX
007110     MOVE EARN-YTD-INSURANCE TO EH-INSURANCE
007120     MOVE EARN-YTD-RETIRE TO EH-RETIRE
007130     MOVE EARN-YTD-OTHER TO EH-OTHER
007140     MOVE EARN-YTD-GARNISH TO EH-GARNISH
007150     MOVE EARN-YTD-NET TO EH-NET
007160     MOVE ZEROS TO EH-YTD-TOTAL-SALARY
007170     WRITE EARN-HISTORY-RECORD
007180     IF EHIST-STATUS NOT = "00"
007190         DISPLAY "ERROR WRITING THE EARNINGS HISTORY FOR "
007200             "EMPLOYEE " EARN-EMPLOYEE-ID ". STATUS = "
007210             EHIST-STATUS
007220         DISPLAY "THE CLOSE STOPPED PART WAY - RESTORE THE FILES "
007230             "FROM BEFORE THE CLOSE AND RERUN."
007240         SET RETURN-CODE TO 8
007250         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
007260         STOP RUN
007270     END-IF
007280     ADD 1 TO WS-ARC-COUNT
007290     ADD EH-GROSS TO WS-ARC-GROSS
007300     ADD EH-TAX TO WS-ARC-TAX
007310     ADD EH-INSURANCE TO WS-ARC-INSURANCE
007320     ADD EH-RETIRE TO WS-ARC-RETIRE
007330     ADD EH-OTHER TO WS-ARC-OTHER
007340     ADD EH-GARNISH TO WS-ARC-GARNISH
007350     ADD EH-NET TO WS-ARC-NET.
007360 3200-EXIT.
007370     EXIT.

007380*================================================================
007390* 3300-RESET-LEDGER  --  ZERO THE RUNNING TOTALS OF AN EMPLOYEE
007400*                        STILL ON THE MASTER; DROP THE LEDGER
007410*                        RECORD OF ONE WHO HAS LEFT, SO NEXT
007420*                        YEAR'S STATEMENTS ONLY COVER THAT YEAR
007430*================================================================
007440 3300-RESET-LEDGER.
007450     MOVE EARN-EMPLOYEE-ID TO EMPLOYEE-ID
007460     READ EMPLOYEE-FILE
007470         INVALID KEY
007480             DELETE EARNINGS-FILE RECORD
007490             IF EARN-STATUS NOT = "00"
007500                 DISPLAY "ERROR DROPPING LEDGER RECORD "
007510                     EARN-EMPLOYEE-ID ". STATUS = " EARN-STATUS
007520                 SET RETURN-CODE TO 8
007530             ELSE
007540                 ADD 1 TO WS-DROPPED-COUNT
007550             END-IF
007560         NOT INVALID KEY
007570             MOVE ZEROS TO EARN-PERIODS-PAID
007580             MOVE ZEROS TO EARN-YTD-GROSS
007590             MOVE ZEROS TO EARN-YTD-TAX
007600             MOVE ZEROS TO EARN-YTD-INSURANCE
007610             MOVE ZEROS TO EARN-YTD-RETIRE
007620             MOVE ZEROS TO EARN-YTD-OTHER
007630             MOVE ZEROS TO EARN-YTD-GARNISH
007640             MOVE ZEROS TO EARN-YTD-NET
007650             REWRITE EARNINGS-RECORD
007660             IF EARN-STATUS NOT = "00"
007670                 DISPLAY "ERROR ZEROING LEDGER RECORD "
007680                     EARN-EMPLOYEE-ID ". STATUS = " EARN-STATUS
007690                 SET RETURN-CODE TO 8
007700             ELSE
007710                 ADD 1 TO WS-ZEROED-COUNT
007720             END-IF
007730     END-READ.
007740 3300-EXIT.
007750     EXIT.

007760*================================================================
007770* 3500-PRINT-PROOF  --  PRINT THE STATEMENT TOTALS AGAINST THE
007780*                       TOTALS ACTUALLY ARCHIVED
007790*================================================================
007800 3500-PRINT-PROOF.
007810     WRITE REPORT-LINE FROM BLANK-LINE
007820     MOVE "EARNINGS LEDGER ARCHIVED" TO SEC-TEXT
007830     WRITE REPORT-LINE FROM SECTION-LINE
007840     WRITE REPORT-LINE FROM PRF-HDG-LINE
007850     MOVE "STATEMENTS      : " TO PRC-CAPTION
007860     MOVE ESC-STATEMENT-COUNT TO PRC-EXPECTED
007870     MOVE WS-ARC-COUNT TO PRC-ACTUAL
007880     IF ESC-STATEMENT-COUNT = WS-ARC-COUNT
007890         MOVE "AGREES" TO PRC-NOTE
007900     ELSE
007910         MOVE "*DIFFERS*" TO PRC-NOTE
007920         SET WS-PROOF-DIFFERS TO TRUE
007930     END-IF
007940     WRITE REPORT-LINE FROM PRF-COUNT-LINE
007950     MOVE "GROSS PAID      : " TO WS-PROOF-CAPTION
007960     MOVE ESC-TOT-GROSS TO WS-PROOF-EXPECTED
007970     MOVE WS-ARC-GROSS TO WS-PROOF-ACTUAL
007980     PERFORM 3510-PRINT-PROOF-LINE THRU 3510-EXIT
007990     MOVE "TAX WITHHELD    : " TO WS-PROOF-CAPTION
008000     MOVE ESC-TOT-TAX TO WS-PROOF-EXPECTED
008010     MOVE WS-ARC-TAX TO WS-PROOF-ACTUAL
008020     PERFORM 3510-PRINT-PROOF-LINE THRU 3510-EXIT
008030     MOVE "INSURANCE       : " TO WS-PROOF-CAPTION
008040     MOVE ESC-TOT-INSURANCE TO WS-PROOF-EXPECTED
008050     MOVE WS-ARC-INSURANCE TO WS-PROOF-ACTUAL
008060     PERFORM 3510-PRINT-PROOF-LINE THRU 3510-EXIT
008070     MOVE "RETIREMENT      : " TO WS-PROOF-CAPTION
008080     MOVE ESC-TOT-RETIRE TO WS-PROOF-EXPECTED
008090     MOVE WS-ARC-RETIRE TO WS-PROOF-ACTUAL
008100     PERFORM 3510-PRINT-PROOF-LINE THRU 3510-EXIT
008110     MOVE "OTHER DEDUCTIONS: " TO WS-PROOF-CAPTION
008120     MOVE ESC-TOT-OTHER TO WS-PROOF-EXPECTED
008130     MOVE WS-ARC-OTHER TO WS-PROOF-ACTUAL
008140     PERFORM 3510-PRINT-PROOF-LINE THRU 3510-EXIT
008150     MOVE "GARNISHMENTS    : " TO WS-PROOF-CAPTION
008160     MOVE ESC-TOT-GARNISH TO WS-PROOF-EXPECTED
008170     MOVE WS-ARC-GARNISH TO WS-PROOF-ACTUAL
008180     PERFORM 3510-PRINT-PROOF-LINE THRU 3510-EXIT
008190     MOVE "NET PAID        : " TO WS-PROOF-CAPTION
008200     MOVE ESC-TOT-NET TO WS-PROOF-EXPECTED
008210     MOVE WS-ARC-NET TO WS-PROOF-ACTUAL
008220     PERFORM 3510-PRINT-PROOF-LINE THRU 3510-EXIT
008230     MOVE "LEDGER RECORDS ZEROED" TO INC-CAPTION
008240     MOVE WS-ZEROED-COUNT TO INC-COUNT
008250     WRITE REPORT-LINE FROM INF-COUNT-LINE
008260     MOVE "LEDGER RECORDS DROPPED (LEFT)" TO INC-CAPTION
008270     MOVE WS-DROPPED-COUNT TO INC-COUNT
008280     WRITE REPORT-LINE FROM INF-COUNT-LINE
008290     IF WS-PROOF-DIFFERS
008300         SET RETURN-CODE TO 8
008310     END-IF.
008320 3500-EXIT.
008330     EXIT.

008340 3510-PRINT-PROOF-LINE.
008350     MOVE WS-PROOF-CAPTION TO PRF-CAPTION
008360     MOVE WS-PROOF-EXPECTED TO PRF-EXPECTED
008370     MOVE WS-PROOF-ACTUAL TO PRF-ACTUAL
008380     IF WS-PROOF-EXPECTED = WS-PROOF-ACTUAL
008390         MOVE "AGREES" TO PRF-NOTE
008400     ELSE
008410         MOVE "*DIFFERS*" TO PRF-NOTE
008420         SET WS-PROOF-DIFFERS TO TRUE
008430     END-IF
008440     WRITE REPORT-LINE FROM PRF-AMOUNT-LINE.
008450 3510-EXIT.
008460     EXIT.

008470*================================================================
008480* 4000-REBASE-YTD  --  FILE THE YEAR'S TOTALS AND THE CLOSING YTD
008490*                      ACCUMULATOR, THEN START THE ACCUMULATOR
008500*                      AGAIN FROM THE SALARY NOW ON THE MASTER SO
008510*                      YTD-RECON STILL BALANCES THE NEXT NIGHT
008520*================================================================
008530 4000-REBASE-YTD.
008540     MOVE LOW-VALUES TO EMPLOYEE-RECORD
008550     SET WS-RECORD-FOUND TO TRUE
008560     START EMPLOYEE-FILE KEY NOT LESS THAN EMPLOYEE-ID
008570         INVALID KEY
008580             SET WS-RECORD-NOT-FOUND TO TRUE
008590     END-START
008600     PERFORM 4100-SUM-MASTER THRU 4100-EXIT
008610         UNTIL WS-RECORD-NOT-FOUND
008620     MOVE SPACES TO EARN-HISTORY-RECORD
008630     MOVE WS-CLOSE-YEAR TO EH-CLOSE-YEAR
008640     SET EH-YEAR-TOTALS TO TRUE
008650     MOVE ZEROS TO EH-EMPLOYEE-ID
008660     MOVE WS-RUN-DATE TO EH-CLOSE-DATE
008670     MOVE "** YEAR TOTALS **" TO EH-EMPLOYEE-NAME
008680     MOVE WS-PERIOD-COUNT TO EH-PERIODS-PAID
008690     MOVE WS-ARC-COUNT TO EH-EMPLOYEE-COUNT
008700     MOVE WS-ARC-GROSS TO EH-GROSS
008710     MOVE WS-ARC-TAX TO EH-TAX
008720     MOVE WS-ARC-INSURANCE TO EH-INSURANCE
008730     MOVE WS-ARC-RETIRE TO EH-RETIRE
008740     MOVE WS-ARC-OTHER TO EH-OTHER
008750     MOVE WS-ARC-GARNISH TO EH-GARNISH
008760     MOVE WS-ARC-NET TO EH-NET
008770     MOVE WS-OLD-YTD-TOTAL TO EH-YTD-TOTAL-SALARY
008780     WRITE EARN-HISTORY-RECORD
008790     IF EHIST-STATUS NOT = "00"
008800         DISPLAY "ERROR WRITING THE YEAR TOTALS TO THE EARNINGS "
008810             "HISTORY. STATUS = " EHIST-STATUS
008820         SET RETURN-CODE TO 8
008830     END-IF
008840     OPEN OUTPUT YTD-FILE
008850     IF YTD-STATUS NOT = "00"
008860         DISPLAY "FAILED TO OPEN THE YTD FILE. STATUS = "
008870             YTD-STATUS
008880         SET RETURN-CODE TO 8
008890     ELSE
008900         MOVE WS-MASTER-TOTAL TO YTD-TOTAL-SALARY
008910         WRITE YTD-RECORD
008920         IF YTD-STATUS NOT = "00"
008930             DISPLAY "FAILED TO WRITE THE YTD FILE. STATUS = "
008940                 YTD-STATUS
008950             SET RETURN-CODE TO 8
008960         END-IF
008970         CLOSE YTD-FILE
008980     END-IF
008990     WRITE REPORT-LINE FROM BLANK-LINE
009000     MOVE "YTD SALARY ACCUMULATOR" TO SEC-TEXT
009010     WRITE REPORT-LINE FROM SECTION-LINE
009020     MOVE "CLOSING TOTAL ARCHIVED" TO INF-CAPTION
009030     MOVE WS-OLD-YTD-TOTAL TO INF-AMOUNT
009040     WRITE REPORT-LINE FROM INF-AMOUNT-LINE
009050     MOVE "OPENING TOTAL (MASTER SALARY)" TO INF-CAPTION
009060     MOVE WS-MASTER-TOTAL TO INF-AMOUNT
009070     WRITE REPORT-LINE FROM INF-AMOUNT-LINE
009080     MOVE "EMPLOYEES ON THE MASTER" TO INC-CAPTION
009090     MOVE WS-MASTER-COUNT TO INC-COUNT
009100     WRITE REPORT-LINE FROM INF-COUNT-LINE.
009110 4000-EXIT.
009120     EXIT.

009130 4100-SUM-MASTER.
009140     READ EMPLOYEE-FILE NEXT RECORD
009150         AT END
009160             SET WS-RECORD-NOT-FOUND TO TRUE
009170         NOT AT END
009180             ADD 1 TO WS-MASTER-COUNT
009190             ADD EMPLOYEE-SALARY TO WS-MASTER-TOTAL
009200     END-READ.
009210 4100-EXIT.
009220     EXIT.

009230*================================================================
009240* 5000-RESET-LEAVE  --  CLEAR THE YEAR'S LEAVE EARNED AND TAKEN
009250*                       FIGURES AND THE LAST PERIOD ACCRUED, SINCE
009260*                       PERIOD NUMBERS START AGAIN AT 1.  THE
009270*                       BALANCES CARRY INTO THE NEW YEAR.
009280*================================================================
009290 5000-RESET-LEAVE.
009300     IF WS-LEAVE-FILE-OPEN
009310         SET WS-RECORD-FOUND TO TRUE
009320         MOVE LOW-VALUES TO LEAVE-BALANCE-RECORD
009330         START LEAVE-FILE KEY NOT LESS THAN LV-EMPLOYEE-ID
009340             INVALID KEY
009350                 SET WS-RECORD-NOT-FOUND TO TRUE
009360         END-START
009370         PERFORM 5100-RESET-ONE-LEAVE THRU 5100-EXIT
009380             UNTIL WS-RECORD-NOT-FOUND
009390     END-IF
009400     MOVE "LEAVE RECORDS RESET FOR THE YEAR" TO INC-CAPTION
009410     MOVE WS-LEAVE-RESET-COUNT TO INC-COUNT
009420     WRITE REPORT-LINE FROM BLANK-LINE
009430     WRITE REPORT-LINE FROM INF-COUNT-LINE.
009440 5000-EXIT.
009450     EXIT.

009460 5100-RESET-ONE-LEAVE.
009470     READ LEAVE-FILE NEXT RECORD
009480         AT END
009490             SET WS-RECORD-NOT-FOUND TO TRUE
009500         NOT AT END
009510             MOVE ZEROS TO LV-VAC-EARNED-YTD
009520             MOVE ZEROS TO LV-VAC-TAKEN-YTD
009530             MOVE ZEROS TO LV-SICK-EARNED-YTD
009540             MOVE ZEROS TO LV-SICK-TAKEN-YTD
009550             MOVE ZEROS TO LV-LAST-ACCRUAL-PERIOD
009560             REWRITE LEAVE-BALANCE-RECORD
009570             IF LEAVE-STATUS NOT = "00"
009580                 DISPLAY "ERROR RESETTING LEAVE RECORD "
009590                     LV-EMPLOYEE-ID ". STATUS = " LEAVE-STATUS
009600                 SET RETURN-CODE TO 8
009610             ELSE
009620                 ADD 1 TO WS-LEAVE-RESET-COUNT
009630             END-IF
009640     END-READ.
009650 5100-EXIT.
009660     EXIT.

009670*================================================================
009680* 5500-CLEAR-PAY-HISTORY  --  THE PAYMENT HISTORY ONLY HOLDS THE
009690*                             CURRENT YEAR'S PAYMENTS, KEYED BY
009700*                             PERIOD NUMBER, SO IT IS EMPTIED FOR
009710*                             THE NEW YEAR'S PERIOD 1
009720*================================================================
009730 5500-CLEAR-PAY-HISTORY.
009740     IF WS-PAYH-FILE-OPEN
009750         SET WS-RECORD-FOUND TO TRUE
009760         MOVE LOW-VALUES TO PH-KEY
009770         START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
009780             INVALID KEY
009790                 SET WS-RECORD-NOT-FOUND TO TRUE
009800         END-START
009810         PERFORM 5510-COUNT-ONE-PAYMENT THRU 5510-EXIT
009820             UNTIL WS-RECORD-NOT-FOUND
009830         CLOSE PAY-HISTORY-FILE
009840         OPEN OUTPUT PAY-HISTORY-FILE
009850         IF PAYH-STATUS NOT = "00"
009860             DISPLAY "FAILED TO CLEAR THE PAYMENT HISTORY FILE. "
009870                 "STATUS = " PAYH-STATUS
009880             SET RETURN-CODE TO 8
009890         ELSE
009900             CLOSE PAY-HISTORY-FILE
009910         END-IF
009920         SET WS-PAYH-FILE-ABSENT TO TRUE
009930     END-IF
009940     MOVE "PAYMENT HISTORY RECORDS CLEARED" TO INC-CAPTION
009950     MOVE WS-PAYH-CLEARED-COUNT TO INC-COUNT
009960     WRITE REPORT-LINE FROM INF-COUNT-LINE.
009970 5500-EXIT.
009980     EXIT.

009990 5510-COUNT-ONE-PAYMENT.
010000     READ PAY-HISTORY-FILE NEXT RECORD
010010         AT END
010020             SET WS-RECORD-NOT-FOUND TO TRUE
010030         NOT AT END
010040             ADD 1 TO WS-PAYH-CLEARED-COUNT
010050     END-READ.
010060 5510-EXIT.
010070     EXIT.

010080*================================================================
010090* 6000-BUILD-CALENDAR  --  WRITE NEXT YEAR'S 24 SEMI-MONTHLY
010100*                          PERIODS AS OPEN - THE 1ST TO THE 15TH
010110*                          AND THE 16TH TO MONTH END, EACH PAID ON
010120*                          ITS LAST DAY - AND LIST THEM
010130*================================================================
010140 6000-BUILD-CALENDAR.
010150     DIVIDE WS-NEW-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
010160         REMAINDER WS-LEAP-REM-4
010170     DIVIDE WS-NEW-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
010180         REMAINDER WS-LEAP-REM-100
010190     DIVIDE WS-NEW-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
010200         REMAINDER WS-LEAP-REM-400
010210     IF WS-LEAP-REM-4 = ZERO
010220         AND (WS-LEAP-REM-100 NOT = ZERO
010230              OR WS-LEAP-REM-400 = ZERO)
010240         MOVE 29 TO WS-MONTH-DAYS (2)
010250     END-IF
010260     WRITE REPORT-LINE FROM BLANK-LINE
010270     MOVE "PAY PERIOD CALENDAR FOR " TO SEC-TEXT
010280     MOVE WS-NEW-YEAR TO SEC-TEXT (25:4)
010290     WRITE REPORT-LINE FROM SECTION-LINE
010300     WRITE REPORT-LINE FROM CAL-HDG-LINE
010310     OPEN OUTPUT PAY-PERIOD-FILE
010320     IF PERIOD-STATUS NOT = "00"
010330         DISPLAY "FAILED TO REWRITE THE PAY PERIOD CALENDAR. "
010340             "STATUS = " PERIOD-STATUS
010350         DISPLAY "KEY NEXT YEAR'S PERIODS BY HAND BEFORE THE "
010360             "FIRST PAY RUN."
010370         SET RETURN-CODE TO 8
010380     ELSE
010390         MOVE ZEROS TO WS-NEW-PERIOD
010400         PERFORM 6100-BUILD-ONE-MONTH THRU 6100-EXIT
010410             VARYING WS-MONTH FROM 1 BY 1
010420             UNTIL WS-MONTH > 12
010430         CLOSE PAY-PERIOD-FILE
010440     END-IF.
010450 6000-EXIT.
010460     EXIT.

010470 6100-BUILD-ONE-MONTH.
010480     MOVE WS-NEW-YEAR TO WS-WD-YEAR
010490     MOVE WS-MONTH TO WS-WD-MONTH
010500     MOVE 1 TO WS-WD-DAY
010510     MOVE WS-WORK-DATE TO WS-NEW-START
010520     MOVE 15 TO WS-WD-DAY
010530     MOVE WS-WORK-DATE TO WS-NEW-END
010540     PERFORM 6200-WRITE-ONE-PERIOD THRU 6200-EXIT
010550     MOVE 16 TO WS-WD-DAY
010560     MOVE WS-WORK-DATE TO WS-NEW-START
010570     MOVE WS-MONTH-DAYS (WS-MONTH) TO WS-WD-DAY
010580     MOVE WS-WORK-DATE TO WS-NEW-END
010590     PERFORM 6200-WRITE-ONE-PERIOD THRU 6200-EXIT.
010600 6100-EXIT.
010610     EXIT.

010620 6200-WRITE-ONE-PERIOD.
010630     ADD 1 TO WS-NEW-PERIOD
010640     MOVE WS-NEW-PERIOD TO PP-PERIOD-NUMBER
010650     MOVE WS-NEW-START TO PP-START-DATE
010660     MOVE WS-NEW-END TO PP-END-DATE
010670     MOVE WS-NEW-END TO PP-PAY-DATE
010680     SET PP-OPEN TO TRUE
010690     WRITE PAY-PERIOD-RECORD
010700     IF PERIOD-STATUS NOT = "00"
010710         DISPLAY "ERROR WRITING THE PAY PERIOD CALENDAR. "
010720             "STATUS = " PERIOD-STATUS
010730         SET RETURN-CODE TO 8
010740     END-IF
010750     MOVE PP-PERIOD-NUMBER TO CAL-PERIOD
010760     MOVE PP-START-DATE TO CAL-START
010770     MOVE PP-END-DATE TO CAL-END
010780     MOVE PP-PAY-DATE TO CAL-PAY-DATE
010790     MOVE PP-STATUS-FLAG TO CAL-STATUS
010800     WRITE REPORT-LINE FROM CAL-LINE.
010810 6200-EXIT.
010820     EXIT.

010830*================================================================
010840* 8000-REPORT-RUN  --  REPORT THE CLOSE ON THE CONSOLE
010850*================================================================
010860 8000-REPORT-RUN.
010870     DISPLAY "---- YEAR-END CLOSE SUMMARY ----"
010880     DISPLAY "YEAR CLOSED           : " WS-CLOSE-YEAR
010890     DISPLAY "LEDGER RECORDS FILED  : " WS-ARC-COUNT
010900     DISPLAY "LEDGER RECORDS ZEROED : " WS-ZEROED-COUNT
010910     DISPLAY "LEDGER RECORDS DROPPED: " WS-DROPPED-COUNT
010920     DISPLAY "LEAVE RECORDS RESET   : " WS-LEAVE-RESET-COUNT
010930     DISPLAY "PAYMENTS CLEARED      : " WS-PAYH-CLEARED-COUNT
010940     DISPLAY "NEW YTD ACCUMULATOR   : " WS-MASTER-TOTAL
010950     DISPLAY "PERIODS OPENED FOR    : " WS-NEW-YEAR " - "
010960         WS-NEW-PERIOD
010970     IF WS-PROOF-DIFFERS
010980         DISPLAY "*** THE ARCHIVED TOTALS DO NOT AGREE WITH THE "
010990             "STATEMENTS - SEE THE CLOSE REPORT."
011000     ELSE
011010         DISPLAY "ARCHIVED TOTALS AGREE WITH THE EARNINGS "
011020             "STATEMENTS."
011030     END-IF.
011040 8000-EXIT.
011050     EXIT.

011060*================================================================
011070* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
011080*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
011090*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
011100*                       RUN'S OWN RETURN CODE AS IT WAS
011110*================================================================
011120 9800-LOG-RUN-END.
011130     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
011140     IF RUNCTL-STATUS NOT = "00"
011150         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
011160             RUNCTL-STATUS
011170         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
011180     ELSE
011190         MOVE SPACES TO RUN-CONTROL-RECORD
011200         SET RCR-ENDED TO TRUE
011210         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
011220         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
011230         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
011240         MOVE WS-RC-START-DATE TO RCR-START-DATE
011250         MOVE WS-RC-START-TIME TO RCR-START-TIME
011260         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
011270         ACCEPT RCR-END-TIME FROM TIME
011280         MOVE RETURN-CODE TO RCR-RETURN-CODE
011290         MOVE ZEROS TO RCR-COUNTS
011300         MOVE WS-ARC-COUNT TO RCR-RECORDS-WRITTEN
011310         MOVE WS-ZEROED-COUNT TO RCR-RECORDS-APPLIED
011320         WRITE RUN-CONTROL-RECORD
011330         CLOSE RUN-CONTROL-FILE
011340     END-IF.
011350 9800-EXIT.
011360     EXIT.

011370*================================================================
011380* 9999-TERMINATE  --  CLOSE ALL FILES
011390*================================================================
011400 9999-TERMINATE.
011410     CLOSE EMPLOYEE-FILE
011420     CLOSE EARNINGS-FILE
011430     CLOSE EARN-HISTORY-FILE
011440     IF WS-LEAVE-FILE-OPEN
011450         CLOSE LEAVE-FILE
011460     END-IF
011470     IF WS-PAYH-FILE-OPEN
011480         CLOSE PAY-HISTORY-FILE
011490     END-IF
011500     CLOSE REPORT-FILE.
011510 9999-EXIT.
011520     EXIT.
