000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LEAVE-REPORT.
000030 AUTHOR. J SARRAF.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-14 JHS   ORIGINAL - PRINTS EVERY EMPLOYEE'S VACATION AND
000110*                  SICK LEAVE BALANCES, DAYS EARNED AND TAKEN THIS
000120*                  YEAR, AND WHETHER THEY ACCRUE AT THE DEPARTMENT
000130*                  OR THEIR OWN RATES, BY DEPARTMENT WITH THE SAME
000140*                  CONTROL BREAKS AS THE SALARY REPORT.  EACH
000150*                  DEPARTMENT HEADING CARRIES ITS ACCRUAL RATES
000160*                  AND EACH DEPARTMENT CLOSES WITH ITS TOTALS.
000170*                  THE PAY RUN PRINTS IT AFTER EVERY PERIOD SO THE
000180*                  SUPERVISORS CAN RETIRE THEIR OWN COPIES.  AN
000190*                  EMPLOYEE WITH NO LEAVE RECORD YET PRINTS ZEROS.
000200* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000210*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000220*                  CODE AND RECORD COUNTS - FOR THE MORNING
000230*                  OPERATIONS SUMMARY.
000240*================================================================

000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS EMPLOYEE-ID
000320         ALTERNATE RECORD KEY IS EMPLOYEE-NAME
000330             WITH DUPLICATES
000340         FILE STATUS IS FILE-STATUS.

000350     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

000360     SELECT DEPARTMENT-FILE ASSIGN TO DEPTFILE
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS DEPT-CODE
000400         FILE STATUS IS DEPT-STATUS.

000410     SELECT LEAVE-FILE ASSIGN TO LEAVFILE
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS LV-EMPLOYEE-ID
000450         FILE STATUS IS LEAVE-STATUS.

000460     SELECT PAY-PERIOD-FILE ASSIGN TO PERFILE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PERIOD-STATUS.

000490     SELECT REPORT-FILE ASSIGN TO LEAVRPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS REPORT-STATUS.

000520     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RUNCTL-STATUS.

000550     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RUNPARM-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EMPLOYEE-FILE.
000610     COPY EMPREC.

000620 SD  SORT-WORK-FILE.
000630 01  SR-RECORD.
000640     05  SR-DEPT                     PIC 9(03).
000650     05  SR-NAME                     PIC A(30).
000660     05  SR-EMPLOYEE-ID              PIC 9(05).
000670     05  SR-RATE-SOURCE              PIC X(01).
000680     05  SR-VAC-BALANCE              PIC 9(03)V99.
000690     05  SR-VAC-EARNED               PIC 9(03)V99.
000700     05  SR-VAC-TAKEN                PIC 9(03)V99.
000710     05  SR-SICK-BALANCE             PIC 9(03)V99.
000720     05  SR-SICK-EARNED              PIC 9(03)V99.
000730     05  SR-SICK-TAKEN               PIC 9(03)V99.

000740 FD  DEPARTMENT-FILE.
000750     COPY DEPTREC.

000760 FD  LEAVE-FILE.
000770     COPY LEAVREC.

000780 FD  PAY-PERIOD-FILE.
000790     COPY PAYPDREC.

000800 FD  REPORT-FILE.
000810 01  REPORT-LINE                     PIC X(80).

000820 FD  RUN-CONTROL-FILE.
000830     COPY RUNCREC.

000840 FD  RUN-PARM-FILE.
000850 01  RUN-PARM-RECORD.
000860     05  RP-JOB-NAME                PIC X(08).
000870     05  FILLER                     PIC X(01).
000880     05  RP-STEP-NAME               PIC X(08).
000890     05  FILLER                     PIC X(63).

000900 WORKING-STORAGE SECTION.
000910*---------------------------------------------------------------
000920* FILE STATUS AND CONTROL SWITCHES
000930*---------------------------------------------------------------
000940 01  FILE-STATUS                    PIC XX.
000950 01  DEPT-STATUS                    PIC XX.
000960 01  LEAVE-STATUS                   PIC XX.
000970 01  PERIOD-STATUS                  PIC XX.
000980 01  REPORT-STATUS                  PIC XX.

000990 01  WS-LEAVE-FILE-SWITCH           PIC X(01) VALUE "N".
001000     88  WS-LEAVE-FILE-OPEN                      VALUE "Y".
001010     88  WS-LEAVE-FILE-ABSENT                    VALUE "N".

001020 01  WS-FIRST-SWITCH                PIC X(01) VALUE "Y".
001030     88  WS-FIRST-RECORD                         VALUE "Y".
001040     88  WS-NOT-FIRST-RECORD                     VALUE "N".

001050 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
001060     88  WS-RECORD-FOUND                         VALUE "Y".
001070     88  WS-RECORD-NOT-FOUND                     VALUE "N".

001080 01  WS-CAL-EOF-SWITCH              PIC X(01) VALUE "N".
001090     88  WS-CAL-EOF                              VALUE "Y".
001100     88  WS-CAL-NOT-EOF                          VALUE "N".

001110*---------------------------------------------------------------
001120* THE LAST PERIOD PAID, FOR THE REPORT HEADING
001130*---------------------------------------------------------------
001140 01  WS-LAST-PAID-PERIOD            PIC 9(03) VALUE ZEROS.
001150 01  WS-LAST-PAID-DATE              PIC 9(08) VALUE ZEROS.

001160*---------------------------------------------------------------
001170* REPORT ACCUMULATORS
001180*---------------------------------------------------------------
001190 01  WS-CURRENT-DEPT                PIC 9(03).
001200 01  WS-EMP-COUNT                   PIC 9(05) COMP VALUE ZERO.
001210 01  WS-DEPT-COUNT                  PIC 9(05) COMP VALUE ZERO.
001220 01  WS-DEPT-VAC-TOTAL              PIC 9(07)V99 VALUE ZEROS.
001230 01  WS-DEPT-SICK-TOTAL             PIC 9(07)V99 VALUE ZEROS.
001240 01  WS-GRAND-VAC-TOTAL             PIC 9(07)V99 VALUE ZEROS.
001250 01  WS-GRAND-SICK-TOTAL            PIC 9(07)V99 VALUE ZEROS.

001260*---------------------------------------------------------------
001270* PRINT LINES
001280*---------------------------------------------------------------
001290 01  HDG-LINE-1.
001300     05  FILLER                     PIC X(30) VALUE
001310         "LEAVE BALANCE REPORT".
001320     05  FILLER                     PIC X(17) VALUE
001330         "AFTER PAY PERIOD ".
001340     05  HDG-PERIOD                 PIC 9(03).
001350     05  FILLER                     PIC X(10) VALUE
001360         " PAY DATE ".
001370     05  HDG-PAY-DATE               PIC 9(08).
001380     05  FILLER                     PIC X(12) VALUE SPACES.

001390 01  HDG-LINE-2.
001400     05  FILLER                     PIC X(28) VALUE SPACES.
001410     05  FILLER                     PIC X(22) VALUE
001420         "------ VACATION ------".
001430     05  FILLER                     PIC X(02) VALUE SPACES.
001440     05  FILLER                     PIC X(22) VALUE
001450         "-------- SICK --------".
001460     05  FILLER                     PIC X(06) VALUE SPACES.

001470 01  HDG-LINE-3.
001480     05  FILLER                     PIC X(07) VALUE "EMP ID".
001490     05  FILLER                     PIC X(21) VALUE
001500         "EMPLOYEE NAME".
001510     05  FILLER                     PIC X(06) VALUE "   BAL".
001520     05  FILLER                     PIC X(08) VALUE "  EARNED".
001530     05  FILLER                     PIC X(08) VALUE "   TAKEN".
001540     05  FILLER                     PIC X(02) VALUE SPACES.
001550     05  FILLER                     PIC X(06) VALUE "   BAL".
001560     05  FILLER                     PIC X(08) VALUE "  EARNED".
001570     05  FILLER                     PIC X(08) VALUE "   TAKEN".
001580     05  FILLER                     PIC X(06) VALUE "  RATE".

001590 01  DET-LINE.
001600     05  DET-EMPLOYEE-ID            PIC 9(05).
001610     05  FILLER                     PIC X(02) VALUE SPACES.
001620     05  DET-NAME                   PIC X(20).
001630     05  FILLER                     PIC X(01) VALUE SPACE.
001640     05  DET-VAC-BALANCE            PIC ZZ9.99.
001650     05  FILLER                     PIC X(02) VALUE SPACES.
001660     05  DET-VAC-EARNED             PIC ZZ9.99.
001670     05  FILLER                     PIC X(02) VALUE SPACES.
001680     05  DET-VAC-TAKEN              PIC ZZ9.99.
001690     05  FILLER                     PIC X(02) VALUE SPACES.
001700     05  DET-SICK-BALANCE           PIC ZZ9.99.
001710     05  FILLER                     PIC X(02) VALUE SPACES.
001720     05  DET-SICK-EARNED            PIC ZZ9.99.
001730     05  FILLER                     PIC X(02) VALUE SPACES.
001740     05  DET-SICK-TAKEN             PIC ZZ9.99.
001750     05  FILLER                     PIC X(02) VALUE SPACES.
001760     05  DET-RATE-SOURCE            PIC X(04).

001770 01  DEPT-HDG-LINE.
001780     05  FILLER                     PIC X(11) VALUE
001790         "DEPARTMENT ".
001800     05  DH-CODE                    PIC 9(03).
001810     05  FILLER                     PIC X(02) VALUE SPACES.
001820     05  DH-NAME                    PIC X(25).
001830     05  FILLER                     PIC X(10) VALUE
001840         " ACCRUES  ".
001850     05  DH-VAC-RATE                PIC 9.99.
001860     05  FILLER                     PIC X(10) VALUE
001870         " VAC DAYS ".
001880     05  DH-SICK-RATE               PIC 9.99.
001890     05  FILLER                     PIC X(11) VALUE
001900         " SICK DAYS".

001910 01  DEPT-TOTAL-LINE.
001920     05  FILLER                     PIC X(16) VALUE
001930         "  DEPT TOTAL  : ".
001940     05  DTL-COUNT                  PIC ZZZZ9.
001950     05  FILLER                     PIC X(12) VALUE
001960         " EMPLOYEES  ".
001970     05  FILLER                     PIC X(09) VALUE "VACATION ".
001980     05  DTL-VAC-TOTAL              PIC ZZZ,ZZ9.99.
001990     05  FILLER                     PIC X(07) VALUE "  SICK ".
002000     05  DTL-SICK-TOTAL             PIC ZZZ,ZZ9.99.
002010     05  FILLER                     PIC X(11) VALUE SPACES.

002020 01  GRAND-TOTAL-LINE.
002030     05  FILLER                     PIC X(16) VALUE
002040         "GRAND TOTAL   : ".
002050     05  GTL-COUNT                  PIC ZZZZ9.
002060     05  FILLER                     PIC X(12) VALUE
002070         " EMPLOYEES  ".
002080     05  FILLER                     PIC X(09) VALUE "VACATION ".
002090     05  GTL-VAC-TOTAL              PIC ZZZ,ZZ9.99.
002100     05  FILLER                     PIC X(07) VALUE "  SICK ".
002110     05  GTL-SICK-TOTAL             PIC ZZZ,ZZ9.99.
002120     05  FILLER                     PIC X(11) VALUE SPACES.

002130 01  BLANK-LINE                     PIC X(80) VALUE SPACES.

002140*---------------------------------------------------------------
002150* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
002160* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
002170* THE STEP HAS NO CARD) AND WHEN IT STARTED
002180*---------------------------------------------------------------
002190 77  WS-RC-PROGRAM                  PIC X(13) VALUE
002200         "LEAVE-REPORT".

002210 01  RUNCTL-STATUS                  PIC XX.
002220 01  RUNPARM-STATUS                 PIC XX.
002230 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
002240 01  WS-RC-STEP-NAME                PIC X(08) VALUE "LEAVRPT".
002250 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
002260 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

002270 PROCEDURE DIVISION.

002280*================================================================
002290* 0000-MAINLINE
002300*================================================================
002310 0000-MAINLINE.
002320     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
002330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002340     SORT SORT-WORK-FILE
002350         ON ASCENDING KEY SR-DEPT
002360         WITH DUPLICATES IN ORDER
002370         INPUT PROCEDURE 2000-LOAD-SORT-FILE THRU 2000-EXIT
002380         OUTPUT PROCEDURE 3000-PRINT-REPORT THRU 3000-EXIT
002390     PERFORM 9999-TERMINATE THRU 9999-EXIT
002400     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002410     STOP RUN.

002420*================================================================
002430* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
002440*                         RUNPARM CARD AND WRITE THE START RECORD
002450*                         TO THE RUN-CONTROL FILE
002460*================================================================
002470 0100-LOG-RUN-START.
002480     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
002490     ACCEPT WS-RC-START-TIME FROM TIME
002500     OPEN INPUT RUN-PARM-FILE
002510     IF RUNPARM-STATUS = "00"
002520         READ RUN-PARM-FILE
002530             NOT AT END
002540                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
002550                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
002560         END-READ
002570         CLOSE RUN-PARM-FILE
002580     END-IF
002590     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002600     IF RUNCTL-STATUS NOT = "00"
002610         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002620             RUNCTL-STATUS
002630         SET RETURN-CODE TO 8
002640         STOP RUN
002650     END-IF
002660     MOVE SPACES TO RUN-CONTROL-RECORD
002670     SET RCR-STARTED TO TRUE
002680     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002690     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002700     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002710     MOVE WS-RC-START-DATE TO RCR-START-DATE
002720     MOVE WS-RC-START-TIME TO RCR-START-TIME
002730     MOVE ZEROS TO RCR-END-STAMP
002740     MOVE ZEROS TO RCR-RETURN-CODE
002750     MOVE ZEROS TO RCR-COUNTS
002760     WRITE RUN-CONTROL-RECORD
002770     CLOSE RUN-CONTROL-FILE.
002780 0100-EXIT.
002790     EXIT.

002800*================================================================
002810* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
002820*                            CREATING IT ON THE FIRST RUN
002830*================================================================
002840 0110-OPEN-RUN-CONTROL.
002850     OPEN EXTEND RUN-CONTROL-FILE
002860     IF RUNCTL-STATUS = "35"
002870         CLOSE RUN-CONTROL-FILE
002880         OPEN OUTPUT RUN-CONTROL-FILE
002890         CLOSE RUN-CONTROL-FILE
002900         OPEN EXTEND RUN-CONTROL-FILE
002910     END-IF.
002920 0110-EXIT.
002930     EXIT.

002940*================================================================
002950* 1000-INITIALIZE  --  FIND THE LAST PERIOD PAID, THEN OPEN THE
002960*                      MASTER, THE REFERENCE FILES, AND THE PRINT
002970*                      FILE
002980*================================================================
002990 1000-INITIALIZE.
003000     PERFORM 1100-FIND-LAST-PAID THRU 1100-EXIT
003010     OPEN INPUT EMPLOYEE-FILE
003020     IF FILE-STATUS NOT = "00"
003030         DISPLAY "FAILED TO OPEN EMPLOYEE FILE. STATUS = "
003040             FILE-STATUS
003050         SET RETURN-CODE TO 8
003060         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003070         STOP RUN
003080     END-IF
003090     OPEN OUTPUT REPORT-FILE
003100     IF REPORT-STATUS NOT = "00"
003110         DISPLAY "FAILED TO OPEN REPORT FILE. STATUS = "
003120             REPORT-STATUS
003130         SET RETURN-CODE TO 8
003140         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003150         STOP RUN
003160     END-IF
003170     OPEN INPUT DEPARTMENT-FILE
003180     IF DEPT-STATUS = "35"
003190         DISPLAY "THE DEPARTMENT FILE HAS NOT BEEN CREATED - "
003200             "RUN DEPT-MAINT FIRST."
003210         SET RETURN-CODE TO 8
003220         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003230         STOP RUN
003240     END-IF
003250     IF DEPT-STATUS NOT = "00"
003260         DISPLAY "FAILED TO OPEN THE DEPARTMENT FILE. STATUS = "
003270             DEPT-STATUS
003280         SET RETURN-CODE TO 8
003290         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003300         STOP RUN
003310     END-IF
003320     OPEN INPUT LEAVE-FILE
003330     IF LEAVE-STATUS = "35"
003340         SET WS-LEAVE-FILE-ABSENT TO TRUE
003350     ELSE
003360         IF LEAVE-STATUS NOT = "00"
003370             DISPLAY "FAILED TO OPEN THE LEAVE BALANCE FILE. "
003380                 "STATUS = " LEAVE-STATUS
003390             SET RETURN-CODE TO 8
003400             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003410             STOP RUN
003420         ELSE
003430             SET WS-LEAVE-FILE-OPEN TO TRUE
003440         END-IF
003450     END-IF.
003460 1000-EXIT.
003470     EXIT.

003480*================================================================
003490* 1100-FIND-LAST-PAID  --  READ THE PAY-PERIOD CALENDAR FOR THE
003500*                          HIGHEST-NUMBERED PERIOD MARKED PAID
003510*================================================================
003520 1100-FIND-LAST-PAID.
003530     OPEN INPUT PAY-PERIOD-FILE
003540     IF PERIOD-STATUS NOT = "00"
003550         DISPLAY "FAILED TO OPEN THE PAY PERIOD CALENDAR. "
003560             "STATUS = " PERIOD-STATUS
003570         SET RETURN-CODE TO 8
003580         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003590         STOP RUN
003600     END-IF
003610     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT
003620     PERFORM 1110-NOTE-ONE-PERIOD THRU 1110-EXIT
003630         UNTIL WS-CAL-EOF
003640     CLOSE PAY-PERIOD-FILE.
003650 1100-EXIT.
003660     EXIT.

003670 1110-NOTE-ONE-PERIOD.
003680     IF PP-PAID AND PP-PERIOD-NUMBER > WS-LAST-PAID-PERIOD
003690         MOVE PP-PERIOD-NUMBER TO WS-LAST-PAID-PERIOD
003700         MOVE PP-PAY-DATE TO WS-LAST-PAID-DATE
003710     END-IF
003720     PERFORM 1150-READ-CALENDAR THRU 1150-EXIT.
003730 1110-EXIT.
003740     EXIT.

003750 1150-READ-CALENDAR.
003760     READ PAY-PERIOD-FILE
003770         AT END
003780             SET WS-CAL-EOF TO TRUE
003790     END-READ.
003800 1150-EXIT.
003810     EXIT.

003820*================================================================
003830* 2000-LOAD-SORT-FILE  --  RELEASE EVERY MASTER RECORD, IN NAME
003840*                          ORDER, WITH ITS LEAVE FIGURES
003850*================================================================
003860 2000-LOAD-SORT-FILE.
003870     MOVE LOW-VALUES TO EMPLOYEE-RECORD
003880     START EMPLOYEE-FILE KEY NOT LESS THAN EMPLOYEE-NAME
003890         INVALID KEY
003900             SET WS-RECORD-NOT-FOUND TO TRUE
003910         NOT INVALID KEY
003920             SET WS-RECORD-FOUND TO TRUE
003930     END-START
003940     PERFORM 2100-READ-AND-RELEASE THRU 2100-EXIT
003950         UNTIL WS-RECORD-NOT-FOUND.
003960 2000-EXIT.
003970     EXIT.

003980 2100-READ-AND-RELEASE.
003990     READ EMPLOYEE-FILE NEXT RECORD
004000         AT END
004010             SET WS-RECORD-NOT-FOUND TO TRUE
004020         NOT AT END
004030             PERFORM 2200-BUILD-SORT-RECORD THRU 2200-EXIT
004040             RELEASE SR-RECORD
004050     END-READ.
004060 2100-EXIT.
004070     EXIT.

004080*================================================================
004090* 2200-BUILD-SORT-RECORD  --  PULL THE EMPLOYEE'S LEAVE RECORD;
004100*                             WITH NONE ON FILE THE FIGURES ARE
004110*                             ZERO AT THE DEPARTMENT RATES
004120*================================================================
004130 2200-BUILD-SORT-RECORD.
004140     MOVE EMPLOYEE-DEPT TO SR-DEPT
004150     MOVE EMPLOYEE-NAME TO SR-NAME
004160     MOVE EMPLOYEE-ID TO SR-EMPLOYEE-ID
004170     MOVE "D" TO SR-RATE-SOURCE
004180     MOVE ZEROS TO SR-VAC-BALANCE
004190     MOVE ZEROS TO SR-VAC-EARNED
004200     MOVE ZEROS TO SR-VAC-TAKEN
004210     MOVE ZEROS TO SR-SICK-BALANCE
004220     MOVE ZEROS TO SR-SICK-EARNED
004230     MOVE ZEROS TO SR-SICK-TAKEN
004240     IF WS-LEAVE-FILE-OPEN
004250         MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
004260         READ LEAVE-FILE
004270             INVALID KEY
004280                 CONTINUE
004290             NOT INVALID KEY
004300                 MOVE LV-RATE-SOURCE TO SR-RATE-SOURCE
004310                 MOVE LV-VAC-BALANCE TO SR-VAC-BALANCE
004320                 MOVE LV-VAC-EARNED-YTD TO SR-VAC-EARNED
004330                 MOVE LV-VAC-TAKEN-YTD TO SR-VAC-TAKEN
004340                 MOVE LV-SICK-BALANCE TO SR-SICK-BALANCE
004350                 MOVE LV-SICK-EARNED-YTD TO SR-SICK-EARNED
004360                 MOVE LV-SICK-TAKEN-YTD TO SR-SICK-TAKEN
004370         END-READ
004380     END-IF.
004390 2200-EXIT.
004400     EXIT.

004410*================================================================
004420* 3000-PRINT-REPORT  --  RETURN THE SORTED RECORDS AND PRINT
004430*================================================================
004440 3000-PRINT-REPORT.
004450     MOVE WS-LAST-PAID-PERIOD TO HDG-PERIOD
004460     MOVE WS-LAST-PAID-DATE TO HDG-PAY-DATE
004470     WRITE REPORT-LINE FROM HDG-LINE-1
004480     WRITE REPORT-LINE FROM HDG-LINE-2
004490     WRITE REPORT-LINE FROM HDG-LINE-3
004500     SET WS-RECORD-FOUND TO TRUE
004510     PERFORM 3100-RETURN-AND-PRINT THRU 3100-EXIT
004520         UNTIL WS-RECORD-NOT-FOUND
004530     IF WS-EMP-COUNT > ZERO
004540         PERFORM 3300-PRINT-DEPT-TOTALS THRU 3300-EXIT
004550     END-IF
004560     WRITE REPORT-LINE FROM BLANK-LINE
004570     MOVE WS-EMP-COUNT TO GTL-COUNT
004580     MOVE WS-GRAND-VAC-TOTAL TO GTL-VAC-TOTAL
004590     MOVE WS-GRAND-SICK-TOTAL TO GTL-SICK-TOTAL
004600     WRITE REPORT-LINE FROM GRAND-TOTAL-LINE
004610     DISPLAY "---- LEAVE BALANCE REPORT ----"
004620     DISPLAY "EMPLOYEES LISTED    : " WS-EMP-COUNT
004630     IF WS-LEAVE-FILE-ABSENT
004640         DISPLAY "NO LEAVE BALANCE FILE YET - ALL BALANCES ZERO."
004650     END-IF.
004660 3000-EXIT.
004670     EXIT.

004680 3100-RETURN-AND-PRINT.
004690     RETURN SORT-WORK-FILE
004700         AT END
004710             SET WS-RECORD-NOT-FOUND TO TRUE
004720         NOT AT END
004730             PERFORM 3150-CHECK-DEPT-BREAK THRU 3150-EXIT
004740             MOVE SR-EMPLOYEE-ID TO DET-EMPLOYEE-ID
004750             MOVE SR-NAME TO DET-NAME
004760             MOVE SR-VAC-BALANCE TO DET-VAC-BALANCE
004770             MOVE SR-VAC-EARNED TO DET-VAC-EARNED
004780             MOVE SR-VAC-TAKEN TO DET-VAC-TAKEN
004790             MOVE SR-SICK-BALANCE TO DET-SICK-BALANCE
004800             MOVE SR-SICK-EARNED TO DET-SICK-EARNED
004810             MOVE SR-SICK-TAKEN TO DET-SICK-TAKEN
004820             IF SR-RATE-SOURCE = "E"
004830                 MOVE "OWN" TO DET-RATE-SOURCE
004840             ELSE
004850                 MOVE "DEPT" TO DET-RATE-SOURCE
004860             END-IF
004870             WRITE REPORT-LINE FROM DET-LINE
004880             ADD 1 TO WS-EMP-COUNT
004890             ADD 1 TO WS-DEPT-COUNT
004900             ADD SR-VAC-BALANCE TO WS-DEPT-VAC-TOTAL
004910             ADD SR-SICK-BALANCE TO WS-DEPT-SICK-TOTAL
004920             ADD SR-VAC-BALANCE TO WS-GRAND-VAC-TOTAL
004930             ADD SR-SICK-BALANCE TO WS-GRAND-SICK-TOTAL
004940     END-RETURN.
004950 3100-EXIT.
004960     EXIT.

004970*================================================================
004980* 3150-CHECK-DEPT-BREAK  --  ON THE FIRST RECORD, OR WHEN THE
004990*                            DEPARTMENT CHANGES, CLOSE OUT THE
005000*                            OLD DEPARTMENT AND HEAD UP THE NEW
005010*================================================================
005020 3150-CHECK-DEPT-BREAK.
005030     IF WS-FIRST-RECORD
005040         SET WS-NOT-FIRST-RECORD TO TRUE
005050         MOVE SR-DEPT TO WS-CURRENT-DEPT
005060         PERFORM 3200-PRINT-DEPT-HEADING THRU 3200-EXIT
005070     ELSE
005080         IF SR-DEPT NOT = WS-CURRENT-DEPT
005090             PERFORM 3300-PRINT-DEPT-TOTALS THRU 3300-EXIT
005100             MOVE SR-DEPT TO WS-CURRENT-DEPT
005110             PERFORM 3200-PRINT-DEPT-HEADING THRU 3200-EXIT
005120         END-IF
005130     END-IF.
005140 3150-EXIT.
005150     EXIT.

005160*================================================================
005170* 3200-PRINT-DEPT-HEADING  --  PRINT THE DEPARTMENT HEADING WITH
005180*                              ITS NAME AND ACCRUAL RATES FROM THE
005190*                              REFERENCE FILE, AND ZERO THE
005200*                              DEPARTMENT ACCUMULATORS
005210*================================================================
005220 3200-PRINT-DEPT-HEADING.
005230     MOVE WS-CURRENT-DEPT TO DEPT-CODE
005240     READ DEPARTMENT-FILE
005250         INVALID KEY
005260             MOVE "** UNKNOWN DEPARTMENT **" TO DH-NAME
005270             MOVE ZEROS TO DH-VAC-RATE
005280             MOVE ZEROS TO DH-SICK-RATE
005290         NOT INVALID KEY
005300             MOVE DEPT-NAME TO DH-NAME
005310             MOVE DEPT-VAC-ACCRUAL-RATE TO DH-VAC-RATE
005320             MOVE DEPT-SICK-ACCRUAL-RATE TO DH-SICK-RATE
005330     END-READ
005340     MOVE WS-CURRENT-DEPT TO DH-CODE
005350     WRITE REPORT-LINE FROM BLANK-LINE
005360     WRITE REPORT-LINE FROM DEPT-HDG-LINE
005370     MOVE ZEROS TO WS-DEPT-VAC-TOTAL
005380     MOVE ZEROS TO WS-DEPT-SICK-TOTAL
005390     MOVE ZERO TO WS-DEPT-COUNT.
005400 3200-EXIT.
005410     EXIT.

005420*================================================================
005430* 3300-PRINT-DEPT-TOTALS  --  PRINT THE BALANCE TOTALS FOR THE
005440*                             DEPARTMENT JUST PRINTED
005450*================================================================
005460 3300-PRINT-DEPT-TOTALS.
005470     MOVE WS-DEPT-COUNT TO DTL-COUNT
005480     MOVE WS-DEPT-VAC-TOTAL TO DTL-VAC-TOTAL
005490     MOVE WS-DEPT-SICK-TOTAL TO DTL-SICK-TOTAL
005500     WRITE REPORT-LINE FROM DEPT-TOTAL-LINE.
005510 3300-EXIT.
005520     EXIT.

005530*================================================================
005540* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
005550*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
005560*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
005570*                       RUN'S OWN RETURN CODE AS IT WAS
005580*================================================================
005590 9800-LOG-RUN-END.
005600     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
005610     IF RUNCTL-STATUS NOT = "00"
005620         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
005630             RUNCTL-STATUS
005640         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
005650     ELSE
005660         MOVE SPACES TO RUN-CONTROL-RECORD
005670         SET RCR-ENDED TO TRUE
005680         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
005690         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
005700         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
005710         MOVE WS-RC-START-DATE TO RCR-START-DATE
005720         MOVE WS-RC-START-TIME TO RCR-START-TIME
005730         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
005740         ACCEPT RCR-END-TIME FROM TIME
005750         MOVE RETURN-CODE TO RCR-RETURN-CODE
005760         MOVE ZEROS TO RCR-COUNTS
005770         MOVE WS-EMP-COUNT TO RCR-RECORDS-READ
005780         WRITE RUN-CONTROL-RECORD
005790         CLOSE RUN-CONTROL-FILE
005800     END-IF.
005810 9800-EXIT.
005820     EXIT.

005830*================================================================
005840* 9999-TERMINATE  --  CLOSE ALL FILES
005850*================================================================
005860 9999-TERMINATE.
005870     CLOSE EMPLOYEE-FILE
005880     CLOSE DEPARTMENT-FILE
005890     IF WS-LEAVE-FILE-OPEN
005900         CLOSE LEAVE-FILE
005910     END-IF
005920     CLOSE REPORT-FILE.
005930 9999-EXIT.
005940     EXIT.
