000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GARN-REMIT.
000030 AUTHOR. J SARRAF.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-14 JHS   ORIGINAL - PRINTS THE GARNISHMENT REMITTANCE
000110*                  REPORT FROM THE REMITTANCE DETAIL PAYCALC
000120*                  WRITES, BY AGENCY, SO ACCOUNTS PAYABLE CAN CUT
000130*                  ONE CHECK PER AGENCY FOR THE PAY RUN.  EACH
000140*                  AGENCY LISTS THE EMPLOYEES, CASE NUMBERS,
000150*                  AMOUNTS TAKEN AND BALANCES LEFT, AND CLOSES
000160*                  WITH THE AMOUNT TO REMIT.  THE REPORT IS TIED
000170*                  TO THE COUNT AND TOTAL ON THE DETAIL TRAILER -
000180*                  ANY DIFFERENCE, OR A MISSING TRAILER, ENDS THE
000190*                  RUN WITH RETURN-CODE 8.
000200* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000210*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000220*                  CODE AND RECORD COUNTS - FOR THE MORNING
000230*                  OPERATIONS SUMMARY.
000240*================================================================

000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT GARN-REMIT-FILE ASSIGN TO GARNDTL
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS GARN-REMIT-STATUS.

000310     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

000320     SELECT REPORT-FILE ASSIGN TO GARNRPT
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS REPORT-STATUS.

000350     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS RUNCTL-STATUS.

000380     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS RUNPARM-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  GARN-REMIT-FILE.
000440     COPY GARNDREC.

000450 SD  SORT-WORK-FILE.
000460 01  SR-RECORD.
000470     05  SR-AGENCY-CODE              PIC X(06).
000480     05  SR-EMPLOYEE-ID              PIC 9(05).
000490     05  SR-PRIORITY                 PIC 9(02).
000500     05  SR-AGENCY-NAME              PIC X(30).
000510     05  SR-EMPLOYEE-NAME            PIC X(30).
000520     05  SR-CASE-NUMBER              PIC X(15).
000530     05  SR-AMOUNT                   PIC 9(06)V99.
000540     05  SR-BALANCE                  PIC 9(07)V99.
000550     05  SR-PAID-OFF-FLAG            PIC X(01).

000560 FD  REPORT-FILE.
000570 01  REPORT-LINE                     PIC X(80).

000580 FD  RUN-CONTROL-FILE.
000590     COPY RUNCREC.

000600 FD  RUN-PARM-FILE.
000610 01  RUN-PARM-RECORD.
000620     05  RP-JOB-NAME                PIC X(08).
000630     05  FILLER                     PIC X(01).
000640     05  RP-STEP-NAME               PIC X(08).
000650     05  FILLER                     PIC X(63).

000660 WORKING-STORAGE SECTION.
000670*---------------------------------------------------------------
000680* FILE STATUS AND CONTROL SWITCHES
000690*---------------------------------------------------------------
000700 01  GARN-REMIT-STATUS              PIC XX.
000710 01  REPORT-STATUS                  PIC XX.

000720 01  WS-DETAIL-EOF-SWITCH           PIC X(01) VALUE "N".
000730     88  WS-DETAIL-EOF                           VALUE "Y".
000740     88  WS-DETAIL-NOT-EOF                       VALUE "N".

000750 01  WS-TRAILER-SWITCH              PIC X(01) VALUE "N".
000760     88  WS-TRAILER-SEEN                         VALUE "Y".
000770     88  WS-TRAILER-NOT-SEEN                     VALUE "N".

000780 01  WS-FIRST-SWITCH                PIC X(01) VALUE "Y".
000790     88  WS-FIRST-RECORD                         VALUE "Y".
000800     88  WS-NOT-FIRST-RECORD                     VALUE "N".

000810 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
000820     88  WS-RECORD-FOUND                         VALUE "Y".
000830     88  WS-RECORD-NOT-FOUND                     VALUE "N".

000840*---------------------------------------------------------------
000850* CONTROL TOTALS FROM THE TRAILER, AND THE PROOF DIFFERENCE
000860*---------------------------------------------------------------
000870 01  WS-CTL-COUNT                   PIC 9(05) VALUE ZEROS.
000880 01  WS-CTL-TOTAL                   PIC 9(09)V99 VALUE ZEROS.
000890 01  WS-PAY-PERIOD                  PIC 9(03) VALUE ZEROS.
000900 01  WS-PAY-DATE                    PIC 9(08) VALUE ZEROS.
000910 01  WS-DIFFERENCE                  PIC S9(09)V99 VALUE ZEROS.

000920*---------------------------------------------------------------
000930* REPORT ACCUMULATORS
000940*---------------------------------------------------------------
000950 01  WS-CURRENT-AGENCY              PIC X(06).
000960 01  WS-CURRENT-AGENCY-NAME         PIC X(30).
000970 01  WS-DETAIL-COUNT                PIC 9(05) COMP VALUE ZERO.
000980 01  WS-AGENCY-COUNT                PIC 9(05) COMP VALUE ZERO.
000990 01  WS-AGENCIES-PRINTED            PIC 9(05) COMP VALUE ZERO.
001000 01  WS-AGENCY-TOTAL                PIC 9(09)V99 VALUE ZEROS.
001010 01  WS-GRAND-TOTAL                 PIC 9(09)V99 VALUE ZEROS.

001020*---------------------------------------------------------------
001030* PRINT LINES
001040*---------------------------------------------------------------
001050 01  HDG-LINE-1.
001060     05  FILLER                     PIC X(30) VALUE
001070         "GARNISHMENT REMITTANCE REPORT".
001080     05  FILLER                     PIC X(17) VALUE
001090         "   PAY PERIOD    ".
001100     05  HDG-PERIOD                 PIC 9(03).
001110     05  FILLER                     PIC X(10) VALUE
001120         " PAY DATE ".
001130     05  HDG-PAY-DATE               PIC 9(08).
001140     05  FILLER                     PIC X(12) VALUE SPACES.

001150 01  HDG-LINE-2.
001160     05  FILLER                     PIC X(07) VALUE "EMP ID".
001170     05  FILLER                     PIC X(21) VALUE
001180         "EMPLOYEE NAME".
001190     05  FILLER                     PIC X(16) VALUE
001200         "CASE NUMBER".
001210     05  FILLER                     PIC X(11) VALUE
001220         "     AMOUNT".
001230     05  FILLER                     PIC X(13) VALUE
001240         "      BALANCE".
001250     05  FILLER                     PIC X(12) VALUE SPACES.

001260 01  DET-LINE.
001270     05  DET-EMPLOYEE-ID            PIC 9(05).
001280     05  FILLER                     PIC X(02) VALUE SPACES.
001290     05  DET-NAME                   PIC X(20).
001300     05  FILLER                     PIC X(01) VALUE SPACE.
001310     05  DET-CASE-NUMBER            PIC X(15).
001320     05  FILLER                     PIC X(01) VALUE SPACE.
001330     05  DET-AMOUNT                 PIC ZZZ,ZZ9.99.
001340     05  FILLER                     PIC X(01) VALUE SPACE.
001350     05  DET-BALANCE                PIC Z,ZZZ,ZZ9.99.
001360     05  FILLER                     PIC X(02) VALUE SPACES.
001370     05  DET-NOTE                   PIC X(10).

001380 01  AGENCY-HDG-LINE.
001390     05  FILLER                     PIC X(07) VALUE
001400         "AGENCY ".
001410     05  AH-CODE                    PIC X(06).
001420     05  FILLER                     PIC X(02) VALUE SPACES.
001430     05  AH-NAME                    PIC X(30).
001440     05  FILLER                     PIC X(35) VALUE SPACES.

001450 01  AGENCY-TOTAL-LINE.
001460     05  FILLER                     PIC X(18) VALUE
001470         "  REMIT TO AGENCY ".
001480     05  ATL-CODE                   PIC X(06).
001490     05  FILLER                     PIC X(03) VALUE " : ".
001500     05  ATL-COUNT                  PIC ZZZZ9.
001510     05  FILLER                     PIC X(08) VALUE
001520         " ORDERS ".
001530     05  ATL-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99.
001540     05  FILLER                     PIC X(26) VALUE SPACES.

001550 01  GRAND-TOTAL-LINE.
001560     05  FILLER                     PIC X(27) VALUE
001570         "GRAND TOTAL TO REMIT     : ".
001580     05  GTL-COUNT                  PIC ZZZZ9.
001590     05  FILLER                     PIC X(08) VALUE
001600         " ORDERS ".
001610     05  GTL-TOTAL                  PIC ZZZ,ZZZ,ZZ9.99.
001620     05  FILLER                     PIC X(02) VALUE SPACES.
001630     05  GTL-AGENCIES               PIC ZZZZ9.
001640     05  FILLER                     PIC X(19) VALUE
001650         " AGENCIES".

001660 01  BLANK-LINE                     PIC X(80) VALUE SPACES.

001670*---------------------------------------------------------------
001680* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001690* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001700* THE STEP HAS NO CARD) AND WHEN IT STARTED
001710*---------------------------------------------------------------
001720 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001730         "GARN-REMIT".

001740 01  RUNCTL-STATUS                  PIC XX.
001750 01  RUNPARM-STATUS                 PIC XX.
001760 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001770 01  WS-RC-STEP-NAME                PIC X(08) VALUE "GARNRMT".
001780 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001790 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

001800 PROCEDURE DIVISION.

001810*================================================================
001820* 0000-MAINLINE
001830*================================================================
001840 0000-MAINLINE.
001850     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001870     SORT SORT-WORK-FILE
001880         ON ASCENDING KEY SR-AGENCY-CODE
001890                          SR-EMPLOYEE-ID
001900                          SR-PRIORITY
001910         INPUT PROCEDURE 2000-LOAD-SORT-FILE THRU 2000-EXIT
001920         OUTPUT PROCEDURE 3000-PRINT-REPORT THRU 3000-EXIT
001930     PERFORM 8000-PROVE-REPORT THRU 8000-EXIT
001940     PERFORM 9999-TERMINATE THRU 9999-EXIT
001950     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001960     STOP RUN.

001970*================================================================
001980* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001990*                         RUNPARM CARD AND WRITE THE START RECORD
002000*                         TO THE RUN-CONTROL FILE
002010*================================================================
002020 0100-LOG-RUN-START.
002030     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
002040     ACCEPT WS-RC-START-TIME FROM TIME
002050     OPEN INPUT RUN-PARM-FILE
002060     IF RUNPARM-STATUS = "00"
002070         READ RUN-PARM-FILE
002080             NOT AT END
002090                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
002100                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
002110         END-READ
002120         CLOSE RUN-PARM-FILE
002130     END-IF
002140     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002150     IF RUNCTL-STATUS NOT = "00"
002160         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002170             RUNCTL-STATUS
002180         SET RETURN-CODE TO 8
002190         STOP RUN
002200     END-IF
002210     MOVE SPACES TO RUN-CONTROL-RECORD
002220     SET RCR-STARTED TO TRUE
002230     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002240     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002250     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002260     MOVE WS-RC-START-DATE TO RCR-START-DATE
002270     MOVE WS-RC-START-TIME TO RCR-START-TIME
002280     MOVE ZEROS TO RCR-END-STAMP
002290     MOVE ZEROS TO RCR-RETURN-CODE
002300     MOVE ZEROS TO RCR-COUNTS
002310     WRITE RUN-CONTROL-RECORD
002320     CLOSE RUN-CONTROL-FILE.
002330 0100-EXIT.
002340     EXIT.

002350*================================================================
002360* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
002370*                            CREATING IT ON THE FIRST RUN
002380*================================================================
002390 0110-OPEN-RUN-CONTROL.
002400     OPEN EXTEND RUN-CONTROL-FILE
002410     IF RUNCTL-STATUS = "35"
002420         CLOSE RUN-CONTROL-FILE
002430         OPEN OUTPUT RUN-CONTROL-FILE
002440         CLOSE RUN-CONTROL-FILE
002450         OPEN EXTEND RUN-CONTROL-FILE
002460     END-IF.
002470 0110-EXIT.
002480     EXIT.

002490*================================================================
002500* 1000-INITIALIZE  --  OPEN THE REMITTANCE DETAIL AND THE PRINT
002510*                      FILE
002520*================================================================
002530 1000-INITIALIZE.
002540     OPEN INPUT GARN-REMIT-FILE
002550     IF GARN-REMIT-STATUS NOT = "00"
002560         DISPLAY "FAILED TO OPEN THE GARNISHMENT REMITTANCE "
002570             "DETAIL. STATUS = " GARN-REMIT-STATUS
002580         DISPLAY "RUN PAYCALC TO CUT THE REMITTANCE DETAIL "
002590             "BEFORE PRINTING THE REPORT."
002600         SET RETURN-CODE TO 8
002610         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002620         STOP RUN
002630     END-IF
002640     OPEN OUTPUT REPORT-FILE
002650     IF REPORT-STATUS NOT = "00"
002660         DISPLAY "FAILED TO OPEN REPORT FILE. STATUS = "
002670             REPORT-STATUS
002680         SET RETURN-CODE TO 8
002690         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002700         STOP RUN
002710     END-IF.
002720 1000-EXIT.
002730     EXIT.

002740*================================================================
002750* 2000-LOAD-SORT-FILE  --  RELEASE EVERY DETAIL RECORD AND HOLD
002760*                          THE TRAILER'S CONTROL TOTALS ASIDE
002770*================================================================
002780 2000-LOAD-SORT-FILE.
002790     PERFORM 2100-READ-DETAIL THRU 2100-EXIT
002800     PERFORM 2200-RELEASE-DETAIL THRU 2200-EXIT
002810         UNTIL WS-DETAIL-EOF.
002820 2000-EXIT.
002830     EXIT.

002840 2100-READ-DETAIL.
002850     READ GARN-REMIT-FILE
002860         AT END
002870             SET WS-DETAIL-EOF TO TRUE
002880     END-READ.
002890 2100-EXIT.
002900     EXIT.

002910 2200-RELEASE-DETAIL.
002920     IF GR-TRAILER
002930         SET WS-TRAILER-SEEN TO TRUE
002940         MOVE GR-CTL-COUNT TO WS-CTL-COUNT
002950         MOVE GR-CTL-TOTAL TO WS-CTL-TOTAL
002960         MOVE GR-CTL-PERIOD-NUMBER TO WS-PAY-PERIOD
002970         MOVE GR-CTL-PAY-DATE TO WS-PAY-DATE
002980     ELSE
002990         MOVE GR-PERIOD-NUMBER TO WS-PAY-PERIOD
003000         MOVE GR-PAY-DATE TO WS-PAY-DATE
003010         MOVE GR-AGENCY-CODE TO SR-AGENCY-CODE
003020         MOVE GR-EMPLOYEE-ID TO SR-EMPLOYEE-ID
003030         MOVE GR-PRIORITY TO SR-PRIORITY
003040         MOVE GR-AGENCY-NAME TO SR-AGENCY-NAME
003050         MOVE GR-EMPLOYEE-NAME TO SR-EMPLOYEE-NAME
003060         MOVE GR-CASE-NUMBER TO SR-CASE-NUMBER
003070         MOVE GR-AMOUNT TO SR-AMOUNT
003080         MOVE GR-BALANCE TO SR-BALANCE
003090         MOVE GR-PAID-OFF-FLAG TO SR-PAID-OFF-FLAG
003100         RELEASE SR-RECORD
003110     END-IF
003120     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
003130 2200-EXIT.
003140     EXIT.

003150*================================================================
003160* 3000-PRINT-REPORT  --  RETURN THE SORTED RECORDS AND PRINT
003170*================================================================
003180 3000-PRINT-REPORT.
003190     MOVE WS-PAY-PERIOD TO HDG-PERIOD
003200     MOVE WS-PAY-DATE TO HDG-PAY-DATE
003210     WRITE REPORT-LINE FROM HDG-LINE-1
003220     WRITE REPORT-LINE FROM HDG-LINE-2
003230     SET WS-RECORD-FOUND TO TRUE
003240     PERFORM 3100-RETURN-AND-PRINT THRU 3100-EXIT
003250         UNTIL WS-RECORD-NOT-FOUND
003260     IF WS-DETAIL-COUNT > ZERO
003270         PERFORM 3300-PRINT-AGENCY-TOTAL THRU 3300-EXIT
003280     END-IF
003290     WRITE REPORT-LINE FROM BLANK-LINE
003300     MOVE WS-DETAIL-COUNT TO GTL-COUNT
003310     MOVE WS-GRAND-TOTAL TO GTL-TOTAL
003320     MOVE WS-AGENCIES-PRINTED TO GTL-AGENCIES
003330     WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.
003340 3000-EXIT.
003350     EXIT.

003360 3100-RETURN-AND-PRINT.
003370     RETURN SORT-WORK-FILE
003380         AT END
003390             SET WS-RECORD-NOT-FOUND TO TRUE
003400         NOT AT END
003410             PERFORM 3150-CHECK-AGENCY-BREAK THRU 3150-EXIT
003420             MOVE SR-EMPLOYEE-ID TO DET-EMPLOYEE-ID
003430             MOVE SR-EMPLOYEE-NAME TO DET-NAME
003440             MOVE SR-CASE-NUMBER TO DET-CASE-NUMBER
003450             MOVE SR-AMOUNT TO DET-AMOUNT
003460             MOVE SR-BALANCE TO DET-BALANCE
003470             IF SR-PAID-OFF-FLAG = "Y"
003480                 MOVE "PAID OFF" TO DET-NOTE
003490             ELSE
003500                 MOVE SPACES TO DET-NOTE
003510             END-IF
003520             WRITE REPORT-LINE FROM DET-LINE
003530             ADD 1 TO WS-DETAIL-COUNT
003540             ADD 1 TO WS-AGENCY-COUNT
003550             ADD SR-AMOUNT TO WS-AGENCY-TOTAL
003560             ADD SR-AMOUNT TO WS-GRAND-TOTAL
003570     END-RETURN.
003580 3100-EXIT.
003590     EXIT.

003600*================================================================
003610* 3150-CHECK-AGENCY-BREAK  --  ON THE FIRST RECORD, OR WHEN THE
003620*                              AGENCY CHANGES, CLOSE OUT THE OLD
003630*                              AGENCY AND HEAD UP THE NEW
003640*================================================================
003650 3150-CHECK-AGENCY-BREAK.
003660     IF WS-FIRST-RECORD
003670         SET WS-NOT-FIRST-RECORD TO TRUE
003680         PERFORM 3200-PRINT-AGENCY-HEADING THRU 3200-EXIT
003690     ELSE
003700         IF SR-AGENCY-CODE NOT = WS-CURRENT-AGENCY
003710             PERFORM 3300-PRINT-AGENCY-TOTAL THRU 3300-EXIT
003720             PERFORM 3200-PRINT-AGENCY-HEADING THRU 3200-EXIT
003730         END-IF
003740     END-IF.
003750 3150-EXIT.
003760     EXIT.

003770*================================================================
003780* 3200-PRINT-AGENCY-HEADING  --  PRINT THE AGENCY HEADING AND ZERO
003790*                                THE AGENCY ACCUMULATORS
003800*================================================================
003810 3200-PRINT-AGENCY-HEADING.
003820     MOVE SR-AGENCY-CODE TO WS-CURRENT-AGENCY
003830     MOVE SR-AGENCY-NAME TO WS-CURRENT-AGENCY-NAME
003840     MOVE WS-CURRENT-AGENCY TO AH-CODE
003850     MOVE WS-CURRENT-AGENCY-NAME TO AH-NAME
003860     WRITE REPORT-LINE FROM BLANK-LINE
003870     WRITE REPORT-LINE FROM AGENCY-HDG-LINE
003880     ADD 1 TO WS-AGENCIES-PRINTED
003890     MOVE ZEROS TO WS-AGENCY-TOTAL
003900     MOVE ZERO TO WS-AGENCY-COUNT.
003910 3200-EXIT.
003920     EXIT.

003930*================================================================
003940* 3300-PRINT-AGENCY-TOTAL  --  PRINT THE AMOUNT TO REMIT TO THE
003950*                              AGENCY JUST PRINTED
003960*================================================================
003970 3300-PRINT-AGENCY-TOTAL.
003980     MOVE WS-CURRENT-AGENCY TO ATL-CODE
003990     MOVE WS-AGENCY-COUNT TO ATL-COUNT
004000     MOVE WS-AGENCY-TOTAL TO ATL-TOTAL
004010     WRITE REPORT-LINE FROM AGENCY-TOTAL-LINE.
004020 3300-EXIT.
004030     EXIT.

004040*================================================================
004050* 8000-PROVE-REPORT  --  TIE THE REPORT'S COUNT AND TOTAL TO THE
004060*                        DETAIL TRAILER.  ANY DIFFERENCE SETS
004070*                        RETURN-CODE 8.
004080*================================================================
004090 8000-PROVE-REPORT.
004100     DISPLAY "---- GARNISHMENT REMITTANCE PROOF ----"
004110     DISPLAY "ORDERS REMITTED     : " WS-DETAIL-COUNT
004120     DISPLAY "AGENCIES            : " WS-AGENCIES-PRINTED
004130     DISPLAY "TOTAL TO REMIT      : " WS-GRAND-TOTAL
004140     DISPLAY "TRAILER COUNT       : " WS-CTL-COUNT
004150     DISPLAY "TRAILER TOTAL       : " WS-CTL-TOTAL
004160     IF WS-TRAILER-NOT-SEEN
004170         DISPLAY "*** THE REMITTANCE DETAIL HAS NO CONTROL "
004180             "TRAILER - PAYCALC DID NOT FINISH."
004190         SET RETURN-CODE TO 8
004200     END-IF
004210     IF WS-DETAIL-COUNT NOT = WS-CTL-COUNT
004220         DISPLAY "*** DETAIL COUNT DOES NOT MATCH THE TRAILER - "
004230             "TRAILER SHOWS " WS-CTL-COUNT
004240         SET RETURN-CODE TO 8
004250     END-IF
004260     COMPUTE WS-DIFFERENCE = WS-GRAND-TOTAL - WS-CTL-TOTAL
004270     IF WS-DIFFERENCE NOT = ZERO
004280         DISPLAY "*** REMITTANCE TOTAL DOES NOT TIE TO THE "
004290             "TRAILER - DIFFERENCE : " WS-DIFFERENCE
004300         SET RETURN-CODE TO 8
004310     END-IF
004320     IF RETURN-CODE = ZERO
004330         DISPLAY "BALANCED - REMITTANCE TIES TO THE PAY RUN."
004340     END-IF.
004350 8000-EXIT.
004360     EXIT.

004370*================================================================
004380* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
004390*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
004400*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
004410*                       RUN'S OWN RETURN CODE AS IT WAS
004420*================================================================
004430 9800-LOG-RUN-END.
004440     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
004450     IF RUNCTL-STATUS NOT = "00"
004460         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
004470             RUNCTL-STATUS
004480         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
004490     ELSE
004500         MOVE SPACES TO RUN-CONTROL-RECORD
004510         SET RCR-ENDED TO TRUE
004520         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
004530         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
004540         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
004550         MOVE WS-RC-START-DATE TO RCR-START-DATE
004560         MOVE WS-RC-START-TIME TO RCR-START-TIME
004570         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
004580         ACCEPT RCR-END-TIME FROM TIME
004590         MOVE RETURN-CODE TO RCR-RETURN-CODE
004600         MOVE ZEROS TO RCR-COUNTS
004610         MOVE WS-DETAIL-COUNT TO RCR-RECORDS-READ
004620         WRITE RUN-CONTROL-RECORD
004630         CLOSE RUN-CONTROL-FILE
004640     END-IF.
004650 9800-EXIT.
004660     EXIT.

004670*================================================================
004680* 9999-TERMINATE  --  CLOSE ALL FILES
004690*================================================================
004700 9999-TERMINATE.
004710     CLOSE GARN-REMIT-FILE
004720     CLOSE REPORT-FILE.
004730 9999-EXIT.
004740     EXIT.
