000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPS-SUMMARY.
000030 AUTHOR. J SARRAF.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-15 JHS   ORIGINAL - MORNING OPERATIONS SUMMARY.  READS
000110*                  THE RUN-CONTROL FILE EVERY BATCH PROGRAM LOGS
000120*                  ITS START AND END TO, PAIRS EACH END RECORD
000130*                  WITH ITS START, AND PRINTS ONE LINE PER STEP
000140*                  STARTED SINCE NOON YESTERDAY - THE NIGHTLY
000150*                  STREAM AND EVERYTHING RUN SINCE - WITH ITS
000160*                  START AND END TIMES, RETURN CODE, RECORD
000170*                  COUNTS AND OUTCOME, ALL ON ONE PAGE, SO THE
000180*                  MORNING SHIFT NO LONGER READS EVERY SYSOUT.
000190*                  A STEP WITH A START BUT NO END IS SHOWN OPEN -
000200*                  STILL RUNNING OR ABENDED.
000210*================================================================

000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS RUNCTL-STATUS.

000280     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS RUNPARM-STATUS.

000310     SELECT REPORT-FILE ASSIGN TO OPSRPT
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS REPORT-STATUS.

000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  RUN-CONTROL-FILE.
000370     COPY RUNCREC.

000380 FD  RUN-PARM-FILE.
000390 01  RUN-PARM-RECORD.
000400     05  RP-JOB-NAME                PIC X(08).
000410     05  FILLER                     PIC X(01).
000420     05  RP-STEP-NAME               PIC X(08).
000430     05  FILLER                     PIC X(63).

000440 FD  REPORT-FILE.
000450 01  REPORT-LINE                     PIC X(80).

000460 WORKING-STORAGE SECTION.
000470*---------------------------------------------------------------
000480* FILE STATUS AND CONTROL SWITCHES
000490*---------------------------------------------------------------
000500 01  REPORT-STATUS                  PIC XX.

000510 01  WS-RUNCTL-EOF-SWITCH           PIC X(01) VALUE "N".
000520     88  WS-RUNCTL-EOF                           VALUE "Y".
000530     88  WS-RUNCTL-NOT-EOF                       VALUE "N".

000540 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
000550     88  WS-ENTRY-FOUND                          VALUE "Y".
000560     88  WS-ENTRY-NOT-FOUND                      VALUE "N".

000570*---------------------------------------------------------------
000580* THE STEPS REPORTED - ONE ENTRY PER START RECORD, COMPLETED BY
000590* ITS END RECORD.  50 LINES IS ONE PRINTED PAGE WITH ITS
000600* HEADINGS AND TOTALS; ANY MORE ARE COUNTED, NOT PRINTED
000610*---------------------------------------------------------------
000620 77  WS-STEP-MAX                    PIC 9(04) COMP VALUE 50.

000630 01  WS-STEP-COUNT                  PIC 9(04) COMP VALUE ZERO.
000640 01  WS-STEP-INDEX                  PIC 9(04) COMP VALUE ZERO.
000650 01  WS-STEP-TABLE.
000660     05  WS-ST-ENTRY OCCURS 50 TIMES.
000670         10  WS-ST-JOB-NAME         PIC X(08).
000680         10  WS-ST-STEP-NAME        PIC X(08).
000690         10  WS-ST-PROGRAM          PIC X(13).
000700         10  WS-ST-START-STAMP.
000710             15  WS-ST-START-DATE   PIC 9(08).
000720             15  WS-ST-START-TIME   PIC 9(08).
000730         10  WS-ST-EVENT            PIC X(01).
000740             88  WS-ST-ENDED                     VALUE "E".
000750         10  WS-ST-END-TIME         PIC 9(08).
000760         10  WS-ST-RETURN-CODE      PIC 9(04).
000770         10  WS-ST-READ             PIC 9(07).
000780         10  WS-ST-WRITTEN          PIC 9(07).
000790         10  WS-ST-REJECTED         PIC 9(07).
000800         10  WS-ST-APPLIED          PIC 9(07).

000810*---------------------------------------------------------------
000820* THE REPORT WINDOW - RUNS STARTED SINCE NOON THE DAY BEFORE THE
000830* RUN DATE, WHEN THE NIGHTLY STREAM'S WINDOW OPENS
000840*---------------------------------------------------------------
000850 77  WS-NIGHTLY-START-TIME          PIC 9(08) VALUE 12000000.

000860 01  WS-EARLIEST.
000870     05  WS-EARLIEST-DATE.
000880         10  WS-ED-YEAR             PIC 9(04).
000890         10  WS-ED-MONTH            PIC 9(02).
000900         10  WS-ED-DAY              PIC 9(02).
000910     05  WS-EARLIEST-TIME           PIC 9(08).

000920 01  WS-MONTH-DAYS-VALUES           PIC X(24) VALUE
000930     "312831303130313130313031".
000940 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000950     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
000960 01  WS-LEAP-QUOTIENT               PIC 9(04) VALUE ZEROS.
000970 01  WS-LEAP-REM-4                  PIC 9(03) VALUE ZEROS.
000980 01  WS-LEAP-REM-100                PIC 9(03) VALUE ZEROS.
000990 01  WS-LEAP-REM-400                PIC 9(03) VALUE ZEROS.

001000 01  WS-TIME-WORK                   PIC 9(08).
001010 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
001020     05  WS-TW-HOURS                PIC 9(02).
001030     05  WS-TW-MINUTES              PIC 9(02).
001040     05  FILLER                     PIC 9(04).

001050 01  WS-TIME-EDIT.
001060     05  WS-TE-HOURS                PIC 9(02).
001070     05  FILLER                     PIC X(01) VALUE ":".
001080     05  WS-TE-MINUTES              PIC 9(02).

001090*---------------------------------------------------------------
001100* COUNTERS
001110*---------------------------------------------------------------
001120 01  WS-RECORDS-READ                PIC 9(07) COMP VALUE ZERO.
001130 01  WS-NOT-SHOWN-COUNT             PIC 9(05) COMP VALUE ZERO.
001140 01  WS-OK-COUNT                    PIC 9(04) COMP VALUE ZERO.
001150 01  WS-FAILED-COUNT                PIC 9(04) COMP VALUE ZERO.
001160 01  WS-OPEN-COUNT                  PIC 9(04) COMP VALUE ZERO.

001170*---------------------------------------------------------------
001180* PRINT LINES
001190*---------------------------------------------------------------
001200 01  HDG-LINE-1.
001210     05  FILLER                     PIC X(28) VALUE
001220         "MORNING OPERATIONS SUMMARY -".
001230     05  FILLER                     PIC X(28) VALUE
001240         " RUNS STARTED SINCE NOON ON ".
001250     05  HDG-EARLIEST-DATE          PIC 9(08).
001260     05  FILLER                     PIC X(16) VALUE SPACES.

001270 01  HDG-LINE-2.
001280     05  FILLER                     PIC X(09) VALUE "JOB".
001290     05  FILLER                     PIC X(09) VALUE "STEP".
001300     05  FILLER                     PIC X(14) VALUE "PROGRAM".
001310     05  FILLER                     PIC X(06) VALUE "START".
001320     05  FILLER                     PIC X(06) VALUE "END".
001330     05  FILLER                     PIC X(03) VALUE "RC".
001340     05  FILLER                     PIC X(14) VALUE
001350         "   READ  WRITE".
001360     05  FILLER                     PIC X(14) VALUE
001370         " REJECT  APPLY".
001380     05  FILLER                     PIC X(05) VALUE " STAT".

001390 01  HDG-LINE-3.
001400     05  FILLER                     PIC X(80) VALUE ALL "-".

001410 01  DET-LINE.
001420     05  DET-JOB-NAME               PIC X(08).
001430     05  FILLER                     PIC X(01) VALUE SPACE.
001440     05  DET-STEP-NAME              PIC X(08).
001450     05  FILLER                     PIC X(01) VALUE SPACE.
001460     05  DET-PROGRAM                PIC X(13).
001470     05  FILLER                     PIC X(01) VALUE SPACE.
001480     05  DET-START-TIME             PIC X(05).
001490     05  FILLER                     PIC X(01) VALUE SPACE.
001500     05  DET-END-TIME               PIC X(05).
001510     05  FILLER                     PIC X(01) VALUE SPACE.
001520     05  DET-RETURN-CODE            PIC Z9.
001530     05  DET-RETURN-CODE-X REDEFINES DET-RETURN-CODE
001540                                    PIC X(02).
001550     05  DET-COUNTS.
001560         10  FILLER                 PIC X(01) VALUE SPACE.
001570         10  DET-READ               PIC ZZZZZ9.
001580         10  FILLER                 PIC X(01) VALUE SPACE.
001590         10  DET-WRITTEN            PIC ZZZZZ9.
001600         10  FILLER                 PIC X(01) VALUE SPACE.
001610         10  DET-REJECTED           PIC ZZZZZ9.
001620         10  FILLER                 PIC X(01) VALUE SPACE.
001630         10  DET-APPLIED            PIC ZZZZZ9.
001640     05  DET-COUNTS-X REDEFINES DET-COUNTS
001650                                    PIC X(28).
001660     05  FILLER                     PIC X(01) VALUE SPACE.
001670     05  DET-STATUS                 PIC X(04).

001680 01  NONE-LINE.
001690     05  FILLER                     PIC X(38) VALUE
001700         "NO RUNS LOGGED IN THE REPORT WINDOW.".
001710     05  FILLER                     PIC X(42) VALUE SPACES.

001720 01  TOTAL-LINE.
001730     05  FILLER                     PIC X(07) VALUE "STEPS: ".
001740     05  TOT-STEPS                  PIC ZZZ9.
001750     05  FILLER                     PIC X(07) VALUE "   OK: ".
001760     05  TOT-OK                     PIC ZZZ9.
001770     05  FILLER                     PIC X(11) VALUE "   FAILED: ".
001780     05  TOT-FAILED                 PIC ZZZ9.
001790     05  FILLER                     PIC X(09) VALUE "   OPEN: ".
001800     05  TOT-OPEN                   PIC ZZZ9.
001810     05  FILLER                     PIC X(30) VALUE SPACES.

001820 01  LEGEND-LINE.
001830     05  FILLER                     PIC X(36) VALUE
001840         "OPEN = STARTED WITH NO END RECORD - ".
001850     05  FILLER                     PIC X(28) VALUE
001860         "STILL RUNNING OR ABENDED.".
001870     05  FILLER                     PIC X(16) VALUE SPACES.

001880 01  NOT-SHOWN-LINE.
001890     05  TNS-COUNT                  PIC ZZZZ9.
001900     05  FILLER                     PIC X(38) VALUE
001910         " MORE STEPS NOT SHOWN - SEE THE RUN-".
001920     05  FILLER                     PIC X(16) VALUE
001930         "CONTROL FILE.".
001940     05  FILLER                     PIC X(21) VALUE SPACES.

001950*---------------------------------------------------------------
001960* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001970* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001980* THE STEP HAS NO CARD) AND WHEN IT STARTED
001990*---------------------------------------------------------------
002000 77  WS-RC-PROGRAM                  PIC X(13) VALUE
002010         "OPS-SUMMARY".

002020 01  RUNCTL-STATUS                  PIC XX.
002030 01  RUNPARM-STATUS                 PIC XX.
002040 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
002050 01  WS-RC-STEP-NAME                PIC X(08) VALUE "OPSSUMM".
002060 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
002070 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

002080 PROCEDURE DIVISION.

002090*================================================================
002100* 0000-MAINLINE
002110*================================================================
002120 0000-MAINLINE.
002130     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
002140     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150     PERFORM 2000-READ-RUN-CONTROL THRU 2000-EXIT
002160         UNTIL WS-RUNCTL-EOF
002170     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
002180     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
002190     PERFORM 9999-TERMINATE THRU 9999-EXIT
002200     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002210     STOP RUN.

002220*================================================================
002230* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
002240*                         RUNPARM CARD AND WRITE THE START RECORD
002250*                         TO THE RUN-CONTROL FILE
002260*================================================================
002270 0100-LOG-RUN-START.
002280     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
002290     ACCEPT WS-RC-START-TIME FROM TIME
002300     OPEN INPUT RUN-PARM-FILE
002310     IF RUNPARM-STATUS = "00"
002320         READ RUN-PARM-FILE
002330             NOT AT END
002340                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
002350                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
002360         END-READ
002370         CLOSE RUN-PARM-FILE
002380     END-IF
002390     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002400     IF RUNCTL-STATUS NOT = "00"
002410         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002420             RUNCTL-STATUS
002430         SET RETURN-CODE TO 8
002440         STOP RUN
002450     END-IF
002460     MOVE SPACES TO RUN-CONTROL-RECORD
002470     SET RCR-STARTED TO TRUE
002480     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002490     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002500     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002510     MOVE WS-RC-START-DATE TO RCR-START-DATE
002520     MOVE WS-RC-START-TIME TO RCR-START-TIME
002530     MOVE ZEROS TO RCR-END-STAMP
002540     MOVE ZEROS TO RCR-RETURN-CODE
002550     MOVE ZEROS TO RCR-COUNTS
002560     WRITE RUN-CONTROL-RECORD
002570     CLOSE RUN-CONTROL-FILE.
002580 0100-EXIT.
002590     EXIT.

002600*================================================================
002610* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
002620*                            CREATING IT ON THE FIRST RUN
002630*================================================================
002640 0110-OPEN-RUN-CONTROL.
002650     OPEN EXTEND RUN-CONTROL-FILE
002660     IF RUNCTL-STATUS = "35"
002670         CLOSE RUN-CONTROL-FILE
002680         OPEN OUTPUT RUN-CONTROL-FILE
002690         CLOSE RUN-CONTROL-FILE
002700         OPEN EXTEND RUN-CONTROL-FILE
002710     END-IF.
002720 0110-EXIT.
002730     EXIT.

002740*================================================================
002750* 1000-INITIALIZE  --  SET THE REPORT WINDOW, OPEN THE
002760*                      RUN-CONTROL FILE TO READ AND THE REPORT
002770*================================================================
002780 1000-INITIALIZE.
002790     MOVE WS-RC-START-DATE TO WS-EARLIEST-DATE
002800     MOVE WS-NIGHTLY-START-TIME TO WS-EARLIEST-TIME
002810     PERFORM 1100-BACK-ONE-DAY THRU 1100-EXIT
002820     OPEN INPUT RUN-CONTROL-FILE
002830     IF RUNCTL-STATUS NOT = "00"
002840         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002850             RUNCTL-STATUS
002860         SET RETURN-CODE TO 8
002870         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002880         STOP RUN
002890     END-IF
002900     OPEN OUTPUT REPORT-FILE
002910     IF REPORT-STATUS NOT = "00"
002920         DISPLAY "FAILED TO OPEN THE SUMMARY REPORT. STATUS = "
002930             REPORT-STATUS
002940         SET RETURN-CODE TO 8
002950         CLOSE RUN-CONTROL-FILE
002960         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002970         STOP RUN
002980     END-IF.
002990 1000-EXIT.
003000     EXIT.

003010*================================================================
003020* 1100-BACK-ONE-DAY  --  TAKE WS-EARLIEST-DATE BACK ONE CALENDAR
003030*                        DAY
003040*================================================================
003050 1100-BACK-ONE-DAY.
003060     IF WS-ED-DAY > 1
003070         SUBTRACT 1 FROM WS-ED-DAY
003080     ELSE
003090         IF WS-ED-MONTH = 1
003100             MOVE 12 TO WS-ED-MONTH
003110             SUBTRACT 1 FROM WS-ED-YEAR
003120         ELSE
003130             SUBTRACT 1 FROM WS-ED-MONTH
003140         END-IF
003150         MOVE 28 TO WS-MONTH-DAYS (2)
003160         DIVIDE WS-ED-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
003170             REMAINDER WS-LEAP-REM-4
003180         DIVIDE WS-ED-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
003190             REMAINDER WS-LEAP-REM-100
003200         DIVIDE WS-ED-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
003210             REMAINDER WS-LEAP-REM-400
003220         IF WS-LEAP-REM-4 = ZERO
003230             AND (WS-LEAP-REM-100 NOT = ZERO
003240                  OR WS-LEAP-REM-400 = ZERO)
003250             MOVE 29 TO WS-MONTH-DAYS (2)
003260         END-IF
003270         MOVE WS-MONTH-DAYS (WS-ED-MONTH) TO WS-ED-DAY
003280     END-IF.
003290 1100-EXIT.
003300     EXIT.

003310*================================================================
003320* 2000-READ-RUN-CONTROL  --  TAKE EVERY RECORD FOR A RUN STARTED
003330*                            IN THE WINDOW, BAR THIS PROGRAM'S OWN
003340*================================================================
003350 2000-READ-RUN-CONTROL.
003360     READ RUN-CONTROL-FILE
003370         AT END
003380             SET WS-RUNCTL-EOF TO TRUE
003390         NOT AT END
003400             ADD 1 TO WS-RECORDS-READ
003410             IF RCR-START-STAMP NOT < WS-EARLIEST
003420                 AND RCR-PROGRAM NOT = WS-RC-PROGRAM
003430                 PERFORM 2100-POST-RECORD THRU 2100-EXIT
003440             END-IF
003450     END-READ.
003460 2000-EXIT.
003470     EXIT.

003480*================================================================
003490* 2100-POST-RECORD  --  AN END RECORD COMPLETES THE ENTRY ITS
003500*                       START OPENED; A RECORD WITH NO ENTRY YET
003510*                       OPENS ONE WHILE THE PAGE HAS ROOM
003520*================================================================
003530 2100-POST-RECORD.
003540     PERFORM 2200-FIND-ENTRY THRU 2200-EXIT
003550     IF WS-ENTRY-NOT-FOUND
003560         IF WS-STEP-COUNT < WS-STEP-MAX
003570             ADD 1 TO WS-STEP-COUNT
003580             MOVE WS-STEP-COUNT TO WS-STEP-INDEX
003590             SET WS-ENTRY-FOUND TO TRUE
003600         ELSE
003610             IF RCR-STARTED
003620                 ADD 1 TO WS-NOT-SHOWN-COUNT
003630             END-IF
003640         END-IF
003650     END-IF
003660     IF WS-ENTRY-FOUND
003670         MOVE RCR-JOB-NAME TO WS-ST-JOB-NAME (WS-STEP-INDEX)
003680         MOVE RCR-STEP-NAME TO WS-ST-STEP-NAME (WS-STEP-INDEX)
003690         MOVE RCR-PROGRAM TO WS-ST-PROGRAM (WS-STEP-INDEX)
003700         MOVE RCR-START-STAMP TO WS-ST-START-STAMP (WS-STEP-INDEX)
003710         MOVE RCR-EVENT TO WS-ST-EVENT (WS-STEP-INDEX)
003720         MOVE RCR-END-TIME TO WS-ST-END-TIME (WS-STEP-INDEX)
003730         MOVE RCR-RETURN-CODE
003740             TO WS-ST-RETURN-CODE (WS-STEP-INDEX)
003750         MOVE RCR-RECORDS-READ TO WS-ST-READ (WS-STEP-INDEX)
003760         MOVE RCR-RECORDS-WRITTEN TO WS-ST-WRITTEN (WS-STEP-INDEX)
003770         MOVE RCR-RECORDS-REJECTED
003780             TO WS-ST-REJECTED (WS-STEP-INDEX)
003790         MOVE RCR-RECORDS-APPLIED TO WS-ST-APPLIED (WS-STEP-INDEX)
003800     END-IF.
003810 2100-EXIT.
003820     EXIT.

003830*================================================================
003840* 2200-FIND-ENTRY  --  SCAN THE TABLE FOR THE RUN THIS RECORD
003850*                      BELONGS TO - SAME JOB, STEP, PROGRAM AND
003860*                      START DATE AND TIME
003870*================================================================
003880 2200-FIND-ENTRY.
003890     SET WS-ENTRY-NOT-FOUND TO TRUE
003900     MOVE 1 TO WS-STEP-INDEX
003910     PERFORM 2210-TEST-ONE-ENTRY THRU 2210-EXIT
003920         UNTIL WS-ENTRY-FOUND
003930         OR WS-STEP-INDEX > WS-STEP-COUNT.
003940 2200-EXIT.
003950     EXIT.

003960 2210-TEST-ONE-ENTRY.
003970     IF WS-ST-JOB-NAME (WS-STEP-INDEX) = RCR-JOB-NAME
003980         AND WS-ST-STEP-NAME (WS-STEP-INDEX) = RCR-STEP-NAME
003990         AND WS-ST-PROGRAM (WS-STEP-INDEX) = RCR-PROGRAM
004000         AND WS-ST-START-STAMP (WS-STEP-INDEX) = RCR-START-STAMP
004010         SET WS-ENTRY-FOUND TO TRUE
004020     ELSE
004030         ADD 1 TO WS-STEP-INDEX
004040     END-IF.
004050 2210-EXIT.
004060     EXIT.

004070*================================================================
004080* 3000-PRINT-SUMMARY  --  HEAD UP THE PAGE, PRINT ONE LINE PER
004090*                         STEP IN THE ORDER THEY STARTED, AND
004100*                         CLOSE WITH THE OUTCOME TOTALS
004110*================================================================
004120 3000-PRINT-SUMMARY.
004130     MOVE WS-EARLIEST-DATE TO HDG-EARLIEST-DATE
004140     WRITE REPORT-LINE FROM HDG-LINE-1
004150     MOVE SPACES TO REPORT-LINE
004160     WRITE REPORT-LINE
004170     WRITE REPORT-LINE FROM HDG-LINE-2
004180     WRITE REPORT-LINE FROM HDG-LINE-3
004190     IF WS-STEP-COUNT = ZERO
004200         WRITE REPORT-LINE FROM NONE-LINE
004210     ELSE
004220         PERFORM 3100-PRINT-ONE-STEP THRU 3100-EXIT
004230             VARYING WS-STEP-INDEX FROM 1 BY 1
004240             UNTIL WS-STEP-INDEX > WS-STEP-COUNT
004250     END-IF
004260     WRITE REPORT-LINE FROM HDG-LINE-3
004270     MOVE WS-STEP-COUNT TO TOT-STEPS
004280     MOVE WS-OK-COUNT TO TOT-OK
004290     MOVE WS-FAILED-COUNT TO TOT-FAILED
004300     MOVE WS-OPEN-COUNT TO TOT-OPEN
004310     WRITE REPORT-LINE FROM TOTAL-LINE
004320     IF WS-OPEN-COUNT > ZERO
004330         WRITE REPORT-LINE FROM LEGEND-LINE
004340     END-IF
004350     IF WS-NOT-SHOWN-COUNT > ZERO
004360         MOVE WS-NOT-SHOWN-COUNT TO TNS-COUNT
004370         WRITE REPORT-LINE FROM NOT-SHOWN-LINE
004380     END-IF.
004390 3000-EXIT.
004400     EXIT.

004410 3100-PRINT-ONE-STEP.
004420     MOVE WS-ST-JOB-NAME (WS-STEP-INDEX) TO DET-JOB-NAME
004430     MOVE WS-ST-STEP-NAME (WS-STEP-INDEX) TO DET-STEP-NAME
004440     MOVE WS-ST-PROGRAM (WS-STEP-INDEX) TO DET-PROGRAM
004450     MOVE WS-ST-START-TIME (WS-STEP-INDEX) TO WS-TIME-WORK
004460     PERFORM 3200-EDIT-TIME THRU 3200-EXIT
004470     MOVE WS-TIME-EDIT TO DET-START-TIME
004480     IF WS-ST-ENDED (WS-STEP-INDEX)
004490         MOVE WS-ST-END-TIME (WS-STEP-INDEX) TO WS-TIME-WORK
004500         PERFORM 3200-EDIT-TIME THRU 3200-EXIT
004510         MOVE WS-TIME-EDIT TO DET-END-TIME
004520         MOVE WS-ST-RETURN-CODE (WS-STEP-INDEX) TO DET-RETURN-CODE
004530         MOVE SPACES TO DET-COUNTS-X
004540         MOVE WS-ST-READ (WS-STEP-INDEX) TO DET-READ
004550         MOVE WS-ST-WRITTEN (WS-STEP-INDEX) TO DET-WRITTEN
004560         MOVE WS-ST-REJECTED (WS-STEP-INDEX) TO DET-REJECTED
004570         MOVE WS-ST-APPLIED (WS-STEP-INDEX) TO DET-APPLIED
004580         IF WS-ST-RETURN-CODE (WS-STEP-INDEX) = ZERO
004590             MOVE "OK" TO DET-STATUS
004600             ADD 1 TO WS-OK-COUNT
004610         ELSE
004620             MOVE "FAIL" TO DET-STATUS
004630             ADD 1 TO WS-FAILED-COUNT
004640         END-IF
004650     ELSE
004660         MOVE SPACES TO DET-END-TIME
004670         MOVE SPACES TO DET-RETURN-CODE-X
004680         MOVE SPACES TO DET-COUNTS-X
004690         MOVE "OPEN" TO DET-STATUS
004700         ADD 1 TO WS-OPEN-COUNT
004710     END-IF
004720     WRITE REPORT-LINE FROM DET-LINE.
004730 3100-EXIT.
004740     EXIT.

004750 3200-EDIT-TIME.
004760     MOVE WS-TW-HOURS TO WS-TE-HOURS
004770     MOVE WS-TW-MINUTES TO WS-TE-MINUTES.
004780 3200-EXIT.
004790     EXIT.

004800*================================================================
004810* 8000-DISPLAY-SUMMARY
004820*================================================================
004830 8000-DISPLAY-SUMMARY.
004840     DISPLAY "---- MORNING OPERATIONS SUMMARY ----"
004850     DISPLAY "RUNS SINCE NOON ON  : " WS-EARLIEST-DATE
004860     DISPLAY "RUN-CONTROL RECORDS : " WS-RECORDS-READ
004870     DISPLAY "STEPS REPORTED      : " WS-STEP-COUNT
004880     DISPLAY "ENDED OK            : " WS-OK-COUNT
004890     DISPLAY "FAILED              : " WS-FAILED-COUNT
004900     DISPLAY "OPEN (NO END)       : " WS-OPEN-COUNT
004910     IF WS-NOT-SHOWN-COUNT > ZERO
004920         DISPLAY "NOT SHOWN (PAGE FULL): " WS-NOT-SHOWN-COUNT
004930     END-IF.
004940 8000-EXIT.
004950     EXIT.

004960*================================================================
004970* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
004980*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
004990*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
005000*                       RUN'S OWN RETURN CODE AS IT WAS
005010*================================================================
005020 9800-LOG-RUN-END.
005030     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
005040     IF RUNCTL-STATUS NOT = "00"
005050         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
005060             RUNCTL-STATUS
005070         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
005080     ELSE
005090         MOVE SPACES TO RUN-CONTROL-RECORD
005100         SET RCR-ENDED TO TRUE
005110         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
005120         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
005130         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
005140         MOVE WS-RC-START-DATE TO RCR-START-DATE
005150         MOVE WS-RC-START-TIME TO RCR-START-TIME
005160         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
005170         ACCEPT RCR-END-TIME FROM TIME
005180         MOVE RETURN-CODE TO RCR-RETURN-CODE
005190         MOVE ZEROS TO RCR-COUNTS
005200         MOVE WS-RECORDS-READ TO RCR-RECORDS-READ
005210         MOVE WS-STEP-COUNT TO RCR-RECORDS-WRITTEN
005220         WRITE RUN-CONTROL-RECORD
005230         CLOSE RUN-CONTROL-FILE
005240     END-IF.
005250 9800-EXIT.
005260     EXIT.

005270*================================================================
005280* 9999-TERMINATE  --  CLOSE THE FILES
005290*================================================================
005300 9999-TERMINATE.
005310     CLOSE RUN-CONTROL-FILE
005320     CLOSE REPORT-FILE.
005330 9999-EXIT.
005340     EXIT.
