000188*                  THAT DIED PARTWAY RESUMES AT THE FIRST
000189*                  UNCOMMITTED CARD.  THE CHECKPOINT IS
000190*                  CLEARED AT CLEAN END-OF-JOB.
000191* 2026-10-14 JHS   THE TAX PERCENTAGE ON THE ELECTION CARD IS
000192*                  REPLACED BY A FILING STATUS (S, M, OR H) AND
000193*                  AN ALLOWANCE COUNT IN THE SAME COLUMNS - TAX
000194*                  IS NOW WITHHELD FROM THE GRADUATED TAX TABLES.
000195*                  A CARD IS REJECTED WHEN THE STATUS IS NOT S,
000196*                  M, OR H, WHEN THE TAX TABLE FILE CARRIES NO
000197*                  TABLE FOR THE STATUS, OR WHEN THE ALLOWANCE
000198*                  COUNT IS NOT NUMERIC.  THE RETIREMENT
000199*                  PERCENTAGE ALONE MUST NOW STAY UNDER 100.
000200* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000201*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000202*                  CODE AND RECORD COUNTS - FOR THE MORNING
000203*                  OPERATIONS SUMMARY.
000204*================================================================

000205 ENVIRONMENT DIVISION.
000210 INPUT-OUTPUT SECTION.
000220 FILE-CONTROL.
000230     SELECT DED-TRANS-FILE ASSIGN TO "DEDUCT.DAT"
000354         ORGANIZATION IS LINE SEQUENTIAL
000356         FILE STATUS IS CHKP-STATUS.

000357     SELECT TAX-TABLE-FILE ASSIGN TO TAXFILE
000358         ORGANIZATION IS LINE SEQUENTIAL
000359         FILE STATUS IS TAX-STATUS.

000360     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000361         ORGANIZATION IS LINE SEQUENTIAL
000362         FILE STATUS IS RUNCTL-STATUS.

000363     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000364         ORGANIZATION IS LINE SEQUENTIAL
000365         FILE STATUS IS RUNPARM-STATUS.

000366 DATA DIVISION.
000370 FILE SECTION.
000380 FD  DED-TRANS-FILE.
000390 01  DED-TRANS-RECORD.
000400     05  DT-EMPLOYEE-ID              PIC 9(05).
000410     05  DT-FILING-STATUS            PIC X(01).
000412     05  DT-ALLOWANCES               PIC 9(02).
000414     05  FILLER                      PIC X(01).
000420     05  DT-INSURANCE-AMT            PIC 9(04)V99.
000430     05  DT-RETIRE-PCT               PIC 9(02)V99.
000440     05  DT-OTHER-AMT                PIC 9(04)V99.
000482 FD  CHECKPOINT-FILE.
000484     COPY CHKPREC.

000486 FD  TAX-TABLE-FILE.
000488     COPY TAXREC.

000489 FD  RUN-CONTROL-FILE.
000490     COPY RUNCREC.

000491 FD  RUN-PARM-FILE.
000492 01  RUN-PARM-RECORD.
000493     05  RP-JOB-NAME                PIC X(08).
000494     05  FILLER                     PIC X(01).
000495     05  RP-STEP-NAME               PIC X(08).
000496     05  FILLER                     PIC X(63).

000497 WORKING-STORAGE SECTION.
000500*---------------------------------------------------------------
000510* FILE STATUS AND CONTROL SWITCHES
000520*---------------------------------------------------------------
000540 01  FILE-STATUS                    PIC XX.
000550 01  DED-STATUS                     PIC XX.
000552 01  CHKP-STATUS                    PIC XX.
000554 01  TAX-STATUS                     PIC XX.

000560 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
000570     88  WS-RECORD-FOUND                         VALUE "Y".

000620 01  WS-TRANS-EOF-SWITCH            PIC X(01) VALUE "N".
000630     88  WS-TRANS-EOF                            VALUE "Y".
000631     88  WS-TRANS-NOT-EOF                        VALUE "N".

000632 01  WS-RUN-MODE                    PIC X(01).
000633     88  WS-NEW-RUN                              VALUE "N".
000634     88  WS-RESTART-RUN                          VALUE "R".

000635 01  WS-TAX-EOF-SWITCH              PIC X(01) VALUE "N".
000636     88  WS-TAX-EOF                              VALUE "Y".
000637     88  WS-TAX-NOT-EOF                          VALUE "N".

000638 01  WS-EDIT-SWITCH                 PIC X(01) VALUE "N".
000639     88  WS-CARD-VALID                           VALUE "Y".
000640     88  WS-CARD-INVALID                         VALUE "N".

000648*---------------------------------------------------------------
000650* CHECKPOINT/RESTART WORK FIELDS - THE CARD NUMBER COUNTS EVERY
000660 01  WS-RESTART-POINT               PIC 9(05) VALUE ZEROS.
000662 01  WS-CHECKPOINT-CARD             PIC 9(05) VALUE ZEROS.

000664*---------------------------------------------------------------
000665* FILING STATUSES THE TAX TABLE FILE CARRIES A TABLE FOR
000666*---------------------------------------------------------------
000667 01  WS-SINGLE-TABLE-SWITCH         PIC X(01) VALUE "N".
000668     88  WS-SINGLE-TABLE-ON-FILE                 VALUE "Y".
000669 01  WS-MARRIED-TABLE-SWITCH        PIC X(01) VALUE "N".
000670     88  WS-MARRIED-TABLE-ON-FILE                VALUE "Y".
000671 01  WS-HEAD-TABLE-SWITCH           PIC X(01) VALUE "N".
000672     88  WS-HEAD-TABLE-ON-FILE                   VALUE "Y".

000674*---------------------------------------------------------------
000676* RUN TOTALS
000678*---------------------------------------------------------------

000690 01  WS-RECORDS-LOADED              PIC 9(05) COMP VALUE ZERO.
000700 01  WS-RECORDS-REPLACED            PIC 9(05) COMP VALUE ZERO.
000710 01  WS-RECORDS-REJECTED            PIC 9(05) COMP VALUE ZERO.
000712 01  WS-CARDS-SKIPPED               PIC 9(05) COMP VALUE ZERO.

000713*---------------------------------------------------------------
000714* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
000715* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
000716* THE STEP HAS NO CARD) AND WHEN IT STARTED
000717*---------------------------------------------------------------
000718 77  WS-RC-PROGRAM                  PIC X(13) VALUE
000719         "DED-LOAD".

000720 01  RUNCTL-STATUS                  PIC XX.
000721 01  RUNPARM-STATUS                 PIC XX.
000722 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
000723 01  WS-RC-STEP-NAME                PIC X(08) VALUE "DEDLOAD".
000724 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
000725 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

000726 PROCEDURE DIVISION.

000730*================================================================
000740* 0000-MAINLINE
000750*================================================================
000760 0000-MAINLINE.
000765     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
000770     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000780     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
000790         UNTIL WS-TRANS-EOF
000796     END-IF
000800     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
000810     PERFORM 9999-TERMINATE THRU 9999-EXIT
000811     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000812     STOP RUN.

000813*================================================================
000814* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
000815*                         RUNPARM CARD AND WRITE THE START RECORD
000816*                         TO THE RUN-CONTROL FILE
000817*================================================================
000818 0100-LOG-RUN-START.
000820     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
000821     ACCEPT WS-RC-START-TIME FROM TIME
000822     OPEN INPUT RUN-PARM-FILE
000823     IF RUNPARM-STATUS = "00"
000824         READ RUN-PARM-FILE
000825             NOT AT END
000826                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
000827                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
000828         END-READ
000829         CLOSE RUN-PARM-FILE
000830     END-IF
000831     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
000832     IF RUNCTL-STATUS NOT = "00"
000833         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
000834             RUNCTL-STATUS
000835         SET RETURN-CODE TO 8
000836         STOP RUN
000837     END-IF
000838     MOVE SPACES TO RUN-CONTROL-RECORD
000839     SET RCR-STARTED TO TRUE
000840     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
000841     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
000842     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
000843     MOVE WS-RC-START-DATE TO RCR-START-DATE
000844     MOVE WS-RC-START-TIME TO RCR-START-TIME
000845     MOVE ZEROS TO RCR-END-STAMP
000846     MOVE ZEROS TO RCR-RETURN-CODE
000847     MOVE ZEROS TO RCR-COUNTS
000848     WRITE RUN-CONTROL-RECORD
000849     CLOSE RUN-CONTROL-FILE.
000850 0100-EXIT.
000851     EXIT.

000852*================================================================
000853* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
000854*                            CREATING IT ON THE FIRST RUN
000855*================================================================
000856 0110-OPEN-RUN-CONTROL.
000857     OPEN EXTEND RUN-CONTROL-FILE
000858     IF RUNCTL-STATUS = "35"
000859         CLOSE RUN-CONTROL-FILE
000860         OPEN OUTPUT RUN-CONTROL-FILE
000861         CLOSE RUN-CONTROL-FILE
000862         OPEN EXTEND RUN-CONTROL-FILE
000863     END-IF.
000864 0110-EXIT.
000865     EXIT.

000866*================================================================
000867* 1000-INITIALIZE  --  OPEN THE TRANSACTION FILE, THE MASTER,
000868*                      AND THE DEDUCTIONS FILE, THEN PRIME THE
000869*                      READ LOOP
000870*================================================================
000880 1000-INITIALIZE.
000881     DISPLAY "ENTER RUN MODE (N = NEW LOAD, R = RESTART) :"
000883     IF NOT WS-NEW-RUN AND NOT WS-RESTART-RUN
000884         DISPLAY "RUN MODE MUST BE N OR R - RUN ENDED."
000885         SET RETURN-CODE TO 8
000886         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000887         STOP RUN
000888     END-IF
000889     IF WS-RESTART-RUN
000890         PERFORM 1200-LOAD-CHECKPOINT THRU 1200-EXIT
000891     END-IF
000892     PERFORM 1100-LOAD-TAX-STATUSES THRU 1100-EXIT
000893     OPEN INPUT DED-TRANS-FILE
000900     IF TRANS-STATUS NOT = "00"
000910         DISPLAY "FAILED TO OPEN THE DEDUCTION TRANSACTION "
000920             "FILE. STATUS = " TRANS-STATUS
000930         SET RETURN-CODE TO 8
000935         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000940         STOP RUN
000950     END-IF
000960     OPEN INPUT EMPLOYEE-FILE
000980         DISPLAY "FAILED TO OPEN THE EMPLOYEE FILE. STATUS = "
000990             FILE-STATUS
001000         SET RETURN-CODE TO 8
001005         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001010         STOP RUN
001020     END-IF
001030     OPEN I-O DEDUCTION-FILE
001100     IF DED-STATUS NOT = "00"
001110         DISPLAY "FAILED TO OPEN THE DEDUCTIONS FILE. STATUS = "
001120             DED-STATUS
001121         SET RETURN-CODE TO 8
001122         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001123         STOP RUN
001124     END-IF
001125     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
001126 1000-EXIT.
001127     EXIT.

001128*================================================================
001129* 1100-LOAD-TAX-STATUSES  --  NOTE WHICH FILING STATUSES THE
001130*                             TAX TABLE FILE CARRIES A TABLE
001131*                             FOR, SO NO ELECTION IS LOADED
001132*                             WITH A STATUS THE PAY RUN CANNOT
001133*                             WITHHOLD FOR
001134*================================================================
001135 1100-LOAD-TAX-STATUSES.
001136     OPEN INPUT TAX-TABLE-FILE
001137     IF TAX-STATUS = "35"
001138         DISPLAY "THE TAX TABLE FILE HAS NOT BEEN CREATED - "
001139             "LOAD THE TAX TABLES FIRST."
001140         SET RETURN-CODE TO 8
001141         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001142         STOP RUN
001143     END-IF
001144     IF TAX-STATUS NOT = "00"
001145         DISPLAY "FAILED TO OPEN THE TAX TABLE FILE. STATUS = "
001146             TAX-STATUS
001147         SET RETURN-CODE TO 8
001148         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001149         STOP RUN
001150     END-IF
001151     PERFORM 1150-READ-TAX-TABLE THRU 1150-EXIT
001152     PERFORM 1110-NOTE-ONE-BRACKET THRU 1110-EXIT
001153         UNTIL WS-TAX-EOF
001154     CLOSE TAX-TABLE-FILE.
001155 1100-EXIT.
001156     EXIT.

001157 1110-NOTE-ONE-BRACKET.
001158     EVALUATE TAX-FILING-STATUS
001159         WHEN "S"
001160             SET WS-SINGLE-TABLE-ON-FILE TO TRUE
001161         WHEN "M"
001162             SET WS-MARRIED-TABLE-ON-FILE TO TRUE
001163         WHEN "H"
001164             SET WS-HEAD-TABLE-ON-FILE TO TRUE
001165     END-EVALUATE
001166     PERFORM 1150-READ-TAX-TABLE THRU 1150-EXIT.
001167 1110-EXIT.
001168     EXIT.

001169 1150-READ-TAX-TABLE.
001170     READ TAX-TABLE-FILE
001171         AT END
001172             SET WS-TAX-EOF TO TRUE
001173     END-READ.
001174 1150-EXIT.
001175     EXIT.

001176*================================================================
001177* 1200-LOAD-CHECKPOINT  --  PICK UP THE LAST CARD A PRIOR RUN
001178*                           FULLY COMMITTED.  A RESTART WITH NO
001179*                           CHECKPOINT ON FILE IS REFUSED - THE
001180*                           OPERATOR MEANT A NEW LOAD.
001181*================================================================
001182 1200-LOAD-CHECKPOINT.
001183     OPEN INPUT CHECKPOINT-FILE
001184     IF CHKP-STATUS = "35"
001185         DISPLAY "NO CHECKPOINT ON FILE - NOTHING TO RESTART. "
001186             "SUBMIT A NEW LOAD INSTEAD."
001187         SET RETURN-CODE TO 8
001188         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001189         STOP RUN
001190     END-IF
001191     IF CHKP-STATUS NOT = "00"
001192         DISPLAY "FAILED TO OPEN THE CHECKPOINT FILE. STATUS = "
001193             CHKP-STATUS
001194         SET RETURN-CODE TO 8
001195         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001196         STOP RUN
001197     END-IF
001198     READ CHECKPOINT-FILE
001199         AT END
001200             MOVE ZEROS TO CHK-LAST-CARD-NUMBER
001201     END-READ
001202     MOVE CHK-LAST-CARD-NUMBER TO WS-RESTART-POINT
001203     CLOSE CHECKPOINT-FILE
001204     IF WS-RESTART-POINT = ZERO
001205         DISPLAY "THE CHECKPOINT IS CLEAR - THE PRIOR LOAD "
001206             "ENDED CLEAN.  SUBMIT A NEW LOAD INSTEAD."
001207         SET RETURN-CODE TO 8
001208         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001211         STOP RUN
001212     END-IF
001213     DISPLAY "RESTARTING - CARDS 1 THROUGH " WS-RESTART-POINT
001270         NOT INVALID KEY
001280             SET WS-RECORD-FOUND TO TRUE
001290     END-READ
001310     IF WS-RECORD-NOT-FOUND
001320         DISPLAY "EMPLOYEE ID " DT-EMPLOYEE-ID
001330             " IS NOT ON THE MASTER - ELECTION SKIPPED."
001340         ADD 1 TO WS-RECORDS-REJECTED
001350     ELSE
001360         PERFORM 2060-EDIT-ELECTION THRU 2060-EXIT
001370         IF WS-CARD-VALID
001380             PERFORM 3000-POST-ELECTION THRU 3000-EXIT
001390         ELSE
001400             DISPLAY "ELECTION SKIPPED."
001410             ADD 1 TO WS-RECORDS-REJECTED
001430         END-IF
001440     END-IF.
001441 2050-EXIT.
001442     EXIT.

001443*================================================================
001444* 2060-EDIT-ELECTION  --  CHECK THE FILING STATUS AGAINST THE
001445*                         TAX TABLES ON FILE, THE ALLOWANCE
001446*                         COUNT, AND THE RETIREMENT PERCENTAGE
001447*================================================================
001448 2060-EDIT-ELECTION.
001449     SET WS-CARD-VALID TO TRUE
001450     EVALUATE DT-FILING-STATUS
001451         WHEN "S"
001452             IF NOT WS-SINGLE-TABLE-ON-FILE
001453                 SET WS-CARD-INVALID TO TRUE
001454             END-IF
001455         WHEN "M"
001456             IF NOT WS-MARRIED-TABLE-ON-FILE
001457                 SET WS-CARD-INVALID TO TRUE
001458             END-IF
001459         WHEN "H"
001460             IF NOT WS-HEAD-TABLE-ON-FILE
001461                 SET WS-CARD-INVALID TO TRUE
001462             END-IF
001463         WHEN OTHER
001464             DISPLAY "EMPLOYEE ID " DT-EMPLOYEE-ID
001465                 " FILING STATUS " DT-FILING-STATUS
001466                 " IS NOT S, M, OR H -"
001467             SET WS-CARD-INVALID TO TRUE
001468     END-EVALUATE
001469     IF WS-CARD-INVALID
001470         AND (DT-FILING-STATUS = "S" OR "M" OR "H")
001471         DISPLAY "EMPLOYEE ID " DT-EMPLOYEE-ID
001472             " HAS NO TAX TABLE ON FILE FOR FILING STATUS "
001473             DT-FILING-STATUS " -"
001474     END-IF
001475     IF DT-ALLOWANCES IS NOT NUMERIC
001476         DISPLAY "EMPLOYEE ID " DT-EMPLOYEE-ID
001477             " ALLOWANCE COUNT IS NOT NUMERIC -"
001478         SET WS-CARD-INVALID TO TRUE
001479     END-IF
001480     IF DT-RETIRE-PCT NOT < 100
001481         DISPLAY "EMPLOYEE ID " DT-EMPLOYEE-ID
001482             " RETIREMENT PERCENTAGE REACHES 100 -"
001483         SET WS-CARD-INVALID TO TRUE
001484     END-IF.
001485 2060-EXIT.
001486     EXIT.

001487 2100-READ-TRANSACTION.
001490     READ DED-TRANS-FILE
001500         AT END
001510             SET WS-TRANS-EOF TO TRUE
001650             SET WS-ELECT-ON-FILE TO TRUE
001660     END-READ
001670     MOVE DT-EMPLOYEE-ID TO DED-EMPLOYEE-ID
001680     MOVE DT-FILING-STATUS TO DED-FILING-STATUS
001685     MOVE DT-ALLOWANCES TO DED-ALLOWANCES
001690     MOVE DT-INSURANCE-AMT TO DED-INSURANCE-AMT
001700     MOVE DT-RETIRE-PCT TO DED-RETIRE-PCT
001710     MOVE DT-OTHER-AMT TO DED-OTHER-AMT
002010     DISPLAY "ELECTIONS REPLACED : " WS-RECORDS-REPLACED
002020     DISPLAY "ELECTIONS REJECTED : " WS-RECORDS-REJECTED.
002030 8000-EXIT.
002031     EXIT.

002032*================================================================
002033* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
002034*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
002035*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
002036*                       RUN'S OWN RETURN CODE AS IT WAS
002037*================================================================
002038 9800-LOG-RUN-END.
002039     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002040     IF RUNCTL-STATUS NOT = "00"
002041         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002042             RUNCTL-STATUS
002043         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
002044     ELSE
002045         MOVE SPACES TO RUN-CONTROL-RECORD
002046         SET RCR-ENDED TO TRUE
002047         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002048         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002049         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002050         MOVE WS-RC-START-DATE TO RCR-START-DATE
002051         MOVE WS-RC-START-TIME TO RCR-START-TIME
002052         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
002053         ACCEPT RCR-END-TIME FROM TIME
002054         MOVE RETURN-CODE TO RCR-RETURN-CODE
002055         MOVE ZEROS TO RCR-COUNTS
002056         ADD WS-RECORDS-LOADED WS-RECORDS-REPLACED
002057             WS-RECORDS-REJECTED WS-CARDS-SKIPPED
002058             GIVING RCR-RECORDS-READ
002059         MOVE WS-RECORDS-LOADED TO RCR-RECORDS-WRITTEN
002060         MOVE WS-RECORDS-REJECTED TO RCR-RECORDS-REJECTED
002061         ADD WS-RECORDS-LOADED WS-RECORDS-REPLACED
002062             GIVING RCR-RECORDS-APPLIED
002063         WRITE RUN-CONTROL-RECORD
002064         CLOSE RUN-CONTROL-FILE
002065     END-IF.
002066 9800-EXIT.
002067     EXIT.

002068*================================================================
002069* 9999-TERMINATE  --  CLOSE ALL FILES
002070*================================================================
002080 9999-TERMINATE.
002090     CLOSE DED-TRANS-FILE
