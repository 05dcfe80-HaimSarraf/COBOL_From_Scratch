000230*                  FILE DROPS TO THE EXCEPTION LIST FOR A MANUAL
000240*                  CHECK INSTEAD OF SILENTLY GETTING NOTHING.
000250*                  RUNS IN THE PAYRUN JOB AFTER PAYCALC.
000251* 2026-10-14 JHS   NOW ALSO RUNS IN THE OFFCYCLE JOB AGAINST
000252*                  OFF-CYCLE'S NET-PAY FILE.  THE NET-PAY LAYOUT
000253*                  COMES FROM NETPREC; A REVERSAL ENTRY (A VOIDED
000254*                  PAYMENT) GOES TO THE BANK AS A DETAIL WITH
000255*                  ENTRY TYPE R, AND THE TRAILER NOW CARRIES THE
000256*                  REVERSAL COUNT AND TOTAL ALONGSIDE THE
000257*                  DEPOSIT HASH TOTALS.  A REVERSAL FOR AN
000258*                  EMPLOYEE WITH NO BANKING ON FILE WAS PAID BY
000259*                  MANUAL CHECK AND GOES TO THE EXCEPTION LIST
000260*                  FOR THE CHECK TO BE VOIDED.
000261* 2026-10-14 JHS   PRENOTES.  EVERY ACCOUNT BANK-MAINT HAS PUT IN
000262*                  PRENOTE-PENDING GOES TO THE BANK AS A
000263*                  ZERO-DOLLAR DETAIL WITH ENTRY TYPE P, IS
000264*                  MARKED SENT, AND IS STAMPED WITH THE PRENOTE
000265*                  DATE AND THE LIVE DATE TEN DAYS LATER; THE
000266*                  TRAILER CARRIES THE PRENOTE COUNT.  PAY FOR AN
000267*                  ACCOUNT NOT YET LIVE DROPS TO THE EXCEPTION
000268*                  LIST FOR A MANUAL CHECK, AND THE FIRST RUN
000269*                  PAYING ON OR AFTER THE LIVE DATE MARKS THE
000270*                  ACCOUNT LIVE AND DEPOSITS TO IT.  AN ACCOUNT
000271*                  CHANGED WITHIN FIVE DAYS OF THE PAY DATE IS
000272*                  FLAGGED RECENT ON THE EXCEPTION LIST SO THE
000273*                  CHANGE IS VERIFIED WITH THE EMPLOYEE BEFORE
000274*                  THE CHECK IS RELEASED.  THE BANK ACCOUNT FILE
000275*                  IS NOW OPENED I-O.
000276* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000277*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000278*                  CODE AND RECORD COUNTS - FOR THE MORNING
000279*                  OPERATIONS SUMMARY.
000280* 2026-10-15 JHS   REFUSES TO START UNLESS EVERY PROGRAM OF THE
000281*                  NIGHTLY PAYROLL STREAM, FILE-AUDIT INCLUDED,
000282*                  ENDED WITH RETURN CODE 0 IN A RUN STARTED
000283*                  SINCE NOON THE DAY BEFORE.
000284*================================================================

000285 ENVIRONMENT DIVISION.
000286 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT NET-PAY-FILE ASSIGN TO NETPAY
000310         ORGANIZATION IS LINE SEQUENTIAL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS EXCEPTION-STATUS.

000431     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000432         ORGANIZATION IS LINE SEQUENTIAL
000433         FILE STATUS IS RUNCTL-STATUS.

000434     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000435         ORGANIZATION IS LINE SEQUENTIAL
000436         FILE STATUS IS RUNPARM-STATUS.

000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  NET-PAY-FILE.
000470     COPY NETPREC.

000530 FD  BANK-FILE.
000540     COPY BANKREC.
000570 FD  EXCEPTION-FILE.
000580 01  EXCEPTION-LINE                  PIC X(80).

000581 FD  RUN-CONTROL-FILE.
000582     COPY RUNCREC.

000583 FD  RUN-PARM-FILE.
000584 01  RUN-PARM-RECORD.
000585     05  RP-JOB-NAME                PIC X(08).
000586     05  FILLER                     PIC X(01).
000587     05  RP-STEP-NAME               PIC X(08).
000588     05  FILLER                     PIC X(63).

000590 WORKING-STORAGE SECTION.
000600*---------------------------------------------------------------
000610* FILE STATUS AND CONTROL SWITCHES
000710     88  WS-BANK-ON-FILE                         VALUE "Y".
000720     88  WS-BANK-NOT-ON-FILE                     VALUE "N".

000721 01  WS-BANK-EOF-SWITCH             PIC X(01) VALUE "N".
000722     88  WS-BANK-EOF                             VALUE "Y".
000723     88  WS-BANK-NOT-EOF                         VALUE "N".

000724*---------------------------------------------------------------
000725* PRENOTE PERIOD - A PRENOTED ACCOUNT GOES LIVE THIS MANY DAYS
000726* AFTER THE PRENOTE IS SENT, AND AN ACCOUNT CHANGED WITHIN THE
000727* RECENT-CHANGE WINDOW BEFORE THE PAY DATE IS FLAGGED
000728*---------------------------------------------------------------
000729 77  WS-PRENOTE-DAYS                PIC 9(02) COMP VALUE 10.
000732 77  WS-RECENT-CHANGE-DAYS          PIC 9(02) COMP VALUE 5.

000735*---------------------------------------------------------------
000740* RUN TOTALS - THE TRAILER'S HASH TOTALS COME FROM THESE
000750*---------------------------------------------------------------
000760 01  WS-NETPAY-READ                 PIC 9(05) COMP VALUE ZERO.
000780 01  WS-EXCEPTION-COUNT             PIC 9(05) COMP VALUE ZERO.
000790 01  WS-DEPOSIT-TOTAL               PIC 9(09)V99 VALUE ZEROS.
000800 01  WS-EXCEPTION-TOTAL             PIC 9(09)V99 VALUE ZEROS.
000801 01  WS-REVERSAL-COUNT              PIC 9(05) COMP VALUE ZERO.
000802 01  WS-REVERSAL-TOTAL              PIC 9(09)V99 VALUE ZEROS.
000803 01  WS-PRENOTE-COUNT               PIC 9(05) COMP VALUE ZERO.
000804 01  WS-CLEARED-COUNT               PIC 9(05) COMP VALUE ZERO.
000805 01  WS-HELD-COUNT                  PIC 9(05) COMP VALUE ZERO.
000806 01  WS-RECENT-COUNT                PIC 9(05) COMP VALUE ZERO.

000807*---------------------------------------------------------------
000808* DATE ARITHMETIC - A DATE IS CARRIED FORWARD ONE DAY AT A TIME
000809* ACROSS MONTH AND YEAR ENDS, FEBRUARY SET TO 29 IN A LEAP YEAR
000810*---------------------------------------------------------------
000811 01  WS-WORK-DATE                   PIC 9(08).
000812 01  WS-WORK-DATE-R REDEFINES WS-WORK-DATE.
000813     05  WS-WD-YEAR                 PIC 9(04).
000814     05  WS-WD-MONTH                PIC 9(02).
000815     05  WS-WD-DAY                  PIC 9(02).
000816 01  WS-DAYS-TO-ADD                 PIC 9(02) COMP VALUE ZERO.
000817 01  WS-RECENT-LIMIT-DATE           PIC 9(08) VALUE ZEROS.

000818 01  WS-MONTH-DAYS-VALUES           PIC X(24) VALUE
000819     "312831303130313130313031".
000820 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
000821     05  WS-MONTH-DAYS              PIC 9(02) OCCURS 12 TIMES.
000822 01  WS-LEAP-QUOTIENT               PIC 9(04) VALUE ZEROS.
000823 01  WS-LEAP-REM-4                  PIC 9(03) VALUE ZEROS.
000824 01  WS-LEAP-REM-100                PIC 9(03) VALUE ZEROS.
000825 01  WS-LEAP-REM-400                PIC 9(03) VALUE ZEROS.

000826*---------------------------------------------------------------
000827* TRANSMISSION RECORDS - FIXED FORMAT, ONE HEADER, ONE DETAIL
000830* PER DEPOSIT, REVERSAL OR PRENOTE, ONE TRAILER
000840*---------------------------------------------------------------
000850 01  TRN-HEADER.
000860     05  FILLER                     PIC X(01) VALUE "H".
000940     05  TD-ACCOUNT-TYPE            PIC X(01).
000950     05  TD-EMPLOYEE-ID             PIC 9(05).
000960     05  TD-NET-AMOUNT              PIC 9(06)V99.
000965     05  TD-ENTRY-TYPE              PIC X(01).
000970     05  FILLER                     PIC X(38) VALUE SPACES.

000980 01  TRN-TRAILER.
000990     05  FILLER                     PIC X(01) VALUE "T".
001000     05  TT-DEPOSIT-COUNT           PIC 9(06).
001010     05  TT-DEPOSIT-TOTAL           PIC 9(09)V99.
001012     05  TT-REVERSAL-COUNT          PIC 9(06).
001014     05  TT-REVERSAL-TOTAL          PIC 9(09)V99.
001016     05  TT-PRENOTE-COUNT           PIC 9(06).
001020     05  FILLER                     PIC X(39) VALUE SPACES.

001030*---------------------------------------------------------------
001040* EXCEPTION LIST PRINT LINES
001130     05  FILLER                     PIC X(23) VALUE SPACES.

001140 01  EXC-LINE.
001150     05  EXC-REASON                 PIC X(08).
001160     05  EXC-EMPLOYEE-ID            PIC 9(05).
001170     05  FILLER                     PIC X(02) VALUE SPACES.
001180     05  EXC-NAME                   PIC X(30).
001190     05  EXC-NET-PAY                PIC ZZZ,ZZ9.99.
001192     05  EXC-ACTION                 PIC X(25).

001194*---------------------------------------------------------------
001196* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001198* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001200* THE STEP HAS NO CARD) AND WHEN IT STARTED
001201*---------------------------------------------------------------
001202 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001203         "BANK-TRANSMIT".

001204 01  RUNCTL-STATUS                  PIC XX.
001205 01  RUNPARM-STATUS                 PIC XX.
001206 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001207 01  WS-RC-STEP-NAME                PIC X(08) VALUE "BANKTRAN".
001208 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001209 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

001210*---------------------------------------------------------------
001211* NIGHTLY STREAM CHECK - EVERY PROGRAM OF THE NIGHTLY PAYROLL
001212* JOB MUST HAVE ENDED WITH RETURN CODE 0 IN A RUN STARTED SINCE
001213* NOON THE DAY BEFORE, OR THIS RUN DOES NOT START.  THE LAST
001214* RUN-CONTROL RECORD FOR EACH PROGRAM IS HELD IN ITS ENTRY.
001215*---------------------------------------------------------------
001216 77  WS-NIGHTLY-JOB                 PIC X(08) VALUE "PAYROLL".
001217 77  WS-NIGHTLY-START-TIME          PIC 9(08) VALUE 12000000.
001218 77  WS-NS-MAX                      PIC 9(02) COMP VALUE 7.

001219 01  WS-NS-PROGRAM-VALUES.
001220     05  FILLER                     PIC X(13) VALUE
001221             "GREET".
001222     05  FILLER                     PIC X(13) VALUE
001223             "FILE-HANDLER".
001224     05  FILLER                     PIC X(13) VALUE
001225             "PEND-APPLY".
001226     05  FILLER                     PIC X(13) VALUE
001227             "FILE-AUDIT".
001228     05  FILLER                     PIC X(13) VALUE
001229             "AUDIT-HISTORY".
001230     05  FILLER                     PIC X(13) VALUE
001231             "SALARY-REPORT".
001232     05  FILLER                     PIC X(13) VALUE
001233             "AUDIT-ROLL".
001234 01  WS-NS-PROGRAM-TABLE REDEFINES WS-NS-PROGRAM-VALUES.
001235     05  WS-NS-PROGRAM              PIC X(13) OCCURS 7 TIMES.

001236 01  WS-NS-RESULT-TABLE.
001237     05  WS-NS-RESULT OCCURS 7 TIMES.
001238         10  WS-NS-LAST-EVENT       PIC X(01).
001239             88  WS-NS-NOT-SEEN                  VALUE SPACE.
001240             88  WS-NS-STARTED                   VALUE "S".
001241         10  WS-NS-LAST-RC          PIC 9(04).
001242         10  WS-NS-LAST-START.
001243             15  WS-NS-LAST-DATE    PIC 9(08).
001244             15  WS-NS-LAST-TIME    PIC 9(08).

001245 01  WS-NS-INDEX                    PIC 9(02) COMP VALUE ZERO.
001246 01  WS-NS-FAULT-COUNT              PIC 9(02) COMP VALUE ZERO.
001247 01  WS-NS-EARLIEST.
001248     05  WS-NS-EARLIEST-DATE.
001249         10  WS-NS-YEAR             PIC 9(04).
001250         10  WS-NS-MONTH            PIC 9(02).
001251         10  WS-NS-DAY              PIC 9(02).
001252     05  WS-NS-EARLIEST-TIME        PIC 9(08).

001253 01  WS-RUNCTL-EOF-SWITCH           PIC X(01) VALUE "N".
001254     88  WS-RUNCTL-EOF                           VALUE "Y".
001255     88  WS-RUNCTL-NOT-EOF                       VALUE "N".

001256 PROCEDURE DIVISION.

001257*================================================================
001258* 0000-MAINLINE
001259*================================================================
001260 0000-MAINLINE.
001263     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001266     PERFORM 0200-CHECK-NIGHTLY-STREAM THRU 0200-EXIT
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001280     PERFORM 2000-PROCESS-NET-PAY THRU 2000-EXIT
001290         UNTIL WS-NETPAY-EOF
001295     PERFORM 5000-SEND-PRENOTES THRU 5000-EXIT
001300     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
001310     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
001320     PERFORM 9999-TERMINATE THRU 9999-EXIT
001321     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001322     STOP RUN.

001323*================================================================
001324* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001325*                         RUNPARM CARD AND WRITE THE START RECORD
001326*                         TO THE RUN-CONTROL FILE
001327*================================================================
001328 0100-LOG-RUN-START.
001329     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001330     ACCEPT WS-RC-START-TIME FROM TIME
001331     OPEN INPUT RUN-PARM-FILE
001332     IF RUNPARM-STATUS = "00"
001333         READ RUN-PARM-FILE
001334             NOT AT END
001335                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001336                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001337         END-READ
001338         CLOSE RUN-PARM-FILE
001339     END-IF
001340     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001341     IF RUNCTL-STATUS NOT = "00"
001342         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001343             RUNCTL-STATUS
001344         SET RETURN-CODE TO 8
001345         STOP RUN
001346     END-IF
001347     MOVE SPACES TO RUN-CONTROL-RECORD
001348     SET RCR-STARTED TO TRUE
001349     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001350     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001351     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001352     MOVE WS-RC-START-DATE TO RCR-START-DATE
001353     MOVE WS-RC-START-TIME TO RCR-START-TIME
001354     MOVE ZEROS TO RCR-END-STAMP
001355     MOVE ZEROS TO RCR-RETURN-CODE
001356     MOVE ZEROS TO RCR-COUNTS
001357     WRITE RUN-CONTROL-RECORD
001358     CLOSE RUN-CONTROL-FILE.
001359 0100-EXIT.
001360     EXIT.

001361*================================================================
001362* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001363*                            CREATING IT ON THE FIRST RUN
001364*================================================================
001365 0110-OPEN-RUN-CONTROL.
001366     OPEN EXTEND RUN-CONTROL-FILE
001367     IF RUNCTL-STATUS = "35"
001368         CLOSE RUN-CONTROL-FILE
001369         OPEN OUTPUT RUN-CONTROL-FILE
001370         CLOSE RUN-CONTROL-FILE
001371         OPEN EXTEND RUN-CONTROL-FILE
001372     END-IF.
001373 0110-EXIT.
001374     EXIT.

001375*================================================================
001376* 0200-CHECK-NIGHTLY-STREAM  --  REFUSE TO START UNLESS EVERY
001377*                                PROGRAM OF THE NIGHTLY PAYROLL
001378*                                STREAM, FILE-AUDIT AMONG THEM,
001379*                                ENDED WITH RETURN CODE 0 IN A RUN
001380*                                STARTED SINCE NOON YESTERDAY
001381*================================================================
001382 0200-CHECK-NIGHTLY-STREAM.
001383     MOVE WS-RC-START-DATE TO WS-NS-EARLIEST-DATE
001384     MOVE WS-NIGHTLY-START-TIME TO WS-NS-EARLIEST-TIME
001385     PERFORM 0210-BACK-ONE-DAY THRU 0210-EXIT
001386     MOVE SPACES TO WS-NS-RESULT-TABLE
001387     OPEN INPUT RUN-CONTROL-FILE
001388     IF RUNCTL-STATUS NOT = "00"
001389         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001390             RUNCTL-STATUS
001391         SET RETURN-CODE TO 8
001392         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001393         STOP RUN
001394     END-IF
001395     PERFORM 0220-READ-RUN-CONTROL THRU 0220-EXIT
001396         UNTIL WS-RUNCTL-EOF
001397     CLOSE RUN-CONTROL-FILE
001398     PERFORM 0240-CHECK-ONE-PROGRAM THRU 0240-EXIT
001399         VARYING WS-NS-INDEX FROM 1 BY 1
001400         UNTIL WS-NS-INDEX > WS-NS-MAX
001401     IF WS-NS-FAULT-COUNT > ZERO
001402         DISPLAY "THE NIGHTLY PAYROLL STREAM HAS NOT ENDED "
001403             "CLEANLY."
001404         DISPLAY "BANK-TRANSMIT NOT STARTED - "
001405             "NOTHING TRANSMITTED."
001406         SET RETURN-CODE TO 8
001407         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001408         STOP RUN
001409     END-IF.
001410 0200-EXIT.
001411     EXIT.

001412*================================================================
001413* 0210-BACK-ONE-DAY  --  TAKE WS-NS-EARLIEST-DATE BACK ONE
001414*                        CALENDAR DAY
001415*================================================================
001416 0210-BACK-ONE-DAY.
001417     IF WS-NS-DAY > 1
001418         SUBTRACT 1 FROM WS-NS-DAY
001419     ELSE
001420         IF WS-NS-MONTH = 1
001421             MOVE 12 TO WS-NS-MONTH
001422             SUBTRACT 1 FROM WS-NS-YEAR
001423         ELSE
001424             SUBTRACT 1 FROM WS-NS-MONTH
001425         END-IF
001426         MOVE 28 TO WS-MONTH-DAYS (2)
001427         DIVIDE WS-NS-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
001428             REMAINDER WS-LEAP-REM-4
001429         DIVIDE WS-NS-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
001430             REMAINDER WS-LEAP-REM-100
001431         DIVIDE WS-NS-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
001432             REMAINDER WS-LEAP-REM-400
001433         IF WS-LEAP-REM-4 = ZERO
001434             AND (WS-LEAP-REM-100 NOT = ZERO
001435                  OR WS-LEAP-REM-400 = ZERO)
001436             MOVE 29 TO WS-MONTH-DAYS (2)
001437         END-IF
001438         MOVE WS-MONTH-DAYS (WS-NS-MONTH) TO WS-NS-DAY
001439     END-IF.
001440 0210-EXIT.
001441     EXIT.

001442*================================================================
001443* 0220-READ-RUN-CONTROL  --  HOLD EACH NIGHTLY RECORD AGAINST ITS
001444*                            PROGRAM'S ENTRY - THE FILE IS IN THE
001445*                            ORDER WRITTEN, SO THE LAST ONE STANDS
001446*================================================================
001447 0220-READ-RUN-CONTROL.
001448     READ RUN-CONTROL-FILE
001449         AT END
001450             SET WS-RUNCTL-EOF TO TRUE
001451         NOT AT END
001452             IF RCR-JOB-NAME = WS-NIGHTLY-JOB
001453                 PERFORM 0230-HOLD-LAST-RECORD THRU 0230-EXIT
001454                     VARYING WS-NS-INDEX FROM 1 BY 1
001455                     UNTIL WS-NS-INDEX > WS-NS-MAX
001456             END-IF
001457     END-READ.
001458 0220-EXIT.
001459     EXIT.

001460 0230-HOLD-LAST-RECORD.
001461     IF RCR-PROGRAM = WS-NS-PROGRAM (WS-NS-INDEX)
001462         MOVE RCR-EVENT TO WS-NS-LAST-EVENT (WS-NS-INDEX)
001463         MOVE RCR-RETURN-CODE TO WS-NS-LAST-RC (WS-NS-INDEX)
001464         MOVE RCR-START-STAMP TO WS-NS-LAST-START (WS-NS-INDEX)
001465     END-IF.
001466 0230-EXIT.
001467     EXIT.

001468*================================================================
001469* 0240-CHECK-ONE-PROGRAM  --  REPORT A NIGHTLY PROGRAM THAT HAS
001470*                             NOT RUN SINCE NOON YESTERDAY, IS
001471*                             STILL RUNNING OR ABENDED, OR ENDED
001472*                             WITH A NON-ZERO RETURN CODE
001473*================================================================
001474 0240-CHECK-ONE-PROGRAM.
001475     EVALUATE TRUE
001476         WHEN WS-NS-NOT-SEEN (WS-NS-INDEX)
001477         WHEN WS-NS-LAST-START (WS-NS-INDEX) < WS-NS-EARLIEST
001478             DISPLAY "NIGHTLY STEP " WS-NS-PROGRAM (WS-NS-INDEX)
001479                 " HAS NOT RUN SINCE NOON ON " WS-NS-EARLIEST-DATE
001480             ADD 1 TO WS-NS-FAULT-COUNT
001481         WHEN WS-NS-STARTED (WS-NS-INDEX)
001482             DISPLAY "NIGHTLY STEP " WS-NS-PROGRAM (WS-NS-INDEX)
001483                 " STARTED " WS-NS-LAST-DATE (WS-NS-INDEX) " "
001484                 WS-NS-LAST-TIME (WS-NS-INDEX)
001485                 " AND HAS NOT ENDED - STILL RUNNING OR ABENDED"
001486             ADD 1 TO WS-NS-FAULT-COUNT
001487         WHEN WS-NS-LAST-RC (WS-NS-INDEX) NOT = ZERO
001488             DISPLAY "NIGHTLY STEP " WS-NS-PROGRAM (WS-NS-INDEX)
001489                 " ENDED WITH RETURN CODE "
001490                 WS-NS-LAST-RC (WS-NS-INDEX)
001491             IF WS-NS-PROGRAM (WS-NS-INDEX) = "FILE-AUDIT"
001492                 DISPLAY "FILE-AUDIT FOUND INTEGRITY "
001493                     "EXCEPTIONS - SEE ITS EXCEPTION REPORT."
001494             END-IF
001495             ADD 1 TO WS-NS-FAULT-COUNT
001496     END-EVALUATE.
001497 0240-EXIT.
001498     EXIT.

001499*================================================================
001500* 1000-INITIALIZE  --  OPEN ALL FILES, PRIME THE NET-PAY READ,
001501*                      OPEN THE BANK ACCOUNT FILE I-O FOR
001502*                      THE PRENOTE STATUS UPDATES,
001503*                      AND WRITE THE TRANSMISSION HEADER AND
001504*                      EXCEPTION LIST HEADING FROM THE FIRST
001505*                      RECORD'S PAY DATE AND PERIOD
001506*================================================================
001507 1000-INITIALIZE.
001508     OPEN INPUT NET-PAY-FILE
001509     IF NET-PAY-STATUS NOT = "00"
001510         DISPLAY "FAILED TO OPEN THE NET PAY FILE. STATUS = "
001511             NET-PAY-STATUS
001512         DISPLAY "RUN PAYCALC TO CUT THE NET-PAY DETAIL BEFORE "
001513             "BUILDING THE TRANSMISSION."
001514         SET RETURN-CODE TO 8
001515         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001516         STOP RUN
001517     END-IF
001518     OPEN I-O BANK-FILE
001519     IF BANK-STATUS = "35"
001520         DISPLAY "THE BANK ACCOUNT FILE HAS NOT BEEN CREATED - "
001530             "RUN BANK-MAINT FIRST."
001540         SET RETURN-CODE TO 8
001545         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001550         STOP RUN
001560     END-IF
001570     IF BANK-STATUS NOT = "00"
001580         DISPLAY "FAILED TO OPEN THE BANK ACCOUNT FILE. "
001590             "STATUS = " BANK-STATUS
001600         SET RETURN-CODE TO 8
001605         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001610         STOP RUN
001620     END-IF
001630     OPEN OUTPUT TRANSMIT-FILE
001650         DISPLAY "FAILED TO OPEN THE TRANSMISSION FILE. "
001660             "STATUS = " TRANSMIT-STATUS
001670         SET RETURN-CODE TO 8
001675         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001680         STOP RUN
001690     END-IF
001700     OPEN OUTPUT EXCEPTION-FILE
001720         DISPLAY "FAILED TO OPEN THE EXCEPTION LIST. STATUS = "
001730             EXCEPTION-STATUS
001740         SET RETURN-CODE TO 8
001745         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001750         STOP RUN
001760     END-IF
001770     PERFORM 2100-READ-NET-PAY THRU 2100-EXIT
001910*================================================================
001920* 2000-PROCESS-NET-PAY  --  MATCH ONE NET-PAY RECORD AGAINST THE
001930*                           BANK ACCOUNT FILE AND WRITE EITHER A
001940*                           DEPOSIT DETAIL OR AN EXCEPTION LINE.
001941*                           AN ACCOUNT STILL IN ITS PRENOTE
001942*                           PERIOD IS NOT PAID TO; ONE WHOSE LIVE
001943*                           DATE HAS COME IS MARKED LIVE FIRST.
001950*================================================================
001960 2000-PROCESS-NET-PAY.
001970     ADD 1 TO WS-NETPAY-READ
002020         NOT INVALID KEY
002030             SET WS-BANK-ON-FILE TO TRUE
002040     END-READ
002041     IF WS-BANK-ON-FILE
002042         AND BANK-PRENOTE-SENT
002043         AND NP-PAY-DATE NOT < BANK-LIVE-DATE
002044         PERFORM 2600-CLEAR-PRENOTE THRU 2600-EXIT
002045     END-IF
002050     EVALUATE TRUE
002055         WHEN WS-BANK-NOT-ON-FILE
002056             PERFORM 4000-WRITE-EXCEPTION THRU 4000-EXIT
002057         WHEN NOT BANK-ACCOUNT-LIVE
002058             PERFORM 4100-WRITE-PRENOTE-EXCEPTION THRU 4100-EXIT
002060         WHEN NP-REVERSAL
002065             PERFORM 3500-WRITE-REVERSAL THRU 3500-EXIT
002070         WHEN OTHER
002080             PERFORM 3000-WRITE-DEPOSIT THRU 3000-EXIT
002090     END-EVALUATE
002100     PERFORM 2100-READ-NET-PAY THRU 2100-EXIT.
002110 2000-EXIT.
002120     EXIT.
002180 2100-EXIT.
002190     EXIT.

002191*================================================================
002192* 2600-CLEAR-PRENOTE  --  THE PRENOTE PERIOD IS OVER - MARK THE
002193*                         ACCOUNT LIVE SO THIS AND EVERY LATER
002194*                         PAYMENT IS DEPOSITED TO IT
002195*================================================================
002196 2600-CLEAR-PRENOTE.
002197     MOVE "A" TO BANK-PRENOTE-STATUS
002198     REWRITE BANK-ACCOUNT-RECORD
002199         INVALID KEY
002200             DISPLAY "ERROR REWRITING THE BANK ACCOUNT FILE. "
002201                 "STATUS = " BANK-STATUS
002202             SET RETURN-CODE TO 8
002203         NOT INVALID KEY
002204             ADD 1 TO WS-CLEARED-COUNT
002205     END-REWRITE.
002206 2600-EXIT.
002207     EXIT.

002208*================================================================
002209* 2700-ADD-DAYS  --  CARRY WS-WORK-DATE FORWARD WS-DAYS-TO-ADD
002210*                    CALENDAR DAYS
002211*================================================================
002212 2700-ADD-DAYS.
002213     PERFORM 2710-ADD-ONE-DAY THRU 2710-EXIT
002214         WS-DAYS-TO-ADD TIMES.
002215 2700-EXIT.
002216     EXIT.

002217 2710-ADD-ONE-DAY.
002218     MOVE 28 TO WS-MONTH-DAYS (2)
002219     DIVIDE WS-WD-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
002220         REMAINDER WS-LEAP-REM-4
002221     DIVIDE WS-WD-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
002222         REMAINDER WS-LEAP-REM-100
002223     DIVIDE WS-WD-YEAR BY 400 GIVING WS-LEAP-QUOTIENT
002224         REMAINDER WS-LEAP-REM-400
002225     IF WS-LEAP-REM-4 = ZERO
002226         AND (WS-LEAP-REM-100 NOT = ZERO
002227              OR WS-LEAP-REM-400 = ZERO)
002228         MOVE 29 TO WS-MONTH-DAYS (2)
002229     END-IF
002230     ADD 1 TO WS-WD-DAY
002231     IF WS-WD-DAY > WS-MONTH-DAYS (WS-WD-MONTH)
002232         MOVE 1 TO WS-WD-DAY
002233         ADD 1 TO WS-WD-MONTH
002234         IF WS-WD-MONTH > 12
002235             MOVE 1 TO WS-WD-MONTH
002236             ADD 1 TO WS-WD-YEAR
002237         END-IF
002238     END-IF.
002239 2710-EXIT.
002240     EXIT.

002241*================================================================
002242* 3000-WRITE-DEPOSIT  --  WRITE ONE TRANSMISSION DETAIL AND ROLL
002243*                         THE HASH TOTALS
002244*================================================================
002245 3000-WRITE-DEPOSIT.
002250     MOVE BANK-ROUTING-NUMBER TO TD-ROUTING-NUMBER
002260     MOVE BANK-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER
002270     MOVE BANK-ACCOUNT-TYPE TO TD-ACCOUNT-TYPE
002280     MOVE NP-EMPLOYEE-ID TO TD-EMPLOYEE-ID
002290     MOVE NP-NET-PAY TO TD-NET-AMOUNT
002295     MOVE "C" TO TD-ENTRY-TYPE
002300     WRITE TRANSMIT-LINE FROM TRN-DETAIL
002310     IF TRANSMIT-STATUS NOT = "00"
002320         DISPLAY "ERROR WRITING THE TRANSMISSION FILE. "
002380 3000-EXIT.
002390     EXIT.

002391*================================================================
002392* 3500-WRITE-REVERSAL  --  WRITE ONE TRANSMISSION DETAIL THAT
002393*                          REVERSES A VOIDED DEPOSIT AND ROLL THE
002394*                          REVERSAL TOTALS
002395*================================================================
002396 3500-WRITE-REVERSAL.
002397     MOVE BANK-ROUTING-NUMBER TO TD-ROUTING-NUMBER
002398     MOVE BANK-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER
002399     MOVE BANK-ACCOUNT-TYPE TO TD-ACCOUNT-TYPE
002400     MOVE NP-EMPLOYEE-ID TO TD-EMPLOYEE-ID
002401     MOVE NP-NET-PAY TO TD-NET-AMOUNT
002402     MOVE "R" TO TD-ENTRY-TYPE
002403     WRITE TRANSMIT-LINE FROM TRN-DETAIL
002404     IF TRANSMIT-STATUS NOT = "00"
002405         DISPLAY "ERROR WRITING THE TRANSMISSION FILE. "
002406             "STATUS = " TRANSMIT-STATUS
002407         SET RETURN-CODE TO 8
002408     END-IF
002409     ADD 1 TO WS-REVERSAL-COUNT
002410     ADD NP-NET-PAY TO WS-REVERSAL-TOTAL.
002411 3500-EXIT.
002412     EXIT.

002414*================================================================
002416* 4000-WRITE-EXCEPTION  --  LIST AN EMPLOYEE WITH NO BANKING ON
002420*                           FILE FOR A MANUAL CHECK, OR FOR THE
002425*                           MANUAL CHECK TO BE VOIDED WHEN THE
002426*                           ENTRY IS A REVERSAL
002430*================================================================
002440 4000-WRITE-EXCEPTION.
002441     IF NP-REVERSAL
002442         MOVE "VOID    " TO EXC-REASON
002443         MOVE " - VOID THE MANUAL CHECK" TO EXC-ACTION
002444     ELSE
002445         MOVE "NO BANK " TO EXC-REASON
002446         MOVE " - ISSUE A MANUAL CHECK" TO EXC-ACTION
002447     END-IF
002450     MOVE NP-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
002460     MOVE NP-EMPLOYEE-NAME TO EXC-NAME
002470     MOVE NP-NET-PAY TO EXC-NET-PAY
002560 4000-EXIT.
002570     EXIT.

002571*================================================================
002572* 4100-WRITE-PRENOTE-EXCEPTION  --  LIST AN EMPLOYEE WHOSE
002573*                                   ACCOUNT IS STILL IN ITS
002574*                                   PRENOTE PERIOD FOR A MANUAL
002575*                                   CHECK - FLAGGED RECENT WHEN
002576*                                   THE ACCOUNT WAS CHANGED
002577*                                   CLOSE TO THE PAY DATE.  A
002578*                                   REVERSAL WENT TO THE OLD
002579*                                   ACCOUNT AND IS TAKEN UP WITH
002580*                                   THE BANK BY HAND.
002581*================================================================
002582 4100-WRITE-PRENOTE-EXCEPTION.
002583     MOVE BANK-CHANGE-DATE TO WS-WORK-DATE
002584     MOVE WS-RECENT-CHANGE-DAYS TO WS-DAYS-TO-ADD
002585     IF WS-WORK-DATE NOT = ZEROS
002586         PERFORM 2700-ADD-DAYS THRU 2700-EXIT
002587     END-IF
002588     MOVE WS-WORK-DATE TO WS-RECENT-LIMIT-DATE
002589     EVALUATE TRUE
002590         WHEN NP-REVERSAL
002591             MOVE "PRENOTE " TO EXC-REASON
002592             MOVE " - REVERSE WITH THE BANK" TO EXC-ACTION
002593         WHEN NP-PAY-DATE NOT > WS-RECENT-LIMIT-DATE
002594             MOVE "RECENT  " TO EXC-REASON
002595             MOVE " - VERIFY, MANUAL CHECK" TO EXC-ACTION
002596             ADD 1 TO WS-RECENT-COUNT
002597         WHEN OTHER
002598             MOVE "PRENOTE " TO EXC-REASON
002599             MOVE " - ISSUE A MANUAL CHECK" TO EXC-ACTION
002600     END-EVALUATE
002601     MOVE NP-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
002602     MOVE NP-EMPLOYEE-NAME TO EXC-NAME
002603     MOVE NP-NET-PAY TO EXC-NET-PAY
002604     WRITE EXCEPTION-LINE FROM EXC-LINE
002605     IF EXCEPTION-STATUS NOT = "00"
002606         DISPLAY "ERROR WRITING THE EXCEPTION LIST. STATUS = "
002607             EXCEPTION-STATUS
002608         SET RETURN-CODE TO 8
002609     END-IF
002610     ADD 1 TO WS-HELD-COUNT
002611     ADD 1 TO WS-EXCEPTION-COUNT
002612     ADD NP-NET-PAY TO WS-EXCEPTION-TOTAL.
002613 4100-EXIT.
002614     EXIT.

002615*================================================================
002616* 5000-SEND-PRENOTES  --  BROWSE THE BANK ACCOUNT FILE AND SEND
002617*                         A ZERO-DOLLAR PRENOTE FOR EVERY ACCOUNT
002618*                         BANK-MAINT HAS PUT IN PRENOTE-PENDING
002619*================================================================
002620 5000-SEND-PRENOTES.
002621     MOVE LOW-VALUES TO BANK-ACCOUNT-RECORD
002622     START BANK-FILE KEY NOT LESS THAN BANK-EMPLOYEE-ID
002623         INVALID KEY
002624             SET WS-BANK-EOF TO TRUE
002625         NOT INVALID KEY
002626             SET WS-BANK-NOT-EOF TO TRUE
002627     END-START
002628     PERFORM 5100-CHECK-ONE-ACCOUNT THRU 5100-EXIT
002629         UNTIL WS-BANK-EOF.
002630 5000-EXIT.
002631     EXIT.

002632 5100-CHECK-ONE-ACCOUNT.
002633     READ BANK-FILE NEXT RECORD
002634         AT END
002635             SET WS-BANK-EOF TO TRUE
002636         NOT AT END
002637             IF BANK-PRENOTE-PENDING
002638                 PERFORM 5200-WRITE-PRENOTE THRU 5200-EXIT
002639             END-IF
002640     END-READ.
002641 5100-EXIT.
002642     EXIT.

002643*================================================================
002644* 5200-WRITE-PRENOTE  --  WRITE THE ZERO-DOLLAR PRENOTE DETAIL
002645*                         AND MARK THE ACCOUNT SENT, STAMPED WITH
002646*                         THE FILE DATE AND THE DATE IT GOES LIVE
002647*================================================================
002648 5200-WRITE-PRENOTE.
002649     MOVE BANK-ROUTING-NUMBER TO TD-ROUTING-NUMBER
002650     MOVE BANK-ACCOUNT-NUMBER TO TD-ACCOUNT-NUMBER
002651     MOVE BANK-ACCOUNT-TYPE TO TD-ACCOUNT-TYPE
002652     MOVE BANK-EMPLOYEE-ID TO TD-EMPLOYEE-ID
002653     MOVE ZEROS TO TD-NET-AMOUNT
002654     MOVE "P" TO TD-ENTRY-TYPE
002655     WRITE TRANSMIT-LINE FROM TRN-DETAIL
002656     IF TRANSMIT-STATUS NOT = "00"
002657         DISPLAY "ERROR WRITING THE TRANSMISSION FILE. "
002658             "STATUS = " TRANSMIT-STATUS
002659         SET RETURN-CODE TO 8
002660     END-IF
002661     MOVE TH-FILE-DATE TO WS-WORK-DATE
002662     MOVE WS-PRENOTE-DAYS TO WS-DAYS-TO-ADD
002663     PERFORM 2700-ADD-DAYS THRU 2700-EXIT
002664     SET BANK-PRENOTE-SENT TO TRUE
002665     MOVE TH-FILE-DATE TO BANK-PRENOTE-DATE
002666     MOVE WS-WORK-DATE TO BANK-LIVE-DATE
002667     REWRITE BANK-ACCOUNT-RECORD
002668         INVALID KEY
002669             DISPLAY "ERROR REWRITING THE BANK ACCOUNT FILE. "
002670                 "STATUS = " BANK-STATUS
002671             SET RETURN-CODE TO 8
002672     END-REWRITE
002673     ADD 1 TO WS-PRENOTE-COUNT.
002674 5200-EXIT.
002675     EXIT.

002676*================================================================
002677* 7000-WRITE-TRAILER  --  CLOSE THE TRANSMISSION WITH THE
002678*                         RECORD-COUNT AND NET-AMOUNT HASH
002679*                         TOTALS THE BANK PROVES THE FILE
002680*                         AGAINST
002681*================================================================
002682 7000-WRITE-TRAILER.
002683     MOVE WS-DEPOSIT-COUNT TO TT-DEPOSIT-COUNT
002684     MOVE WS-DEPOSIT-TOTAL TO TT-DEPOSIT-TOTAL
002685     MOVE WS-REVERSAL-COUNT TO TT-REVERSAL-COUNT
002686     MOVE WS-REVERSAL-TOTAL TO TT-REVERSAL-TOTAL
002687     MOVE WS-PRENOTE-COUNT TO TT-PRENOTE-COUNT
002688     WRITE TRANSMIT-LINE FROM TRN-TRAILER
002689     IF TRANSMIT-STATUS NOT = "00"
002690         DISPLAY "ERROR WRITING THE TRANSMISSION FILE. "
002700             "STATUS = " TRANSMIT-STATUS
002710         SET RETURN-CODE TO 8
002810     DISPLAY "NET-PAY RECORDS READ : " WS-NETPAY-READ
002820     DISPLAY "DEPOSITS TRANSMITTED : " WS-DEPOSIT-COUNT
002830     DISPLAY "DEPOSIT TOTAL        : " WS-DEPOSIT-TOTAL
002832     DISPLAY "REVERSALS TRANSMITTED: " WS-REVERSAL-COUNT
002834     DISPLAY "REVERSAL TOTAL       : " WS-REVERSAL-TOTAL
002836     DISPLAY "PRENOTES TRANSMITTED : " WS-PRENOTE-COUNT
002837     DISPLAY "ACCOUNTS MADE LIVE   : " WS-CLEARED-COUNT
002840     IF WS-EXCEPTION-COUNT = ZERO
002850         DISPLAY "EVERY EMPLOYEE PAID HAS LIVE BANKING ON FILE."
002860     ELSE
002870         DISPLAY "*** " WS-EXCEPTION-COUNT " EMPLOYEES WITHOUT "
002880             "LIVE BANKING, TOTALLING " WS-EXCEPTION-TOTAL
002881         IF WS-HELD-COUNT NOT = ZERO
002882             DISPLAY "*** " WS-HELD-COUNT " OF THEM HELD FOR A "
002883                 "PRENOTE, " WS-RECENT-COUNT " CHANGED CLOSE TO "
002884                 "THE PAY DATE"
002885         END-IF
002890         DISPLAY "*** SEE THE EXCEPTION LIST - EACH NEEDS A "
002891             "MANUAL CHECK ISSUED OR VOIDED."
002892     END-IF.
002893 8000-EXIT.
002894     EXIT.

002895*================================================================
002896* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
002897*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
002898*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
002899*                       RUN'S OWN RETURN CODE AS IT WAS
002900*================================================================
002901 9800-LOG-RUN-END.
002902     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002903     IF RUNCTL-STATUS NOT = "00"
002904         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002905             RUNCTL-STATUS
002906         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
002907     ELSE
002908         MOVE SPACES TO RUN-CONTROL-RECORD
002909         SET RCR-ENDED TO TRUE
002910         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002911         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002912         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002913         MOVE WS-RC-START-DATE TO RCR-START-DATE
002914         MOVE WS-RC-START-TIME TO RCR-START-TIME
002915         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
002916         ACCEPT RCR-END-TIME FROM TIME
002917         MOVE RETURN-CODE TO RCR-RETURN-CODE
002918         MOVE ZEROS TO RCR-COUNTS
002919         MOVE WS-NETPAY-READ TO RCR-RECORDS-READ
002920         ADD WS-DEPOSIT-COUNT WS-REVERSAL-COUNT WS-PRENOTE-COUNT
002921             GIVING RCR-RECORDS-WRITTEN
002922         MOVE WS-EXCEPTION-COUNT TO RCR-RECORDS-REJECTED
002923         MOVE WS-CLEARED-COUNT TO RCR-RECORDS-APPLIED
002924         WRITE RUN-CONTROL-RECORD
002925         CLOSE RUN-CONTROL-FILE
002926     END-IF.
002927 9800-EXIT.
002930     EXIT.

002940*================================================================
