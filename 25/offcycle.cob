000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OFF-CYCLE.
000030 AUTHOR. J SARRAF.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-14 JHS   ORIGINAL - THE OFF-CYCLE PAYMENT RUN.  A
000110*                  PAYCHECK THAT WENT OUT WRONG, OR AN EMPLOYEE
000120*                  MISSED BY THE REGULAR RUN, NO LONGER WAITS FOR
000130*                  THE NEXT PERIOD AND A HAND-KEYED PAY EXCEPTION.
000140*                  DRIVEN BY CARDS AGAINST PERIODS THE CALENDAR
000150*                  ALREADY SHOWS PAID:
000160*                    V  VOIDS A PAYMENT ON THE PAYMENT HISTORY -
000170*                       THE EARNINGS LEDGER IS REVERSED BY EVERY
000180*                       BUCKET THE PAYMENT POSTED AND A REVERSAL
000190*                       GOES TO THE BANK.
000200*                    R  REISSUES A VOIDED PAYMENT FOR THE SAME
000210*                       AMOUNTS AS A REPLACEMENT.
000220*                    M  ISSUES A MANUAL PAYMENT FOR THE GROSS AND
000230*                       DEDUCTIONS ON THE CARD.
000240*                  EVERY PAYMENT AND VOID IS POSTED TO THE
000250*                  EARNINGS LEDGER AND PAYMENT HISTORY, WRITTEN
000260*                  TO ITS OWN REGISTER AND NET-PAY FILE FOR
000270*                  BANK-TRANSMIT, AND LOGGED ON AUDIT.LOG (VOID
000280*                  OR OFFPAY) WITH THE SIGNED-ON OPERATOR.  THE
000290*                  OPERATOR MUST CARRY CHANGE AUTHORITY ON THE
000300*                  OPERATOR FILE.  A CARD THAT FAILS ITS EDITS IS
000310*                  REJECTED WITH THE REASON AND NOTHING IS POSTED
000320*                  FOR IT.
000330* 2026-10-14 JHS   A VOID ALSO REVERSES THE WAGE GARNISHMENTS THE
000340*                  PAYMENT TOOK FROM THE LEDGER, AND A
000350*                  REPLACEMENT TAKES THEM AGAIN.  THE ORDER'S
000360*                  BALANCE IS NOT TOUCHED - THE VOID SAYS SO ON
000370*                  THE CONSOLE SO IT CAN BE PUT RIGHT THROUGH
000380*                  GARN-LOAD.  A MANUAL PAYMENT TAKES NO
000390*                  GARNISHMENT.
000400* 2026-10-14 JHS   THE AUDIT ENTRY'S NEW BANK ROUTING AND
000410*                  ACCOUNT FIELDS ARE WRITTEN BLANK.
000420* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000430*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000440*                  CODE AND RECORD COUNTS - FOR THE MORNING
000450*                  OPERATIONS SUMMARY.
000460*================================================================

000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT OFF-CYCLE-CARD-FILE ASSIGN TO OFFCARD
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS CARD-STATUS.

000530     SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS EMPLOYEE-ID
000570         ALTERNATE RECORD KEY IS EMPLOYEE-NAME
000580             WITH DUPLICATES
000590         FILE STATUS IS FILE-STATUS.

000600     SELECT OPERATOR-FILE ASSIGN TO OPERFILE
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS OPR-OPERATOR-ID
000640         FILE STATUS IS OPER-STATUS.

000650     SELECT PAY-PERIOD-FILE ASSIGN TO PERFILE
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PERIOD-STATUS.

000680     SELECT PAY-HISTORY-FILE ASSIGN TO PAYHIST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS PH-KEY
000720         FILE STATUS IS PAYH-STATUS.

000730     SELECT EARNINGS-FILE ASSIGN TO EARNFILE
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS DYNAMIC
000760         RECORD KEY IS EARN-EMPLOYEE-ID
000770         FILE STATUS IS EARN-STATUS.

000780     SELECT NET-PAY-FILE ASSIGN TO NETPAY
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS NET-PAY-STATUS.

000810     SELECT REGISTER-FILE ASSIGN TO OFFREG
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS REGISTER-STATUS.

000840     SELECT AUDIT-LOG-FILE ASSIGN TO AUDITLOG
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS AUDIT-STATUS.

000870     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS RUNCTL-STATUS.

000900     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS RUNPARM-STATUS.

000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  OFF-CYCLE-CARD-FILE.
000960 01  OFF-CYCLE-CARD.
000970     05  OC-ACTION                   PIC X(01).
000980         88  OC-VOID                             VALUE "V".
000990         88  OC-REPLACE                          VALUE "R".
001000         88  OC-MANUAL                           VALUE "M".
001010     05  OC-EMPLOYEE-ID              PIC 9(05).
001020     05  OC-PERIOD-NUMBER            PIC 9(03).
001030     05  OC-SEQUENCE                 PIC 9(02).
001040     05  OC-GROSS                    PIC 9(06)V99.
001050     05  OC-TAX                      PIC 9(06)V99.
001060     05  OC-INSURANCE                PIC 9(06)V99.
001070     05  OC-RETIRE                   PIC 9(06)V99.
001080     05  OC-OTHER                    PIC 9(06)V99.

001090 FD  EMPLOYEE-FILE.
001100     COPY EMPREC.

001110 FD  OPERATOR-FILE.
001120     COPY OPERREC.

001130 FD  PAY-PERIOD-FILE.
001140     COPY PAYPDREC.

001150 FD  PAY-HISTORY-FILE.
001160     COPY PAYHREC.

001170 FD  EARNINGS-FILE.
001180     COPY EARNREC.

001190 FD  NET-PAY-FILE.
001200     COPY NETPREC.

001210 FD  REGISTER-FILE.
001220 01  REGISTER-LINE                   PIC X(80).

001230 FD  AUDIT-LOG-FILE.
001240     COPY AUDITREC.

001250 FD  RUN-CONTROL-FILE.
001260     COPY RUNCREC.

001270 FD  RUN-PARM-FILE.
001280 01  RUN-PARM-RECORD.
001290     05  RP-JOB-NAME                PIC X(08).
001300     05  FILLER                     PIC X(01).
001310     05  RP-STEP-NAME               PIC X(08).
001320     05  FILLER                     PIC X(63).

001330 WORKING-STORAGE SECTION.
001340*---------------------------------------------------------------
001350* FILE STATUS AND CONTROL SWITCHES
001360*---------------------------------------------------------------
001370 01  CARD-STATUS                    PIC XX.
001380 01  FILE-STATUS                    PIC XX.
001390 01  OPER-STATUS                    PIC XX.
001400 01  PERIOD-STATUS                  PIC XX.
001410 01  PAYH-STATUS                    PIC XX.
001420 01  EARN-STATUS                    PIC XX.
001430 01  NET-PAY-STATUS                 PIC XX.
001440 01  REGISTER-STATUS                PIC XX.
001450 01  AUDIT-STATUS                   PIC XX.

001460 01  WS-CARD-EOF-SWITCH             PIC X(01) VALUE "N".
001470     88  WS-CARD-EOF                             VALUE "Y".
001480     88  WS-CARD-NOT-EOF                         VALUE "N".

001490 01  WS-CAL-EOF-SWITCH              PIC X(01) VALUE "N".
001500     88  WS-CAL-EOF                              VALUE "Y".
001510     88  WS-CAL-NOT-EOF                          VALUE "N".

001520 01  WS-SCAN-EOF-SWITCH             PIC X(01) VALUE "N".
001530     88  WS-SCAN-EOF                             VALUE "Y".
001540     88  WS-SCAN-NOT-EOF                         VALUE "N".

001550 01  WS-EDIT-SWITCH                 PIC X(01) VALUE "Y".
001560     88  WS-CARD-VALID                           VALUE "Y".
001570     88  WS-CARD-INVALID                         VALUE "N".

001580 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
001590     88  WS-RECORD-FOUND                         VALUE "Y".
001600     88  WS-RECORD-NOT-FOUND                     VALUE "N".

001610 01  WS-EARN-SWITCH                 PIC X(01) VALUE "N".
001620     88  WS-EARN-ON-FILE                         VALUE "Y".
001630     88  WS-EARN-NOT-ON-FILE                     VALUE "N".

001640*---------------------------------------------------------------
001650* PAY-PERIOD CALENDAR HELD IN STORAGE SO EACH CARD'S PERIOD CAN
001660* BE CHECKED - 48 COVERS TWO FULL YEARS, AS IN PAYCALC
001670*---------------------------------------------------------------
001680 77  WS-PERIOD-MAX                  PIC 9(02) COMP VALUE 48.

001690 01  WS-PERIOD-COUNT                PIC 9(02) COMP VALUE ZERO.
001700 01  WS-PERIOD-INDEX                PIC 9(02) COMP VALUE ZERO.
001710 01  WS-FOUND-INDEX                 PIC 9(02) COMP VALUE ZERO.
001720 01  WS-PERIOD-TABLE.
001730     05  WS-PERIOD-ENTRY OCCURS 48 TIMES.
001740         10  WS-PD-NUMBER           PIC 9(03).
001750         10  WS-PD-STATUS           PIC X(04).

001760*---------------------------------------------------------------
001770* SIGN-ON, RUN DATE, AND THE REASON A CARD WAS REJECTED
001780*---------------------------------------------------------------
001790 01  WS-OPERATOR-ID                 PIC X(08).
001800 01  WS-RUN-DATE                    PIC 9(08).
001810 01  WS-REJECT-REASON               PIC X(45).

001820*---------------------------------------------------------------
001830* PAYMENT HISTORY SCAN RESULTS FOR ONE EMPLOYEE AND PERIOD - THE
001840* HIGHEST SEQUENCE USED, THE LIVE PAYMENT COUNTED IN THE
001850* LEDGER'S PERIODS PAID, AND THE FIRST OTHER LIVE PAYMENT
001860*---------------------------------------------------------------
001870 01  WS-SKIP-SEQ                    PIC 9(02).
001880 01  WS-HIGH-SEQ                    PIC 9(02).
001890 01  WS-COUNTED-SEQ                 PIC 9(02).
001900 01  WS-OTHER-LIVE-SEQ              PIC 9(02).
001910 01  WS-NEW-SEQ                     PIC 9(02).

001920*---------------------------------------------------------------
001930* THE PAYMENT BEING VOIDED OR ISSUED
001940*---------------------------------------------------------------
001950 01  WS-PAY-GROSS                   PIC 9(06)V99.
001960 01  WS-PAY-TAX                     PIC 9(06)V99.
001970 01  WS-PAY-INSURANCE               PIC 9(06)V99.
001980 01  WS-PAY-RETIRE                  PIC 9(06)V99.
001990 01  WS-PAY-OTHER                   PIC 9(06)V99.
002000 01  WS-PAY-GARNISH                 PIC 9(06)V99.
002010 01  WS-PAY-DED                     PIC 9(07)V99.
002020 01  WS-PAY-NET                     PIC 9(06)V99.
002030 01  WS-PAY-COUNTED                 PIC X(01).
002040 01  WS-PAY-NAME                    PIC A(30).
002050 01  WS-PAY-DEPT                    PIC 9(03).
002060 01  WS-PAY-SEQ                     PIC 9(02).
002070 01  WS-PAY-TYPE                    PIC X(03).
002080 01  WS-PAY-TYPE-DESC               PIC X(07).
002090 01  WS-AUDIT-OPERATION             PIC X(06).

002100*---------------------------------------------------------------
002110* RUN TOTALS
002120*---------------------------------------------------------------
002130 01  WS-CARDS-READ                  PIC 9(05) COMP VALUE ZERO.
002140 01  WS-ISSUE-COUNT                 PIC 9(05) COMP VALUE ZERO.
002150 01  WS-VOID-COUNT                  PIC 9(05) COMP VALUE ZERO.
002160 01  WS-REJECT-COUNT                PIC 9(05) COMP VALUE ZERO.
002170 01  WS-ISSUE-TOTAL                 PIC 9(09)V99 VALUE ZEROS.
002180 01  WS-VOID-TOTAL                  PIC 9(09)V99 VALUE ZEROS.

002190*---------------------------------------------------------------
002200* PRINT LINES
002210*---------------------------------------------------------------
002220 01  HDG-LINE-1.
002230     05  FILLER                     PIC X(27) VALUE
002240         "OFF-CYCLE PAYMENT REGISTER".
002250     05  FILLER                     PIC X(09) VALUE "RUN DATE ".
002260     05  HDG-RUN-DATE               PIC 9(08).
002270     05  FILLER                     PIC X(11) VALUE
002280         "  OPERATOR ".
002290     05  HDG-OPERATOR               PIC X(08).
002300     05  FILLER                     PIC X(17) VALUE SPACES.

002310 01  HDG-LINE-2.
002320     05  FILLER                     PIC X(07) VALUE "EMP ID".
002330     05  FILLER                     PIC X(22) VALUE
002340         "EMPLOYEE NAME".
002350     05  FILLER                     PIC X(08) VALUE "TYPE".
002360     05  FILLER                     PIC X(07) VALUE "PER SQ".
002370     05  FILLER                     PIC X(11) VALUE
002380         "    GROSS".
002390     05  FILLER                     PIC X(11) VALUE
002400         "     DEDS".
002410     05  FILLER                     PIC X(10) VALUE
002420         "       NET".
002430     05  FILLER                     PIC X(04) VALUE SPACES.

002440 01  DET-LINE.
002450     05  DET-EMPLOYEE-ID            PIC 9(05).
002460     05  FILLER                     PIC X(02) VALUE SPACES.
002470     05  DET-NAME                   PIC X(20).
002480     05  FILLER                     PIC X(02) VALUE SPACES.
002490     05  DET-TYPE                   PIC X(07).
002500     05  FILLER                     PIC X(01) VALUE SPACE.
002510     05  DET-PERIOD                 PIC 9(03).
002520     05  FILLER                     PIC X(01) VALUE SPACE.
002530     05  DET-SEQ                    PIC 9(02).
002540     05  FILLER                     PIC X(01) VALUE SPACE.
002550     05  DET-GROSS                  PIC ZZ,ZZ9.99.
002560     05  FILLER                     PIC X(02) VALUE SPACES.
002570     05  DET-DEDS                   PIC ZZ,ZZ9.99.
002580     05  FILLER                     PIC X(02) VALUE SPACES.
002590     05  DET-SIGN                   PIC X(01).
002600     05  DET-NET                    PIC ZZ,ZZ9.99.
002610     05  FILLER                     PIC X(04) VALUE SPACES.

002620 01  TOT-ISSUE-LINE.
002630     05  FILLER                     PIC X(17) VALUE
002640         "PAYMENTS ISSUED :".
002650     05  TOT-ISSUE-COUNT            PIC ZZZZ9.
002660     05  FILLER                     PIC X(12) VALUE
002670         "   NET PAID ".
002680     05  TOT-ISSUE-NET              PIC ZZZ,ZZZ,ZZ9.99.
002690     05  FILLER                     PIC X(32) VALUE SPACES.

002700 01  TOT-VOID-LINE.
002710     05  FILLER                     PIC X(17) VALUE
002720         "PAYMENTS VOIDED :".
002730     05  TOT-VOID-COUNT             PIC ZZZZ9.
002740     05  FILLER                     PIC X(12) VALUE
002750         "   REVERSED ".
002760     05  TOT-VOID-NET               PIC ZZZ,ZZZ,ZZ9.99.
002770     05  FILLER                     PIC X(32) VALUE SPACES.

002780 01  TOT-REJECT-LINE.
002790     05  FILLER                     PIC X(17) VALUE
002800         "CARDS REJECTED  :".
002810     05  TOT-REJECT-COUNT           PIC ZZZZ9.
002820     05  FILLER                     PIC X(58) VALUE SPACES.

002830*---------------------------------------------------------------
002840* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
002850* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
002860* THE STEP HAS NO CARD) AND WHEN IT STARTED
002870*---------------------------------------------------------------
002880 77  WS-RC-PROGRAM                  PIC X(13) VALUE
002890         "OFF-CYCLE".

002900 01  RUNCTL-STATUS                  PIC XX.
002910 01  RUNPARM-STATUS                 PIC XX.
002920 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
002930 01  WS-RC-STEP-NAME                PIC X(08) VALUE "OFFCYCLE".
002940 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
002950 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

002960 PROCEDURE DIVISION.

002970*================================================================
002980* 0000-MAINLINE
002990*================================================================
003000 0000-MAINLINE.
003010     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
003020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003030     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
003040         UNTIL WS-CARD-EOF
003050     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
003060     PERFORM 9999-TERMINATE THRU 9999-EXIT
003070     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003080     STOP RUN.

003090*================================================================
003100* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
003110*                         RUNPARM CARD AND WRITE THE START RECORD
003120*                         TO THE RUN-CONTROL FILE
003130*================================================================
003140 0100-LOG-RUN-START.
003150     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
003160     ACCEPT WS-RC-START-TIME FROM TIME
003170     OPEN INPUT RUN-PARM-FILE
003180     IF RUNPARM-STATUS = "00"
003190         READ RUN-PARM-FILE
003200             NOT AT END
003210                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
003220                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
003230         END-READ
003240         CLOSE RUN-PARM-FILE
003250     END-IF
003260     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
003270     IF RUNCTL-STATUS NOT = "00"
003280         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
003290             RUNCTL-STATUS
003300         SET RETURN-CODE TO 8
003310         STOP RUN
003320     END-IF
003330     MOVE SPACES TO RUN-CONTROL-RECORD
003340     SET RCR-STARTED TO TRUE
003350     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
003360     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
003370     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
003380     MOVE WS-RC-START-DATE TO RCR-START-DATE
003390     MOVE WS-RC-START-TIME TO RCR-START-TIME
003400     MOVE ZEROS TO RCR-END-STAMP
003410     MOVE ZEROS TO RCR-RETURN-CODE
003420     MOVE ZEROS TO RCR-COUNTS
003430     WRITE RUN-CONTROL-RECORD
003440     CLOSE RUN-CONTROL-FILE.
003450 0100-EXIT.
003460     EXIT.

003470*================================================================
003480* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
003490*                            CREATING IT ON THE FIRST RUN
003500*================================================================
003510 0110-OPEN-RUN-CONTROL.
003520     OPEN EXTEND RUN-CONTROL-FILE
003530     IF RUNCTL-STATUS = "35"
003540         CLOSE RUN-CONTROL-FILE
003550         OPEN OUTPUT RUN-CONTROL-FILE
003560         CLOSE RUN-CONTROL-FILE
003570         OPEN EXTEND RUN-CONTROL-FILE
003580     END-IF.
003590 0110-EXIT.
003600     EXIT.

003610*================================================================
003620* 1000-INITIALIZE  --  SIGN THE OPERATOR ON, LOAD THE CALENDAR,
003630*                      OPEN THE FILES, PRINT THE REGISTER
003640*                      HEADINGS, AND PRIME THE CARD READ
003650*================================================================
003660 1000-INITIALIZE.
003670     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003680     PERFORM 1100-SIGN-ON THRU 1100-EXIT
003690     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
003700     OPEN INPUT OFF-CYCLE-CARD-FILE
003710     IF CARD-STATUS NOT = "00"
003720         DISPLAY "FAILED TO OPEN THE OFF-CYCLE CARD FILE. "
003730             "STATUS = " CARD-STATUS
003740         SET RETURN-CODE TO 8
003750         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003760         STOP RUN
003770     END-IF
003780     OPEN INPUT EMPLOYEE-FILE
003790     IF FILE-STATUS NOT = "00"
003800         DISPLAY "FAILED TO OPEN THE EMPLOYEE FILE. STATUS = "
003810             FILE-STATUS
003820         SET RETURN-CODE TO 8
003830         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003840         STOP RUN
003850     END-IF
003860     OPEN I-O PAY-HISTORY-FILE
003870     IF PAYH-STATUS = "35"
003880         DISPLAY "THE PAYMENT HISTORY FILE HAS NOT BEEN "
003890             "CREATED - RUN THE PAY RUN FIRST."
003900         SET RETURN-CODE TO 8
003910         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003920         STOP RUN
003930     END-IF
003940     IF PAYH-STATUS NOT = "00"
003950         DISPLAY "FAILED TO OPEN THE PAYMENT HISTORY FILE. "
003960             "STATUS = " PAYH-STATUS
003970         SET RETURN-CODE TO 8
003980         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003990         STOP RUN
004000     END-IF
004010     OPEN I-O EARNINGS-FILE
004020     IF EARN-STATUS = "35"
004030         CLOSE EARNINGS-FILE
004040         OPEN OUTPUT EARNINGS-FILE
004050         CLOSE EARNINGS-FILE
004060         OPEN I-O EARNINGS-FILE
004070     END-IF
004080     IF EARN-STATUS NOT = "00"
004090         DISPLAY "FAILED TO OPEN THE EARNINGS LEDGER. STATUS = "
004100             EARN-STATUS
004110         SET RETURN-CODE TO 8
004120         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004130         STOP RUN
004140     END-IF
004150     OPEN OUTPUT NET-PAY-FILE
004160     IF NET-PAY-STATUS NOT = "00"
004170         DISPLAY "FAILED TO OPEN THE NET PAY FILE. STATUS = "
004180             NET-PAY-STATUS
004190         SET RETURN-CODE TO 8
004200         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004210         STOP RUN
004220     END-IF
004230     OPEN OUTPUT REGISTER-FILE
004240     IF REGISTER-STATUS NOT = "00"
004250         DISPLAY "FAILED TO OPEN THE OFF-CYCLE REGISTER. "
004260             "STATUS = " REGISTER-STATUS
004270         SET RETURN-CODE TO 8
004280         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004290         STOP RUN
004300     END-IF
004310     OPEN EXTEND AUDIT-LOG-FILE
004320     IF AUDIT-STATUS = "35"
004330         CLOSE AUDIT-LOG-FILE
004340         OPEN OUTPUT AUDIT-LOG-FILE
004350         CLOSE AUDIT-LOG-FILE
004360         OPEN EXTEND AUDIT-LOG-FILE
004370     END-IF
004380     IF AUDIT-STATUS NOT = "00"
004390         DISPLAY "FAILED TO OPEN THE AUDIT LOG. STATUS = "
004400             AUDIT-STATUS
004410         SET RETURN-CODE TO 8
004420         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004430         STOP RUN
004440     END-IF
004450     MOVE WS-RUN-DATE TO HDG-RUN-DATE
004460     MOVE WS-OPERATOR-ID TO HDG-OPERATOR
004470     WRITE REGISTER-LINE FROM HDG-LINE-1
004480     WRITE REGISTER-LINE FROM HDG-LINE-2
004490     PERFORM 2100-READ-CARD THRU 2100-EXIT.
004500 1000-EXIT.
004510     EXIT.

004520*================================================================
004530* 1100-SIGN-ON  --  VALIDATE THE OPERATOR AGAINST THE SIGN-ON
004540*                   FILE.  ONLY AN OPERATOR WITH CHANGE AUTHORITY
004550*                   MAY ISSUE OR VOID A PAYMENT.  A BATCH RUN GETS
004560*                   ONE TRY.
004570*================================================================
004580 1100-SIGN-ON.
004590     OPEN INPUT OPERATOR-FILE
004600     IF OPER-STATUS = "35"
004610         DISPLAY "THE OPERATOR FILE HAS NOT BEEN CREATED - "
004620             "RUN OPER-MAINT FIRST."
004630         SET RETURN-CODE TO 8
004640         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004650         STOP RUN
004660     END-IF
004670     IF OPER-STATUS NOT = "00"
004680         DISPLAY "FAILED TO OPEN THE OPERATOR FILE. STATUS = "
004690             OPER-STATUS
004700         SET RETURN-CODE TO 8
004710         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004720         STOP RUN
004730     END-IF
004740     DISPLAY "ENTER YOUR OPERATOR ID :"
004750     ACCEPT WS-OPERATOR-ID
004760     MOVE WS-OPERATOR-ID TO OPR-OPERATOR-ID
004770     READ OPERATOR-FILE
004780         INVALID KEY
004790             DISPLAY "OPERATOR ID NOT RECOGNIZED - RUN ENDED."
004800             SET RETURN-CODE TO 8
004810             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004820             STOP RUN
004830     END-READ
004840     IF NOT OPR-CAN-CHANGE
004850         DISPLAY "OPERATOR " WS-OPERATOR-ID " MAY NOT ISSUE OR "
004860             "VOID PAYMENTS - RUN ENDED."
004870         SET RETURN-CODE TO 8
004880         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
004890         STOP RUN
004900     END-IF
004910     DISPLAY "SIGNED ON : " OPR-NAME
004920     CLOSE OPERATOR-FILE.
004930 1100-EXIT.
004940     EXIT.

004950*================================================================
004960* 1200-LOAD-CALENDAR  --  LOAD EACH PERIOD'S NUMBER AND STATUS
004970*================================================================
004980 1200-LOAD-CALENDAR.
004990     OPEN INPUT PAY-PERIOD-FILE
005000     IF PERIOD-STATUS NOT = "00"
005010         DISPLAY "FAILED TO OPEN THE PAY-PERIOD CALENDAR. "
005020             "STATUS = " PERIOD-STATUS
005030         SET RETURN-CODE TO 8
005040         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
005050         STOP RUN
005060     END-IF
005070     PERFORM 1250-READ-CALENDAR THRU 1250-EXIT
005080     PERFORM 1210-LOAD-ONE-PERIOD THRU 1210-EXIT
005090         UNTIL WS-CAL-EOF
005100     CLOSE PAY-PERIOD-FILE.
005110 1200-EXIT.
005120     EXIT.

005130 1210-LOAD-ONE-PERIOD.
005140     IF WS-PERIOD-COUNT = WS-PERIOD-MAX
005150         DISPLAY "MORE THAN " WS-PERIOD-MAX " PERIODS ON THE "
005160             "CALENDAR - RAISE WS-PERIOD-MAX AND RERUN."
005170         SET RETURN-CODE TO 8
005180         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
005190         STOP RUN
005200     END-IF
005210     ADD 1 TO WS-PERIOD-COUNT
005220     MOVE PP-PERIOD-NUMBER TO WS-PD-NUMBER (WS-PERIOD-COUNT)
005230     MOVE PP-STATUS-FLAG TO WS-PD-STATUS (WS-PERIOD-COUNT)
005240     PERFORM 1250-READ-CALENDAR THRU 1250-EXIT.
005250 1210-EXIT.
005260     EXIT.

005270 1250-READ-CALENDAR.
005280     READ PAY-PERIOD-FILE
005290         AT END
005300             SET WS-CAL-EOF TO TRUE
005310     END-READ.
005320 1250-EXIT.
005330     EXIT.

005340*================================================================
005350* 2000-PROCESS-CARD  --  EDIT AND POST ONE OFF-CYCLE CARD
005360*================================================================
005370 2000-PROCESS-CARD.
005380     ADD 1 TO WS-CARDS-READ
005390     SET WS-CARD-VALID TO TRUE
005400     MOVE SPACES TO WS-REJECT-REASON
005410     EVALUATE TRUE
005420         WHEN OC-VOID
005430             PERFORM 3000-VOID-PAYMENT THRU 3000-EXIT
005440         WHEN OC-REPLACE
005450             PERFORM 4000-REPLACE-PAYMENT THRU 4000-EXIT
005460         WHEN OC-MANUAL
005470             PERFORM 5000-MANUAL-PAYMENT THRU 5000-EXIT
005480         WHEN OTHER
005490             MOVE "ACTION IS NOT V, R, OR M" TO WS-REJECT-REASON
005500             SET WS-CARD-INVALID TO TRUE
005510     END-EVALUATE
005520     IF WS-CARD-INVALID
005530         PERFORM 2900-REJECT-CARD THRU 2900-EXIT
005540     END-IF
005550     PERFORM 2100-READ-CARD THRU 2100-EXIT.
005560 2000-EXIT.
005570     EXIT.

005580 2100-READ-CARD.
005590     READ OFF-CYCLE-CARD-FILE
005600         AT END
005610             SET WS-CARD-EOF TO TRUE
005620     END-READ.
005630 2100-EXIT.
005640     EXIT.

005650*================================================================
005660* 2200-CHECK-PERIOD-PAID  --  THE CARD'S PERIOD MUST BE ON THE
005670*                             CALENDAR AND ALREADY PAID - AN OPEN
005680*                             PERIOD IS PAID BY THE REGULAR RUN
005690*================================================================
005700 2200-CHECK-PERIOD-PAID.
005710     MOVE ZERO TO WS-FOUND-INDEX
005720     PERFORM 2210-TEST-ONE-PERIOD THRU 2210-EXIT
005730         VARYING WS-PERIOD-INDEX FROM 1 BY 1
005740         UNTIL WS-PERIOD-INDEX > WS-PERIOD-COUNT
005750             OR WS-FOUND-INDEX NOT = ZERO
005760     IF WS-FOUND-INDEX = ZERO
005770         MOVE "PERIOD IS NOT ON THE PAY CALENDAR"
005780             TO WS-REJECT-REASON
005790         SET WS-CARD-INVALID TO TRUE
005800     ELSE
005810         IF WS-PD-STATUS (WS-FOUND-INDEX) NOT = "PAID"
005820             MOVE "PERIOD IS STILL OPEN - PAY IT IN THE PAY RUN"
005830                 TO WS-REJECT-REASON
005840             SET WS-CARD-INVALID TO TRUE
005850         END-IF
005860     END-IF.
005870 2200-EXIT.
005880     EXIT.

005890 2210-TEST-ONE-PERIOD.
005900     IF WS-PD-NUMBER (WS-PERIOD-INDEX) = OC-PERIOD-NUMBER
005910         MOVE WS-PERIOD-INDEX TO WS-FOUND-INDEX
005920     END-IF.
005930 2210-EXIT.
005940     EXIT.

005950*================================================================
005960* 2300-READ-PAYMENT  --  READ THE PAYMENT THE CARD NAMES FROM THE
005970*                        PAYMENT HISTORY
005980*================================================================
005990 2300-READ-PAYMENT.
006000     MOVE OC-EMPLOYEE-ID TO PH-EMPLOYEE-ID
006010     MOVE OC-PERIOD-NUMBER TO PH-PERIOD-NUMBER
006020     MOVE OC-SEQUENCE TO PH-SEQUENCE
006030     READ PAY-HISTORY-FILE
006040         INVALID KEY
006050             MOVE "NO SUCH PAYMENT ON THE PAYMENT HISTORY"
006060                 TO WS-REJECT-REASON
006070             SET WS-CARD-INVALID TO TRUE
006080     END-READ.
006090 2300-EXIT.
006100     EXIT.

006110*================================================================
006120* 2400-READ-LEDGER  --  READ THE EMPLOYEE'S EARNINGS LEDGER
006130*================================================================
006140 2400-READ-LEDGER.
006150     MOVE OC-EMPLOYEE-ID TO EARN-EMPLOYEE-ID
006160     READ EARNINGS-FILE
006170         INVALID KEY
006180             SET WS-EARN-NOT-ON-FILE TO TRUE
006190         NOT INVALID KEY
006200             SET WS-EARN-ON-FILE TO TRUE
006210     END-READ.
006220 2400-EXIT.
006230     EXIT.

006240*================================================================
006250* 2500-READ-MASTER  --  READ THE EMPLOYEE FROM THE MASTER FOR THE
006260*                       NAME AND DEPARTMENT
006270*================================================================
006280 2500-READ-MASTER.
006290     MOVE OC-EMPLOYEE-ID TO EMPLOYEE-ID
006300     READ EMPLOYEE-FILE
006310         INVALID KEY
006320             SET WS-RECORD-NOT-FOUND TO TRUE
006330             MOVE SPACES TO WS-PAY-NAME
006340             MOVE ZEROS TO WS-PAY-DEPT
006350         NOT INVALID KEY
006360             SET WS-RECORD-FOUND TO TRUE
006370             MOVE EMPLOYEE-NAME TO WS-PAY-NAME
006380             MOVE EMPLOYEE-DEPT TO WS-PAY-DEPT
006390     END-READ.
006400 2500-EXIT.
006410     EXIT.

006420*================================================================
006430* 2900-REJECT-CARD  --  REPORT A CARD THAT FAILED ITS EDITS
006440*================================================================
006450 2900-REJECT-CARD.
006460     ADD 1 TO WS-REJECT-COUNT
006470     DISPLAY "CARD " WS-CARDS-READ " ACTION " OC-ACTION
006480         " EMPLOYEE " OC-EMPLOYEE-ID " PERIOD " OC-PERIOD-NUMBER
006490         " -"
006500     DISPLAY "    " WS-REJECT-REASON " - CARD REJECTED.".
006510 2900-EXIT.
006520     EXIT.

006530*================================================================
006540* 3000-VOID-PAYMENT  --  EDIT A VOID CARD: THE PAYMENT MUST BE ON
006550*                        THE HISTORY, NOT ALREADY VOIDED, AND
006560*                        STILL COVERED BY THE EARNINGS LEDGER
006570*================================================================
006580 3000-VOID-PAYMENT.
006590     PERFORM 2200-CHECK-PERIOD-PAID THRU 2200-EXIT
006600     IF WS-CARD-VALID
006610         PERFORM 2300-READ-PAYMENT THRU 2300-EXIT
006620     END-IF
006630     IF WS-CARD-VALID AND PH-VOIDED
006640         MOVE "PAYMENT HAS ALREADY BEEN VOIDED"
006650             TO WS-REJECT-REASON
006660         SET WS-CARD-INVALID TO TRUE
006670     END-IF
006680     IF WS-CARD-VALID
006690         PERFORM 2400-READ-LEDGER THRU 2400-EXIT
006700         IF WS-EARN-NOT-ON-FILE
006710             MOVE "NO EARNINGS LEDGER RECORD FOR THE EMPLOYEE"
006720                 TO WS-REJECT-REASON
006730             SET WS-CARD-INVALID TO TRUE
006740         END-IF
006750     END-IF
006760     IF WS-CARD-VALID
006770         IF EARN-YTD-GROSS < PH-GROSS
006780                 OR EARN-YTD-TAX < PH-TAX
006790                 OR EARN-YTD-INSURANCE < PH-INSURANCE
006800                 OR EARN-YTD-RETIRE < PH-RETIRE
006810                 OR EARN-YTD-OTHER < PH-OTHER
006820                 OR EARN-YTD-GARNISH < PH-GARNISH
006830                 OR EARN-YTD-NET < PH-NET
006840             MOVE "LEDGER TOTALS ARE BELOW THE PAYMENT"
006850                 TO WS-REJECT-REASON
006860             SET WS-CARD-INVALID TO TRUE
006870         END-IF
006880     END-IF
006890     IF WS-CARD-VALID
006900         PERFORM 3100-POST-VOID THRU 3100-EXIT
006910     END-IF.
006920 3000-EXIT.
006930     EXIT.

006940*================================================================
006950* 3100-POST-VOID  --  MARK THE PAYMENT VOIDED, REVERSE EVERY
006960*                     BUCKET IT POSTED TO THE EARNINGS LEDGER,
006970*                     AND SEND THE REVERSAL TO THE BANK.  WHEN THE
006980*                     VOIDED PAYMENT WAS THE ONE COUNTED IN THE
006990*                     LEDGER'S PERIODS PAID AND ANOTHER LIVE
007000*                     PAYMENT STANDS FOR THE PERIOD, THE COUNT
007010*                     PASSES TO THAT PAYMENT INSTEAD.
007020*================================================================
007030 3100-POST-VOID.
007040     MOVE PH-GROSS TO WS-PAY-GROSS
007050     MOVE PH-TAX TO WS-PAY-TAX
007060     MOVE PH-INSURANCE TO WS-PAY-INSURANCE
007070     MOVE PH-RETIRE TO WS-PAY-RETIRE
007080     MOVE PH-OTHER TO WS-PAY-OTHER
007090     MOVE PH-GARNISH TO WS-PAY-GARNISH
007100     MOVE PH-NET TO WS-PAY-NET
007110     COMPUTE WS-PAY-DED = WS-PAY-GROSS - WS-PAY-NET
007120     MOVE PH-PERIOD-COUNTED-FLAG TO WS-PAY-COUNTED
007130     MOVE OC-SEQUENCE TO WS-PAY-SEQ
007140     PERFORM 2500-READ-MASTER THRU 2500-EXIT
007150     MOVE EARN-EMPLOYEE-NAME TO WS-PAY-NAME
007160     MOVE OC-SEQUENCE TO WS-SKIP-SEQ
007170     PERFORM 6000-SCAN-PERIOD-PAYMENTS THRU 6000-EXIT
007180     PERFORM 2300-READ-PAYMENT THRU 2300-EXIT
007190     SET PH-VOIDED TO TRUE
007200     SET PH-PERIOD-NOT-COUNTED TO TRUE
007210     MOVE WS-RUN-DATE TO PH-VOID-DATE
007220     MOVE WS-OPERATOR-ID TO PH-VOIDED-BY
007230     REWRITE PAY-HISTORY-RECORD
007240         INVALID KEY
007250             DISPLAY "ERROR REWRITING THE PAYMENT HISTORY FOR "
007260                 "EMPLOYEE " PH-EMPLOYEE-ID " - STATUS "
007270                 PAYH-STATUS
007280             SET RETURN-CODE TO 8
007290     END-REWRITE
007300     IF WS-PAY-COUNTED = "Y" AND WS-OTHER-LIVE-SEQ NOT = ZERO
007310         PERFORM 6100-COUNT-OTHER-PAYMENT THRU 6100-EXIT
007320         MOVE "N" TO WS-PAY-COUNTED
007330     END-IF
007340     SUBTRACT WS-PAY-GROSS FROM EARN-YTD-GROSS
007350     SUBTRACT WS-PAY-TAX FROM EARN-YTD-TAX
007360     SUBTRACT WS-PAY-INSURANCE FROM EARN-YTD-INSURANCE
007370     SUBTRACT WS-PAY-RETIRE FROM EARN-YTD-RETIRE
007380     SUBTRACT WS-PAY-OTHER FROM EARN-YTD-OTHER
007390     SUBTRACT WS-PAY-GARNISH FROM EARN-YTD-GARNISH
007400     SUBTRACT WS-PAY-NET FROM EARN-YTD-NET
007410     IF WS-PAY-COUNTED = "Y" AND EARN-PERIODS-PAID > ZERO
007420         SUBTRACT 1 FROM EARN-PERIODS-PAID
007430     END-IF
007440     REWRITE EARNINGS-RECORD
007450         INVALID KEY
007460             DISPLAY "ERROR REWRITING THE EARNINGS LEDGER FOR "
007470                 "EMPLOYEE " EARN-EMPLOYEE-ID " - STATUS "
007480                 EARN-STATUS
007490             SET RETURN-CODE TO 8
007500     END-REWRITE
007510     IF WS-PAY-GARNISH > ZERO
007520         DISPLAY "EMPLOYEE " OC-EMPLOYEE-ID " VOIDED PAYMENT "
007530             "TOOK " WS-PAY-GARNISH " IN GARNISHMENTS - ADJUST "
007540             "THE ORDER BALANCE THROUGH GARN-LOAD."
007550     END-IF
007560     SET NP-REVERSAL TO TRUE
007570     PERFORM 7100-WRITE-NET-PAY THRU 7100-EXIT
007580     MOVE "VOID" TO WS-AUDIT-OPERATION
007590     MOVE WS-PAY-NET TO AUD-SALARY-BEFORE
007600     MOVE ZEROS TO AUD-SALARY-AFTER
007610     PERFORM 7200-WRITE-AUDIT THRU 7200-EXIT
007620     MOVE "VOID" TO WS-PAY-TYPE-DESC
007630     MOVE "-" TO DET-SIGN
007640     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT
007650     ADD 1 TO WS-VOID-COUNT
007660     ADD WS-PAY-NET TO WS-VOID-TOTAL.
007670 3100-EXIT.
007680     EXIT.

007690*================================================================
007700* 4000-REPLACE-PAYMENT  --  EDIT A REPLACEMENT CARD: THE PAYMENT
007710*                           IT NAMES MUST HAVE BEEN VOIDED AND
007720*                           NOT ALREADY REPLACED
007730*================================================================
007740 4000-REPLACE-PAYMENT.
007750     PERFORM 2200-CHECK-PERIOD-PAID THRU 2200-EXIT
007760     IF WS-CARD-VALID
007770         PERFORM 2300-READ-PAYMENT THRU 2300-EXIT
007780     END-IF
007790     IF WS-CARD-VALID
007800         IF NOT PH-VOIDED
007810             MOVE "PAYMENT HAS NOT BEEN VOIDED - VOID IT FIRST"
007820                 TO WS-REJECT-REASON
007830             SET WS-CARD-INVALID TO TRUE
007840         ELSE
007850             IF PH-REPLACED-BY-SEQ NOT = ZERO
007860                 MOVE "PAYMENT HAS ALREADY BEEN REPLACED"
007870                     TO WS-REJECT-REASON
007880                 SET WS-CARD-INVALID TO TRUE
007890             END-IF
007900         END-IF
007910     END-IF
007920     IF WS-CARD-VALID
007930         MOVE PH-GROSS TO WS-PAY-GROSS
007940         MOVE PH-TAX TO WS-PAY-TAX
007950         MOVE PH-INSURANCE TO WS-PAY-INSURANCE
007960         MOVE PH-RETIRE TO WS-PAY-RETIRE
007970         MOVE PH-OTHER TO WS-PAY-OTHER
007980         MOVE PH-GARNISH TO WS-PAY-GARNISH
007990         MOVE PH-NET TO WS-PAY-NET
008000         COMPUTE WS-PAY-DED = WS-PAY-GROSS - WS-PAY-NET
008010         PERFORM 6050-FIND-NEXT-SEQUENCE THRU 6050-EXIT
008020     END-IF
008030     IF WS-CARD-VALID
008040         PERFORM 4100-POST-REPLACEMENT THRU 4100-EXIT
008050     END-IF.
008060 4000-EXIT.
008070     EXIT.

008080*================================================================
008090* 4100-POST-REPLACEMENT  --  ISSUE THE REPLACEMENT FOR THE SAME
008100*                            AMOUNTS AND TIE THE VOIDED PAYMENT
008110*                            TO IT
008120*================================================================
008130 4100-POST-REPLACEMENT.
008140     PERFORM 2500-READ-MASTER THRU 2500-EXIT
008150     MOVE "RPL" TO WS-PAY-TYPE
008160     PERFORM 6200-WRITE-NEW-PAYMENT THRU 6200-EXIT
008170     PERFORM 2300-READ-PAYMENT THRU 2300-EXIT
008180     MOVE WS-NEW-SEQ TO PH-REPLACED-BY-SEQ
008190     REWRITE PAY-HISTORY-RECORD
008200         INVALID KEY
008210             DISPLAY "ERROR REWRITING THE PAYMENT HISTORY FOR "
008220                 "EMPLOYEE " PH-EMPLOYEE-ID " - STATUS "
008230                 PAYH-STATUS
008240             SET RETURN-CODE TO 8
008250     END-REWRITE
008260     MOVE "REPLACE" TO WS-PAY-TYPE-DESC
008270     PERFORM 7000-ISSUE-PAYMENT THRU 7000-EXIT.
008280 4100-EXIT.
008290     EXIT.

008300*================================================================
008310* 5000-MANUAL-PAYMENT  --  EDIT A MANUAL PAYMENT CARD: THE
008320*                          EMPLOYEE MUST BE ON THE MASTER AND THE
008330*                          AMOUNTS NUMERIC, WITH A GROSS THE
008340*                          DEDUCTIONS DO NOT EXCEED
008350*================================================================
008360 5000-MANUAL-PAYMENT.
008370     PERFORM 2200-CHECK-PERIOD-PAID THRU 2200-EXIT
008380     IF WS-CARD-VALID
008390         PERFORM 2500-READ-MASTER THRU 2500-EXIT
008400         IF WS-RECORD-NOT-FOUND
008410             MOVE "EMPLOYEE IS NOT ON THE MASTER"
008420                 TO WS-REJECT-REASON
008430             SET WS-CARD-INVALID TO TRUE
008440         END-IF
008450     END-IF
008460     IF WS-CARD-VALID
008470         IF OC-GROSS IS NOT NUMERIC
008480                 OR OC-TAX IS NOT NUMERIC
008490                 OR OC-INSURANCE IS NOT NUMERIC
008500                 OR OC-RETIRE IS NOT NUMERIC
008510                 OR OC-OTHER IS NOT NUMERIC
008520             MOVE "AN AMOUNT ON THE CARD IS NOT NUMERIC"
008530                 TO WS-REJECT-REASON
008540             SET WS-CARD-INVALID TO TRUE
008550         END-IF
008560     END-IF
008570     IF WS-CARD-VALID AND OC-GROSS = ZERO
008580         MOVE "GROSS PAY IS ZERO" TO WS-REJECT-REASON
008590         SET WS-CARD-INVALID TO TRUE
008600     END-IF
008610     IF WS-CARD-VALID
008620         COMPUTE WS-PAY-DED = OC-TAX + OC-INSURANCE
008630             + OC-RETIRE + OC-OTHER
008640         IF WS-PAY-DED > OC-GROSS
008650             MOVE "DEDUCTIONS EXCEED GROSS PAY"
008660                 TO WS-REJECT-REASON
008670             SET WS-CARD-INVALID TO TRUE
008680         END-IF
008690     END-IF
008700     IF WS-CARD-VALID
008710         PERFORM 6050-FIND-NEXT-SEQUENCE THRU 6050-EXIT
008720     END-IF
008730     IF WS-CARD-VALID
008740         PERFORM 5100-POST-MANUAL THRU 5100-EXIT
008750     END-IF.
008760 5000-EXIT.
008770     EXIT.

008780*================================================================
008790* 5100-POST-MANUAL  --  ISSUE THE MANUAL PAYMENT FOR THE CARD'S
008800*                       GROSS AND DEDUCTIONS
008810*================================================================
008820 5100-POST-MANUAL.
008830     MOVE OC-GROSS TO WS-PAY-GROSS
008840     MOVE OC-TAX TO WS-PAY-TAX
008850     MOVE OC-INSURANCE TO WS-PAY-INSURANCE
008860     MOVE OC-RETIRE TO WS-PAY-RETIRE
008870     MOVE OC-OTHER TO WS-PAY-OTHER
008880     MOVE ZEROS TO WS-PAY-GARNISH
008890     COMPUTE WS-PAY-NET = WS-PAY-GROSS - WS-PAY-DED
008900     MOVE "MAN" TO WS-PAY-TYPE
008910     PERFORM 6200-WRITE-NEW-PAYMENT THRU 6200-EXIT
008920     MOVE "MANUAL" TO WS-PAY-TYPE-DESC
008930     PERFORM 7000-ISSUE-PAYMENT THRU 7000-EXIT.
008940 5100-EXIT.
008950     EXIT.

008960*================================================================
008970* 6000-SCAN-PERIOD-PAYMENTS  --  WALK THE EMPLOYEE'S PAYMENTS FOR
008980*                                THE CARD'S PERIOD, NOTING THE
008990*                                HIGHEST SEQUENCE USED, THE LIVE
009000*                                PAYMENT COUNTED IN PERIODS PAID,
009010*                                AND THE FIRST OTHER LIVE PAYMENT
009020*                                (SKIPPING WS-SKIP-SEQ)
009030*================================================================
009040 6000-SCAN-PERIOD-PAYMENTS.
009050     MOVE ZEROS TO WS-HIGH-SEQ
009060     MOVE ZEROS TO WS-COUNTED-SEQ
009070     MOVE ZEROS TO WS-OTHER-LIVE-SEQ
009080     SET WS-SCAN-NOT-EOF TO TRUE
009090     MOVE OC-EMPLOYEE-ID TO PH-EMPLOYEE-ID
009100     MOVE OC-PERIOD-NUMBER TO PH-PERIOD-NUMBER
009110     MOVE ZEROS TO PH-SEQUENCE
009120     START PAY-HISTORY-FILE KEY NOT LESS THAN PH-KEY
009130         INVALID KEY
009140             SET WS-SCAN-EOF TO TRUE
009150     END-START
009160     PERFORM 6010-SCAN-ONE-PAYMENT THRU 6010-EXIT
009170         UNTIL WS-SCAN-EOF.
009180 6000-EXIT.
009190     EXIT.

009200 6010-SCAN-ONE-PAYMENT.
009210     READ PAY-HISTORY-FILE NEXT RECORD
009220         AT END
009230             SET WS-SCAN-EOF TO TRUE
009240         NOT AT END
009250             IF PH-EMPLOYEE-ID NOT = OC-EMPLOYEE-ID
009260                     OR PH-PERIOD-NUMBER NOT = OC-PERIOD-NUMBER
009270                 SET WS-SCAN-EOF TO TRUE
009280             ELSE
009290                 MOVE PH-SEQUENCE TO WS-HIGH-SEQ
009300                 IF PH-PAID AND PH-SEQUENCE NOT = WS-SKIP-SEQ
009310                     IF PH-PERIOD-COUNTED
009320                         MOVE PH-SEQUENCE TO WS-COUNTED-SEQ
009330                     END-IF
009340                     IF WS-OTHER-LIVE-SEQ = ZERO
009350                         MOVE PH-SEQUENCE TO WS-OTHER-LIVE-SEQ
009360                     END-IF
009370                 END-IF
009380             END-IF
009390     END-READ.
009400 6010-EXIT.
009410     EXIT.

009420*================================================================
009430* 6050-FIND-NEXT-SEQUENCE  --  PICK THE NEXT FREE SEQUENCE FOR A
009440*                              NEW PAYMENT IN THE CARD'S PERIOD,
009450*                              AND COUNT IT IN PERIODS PAID ONLY
009460*                              WHEN NO OTHER LIVE PAYMENT ALREADY
009470*                              IS
009480*================================================================
009490 6050-FIND-NEXT-SEQUENCE.
009500     MOVE ZEROS TO WS-SKIP-SEQ
009510     PERFORM 6000-SCAN-PERIOD-PAYMENTS THRU 6000-EXIT
009520     IF WS-HIGH-SEQ = 99
009530         MOVE "NO PAYMENT SEQUENCE LEFT FOR THE PERIOD"
009540             TO WS-REJECT-REASON
009550         SET WS-CARD-INVALID TO TRUE
009560     ELSE
009570         COMPUTE WS-NEW-SEQ = WS-HIGH-SEQ + 1
009580         IF WS-COUNTED-SEQ = ZERO
009590             MOVE "Y" TO WS-PAY-COUNTED
009600         ELSE
009610             MOVE "N" TO WS-PAY-COUNTED
009620         END-IF
009630     END-IF.
009640 6050-EXIT.
009650     EXIT.

009660*================================================================
009670* 6100-COUNT-OTHER-PAYMENT  --  PASS THE PERIODS-PAID COUNT TO
009680*                               THE OTHER LIVE PAYMENT FOR THE
009690*                               PERIOD
009700*================================================================
009710 6100-COUNT-OTHER-PAYMENT.
009720     MOVE OC-EMPLOYEE-ID TO PH-EMPLOYEE-ID
009730     MOVE OC-PERIOD-NUMBER TO PH-PERIOD-NUMBER
009740     MOVE WS-OTHER-LIVE-SEQ TO PH-SEQUENCE
009750     READ PAY-HISTORY-FILE
009760         INVALID KEY
009770             DISPLAY "PAYMENT " WS-OTHER-LIVE-SEQ " FOR EMPLOYEE "
009780                 OC-EMPLOYEE-ID " WENT MISSING FROM THE HISTORY."
009790             SET RETURN-CODE TO 8
009800         NOT INVALID KEY
009810             SET PH-PERIOD-COUNTED TO TRUE
009820             REWRITE PAY-HISTORY-RECORD
009830                 INVALID KEY
009840                     DISPLAY "ERROR REWRITING THE PAYMENT "
009850                         "HISTORY FOR EMPLOYEE " PH-EMPLOYEE-ID
009860                         " - STATUS " PAYH-STATUS
009870                     SET RETURN-CODE TO 8
009880             END-REWRITE
009890     END-READ.
009900 6100-EXIT.
009910     EXIT.

009920*================================================================
009930* 6200-WRITE-NEW-PAYMENT  --  ADD A MANUAL OR REPLACEMENT PAYMENT
009940*                             TO THE PAYMENT HISTORY
009950*================================================================
009960 6200-WRITE-NEW-PAYMENT.
009970     MOVE OC-EMPLOYEE-ID TO PH-EMPLOYEE-ID
009980     MOVE OC-PERIOD-NUMBER TO PH-PERIOD-NUMBER
009990     MOVE WS-NEW-SEQ TO PH-SEQUENCE
010000     MOVE WS-RUN-DATE TO PH-PAY-DATE
010010     MOVE WS-PAY-TYPE TO PH-PAY-TYPE
010020     SET PH-PAID TO TRUE
010030     MOVE WS-PAY-COUNTED TO PH-PERIOD-COUNTED-FLAG
010040     MOVE WS-PAY-GROSS TO PH-GROSS
010050     MOVE WS-PAY-TAX TO PH-TAX
010060     MOVE WS-PAY-INSURANCE TO PH-INSURANCE
010070     MOVE WS-PAY-RETIRE TO PH-RETIRE
010080     MOVE WS-PAY-OTHER TO PH-OTHER
010090     MOVE WS-PAY-GARNISH TO PH-GARNISH
010100     MOVE WS-PAY-NET TO PH-NET
010110     MOVE WS-OPERATOR-ID TO PH-ISSUED-BY
010120     MOVE ZEROS TO PH-VOID-DATE
010130     MOVE SPACES TO PH-VOIDED-BY
010140     MOVE ZEROS TO PH-REPLACED-BY-SEQ
010150     WRITE PAY-HISTORY-RECORD
010160         INVALID KEY
010170             DISPLAY "ERROR WRITING THE PAYMENT HISTORY FOR "
010180                 "EMPLOYEE " PH-EMPLOYEE-ID " - STATUS "
010190                 PAYH-STATUS
010200             SET RETURN-CODE TO 8
010210     END-WRITE
010220     MOVE WS-NEW-SEQ TO WS-PAY-SEQ.
010230 6200-EXIT.
010240     EXIT.

010250*================================================================
010260* 7000-ISSUE-PAYMENT  --  POST A MANUAL OR REPLACEMENT PAYMENT TO
010270*                         THE EARNINGS LEDGER, SEND IT TO THE
010280*                         BANK, AUDIT IT, AND PRINT IT
010290*================================================================
010300 7000-ISSUE-PAYMENT.
010310     PERFORM 2400-READ-LEDGER THRU 2400-EXIT
010320     IF WS-EARN-NOT-ON-FILE
010330         MOVE OC-EMPLOYEE-ID TO EARN-EMPLOYEE-ID
010340         MOVE WS-PAY-NAME TO EARN-EMPLOYEE-NAME
010350         MOVE ZEROS TO EARN-PERIODS-PAID
010360         MOVE ZEROS TO EARN-YTD-GROSS
010370         MOVE ZEROS TO EARN-YTD-TAX
010380         MOVE ZEROS TO EARN-YTD-INSURANCE
010390         MOVE ZEROS TO EARN-YTD-RETIRE
010400         MOVE ZEROS TO EARN-YTD-OTHER
010410         MOVE ZEROS TO EARN-YTD-GARNISH
010420         MOVE ZEROS TO EARN-YTD-NET
010430     END-IF
010440     IF WS-PAY-NAME = SPACES
010450         MOVE EARN-EMPLOYEE-NAME TO WS-PAY-NAME
010460     END-IF
010470     IF WS-PAY-COUNTED = "Y"
010480         ADD 1 TO EARN-PERIODS-PAID
010490     END-IF
010500     ADD WS-PAY-GROSS TO EARN-YTD-GROSS
010510     ADD WS-PAY-TAX TO EARN-YTD-TAX
010520     ADD WS-PAY-INSURANCE TO EARN-YTD-INSURANCE
010530     ADD WS-PAY-RETIRE TO EARN-YTD-RETIRE
010540     ADD WS-PAY-OTHER TO EARN-YTD-OTHER
010550     ADD WS-PAY-GARNISH TO EARN-YTD-GARNISH
010560     ADD WS-PAY-NET TO EARN-YTD-NET
010570     IF WS-EARN-ON-FILE
010580         REWRITE EARNINGS-RECORD
010590             INVALID KEY
010600                 DISPLAY "ERROR REWRITING THE EARNINGS LEDGER "
010610                     "FOR EMPLOYEE " EARN-EMPLOYEE-ID
010620                     " - STATUS " EARN-STATUS
010630                 SET RETURN-CODE TO 8
010640         END-REWRITE
010650     ELSE
010660         WRITE EARNINGS-RECORD
010670             INVALID KEY
010680                 DISPLAY "ERROR WRITING THE EARNINGS LEDGER "
010690                     "FOR EMPLOYEE " EARN-EMPLOYEE-ID
010700                     " - STATUS " EARN-STATUS
010710                 SET RETURN-CODE TO 8
010720         END-WRITE
010730     END-IF
010740     SET NP-CREDIT TO TRUE
010750     PERFORM 7100-WRITE-NET-PAY THRU 7100-EXIT
010760     MOVE "OFFPAY" TO WS-AUDIT-OPERATION
010770     MOVE ZEROS TO AUD-SALARY-BEFORE
010780     MOVE WS-PAY-NET TO AUD-SALARY-AFTER
010790     PERFORM 7200-WRITE-AUDIT THRU 7200-EXIT
010800     MOVE SPACE TO DET-SIGN
010810     PERFORM 7300-PRINT-DETAIL THRU 7300-EXIT
010820     ADD 1 TO WS-ISSUE-COUNT
010830     ADD WS-PAY-NET TO WS-ISSUE-TOTAL.
010840 7000-EXIT.
010850     EXIT.

010860*================================================================
010870* 7100-WRITE-NET-PAY  --  WRITE ONE NET-PAY RECORD FOR THE BANK.
010880*                         THE CALLER SETS THE ENTRY TYPE.
010890*================================================================
010900 7100-WRITE-NET-PAY.
010910     MOVE OC-EMPLOYEE-ID TO NP-EMPLOYEE-ID
010920     MOVE WS-PAY-NAME TO NP-EMPLOYEE-NAME
010930     MOVE WS-PAY-NET TO NP-NET-PAY
010940     MOVE WS-RUN-DATE TO NP-PAY-DATE
010950     MOVE OC-PERIOD-NUMBER TO NP-PERIOD-NUMBER
010960     WRITE NET-PAY-RECORD
010970     IF NET-PAY-STATUS NOT = "00"
010980         DISPLAY "ERROR WRITING THE NET PAY FILE. STATUS = "
010990             NET-PAY-STATUS
011000         SET RETURN-CODE TO 8
011010     END-IF.
011020 7100-EXIT.
011030     EXIT.

011040*================================================================
011050* 7200-WRITE-AUDIT  --  LOG THE VOID OR PAYMENT ON THE AUDIT
011060*                       TRAIL WITH THE SIGNED-ON OPERATOR.  THE
011070*                       CALLER SETS THE BEFORE/AFTER AMOUNTS - THE
011080*                       NET PAY REVERSED OR ISSUED.
011090*================================================================
011100 7200-WRITE-AUDIT.
011110     MOVE OC-EMPLOYEE-ID TO AUD-EMPLOYEE-ID
011120     MOVE WS-AUDIT-OPERATION TO AUD-OPERATION
011130     ACCEPT AUD-DATE FROM DATE YYYYMMDD
011140     ACCEPT AUD-TIME FROM TIME
011150     MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
011160     MOVE WS-PAY-DEPT TO AUD-DEPT-BEFORE
011170     MOVE WS-PAY-DEPT TO AUD-DEPT-AFTER
011180     MOVE SPACES TO AUD-APPROVER-ID
011190     MOVE SPACES TO AUD-ROUTING-BEFORE AUD-ACCOUNT-BEFORE
011200                    AUD-ROUTING-AFTER AUD-ACCOUNT-AFTER
011210     WRITE AUDIT-RECORD
011220     IF AUDIT-STATUS NOT = "00"
011230         DISPLAY "ERROR WRITING TO AUDIT LOG. STATUS = "
011240             AUDIT-STATUS
011250     END-IF.
011260 7200-EXIT.
011270     EXIT.

011280*================================================================
011290* 7300-PRINT-DETAIL  --  PRINT ONE REGISTER LINE
011300*================================================================
011310 7300-PRINT-DETAIL.
011320     MOVE OC-EMPLOYEE-ID TO DET-EMPLOYEE-ID
011330     MOVE WS-PAY-NAME TO DET-NAME
011340     MOVE WS-PAY-TYPE-DESC TO DET-TYPE
011350     MOVE OC-PERIOD-NUMBER TO DET-PERIOD
011360     MOVE WS-PAY-SEQ TO DET-SEQ
011370     MOVE WS-PAY-GROSS TO DET-GROSS
011380     MOVE WS-PAY-DED TO DET-DEDS
011390     MOVE WS-PAY-NET TO DET-NET
011400     WRITE REGISTER-LINE FROM DET-LINE.
011410 7300-EXIT.
011420     EXIT.

011430*================================================================
011440* 8000-PRINT-TOTALS  --  PRINT THE REGISTER CONTROL TOTALS AND
011450*                        REPORT WHAT THE RUN DID
011460*================================================================
011470 8000-PRINT-TOTALS.
011480     MOVE WS-ISSUE-COUNT TO TOT-ISSUE-COUNT
011490     MOVE WS-ISSUE-TOTAL TO TOT-ISSUE-NET
011500     WRITE REGISTER-LINE FROM TOT-ISSUE-LINE
011510     MOVE WS-VOID-COUNT TO TOT-VOID-COUNT
011520     MOVE WS-VOID-TOTAL TO TOT-VOID-NET
011530     WRITE REGISTER-LINE FROM TOT-VOID-LINE
011540     MOVE WS-REJECT-COUNT TO TOT-REJECT-COUNT
011550     WRITE REGISTER-LINE FROM TOT-REJECT-LINE
011560     DISPLAY "---- OFF-CYCLE PAYMENT SUMMARY ----"
011570     DISPLAY "OPERATOR            : " WS-OPERATOR-ID
011580     DISPLAY "CARDS READ          : " WS-CARDS-READ
011590     DISPLAY "PAYMENTS ISSUED     : " WS-ISSUE-COUNT
011600     DISPLAY "NET PAID            : " WS-ISSUE-TOTAL
011610     DISPLAY "PAYMENTS VOIDED     : " WS-VOID-COUNT
011620     DISPLAY "NET REVERSED        : " WS-VOID-TOTAL
011630     DISPLAY "CARDS REJECTED      : " WS-REJECT-COUNT
011640     IF WS-REJECT-COUNT > ZERO
011650         DISPLAY "*** " WS-REJECT-COUNT " CARDS WERE REJECTED - "
011660             "NOTHING WAS POSTED FOR THEM.  CORRECT AND RESUBMIT."
011670     END-IF.
011680 8000-EXIT.
011690     EXIT.

011700*================================================================
011710* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
011720*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
011730*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
011740*                       RUN'S OWN RETURN CODE AS IT WAS
011750*================================================================
011760 9800-LOG-RUN-END.
011770     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
011780     IF RUNCTL-STATUS NOT = "00"
011790         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
011800             RUNCTL-STATUS
011810         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
011820     ELSE
011830         MOVE SPACES TO RUN-CONTROL-RECORD
011840         SET RCR-ENDED TO TRUE
011850         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
011860         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
011870         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
011880         MOVE WS-RC-START-DATE TO RCR-START-DATE
011890         MOVE WS-RC-START-TIME TO RCR-START-TIME
011900         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
011910         ACCEPT RCR-END-TIME FROM TIME
011920         MOVE RETURN-CODE TO RCR-RETURN-CODE
011930         MOVE ZEROS TO RCR-COUNTS
011940         MOVE WS-CARDS-READ TO RCR-RECORDS-READ
011950         MOVE WS-REJECT-COUNT TO RCR-RECORDS-REJECTED
011960         ADD WS-ISSUE-COUNT WS-VOID-COUNT
011970             GIVING RCR-RECORDS-APPLIED
011980         WRITE RUN-CONTROL-RECORD
011990         CLOSE RUN-CONTROL-FILE
012000     END-IF.
012010 9800-EXIT.
012020     EXIT.

012030*================================================================
012040* 9999-TERMINATE  --  CLOSE ALL FILES
012050*================================================================
012060 9999-TERMINATE.
012070     CLOSE OFF-CYCLE-CARD-FILE
012080     CLOSE EMPLOYEE-FILE
012090     CLOSE PAY-HISTORY-FILE
012100     CLOSE EARNINGS-FILE
012110     CLOSE NET-PAY-FILE
012120     CLOSE REGISTER-FILE
012130     CLOSE AUDIT-LOG-FILE.
012140 9999-EXIT.
012150     EXIT.
