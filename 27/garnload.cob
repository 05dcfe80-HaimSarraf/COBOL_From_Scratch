000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GARN-LOAD.
000030 AUTHOR. J SARRAF.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-14 JHS   ORIGINAL - MAINTAINS THE WAGE GARNISHMENT ORDER
000110*                  FILE PAYCALC TAKES GARNISHMENTS FROM, FROM
000120*                  CARDS, THE SAME WAY DED-LOAD MAINTAINS THE
000130*                  ELECTIONS.  ONE CARD PER ORDER, KEYED BY
000140*                  EMPLOYEE AND THE ORDER'S PRIORITY.  ACTIONS ARE
000150*                  A (ADD A NEW ORDER FOR AN EMPLOYEE ON THE
000160*                  MASTER), C (CHANGE THE TERMS AND THE BALANCE
000170*                  OWED OF AN ORDER - A PAID-OFF ORDER IS
000180*                  RE-OPENED, AND THE BALANCE KEYED IS TAKEN AS
000190*                  CORRECT), AND R (RELEASE AN ORDER THE AGENCY
000200*                  HAS WITHDRAWN - NOTHING MORE IS TAKEN FOR IT).
000210*                  EVERY ORDER NEEDS A CASE NUMBER, AN AGENCY, A
000220*                  KNOWN ORDER TYPE, A FIXED AMOUNT OR A
000230*                  PERCENTAGE NO HIGHER THAN ITS LEGAL MAXIMUM,
000240*                  AND A BALANCE OWED.  A CARD THAT FAILS ITS
000250*                  EDITS IS REJECTED WITH THE REASON.
000260* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000270*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000280*                  CODE AND RECORD COUNTS - FOR THE MORNING
000290*                  OPERATIONS SUMMARY.
000300*================================================================

000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT GARN-TRANS-FILE ASSIGN TO "GARNTRN.DAT"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS TRANS-STATUS.

000370     SELECT EMPLOYEE-FILE ASSIGN TO EMPFILE
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS EMPLOYEE-ID
000410         ALTERNATE RECORD KEY IS EMPLOYEE-NAME
000420             WITH DUPLICATES
000430         FILE STATUS IS FILE-STATUS.

000440     SELECT GARNISHMENT-FILE ASSIGN TO GARNFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS GARN-KEY
000480         FILE STATUS IS GARN-STATUS.

000490     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS RUNCTL-STATUS.

000520     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RUNPARM-STATUS.

000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  GARN-TRANS-FILE.
000580 01  GARN-TRANS-RECORD.
000590     05  GT-EMPLOYEE-ID              PIC 9(05).
000600     05  GT-PRIORITY                 PIC 9(02).
000610     05  GT-ACTION                   PIC X(01).
000620         88  GT-ACTION-ADD                       VALUE "A".
000630         88  GT-ACTION-CHANGE                    VALUE "C".
000640         88  GT-ACTION-RELEASE                   VALUE "R".
000650     05  GT-CASE-NUMBER              PIC X(15).
000660     05  GT-ORDER-TYPE               PIC X(01).
000670     05  GT-AGENCY-CODE              PIC X(06).
000680     05  GT-AGENCY-NAME              PIC X(30).
000690     05  GT-METHOD                   PIC X(01).
000700     05  GT-AMOUNT                   PIC 9(05)V99.
000710     05  GT-PERCENT                  PIC 9(02)V99.
000720     05  GT-MAX-PERCENT              PIC 9(02)V99.
000730     05  GT-BALANCE                  PIC 9(07)V99.

000740 FD  EMPLOYEE-FILE.
000750     COPY EMPREC.

000760 FD  GARNISHMENT-FILE.
000770     COPY GARNREC.

000780 FD  RUN-CONTROL-FILE.
000790     COPY RUNCREC.

000800 FD  RUN-PARM-FILE.
000810 01  RUN-PARM-RECORD.
000820     05  RP-JOB-NAME                PIC X(08).
000830     05  FILLER                     PIC X(01).
000840     05  RP-STEP-NAME               PIC X(08).
000850     05  FILLER                     PIC X(63).

000860 WORKING-STORAGE SECTION.
000870*---------------------------------------------------------------
000880* FILE STATUS AND CONTROL SWITCHES
000890*---------------------------------------------------------------
000900 01  TRANS-STATUS                   PIC XX.
000910 01  FILE-STATUS                    PIC XX.
000920 01  GARN-STATUS                    PIC XX.

000930 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
000940     88  WS-RECORD-FOUND                         VALUE "Y".
000950     88  WS-RECORD-NOT-FOUND                     VALUE "N".

000960 01  WS-GARN-SWITCH                 PIC X(01) VALUE "N".
000970     88  WS-GARN-ON-FILE                         VALUE "Y".
000980     88  WS-GARN-NOT-ON-FILE                     VALUE "N".

000990 01  WS-TRANS-EOF-SWITCH            PIC X(01) VALUE "N".
001000     88  WS-TRANS-EOF                            VALUE "Y".
001010     88  WS-TRANS-NOT-EOF                        VALUE "N".

001020 01  WS-EDIT-SWITCH                 PIC X(01) VALUE "Y".
001030     88  WS-CARD-VALID                           VALUE "Y".
001040     88  WS-CARD-INVALID                         VALUE "N".

001050 01  WS-RUN-DATE                    PIC 9(08).

001060*---------------------------------------------------------------
001070* RUN TOTALS
001080*---------------------------------------------------------------
001090 01  WS-CARDS-ADDED                 PIC 9(05) COMP VALUE ZERO.
001100 01  WS-CARDS-CHANGED               PIC 9(05) COMP VALUE ZERO.
001110 01  WS-CARDS-RELEASED              PIC 9(05) COMP VALUE ZERO.
001120 01  WS-CARDS-REJECTED              PIC 9(05) COMP VALUE ZERO.

001130*---------------------------------------------------------------
001140* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001150* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001160* THE STEP HAS NO CARD) AND WHEN IT STARTED
001170*---------------------------------------------------------------
001180 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001190         "GARN-LOAD".

001200 01  RUNCTL-STATUS                  PIC XX.
001210 01  RUNPARM-STATUS                 PIC XX.
001220 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001230 01  WS-RC-STEP-NAME                PIC X(08) VALUE "GARNLOAD".
001240 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001250 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

001260 PROCEDURE DIVISION.

001270*================================================================
001280* 0000-MAINLINE
001290*================================================================
001300 0000-MAINLINE.
001310     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001330     PERFORM 2000-PROCESS-TRANSACTION THRU 2000-EXIT
001340         UNTIL WS-TRANS-EOF
001350     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
001360     PERFORM 9999-TERMINATE THRU 9999-EXIT
001370     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001380     STOP RUN.

001390*================================================================
001400* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001410*                         RUNPARM CARD AND WRITE THE START RECORD
001420*                         TO THE RUN-CONTROL FILE
001430*================================================================
001440 0100-LOG-RUN-START.
001450     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001460     ACCEPT WS-RC-START-TIME FROM TIME
001470     OPEN INPUT RUN-PARM-FILE
001480     IF RUNPARM-STATUS = "00"
001490         READ RUN-PARM-FILE
001500             NOT AT END
001510                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001520                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001530         END-READ
001540         CLOSE RUN-PARM-FILE
001550     END-IF
001560     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001570     IF RUNCTL-STATUS NOT = "00"
001580         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001590             RUNCTL-STATUS
001600         SET RETURN-CODE TO 8
001610         STOP RUN
001620     END-IF
001630     MOVE SPACES TO RUN-CONTROL-RECORD
001640     SET RCR-STARTED TO TRUE
001650     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001660     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001670     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001680     MOVE WS-RC-START-DATE TO RCR-START-DATE
001690     MOVE WS-RC-START-TIME TO RCR-START-TIME
001700     MOVE ZEROS TO RCR-END-STAMP
001710     MOVE ZEROS TO RCR-RETURN-CODE
001720     MOVE ZEROS TO RCR-COUNTS
001730     WRITE RUN-CONTROL-RECORD
001740     CLOSE RUN-CONTROL-FILE.
001750 0100-EXIT.
001760     EXIT.

001770*================================================================
001780* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001790*                            CREATING IT ON THE FIRST RUN
001800*================================================================
001810 0110-OPEN-RUN-CONTROL.
001820     OPEN EXTEND RUN-CONTROL-FILE
001830     IF RUNCTL-STATUS = "35"
001840         CLOSE RUN-CONTROL-FILE
001850         OPEN OUTPUT RUN-CONTROL-FILE
001860         CLOSE RUN-CONTROL-FILE
001870         OPEN EXTEND RUN-CONTROL-FILE
001880     END-IF.
001890 0110-EXIT.
001900     EXIT.

001910*================================================================
001920* 1000-INITIALIZE  --  OPEN THE CARD FILE AND THE MASTER, OPEN THE
001930*                      GARNISHMENT FILE FOR I-O (CREATING IT ON
001940*                      FIRST RUN), AND PRIME THE READ LOOP
001950*================================================================
001960 1000-INITIALIZE.
001970     OPEN INPUT GARN-TRANS-FILE
001980     IF TRANS-STATUS NOT = "00"
001990         DISPLAY "FAILED TO OPEN THE GARNISHMENT CARD FILE. "
002000             "STATUS = " TRANS-STATUS
002010         SET RETURN-CODE TO 8
002020         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002030         STOP RUN
002040     END-IF
002050     OPEN INPUT EMPLOYEE-FILE
002060     IF FILE-STATUS NOT = "00"
002070         DISPLAY "FAILED TO OPEN THE EMPLOYEE FILE. STATUS = "
002080             FILE-STATUS
002090         SET RETURN-CODE TO 8
002100         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002110         STOP RUN
002120     END-IF
002130     OPEN I-O GARNISHMENT-FILE
002140     IF GARN-STATUS = "35"
002150         CLOSE GARNISHMENT-FILE
002160         OPEN OUTPUT GARNISHMENT-FILE
002170         CLOSE GARNISHMENT-FILE
002180         OPEN I-O GARNISHMENT-FILE
002190     END-IF
002200     IF GARN-STATUS NOT = "00"
002210         DISPLAY "FAILED TO OPEN THE GARNISHMENT FILE. STATUS = "
002220             GARN-STATUS
002230         SET RETURN-CODE TO 8
002240         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002250         STOP RUN
002260     END-IF
002270     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002280     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002290 1000-EXIT.
002300     EXIT.

002310*================================================================
002320* 2000-PROCESS-TRANSACTION  --  EDIT AND POST ONE GARNISHMENT CARD
002330*================================================================
002340 2000-PROCESS-TRANSACTION.
002350     SET WS-CARD-VALID TO TRUE
002360     PERFORM 2200-EDIT-CARD THRU 2200-EXIT
002370     IF WS-CARD-VALID
002380         PERFORM 3000-POST-ORDER THRU 3000-EXIT
002390     ELSE
002400         ADD 1 TO WS-CARDS-REJECTED
002410     END-IF
002420     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
002430 2000-EXIT.
002440     EXIT.

002450 2100-READ-TRANSACTION.
002460     READ GARN-TRANS-FILE
002470         AT END
002480             SET WS-TRANS-EOF TO TRUE
002490     END-READ.
002500 2100-EXIT.
002510     EXIT.

002520*================================================================
002530* 2200-EDIT-CARD  --  THE ACTION MUST BE KNOWN AND THE PRIORITY
002540*                     NUMERIC AND NOT ZERO.  AN ADD MUST BE FOR AN
002550*                     EMPLOYEE ON THE MASTER AND A PRIORITY NOT
002560*                     ALREADY USED; A CHANGE OR RELEASE MUST BE
002570*                     FOR AN ORDER ON FILE NOT YET RELEASED.
002580*================================================================
002590 2200-EDIT-CARD.
002600     IF NOT GT-ACTION-ADD AND NOT GT-ACTION-CHANGE
002610             AND NOT GT-ACTION-RELEASE
002620         DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID
002630             " HAS UNKNOWN GARNISHMENT ACTION " GT-ACTION
002640             " - GARNISHMENT CARD SKIPPED."
002650         SET WS-CARD-INVALID TO TRUE
002660     END-IF
002670     IF WS-CARD-VALID
002680         IF GT-PRIORITY IS NOT NUMERIC OR GT-PRIORITY = ZERO
002690             DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID
002700                 " HAS NO ORDER PRIORITY - GARNISHMENT CARD "
002710                 "SKIPPED."
002720             SET WS-CARD-INVALID TO TRUE
002730         END-IF
002740     END-IF
002750     IF WS-CARD-VALID
002760         PERFORM 2300-READ-ORDER THRU 2300-EXIT
002770     END-IF
002780     IF WS-CARD-VALID AND GT-ACTION-ADD
002790         MOVE GT-EMPLOYEE-ID TO EMPLOYEE-ID
002800         READ EMPLOYEE-FILE
002810             INVALID KEY
002820                 SET WS-RECORD-NOT-FOUND TO TRUE
002830             NOT INVALID KEY
002840                 SET WS-RECORD-FOUND TO TRUE
002850         END-READ
002860         IF WS-RECORD-NOT-FOUND
002870             DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID
002880                 " IS NOT ON THE MASTER - GARNISHMENT CARD "
002890                 "SKIPPED."
002900             SET WS-CARD-INVALID TO TRUE
002910         END-IF
002920     END-IF
002930     IF WS-CARD-VALID AND GT-ACTION-ADD AND WS-GARN-ON-FILE
002940         DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID " ALREADY HAS AN "
002950             "ORDER AT PRIORITY " GT-PRIORITY
002960             " - GARNISHMENT CARD SKIPPED."
002970         SET WS-CARD-INVALID TO TRUE
002980     END-IF
002990     IF WS-CARD-VALID AND NOT GT-ACTION-ADD
003000         IF WS-GARN-NOT-ON-FILE
003010             DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID " HAS NO "
003020                 "ORDER AT PRIORITY " GT-PRIORITY
003030                 " - GARNISHMENT CARD SKIPPED."
003040             SET WS-CARD-INVALID TO TRUE
003050         ELSE
003060             IF GARN-RELEASED
003070                 DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID
003080                     " ORDER AT PRIORITY " GT-PRIORITY
003090                     " WAS RELEASED - GARNISHMENT CARD SKIPPED."
003100                 SET WS-CARD-INVALID TO TRUE
003110             END-IF
003120         END-IF
003130     END-IF
003140     IF WS-CARD-VALID AND NOT GT-ACTION-RELEASE
003150         PERFORM 2400-EDIT-TERMS THRU 2400-EXIT
003160     END-IF.
003170 2200-EXIT.
003180     EXIT.

003190*================================================================
003200* 2300-READ-ORDER  --  PULL THE ORDER AT THE CARD'S EMPLOYEE AND
003210*                      PRIORITY, IF ONE IS ON FILE
003220*================================================================
003230 2300-READ-ORDER.
003240     MOVE GT-EMPLOYEE-ID TO GARN-EMPLOYEE-ID
003250     MOVE GT-PRIORITY TO GARN-PRIORITY
003260     READ GARNISHMENT-FILE
003270         INVALID KEY
003280             SET WS-GARN-NOT-ON-FILE TO TRUE
003290         NOT INVALID KEY
003300             SET WS-GARN-ON-FILE TO TRUE
003310     END-READ.
003320 2300-EXIT.
003330     EXIT.

003340*================================================================
003350* 2400-EDIT-TERMS  --  AN ADD OR CHANGE MUST CARRY A CASE NUMBER,
003360*                      AN AGENCY, A KNOWN ORDER TYPE AND METHOD,
003370*                      NUMERIC AMOUNTS, A LEGAL MAXIMUM, A FIXED
003380*                      AMOUNT OR A PERCENTAGE NO HIGHER THAN THE
003390*                      MAXIMUM, AND A BALANCE OWED
003400*================================================================
003410 2400-EDIT-TERMS.
003420     IF GT-CASE-NUMBER = SPACES OR GT-AGENCY-CODE = SPACES
003430         DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID
003440             " HAS NO CASE NUMBER OR AGENCY - GARNISHMENT CARD "
003450             "SKIPPED."
003460         SET WS-CARD-INVALID TO TRUE
003470     END-IF
003480     IF WS-CARD-VALID
003490         IF GT-ORDER-TYPE NOT = "S" AND NOT = "L" AND NOT = "C"
003500             DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID
003510                 " HAS UNKNOWN ORDER TYPE " GT-ORDER-TYPE
003520                 " - GARNISHMENT CARD SKIPPED."
003530             SET WS-CARD-INVALID TO TRUE
003540         END-IF
003550     END-IF
003560     IF WS-CARD-VALID
003570         IF GT-METHOD NOT = "F" AND NOT = "P"
003580             DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID
003590                 " HAS UNKNOWN METHOD " GT-METHOD
003600                 " - GARNISHMENT CARD SKIPPED."
003610             SET WS-CARD-INVALID TO TRUE
003620         END-IF
003630     END-IF
003640     IF WS-CARD-VALID
003650         IF GT-AMOUNT IS NOT NUMERIC
003660                 OR GT-PERCENT IS NOT NUMERIC
003670                 OR GT-MAX-PERCENT IS NOT NUMERIC
003680                 OR GT-BALANCE IS NOT NUMERIC
003690             DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID
003700                 " HAS NON-NUMERIC AMOUNTS - GARNISHMENT CARD "
003710                 "SKIPPED."
003720             SET WS-CARD-INVALID TO TRUE
003730         END-IF
003740     END-IF
003750     IF WS-CARD-VALID
003760         IF GT-MAX-PERCENT = ZERO OR GT-BALANCE = ZERO
003770             DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID
003780                 " HAS NO LEGAL MAXIMUM OR NO BALANCE OWED - "
003790                 "GARNISHMENT CARD SKIPPED."
003800             SET WS-CARD-INVALID TO TRUE
003810         END-IF
003820     END-IF
003830     IF WS-CARD-VALID AND GT-METHOD = "F"
003840         IF GT-AMOUNT = ZERO
003850             DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID
003860                 " HAS A FIXED ORDER WITH NO AMOUNT - "
003870                 "GARNISHMENT CARD SKIPPED."
003880             SET WS-CARD-INVALID TO TRUE
003890         END-IF
003900     END-IF
003910     IF WS-CARD-VALID AND GT-METHOD = "P"
003920         IF GT-PERCENT = ZERO OR GT-PERCENT > GT-MAX-PERCENT
003930             DISPLAY "EMPLOYEE ID " GT-EMPLOYEE-ID
003940                 " HAS A PERCENTAGE OF " GT-PERCENT
003950                 " WITH A LEGAL MAXIMUM OF " GT-MAX-PERCENT
003960                 " - GARNISHMENT CARD SKIPPED."
003970             SET WS-CARD-INVALID TO TRUE
003980         END-IF
003990     END-IF.
004000 2400-EXIT.
004010     EXIT.

004020*================================================================
004030* 3000-POST-ORDER  --  APPLY THE CARD TO THE ORDER AND WRITE OR
004040*                      REWRITE IT.  A CHANGE CLEARS THE LAST
004050*                      AMOUNT TAKEN SO THE BALANCE KEYED STANDS.
004060*================================================================
004070 3000-POST-ORDER.
004080     EVALUATE TRUE
004090         WHEN GT-ACTION-ADD
004100             MOVE GT-EMPLOYEE-ID TO GARN-EMPLOYEE-ID
004110             MOVE GT-PRIORITY TO GARN-PRIORITY
004120             PERFORM 3100-MOVE-TERMS THRU 3100-EXIT
004130             MOVE ZEROS TO GARN-TOTAL-WITHHELD
004140             ADD 1 TO WS-CARDS-ADDED
004150         WHEN GT-ACTION-CHANGE
004160             PERFORM 3100-MOVE-TERMS THRU 3100-EXIT
004170             ADD 1 TO WS-CARDS-CHANGED
004180         WHEN GT-ACTION-RELEASE
004190             SET GARN-RELEASED TO TRUE
004200             MOVE WS-RUN-DATE TO GARN-CLOSED-DATE
004210             ADD 1 TO WS-CARDS-RELEASED
004220     END-EVALUATE
004230     IF WS-GARN-ON-FILE
004240         REWRITE GARNISHMENT-RECORD
004250             INVALID KEY
004260                 DISPLAY "ERROR REWRITING THE GARNISHMENT FILE"
004270                 DISPLAY "ERROR NO. : " GARN-STATUS
004280                 SET RETURN-CODE TO 8
004290         END-REWRITE
004300     ELSE
004310         WRITE GARNISHMENT-RECORD
004320             INVALID KEY
004330                 DISPLAY "ERROR WRITING THE GARNISHMENT FILE"
004340                 DISPLAY "ERROR NO. : " GARN-STATUS
004350                 SET RETURN-CODE TO 8
004360         END-WRITE
004370     END-IF.
004380 3000-EXIT.
004390     EXIT.

004400 3100-MOVE-TERMS.
004410     MOVE GT-CASE-NUMBER TO GARN-CASE-NUMBER
004420     MOVE GT-ORDER-TYPE TO GARN-ORDER-TYPE
004430     MOVE GT-AGENCY-CODE TO GARN-AGENCY-CODE
004440     MOVE GT-AGENCY-NAME TO GARN-AGENCY-NAME
004450     MOVE GT-METHOD TO GARN-METHOD
004460     MOVE GT-AMOUNT TO GARN-AMOUNT
004470     MOVE GT-PERCENT TO GARN-PERCENT
004480     MOVE GT-MAX-PERCENT TO GARN-MAX-PERCENT
004490     MOVE GT-BALANCE TO GARN-BALANCE
004500     SET GARN-ACTIVE TO TRUE
004510     MOVE ZEROS TO GARN-CLOSED-DATE
004520     MOVE ZEROS TO GARN-LAST-PAY-DATE
004530     MOVE ZEROS TO GARN-LAST-AMOUNT.
004540 3100-EXIT.
004550     EXIT.

004560*================================================================
004570* 8000-DISPLAY-SUMMARY  --  REPORT WHAT THE LOAD RUN DID
004580*================================================================
004590 8000-DISPLAY-SUMMARY.
004600     DISPLAY "---- GARNISHMENT LOAD SUMMARY ----"
004610     DISPLAY "ORDERS ADDED        : " WS-CARDS-ADDED
004620     DISPLAY "ORDERS CHANGED      : " WS-CARDS-CHANGED
004630     DISPLAY "ORDERS RELEASED     : " WS-CARDS-RELEASED
004640     DISPLAY "CARDS REJECTED      : " WS-CARDS-REJECTED.
004650 8000-EXIT.
004660     EXIT.

004670*================================================================
004680* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
004690*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
004700*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
004710*                       RUN'S OWN RETURN CODE AS IT WAS
004720*================================================================
004730 9800-LOG-RUN-END.
004740     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
004750     IF RUNCTL-STATUS NOT = "00"
004760         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
004770             RUNCTL-STATUS
004780         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
004790     ELSE
004800         MOVE SPACES TO RUN-CONTROL-RECORD
004810         SET RCR-ENDED TO TRUE
004820         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
004830         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
004840         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
004850         MOVE WS-RC-START-DATE TO RCR-START-DATE
004860         MOVE WS-RC-START-TIME TO RCR-START-TIME
004870         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
004880         ACCEPT RCR-END-TIME FROM TIME
004890         MOVE RETURN-CODE TO RCR-RETURN-CODE
004900         MOVE ZEROS TO RCR-COUNTS
004910         ADD WS-CARDS-ADDED WS-CARDS-CHANGED WS-CARDS-RELEASED
004920             WS-CARDS-REJECTED GIVING RCR-RECORDS-READ
004930         MOVE WS-CARDS-ADDED TO RCR-RECORDS-WRITTEN
004940         MOVE WS-CARDS-REJECTED TO RCR-RECORDS-REJECTED
004950         ADD WS-CARDS-ADDED WS-CARDS-CHANGED WS-CARDS-RELEASED
004960             GIVING RCR-RECORDS-APPLIED
004970         WRITE RUN-CONTROL-RECORD
004980         CLOSE RUN-CONTROL-FILE
004990     END-IF.
005000 9800-EXIT.
005010     EXIT.

005020*================================================================
005030* 9999-TERMINATE  --  CLOSE ALL FILES
005040*================================================================
005050 9999-TERMINATE.
005060     CLOSE GARN-TRANS-FILE
005070     CLOSE EMPLOYEE-FILE
005080     CLOSE GARNISHMENT-FILE.
005090 9999-EXIT.
005100     EXIT.
