000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GL-JOURNAL.
000030 AUTHOR. J SARRAF.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-14 JHS   ORIGINAL - BUILDS THE GENERAL LEDGER JOURNAL
000110*                  FOR THE PAY RUN FROM THE PAY DETAIL FILE
000120*                  PAYCALC WRITES, SO ACCOUNTING NO LONGER KEYS
000130*                  THE PAYROLL ENTRY BY HAND FROM THE REGISTER
000140*                  TOTALS.
000150*                  GROSS IS DEBITED TO SALARY EXPENSE BY EMPLOYEE
000160*                  DEPARTMENT AND EACH DEDUCTION BUCKET (TAX,
000170*                  INSURANCE, RETIREMENT, OTHER) AND NET PAY IS
000180*                  CREDITED TO ITS OWN LIABILITY ACCOUNT.  ACCOUNT
000190*                  NUMBERS COME FROM THE GL ACCOUNT-MAPPING FILE
000200*                  GLMAP-MAINT MAINTAINS, KEYED BY DEPARTMENT AND
000210*                  BUCKET, FALLING BACK TO THE DEPARTMENT 000
000220*                  COMPANY-WIDE MAPPING.  THE RUN PROVES TOTAL
000230*                  DEBITS EQUAL TOTAL CREDITS AND TIES THEM TO THE
000240*                  REGISTER'S GROSS, DEDUCTION, AND NET CONTROL
000250*                  TOTALS CARRIED ON THE PAY DETAIL TRAILER - ANY
000260*                  DIFFERENCE, OR A BUCKET WITH NO ACCOUNT MAPPED,
000270*                  ENDS THE RUN WITH RETURN-CODE 8 AND THE PAYRUN
000280*                  JOB DOES NOT RELEASE THE JOURNAL.
000290* 2026-10-14 JHS   WAGE GARNISHMENTS PAYCALC TAKES ARE CREDITED
000300*                  TO THEIR OWN LIABILITY ACCOUNT (BUCKET GRN)
000310*                  UNTIL ACCOUNTS PAYABLE REMITS THEM TO THE
000320*                  AGENCIES.
000330* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000340*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000350*                  CODE AND RECORD COUNTS - FOR THE MORNING
000360*                  OPERATIONS SUMMARY.
000370*================================================================

000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT PAY-DETAIL-FILE ASSIGN TO PAYDTL
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS PAY-DETAIL-STATUS.

000440     SELECT GL-MAP-FILE ASSIGN TO GLMFILE
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS GLM-KEY
000480         FILE STATUS IS GLM-STATUS.

000490     SELECT JOURNAL-FILE ASSIGN TO GLJRNL
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS JOURNAL-STATUS.

000520     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS RUNCTL-STATUS.

000550     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RUNPARM-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PAY-DETAIL-FILE.
000610     COPY PAYDREC.

000620 FD  GL-MAP-FILE.
000630     COPY GLMAPREC.

000640 FD  JOURNAL-FILE.
000650 01  JOURNAL-LINE                    PIC X(80).

000660 FD  RUN-CONTROL-FILE.
000670     COPY RUNCREC.

000680 FD  RUN-PARM-FILE.
000690 01  RUN-PARM-RECORD.
000700     05  RP-JOB-NAME                PIC X(08).
000710     05  FILLER                     PIC X(01).
000720     05  RP-STEP-NAME               PIC X(08).
000730     05  FILLER                     PIC X(63).

000740 WORKING-STORAGE SECTION.
000750*---------------------------------------------------------------
000760* FILE STATUS AND CONTROL SWITCHES
000770*---------------------------------------------------------------
000780 01  PAY-DETAIL-STATUS              PIC XX.
000790 01  GLM-STATUS                     PIC XX.
000800 01  JOURNAL-STATUS                 PIC XX.

000810 01  WS-DETAIL-EOF-SWITCH           PIC X(01) VALUE "N".
000820     88  WS-DETAIL-EOF                           VALUE "Y".
000830     88  WS-DETAIL-NOT-EOF                       VALUE "N".

000840 01  WS-TRAILER-SWITCH              PIC X(01) VALUE "N".
000850     88  WS-TRAILER-SEEN                         VALUE "Y".
000860     88  WS-TRAILER-NOT-SEEN                     VALUE "N".

000870 01  WS-MAP-SWITCH                  PIC X(01) VALUE "N".
000880     88  WS-MAP-FOUND                            VALUE "Y".
000890     88  WS-MAP-NOT-FOUND                        VALUE "N".

000900*---------------------------------------------------------------
000910* DEPARTMENT TOTALS - ONE ENTRY PER POSSIBLE DEPARTMENT CODE,
000920* SUBSCRIPTED BY DEPARTMENT CODE PLUS ONE
000930*---------------------------------------------------------------
000940 77  WS-DEPT-MAX                    PIC 9(04) COMP VALUE 1000.

000950 01  WS-DEPT-SUB                    PIC 9(04) COMP VALUE ZERO.
000960 01  WS-DEPT-TABLE.
000970     05  WS-DEPT-ENTRY OCCURS 1000 TIMES.
000980         10  WS-DT-USED             PIC X(01).
000990         10  WS-DT-GROSS            PIC 9(09)V99.
001000         10  WS-DT-TAX              PIC 9(09)V99.
001010         10  WS-DT-INSURANCE        PIC 9(09)V99.
001020         10  WS-DT-RETIRE           PIC 9(09)V99.
001030         10  WS-DT-OTHER            PIC 9(09)V99.
001040         10  WS-DT-GARNISH          PIC 9(09)V99.
001050         10  WS-DT-NET              PIC 9(09)V99.

001060*---------------------------------------------------------------
001070* JOURNAL LINE WORK FIELDS
001080*---------------------------------------------------------------
001090 01  WS-JRN-DEPT                    PIC 9(03).
001100 01  WS-JRN-BUCKET                  PIC X(03).
001110 01  WS-JRN-DR-CR                   PIC X(01).
001120 01  WS-JRN-AMOUNT                  PIC 9(09)V99.
001130 01  WS-PAY-PERIOD                  PIC 9(03) VALUE ZERO.
001140 01  WS-PAY-DATE                    PIC 9(08) VALUE ZERO.

001150*---------------------------------------------------------------
001160* RUN TOTALS AND PROOF FIELDS
001170*---------------------------------------------------------------
001180 01  WS-DETAIL-COUNT                PIC 9(05) COMP VALUE ZERO.
001190 01  WS-LINE-COUNT                  PIC 9(05) COMP VALUE ZERO.
001200 01  WS-UNMAPPED-COUNT              PIC 9(05) COMP VALUE ZERO.
001210 01  WS-TOT-DEBITS                  PIC 9(11)V99 VALUE ZEROS.
001220 01  WS-TOT-CREDITS                 PIC 9(11)V99 VALUE ZEROS.
001230 01  WS-TOT-DED-CREDITS             PIC 9(11)V99 VALUE ZEROS.
001240 01  WS-TOT-NET-CREDITS             PIC 9(11)V99 VALUE ZEROS.
001250 01  WS-CTL-EMP-COUNT               PIC 9(05) VALUE ZERO.
001260 01  WS-CTL-GROSS                   PIC 9(09)V99 VALUE ZEROS.
001270 01  WS-CTL-DED                     PIC 9(09)V99 VALUE ZEROS.
001280 01  WS-CTL-NET                     PIC 9(09)V99 VALUE ZEROS.
001290 01  WS-DIFFERENCE                  PIC S9(11)V99 VALUE ZEROS.

001300*---------------------------------------------------------------
001310* JOURNAL RECORDS - FIXED FORMAT, ONE HEADER, ONE DETAIL PER
001320* ACCOUNT LINE, ONE TRAILER
001330*---------------------------------------------------------------
001340 01  JRN-HEADER.
001350     05  FILLER                     PIC X(01) VALUE "H".
001360     05  FILLER                     PIC X(08) VALUE "PAYROLL ".
001370     05  JH-PAY-DATE                PIC 9(08).
001380     05  JH-PAY-PERIOD              PIC 9(03).
001390     05  FILLER                     PIC X(60) VALUE SPACES.

001400 01  JRN-DETAIL.
001410     05  FILLER                     PIC X(01) VALUE "D".
001420     05  JD-ACCOUNT-NUMBER          PIC X(10).
001430     05  JD-DEPT-CODE               PIC 9(03).
001440     05  JD-BUCKET                  PIC X(03).
001450     05  JD-DR-CR                   PIC X(01).
001460     05  JD-AMOUNT                  PIC 9(09)V99.
001470     05  JD-PAY-PERIOD              PIC 9(03).
001480     05  JD-PAY-DATE                PIC 9(08).
001490     05  JD-DESCRIPTION             PIC X(30).
001500     05  FILLER                     PIC X(10) VALUE SPACES.

001510 01  JRN-TRAILER.
001520     05  FILLER                     PIC X(01) VALUE "T".
001530     05  JT-LINE-COUNT              PIC 9(06).
001540     05  JT-TOTAL-DEBITS            PIC 9(11)V99.
001550     05  JT-TOTAL-CREDITS           PIC 9(11)V99.
001560     05  FILLER                     PIC X(47) VALUE SPACES.

001570*---------------------------------------------------------------
001580* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001590* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001600* THE STEP HAS NO CARD) AND WHEN IT STARTED
001610*---------------------------------------------------------------
001620 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001630         "GL-JOURNAL".

001640 01  RUNCTL-STATUS                  PIC XX.
001650 01  RUNPARM-STATUS                 PIC XX.
001660 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001670 01  WS-RC-STEP-NAME                PIC X(08) VALUE "GLJRNL".
001680 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001690 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

001700 PROCEDURE DIVISION.

001710*================================================================
001720* 0000-MAINLINE
001730*================================================================
001740 0000-MAINLINE.
001750     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001770     PERFORM 2000-ACCUMULATE-DETAIL THRU 2000-EXIT
001780         UNTIL WS-DETAIL-EOF
001790     PERFORM 3000-WRITE-JOURNAL THRU 3000-EXIT
001800     PERFORM 7000-WRITE-TRAILER THRU 7000-EXIT
001810     PERFORM 8000-PROVE-JOURNAL THRU 8000-EXIT
001820     PERFORM 9999-TERMINATE THRU 9999-EXIT
001830     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001840     STOP RUN.

001850*================================================================
001860* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001870*                         RUNPARM CARD AND WRITE THE START RECORD
001880*                         TO THE RUN-CONTROL FILE
001890*================================================================
001900 0100-LOG-RUN-START.
001910     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001920     ACCEPT WS-RC-START-TIME FROM TIME
001930     OPEN INPUT RUN-PARM-FILE
001940     IF RUNPARM-STATUS = "00"
001950         READ RUN-PARM-FILE
001960             NOT AT END
001970                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001980                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001990         END-READ
002000         CLOSE RUN-PARM-FILE
002010     END-IF
002020     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002030     IF RUNCTL-STATUS NOT = "00"
002040         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002050             RUNCTL-STATUS
002060         SET RETURN-CODE TO 8
002070         STOP RUN
002080     END-IF
002090     MOVE SPACES TO RUN-CONTROL-RECORD
002100     SET RCR-STARTED TO TRUE
002110     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002120     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002130     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002140     MOVE WS-RC-START-DATE TO RCR-START-DATE
002150     MOVE WS-RC-START-TIME TO RCR-START-TIME
002160     MOVE ZEROS TO RCR-END-STAMP
002170     MOVE ZEROS TO RCR-RETURN-CODE
002180     MOVE ZEROS TO RCR-COUNTS
002190     WRITE RUN-CONTROL-RECORD
002200     CLOSE RUN-CONTROL-FILE.
002210 0100-EXIT.
002220     EXIT.

002230*================================================================
002240* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
002250*                            CREATING IT ON THE FIRST RUN
002260*================================================================
002270 0110-OPEN-RUN-CONTROL.
002280     OPEN EXTEND RUN-CONTROL-FILE
002290     IF RUNCTL-STATUS = "35"
002300         CLOSE RUN-CONTROL-FILE
002310         OPEN OUTPUT RUN-CONTROL-FILE
002320         CLOSE RUN-CONTROL-FILE
002330         OPEN EXTEND RUN-CONTROL-FILE
002340     END-IF.
002350 0110-EXIT.
002360     EXIT.

002370*================================================================
002380* 1000-INITIALIZE  --  OPEN ALL FILES, CLEAR THE DEPARTMENT
002390*                      TOTALS, AND PRIME THE PAY DETAIL READ
002400*================================================================
002410 1000-INITIALIZE.
002420     OPEN INPUT PAY-DETAIL-FILE
002430     IF PAY-DETAIL-STATUS NOT = "00"
002440         DISPLAY "FAILED TO OPEN THE PAY DETAIL FILE. STATUS = "
002450             PAY-DETAIL-STATUS
002460         DISPLAY "RUN PAYCALC TO CUT THE PAY DETAIL BEFORE "
002470             "BUILDING THE JOURNAL."
002480         SET RETURN-CODE TO 8
002490         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002500         STOP RUN
002510     END-IF
002520     OPEN INPUT GL-MAP-FILE
002530     IF GLM-STATUS = "35"
002540         DISPLAY "THE GL ACCOUNT-MAPPING FILE HAS NOT BEEN "
002550             "CREATED - RUN GLMAP-MAINT FIRST."
002560         SET RETURN-CODE TO 8
002570         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002580         STOP RUN
002590     END-IF
002600     IF GLM-STATUS NOT = "00"
002610         DISPLAY "FAILED TO OPEN THE GL ACCOUNT-MAPPING FILE. "
002620             "STATUS = " GLM-STATUS
002630         SET RETURN-CODE TO 8
002640         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002650         STOP RUN
002660     END-IF
002670     OPEN OUTPUT JOURNAL-FILE
002680     IF JOURNAL-STATUS NOT = "00"
002690         DISPLAY "FAILED TO OPEN THE GL JOURNAL FILE. STATUS = "
002700             JOURNAL-STATUS
002710         SET RETURN-CODE TO 8
002720         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002730         STOP RUN
002740     END-IF
002750     PERFORM 1100-CLEAR-ONE-DEPT THRU 1100-EXIT
002760         VARYING WS-DEPT-SUB FROM 1 BY 1
002770         UNTIL WS-DEPT-SUB > WS-DEPT-MAX
002780     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
002790 1000-EXIT.
002800     EXIT.

002810 1100-CLEAR-ONE-DEPT.
002820     MOVE "N" TO WS-DT-USED (WS-DEPT-SUB)
002830     MOVE ZEROS TO WS-DT-GROSS (WS-DEPT-SUB)
002840     MOVE ZEROS TO WS-DT-TAX (WS-DEPT-SUB)
002850     MOVE ZEROS TO WS-DT-INSURANCE (WS-DEPT-SUB)
002860     MOVE ZEROS TO WS-DT-RETIRE (WS-DEPT-SUB)
002870     MOVE ZEROS TO WS-DT-OTHER (WS-DEPT-SUB)
002880     MOVE ZEROS TO WS-DT-GARNISH (WS-DEPT-SUB)
002890     MOVE ZEROS TO WS-DT-NET (WS-DEPT-SUB).
002900 1100-EXIT.
002910     EXIT.

002920*================================================================
002930* 2000-ACCUMULATE-DETAIL  --  ROLL ONE EMPLOYEE'S PAY INTO THE
002940*                             DEPARTMENT'S TOTALS, OR PICK UP
002950*                             THE REGISTER CONTROL TOTALS FROM
002960*                             THE TRAILER
002970*================================================================
002980 2000-ACCUMULATE-DETAIL.
002990     IF PDT-TRAILER
003000         SET WS-TRAILER-SEEN TO TRUE
003010         MOVE PDT-CTL-EMP-COUNT TO WS-CTL-EMP-COUNT
003020         MOVE PDT-CTL-TOTAL-GROSS TO WS-CTL-GROSS
003030         MOVE PDT-CTL-TOTAL-DED TO WS-CTL-DED
003040         MOVE PDT-CTL-TOTAL-NET TO WS-CTL-NET
003050         MOVE PDT-CTL-PERIOD-NUMBER TO WS-PAY-PERIOD
003060         MOVE PDT-CTL-PAY-DATE TO WS-PAY-DATE
003070     ELSE
003080         ADD 1 TO WS-DETAIL-COUNT
003090         MOVE PDT-PERIOD-NUMBER TO WS-PAY-PERIOD
003100         MOVE PDT-PAY-DATE TO WS-PAY-DATE
003110         COMPUTE WS-DEPT-SUB = PDT-EMPLOYEE-DEPT + 1
003120         MOVE "Y" TO WS-DT-USED (WS-DEPT-SUB)
003130         ADD PDT-GROSS TO WS-DT-GROSS (WS-DEPT-SUB)
003140         ADD PDT-TAX TO WS-DT-TAX (WS-DEPT-SUB)
003150         ADD PDT-INSURANCE TO WS-DT-INSURANCE (WS-DEPT-SUB)
003160         ADD PDT-RETIRE TO WS-DT-RETIRE (WS-DEPT-SUB)
003170         ADD PDT-OTHER TO WS-DT-OTHER (WS-DEPT-SUB)
003180         ADD PDT-GARNISH TO WS-DT-GARNISH (WS-DEPT-SUB)
003190         ADD PDT-NET TO WS-DT-NET (WS-DEPT-SUB)
003200     END-IF
003210     PERFORM 2100-READ-DETAIL THRU 2100-EXIT.
003220 2000-EXIT.
003230     EXIT.

003240 2100-READ-DETAIL.
003250     READ PAY-DETAIL-FILE
003260         AT END
003270             SET WS-DETAIL-EOF TO TRUE
003280     END-READ.
003290 2100-EXIT.
003300     EXIT.

003310*================================================================
003320* 3000-WRITE-JOURNAL  --  WRITE THE JOURNAL HEADER, THEN ONE SET
003330*                         OF DEBIT AND CREDIT LINES FOR EVERY
003340*                         DEPARTMENT THAT WAS PAID
003350*================================================================
003360 3000-WRITE-JOURNAL.
003370     MOVE WS-PAY-DATE TO JH-PAY-DATE
003380     MOVE WS-PAY-PERIOD TO JH-PAY-PERIOD
003390     WRITE JOURNAL-LINE FROM JRN-HEADER
003400     PERFORM 3100-WRITE-ONE-DEPT THRU 3100-EXIT
003410         VARYING WS-DEPT-SUB FROM 1 BY 1
003420         UNTIL WS-DEPT-SUB > WS-DEPT-MAX.
003430 3000-EXIT.
003440     EXIT.

003450*================================================================
003460* 3100-WRITE-ONE-DEPT  --  DEBIT THE DEPARTMENT'S SALARY EXPENSE
003470*                          WITH ITS GROSS AND CREDIT EACH
003480*                          DEDUCTION BUCKET AND NET PAY TO ITS
003490*                          LIABILITY ACCOUNT
003500*================================================================
003510 3100-WRITE-ONE-DEPT.
003520     IF WS-DT-USED (WS-DEPT-SUB) = "Y"
003530         COMPUTE WS-JRN-DEPT = WS-DEPT-SUB - 1
003540         MOVE "D" TO WS-JRN-DR-CR
003550         MOVE "SAL" TO WS-JRN-BUCKET
003560         MOVE WS-DT-GROSS (WS-DEPT-SUB) TO WS-JRN-AMOUNT
003570         PERFORM 4000-WRITE-JOURNAL-LINE THRU 4000-EXIT
003580         MOVE "C" TO WS-JRN-DR-CR
003590         MOVE "TAX" TO WS-JRN-BUCKET
003600         MOVE WS-DT-TAX (WS-DEPT-SUB) TO WS-JRN-AMOUNT
003610         PERFORM 4000-WRITE-JOURNAL-LINE THRU 4000-EXIT
003620         MOVE "INS" TO WS-JRN-BUCKET
003630         MOVE WS-DT-INSURANCE (WS-DEPT-SUB) TO WS-JRN-AMOUNT
003640         PERFORM 4000-WRITE-JOURNAL-LINE THRU 4000-EXIT
003650         MOVE "RET" TO WS-JRN-BUCKET
003660         MOVE WS-DT-RETIRE (WS-DEPT-SUB) TO WS-JRN-AMOUNT
003670         PERFORM 4000-WRITE-JOURNAL-LINE THRU 4000-EXIT
003680         MOVE "OTH" TO WS-JRN-BUCKET
003690         MOVE WS-DT-OTHER (WS-DEPT-SUB) TO WS-JRN-AMOUNT
003700         PERFORM 4000-WRITE-JOURNAL-LINE THRU 4000-EXIT
003710         MOVE "GRN" TO WS-JRN-BUCKET
003720         MOVE WS-DT-GARNISH (WS-DEPT-SUB) TO WS-JRN-AMOUNT
003730         PERFORM 4000-WRITE-JOURNAL-LINE THRU 4000-EXIT
003740         MOVE "NET" TO WS-JRN-BUCKET
003750         MOVE WS-DT-NET (WS-DEPT-SUB) TO WS-JRN-AMOUNT
003760         PERFORM 4000-WRITE-JOURNAL-LINE THRU 4000-EXIT
003770     END-IF.
003780 3100-EXIT.
003790     EXIT.

003800*================================================================
003810* 4000-WRITE-JOURNAL-LINE  --  MAP THE DEPARTMENT AND BUCKET TO
003820*                              ITS GL ACCOUNT AND WRITE ONE
003830*                              JOURNAL DETAIL.  A ZERO AMOUNT
003840*                              WRITES NOTHING.
003850*================================================================
003860 4000-WRITE-JOURNAL-LINE.
003870     IF WS-JRN-AMOUNT > ZERO
003880         PERFORM 4100-MAP-ACCOUNT THRU 4100-EXIT
003890         MOVE WS-JRN-DEPT TO JD-DEPT-CODE
003900         MOVE WS-JRN-BUCKET TO JD-BUCKET
003910         MOVE WS-JRN-DR-CR TO JD-DR-CR
003920         MOVE WS-JRN-AMOUNT TO JD-AMOUNT
003930         MOVE WS-PAY-PERIOD TO JD-PAY-PERIOD
003940         MOVE WS-PAY-DATE TO JD-PAY-DATE
003950         WRITE JOURNAL-LINE FROM JRN-DETAIL
003960         IF JOURNAL-STATUS NOT = "00"
003970             DISPLAY "ERROR WRITING THE GL JOURNAL FILE. "
003980                 "STATUS = " JOURNAL-STATUS
003990             SET RETURN-CODE TO 8
004000         END-IF
004010         ADD 1 TO WS-LINE-COUNT
004020         IF WS-JRN-DR-CR = "D"
004030             ADD WS-JRN-AMOUNT TO WS-TOT-DEBITS
004040         ELSE
004050             ADD WS-JRN-AMOUNT TO WS-TOT-CREDITS
004060             IF WS-JRN-BUCKET = "NET"
004070                 ADD WS-JRN-AMOUNT TO WS-TOT-NET-CREDITS
004080             ELSE
004090                 ADD WS-JRN-AMOUNT TO WS-TOT-DED-CREDITS
004100             END-IF
004110         END-IF
004120     END-IF.
004130 4000-EXIT.
004140     EXIT.

004150*================================================================
004160* 4100-MAP-ACCOUNT  --  LOOK UP THE DEPARTMENT'S OWN MAPPING FOR
004170*                       THE BUCKET, THEN THE DEPARTMENT 000
004180*                       COMPANY-WIDE MAPPING.  A BUCKET WITH NO
004190*                       MAPPING IS FLAGGED AND FAILS THE RUN.
004200*================================================================
004210 4100-MAP-ACCOUNT.
004220     MOVE WS-JRN-DEPT TO GLM-DEPT-CODE
004230     MOVE WS-JRN-BUCKET TO GLM-BUCKET
004240     PERFORM 4200-READ-MAPPING THRU 4200-EXIT
004250     IF WS-MAP-NOT-FOUND
004260         MOVE ZERO TO GLM-DEPT-CODE
004270         MOVE WS-JRN-BUCKET TO GLM-BUCKET
004280         PERFORM 4200-READ-MAPPING THRU 4200-EXIT
004290     END-IF
004300     IF WS-MAP-FOUND
004310         MOVE GLM-ACCOUNT-NUMBER TO JD-ACCOUNT-NUMBER
004320         MOVE GLM-DESCRIPTION TO JD-DESCRIPTION
004330     ELSE
004340         MOVE "UNMAPPED" TO JD-ACCOUNT-NUMBER
004350         MOVE "NO GL ACCOUNT MAPPED" TO JD-DESCRIPTION
004360         DISPLAY "*** NO GL ACCOUNT MAPPED FOR DEPARTMENT "
004370             WS-JRN-DEPT " BUCKET " WS-JRN-BUCKET
004380         ADD 1 TO WS-UNMAPPED-COUNT
004390         SET RETURN-CODE TO 8
004400     END-IF.
004410 4100-EXIT.
004420     EXIT.

004430 4200-READ-MAPPING.
004440     READ GL-MAP-FILE
004450         INVALID KEY
004460             SET WS-MAP-NOT-FOUND TO TRUE
004470         NOT INVALID KEY
004480             SET WS-MAP-FOUND TO TRUE
004490     END-READ.
004500 4200-EXIT.
004510     EXIT.

004520*================================================================
004530* 7000-WRITE-TRAILER  --  CLOSE THE JOURNAL WITH ITS LINE COUNT
004540*                         AND DEBIT AND CREDIT TOTALS
004550*================================================================
004560 7000-WRITE-TRAILER.
004570     MOVE WS-LINE-COUNT TO JT-LINE-COUNT
004580     MOVE WS-TOT-DEBITS TO JT-TOTAL-DEBITS
004590     MOVE WS-TOT-CREDITS TO JT-TOTAL-CREDITS
004600     WRITE JOURNAL-LINE FROM JRN-TRAILER
004610     IF JOURNAL-STATUS NOT = "00"
004620         DISPLAY "ERROR WRITING THE GL JOURNAL FILE. STATUS = "
004630             JOURNAL-STATUS
004640         SET RETURN-CODE TO 8
004650     END-IF.
004660 7000-EXIT.
004670     EXIT.

004680*================================================================
004690* 8000-PROVE-JOURNAL  --  PROVE DEBITS EQUAL CREDITS AND TIE BOTH
004700*                         TO THE REGISTER'S CONTROL TOTALS.  ANY
004710*                         DIFFERENCE SETS RETURN-CODE 8 SO THE
004720*                         JOURNAL IS NOT RELEASED.
004730*================================================================
004740 8000-PROVE-JOURNAL.
004750     DISPLAY "---- GL JOURNAL PROOF ----"
004760     DISPLAY "PAY DETAIL RECORDS READ   : " WS-DETAIL-COUNT
004770     DISPLAY "JOURNAL LINES WRITTEN     : " WS-LINE-COUNT
004780     DISPLAY "TOTAL DEBITS              : " WS-TOT-DEBITS
004790     DISPLAY "TOTAL CREDITS             : " WS-TOT-CREDITS
004800     DISPLAY "REGISTER GROSS            : " WS-CTL-GROSS
004810     DISPLAY "REGISTER DEDUCTIONS       : " WS-CTL-DED
004820     DISPLAY "REGISTER NET PAY          : " WS-CTL-NET
004830     IF WS-TRAILER-NOT-SEEN
004840         DISPLAY "*** THE PAY DETAIL FILE HAS NO CONTROL "
004850             "TRAILER - PAYCALC DID NOT FINISH."
004860         SET RETURN-CODE TO 8
004870     END-IF
004880     IF WS-DETAIL-COUNT NOT = WS-CTL-EMP-COUNT
004890         DISPLAY "*** DETAIL COUNT DOES NOT MATCH THE REGISTER - "
004900             "REGISTER SHOWS " WS-CTL-EMP-COUNT
004910         SET RETURN-CODE TO 8
004920     END-IF
004930     COMPUTE WS-DIFFERENCE = WS-TOT-DEBITS - WS-TOT-CREDITS
004940     IF WS-DIFFERENCE NOT = ZERO
004950         DISPLAY "*** DEBITS DO NOT EQUAL CREDITS - DIFFERENCE : "
004960             WS-DIFFERENCE
004970         SET RETURN-CODE TO 8
004980     END-IF
004990     COMPUTE WS-DIFFERENCE = WS-TOT-DEBITS - WS-CTL-GROSS
005000     IF WS-DIFFERENCE NOT = ZERO
005010         DISPLAY "*** DEBITS DO NOT TIE TO REGISTER GROSS - "
005020             "DIFFERENCE : " WS-DIFFERENCE
005030         SET RETURN-CODE TO 8
005040     END-IF
005050     COMPUTE WS-DIFFERENCE = WS-TOT-DED-CREDITS - WS-CTL-DED
005060     IF WS-DIFFERENCE NOT = ZERO
005070         DISPLAY "*** DEDUCTION CREDITS DO NOT TIE TO REGISTER "
005080             "DEDUCTIONS - DIFFERENCE : " WS-DIFFERENCE
005090         SET RETURN-CODE TO 8
005100     END-IF
005110     COMPUTE WS-DIFFERENCE = WS-TOT-NET-CREDITS - WS-CTL-NET
005120     IF WS-DIFFERENCE NOT = ZERO
005130         DISPLAY "*** NET PAY CREDIT DOES NOT TIE TO REGISTER "
005140             "NET - DIFFERENCE : " WS-DIFFERENCE
005150         SET RETURN-CODE TO 8
005160     END-IF
005170     IF WS-UNMAPPED-COUNT > ZERO
005180         DISPLAY "*** " WS-UNMAPPED-COUNT " JOURNAL LINES HAVE "
005190             "NO GL ACCOUNT - ADD THE MAPPING WITH GLMAP-MAINT."
005200     END-IF
005210     IF RETURN-CODE = ZERO
005220         DISPLAY "BALANCED - DEBITS EQUAL CREDITS AND TIE TO THE "
005230             "REGISTER."
005240     ELSE
005250         DISPLAY "*** JOURNAL NOT BALANCED - IT WILL NOT BE "
005260             "RELEASED."
005270     END-IF.
005280 8000-EXIT.
005290     EXIT.

005300*================================================================
005310* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
005320*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
005330*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
005340*                       RUN'S OWN RETURN CODE AS IT WAS
005350*================================================================
005360 9800-LOG-RUN-END.
005370     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
005380     IF RUNCTL-STATUS NOT = "00"
005390         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
005400             RUNCTL-STATUS
005410         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
005420     ELSE
005430         MOVE SPACES TO RUN-CONTROL-RECORD
005440         SET RCR-ENDED TO TRUE
005450         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
005460         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
005470         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
005480         MOVE WS-RC-START-DATE TO RCR-START-DATE
005490         MOVE WS-RC-START-TIME TO RCR-START-TIME
005500         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
005510         ACCEPT RCR-END-TIME FROM TIME
005520         MOVE RETURN-CODE TO RCR-RETURN-CODE
005530         MOVE ZEROS TO RCR-COUNTS
005540         MOVE WS-DETAIL-COUNT TO RCR-RECORDS-READ
005550         MOVE WS-LINE-COUNT TO RCR-RECORDS-WRITTEN
005560         MOVE WS-UNMAPPED-COUNT TO RCR-RECORDS-REJECTED
005570         WRITE RUN-CONTROL-RECORD
005580         CLOSE RUN-CONTROL-FILE
005590     END-IF.
005600 9800-EXIT.
005610     EXIT.

005620*================================================================
005630* 9999-TERMINATE  --  CLOSE ALL FILES
005640*================================================================
005650 9999-TERMINATE.
005660     CLOSE PAY-DETAIL-FILE
005670     CLOSE GL-MAP-FILE
005680     CLOSE JOURNAL-FILE.
005690 9999-EXIT.
005700     EXIT.
