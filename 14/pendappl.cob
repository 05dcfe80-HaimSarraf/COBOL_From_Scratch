000180*                  CHANGE FOR AN EMPLOYEE NO LONGER ON THE
000190*                  MASTER IS REPORTED AND DROPPED.  RUNS IN THE
000200*                  NIGHTLY STREAM AHEAD OF THE SALARY REPORT.
000201* 2026-10-14 JHS   THE AUDIT ENTRY'S NEW BANK ROUTING AND
000202*                  ACCOUNT FIELDS ARE WRITTEN BLANK.
000203* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000204*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000205*                  CODE AND RECORD COUNTS - FOR THE MORNING
000206*                  OPERATIONS SUMMARY.
000210*================================================================

000220 ENVIRONMENT DIVISION.
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS YTD-STATUS.

000381     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000382         ORGANIZATION IS LINE SEQUENTIAL
000383         FILE STATUS IS RUNCTL-STATUS.

000384     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000385         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS RUNPARM-STATUS.

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PENDING-FILE.
000470 FD  YTD-FILE.
000480     COPY YTDREC.

000481 FD  RUN-CONTROL-FILE.
000482     COPY RUNCREC.

000483 FD  RUN-PARM-FILE.
000484 01  RUN-PARM-RECORD.
000485     05  RP-JOB-NAME                PIC X(08).
000486     05  FILLER                     PIC X(01).
000487     05  RP-STEP-NAME               PIC X(08).
000488     05  FILLER                     PIC X(63).

000490 WORKING-STORAGE SECTION.
000500*---------------------------------------------------------------
000510* FILE STATUS AND CONTROL SWITCHES
000870*---------------------------------------------------------------
000880 01  WS-APPLIED-COUNT               PIC 9(04) COMP VALUE ZERO.
000890 01  WS-STILL-PENDING-COUNT         PIC 9(04) COMP VALUE ZERO.
000892 01  WS-DROPPED-COUNT               PIC 9(04) COMP VALUE ZERO.

000894*---------------------------------------------------------------
000896* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
000898* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
000900* THE STEP HAS NO CARD) AND WHEN IT STARTED
000901*---------------------------------------------------------------
000902 77  WS-RC-PROGRAM                  PIC X(13) VALUE
000903         "PEND-APPLY".

000904 01  RUNCTL-STATUS                  PIC XX.
000905 01  RUNPARM-STATUS                 PIC XX.
000906 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
000907 01  WS-RC-STEP-NAME                PIC X(08) VALUE "PENDAPPL".
000908 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
000909 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

000910 PROCEDURE DIVISION.

000930* 0000-MAINLINE
000940*================================================================
000950 0000-MAINLINE.
000955     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
000960     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000970     PERFORM 2000-LOAD-PENDING THRU 2000-EXIT
000980         UNTIL WS-PEND-EOF
001030     PERFORM 7000-REWRITE-PENDING THRU 7000-EXIT
001040     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
001050     PERFORM 9999-TERMINATE THRU 9999-EXIT
001051     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001052     STOP RUN.

001053*================================================================
001054* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001055*                         RUNPARM CARD AND WRITE THE START RECORD
001056*                         TO THE RUN-CONTROL FILE
001057*================================================================
001058 0100-LOG-RUN-START.
001060     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001061     ACCEPT WS-RC-START-TIME FROM TIME
001062     OPEN INPUT RUN-PARM-FILE
001063     IF RUNPARM-STATUS = "00"
001064         READ RUN-PARM-FILE
001065             NOT AT END
001066                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001067                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001068         END-READ
001069         CLOSE RUN-PARM-FILE
001070     END-IF
001071     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001072     IF RUNCTL-STATUS NOT = "00"
001073         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001074             RUNCTL-STATUS
001075         SET RETURN-CODE TO 8
001076         STOP RUN
001077     END-IF
001078     MOVE SPACES TO RUN-CONTROL-RECORD
001079     SET RCR-STARTED TO TRUE
001080     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001081     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001082     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001083     MOVE WS-RC-START-DATE TO RCR-START-DATE
001084     MOVE WS-RC-START-TIME TO RCR-START-TIME
001085     MOVE ZEROS TO RCR-END-STAMP
001086     MOVE ZEROS TO RCR-RETURN-CODE
001087     MOVE ZEROS TO RCR-COUNTS
001088     WRITE RUN-CONTROL-RECORD
001089     CLOSE RUN-CONTROL-FILE.
001090 0100-EXIT.
001091     EXIT.

001092*================================================================
001093* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001094*                            CREATING IT ON THE FIRST RUN
001095*================================================================
001096 0110-OPEN-RUN-CONTROL.
001097     OPEN EXTEND RUN-CONTROL-FILE
001098     IF RUNCTL-STATUS = "35"
001099         CLOSE RUN-CONTROL-FILE
001100         OPEN OUTPUT RUN-CONTROL-FILE
001101         CLOSE RUN-CONTROL-FILE
001102         OPEN EXTEND RUN-CONTROL-FILE
001103     END-IF.
001104 0110-EXIT.
001105     EXIT.

001106*================================================================
001107* 1000-INITIALIZE  --  OPEN THE PENDING FILE, THE MASTER, AND
001108*                      THE AUDIT LOG, LOAD THE YTD ACCUMULATOR,
001109*                      AND PRIME THE READ LOOP
001110*================================================================
001120 1000-INITIALIZE.
001130     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001140     OPEN INPUT PENDING-FILE
001150     IF PEND-STATUS = "35"
001160         DISPLAY "NO PENDING FILE - NOTHING TO APPLY."
001165         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001170         STOP RUN
001180     END-IF
001190     IF PEND-STATUS NOT = "00"
001200         DISPLAY "FAILED TO OPEN THE PENDING FILE. STATUS = "
001210             PEND-STATUS
001220         SET RETURN-CODE TO 8
001225         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001230         STOP RUN
001240     END-IF
001250     OPEN I-O EMPLOYEE-FILE
001270         DISPLAY "FAILED TO OPEN THE EMPLOYEE FILE. STATUS = "
001280             FILE-STATUS
001290         SET RETURN-CODE TO 8
001295         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001300         STOP RUN
001310     END-IF
001320     OPEN EXTEND AUDIT-LOG-FILE
001400         DISPLAY "FAILED TO OPEN THE AUDIT LOG. STATUS = "
001410             AUDIT-STATUS
001420         SET RETURN-CODE TO 8
001425         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001430         STOP RUN
001440     END-IF
001450     PERFORM 1700-LOAD-YTD-TOTAL THRU 1700-EXIT
001590             DISPLAY "FAILED TO OPEN THE YTD FILE. STATUS = "
001600                 YTD-STATUS
001610             SET RETURN-CODE TO 8
001615             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001620             STOP RUN
001630         ELSE
001640             READ YTD-FILE
001810         DISPLAY "MORE THAN " WS-PEND-MAX " PENDING "
001820             "TRANSACTIONS - RAISE WS-PEND-MAX AND RERUN."
001830         SET RETURN-CODE TO 8
001835         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001840         STOP RUN
001850     END-IF
001860     ADD 1 TO WS-PEND-COUNT
002706     MOVE EMPLOYEE-DEPT TO AUD-DEPT-BEFORE
002707     MOVE EMPLOYEE-DEPT TO AUD-DEPT-AFTER
002708     MOVE SPACES TO AUD-APPROVER-ID
002711     MOVE SPACES TO AUD-ROUTING-BEFORE AUD-ACCOUNT-BEFORE
002714                    AUD-ROUTING-AFTER AUD-ACCOUNT-AFTER
002717     WRITE AUDIT-RECORD
002720     IF AUDIT-STATUS NOT = "00"
002730         DISPLAY "ERROR WRITING TO AUDIT LOG. STATUS = "
002740             AUDIT-STATUS
003220     DISPLAY "STILL PENDING           : " WS-STILL-PENDING-COUNT
003230     DISPLAY "DROPPED (NOT ON MASTER) : " WS-DROPPED-COUNT.
003240 8000-EXIT.
003241     EXIT.

003242*================================================================
003243* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
003244*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
003245*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
003246*                       RUN'S OWN RETURN CODE AS IT WAS
003250*================================================================
003251 9800-LOG-RUN-END.
003252     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
003253     IF RUNCTL-STATUS NOT = "00"
003254         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
003255             RUNCTL-STATUS
003256         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
003257     ELSE
003258         MOVE SPACES TO RUN-CONTROL-RECORD
003259         SET RCR-ENDED TO TRUE
003260         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
003261         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
003262         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
003263         MOVE WS-RC-START-DATE TO RCR-START-DATE
003264         MOVE WS-RC-START-TIME TO RCR-START-TIME
003265         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
003266         ACCEPT RCR-END-TIME FROM TIME
003267         MOVE RETURN-CODE TO RCR-RETURN-CODE
003268         MOVE ZEROS TO RCR-COUNTS
003269         MOVE WS-PEND-COUNT TO RCR-RECORDS-READ
003270         MOVE WS-STILL-PENDING-COUNT TO RCR-RECORDS-WRITTEN
003271         MOVE WS-DROPPED-COUNT TO RCR-RECORDS-REJECTED
003272         MOVE WS-APPLIED-COUNT TO RCR-RECORDS-APPLIED
003273         WRITE RUN-CONTROL-RECORD
003274         CLOSE RUN-CONTROL-FILE
003275     END-IF.
003276 9800-EXIT.
003277     EXIT.

003278*================================================================
003279* 9999-TERMINATE  --  CLOSE THE MASTER AND AUDIT LOG AND SAVE
003280*                     THE UPDATED YTD ACCUMULATOR
003290*================================================================
003300 9999-TERMINATE.
