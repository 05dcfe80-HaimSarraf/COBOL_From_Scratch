000233*                  BEFORE THE FIELD WENT IN STILL SEED ZEROS),
000234*                  AND FILE-HANDLER'S NEW XFER OPERATION
000235*                  REPLAYS AS A DEPARTMENT REWRITE.
000236* 2026-10-14 JHS   THE OFF-CYCLE RUN'S VOID AND OFFPAY ENTRIES
000237*                  RECORD PAYMENTS, NOT MASTER CHANGES - THEY
000238*                  ARE PASSED OVER WITHOUT TOUCHING THE MASTER.
000239* 2026-10-14 JHS   BANK-MAINT'S BNKADD, BNKCHG AND BNKDEL ENTRIES
000240*                  ARE PASSED OVER THE SAME WAY - THE BANK FILE
000241*                  IS NOT PART OF THE EMPLOYEE SNAPSHOT.
000242* 2026-10-14 JHS   THE SNAPSHOT RECORD CARRIES THE NEW PAY TYPE
000243*                  AND HOURLY RATE, AND FILE-HANDLER'S RATE
000244*                  OPERATION REPLAYS AS A PAY TYPE REWRITE - AN
000245*                  AFTER-IMAGE RATE ABOVE ZERO MEANS HOURLY AT
000246*                  THAT RATE, ZERO MEANS SALARIED.  A REPLAYED
000247*                  ADD IS SEEDED SALARIED; THE RATE ENTRY
000248*                  FILE-HANDLER WRITES AFTER AN HOURLY ADD
000249*                  FOLLOWS IT IN THE TRAIL.
000250* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000251*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000252*                  CODE AND RECORD COUNTS - FOR THE MORNING
000253*                  OPERATIONS SUMMARY.
000254* 2026-10-15 JHS   A RATE ENTRY FOR AN EMPLOYEE THE REBUILD DOES
000255*                  NOT HOLD YET NOW BUILDS THE PLACEHOLDER WITH
000256*                  NO SALARY AND THE ENTRY'S PAY TYPE AND RATE -
000257*                  IT WAS TAKING THE HOURLY RATE AS A SALARIED
000258*                  EMPLOYEE'S ANNUAL SALARY.
000259*================================================================

000260 ENVIRONMENT DIVISION.
000261 INPUT-OUTPUT SECTION.
000262 FILE-CONTROL.
000270     SELECT SNAPSHOT-FILE ASSIGN TO SNAPFILE
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS SNAP-STATUS.
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS YTD-STATUS.

000401     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000402         ORGANIZATION IS LINE SEQUENTIAL
000403         FILE STATUS IS RUNCTL-STATUS.

000404     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000405         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS RUNPARM-STATUS.

000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  SNAPSHOT-FILE.
000470     05  SNP-AGE                     PIC 9(03).
000480     05  SNP-SALARY                  PIC 9(06)V99.
000490     05  SNP-DEPT                    PIC 9(03).
000491     05  SNP-PAY-TYPE                PIC X(01).
000492     05  SNP-HOURLY-RATE             PIC 9(03)V99.

000500 FD  EMPLOYEE-FILE.
000510     COPY EMPREC.
000540 FD  YTD-FILE.
000550     COPY YTDREC.

000551 FD  RUN-CONTROL-FILE.
000552     COPY RUNCREC.

000553 FD  RUN-PARM-FILE.
000554 01  RUN-PARM-RECORD.
000555     05  RP-JOB-NAME                PIC X(08).
000556     05  FILLER                     PIC X(01).
000557     05  RP-STEP-NAME               PIC X(08).
000558     05  FILLER                     PIC X(63).

000560 WORKING-STORAGE SECTION.
000570*---------------------------------------------------------------
000580* FILE STATUS AND CONTROL SWITCHES
000710     88  WS-RECORD-FOUND                         VALUE "Y".
000720     88  WS-RECORD-NOT-FOUND                     VALUE "N".

000721 01  WS-ADD-SOURCE-SWITCH           PIC X(01) VALUE "A".
000722     88  WS-ADD-FROM-ADD                         VALUE "A".
000723     88  WS-ADD-FROM-RATE                        VALUE "R".

000730*---------------------------------------------------------------
000740* SNAPSHOT POINT ENTERED BY THE OPERATOR
000750*---------------------------------------------------------------
000900 01  WS-ADDS-APPLIED                PIC 9(05) COMP VALUE ZERO.
000910 01  WS-CHANGES-APPLIED             PIC 9(05) COMP VALUE ZERO.
000915 01  WS-XFERS-APPLIED               PIC 9(05) COMP VALUE ZERO.
000916 01  WS-RATES-APPLIED               PIC 9(05) COMP VALUE ZERO.
000920 01  WS-DELETES-APPLIED             PIC 9(05) COMP VALUE ZERO.
000930 01  WS-SKELETONS-BUILT             PIC 9(05) COMP VALUE ZERO.
000940 01  WS-ALREADY-GONE                PIC 9(05) COMP VALUE ZERO.
000970*---------------------------------------------------------------
000980 01  WS-MASTER-TOTAL                PIC 9(09)V99 VALUE ZEROS.
000990 01  WS-YTD-TOTAL                   PIC 9(09)V99 VALUE ZEROS.
000992 01  WS-DIFFERENCE                  PIC S9(09)V99 VALUE ZEROS.

000994*---------------------------------------------------------------
000996* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
000998* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001000* THE STEP HAS NO CARD) AND WHEN IT STARTED
001001*---------------------------------------------------------------
001002 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001003         "EMP-RECOVER".

001004 01  RUNCTL-STATUS                  PIC XX.
001005 01  RUNPARM-STATUS                 PIC XX.
001006 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001007 01  WS-RC-STEP-NAME                PIC X(08) VALUE "EMPRECOV".
001008 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001009 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

001010 PROCEDURE DIVISION.

001030* 0000-MAINLINE
001040*================================================================
001050 0000-MAINLINE.
001055     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001070     PERFORM 2000-LOAD-SNAPSHOT THRU 2000-EXIT
001080         UNTIL WS-SNAP-EOF
001120     PERFORM 7000-PRINT-RECONSTRUCTION THRU 7000-EXIT
001130     PERFORM 8000-RECONCILE THRU 8000-EXIT
001140     PERFORM 9999-TERMINATE THRU 9999-EXIT
001141     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001142     STOP RUN.

001143*================================================================
001144* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001145*                         RUNPARM CARD AND WRITE THE START RECORD
001146*                         TO THE RUN-CONTROL FILE
001147*================================================================
001148 0100-LOG-RUN-START.
001150     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001151     ACCEPT WS-RC-START-TIME FROM TIME
001152     OPEN INPUT RUN-PARM-FILE
001153     IF RUNPARM-STATUS = "00"
001154         READ RUN-PARM-FILE
001155             NOT AT END
001156                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001157                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001158         END-READ
001159         CLOSE RUN-PARM-FILE
001160     END-IF
001161     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001162     IF RUNCTL-STATUS NOT = "00"
001163         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001164             RUNCTL-STATUS
001165         SET RETURN-CODE TO 8
001166         STOP RUN
001167     END-IF
001168     MOVE SPACES TO RUN-CONTROL-RECORD
001169     SET RCR-STARTED TO TRUE
001170     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001171     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001172     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001173     MOVE WS-RC-START-DATE TO RCR-START-DATE
001174     MOVE WS-RC-START-TIME TO RCR-START-TIME
001175     MOVE ZEROS TO RCR-END-STAMP
001176     MOVE ZEROS TO RCR-RETURN-CODE
001177     MOVE ZEROS TO RCR-COUNTS
001178     WRITE RUN-CONTROL-RECORD
001179     CLOSE RUN-CONTROL-FILE.
001180 0100-EXIT.
001181     EXIT.

001182*================================================================
001183* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001184*                            CREATING IT ON THE FIRST RUN
001185*================================================================
001186 0110-OPEN-RUN-CONTROL.
001187     OPEN EXTEND RUN-CONTROL-FILE
001188     IF RUNCTL-STATUS = "35"
001189         CLOSE RUN-CONTROL-FILE
001190         OPEN OUTPUT RUN-CONTROL-FILE
001191         CLOSE RUN-CONTROL-FILE
001192         OPEN EXTEND RUN-CONTROL-FILE
001193     END-IF.
001194 0110-EXIT.
001195     EXIT.

001196*================================================================
001197* 1000-INITIALIZE  --  TAKE THE SNAPSHOT POINT FROM THE
001198*                      OPERATOR, THEN OPEN THE SNAPSHOT, THE
001199*                      NEW MASTER, AND THE AUDIT LOG
001200*================================================================
001210 1000-INITIALIZE.
001220     DISPLAY "ENTER SNAPSHOT DATE (YYYYMMDD) :"
001270             OR WS-SNAP-TIME-INPUT IS NOT NUMERIC
001280         DISPLAY "SNAPSHOT DATE AND TIME MUST BOTH BE NUMERIC."
001290         SET RETURN-CODE TO 8
001295         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001300         STOP RUN
001310     END-IF
001320     MOVE WS-SNAP-DATE-NUM TO WS-SNAP-DATE
001360         DISPLAY "FAILED TO OPEN THE SNAPSHOT FILE. STATUS = "
001370             SNAP-STATUS
001380         SET RETURN-CODE TO 8
001385         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001390         STOP RUN
001400     END-IF
001410     OPEN OUTPUT EMPLOYEE-FILE
001430         DISPLAY "FAILED TO OPEN THE NEW MASTER. STATUS = "
001440             FILE-STATUS
001450         SET RETURN-CODE TO 8
001455         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001460         STOP RUN
001470     END-IF
001480     OPEN INPUT AUDIT-LOG-FILE
001500         DISPLAY "FAILED TO OPEN THE AUDIT LOG. STATUS = "
001510             AUDIT-STATUS
001520         SET RETURN-CODE TO 8
001525         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001530         STOP RUN
001540     END-IF
001550     PERFORM 2100-READ-SNAPSHOT THRU 2100-EXIT.
001650     MOVE SNP-AGE TO EMPLOYEE-AGE
001660     MOVE SNP-SALARY TO EMPLOYEE-SALARY
001670     MOVE SNP-DEPT TO EMPLOYEE-DEPT
001671     MOVE SNP-PAY-TYPE TO EMPLOYEE-PAY-TYPE
001672     MOVE SNP-HOURLY-RATE TO EMPLOYEE-HOURLY-RATE
001680     WRITE EMPLOYEE-RECORD
001690         INVALID KEY
001700             DISPLAY "ERROR LOADING SNAPSHOT RECORD "
001710                 SNP-EMPLOYEE-ID
001720             DISPLAY "ERROR NO. : " FILE-STATUS
001730             SET RETURN-CODE TO 8
001735             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001740             STOP RUN
001750         NOT INVALID KEY
001760             ADD 1 TO WS-SNAP-LOADED
001970         DISPLAY "FAILED TO REOPEN THE MASTER FOR REPLAY. "
001980             "STATUS = " FILE-STATUS
001990         SET RETURN-CODE TO 8
001995         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002000         STOP RUN
002010     END-IF.
002020 2500-EXIT.
002310             PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
002312         WHEN "XFER"
002314             PERFORM 3500-APPLY-TRANSFER THRU 3500-EXIT
002315         WHEN "RATE"
002316             PERFORM 3600-APPLY-PAY-RATE THRU 3600-EXIT
002317         WHEN "VOID"
002318         WHEN "OFFPAY"
002319         WHEN "BNKADD"
002320         WHEN "BNKCHG"
002321         WHEN "BNKDEL"
002322             CONTINUE
002323         WHEN OTHER
002330             DISPLAY "UNRECOGNIZED AUDIT OPERATION """
002340                 AUD-OPERATION """ FOR EMPLOYEE "
002350                 AUD-EMPLOYEE-ID " - ENTRY SKIPPED."
002460     MOVE AUD-EMPLOYEE-ID TO EMPLOYEE-ID
002470     MOVE "RECOVERED FROM AUDIT LOG" TO EMPLOYEE-NAME
002480     MOVE ZEROS TO EMPLOYEE-AGE
002490     IF WS-ADD-FROM-RATE
002492         MOVE ZEROS TO EMPLOYEE-SALARY
002494     ELSE
002496         MOVE AUD-SALARY-AFTER TO EMPLOYEE-SALARY
002498     END-IF
002500     IF AUD-DEPT-AFTER IS NUMERIC
002502         MOVE AUD-DEPT-AFTER TO EMPLOYEE-DEPT
002504     ELSE
002506         MOVE ZEROS TO EMPLOYEE-DEPT
002508     END-IF
002509     IF WS-ADD-FROM-RATE
002510         AND AUD-SALARY-AFTER > ZERO
002511         MOVE "H" TO EMPLOYEE-PAY-TYPE
002512         MOVE AUD-SALARY-AFTER TO EMPLOYEE-HOURLY-RATE
002513     ELSE
002514         MOVE "S" TO EMPLOYEE-PAY-TYPE
002515         MOVE ZEROS TO EMPLOYEE-HOURLY-RATE
002516     END-IF
002517     WRITE EMPLOYEE-RECORD
002520         INVALID KEY
002530             DISPLAY "REPLAYED ADD FOR EMPLOYEE "
002540                 AUD-EMPLOYEE-ID " COULD NOT BE WRITTEN. "
003082 3500-EXIT.
003083     EXIT.

003093*================================================================
003103* 3600-APPLY-PAY-RATE  --  REAPPLY A PAY TYPE OR HOURLY RATE
003113*                          CHANGE.  THE AFTER-IMAGE CARRIES THE
003123*                          HOURLY RATE IN THE SALARY FIELD - ZERO
003133*                          MEANS THE EMPLOYEE IS SALARIED.  A
003143*                          RATE CHANGE FOR A RECORD THE REBUILD
003153*                          DOES NOT HOLD YET BECOMES A
003163*                          PLACEHOLDER ADD WITH NO SALARY,
003173*                          CARRYING THE ENTRY'S PAY TYPE AND
003183*                          RATE.
003193*================================================================
003203 3600-APPLY-PAY-RATE.
003213     MOVE AUD-EMPLOYEE-ID TO EMPLOYEE-ID
003223     READ EMPLOYEE-FILE
003233         INVALID KEY
003243             SET WS-RECORD-NOT-FOUND TO TRUE
003253         NOT INVALID KEY
003263             SET WS-RECORD-FOUND TO TRUE
003273     END-READ
003283     IF WS-RECORD-NOT-FOUND
003293         SET WS-ADD-FROM-RATE TO TRUE
003303         PERFORM 3200-APPLY-ADD THRU 3200-EXIT
003313         SET WS-ADD-FROM-ADD TO TRUE
003323     ELSE
003333         IF AUD-SALARY-AFTER > ZERO
003343             MOVE "H" TO EMPLOYEE-PAY-TYPE
003353             MOVE AUD-SALARY-AFTER TO EMPLOYEE-HOURLY-RATE
003363         ELSE
003373             MOVE "S" TO EMPLOYEE-PAY-TYPE
003383             MOVE ZEROS TO EMPLOYEE-HOURLY-RATE
003393         END-IF
003403         REWRITE EMPLOYEE-RECORD
003413             INVALID KEY
003423                 DISPLAY "REPLAYED PAY RATE CHANGE FOR EMPLOYEE "
003433                     AUD-EMPLOYEE-ID " COULD NOT BE "
003443                     "REWRITTEN. STATUS = " FILE-STATUS
003453                 SET RETURN-CODE TO 8
003463             NOT INVALID KEY
003473                 ADD 1 TO WS-RATES-APPLIED
003483         END-REWRITE
003493     END-IF.
003503 3600-EXIT.
003513     EXIT.

003523*================================================================
003533* 7000-PRINT-RECONSTRUCTION  --  REPORT WHAT THE REBUILD DID
003080*================================================================
003090 7000-PRINT-RECONSTRUCTION.
003100     DISPLAY "---- MASTER FILE RECONSTRUCTION ----"
003160     DISPLAY "ADDS REPLAYED             : " WS-ADDS-APPLIED
003170     DISPLAY "CHANGES REPLAYED          : " WS-CHANGES-APPLIED
003175     DISPLAY "TRANSFERS REPLAYED        : " WS-XFERS-APPLIED
003176     DISPLAY "PAY RATE CHANGES REPLAYED : " WS-RATES-APPLIED
003180     DISPLAY "DELETES REPLAYED          : " WS-DELETES-APPLIED
003190     DISPLAY "DELETES ALREADY ABSENT    : " WS-ALREADY-GONE
003200     DISPLAY "PLACEHOLDER RECORDS BUILT : " WS-SKELETONS-BUILT
003370         DISPLAY "FAILED TO REOPEN THE MASTER TO RECONCILE. "
003380             "STATUS = " FILE-STATUS
003390         SET RETURN-CODE TO 8
003395         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003400         STOP RUN
003410     END-IF
003420     OPEN INPUT YTD-FILE
003470             DISPLAY "FAILED TO OPEN YTD FILE. STATUS = "
003480                 YTD-STATUS
003490             SET RETURN-CODE TO 8
003495             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
003500             STOP RUN
003510         ELSE
003520             READ YTD-FILE
003910             ADD EMPLOYEE-SALARY TO WS-MASTER-TOTAL
003920     END-READ.
003930 8100-EXIT.
003931     EXIT.

003932*================================================================
003933* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
003934*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
003935*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
003936*                       RUN'S OWN RETURN CODE AS IT WAS
003937*================================================================
003940 9800-LOG-RUN-END.
003941     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
003942     IF RUNCTL-STATUS NOT = "00"
003943         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
003944             RUNCTL-STATUS
003945         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
003946     ELSE
003947         MOVE SPACES TO RUN-CONTROL-RECORD
003948         SET RCR-ENDED TO TRUE
003949         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
003950         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
003951         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
003952         MOVE WS-RC-START-DATE TO RCR-START-DATE
003953         MOVE WS-RC-START-TIME TO RCR-START-TIME
003954         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
003955         ACCEPT RCR-END-TIME FROM TIME
003956         MOVE RETURN-CODE TO RCR-RETURN-CODE
003957         MOVE ZEROS TO RCR-COUNTS
003958         MOVE WS-AUDIT-READ TO RCR-RECORDS-READ
003959         MOVE WS-SNAP-LOADED TO RCR-RECORDS-WRITTEN
003960         ADD WS-ADDS-APPLIED WS-CHANGES-APPLIED WS-XFERS-APPLIED
003961             WS-RATES-APPLIED WS-DELETES-APPLIED
003962             GIVING RCR-RECORDS-APPLIED
003963         WRITE RUN-CONTROL-RECORD
003964         CLOSE RUN-CONTROL-FILE
003965     END-IF.
003966 9800-EXIT.
003967     EXIT.

003968*================================================================
003969* 9999-TERMINATE  --  CLOSE THE REBUILT MASTER AND THE AUDIT
003970*                     LOG
003980*================================================================
003990 9999-TERMINATE.
