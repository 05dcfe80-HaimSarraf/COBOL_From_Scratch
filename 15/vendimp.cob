000200*                  EXISTS SO A FOLLOWING STEP'S COND GATING
000210*                  STOPS THE STREAM, THE SAME WAY THE NIGHTLY
000220*                  STEPS GATE ON EACH OTHER.
000222* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000224*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000226*                  CODE AND RECORD COUNTS - FOR THE MORNING
000228*                  OPERATIONS SUMMARY.
000230*================================================================

000240 ENVIRONMENT DIVISION.
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS EXCEPTION-STATUS.

000371     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000372         ORGANIZATION IS LINE SEQUENTIAL
000373         FILE STATUS IS RUNCTL-STATUS.

000374     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000375         ORGANIZATION IS LINE SEQUENTIAL
000376         FILE STATUS IS RUNPARM-STATUS.

000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  VENDOR-FILE.
000490 FD  EXCEPTION-FILE.
000500 01  EXCEPTION-LINE                  PIC X(80).

000501 FD  RUN-CONTROL-FILE.
000502     COPY RUNCREC.

000503 FD  RUN-PARM-FILE.
000504 01  RUN-PARM-RECORD.
000505     05  RP-JOB-NAME                PIC X(08).
000506     05  FILLER                     PIC X(01).
000507     05  RP-STEP-NAME               PIC X(08).
000508     05  FILLER                     PIC X(63).

000510 WORKING-STORAGE SECTION.
000520*---------------------------------------------------------------
000530* FILE STATUS AND CONTROL SWITCHES

001210 01  WS-RUN-DATE                    PIC 9(08).

001211*---------------------------------------------------------------
001212* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001213* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001214* THE STEP HAS NO CARD) AND WHEN IT STARTED
001215*---------------------------------------------------------------
001216 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001217         "VEND-IMPORT".

001218 01  RUNCTL-STATUS                  PIC XX.
001219 01  RUNPARM-STATUS                 PIC XX.
001220 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001221 01  WS-RC-STEP-NAME                PIC X(08) VALUE "VENDIMP".
001222 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001223 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

001224 PROCEDURE DIVISION.

001230*================================================================
001240* 0000-MAINLINE
001250*================================================================
001260 0000-MAINLINE.
001265     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001270     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001280     PERFORM 2000-LOAD-MASTER-IDS THRU 2000-EXIT
001290         UNTIL WS-RECORD-NOT-FOUND
001340         UNTIL WS-EMP-INDEX > WS-EMP-COUNT
001350     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
001360     PERFORM 9999-TERMINATE THRU 9999-EXIT
001361     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001362     STOP RUN.

001363*================================================================
001364* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001365*                         RUNPARM CARD AND WRITE THE START RECORD
001366*                         TO THE RUN-CONTROL FILE
001367*================================================================
001368 0100-LOG-RUN-START.
001370     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001371     ACCEPT WS-RC-START-TIME FROM TIME
001372     OPEN INPUT RUN-PARM-FILE
001373     IF RUNPARM-STATUS = "00"
001374         READ RUN-PARM-FILE
001375             NOT AT END
001376                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001377                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001378         END-READ
001379         CLOSE RUN-PARM-FILE
001380     END-IF
001381     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001382     IF RUNCTL-STATUS NOT = "00"
001383         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001384             RUNCTL-STATUS
001385         SET RETURN-CODE TO 8
001386         STOP RUN
001387     END-IF
001388     MOVE SPACES TO RUN-CONTROL-RECORD
001389     SET RCR-STARTED TO TRUE
001390     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001391     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001392     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001393     MOVE WS-RC-START-DATE TO RCR-START-DATE
001394     MOVE WS-RC-START-TIME TO RCR-START-TIME
001395     MOVE ZEROS TO RCR-END-STAMP
001396     MOVE ZEROS TO RCR-RETURN-CODE
001397     MOVE ZEROS TO RCR-COUNTS
001398     WRITE RUN-CONTROL-RECORD
001399     CLOSE RUN-CONTROL-FILE.
001400 0100-EXIT.
001401     EXIT.

001402*================================================================
001403* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001404*                            CREATING IT ON THE FIRST RUN
001405*================================================================
001406 0110-OPEN-RUN-CONTROL.
001407     OPEN EXTEND RUN-CONTROL-FILE
001408     IF RUNCTL-STATUS = "35"
001409         CLOSE RUN-CONTROL-FILE
001410         OPEN OUTPUT RUN-CONTROL-FILE
001411         CLOSE RUN-CONTROL-FILE
001412         OPEN EXTEND RUN-CONTROL-FILE
001413     END-IF.
001414 0110-EXIT.
001415     EXIT.

001416*================================================================
001417* 1000-INITIALIZE  --  OPEN ALL FILES, HEAD UP THE EXCEPTION
001418*                      REPORT, AND POSITION THE MASTER AT ITS
001419*                      FIRST RECORD
001420*================================================================
001430 1000-INITIALIZE.
001440     OPEN INPUT VENDOR-FILE
001460         DISPLAY "FAILED TO OPEN THE VENDOR CONFIRMATION FILE. "
001470             "STATUS = " VENDOR-STATUS
001480         SET RETURN-CODE TO 8
001485         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001490         STOP RUN
001500     END-IF
001510     OPEN INPUT EMPLOYEE-FILE
001530         DISPLAY "FAILED TO OPEN THE EMPLOYEE FILE. STATUS = "
001540             FILE-STATUS
001550         SET RETURN-CODE TO 8
001555         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001560         STOP RUN
001570     END-IF
001580     OPEN OUTPUT EXCEPTION-FILE
001600         DISPLAY "FAILED TO OPEN THE EXCEPTION REPORT. "
001610             "STATUS = " EXCEPTION-STATUS
001620         SET RETURN-CODE TO 8
001625         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001630         STOP RUN
001640     END-IF
001650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001890                     "ON THE MASTER - RAISE WS-EMP-MAX AND "
001900                     "RERUN."
001910                 SET RETURN-CODE TO 8
001915                 PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001920                 STOP RUN
001930             END-IF
001940             ADD 1 TO WS-EMP-COUNT
002880         SET RETURN-CODE TO 8
002890     END-IF.
002900 8000-EXIT.
002902     EXIT.

002904*================================================================
002906* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
002908*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
002910*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
002911*                       RUN'S OWN RETURN CODE AS IT WAS
002912*================================================================
002913 9800-LOG-RUN-END.
002914     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002915     IF RUNCTL-STATUS NOT = "00"
002916         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002917             RUNCTL-STATUS
002918         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
002919     ELSE
002920         MOVE SPACES TO RUN-CONTROL-RECORD
002921         SET RCR-ENDED TO TRUE
002922         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002923         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002924         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002925         MOVE WS-RC-START-DATE TO RCR-START-DATE
002926         MOVE WS-RC-START-TIME TO RCR-START-TIME
002927         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
002928         ACCEPT RCR-END-TIME FROM TIME
002929         MOVE RETURN-CODE TO RCR-RETURN-CODE
002930         MOVE ZEROS TO RCR-COUNTS
002931         MOVE WS-VENDOR-READ TO RCR-RECORDS-READ
002932         MOVE WS-EXCEPTION-COUNT TO RCR-RECORDS-REJECTED
002933         WRITE RUN-CONTROL-RECORD
002934         CLOSE RUN-CONTROL-FILE
002935     END-IF.
002936 9800-EXIT.
002937     EXIT.

002938*================================================================
002939* 9999-TERMINATE  --  CLOSE ALL FILES
002940*================================================================
002950 9999-TERMINATE.
002960     CLOSE VENDOR-FILE
