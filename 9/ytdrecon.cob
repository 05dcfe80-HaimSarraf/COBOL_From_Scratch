000139*                  USES, SO THIS PROGRAM RECONCILES THE SAME
000139*                  MASTER AND ACCUMULATOR FILE-HANDLER MAINTAINS
000139*                  INSTEAD OF A SEPARATE LITERALLY-NAMED COPY.
000140* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000141*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000142*                  CODE AND RECORD COUNTS - FOR THE MORNING
000143*                  OPERATIONS SUMMARY.
000144*================================================================
000150
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS YTD-STATUS.
000280
000281     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000282         ORGANIZATION IS LINE SEQUENTIAL
000283         FILE STATUS IS RUNCTL-STATUS.
000284
000285     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000286         ORGANIZATION IS LINE SEQUENTIAL
000287         FILE STATUS IS RUNPARM-STATUS.
000288
000290 DATA DIVISION.
000300 FILE SECTION.
000310 FD  EMPLOYEE-FILE.
000330
000340 FD  YTD-FILE.
000350     COPY YTDREC.
000355
000360 FD  RUN-CONTROL-FILE.
000361     COPY RUNCREC.
000362
000363 FD  RUN-PARM-FILE.
000364 01  RUN-PARM-RECORD.
000365     05  RP-JOB-NAME                PIC X(08).
000366     05  FILLER                     PIC X(01).
000367     05  RP-STEP-NAME               PIC X(08).
000368     05  FILLER                     PIC X(63).
000369
000370 WORKING-STORAGE SECTION.
000380*---------------------------------------------------------------
000390* FILE STATUS AND CONTROL SWITCHES
000510 01  WS-MASTER-TOTAL               PIC 9(09)V99 VALUE ZEROS.
000520 01  WS-YTD-TOTAL                  PIC 9(09)V99 VALUE ZEROS.
000530 01  WS-DIFFERENCE                 PIC S9(09)V99 VALUE ZEROS.
000531
000532*---------------------------------------------------------------
000533* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
000534* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
000535* THE STEP HAS NO CARD) AND WHEN IT STARTED
000536*---------------------------------------------------------------
000540 77  WS-RC-PROGRAM                  PIC X(13) VALUE
000541         "YTD-RECON".
000542
000543 01  RUNCTL-STATUS                  PIC XX.
000544 01  RUNPARM-STATUS                 PIC XX.
000545 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
000546 01  WS-RC-STEP-NAME                PIC X(08) VALUE "YTDRECON".
000547 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
000548 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.
000549
000550 PROCEDURE DIVISION.
000560
000570*================================================================
000580* 0000-MAINLINE
000590*================================================================
000600 0000-MAINLINE.
000605     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
000610     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000620     PERFORM 2000-SUM-MASTER THRU 2000-EXIT
000630         UNTIL WS-RECORD-NOT-FOUND
000640     PERFORM 3000-REPORT-RESULTS THRU 3000-EXIT
000650     PERFORM 9999-TERMINATE THRU 9999-EXIT
000655     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000660     STOP RUN.
000661
000662*================================================================
000663* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
000664*                         RUNPARM CARD AND WRITE THE START RECORD
000665*                         TO THE RUN-CONTROL FILE
000666*================================================================
000667 0100-LOG-RUN-START.
000668     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
000669     ACCEPT WS-RC-START-TIME FROM TIME
000670     OPEN INPUT RUN-PARM-FILE
000671     IF RUNPARM-STATUS = "00"
000672         READ RUN-PARM-FILE
000673             NOT AT END
000674                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
000675                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
000676         END-READ
000677         CLOSE RUN-PARM-FILE
000678     END-IF
000679     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
000680     IF RUNCTL-STATUS NOT = "00"
000681         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
000682             RUNCTL-STATUS
000683         SET RETURN-CODE TO 8
000684         STOP RUN
000685     END-IF
000686     MOVE SPACES TO RUN-CONTROL-RECORD
000687     SET RCR-STARTED TO TRUE
000688     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
000689     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
000690     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
000691     MOVE WS-RC-START-DATE TO RCR-START-DATE
000692     MOVE WS-RC-START-TIME TO RCR-START-TIME
000693     MOVE ZEROS TO RCR-END-STAMP
000694     MOVE ZEROS TO RCR-RETURN-CODE
000695     MOVE ZEROS TO RCR-COUNTS
000696     WRITE RUN-CONTROL-RECORD
000697     CLOSE RUN-CONTROL-FILE.
000698 0100-EXIT.
000699     EXIT.
000700
000701*================================================================
000702* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
000703*                            CREATING IT ON THE FIRST RUN
000704*================================================================
000705 0110-OPEN-RUN-CONTROL.
000706     OPEN EXTEND RUN-CONTROL-FILE
000707     IF RUNCTL-STATUS = "35"
000708         CLOSE RUN-CONTROL-FILE
000709         OPEN OUTPUT RUN-CONTROL-FILE
000710         CLOSE RUN-CONTROL-FILE
000711         OPEN EXTEND RUN-CONTROL-FILE
000712     END-IF.
000713 0110-EXIT.
000714     EXIT.
000715
000716*================================================================
000717* 1000-INITIALIZE  --  OPEN THE MASTER AND READ THE YTD
000718*                      ACCUMULATOR, THEN POSITION THE MASTER AT
000719*                      ITS FIRST RECORD
000720*================================================================
000730 1000-INITIALIZE.
000740     OPEN INPUT EMPLOYEE-FILE
000760         DISPLAY "FAILED TO OPEN EMPLOYEE FILE. STATUS = "
000770             FILE-STATUS
000780         SET RETURN-CODE TO 8
000785         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000790         STOP RUN
000800     END-IF
000810     OPEN INPUT YTD-FILE
000860             DISPLAY "FAILED TO OPEN YTD FILE. STATUS = "
000870                 YTD-STATUS
000880             SET RETURN-CODE TO 8
000885             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000890             STOP RUN
000900         ELSE
000910             READ YTD-FILE
001340     END-IF.
001350 3000-EXIT.
001360     EXIT.
001362
001364*================================================================
001366* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
001370*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
001371*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
001372*                       RUN'S OWN RETURN CODE AS IT WAS
001373*================================================================
001374 9800-LOG-RUN-END.
001375     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001376     IF RUNCTL-STATUS NOT = "00"
001377         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001378             RUNCTL-STATUS
001379         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
001380     ELSE
001381         MOVE SPACES TO RUN-CONTROL-RECORD
001382         SET RCR-ENDED TO TRUE
001383         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001384         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001385         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001386         MOVE WS-RC-START-DATE TO RCR-START-DATE
001387         MOVE WS-RC-START-TIME TO RCR-START-TIME
001388         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
001389         ACCEPT RCR-END-TIME FROM TIME
001390         MOVE RETURN-CODE TO RCR-RETURN-CODE
001391         MOVE ZEROS TO RCR-COUNTS
001392         WRITE RUN-CONTROL-RECORD
001393         CLOSE RUN-CONTROL-FILE
001394     END-IF.
001395 9800-EXIT.
001396     EXIT.
001397
001398*================================================================
001399* 9999-TERMINATE  --  CLOSE THE MASTER FILE
001400*================================================================
001410 9999-TERMINATE.
001420     CLOSE EMPLOYEE-FILE.
