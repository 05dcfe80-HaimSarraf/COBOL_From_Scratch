000137*                  THIS PROGRAM EXPORTS THE SAME MASTER THEY
000138*                  MAINTAIN INSTEAD OF A SEPARATE LITERALLY-NAMED
000139*                  COPY OF IT.
000140* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000141*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000142*                  CODE AND RECORD COUNTS - FOR THE MORNING
000143*                  OPERATIONS SUMMARY.
000144*================================================================
000150
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000260         ORGANIZATION IS LINE SEQUENTIAL
000270         FILE STATUS IS CSV-STATUS.
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
000340 FD  CSV-FILE.
000350 01  CSV-LINE                      PIC X(80).
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
000565 01  WS-NAME-LEN                    PIC 9(02).
000570
000580 01  WS-RECORDS-WRITTEN            PIC 9(05) COMP VALUE ZERO.
000581
000582*---------------------------------------------------------------
000583* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
000584* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
000585* THE STEP HAS NO CARD) AND WHEN IT STARTED
000586*---------------------------------------------------------------
000590 77  WS-RC-PROGRAM                  PIC X(13) VALUE
000591         "CSV-EXPORT".
000592
000593 01  RUNCTL-STATUS                  PIC XX.
000594 01  RUNPARM-STATUS                 PIC XX.
000595 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
000596 01  WS-RC-STEP-NAME                PIC X(08) VALUE "CSVEXP".
000597 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
000598 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.
000599
000600 PROCEDURE DIVISION.
000610
000620*================================================================
000630* 0000-MAINLINE
000640*================================================================
000650 0000-MAINLINE.
000655     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
000660     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000670     PERFORM 2000-READ-AND-WRITE THRU 2000-EXIT
000680         UNTIL WS-RECORD-NOT-FOUND
000690     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
000700     PERFORM 9999-TERMINATE THRU 9999-EXIT
000705     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000710     STOP RUN.
000720
000730*================================================================
000740* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
000750*                         RUNPARM CARD AND WRITE THE START RECORD
000760*                         TO THE RUN-CONTROL FILE
000770*================================================================
000780 0100-LOG-RUN-START.
000790     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
000800     ACCEPT WS-RC-START-TIME FROM TIME
000810     OPEN INPUT RUN-PARM-FILE
000820     IF RUNPARM-STATUS = "00"
000830         READ RUN-PARM-FILE
000840             NOT AT END
000850                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
000860                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
000870         END-READ
000880         CLOSE RUN-PARM-FILE
000890     END-IF
000900     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
000910     IF RUNCTL-STATUS NOT = "00"
000920         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
000930             RUNCTL-STATUS
000940         SET RETURN-CODE TO 8
000950         STOP RUN
000960     END-IF
000970     MOVE SPACES TO RUN-CONTROL-RECORD
000980     SET RCR-STARTED TO TRUE
000990     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001000     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001010     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001020     MOVE WS-RC-START-DATE TO RCR-START-DATE
001030     MOVE WS-RC-START-TIME TO RCR-START-TIME
001040     MOVE ZEROS TO RCR-END-STAMP
001050     MOVE ZEROS TO RCR-RETURN-CODE
001060     MOVE ZEROS TO RCR-COUNTS
001070     WRITE RUN-CONTROL-RECORD
001080     CLOSE RUN-CONTROL-FILE.
001090 0100-EXIT.
001100     EXIT.
001110
001120*================================================================
001130* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001140*                            CREATING IT ON THE FIRST RUN
001150*================================================================
001160 0110-OPEN-RUN-CONTROL.
001170     OPEN EXTEND RUN-CONTROL-FILE
001180     IF RUNCTL-STATUS = "35"
001190         CLOSE RUN-CONTROL-FILE
001200         OPEN OUTPUT RUN-CONTROL-FILE
001210         CLOSE RUN-CONTROL-FILE
001220         OPEN EXTEND RUN-CONTROL-FILE
001230     END-IF.
001240 0110-EXIT.
001250     EXIT.
001260
001270*================================================================
001280* 1000-INITIALIZE  --  OPEN THE MASTER AND THE CSV FILE, WRITE
001290*                      THE HEADER ROW, AND POSITION THE MASTER
000750*                      AT ITS FIRST RECORD
000760*================================================================
000770 1000-INITIALIZE.
000800         DISPLAY "FAILED TO OPEN EMPLOYEE FILE. STATUS = "
000810             FILE-STATUS
000820         SET RETURN-CODE TO 8
000825         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000830         STOP RUN
000840     END-IF
000850     OPEN OUTPUT CSV-FILE
000860     IF CSV-STATUS NOT = "00"
000870         DISPLAY "FAILED TO OPEN CSV FILE. STATUS = " CSV-STATUS
000880         SET RETURN-CODE TO 8
000885         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000890         STOP RUN
000900     END-IF
000910     WRITE CSV-LINE FROM WS-HEADER-LINE
001490         WS-RECORDS-WRITTEN.
001500 8000-EXIT.
001510     EXIT.
001512
001514*================================================================
001516* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
001518*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
001520*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
001521*                       RUN'S OWN RETURN CODE AS IT WAS
001522*================================================================
001523 9800-LOG-RUN-END.
001524     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001525     IF RUNCTL-STATUS NOT = "00"
001526         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001527             RUNCTL-STATUS
001528         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
001529     ELSE
001530         MOVE SPACES TO RUN-CONTROL-RECORD
001531         SET RCR-ENDED TO TRUE
001532         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001533         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001534         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001535         MOVE WS-RC-START-DATE TO RCR-START-DATE
001536         MOVE WS-RC-START-TIME TO RCR-START-TIME
001537         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
001538         ACCEPT RCR-END-TIME FROM TIME
001539         MOVE RETURN-CODE TO RCR-RETURN-CODE
001540         MOVE ZEROS TO RCR-COUNTS
001541         MOVE WS-RECORDS-WRITTEN TO RCR-RECORDS-WRITTEN
001542         WRITE RUN-CONTROL-RECORD
001543         CLOSE RUN-CONTROL-FILE
001544     END-IF.
001545 9800-EXIT.
001546     EXIT.
001547
001548*================================================================
001549* 9999-TERMINATE  --  CLOSE THE MASTER AND THE CSV FILE
001550*================================================================
001560 9999-TERMINATE.
001570     CLOSE EMPLOYEE-FILE
