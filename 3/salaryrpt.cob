000151*                  ORDER WITHIN EACH DEPARTMENT) INSTEAD OF
000152*                  PUSHING EVERY RECORD THROUGH A TWO-KEY SORT
000153*                  EVERY NIGHT.
000163* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000173*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000183*                  CODE AND RECORD COUNTS - FOR THE MORNING
000193*                  OPERATIONS SUMMARY.
000203*================================================================
000150
000160 ENVIRONMENT DIVISION.
000170 INPUT-OUTPUT SECTION.
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS REPORT-STATUS.
000300
000301     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000302         ORGANIZATION IS LINE SEQUENTIAL
000303         FILE STATUS IS RUNCTL-STATUS.
000304
000305     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000306         ORGANIZATION IS LINE SEQUENTIAL
000307         FILE STATUS IS RUNPARM-STATUS.
000308
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  EMPLOYEE-FILE.
000420
000430 FD  REPORT-FILE.
000440 01  REPORT-LINE                     PIC X(80).
000445
000450 FD  RUN-CONTROL-FILE.
000451     COPY RUNCREC.
000452
000453 FD  RUN-PARM-FILE.
000454 01  RUN-PARM-RECORD.
000455     05  RP-JOB-NAME                PIC X(08).
000456     05  FILLER                     PIC X(01).
000457     05  RP-STEP-NAME               PIC X(08).
000458     05  FILLER                     PIC X(63).
000459
000460 WORKING-STORAGE SECTION.
000470*---------------------------------------------------------------
000480* FILE STATUS AND CONTROL SWITCHES
001038
001039 01  BLANK-LINE                     PIC X(80) VALUE SPACES.
001010
001011*---------------------------------------------------------------
001012* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001013* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001014* THE STEP HAS NO CARD) AND WHEN IT STARTED
001015*---------------------------------------------------------------
001016 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001017         "SALARY-REPORT".
001018
001019 01  RUNCTL-STATUS                  PIC XX.
001020 01  RUNPARM-STATUS                 PIC XX.
001021 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001022 01  WS-RC-STEP-NAME                PIC X(08) VALUE "SALRYRPT".
001023 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001024 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.
001025
001026 PROCEDURE DIVISION.
001030
001040*================================================================
001050* 0000-MAINLINE
001060*================================================================
001070 0000-MAINLINE.
001075     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001080     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001090     SORT SORT-WORK-FILE
001100         ON ASCENDING KEY SR-DEPT
001110         INPUT PROCEDURE 2000-LOAD-SORT-FILE THRU 2000-EXIT
001120         OUTPUT PROCEDURE 3000-PRINT-REPORT THRU 3000-EXIT
001130     PERFORM 9999-TERMINATE THRU 9999-EXIT
001135     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001140     STOP RUN.
001141
001142*================================================================
001143* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001144*                         RUNPARM CARD AND WRITE THE START RECORD
001145*                         TO THE RUN-CONTROL FILE
001146*================================================================
001147 0100-LOG-RUN-START.
001148     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001149     ACCEPT WS-RC-START-TIME FROM TIME
001150     OPEN INPUT RUN-PARM-FILE
001151     IF RUNPARM-STATUS = "00"
001152         READ RUN-PARM-FILE
001153             NOT AT END
001154                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001155                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001156         END-READ
001157         CLOSE RUN-PARM-FILE
001158     END-IF
001159     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001160     IF RUNCTL-STATUS NOT = "00"
001161         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001162             RUNCTL-STATUS
001163         SET RETURN-CODE TO 8
001164         STOP RUN
001165     END-IF
001166     MOVE SPACES TO RUN-CONTROL-RECORD
001167     SET RCR-STARTED TO TRUE
001168     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001169     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001170     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001171     MOVE WS-RC-START-DATE TO RCR-START-DATE
001172     MOVE WS-RC-START-TIME TO RCR-START-TIME
001173     MOVE ZEROS TO RCR-END-STAMP
001174     MOVE ZEROS TO RCR-RETURN-CODE
001175     MOVE ZEROS TO RCR-COUNTS
001176     WRITE RUN-CONTROL-RECORD
001177     CLOSE RUN-CONTROL-FILE.
001178 0100-EXIT.
001179     EXIT.
001180
001181*================================================================
001182* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001183*                            CREATING IT ON THE FIRST RUN
001184*================================================================
001185 0110-OPEN-RUN-CONTROL.
001186     OPEN EXTEND RUN-CONTROL-FILE
001187     IF RUNCTL-STATUS = "35"
001188         CLOSE RUN-CONTROL-FILE
001189         OPEN OUTPUT RUN-CONTROL-FILE
001190         CLOSE RUN-CONTROL-FILE
001191         OPEN EXTEND RUN-CONTROL-FILE
001192     END-IF.
001193 0110-EXIT.
001194     EXIT.
001195
001196*================================================================
001197* 1000-INITIALIZE  --  OPEN THE MASTER AND THE PRINT FILE
001198*================================================================
001199 1000-INITIALIZE.
001200     OPEN INPUT EMPLOYEE-FILE
001210     IF FILE-STATUS NOT = "00"
001220         DISPLAY "FAILED TO OPEN EMPLOYEE FILE. STATUS = "
001230             FILE-STATUS
001235         SET RETURN-CODE TO 8
001237         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001240         STOP RUN
001250     END-IF
001260     OPEN OUTPUT REPORT-FILE
001280         DISPLAY "FAILED TO OPEN REPORT FILE. STATUS = "
001290             REPORT-STATUS
001295         SET RETURN-CODE TO 8
001297         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001300         STOP RUN
001301     END-IF
001302     OPEN INPUT DEPARTMENT-FILE
001303     IF DEPT-STATUS = "35"
001304         DISPLAY "THE DEPARTMENT FILE HAS NOT BEEN CREATED - "
001305             "RUN DEPT-MAINT FIRST."
001306         SET RETURN-CODE TO 8
001307         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001308         STOP RUN
001309     END-IF
001310     IF DEPT-STATUS NOT = "00"
001311         DISPLAY "FAILED TO OPEN THE DEPARTMENT FILE. STATUS = "
001312             DEPT-STATUS
001313         SET RETURN-CODE TO 8
001314         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001322         STOP RUN
001323     END-IF
001324     OPEN INPUT BUDGET-FILE
001329             DISPLAY "FAILED TO OPEN THE BUDGET FILE. STATUS = "
001330                 BUDG-STATUS
001331             SET RETURN-CODE TO 8
001332             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001342             STOP RUN
001352         ELSE
001362             SET WS-BUDG-FILE-OPEN TO TRUE
001372         END-IF
001382     END-IF.
001320 1000-EXIT.
001330     EXIT.
001340
002091 3400-EXIT.
002092     EXIT.
002010
002011*================================================================
002012* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
002013*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
002014*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
002015*                       RUN'S OWN RETURN CODE AS IT WAS
002016*================================================================
002017 9800-LOG-RUN-END.
002018     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002019     IF RUNCTL-STATUS NOT = "00"
002020         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002021             RUNCTL-STATUS
002022         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
002023     ELSE
002024         MOVE SPACES TO RUN-CONTROL-RECORD
002025         SET RCR-ENDED TO TRUE
002026         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002027         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002028         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002029         MOVE WS-RC-START-DATE TO RCR-START-DATE
002030         MOVE WS-RC-START-TIME TO RCR-START-TIME
002031         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
002032         ACCEPT RCR-END-TIME FROM TIME
002033         MOVE RETURN-CODE TO RCR-RETURN-CODE
002034         MOVE ZEROS TO RCR-COUNTS
002035         MOVE WS-EMP-COUNT TO RCR-RECORDS-READ
002036         WRITE RUN-CONTROL-RECORD
002037         CLOSE RUN-CONTROL-FILE
002038     END-IF.
002039 9800-EXIT.
002040     EXIT.
002041
002042*================================================================
002043* 9999-TERMINATE  --  CLOSE THE MASTER AND THE PRINT FILE
002044*================================================================
002050 9999-TERMINATE.
002060     CLOSE EMPLOYEE-FILE
002065     CLOSE DEPARTMENT-FILE
