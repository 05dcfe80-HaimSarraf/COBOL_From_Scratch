000250*                  EXCEPTION EXISTS SO THE SALARY REPORT NEVER
000260*                  PRINTS FROM AN INCONSISTENT FILE FAMILY.
000270*                  RUNS IN THE NIGHTLY STREAM AFTER STEP022.
000272* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000274*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000276*                  CODE AND RECORD COUNTS - FOR THE MORNING
000278*                  OPERATIONS SUMMARY.
000280*================================================================

000290 ENVIRONMENT DIVISION.
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS EXCEPTION-STATUS.

000571     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000572         ORGANIZATION IS LINE SEQUENTIAL
000573         FILE STATUS IS RUNCTL-STATUS.

000574     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000575         ORGANIZATION IS LINE SEQUENTIAL
000576         FILE STATUS IS RUNPARM-STATUS.

000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  EMPLOYEE-FILE.
000700 FD  EXCEPTION-FILE.
000710 01  EXCEPTION-LINE                  PIC X(80).

000711 FD  RUN-CONTROL-FILE.
000712     COPY RUNCREC.

000713 FD  RUN-PARM-FILE.
000714 01  RUN-PARM-RECORD.
000715     05  RP-JOB-NAME                PIC X(08).
000716     05  FILLER                     PIC X(01).
000717     05  RP-STEP-NAME               PIC X(08).
000718     05  FILLER                     PIC X(63).

000720 WORKING-STORAGE SECTION.
000730*---------------------------------------------------------------
000740* FILE STATUS AND CONTROL SWITCHES
001630         "PENDING CHANGE ON PENDFILE - EMP NOT ON MASTER".
001640     05  FILLER                     PIC X(18) VALUE SPACES.

001642 01  WS-RUN-DATE                    PIC 9(08).

001644*---------------------------------------------------------------
001646* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001648* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001650* THE STEP HAS NO CARD) AND WHEN IT STARTED
001651*---------------------------------------------------------------
001652 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001653         "FILE-AUDIT".

001654 01  RUNCTL-STATUS                  PIC XX.
001655 01  RUNPARM-STATUS                 PIC XX.
001656 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001657 01  WS-RC-STEP-NAME                PIC X(08) VALUE "FILEAUD".
001658 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001659 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

001660 PROCEDURE DIVISION.

001680* 0000-MAINLINE
001690*================================================================
001700 0000-MAINLINE.
001705     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001720     PERFORM 2000-LOAD-AND-CHECK-MASTER THRU 2000-EXIT
001730         UNTIL WS-EMP-EOF
001760     PERFORM 5000-CHECK-PENDING THRU 5000-EXIT
001770     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
001780     PERFORM 9999-TERMINATE THRU 9999-EXIT
001781     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001782     STOP RUN.

001783*================================================================
001784* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001785*                         RUNPARM CARD AND WRITE THE START RECORD
001786*                         TO THE RUN-CONTROL FILE
001787*================================================================
001788 0100-LOG-RUN-START.
001790     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001791     ACCEPT WS-RC-START-TIME FROM TIME
001792     OPEN INPUT RUN-PARM-FILE
001793     IF RUNPARM-STATUS = "00"
001794         READ RUN-PARM-FILE
001795             NOT AT END
001796                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001797                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001798         END-READ
001799         CLOSE RUN-PARM-FILE
001800     END-IF
001801     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001802     IF RUNCTL-STATUS NOT = "00"
001803         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001804             RUNCTL-STATUS
001805         SET RETURN-CODE TO 8
001806         STOP RUN
001807     END-IF
001808     MOVE SPACES TO RUN-CONTROL-RECORD
001809     SET RCR-STARTED TO TRUE
001810     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001811     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001812     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001813     MOVE WS-RC-START-DATE TO RCR-START-DATE
001814     MOVE WS-RC-START-TIME TO RCR-START-TIME
001815     MOVE ZEROS TO RCR-END-STAMP
001816     MOVE ZEROS TO RCR-RETURN-CODE
001817     MOVE ZEROS TO RCR-COUNTS
001818     WRITE RUN-CONTROL-RECORD
001819     CLOSE RUN-CONTROL-FILE.
001820 0100-EXIT.
001821     EXIT.

001822*================================================================
001823* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001824*                            CREATING IT ON THE FIRST RUN
001825*================================================================
001826 0110-OPEN-RUN-CONTROL.
001827     OPEN EXTEND RUN-CONTROL-FILE
001828     IF RUNCTL-STATUS = "35"
001829         CLOSE RUN-CONTROL-FILE
001830         OPEN OUTPUT RUN-CONTROL-FILE
001831         CLOSE RUN-CONTROL-FILE
001832         OPEN EXTEND RUN-CONTROL-FILE
001833     END-IF.
001834 0110-EXIT.
001835     EXIT.

001836*================================================================
001837* 1000-INITIALIZE  --  OPEN EVERY FILE IN THE FAMILY (A FILE
001838*                      THAT DOES NOT EXIST YET SIMPLY HAS
001839*                      NOTHING TO CHECK), HEAD UP THE REPORT,
001840*                      AND POSITION THE MASTER
001850*================================================================
001860 1000-INITIALIZE.
001890         DISPLAY "FAILED TO OPEN THE EMPLOYEE FILE. STATUS = "
001900             FILE-STATUS
001910         SET RETURN-CODE TO 8
001915         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001920         STOP RUN
001930     END-IF
001940     OPEN INPUT DEPARTMENT-FILE
001960         DISPLAY "FAILED TO OPEN THE DEPARTMENT FILE. STATUS = "
001970             DEPT-STATUS
001980         SET RETURN-CODE TO 8
001985         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001990         STOP RUN
002000     END-IF
002010     OPEN INPUT DEDUCTION-FILE
002060             DISPLAY "FAILED TO OPEN THE DEDUCTIONS FILE. "
002070                 "STATUS = " DED-STATUS
002080             SET RETURN-CODE TO 8
002085             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002090             STOP RUN
002100         ELSE
002110             SET WS-DED-FILE-OPEN TO TRUE
002190             DISPLAY "FAILED TO OPEN THE TERMINATED FILE. "
002200                 "STATUS = " TERM-STATUS
002210             SET RETURN-CODE TO 8
002215             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002220             STOP RUN
002230         ELSE
002240             SET WS-TERM-FILE-OPEN TO TRUE
002320             DISPLAY "FAILED TO OPEN THE PENDING FILE. "
002330                 "STATUS = " PEND-STATUS
002340             SET RETURN-CODE TO 8
002345             PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002350             STOP RUN
002360         ELSE
002370             SET WS-PEND-FILE-OPEN TO TRUE
002420         DISPLAY "FAILED TO OPEN THE EXCEPTION REPORT. "
002430             "STATUS = " EXCEPTION-STATUS
002440         SET RETURN-CODE TO 8
002445         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002450         STOP RUN
002460     END-IF
002470     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002700                     "ON THE MASTER - RAISE WS-EMP-MAX AND "
002710                     "RERUN."
002720                 SET RETURN-CODE TO 8
002725                 PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
002730                 STOP RUN
002740             END-IF
002750             ADD 1 TO WS-EMP-COUNT
004310         SET RETURN-CODE TO 8
004320     END-IF.
004330 8000-EXIT.
004331     EXIT.

004332*================================================================
004333* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
004334*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
004335*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
004340*                       RUN'S OWN RETURN CODE AS IT WAS
004341*================================================================
004342 9800-LOG-RUN-END.
004343     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
004344     IF RUNCTL-STATUS NOT = "00"
004345         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
004346             RUNCTL-STATUS
004347         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
004348     ELSE
004349         MOVE SPACES TO RUN-CONTROL-RECORD
004350         SET RCR-ENDED TO TRUE
004351         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
004352         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
004353         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
004354         MOVE WS-RC-START-DATE TO RCR-START-DATE
004355         MOVE WS-RC-START-TIME TO RCR-START-TIME
004356         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
004357         ACCEPT RCR-END-TIME FROM TIME
004358         MOVE RETURN-CODE TO RCR-RETURN-CODE
004359         MOVE ZEROS TO RCR-COUNTS
004360         MOVE WS-EMP-COUNT TO RCR-RECORDS-READ
004361         MOVE WS-EXCEPTION-COUNT TO RCR-RECORDS-WRITTEN
004362         MOVE WS-EXCEPTION-COUNT TO RCR-RECORDS-REJECTED
004363         WRITE RUN-CONTROL-RECORD
004364         CLOSE RUN-CONTROL-FILE
004365     END-IF.
004366 9800-EXIT.
004367     EXIT.

004368*================================================================
004369* 9999-TERMINATE  --  CLOSE EVERY FILE THAT WAS OPENED
004370*================================================================
004380 9999-TERMINATE.
004390     CLOSE EMPLOYEE-FILE
