000260*                  A RECOVERY NEEDS; AUDIT-HISTORY PULLS THE
000270*                  ARCHIVE GENERATIONS BACK IN WHEN AN INQUIRY
000280*                  REACHES BEHIND THE CUTOVER.
000281* 2026-10-14 JHS   ARCHIVE LINE AND HELD ENTRIES WIDENED TO 117
000282*                  FOR THE AUDIT RECORD'S NEW BANK ACCOUNT
000283*                  FIELDS.
000284* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000285*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000286*                  CODE AND RECORD COUNTS - FOR THE MORNING
000287*                  OPERATIONS SUMMARY.
000290*================================================================

000300 ENVIRONMENT DIVISION.
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS ARCHIVE-STATUS.

000381     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000382         ORGANIZATION IS LINE SEQUENTIAL
000383         FILE STATUS IS RUNCTL-STATUS.

000384     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000385         ORGANIZATION IS LINE SEQUENTIAL
000386         FILE STATUS IS RUNPARM-STATUS.

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  AUDIT-LOG-FILE.
000420     COPY AUDITREC.

000430 FD  ARCHIVE-FILE.
000440 01  ARCHIVE-AUDIT-LINE              PIC X(117).

000441 FD  RUN-CONTROL-FILE.
000442     COPY RUNCREC.

000443 FD  RUN-PARM-FILE.
000444 01  RUN-PARM-RECORD.
000445     05  RP-JOB-NAME                PIC X(08).
000446     05  FILLER                     PIC X(01).
000447     05  RP-STEP-NAME               PIC X(08).
000448     05  FILLER                     PIC X(63).

000450 WORKING-STORAGE SECTION.
000460*---------------------------------------------------------------
000600 01  WS-LIVE-INDEX                  PIC 9(04) COMP VALUE ZERO.
000610 01  WS-LIVE-TABLE.
000620     05  WS-LIVE-ENTRY OCCURS 2000 TIMES
000630                                    PIC X(117).

000640*---------------------------------------------------------------
000650* THE CUTOVER - ENTRIES STAMPED BEFORE TODAY ARE INSIDE THE
000710*---------------------------------------------------------------
000720 01  WS-ENTRIES-READ                PIC 9(07) COMP VALUE ZERO.
000730 01  WS-ENTRIES-ARCHIVED            PIC 9(07) COMP VALUE ZERO.
000732 01  WS-ENTRIES-KEPT                PIC 9(07) COMP VALUE ZERO.

000734*---------------------------------------------------------------
000736* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
000738* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
000740* THE STEP HAS NO CARD) AND WHEN IT STARTED
000741*---------------------------------------------------------------
000742 77  WS-RC-PROGRAM                  PIC X(13) VALUE
000743         "AUDIT-ROLL".

000744 01  RUNCTL-STATUS                  PIC XX.
000745 01  RUNPARM-STATUS                 PIC XX.
000746 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
000747 01  WS-RC-STEP-NAME                PIC X(08) VALUE "AUDROLL".
000748 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
000749 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

000750 PROCEDURE DIVISION.

000770* 0000-MAINLINE
000780*================================================================
000790 0000-MAINLINE.
000795     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
000800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000810     PERFORM 2000-SPLIT-ONE-ENTRY THRU 2000-EXIT
000820         UNTIL WS-AUDIT-EOF
000830     PERFORM 7000-REWRITE-LIVE-LOG THRU 7000-EXIT
000840     PERFORM 8000-DISPLAY-SUMMARY THRU 8000-EXIT
000850     PERFORM 9999-TERMINATE THRU 9999-EXIT
000851     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000852     STOP RUN.

000853*================================================================
000854* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
000855*                         RUNPARM CARD AND WRITE THE START RECORD
000856*                         TO THE RUN-CONTROL FILE
000857*================================================================
000858 0100-LOG-RUN-START.
000860     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
000861     ACCEPT WS-RC-START-TIME FROM TIME
000862     OPEN INPUT RUN-PARM-FILE
000863     IF RUNPARM-STATUS = "00"
000864         READ RUN-PARM-FILE
000865             NOT AT END
000866                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
000867                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
000868         END-READ
000869         CLOSE RUN-PARM-FILE
000870     END-IF
000871     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
000872     IF RUNCTL-STATUS NOT = "00"
000873         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
000874             RUNCTL-STATUS
000875         SET RETURN-CODE TO 8
000876         STOP RUN
000877     END-IF
000878     MOVE SPACES TO RUN-CONTROL-RECORD
000879     SET RCR-STARTED TO TRUE
000880     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
000881     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
000882     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
000883     MOVE WS-RC-START-DATE TO RCR-START-DATE
000884     MOVE WS-RC-START-TIME TO RCR-START-TIME
000885     MOVE ZEROS TO RCR-END-STAMP
000886     MOVE ZEROS TO RCR-RETURN-CODE
000887     MOVE ZEROS TO RCR-COUNTS
000888     WRITE RUN-CONTROL-RECORD
000889     CLOSE RUN-CONTROL-FILE.
000890 0100-EXIT.
000891     EXIT.

000892*================================================================
000893* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
000894*                            CREATING IT ON THE FIRST RUN
000895*================================================================
000896 0110-OPEN-RUN-CONTROL.
000897     OPEN EXTEND RUN-CONTROL-FILE
000898     IF RUNCTL-STATUS = "35"
000899         CLOSE RUN-CONTROL-FILE
000900         OPEN OUTPUT RUN-CONTROL-FILE
000901         CLOSE RUN-CONTROL-FILE
000902         OPEN EXTEND RUN-CONTROL-FILE
000903     END-IF.
000904 0110-EXIT.
000905     EXIT.

000906*================================================================
000907* 1000-INITIALIZE  --  OPEN THE LIVE LOG AND TONIGHT'S ARCHIVE
000908*                      GENERATION AND PRIME THE READ LOOP
000909*================================================================
000910 1000-INITIALIZE.
000920     ACCEPT WS-CUTOVER-DATE FROM DATE YYYYMMDD
000930     OPEN INPUT AUDIT-LOG-FILE
000940     IF AUDIT-STATUS = "35"
000950         DISPLAY "AUDIT LOG HAS NOT BEEN CREATED YET - "
000960             "NOTHING TO ROLL OVER."
000965         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000970         STOP RUN
000980     END-IF
000990     IF AUDIT-STATUS NOT = "00"
001000         DISPLAY "FAILED TO OPEN THE AUDIT LOG. STATUS = "
001010             AUDIT-STATUS
001020         SET RETURN-CODE TO 8
001025         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001030         STOP RUN
001040     END-IF
001050     OPEN OUTPUT ARCHIVE-FILE
001070         DISPLAY "FAILED TO OPEN THE ARCHIVE GENERATION. "
001080             "STATUS = " ARCHIVE-STATUS
001090         SET RETURN-CODE TO 8
001095         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001100         STOP RUN
001110     END-IF
001120     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
001440         DISPLAY "ERROR WRITING THE ARCHIVE GENERATION. "
001450             "STATUS = " ARCHIVE-STATUS
001460         SET RETURN-CODE TO 8
001465         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001470         STOP RUN
001480     END-IF
001490     ADD 1 TO WS-ENTRIES-ARCHIVED.
001580         DISPLAY "MORE THAN " WS-LIVE-MAX " LIVE ENTRIES - "
001590             "RAISE WS-LIVE-MAX AND RERUN."
001600         SET RETURN-CODE TO 8
001605         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001610         STOP RUN
001620     END-IF
001630     ADD 1 TO WS-LIVE-COUNT
002080     DISPLAY "ENTRIES ARCHIVED  : " WS-ENTRIES-ARCHIVED
002090     DISPLAY "ENTRIES KEPT LIVE : " WS-ENTRIES-KEPT.
002100 8000-EXIT.
002102     EXIT.

002104*================================================================
002106* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
002108*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
002110*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
002111*                       RUN'S OWN RETURN CODE AS IT WAS
002112*================================================================
002113 9800-LOG-RUN-END.
002114     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002115     IF RUNCTL-STATUS NOT = "00"
002116         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002117             RUNCTL-STATUS
002118         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
002119     ELSE
002120         MOVE SPACES TO RUN-CONTROL-RECORD
002121         SET RCR-ENDED TO TRUE
002122         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002123         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002124         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002125         MOVE WS-RC-START-DATE TO RCR-START-DATE
002126         MOVE WS-RC-START-TIME TO RCR-START-TIME
002127         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
002128         ACCEPT RCR-END-TIME FROM TIME
002129         MOVE RETURN-CODE TO RCR-RETURN-CODE
002130         MOVE ZEROS TO RCR-COUNTS
002131         MOVE WS-ENTRIES-READ TO RCR-RECORDS-READ
002132         MOVE WS-ENTRIES-ARCHIVED TO RCR-RECORDS-WRITTEN
002133         WRITE RUN-CONTROL-RECORD
002134         CLOSE RUN-CONTROL-FILE
002135     END-IF.
002136 9800-EXIT.
002137     EXIT.

002138*================================================================
002139* 9999-TERMINATE  --  EVERYTHING IS ALREADY CLOSED BY THE
002140*                     REWRITE - NOTHING LEFT TO DO
002150*================================================================
002160 9999-TERMINATE.
