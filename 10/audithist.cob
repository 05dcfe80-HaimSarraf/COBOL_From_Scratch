000213*                  AN ENTRY RELEASED FROM FILE-HANDLER'S
000214*                  APPROVAL QUEUE CARRIES - BLANK ON EVERY
000215*                  DIRECTLY-APPLIED ENTRY.
000225* 2026-10-14 JHS   THE DAILY SUMMARY COUNTS THE OFF-CYCLE RUN'S
000235*                  VOID AND OFFPAY ENTRIES SEPARATELY.  THEIR
000245*                  BEFORE/AFTER AMOUNTS ARE NET PAY, NOT SALARY,
000255*                  SO THEY STAY OUT OF THE NET SALARY MOVEMENT.
000265* 2026-10-14 JHS   BANK-MAINT'S BNKADD, BNKCHG AND BNKDEL ENTRIES
000275*                  ARE COUNTED AS BANK ACCOUNT CHANGES AND KEPT
000285*                  OUT OF THE NET SALARY MOVEMENT.  THE
000295*                  CHRONOLOGY PRINTS THEIR MASKED BEFORE/AFTER
000305*                  ROUTING AND ACCOUNT NUMBERS UNDER THE ENTRY.
000315*                  ARCHIVE LINE WIDENED TO 117.
000325* 2026-10-14 JHS   FILE-HANDLER'S RATE ENTRIES ARE COUNTED AS PAY
000335*                  RATE CHANGES.  THEIR BEFORE/AFTER AMOUNTS ARE
000345*                  HOURLY RATES, SO THEY STAY OUT OF THE NET
000355*                  SALARY MOVEMENT.
000365* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000375*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000385*                  CODE AND RECORD COUNTS - FOR THE MORNING
000395*                  OPERATIONS SUMMARY.
000405*================================================================

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000264         ORGANIZATION IS LINE SEQUENTIAL
000266         FILE STATUS IS ARCHIVE-STATUS.

000267     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000268         ORGANIZATION IS LINE SEQUENTIAL
000269         FILE STATUS IS RUNCTL-STATUS.

000270     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000271         ORGANIZATION IS LINE SEQUENTIAL
000272         FILE STATUS IS RUNPARM-STATUS.

000273 DATA DIVISION.
000280 FILE SECTION.
000290 FD  AUDIT-LOG-FILE.
000300     COPY AUDITREC.

000302 FD  ARCHIVE-LOG-FILE.
000304 01  ARCHIVE-AUDIT-LINE              PIC X(117).

000305 FD  RUN-CONTROL-FILE.
000306     COPY RUNCREC.

000307 FD  RUN-PARM-FILE.
000308 01  RUN-PARM-RECORD.
000309     05  RP-JOB-NAME                PIC X(08).
000310     05  FILLER                     PIC X(01).
000311     05  RP-STEP-NAME               PIC X(08).
000312     05  FILLER                     PIC X(63).

000313 WORKING-STORAGE SECTION.
000320*---------------------------------------------------------------
000330* FILE STATUS AND CONTROL SWITCHES
000340*---------------------------------------------------------------
000730 01  WS-CHG-COUNT                   PIC 9(05) COMP VALUE ZERO.
000740 01  WS-DEL-COUNT                   PIC 9(05) COMP VALUE ZERO.
000742 01  WS-XFR-COUNT                   PIC 9(05) COMP VALUE ZERO.
000744 01  WS-VOID-COUNT                  PIC 9(05) COMP VALUE ZERO.
000746 01  WS-OFFPAY-COUNT                PIC 9(05) COMP VALUE ZERO.
000748 01  WS-BANK-COUNT                  PIC 9(05) COMP VALUE ZERO.
000749 01  WS-RATE-COUNT                  PIC 9(05) COMP VALUE ZERO.
000750 01  WS-NET-SALARY-CHANGE           PIC S9(09)V99 VALUE ZEROS.

000760*---------------------------------------------------------------
001087     05  FILLER                     PIC X(02) VALUE SPACES.
001088     05  DET-APPROVER               PIC X(08).

001089 01  DET-BANK-LINE.
001090     05  FILLER                     PIC X(14) VALUE SPACES.
001091     05  FILLER                     PIC X(09) VALUE "ROUTING ".
001092     05  DET-ROUTING-BEFORE         PIC X(09).
001093     05  FILLER                     PIC X(01) VALUE ">".
001094     05  DET-ROUTING-AFTER          PIC X(09).
001095     05  FILLER                     PIC X(11) VALUE
001096         "  ACCOUNT ".
001097     05  DET-ACCOUNT-BEFORE         PIC X(17).
001098     05  FILLER                     PIC X(01) VALUE ">".
001099     05  DET-ACCOUNT-AFTER          PIC X(17).

001100 01  SUM-NET-LINE.
001101     05  FILLER                     PIC X(22) VALUE
001110         "NET SALARY MOVEMENT : ".
001112     05  SUM-NET-CHANGE             PIC -ZZZ,ZZZ,ZZ9.99.

001114*---------------------------------------------------------------
001116* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
001118* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
001120* THE STEP HAS NO CARD) AND WHEN IT STARTED
001121*---------------------------------------------------------------
001122 77  WS-RC-PROGRAM                  PIC X(13) VALUE
001123         "AUDIT-HISTORY".
001124 01  RUNCTL-STATUS                  PIC XX.
001125 01  RUNPARM-STATUS                 PIC XX.
001126 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
001127 01  WS-RC-STEP-NAME                PIC X(08) VALUE "AUDITHST".
001128 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
001129 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.
001130 PROCEDURE DIVISION.

001140*================================================================
001150* 0000-MAINLINE
001160*================================================================
001170 0000-MAINLINE.
001175     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001190     PERFORM 1500-GET-MODE THRU 1500-EXIT
001200         UNTIL WS-CHOICE-OK
001230         UNTIL WS-AUDIT-EOF
001240     PERFORM 8000-DISPLAY-TOTALS THRU 8000-EXIT
001250     PERFORM 9999-TERMINATE THRU 9999-EXIT
001251     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001252     STOP RUN.

001253*================================================================
001254* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
001255*                         RUNPARM CARD AND WRITE THE START RECORD
001256*                         TO THE RUN-CONTROL FILE
001257*================================================================
001258 0100-LOG-RUN-START.
001260     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001261     ACCEPT WS-RC-START-TIME FROM TIME
001262     OPEN INPUT RUN-PARM-FILE
001263     IF RUNPARM-STATUS = "00"
001264         READ RUN-PARM-FILE
001265             NOT AT END
001266                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001267                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001268         END-READ
001269         CLOSE RUN-PARM-FILE
001270     END-IF
001271     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001272     IF RUNCTL-STATUS NOT = "00"
001273         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001274             RUNCTL-STATUS
001275         SET RETURN-CODE TO 8
001276         STOP RUN
001277     END-IF
001278     MOVE SPACES TO RUN-CONTROL-RECORD
001279     SET RCR-STARTED TO TRUE
001280     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001281     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001282     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001283     MOVE WS-RC-START-DATE TO RCR-START-DATE
001284     MOVE WS-RC-START-TIME TO RCR-START-TIME
001285     MOVE ZEROS TO RCR-END-STAMP
001286     MOVE ZEROS TO RCR-RETURN-CODE
001287     MOVE ZEROS TO RCR-COUNTS
001288     WRITE RUN-CONTROL-RECORD
001289     CLOSE RUN-CONTROL-FILE.
001290 0100-EXIT.
001291     EXIT.

001292*================================================================
001293* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001294*                            CREATING IT ON THE FIRST RUN
001295*================================================================
001296 0110-OPEN-RUN-CONTROL.
001297     OPEN EXTEND RUN-CONTROL-FILE
001298     IF RUNCTL-STATUS = "35"
001299         CLOSE RUN-CONTROL-FILE
001300         OPEN OUTPUT RUN-CONTROL-FILE
001301         CLOSE RUN-CONTROL-FILE
001302         OPEN EXTEND RUN-CONTROL-FILE
001303     END-IF.
001304 0110-EXIT.
001305     EXIT.

001306*================================================================
001307* 1000-INITIALIZE  --  OPEN THE AUDIT LOG FOR INPUT
001308*================================================================
001309 1000-INITIALIZE.
001310     OPEN INPUT AUDIT-LOG-FILE
001320     IF AUDIT-STATUS = "35"
001330         DISPLAY "AUDIT LOG HAS NOT BEEN CREATED YET - "
001340             "NOTHING TO REPORT."
001345         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001350         STOP RUN
001360     END-IF
001370     IF AUDIT-STATUS NOT = "00"
001380         DISPLAY "FAILED TO OPEN THE AUDIT LOG. STATUS = "
001390             AUDIT-STATUS
001400         SET RETURN-CODE TO 8
001405         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001410         STOP RUN
001420     END-IF
001430     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
002856     MOVE AUD-DEPT-BEFORE TO DET-DEPT-BEFORE
002857     MOVE AUD-DEPT-AFTER TO DET-DEPT-AFTER
002858     MOVE AUD-APPROVER-ID TO DET-APPROVER
002860     DISPLAY DET-LINE
002862     IF AUD-OPERATION = "BNKADD" OR "BNKCHG" OR "BNKDEL"
002864         MOVE AUD-ROUTING-BEFORE TO DET-ROUTING-BEFORE
002865         MOVE AUD-ROUTING-AFTER TO DET-ROUTING-AFTER
002866         MOVE AUD-ACCOUNT-BEFORE TO DET-ACCOUNT-BEFORE
002867         MOVE AUD-ACCOUNT-AFTER TO DET-ACCOUNT-AFTER
002868         DISPLAY DET-BANK-LINE
002869     END-IF.
002870 3200-EXIT.
002880     EXIT.

003010             ADD 1 TO WS-DEL-COUNT
003012         WHEN "XFER"
003014             ADD 1 TO WS-XFR-COUNT
003015         WHEN "VOID"
003016             ADD 1 TO WS-VOID-COUNT
003017         WHEN "OFFPAY"
003018             ADD 1 TO WS-OFFPAY-COUNT
003019         WHEN "BNKADD"
003020         WHEN "BNKCHG"
003021         WHEN "BNKDEL"
003022             ADD 1 TO WS-BANK-COUNT
003023         WHEN "RATE"
003024             ADD 1 TO WS-RATE-COUNT
003025     END-EVALUATE
003026     IF AUD-OPERATION NOT = "VOID" AND NOT = "OFFPAY"
003027         AND NOT = "BNKADD" AND NOT = "BNKCHG" AND NOT = "BNKDEL"
003028         AND NOT = "RATE"
003030         COMPUTE WS-NET-SALARY-CHANGE = WS-NET-SALARY-CHANGE
003040             + AUD-SALARY-AFTER - AUD-SALARY-BEFORE
003045     END-IF.
003050 3300-EXIT.
003060     EXIT.

003140         DISPLAY "CHANGES TODAY       : " WS-CHG-COUNT
003150         DISPLAY "DELETES TODAY       : " WS-DEL-COUNT
003155         DISPLAY "TRANSFERS TODAY     : " WS-XFR-COUNT
003156         DISPLAY "PAYMENTS VOIDED     : " WS-VOID-COUNT
003157         DISPLAY "OFF-CYCLE PAYMENTS  : " WS-OFFPAY-COUNT
003158         DISPLAY "BANK ACCOUNT CHANGES: " WS-BANK-COUNT
003159         DISPLAY "PAY RATE CHANGES    : " WS-RATE-COUNT
003160         DISPLAY "TOTAL ENTRIES TODAY : " WS-SELECTED-COUNT
003170         MOVE WS-NET-SALARY-CHANGE TO SUM-NET-CHANGE
003180         DISPLAY SUM-NET-LINE
003250         END-IF
003260     END-IF.
003270 8000-EXIT.
003272     EXIT.

003274*================================================================
003276* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
003280*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
003281*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
003282*                       RUN'S OWN RETURN CODE AS IT WAS
003283*================================================================
003284 9800-LOG-RUN-END.
003285     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
003286     IF RUNCTL-STATUS NOT = "00"
003287         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
003288             RUNCTL-STATUS
003289         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
003290     ELSE
003291         MOVE SPACES TO RUN-CONTROL-RECORD
003292         SET RCR-ENDED TO TRUE
003293         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
003294         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
003295         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
003296         MOVE WS-RC-START-DATE TO RCR-START-DATE
003297         MOVE WS-RC-START-TIME TO RCR-START-TIME
003298         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
003299         ACCEPT RCR-END-TIME FROM TIME
003300         MOVE RETURN-CODE TO RCR-RETURN-CODE
003301         MOVE ZEROS TO RCR-COUNTS
003302         MOVE WS-SELECTED-COUNT TO RCR-RECORDS-READ
003303         WRITE RUN-CONTROL-RECORD
003304         CLOSE RUN-CONTROL-FILE
003305     END-IF.
003306 9800-EXIT.
003307     EXIT.

003308*================================================================
003309* 9999-TERMINATE  --  CLOSE THE AUDIT LOG
003310*================================================================
003320 9999-TERMINATE.
003330     CLOSE AUDIT-LOG-FILE.
