000170*                  GROSS LESS THE FOUR BUCKETS EQUALS NET AND
000180*                  FLAGS ANY LEDGER RECORD THAT DOES NOT, THE
000190*                  SAME WAY PAYCALC PROVES ITS REGISTER.
000191* 2026-10-14 JHS   NOW WRITES A CONTROL RECORD OF THE NUMBER OF
000192*                  STATEMENTS AND THE COMPANY TOTALS SO THE
000193*                  YEAR-END CLOSE CAN PROVE THE LEDGER IT
000194*                  ARCHIVES AGAINST WHAT WAS PRINTED.
000195* 2026-10-14 JHS   PRINTS THE WAGE GARNISHMENTS TAKEN AS THEIR
000196*                  OWN LINE, PROVES THEM IN THE BALANCE WITH THE
000197*                  OTHER BUCKETS, AND CARRIES THEM ON THE
000198*                  CONTROL RECORD.
000200* 2026-10-15 JHS   WRITES A START AND AN END RECORD TO THE
000202*                  RUN-CONTROL FILE - JOB, STEP, TIMES, RETURN
000204*                  CODE AND RECORD COUNTS - FOR THE MORNING
000206*                  OPERATIONS SUMMARY.
000208*================================================================

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS STATEMENT-STATUS.

000311     SELECT CONTROL-FILE ASSIGN TO EARNCTL
000312         ORGANIZATION IS LINE SEQUENTIAL
000313         FILE STATUS IS CONTROL-STATUS.

000314     SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
000315         ORGANIZATION IS LINE SEQUENTIAL
000316         FILE STATUS IS RUNCTL-STATUS.

000317     SELECT RUN-PARM-FILE ASSIGN TO RUNPARM
000318         ORGANIZATION IS LINE SEQUENTIAL
000319         FILE STATUS IS RUNPARM-STATUS.

000320 DATA DIVISION.
000330 FILE SECTION.
000340 FD  EARNINGS-FILE.
000360 FD  STATEMENT-FILE.
000370 01  STATEMENT-LINE                  PIC X(80).

000371 FD  CONTROL-FILE.
000372     COPY ESCTLREC.

000373 FD  RUN-CONTROL-FILE.
000374     COPY RUNCREC.

000375 FD  RUN-PARM-FILE.
000376 01  RUN-PARM-RECORD.
000377     05  RP-JOB-NAME                PIC X(08).
000378     05  FILLER                     PIC X(01).
000379     05  RP-STEP-NAME               PIC X(08).
000380     05  FILLER                     PIC X(63).

000381 WORKING-STORAGE SECTION.
000390*---------------------------------------------------------------
000400* FILE STATUS AND CONTROL SWITCHES
000410*---------------------------------------------------------------
000420 01  EARN-STATUS                    PIC XX.
000430 01  STATEMENT-STATUS               PIC XX.
000431 01  CONTROL-STATUS                 PIC XX.

000440 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
000450     88  WS-RECORD-FOUND                         VALUE "Y".
000550 01  WS-TOT-INSURANCE               PIC 9(09)V99 VALUE ZEROS.
000560 01  WS-TOT-RETIRE                  PIC 9(09)V99 VALUE ZEROS.
000570 01  WS-TOT-OTHER                   PIC 9(09)V99 VALUE ZEROS.
000575 01  WS-TOT-GARNISH                 PIC 9(09)V99 VALUE ZEROS.
000580 01  WS-TOT-NET                     PIC 9(09)V99 VALUE ZEROS.
000590 01  WS-RUN-DATE                    PIC 9(08).

000860 01  TOT-HDG-LINE.
000870     05  FILLER                     PIC X(26) VALUE
000880         "---- COMPANY TOTALS ----".
000882     05  FILLER                     PIC X(54) VALUE SPACES.

000884*---------------------------------------------------------------
000886* RUN CONTROL - THE JOB AND STEP THIS RUN IS LOGGED UNDER (FROM
000888* THE RUNPARM CARD, OR ONDEMAND AND THE LOAD MODULE NAME WHEN
000890* THE STEP HAS NO CARD) AND WHEN IT STARTED
000891*---------------------------------------------------------------
000892 77  WS-RC-PROGRAM                  PIC X(13) VALUE
000893         "EARN-STMT".

000894 01  RUNCTL-STATUS                  PIC XX.
000895 01  RUNPARM-STATUS                 PIC XX.
000896 01  WS-RC-JOB-NAME                 PIC X(08) VALUE "ONDEMAND".
000897 01  WS-RC-STEP-NAME                PIC X(08) VALUE "EARNSTMT".
000898 01  WS-RC-START-DATE               PIC 9(08) VALUE ZEROS.
000899 01  WS-RC-START-TIME               PIC 9(08) VALUE ZEROS.

000900 PROCEDURE DIVISION.

000920* 0000-MAINLINE
000930*================================================================
000940 0000-MAINLINE.
000945     PERFORM 0100-LOG-RUN-START THRU 0100-EXIT
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000960     PERFORM 2000-READ-AND-PRINT THRU 2000-EXIT
000970         UNTIL WS-RECORD-NOT-FOUND
000980     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
000990     PERFORM 9999-TERMINATE THRU 9999-EXIT
000991     PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
000992     STOP RUN.

000993*================================================================
000994* 0100-LOG-RUN-START  --  PICK UP THE JOB AND STEP FROM THE
000995*                         RUNPARM CARD AND WRITE THE START RECORD
000996*                         TO THE RUN-CONTROL FILE
000997*================================================================
000998 0100-LOG-RUN-START.
001000     ACCEPT WS-RC-START-DATE FROM DATE YYYYMMDD
001001     ACCEPT WS-RC-START-TIME FROM TIME
001002     OPEN INPUT RUN-PARM-FILE
001003     IF RUNPARM-STATUS = "00"
001004         READ RUN-PARM-FILE
001005             NOT AT END
001006                 MOVE RP-JOB-NAME TO WS-RC-JOB-NAME
001007                 MOVE RP-STEP-NAME TO WS-RC-STEP-NAME
001008         END-READ
001009         CLOSE RUN-PARM-FILE
001010     END-IF
001011     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
001012     IF RUNCTL-STATUS NOT = "00"
001013         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
001014             RUNCTL-STATUS
001015         SET RETURN-CODE TO 8
001016         STOP RUN
001017     END-IF
001018     MOVE SPACES TO RUN-CONTROL-RECORD
001019     SET RCR-STARTED TO TRUE
001020     MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
001021     MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
001022     MOVE WS-RC-PROGRAM TO RCR-PROGRAM
001023     MOVE WS-RC-START-DATE TO RCR-START-DATE
001024     MOVE WS-RC-START-TIME TO RCR-START-TIME
001025     MOVE ZEROS TO RCR-END-STAMP
001026     MOVE ZEROS TO RCR-RETURN-CODE
001027     MOVE ZEROS TO RCR-COUNTS
001028     WRITE RUN-CONTROL-RECORD
001029     CLOSE RUN-CONTROL-FILE.
001030 0100-EXIT.
001031     EXIT.

001032*================================================================
001033* 0110-OPEN-RUN-CONTROL  --  OPEN THE RUN-CONTROL FILE TO APPEND,
001034*                            CREATING IT ON THE FIRST RUN
001035*================================================================
001036 0110-OPEN-RUN-CONTROL.
001037     OPEN EXTEND RUN-CONTROL-FILE
001038     IF RUNCTL-STATUS = "35"
001039         CLOSE RUN-CONTROL-FILE
001040         OPEN OUTPUT RUN-CONTROL-FILE
001041         CLOSE RUN-CONTROL-FILE
001042         OPEN EXTEND RUN-CONTROL-FILE
001043     END-IF.
001044 0110-EXIT.
001045     EXIT.

001046*================================================================
001047* 1000-INITIALIZE  --  OPEN THE LEDGER AND THE PRINT FILE AND
001048*                      POSITION THE LEDGER AT ITS FIRST RECORD
001049*================================================================
001050 1000-INITIALIZE.
001060     OPEN INPUT EARNINGS-FILE
001070     IF EARN-STATUS = "35"
001080         DISPLAY "THE EARNINGS LEDGER HAS NOT BEEN CREATED - "
001090             "RUN THE PAY CALCULATION FIRST."
001100         SET RETURN-CODE TO 8
001105         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001110         STOP RUN
001120     END-IF
001130     IF EARN-STATUS NOT = "00"
001140         DISPLAY "FAILED TO OPEN THE EARNINGS LEDGER. STATUS = "
001150             EARN-STATUS
001160         SET RETURN-CODE TO 8
001165         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001170         STOP RUN
001180     END-IF
001190     OPEN OUTPUT STATEMENT-FILE
001210         DISPLAY "FAILED TO OPEN THE STATEMENT FILE. STATUS = "
001220             STATEMENT-STATUS
001230         SET RETURN-CODE TO 8
001235         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001240         STOP RUN
001250     END-IF
001251     OPEN OUTPUT CONTROL-FILE
001252     IF CONTROL-STATUS NOT = "00"
001253         DISPLAY "FAILED TO OPEN THE STATEMENT CONTROL FILE. "
001254             "STATUS = " CONTROL-STATUS
001255         SET RETURN-CODE TO 8
001256         PERFORM 9800-LOG-RUN-END THRU 9800-EXIT
001257         STOP RUN
001258     END-IF
001260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001270     MOVE WS-RUN-DATE TO HDG-RUN-DATE
001280     WRITE STATEMENT-LINE FROM HDG-LINE-1
001750     MOVE "OTHER DEDUCTIONS: " TO STM-CAPTION
001760     MOVE EARN-YTD-OTHER TO STM-AMOUNT
001770     WRITE STATEMENT-LINE FROM STM-AMOUNT-LINE
001771     MOVE "GARNISHMENTS    : " TO STM-CAPTION
001772     MOVE EARN-YTD-GARNISH TO STM-AMOUNT
001773     WRITE STATEMENT-LINE FROM STM-AMOUNT-LINE
001780     COMPUTE WS-DIFFERENCE = EARN-YTD-GROSS - EARN-YTD-TAX
001790         - EARN-YTD-INSURANCE - EARN-YTD-RETIRE
001800         - EARN-YTD-OTHER - EARN-YTD-GARNISH - EARN-YTD-NET
001810     MOVE "NET PAID        : " TO STM-CAPTION
001820     MOVE EARN-YTD-NET TO STM-AMOUNT
001830     IF WS-DIFFERENCE NOT = ZERO
001920     ADD EARN-YTD-INSURANCE TO WS-TOT-INSURANCE
001930     ADD EARN-YTD-RETIRE TO WS-TOT-RETIRE
001940     ADD EARN-YTD-OTHER TO WS-TOT-OTHER
001945     ADD EARN-YTD-GARNISH TO WS-TOT-GARNISH
001950     ADD EARN-YTD-NET TO WS-TOT-NET.
001960 3000-EXIT.
001970     EXIT.
002170     MOVE "OTHER DEDUCTIONS: " TO STM-CAPTION
002180     MOVE WS-TOT-OTHER TO STM-AMOUNT
002190     WRITE STATEMENT-LINE FROM STM-AMOUNT-LINE
002191     MOVE "GARNISHMENTS    : " TO STM-CAPTION
002192     MOVE WS-TOT-GARNISH TO STM-AMOUNT
002193     WRITE STATEMENT-LINE FROM STM-AMOUNT-LINE
002200     MOVE "NET PAID        : " TO STM-CAPTION
002210     MOVE WS-TOT-NET TO STM-AMOUNT
002220     WRITE STATEMENT-LINE FROM STM-AMOUNT-LINE
002221     MOVE SPACES TO STMT-CONTROL-RECORD
002222     MOVE WS-RUN-DATE TO ESC-RUN-DATE
002223     MOVE WS-EMP-COUNT TO ESC-STATEMENT-COUNT
002224     MOVE WS-TOT-GROSS TO ESC-TOT-GROSS
002225     MOVE WS-TOT-TAX TO ESC-TOT-TAX
002226     MOVE WS-TOT-INSURANCE TO ESC-TOT-INSURANCE
002227     MOVE WS-TOT-RETIRE TO ESC-TOT-RETIRE
002228     MOVE WS-TOT-OTHER TO ESC-TOT-OTHER
002229     MOVE WS-TOT-GARNISH TO ESC-TOT-GARNISH
002230     MOVE WS-TOT-NET TO ESC-TOT-NET
002231     WRITE STMT-CONTROL-RECORD
002232     IF CONTROL-STATUS NOT = "00"
002233         DISPLAY "ERROR WRITING THE STATEMENT CONTROL RECORD. "
002234             "STATUS = " CONTROL-STATUS
002235         SET RETURN-CODE TO 8
002236     END-IF
002237     DISPLAY "---- ANNUAL EARNINGS STATEMENT SUMMARY ----"
002240     DISPLAY "STATEMENTS PRINTED    : " WS-EMP-COUNT
002250     DISPLAY "TOTAL GROSS PAID      : " WS-TOT-GROSS
002260     DISPLAY "TOTAL NET PAID        : " WS-TOT-NET
002330         SET RETURN-CODE TO 8
002340     END-IF.
002350 8000-EXIT.
002351     EXIT.

002352*================================================================
002353* 9800-LOG-RUN-END  --  WRITE THE END RECORD - RETURN CODE AND
002354*                       RECORD COUNTS - TO THE RUN-CONTROL FILE.
002355*                       A FAILURE HERE IS REPORTED BUT LEAVES THE
002360*                       RUN'S OWN RETURN CODE AS IT WAS
002361*================================================================
002362 9800-LOG-RUN-END.
002363     PERFORM 0110-OPEN-RUN-CONTROL THRU 0110-EXIT
002364     IF RUNCTL-STATUS NOT = "00"
002365         DISPLAY "FAILED TO OPEN THE RUN-CONTROL FILE. STATUS = "
002366             RUNCTL-STATUS
002367         DISPLAY "THE END OF THIS RUN WAS NOT LOGGED."
002368     ELSE
002369         MOVE SPACES TO RUN-CONTROL-RECORD
002370         SET RCR-ENDED TO TRUE
002371         MOVE WS-RC-JOB-NAME TO RCR-JOB-NAME
002372         MOVE WS-RC-STEP-NAME TO RCR-STEP-NAME
002373         MOVE WS-RC-PROGRAM TO RCR-PROGRAM
002374         MOVE WS-RC-START-DATE TO RCR-START-DATE
002375         MOVE WS-RC-START-TIME TO RCR-START-TIME
002376         ACCEPT RCR-END-DATE FROM DATE YYYYMMDD
002377         ACCEPT RCR-END-TIME FROM TIME
002378         MOVE RETURN-CODE TO RCR-RETURN-CODE
002379         MOVE ZEROS TO RCR-COUNTS
002380         MOVE WS-EMP-COUNT TO RCR-RECORDS-WRITTEN
002381         MOVE WS-UNBALANCED-COUNT TO RCR-RECORDS-REJECTED
002382         WRITE RUN-CONTROL-RECORD
002383         CLOSE RUN-CONTROL-FILE
002384     END-IF.
002385 9800-EXIT.
002386     EXIT.

002387*================================================================
002388* 9999-TERMINATE  --  CLOSE THE LEDGER, THE PRINT FILE, AND
002389*                     THE CONTROL FILE
002390*================================================================
002400 9999-TERMINATE.
002410     CLOSE EARNINGS-FILE
002420     CLOSE STATEMENT-FILE
002421     CLOSE CONTROL-FILE.
002430 9999-EXIT.
002440     EXIT.
