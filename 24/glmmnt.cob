000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLMAP-MAINT.
000030 AUTHOR. J SARRAF.
000040 INSTALLATION. PAYROLL SYSTEMS.
000050 DATE-WRITTEN. 2026-10-14.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* 2026-10-14 JHS   ORIGINAL - MAINTENANCE FUNCTION FOR THE GL
000110*                  ACCOUNT-MAPPING FILE GL-JOURNAL POSTS THE PAY
000120*                  RUN THROUGH, BUILT ON THE SAME ADD/CHANGE/
000130*                  DELETE/INQUIRE MENU DEPT-MAINT USES.  EACH
000140*                  MAPPING IS KEYED BY DEPARTMENT AND BUCKET (SAL,
000150*                  TAX, INS, RET, OTH, NET); DEPARTMENT 000 IS THE
000160*                  COMPANY-WIDE DEFAULT.  ANY OTHER DEPARTMENT
000170*                  MUST BE ON THE DEPARTMENT REFERENCE FILE.
000180* 2026-10-14 JHS   ADDED THE GRN BUCKET FOR THE WAGE GARNISHMENT
000190*                  LIABILITY ACCOUNT.
000200*================================================================

000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT GL-MAP-FILE ASSIGN TO GLMFILE
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS DYNAMIC
000270         RECORD KEY IS GLM-KEY
000280         FILE STATUS IS GLM-STATUS.

000290     SELECT DEPARTMENT-FILE ASSIGN TO DEPTFILE
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS DEPT-CODE
000330         FILE STATUS IS DEPT-STATUS.

000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  GL-MAP-FILE.
000370     COPY GLMAPREC.

000380 FD  DEPARTMENT-FILE.
000390     COPY DEPTREC.

000400 WORKING-STORAGE SECTION.
000410*---------------------------------------------------------------
000420* FILE STATUS AND CONTROL SWITCHES
000430*---------------------------------------------------------------
000440 01  GLM-STATUS                     PIC XX.
000450 01  DEPT-STATUS                    PIC XX.

000460 01  WS-FOUND-SWITCH                PIC X(01) VALUE "N".
000470     88  WS-RECORD-FOUND                         VALUE "Y".
000480     88  WS-RECORD-NOT-FOUND                     VALUE "N".

000490 01  WS-CHOICE-SWITCH               PIC X(01) VALUE "N".
000500     88  WS-CHOICE-OK                            VALUE "Y".
000510     88  WS-CHOICE-NOT-OK                        VALUE "N".

000520 01  WS-MENU-CHOICE                 PIC X(01).
000530     88  WS-CHOICE-ADD                           VALUE "A".
000540     88  WS-CHOICE-CHANGE                        VALUE "C".
000550     88  WS-CHOICE-DELETE                        VALUE "D".
000560     88  WS-CHOICE-INQUIRE                       VALUE "I".

000570 01  WS-CODE-SWITCH                 PIC X(01) VALUE "N".
000580     88  WS-CODE-OK                              VALUE "Y".
000590     88  WS-CODE-NOT-OK                          VALUE "N".

000600 01  WS-BUCKET-SWITCH               PIC X(01) VALUE "N".
000610     88  WS-BUCKET-OK                            VALUE "Y".
000620     88  WS-BUCKET-NOT-OK                        VALUE "N".

000630 01  WS-ACCOUNT-SWITCH              PIC X(01) VALUE "N".
000640     88  WS-ACCOUNT-OK                           VALUE "Y".
000650     88  WS-ACCOUNT-NOT-OK                       VALUE "N".

000660*---------------------------------------------------------------
000670* OPERATOR INPUT FIELDS
000680*---------------------------------------------------------------
000690 01  WS-DEPT-CODE                   PIC 9(03).
000700 01  WS-CODE-INPUT                  PIC X(03).
000710 01  WS-CODE-NUM REDEFINES WS-CODE-INPUT
000720                                    PIC 9(03).
000730 01  WS-BUCKET                      PIC X(03).
000740     88  WS-BUCKET-VALID            VALUE "SAL" "TAX" "INS"
000750                                          "RET" "OTH" "GRN"
000760                                          "NET".
000770 01  WS-ACCOUNT-NUMBER              PIC X(10).
000780 01  WS-DESCRIPTION                 PIC X(30).

000790 PROCEDURE DIVISION.

000800*================================================================
000810* 0000-MAINLINE
000820*================================================================
000830 0000-MAINLINE.
000840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000850     PERFORM 1500-GET-MENU-CHOICE THRU 1500-EXIT
000860         UNTIL WS-CHOICE-OK
000870     EVALUATE TRUE
000880         WHEN WS-CHOICE-ADD
000890             PERFORM 3500-ADD-FUNCTION THRU 3500-EXIT
000900         WHEN WS-CHOICE-CHANGE
000910             PERFORM 5000-CHANGE-FUNCTION THRU 5000-EXIT
000920         WHEN WS-CHOICE-DELETE
000930             PERFORM 6000-DELETE-FUNCTION THRU 6000-EXIT
000940         WHEN WS-CHOICE-INQUIRE
000950             PERFORM 7000-INQUIRE-FUNCTION THRU 7000-EXIT
000960     END-EVALUATE
000970     PERFORM 8000-DISPLAY-ALL THRU 8000-EXIT
000980     PERFORM 9999-TERMINATE THRU 9999-EXIT
000990     STOP RUN.

001000*================================================================
001010* 1000-INITIALIZE  --  OPEN THE MAPPING FILE FOR I-O, CREATING IT
001020*                      ON FIRST RUN, AND THE DEPARTMENT FILE FOR
001030*                      THE DEPARTMENT CODE CHECK
001040*================================================================
001050 1000-INITIALIZE.
001060     OPEN I-O GL-MAP-FILE
001070     IF GLM-STATUS = "35"
001080         CLOSE GL-MAP-FILE
001090         OPEN OUTPUT GL-MAP-FILE
001100         CLOSE GL-MAP-FILE
001110         OPEN I-O GL-MAP-FILE
001120     END-IF
001130     IF GLM-STATUS NOT = "00"
001140         DISPLAY "FAILED TO OPEN THE GL ACCOUNT-MAPPING FILE. "
001150             "STATUS = " GLM-STATUS
001160         SET RETURN-CODE TO 8
001170         STOP RUN
001180     END-IF
001190     OPEN INPUT DEPARTMENT-FILE
001200     IF DEPT-STATUS = "35"
001210         DISPLAY "THE DEPARTMENT FILE HAS NOT BEEN CREATED - "
001220             "RUN DEPT-MAINT FIRST."
001230         SET RETURN-CODE TO 8
001240         STOP RUN
001250     END-IF
001260     IF DEPT-STATUS NOT = "00"
001270         DISPLAY "FAILED TO OPEN THE DEPARTMENT FILE. STATUS = "
001280             DEPT-STATUS
001290         SET RETURN-CODE TO 8
001300         STOP RUN
001310     END-IF.
001320 1000-EXIT.
001330     EXIT.

001340*================================================================
001350* 1500-GET-MENU-CHOICE  --  DISPLAY THE MAINTENANCE MENU AND
001360*                           ACCEPT THE OPERATOR'S CHOICE
001370*================================================================
001380 1500-GET-MENU-CHOICE.
001390     DISPLAY "---- GL ACCOUNT-MAPPING MAINTENANCE ----"
001400     DISPLAY "A - ADD A NEW ACCOUNT MAPPING"
001410     DISPLAY "C - CHANGE A MAPPING'S ACCOUNT"
001420     DISPLAY "D - DELETE A MAPPING"
001430     DISPLAY "I - INQUIRE ON A MAPPING"
001440     DISPLAY "ENTER YOUR CHOICE :"
001450     ACCEPT WS-MENU-CHOICE
001460     PERFORM 1600-VALIDATE-MENU-CHOICE THRU 1600-EXIT.
001470 1500-EXIT.
001480     EXIT.

001490 1600-VALIDATE-MENU-CHOICE.
001500     SET WS-CHOICE-OK TO TRUE
001510     IF NOT WS-CHOICE-ADD AND NOT WS-CHOICE-CHANGE
001520             AND NOT WS-CHOICE-DELETE AND NOT WS-CHOICE-INQUIRE
001530         DISPLAY "INVALID CHOICE. PLEASE ENTER A, C, D, OR I."
001540         SET WS-CHOICE-NOT-OK TO TRUE
001550     END-IF.
001560 1600-EXIT.
001570     EXIT.

001580*================================================================
001590* 3000-CHECK-DUPLICATE  --  SEE IF THE DEPARTMENT AND BUCKET ARE
001600*                           ALREADY MAPPED
001610*================================================================
001620 3000-CHECK-DUPLICATE.
001630     MOVE WS-DEPT-CODE TO GLM-DEPT-CODE
001640     MOVE WS-BUCKET TO GLM-BUCKET
001650     READ GL-MAP-FILE
001660         INVALID KEY
001670             SET WS-RECORD-NOT-FOUND TO TRUE
001680         NOT INVALID KEY
001690             SET WS-RECORD-FOUND TO TRUE
001700     END-READ.
001710 3000-EXIT.
001720     EXIT.

001730*================================================================
001740* 3050-GET-VALID-KEY  --  ACCEPT THE DEPARTMENT CODE AND BUCKET
001750*                         THAT KEY A MAPPING
001760*================================================================
001770 3050-GET-VALID-KEY.
001780     DISPLAY "ENTER DEPARTMENT CODE (000 FOR ALL DEPARTMENTS) :"
001790     SET WS-CODE-NOT-OK TO TRUE
001800     PERFORM 3100-GET-VALID-CODE THRU 3100-EXIT
001810     DISPLAY "ENTER BUCKET (SAL, TAX, INS, RET, OTH, GRN, NET) :"
001820     SET WS-BUCKET-NOT-OK TO TRUE
001830     PERFORM 3200-GET-VALID-BUCKET THRU 3200-EXIT.
001840 3050-EXIT.
001850     EXIT.

001860*================================================================
001870* 3100-GET-VALID-CODE  --  ACCEPT A DEPARTMENT CODE, RE-PROMPTING
001880*                          UNTIL IT IS NUMERIC AND EITHER 000 OR
001890*                          ON THE DEPARTMENT FILE
001900*================================================================
001910 3100-GET-VALID-CODE.
001920     PERFORM 3110-ACCEPT-CODE THRU 3110-EXIT
001930         UNTIL WS-CODE-OK.
001940 3100-EXIT.
001950     EXIT.

001960 3110-ACCEPT-CODE.
001970     ACCEPT WS-CODE-INPUT
001980     SET WS-CODE-OK TO TRUE
001990     IF WS-CODE-INPUT IS NOT NUMERIC
002000         DISPLAY "DEPARTMENT CODE MUST BE NUMERIC (3 DIGITS). "
002010             "RE-ENTER :"
002020         SET WS-CODE-NOT-OK TO TRUE
002030     ELSE
002040         MOVE WS-CODE-NUM TO WS-DEPT-CODE
002050         IF WS-DEPT-CODE NOT = ZERO
002060             MOVE WS-DEPT-CODE TO DEPT-CODE
002070             READ DEPARTMENT-FILE
002080                 INVALID KEY
002090                     DISPLAY "DEPARTMENT " WS-DEPT-CODE " IS NOT "
002100                         "ON THE DEPARTMENT FILE. RE-ENTER :"
002110                     SET WS-CODE-NOT-OK TO TRUE
002120             END-READ
002130         END-IF
002140     END-IF.
002150 3110-EXIT.
002160     EXIT.

002170*================================================================
002180* 3200-GET-VALID-BUCKET  --  ACCEPT A PAY BUCKET, RE-PROMPTING
002190*                            UNTIL IT IS ONE THE JOURNAL POSTS
002200*================================================================
002210 3200-GET-VALID-BUCKET.
002220     PERFORM 3210-ACCEPT-BUCKET THRU 3210-EXIT
002230         UNTIL WS-BUCKET-OK.
002240 3200-EXIT.
002250     EXIT.

002260 3210-ACCEPT-BUCKET.
002270     ACCEPT WS-BUCKET
002280     SET WS-BUCKET-OK TO TRUE
002290     IF NOT WS-BUCKET-VALID
002300         DISPLAY "BUCKET MUST BE SAL, TAX, INS, RET, OTH, GRN OR "
002310             "NET. RE-ENTER :"
002320         SET WS-BUCKET-NOT-OK TO TRUE
002330     END-IF.
002340 3210-EXIT.
002350     EXIT.

002360*================================================================
002370* 3300-GET-ACCOUNT-DETAILS  --  ACCEPT THE GL ACCOUNT NUMBER,
002380*                               RE-PROMPTING UNTIL IT IS NOT
002390*                               BLANK, AND ITS DESCRIPTION
002400*================================================================
002410 3300-GET-ACCOUNT-DETAILS.
002420     DISPLAY "ENTER GL ACCOUNT NUMBER :"
002430     SET WS-ACCOUNT-NOT-OK TO TRUE
002440     PERFORM 3310-ACCEPT-ACCOUNT THRU 3310-EXIT
002450         UNTIL WS-ACCOUNT-OK
002460     DISPLAY "ENTER ACCOUNT DESCRIPTION :"
002470     ACCEPT WS-DESCRIPTION.
002480 3300-EXIT.
002490     EXIT.

002500 3310-ACCEPT-ACCOUNT.
002510     ACCEPT WS-ACCOUNT-NUMBER
002520     SET WS-ACCOUNT-OK TO TRUE
002530     IF WS-ACCOUNT-NUMBER = SPACES
002540         DISPLAY "GL ACCOUNT NUMBER CANNOT BE BLANK. RE-ENTER :"
002550         SET WS-ACCOUNT-NOT-OK TO TRUE
002560     END-IF.
002570 3310-EXIT.
002580     EXIT.

002590*================================================================
002600* 3500-ADD-FUNCTION  --  ADD A NEW ACCOUNT MAPPING
002610*================================================================
002620 3500-ADD-FUNCTION.
002630     PERFORM 3050-GET-VALID-KEY THRU 3050-EXIT
002640     PERFORM 3000-CHECK-DUPLICATE THRU 3000-EXIT
002650     IF WS-RECORD-FOUND
002660         DISPLAY "DEPARTMENT " WS-DEPT-CODE " BUCKET " WS-BUCKET
002670             " IS ALREADY MAPPED."
002680     ELSE
002690         PERFORM 3300-GET-ACCOUNT-DETAILS THRU 3300-EXIT
002700         MOVE WS-DEPT-CODE TO GLM-DEPT-CODE
002710         MOVE WS-BUCKET TO GLM-BUCKET
002720         MOVE WS-ACCOUNT-NUMBER TO GLM-ACCOUNT-NUMBER
002730         MOVE WS-DESCRIPTION TO GLM-DESCRIPTION
002740         WRITE GL-MAP-RECORD
002750             INVALID KEY
002760                 DISPLAY "ERROR WRITING TO FILE"
002770                 DISPLAY "ERROR NO. : " GLM-STATUS
002780                 SET RETURN-CODE TO 8
002790             NOT INVALID KEY
002800                 DISPLAY "NEW ACCOUNT MAPPING HAS BEEN ADDED."
002810         END-WRITE
002820     END-IF.
002830 3500-EXIT.
002840     EXIT.

002850*================================================================
002860* 5000-CHANGE-FUNCTION  --  CHANGE THE GL ACCOUNT A DEPARTMENT
002870*                           AND BUCKET POST TO
002880*================================================================
002890 5000-CHANGE-FUNCTION.
002900     PERFORM 3050-GET-VALID-KEY THRU 3050-EXIT
002910     PERFORM 3000-CHECK-DUPLICATE THRU 3000-EXIT
002920     IF WS-RECORD-NOT-FOUND
002930         DISPLAY "DEPARTMENT " WS-DEPT-CODE " BUCKET " WS-BUCKET
002940             " IS NOT MAPPED."
002950     ELSE
002960         DISPLAY "CURRENT ACCOUNT : " GLM-ACCOUNT-NUMBER " "
002970             GLM-DESCRIPTION
002980         PERFORM 3300-GET-ACCOUNT-DETAILS THRU 3300-EXIT
002990         MOVE WS-ACCOUNT-NUMBER TO GLM-ACCOUNT-NUMBER
003000         MOVE WS-DESCRIPTION TO GLM-DESCRIPTION
003010         REWRITE GL-MAP-RECORD
003020             INVALID KEY
003030                 DISPLAY "ERROR REWRITING FILE"
003040                 DISPLAY "ERROR NO. : " GLM-STATUS
003050                 SET RETURN-CODE TO 8
003060             NOT INVALID KEY
003070                 DISPLAY "ACCOUNT MAPPING HAS BEEN CHANGED."
003080         END-REWRITE
003090     END-IF.
003100 5000-EXIT.
003110     EXIT.

003120*================================================================
003130* 6000-DELETE-FUNCTION  --  REMOVE A MAPPING.  A DEPARTMENT LEFT
003140*                           WITH NO MAPPING FOR A BUCKET FALLS
003150*                           BACK TO THE DEPARTMENT 000 MAPPING.
003160*================================================================
003170 6000-DELETE-FUNCTION.
003180     PERFORM 3050-GET-VALID-KEY THRU 3050-EXIT
003190     PERFORM 3000-CHECK-DUPLICATE THRU 3000-EXIT
003200     IF WS-RECORD-NOT-FOUND
003210         DISPLAY "DEPARTMENT " WS-DEPT-CODE " BUCKET " WS-BUCKET
003220             " IS NOT MAPPED."
003230     ELSE
003240         DELETE GL-MAP-FILE
003250             INVALID KEY
003260                 DISPLAY "ERROR DELETING FROM FILE"
003270                 DISPLAY "ERROR NO. : " GLM-STATUS
003280                 SET RETURN-CODE TO 8
003290             NOT INVALID KEY
003300                 DISPLAY "ACCOUNT MAPPING HAS BEEN DELETED."
003310         END-DELETE
003320     END-IF.
003330 6000-EXIT.
003340     EXIT.

003350*================================================================
003360* 7000-INQUIRE-FUNCTION  --  PULL UP A SINGLE MAPPING
003370*================================================================
003380 7000-INQUIRE-FUNCTION.
003390     PERFORM 3050-GET-VALID-KEY THRU 3050-EXIT
003400     PERFORM 3000-CHECK-DUPLICATE THRU 3000-EXIT
003410     IF WS-RECORD-NOT-FOUND
003420         DISPLAY "DEPARTMENT " WS-DEPT-CODE " BUCKET " WS-BUCKET
003430             " IS NOT MAPPED."
003440     ELSE
003450         PERFORM 8200-DISPLAY-MAPPING THRU 8200-EXIT
003460     END-IF.
003470 7000-EXIT.
003480     EXIT.

003490*================================================================
003500* 8000-DISPLAY-ALL  --  LIST EVERY MAPPING ON THE FILE
003510*================================================================
003520 8000-DISPLAY-ALL.
003530     DISPLAY "---- ALL GL ACCOUNT MAPPINGS ----"
003540     MOVE LOW-VALUES TO GL-MAP-RECORD
003550     START GL-MAP-FILE KEY NOT LESS THAN GLM-KEY
003560         INVALID KEY
003570             SET WS-RECORD-NOT-FOUND TO TRUE
003580         NOT INVALID KEY
003590             SET WS-RECORD-FOUND TO TRUE
003600     END-START
003610     PERFORM 8100-READ-AND-DISPLAY THRU 8100-EXIT
003620         UNTIL WS-RECORD-NOT-FOUND.
003630 8000-EXIT.
003640     EXIT.

003650 8100-READ-AND-DISPLAY.
003660     READ GL-MAP-FILE NEXT RECORD
003670         AT END
003680             SET WS-RECORD-NOT-FOUND TO TRUE
003690         NOT AT END
003700             PERFORM 8200-DISPLAY-MAPPING THRU 8200-EXIT
003710     END-READ.
003720 8100-EXIT.
003730     EXIT.

003740 8200-DISPLAY-MAPPING.
003750     DISPLAY "DEPARTMENT : " GLM-DEPT-CODE
003760         "  BUCKET : " GLM-BUCKET
003770         "  ACCOUNT : " GLM-ACCOUNT-NUMBER
003780         "  " GLM-DESCRIPTION.
003790 8200-EXIT.
003800     EXIT.

003810*================================================================
003820* 9999-TERMINATE  --  CLOSE ALL FILES
003830*================================================================
003840 9999-TERMINATE.
003850     CLOSE GL-MAP-FILE
003860     CLOSE DEPARTMENT-FILE.
003870 9999-EXIT.
003880     EXIT.
