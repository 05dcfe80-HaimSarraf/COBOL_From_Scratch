000010*================================================================
000020* RUNCREC.CPY
000030* RUN-CONTROL RECORD - EVERY BATCH PROGRAM APPENDS ONE RECORD
000040* WHEN IT STARTS AND ONE WHEN IT ENDS.  BOTH CARRY THE JOB AND
000050* STEP THE PROGRAM RAN UNDER (FROM THE STEP'S RUNPARM CARD, OR
000060* ONDEMAND AND THE LOAD MODULE NAME WHEN IT HAS NONE) AND THE
000070* DATE AND TIME IT STARTED, WHICH TOGETHER PAIR AN END RECORD
000080* WITH ITS START.  THE END RECORD ADDS THE END DATE AND TIME,
000090* THE RETURN CODE AND THE RUN'S KEY RECORD COUNTS.  A START
000100* WITH NO END IS A STEP STILL RUNNING OR ONE THAT ABENDED.
000110* PAYCALC AND BANK-TRANSMIT READ IT TO PROVE THE NIGHTLY STREAM
000120* ENDED CLEANLY; OPS-SUMMARY PRINTS IT FOR THE MORNING SHIFT.
000130*
000140* MODIFICATION HISTORY
000150* DATE       INIT  DESCRIPTION
000160* 2026-10-15 JHS   ORIGINAL.
000170*================================================================
000180 01  RUN-CONTROL-RECORD.
000190     05  RCR-EVENT                   PIC X(01).
000200         88  RCR-STARTED                         VALUE "S".
000210         88  RCR-ENDED                           VALUE "E".
000220     05  RCR-JOB-NAME                PIC X(08).
000230     05  RCR-STEP-NAME               PIC X(08).
000240     05  RCR-PROGRAM                 PIC X(13).
000250     05  RCR-START-STAMP.
000260         10  RCR-START-DATE          PIC 9(08).
000270         10  RCR-START-TIME          PIC 9(08).
000280     05  RCR-END-STAMP.
000290         10  RCR-END-DATE            PIC 9(08).
000300         10  RCR-END-TIME            PIC 9(08).
000310     05  RCR-RETURN-CODE             PIC 9(04).
000320     05  RCR-COUNTS.
000330         10  RCR-RECORDS-READ        PIC 9(07).
000340         10  RCR-RECORDS-WRITTEN     PIC 9(07).
000350         10  RCR-RECORDS-REJECTED    PIC 9(07).
000360         10  RCR-RECORDS-APPLIED     PIC 9(07).
000370     05  FILLER                      PIC X(06).
