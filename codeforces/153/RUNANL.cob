000250*                RATE, BOTH SET IN THE SHARED RUNPARM
000260*                MEMBER).  ANY EXCEPTION ENDS THE RUN WITH
000270*                RC 8 SO THE SCHEDULER PAGES OPERATIONS.
000271* 2026-10-15 RH  THE REPORT HEADING NOW CARRIES THE NIGHT'S
000272*                BUSINESS DATE FROM THE BUSDATE CONTROL RECORD
000273*                THE BDROLL STEP ROLLS AT THE HEAD OF THE
000274*                STREAM.  HOUSE-CALENDAR AND BUSINESS-DAY-CUTOFF
000275*                ARE ACCEPTED AS RUNPARM KEYWORDS.
000276* 2026-10-15 RH  ACK-OVERDUE-DAYS (THE ACKREC STEP'S LIMIT ON
000277*                UNACKNOWLEDGED PARTNER TRANSMISSIONS) IS
000278*                ACCEPTED AS A RUNPARM KEYWORD.
000279* 2026-10-15 RH  OUTLIER-FACTOR AND SCREEN-ACTION (THE GEOPAIR
000280*                STEP'S SURVEY POINT SCREENING) ARE ACCEPTED AS
000281*                RUNPARM KEYWORDS.
000282* 2026-10-15 RH  THE STEP NOW REGISTERS ON THE RUN REGISTRY
000283*                (RUNREG) UNDER THE BUSINESS DATE, LIKE THE
000284*                CIPHER, DATE-ROLL, AND SURVEY STEPS: STARTED AT
000285*                INITIALIZATION AND COMPLETE AT NORMAL END (RC 8
000286*                INCLUDED), SO THE MORNING SUMMARY CAN TELL A
000287*                STEP THAT RAN FROM ONE THAT FAILED OR WAS
000288*                BYPASSED.  THERE IS NO RERUN CHECK - A RERUN
000289*                ONLY APPENDS ANOTHER REPORT SECTION.
000290*----------------------------------------------------------*
000291 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ANL-RUNCTL-FILE ASSIGN TO "RUNCTL"
000380     SELECT ANL-PARM-FILE ASSIGN TO "RUNPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS ANL-PARM-STATUS.
000402     SELECT ANL-BUSDATE-FILE ASSIGN TO "BUSDATE"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS ANL-BUSDATE-STATUS.
000407     SELECT ANL-RUNREG-FILE ASSIGN TO "RUNREG"
000408         ORGANIZATION IS INDEXED
000409         ACCESS MODE IS RANDOM
000410         RECORD KEY IS RRG-KEY
000411         FILE STATUS IS ANL-RUNREG-STATUS.
000412
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  ANL-RUNCTL-FILE.
000510 FD  ANL-PARM-FILE.
000520 01  ANL-PARM-RECORD             PIC X(41).
000530
000532 FD  ANL-BUSDATE-FILE.
000534 01  ANL-BUSDATE-RECORD.
000536     COPY BUSDATE.
000538
000539 FD  ANL-RUNREG-FILE.
000540 01  ANL-RUNREG-RECORD.
000541     COPY RUNREG.
000542
000543 WORKING-STORAGE SECTION.
000550 77  ANL-RUNCTL-STATUS           PIC X(02).
000560     88  ANL-RUNCTL-FILE-NOT-FOUND          VALUE '35'.
000570     88  ANL-RUNCTL-AT-END                  VALUE '10'.
001300 77  ANL-AVG-ED                  PIC Z(8)9.99.
001310 77  ANL-RATE-ED                 PIC ZZ9.99.
001320 77  ANL-RUN-TIMESTAMP           PIC X(26).
001323 77  ANL-BUSINESS-DATE           PIC 9(08).
001326 77  ANL-BUSDATE-STATUS          PIC X(02).
001327 77  ANL-RUNREG-STATUS           PIC X(02).
001328     88  ANL-RUNREG-FILE-NOT-FOUND          VALUE '35'.
001330
001340 PROCEDURE DIVISION.
001350*----------------------------------------------------------*
001470
001480 1000-INITIALIZE.
001490     MOVE FUNCTION CURRENT-DATE TO ANL-RUN-TIMESTAMP.
001493     PERFORM 1040-READ-BUSINESS-DATE
001496         THRU 1040-READ-BUSINESS-DATE-EXIT.
001497     PERFORM 1045-REGISTER-RUN-START
001498         THRU 1045-REGISTER-RUN-START-EXIT.
001500     OPEN EXTEND ANL-REPORT-FILE.
001510     IF ANL-REPORT-FILE-NOT-FOUND
001520         OPEN OUTPUT ANL-REPORT-FILE
001550         THRU 1050-READ-RUN-PARAMETERS-EXIT.
001560     MOVE SPACES TO ANL-REPORT-LINE.
001570     MOVE "RUN-CONTROL VOLUME AND REJECT-RATE ANALYSIS"
001580         TO ANL-REPORT-LINE(1:43).
001583     MOVE "BUSINESS DATE" TO ANL-REPORT-LINE(47:13).
001586     MOVE ANL-BUSINESS-DATE TO ANL-REPORT-LINE(61:8).
001590     WRITE ANL-REPORT-LINE AFTER ADVANCING PAGE.
001600     MOVE SPACES TO ANL-REPORT-LINE.
001610     MOVE "STEP       TONIGHT IN   AVG IN      REJ PCT"
001640     WRITE ANL-REPORT-LINE AFTER ADVANCING 2 LINES.
001650 1000-INITIALIZE-EXIT. EXIT.
001660
001661*----------------------------------------------------------*
001662* 1040-READ-BUSINESS-DATE - TAKE THE NIGHT'S BUSINESS DATE
001663* FROM THE CONTROL RECORD THE BDROLL STEP ROLLED AT THE HEAD
001664* OF THE STREAM, NOT FROM THE CLOCK, SO A RUN THAT GOES PAST
001665* MIDNIGHT OR IS RESTARTED THE NEXT MORNING STILL WORKS TO
001666* THE DATE IT STARTED FOR.  A MISSING OR EMPTY CONTROL
001667* RECORD ABORTS THE STEP RATHER THAN FALL BACK ON THE CLOCK.
001668*----------------------------------------------------------*
001669 1040-READ-BUSINESS-DATE.
001670     OPEN INPUT ANL-BUSDATE-FILE.
001671     IF ANL-BUSDATE-STATUS NOT = '00'
001672         DISPLAY "RUNANL: BUSINESS-DATE CONTROL FILE COULD "
001673             "NOT BE OPENED - STATUS " ANL-BUSDATE-STATUS
001674             " - RUN ABORTED"
001675         MOVE 16 TO RETURN-CODE
001676         STOP RUN
001677     END-IF
001678     MOVE SPACES TO ANL-BUSDATE-RECORD.
001679     READ ANL-BUSDATE-FILE
001680         AT END CONTINUE
001681     END-READ.
001682     CLOSE ANL-BUSDATE-FILE.
001683     IF BDC-BUSINESS-DATE NOT NUMERIC
001684             OR BDC-BUSINESS-DATE = ZERO
001685         DISPLAY "RUNANL: NO BUSINESS DATE ON THE CONTROL "
001686             "RECORD - RUN ABORTED"
001687         MOVE 16 TO RETURN-CODE
001688         STOP RUN
001689     END-IF
001690     MOVE BDC-BUSINESS-DATE TO ANL-BUSINESS-DATE.
001691 1040-READ-BUSINESS-DATE-EXIT. EXIT.
001692
001693*----------------------------------------------------------*
001694* 1045-REGISTER-RUN-START - MARK THIS STEP STARTED ON THE
001695* RUN REGISTRY FOR THE BUSINESS DATE UNDER THIS RUN'S
001696* TIMESTAMP.  A FIRST-EVER RUN CREATES THE REGISTRY.  9200
001697* TURNS THE MARK TO COMPLETE; A RUN THAT NEVER GETS THERE
001698* IS LEFT STARTED FOR THE MORNING SUMMARY TO REPORT.
001699*----------------------------------------------------------*
001700 1045-REGISTER-RUN-START.
001701     OPEN I-O ANL-RUNREG-FILE.
001702     IF ANL-RUNREG-FILE-NOT-FOUND
001703         OPEN OUTPUT ANL-RUNREG-FILE
001704         CLOSE ANL-RUNREG-FILE
001705         OPEN I-O ANL-RUNREG-FILE
001706     END-IF
001707     IF ANL-RUNREG-STATUS NOT = '00'
001708         DISPLAY "RUNANL: RUN REGISTRY COULD NOT BE OPENED - "
001709             "STATUS " ANL-RUNREG-STATUS " - RUN ABORTED"
001710         MOVE 16 TO RETURN-CODE
001711         STOP RUN
001712     END-IF
001713     MOVE ANL-BUSINESS-DATE TO RRG-BUSINESS-DATE.
001714     MOVE "RUNANL" TO RRG-STEP-NAME.
001715     READ ANL-RUNREG-FILE
001716         INVALID KEY
001717             MOVE ANL-BUSINESS-DATE TO RRG-BUSINESS-DATE
001718             MOVE "RUNANL" TO RRG-STEP-NAME
001719             SET RRG-RUN-STARTED TO TRUE
001720             MOVE ANL-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
001721             WRITE ANL-RUNREG-RECORD
001722         NOT INVALID KEY
001723             SET RRG-RUN-STARTED TO TRUE
001724             MOVE ANL-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
001725             REWRITE ANL-RUNREG-RECORD
001726     END-READ.
001727 1045-REGISTER-RUN-START-EXIT. EXIT.
001728
001729*----------------------------------------------------------*
001730* 1050-READ-RUN-PARAMETERS - READ THE SHARED KEYWORD=VALUE
001731* RUN-PARAMETER MEMBER.  THIS STEP APPLIES VOLUME-TOLERANCE
001732* AND REJECT-TOLERANCE; THE OTHER STEPS' KEYWORDS ARE
001733* VALIDATED AND PASSED OVER.
001734*----------------------------------------------------------*
001735 1050-READ-RUN-PARAMETERS.
001740     OPEN INPUT ANL-PARM-FILE.
001750     IF ANL-PARM-FILE-NOT-FOUND
001760         GO TO 1050-READ-RUN-PARAMETERS-ECHO
002495                 PERFORM 1090-FAIL-BAD-PARM
002496                     THRU 1090-FAIL-BAD-PARM-EXIT
002497             END-IF
002498         WHEN "HOUSE-CALENDAR"
002499             IF ANL-PARM-VALUE(4:17) NOT = SPACES
002500                 PERFORM 1090-FAIL-BAD-PARM
002501                     THRU 1090-FAIL-BAD-PARM-EXIT
002502             END-IF
002503         WHEN "BUSINESS-DAY-CUTOFF"
002504             IF ANL-PARM-VALUE-IS-BAD
002505                     OR ANL-PARM-NUMBER > 23
002506                 PERFORM 1090-FAIL-BAD-PARM
002507                     THRU 1090-FAIL-BAD-PARM-EXIT
002508             END-IF
002509         WHEN "ACK-OVERDUE-DAYS"
002510             IF ANL-PARM-VALUE-IS-BAD
002511                     OR ANL-PARM-NUMBER = ZERO
002512                     OR ANL-PARM-NUMBER > 999
002513                 PERFORM 1090-FAIL-BAD-PARM
002514                     THRU 1090-FAIL-BAD-PARM-EXIT
002515             END-IF
002516         WHEN "OUTLIER-FACTOR"
002517             IF ANL-PARM-VALUE-IS-BAD
002518                     OR ANL-PARM-NUMBER > 999
002519                 PERFORM 1090-FAIL-BAD-PARM
002520                     THRU 1090-FAIL-BAD-PARM-EXIT
002521             END-IF
002522         WHEN "SCREEN-ACTION"
002523             IF ANL-PARM-VALUE NOT = "REJECT"
002524                     AND ANL-PARM-VALUE NOT = "EXCLUDE"
002525                     AND ANL-PARM-VALUE NOT = "WARN"
002526                 PERFORM 1090-FAIL-BAD-PARM
002527                     THRU 1090-FAIL-BAD-PARM-EXIT
002528             END-IF
002529         WHEN OTHER
002530             PERFORM 1090-FAIL-BAD-PARM
002531                 THRU 1090-FAIL-BAD-PARM-EXIT
002532     END-EVALUATE.
002533 1070-APPLY-PARM-READ.
002540     PERFORM 1060-READ-PARM-RECORD
002550         THRU 1060-READ-PARM-RECORD-EXIT.
002560 1070-APPLY-PARM-RECORD-EXIT. EXIT.
005260     END-IF
005270     WRITE ANL-REPORT-LINE AFTER ADVANCING 2 LINES.
005280     CLOSE ANL-REPORT-FILE.
005282     PERFORM 9200-REGISTER-RUN-COMPLETE
005284         THRU 9200-REGISTER-RUN-COMPLETE-EXIT.
005286     CLOSE ANL-RUNREG-FILE.
005290 9000-TERMINATE-EXIT. EXIT.
005300
005310*----------------------------------------------------------*
005320* 9200-REGISTER-RUN-COMPLETE - RECORD COMPLETION ON THE
005330* RUN REGISTRY.  A RUN ENDING RC 8 STILL REGISTERS - ITS
005340* REPORT WAS WRITTEN IN FULL.
005350*----------------------------------------------------------*
005360 9200-REGISTER-RUN-COMPLETE.
005370     MOVE ANL-BUSINESS-DATE TO RRG-BUSINESS-DATE.
005380     MOVE "RUNANL" TO RRG-STEP-NAME.
005390     READ ANL-RUNREG-FILE
005400         INVALID KEY
005410             MOVE ANL-BUSINESS-DATE TO RRG-BUSINESS-DATE
005420             MOVE "RUNANL" TO RRG-STEP-NAME
005430             SET RRG-RUN-COMPLETE TO TRUE
005440             MOVE ANL-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
005450             WRITE ANL-RUNREG-RECORD
005460         NOT INVALID KEY
005470             SET RRG-RUN-COMPLETE TO TRUE
005480             MOVE ANL-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
005490             REWRITE ANL-RUNREG-RECORD
005500     END-READ.
005510 9200-REGISTER-RUN-COMPLETE-EXIT. EXIT.
