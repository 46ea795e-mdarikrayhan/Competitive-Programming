000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. BDROLL.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. OVERNIGHT BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090* 2026-10-15 RH  NEW PROGRAM.  EVERY NIGHTLY STEP WORKED OUT
000100*                THE BUSINESS DATE FOR ITSELF FROM THE CLOCK,
000110*                SO A STREAM THAT RAN PAST MIDNIGHT, OR WAS
000120*                RERUN THE NEXT MORNING, REGISTERED ITS LATER
000130*                STEPS AGAINST THE WRONG DATE, AND NOTHING
000140*                STOPPED THE FULL STREAM RUNNING ON A HOLIDAY
000150*                AGAINST AN EMPTY OR STALE EXTRACT.  THIS STEP
000160*                RUNS FIRST IN CDEJOB.  IT JUDGES THE NIGHT'S
000170*                CALENDAR DATE (THE CLOCK DATE, OR THE DAY
000180*                BEFORE IT BEFORE THE BUSINESS-DAY-CUTOFF HOUR)
000190*                UNDER THE HOUSE CALENDAR CODE (HOUSE-CALENDAR
000200*                IN RUNPARM) AGAINST CALMAST AND HOLMAST, AND
000210*                ROLLS THE BUSINESS-DATE CONTROL RECORD
000220*                (BUSDATE) FORWARD TO IT WHEN IT IS A
000230*                PROCESSING DAY.  EVERY LATER STEP TAKES ITS
000240*                BUSINESS DATE FROM THAT RECORD.  ON A
000250*                NON-PROCESSING DAY THE DATE IS LEFT WHERE IT
000260*                WAS AND THE STEP ENDS RC 1, SO THE REST OF
000270*                THE STREAM IS BYPASSED CLEANLY.
000272* 2026-10-15 RH  ACK-OVERDUE-DAYS (THE ACKREC STEP'S LIMIT ON
000274*                UNACKNOWLEDGED PARTNER TRANSMISSIONS) IS
000276*                ACCEPTED AS A RUNPARM KEYWORD.
000277* 2026-10-15 RH  OUTLIER-FACTOR AND SCREEN-ACTION (THE GEOPAIR
000278*                STEP'S SURVEY POINT SCREENING) ARE ACCEPTED AS
000279*                RUNPARM KEYWORDS.
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT BDR-CONTROL-FILE ASSIGN TO "BUSDATE"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS BDR-CONTROL-STATUS.
000350     SELECT BDR-PARM-FILE ASSIGN TO "RUNPARM"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS BDR-PARM-STATUS.
000380     SELECT BDR-CALMAST-FILE ASSIGN TO "CALMAST"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CAM-KEY
000420         FILE STATUS IS BDR-CALMAST-STATUS.
000430     SELECT BDR-HOLMAST-FILE ASSIGN TO "HOLMAST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS RANDOM
000460         RECORD KEY IS HOM-KEY
000470         FILE STATUS IS BDR-HOLMAST-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  BDR-CONTROL-FILE.
000520 01  BDR-CONTROL-RECORD.
000530     COPY BUSDATE.
000540
000550 FD  BDR-PARM-FILE.
000560 01  BDR-PARM-RECORD             PIC X(41).
000570
000580 FD  BDR-CALMAST-FILE.
000590 01  BDR-CALMAST-RECORD.
000600     COPY CALMST.
000610
000620 FD  BDR-HOLMAST-FILE.
000630 01  BDR-HOLMAST-RECORD.
000640     COPY HOLMST.
000650
000660 WORKING-STORAGE SECTION.
000670 77  BDR-CONTROL-STATUS          PIC X(02).
000680     88  BDR-CONTROL-FILE-NOT-FOUND         VALUE '35'.
000690 77  BDR-FIRST-ROLL-SW           PIC X(01)  VALUE 'N'.
000700     88  BDR-FIRST-ROLL                     VALUE 'Y'.
000710
000720*--------------------------------------------------------*
000730* RUN-PARAMETER (RUNPARM MEMBER) WORK FIELDS.  THE MEMBER
000740* IS SHARED WITH THE OTHER NIGHTLY STEPS; THIS STEP
000750* APPLIES HOUSE-CALENDAR AND BUSINESS-DAY-CUTOFF AND
000760* VALIDATES THE REST.  THE BLANK HOUSE CALENDAR IS THE
000770* BUILT-IN SATURDAY/SUNDAY WEEKEND.  A RUN STARTING
000780* BEFORE THE CUTOFF HOUR BELONGS TO THE PREVIOUS DAY'S
000790* NIGHT, SO A LATE START OR A MORNING RERUN IS NOT TAKEN
000800* FOR THE NEXT NIGHT.
000810*--------------------------------------------------------*
000820 77  BDR-PARM-STATUS             PIC X(02).
000830     88  BDR-PARM-FILE-NOT-FOUND            VALUE '35'.
000840     88  BDR-PARM-AT-END                    VALUE '10'.
000850 77  BDR-PARM-KEYWORD            PIC X(20).
000860 77  BDR-PARM-VALUE              PIC X(20).
000870 77  BDR-PARM-SUB                PIC 9(04)  COMP.
000880 77  BDR-PARM-BAD-SW             PIC X(01).
000890     88  BDR-PARM-VALUE-IS-BAD              VALUE 'Y'.
000900 77  BDR-PARM-NUMBER             PIC 9(09)  COMP.
000910 77  BDR-HOUSE-CAL-CODE          PIC X(03)  VALUE SPACES.
000920 77  BDR-CUTOFF-HOUR             PIC 9(02)  VALUE 12.
000930
000940*--------------------------------------------------------*
000950* CALENDAR WORK FIELDS.  THE HOUSE CODE'S PROFILE VERSIONS
000960* ARE TABLED ONCE, AND EACH DATE TESTED TAKES THE FLAGS OF
000970* THE VERSION IN FORCE ON IT, THE WAY THE DATE-ROLL STEP
000980* JUDGES A BUSINESS DAY.  A SEARCH FOR A WORKING DAY GIVES
000990* UP AFTER A YEAR - A CALENDAR WITH NONE IS A SET-UP
001000* ERROR, NOT A REASON TO LOOP.
001010*--------------------------------------------------------*
001020 01  BDR-ACTIVE-PROFILE.
001030     05  BDR-ACTIVE-DAY-FLAG     PIC X(01) OCCURS 7 TIMES.
001040 01  BDR-PROFILE-VERSION-TABLE.
001050     05  BDR-PROFILE-VERSION     OCCURS 20 TIMES.
001060         10  BVT-EFFECTIVE-DATE  PIC 9(08).
001070         10  BVT-DAY-FLAG        PIC X(01) OCCURS 7 TIMES.
001080 77  BDR-VERSION-COUNT           PIC 9(04)  COMP VALUE ZERO.
001090 77  BDR-VERSION-SUB             PIC 9(04)  COMP.
001100 77  BDR-ACTIVE-VERSION-SUB      PIC 9(04)  COMP VALUE ZERO.
001110 77  BDR-VERSION-DONE-SW         PIC X(01).
001120     88  BDR-VERSION-DONE                   VALUE 'Y'.
001130 77  BDR-CAL-FLAG-SUB            PIC 9(04)  COMP.
001140 77  BDR-CALMAST-STATUS          PIC X(02).
001150     88  BDR-CALMAST-FILE-NOT-FOUND         VALUE '35'.
001160 77  BDR-CALMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
001170     88  BDR-CALMAST-IS-OPEN                VALUE 'Y'.
001180 77  BDR-HOLMAST-STATUS          PIC X(02).
001190     88  BDR-HOLMAST-FILE-NOT-FOUND         VALUE '35'.
001200 77  BDR-HOLMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
001210     88  BDR-HOLMAST-IS-OPEN                VALUE 'Y'.
001220 77  BDR-BUSINESS-DAY-SW         PIC X(01).
001230     88  BDR-BUSINESS-DAY                   VALUE 'Y'.
001240     88  BDR-NOT-BUSINESS-DAY               VALUE 'N'.
001250 77  BDR-TEST-INTEGER            PIC S9(09) COMP.
001260 77  BDR-TEST-DATE               PIC 9(08).
001270 77  BDR-WEEKDAY-NUM             PIC 9(01).
001280 77  BDR-SEARCH-DAYS             PIC 9(04)  COMP.
001290
001300 77  BDR-RUN-TIMESTAMP           PIC X(26).
001310 77  BDR-CLOCK-HOUR              PIC 9(02).
001320 77  BDR-NIGHT-DATE              PIC 9(08).
001330 77  BDR-NIGHT-INTEGER           PIC S9(09) COMP.
001340 77  BDR-STORED-DATE             PIC 9(08).
001350 77  BDR-MISSED-COUNT            PIC 9(04)  COMP VALUE ZERO.
001360 77  BDR-COUNT-ED                PIC Z(3)9.
001370
001380 PROCEDURE DIVISION.
001390*----------------------------------------------------------*
001400* 0000-MAINLINE - READ THE CONTROL RECORD, DECIDE THE
001410* NIGHT'S CALENDAR DATE, ROLL THE BUSINESS DATE IF IT IS A
001420* PROCESSING DAY, AND REWRITE THE RECORD.
001430*----------------------------------------------------------*
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001460     PERFORM 2000-FIND-NIGHT-DATE THRU 2000-FIND-NIGHT-DATE-EXIT.
001470     PERFORM 3000-ROLL-BUSINESS-DATE
001480         THRU 3000-ROLL-BUSINESS-DATE-EXIT.
001490     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001500     STOP RUN.
001510
001520 1000-INITIALIZE.
001530     MOVE FUNCTION CURRENT-DATE TO BDR-RUN-TIMESTAMP.
001540     PERFORM 1050-READ-RUN-PARAMETERS
001550         THRU 1050-READ-RUN-PARAMETERS-EXIT.
001560     PERFORM 1100-READ-CONTROL-RECORD
001570         THRU 1100-READ-CONTROL-RECORD-EXIT.
001580     PERFORM 1150-OPEN-CALENDAR-FILES
001590         THRU 1150-OPEN-CALENDAR-FILES-EXIT.
001600     PERFORM 1200-LOAD-HOUSE-PROFILE
001610         THRU 1200-LOAD-HOUSE-PROFILE-EXIT.
001620 1000-INITIALIZE-EXIT. EXIT.
001630
001640*----------------------------------------------------------*
001650* 1050-READ-RUN-PARAMETERS - READ THE SHARED KEYWORD=VALUE
001660* RUN-PARAMETER MEMBER.  THIS STEP APPLIES HOUSE-CALENDAR
001670* AND BUSINESS-DAY-CUTOFF; THE OTHER STEPS' KEYWORDS ARE
001680* VALIDATED AND PASSED OVER.  A MISSING MEMBER MEANS THE
001690* COMPILED DEFAULTS STAND.
001700*----------------------------------------------------------*
001710 1050-READ-RUN-PARAMETERS.
001720     OPEN INPUT BDR-PARM-FILE.
001730     IF BDR-PARM-FILE-NOT-FOUND
001740         GO TO 1050-READ-RUN-PARAMETERS-ECHO
001750     END-IF
001760     PERFORM 1060-READ-PARM-RECORD
001770         THRU 1060-READ-PARM-RECORD-EXIT.
001780     PERFORM 1070-APPLY-PARM-RECORD
001790         THRU 1070-APPLY-PARM-RECORD-EXIT
001800         UNTIL BDR-PARM-AT-END.
001810     CLOSE BDR-PARM-FILE.
001820 1050-READ-RUN-PARAMETERS-ECHO.
001830     DISPLAY "BDROLL: PARAMETERS IN EFFECT - HOUSE-CALENDAR '"
001840         BDR-HOUSE-CAL-CODE "' BUSINESS-DAY-CUTOFF "
001850         BDR-CUTOFF-HOUR.
001860 1050-READ-RUN-PARAMETERS-EXIT. EXIT.
001870
001880 1060-READ-PARM-RECORD.
001890     READ BDR-PARM-FILE
001900         AT END SET BDR-PARM-AT-END TO TRUE
001910     END-READ.
001920 1060-READ-PARM-RECORD-EXIT. EXIT.
001930
001940 1070-APPLY-PARM-RECORD.
001950     IF BDR-PARM-RECORD = SPACES
001960             OR BDR-PARM-RECORD(1:1) = '*'
001970         GO TO 1070-APPLY-PARM-READ
001980     END-IF
001990     MOVE SPACES TO BDR-PARM-KEYWORD.
002000     MOVE SPACES TO BDR-PARM-VALUE.
002010     UNSTRING BDR-PARM-RECORD DELIMITED BY "="
002020         INTO BDR-PARM-KEYWORD BDR-PARM-VALUE
002030     END-UNSTRING.
002040     PERFORM 1080-EDIT-PARM-NUMBER
002050         THRU 1080-EDIT-PARM-NUMBER-EXIT.
002060     EVALUATE BDR-PARM-KEYWORD
002070         WHEN "HOUSE-CALENDAR"
002080             IF BDR-PARM-VALUE(4:17) NOT = SPACES
002090                 PERFORM 1090-FAIL-BAD-PARM
002100                     THRU 1090-FAIL-BAD-PARM-EXIT
002110             END-IF
002120             MOVE BDR-PARM-VALUE(1:3) TO BDR-HOUSE-CAL-CODE
002130         WHEN "BUSINESS-DAY-CUTOFF"
002140             IF BDR-PARM-VALUE-IS-BAD
002150                     OR BDR-PARM-NUMBER > 23
002160                 PERFORM 1090-FAIL-BAD-PARM
002170                     THRU 1090-FAIL-BAD-PARM-EXIT
002180             END-IF
002190             MOVE BDR-PARM-NUMBER TO BDR-CUTOFF-HOUR
002200         WHEN "CHECKPOINT-INTERVAL"
002210         WHEN "VERIFY-SAMPLE-RATE"
002220         WHEN "DUE-LIST-DAYS"
002230             IF BDR-PARM-VALUE-IS-BAD
002240                     OR BDR-PARM-NUMBER = ZERO
002250                 PERFORM 1090-FAIL-BAD-PARM
002260                     THRU 1090-FAIL-BAD-PARM-EXIT
002270             END-IF
002280         WHEN "VOLUME-TOLERANCE"
002290             IF BDR-PARM-VALUE-IS-BAD
002300                     OR BDR-PARM-NUMBER = ZERO
002310                     OR BDR-PARM-NUMBER > 999
002320                 PERFORM 1090-FAIL-BAD-PARM
002330                     THRU 1090-FAIL-BAD-PARM-EXIT
002340             END-IF
002350         WHEN "WINDOW-SCAN-LIMIT"
002360         WHEN "POINT-LIMIT"
002370         WHEN "MIN-SEPARATION"
002380         WHEN "AREA-TOLERANCE"
002390         WHEN "REJECT-TOLERANCE"
002400             IF BDR-PARM-VALUE-IS-BAD
002410                 PERFORM 1090-FAIL-BAD-PARM
002420                     THRU 1090-FAIL-BAD-PARM-EXIT
002430             END-IF
002440         WHEN "DEFAULT-MODE"
002450             IF (BDR-PARM-VALUE(1:1) NOT = 'F'
002460                     AND BDR-PARM-VALUE(1:1) NOT = 'N'
002470                     AND BDR-PARM-VALUE(1:1) NOT = 'B'
002480                     AND BDR-PARM-VALUE(1:1) NOT = 'P'
002490                     AND BDR-PARM-VALUE(1:1) NOT = 'V'
002500                     AND BDR-PARM-VALUE(1:1) NOT = 'O')
002510                     OR BDR-PARM-VALUE(2:19) NOT = SPACES
002520                 PERFORM 1090-FAIL-BAD-PARM
002530                     THRU 1090-FAIL-BAD-PARM-EXIT
002540             END-IF
002550         WHEN "FORCE-RERUN"
002560             IF BDR-PARM-VALUE NOT = "CIPHER"
002570                     AND BDR-PARM-VALUE NOT = "DATEROLL"
002580                     AND BDR-PARM-VALUE NOT = "GEOPAIR"
002590                     AND BDR-PARM-VALUE NOT = "ALL"
002600                 PERFORM 1090-FAIL-BAD-PARM
002610                     THRU 1090-FAIL-BAD-PARM-EXIT
002620             END-IF
002621         WHEN "ACK-OVERDUE-DAYS"
002622             IF BDR-PARM-VALUE-IS-BAD
002623                     OR BDR-PARM-NUMBER = ZERO
002624                     OR BDR-PARM-NUMBER > 999
002625                 PERFORM 1090-FAIL-BAD-PARM
002626                     THRU 1090-FAIL-BAD-PARM-EXIT
002627             END-IF
002628         WHEN "OUTLIER-FACTOR"
002629             IF BDR-PARM-VALUE-IS-BAD
002630                     OR BDR-PARM-NUMBER > 999
002631                 PERFORM 1090-FAIL-BAD-PARM
002632                     THRU 1090-FAIL-BAD-PARM-EXIT
002633             END-IF
002634         WHEN "SCREEN-ACTION"
002635             IF BDR-PARM-VALUE NOT = "REJECT"
002636                     AND BDR-PARM-VALUE NOT = "EXCLUDE"
002637                     AND BDR-PARM-VALUE NOT = "WARN"
002638                 PERFORM 1090-FAIL-BAD-PARM
002639                     THRU 1090-FAIL-BAD-PARM-EXIT
002640             END-IF
002641         WHEN OTHER
002642             PERFORM 1090-FAIL-BAD-PARM
002650                 THRU 1090-FAIL-BAD-PARM-EXIT
002660     END-EVALUATE.
002670 1070-APPLY-PARM-READ.
002680     PERFORM 1060-READ-PARM-RECORD
002690         THRU 1060-READ-PARM-RECORD-EXIT.
002700 1070-APPLY-PARM-RECORD-EXIT. EXIT.
002710
002720*----------------------------------------------------------*
002730* 1080-EDIT-PARM-NUMBER - EDIT THE PARAMETER VALUE AS AN
002740* UNSIGNED WHOLE NUMBER OF UP TO 9 DIGITS (LEADING AND
002750* TRAILING SPACES ALLOWED) AND CONVERT IT INTO
002760* BDR-PARM-NUMBER.
002770*----------------------------------------------------------*
002780 1080-EDIT-PARM-NUMBER.
002790     MOVE 'N' TO BDR-PARM-BAD-SW.
002800     MOVE ZERO TO BDR-PARM-NUMBER.
002810     IF BDR-PARM-VALUE = SPACES
002820         SET BDR-PARM-VALUE-IS-BAD TO TRUE
002830         GO TO 1080-EDIT-PARM-NUMBER-EXIT
002840     END-IF
002850     PERFORM VARYING BDR-PARM-SUB FROM 1 BY 1
002860             UNTIL BDR-PARM-SUB > 20
002870         IF BDR-PARM-VALUE(BDR-PARM-SUB:1) = SPACE
002880             CONTINUE
002890         ELSE
002900             IF BDR-PARM-VALUE(BDR-PARM-SUB:1) NUMERIC
002910                 IF BDR-PARM-NUMBER > 99999999
002920                     SET BDR-PARM-VALUE-IS-BAD TO TRUE
002930                 ELSE
002940                     COMPUTE BDR-PARM-NUMBER =
002950                         BDR-PARM-NUMBER * 10 +
002960                         FUNCTION NUMVAL(
002970                             BDR-PARM-VALUE(BDR-PARM-SUB:1))
002980                 END-IF
002990             ELSE
003000                 SET BDR-PARM-VALUE-IS-BAD TO TRUE
003010             END-IF
003020         END-IF
003030     END-PERFORM.
003040 1080-EDIT-PARM-NUMBER-EXIT. EXIT.
003050
003060 1090-FAIL-BAD-PARM.
003070     DISPLAY "BDROLL: INVALID RUN PARAMETER '" BDR-PARM-RECORD
003080         "' - RUN ABORTED".
003090     MOVE 16 TO RETURN-CODE.
003100     STOP RUN.
003110 1090-FAIL-BAD-PARM-EXIT. EXIT.
003120
003130*----------------------------------------------------------*
003140* 1100-READ-CONTROL-RECORD - READ THE CURRENT BUSINESS DATE.
003150* A MISSING OR EMPTY CONTROL DATA SET IS THE FIRST ROLL: THE
003160* DATE IS SEEDED ONCE THE NIGHT IS KNOWN.  A RECORD WHOSE
003170* DATE IS NOT A VALID CALENDAR DATE IS NOT GUESSED AT.
003180*----------------------------------------------------------*
003190 1100-READ-CONTROL-RECORD.
003200     OPEN INPUT BDR-CONTROL-FILE.
003210     IF BDR-CONTROL-FILE-NOT-FOUND
003220         SET BDR-FIRST-ROLL TO TRUE
003230         GO TO 1100-READ-CONTROL-RECORD-EXIT
003240     END-IF
003250     IF BDR-CONTROL-STATUS NOT = '00'
003260         DISPLAY "BDROLL: BUSINESS-DATE CONTROL FILE COULD NOT "
003270             "BE OPENED - STATUS " BDR-CONTROL-STATUS
003280             " - RUN ABORTED"
003290         MOVE 16 TO RETURN-CODE
003300         STOP RUN
003310     END-IF
003320     READ BDR-CONTROL-FILE
003330         AT END SET BDR-FIRST-ROLL TO TRUE
003340     END-READ.
003350     CLOSE BDR-CONTROL-FILE.
003360     IF BDR-FIRST-ROLL
003370         GO TO 1100-READ-CONTROL-RECORD-EXIT
003380     END-IF
003390     IF BDC-BUSINESS-DATE NOT NUMERIC
003400             OR FUNCTION TEST-DATE-YYYYMMDD(BDC-BUSINESS-DATE)
003410                NOT = ZERO
003420         DISPLAY "BDROLL: BUSINESS-DATE CONTROL RECORD CARRIES "
003430             "AN INVALID DATE '" BDC-BUSINESS-DATE
003440             "' - RUN ABORTED"
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF
003480     MOVE BDC-BUSINESS-DATE TO BDR-STORED-DATE.
003490 1100-READ-CONTROL-RECORD-EXIT. EXIT.
003500
003510*----------------------------------------------------------*
003520* 1150-OPEN-CALENDAR-FILES - OPEN THE CALENDAR AND HOLIDAY
003530* MASTERS.  WITHOUT CALMAST ONLY THE BLANK HOUSE CALENDAR
003540* CAN BE JUDGED, AND A MISSING HOLIDAY MASTER IS WARNED
003550* ABOUT AND THE NIGHT IS JUDGED ON ITS WEEKDAY ALONE; ANY
003560* OTHER OPEN FAILURE ABORTS THE STEP.
003570*----------------------------------------------------------*
003580 1150-OPEN-CALENDAR-FILES.
003590     OPEN INPUT BDR-CALMAST-FILE.
003600     IF BDR-CALMAST-FILE-NOT-FOUND
003610         IF BDR-HOUSE-CAL-CODE NOT = SPACES
003620             DISPLAY "BDROLL: CALENDAR MASTER NOT FOUND - HOUSE "
003630                 "CALENDAR '" BDR-HOUSE-CAL-CODE
003640                 "' CANNOT BE JUDGED - RUN ABORTED"
003650             MOVE 16 TO RETURN-CODE
003660             STOP RUN
003670         END-IF
003680     ELSE
003690         IF BDR-CALMAST-STATUS NOT = '00'
003700             DISPLAY "BDROLL: CALENDAR MASTER COULD NOT BE "
003710                 "OPENED - STATUS " BDR-CALMAST-STATUS
003720                 " - RUN ABORTED"
003730             MOVE 16 TO RETURN-CODE
003740             STOP RUN
003750         END-IF
003760         SET BDR-CALMAST-IS-OPEN TO TRUE
003770     END-IF
003780     OPEN INPUT BDR-HOLMAST-FILE.
003790     IF BDR-HOLMAST-FILE-NOT-FOUND
003800         DISPLAY "BDROLL: HOLIDAY MASTER NOT FOUND - THE NIGHT "
003810             "IS JUDGED WITH NO HOLIDAYS LOADED"
003820         GO TO 1150-OPEN-CALENDAR-FILES-EXIT
003830     END-IF
003840     IF BDR-HOLMAST-STATUS NOT = '00'
003850         DISPLAY "BDROLL: HOLIDAY MASTER COULD NOT BE OPENED - "
003860             "STATUS " BDR-HOLMAST-STATUS " - RUN ABORTED"
003870         MOVE 16 TO RETURN-CODE
003880         STOP RUN
003890     END-IF
003900     SET BDR-HOLMAST-IS-OPEN TO TRUE.
003910 1150-OPEN-CALENDAR-FILES-EXIT. EXIT.
003920
003930*----------------------------------------------------------*
003940* 1200-LOAD-HOUSE-PROFILE - TABLE THE PROFILE VERSIONS OF
003950* THE HOUSE CALENDAR CODE.  THE BLANK CODE IS THE BUILT-IN
003960* SATURDAY/SUNDAY WEEKEND AS ITS ONE VERSION; A CODE NOT ON
003970* CALMAST ABORTS THE STEP RATHER THAN RUN THE STREAM ON A
003980* GUESS.
003990*----------------------------------------------------------*
004000 1200-LOAD-HOUSE-PROFILE.
004010     IF BDR-HOUSE-CAL-CODE = SPACES
004020         MOVE 1 TO BDR-VERSION-COUNT
004030         MOVE ZERO TO BVT-EFFECTIVE-DATE(1)
004040         MOVE 'N' TO BVT-DAY-FLAG(1, 1)
004050         MOVE 'Y' TO BVT-DAY-FLAG(1, 2)
004060         MOVE 'Y' TO BVT-DAY-FLAG(1, 3)
004070         MOVE 'Y' TO BVT-DAY-FLAG(1, 4)
004080         MOVE 'Y' TO BVT-DAY-FLAG(1, 5)
004090         MOVE 'Y' TO BVT-DAY-FLAG(1, 6)
004100         MOVE 'N' TO BVT-DAY-FLAG(1, 7)
004110         GO TO 1200-LOAD-HOUSE-PROFILE-EXIT
004120     END-IF
004130     MOVE 'N' TO BDR-VERSION-DONE-SW.
004140     MOVE BDR-HOUSE-CAL-CODE TO CAM-CODE.
004150     MOVE ZERO TO CAM-EFFECTIVE-DATE.
004160     START BDR-CALMAST-FILE KEY NOT < CAM-KEY
004170         INVALID KEY SET BDR-VERSION-DONE TO TRUE
004180     END-START.
004190     PERFORM 1210-TABLE-PROFILE-VERSION
004200         THRU 1210-TABLE-PROFILE-VERSION-EXIT
004210         UNTIL BDR-VERSION-DONE.
004220     IF BDR-VERSION-COUNT = ZERO
004230         DISPLAY "BDROLL: HOUSE CALENDAR '" BDR-HOUSE-CAL-CODE
004240             "' IS NOT ON THE CALENDAR MASTER - RUN ABORTED"
004250         MOVE 16 TO RETURN-CODE
004260         STOP RUN
004270     END-IF.
004280 1200-LOAD-HOUSE-PROFILE-EXIT. EXIT.
004290
004300 1210-TABLE-PROFILE-VERSION.
004310     READ BDR-CALMAST-FILE NEXT RECORD
004320         AT END SET BDR-VERSION-DONE TO TRUE
004330     END-READ.
004340     IF BDR-VERSION-DONE
004350         GO TO 1210-TABLE-PROFILE-VERSION-EXIT
004360     END-IF
004370     IF CAM-CODE NOT = BDR-HOUSE-CAL-CODE
004380             OR BDR-VERSION-COUNT NOT < 20
004390         SET BDR-VERSION-DONE TO TRUE
004400         GO TO 1210-TABLE-PROFILE-VERSION-EXIT
004410     END-IF
004420     ADD 1 TO BDR-VERSION-COUNT.
004430     MOVE CAM-EFFECTIVE-DATE
004440         TO BVT-EFFECTIVE-DATE(BDR-VERSION-COUNT).
004450     PERFORM VARYING BDR-CAL-FLAG-SUB FROM 1 BY 1
004460             UNTIL BDR-CAL-FLAG-SUB > 7
004470         MOVE CAM-DAY-FLAG(BDR-CAL-FLAG-SUB)
004480             TO BVT-DAY-FLAG(BDR-VERSION-COUNT, BDR-CAL-FLAG-SUB)
004490     END-PERFORM.
004500 1210-TABLE-PROFILE-VERSION-EXIT. EXIT.
004510
004520*----------------------------------------------------------*
004530* 2000-FIND-NIGHT-DATE - THE NIGHT BEING RUN IS THE CLOCK
004540* DATE, OR THE DAY BEFORE IT WHEN THE STEP STARTS BEFORE
004550* THE CUTOFF HOUR (A STREAM HELD UP PAST MIDNIGHT, OR
004560* RERUN FIRST THING IN THE MORNING, IS STILL THE NIGHT
004570* BEFORE'S).
004580*----------------------------------------------------------*
004590 2000-FIND-NIGHT-DATE.
004600     MOVE BDR-RUN-TIMESTAMP(1:8) TO BDR-NIGHT-DATE.
004610     MOVE BDR-RUN-TIMESTAMP(9:2) TO BDR-CLOCK-HOUR.
004620     COMPUTE BDR-NIGHT-INTEGER =
004630             FUNCTION INTEGER-OF-DATE(BDR-NIGHT-DATE).
004640     IF BDR-CLOCK-HOUR < BDR-CUTOFF-HOUR
004650         SUBTRACT 1 FROM BDR-NIGHT-INTEGER
004660         MOVE FUNCTION DATE-OF-INTEGER(BDR-NIGHT-INTEGER)
004670             TO BDR-NIGHT-DATE
004680     END-IF.
004690 2000-FIND-NIGHT-DATE-EXIT. EXIT.
004700
004710*----------------------------------------------------------*
004720* 3000-ROLL-BUSINESS-DATE - DECIDE WHAT THE NIGHT IS:
004730*   - A BUSINESS DATE ALREADY AT OR PAST THE NIGHT MEANS
004740*     THE STREAM WAS ALREADY ROLLED FOR IT (A RERUN) - THE
004750*     DATE STANDS.
004760*   - A NIGHT THAT IS A PROCESSING DAY UNDER THE HOUSE
004770*     CALENDAR BECOMES THE NEW BUSINESS DATE, AND ANY
004780*     PROCESSING DAY BETWEEN IT AND THE OLD ONE THAT NEVER
004790*     RAN IS WARNED ABOUT.
004800*   - ANY OTHER NIGHT IS A NON-PROCESSING DAY: THE DATE
004810*     STANDS AND THE STEP ENDS RC 1.
004820* THE FIRST ROLL SEEDS THE OLD DATE WITH THE LAST
004830* PROCESSING DAY BEFORE THE NIGHT.
004840*----------------------------------------------------------*
004850 3000-ROLL-BUSINESS-DATE.
004860     IF BDR-FIRST-ROLL
004870         PERFORM 3100-SEED-BUSINESS-DATE
004880             THRU 3100-SEED-BUSINESS-DATE-EXIT
004890         MOVE BDR-STORED-DATE TO BDC-BUSINESS-DATE
004900         MOVE ZERO TO BDC-PRIOR-BUSINESS-DATE
004910     END-IF
004920     MOVE BDR-HOUSE-CAL-CODE TO BDC-CAL-CODE.
004930     MOVE BDR-NIGHT-DATE TO BDC-CALENDAR-DATE.
004940     MOVE BDR-RUN-TIMESTAMP TO BDC-ROLL-TIMESTAMP.
004950     IF BDR-STORED-DATE NOT < BDR-NIGHT-DATE
004960         SET BDC-ALREADY-ROLLED TO TRUE
004970         IF BDR-STORED-DATE > BDR-NIGHT-DATE
004980             DISPLAY "BDROLL: BUSINESS DATE " BDR-STORED-DATE
004990                 " IS AHEAD OF THE NIGHT " BDR-NIGHT-DATE
005000                 " - LEFT AS IT STANDS"
005010         END-IF
005020         GO TO 3000-ROLL-BUSINESS-DATE-EXIT
005030     END-IF
005040     MOVE BDR-NIGHT-DATE TO BDR-TEST-DATE.
005050     MOVE BDR-NIGHT-INTEGER TO BDR-TEST-INTEGER.
005060     PERFORM 4100-DETERMINE-BUSINESS-DAY
005070         THRU 4100-DETERMINE-BUSINESS-DAY-EXIT.
005080     IF BDR-NOT-BUSINESS-DAY
005090         SET BDC-NON-PROCESSING-DAY TO TRUE
005100         MOVE 1 TO RETURN-CODE
005110         GO TO 3000-ROLL-BUSINESS-DATE-EXIT
005120     END-IF
005130     PERFORM 3200-COUNT-MISSED-DAYS
005140         THRU 3200-COUNT-MISSED-DAYS-EXIT.
005150     MOVE BDR-STORED-DATE TO BDC-PRIOR-BUSINESS-DATE.
005160     MOVE BDR-NIGHT-DATE TO BDC-BUSINESS-DATE.
005170     SET BDC-ROLLED TO TRUE.
005180 3000-ROLL-BUSINESS-DATE-EXIT. EXIT.
005190
005200*----------------------------------------------------------*
005210* 3100-SEED-BUSINESS-DATE - STEP BACK FROM THE DAY BEFORE
005220* THE NIGHT TO THE LAST PROCESSING DAY.
005230*----------------------------------------------------------*
005240 3100-SEED-BUSINESS-DATE.
005250     COMPUTE BDR-TEST-INTEGER = BDR-NIGHT-INTEGER - 1.
005260     MOVE FUNCTION DATE-OF-INTEGER(BDR-TEST-INTEGER)
005270         TO BDR-TEST-DATE.
005280     MOVE ZERO TO BDR-SEARCH-DAYS.
005290     SET BDR-NOT-BUSINESS-DAY TO TRUE.
005300     PERFORM 3110-STEP-BACK-ONE-DAY
005310         THRU 3110-STEP-BACK-ONE-DAY-EXIT
005320         UNTIL BDR-BUSINESS-DAY.
005330     MOVE BDR-TEST-DATE TO BDR-STORED-DATE.
005340     DISPLAY "BDROLL: NO BUSINESS-DATE CONTROL RECORD - SEEDED "
005350         "WITH " BDR-STORED-DATE.
005360 3100-SEED-BUSINESS-DATE-EXIT. EXIT.
005370
005380 3110-STEP-BACK-ONE-DAY.
005390     PERFORM 4100-DETERMINE-BUSINESS-DAY
005400         THRU 4100-DETERMINE-BUSINESS-DAY-EXIT.
005410     IF BDR-BUSINESS-DAY
005420         GO TO 3110-STEP-BACK-ONE-DAY-EXIT
005430     END-IF
005440     ADD 1 TO BDR-SEARCH-DAYS.
005450     IF BDR-SEARCH-DAYS > 366
005460         DISPLAY "BDROLL: HOUSE CALENDAR '" BDR-HOUSE-CAL-CODE
005470             "' HAS NO PROCESSING DAY IN A YEAR - RUN ABORTED"
005480         MOVE 16 TO RETURN-CODE
005490         STOP RUN
005500     END-IF
005510     SUBTRACT 1 FROM BDR-TEST-INTEGER.
005520     MOVE FUNCTION DATE-OF-INTEGER(BDR-TEST-INTEGER)
005530         TO BDR-TEST-DATE.
005540 3110-STEP-BACK-ONE-DAY-EXIT. EXIT.
005550
005560*----------------------------------------------------------*
005570* 3200-COUNT-MISSED-DAYS - COUNT THE PROCESSING DAYS AFTER
005580* THE OLD BUSINESS DATE AND BEFORE THE NIGHT.  EACH ONE IS
005590* A NIGHT THE STREAM NEVER ROLLED FOR; OPERATIONS ARE TOLD
005600* SO ITS EXTRACTS CAN BE CHASED.
005610*----------------------------------------------------------*
005620 3200-COUNT-MISSED-DAYS.
005630     COMPUTE BDR-TEST-INTEGER =
005640             FUNCTION INTEGER-OF-DATE(BDR-STORED-DATE) + 1.
005650     PERFORM 3210-TEST-MISSED-DAY THRU 3210-TEST-MISSED-DAY-EXIT
005660         UNTIL BDR-TEST-INTEGER NOT < BDR-NIGHT-INTEGER.
005670     IF BDR-MISSED-COUNT > ZERO
005680         MOVE BDR-MISSED-COUNT TO BDR-COUNT-ED
005690         DISPLAY "BDROLL: WARNING - " BDR-COUNT-ED
005700             " PROCESSING DAY(S) BETWEEN " BDR-STORED-DATE
005710             " AND " BDR-NIGHT-DATE " WERE NEVER ROLLED"
005720     END-IF.
005730 3200-COUNT-MISSED-DAYS-EXIT. EXIT.
005740
005750 3210-TEST-MISSED-DAY.
005760     MOVE FUNCTION DATE-OF-INTEGER(BDR-TEST-INTEGER)
005770         TO BDR-TEST-DATE.
005780     PERFORM 4100-DETERMINE-BUSINESS-DAY
005790         THRU 4100-DETERMINE-BUSINESS-DAY-EXIT.
005800     IF BDR-BUSINESS-DAY
005810         ADD 1 TO BDR-MISSED-COUNT
005820     END-IF
005830     ADD 1 TO BDR-TEST-INTEGER.
005840 3210-TEST-MISSED-DAY-EXIT. EXIT.
005850
005860 4100-DETERMINE-BUSINESS-DAY.
005870     SET BDR-BUSINESS-DAY TO TRUE.
005880     PERFORM 4110-SELECT-PROFILE-VERSION
005890         THRU 4110-SELECT-PROFILE-VERSION-EXIT.
005900     COMPUTE BDR-WEEKDAY-NUM =
005910             FUNCTION MOD(BDR-TEST-INTEGER, 7).
005920     IF BDR-ACTIVE-DAY-FLAG(BDR-WEEKDAY-NUM + 1) = 'N'
005930         SET BDR-NOT-BUSINESS-DAY TO TRUE
005940         GO TO 4100-DETERMINE-BUSINESS-DAY-EXIT
005950     END-IF
005960     IF NOT BDR-HOLMAST-IS-OPEN
005970         GO TO 4100-DETERMINE-BUSINESS-DAY-EXIT
005980     END-IF
005990     MOVE BDR-TEST-DATE TO HOM-DATE.
006000     MOVE BDR-HOUSE-CAL-CODE TO HOM-CAL-CODE.
006010     READ BDR-HOLMAST-FILE
006020         INVALID KEY CONTINUE
006030         NOT INVALID KEY SET BDR-NOT-BUSINESS-DAY TO TRUE
006040     END-READ.
006050 4100-DETERMINE-BUSINESS-DAY-EXIT. EXIT.
006060
006070*----------------------------------------------------------*
006080* 4110-SELECT-PROFILE-VERSION - MAKE THE ACTIVE FLAGS THOSE
006090* OF THE VERSION IN FORCE ON BDR-TEST-DATE: THE LAST ONE NOT
006100* STARTING AFTER IT (THE ORIGINAL VERSION COVERS ANY EARLIER
006110* DATE).  THE FLAGS ARE ONLY RE-COPIED WHEN IT CHANGES.
006120*----------------------------------------------------------*
006130 4110-SELECT-PROFILE-VERSION.
006140     PERFORM VARYING BDR-VERSION-SUB FROM BDR-VERSION-COUNT BY -1
006150             UNTIL BDR-VERSION-SUB NOT > 1
006160                OR BVT-EFFECTIVE-DATE(BDR-VERSION-SUB)
006170                       NOT > BDR-TEST-DATE
006180         CONTINUE
006190     END-PERFORM.
006200     IF BDR-VERSION-SUB = BDR-ACTIVE-VERSION-SUB
006210         GO TO 4110-SELECT-PROFILE-VERSION-EXIT
006220     END-IF
006230     MOVE BDR-VERSION-SUB TO BDR-ACTIVE-VERSION-SUB.
006240     PERFORM VARYING BDR-CAL-FLAG-SUB FROM 1 BY 1
006250             UNTIL BDR-CAL-FLAG-SUB > 7
006260         MOVE BVT-DAY-FLAG(BDR-VERSION-SUB, BDR-CAL-FLAG-SUB)
006270             TO BDR-ACTIVE-DAY-FLAG(BDR-CAL-FLAG-SUB)
006280     END-PERFORM.
006290 4110-SELECT-PROFILE-VERSION-EXIT. EXIT.
006300
006310*----------------------------------------------------------*
006320* 9000-TERMINATE - REWRITE THE CONTROL RECORD, SAY WHAT THE
006330* NIGHT WAS, AND CLOSE THE MASTERS.  THE RETURN CODE IS 0
006340* WHEN THE STREAM IS TO RUN AND 1 ON A NON-PROCESSING DAY.
006350*----------------------------------------------------------*
006360 9000-TERMINATE.
006370     OPEN OUTPUT BDR-CONTROL-FILE.
006380     IF BDR-CONTROL-STATUS NOT = '00'
006390         DISPLAY "BDROLL: BUSINESS-DATE CONTROL FILE COULD NOT "
006400             "BE REWRITTEN - STATUS " BDR-CONTROL-STATUS
006410             " - RUN ABORTED"
006420         MOVE 16 TO RETURN-CODE
006430         STOP RUN
006440     END-IF
006450     WRITE BDR-CONTROL-RECORD.
006460     CLOSE BDR-CONTROL-FILE.
006470     EVALUATE TRUE
006480         WHEN BDC-ROLLED
006490             DISPLAY "BDROLL: BUSINESS DATE ROLLED FROM "
006500                 BDC-PRIOR-BUSINESS-DATE " TO " BDC-BUSINESS-DATE
006510         WHEN BDC-ALREADY-ROLLED
006520             DISPLAY "BDROLL: BUSINESS DATE ALREADY ROLLED TO "
006530                 BDC-BUSINESS-DATE " - STREAM RERUN FOR IT"
006540         WHEN OTHER
006550             DISPLAY "BDROLL: " BDR-NIGHT-DATE " IS NOT A "
006560                 "PROCESSING DAY ON HOUSE CALENDAR '"
006570                 BDR-HOUSE-CAL-CODE "' - BUSINESS DATE STAYS "
006580                 BDC-BUSINESS-DATE " AND THE STREAM IS BYPASSED"
006590     END-EVALUATE
006600     IF BDR-CALMAST-IS-OPEN
006610         CLOSE BDR-CALMAST-FILE
006620     END-IF
006630     IF BDR-HOLMAST-IS-OPEN
006640         CLOSE BDR-HOLMAST-FILE
006650     END-IF.
006660 9000-TERMINATE-EXIT. EXIT.
