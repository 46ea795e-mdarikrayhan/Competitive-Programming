000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OBLROLL.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. OVERNIGHT BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090* 2026-10-15 RH  NEW PROGRAM.  A HOLIDAY ADDED OR REMOVED, OR A
000100*                CALENDAR PROFILE'S WORKING DAYS CHANGED,
000110*                AFTER AN OBLIGATION WAS SCHEDULED LEFT THE
000120*                POSTED DUE DATE ON WHAT IS NOW A HOLIDAY (OR
000130*                ROLLED NEEDLESSLY OFF A DAY THAT IS NOW A
000140*                WORKING DAY), AND NOTHING TOLD COLLECTIONS.
000150*                THIS STEP RUNS AFTER HOLMNT AND CALMNT.  IT
000160*                READS THE RE-ROLL REQUESTS THEY WROTE
000170*                (ROLLREQ - CALENDAR CODE AND DATE RANGE PER
000180*                APPLIED CHANGE), RE-ROLLS EVERY OPEN
000190*                OBLIGATION OF THE CODE NEAR THE RANGE FROM
000200*                ITS UNADJUSTED DATE BY THE DATE-ROLL STEP'S
000210*                FORWARD/BACKWARD RULE AGAINST THE MASTERS AS
000220*                THEY NOW STAND, AND RE-POSTS EACH ONE THAT
000230*                MOVES - THE OLD OCCURRENCE IS CANCELLED
000240*                CARRYING ITS NEW DUE DATE AND A NEW ONE IS
000250*                POSTED CARRYING THE OLD - THEN PRINTS A
000260*                BEFORE/AFTER IMPACT REPORT (ROLRPT) FOR
000270*                COLLECTIONS TO SIGN OFF.
000271* 2026-10-15 RH  THE RE-ROLL NOW JUDGES EACH DATE BY THE CALENDAR
000272*                PROFILE VERSION IN FORCE ON THAT DATE (CALMAST
000273*                IS NOW KEYED ON CODE PLUS EFFECTIVE-FROM DATE),
000274*                SO A NEW VERSION MOVES ONLY THE ITEMS THAT FALL
000275*                WITHIN THE DATES IT GOVERNS.
000280*----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT ROL-REQUEST-FILE ASSIGN TO "ROLLREQ"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS ROL-REQUEST-STATUS.
000350     SELECT ROL-MASTER-FILE ASSIGN TO "OBLMAST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS OBL-KEY
000390         FILE STATUS IS ROL-MASTER-STATUS.
000400     SELECT ROL-CALMAST-FILE ASSIGN TO "CALMAST"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CAM-KEY
000440         FILE STATUS IS ROL-CALMAST-STATUS.
000450     SELECT ROL-HOLMAST-FILE ASSIGN TO "HOLMAST"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS HOM-KEY
000490         FILE STATUS IS ROL-HOLMAST-STATUS.
000500     SELECT ROL-REPORT-FILE ASSIGN TO "ROLRPT"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS ROL-REPORT-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  ROL-REQUEST-FILE.
000570 01  ROL-REQUEST-RECORD.
000580     COPY ROLLREQ.
000590
000600 FD  ROL-MASTER-FILE.
000610 01  ROL-MASTER-RECORD.
000620     COPY OBLMST.
000630
000640 FD  ROL-CALMAST-FILE.
000650 01  ROL-CALMAST-RECORD.
000660     COPY CALMST.
000670
000680 FD  ROL-HOLMAST-FILE.
000690 01  ROL-HOLMAST-RECORD.
000700     COPY HOLMST.
000710
000720 FD  ROL-REPORT-FILE.
000730 01  ROL-REPORT-LINE             PIC X(132).
000740
000750 WORKING-STORAGE SECTION.
000760 77  ROL-REQUEST-STATUS          PIC X(02).
000770     88  ROL-REQUEST-NOT-FOUND              VALUE '35'.
000780     88  ROL-REQUEST-AT-END                 VALUE '10'.
000790 77  ROL-MASTER-STATUS           PIC X(02).
000800     88  ROL-MASTER-FILE-NOT-FOUND          VALUE '35'.
000810 77  ROL-REPORT-STATUS           PIC X(02).
000820     88  ROL-REPORT-FILE-NOT-FOUND          VALUE '35'.
000830 77  ROL-REQUEST-READ-SW         PIC X(01)  VALUE 'N'.
000840     88  ROL-REQUEST-WAS-READ               VALUE 'Y'.
000850
000860*--------------------------------------------------------*
000870* RE-ROLL REQUESTS, ONE PER APPLIED MAINTENANCE CHANGE,
000880* HELD WITH THEIR DATE RANGE WIDENED BY THE ROLL MARGIN: A
000890* NEW HOLIDAY CAN CATCH AN ITEM WHOSE UNADJUSTED DATE IS ON
000900* THE WEEKEND BEFORE IT, AND A DELETED ONE CAN RELEASE AN
000910* ITEM ALREADY ROLLED SEVERAL DAYS PAST IT.  NO ROLL RUNS
000920* FURTHER THAN THE LONGEST STRETCH OF NON-WORKING DAYS,
000930* AND 14 DAYS COVERS ANY HOLIDAY CLUSTER THE CALENDARS
000940* HOLD.  500 REQUESTS IS TEN YEARS OF GENERATED HOLIDAYS
000950* IN ONE RUN; OVERFLOW IS WARNED ABOUT AND THE REQUEST
000960* FILE IS KEPT FOR A RERUN.
000970*--------------------------------------------------------*
000980 01  ROL-REQUEST-TABLE-AREA.
000990     05  ROL-REQUEST-ENTRY       OCCURS 500 TIMES.
001000         10  RQT-CAL-CODE        PIC X(03).
001010         10  RQT-FROM-DATE       PIC 9(08).
001020         10  RQT-TO-DATE         PIC 9(08).
001030 77  ROL-REQUEST-COUNT           PIC 9(04)  COMP VALUE ZERO.
001040 77  ROL-REQUEST-SUB             PIC 9(04)  COMP.
001050 77  ROL-REQUEST-TRUNC-SW        PIC X(01)  VALUE 'N'.
001060     88  ROL-REQUEST-TABLE-TRUNCATED        VALUE 'Y'.
001070 77  ROL-ROLL-MARGIN             PIC 9(04)  COMP VALUE 14.
001080 77  ROL-SCAN-FROM-DATE          PIC 9(08)  VALUE 99991231.
001090 77  ROL-SCAN-TO-DATE            PIC 9(08)  VALUE ZERO.
001100 77  ROL-RANGE-INTEGER           PIC S9(09) COMP.
001110 77  ROL-MIN-INTEGER             PIC S9(09) COMP.
001120 77  ROL-MAX-INTEGER             PIC S9(09) COMP.
001130 77  ROL-MATCH-SW                PIC X(01).
001140     88  ROL-REQUEST-MATCHED                VALUE 'Y'.
001150
001160*--------------------------------------------------------*
001170* MOVES FOUND BY THE SCAN, APPLIED AFTER IT SO A RE-POSTED
001180* OCCURRENCE LANDING FURTHER ALONG THE KEY IS NOT MET AND
001190* EXAMINED A SECOND TIME.  EACH ENTRY IS THE OLD KEY AND
001200* THE NEW DUE DATE.  OVERFLOW STOPS THE SCAN, IS WARNED
001210* ABOUT, AND KEEPS THE REQUEST FILE - A RERUN FINDS THE
001220* MOVED ITEMS ALREADY IN PLACE AND PICKS UP THE REST.
001230*--------------------------------------------------------*
001240 01  ROL-MOVE-TABLE-AREA.
001250     05  ROL-MOVE-ENTRY          OCCURS 2000 TIMES.
001260         10  MVT-OLD-KEY         PIC X(36).
001270         10  MVT-NEW-DATE        PIC 9(08).
001280 77  ROL-MOVE-COUNT              PIC 9(04)  COMP VALUE ZERO.
001290 77  ROL-MOVE-SUB                PIC 9(04)  COMP.
001300 77  ROL-MOVE-TRUNC-SW           PIC X(01)  VALUE 'N'.
001310     88  ROL-MOVE-TABLE-TRUNCATED           VALUE 'Y'.
001320 77  ROL-MOVE-OK-SW              PIC X(01).
001330     88  ROL-MOVE-OK                        VALUE 'Y'.
001340 01  ROL-SAVED-RECORD            PIC X(123).
001350 01  ROL-NEW-RECORD              PIC X(123).
001360
001370*--------------------------------------------------------*
001380* CALENDAR WORK FIELDS.  THE PROFILE (SEVEN WORKING-DAY
001390* FLAGS, SUNDAY THROUGH SATURDAY) IS RESOLVED PER
001400* OBLIGATION'S CALENDAR CODE THE WAY THE DATE-ROLL STEP
001410* RESOLVES IT - THE CODE'S VERSIONS ARE TABLED AND HELD
001413* UNTIL THE CODE CHANGES, AND EACH DATE TESTED TAKES THE
001416* FLAGS OF THE VERSION IN FORCE ON IT.  A CODE NO
001420* LONGER ON CALMAST IS NOT GUESSED AT - THE ITEM IS LEFT
001430* WHERE IT IS AND REPORTED.
001440*--------------------------------------------------------*
001450 01  ROL-ACTIVE-PROFILE.
001460     05  ROL-ACTIVE-DAY-FLAG     PIC X(01) OCCURS 7 TIMES.
001461 01  ROL-PROFILE-VERSION-TABLE.
001462     05  ROL-PROFILE-VERSION     OCCURS 20 TIMES.
001463         10  RVT-EFFECTIVE-DATE  PIC 9(08).
001464         10  RVT-DAY-FLAG        PIC X(01) OCCURS 7 TIMES.
001465 77  ROL-VERSION-COUNT           PIC 9(04)  COMP VALUE ZERO.
001466 77  ROL-VERSION-SUB             PIC 9(04)  COMP.
001467 77  ROL-ACTIVE-VERSION-SUB      PIC 9(04)  COMP VALUE ZERO.
001468 77  ROL-VERSION-DONE-SW         PIC X(01).
001469     88  ROL-VERSION-DONE                   VALUE 'Y'.
001470 77  ROL-CAL-FLAG-SUB            PIC 9(04)  COMP.
001480 77  ROL-LOADED-CAL-CODE         PIC X(03)  VALUE HIGH-VALUES.
001490 77  ROL-CAL-UNKNOWN-SW          PIC X(01)  VALUE 'N'.
001500     88  ROL-CAL-IS-UNKNOWN                 VALUE 'Y'.
001510 77  ROL-CALMAST-STATUS          PIC X(02).
001520     88  ROL-CALMAST-FILE-NOT-FOUND         VALUE '35'.
001530 77  ROL-CALMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
001540     88  ROL-CALMAST-IS-OPEN                VALUE 'Y'.
001550 77  ROL-HOLMAST-STATUS          PIC X(02).
001560     88  ROL-HOLMAST-FILE-NOT-FOUND         VALUE '35'.
001570 77  ROL-HOLMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
001580     88  ROL-HOLMAST-IS-OPEN                VALUE 'Y'.
001590 77  ROL-BUSINESS-DAY-SW         PIC X(01).
001600     88  ROL-BUSINESS-DAY                   VALUE 'Y'.
001610     88  ROL-NOT-BUSINESS-DAY               VALUE 'N'.
001620 77  ROL-TEST-INTEGER            PIC S9(09) COMP.
001630 77  ROL-TEST-DATE               PIC 9(08).
001640 77  ROL-WEEKDAY-NUM             PIC 9(01).
001650 77  ROL-NEW-DUE-DATE            PIC 9(08).
001660 77  ROL-OLD-DUE-DATE            PIC 9(08).
001670 77  ROL-DAYS-MOVED              PIC S9(09) COMP.
001680
001690 77  ROL-RUN-TIMESTAMP           PIC X(26).
001700 77  ROL-RUN-DATE                PIC 9(08).
001710 77  ROL-SCAN-DONE-SW            PIC X(01).
001720     88  ROL-SCAN-DONE                      VALUE 'Y'.
001730 77  ROL-NOTE                    PIC X(30).
001740
001750 77  ROL-REQUEST-READ-COUNT      PIC 9(09)  COMP VALUE ZERO.
001760 77  ROL-BAD-REQUEST-COUNT       PIC 9(09)  COMP VALUE ZERO.
001770 77  ROL-EXAMINED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001780 77  ROL-UNCHANGED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001790 77  ROL-MOVED-COUNT             PIC 9(09)  COMP VALUE ZERO.
001800 77  ROL-REINSTATED-COUNT        PIC 9(09)  COMP VALUE ZERO.
001810 77  ROL-EXCEPTION-COUNT         PIC 9(09)  COMP VALUE ZERO.
001820 77  ROL-MOVED-AMOUNT            PIC S9(13)V99 COMP VALUE ZERO.
001830 77  ROL-COUNT-ED                PIC Z(8)9.
001840 77  ROL-AMOUNT-ED               PIC -(13)9.99.
001850 77  ROL-DAYS-ED                 PIC -(4)9.
001860
001870 PROCEDURE DIVISION.
001880*----------------------------------------------------------*
001890* 0000-MAINLINE - LOAD THE RE-ROLL REQUESTS, FIND EVERY OPEN
001900* OBLIGATION THEY MOVE, RE-POST THE MOVES, AND REPORT.
001910*----------------------------------------------------------*
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001940     PERFORM 2000-LOAD-REQUESTS THRU 2000-LOAD-REQUESTS-EXIT.
001950     PERFORM 3000-FIND-MOVES THRU 3000-FIND-MOVES-EXIT.
001960     PERFORM 4000-APPLY-MOVES THRU 4000-APPLY-MOVES-EXIT.
001970     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001980     STOP RUN.
001990
002000 1000-INITIALIZE.
002010     MOVE FUNCTION CURRENT-DATE TO ROL-RUN-TIMESTAMP.
002020     MOVE ROL-RUN-TIMESTAMP(1:8) TO ROL-RUN-DATE.
002030     COMPUTE ROL-MIN-INTEGER =
002040             FUNCTION INTEGER-OF-DATE(16010101).
002050     COMPUTE ROL-MAX-INTEGER =
002060             FUNCTION INTEGER-OF-DATE(99991231).
002070     OPEN I-O ROL-MASTER-FILE.
002080     IF ROL-MASTER-FILE-NOT-FOUND
002090         OPEN OUTPUT ROL-MASTER-FILE
002100         CLOSE ROL-MASTER-FILE
002110         OPEN I-O ROL-MASTER-FILE
002120     END-IF
002130     IF ROL-MASTER-STATUS NOT = '00'
002140         DISPLAY "OBLROLL: OBLIGATIONS MASTER COULD NOT BE "
002150             "OPENED - STATUS " ROL-MASTER-STATUS
002160             " - RUN ABORTED"
002170         MOVE 16 TO RETURN-CODE
002180         STOP RUN
002190     END-IF
002200     OPEN EXTEND ROL-REPORT-FILE.
002210     IF ROL-REPORT-FILE-NOT-FOUND
002220         OPEN OUTPUT ROL-REPORT-FILE
002230     END-IF
002240     PERFORM 1150-OPEN-CALENDAR-FILES
002250         THRU 1150-OPEN-CALENDAR-FILES-EXIT.
002260     PERFORM 1300-WRITE-REPORT-HEADINGS
002270         THRU 1300-WRITE-REPORT-HEADINGS-EXIT.
002280 1000-INITIALIZE-EXIT. EXIT.
002290
002300*----------------------------------------------------------*
002310* 1150-OPEN-CALENDAR-FILES - OPEN THE CALENDAR AND HOLIDAY
002320* MASTERS AS THE MAINTENANCE STEP LEFT THEM.  A MISSING
002330* MASTER IS WARNED ABOUT AND THE RE-ROLL PROCEEDS AS THE
002340* DATE-ROLL STEP WOULD (NO HOLIDAYS, OR ONLY THE BUILT-IN
002350* SATURDAY/SUNDAY WEEKEND); ANY OTHER OPEN FAILURE ABORTS
002360* THE STEP.
002370*----------------------------------------------------------*
002380 1150-OPEN-CALENDAR-FILES.
002390     OPEN INPUT ROL-CALMAST-FILE.
002400     IF ROL-CALMAST-FILE-NOT-FOUND
002410         DISPLAY "OBLROLL: CALENDAR MASTER NOT FOUND - ONLY "
002420             "THE DEFAULT CALENDAR CAN BE RE-ROLLED"
002430     ELSE
002440         IF ROL-CALMAST-STATUS NOT = '00'
002450             DISPLAY "OBLROLL: CALENDAR MASTER COULD NOT BE "
002460                 "OPENED - STATUS " ROL-CALMAST-STATUS
002470                 " - RUN ABORTED"
002480             MOVE 16 TO RETURN-CODE
002490             STOP RUN
002500         END-IF
002510         SET ROL-CALMAST-IS-OPEN TO TRUE
002520     END-IF
002530     OPEN INPUT ROL-HOLMAST-FILE.
002540     IF ROL-HOLMAST-FILE-NOT-FOUND
002550         DISPLAY "OBLROLL: HOLIDAY MASTER NOT FOUND - RE-ROLL "
002560             "PROCEEDS WITH NO HOLIDAYS LOADED"
002570         GO TO 1150-OPEN-CALENDAR-FILES-EXIT
002580     END-IF
002590     IF ROL-HOLMAST-STATUS NOT = '00'
002600         DISPLAY "OBLROLL: HOLIDAY MASTER COULD NOT BE OPENED - "
002610             "STATUS " ROL-HOLMAST-STATUS " - RUN ABORTED"
002620         MOVE 16 TO RETURN-CODE
002630         STOP RUN
002640     END-IF
002650     SET ROL-HOLMAST-IS-OPEN TO TRUE.
002660 1150-OPEN-CALENDAR-FILES-EXIT. EXIT.
002670
002680 1300-WRITE-REPORT-HEADINGS.
002690     MOVE SPACES TO ROL-REPORT-LINE.
002700     MOVE "CALENDAR CHANGE IMPACT REPORT - OPEN OBLIGATIONS"
002710         TO ROL-REPORT-LINE(1:48).
002720     MOVE "RE-ROLLED ON" TO ROL-REPORT-LINE(50:12).
002730     MOVE ROL-RUN-DATE TO ROL-REPORT-LINE(63:8).
002740     WRITE ROL-REPORT-LINE AFTER ADVANCING PAGE.
002750     MOVE SPACES TO ROL-REPORT-LINE.
002760     MOVE "CHANGES REQUESTING A RE-ROLL:"
002770         TO ROL-REPORT-LINE(1:29).
002780     WRITE ROL-REPORT-LINE AFTER ADVANCING 2 LINES.
002790 1300-WRITE-REPORT-HEADINGS-EXIT. EXIT.
002800
002810*----------------------------------------------------------*
002820* 2000-LOAD-REQUESTS - LOAD AND LIST THE RE-ROLL REQUESTS
002830* THE MAINTENANCE STEP WROTE.  A MISSING OR EMPTY FILE
002840* SIMPLY MEANS NO APPLIED CHANGE COULD MOVE A BUSINESS DAY.
002850* THE KEYED SCAN THEN RUNS ONCE, FROM THE EARLIEST WIDENED
002860* DATE TO THE LATEST.
002870*----------------------------------------------------------*
002880 2000-LOAD-REQUESTS.
002890     OPEN INPUT ROL-REQUEST-FILE.
002900     IF ROL-REQUEST-NOT-FOUND
002910         DISPLAY "OBLROLL: NO RE-ROLL REQUEST FILE - NOTHING "
002920             "TO RE-ROLL"
002930         GO TO 2000-LOAD-REQUESTS-EXIT
002940     END-IF
002950     SET ROL-REQUEST-WAS-READ TO TRUE.
002960     PERFORM 2010-READ-REQUEST THRU 2010-READ-REQUEST-EXIT.
002970     PERFORM 2020-TABLE-REQUEST THRU 2020-TABLE-REQUEST-EXIT
002980         UNTIL ROL-REQUEST-AT-END.
002990     CLOSE ROL-REQUEST-FILE.
003000     IF ROL-REQUEST-COUNT = ZERO
003010         MOVE SPACES TO ROL-REPORT-LINE
003020         MOVE "NONE - NO CALENDAR CHANGE REQUESTED A RE-ROLL"
003030             TO ROL-REPORT-LINE(3:45)
003040         WRITE ROL-REPORT-LINE AFTER ADVANCING 1 LINES
003050     END-IF.
003060 2000-LOAD-REQUESTS-EXIT. EXIT.
003070
003080 2010-READ-REQUEST.
003090     READ ROL-REQUEST-FILE
003100         AT END CONTINUE
003110     END-READ.
003120 2010-READ-REQUEST-EXIT. EXIT.
003130
003140 2020-TABLE-REQUEST.
003150     ADD 1 TO ROL-REQUEST-READ-COUNT.
003160     MOVE SPACES TO ROL-REPORT-LINE.
003170     MOVE RRQ-SOURCE TO ROL-REPORT-LINE(3:8).
003180     MOVE RRQ-ACTION TO ROL-REPORT-LINE(12:1).
003190     MOVE "CAL" TO ROL-REPORT-LINE(15:3).
003200     MOVE RRQ-CAL-CODE TO ROL-REPORT-LINE(19:3).
003210     MOVE RRQ-FROM-DATE TO ROL-REPORT-LINE(24:8).
003220     MOVE "TO" TO ROL-REPORT-LINE(33:2).
003230     MOVE RRQ-TO-DATE TO ROL-REPORT-LINE(36:8).
003240     MOVE RRQ-DESCRIPTION TO ROL-REPORT-LINE(46:30).
003250     EVALUATE TRUE
003260         WHEN RRQ-FROM-DATE NOT NUMERIC
003270           OR RRQ-TO-DATE NOT NUMERIC
003280             MOVE "INVALID DATE RANGE - SKIPPED" TO ROL-NOTE
003290         WHEN FUNCTION TEST-DATE-YYYYMMDD(RRQ-FROM-DATE) NOT = 0
003300           OR FUNCTION TEST-DATE-YYYYMMDD(RRQ-TO-DATE) NOT = 0
003310           OR RRQ-FROM-DATE > RRQ-TO-DATE
003320             MOVE "INVALID DATE RANGE - SKIPPED" TO ROL-NOTE
003330         WHEN ROL-REQUEST-COUNT >= 500
003340             SET ROL-REQUEST-TABLE-TRUNCATED TO TRUE
003350             MOVE "REQUEST TABLE FULL - HELD" TO ROL-NOTE
003360         WHEN OTHER
003370             MOVE SPACES TO ROL-NOTE
003380     END-EVALUATE
003390     IF ROL-NOTE NOT = SPACES
003400         ADD 1 TO ROL-BAD-REQUEST-COUNT
003410         MOVE ROL-NOTE TO ROL-REPORT-LINE(78:30)
003420         WRITE ROL-REPORT-LINE AFTER ADVANCING 1 LINES
003430         GO TO 2020-TABLE-REQUEST-READ
003440     END-IF
003450     WRITE ROL-REPORT-LINE AFTER ADVANCING 1 LINES.
003460     ADD 1 TO ROL-REQUEST-COUNT.
003470     MOVE ROL-REQUEST-COUNT TO ROL-REQUEST-SUB.
003480     MOVE RRQ-CAL-CODE TO RQT-CAL-CODE(ROL-REQUEST-SUB).
003490     COMPUTE ROL-RANGE-INTEGER =
003500             FUNCTION INTEGER-OF-DATE(RRQ-FROM-DATE)
003510             - ROL-ROLL-MARGIN.
003520     IF ROL-RANGE-INTEGER < ROL-MIN-INTEGER
003530         MOVE ROL-MIN-INTEGER TO ROL-RANGE-INTEGER
003540     END-IF
003550     MOVE FUNCTION DATE-OF-INTEGER(ROL-RANGE-INTEGER)
003560         TO RQT-FROM-DATE(ROL-REQUEST-SUB).
003570     COMPUTE ROL-RANGE-INTEGER =
003580             FUNCTION INTEGER-OF-DATE(RRQ-TO-DATE)
003590             + ROL-ROLL-MARGIN.
003600     IF ROL-RANGE-INTEGER > ROL-MAX-INTEGER
003610         MOVE ROL-MAX-INTEGER TO ROL-RANGE-INTEGER
003620     END-IF
003630     MOVE FUNCTION DATE-OF-INTEGER(ROL-RANGE-INTEGER)
003640         TO RQT-TO-DATE(ROL-REQUEST-SUB).
003650     IF RQT-FROM-DATE(ROL-REQUEST-SUB) < ROL-SCAN-FROM-DATE
003660         MOVE RQT-FROM-DATE(ROL-REQUEST-SUB) TO ROL-SCAN-FROM-DATE
003670     END-IF
003680     IF RQT-TO-DATE(ROL-REQUEST-SUB) > ROL-SCAN-TO-DATE
003690         MOVE RQT-TO-DATE(ROL-REQUEST-SUB) TO ROL-SCAN-TO-DATE
003700     END-IF.
003710 2020-TABLE-REQUEST-READ.
003720     PERFORM 2010-READ-REQUEST THRU 2010-READ-REQUEST-EXIT.
003730 2020-TABLE-REQUEST-EXIT. EXIT.
003740
003750*----------------------------------------------------------*
003760* 3000-FIND-MOVES - ONE KEYED RANGE READ OF THE MASTER OVER
003770* THE WIDENED DATES, RE-ROLLING EVERY OPEN OCCURRENCE THAT
003780* FALLS IN A REQUEST'S RANGE FOR ITS OWN CALENDAR CODE AND
003790* TABLING EACH ONE WHOSE DUE DATE CHANGES.
003800*----------------------------------------------------------*
003810 3000-FIND-MOVES.
003820     MOVE SPACES TO ROL-REPORT-LINE.
003830     MOVE "BUSINESS REF" TO ROL-REPORT-LINE(1:12).
003840     MOVE "OCC" TO ROL-REPORT-LINE(18:3).
003850     MOVE "COUNTERPTY" TO ROL-REPORT-LINE(23:10).
003860     MOVE "CAL" TO ROL-REPORT-LINE(34:3).
003870     MOVE "R" TO ROL-REPORT-LINE(38:1).
003880     MOVE "UNADJ DT" TO ROL-REPORT-LINE(40:8).
003890     MOVE "OLD DUE" TO ROL-REPORT-LINE(49:7).
003900     MOVE "NEW DUE" TO ROL-REPORT-LINE(58:7).
003910     MOVE " DAYS" TO ROL-REPORT-LINE(67:5).
003920     MOVE "AMOUNT" TO ROL-REPORT-LINE(84:6).
003930     MOVE "ACTION" TO ROL-REPORT-LINE(92:6).
003940     WRITE ROL-REPORT-LINE AFTER ADVANCING 2 LINES.
003950     IF ROL-REQUEST-COUNT = ZERO
003960         GO TO 3000-FIND-MOVES-EXIT
003970     END-IF
003980     MOVE 'N' TO ROL-SCAN-DONE-SW.
003990     MOVE LOW-VALUES TO OBL-KEY.
004000     MOVE ROL-SCAN-FROM-DATE TO OBL-DUE-DATE.
004010     START ROL-MASTER-FILE KEY NOT < OBL-KEY
004020         INVALID KEY SET ROL-SCAN-DONE TO TRUE
004030     END-START.
004040     PERFORM 3010-EXAMINE-ONE-RECORD
004050         THRU 3010-EXAMINE-ONE-RECORD-EXIT
004060         UNTIL ROL-SCAN-DONE.
004070 3000-FIND-MOVES-EXIT. EXIT.
004080
004090 3010-EXAMINE-ONE-RECORD.
004100     READ ROL-MASTER-FILE NEXT RECORD
004110         AT END SET ROL-SCAN-DONE TO TRUE
004120     END-READ.
004130     IF ROL-SCAN-DONE
004140         GO TO 3010-EXAMINE-ONE-RECORD-EXIT
004150     END-IF
004160     IF OBL-DUE-DATE > ROL-SCAN-TO-DATE
004170         SET ROL-SCAN-DONE TO TRUE
004180         GO TO 3010-EXAMINE-ONE-RECORD-EXIT
004190     END-IF
004200     IF NOT OBL-IS-OPEN
004210         GO TO 3010-EXAMINE-ONE-RECORD-EXIT
004220     END-IF
004230     PERFORM 3100-MATCH-REQUEST THRU 3100-MATCH-REQUEST-EXIT.
004240     IF NOT ROL-REQUEST-MATCHED
004250         GO TO 3010-EXAMINE-ONE-RECORD-EXIT
004260     END-IF
004270     ADD 1 TO ROL-EXAMINED-COUNT.
004280     PERFORM 5100-LOAD-CALENDAR-PROFILE
004290         THRU 5100-LOAD-CALENDAR-PROFILE-EXIT.
004300     IF ROL-CAL-IS-UNKNOWN
004310         MOVE "NOT MOVED - CODE NOT ON CALMAST" TO ROL-NOTE
004320         PERFORM 3300-WRITE-EXCEPTION-LINE
004330             THRU 3300-WRITE-EXCEPTION-LINE-EXIT
004340         GO TO 3010-EXAMINE-ONE-RECORD-EXIT
004350     END-IF
004360     IF NOT OBL-ROLL-FORWARD AND NOT OBL-ROLL-BACKWARD
004370         MOVE OBL-DUE-DATE TO ROL-TEST-DATE
004380         COMPUTE ROL-TEST-INTEGER =
004390                 FUNCTION INTEGER-OF-DATE(ROL-TEST-DATE)
004400         PERFORM 5130-DETERMINE-BUSINESS-DAY
004410             THRU 5130-DETERMINE-BUSINESS-DAY-EXIT
004420         IF ROL-NOT-BUSINESS-DAY
004430             MOVE "NON-BUSINESS DAY - NO ROLL RULE" TO ROL-NOTE
004440             PERFORM 3300-WRITE-EXCEPTION-LINE
004450                 THRU 3300-WRITE-EXCEPTION-LINE-EXIT
004460         ELSE
004470             ADD 1 TO ROL-UNCHANGED-COUNT
004480         END-IF
004490         GO TO 3010-EXAMINE-ONE-RECORD-EXIT
004500     END-IF
004510     PERFORM 5000-ROLL-DATE THRU 5000-ROLL-DATE-EXIT.
004520     IF ROL-NEW-DUE-DATE = OBL-DUE-DATE
004530         ADD 1 TO ROL-UNCHANGED-COUNT
004540         GO TO 3010-EXAMINE-ONE-RECORD-EXIT
004550     END-IF
004560     IF ROL-MOVE-COUNT >= 2000
004570         SET ROL-MOVE-TABLE-TRUNCATED TO TRUE
004580         SET ROL-SCAN-DONE TO TRUE
004590         GO TO 3010-EXAMINE-ONE-RECORD-EXIT
004600     END-IF
004610     ADD 1 TO ROL-MOVE-COUNT.
004620     MOVE OBL-KEY TO MVT-OLD-KEY(ROL-MOVE-COUNT).
004630     MOVE ROL-NEW-DUE-DATE TO MVT-NEW-DATE(ROL-MOVE-COUNT).
004640 3010-EXAMINE-ONE-RECORD-EXIT. EXIT.
004650
004660*----------------------------------------------------------*
004670* 3100-MATCH-REQUEST - THE OCCURRENCE IS IN SCOPE WHEN A
004680* REQUEST FOR ITS CALENDAR CODE COVERS EITHER ITS POSTED
004690* DUE DATE OR ITS UNADJUSTED DATE.
004700*----------------------------------------------------------*
004710 3100-MATCH-REQUEST.
004720     MOVE 'N' TO ROL-MATCH-SW.
004730     PERFORM VARYING ROL-REQUEST-SUB FROM 1 BY 1
004740             UNTIL ROL-REQUEST-SUB > ROL-REQUEST-COUNT
004750                OR ROL-REQUEST-MATCHED
004760         IF RQT-CAL-CODE(ROL-REQUEST-SUB) = OBL-CALENDAR-CODE
004770             IF (OBL-DUE-DATE
004780                     NOT < RQT-FROM-DATE(ROL-REQUEST-SUB)
004790                 AND OBL-DUE-DATE
004800                     NOT > RQT-TO-DATE(ROL-REQUEST-SUB))
004810                OR (OBL-UNADJUSTED-DATE
004820                     NOT < RQT-FROM-DATE(ROL-REQUEST-SUB)
004830                 AND OBL-UNADJUSTED-DATE
004840                     NOT > RQT-TO-DATE(ROL-REQUEST-SUB))
004850                 SET ROL-REQUEST-MATCHED TO TRUE
004860             END-IF
004870         END-IF
004880     END-PERFORM.
004890 3100-MATCH-REQUEST-EXIT. EXIT.
004900
004910*----------------------------------------------------------*
004920* 3300-WRITE-EXCEPTION-LINE - AN IN-SCOPE ITEM THAT COULD
004930* NOT BE RE-ROLLED PRINTS WITH ITS CURRENT DUE DATE AND THE
004940* REASON, FOR COLLECTIONS TO SETTLE BY HAND.
004950*----------------------------------------------------------*
004960 3300-WRITE-EXCEPTION-LINE.
004970     ADD 1 TO ROL-EXCEPTION-COUNT.
004980     PERFORM 3400-FORMAT-ITEM-LINE
004990         THRU 3400-FORMAT-ITEM-LINE-EXIT.
005000     MOVE ROL-NOTE TO ROL-REPORT-LINE(92:30).
005010     WRITE ROL-REPORT-LINE AFTER ADVANCING 1 LINES.
005020 3300-WRITE-EXCEPTION-LINE-EXIT. EXIT.
005030
005040 3400-FORMAT-ITEM-LINE.
005050     MOVE SPACES TO ROL-REPORT-LINE.
005060     MOVE OBL-BUSINESS-REF TO ROL-REPORT-LINE(1:16).
005070     MOVE OBL-OCCURRENCE-NO TO ROL-REPORT-LINE(18:4).
005080     MOVE OBL-COUNTERPARTY TO ROL-REPORT-LINE(23:10).
005090     MOVE OBL-CALENDAR-CODE TO ROL-REPORT-LINE(34:3).
005100     MOVE OBL-ADJUST-RULE TO ROL-REPORT-LINE(38:1).
005110     MOVE OBL-UNADJUSTED-DATE TO ROL-REPORT-LINE(40:8).
005120     MOVE OBL-DUE-DATE TO ROL-REPORT-LINE(49:8).
005130     MOVE OBL-AMOUNT TO ROL-AMOUNT-ED.
005140     MOVE ROL-AMOUNT-ED TO ROL-REPORT-LINE(73:17).
005150 3400-FORMAT-ITEM-LINE-EXIT. EXIT.
005160
005170*----------------------------------------------------------*
005180* 4000-APPLY-MOVES - RE-POST EACH TABLED MOVE.  THE NEW
005190* OCCURRENCE IS WRITTEN FIRST, SO A FAILED WRITE LEAVES THE
005200* OLD ONE OPEN AND NOTHING IS LOST; ONLY THEN IS THE OLD
005210* ONE CANCELLED, CARRYING THE DATE IT MOVED TO.
005220*----------------------------------------------------------*
005230 4000-APPLY-MOVES.
005240     PERFORM 4010-APPLY-ONE-MOVE THRU 4010-APPLY-ONE-MOVE-EXIT
005250         VARYING ROL-MOVE-SUB FROM 1 BY 1
005260         UNTIL ROL-MOVE-SUB > ROL-MOVE-COUNT.
005270 4000-APPLY-MOVES-EXIT. EXIT.
005280
005290 4010-APPLY-ONE-MOVE.
005300     MOVE MVT-OLD-KEY(ROL-MOVE-SUB) TO OBL-KEY.
005310     READ ROL-MASTER-FILE KEY IS OBL-KEY
005320         INVALID KEY
005330             GO TO 4010-APPLY-ONE-MOVE-EXIT
005340     END-READ.
005350     IF NOT OBL-IS-OPEN
005360         GO TO 4010-APPLY-ONE-MOVE-EXIT
005370     END-IF
005380     MOVE ROL-MASTER-RECORD TO ROL-SAVED-RECORD.
005390     MOVE OBL-DUE-DATE TO ROL-OLD-DUE-DATE.
005400     MOVE MVT-NEW-DATE(ROL-MOVE-SUB) TO ROL-NEW-DUE-DATE.
005410     MOVE ROL-NEW-DUE-DATE TO OBL-DUE-DATE.
005420     IF ROL-NEW-DUE-DATE = OBL-UNADJUSTED-DATE
005430         MOVE 'N' TO OBL-ADJUSTED-FLAG
005440     ELSE
005450         MOVE 'Y' TO OBL-ADJUSTED-FLAG
005460     END-IF
005470     SET OBL-IS-OPEN TO TRUE.
005480     MOVE ROL-RUN-DATE TO OBL-POSTED-DATE.
005490     MOVE ROL-OLD-DUE-DATE TO OBL-MOVED-FROM-DATE.
005500     MOVE ZERO TO OBL-MOVED-TO-DATE.
005510     MOVE ROL-MASTER-RECORD TO ROL-NEW-RECORD.
005520     MOVE 'N' TO ROL-MOVE-OK-SW.
005530     MOVE "MOVED" TO ROL-NOTE.
005540     WRITE ROL-MASTER-RECORD
005550         INVALID KEY
005560             PERFORM 4020-REINSTATE-OCCURRENCE
005570                 THRU 4020-REINSTATE-OCCURRENCE-EXIT
005580         NOT INVALID KEY
005590             SET ROL-MOVE-OK TO TRUE
005600     END-WRITE.
005610     MOVE ROL-SAVED-RECORD TO ROL-MASTER-RECORD.
005620     IF NOT ROL-MOVE-OK
005630         PERFORM 3300-WRITE-EXCEPTION-LINE
005640             THRU 3300-WRITE-EXCEPTION-LINE-EXIT
005650         GO TO 4010-APPLY-ONE-MOVE-EXIT
005660     END-IF
005670     SET OBL-IS-CANCELLED TO TRUE.
005680     MOVE ROL-NEW-DUE-DATE TO OBL-MOVED-TO-DATE.
005690     REWRITE ROL-MASTER-RECORD
005700         INVALID KEY CONTINUE
005710     END-REWRITE.
005720     ADD 1 TO ROL-MOVED-COUNT.
005730     ADD OBL-AMOUNT TO ROL-MOVED-AMOUNT.
005740     PERFORM 3400-FORMAT-ITEM-LINE
005750         THRU 3400-FORMAT-ITEM-LINE-EXIT.
005760     MOVE ROL-NEW-DUE-DATE TO ROL-REPORT-LINE(58:8).
005770     COMPUTE ROL-DAYS-MOVED =
005780             FUNCTION INTEGER-OF-DATE(ROL-NEW-DUE-DATE)
005790             - FUNCTION INTEGER-OF-DATE(ROL-OLD-DUE-DATE).
005800     MOVE ROL-DAYS-MOVED TO ROL-DAYS-ED.
005810     MOVE ROL-DAYS-ED TO ROL-REPORT-LINE(67:5).
005820     IF ROL-NEW-DUE-DATE < ROL-RUN-DATE
005830         MOVE "MOVED - NEW DATE ALREADY PAST" TO ROL-NOTE
005840     END-IF
005850     MOVE ROL-NOTE TO ROL-REPORT-LINE(92:30).
005860     WRITE ROL-REPORT-LINE AFTER ADVANCING 1 LINES.
005870 4010-APPLY-ONE-MOVE-EXIT. EXIT.
005880
005890*----------------------------------------------------------*
005900* 4020-REINSTATE-OCCURRENCE - THE NEW KEY IS ALREADY ON THE
005910* MASTER ONLY WHEN AN EARLIER RE-ROLL MOVED THIS SAME
005920* OCCURRENCE AWAY FROM THE DATE IT IS NOW GOING BACK TO
005930* (A HOLIDAY ADDED, THEN TAKEN OUT AGAIN).  THAT CANCELLED
005940* RECORD IS REINSTATED IN PLACE.  ANYTHING ELSE ON THE KEY
005950* - A LIVE OCCURRENCE, OR ONE AN AMENDED SCHEDULE CANCELLED
005960* - IS NOT TOUCHED AND THE MOVE IS REPORTED AS AN EXCEPTION.
005970*----------------------------------------------------------*
005980 4020-REINSTATE-OCCURRENCE.
005990     READ ROL-MASTER-FILE KEY IS OBL-KEY
006000         INVALID KEY
006010             MOVE "NOT MOVED - NEW KEY UNWRITABLE" TO ROL-NOTE
006020             GO TO 4020-REINSTATE-OCCURRENCE-EXIT
006030     END-READ.
006040     IF NOT OBL-IS-CANCELLED OR OBL-MOVED-TO-DATE = ZERO
006050         MOVE "NOT MOVED - NEW DATE ALREADY HELD" TO ROL-NOTE
006060         GO TO 4020-REINSTATE-OCCURRENCE-EXIT
006070     END-IF
006080     MOVE ROL-NEW-RECORD TO ROL-MASTER-RECORD.
006090     REWRITE ROL-MASTER-RECORD
006100         INVALID KEY
006110             MOVE "NOT MOVED - NEW KEY UNWRITABLE" TO ROL-NOTE
006120             GO TO 4020-REINSTATE-OCCURRENCE-EXIT
006130     END-REWRITE.
006140     ADD 1 TO ROL-REINSTATED-COUNT.
006150     MOVE "MOVED - PRIOR OCCURRENCE REOPENED" TO ROL-NOTE.
006160     SET ROL-MOVE-OK TO TRUE.
006170 4020-REINSTATE-OCCURRENCE-EXIT. EXIT.
006180
006190*----------------------------------------------------------*
006200* 5000-ROLL-DATE - THE DATE-ROLL STEP'S ADJUSTMENT, FROM
006210* THE OCCURRENCE'S UNADJUSTED DATE: WHILE THE DATE IS NOT A
006220* BUSINESS DAY UNDER ITS CALENDAR CODE, STEP ONE DAY
006230* FORWARD ('F') OR BACK ('B').
006240*----------------------------------------------------------*
006250 5000-ROLL-DATE.
006260     MOVE OBL-UNADJUSTED-DATE TO ROL-TEST-DATE.
006270     COMPUTE ROL-TEST-INTEGER =
006280             FUNCTION INTEGER-OF-DATE(ROL-TEST-DATE).
006290     SET ROL-NOT-BUSINESS-DAY TO TRUE.
006300     PERFORM 5010-CHECK-AND-SHIFT-DATE
006310         THRU 5010-CHECK-AND-SHIFT-DATE-EXIT
006320         UNTIL ROL-BUSINESS-DAY.
006330     MOVE ROL-TEST-DATE TO ROL-NEW-DUE-DATE.
006340 5000-ROLL-DATE-EXIT. EXIT.
006350
006360 5010-CHECK-AND-SHIFT-DATE.
006370     PERFORM 5130-DETERMINE-BUSINESS-DAY
006380         THRU 5130-DETERMINE-BUSINESS-DAY-EXIT.
006390     IF ROL-NOT-BUSINESS-DAY
006400         IF OBL-ROLL-FORWARD
006410             ADD 1 TO ROL-TEST-INTEGER
006420         ELSE
006430             SUBTRACT 1 FROM ROL-TEST-INTEGER
006440         END-IF
006450         MOVE FUNCTION DATE-OF-INTEGER(ROL-TEST-INTEGER)
006460             TO ROL-TEST-DATE
006470     END-IF.
006480 5010-CHECK-AND-SHIFT-DATE-EXIT. EXIT.
006490
006500*----------------------------------------------------------*
006510* 5100-LOAD-CALENDAR-PROFILE - TABLE THE PROFILE VERSIONS
006520* OF THE OBLIGATION'S CALENDAR CODE, HELD UNTIL THE CODE
006530* CHANGES.  THE BLANK CODE IS THE BUILT-IN SATURDAY/SUNDAY
006540* WEEKEND AS ITS ONE VERSION; A CODE NO LONGER ON CALMAST
006550* (OR CALMAST ITSELF MISSING) IS FLAGGED UNKNOWN.
006560*----------------------------------------------------------*
006570 5100-LOAD-CALENDAR-PROFILE.
006580     IF OBL-CALENDAR-CODE = ROL-LOADED-CAL-CODE
006590         GO TO 5100-LOAD-CALENDAR-PROFILE-EXIT
006600     END-IF
006610     MOVE OBL-CALENDAR-CODE TO ROL-LOADED-CAL-CODE.
006620     MOVE 'N' TO ROL-CAL-UNKNOWN-SW.
006646     MOVE ZERO TO ROL-ACTIVE-VERSION-SUB.
006672     MOVE ZERO TO ROL-VERSION-COUNT.
006700     IF OBL-CALENDAR-CODE = SPACES
006701         MOVE 1 TO ROL-VERSION-COUNT
006702         MOVE ZERO TO RVT-EFFECTIVE-DATE(1)
006703         MOVE 'N' TO RVT-DAY-FLAG(1, 1)
006704         MOVE 'Y' TO RVT-DAY-FLAG(1, 2)
006705         MOVE 'Y' TO RVT-DAY-FLAG(1, 3)
006706         MOVE 'Y' TO RVT-DAY-FLAG(1, 4)
006707         MOVE 'Y' TO RVT-DAY-FLAG(1, 5)
006708         MOVE 'Y' TO RVT-DAY-FLAG(1, 6)
006709         MOVE 'N' TO RVT-DAY-FLAG(1, 7)
006710         GO TO 5100-LOAD-CALENDAR-PROFILE-EXIT
006720     END-IF
006730     IF NOT ROL-CALMAST-IS-OPEN
006740         SET ROL-CAL-IS-UNKNOWN TO TRUE
006750         GO TO 5100-LOAD-CALENDAR-PROFILE-EXIT
006760     END-IF
006765     MOVE 'N' TO ROL-VERSION-DONE-SW.
006770     MOVE OBL-CALENDAR-CODE TO CAM-CODE.
006780     MOVE ZERO TO CAM-EFFECTIVE-DATE.
006790     START ROL-CALMAST-FILE KEY NOT < CAM-KEY
006800         INVALID KEY SET ROL-VERSION-DONE TO TRUE
006810     END-START.
006820     PERFORM 5110-TABLE-PROFILE-VERSION
006830         THRU 5110-TABLE-PROFILE-VERSION-EXIT
006840         UNTIL ROL-VERSION-DONE.
006850     IF ROL-VERSION-COUNT = ZERO
006860         SET ROL-CAL-IS-UNKNOWN TO TRUE
006870     END-IF.
006880 5100-LOAD-CALENDAR-PROFILE-EXIT. EXIT.
006881
006882 5110-TABLE-PROFILE-VERSION.
006883     READ ROL-CALMAST-FILE NEXT RECORD
006884         AT END SET ROL-VERSION-DONE TO TRUE
006885     END-READ.
006886     IF ROL-VERSION-DONE
006887         GO TO 5110-TABLE-PROFILE-VERSION-EXIT
006888     END-IF
006889     IF CAM-CODE NOT = OBL-CALENDAR-CODE
006890             OR ROL-VERSION-COUNT NOT < 20
006891         SET ROL-VERSION-DONE TO TRUE
006892         GO TO 5110-TABLE-PROFILE-VERSION-EXIT
006893     END-IF
006894     ADD 1 TO ROL-VERSION-COUNT.
006895     MOVE CAM-EFFECTIVE-DATE
006896         TO RVT-EFFECTIVE-DATE(ROL-VERSION-COUNT).
006897     PERFORM VARYING ROL-CAL-FLAG-SUB FROM 1 BY 1
006898             UNTIL ROL-CAL-FLAG-SUB > 7
006899         MOVE CAM-DAY-FLAG(ROL-CAL-FLAG-SUB)
006900             TO RVT-DAY-FLAG(ROL-VERSION-COUNT, ROL-CAL-FLAG-SUB)
006901     END-PERFORM.
006902 5110-TABLE-PROFILE-VERSION-EXIT. EXIT.
006903
006904 5130-DETERMINE-BUSINESS-DAY.
006910     SET ROL-BUSINESS-DAY TO TRUE.
006913     PERFORM 5140-SELECT-PROFILE-VERSION
006916         THRU 5140-SELECT-PROFILE-VERSION-EXIT.
006920     COMPUTE ROL-WEEKDAY-NUM =
006930             FUNCTION MOD(ROL-TEST-INTEGER, 7).
006940     IF ROL-ACTIVE-DAY-FLAG(ROL-WEEKDAY-NUM + 1) = 'N'
006950         SET ROL-NOT-BUSINESS-DAY TO TRUE
006960         GO TO 5130-DETERMINE-BUSINESS-DAY-EXIT
006970     END-IF
006980     IF NOT ROL-HOLMAST-IS-OPEN
006990         GO TO 5130-DETERMINE-BUSINESS-DAY-EXIT
007000     END-IF
007010     MOVE ROL-TEST-DATE TO HOM-DATE.
007020     MOVE OBL-CALENDAR-CODE TO HOM-CAL-CODE.
007030     READ ROL-HOLMAST-FILE
007040         INVALID KEY CONTINUE
007050         NOT INVALID KEY SET ROL-NOT-BUSINESS-DAY TO TRUE
007060     END-READ.
007070 5130-DETERMINE-BUSINESS-DAY-EXIT. EXIT.
007071
007072*----------------------------------------------------------*
007073* 5140-SELECT-PROFILE-VERSION - MAKE THE ACTIVE FLAGS THOSE
007074* OF THE VERSION IN FORCE ON ROL-TEST-DATE: THE LAST ONE NOT
007075* STARTING AFTER IT (THE ORIGINAL VERSION COVERS ANY EARLIER
007076* DATE).  THE FLAGS ARE ONLY RE-COPIED WHEN IT CHANGES.
007077*----------------------------------------------------------*
007078 5140-SELECT-PROFILE-VERSION.
007079     PERFORM VARYING ROL-VERSION-SUB FROM ROL-VERSION-COUNT BY -1
007080             UNTIL ROL-VERSION-SUB NOT > 1
007081                OR RVT-EFFECTIVE-DATE(ROL-VERSION-SUB)
007082                       NOT > ROL-TEST-DATE
007083         CONTINUE
007084     END-PERFORM.
007085     IF ROL-VERSION-SUB = ROL-ACTIVE-VERSION-SUB
007086         GO TO 5140-SELECT-PROFILE-VERSION-EXIT
007087     END-IF
007088     MOVE ROL-VERSION-SUB TO ROL-ACTIVE-VERSION-SUB.
007089     PERFORM VARYING ROL-CAL-FLAG-SUB FROM 1 BY 1
007090             UNTIL ROL-CAL-FLAG-SUB > 7
007091         MOVE RVT-DAY-FLAG(ROL-VERSION-SUB, ROL-CAL-FLAG-SUB)
007092             TO ROL-ACTIVE-DAY-FLAG(ROL-CAL-FLAG-SUB)
007093     END-PERFORM.
007094 5140-SELECT-PROFILE-VERSION-EXIT. EXIT.
007095
007096*----------------------------------------------------------*
007100* 9000-TERMINATE - PRINT THE TOTALS AND THE SIGN-OFF BLOCK,
007110* EMPTY THE REQUEST FILE (UNLESS A TABLE FILLED AND A
007120* RERUN IS NEEDED), AND SET THE RETURN CODE: 4 WHEN ANY
007130* ITEM OR REQUEST NEEDS A HUMAN LOOK, OTHERWISE 0.
007140*----------------------------------------------------------*
007150 9000-TERMINATE.
007160     MOVE SPACES TO ROL-REPORT-LINE.
007170     MOVE "OBLIGATIONS EXAMINED" TO ROL-REPORT-LINE(1:20).
007180     MOVE ROL-EXAMINED-COUNT TO ROL-COUNT-ED.
007190     MOVE ROL-COUNT-ED TO ROL-REPORT-LINE(24:9).
007200     MOVE "UNCHANGED" TO ROL-REPORT-LINE(36:9).
007210     MOVE ROL-UNCHANGED-COUNT TO ROL-COUNT-ED.
007220     MOVE ROL-COUNT-ED TO ROL-REPORT-LINE(46:9).
007230     MOVE "MOVED" TO ROL-REPORT-LINE(58:5).
007240     MOVE ROL-MOVED-COUNT TO ROL-COUNT-ED.
007250     MOVE ROL-COUNT-ED TO ROL-REPORT-LINE(64:9).
007260     MOVE "EXCEPTIONS" TO ROL-REPORT-LINE(76:10).
007270     MOVE ROL-EXCEPTION-COUNT TO ROL-COUNT-ED.
007280     MOVE ROL-COUNT-ED TO ROL-REPORT-LINE(87:9).
007290     WRITE ROL-REPORT-LINE AFTER ADVANCING 2 LINES.
007300     MOVE SPACES TO ROL-REPORT-LINE.
007310     MOVE "NET AMOUNT MOVED" TO ROL-REPORT-LINE(1:16).
007320     MOVE ROL-MOVED-AMOUNT TO ROL-AMOUNT-ED.
007330     MOVE ROL-AMOUNT-ED TO ROL-REPORT-LINE(24:17).
007340     MOVE "REOPENED" TO ROL-REPORT-LINE(58:8).
007350     MOVE ROL-REINSTATED-COUNT TO ROL-COUNT-ED.
007360     MOVE ROL-COUNT-ED TO ROL-REPORT-LINE(64:9).
007370     MOVE "BAD REQUESTS" TO ROL-REPORT-LINE(76:12).
007380     MOVE ROL-BAD-REQUEST-COUNT TO ROL-COUNT-ED.
007390     MOVE ROL-COUNT-ED TO ROL-REPORT-LINE(87:9).
007400     WRITE ROL-REPORT-LINE AFTER ADVANCING 1 LINES.
007410     IF ROL-MOVE-TABLE-TRUNCATED
007420         MOVE SPACES TO ROL-REPORT-LINE
007430         MOVE "MOVE TABLE FULL AT 2000 - REQUESTS KEPT, RERUN "
007440             TO ROL-REPORT-LINE(1:47)
007450         MOVE "THE STEP TO MOVE THE REMAINDER"
007460             TO ROL-REPORT-LINE(48:30)
007470         WRITE ROL-REPORT-LINE AFTER ADVANCING 1 LINES
007480         DISPLAY "OBLROLL: MOVE TABLE FULL - RERUN THE STEP"
007490     END-IF
007500     IF ROL-REQUEST-TABLE-TRUNCATED
007510         DISPLAY "OBLROLL: REQUEST TABLE FULL - RERUN THE STEP"
007520     END-IF
007530     MOVE SPACES TO ROL-REPORT-LINE.
007540     MOVE "REVIEWED FOR COLLECTIONS BY ____________________"
007550         TO ROL-REPORT-LINE(1:48).
007560     MOVE "DATE ____________" TO ROL-REPORT-LINE(52:17).
007570     WRITE ROL-REPORT-LINE AFTER ADVANCING 3 LINES.
007580     IF ROL-REQUEST-WAS-READ
007590             AND NOT ROL-MOVE-TABLE-TRUNCATED
007600             AND NOT ROL-REQUEST-TABLE-TRUNCATED
007610         OPEN OUTPUT ROL-REQUEST-FILE
007620         CLOSE ROL-REQUEST-FILE
007630     END-IF
007640     IF ROL-EXCEPTION-COUNT > ZERO
007650             OR ROL-BAD-REQUEST-COUNT > ZERO
007660             OR ROL-MOVE-TABLE-TRUNCATED
007670         MOVE 4 TO RETURN-CODE
007680     END-IF
007690     IF ROL-CALMAST-IS-OPEN
007700         CLOSE ROL-CALMAST-FILE
007710     END-IF
007720     IF ROL-HOLMAST-IS-OPEN
007730         CLOSE ROL-HOLMAST-FILE
007740     END-IF
007750     CLOSE ROL-MASTER-FILE
007760           ROL-REPORT-FILE.
007770 9000-TERMINATE-EXIT. EXIT.
