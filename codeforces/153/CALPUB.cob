000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALPUB.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. OVERNIGHT BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090* 2026-10-15 RH  NEW PROGRAM.  THE WORKING-DAY CALENDAR THAT
000100*                OPERATIONS, SETTLEMENTS, AND THE
000110*                COUNTERPARTIES ASK FOR EACH YEAR WAS BUILT BY
000120*                HAND FROM A HOLMNT LIST AND THE CALMAST
000130*                FLAGS.  THIS PROGRAM READS REQUEST CARDS
000140*                (CALENDAR CODE AND YEAR) AND PUBLISHES EVERY
000150*                DAY OF THE YEAR - WORKING OR NOT, WHY NOT
000160*                (NON-WORKING WEEKDAY UNDER THE PROFILE, OR
000170*                THE HOLIDAY'S DESCRIPTION), AND ITS BUSINESS-
000180*                DAY NUMBER WITHIN THE MONTH (BD1 ... BD-LAST)
000190*                - ON A PRINTED LISTING (CALPRT) AND A
000200*                BALANCED MACHINE-READABLE EXTRACT (CALEXT).
000210*                THE BLANK DEFAULT CALENDAR OR ANY CALMAST
000220*                CODE CAN BE REQUESTED, OR ALL OF THEM, WHICH
000230*                PRINTS A SIDE-BY-SIDE COMPARISON FLAGGING
000240*                EVERY DAY THE JURISDICTIONS DISAGREE ON.
000241* 2026-10-15 RH  CALENDAR PROFILES ARE NOW EFFECTIVE-DATED.  EVERY
000242*                VERSION OF A CODE IS TABLED AND EACH DAY IS
000243*                CLASSIFIED UNDER THE VERSION IN FORCE ON IT, SO
000244*                A YEAR THAT SPANS A WEEKEND CHANGE PUBLISHES
000245*                BOTH WEEKENDS; THE LISTING HEADING SHOWS THE
000246*                WORKING WEEKDAYS OF EACH VERSION IN FORCE DURING
000247*                THE YEAR AND THE DATE IT TOOK EFFECT.
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT CPB-REQUEST-FILE ASSIGN TO "CALPREQ"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS CPB-REQUEST-STATUS.
000320     SELECT CPB-CALMAST-FILE ASSIGN TO "CALMAST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CAM-KEY
000360         FILE STATUS IS CPB-CALMAST-STATUS.
000370     SELECT CPB-HOLMAST-FILE ASSIGN TO "HOLMAST"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS HOM-KEY
000410         FILE STATUS IS CPB-HOLMAST-STATUS.
000420     SELECT CPB-REPORT-FILE ASSIGN TO "CALPRT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS CPB-REPORT-STATUS.
000450     SELECT CPB-EXTRACT-FILE ASSIGN TO "CALEXT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CPB-EXTRACT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CPB-REQUEST-FILE.
000520 01  CPB-REQUEST-RECORD.
000530     05  CPQ-CAL-CODE            PIC X(03).
000540     05  CPQ-YEAR                PIC 9(04).
000550     05  CPQ-OPTION              PIC X(01).
000560         88  CPQ-ONE-CODE                  VALUE ' '.
000570         88  CPQ-ALL-CODES                 VALUE 'A'.
000580
000590 FD  CPB-CALMAST-FILE.
000600 01  CPB-CALMAST-RECORD.
000610     COPY CALMST.
000620
000630 FD  CPB-HOLMAST-FILE.
000640 01  CPB-HOLMAST-RECORD.
000650     COPY HOLMST.
000660
000670 FD  CPB-REPORT-FILE.
000680 01  CPB-REPORT-LINE             PIC X(132).
000690
000700 FD  CPB-EXTRACT-FILE.
000710 01  CPB-EXTRACT-RECORD.
000720     COPY BDCEXT.
000730
000740 WORKING-STORAGE SECTION.
000750 01  CPB-DAYS-IN-MONTH-DATA.
000760     05  FILLER                  PIC 9(02)  VALUE 31.
000770     05  FILLER                  PIC 9(02)  VALUE 28.
000780     05  FILLER                  PIC 9(02)  VALUE 31.
000790     05  FILLER                  PIC 9(02)  VALUE 30.
000800     05  FILLER                  PIC 9(02)  VALUE 31.
000810     05  FILLER                  PIC 9(02)  VALUE 30.
000820     05  FILLER                  PIC 9(02)  VALUE 31.
000830     05  FILLER                  PIC 9(02)  VALUE 31.
000840     05  FILLER                  PIC 9(02)  VALUE 30.
000850     05  FILLER                  PIC 9(02)  VALUE 31.
000860     05  FILLER                  PIC 9(02)  VALUE 30.
000870     05  FILLER                  PIC 9(02)  VALUE 31.
000880 01  CPB-DAYS-IN-MONTH-TABLE REDEFINES CPB-DAYS-IN-MONTH-DATA.
000890     05  CPB-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
000900 01  CPB-MONTH-NAME-DATA.
000910     05  FILLER                  PIC X(09)  VALUE "JANUARY".
000920     05  FILLER                  PIC X(09)  VALUE "FEBRUARY".
000930     05  FILLER                  PIC X(09)  VALUE "MARCH".
000940     05  FILLER                  PIC X(09)  VALUE "APRIL".
000950     05  FILLER                  PIC X(09)  VALUE "MAY".
000960     05  FILLER                  PIC X(09)  VALUE "JUNE".
000970     05  FILLER                  PIC X(09)  VALUE "JULY".
000980     05  FILLER                  PIC X(09)  VALUE "AUGUST".
000990     05  FILLER                  PIC X(09)  VALUE "SEPTEMBER".
001000     05  FILLER                  PIC X(09)  VALUE "OCTOBER".
001010     05  FILLER                  PIC X(09)  VALUE "NOVEMBER".
001020     05  FILLER                  PIC X(09)  VALUE "DECEMBER".
001030 01  CPB-MONTH-NAME-TABLE REDEFINES CPB-MONTH-NAME-DATA.
001040     05  CPB-MONTH-NAME          PIC X(09)  OCCURS 12 TIMES.
001050 01  CPB-WEEKDAY-NAME-DATA       PIC X(21)
001060                                 VALUE "SUNMONTUEWEDTHUFRISAT".
001070 01  CPB-WEEKDAY-NAME-TABLE REDEFINES CPB-WEEKDAY-NAME-DATA.
001080     05  CPB-WEEKDAY-NAME        PIC X(03)  OCCURS 7 TIMES.
001090
001100 77  CPB-REQUEST-STATUS          PIC X(02).
001110     88  CPB-REQUEST-NOT-FOUND              VALUE '35'.
001120 77  CPB-CALMAST-STATUS          PIC X(02).
001130     88  CPB-CALMAST-FILE-NOT-FOUND         VALUE '35'.
001140 77  CPB-CALMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
001150     88  CPB-CALMAST-IS-OPEN                VALUE 'Y'.
001160 77  CPB-HOLMAST-STATUS          PIC X(02).
001170     88  CPB-HOLMAST-FILE-NOT-FOUND         VALUE '35'.
001180 77  CPB-HOLMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
001190     88  CPB-HOLMAST-IS-OPEN                VALUE 'Y'.
001200 77  CPB-REPORT-STATUS           PIC X(02).
001210     88  CPB-REPORT-FILE-NOT-FOUND          VALUE '35'.
001220 77  CPB-EXTRACT-STATUS          PIC X(02).
001230
001240 77  CPB-END-OF-FILE-SW          PIC X(01)  VALUE 'N'.
001250     88  CPB-END-OF-FILE                    VALUE 'Y'.
001260 77  CPB-VALID-REQUEST-SW        PIC X(01).
001270     88  CPB-REQUEST-IS-VALID               VALUE 'Y'.
001280     88  CPB-REQUEST-IS-INVALID             VALUE 'N'.
001290 77  CPB-LISTING-SW              PIC X(01).
001300     88  CPB-PRINT-LISTING                  VALUE 'Y'.
001310     88  CPB-EXTRACT-ONLY                   VALUE 'N'.
001320 77  CPB-BROWSE-DONE-SW          PIC X(01).
001330     88  CPB-BROWSE-DONE                    VALUE 'Y'.
001340 77  CPB-LEAP-YEAR-SW            PIC X(01).
001350     88  CPB-IS-LEAP-YEAR                   VALUE 'Y'.
001360 77  CPB-REJECT-REASON           PIC X(30).
001370
001380*--------------------------------------------------------*
001390* CALENDAR CODES BEING PUBLISHED.  ENTRY 1 IS ALWAYS THE
001400* ONE REQUESTED, OR FOR AN ALL-CODES REQUEST THE BLANK
001410* DEFAULT CALENDAR (THE BUILT-IN SATURDAY/SUNDAY WEEKEND)
001420* FOLLOWED BY EVERY CODE ON CALMAST IN KEY ORDER.  THE
001430* SEVEN FLAGS ARE SUNDAY THROUGH SATURDAY, 'N' = NON-
001440* WORKING, AS ON CALMST.  EACH CODE CARRIES ITS PROFILE
001442* VERSIONS IN EFFECTIVE-DATE ORDER (THE DEFAULT CALENDAR HAS
001444* ONE); A DAY IS CLASSIFIED UNDER THE LAST VERSION NOT
001446* STARTING AFTER IT.  THE DESCRIPTION IS THE LATEST VERSION'S.
001450*--------------------------------------------------------*
001460 01  CPB-CODE-TABLE-AREA.
001470     05  CPB-CODE-ENTRY          OCCURS 50 TIMES.
001480         10  CDT-CAL-CODE        PIC X(03).
001483         10  CDT-VERSION-COUNT   PIC 9(04)  COMP.
001486         10  CDT-VERSION         OCCURS 20 TIMES.
001489             15  CDV-EFFECTIVE-DATE
001492                                 PIC 9(08).
001495             15  CDV-DAY-FLAG    PIC X(01) OCCURS 7 TIMES.
001500         10  CDT-DESCRIPTION     PIC X(30).
001510         10  CDT-LAST-BD-DAY     PIC 9(02).
001520 77  CPB-CODE-COUNT              PIC 9(04)  COMP VALUE ZERO.
001530 77  CPB-CODE-SUB                PIC 9(04)  COMP.
001540 77  CPB-FLAG-SUB                PIC 9(04)  COMP.
001550 77  CPB-CODE-TRUNC-SW           PIC X(01).
001560     88  CPB-CODE-TABLE-TRUNCATED           VALUE 'Y'.
001561 77  CPB-VERSION-SUB             PIC 9(04)  COMP.
001562 77  CPB-NEXT-VERSION-SUB        PIC 9(04)  COMP.
001565 77  CPB-YEAR-START-DATE         PIC 9(08).
001566 77  CPB-YEAR-END-DATE           PIC 9(08).
001570
001580*--------------------------------------------------------*
001590* ONE MONTH OF CLASSIFIED DAYS, ONE CELL PER DAY PER CODE.
001600* A MONTH IS CLASSIFIED IN FULL BEFORE IT IS PRINTED SO
001610* THE LAST BUSINESS DAY IS KNOWN WHEN ITS LINE IS WRITTEN.
001620*--------------------------------------------------------*
001630 01  CPB-MONTH-TABLE-AREA.
001640     05  CPB-MONTH-DAY           OCCURS 31 TIMES.
001650         10  CPB-DAY-CELL        OCCURS 50 TIMES.
001660             15  MDC-WORK-FLAG   PIC X(01).
001670             15  MDC-REASON-TYPE PIC X(01).
001680             15  MDC-BD-NUMBER   PIC 9(02).
001690             15  MDC-REASON      PIC X(30).
001700 77  CPB-YEAR                    PIC 9(04).
001710 77  CPB-MONTH                   PIC 9(02).
001720 77  CPB-DAY                     PIC 9(02).
001730 77  CPB-MONTH-DAYS              PIC 9(02).
001740 77  CPB-BD-COUNT                PIC 9(02).
001750 77  CPB-WORK-DATE               PIC 9(08).
001760 77  CPB-WORK-INTEGER            PIC S9(09) COMP.
001770 77  CPB-WEEKDAY-NUM             PIC 9(01).
001780 77  CPB-DATE-TEXT               PIC X(10).
001790 77  CPB-BD-TEXT                 PIC X(08).
001800 77  CPB-BD-NUM                  PIC 9(02).
001810 77  CPB-RUN-TIMESTAMP           PIC X(26).
001820 77  CPB-RUN-DATE                PIC 9(08).
001830
001840*--------------------------------------------------------*
001850* SIDE-BY-SIDE COMPARISON.  TWELVE CODES FIT ACROSS THE
001860* PRINT LINE; MORE CODES PRINT AS FURTHER BANDS OF THE
001870* SAME YEAR.  THE DIFFERENCE FLAG LOOKS ACROSS EVERY CODE,
001880* NOT JUST THE BAND ON THE PAGE.
001890*--------------------------------------------------------*
001900 77  CPB-BAND-SIZE               PIC 9(04)  COMP VALUE 12.
001910 77  CPB-BAND-FIRST              PIC 9(04)  COMP.
001920 77  CPB-BAND-LAST               PIC 9(04)  COMP.
001930 77  CPB-CELL-COL                PIC 9(04)  COMP.
001940 77  CPB-WORKING-SEEN-SW         PIC X(01).
001950     88  CPB-WORKING-SEEN                   VALUE 'Y'.
001960 77  CPB-NON-WORKING-SEEN-SW     PIC X(01).
001970     88  CPB-NON-WORKING-SEEN               VALUE 'Y'.
001980 77  CPB-DIFFER-DAY-COUNT        PIC 9(09)  COMP.
001990
002000 77  CPB-READ-COUNT              PIC 9(09)  COMP VALUE ZERO.
002010 77  CPB-PUBLISHED-COUNT         PIC 9(09)  COMP VALUE ZERO.
002020 77  CPB-REJECTED-COUNT          PIC 9(09)  COMP VALUE ZERO.
002030 77  CPB-EXTRACT-COUNT           PIC 9(09)  COMP VALUE ZERO.
002040 77  CPB-YEAR-DAY-COUNT          PIC 9(09)  COMP.
002050 77  CPB-YEAR-WORK-COUNT         PIC 9(09)  COMP.
002060 77  CPB-YEAR-WEEKEND-COUNT      PIC 9(09)  COMP.
002070 77  CPB-YEAR-HOLIDAY-COUNT      PIC 9(09)  COMP.
002080 77  CPB-MONTH-WORK-COUNT        PIC 9(09)  COMP.
002090 77  CPB-HASH-TOTAL              PIC 9(15)  COMP.
002100 77  CPB-COUNT-ED                PIC Z(8)9.
002110 77  CPB-SMALL-ED                PIC ZZ9.
002120
002130 PROCEDURE DIVISION.
002140*----------------------------------------------------------*
002150* 0000-MAINLINE - OPEN THE FILES, PUBLISH THE CALENDAR FOR
002160* EACH REQUEST CARD, CLOSE THE FILES.
002170*----------------------------------------------------------*
002180 0000-MAINLINE.
002190     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002200     PERFORM 2000-PROCESS-REQUEST THRU 2000-PROCESS-REQUEST-EXIT
002210         UNTIL CPB-END-OF-FILE.
002220     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002230     STOP RUN.
002240
002250*----------------------------------------------------------*
002260* 1000-INITIALIZE - OPEN THE FILES.  THE LISTING IS OPENED
002270* FOR EXTEND SO EVERY RUN'S CALENDARS ACCUMULATE; THE
002280* EXTRACT IS WRITTEN FRESH FOR THE DOWNSTREAM PICK-UP.  A
002290* MISSING CALENDAR MASTER LEAVES ONLY THE DEFAULT CALENDAR
002300* PUBLISHABLE; A MISSING HOLIDAY MASTER PUBLISHES WEEKENDS
002310* ONLY, AND SAYS SO.
002320*----------------------------------------------------------*
002330 1000-INITIALIZE.
002340     MOVE FUNCTION CURRENT-DATE TO CPB-RUN-TIMESTAMP.
002350     MOVE CPB-RUN-TIMESTAMP(1:8) TO CPB-RUN-DATE.
002360     OPEN INPUT CPB-CALMAST-FILE.
002370     IF CPB-CALMAST-FILE-NOT-FOUND
002380         DISPLAY "CALPUB: CALENDAR MASTER NOT FOUND - ONLY "
002390             "THE DEFAULT CALENDAR CAN BE PUBLISHED"
002400     ELSE
002410         IF CPB-CALMAST-STATUS NOT = '00'
002420             DISPLAY "CALPUB: CALENDAR MASTER COULD NOT BE "
002430                 "OPENED - STATUS " CPB-CALMAST-STATUS
002440                 " - RUN ABORTED"
002450             MOVE 16 TO RETURN-CODE
002460             STOP RUN
002470         END-IF
002480         SET CPB-CALMAST-IS-OPEN TO TRUE
002490     END-IF
002500     OPEN INPUT CPB-HOLMAST-FILE.
002510     IF CPB-HOLMAST-FILE-NOT-FOUND
002520         DISPLAY "CALPUB: HOLIDAY MASTER NOT FOUND - CALENDARS "
002530             "PUBLISHED WITH NO HOLIDAYS LOADED"
002540     ELSE
002550         IF CPB-HOLMAST-STATUS NOT = '00'
002560             DISPLAY "CALPUB: HOLIDAY MASTER COULD NOT BE "
002570                 "OPENED - STATUS " CPB-HOLMAST-STATUS
002580                 " - RUN ABORTED"
002590             MOVE 16 TO RETURN-CODE
002600             STOP RUN
002610         END-IF
002620         SET CPB-HOLMAST-IS-OPEN TO TRUE
002630     END-IF
002640     OPEN EXTEND CPB-REPORT-FILE.
002650     IF CPB-REPORT-FILE-NOT-FOUND
002660         OPEN OUTPUT CPB-REPORT-FILE
002670     END-IF
002680     OPEN OUTPUT CPB-EXTRACT-FILE.
002690     OPEN INPUT CPB-REQUEST-FILE.
002700     IF CPB-REQUEST-NOT-FOUND
002710         DISPLAY "CALPUB: NO REQUEST CARDS - NOTHING PUBLISHED"
002720         SET CPB-END-OF-FILE TO TRUE
002730         GO TO 1000-INITIALIZE-EXIT
002740     END-IF
002750     PERFORM 2900-READ-REQUEST THRU 2900-READ-REQUEST-EXIT.
002760 1000-INITIALIZE-EXIT. EXIT.
002770
002780 2000-PROCESS-REQUEST.
002790     ADD 1 TO CPB-READ-COUNT.
002800     PERFORM 2100-VALIDATE-REQUEST
002810         THRU 2100-VALIDATE-REQUEST-EXIT.
002820     IF CPB-REQUEST-IS-VALID
002830         MOVE CPQ-YEAR TO CPB-YEAR
002840         IF CPQ-ALL-CODES
002850             PERFORM 2300-LOAD-ALL-CODES
002860                 THRU 2300-LOAD-ALL-CODES-EXIT
002870             SET CPB-EXTRACT-ONLY TO TRUE
002880             PERFORM 3000-PUBLISH-CODE THRU 3000-PUBLISH-CODE-EXIT
002890                 VARYING CPB-CODE-SUB FROM 1 BY 1
002900                 UNTIL CPB-CODE-SUB > CPB-CODE-COUNT
002910             PERFORM 4000-PRINT-COMPARISON
002920                 THRU 4000-PRINT-COMPARISON-EXIT
002930         ELSE
002940             SET CPB-PRINT-LISTING TO TRUE
002950             MOVE 1 TO CPB-CODE-SUB
002960             PERFORM 3000-PUBLISH-CODE THRU 3000-PUBLISH-CODE-EXIT
002970         END-IF
002980         ADD 1 TO CPB-PUBLISHED-COUNT
002990     ELSE
003000         ADD 1 TO CPB-REJECTED-COUNT
003010         PERFORM 2610-WRITE-REJECTED-LINE
003020             THRU 2610-WRITE-REJECTED-LINE-EXIT
003030     END-IF
003040     PERFORM 2900-READ-REQUEST THRU 2900-READ-REQUEST-EXIT.
003050 2000-PROCESS-REQUEST-EXIT. EXIT.
003060
003070*----------------------------------------------------------*
003080* 2100-VALIDATE-REQUEST - EDIT ONE REQUEST CARD.  THE
003090* OPTION IS BLANK (ONE CODE) OR 'A' (ALL CODES, THE CODE
003100* FIELD IGNORED); THE YEAR MUST BE NUMERIC AND NOT BEFORE
003110* 1601; A NON-BLANK SINGLE CODE MUST BE ON CALMAST, SO A
003120* MIS-KEYED CODE CANNOT PUBLISH A PLAIN WEEKEND CALENDAR
003130* UNDER A JURISDICTION'S NAME.
003140*----------------------------------------------------------*
003150 2100-VALIDATE-REQUEST.
003160     SET CPB-REQUEST-IS-VALID TO TRUE.
003170     EVALUATE TRUE
003180         WHEN NOT CPQ-ONE-CODE AND NOT CPQ-ALL-CODES
003190             SET CPB-REQUEST-IS-INVALID TO TRUE
003200             MOVE "INVALID OPTION" TO CPB-REJECT-REASON
003210         WHEN CPQ-YEAR NOT NUMERIC
003220             SET CPB-REQUEST-IS-INVALID TO TRUE
003230             MOVE "NON-NUMERIC YEAR" TO CPB-REJECT-REASON
003240         WHEN CPQ-YEAR < 1601
003250             SET CPB-REQUEST-IS-INVALID TO TRUE
003260             MOVE "YEAR OUT OF SUPPORTED RANGE"
003270                 TO CPB-REJECT-REASON
003280         WHEN CPQ-ONE-CODE
003290             PERFORM 2200-LOAD-ONE-CODE
003300                 THRU 2200-LOAD-ONE-CODE-EXIT
003310         WHEN OTHER
003320             CONTINUE
003330     END-EVALUATE.
003340 2100-VALIDATE-REQUEST-EXIT. EXIT.
003350
003360*----------------------------------------------------------*
003370* 2200-LOAD-ONE-CODE - TABLE THE ONE REQUESTED CODE: THE
003380* BUILT-IN WEEKEND FOR THE BLANK CODE, OTHERWISE EVERY
003390* VERSION OF ITS CALMAST PROFILE.
003400*----------------------------------------------------------*
003410 2200-LOAD-ONE-CODE.
003420     MOVE 1 TO CPB-CODE-COUNT.
003430     MOVE 1 TO CPB-CODE-SUB.
003440     PERFORM 2210-SET-DEFAULT-PROFILE
003450         THRU 2210-SET-DEFAULT-PROFILE-EXIT.
003460     IF CPQ-CAL-CODE = SPACES
003470         GO TO 2200-LOAD-ONE-CODE-EXIT
003480     END-IF
003490     IF NOT CPB-CALMAST-IS-OPEN
003500         SET CPB-REQUEST-IS-INVALID TO TRUE
003510         MOVE "CALENDAR MASTER NOT AVAILABLE" TO CPB-REJECT-REASON
003520         GO TO 2200-LOAD-ONE-CODE-EXIT
003530     END-IF
003540     MOVE CPQ-CAL-CODE TO CAM-CODE.
003546     MOVE ZERO TO CAM-EFFECTIVE-DATE.
003552     MOVE ZERO TO CDT-VERSION-COUNT(CPB-CODE-SUB).
003558     MOVE 'N' TO CPB-BROWSE-DONE-SW.
003564     START CPB-CALMAST-FILE KEY NOT < CAM-KEY
003570         INVALID KEY SET CPB-BROWSE-DONE TO TRUE
003576     END-START.
003582     PERFORM 2230-TABLE-NEXT-VERSION
003588         THRU 2230-TABLE-NEXT-VERSION-EXIT
003594         UNTIL CPB-BROWSE-DONE.
003600     IF CDT-VERSION-COUNT(CPB-CODE-SUB) = ZERO
003606         SET CPB-REQUEST-IS-INVALID TO TRUE
003612         MOVE "CALENDAR CODE NOT ON CALMAST"
003618             TO CPB-REJECT-REASON
003624     END-IF.
003640 2200-LOAD-ONE-CODE-EXIT. EXIT.
003650
003660 2210-SET-DEFAULT-PROFILE.
003670     MOVE SPACES TO CDT-CAL-CODE(CPB-CODE-SUB).
003678     MOVE 1 TO CDT-VERSION-COUNT(CPB-CODE-SUB).
003686     MOVE ZERO TO CDV-EFFECTIVE-DATE(CPB-CODE-SUB, 1).
003694     MOVE 'N' TO CDV-DAY-FLAG(CPB-CODE-SUB, 1, 1).
003702     MOVE 'Y' TO CDV-DAY-FLAG(CPB-CODE-SUB, 1, 2).
003710     MOVE 'Y' TO CDV-DAY-FLAG(CPB-CODE-SUB, 1, 3).
003718     MOVE 'Y' TO CDV-DAY-FLAG(CPB-CODE-SUB, 1, 4).
003726     MOVE 'Y' TO CDV-DAY-FLAG(CPB-CODE-SUB, 1, 5).
003734     MOVE 'Y' TO CDV-DAY-FLAG(CPB-CODE-SUB, 1, 6).
003742     MOVE 'N' TO CDV-DAY-FLAG(CPB-CODE-SUB, 1, 7).
003750     MOVE "DEFAULT CALENDAR (SAT/SUN)"
003760         TO CDT-DESCRIPTION(CPB-CODE-SUB).
003770 2210-SET-DEFAULT-PROFILE-EXIT. EXIT.
003780
003781*----------------------------------------------------------*
003782* 2220-TABLE-CALMAST-PROFILE - ADD THE CALMAST VERSION IN
003783* HAND TO THE CODE AT CPB-CODE-SUB.  A CODE WITH MORE
003784* VERSIONS THAN THE TABLE KEEPS THE FIRST 20 AND THE
003785* SHORTFALL IS WARNED ABOUT.
003786*----------------------------------------------------------*
003790 2220-TABLE-CALMAST-PROFILE.
003800     MOVE CAM-CODE TO CDT-CAL-CODE(CPB-CODE-SUB).
003801     IF CDT-VERSION-COUNT(CPB-CODE-SUB) NOT < 20
003802         DISPLAY "CALPUB: CALENDAR CODE " CAM-CODE
003803             " HAS MORE THAN 20 VERSIONS - VERSION "
003804             CAM-EFFECTIVE-DATE " IGNORED"
003805         MOVE 4 TO RETURN-CODE
003806         GO TO 2220-TABLE-CALMAST-PROFILE-EXIT
003807     END-IF
003808     ADD 1 TO CDT-VERSION-COUNT(CPB-CODE-SUB).
003809     MOVE CDT-VERSION-COUNT(CPB-CODE-SUB) TO CPB-VERSION-SUB.
003810     MOVE CAM-EFFECTIVE-DATE
003811         TO CDV-EFFECTIVE-DATE(CPB-CODE-SUB, CPB-VERSION-SUB).
003812     PERFORM VARYING CPB-FLAG-SUB FROM 1 BY 1
003820             UNTIL CPB-FLAG-SUB > 7
003830         MOVE CAM-DAY-FLAG(CPB-FLAG-SUB)
003836             TO CDV-DAY-FLAG(CPB-CODE-SUB, CPB-VERSION-SUB,
003842                             CPB-FLAG-SUB)
003850     END-PERFORM.
003860     MOVE CAM-DESCRIPTION TO CDT-DESCRIPTION(CPB-CODE-SUB).
003870 2220-TABLE-CALMAST-PROFILE-EXIT. EXIT.
003871
003872 2230-TABLE-NEXT-VERSION.
003873     READ CPB-CALMAST-FILE NEXT RECORD
003874         AT END SET CPB-BROWSE-DONE TO TRUE
003875     END-READ.
003876     IF CPB-BROWSE-DONE
003877         GO TO 2230-TABLE-NEXT-VERSION-EXIT
003878     END-IF
003879     IF CAM-CODE NOT = CPQ-CAL-CODE
003880         SET CPB-BROWSE-DONE TO TRUE
003881         GO TO 2230-TABLE-NEXT-VERSION-EXIT
003882     END-IF
003883     PERFORM 2220-TABLE-CALMAST-PROFILE
003884         THRU 2220-TABLE-CALMAST-PROFILE-EXIT.
003885 2230-TABLE-NEXT-VERSION-EXIT. EXIT.
003886
003890*----------------------------------------------------------*
003900* 2300-LOAD-ALL-CODES - TABLE THE DEFAULT CALENDAR AND
003910* EVERY CODE ON CALMAST, IN KEY ORDER - A CODE'S VERSIONS
003920* ARE CONSECUTIVE, SO EACH NEW CODE OPENS A NEW ENTRY.  A
003930* MASTER HOLDING MORE CODES THAN THE TABLE IS PUBLISHED UP
003935* TO THE LIMIT AND THE SHORTFALL IS WARNED ABOUT.
003940*----------------------------------------------------------*
003950 2300-LOAD-ALL-CODES.
003960     MOVE 1 TO CPB-CODE-COUNT.
003970     MOVE 1 TO CPB-CODE-SUB.
003980     MOVE 'N' TO CPB-CODE-TRUNC-SW.
003990     PERFORM 2210-SET-DEFAULT-PROFILE
004000         THRU 2210-SET-DEFAULT-PROFILE-EXIT.
004010     IF NOT CPB-CALMAST-IS-OPEN
004020         GO TO 2300-LOAD-ALL-CODES-EXIT
004030     END-IF
004040     MOVE 'N' TO CPB-BROWSE-DONE-SW.
004050     MOVE LOW-VALUES TO CAM-KEY.
004060     START CPB-CALMAST-FILE KEY NOT < CAM-KEY
004070         INVALID KEY SET CPB-BROWSE-DONE TO TRUE
004080     END-START.
004090     PERFORM 2310-TABLE-NEXT-CODE THRU 2310-TABLE-NEXT-CODE-EXIT
004100         UNTIL CPB-BROWSE-DONE.
004110     IF CPB-CODE-TABLE-TRUNCATED
004120         DISPLAY "CALPUB: MORE THAN 50 CALENDAR CODES - "
004130             "ONLY THE FIRST 50 PUBLISHED"
004140         MOVE 4 TO RETURN-CODE
004150     END-IF.
004160 2300-LOAD-ALL-CODES-EXIT. EXIT.
004170
004180 2310-TABLE-NEXT-CODE.
004190     READ CPB-CALMAST-FILE NEXT RECORD
004200         AT END SET CPB-BROWSE-DONE TO TRUE
004210     END-READ.
004220     IF CPB-BROWSE-DONE
004230         GO TO 2310-TABLE-NEXT-CODE-EXIT
004240     END-IF
004243     IF CPB-CODE-COUNT > 1
004246             AND CAM-CODE = CDT-CAL-CODE(CPB-CODE-COUNT)
004247         PERFORM 2220-TABLE-CALMAST-PROFILE
004248             THRU 2220-TABLE-CALMAST-PROFILE-EXIT
004249         GO TO 2310-TABLE-NEXT-CODE-EXIT
004250     END-IF
004251     IF CPB-CODE-COUNT >= 50
004260         SET CPB-CODE-TABLE-TRUNCATED TO TRUE
004270         SET CPB-BROWSE-DONE TO TRUE
004280         GO TO 2310-TABLE-NEXT-CODE-EXIT
004290     END-IF
004300     ADD 1 TO CPB-CODE-COUNT.
004310     MOVE CPB-CODE-COUNT TO CPB-CODE-SUB.
004315     MOVE ZERO TO CDT-VERSION-COUNT(CPB-CODE-SUB).
004320     PERFORM 2220-TABLE-CALMAST-PROFILE
004330         THRU 2220-TABLE-CALMAST-PROFILE-EXIT.
004340 2310-TABLE-NEXT-CODE-EXIT. EXIT.
004350
004360 2610-WRITE-REJECTED-LINE.
004370     MOVE SPACES TO CPB-REPORT-LINE.
004380     MOVE "CALENDAR REQUEST" TO CPB-REPORT-LINE(1:16).
004390     MOVE CPB-READ-COUNT TO CPB-SMALL-ED.
004400     MOVE CPB-SMALL-ED TO CPB-REPORT-LINE(18:3).
004410     MOVE "CODE" TO CPB-REPORT-LINE(23:4).
004420     MOVE CPQ-CAL-CODE TO CPB-REPORT-LINE(28:3).
004430     MOVE "YEAR" TO CPB-REPORT-LINE(33:4).
004440     MOVE CPQ-YEAR TO CPB-REPORT-LINE(38:4).
004450     MOVE "OPTION" TO CPB-REPORT-LINE(44:6).
004460     MOVE CPQ-OPTION TO CPB-REPORT-LINE(51:1).
004470     MOVE "REJECTED -" TO CPB-REPORT-LINE(54:10).
004480     MOVE CPB-REJECT-REASON TO CPB-REPORT-LINE(65:30).
004490     WRITE CPB-REPORT-LINE AFTER ADVANCING 2 LINES.
004500 2610-WRITE-REJECTED-LINE-EXIT. EXIT.
004510
004520 2900-READ-REQUEST.
004530     READ CPB-REQUEST-FILE
004540         AT END SET CPB-END-OF-FILE TO TRUE
004550     END-READ.
004560 2900-READ-REQUEST-EXIT. EXIT.
004570
004580*----------------------------------------------------------*
004590* 3000-PUBLISH-CODE - PUBLISH ONE CODE'S YEAR: AN EXTRACT
004600* HEADER, A DETAIL FOR EVERY DAY, AND A TRAILER BALANCING
004610* THEM, PLUS THE PRINTED DAY-BY-DAY LISTING UNLESS THE CODE
004620* IS BEING PUBLISHED AS PART OF AN ALL-CODES COMPARISON.
004630*----------------------------------------------------------*
004640 3000-PUBLISH-CODE.
004650     MOVE ZERO TO CPB-YEAR-DAY-COUNT
004660                  CPB-YEAR-WORK-COUNT
004670                  CPB-YEAR-WEEKEND-COUNT
004680                  CPB-YEAR-HOLIDAY-COUNT
004690                  CPB-HASH-TOTAL.
004700     MOVE SPACES TO CPB-EXTRACT-RECORD.
004710     SET BDX-REC-IS-HEADER TO TRUE.
004720     MOVE CDT-CAL-CODE(CPB-CODE-SUB) TO BDX-HDR-CAL-CODE.
004730     MOVE CPB-YEAR TO BDX-HDR-YEAR.
004740     MOVE CPB-RUN-DATE TO BDX-HDR-RUN-DATE.
004750     MOVE "CALPUB" TO BDX-HDR-SOURCE.
004760     WRITE CPB-EXTRACT-RECORD.
004770     IF CPB-PRINT-LISTING
004780         PERFORM 3050-WRITE-LISTING-HEADINGS
004790             THRU 3050-WRITE-LISTING-HEADINGS-EXIT
004800     END-IF
004810     PERFORM 3010-PUBLISH-MONTH THRU 3010-PUBLISH-MONTH-EXIT
004820         VARYING CPB-MONTH FROM 1 BY 1
004830         UNTIL CPB-MONTH > 12.
004840     MOVE SPACES TO CPB-EXTRACT-RECORD.
004850     SET BDX-REC-IS-TRAILER TO TRUE.
004860     MOVE CPB-YEAR-DAY-COUNT TO BDX-TRL-COUNT.
004870     MOVE CPB-YEAR-WORK-COUNT TO BDX-TRL-WORK-COUNT.
004880     MOVE CPB-HASH-TOTAL TO BDX-TRL-HASH-TOTAL.
004890     WRITE CPB-EXTRACT-RECORD.
004900     IF CPB-PRINT-LISTING
004910         PERFORM 3060-WRITE-YEAR-TOTALS
004920             THRU 3060-WRITE-YEAR-TOTALS-EXIT
004930     END-IF.
004940 3000-PUBLISH-CODE-EXIT. EXIT.
004950
004960 3010-PUBLISH-MONTH.
004970     PERFORM 3100-CLASSIFY-MONTH THRU 3100-CLASSIFY-MONTH-EXIT.
004980     MOVE ZERO TO CPB-MONTH-WORK-COUNT.
004990     IF CPB-PRINT-LISTING
005000         MOVE SPACES TO CPB-REPORT-LINE
005010         MOVE CPB-MONTH-NAME(CPB-MONTH) TO CPB-REPORT-LINE(1:9)
005020         MOVE CPB-YEAR TO CPB-REPORT-LINE(11:4)
005030         WRITE CPB-REPORT-LINE AFTER ADVANCING 2 LINES
005040     END-IF
005050     PERFORM 3020-PUBLISH-DAY THRU 3020-PUBLISH-DAY-EXIT
005060         VARYING CPB-DAY FROM 1 BY 1
005070         UNTIL CPB-DAY > CPB-MONTH-DAYS.
005080     IF CPB-PRINT-LISTING
005090         MOVE SPACES TO CPB-REPORT-LINE
005100         MOVE "WORKING DAYS IN" TO CPB-REPORT-LINE(13:15)
005110         MOVE CPB-MONTH-NAME(CPB-MONTH) TO CPB-REPORT-LINE(29:9)
005120         MOVE CPB-MONTH-WORK-COUNT TO CPB-SMALL-ED
005130         MOVE CPB-SMALL-ED TO CPB-REPORT-LINE(39:3)
005140         WRITE CPB-REPORT-LINE AFTER ADVANCING 1 LINES
005150     END-IF.
005160 3010-PUBLISH-MONTH-EXIT. EXIT.
005170
005180*----------------------------------------------------------*
005190* 3020-PUBLISH-DAY - ONE DAY OF THE CODE: THE EXTRACT
005200* DETAIL, THE BALANCING TOTALS, AND THE LISTING LINE.
005210*----------------------------------------------------------*
005220 3020-PUBLISH-DAY.
005230     COMPUTE CPB-WORK-DATE =
005240             CPB-YEAR * 10000 + CPB-MONTH * 100 + CPB-DAY.
005250     COMPUTE CPB-WORK-INTEGER =
005260             FUNCTION INTEGER-OF-DATE(CPB-WORK-DATE).
005270     COMPUTE CPB-WEEKDAY-NUM =
005280             FUNCTION MOD(CPB-WORK-INTEGER, 7) + 1.
005290     MOVE SPACES TO CPB-EXTRACT-RECORD.
005300     SET BDX-REC-IS-DETAIL TO TRUE.
005310     MOVE CDT-CAL-CODE(CPB-CODE-SUB) TO BDX-CAL-CODE.
005320     MOVE CPB-WORK-DATE TO BDX-DATE.
005330     MOVE CPB-WEEKDAY-NUM TO BDX-WEEKDAY.
005340     MOVE MDC-WORK-FLAG(CPB-DAY, CPB-CODE-SUB)
005350         TO BDX-WORKING-FLAG.
005360     MOVE MDC-REASON-TYPE(CPB-DAY, CPB-CODE-SUB)
005370         TO BDX-REASON-TYPE.
005380     MOVE MDC-BD-NUMBER(CPB-DAY, CPB-CODE-SUB) TO BDX-BD-NUMBER.
005390     IF CPB-DAY = CDT-LAST-BD-DAY(CPB-CODE-SUB)
005400         MOVE 'Y' TO BDX-LAST-BD-FLAG
005410     ELSE
005420         MOVE 'N' TO BDX-LAST-BD-FLAG
005430     END-IF
005440     MOVE MDC-REASON(CPB-DAY, CPB-CODE-SUB) TO BDX-REASON.
005450     WRITE CPB-EXTRACT-RECORD.
005460     ADD 1 TO CPB-EXTRACT-COUNT.
005470     ADD 1 TO CPB-YEAR-DAY-COUNT.
005480     ADD CPB-WORK-DATE TO CPB-HASH-TOTAL.
005490     EVALUATE TRUE
005500         WHEN BDX-IS-WORKING-DAY
005510             ADD 1 TO CPB-YEAR-WORK-COUNT
005520             ADD 1 TO CPB-MONTH-WORK-COUNT
005530         WHEN BDX-REASON-HOLIDAY
005540             ADD 1 TO CPB-YEAR-HOLIDAY-COUNT
005550         WHEN OTHER
005560             ADD 1 TO CPB-YEAR-WEEKEND-COUNT
005570     END-EVALUATE.
005580     IF NOT CPB-PRINT-LISTING
005590         GO TO 3020-PUBLISH-DAY-EXIT
005600     END-IF
005610     PERFORM 3030-FORMAT-DATE-TEXT
005620         THRU 3030-FORMAT-DATE-TEXT-EXIT.
005630     MOVE SPACES TO CPB-REPORT-LINE.
005640     MOVE CPB-DATE-TEXT TO CPB-REPORT-LINE(1:10).
005650     MOVE CPB-WEEKDAY-NAME(CPB-WEEKDAY-NUM)
005660         TO CPB-REPORT-LINE(13:3).
005670     IF BDX-IS-WORKING-DAY
005680         MOVE "WORKING" TO CPB-REPORT-LINE(18:11)
005690         PERFORM 3040-FORMAT-BD-TEXT THRU 3040-FORMAT-BD-TEXT-EXIT
005700         MOVE CPB-BD-TEXT TO CPB-REPORT-LINE(31:4)
005710         IF BDX-LAST-BD-FLAG = 'Y'
005720             MOVE "BD-LAST" TO CPB-REPORT-LINE(37:7)
005730         END-IF
005740     ELSE
005750         MOVE "NON-WORKING" TO CPB-REPORT-LINE(18:11)
005760         MOVE BDX-REASON TO CPB-REPORT-LINE(46:30)
005770     END-IF
005780     WRITE CPB-REPORT-LINE AFTER ADVANCING 1 LINES.
005790 3020-PUBLISH-DAY-EXIT. EXIT.
005800
005810 3030-FORMAT-DATE-TEXT.
005820     MOVE CPB-WORK-DATE(7:2) TO CPB-DATE-TEXT(1:2).
005830     MOVE "." TO CPB-DATE-TEXT(3:1).
005840     MOVE CPB-WORK-DATE(5:2) TO CPB-DATE-TEXT(4:2).
005850     MOVE "." TO CPB-DATE-TEXT(6:1).
005860     MOVE CPB-WORK-DATE(1:4) TO CPB-DATE-TEXT(7:4).
005870 3030-FORMAT-DATE-TEXT-EXIT. EXIT.
005880
005890*----------------------------------------------------------*
005900* 3040-FORMAT-BD-TEXT - "BD" AND THE BUSINESS-DAY NUMBER OF
005910* THE CELL AT CPB-DAY/CPB-CODE-SUB, WITH NO EMBEDDED SPACE
005920* (BD1, BD12).
005930*----------------------------------------------------------*
005940 3040-FORMAT-BD-TEXT.
005950     MOVE SPACES TO CPB-BD-TEXT.
005960     MOVE "BD" TO CPB-BD-TEXT(1:2).
005970     MOVE MDC-BD-NUMBER(CPB-DAY, CPB-CODE-SUB) TO CPB-BD-NUM.
005980     IF CPB-BD-NUM < 10
005990         MOVE CPB-BD-NUM(2:1) TO CPB-BD-TEXT(3:1)
006000     ELSE
006010         MOVE CPB-BD-NUM TO CPB-BD-TEXT(3:2)
006020     END-IF.
006030 3040-FORMAT-BD-TEXT-EXIT. EXIT.
006040
006050 3050-WRITE-LISTING-HEADINGS.
006060     MOVE SPACES TO CPB-REPORT-LINE.
006070     MOVE "PUBLISHED BUSINESS-DAY CALENDAR - YEAR"
006080         TO CPB-REPORT-LINE(1:38).
006090     MOVE CPB-YEAR TO CPB-REPORT-LINE(40:4).
006100     MOVE "CALENDAR CODE" TO CPB-REPORT-LINE(47:13).
006110     MOVE CDT-CAL-CODE(CPB-CODE-SUB) TO CPB-REPORT-LINE(61:3).
006120     MOVE CDT-DESCRIPTION(CPB-CODE-SUB) TO CPB-REPORT-LINE(66:30).
006130     MOVE "RUN" TO CPB-REPORT-LINE(98:3).
006140     MOVE CPB-RUN-DATE TO CPB-REPORT-LINE(102:8).
006150     WRITE CPB-REPORT-LINE AFTER ADVANCING PAGE.
006160     COMPUTE CPB-YEAR-START-DATE = CPB-YEAR * 10000 + 101.
006170     COMPUTE CPB-YEAR-END-DATE = CPB-YEAR * 10000 + 1231.
006192     PERFORM 3055-WRITE-VERSION-WEEKDAYS
006214         THRU 3055-WRITE-VERSION-WEEKDAYS-EXIT
006236         VARYING CPB-VERSION-SUB FROM 1 BY 1
006258         UNTIL CPB-VERSION-SUB > CDT-VERSION-COUNT(CPB-CODE-SUB).
006280     MOVE SPACES TO CPB-REPORT-LINE.
006290     MOVE "DATE" TO CPB-REPORT-LINE(1:4).
006300     MOVE "DAY" TO CPB-REPORT-LINE(13:3).
006310     MOVE "STATUS" TO CPB-REPORT-LINE(18:6).
006320     MOVE "BUSINESS DAY" TO CPB-REPORT-LINE(31:12).
006330     MOVE "REASON" TO CPB-REPORT-LINE(46:6).
006340     WRITE CPB-REPORT-LINE AFTER ADVANCING 2 LINES.
006350 3050-WRITE-LISTING-HEADINGS-EXIT. EXIT.
006351
006352*----------------------------------------------------------*
006353* 3055-WRITE-VERSION-WEEKDAYS - ONE HEADING LINE FOR THE
006354* PROFILE VERSION AT CPB-VERSION-SUB IF IT IS IN FORCE ON
006355* ANY DAY OF THE YEAR: IT STARTS BY THE YEAR'S END AND THE
006356* NEXT VERSION (IF ANY) STARTS AFTER THE YEAR BEGINS.  A
006357* VERSION TAKING EFFECT DURING THE YEAR SHOWS ITS DATE.
006358*----------------------------------------------------------*
006359 3055-WRITE-VERSION-WEEKDAYS.
006360     IF CDV-EFFECTIVE-DATE(CPB-CODE-SUB, CPB-VERSION-SUB)
006361             > CPB-YEAR-END-DATE
006362         GO TO 3055-WRITE-VERSION-WEEKDAYS-EXIT
006363     END-IF
006364     IF CPB-VERSION-SUB < CDT-VERSION-COUNT(CPB-CODE-SUB)
006365         COMPUTE CPB-NEXT-VERSION-SUB = CPB-VERSION-SUB + 1
006366         IF CDV-EFFECTIVE-DATE(CPB-CODE-SUB, CPB-NEXT-VERSION-SUB)
006367                 NOT > CPB-YEAR-START-DATE
006368             GO TO 3055-WRITE-VERSION-WEEKDAYS-EXIT
006369         END-IF
006370     END-IF
006371     MOVE SPACES TO CPB-REPORT-LINE.
006372     MOVE "WORKING WEEKDAYS" TO CPB-REPORT-LINE(1:16).
006373     MOVE 18 TO CPB-CELL-COL.
006374     PERFORM VARYING CPB-FLAG-SUB FROM 1 BY 1
006375             UNTIL CPB-FLAG-SUB > 7
006376         IF CDV-DAY-FLAG(CPB-CODE-SUB, CPB-VERSION-SUB,
006377                         CPB-FLAG-SUB) NOT = 'N'
006378             MOVE CPB-WEEKDAY-NAME(CPB-FLAG-SUB)
006379                 TO CPB-REPORT-LINE(CPB-CELL-COL:3)
006380             ADD 4 TO CPB-CELL-COL
006381         END-IF
006382     END-PERFORM.
006383     IF CDV-EFFECTIVE-DATE(CPB-CODE-SUB, CPB-VERSION-SUB)
006384             > CPB-YEAR-START-DATE
006385         MOVE "FROM" TO CPB-REPORT-LINE(48:4)
006386         MOVE CDV-EFFECTIVE-DATE(CPB-CODE-SUB, CPB-VERSION-SUB)
006387             TO CPB-REPORT-LINE(53:8)
006388     END-IF
006389     WRITE CPB-REPORT-LINE AFTER ADVANCING 1 LINES.
006390 3055-WRITE-VERSION-WEEKDAYS-EXIT. EXIT.
006391
006392 3060-WRITE-YEAR-TOTALS.
006393     MOVE SPACES TO CPB-REPORT-LINE.
006394     MOVE "YEAR TOTALS - DAYS" TO CPB-REPORT-LINE(1:18).
006400     MOVE CPB-YEAR-DAY-COUNT TO CPB-SMALL-ED.
006410     MOVE CPB-SMALL-ED TO CPB-REPORT-LINE(20:3).
006420     MOVE "WORKING" TO CPB-REPORT-LINE(26:7).
006430     MOVE CPB-YEAR-WORK-COUNT TO CPB-SMALL-ED.
006440     MOVE CPB-SMALL-ED TO CPB-REPORT-LINE(34:3).
006450     MOVE "WEEKEND" TO CPB-REPORT-LINE(40:7).
006460     MOVE CPB-YEAR-WEEKEND-COUNT TO CPB-SMALL-ED.
006470     MOVE CPB-SMALL-ED TO CPB-REPORT-LINE(48:3).
006480     MOVE "HOLIDAY" TO CPB-REPORT-LINE(54:7).
006490     MOVE CPB-YEAR-HOLIDAY-COUNT TO CPB-SMALL-ED.
006500     MOVE CPB-SMALL-ED TO CPB-REPORT-LINE(62:3).
006510     WRITE CPB-REPORT-LINE AFTER ADVANCING 2 LINES.
006520     IF NOT CPB-HOLMAST-IS-OPEN
006530         MOVE SPACES TO CPB-REPORT-LINE
006540         MOVE "HOLIDAY MASTER NOT AVAILABLE - WEEKENDS ONLY"
006550             TO CPB-REPORT-LINE(1:44)
006560         WRITE CPB-REPORT-LINE AFTER ADVANCING 1 LINES
006570     END-IF.
006580 3060-WRITE-YEAR-TOTALS-EXIT. EXIT.
006590
006600*----------------------------------------------------------*
006610* 3100-CLASSIFY-MONTH - CLASSIFY EVERY DAY OF CPB-MONTH
006620* UNDER THE CODE AT CPB-CODE-SUB AND NUMBER ITS WORKING
006630* DAYS, REMEMBERING THE LAST ONE.
006640*----------------------------------------------------------*
006650 3100-CLASSIFY-MONTH.
006660     MOVE 'N' TO CPB-LEAP-YEAR-SW.
006670     IF FUNCTION MOD(CPB-YEAR, 4) = 0
006680             AND (FUNCTION MOD(CPB-YEAR, 100) NOT = 0
006690                  OR FUNCTION MOD(CPB-YEAR, 400) = 0)
006700         SET CPB-IS-LEAP-YEAR TO TRUE
006710     END-IF
006720     MOVE CPB-DAYS-IN-MONTH(CPB-MONTH) TO CPB-MONTH-DAYS.
006730     IF CPB-MONTH = 2 AND CPB-IS-LEAP-YEAR
006740         MOVE 29 TO CPB-MONTH-DAYS
006750     END-IF
006760     MOVE ZERO TO CPB-BD-COUNT.
006770     MOVE ZERO TO CDT-LAST-BD-DAY(CPB-CODE-SUB).
006780     PERFORM 3110-CLASSIFY-DAY THRU 3110-CLASSIFY-DAY-EXIT
006790         VARYING CPB-DAY FROM 1 BY 1
006800         UNTIL CPB-DAY > CPB-MONTH-DAYS.
006810 3100-CLASSIFY-MONTH-EXIT. EXIT.
006820
006830*----------------------------------------------------------*
006840* 3110-CLASSIFY-DAY - A DAY IS NON-WORKING WHEN IT IS A
006850* HOLIDAY OF THE CODE ON HOLMAST (THE HOLIDAY'S DESCRIPTION
006860* IS THE REASON, EVEN WHEN IT ALSO FALLS ON A WEEKEND) OR
006870* ITS WEEKDAY IS FLAGGED NON-WORKING IN THE CODE'S PROFILE
006880* VERSION IN FORCE ON THE DAY; ANY OTHER DAY IS THE MONTH'S
006885* NEXT BUSINESS DAY.
006890*----------------------------------------------------------*
006900 3110-CLASSIFY-DAY.
006910     COMPUTE CPB-WORK-DATE =
006920             CPB-YEAR * 10000 + CPB-MONTH * 100 + CPB-DAY.
006930     COMPUTE CPB-WORK-INTEGER =
006940             FUNCTION INTEGER-OF-DATE(CPB-WORK-DATE).
006950     COMPUTE CPB-WEEKDAY-NUM =
006960             FUNCTION MOD(CPB-WORK-INTEGER, 7) + 1.
006970     MOVE 'N' TO MDC-WORK-FLAG(CPB-DAY, CPB-CODE-SUB).
006980     MOVE ZERO TO MDC-BD-NUMBER(CPB-DAY, CPB-CODE-SUB).
006990     IF CPB-HOLMAST-IS-OPEN
007000         MOVE CPB-WORK-DATE TO HOM-DATE
007010         MOVE CDT-CAL-CODE(CPB-CODE-SUB) TO HOM-CAL-CODE
007020         READ CPB-HOLMAST-FILE
007030             INVALID KEY CONTINUE
007040             NOT INVALID KEY
007050                 MOVE 'H'
007060                     TO MDC-REASON-TYPE(CPB-DAY, CPB-CODE-SUB)
007070                 MOVE HOM-DESCRIPTION
007080                     TO MDC-REASON(CPB-DAY, CPB-CODE-SUB)
007090                 GO TO 3110-CLASSIFY-DAY-EXIT
007100         END-READ
007110     END-IF
007112     PERFORM VARYING CPB-VERSION-SUB
007114             FROM CDT-VERSION-COUNT(CPB-CODE-SUB) BY -1
007116             UNTIL CPB-VERSION-SUB NOT > 1
007118                OR CDV-EFFECTIVE-DATE(CPB-CODE-SUB,
007119                                      CPB-VERSION-SUB)
007120                       NOT > CPB-WORK-DATE
007122         CONTINUE
007124     END-PERFORM.
007126     IF CDV-DAY-FLAG(CPB-CODE-SUB, CPB-VERSION-SUB,
007128                     CPB-WEEKDAY-NUM) = 'N'
007130         MOVE 'W' TO MDC-REASON-TYPE(CPB-DAY, CPB-CODE-SUB)
007140         MOVE "WEEKEND - PROFILE NON-WORKING"
007150             TO MDC-REASON(CPB-DAY, CPB-CODE-SUB)
007160         GO TO 3110-CLASSIFY-DAY-EXIT
007170     END-IF
007180     ADD 1 TO CPB-BD-COUNT.
007190     MOVE 'Y' TO MDC-WORK-FLAG(CPB-DAY, CPB-CODE-SUB).
007200     MOVE SPACE TO MDC-REASON-TYPE(CPB-DAY, CPB-CODE-SUB).
007210     MOVE CPB-BD-COUNT TO MDC-BD-NUMBER(CPB-DAY, CPB-CODE-SUB).
007220     MOVE SPACES TO MDC-REASON(CPB-DAY, CPB-CODE-SUB).
007230     MOVE CPB-DAY TO CDT-LAST-BD-DAY(CPB-CODE-SUB).
007240 3110-CLASSIFY-DAY-EXIT. EXIT.
007250
007260*----------------------------------------------------------*
007270* 4000-PRINT-COMPARISON - THE ALL-CODES VIEW: EVERY DAY OF
007280* THE YEAR ACROSS, ONE COLUMN PER CODE, TWELVE CODES TO A
007290* BAND.  A WORKING DAY SHOWS ITS BUSINESS-DAY NUMBER (AN
007300* ASTERISK MARKS THE MONTH'S LAST), A NON-WORKING DAY HOL
007310* OR WKND, AND "<<" FLAGS A DAY THE CODES DO NOT AGREE ON.
007320*----------------------------------------------------------*
007330 4000-PRINT-COMPARISON.
007340     PERFORM 4100-PRINT-BAND THRU 4100-PRINT-BAND-EXIT
007350         VARYING CPB-BAND-FIRST FROM 1 BY CPB-BAND-SIZE
007360         UNTIL CPB-BAND-FIRST > CPB-CODE-COUNT.
007370 4000-PRINT-COMPARISON-EXIT. EXIT.
007380
007390 4100-PRINT-BAND.
007400     COMPUTE CPB-BAND-LAST = CPB-BAND-FIRST + CPB-BAND-SIZE - 1.
007410     IF CPB-BAND-LAST > CPB-CODE-COUNT
007420         MOVE CPB-CODE-COUNT TO CPB-BAND-LAST
007430     END-IF
007440     MOVE ZERO TO CPB-DIFFER-DAY-COUNT.
007450     PERFORM 4110-WRITE-BAND-HEADINGS
007460         THRU 4110-WRITE-BAND-HEADINGS-EXIT.
007470     PERFORM 4200-PRINT-BAND-MONTH THRU 4200-PRINT-BAND-MONTH-EXIT
007480         VARYING CPB-MONTH FROM 1 BY 1
007490         UNTIL CPB-MONTH > 12.
007500     MOVE SPACES TO CPB-REPORT-LINE.
007510     MOVE "DAYS ON WHICH THE CALENDARS DIFFER"
007520         TO CPB-REPORT-LINE(1:34).
007530     MOVE CPB-DIFFER-DAY-COUNT TO CPB-SMALL-ED.
007540     MOVE CPB-SMALL-ED TO CPB-REPORT-LINE(36:3).
007550     WRITE CPB-REPORT-LINE AFTER ADVANCING 2 LINES.
007560 4100-PRINT-BAND-EXIT. EXIT.
007570
007580 4110-WRITE-BAND-HEADINGS.
007590     MOVE SPACES TO CPB-REPORT-LINE.
007600     MOVE "BUSINESS-DAY CALENDAR COMPARISON - YEAR"
007610         TO CPB-REPORT-LINE(1:39).
007620     MOVE CPB-YEAR TO CPB-REPORT-LINE(41:4).
007630     MOVE "CODES" TO CPB-REPORT-LINE(48:5).
007640     MOVE CPB-BAND-FIRST TO CPB-SMALL-ED.
007650     MOVE CPB-SMALL-ED TO CPB-REPORT-LINE(54:3).
007660     MOVE "TO" TO CPB-REPORT-LINE(58:2).
007670     MOVE CPB-BAND-LAST TO CPB-SMALL-ED.
007680     MOVE CPB-SMALL-ED TO CPB-REPORT-LINE(61:3).
007690     MOVE "OF" TO CPB-REPORT-LINE(65:2).
007700     MOVE CPB-CODE-COUNT TO CPB-SMALL-ED.
007710     MOVE CPB-SMALL-ED TO CPB-REPORT-LINE(68:3).
007720     MOVE "RUN" TO CPB-REPORT-LINE(98:3).
007730     MOVE CPB-RUN-DATE TO CPB-REPORT-LINE(102:8).
007740     WRITE CPB-REPORT-LINE AFTER ADVANCING PAGE.
007750     MOVE SPACES TO CPB-REPORT-LINE.
007760     MOVE "BDNN = BUSINESS DAY OF MONTH (* = LAST)  HOL = "
007770         TO CPB-REPORT-LINE(1:47).
007780     MOVE "HOLIDAY  WKND = WEEKEND  << = CALENDARS DIFFER"
007790         TO CPB-REPORT-LINE(48:46).
007800     WRITE CPB-REPORT-LINE AFTER ADVANCING 1 LINES.
007810     MOVE SPACES TO CPB-REPORT-LINE.
007820     MOVE "DATE" TO CPB-REPORT-LINE(1:4).
007830     MOVE "DAY" TO CPB-REPORT-LINE(12:3).
007840     PERFORM VARYING CPB-CODE-SUB FROM CPB-BAND-FIRST BY 1
007850             UNTIL CPB-CODE-SUB > CPB-BAND-LAST
007860         COMPUTE CPB-CELL-COL =
007870                 17 + (CPB-CODE-SUB - CPB-BAND-FIRST) * 9
007880         IF CDT-CAL-CODE(CPB-CODE-SUB) = SPACES
007890             MOVE "DFLT" TO CPB-REPORT-LINE(CPB-CELL-COL:4)
007900         ELSE
007910             MOVE CDT-CAL-CODE(CPB-CODE-SUB)
007920                 TO CPB-REPORT-LINE(CPB-CELL-COL:3)
007930         END-IF
007940     END-PERFORM.
007950     WRITE CPB-REPORT-LINE AFTER ADVANCING 2 LINES.
007960 4110-WRITE-BAND-HEADINGS-EXIT. EXIT.
007970
007980*----------------------------------------------------------*
007990* 4200-PRINT-BAND-MONTH - CLASSIFY THE MONTH UNDER EVERY
008000* CODE (SO THE DIFFERENCE FLAG SEES THEM ALL), THEN PRINT
008010* ITS DAYS FOR THE CODES IN THE BAND.
008020*----------------------------------------------------------*
008030 4200-PRINT-BAND-MONTH.
008040     PERFORM 3100-CLASSIFY-MONTH THRU 3100-CLASSIFY-MONTH-EXIT
008050         VARYING CPB-CODE-SUB FROM 1 BY 1
008060         UNTIL CPB-CODE-SUB > CPB-CODE-COUNT.
008070     MOVE SPACES TO CPB-REPORT-LINE.
008080     MOVE CPB-MONTH-NAME(CPB-MONTH) TO CPB-REPORT-LINE(1:9).
008090     MOVE CPB-YEAR TO CPB-REPORT-LINE(11:4).
008100     WRITE CPB-REPORT-LINE AFTER ADVANCING 2 LINES.
008110     PERFORM 4210-PRINT-BAND-DAY THRU 4210-PRINT-BAND-DAY-EXIT
008120         VARYING CPB-DAY FROM 1 BY 1
008130         UNTIL CPB-DAY > CPB-MONTH-DAYS.
008140 4200-PRINT-BAND-MONTH-EXIT. EXIT.
008150
008160 4210-PRINT-BAND-DAY.
008170     COMPUTE CPB-WORK-DATE =
008180             CPB-YEAR * 10000 + CPB-MONTH * 100 + CPB-DAY.
008190     COMPUTE CPB-WORK-INTEGER =
008200             FUNCTION INTEGER-OF-DATE(CPB-WORK-DATE).
008210     COMPUTE CPB-WEEKDAY-NUM =
008220             FUNCTION MOD(CPB-WORK-INTEGER, 7) + 1.
008230     PERFORM 3030-FORMAT-DATE-TEXT
008240         THRU 3030-FORMAT-DATE-TEXT-EXIT.
008250     MOVE SPACES TO CPB-REPORT-LINE.
008260     MOVE CPB-DATE-TEXT TO CPB-REPORT-LINE(1:10).
008270     MOVE CPB-WEEKDAY-NAME(CPB-WEEKDAY-NUM)
008280         TO CPB-REPORT-LINE(12:3).
008290     PERFORM VARYING CPB-CODE-SUB FROM CPB-BAND-FIRST BY 1
008300             UNTIL CPB-CODE-SUB > CPB-BAND-LAST
008310         COMPUTE CPB-CELL-COL =
008320                 17 + (CPB-CODE-SUB - CPB-BAND-FIRST) * 9
008330         EVALUATE TRUE
008340             WHEN MDC-WORK-FLAG(CPB-DAY, CPB-CODE-SUB) = 'Y'
008350                 PERFORM 3040-FORMAT-BD-TEXT
008360                     THRU 3040-FORMAT-BD-TEXT-EXIT
008370                 IF CPB-DAY = CDT-LAST-BD-DAY(CPB-CODE-SUB)
008380                         AND CPB-BD-NUM < 10
008390                     MOVE "*" TO CPB-BD-TEXT(4:1)
008400                 END-IF
008410                 IF CPB-DAY = CDT-LAST-BD-DAY(CPB-CODE-SUB)
008420                         AND CPB-BD-NUM NOT < 10
008430                     MOVE "*" TO CPB-BD-TEXT(5:1)
008440                 END-IF
008450                 MOVE CPB-BD-TEXT
008460                     TO CPB-REPORT-LINE(CPB-CELL-COL:8)
008470             WHEN MDC-REASON-TYPE(CPB-DAY, CPB-CODE-SUB) = 'H'
008480                 MOVE "HOL" TO CPB-REPORT-LINE(CPB-CELL-COL:3)
008490             WHEN OTHER
008500                 MOVE "WKND" TO CPB-REPORT-LINE(CPB-CELL-COL:4)
008510         END-EVALUATE
008520     END-PERFORM.
008530     MOVE 'N' TO CPB-WORKING-SEEN-SW.
008540     MOVE 'N' TO CPB-NON-WORKING-SEEN-SW.
008550     PERFORM VARYING CPB-CODE-SUB FROM 1 BY 1
008560             UNTIL CPB-CODE-SUB > CPB-CODE-COUNT
008570         IF MDC-WORK-FLAG(CPB-DAY, CPB-CODE-SUB) = 'Y'
008580             SET CPB-WORKING-SEEN TO TRUE
008590         ELSE
008600             SET CPB-NON-WORKING-SEEN TO TRUE
008610         END-IF
008620     END-PERFORM.
008630     IF CPB-WORKING-SEEN AND CPB-NON-WORKING-SEEN
008640         MOVE "<<" TO CPB-REPORT-LINE(125:2)
008650         ADD 1 TO CPB-DIFFER-DAY-COUNT
008660     END-IF
008670     WRITE CPB-REPORT-LINE AFTER ADVANCING 1 LINES.
008680 4210-PRINT-BAND-DAY-EXIT. EXIT.
008690
008700*----------------------------------------------------------*
008710* 9000-TERMINATE - PRINT THE RUN TOTALS AND CLOSE.  A
008720* REJECTED REQUEST, OR A RUN WITH NO REQUESTS, ENDS WITH
008730* RETURN CODE 4 SO THE CALENDAR IS NOT ASSUMED PUBLISHED.
008740*----------------------------------------------------------*
008750 9000-TERMINATE.
008760     MOVE SPACES TO CPB-REPORT-LINE.
008770     MOVE "CALENDAR REQUESTS READ" TO CPB-REPORT-LINE(1:22).
008780     MOVE CPB-READ-COUNT TO CPB-COUNT-ED.
008790     MOVE CPB-COUNT-ED TO CPB-REPORT-LINE(24:9).
008800     MOVE "PUBLISHED" TO CPB-REPORT-LINE(36:9).
008810     MOVE CPB-PUBLISHED-COUNT TO CPB-COUNT-ED.
008820     MOVE CPB-COUNT-ED TO CPB-REPORT-LINE(46:9).
008830     MOVE "REJECTED" TO CPB-REPORT-LINE(58:8).
008840     MOVE CPB-REJECTED-COUNT TO CPB-COUNT-ED.
008850     MOVE CPB-COUNT-ED TO CPB-REPORT-LINE(67:9).
008860     MOVE "EXTRACT DAYS" TO CPB-REPORT-LINE(79:12).
008870     MOVE CPB-EXTRACT-COUNT TO CPB-COUNT-ED.
008880     MOVE CPB-COUNT-ED TO CPB-REPORT-LINE(92:9).
008890     WRITE CPB-REPORT-LINE AFTER ADVANCING 2 LINES.
008900     IF CPB-REJECTED-COUNT > ZERO OR CPB-READ-COUNT = ZERO
008910         MOVE 4 TO RETURN-CODE
008920     END-IF
008930     IF CPB-CALMAST-IS-OPEN
008940         CLOSE CPB-CALMAST-FILE
008950     END-IF
008960     IF CPB-HOLMAST-IS-OPEN
008970         CLOSE CPB-HOLMAST-FILE
008980     END-IF
008990     IF NOT CPB-REQUEST-NOT-FOUND
009000         CLOSE CPB-REQUEST-FILE
009010     END-IF
009020     CLOSE CPB-REPORT-FILE
009030           CPB-EXTRACT-FILE.
009040 9000-TERMINATE-EXIT. EXIT.
