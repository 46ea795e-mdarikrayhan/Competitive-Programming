001410*                CONTROL APPENDS, UNLESS FORCE-RERUN=
001420*                DATEROLL (OR ALL) IS SUPPLIED IN RUNPARM.
001430*                A CLEAN COMPLETION REGISTERS ITSELF.
001431* 2026-10-15 RH  THE SCHEDULE FILE (DTRSCH) NOW CARRIES THE
001432*                TRANSACTION'S CALENDAR CODE ON EVERY
001433*                OCCURRENCE, SO THE LEDGER STEP CAN AGE A
001434*                PAST-DUE OBLIGATION IN THE BUSINESS DAYS OF
001435*                ITS OWN JURISDICTION.
001436* 2026-10-15 RH  A SCHEDULE TRANSACTION ('S') NOW CARRIES A
001437*                PERMANENT BUSINESS REFERENCE (THE CONTRACT
001438*                OR AGREEMENT NUMBER), THE COUNTERPARTY, AND
001439*                A SIGNED AMOUNT (POSITIVE = RECEIVABLE,
001440*                NEGATIVE = PAYABLE), ALL THREE REQUIRED.
001441*                THEY ARE WRITTEN TO DTRSCH ON EVERY
001442*                OCCURRENCE WITH TONIGHT'S SCHEDULE DATE, SO
001443*                THE LEDGER STEP KEYS OBLIGATIONS ON THE
001444*                REFERENCE INSTEAD OF THE NIGHTLY SEQUENCE
001445*                NUMBER (WHICH RESTARTS AT 1 EVERY NIGHT).
001446*                THE REFERENCE AND AMOUNT ALSO PRINT ON THE
001447*                ROLL-FORWARD REPORT.  THE EXCEPTION REPORT
001448*                CARRIES THE WIDER RAW RECORD.  THE HASH
001449*                TOTAL IS UNCHANGED (SIGNED OFFSETS ONLY).
001450* 2026-10-15 RH  DTRSCH NOW ALSO CARRIES EACH OCCURRENCE'S DATE
001451*                BEFORE THE BUSINESS-DAY ROLL AND THE ADJUST
001452*                FLAG, SO THE OBLIGATIONS LEDGER CAN RE-ROLL
001453*                AN OPEN ITEM WHEN A HOLIDAY OR CALENDAR
001454*                PROFILE CHANGES AFTER IT WAS SCHEDULED.
001455* 2026-10-15 RH  CALENDAR PROFILES ARE NOW EFFECTIVE-DATED.  A
001456*                CODE'S VERSIONS (CALMAST IS KEYED ON CODE PLUS
001457*                EFFECTIVE-FROM DATE) ARE TABLED WHEN THE CODE
001458*                IS RESOLVED, AND EVERY DATE THE BUSINESS-DAY
001459*                TEST LOOKS AT IS JUDGED BY THE VERSION IN FORCE
001460*                ON THAT DATE, SO A 36-MONTH SCHEDULE THAT
001461*                CROSSES A WEEKEND CHANGE ROLLS BY THE OLD
001462*                WEEKEND BEFORE IT AND THE NEW ONE AFTER.
001463* 2026-10-15 RH  THE RUN DATE (SCHEDULE DATE AND THE RUN
001464*                REGISTRY) IS NOW THE BUSINESS DATE FROM THE
001465*                BUSDATE CONTROL RECORD THE BDROLL STEP ROLLS AT
001466*                THE HEAD OF THE STREAM, NOT THE CLOCK DATE.
001467*                HOUSE-CALENDAR AND BUSINESS-DAY-CUTOFF ARE
001468*                ACCEPTED AS RUNPARM KEYWORDS.
001469* 2026-10-15 RH  ACK-OVERDUE-DAYS (THE ACKREC STEP'S LIMIT ON
001470*                UNACKNOWLEDGED PARTNER TRANSMISSIONS) IS
001471*                ACCEPTED AS A RUNPARM KEYWORD.
001472* 2026-10-15 RH  OUTLIER-FACTOR AND SCREEN-ACTION (THE GEOPAIR
001473*                STEP'S SURVEY POINT SCREENING) ARE ACCEPTED AS
001474*                RUNPARM KEYWORDS.
001475* 2026-10-15 RH  THE STEP NOW MARKS ITSELF STARTED ON THE RUN
001476*                REGISTRY AS SOON AS THE RERUN CHECK PASSES, AND
001477*                COMPLETE AT THE END AS BEFORE, SO A RUN THAT
001478*                DIES OR FAILS ITS BATCH CONTROLS IS LEFT
001479*                REGISTERED STARTED AND THE MORNING SUMMARY CAN
001480*                TELL IT FROM A STEP THE JOB BYPASSED.
001481* 2026-10-15 RH  ADDED A DATE-PAIR TRANSACTION TYPE.  A
001482*                TRANSACTION TYPED 'P' CARRIES A START DATE (THE
001483*                USUAL DATE FIELD) AND AN END DATE (IN THE AMOUNT
001484*                FIELD'S POSITION, WHICH A PAIR DOES NOT USE) AND
001485*                RETURNS THE CALENDAR DAYS AND THE BUSINESS DAYS
001486*                BETWEEN THEM UNDER ITS CALENDAR CODE, COUNTED ON
001487*                THE SAME PROFILE VERSIONS AND HOLIDAY MASTER AS
001488*                THE 'B' OFFSET, SO SLA AND LATE-PAYMENT CHECKS NO
001489*                LONGER COUNT BY HAND.  THE ANSWER PRINTS ON THE
001490*                ROLL-FORWARD REPORT (BASIS 'P', TWO NEW COLUMNS)
001491*                AND GOES TO A NEW RESULTS FILE (DTRDIF).  A PAIR
001492*                CARRIES A ZERO OFFSET AND NO ADJUST FLAG; IT IS
001493*                COUNTED AND HASHED UNDER THE BATCH TRAILER LIKE
001494*                ANY OTHER DETAIL.
001495*----------------------------------------------------------*
001496 ENVIRONMENT DIVISION.
001497 INPUT-OUTPUT SECTION.
001498 FILE-CONTROL.
001499     SELECT DTR-TRANS-FILE ASSIGN TO "DTRIN"
001500         ORGANIZATION IS LINE SEQUENTIAL.
001501     SELECT DTR-REPORT-FILE ASSIGN TO "DTRRPT"
001510         ORGANIZATION IS LINE SEQUENTIAL
001520         FILE STATUS IS DTR-REPORT-STATUS.
001530     SELECT DTR-ERROR-FILE ASSIGN TO "DTRERR"
001560     SELECT DTR-SCHEDULE-FILE ASSIGN TO "DTRSCH"
001570         ORGANIZATION IS LINE SEQUENTIAL
001580         FILE STATUS IS DTR-SCHEDULE-STATUS.
001582     SELECT DTR-DIFFERENCE-FILE ASSIGN TO "DTRDIF"
001584         ORGANIZATION IS LINE SEQUENTIAL
001586         FILE STATUS IS DTR-DIFFERENCE-STATUS.
001590     SELECT DTR-SUMMARY-FILE ASSIGN TO "DTRSUM"
001600         ORGANIZATION IS LINE SEQUENTIAL
001610         FILE STATUS IS DTR-SUMMARY-STATUS.
001620     SELECT DTR-CALMAST-FILE ASSIGN TO "CALMAST"
001630         ORGANIZATION IS INDEXED
001640         ACCESS MODE IS DYNAMIC
001650         RECORD KEY IS CAM-KEY
001660         FILE STATUS IS DTR-CALMAST-STATUS.
001670     SELECT DTR-HOLMAST-FILE ASSIGN TO "HOLMAST"
001680         ORGANIZATION IS INDEXED
001780     SELECT DTR-PARM-FILE ASSIGN TO "RUNPARM"
001790         ORGANIZATION IS LINE SEQUENTIAL
001800         FILE STATUS IS DTR-PARM-STATUS.
001802     SELECT DTR-BUSDATE-FILE ASSIGN TO "BUSDATE"
001804         ORGANIZATION IS LINE SEQUENTIAL
001806         FILE STATUS IS DTR-BUSDATE-STATUS.
001810     SELECT DTR-CONTROL-FILE ASSIGN TO "DTRCTL"
001820         ORGANIZATION IS LINE SEQUENTIAL
001830         FILE STATUS IS DTR-CONTROL-STATUS.
002040         88  DTR-SINGLE-TRANS              VALUE ' '.
002050         88  DTR-SCHEDULE-TRANS            VALUE 'S'.
002060         88  DTR-REVERSE-TRANS             VALUE 'R'.
002065     88  DTR-PAIR-TRANS                VALUE 'P'.
002070     05  DTR-IN-FREQUENCY        PIC X(01).
002080         88  DTR-FREQ-DAYS                 VALUE 'D'.
002090         88  DTR-FREQ-MONTHLY              VALUE 'M'.
002140         88  DTR-OFFSET-CALENDAR           VALUES ' ' 'C'.
002150         88  DTR-OFFSET-BUSINESS           VALUE 'B'.
002160     05  DTR-IN-CALENDAR-CODE    PIC X(03).
002162     05  DTR-IN-BUSINESS-REF     PIC X(16).
002164     05  DTR-IN-COUNTERPARTY     PIC X(10).
002166     05  DTR-IN-AMOUNT           PIC S9(11)V99
002168                                  SIGN LEADING SEPARATE.
002169     05  DTR-IN-END-DATE REDEFINES DTR-IN-AMOUNT.
002170         10  DTR-IN-END-DAY      PIC 9(02).
002171         10  FILLER              PIC X(01).
002172         10  DTR-IN-END-MONTH    PIC 9(02).
002173         10  FILLER              PIC X(01).
002174         10  DTR-IN-END-YEAR     PIC 9(04).
002175         10  FILLER              PIC X(04).
002176 01  DTR-BATCH-HEADER-REC.
002180     05  DBH-REC-TYPE            PIC X(01).
002190     05  DBH-EXTRACT-DATE        PIC 9(08).
002200     05  DBH-SOURCE-SYSTEM       PIC X(08).
002260
002270 FD  DTR-REPORT-FILE.
002280 01  DTR-REPORT-HEADING-1        PIC X(60).
002290 01  DTR-REPORT-HEADING-2        PIC X(120).
002300 01  DTR-REPORT-DETAIL-LINE.
002310     05  RPT-SEQUENCE-NO         PIC Z(6)9.
002320     05  FILLER                  PIC X(02).
002430     05  RPT-COMPUTED-DATE       PIC X(10).
002440     05  FILLER                  PIC X(03).
002450     05  RPT-ADJUSTED-TAG        PIC X(08).
002452     05  FILLER                  PIC X(02).
002454     05  RPT-BUSINESS-REF        PIC X(16).
002456     05  FILLER                  PIC X(02).
002458     05  RPT-AMOUNT              PIC -(11)9.99.
002459     05  FILLER                  PIC X(02).
002460     05  RPT-CALENDAR-DAYS       PIC -(7)9.
002461     05  FILLER                  PIC X(02).
002462     05  RPT-BUSINESS-DAYS       PIC -(7)9.
002463 01  DTR-REPORT-TRAILER-LINE.
002470     05  FILLER                  PIC X(09).
002480     05  TRLR-INPUT-COUNT        PIC Z(6)9.
002490     05  FILLER                  PIC X(01).
002570 01  DTR-ERROR-LINE.
002580     05  ERR-SEQUENCE-NO         PIC Z(6)9.
002590     05  FILLER                  PIC X(02).
002600     05  ERR-RAW-RECORD          PIC X(71).
002610     05  FILLER                  PIC X(02).
002620     05  ERR-REASON              PIC X(30).
002630
002800     05  SCH-OCCURRENCE-NO       PIC 9(04).
002810     05  SCH-COMPUTED-DATE       PIC 9(08).
002820     05  SCH-ADJUSTED-FLAG       PIC X(01).
002825     05  SCH-CALENDAR-CODE       PIC X(03).
002826     05  SCH-BUSINESS-REF        PIC X(16).
002827     05  SCH-COUNTERPARTY        PIC X(10).
002828     05  SCH-AMOUNT              PIC S9(11)V99
002829                                  SIGN LEADING SEPARATE.
002830     05  SCH-SCHEDULE-DATE       PIC 9(08).
002831     05  SCH-UNADJUSTED-DATE     PIC 9(08).
002832     05  SCH-ADJUST-RULE         PIC X(01).
002833 FD  DTR-DIFFERENCE-FILE.
002834 01  DTR-DIFFERENCE-RECORD.
002835     05  DIF-SEQUENCE-NO         PIC 9(09).
002836     05  DIF-START-DATE          PIC 9(08).
002837     05  DIF-END-DATE            PIC 9(08).
002838     05  DIF-CALENDAR-CODE       PIC X(03).
002839     05  DIF-CALENDAR-DAYS       PIC S9(07)
002840                                  SIGN LEADING SEPARATE.
002841     05  DIF-BUSINESS-DAYS       PIC S9(07)
002842                                  SIGN LEADING SEPARATE.
002843     05  DIF-BUSINESS-REF        PIC X(16).
002844     05  DIF-COUNTERPARTY        PIC X(10).
002845     05  DIF-RUN-DATE            PIC 9(08).
002846
002847 FD  DTR-CALMAST-FILE.
002850 01  DTR-CALMAST-RECORD.
002860     COPY CALMST.
002870
003030 FD  DTR-PARM-FILE.
003040 01  DTR-PARM-RECORD             PIC X(41).
003050
003052 FD  DTR-BUSDATE-FILE.
003054 01  DTR-BUSDATE-RECORD.
003056     COPY BUSDATE.
003058
003060 FD  DTR-CONTROL-FILE.
003070 01  DTR-CONTROL-LINE            PIC X(80).
003080
003290
003300*--------------------------------------------------------*
003310* ACTIVE CALENDAR PROFILE - THE SEVEN WORKING-DAY FLAGS
003320* (SUNDAY THROUGH SATURDAY, 'N' = NON-WORKING) IN FORCE ON
003330* THE DATE BEING TESTED, TAKEN FROM THE VERSIONS OF THE
003340* TRANSACTION'S CALENDAR CODE.  A BLANK CODE HAS ONE
003350* VERSION, THE BUILT-IN SATURDAY/SUNDAY DEFAULT; ANY OTHER
003360* CODE'S VERSIONS ARE READ FROM THE INDEXED CALENDAR MASTER
003363* MAINTAINED BY CALMNT, IN EFFECTIVE-DATE ORDER, AND HELD
003366* UNTIL THE CODE CHANGES.  CALMNT HOLDS A CODE TO 20.
003370*--------------------------------------------------------*
003380 01  DTR-ACTIVE-PROFILE.
003390     05  DTR-ACTIVE-DAY-FLAG     PIC X(01) OCCURS 7 TIMES.
003391 01  DTR-PROFILE-VERSION-TABLE.
003392     05  DTR-PROFILE-VERSION     OCCURS 20 TIMES.
003393         10  DVT-EFFECTIVE-DATE  PIC 9(08).
003394         10  DVT-DAY-FLAG        PIC X(01) OCCURS 7 TIMES.
003395 77  DTR-VERSION-COUNT           PIC 9(04)  COMP VALUE ZERO.
003396 77  DTR-VERSION-SUB             PIC 9(04)  COMP.
003397 77  DTR-ACTIVE-VERSION-SUB      PIC 9(04)  COMP VALUE ZERO.
003398 77  DTR-LOADED-CAL-CODE         PIC X(03)  VALUE HIGH-VALUES.
003399 77  DTR-VERSION-DONE-SW         PIC X(01).
003400     88  DTR-VERSION-DONE                   VALUE 'Y'.
003401 77  DTR-CAL-FLAG-SUB            PIC 9(04)  COMP.
003410 77  DTR-CALMAST-STATUS          PIC X(02).
003420     88  DTR-CALMAST-FILE-NOT-FOUND         VALUE '35'.
003430 77  DTR-CALMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
003980     88  DTR-ERROR-FILE-NOT-FOUND           VALUE '35'.
003990 77  DTR-SCHEDULE-STATUS         PIC X(02).
004000     88  DTR-SCHEDULE-FILE-NOT-FOUND        VALUE '35'.
004003 77  DTR-DIFFERENCE-STATUS       PIC X(02).
004006     88  DTR-DIFFERENCE-FILE-NOT-FOUND      VALUE '35'.
004010 77  DTR-SUMMARY-STATUS          PIC X(02).
004020     88  DTR-SUMMARY-FILE-NOT-FOUND         VALUE '35'.
004030
004200 77  DTR-BASE-DATE-YYYYMMDD      PIC 9(08).
004210 77  DTR-INTEGER-DATE            PIC S9(09) COMP.
004220 77  DTR-COMPUTED-DATE-NUM       PIC 9(08).
004225 77  DTR-UNADJUSTED-DATE-NUM     PIC 9(08).
004230 77  DTR-COMPUTED-DATE-TEXT      PIC X(10).
004240 77  DTR-WEEKDAY-NUM             PIC 9(01).
004250
004390 77  DTR-SCH-MONTH               PIC 9(02).
004400 77  DTR-SCH-DAY                 PIC 9(02).
004410 77  DTR-SCH-MONTH-LIMIT         PIC 9(02).
004411*--------------------------------------------------------*
004412* DATE-PAIR WORK FIELDS.  THE SPAN IS WALKED ONE DAY AT A
004413* TIME FROM THE START DATE TOWARD THE END DATE.
004414*--------------------------------------------------------*
004415 77  DTR-PAIR-END-DATE           PIC 9(08).
004416 77  DTR-PAIR-END-INTEGER        PIC S9(09) COMP.
004417 77  DTR-PAIR-CALENDAR-DAYS      PIC S9(07) COMP.
004418 77  DTR-PAIR-BUSINESS-DAYS      PIC S9(07) COMP.
004420
004430*--------------------------------------------------------*
004440* LANDING-MONTH BUCKETS FOR THE WORKLOAD DISTRIBUTION
004700 77  DTR-ADJUSTED-COUNT          PIC 9(09)  COMP VALUE ZERO.
004710
004720 77  DTR-RUN-TIMESTAMP           PIC X(26).
004725 77  DTR-BUSDATE-STATUS          PIC X(02).
004730 77  DTR-RUN-DATE                PIC 9(08).
004740 77  DTR-RUNCTL-STATUS           PIC X(02).
004750     88  DTR-RUNCTL-FILE-NOT-FOUND           VALUE '35'.
004940
004950 1000-INITIALIZE.
004960     MOVE FUNCTION CURRENT-DATE TO DTR-RUN-TIMESTAMP.
004966     PERFORM 1040-READ-BUSINESS-DATE
004972         THRU 1040-READ-BUSINESS-DATE-EXIT.
004980     OPEN INPUT DTR-TRANS-FILE.
004990     OPEN EXTEND DTR-REPORT-FILE.
005000     IF DTR-REPORT-FILE-NOT-FOUND
005080     IF DTR-SCHEDULE-FILE-NOT-FOUND
005090         OPEN OUTPUT DTR-SCHEDULE-FILE
005100     END-IF
005102     OPEN EXTEND DTR-DIFFERENCE-FILE.
005104     IF DTR-DIFFERENCE-FILE-NOT-FOUND
005106         OPEN OUTPUT DTR-DIFFERENCE-FILE
005108     END-IF
005110     OPEN EXTEND DTR-SUMMARY-FILE.
005120     IF DTR-SUMMARY-FILE-NOT-FOUND
005130         OPEN OUTPUT DTR-SUMMARY-FILE
005680         THRU 2900-READ-TRANSACTION-EXIT.
005690 1250-VERIFY-BATCH-HEADER-EXIT. EXIT.
005700
005701*----------------------------------------------------------*
005702* 1040-READ-BUSINESS-DATE - TAKE THE NIGHT'S BUSINESS DATE
005703* FROM THE CONTROL RECORD THE BDROLL STEP ROLLED AT THE HEAD
005704* OF THE STREAM, NOT FROM THE CLOCK, SO A RUN THAT GOES PAST
005705* MIDNIGHT OR IS RESTARTED THE NEXT MORNING STILL WORKS TO
005706* THE DATE IT STARTED FOR.  A MISSING OR EMPTY CONTROL
005707* RECORD ABORTS THE STEP RATHER THAN FALL BACK ON THE CLOCK.
005708*----------------------------------------------------------*
005709 1040-READ-BUSINESS-DATE.
005710     OPEN INPUT DTR-BUSDATE-FILE.
005711     IF DTR-BUSDATE-STATUS NOT = '00'
005712         DISPLAY "D: BUSINESS-DATE CONTROL FILE COULD NOT BE "
005713             "OPENED - STATUS " DTR-BUSDATE-STATUS
005714             " - RUN ABORTED"
005715         MOVE 16 TO RETURN-CODE
005716         STOP RUN
005717     END-IF
005718     MOVE SPACES TO DTR-BUSDATE-RECORD.
005719     READ DTR-BUSDATE-FILE
005720         AT END CONTINUE
005721     END-READ.
005722     CLOSE DTR-BUSDATE-FILE.
005723     IF BDC-BUSINESS-DATE NOT NUMERIC
005724             OR BDC-BUSINESS-DATE = ZERO
005725         DISPLAY "D: NO BUSINESS DATE ON THE CONTROL RECORD - "
005726             "RUN ABORTED"
005727         MOVE 16 TO RETURN-CODE
005728         STOP RUN
005729     END-IF
005730     MOVE BDC-BUSINESS-DATE TO DTR-RUN-DATE.
005731 1040-READ-BUSINESS-DATE-EXIT. EXIT.
005732
005733*----------------------------------------------------------*
005734* 1050-READ-RUN-PARAMETERS - READ THE SHARED KEYWORD=VALUE
005735* RUN-PARAMETER MEMBER.  A MISSING MEMBER MEANS THE
005740* COMPILED DEFAULTS STAND.  THIS STEP APPLIES CHECKPOINT-
005750* INTERVAL; THE OTHER STEPS' KEYWORDS ARE VALIDATED AND
005760* PASSED OVER.  A BAD OR UNKNOWN PARAMETER FAILS THE STEP
006510                 PERFORM 1090-FAIL-BAD-PARM
006520                     THRU 1090-FAIL-BAD-PARM-EXIT
006530             END-IF
006531         WHEN "HOUSE-CALENDAR"
006532             IF DTR-PARM-VALUE(4:17) NOT = SPACES
006533                 PERFORM 1090-FAIL-BAD-PARM
006534                     THRU 1090-FAIL-BAD-PARM-EXIT
006535             END-IF
006536         WHEN "BUSINESS-DAY-CUTOFF"
006537             IF DTR-PARM-VALUE-IS-BAD
006538                     OR DTR-PARM-NUMBER > 23
006539                 PERFORM 1090-FAIL-BAD-PARM
006540                     THRU 1090-FAIL-BAD-PARM-EXIT
006541             END-IF
006542         WHEN "ACK-OVERDUE-DAYS"
006543             IF DTR-PARM-VALUE-IS-BAD
006544                     OR DTR-PARM-NUMBER = ZERO
006545                     OR DTR-PARM-NUMBER > 999
006546                 PERFORM 1090-FAIL-BAD-PARM
006547                     THRU 1090-FAIL-BAD-PARM-EXIT
006548             END-IF
006549         WHEN "OUTLIER-FACTOR"
006550             IF DTR-PARM-VALUE-IS-BAD
006551                     OR DTR-PARM-NUMBER > 999
006552                 PERFORM 1090-FAIL-BAD-PARM
006553                     THRU 1090-FAIL-BAD-PARM-EXIT
006554             END-IF
006555         WHEN "SCREEN-ACTION"
006556             IF DTR-PARM-VALUE NOT = "REJECT"
006557                     AND DTR-PARM-VALUE NOT = "EXCLUDE"
006558                     AND DTR-PARM-VALUE NOT = "WARN"
006559                 PERFORM 1090-FAIL-BAD-PARM
006560                     THRU 1090-FAIL-BAD-PARM-EXIT
006561             END-IF
006562         WHEN OTHER
006563             PERFORM 1090-FAIL-BAD-PARM
006564                 THRU 1090-FAIL-BAD-PARM-EXIT
006570     END-EVALUATE.
006580 1070-APPLY-PARM-READ.
006590     PERFORM 1060-READ-PARM-RECORD
007750            "  CAL" DELIMITED BY SIZE
007760            "  F  COMP DATE" DELIMITED BY SIZE
007770            "  STATUS" DELIMITED BY SIZE
007773            "         BUSINESS REF" DELIMITED BY SIZE
007776            "                AMOUNT" DELIMITED BY SIZE
007777        " CAL DAYS" DELIMITED BY SIZE
007778        "  BUS DAYS" DELIMITED BY SIZE
007780         INTO DTR-REPORT-HEADING-2
007790     END-STRING.
007800     WRITE DTR-REPORT-HEADING-2 AFTER ADVANCING 2 LINES.
008180                 WHEN DTR-REVERSE-TRANS
008190                     PERFORM 2750-COMPUTE-BACKSCHEDULE
008200                         THRU 2750-COMPUTE-BACKSCHEDULE-EXIT
008202                 WHEN DTR-PAIR-TRANS
008204                     PERFORM 2760-COMPUTE-DATE-DIFFERENCE
008206                         THRU 2760-COMPUTE-DATE-DIFFERENCE-EXIT
008210                 WHEN OTHER
008220                 PERFORM 2200-COMPUTE-ROLLFORWARD-DATE
008230                     THRU 2200-COMPUTE-ROLLFORWARD-DATE-EXIT
008730         SET DTR-DATE-IS-INVALID TO TRUE
008740         MOVE "INVALID ADJUST FLAG" TO DTR-ERROR-REASON
008750     ELSE IF NOT DTR-SINGLE-TRANS AND NOT DTR-SCHEDULE-TRANS
008760             AND NOT DTR-REVERSE-TRANS AND NOT DTR-PAIR-TRANS
008770         SET DTR-DATE-IS-INVALID TO TRUE
008780         MOVE "INVALID TRANSACTION TYPE" TO DTR-ERROR-REASON
008790     ELSE IF NOT DTR-OFFSET-CALENDAR AND NOT DTR-OFFSET-BUSINESS
008870         PERFORM 2120-VALIDATE-SCHEDULE-FIELDS
008880             THRU 2120-VALIDATE-SCHEDULE-FIELDS-EXIT
008890     END-IF
008892     IF DTR-DATE-IS-VALID AND DTR-PAIR-TRANS
008894         PERFORM 2130-VALIDATE-DATE-PAIR
008896             THRU 2130-VALIDATE-DATE-PAIR-EXIT
008898     END-IF
008900     IF DTR-DATE-IS-VALID AND DTR-REVERSE-TRANS
008910         IF DTR-IN-OFFSET NOT > ZERO
008920             SET DTR-DATE-IS-INVALID TO TRUE
009310             OR DTR-IN-OCCURRENCES = ZERO
009320         SET DTR-DATE-IS-INVALID TO TRUE
009330         MOVE "INVALID OCCURRENCE COUNT" TO DTR-ERROR-REASON
009331     ELSE IF DTR-IN-BUSINESS-REF = SPACES
009332         SET DTR-DATE-IS-INVALID TO TRUE
009333         MOVE "BUSINESS REFERENCE MISSING" TO DTR-ERROR-REASON
009334     ELSE IF DTR-IN-COUNTERPARTY = SPACES
009335         SET DTR-DATE-IS-INVALID TO TRUE
009336         MOVE "COUNTERPARTY MISSING" TO DTR-ERROR-REASON
009337     ELSE IF DTR-IN-AMOUNT NOT NUMERIC
009338         SET DTR-DATE-IS-INVALID TO TRUE
009339         MOVE "INVALID AMOUNT" TO DTR-ERROR-REASON
009340     END-IF.
009350 2120-VALIDATE-SCHEDULE-FIELDS-EXIT. EXIT.
009351*----------------------------------------------------------*
009352* 2130-VALIDATE-DATE-PAIR - A DATE PAIR'S END DATE MUST BE A
009353* REAL CALENDAR DATE, EDITED AS THE START DATE IS.  THE
009354* OFFSET MUST BE ZERO AND THE ADJUST FLAG BLANK - NEITHER
009355* MEANS ANYTHING ON A PAIR, AND A PAIR THAT CARRIED ONE
009356* WOULD READ AS IF IT HAD BEEN APPLIED.
009357*----------------------------------------------------------*
009358 2130-VALIDATE-DATE-PAIR.
009359     IF DTR-IN-OFFSET NOT = ZERO
009360         SET DTR-DATE-IS-INVALID TO TRUE
009361         MOVE "OFFSET NOT ZERO ON DATE PAIR" TO DTR-ERROR-REASON
009362     ELSE IF NOT DTR-ADJUST-NONE
009363         SET DTR-DATE-IS-INVALID TO TRUE
009364         MOVE "ADJUST FLAG SET ON DATE PAIR" TO DTR-ERROR-REASON
009365     ELSE IF DTR-IN-END-DAY NOT NUMERIC
009366             OR DTR-IN-END-MONTH NOT NUMERIC
009367             OR DTR-IN-END-YEAR NOT NUMERIC
009368         SET DTR-DATE-IS-INVALID TO TRUE
009369         MOVE "NON-NUMERIC END DATE FIELD" TO DTR-ERROR-REASON
009370     ELSE IF DTR-IN-END-MONTH < 1 OR DTR-IN-END-MONTH > 12
009371         SET DTR-DATE-IS-INVALID TO TRUE
009372         MOVE "END MONTH OUT OF RANGE" TO DTR-ERROR-REASON
009373     ELSE IF DTR-IN-END-YEAR < 1601
009374         SET DTR-DATE-IS-INVALID TO TRUE
009375         MOVE "END YEAR OUT OF RANGE" TO DTR-ERROR-REASON
009376     ELSE
009377         MOVE DTR-IN-END-YEAR TO DTR-SCH-YEAR
009378         MOVE DTR-IN-END-MONTH TO DTR-SCH-MONTH
009379         PERFORM 2720-SET-MONTH-LIMIT
009380             THRU 2720-SET-MONTH-LIMIT-EXIT
009381         IF DTR-IN-END-DAY < 1
009382                 OR DTR-IN-END-DAY > DTR-SCH-MONTH-LIMIT
009383             SET DTR-DATE-IS-INVALID TO TRUE
009384             MOVE "END DAY OUT OF RANGE FOR MONTH"
009385                 TO DTR-ERROR-REASON
009386         END-IF
009387     END-IF.
009388 2130-VALIDATE-DATE-PAIR-EXIT. EXIT.
009389
009390*----------------------------------------------------------*
009391* 2140-FIND-CALENDAR-PROFILE - RESOLVE THE TRANSACTION'S
009392* CALENDAR CODE INTO ITS TABLE OF PROFILE VERSIONS.  A
009400* BLANK CODE LOADS THE BUILT-IN SATURDAY/SUNDAY DEFAULT AS
009410* ITS ONE VERSION; ANY OTHER CODE'S VERSIONS ARE READ FROM
009420* THE CALENDAR MASTER.  AN UNKNOWN CODE FAILS THE EDIT
009430* RATHER THAN SILENTLY GETTING THE WRONG WEEKEND.  THE
009435* VERSION IN FORCE IS PICKED PER DATE BY 2330.
009440*----------------------------------------------------------*
009450 2140-FIND-CALENDAR-PROFILE.
009451     IF DTR-IN-CALENDAR-CODE = DTR-LOADED-CAL-CODE
009452         GO TO 2140-FIND-CALENDAR-PROFILE-EXIT
009453     END-IF
009454     MOVE HIGH-VALUES TO DTR-LOADED-CAL-CODE.
009455     MOVE ZERO TO DTR-ACTIVE-VERSION-SUB.
009460     IF DTR-IN-CALENDAR-CODE = SPACES
009467         MOVE 1 TO DTR-VERSION-COUNT
009474         MOVE ZERO TO DVT-EFFECTIVE-DATE(1)
009481         MOVE 'N' TO DVT-DAY-FLAG(1, 1)
009488         MOVE 'Y' TO DVT-DAY-FLAG(1, 2)
009495         MOVE 'Y' TO DVT-DAY-FLAG(1, 3)
009502         MOVE 'Y' TO DVT-DAY-FLAG(1, 4)
009509         MOVE 'Y' TO DVT-DAY-FLAG(1, 5)
009516         MOVE 'Y' TO DVT-DAY-FLAG(1, 6)
009523         MOVE 'N' TO DVT-DAY-FLAG(1, 7)
009530         MOVE SPACES TO DTR-LOADED-CAL-CODE
009540         GO TO 2140-FIND-CALENDAR-PROFILE-EXIT
009550     END-IF
009560     IF NOT DTR-CALMAST-IS-OPEN
009580         MOVE "UNKNOWN CALENDAR CODE" TO DTR-ERROR-REASON
009590         GO TO 2140-FIND-CALENDAR-PROFILE-EXIT
009600     END-IF
009603     MOVE ZERO TO DTR-VERSION-COUNT.
009606     MOVE 'N' TO DTR-VERSION-DONE-SW.
009610     MOVE DTR-IN-CALENDAR-CODE TO CAM-CODE.
009618     MOVE ZERO TO CAM-EFFECTIVE-DATE.
009626     START DTR-CALMAST-FILE KEY NOT < CAM-KEY
009634         INVALID KEY SET DTR-VERSION-DONE TO TRUE
009642     END-START.
009650     PERFORM 2150-TABLE-PROFILE-VERSION
009658         THRU 2150-TABLE-PROFILE-VERSION-EXIT
009666         UNTIL DTR-VERSION-DONE.
009674     IF DTR-VERSION-COUNT = ZERO
009682         SET DTR-DATE-IS-INVALID TO TRUE
009690         MOVE "UNKNOWN CALENDAR CODE" TO DTR-ERROR-REASON
009698         GO TO 2140-FIND-CALENDAR-PROFILE-EXIT
009706     END-IF
009714     MOVE DTR-IN-CALENDAR-CODE TO DTR-LOADED-CAL-CODE.
009730 2140-FIND-CALENDAR-PROFILE-EXIT. EXIT.
009731
009732 2150-TABLE-PROFILE-VERSION.
009733     READ DTR-CALMAST-FILE NEXT RECORD
009734         AT END SET DTR-VERSION-DONE TO TRUE
009735     END-READ.
009736     IF DTR-VERSION-DONE
009737         GO TO 2150-TABLE-PROFILE-VERSION-EXIT
009738     END-IF
009739     IF CAM-CODE NOT = DTR-IN-CALENDAR-CODE
009740         SET DTR-VERSION-DONE TO TRUE
009741         GO TO 2150-TABLE-PROFILE-VERSION-EXIT
009742     END-IF
009743     IF DTR-VERSION-COUNT NOT < 20
009744         DISPLAY "D: CALENDAR CODE " CAM-CODE " HAS MORE THAN "
009745             "20 VERSIONS - LATER ONES IGNORED"
009746         SET DTR-VERSION-DONE TO TRUE
009747         GO TO 2150-TABLE-PROFILE-VERSION-EXIT
009748     END-IF
009749     ADD 1 TO DTR-VERSION-COUNT.
009750     MOVE CAM-EFFECTIVE-DATE
009751         TO DVT-EFFECTIVE-DATE(DTR-VERSION-COUNT).
009752     PERFORM VARYING DTR-CAL-FLAG-SUB FROM 1 BY 1
009753             UNTIL DTR-CAL-FLAG-SUB > 7
009754         MOVE CAM-DAY-FLAG(DTR-CAL-FLAG-SUB)
009755             TO DVT-DAY-FLAG(DTR-VERSION-COUNT, DTR-CAL-FLAG-SUB)
009756     END-PERFORM.
009757 2150-TABLE-PROFILE-VERSION-EXIT. EXIT.
009758
009759*----------------------------------------------------------*
009760* 2200-COMPUTE-ROLLFORWARD-DATE - LAND THE OFFSET FROM THE
009770* BASE DATE.  A CALENDAR OFFSET (TYPE ' ' OR 'C') IS ADDED
009780* AS STRAIGHT DAYS, AS ALWAYS; A BUSINESS-DAY OFFSET (TYPE
010490 2310-CHECK-AND-SHIFT-DATE-EXIT. EXIT.
010500
010510 2320-DETERMINE-BUSINESS-DAY.
010513     PERFORM 2330-SELECT-PROFILE-VERSION
010516         THRU 2330-SELECT-PROFILE-VERSION-EXIT.
010520     COMPUTE DTR-WEEKDAY-NUM = FUNCTION MOD(DTR-INTEGER-DATE, 7).
010530     IF DTR-ACTIVE-DAY-FLAG(DTR-WEEKDAY-NUM + 1) = 'N'
010540         SET DTR-NOT-BUSINESS-DAY TO TRUE
010640         END-IF
010650     END-IF.
010660 2320-DETERMINE-BUSINESS-DAY-EXIT. EXIT.
010661
010662*----------------------------------------------------------*
010663* 2330-SELECT-PROFILE-VERSION - MAKE THE ACTIVE FLAGS THOSE
010664* OF THE VERSION IN FORCE ON DTR-COMPUTED-DATE-NUM: THE LAST
010665* ONE (IN EFFECTIVE-DATE ORDER) NOT STARTING AFTER IT.  THE
010666* ORIGINAL VERSION COVERS ANY EARLIER DATE.  THE FLAGS ARE
010667* ONLY RE-COPIED WHEN THE VERSION CHANGES.
010668*----------------------------------------------------------*
010669 2330-SELECT-PROFILE-VERSION.
010670     PERFORM VARYING DTR-VERSION-SUB FROM DTR-VERSION-COUNT BY -1
010671             UNTIL DTR-VERSION-SUB NOT > 1
010672                OR DVT-EFFECTIVE-DATE(DTR-VERSION-SUB)
010673                       NOT > DTR-COMPUTED-DATE-NUM
010674         CONTINUE
010675     END-PERFORM.
010676     IF DTR-VERSION-SUB = DTR-ACTIVE-VERSION-SUB
010677         GO TO 2330-SELECT-PROFILE-VERSION-EXIT
010678     END-IF
010679     MOVE DTR-VERSION-SUB TO DTR-ACTIVE-VERSION-SUB.
010680     PERFORM VARYING DTR-CAL-FLAG-SUB FROM 1 BY 1
010681             UNTIL DTR-CAL-FLAG-SUB > 7
010682         MOVE DVT-DAY-FLAG(DTR-VERSION-SUB, DTR-CAL-FLAG-SUB)
010683             TO DTR-ACTIVE-DAY-FLAG(DTR-CAL-FLAG-SUB)
010684     END-PERFORM.
010685 2330-SELECT-PROFILE-VERSION-EXIT. EXIT.
010686
010687 2400-WRITE-DETAIL-LINE.
010690     IF DTR-WAS-ADJUSTED
010700         ADD 1 TO DTR-ADJUSTED-COUNT
010710     END-IF
010780     EVALUATE TRUE
010790         WHEN DTR-REVERSE-TRANS
010800             MOVE 'R' TO RPT-OFFSET-BASIS
010803         WHEN DTR-PAIR-TRANS
010806             MOVE 'P' TO RPT-OFFSET-BASIS
010810         WHEN DTR-OFFSET-BUSINESS
010820             MOVE 'B' TO RPT-OFFSET-BASIS
010830         WHEN OTHER
010990     ELSE
011000         MOVE SPACES TO RPT-ADJUSTED-TAG
011010     END-IF
011012     MOVE DTR-IN-BUSINESS-REF TO RPT-BUSINESS-REF.
011014     IF DTR-SCHEDULE-TRANS
011016         MOVE DTR-IN-AMOUNT TO RPT-AMOUNT
011018     END-IF
011019     IF DTR-PAIR-TRANS
011020         MOVE DTR-PAIR-CALENDAR-DAYS TO RPT-CALENDAR-DAYS
011021         MOVE DTR-PAIR-BUSINESS-DAYS TO RPT-BUSINESS-DAYS
011022     END-IF
011023     WRITE DTR-REPORT-DETAIL-LINE AFTER ADVANCING 1 LINES.
011024*    A BACK-SCHEDULE ANSWER IS A LATEST START DATE AND A
011025*    DATE PAIR'S END DATE WAS GIVEN, NOT COMPUTED - NEITHER IS
011026*    A LANDING OBLIGATION, SO BOTH STAY OUT OF THE FORWARD
011028*    WORKLOAD DISTRIBUTION BUCKETS.
011034     IF NOT DTR-REVERSE-TRANS AND NOT DTR-PAIR-TRANS
011035         PERFORM 2450-TALLY-LANDING-MONTH
011040             THRU 2450-TALLY-LANDING-MONTH-EXIT
011041     END-IF.
012260                 FUNCTION INTEGER-OF-DATE(DTR-COMPUTED-DATE-NUM)
012270     END-IF
012280     MOVE 'N' TO DTR-ADJUSTED-SW
012285     MOVE DTR-COMPUTED-DATE-NUM TO DTR-UNADJUSTED-DATE-NUM.
012290     PERFORM 2300-ADJUST-FOR-NON-BUSINESS-DAY
012300         THRU 2300-ADJUST-FOR-NON-BUSINESS-DAY-EXIT.
012310     PERFORM 2400-WRITE-DETAIL-LINE
012740     PERFORM 2400-WRITE-DETAIL-LINE
012750         THRU 2400-WRITE-DETAIL-LINE-EXIT.
012760 2750-COMPUTE-BACKSCHEDULE-EXIT. EXIT.
012761*----------------------------------------------------------*
012762* 2760-COMPUTE-DATE-DIFFERENCE - CALENDAR DAYS AND BUSINESS
012763* DAYS FROM THE START DATE TO THE END DATE UNDER THE
012764* TRANSACTION'S CALENDAR CODE.  BUSINESS DAYS ARE COUNTED AS
012765* THE 'B' OFFSET COUNTS THEM: WALKING FROM THE START DATE,
012766* EACH WORKING DAY STEPPED ONTO COUNTS, SO THE START DATE IS
012767* NOT COUNTED AND THE END DATE IS - A 'B' OFFSET OF N FROM
012768* THE START THAT LANDS ON THE END DATE GIVES BACK N.  AN END
012769* DATE BEFORE THE START WALKS BACKWARD AND GIVES NEGATIVE
012770* COUNTS, AS A NEGATIVE OFFSET WOULD.  EACH DAY IS JUDGED BY
012771* THE PROFILE VERSION IN FORCE ON IT (2320).
012772*----------------------------------------------------------*
012773 2760-COMPUTE-DATE-DIFFERENCE.
012774     MOVE 'N' TO DTR-ADJUSTED-SW.
012775     COMPUTE DTR-BASE-DATE-YYYYMMDD =
012776             DTR-IN-YEAR * 10000 + DTR-IN-MONTH * 100
012777             + DTR-IN-DAY.
012778     COMPUTE DTR-PAIR-END-DATE =
012779             DTR-IN-END-YEAR * 10000 + DTR-IN-END-MONTH * 100
012780             + DTR-IN-END-DAY.
012781     COMPUTE DTR-INTEGER-DATE =
012782             FUNCTION INTEGER-OF-DATE(DTR-BASE-DATE-YYYYMMDD).
012783     COMPUTE DTR-PAIR-END-INTEGER =
012784             FUNCTION INTEGER-OF-DATE(DTR-PAIR-END-DATE).
012785     COMPUTE DTR-PAIR-CALENDAR-DAYS =
012786             DTR-PAIR-END-INTEGER - DTR-INTEGER-DATE.
012787     MOVE ZERO TO DTR-PAIR-BUSINESS-DAYS.
012788     IF DTR-PAIR-END-INTEGER < DTR-INTEGER-DATE
012789         MOVE -1 TO DTR-STEP-DIRECTION
012790     ELSE
012791         MOVE 1 TO DTR-STEP-DIRECTION
012792     END-IF
012793     PERFORM 2770-STEP-ONE-PAIR-DAY
012794         THRU 2770-STEP-ONE-PAIR-DAY-EXIT
012795         UNTIL DTR-INTEGER-DATE = DTR-PAIR-END-INTEGER.
012796     IF DTR-STEP-DIRECTION < ZERO
012797         COMPUTE DTR-PAIR-BUSINESS-DAYS =
012798                 0 - DTR-PAIR-BUSINESS-DAYS
012799     END-IF
012800     MOVE DTR-PAIR-END-DATE TO DTR-COMPUTED-DATE-NUM.
012801     PERFORM 2400-WRITE-DETAIL-LINE
012802         THRU 2400-WRITE-DETAIL-LINE-EXIT.
012803     PERFORM 2780-WRITE-DIFFERENCE-RECORD
012804         THRU 2780-WRITE-DIFFERENCE-RECORD-EXIT.
012805 2760-COMPUTE-DATE-DIFFERENCE-EXIT. EXIT.
012806
012807 2770-STEP-ONE-PAIR-DAY.
012808     ADD DTR-STEP-DIRECTION TO DTR-INTEGER-DATE.
012809     MOVE FUNCTION DATE-OF-INTEGER(DTR-INTEGER-DATE)
012810         TO DTR-COMPUTED-DATE-NUM.
012811     PERFORM 2320-DETERMINE-BUSINESS-DAY
012812         THRU 2320-DETERMINE-BUSINESS-DAY-EXIT.
012813     IF DTR-BUSINESS-DAY
012814         ADD 1 TO DTR-PAIR-BUSINESS-DAYS
012815     END-IF.
012816 2770-STEP-ONE-PAIR-DAY-EXIT. EXIT.
012817
012818 2780-WRITE-DIFFERENCE-RECORD.
012819     MOVE DTR-RECORD-COUNT    TO DIF-SEQUENCE-NO.
012820     MOVE DTR-BASE-DATE-YYYYMMDD TO DIF-START-DATE.
012821     MOVE DTR-PAIR-END-DATE   TO DIF-END-DATE.
012822     MOVE DTR-IN-CALENDAR-CODE TO DIF-CALENDAR-CODE.
012823     MOVE DTR-PAIR-CALENDAR-DAYS TO DIF-CALENDAR-DAYS.
012824     MOVE DTR-PAIR-BUSINESS-DAYS TO DIF-BUSINESS-DAYS.
012825     MOVE DTR-IN-BUSINESS-REF TO DIF-BUSINESS-REF.
012826     MOVE DTR-IN-COUNTERPARTY TO DIF-COUNTERPARTY.
012827     MOVE DTR-RUN-DATE        TO DIF-RUN-DATE.
012828     WRITE DTR-DIFFERENCE-RECORD.
012829 2780-WRITE-DIFFERENCE-RECORD-EXIT. EXIT.
012830
012831 2730-WRITE-SCHEDULE-RECORD.
012832     MOVE DTR-RECORD-COUNT    TO SCH-SEQUENCE-NO.
012833     MOVE DTR-OCCURRENCE-NO   TO SCH-OCCURRENCE-NO.
012834     MOVE DTR-COMPUTED-DATE-NUM TO SCH-COMPUTED-DATE.
012835     MOVE DTR-ADJUSTED-SW     TO SCH-ADJUSTED-FLAG.
012836     MOVE DTR-IN-CALENDAR-CODE TO SCH-CALENDAR-CODE.
012837     MOVE DTR-IN-BUSINESS-REF TO SCH-BUSINESS-REF.
012838     MOVE DTR-IN-COUNTERPARTY TO SCH-COUNTERPARTY.
012839     MOVE DTR-IN-AMOUNT       TO SCH-AMOUNT.
012840     MOVE DTR-RUN-DATE        TO SCH-SCHEDULE-DATE.
012841     MOVE DTR-UNADJUSTED-DATE-NUM TO SCH-UNADJUSTED-DATE.
012842     MOVE DTR-IN-ADJUST-FLAG  TO SCH-ADJUST-RULE.
012843     WRITE DTR-SCHEDULE-RECORD.
012844 2730-WRITE-SCHEDULE-RECORD-EXIT. EXIT.
012850
012860 2800-WRITE-CHECKPOINT-IF-DUE.
012870     IF FUNCTION MOD(DTR-RECORD-COUNT, DTR-CHECKPOINT-INTERVAL)
013240           DTR-REPORT-FILE
013250           DTR-ERROR-FILE
013260           DTR-SCHEDULE-FILE
013265       DTR-DIFFERENCE-FILE
013270           DTR-SUMMARY-FILE
013280           DTR-CONTROL-FILE
013290           DTR-RUNCTL-FILE.
014870* THE RUNPARM MEMBER OVERRIDES THE BLOCK FOR A DELIBERATE
014880* RERUN.  A CHECKPOINT RESTART OF A RUN THAT NEVER REACHED
014890* CLEAN COMPLETION IS NOT BLOCKED - ONLY A COMPLETED RUN
014900* REGISTERS COMPLETE.
014903* ONCE THE CHECK PASSES THE STEP IS MARKED STARTED UNDER
014906* THIS RUN'S TIMESTAMP; 9200 TURNS THE MARK TO COMPLETE.
014910*----------------------------------------------------------*
014920 1055-CHECK-RUN-REGISTRY.
014930     OPEN I-O DTR-RUNREG-FILE.
015050     MOVE DTR-RUN-DATE TO RRG-BUSINESS-DATE.
015060     MOVE "DATEROLL" TO RRG-STEP-NAME.
015070     READ DTR-RUNREG-FILE
015072         INVALID KEY
015074             MOVE DTR-RUN-DATE TO RRG-BUSINESS-DATE
015076             MOVE "DATEROLL" TO RRG-STEP-NAME
015078             SET RRG-RUN-STARTED TO TRUE
015080             MOVE DTR-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
015082             WRITE DTR-RUNREG-RECORD
015090         NOT INVALID KEY
015100             IF RRG-RUN-COMPLETE AND NOT DTR-FORCE-RERUN
015110                 DISPLAY "D: DATE-ROLL STEP ALREADY REGISTERED "
015150                 MOVE 16 TO RETURN-CODE
015160                 STOP RUN
015170             END-IF
015172             SET RRG-RUN-STARTED TO TRUE
015174             MOVE DTR-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
015176             REWRITE DTR-RUNREG-RECORD
015180     END-READ.
015190 1055-CHECK-RUN-REGISTRY-EXIT. EXIT.
015200
