000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACKREC.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. OVERNIGHT BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090* 2026-10-15 RH  NEW PROGRAM.  THE CIPHER STEP ROUTES EACH
000100*                NIGHT'S OUTPUT TO ITS PARTNER'S OUTBOUND
000110*                FILE AND LOGS EVERY TRANSMITTED DETAIL ON
000120*                XMTLOG, BUT NOTHING CHECKED THAT A PARTNER
000130*                EVER RECEIVED ITS FILE UNTIL THE PARTNER
000140*                COMPLAINED.  THIS PROGRAM READS THE
000150*                ACKNOWLEDGMENT FILE EACH PARTNER RETURNS
000160*                (PTNAK1-PTNAK4, BY THE PARTNER'S OUTBOUND
000170*                SLOT ON THE ROUTING TABLE), MATCHES EACH ACK
000180*                TO ITS TRANSMITTED DETAIL BY PARTNER, RUN
000190*                DATE, AND SEQUENCE NUMBER, MARKS THE DETAIL
000200*                ACKNOWLEDGED, TURNS A NEGATIVE ACK INTO A
000210*                CIFREJ REJECT THAT RCYCLE CAN RECYCLE, AND
000220*                REPORTS EVERY DETAIL STILL UNACKNOWLEDGED
000230*                MORE THAN ACK-OVERDUE-DAYS (RUNPARM, DEFAULT
000240*                3) AFTER ITS RUN DATE.
000242* 2026-10-15 RH  OUTLIER-FACTOR AND SCREEN-ACTION (THE GEOPAIR
000244*                STEP'S SURVEY POINT SCREENING) ARE ACCEPTED AS
000246*                RUNPARM KEYWORDS.
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ACK-BUSDATE-FILE ASSIGN TO "BUSDATE"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS ACK-BUSDATE-STATUS.
000320     SELECT ACK-PARM-FILE ASSIGN TO "RUNPARM"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS ACK-PARM-STATUS.
000350     SELECT ACK-PARTNER-FILE ASSIGN TO "PTNRTE"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS PTR-SOURCE-SYSTEM
000390         FILE STATUS IS ACK-PARTNER-STATUS.
000400     SELECT ACK-ACK1-FILE ASSIGN TO "PTNAK1"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS ACK-ACK-STATUS.
000430     SELECT ACK-ACK2-FILE ASSIGN TO "PTNAK2"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS ACK-ACK-STATUS.
000460     SELECT ACK-ACK3-FILE ASSIGN TO "PTNAK3"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS ACK-ACK-STATUS.
000490     SELECT ACK-ACK4-FILE ASSIGN TO "PTNAK4"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS ACK-ACK-STATUS.
000520     SELECT ACK-XMTLOG-FILE ASSIGN TO "XMTLOG"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS XLG-KEY
000560         FILE STATUS IS ACK-XMTLOG-STATUS.
000570     SELECT ACK-REJECT-FILE ASSIGN TO "CIFREJ"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS ACK-REJECT-STATUS.
000600     SELECT ACK-REPORT-FILE ASSIGN TO "ACKRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS ACK-REPORT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ACK-BUSDATE-FILE.
000670 01  ACK-BUSDATE-RECORD.
000680     COPY BUSDATE.
000690
000700 FD  ACK-PARM-FILE.
000710 01  ACK-PARM-RECORD             PIC X(41).
000720
000730 FD  ACK-PARTNER-FILE.
000740 01  ACK-PARTNER-RECORD.
000750     COPY PTNRTE.
000760
000770 FD  ACK-ACK1-FILE.
000780 01  ACK-ACK1-RECORD             PIC X(58).
000790
000800 FD  ACK-ACK2-FILE.
000810 01  ACK-ACK2-RECORD             PIC X(58).
000820
000830 FD  ACK-ACK3-FILE.
000840 01  ACK-ACK3-RECORD             PIC X(58).
000850
000860 FD  ACK-ACK4-FILE.
000870 01  ACK-ACK4-RECORD             PIC X(58).
000880
000890 FD  ACK-XMTLOG-FILE.
000900 01  ACK-XMTLOG-RECORD.
000910     COPY XMTLOG.
000920
000930 FD  ACK-REJECT-FILE.
000940 01  ACK-REJECT-RECORD.
000950     05  AKJ-SEQUENCE-NO         PIC Z(6)9.
000960     05  FILLER                  PIC X(02).
000970     05  AKJ-RAW-RECORD          PIC X(89).
000980     05  FILLER                  PIC X(02).
000990     05  AKJ-REASON-CODE         PIC X(04).
001000     05  FILLER                  PIC X(02).
001010     05  AKJ-REASON-TEXT         PIC X(30).
001020
001030 FD  ACK-REPORT-FILE.
001040 01  ACK-REPORT-LINE             PIC X(132).
001050
001060 WORKING-STORAGE SECTION.
001070 77  ACK-BUSDATE-STATUS          PIC X(02).
001080 77  ACK-PARTNER-STATUS          PIC X(02).
001090     88  ACK-PARTNER-AT-END                 VALUE '10'.
001100 77  ACK-ACK-STATUS              PIC X(02).
001110     88  ACK-ACK-FILE-NOT-FOUND             VALUE '35'.
001120 77  ACK-XMTLOG-STATUS           PIC X(02).
001130     88  ACK-XMTLOG-FILE-NOT-FOUND          VALUE '35'.
001140 77  ACK-REJECT-STATUS           PIC X(02).
001150     88  ACK-REJECT-FILE-NOT-FOUND          VALUE '35'.
001160 77  ACK-REPORT-STATUS           PIC X(02).
001170     88  ACK-REPORT-FILE-NOT-FOUND          VALUE '35'.
001180 77  ACK-RUN-TIMESTAMP           PIC X(26).
001190 77  ACK-BUSINESS-DATE           PIC 9(08).
001200 77  ACK-BUSINESS-INTEGER        PIC S9(09) COMP.
001210
001220*--------------------------------------------------------*
001230* RUN-PARAMETER (RUNPARM MEMBER) WORK FIELDS.  THE MEMBER
001240* IS SHARED WITH THE NIGHTLY STEPS; THIS PROGRAM APPLIES
001250* ACK-OVERDUE-DAYS AND VALIDATES THE REST.  A DETAIL STILL
001260* UNACKNOWLEDGED MORE THAN THAT MANY CALENDAR DAYS AFTER
001270* ITS RUN DATE IS REPORTED AS OVERDUE.
001280*--------------------------------------------------------*
001290 77  ACK-PARM-STATUS             PIC X(02).
001300     88  ACK-PARM-FILE-NOT-FOUND            VALUE '35'.
001310     88  ACK-PARM-AT-END                    VALUE '10'.
001320 77  ACK-PARM-KEYWORD            PIC X(20).
001330 77  ACK-PARM-VALUE              PIC X(20).
001340 77  ACK-PARM-SUB                PIC 9(04)  COMP.
001350 77  ACK-PARM-BAD-SW             PIC X(01).
001360     88  ACK-PARM-VALUE-IS-BAD              VALUE 'Y'.
001370 77  ACK-PARM-NUMBER             PIC 9(09)  COMP.
001380 77  ACK-OVERDUE-DAYS            PIC 9(03)  VALUE 3.
001390
001400*--------------------------------------------------------*
001410* PARTNER SLOT TABLE, LOADED FROM THE ROUTING TABLE.  EACH
001420* OUTBOUND SLOT BELONGS TO ONE PARTNER, WHOSE ACKS COME
001430* BACK ON THE SLOT'S ACKNOWLEDGMENT FILE.  A SUSPENDED
001440* ROUTE KEEPS ITS SLOT - ACKS FOR WHAT WAS SENT BEFORE THE
001450* SUSPENSION STILL COME BACK.
001460*--------------------------------------------------------*
001470 01  ACK-SLOT-TABLE.
001480     05  ACK-SLOT-PARTNER        PIC X(08) OCCURS 4 TIMES.
001490 77  ACK-SLOT                    PIC 9(04)  COMP.
001500 77  ACK-SLOT-ED                 PIC 9(01).
001510 77  ACK-ACK-END-SW              PIC X(01).
001520     88  ACK-ACK-END-OF-FILE                VALUE 'Y'.
001530 77  ACK-LOG-END-SW              PIC X(01)  VALUE 'N'.
001540     88  ACK-LOG-END-OF-FILE                VALUE 'Y'.
001550 01  ACK-ACK-RECORD.
001560     COPY PTNACK.
001570
001580 77  ACK-READ-COUNT              PIC 9(09)  COMP VALUE ZERO.
001590 77  ACK-MATCHED-COUNT           PIC 9(09)  COMP VALUE ZERO.
001600 77  ACK-NEGATIVE-COUNT          PIC 9(09)  COMP VALUE ZERO.
001610 77  ACK-EXCEPTION-COUNT         PIC 9(09)  COMP VALUE ZERO.
001620 77  ACK-AWAITING-COUNT          PIC 9(09)  COMP VALUE ZERO.
001630 77  ACK-OVERDUE-COUNT           PIC 9(09)  COMP VALUE ZERO.
001640 77  ACK-DAYS-OUTSTANDING        PIC S9(09) COMP.
001650 77  ACK-EXCEPTION-TEXT          PIC X(30).
001660 77  ACK-COUNT-ED                PIC Z(8)9.
001670 77  ACK-DAYS-ED                 PIC Z(4)9.
001680
001690 PROCEDURE DIVISION.
001700*----------------------------------------------------------*
001710* 0000-MAINLINE - APPLY EACH PARTNER'S RETURNED ACKS TO THE
001720* TRANSMISSION LOG, THEN LIST WHAT IS STILL UNACKNOWLEDGED
001730* PAST THE ALLOWED NUMBER OF DAYS.
001740*----------------------------------------------------------*
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001770     PERFORM 2000-RECONCILE-PARTNER
001780         THRU 2000-RECONCILE-PARTNER-EXIT
001790         VARYING ACK-SLOT FROM 1 BY 1
001800         UNTIL ACK-SLOT > 4.
001810     PERFORM 3000-LIST-OVERDUE THRU 3000-LIST-OVERDUE-EXIT.
001820     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001830     STOP RUN.
001840
001850 1000-INITIALIZE.
001860     MOVE FUNCTION CURRENT-DATE TO ACK-RUN-TIMESTAMP.
001870     PERFORM 1040-READ-BUSINESS-DATE
001880         THRU 1040-READ-BUSINESS-DATE-EXIT.
001890     PERFORM 1050-READ-RUN-PARAMETERS
001900         THRU 1050-READ-RUN-PARAMETERS-EXIT.
001910     PERFORM 1100-LOAD-PARTNER-SLOTS
001920         THRU 1100-LOAD-PARTNER-SLOTS-EXIT.
001930     OPEN I-O ACK-XMTLOG-FILE.
001940     IF ACK-XMTLOG-FILE-NOT-FOUND
001950         OPEN OUTPUT ACK-XMTLOG-FILE
001960         CLOSE ACK-XMTLOG-FILE
001970         OPEN I-O ACK-XMTLOG-FILE
001980     END-IF
001990     IF ACK-XMTLOG-STATUS NOT = '00'
002000         DISPLAY "ACKREC: TRANSMISSION LOG COULD NOT BE OPENED - "
002010             "STATUS " ACK-XMTLOG-STATUS " - RUN ABORTED"
002020         MOVE 16 TO RETURN-CODE
002030         STOP RUN
002040     END-IF
002050     OPEN EXTEND ACK-REJECT-FILE.
002060     IF ACK-REJECT-FILE-NOT-FOUND
002070         OPEN OUTPUT ACK-REJECT-FILE
002080     END-IF
002090     OPEN EXTEND ACK-REPORT-FILE.
002100     IF ACK-REPORT-FILE-NOT-FOUND
002110         OPEN OUTPUT ACK-REPORT-FILE
002120     END-IF
002130     PERFORM 1200-WRITE-HEADINGS THRU 1200-WRITE-HEADINGS-EXIT.
002140 1000-INITIALIZE-EXIT. EXIT.
002150
002160*----------------------------------------------------------*
002170* 1040-READ-BUSINESS-DATE - TAKE THE BUSINESS DATE FROM THE
002180* CONTROL RECORD THE BDROLL STEP ROLLS, NOT FROM THE CLOCK,
002190* SO THE AGE OF AN UNACKNOWLEDGED DETAIL IS MEASURED THE WAY
002200* THE NIGHTLY STREAM DATES ITS RUNS.  A MISSING OR EMPTY
002210* CONTROL RECORD ABORTS THE RUN.
002220*----------------------------------------------------------*
002230 1040-READ-BUSINESS-DATE.
002240     OPEN INPUT ACK-BUSDATE-FILE.
002250     IF ACK-BUSDATE-STATUS NOT = '00'
002260         DISPLAY "ACKREC: BUSINESS-DATE CONTROL FILE COULD NOT "
002270             "BE OPENED - STATUS " ACK-BUSDATE-STATUS
002280             " - RUN ABORTED"
002290         MOVE 16 TO RETURN-CODE
002300         STOP RUN
002310     END-IF
002320     MOVE SPACES TO ACK-BUSDATE-RECORD.
002330     READ ACK-BUSDATE-FILE
002340         AT END CONTINUE
002350     END-READ.
002360     CLOSE ACK-BUSDATE-FILE.
002370     IF BDC-BUSINESS-DATE NOT NUMERIC
002380             OR BDC-BUSINESS-DATE = ZERO
002390         DISPLAY "ACKREC: NO BUSINESS DATE ON THE CONTROL "
002400             "RECORD - RUN ABORTED"
002410         MOVE 16 TO RETURN-CODE
002420         STOP RUN
002430     END-IF
002440     MOVE BDC-BUSINESS-DATE TO ACK-BUSINESS-DATE.
002450     COMPUTE ACK-BUSINESS-INTEGER =
002460             FUNCTION INTEGER-OF-DATE(ACK-BUSINESS-DATE).
002470 1040-READ-BUSINESS-DATE-EXIT. EXIT.
002480
002490*----------------------------------------------------------*
002500* 1050-READ-RUN-PARAMETERS - READ THE SHARED KEYWORD=VALUE
002510* RUN-PARAMETER MEMBER.  THIS PROGRAM APPLIES
002520* ACK-OVERDUE-DAYS; THE OTHER STEPS' KEYWORDS ARE VALIDATED
002530* AND PASSED OVER.  A MISSING MEMBER MEANS THE COMPILED
002540* DEFAULT STANDS.
002550*----------------------------------------------------------*
002560 1050-READ-RUN-PARAMETERS.
002570     OPEN INPUT ACK-PARM-FILE.
002580     IF ACK-PARM-FILE-NOT-FOUND
002590         GO TO 1050-READ-RUN-PARAMETERS-ECHO
002600     END-IF
002610     PERFORM 1060-READ-PARM-RECORD
002620         THRU 1060-READ-PARM-RECORD-EXIT.
002630     PERFORM 1070-APPLY-PARM-RECORD
002640         THRU 1070-APPLY-PARM-RECORD-EXIT
002650         UNTIL ACK-PARM-AT-END.
002660     CLOSE ACK-PARM-FILE.
002670 1050-READ-RUN-PARAMETERS-ECHO.
002680     DISPLAY "ACKREC: PARAMETERS IN EFFECT - ACK-OVERDUE-DAYS "
002690         ACK-OVERDUE-DAYS.
002700 1050-READ-RUN-PARAMETERS-EXIT. EXIT.
002710
002720 1060-READ-PARM-RECORD.
002730     READ ACK-PARM-FILE
002740         AT END SET ACK-PARM-AT-END TO TRUE
002750     END-READ.
002760 1060-READ-PARM-RECORD-EXIT. EXIT.
002770
002780 1070-APPLY-PARM-RECORD.
002790     IF ACK-PARM-RECORD = SPACES
002800             OR ACK-PARM-RECORD(1:1) = '*'
002810         GO TO 1070-APPLY-PARM-READ
002820     END-IF
002830     MOVE SPACES TO ACK-PARM-KEYWORD.
002840     MOVE SPACES TO ACK-PARM-VALUE.
002850     UNSTRING ACK-PARM-RECORD DELIMITED BY "="
002860         INTO ACK-PARM-KEYWORD ACK-PARM-VALUE
002870     END-UNSTRING.
002880     PERFORM 1080-EDIT-PARM-NUMBER
002890         THRU 1080-EDIT-PARM-NUMBER-EXIT.
002900     EVALUATE ACK-PARM-KEYWORD
002910         WHEN "ACK-OVERDUE-DAYS"
002920             IF ACK-PARM-VALUE-IS-BAD
002930                     OR ACK-PARM-NUMBER = ZERO
002940                     OR ACK-PARM-NUMBER > 999
002950                 PERFORM 1090-FAIL-BAD-PARM
002960                     THRU 1090-FAIL-BAD-PARM-EXIT
002970             END-IF
002980             MOVE ACK-PARM-NUMBER TO ACK-OVERDUE-DAYS
002990         WHEN "CHECKPOINT-INTERVAL"
003000         WHEN "VERIFY-SAMPLE-RATE"
003010         WHEN "DUE-LIST-DAYS"
003020             IF ACK-PARM-VALUE-IS-BAD
003030                     OR ACK-PARM-NUMBER = ZERO
003040                 PERFORM 1090-FAIL-BAD-PARM
003050                     THRU 1090-FAIL-BAD-PARM-EXIT
003060             END-IF
003070         WHEN "VOLUME-TOLERANCE"
003080             IF ACK-PARM-VALUE-IS-BAD
003090                     OR ACK-PARM-NUMBER = ZERO
003100                     OR ACK-PARM-NUMBER > 999
003110                 PERFORM 1090-FAIL-BAD-PARM
003120                     THRU 1090-FAIL-BAD-PARM-EXIT
003130             END-IF
003140         WHEN "WINDOW-SCAN-LIMIT"
003150         WHEN "POINT-LIMIT"
003160         WHEN "MIN-SEPARATION"
003170         WHEN "AREA-TOLERANCE"
003180         WHEN "REJECT-TOLERANCE"
003190             IF ACK-PARM-VALUE-IS-BAD
003200                 PERFORM 1090-FAIL-BAD-PARM
003210                     THRU 1090-FAIL-BAD-PARM-EXIT
003220             END-IF
003230         WHEN "DEFAULT-MODE"
003240             IF (ACK-PARM-VALUE(1:1) NOT = 'F'
003250                     AND ACK-PARM-VALUE(1:1) NOT = 'N'
003260                     AND ACK-PARM-VALUE(1:1) NOT = 'B'
003270                     AND ACK-PARM-VALUE(1:1) NOT = 'P'
003280                     AND ACK-PARM-VALUE(1:1) NOT = 'V'
003290                     AND ACK-PARM-VALUE(1:1) NOT = 'O')
003300                     OR ACK-PARM-VALUE(2:19) NOT = SPACES
003310                 PERFORM 1090-FAIL-BAD-PARM
003320                     THRU 1090-FAIL-BAD-PARM-EXIT
003330             END-IF
003340         WHEN "FORCE-RERUN"
003350             IF ACK-PARM-VALUE NOT = "CIPHER"
003360                     AND ACK-PARM-VALUE NOT = "DATEROLL"
003370                     AND ACK-PARM-VALUE NOT = "GEOPAIR"
003380                     AND ACK-PARM-VALUE NOT = "ALL"
003390                 PERFORM 1090-FAIL-BAD-PARM
003400                     THRU 1090-FAIL-BAD-PARM-EXIT
003410             END-IF
003420         WHEN "HOUSE-CALENDAR"
003430             IF ACK-PARM-VALUE(4:17) NOT = SPACES
003440                 PERFORM 1090-FAIL-BAD-PARM
003450                     THRU 1090-FAIL-BAD-PARM-EXIT
003460             END-IF
003470         WHEN "BUSINESS-DAY-CUTOFF"
003480             IF ACK-PARM-VALUE-IS-BAD
003490                     OR ACK-PARM-NUMBER > 23
003500                 PERFORM 1090-FAIL-BAD-PARM
003510                     THRU 1090-FAIL-BAD-PARM-EXIT
003520             END-IF
003521         WHEN "OUTLIER-FACTOR"
003522             IF ACK-PARM-VALUE-IS-BAD
003523                     OR ACK-PARM-NUMBER > 999
003524                 PERFORM 1090-FAIL-BAD-PARM
003525                     THRU 1090-FAIL-BAD-PARM-EXIT
003526             END-IF
003527         WHEN "SCREEN-ACTION"
003528             IF ACK-PARM-VALUE NOT = "REJECT"
003529                     AND ACK-PARM-VALUE NOT = "EXCLUDE"
003530                     AND ACK-PARM-VALUE NOT = "WARN"
003531                 PERFORM 1090-FAIL-BAD-PARM
003532                     THRU 1090-FAIL-BAD-PARM-EXIT
003533             END-IF
003534         WHEN OTHER
003540             PERFORM 1090-FAIL-BAD-PARM
003550                 THRU 1090-FAIL-BAD-PARM-EXIT
003560     END-EVALUATE.
003570 1070-APPLY-PARM-READ.
003580     PERFORM 1060-READ-PARM-RECORD
003590         THRU 1060-READ-PARM-RECORD-EXIT.
003600 1070-APPLY-PARM-RECORD-EXIT. EXIT.
003610
003620*----------------------------------------------------------*
003630* 1080-EDIT-PARM-NUMBER - EDIT THE PARAMETER VALUE AS AN
003640* UNSIGNED WHOLE NUMBER OF UP TO 9 DIGITS (LEADING AND
003650* TRAILING SPACES ALLOWED) AND CONVERT IT INTO
003660* ACK-PARM-NUMBER.
003670*----------------------------------------------------------*
003680 1080-EDIT-PARM-NUMBER.
003690     MOVE 'N' TO ACK-PARM-BAD-SW.
003700     MOVE ZERO TO ACK-PARM-NUMBER.
003710     IF ACK-PARM-VALUE = SPACES
003720         SET ACK-PARM-VALUE-IS-BAD TO TRUE
003730         GO TO 1080-EDIT-PARM-NUMBER-EXIT
003740     END-IF
003750     PERFORM VARYING ACK-PARM-SUB FROM 1 BY 1
003760             UNTIL ACK-PARM-SUB > 20
003770         IF ACK-PARM-VALUE(ACK-PARM-SUB:1) = SPACE
003780             CONTINUE
003790         ELSE
003800             IF ACK-PARM-VALUE(ACK-PARM-SUB:1) NUMERIC
003810                 IF ACK-PARM-NUMBER > 99999999
003820                     SET ACK-PARM-VALUE-IS-BAD TO TRUE
003830                 ELSE
003840                     COMPUTE ACK-PARM-NUMBER =
003850                         ACK-PARM-NUMBER * 10 +
003860                         FUNCTION NUMVAL(
003870                             ACK-PARM-VALUE(ACK-PARM-SUB:1))
003880                 END-IF
003890             ELSE
003900                 SET ACK-PARM-VALUE-IS-BAD TO TRUE
003910             END-IF
003920         END-IF
003930     END-PERFORM.
003940 1080-EDIT-PARM-NUMBER-EXIT. EXIT.
003950
003960 1090-FAIL-BAD-PARM.
003970     DISPLAY "ACKREC: INVALID RUN PARAMETER '" ACK-PARM-RECORD
003980         "' - RUN ABORTED".
003990     MOVE 16 TO RETURN-CODE.
004000     STOP RUN.
004010 1090-FAIL-BAD-PARM-EXIT. EXIT.
004020
004030*----------------------------------------------------------*
004040* 1100-LOAD-PARTNER-SLOTS - BROWSE THE ROUTING TABLE AND
004050* NOTE WHICH PARTNER OWNS EACH OUTBOUND SLOT.  TWO PARTNERS
004060* ROUTED TO ONE SLOT WOULD SHARE AN OUTBOUND AND AN ACK
004070* FILE, SO THE RUN IS STOPPED UNTIL THE TABLE IS PUT RIGHT.
004080*----------------------------------------------------------*
004090 1100-LOAD-PARTNER-SLOTS.
004100     MOVE SPACES TO ACK-SLOT-TABLE.
004110     OPEN INPUT ACK-PARTNER-FILE.
004120     IF ACK-PARTNER-STATUS NOT = '00'
004130         DISPLAY "ACKREC: PARTNER ROUTING TABLE COULD NOT BE "
004140             "OPENED - STATUS " ACK-PARTNER-STATUS
004150             " - RUN ABORTED"
004160         MOVE 16 TO RETURN-CODE
004170         STOP RUN
004180     END-IF
004190     PERFORM 1110-READ-PARTNER-ROUTE
004200         THRU 1110-READ-PARTNER-ROUTE-EXIT.
004210     PERFORM 1120-TABLE-PARTNER-ROUTE
004220         THRU 1120-TABLE-PARTNER-ROUTE-EXIT
004230         UNTIL ACK-PARTNER-AT-END.
004240     CLOSE ACK-PARTNER-FILE.
004250 1100-LOAD-PARTNER-SLOTS-EXIT. EXIT.
004260
004270 1110-READ-PARTNER-ROUTE.
004280     READ ACK-PARTNER-FILE NEXT RECORD
004290         AT END CONTINUE
004300     END-READ.
004310 1110-READ-PARTNER-ROUTE-EXIT. EXIT.
004320
004330 1120-TABLE-PARTNER-ROUTE.
004340     IF PTR-OUTBOUND-SLOT NUMERIC
004350             AND PTR-OUTBOUND-SLOT >= 1
004360             AND PTR-OUTBOUND-SLOT <= 4
004370         IF ACK-SLOT-PARTNER(PTR-OUTBOUND-SLOT) = SPACES
004380             MOVE PTR-PARTNER-ID
004390                 TO ACK-SLOT-PARTNER(PTR-OUTBOUND-SLOT)
004400         ELSE
004410             IF ACK-SLOT-PARTNER(PTR-OUTBOUND-SLOT)
004420                     NOT = PTR-PARTNER-ID
004430                 DISPLAY "ACKREC: OUTBOUND SLOT "
004440                     PTR-OUTBOUND-SLOT " IS ROUTED TO PARTNERS "
004450                     ACK-SLOT-PARTNER(PTR-OUTBOUND-SLOT) " AND "
004460                     PTR-PARTNER-ID " - RUN ABORTED"
004470                 MOVE 16 TO RETURN-CODE
004480                 STOP RUN
004490             END-IF
004500         END-IF
004510     END-IF
004520     PERFORM 1110-READ-PARTNER-ROUTE
004530         THRU 1110-READ-PARTNER-ROUTE-EXIT.
004540 1120-TABLE-PARTNER-ROUTE-EXIT. EXIT.
004550
004560 1200-WRITE-HEADINGS.
004570     MOVE SPACES TO ACK-REPORT-LINE.
004580     MOVE "PARTNER ACKNOWLEDGMENT RECONCILIATION"
004590         TO ACK-REPORT-LINE(1:37).
004600     MOVE "BUSINESS DATE" TO ACK-REPORT-LINE(47:13).
004610     MOVE ACK-BUSINESS-DATE TO ACK-REPORT-LINE(61:8).
004620     MOVE "OVERDUE AFTER" TO ACK-REPORT-LINE(72:13).
004630     MOVE ACK-OVERDUE-DAYS TO ACK-REPORT-LINE(86:3).
004640     MOVE "DAYS" TO ACK-REPORT-LINE(90:4).
004650     WRITE ACK-REPORT-LINE AFTER ADVANCING PAGE.
004660     MOVE SPACES TO ACK-REPORT-LINE.
004670     MOVE "PARTNER   RUN DATE  SEQUENCE  DISPOSITION"
004680         TO ACK-REPORT-LINE(1:41).
004690     MOVE "REASON" TO ACK-REPORT-LINE(62:6).
004700     MOVE "DAYS OUT" TO ACK-REPORT-LINE(100:8).
004710     WRITE ACK-REPORT-LINE AFTER ADVANCING 2 LINES.
004720 1200-WRITE-HEADINGS-EXIT. EXIT.
004730
004740*----------------------------------------------------------*
004750* 2000-RECONCILE-PARTNER - APPLY EVERY ACK ON THE RETURNED
004760* ACKNOWLEDGMENT FILE OF ONE OUTBOUND SLOT.  A SLOT NO
004770* PARTNER IS ROUTED TO IS PASSED OVER; A PARTNER WHOSE ACK
004780* FILE IS NOT THERE IS NOTED, AND ITS DETAILS WAIT.
004790*----------------------------------------------------------*
004800 2000-RECONCILE-PARTNER.
004810     IF ACK-SLOT-PARTNER(ACK-SLOT) = SPACES
004820         GO TO 2000-RECONCILE-PARTNER-EXIT
004830     END-IF
004840     MOVE ACK-SLOT TO ACK-SLOT-ED.
004850     PERFORM 2010-OPEN-ACK-FILE THRU 2010-OPEN-ACK-FILE-EXIT.
004860     IF ACK-ACK-FILE-NOT-FOUND
004870         MOVE SPACES TO ACK-REPORT-LINE
004880         MOVE ACK-SLOT-PARTNER(ACK-SLOT) TO ACK-REPORT-LINE(1:8)
004890         MOVE "NO ACKNOWLEDGMENT FILE RETURNED"
004900             TO ACK-REPORT-LINE(30:31)
004910         WRITE ACK-REPORT-LINE AFTER ADVANCING 1 LINES
004920         GO TO 2000-RECONCILE-PARTNER-EXIT
004930     END-IF
004940     IF ACK-ACK-STATUS NOT = '00'
004950         DISPLAY "ACKREC: ACKNOWLEDGMENT FILE PTNAK" ACK-SLOT-ED
004960             " COULD NOT BE OPENED - STATUS " ACK-ACK-STATUS
004970             " - RUN ABORTED"
004980         MOVE 16 TO RETURN-CODE
004990         STOP RUN
005000     END-IF
005010     MOVE 'N' TO ACK-ACK-END-SW.
005020     PERFORM 2020-READ-ACK-RECORD THRU 2020-READ-ACK-RECORD-EXIT.
005030     PERFORM 2100-APPLY-ACK THRU 2100-APPLY-ACK-EXIT
005040         UNTIL ACK-ACK-END-OF-FILE.
005050     PERFORM 2030-CLOSE-ACK-FILE THRU 2030-CLOSE-ACK-FILE-EXIT.
005060 2000-RECONCILE-PARTNER-EXIT. EXIT.
005070
005080 2010-OPEN-ACK-FILE.
005090     EVALUATE ACK-SLOT
005100         WHEN 1
005110             OPEN INPUT ACK-ACK1-FILE
005120         WHEN 2
005130             OPEN INPUT ACK-ACK2-FILE
005140         WHEN 3
005150             OPEN INPUT ACK-ACK3-FILE
005160         WHEN 4
005170             OPEN INPUT ACK-ACK4-FILE
005180     END-EVALUATE.
005190 2010-OPEN-ACK-FILE-EXIT. EXIT.
005200
005210 2020-READ-ACK-RECORD.
005220     EVALUATE ACK-SLOT
005230         WHEN 1
005240             READ ACK-ACK1-FILE INTO ACK-ACK-RECORD
005250                 AT END SET ACK-ACK-END-OF-FILE TO TRUE
005260             END-READ
005270         WHEN 2
005280             READ ACK-ACK2-FILE INTO ACK-ACK-RECORD
005290                 AT END SET ACK-ACK-END-OF-FILE TO TRUE
005300             END-READ
005310         WHEN 3
005320             READ ACK-ACK3-FILE INTO ACK-ACK-RECORD
005330                 AT END SET ACK-ACK-END-OF-FILE TO TRUE
005340             END-READ
005350         WHEN 4
005360             READ ACK-ACK4-FILE INTO ACK-ACK-RECORD
005370                 AT END SET ACK-ACK-END-OF-FILE TO TRUE
005380             END-READ
005390     END-EVALUATE.
005400 2020-READ-ACK-RECORD-EXIT. EXIT.
005410
005420 2030-CLOSE-ACK-FILE.
005430     EVALUATE ACK-SLOT
005440         WHEN 1
005450             CLOSE ACK-ACK1-FILE
005460         WHEN 2
005470             CLOSE ACK-ACK2-FILE
005480         WHEN 3
005490             CLOSE ACK-ACK3-FILE
005500         WHEN 4
005510             CLOSE ACK-ACK4-FILE
005520     END-EVALUATE.
005530 2030-CLOSE-ACK-FILE-EXIT. EXIT.
005540
005550*----------------------------------------------------------*
005560* 2100-APPLY-ACK - MATCH ONE ACK TO ITS TRANSMITTED DETAIL
005570* ON THE LOG BY PARTNER, RUN DATE, AND SEQUENCE NUMBER AND
005580* RECORD THE OUTCOME.  A NEGATIVE ACK ALSO WRITES THE
005590* ORIGINAL CIFIN DETAIL TO CIFREJ AS A C009 REJECT, SO IT IS
005600* CORRECTED AND RESUBMITTED THROUGH RCYCLE LIKE ANY OTHER.
005610* AN ACK THAT IS MALFORMED, FROM THE WRONG PARTNER, FOR A
005620* DETAIL NEVER SENT, OR FOR ONE ALREADY ACKNOWLEDGED IS
005630* LISTED AS AN EXCEPTION AND CHANGES NOTHING.
005640*----------------------------------------------------------*
005650 2100-APPLY-ACK.
005660     ADD 1 TO ACK-READ-COUNT.
005670     EVALUATE TRUE
005680         WHEN PAK-PARTNER-ID NOT = ACK-SLOT-PARTNER(ACK-SLOT)
005690             MOVE "ACK FROM ANOTHER PARTNER"
005700                 TO ACK-EXCEPTION-TEXT
005710         WHEN PAK-RUN-DATE NOT NUMERIC
005720                 OR PAK-SEQUENCE-NO NOT NUMERIC
005730             MOVE "ACK RUN OR SEQUENCE INVALID"
005740                 TO ACK-EXCEPTION-TEXT
005750         WHEN NOT PAK-POSITIVE-ACK AND NOT PAK-NEGATIVE-ACK
005760             MOVE "ACK CODE NOT A OR N" TO ACK-EXCEPTION-TEXT
005770         WHEN OTHER
005780             MOVE SPACES TO ACK-EXCEPTION-TEXT
005790     END-EVALUATE
005800     IF ACK-EXCEPTION-TEXT = SPACES
005810         MOVE ACK-SLOT-PARTNER(ACK-SLOT) TO XLG-PARTNER-ID
005820         MOVE PAK-RUN-DATE TO XLG-RUN-DATE
005830         MOVE PAK-SEQUENCE-NO TO XLG-SEQUENCE-NO
005840         READ ACK-XMTLOG-FILE
005850             INVALID KEY
005860                 MOVE "NO MATCHING TRANSMISSION"
005870                     TO ACK-EXCEPTION-TEXT
005880             NOT INVALID KEY
005890                 IF NOT XLG-AWAITING-ACK
005900                     MOVE "DUPLICATE ACK" TO ACK-EXCEPTION-TEXT
005910                 END-IF
005920         END-READ
005930     END-IF
005940     IF ACK-EXCEPTION-TEXT NOT = SPACES
005950         PERFORM 2900-REPORT-EXCEPTION
005960             THRU 2900-REPORT-EXCEPTION-EXIT
005970         GO TO 2100-APPLY-ACK-READ
005980     END-IF
005990     ADD 1 TO ACK-MATCHED-COUNT.
006000     MOVE ACK-BUSINESS-DATE TO XLG-ACK-DATE.
006010     IF PAK-POSITIVE-ACK
006020         SET XLG-ACKNOWLEDGED TO TRUE
006030         MOVE SPACES TO XLG-ACK-REASON-CODE
006040     ELSE
006050         SET XLG-NEGATIVE-ACK TO TRUE
006060         MOVE PAK-REASON-CODE TO XLG-ACK-REASON-CODE
006070         PERFORM 2200-WRITE-RECYCLE-REJECT
006080             THRU 2200-WRITE-RECYCLE-REJECT-EXIT
006090     END-IF
006100     REWRITE ACK-XMTLOG-RECORD.
006110 2100-APPLY-ACK-READ.
006120     PERFORM 2020-READ-ACK-RECORD THRU 2020-READ-ACK-RECORD-EXIT.
006130 2100-APPLY-ACK-EXIT. EXIT.
006140
006150 2200-WRITE-RECYCLE-REJECT.
006160     ADD 1 TO ACK-NEGATIVE-COUNT.
006170     MOVE SPACES TO ACK-REJECT-RECORD.
006180     MOVE XLG-SEQUENCE-NO TO AKJ-SEQUENCE-NO.
006190     MOVE XLG-RAW-RECORD TO AKJ-RAW-RECORD.
006200     MOVE "C009" TO AKJ-REASON-CODE.
006210     MOVE "PARTNER NAK" TO AKJ-REASON-TEXT(1:11).
006220     MOVE XLG-PARTNER-ID TO AKJ-REASON-TEXT(13:8).
006230     MOVE PAK-REASON-CODE TO AKJ-REASON-TEXT(22:4).
006240     WRITE ACK-REJECT-RECORD.
006250     MOVE SPACES TO ACK-REPORT-LINE.
006260     MOVE XLG-PARTNER-ID TO ACK-REPORT-LINE(1:8).
006270     MOVE XLG-RUN-DATE TO ACK-REPORT-LINE(11:8).
006280     MOVE XLG-SEQUENCE-NO TO ACK-REPORT-LINE(21:7).
006290     MOVE "NEGATIVE ACK - REJECT WRITTEN"
006300         TO ACK-REPORT-LINE(30:29).
006310     MOVE PAK-REASON-CODE TO ACK-REPORT-LINE(62:4).
006320     MOVE PAK-REASON-TEXT TO ACK-REPORT-LINE(68:30).
006330     WRITE ACK-REPORT-LINE AFTER ADVANCING 1 LINES.
006340 2200-WRITE-RECYCLE-REJECT-EXIT. EXIT.
006350
006360 2900-REPORT-EXCEPTION.
006370     ADD 1 TO ACK-EXCEPTION-COUNT.
006380     MOVE SPACES TO ACK-REPORT-LINE.
006390     MOVE PAK-PARTNER-ID TO ACK-REPORT-LINE(1:8).
006400     MOVE ACK-ACK-RECORD(9:8) TO ACK-REPORT-LINE(11:8).
006410     MOVE ACK-ACK-RECORD(17:7) TO ACK-REPORT-LINE(21:7).
006420     MOVE ACK-EXCEPTION-TEXT TO ACK-REPORT-LINE(30:30).
006430     MOVE PAK-REASON-CODE TO ACK-REPORT-LINE(62:4).
006440     MOVE PAK-REASON-TEXT TO ACK-REPORT-LINE(68:30).
006450     WRITE ACK-REPORT-LINE AFTER ADVANCING 1 LINES.
006460 2900-REPORT-EXCEPTION-EXIT. EXIT.
006470
006480*----------------------------------------------------------*
006490* 3000-LIST-OVERDUE - BROWSE THE WHOLE TRANSMISSION LOG AND
006500* LIST EVERY DETAIL STILL AWAITING ITS ACK MORE THAN
006510* ACK-OVERDUE-DAYS CALENDAR DAYS AFTER ITS RUN DATE.  A
006520* DETAIL STILL INSIDE THE WINDOW IS ONLY COUNTED.
006530*----------------------------------------------------------*
006540 3000-LIST-OVERDUE.
006550     MOVE LOW-VALUES TO XLG-KEY.
006560     START ACK-XMTLOG-FILE KEY NOT < XLG-KEY
006570         INVALID KEY SET ACK-LOG-END-OF-FILE TO TRUE
006580     END-START.
006590     PERFORM 3100-CHECK-LOG-ENTRY THRU 3100-CHECK-LOG-ENTRY-EXIT
006600         UNTIL ACK-LOG-END-OF-FILE.
006610 3000-LIST-OVERDUE-EXIT. EXIT.
006620
006630 3100-CHECK-LOG-ENTRY.
006640     READ ACK-XMTLOG-FILE NEXT RECORD
006650         AT END SET ACK-LOG-END-OF-FILE TO TRUE
006660     END-READ.
006670     IF ACK-LOG-END-OF-FILE
006680         GO TO 3100-CHECK-LOG-ENTRY-EXIT
006690     END-IF
006700     IF NOT XLG-AWAITING-ACK
006710             OR XLG-RUN-DATE NOT NUMERIC
006720             OR XLG-RUN-DATE = ZERO
006730         GO TO 3100-CHECK-LOG-ENTRY-EXIT
006740     END-IF
006750     COMPUTE ACK-DAYS-OUTSTANDING = ACK-BUSINESS-INTEGER
006760             - FUNCTION INTEGER-OF-DATE(XLG-RUN-DATE).
006770     IF ACK-DAYS-OUTSTANDING NOT > ACK-OVERDUE-DAYS
006780         ADD 1 TO ACK-AWAITING-COUNT
006790         GO TO 3100-CHECK-LOG-ENTRY-EXIT
006800     END-IF
006810     ADD 1 TO ACK-OVERDUE-COUNT.
006820     IF ACK-OVERDUE-COUNT = 1
006830         MOVE SPACES TO ACK-REPORT-LINE
006840         MOVE "DETAILS UNACKNOWLEDGED PAST THE OVERDUE LIMIT"
006850             TO ACK-REPORT-LINE(1:45)
006860         WRITE ACK-REPORT-LINE AFTER ADVANCING 2 LINES
006870     END-IF
006880     MOVE SPACES TO ACK-REPORT-LINE.
006890     MOVE XLG-PARTNER-ID TO ACK-REPORT-LINE(1:8).
006900     MOVE XLG-RUN-DATE TO ACK-REPORT-LINE(11:8).
006910     MOVE XLG-SEQUENCE-NO TO ACK-REPORT-LINE(21:7).
006920     MOVE "OVERDUE - NO ACK RECEIVED" TO ACK-REPORT-LINE(30:25).
006930     MOVE ACK-DAYS-OUTSTANDING TO ACK-DAYS-ED.
006940     MOVE ACK-DAYS-ED TO ACK-REPORT-LINE(101:5).
006950     WRITE ACK-REPORT-LINE AFTER ADVANCING 1 LINES.
006960 3100-CHECK-LOG-ENTRY-EXIT. EXIT.
006970
006980*----------------------------------------------------------*
006990* 9000-TERMINATE - PRINT THE RUN TOTALS AND CLOSE THE FILES.
007000* AN OVERDUE DETAIL, A NEGATIVE ACK, OR AN ACK EXCEPTION
007010* ENDS THE RUN WITH A WARNING (RC 4) SO OPERATIONS FOLLOW
007020* IT UP WITH THE PARTNER.
007030*----------------------------------------------------------*
007040 9000-TERMINATE.
007050     MOVE SPACES TO ACK-REPORT-LINE.
007060     MOVE "ACKS READ" TO ACK-REPORT-LINE(1:9).
007070     MOVE ACK-READ-COUNT TO ACK-COUNT-ED.
007080     MOVE ACK-COUNT-ED TO ACK-REPORT-LINE(11:9).
007090     MOVE "MATCHED" TO ACK-REPORT-LINE(22:7).
007100     MOVE ACK-MATCHED-COUNT TO ACK-COUNT-ED.
007110     MOVE ACK-COUNT-ED TO ACK-REPORT-LINE(30:9).
007120     MOVE "NEGATIVE" TO ACK-REPORT-LINE(41:8).
007130     MOVE ACK-NEGATIVE-COUNT TO ACK-COUNT-ED.
007140     MOVE ACK-COUNT-ED TO ACK-REPORT-LINE(50:9).
007150     MOVE "EXCEPTIONS" TO ACK-REPORT-LINE(61:10).
007160     MOVE ACK-EXCEPTION-COUNT TO ACK-COUNT-ED.
007170     MOVE ACK-COUNT-ED TO ACK-REPORT-LINE(72:9).
007180     WRITE ACK-REPORT-LINE AFTER ADVANCING 2 LINES.
007190     MOVE SPACES TO ACK-REPORT-LINE.
007200     MOVE "AWAITING ACK" TO ACK-REPORT-LINE(1:12).
007210     MOVE ACK-AWAITING-COUNT TO ACK-COUNT-ED.
007220     MOVE ACK-COUNT-ED TO ACK-REPORT-LINE(14:9).
007230     MOVE "OVERDUE" TO ACK-REPORT-LINE(25:7).
007240     MOVE ACK-OVERDUE-COUNT TO ACK-COUNT-ED.
007250     MOVE ACK-COUNT-ED TO ACK-REPORT-LINE(33:9).
007260     WRITE ACK-REPORT-LINE AFTER ADVANCING 1 LINES.
007270     CLOSE ACK-XMTLOG-FILE
007280           ACK-REJECT-FILE
007290           ACK-REPORT-FILE.
007300     IF ACK-OVERDUE-COUNT > ZERO
007310             OR ACK-NEGATIVE-COUNT > ZERO
007320             OR ACK-EXCEPTION-COUNT > ZERO
007330         MOVE ACK-OVERDUE-COUNT TO ACK-COUNT-ED
007340         DISPLAY "ACKREC: WARNING - " ACK-COUNT-ED
007350             " DETAIL(S) OVERDUE FOR ACKNOWLEDGMENT - SEE ACKRPT"
007360         MOVE ACK-NEGATIVE-COUNT TO ACK-COUNT-ED
007370         DISPLAY "ACKREC: WARNING - " ACK-COUNT-ED
007380             " NEGATIVE ACK(S) WRITTEN TO CIFREJ FOR RECYCLE"
007390         MOVE ACK-EXCEPTION-COUNT TO ACK-COUNT-ED
007400         DISPLAY "ACKREC: WARNING - " ACK-COUNT-ED
007410             " ACK EXCEPTION(S) - SEE ACKRPT"
007420         MOVE 4 TO RETURN-CODE
007430     END-IF.
007440 9000-TERMINATE-EXIT. EXIT.
