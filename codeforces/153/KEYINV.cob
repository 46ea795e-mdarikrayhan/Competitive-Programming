000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. KEYINV.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. OVERNIGHT BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090* 2026-10-15 RH  NEW PROGRAM.  THE ONLY KEY REPORTING WAS THE
000100*                CIPHER STEP'S EXPIRING-KEY WARNING, SO THE
000110*                QUARTERLY SECURITY REVIEW MEANT HAND-SCANNING
000120*                THE AUDIT LOG.  THIS PROGRAM JOINS THE KEY
000130*                MASTER (KEYMST) WITH EVERY AUDIT ENTRY ON
000140*                FILE - THE ARCHIVED GENERATIONS CUT BY ARCPURG
000150*                (AUDARC), THE LIVE LOG (CIFAUD), AND THE
000160*                RE-KEY UTILITY'S LOG (RKYAUD) - AND PRINTS PER
000170*                KEY ID THE RECORDS ENCODED FROM EACH SOURCE AND
000180*                THE FIRST AND LAST USE, THEN THE EXCEPTIONS:
000190*                ACTIVE KEYS NEVER USED, SUSPENDED OR EXPIRED
000200*                KEYS STILL IN AUDIT ENTRIES OF THE LAST
000210*                RECENT-DAYS (KIVPARM, DEFAULT 90), AND KEY IDS
000220*                IN THE AUDIT THAT ARE NOT ON THE MASTER.  THE
000230*                KEY VALUE IS NEVER MOVED OUT OF THE MASTER
000240*                RECORD, SO IT CANNOT REACH THE REPORT.
000242* 2026-10-15 RH  THE AUDIT RECORDS NOW CARRY A CHAIN TRAILER
000244*                AFTER THE KEY ID (87 BYTES) AND EACH RUN CLOSES
000246*                WITH A CONTROL RECORD, WHICH IS PASSED OVER
000248*                RATHER THAN COUNTED AS UNREADABLE.
000250*----------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT KIV-PARM-FILE ASSIGN TO "KIVPARM"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS KIV-PARM-STATUS.
000320     SELECT KIV-BUSDATE-FILE ASSIGN TO "BUSDATE"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS KIV-BUSDATE-STATUS.
000350     SELECT KIV-KEYMST-FILE ASSIGN TO "KEYMST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS KYM-KEY-ID
000390         FILE STATUS IS KIV-KEYMST-STATUS.
000400     SELECT KIV-ARCHIVE-FILE ASSIGN TO "AUDARC"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS KIV-AUDIT-STATUS.
000430     SELECT KIV-AUDIT-FILE ASSIGN TO "CIFAUD"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS KIV-AUDIT-STATUS.
000460     SELECT KIV-REKEY-FILE ASSIGN TO "RKYAUD"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS KIV-AUDIT-STATUS.
000490     SELECT KIV-REPORT-FILE ASSIGN TO "KIVRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS KIV-REPORT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  KIV-PARM-FILE.
000560 01  KIV-PARM-RECORD             PIC X(41).
000570
000580 FD  KIV-BUSDATE-FILE.
000590 01  KIV-BUSDATE-RECORD.
000600     COPY BUSDATE.
000610
000620 FD  KIV-KEYMST-FILE.
000630 01  KIV-KEYMST-RECORD.
000640     COPY KEYMST.
000650
000660 FD  KIV-ARCHIVE-FILE.
000670 01  KIV-ARCHIVE-RECORD          PIC X(87).
000680
000690 FD  KIV-AUDIT-FILE.
000700 01  KIV-AUDIT-FILE-RECORD       PIC X(87).
000710
000720 FD  KIV-REKEY-FILE.
000730 01  KIV-REKEY-RECORD            PIC X(87).
000740
000750 FD  KIV-REPORT-FILE.
000760 01  KIV-REPORT-LINE             PIC X(132).
000770 01  KIV-DETAIL-LINE.
000780     05  KDL-KEY-ID              PIC 9(08).
000790     05  FILLER                  PIC X(03).
000800     05  KDL-STATUS              PIC X(01).
000810     05  FILLER                  PIC X(03).
000820     05  KDL-ALGORITHM           PIC X(01).
000830     05  FILLER                  PIC X(02).
000840     05  KDL-EFFECTIVE-DATE      PIC X(08).
000850     05  FILLER                  PIC X(02).
000860     05  KDL-EXPIRY-DATE         PIC X(08).
000870     05  FILLER                  PIC X(02).
000880     05  KDL-ARCHIVE-COUNT       PIC Z(8)9.
000890     05  FILLER                  PIC X(02).
000900     05  KDL-LIVE-COUNT          PIC Z(8)9.
000910     05  FILLER                  PIC X(02).
000920     05  KDL-REKEY-COUNT         PIC Z(8)9.
000930     05  FILLER                  PIC X(02).
000940     05  KDL-TOTAL-COUNT         PIC Z(8)9.
000950     05  FILLER                  PIC X(02).
000960     05  KDL-RECENT-COUNT        PIC Z(8)9.
000970     05  FILLER                  PIC X(02).
000980     05  KDL-FIRST-DATE          PIC X(08).
000990     05  FILLER                  PIC X(01).
001000     05  KDL-FIRST-TIME          PIC X(06).
001010     05  FILLER                  PIC X(02).
001020     05  KDL-LAST-DATE           PIC X(08).
001030     05  FILLER                  PIC X(01).
001040     05  KDL-LAST-TIME           PIC X(06).
001050     05  FILLER                  PIC X(07).
001060
001070 WORKING-STORAGE SECTION.
001080 77  KIV-PARM-STATUS             PIC X(02).
001090     88  KIV-PARM-FILE-NOT-FOUND            VALUE '35'.
001100     88  KIV-PARM-AT-END                    VALUE '10'.
001110 77  KIV-BUSDATE-STATUS          PIC X(02).
001120 77  KIV-KEYMST-STATUS           PIC X(02).
001130     88  KIV-KEYMST-AT-END                  VALUE '10'.
001140 77  KIV-AUDIT-STATUS            PIC X(02).
001150     88  KIV-AUDIT-FILE-NOT-FOUND           VALUE '35'.
001160 77  KIV-REPORT-STATUS           PIC X(02).
001170     88  KIV-REPORT-FILE-NOT-FOUND          VALUE '35'.
001180
001190 77  KIV-PARM-KEYWORD            PIC X(20).
001200 77  KIV-PARM-VALUE              PIC X(20).
001210 77  KIV-PARM-SUB                PIC 9(04)  COMP.
001220 77  KIV-PARM-BAD-SW             PIC X(01).
001230     88  KIV-PARM-VALUE-IS-BAD              VALUE 'Y'.
001240 77  KIV-PARM-NUMBER             PIC 9(09)  COMP.
001250
001260 77  KIV-RECENT-DAYS             PIC 9(04)  COMP VALUE 90.
001270 77  KIV-RUN-TIMESTAMP           PIC X(26).
001280 77  KIV-BUSINESS-DATE           PIC 9(08).
001290 77  KIV-WINDOW-START-DATE       PIC 9(08).
001300 77  KIV-RECORD-DATE             PIC 9(08).
001310
001320*--------------------------------------------------------*
001330* KEY TABLE, HELD ASCENDING ON KEY ID.  EVERY KEY MASTER
001340* RECORD IS LOADED FIRST (THE MASTER IS READ IN KEY ORDER);
001350* A KEY ID FOUND ONLY IN THE AUDIT IS INSERTED IN ITS PLACE
001360* AND FLAGGED NOT-ON-MASTER.  THE KEY VALUE IS DELIBERATELY
001370* NOT CARRIED.  THE SOURCE COUNTS ARE SUBSCRIPTED BY AUDIT
001380* SOURCE: 1 ARCHIVED GENERATIONS, 2 LIVE LOG, 3 RE-KEY LOG.
001390* FIRST AND LAST USE ARE THE RUN TIMESTAMP (YYYYMMDDHHMMSS)
001400* OF THE EARLIEST AND LATEST AUDIT ENTRY FOR THE KEY.
001410*--------------------------------------------------------*
001420 01  KIV-KEY-TABLE-AREA.
001430     05  KIV-KEY-ENTRY           OCCURS 1000 TIMES.
001440         10  KKT-KEY-ID          PIC 9(08).
001450         10  KKT-ON-MASTER-SW    PIC X(01).
001460             88  KKT-ON-MASTER              VALUE 'Y'.
001470         10  KKT-STATUS          PIC X(01).
001480             88  KKT-KEY-ACTIVE             VALUE 'A'.
001490             88  KKT-KEY-SUSPENDED          VALUE 'S'.
001500         10  KKT-ALGORITHM       PIC X(01).
001510         10  KKT-EFFECTIVE-DATE  PIC 9(08).
001520         10  KKT-EXPIRY-DATE     PIC 9(08).
001530         10  KKT-SOURCE-COUNT    PIC 9(09)  COMP OCCURS 3 TIMES.
001540         10  KKT-TOTAL-COUNT     PIC 9(09)  COMP.
001550         10  KKT-RECENT-COUNT    PIC 9(09)  COMP.
001560         10  KKT-FIRST-USED      PIC X(14).
001570         10  KKT-LAST-USED       PIC X(14).
001580 77  KIV-KEY-COUNT               PIC 9(04)  COMP VALUE ZERO.
001590 77  KIV-KEY-SUB                 PIC 9(04)  COMP.
001600 77  KIV-KEY-SHIFT-SUB           PIC 9(04)  COMP.
001610 77  KIV-KEY-HIT                 PIC 9(04)  COMP VALUE ZERO.
001620 77  KIV-KEY-POS                 PIC 9(04)  COMP.
001630 77  KIV-KEY-TRUNC-SW            PIC X(01)  VALUE 'N'.
001640     88  KIV-KEY-TABLE-TRUNCATED            VALUE 'Y'.
001650 77  KIV-UNLISTED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001660
001670*--------------------------------------------------------*
001680* AUDIT SOURCES.  ALL THREE CARRY THE CIPHER STEP'S AUDIT
001690* RECORD: RUN TIMESTAMP, RECORD COUNT, KEY ID.  A SOURCE
001700* THAT IS NOT THERE IS NOTED ON THE REPORT AND PASSED OVER.
001703* THE CHAIN CONTROL RECORD CLOSING EACH RUN IS NOT A USE OF
001706* ANY KEY AND IS PASSED OVER UNCOUNTED.
001710*--------------------------------------------------------*
001720 01  KIV-AUDIT-RECORD.
001730     05  KAU-RUN-TIMESTAMP       PIC X(26).
001740     05  FILLER                  PIC X(01).
001750     05  KAU-RECORD-COUNT        PIC X(09).
001760     05  FILLER                  PIC X(01).
001770     05  KAU-KEY-ID              PIC 9(08).
001772     05  FILLER                  PIC X(01).
001774     05  KAU-CHAIN-REC-TYPE      PIC X(01).
001776         88  KAU-CHAIN-CONTROL              VALUE 'C'.
001778     05  FILLER                  PIC X(40).
001780 01  KIV-SOURCE-NAME-DATA.
001790     05  FILLER                  PIC X(24)
001800                                 VALUE "ARCHIVED AUDIT (AUDARC)".
001810     05  FILLER                  PIC X(24)
001820                                 VALUE "LIVE AUDIT (CIFAUD)".
001830     05  FILLER                  PIC X(24)
001840                                 VALUE "RE-KEY AUDIT (RKYAUD)".
001850 01  KIV-SOURCE-NAME-TABLE REDEFINES KIV-SOURCE-NAME-DATA.
001860     05  KIV-SOURCE-NAME         PIC X(24)  OCCURS 3 TIMES.
001870 01  KIV-SOURCE-STATS-AREA.
001880     05  KIV-SOURCE-STATS        OCCURS 3 TIMES.
001890         10  KSS-PRESENT-SW      PIC X(01).
001900             88  KSS-PRESENT                VALUE 'Y'.
001910         10  KSS-READ-COUNT      PIC 9(09)  COMP.
001920         10  KSS-UNREADABLE-COUNT
001930                                 PIC 9(09)  COMP.
001940 77  KIV-SOURCE                  PIC 9(04)  COMP.
001950 77  KIV-AUDIT-END-SW            PIC X(01).
001960     88  KIV-AUDIT-END-OF-FILE              VALUE 'Y'.
001970
001980 77  KIV-NEVER-USED-COUNT        PIC 9(09)  COMP VALUE ZERO.
001990 77  KIV-STALE-USE-COUNT         PIC 9(09)  COMP VALUE ZERO.
002000 77  KIV-UNKNOWN-KEY-COUNT       PIC 9(09)  COMP VALUE ZERO.
002010 77  KIV-EXPIRED-SW              PIC X(01).
002020     88  KIV-KEY-EXPIRED                    VALUE 'Y'.
002030 77  KIV-COUNT-ED                PIC Z(8)9.
002040
002050 PROCEDURE DIVISION.
002060*----------------------------------------------------------*
002070* 0000-MAINLINE - LOAD THE KEY MASTER, TALLY EVERY AUDIT
002080* SOURCE AGAINST IT, AND PRINT THE INVENTORY AND THE
002090* EXCEPTION LISTS.
002100*----------------------------------------------------------*
002110 0000-MAINLINE.
002120     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002130     PERFORM 2000-SCAN-AUDIT-SOURCE
002140         THRU 2000-SCAN-AUDIT-SOURCE-EXIT
002150         VARYING KIV-SOURCE FROM 1 BY 1
002160         UNTIL KIV-SOURCE > 3.
002170     PERFORM 3000-WRITE-INVENTORY THRU 3000-WRITE-INVENTORY-EXIT.
002180     PERFORM 4000-WRITE-EXCEPTIONS
002190         THRU 4000-WRITE-EXCEPTIONS-EXIT.
002200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002210     STOP RUN.
002220
002230*----------------------------------------------------------*
002240* 1000-INITIALIZE - TAKE THE AS-OF DATE FROM THE BUSINESS-
002250* DATE CONTROL RECORD (A KEY IS EXPIRED WHEN ITS EXPIRY DATE
002260* IS BEFORE IT, AS THE CIPHER STEP JUDGES IT), READ THE
002270* PARAMETERS, SET THE START OF THE RECENT WINDOW, AND LOAD
002280* THE KEY MASTER.
002290*----------------------------------------------------------*
002300 1000-INITIALIZE.
002310     MOVE FUNCTION CURRENT-DATE TO KIV-RUN-TIMESTAMP.
002320     PERFORM 1040-READ-BUSINESS-DATE
002330         THRU 1040-READ-BUSINESS-DATE-EXIT.
002340     PERFORM 1100-READ-PARAMETERS
002350         THRU 1100-READ-PARAMETERS-EXIT.
002360     COMPUTE KIV-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER(
002370             FUNCTION INTEGER-OF-DATE(KIV-BUSINESS-DATE)
002380             - KIV-RECENT-DAYS).
002390     PERFORM 1200-LOAD-KEY-MASTER
002400         THRU 1200-LOAD-KEY-MASTER-EXIT.
002410     OPEN EXTEND KIV-REPORT-FILE.
002420     IF KIV-REPORT-FILE-NOT-FOUND
002430         OPEN OUTPUT KIV-REPORT-FILE
002440     END-IF.
002450 1000-INITIALIZE-EXIT. EXIT.
002460
002470 1040-READ-BUSINESS-DATE.
002480     OPEN INPUT KIV-BUSDATE-FILE.
002490     IF KIV-BUSDATE-STATUS NOT = '00'
002500         DISPLAY "KEYINV: BUSINESS-DATE CONTROL FILE COULD NOT "
002510             "BE OPENED - STATUS " KIV-BUSDATE-STATUS
002520             " - RUN ABORTED"
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF
002560     MOVE SPACES TO KIV-BUSDATE-RECORD.
002570     READ KIV-BUSDATE-FILE
002580         AT END CONTINUE
002590     END-READ.
002600     CLOSE KIV-BUSDATE-FILE.
002610     IF BDC-BUSINESS-DATE NOT NUMERIC
002620             OR BDC-BUSINESS-DATE = ZERO
002630         DISPLAY "KEYINV: NO BUSINESS DATE ON THE CONTROL "
002640             "RECORD - RUN ABORTED"
002650         MOVE 16 TO RETURN-CODE
002660         STOP RUN
002670     END-IF
002680     MOVE BDC-BUSINESS-DATE TO KIV-BUSINESS-DATE.
002690 1040-READ-BUSINESS-DATE-EXIT. EXIT.
002700
002710*----------------------------------------------------------*
002720* 1100-READ-PARAMETERS - READ THE KEYWORD=VALUE KIVPARM
002730* MEMBER.  RECENT-DAYS (1-3660) IS HOW FAR BACK FROM THE
002740* AS-OF DATE AN AUDIT ENTRY COUNTS AS RECENT.  A MISSING
002750* MEMBER MEANS THE DEFAULT STANDS.
002760*----------------------------------------------------------*
002770 1100-READ-PARAMETERS.
002780     OPEN INPUT KIV-PARM-FILE.
002790     IF KIV-PARM-FILE-NOT-FOUND
002800         GO TO 1100-READ-PARAMETERS-ECHO
002810     END-IF
002820     PERFORM 1110-READ-PARM-RECORD
002830         THRU 1110-READ-PARM-RECORD-EXIT.
002840     PERFORM 1120-APPLY-PARM-RECORD
002850         THRU 1120-APPLY-PARM-RECORD-EXIT
002860         UNTIL KIV-PARM-AT-END.
002870     CLOSE KIV-PARM-FILE.
002880 1100-READ-PARAMETERS-ECHO.
002890     DISPLAY "KEYINV: PARAMETERS IN EFFECT - RECENT-DAYS "
002900         KIV-RECENT-DAYS.
002910 1100-READ-PARAMETERS-EXIT. EXIT.
002920
002930 1110-READ-PARM-RECORD.
002940     READ KIV-PARM-FILE
002950         AT END SET KIV-PARM-AT-END TO TRUE
002960     END-READ.
002970 1110-READ-PARM-RECORD-EXIT. EXIT.
002980
002990 1120-APPLY-PARM-RECORD.
003000     IF KIV-PARM-RECORD = SPACES
003010             OR KIV-PARM-RECORD(1:1) = '*'
003020         GO TO 1120-APPLY-PARM-READ
003030     END-IF
003040     MOVE SPACES TO KIV-PARM-KEYWORD.
003050     MOVE SPACES TO KIV-PARM-VALUE.
003060     UNSTRING KIV-PARM-RECORD DELIMITED BY "="
003070         INTO KIV-PARM-KEYWORD KIV-PARM-VALUE
003080     END-UNSTRING.
003090     PERFORM 1130-EDIT-PARM-NUMBER
003100         THRU 1130-EDIT-PARM-NUMBER-EXIT.
003110     EVALUATE KIV-PARM-KEYWORD
003120         WHEN "RECENT-DAYS"
003130             IF KIV-PARM-VALUE-IS-BAD
003140                     OR KIV-PARM-NUMBER = ZERO
003150                     OR KIV-PARM-NUMBER > 3660
003160                 PERFORM 1140-FAIL-BAD-PARM
003170                     THRU 1140-FAIL-BAD-PARM-EXIT
003180             END-IF
003190             MOVE KIV-PARM-NUMBER TO KIV-RECENT-DAYS
003200         WHEN OTHER
003210             PERFORM 1140-FAIL-BAD-PARM
003220                 THRU 1140-FAIL-BAD-PARM-EXIT
003230     END-EVALUATE.
003240 1120-APPLY-PARM-READ.
003250     PERFORM 1110-READ-PARM-RECORD
003260         THRU 1110-READ-PARM-RECORD-EXIT.
003270 1120-APPLY-PARM-RECORD-EXIT. EXIT.
003280
003290*----------------------------------------------------------*
003300* 1130-EDIT-PARM-NUMBER - EDIT THE PARAMETER VALUE AS AN
003310* UNSIGNED WHOLE NUMBER OF UP TO 9 DIGITS (LEADING AND
003320* TRAILING SPACES ALLOWED) AND CONVERT IT INTO
003330* KIV-PARM-NUMBER.
003340*----------------------------------------------------------*
003350 1130-EDIT-PARM-NUMBER.
003360     MOVE 'N' TO KIV-PARM-BAD-SW.
003370     MOVE ZERO TO KIV-PARM-NUMBER.
003380     IF KIV-PARM-VALUE = SPACES
003390         SET KIV-PARM-VALUE-IS-BAD TO TRUE
003400         GO TO 1130-EDIT-PARM-NUMBER-EXIT
003410     END-IF
003420     PERFORM VARYING KIV-PARM-SUB FROM 1 BY 1
003430             UNTIL KIV-PARM-SUB > 20
003440         IF KIV-PARM-VALUE(KIV-PARM-SUB:1) = SPACE
003450             CONTINUE
003460         ELSE
003470             IF KIV-PARM-VALUE(KIV-PARM-SUB:1) NUMERIC
003480                 IF KIV-PARM-NUMBER > 99999999
003490                     SET KIV-PARM-VALUE-IS-BAD TO TRUE
003500                 ELSE
003510                     COMPUTE KIV-PARM-NUMBER =
003520                         KIV-PARM-NUMBER * 10 +
003530                         FUNCTION NUMVAL(
003540                             KIV-PARM-VALUE(KIV-PARM-SUB:1))
003550                 END-IF
003560             ELSE
003570                 SET KIV-PARM-VALUE-IS-BAD TO TRUE
003580             END-IF
003590         END-IF
003600     END-PERFORM.
003610 1130-EDIT-PARM-NUMBER-EXIT. EXIT.
003620
003630 1140-FAIL-BAD-PARM.
003640     DISPLAY "KEYINV: INVALID PARAMETER '" KIV-PARM-RECORD
003650         "' - RUN ABORTED".
003660     MOVE 16 TO RETURN-CODE.
003670     STOP RUN.
003680 1140-FAIL-BAD-PARM-EXIT. EXIT.
003690
003700*----------------------------------------------------------*
003710* 1200-LOAD-KEY-MASTER - READ THE WHOLE KEY MASTER IN KEY
003720* ORDER INTO THE KEY TABLE.  ONLY THE KEY ID AND ITS
003730* LIFECYCLE FIELDS ARE TAKEN.  A MASTER LARGER THAN THE
003740* TABLE STOPS THE RUN - A PARTIAL INVENTORY WOULD REPORT
003750* LIVE KEYS AS MISSING.
003760*----------------------------------------------------------*
003770 1200-LOAD-KEY-MASTER.
003780     OPEN INPUT KIV-KEYMST-FILE.
003790     IF KIV-KEYMST-STATUS NOT = '00'
003800         DISPLAY "KEYINV: KEY MASTER COULD NOT BE OPENED - "
003810             "STATUS " KIV-KEYMST-STATUS " - RUN ABORTED"
003820         MOVE 16 TO RETURN-CODE
003830         STOP RUN
003840     END-IF
003850     PERFORM 1210-READ-KEY-MASTER
003860         THRU 1210-READ-KEY-MASTER-EXIT.
003870     PERFORM 1220-TABLE-KEY THRU 1220-TABLE-KEY-EXIT
003880         UNTIL KIV-KEYMST-AT-END.
003890     CLOSE KIV-KEYMST-FILE.
003900 1200-LOAD-KEY-MASTER-EXIT. EXIT.
003910
003920 1210-READ-KEY-MASTER.
003930     READ KIV-KEYMST-FILE NEXT RECORD
003940         AT END CONTINUE
003950     END-READ.
003960 1210-READ-KEY-MASTER-EXIT. EXIT.
003970
003980 1220-TABLE-KEY.
003990     IF KIV-KEY-COUNT >= 1000
004000         DISPLAY "KEYINV: KEY MASTER HOLDS MORE THAN 1000 KEYS - "
004010             "RUN ABORTED"
004020         MOVE 16 TO RETURN-CODE
004030         STOP RUN
004040     END-IF
004050     ADD 1 TO KIV-KEY-COUNT.
004060     MOVE KIV-KEY-COUNT TO KIV-KEY-SUB.
004070     PERFORM 2320-CLEAR-KEY-ENTRY THRU 2320-CLEAR-KEY-ENTRY-EXIT.
004080     MOVE KYM-KEY-ID TO KKT-KEY-ID(KIV-KEY-SUB).
004090     SET KKT-ON-MASTER(KIV-KEY-SUB) TO TRUE.
004100     MOVE KYM-STATUS TO KKT-STATUS(KIV-KEY-SUB).
004110     MOVE KYM-ALGORITHM TO KKT-ALGORITHM(KIV-KEY-SUB).
004120     IF KYM-EFFECTIVE-DATE NUMERIC
004130         MOVE KYM-EFFECTIVE-DATE
004140             TO KKT-EFFECTIVE-DATE(KIV-KEY-SUB)
004150     END-IF
004160     IF KYM-EXPIRY-DATE NUMERIC
004170         MOVE KYM-EXPIRY-DATE TO KKT-EXPIRY-DATE(KIV-KEY-SUB)
004180     END-IF
004190     PERFORM 1210-READ-KEY-MASTER
004200         THRU 1210-READ-KEY-MASTER-EXIT.
004210 1220-TABLE-KEY-EXIT. EXIT.
004220
004230*----------------------------------------------------------*
004240* 2000-SCAN-AUDIT-SOURCE - READ ONE AUDIT SOURCE END TO END
004250* AND TALLY EACH ENTRY AGAINST ITS KEY.  AN ENTRY WHOSE
004260* TIMESTAMP OR KEY ID CANNOT BE READ IS COUNTED AND PASSED
004270* OVER.
004280*----------------------------------------------------------*
004290 2000-SCAN-AUDIT-SOURCE.
004300     MOVE 'N' TO KSS-PRESENT-SW(KIV-SOURCE).
004310     MOVE ZERO TO KSS-READ-COUNT(KIV-SOURCE).
004320     MOVE ZERO TO KSS-UNREADABLE-COUNT(KIV-SOURCE).
004330     PERFORM 2010-OPEN-AUDIT-SOURCE
004340         THRU 2010-OPEN-AUDIT-SOURCE-EXIT.
004350     IF KIV-AUDIT-FILE-NOT-FOUND
004360         GO TO 2000-SCAN-AUDIT-SOURCE-EXIT
004370     END-IF
004380     IF KIV-AUDIT-STATUS NOT = '00'
004390         DISPLAY "KEYINV: " KIV-SOURCE-NAME(KIV-SOURCE)
004400             " COULD NOT BE OPENED - STATUS " KIV-AUDIT-STATUS
004410             " - RUN ABORTED"
004420         MOVE 16 TO RETURN-CODE
004430         STOP RUN
004440     END-IF
004450     SET KSS-PRESENT(KIV-SOURCE) TO TRUE.
004460     MOVE 'N' TO KIV-AUDIT-END-SW.
004470     PERFORM 2020-READ-AUDIT-RECORD
004480         THRU 2020-READ-AUDIT-RECORD-EXIT.
004490     PERFORM 2200-TALLY-AUDIT-RECORD
004500         THRU 2200-TALLY-AUDIT-RECORD-EXIT
004510         UNTIL KIV-AUDIT-END-OF-FILE.
004520     PERFORM 2030-CLOSE-AUDIT-SOURCE
004530         THRU 2030-CLOSE-AUDIT-SOURCE-EXIT.
004540 2000-SCAN-AUDIT-SOURCE-EXIT. EXIT.
004550
004560 2010-OPEN-AUDIT-SOURCE.
004570     EVALUATE KIV-SOURCE
004580         WHEN 1
004590             OPEN INPUT KIV-ARCHIVE-FILE
004600         WHEN 2
004610             OPEN INPUT KIV-AUDIT-FILE
004620         WHEN 3
004630             OPEN INPUT KIV-REKEY-FILE
004640     END-EVALUATE.
004650 2010-OPEN-AUDIT-SOURCE-EXIT. EXIT.
004660
004670 2020-READ-AUDIT-RECORD.
004680     EVALUATE KIV-SOURCE
004690         WHEN 1
004700             READ KIV-ARCHIVE-FILE INTO KIV-AUDIT-RECORD
004710                 AT END SET KIV-AUDIT-END-OF-FILE TO TRUE
004720             END-READ
004730         WHEN 2
004740             READ KIV-AUDIT-FILE INTO KIV-AUDIT-RECORD
004750                 AT END SET KIV-AUDIT-END-OF-FILE TO TRUE
004760             END-READ
004770         WHEN 3
004780             READ KIV-REKEY-FILE INTO KIV-AUDIT-RECORD
004790                 AT END SET KIV-AUDIT-END-OF-FILE TO TRUE
004800             END-READ
004810     END-EVALUATE.
004820 2020-READ-AUDIT-RECORD-EXIT. EXIT.
004830
004840 2030-CLOSE-AUDIT-SOURCE.
004850     EVALUATE KIV-SOURCE
004860         WHEN 1
004870             CLOSE KIV-ARCHIVE-FILE
004880         WHEN 2
004890             CLOSE KIV-AUDIT-FILE
004900         WHEN 3
004910             CLOSE KIV-REKEY-FILE
004920     END-EVALUATE.
004930 2030-CLOSE-AUDIT-SOURCE-EXIT. EXIT.
004940
004950 2200-TALLY-AUDIT-RECORD.
004952     IF KAU-CHAIN-CONTROL
004954         GO TO 2200-TALLY-AUDIT-READ
004956     END-IF
004960     ADD 1 TO KSS-READ-COUNT(KIV-SOURCE).
004970     IF KAU-RUN-TIMESTAMP(1:14) NOT NUMERIC
004980             OR KAU-KEY-ID NOT NUMERIC
004990         ADD 1 TO KSS-UNREADABLE-COUNT(KIV-SOURCE)
005000         GO TO 2200-TALLY-AUDIT-READ
005010     END-IF
005020     PERFORM 2300-FIND-KEY-ENTRY THRU 2300-FIND-KEY-ENTRY-EXIT.
005030     IF KIV-KEY-HIT = ZERO
005040         ADD 1 TO KIV-UNLISTED-COUNT
005050         GO TO 2200-TALLY-AUDIT-READ
005060     END-IF
005070     ADD 1 TO KKT-SOURCE-COUNT(KIV-KEY-HIT, KIV-SOURCE).
005080     ADD 1 TO KKT-TOTAL-COUNT(KIV-KEY-HIT).
005090     MOVE KAU-RUN-TIMESTAMP(1:8) TO KIV-RECORD-DATE.
005100     IF KIV-RECORD-DATE >= KIV-WINDOW-START-DATE
005110         ADD 1 TO KKT-RECENT-COUNT(KIV-KEY-HIT)
005120     END-IF
005130     IF KKT-FIRST-USED(KIV-KEY-HIT) = SPACES
005140             OR KAU-RUN-TIMESTAMP(1:14)
005150                < KKT-FIRST-USED(KIV-KEY-HIT)
005160         MOVE KAU-RUN-TIMESTAMP(1:14)
005170             TO KKT-FIRST-USED(KIV-KEY-HIT)
005180     END-IF
005190     IF KKT-LAST-USED(KIV-KEY-HIT) = SPACES
005200             OR KAU-RUN-TIMESTAMP(1:14)
005210                > KKT-LAST-USED(KIV-KEY-HIT)
005220         MOVE KAU-RUN-TIMESTAMP(1:14)
005230             TO KKT-LAST-USED(KIV-KEY-HIT)
005240     END-IF.
005250 2200-TALLY-AUDIT-READ.
005260     PERFORM 2020-READ-AUDIT-RECORD
005270         THRU 2020-READ-AUDIT-RECORD-EXIT.
005280 2200-TALLY-AUDIT-RECORD-EXIT. EXIT.
005290
005300*----------------------------------------------------------*
005310* 2300-FIND-KEY-ENTRY - FIND THE AUDIT ENTRY'S KEY ID IN THE
005320* KEY TABLE, INSERTING IT IN KEY ORDER (NOT-ON-MASTER) WHEN
005330* IT IS NOT THERE.  AN AUDIT LOG IS WRITTEN A RUN AT A TIME,
005340* SO MOST ENTRIES CARRY THE SAME KEY AS THE ONE BEFORE AND
005350* THE LAST HIT IS TRIED FIRST.  LEAVES KIV-KEY-HIT ZERO WHEN
005360* THE TABLE IS FULL.
005370*----------------------------------------------------------*
005380 2300-FIND-KEY-ENTRY.
005390     IF KIV-KEY-HIT > ZERO
005400         IF KKT-KEY-ID(KIV-KEY-HIT) = KAU-KEY-ID
005410             GO TO 2300-FIND-KEY-ENTRY-EXIT
005420         END-IF
005430     END-IF
005440     MOVE ZERO TO KIV-KEY-HIT.
005450     COMPUTE KIV-KEY-POS = KIV-KEY-COUNT + 1.
005460     PERFORM VARYING KIV-KEY-SUB FROM 1 BY 1
005470             UNTIL KIV-KEY-SUB > KIV-KEY-COUNT
005480                OR KIV-KEY-HIT > ZERO
005490         IF KKT-KEY-ID(KIV-KEY-SUB) = KAU-KEY-ID
005500             MOVE KIV-KEY-SUB TO KIV-KEY-HIT
005510         END-IF
005520         IF KKT-KEY-ID(KIV-KEY-SUB) > KAU-KEY-ID
005530                 AND KIV-KEY-POS > KIV-KEY-SUB
005540             MOVE KIV-KEY-SUB TO KIV-KEY-POS
005550         END-IF
005560     END-PERFORM.
005570     IF KIV-KEY-HIT > ZERO
005580         GO TO 2300-FIND-KEY-ENTRY-EXIT
005590     END-IF
005600     IF KIV-KEY-COUNT >= 1000
005610         SET KIV-KEY-TABLE-TRUNCATED TO TRUE
005620         GO TO 2300-FIND-KEY-ENTRY-EXIT
005630     END-IF
005640     PERFORM VARYING KIV-KEY-SHIFT-SUB
005650             FROM KIV-KEY-COUNT BY -1
005660             UNTIL KIV-KEY-SHIFT-SUB < KIV-KEY-POS
005670         MOVE KIV-KEY-ENTRY(KIV-KEY-SHIFT-SUB)
005680             TO KIV-KEY-ENTRY(KIV-KEY-SHIFT-SUB + 1)
005690     END-PERFORM.
005700     ADD 1 TO KIV-KEY-COUNT.
005710     MOVE KIV-KEY-POS TO KIV-KEY-SUB.
005720     PERFORM 2320-CLEAR-KEY-ENTRY THRU 2320-CLEAR-KEY-ENTRY-EXIT.
005730     MOVE KAU-KEY-ID TO KKT-KEY-ID(KIV-KEY-SUB).
005740     MOVE KIV-KEY-POS TO KIV-KEY-HIT.
005750 2300-FIND-KEY-ENTRY-EXIT. EXIT.
005760
005770 2320-CLEAR-KEY-ENTRY.
005780     MOVE ZERO TO KKT-KEY-ID(KIV-KEY-SUB).
005790     MOVE 'N' TO KKT-ON-MASTER-SW(KIV-KEY-SUB).
005800     MOVE SPACE TO KKT-STATUS(KIV-KEY-SUB).
005810     MOVE SPACE TO KKT-ALGORITHM(KIV-KEY-SUB).
005820     MOVE ZERO TO KKT-EFFECTIVE-DATE(KIV-KEY-SUB).
005830     MOVE ZERO TO KKT-EXPIRY-DATE(KIV-KEY-SUB).
005840     MOVE ZERO TO KKT-SOURCE-COUNT(KIV-KEY-SUB, 1).
005850     MOVE ZERO TO KKT-SOURCE-COUNT(KIV-KEY-SUB, 2).
005860     MOVE ZERO TO KKT-SOURCE-COUNT(KIV-KEY-SUB, 3).
005870     MOVE ZERO TO KKT-TOTAL-COUNT(KIV-KEY-SUB).
005880     MOVE ZERO TO KKT-RECENT-COUNT(KIV-KEY-SUB).
005890     MOVE SPACES TO KKT-FIRST-USED(KIV-KEY-SUB).
005900     MOVE SPACES TO KKT-LAST-USED(KIV-KEY-SUB).
005910 2320-CLEAR-KEY-ENTRY-EXIT. EXIT.
005920
005930*----------------------------------------------------------*
005940* 3000-WRITE-INVENTORY - PRINT THE REPORT HEADING, WHAT WAS
005950* READ FROM EACH AUDIT SOURCE, AND ONE LINE PER KEY ID IN
005960* KEY ORDER.  A KEY ID NOT ON THE MASTER PRINTS '?' FOR ITS
005970* STATUS AND NO DATES.
005980*----------------------------------------------------------*
005990 3000-WRITE-INVENTORY.
006000     MOVE SPACES TO KIV-REPORT-LINE.
006010     MOVE "CIPHER KEY USAGE INVENTORY" TO KIV-REPORT-LINE(1:26).
006020     MOVE "AS OF" TO KIV-REPORT-LINE(40:5).
006030     MOVE KIV-BUSINESS-DATE TO KIV-REPORT-LINE(46:8).
006040     MOVE "RECENT = ON OR AFTER" TO KIV-REPORT-LINE(58:20).
006050     MOVE KIV-WINDOW-START-DATE TO KIV-REPORT-LINE(79:8).
006060     MOVE "RUN" TO KIV-REPORT-LINE(92:3).
006070     MOVE KIV-RUN-TIMESTAMP TO KIV-REPORT-LINE(96:26).
006080     WRITE KIV-REPORT-LINE AFTER ADVANCING PAGE.
006090     PERFORM 3100-WRITE-SOURCE-LINE
006100         THRU 3100-WRITE-SOURCE-LINE-EXIT
006110         VARYING KIV-SOURCE FROM 1 BY 1
006120         UNTIL KIV-SOURCE > 3.
006130     MOVE SPACES TO KIV-REPORT-LINE.
006140     MOVE "KEY ID    ST  AL  EFFECTIVE EXPIRY"
006150         TO KIV-REPORT-LINE(1:34).
006160     MOVE "ARCHIVED" TO KIV-REPORT-LINE(40:8).
006170     MOVE "LIVE" TO KIV-REPORT-LINE(55:4).
006180     MOVE "RE-KEY" TO KIV-REPORT-LINE(64:6).
006190     MOVE "TOTAL" TO KIV-REPORT-LINE(76:5).
006200     MOVE "RECENT" TO KIV-REPORT-LINE(86:6).
006210     MOVE "FIRST USED" TO KIV-REPORT-LINE(94:10).
006220     MOVE "LAST USED" TO KIV-REPORT-LINE(111:9).
006230     WRITE KIV-REPORT-LINE AFTER ADVANCING 2 LINES.
006240     PERFORM 3200-WRITE-KEY-LINE THRU 3200-WRITE-KEY-LINE-EXIT
006250         VARYING KIV-KEY-SUB FROM 1 BY 1
006260         UNTIL KIV-KEY-SUB > KIV-KEY-COUNT.
006270     IF KIV-KEY-TABLE-TRUNCATED
006280         MOVE SPACES TO KIV-REPORT-LINE
006290         MOVE KIV-UNLISTED-COUNT TO KIV-COUNT-ED
006300         MOVE KIV-COUNT-ED TO KIV-REPORT-LINE(1:9)
006310         MOVE "AUDIT ENTRIES FOR KEY IDS BEYOND THE 1000-ENTRY "
006320             TO KIV-REPORT-LINE(11:48)
006330         MOVE "TABLE LIMIT WERE NOT TALLIED"
006340             TO KIV-REPORT-LINE(59:28)
006350         WRITE KIV-REPORT-LINE AFTER ADVANCING 1 LINES
006360     END-IF.
006370 3000-WRITE-INVENTORY-EXIT. EXIT.
006380
006390 3100-WRITE-SOURCE-LINE.
006400     MOVE SPACES TO KIV-REPORT-LINE.
006410     MOVE KIV-SOURCE-NAME(KIV-SOURCE) TO KIV-REPORT-LINE(1:24).
006420     IF NOT KSS-PRESENT(KIV-SOURCE)
006430         MOVE "NOT PRESENT - NOT INCLUDED"
006440             TO KIV-REPORT-LINE(27:26)
006450     ELSE
006460         MOVE KSS-READ-COUNT(KIV-SOURCE) TO KIV-COUNT-ED
006470         MOVE KIV-COUNT-ED TO KIV-REPORT-LINE(27:9)
006480         MOVE "ENTRIES READ" TO KIV-REPORT-LINE(37:12)
006490         MOVE KSS-UNREADABLE-COUNT(KIV-SOURCE) TO KIV-COUNT-ED
006500         MOVE KIV-COUNT-ED TO KIV-REPORT-LINE(51:9)
006510         MOVE "UNREADABLE" TO KIV-REPORT-LINE(61:10)
006520     END-IF
006530     WRITE KIV-REPORT-LINE AFTER ADVANCING 1 LINES.
006540 3100-WRITE-SOURCE-LINE-EXIT. EXIT.
006550
006560 3200-WRITE-KEY-LINE.
006570     MOVE SPACES TO KIV-DETAIL-LINE.
006580     MOVE KKT-KEY-ID(KIV-KEY-SUB) TO KDL-KEY-ID.
006590     IF KKT-ON-MASTER(KIV-KEY-SUB)
006600         MOVE KKT-STATUS(KIV-KEY-SUB) TO KDL-STATUS
006610         MOVE KKT-ALGORITHM(KIV-KEY-SUB) TO KDL-ALGORITHM
006620         MOVE KKT-EFFECTIVE-DATE(KIV-KEY-SUB)
006630             TO KDL-EFFECTIVE-DATE
006640         MOVE KKT-EXPIRY-DATE(KIV-KEY-SUB) TO KDL-EXPIRY-DATE
006650     ELSE
006660         MOVE '?' TO KDL-STATUS
006670     END-IF
006680     MOVE KKT-SOURCE-COUNT(KIV-KEY-SUB, 1) TO KDL-ARCHIVE-COUNT.
006690     MOVE KKT-SOURCE-COUNT(KIV-KEY-SUB, 2) TO KDL-LIVE-COUNT.
006700     MOVE KKT-SOURCE-COUNT(KIV-KEY-SUB, 3) TO KDL-REKEY-COUNT.
006710     MOVE KKT-TOTAL-COUNT(KIV-KEY-SUB) TO KDL-TOTAL-COUNT.
006720     MOVE KKT-RECENT-COUNT(KIV-KEY-SUB) TO KDL-RECENT-COUNT.
006730     IF KKT-FIRST-USED(KIV-KEY-SUB) = SPACES
006740         MOVE "NEVER" TO KDL-FIRST-DATE
006750     ELSE
006760         MOVE KKT-FIRST-USED(KIV-KEY-SUB)(1:8) TO KDL-FIRST-DATE
006770         MOVE KKT-FIRST-USED(KIV-KEY-SUB)(9:6) TO KDL-FIRST-TIME
006780         MOVE KKT-LAST-USED(KIV-KEY-SUB)(1:8) TO KDL-LAST-DATE
006790         MOVE KKT-LAST-USED(KIV-KEY-SUB)(9:6) TO KDL-LAST-TIME
006800     END-IF
006810     WRITE KIV-DETAIL-LINE AFTER ADVANCING 1 LINES.
006820 3200-WRITE-KEY-LINE-EXIT. EXIT.
006830
006840*----------------------------------------------------------*
006850* 4000-WRITE-EXCEPTIONS - THE THREE EXCEPTION LISTS FOR THE
006860* REVIEW: ACTIVE KEYS WITH NO AUDIT ENTRY IN ANY SOURCE;
006870* SUSPENDED OR EXPIRED KEYS WITH AN AUDIT ENTRY IN THE
006880* RECENT WINDOW; AND KEY IDS IN THE AUDIT THAT THE MASTER
006890* DOES NOT HOLD.  EACH LIST SAYS NONE WHEN IT IS EMPTY.
006900*----------------------------------------------------------*
006910 4000-WRITE-EXCEPTIONS.
006920     MOVE SPACES TO KIV-REPORT-LINE.
006930     MOVE "EXCEPTION - ACTIVE KEYS NEVER USED"
006940         TO KIV-REPORT-LINE(1:34).
006950     WRITE KIV-REPORT-LINE AFTER ADVANCING 3 LINES.
006960     PERFORM 4100-CHECK-NEVER-USED THRU 4100-CHECK-NEVER-USED-EXIT
006970         VARYING KIV-KEY-SUB FROM 1 BY 1
006980         UNTIL KIV-KEY-SUB > KIV-KEY-COUNT.
006990     IF KIV-NEVER-USED-COUNT = ZERO
007000         PERFORM 4900-WRITE-NONE THRU 4900-WRITE-NONE-EXIT
007010     END-IF
007020     MOVE SPACES TO KIV-REPORT-LINE.
007030     MOVE "EXCEPTION - SUSPENDED OR EXPIRED KEYS IN RECENT AUDIT"
007040         TO KIV-REPORT-LINE(1:53).
007050     WRITE KIV-REPORT-LINE AFTER ADVANCING 2 LINES.
007060     PERFORM 4200-CHECK-STALE-USE THRU 4200-CHECK-STALE-USE-EXIT
007070         VARYING KIV-KEY-SUB FROM 1 BY 1
007080         UNTIL KIV-KEY-SUB > KIV-KEY-COUNT.
007090     IF KIV-STALE-USE-COUNT = ZERO
007100         PERFORM 4900-WRITE-NONE THRU 4900-WRITE-NONE-EXIT
007110     END-IF
007120     MOVE SPACES TO KIV-REPORT-LINE.
007130     MOVE "EXCEPTION - KEY IDS IN AUDIT NOT ON THE KEY MASTER"
007140         TO KIV-REPORT-LINE(1:50).
007150     WRITE KIV-REPORT-LINE AFTER ADVANCING 2 LINES.
007160     PERFORM 4300-CHECK-UNKNOWN-KEY
007170         THRU 4300-CHECK-UNKNOWN-KEY-EXIT
007180         VARYING KIV-KEY-SUB FROM 1 BY 1
007190         UNTIL KIV-KEY-SUB > KIV-KEY-COUNT.
007200     IF KIV-UNKNOWN-KEY-COUNT = ZERO
007210         PERFORM 4900-WRITE-NONE THRU 4900-WRITE-NONE-EXIT
007220     END-IF.
007230 4000-WRITE-EXCEPTIONS-EXIT. EXIT.
007240
007250 4100-CHECK-NEVER-USED.
007260     IF KKT-ON-MASTER(KIV-KEY-SUB)
007270             AND KKT-KEY-ACTIVE(KIV-KEY-SUB)
007280             AND KKT-TOTAL-COUNT(KIV-KEY-SUB) = ZERO
007290         ADD 1 TO KIV-NEVER-USED-COUNT
007300         PERFORM 3200-WRITE-KEY-LINE THRU 3200-WRITE-KEY-LINE-EXIT
007310     END-IF.
007320 4100-CHECK-NEVER-USED-EXIT. EXIT.
007330
007340 4200-CHECK-STALE-USE.
007350     IF NOT KKT-ON-MASTER(KIV-KEY-SUB)
007360             OR KKT-RECENT-COUNT(KIV-KEY-SUB) = ZERO
007370         GO TO 4200-CHECK-STALE-USE-EXIT
007380     END-IF
007390     MOVE 'N' TO KIV-EXPIRED-SW.
007400     IF KKT-EXPIRY-DATE(KIV-KEY-SUB) < KIV-BUSINESS-DATE
007410         SET KIV-KEY-EXPIRED TO TRUE
007420     END-IF
007430     IF KKT-KEY-SUSPENDED(KIV-KEY-SUB) OR KIV-KEY-EXPIRED
007440         ADD 1 TO KIV-STALE-USE-COUNT
007450         PERFORM 3200-WRITE-KEY-LINE THRU 3200-WRITE-KEY-LINE-EXIT
007460     END-IF.
007470 4200-CHECK-STALE-USE-EXIT. EXIT.
007480
007490 4300-CHECK-UNKNOWN-KEY.
007500     IF NOT KKT-ON-MASTER(KIV-KEY-SUB)
007510         ADD 1 TO KIV-UNKNOWN-KEY-COUNT
007520         PERFORM 3200-WRITE-KEY-LINE THRU 3200-WRITE-KEY-LINE-EXIT
007530     END-IF.
007540 4300-CHECK-UNKNOWN-KEY-EXIT. EXIT.
007550
007560 4900-WRITE-NONE.
007570     MOVE SPACES TO KIV-REPORT-LINE.
007580     MOVE "  NONE" TO KIV-REPORT-LINE(1:6).
007590     WRITE KIV-REPORT-LINE AFTER ADVANCING 1 LINES.
007600 4900-WRITE-NONE-EXIT. EXIT.
007610
007620*----------------------------------------------------------*
007630* 9000-TERMINATE - CLOSE THE REPORT.  ANY EXCEPTION ENDS THE
007640* RUN WITH A WARNING (RC 4) FOR THE REVIEWER TO FOLLOW UP.
007650*----------------------------------------------------------*
007660 9000-TERMINATE.
007670     MOVE SPACES TO KIV-REPORT-LINE.
007680     MOVE "KEY IDS LISTED" TO KIV-REPORT-LINE(1:14).
007690     MOVE KIV-KEY-COUNT TO KIV-COUNT-ED.
007700     MOVE KIV-COUNT-ED TO KIV-REPORT-LINE(16:9).
007710     MOVE "EXCEPTIONS" TO KIV-REPORT-LINE(28:10).
007720     COMPUTE KIV-COUNT-ED = KIV-NEVER-USED-COUNT
007730             + KIV-STALE-USE-COUNT + KIV-UNKNOWN-KEY-COUNT.
007740     MOVE KIV-COUNT-ED TO KIV-REPORT-LINE(39:9).
007750     WRITE KIV-REPORT-LINE AFTER ADVANCING 2 LINES.
007760     CLOSE KIV-REPORT-FILE.
007770     IF KIV-NEVER-USED-COUNT > ZERO
007780             OR KIV-STALE-USE-COUNT > ZERO
007790             OR KIV-UNKNOWN-KEY-COUNT > ZERO
007800             OR KIV-KEY-TABLE-TRUNCATED
007810         DISPLAY "KEYINV: WARNING - KEY USAGE EXCEPTIONS LISTED "
007820             "- SEE KIVRPT"
007830         MOVE 4 TO RETURN-CODE
007840     END-IF.
007850 9000-TERMINATE-EXIT. EXIT.
