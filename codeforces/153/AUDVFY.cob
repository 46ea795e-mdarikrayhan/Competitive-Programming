000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. AUDVFY.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. OVERNIGHT BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090* 2026-10-15 RH  NEW PROGRAM.  THE AUDIT TRAILS (CIFAUD,
000100*                RKYAUD, HOLAUD, CALAUD) ARE PLAIN SEQUENTIAL
000110*                DATA SETS OPENED EXTEND, SO A LINE DELETED OR
000120*                ALTERED BY ANYONE WITH UPDATE ACCESS WENT
000130*                UNNOTICED - AND REKEY, CIFVFY, AND THE ARCHIVE
000140*                STEP ALL TAKE CIFAUD ON TRUST.  EVERY WRITER
000150*                NOW ENDS EACH RECORD WITH A CHAIN TRAILER (A
000160*                SEQUENCE NUMBER RUNNING THROUGH THE WHOLE
000170*                TRAIL, THE PREVIOUS RECORD'S CHAIN VALUE, AND
000180*                A CHAIN VALUE FOLDED FROM THAT AND THE RECORD'S
000190*                OWN BYTES) AND CLOSES EACH RUN WITH A CONTROL
000200*                RECORD CARRYING THE RUN'S RECORD COUNT.  THIS
000210*                STEP RE-WALKS ONE TRAIL - A LIVE FILE OR AN
000220*                ARCPURG ARCHIVE GENERATION, NAMED BY AUDIT-NAME
000230*                IN THE AVFPARM MEMBER - RECOMPUTES EVERY CHAIN
000240*                VALUE, AND REPORTS ON AVFRPT EACH SEQUENCE GAP,
000250*                BROKEN LINK, ALTERED RECORD, AND CONTROL RECORD
000260*                WHOSE COUNT DOES NOT MATCH ITS RUN.  ANY FINDING
000270*                ENDS THE STEP RC 16 AND LEAVES IT STARTED ON
000280*                THE RUN REGISTRY FOR THE MORNING SUMMARY; A RUN
000290*                LEFT WITHOUT ITS CONTROL RECORD IS A WARNING
000300*                (RC 4).
000310*----------------------------------------------------------*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT AVF-AUDIT-FILE ASSIGN TO "AUDIN"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS AVF-AUDIT-STATUS.
000380     SELECT AVF-PARM-FILE ASSIGN TO "AVFPARM"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS AVF-PARM-STATUS.
000410     SELECT AVF-BUSDATE-FILE ASSIGN TO "BUSDATE"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS AVF-BUSDATE-STATUS.
000440     SELECT AVF-REPORT-FILE ASSIGN TO "AVFRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS AVF-REPORT-STATUS.
000470     SELECT AVF-RUNREG-FILE ASSIGN TO "RUNREG"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS RRG-KEY
000510         FILE STATUS IS AVF-RUNREG-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  AVF-AUDIT-FILE.
000560 01  AVF-AUDIT-RECORD            PIC X(200).
000570
000580 FD  AVF-PARM-FILE.
000590 01  AVF-PARM-RECORD             PIC X(41).
000600
000610 FD  AVF-BUSDATE-FILE.
000620 01  AVF-BUSDATE-RECORD.
000630     COPY BUSDATE.
000640
000650 FD  AVF-REPORT-FILE.
000660 01  AVF-REPORT-LINE             PIC X(132).
000670 01  AVF-EXCEPTION-LINE.
000680     05  AXL-LEVEL               PIC X(07).
000690     05  FILLER                  PIC X(02).
000700     05  AXL-RECORD-NO           PIC Z(8)9.
000710     05  FILLER                  PIC X(02).
000720     05  AXL-SEQUENCE-NO         PIC Z(8)9.
000730     05  FILLER                  PIC X(02).
000740     05  AXL-EXPECTED-NO         PIC Z(8)9.
000750     05  FILLER                  PIC X(02).
000760     05  AXL-RUN-TIMESTAMP       PIC X(26).
000770     05  FILLER                  PIC X(02).
000780     05  AXL-REASON              PIC X(48).
000790     05  FILLER                  PIC X(14).
000800
000810 FD  AVF-RUNREG-FILE.
000820 01  AVF-RUNREG-RECORD.
000830     COPY RUNREG.
000840
000850 WORKING-STORAGE SECTION.
000860 77  AVF-AUDIT-STATUS            PIC X(02).
000870 77  AVF-BUSDATE-STATUS          PIC X(02).
000880 77  AVF-REPORT-STATUS           PIC X(02).
000890     88  AVF-REPORT-FILE-NOT-FOUND          VALUE '35'.
000900 77  AVF-RUNREG-STATUS           PIC X(02).
000910     88  AVF-RUNREG-FILE-NOT-FOUND          VALUE '35'.
000920
000930*--------------------------------------------------------*
000940* RUN-PARAMETER (AVFPARM MEMBER) WORK FIELDS.  AUDIT-NAME
000950* NAMES THE TRAIL BEING WALKED; IT HEADS THE REPORT
000960* SECTION AND IS THE STEP NAME THE RUN REGISTERS UNDER,
000970* SO EACH TRAIL VERIFIED IN A NIGHT HAS ITS OWN ENTRY.
000980*--------------------------------------------------------*
000990 77  AVF-PARM-STATUS             PIC X(02).
001000     88  AVF-PARM-FILE-NOT-FOUND            VALUE '35'.
001010     88  AVF-PARM-AT-END                    VALUE '10'.
001020 77  AVF-PARM-KEYWORD            PIC X(20).
001030 77  AVF-PARM-VALUE              PIC X(20).
001040 77  AVF-AUDIT-NAME              PIC X(08)  VALUE "CIFAUD".
001050
001060 77  AVF-AUDIT-EOF-SW            PIC X(01)  VALUE 'N'.
001070     88  AVF-AUDIT-EOF                      VALUE 'Y'.
001080 77  AVF-RUN-TIMESTAMP           PIC X(26).
001090 77  AVF-BUSINESS-DATE           PIC 9(08).
001100
001110*--------------------------------------------------------*
001120* CHAIN TRAILER, AS EVERY AUDIT WRITER APPENDS IT AFTER
001130* ITS OWN FIELDS.  THE TRAILER IS FOUND FROM THE END OF
001140* THE RECORD, SO ONE WALK SERVES EVERY TRAIL WHATEVER ITS
001150* RECORD LENGTH.  THE CHAIN VALUE IS FOLDED OVER EVERY
001160* BYTE OF THE RECORD BEFORE IT - DATA, RECORD TYPE,
001170* SEQUENCE NUMBER, RUN COUNT, AND PREVIOUS VALUE - STARTING
001180* FROM THE PREVIOUS RECORD'S CHAIN VALUE, WITH THE SAME
001190* ARITHMETIC THE WRITERS USE.
001200*--------------------------------------------------------*
001210 01  AVF-TRAILER-AREA.
001220     05  ATR-SEP-1               PIC X(01).
001230     05  ATR-REC-TYPE            PIC X(01).
001240         88  ATR-DETAIL                     VALUE 'D'.
001250         88  ATR-CONTROL                    VALUE 'C'.
001260     05  ATR-SEP-2               PIC X(01).
001270     05  ATR-SEQUENCE-NO         PIC 9(09).
001280     05  ATR-SEP-3               PIC X(01).
001290     05  ATR-RUN-COUNT           PIC 9(09).
001300     05  ATR-SEP-4               PIC X(01).
001310     05  ATR-PREV-VALUE          PIC 9(09).
001320     05  ATR-SEP-5               PIC X(01).
001330     05  ATR-CHAIN-VALUE         PIC 9(09).
001340 77  AVF-TRAILER-SW              PIC X(01).
001350     88  AVF-TRAILER-FOUND                  VALUE 'Y'.
001360 77  AVF-REC-LENGTH              PIC 9(04)  COMP.
001370 77  AVF-TRAILER-POS             PIC 9(04)  COMP.
001380 77  AVF-CHAIN-END               PIC 9(04)  COMP.
001390 77  AVF-CHAIN-SUB               PIC 9(04)  COMP.
001400 77  AVF-CHAIN-WORK              PIC 9(15)  COMP.
001410
001420*--------------------------------------------------------*
001430* WALK STATE.  THE FIRST CHAINED RECORD ANCHORS THE WALK
001440* (AN ARCHIVE GENERATION, OR A LIVE FILE AFTER A PURGE,
001450* STARTS PART-WAY ALONG THE CHAIN); EACH LATER RECORD MUST
001460* CARRY THE NEXT SEQUENCE NUMBER AND LINK TO THE LAST
001470* RECORD'S CHAIN VALUE.  AFTER A FINDING THE WALK PICKS UP
001480* FROM THE RECORD'S OWN VALUES, SO EACH BREAK IS REPORTED
001490* ONCE.  RECORDS WRITTEN BEFORE CHAINING BEGAN MAY ONLY
001500* PRECEDE THE FIRST CHAINED RECORD.
001510*--------------------------------------------------------*
001520 77  AVF-CHAIN-STARTED-SW        PIC X(01)  VALUE 'N'.
001530     88  AVF-CHAIN-STARTED                  VALUE 'Y'.
001540 77  AVF-RECORD-BAD-SW           PIC X(01).
001550     88  AVF-RECORD-IS-BAD                  VALUE 'Y'.
001560 77  AVF-LAST-SEQUENCE           PIC 9(09)  COMP VALUE ZERO.
001570 77  AVF-LAST-VALUE              PIC 9(09)  COMP VALUE ZERO.
001580 77  AVF-EXPECTED-SEQUENCE       PIC 9(09)  COMP.
001590 77  AVF-HELD-TIMESTAMP          PIC X(26)  VALUE SPACES.
001600 77  AVF-RUN-DETAILS             PIC 9(09)  COMP VALUE ZERO.
001610
001620 77  AVF-RECORD-COUNT            PIC 9(09)  COMP VALUE ZERO.
001630 77  AVF-UNCHAINED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001640 77  AVF-CONTROL-COUNT           PIC 9(09)  COMP VALUE ZERO.
001650 77  AVF-VERIFIED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001660 77  AVF-FINDING-COUNT           PIC 9(09)  COMP VALUE ZERO.
001670 77  AVF-WARNING-COUNT           PIC 9(09)  COMP VALUE ZERO.
001680 77  AVF-COUNT-ED                PIC Z(8)9.
001690 77  AVF-LINE-LEVEL              PIC X(07).
001700 77  AVF-LINE-REASON             PIC X(48).
001710 77  AVF-LINE-EXPECTED           PIC 9(09)  COMP.
001720 77  AVF-LINE-TIMESTAMP          PIC X(26).
001730
001740 PROCEDURE DIVISION.
001750*----------------------------------------------------------*
001760* 0000-MAINLINE - OPEN THE TRAIL, WALK IT RECORD BY RECORD,
001770* REPORT THE TOTALS AND CLOSE.
001780*----------------------------------------------------------*
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001810     PERFORM 2000-VERIFY-RECORD THRU 2000-VERIFY-RECORD-EXIT
001820         UNTIL AVF-AUDIT-EOF.
001830     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001840     STOP RUN.
001850
001860 1000-INITIALIZE.
001870     MOVE FUNCTION CURRENT-DATE TO AVF-RUN-TIMESTAMP.
001880     PERFORM 1040-READ-BUSINESS-DATE
001890         THRU 1040-READ-BUSINESS-DATE-EXIT.
001900     PERFORM 1050-READ-RUN-PARAMETERS
001910         THRU 1050-READ-RUN-PARAMETERS-EXIT.
001920     PERFORM 1045-REGISTER-RUN-START
001930         THRU 1045-REGISTER-RUN-START-EXIT.
001940     OPEN INPUT AVF-AUDIT-FILE.
001950     IF AVF-AUDIT-STATUS NOT = '00'
001960         DISPLAY "AUDVFY: AUDIT TRAIL " AVF-AUDIT-NAME
001970             " COULD NOT BE OPENED - STATUS " AVF-AUDIT-STATUS
001980             " - RUN ABORTED"
001990         MOVE 16 TO RETURN-CODE
002000         STOP RUN
002010     END-IF
002020     OPEN EXTEND AVF-REPORT-FILE.
002030     IF AVF-REPORT-FILE-NOT-FOUND
002040         OPEN OUTPUT AVF-REPORT-FILE
002050     END-IF
002060     PERFORM 1300-WRITE-REPORT-HEADINGS
002070         THRU 1300-WRITE-REPORT-HEADINGS-EXIT.
002080     PERFORM 2900-READ-AUDIT-RECORD
002090         THRU 2900-READ-AUDIT-RECORD-EXIT.
002100 1000-INITIALIZE-EXIT. EXIT.
002110
002120*----------------------------------------------------------*
002130* 1040-READ-BUSINESS-DATE - TAKE THE NIGHT'S BUSINESS DATE
002140* FROM THE CONTROL RECORD THE BDROLL STEP ROLLED AT THE HEAD
002150* OF THE STREAM, NOT FROM THE CLOCK.  A MISSING OR EMPTY
002160* CONTROL RECORD ABORTS THE STEP RATHER THAN FALL BACK ON
002170* THE CLOCK.
002180*----------------------------------------------------------*
002190 1040-READ-BUSINESS-DATE.
002200     OPEN INPUT AVF-BUSDATE-FILE.
002210     IF AVF-BUSDATE-STATUS NOT = '00'
002220         DISPLAY "AUDVFY: BUSINESS-DATE CONTROL FILE COULD "
002230             "NOT BE OPENED - STATUS " AVF-BUSDATE-STATUS
002240             " - RUN ABORTED"
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF
002280     MOVE SPACES TO AVF-BUSDATE-RECORD.
002290     READ AVF-BUSDATE-FILE
002300         AT END CONTINUE
002310     END-READ.
002320     CLOSE AVF-BUSDATE-FILE.
002330     IF BDC-BUSINESS-DATE NOT NUMERIC
002340             OR BDC-BUSINESS-DATE = ZERO
002350         DISPLAY "AUDVFY: NO BUSINESS DATE ON THE CONTROL "
002360             "RECORD - RUN ABORTED"
002370         MOVE 16 TO RETURN-CODE
002380         STOP RUN
002390     END-IF
002400     MOVE BDC-BUSINESS-DATE TO AVF-BUSINESS-DATE.
002410 1040-READ-BUSINESS-DATE-EXIT. EXIT.
002420
002430*----------------------------------------------------------*
002440* 1045-REGISTER-RUN-START - MARK THIS STEP STARTED ON THE
002450* RUN REGISTRY FOR THE BUSINESS DATE, UNDER THE AUDIT NAME,
002460* WITH THIS RUN'S TIMESTAMP.  A FIRST-EVER RUN CREATES THE
002470* REGISTRY.  9200 TURNS THE MARK TO COMPLETE; A RUN THAT
002480* FINDS THE CHAIN BROKEN, OR NEVER GETS THERE, IS LEFT
002490* STARTED FOR THE MORNING SUMMARY TO REPORT.
002500*----------------------------------------------------------*
002510 1045-REGISTER-RUN-START.
002520     OPEN I-O AVF-RUNREG-FILE.
002530     IF AVF-RUNREG-FILE-NOT-FOUND
002540         OPEN OUTPUT AVF-RUNREG-FILE
002550         CLOSE AVF-RUNREG-FILE
002560         OPEN I-O AVF-RUNREG-FILE
002570     END-IF
002580     IF AVF-RUNREG-STATUS NOT = '00'
002590         DISPLAY "AUDVFY: RUN REGISTRY COULD NOT BE OPENED - "
002600             "STATUS " AVF-RUNREG-STATUS " - RUN ABORTED"
002610         MOVE 16 TO RETURN-CODE
002620         STOP RUN
002630     END-IF
002640     MOVE AVF-BUSINESS-DATE TO RRG-BUSINESS-DATE.
002650     MOVE AVF-AUDIT-NAME TO RRG-STEP-NAME.
002660     READ AVF-RUNREG-FILE
002670         INVALID KEY
002680             MOVE AVF-BUSINESS-DATE TO RRG-BUSINESS-DATE
002690             MOVE AVF-AUDIT-NAME TO RRG-STEP-NAME
002700             SET RRG-RUN-STARTED TO TRUE
002710             MOVE AVF-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
002720             WRITE AVF-RUNREG-RECORD
002730         NOT INVALID KEY
002740             SET RRG-RUN-STARTED TO TRUE
002750             MOVE AVF-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
002760             REWRITE AVF-RUNREG-RECORD
002770     END-READ.
002780 1045-REGISTER-RUN-START-EXIT. EXIT.
002790
002800*----------------------------------------------------------*
002810* 1050-READ-RUN-PARAMETERS - READ THE KEYWORD=VALUE AVFPARM
002820* MEMBER.  AUDIT-NAME (1-8 CHARACTERS) NAMES THE TRAIL ON
002830* AUDIN.  A MISSING MEMBER MEANS THE DEFAULT (CIFAUD)
002840* STANDS.
002850*----------------------------------------------------------*
002860 1050-READ-RUN-PARAMETERS.
002870     OPEN INPUT AVF-PARM-FILE.
002880     IF AVF-PARM-FILE-NOT-FOUND
002890         GO TO 1050-READ-RUN-PARAMETERS-ECHO
002900     END-IF
002910     PERFORM 1060-READ-PARM-RECORD
002920         THRU 1060-READ-PARM-RECORD-EXIT.
002930     PERFORM 1070-APPLY-PARM-RECORD
002940         THRU 1070-APPLY-PARM-RECORD-EXIT
002950         UNTIL AVF-PARM-AT-END.
002960     CLOSE AVF-PARM-FILE.
002970 1050-READ-RUN-PARAMETERS-ECHO.
002980     DISPLAY "AUDVFY: PARAMETERS IN EFFECT - AUDIT-NAME "
002990         AVF-AUDIT-NAME.
003000 1050-READ-RUN-PARAMETERS-EXIT. EXIT.
003010
003020 1060-READ-PARM-RECORD.
003030     READ AVF-PARM-FILE
003040         AT END SET AVF-PARM-AT-END TO TRUE
003050     END-READ.
003060 1060-READ-PARM-RECORD-EXIT. EXIT.
003070
003080 1070-APPLY-PARM-RECORD.
003090     IF AVF-PARM-RECORD = SPACES
003100             OR AVF-PARM-RECORD(1:1) = '*'
003110         GO TO 1070-APPLY-PARM-READ
003120     END-IF
003130     MOVE SPACES TO AVF-PARM-KEYWORD.
003140     MOVE SPACES TO AVF-PARM-VALUE.
003150     UNSTRING AVF-PARM-RECORD DELIMITED BY "="
003160         INTO AVF-PARM-KEYWORD AVF-PARM-VALUE
003170     END-UNSTRING.
003180     EVALUATE AVF-PARM-KEYWORD
003190         WHEN "AUDIT-NAME"
003200             IF AVF-PARM-VALUE(1:1) = SPACE
003210                     OR AVF-PARM-VALUE(9:12) NOT = SPACES
003220                 PERFORM 1090-FAIL-BAD-PARM
003230                     THRU 1090-FAIL-BAD-PARM-EXIT
003240             END-IF
003250             MOVE AVF-PARM-VALUE(1:8) TO AVF-AUDIT-NAME
003260         WHEN OTHER
003270             PERFORM 1090-FAIL-BAD-PARM
003280                 THRU 1090-FAIL-BAD-PARM-EXIT
003290     END-EVALUATE.
003300 1070-APPLY-PARM-READ.
003310     PERFORM 1060-READ-PARM-RECORD
003320         THRU 1060-READ-PARM-RECORD-EXIT.
003330 1070-APPLY-PARM-RECORD-EXIT. EXIT.
003340
003350 1090-FAIL-BAD-PARM.
003360     DISPLAY "AUDVFY: INVALID PARAMETER '" AVF-PARM-RECORD
003370         "' - RUN ABORTED".
003380     MOVE 16 TO RETURN-CODE.
003390     STOP RUN.
003400 1090-FAIL-BAD-PARM-EXIT. EXIT.
003410
003420*----------------------------------------------------------*
003430* 1300-WRITE-REPORT-HEADINGS - START THE RUN'S SECTION OF
003440* THE SHARED REPORT: TITLE, BUSINESS DATE, AND AUDIT NAME,
003450* THEN THE EXCEPTION COLUMN HEADINGS.
003460*----------------------------------------------------------*
003470 1300-WRITE-REPORT-HEADINGS.
003480     MOVE SPACES TO AVF-REPORT-LINE.
003490     MOVE "AUDIT CHAIN VERIFICATION REPORT"
003500         TO AVF-REPORT-LINE(1:31).
003510     MOVE "BUSINESS DATE" TO AVF-REPORT-LINE(41:13).
003520     MOVE AVF-BUSINESS-DATE TO AVF-REPORT-LINE(55:8).
003530     MOVE "TRAIL" TO AVF-REPORT-LINE(71:5).
003540     MOVE AVF-AUDIT-NAME TO AVF-REPORT-LINE(77:8).
003550     WRITE AVF-REPORT-LINE AFTER ADVANCING PAGE.
003560     MOVE SPACES TO AVF-REPORT-LINE.
003570     MOVE "LEVEL" TO AVF-REPORT-LINE(1:5).
003580     MOVE "RECORD" TO AVF-REPORT-LINE(13:6).
003590     MOVE "SEQUENCE" TO AVF-REPORT-LINE(22:8).
003600     MOVE "EXPECTED" TO AVF-REPORT-LINE(33:8).
003610     MOVE "RUN TIMESTAMP" TO AVF-REPORT-LINE(43:13).
003620     MOVE "REASON" TO AVF-REPORT-LINE(71:6).
003630     WRITE AVF-REPORT-LINE AFTER ADVANCING 2 LINES.
003640 1300-WRITE-REPORT-HEADINGS-EXIT. EXIT.
003650
003660*----------------------------------------------------------*
003670* 2000-VERIFY-RECORD - CHECK ONE RECORD OF THE TRAIL: FIND
003680* ITS CHAIN TRAILER, CHECK ITS PLACE IN THE CHAIN AND ITS
003690* CHAIN VALUE, AND KEEP TRACK OF THE RUN IT BELONGS TO.
003700*----------------------------------------------------------*
003710 2000-VERIFY-RECORD.
003720     ADD 1 TO AVF-RECORD-COUNT.
003730     MOVE 'N' TO AVF-RECORD-BAD-SW.
003740     PERFORM 2100-LOCATE-TRAILER THRU 2100-LOCATE-TRAILER-EXIT.
003750     IF NOT AVF-TRAILER-FOUND
003760         IF AVF-CHAIN-STARTED
003770             MOVE "NO CHAIN TRAILER AFTER THE CHAIN BEGAN"
003780                 TO AVF-LINE-REASON
003790             MOVE ZERO TO AVF-LINE-EXPECTED
003800             PERFORM 8000-WRITE-FINDING
003810                 THRU 8000-WRITE-FINDING-EXIT
003820         ELSE
003830             ADD 1 TO AVF-UNCHAINED-COUNT
003840         END-IF
003850         GO TO 2000-VERIFY-RECORD-READ
003860     END-IF
003870     IF AVF-CHAIN-STARTED
003880         PERFORM 2300-CHECK-LINK THRU 2300-CHECK-LINK-EXIT
003890     ELSE
003900         PERFORM 2200-ANCHOR-CHAIN THRU 2200-ANCHOR-CHAIN-EXIT
003910     END-IF
003920     PERFORM 2400-CHECK-CHAIN-VALUE
003930         THRU 2400-CHECK-CHAIN-VALUE-EXIT.
003940     PERFORM 2500-CHECK-RUN-BOUNDARY
003950         THRU 2500-CHECK-RUN-BOUNDARY-EXIT.
003960     MOVE ATR-SEQUENCE-NO TO AVF-LAST-SEQUENCE.
003970     MOVE ATR-CHAIN-VALUE TO AVF-LAST-VALUE.
003980     IF NOT AVF-RECORD-IS-BAD
003990         ADD 1 TO AVF-VERIFIED-COUNT
004000     END-IF.
004010 2000-VERIFY-RECORD-READ.
004020     PERFORM 2900-READ-AUDIT-RECORD
004030         THRU 2900-READ-AUDIT-RECORD-EXIT.
004040 2000-VERIFY-RECORD-EXIT. EXIT.
004050
004060*----------------------------------------------------------*
004070* 2100-LOCATE-TRAILER - THE TRAILER IS THE LAST 42 BYTES UP
004080* TO THE LAST NON-BLANK (ITS CHAIN VALUE IS NEVER BLANK).
004090* IT COUNTS ONLY IF EVERY SEPARATOR IS BLANK, THE RECORD
004100* TYPE IS DETAIL OR CONTROL, AND ALL FOUR NUMBERS ARE
004110* NUMERIC.
004120*----------------------------------------------------------*
004130 2100-LOCATE-TRAILER.
004140     MOVE 'N' TO AVF-TRAILER-SW.
004150     PERFORM VARYING AVF-REC-LENGTH FROM 200 BY -1
004160             UNTIL AVF-REC-LENGTH < 1
004170                OR AVF-AUDIT-RECORD(AVF-REC-LENGTH:1) NOT = SPACE
004180         CONTINUE
004190     END-PERFORM.
004200     IF AVF-REC-LENGTH < 43
004210         GO TO 2100-LOCATE-TRAILER-EXIT
004220     END-IF
004230     COMPUTE AVF-TRAILER-POS = AVF-REC-LENGTH - 41.
004240     MOVE AVF-AUDIT-RECORD(AVF-TRAILER-POS:42)
004250         TO AVF-TRAILER-AREA.
004260     IF ATR-SEP-1 NOT = SPACE
004270             OR ATR-SEP-2 NOT = SPACE
004280             OR ATR-SEP-3 NOT = SPACE
004290             OR ATR-SEP-4 NOT = SPACE
004300             OR ATR-SEP-5 NOT = SPACE
004310         GO TO 2100-LOCATE-TRAILER-EXIT
004320     END-IF
004330     IF NOT ATR-DETAIL AND NOT ATR-CONTROL
004340         GO TO 2100-LOCATE-TRAILER-EXIT
004350     END-IF
004360     IF ATR-SEQUENCE-NO NOT NUMERIC
004370             OR ATR-RUN-COUNT NOT NUMERIC
004380             OR ATR-PREV-VALUE NOT NUMERIC
004390             OR ATR-CHAIN-VALUE NOT NUMERIC
004400         GO TO 2100-LOCATE-TRAILER-EXIT
004410     END-IF
004420     COMPUTE AVF-CHAIN-END = AVF-REC-LENGTH - 9.
004430     SET AVF-TRAILER-FOUND TO TRUE.
004440 2100-LOCATE-TRAILER-EXIT. EXIT.
004450
004460*----------------------------------------------------------*
004470* 2200-ANCHOR-CHAIN - THE FIRST CHAINED RECORD.  SEQUENCE 1
004480* MUST LINK TO THE EMPTY CHAIN (PREVIOUS VALUE ZERO); A
004490* LATER SEQUENCE MEANS THE RECORDS BEFORE IT WERE ARCHIVED
004500* AND IS NOTED, NOT COUNTED AGAINST THE TRAIL.
004510*----------------------------------------------------------*
004520 2200-ANCHOR-CHAIN.
004530     SET AVF-CHAIN-STARTED TO TRUE.
004540     IF ATR-SEQUENCE-NO NOT = 1
004550         MOVE "NOTE" TO AVF-LINE-LEVEL
004560         MOVE "CHAIN BEGINS PART-WAY - EARLIER RECORDS PURGED"
004570             TO AVF-LINE-REASON
004580         MOVE ZERO TO AVF-LINE-EXPECTED
004590         MOVE AVF-AUDIT-RECORD(1:26) TO AVF-LINE-TIMESTAMP
004600         PERFORM 8900-WRITE-EXCEPTION-LINE
004610             THRU 8900-WRITE-EXCEPTION-LINE-EXIT
004620         GO TO 2200-ANCHOR-CHAIN-EXIT
004630     END-IF
004640     IF ATR-PREV-VALUE NOT = ZERO
004650         MOVE "CHAIN BREAK - FIRST RECORD DOES NOT START CHAIN"
004660             TO AVF-LINE-REASON
004670         MOVE ZERO TO AVF-LINE-EXPECTED
004680         PERFORM 8000-WRITE-FINDING THRU 8000-WRITE-FINDING-EXIT
004690     END-IF.
004700 2200-ANCHOR-CHAIN-EXIT. EXIT.
004710
004720*----------------------------------------------------------*
004730* 2300-CHECK-LINK - EVERY LATER RECORD MUST CARRY THE NEXT
004740* SEQUENCE NUMBER (A GAP MEANS RECORDS WERE DELETED OR
004750* MOVED, AND THE LINK IS THEN NOT TESTED AGAIN) AND MUST
004760* LINK TO THE CHAIN VALUE OF THE RECORD BEFORE IT.
004770*----------------------------------------------------------*
004780 2300-CHECK-LINK.
004790     COMPUTE AVF-EXPECTED-SEQUENCE = AVF-LAST-SEQUENCE + 1.
004800     IF ATR-SEQUENCE-NO NOT = AVF-EXPECTED-SEQUENCE
004810         MOVE "SEQUENCE GAP - RECORDS DELETED OR MOVED"
004820             TO AVF-LINE-REASON
004830         MOVE AVF-EXPECTED-SEQUENCE TO AVF-LINE-EXPECTED
004840         PERFORM 8000-WRITE-FINDING THRU 8000-WRITE-FINDING-EXIT
004850         GO TO 2300-CHECK-LINK-EXIT
004860     END-IF
004870     IF ATR-PREV-VALUE NOT = AVF-LAST-VALUE
004880         MOVE "CHAIN BREAK - DOES NOT LINK TO THE RECORD BEFORE"
004890             TO AVF-LINE-REASON
004900         MOVE ZERO TO AVF-LINE-EXPECTED
004910         PERFORM 8000-WRITE-FINDING THRU 8000-WRITE-FINDING-EXIT
004920     END-IF.
004930 2300-CHECK-LINK-EXIT. EXIT.
004940
004950*----------------------------------------------------------*
004960* 2400-CHECK-CHAIN-VALUE - REFOLD THE RECORD FROM ITS OWN
004970* PREVIOUS VALUE.  A DIFFERENT RESULT MEANS THE RECORD WAS
004980* CHANGED AFTER IT WAS WRITTEN.
004990*----------------------------------------------------------*
005000 2400-CHECK-CHAIN-VALUE.
005010     MOVE ATR-PREV-VALUE TO AVF-CHAIN-WORK.
005020     PERFORM VARYING AVF-CHAIN-SUB FROM 1 BY 1
005030             UNTIL AVF-CHAIN-SUB > AVF-CHAIN-END
005040         COMPUTE AVF-CHAIN-WORK =
005050             FUNCTION MOD(AVF-CHAIN-WORK * 257 +
005060                 FUNCTION ORD(AVF-AUDIT-RECORD
005070                     (AVF-CHAIN-SUB:1)),
005080                 999999937)
005090     END-PERFORM.
005100     IF AVF-CHAIN-WORK NOT = ATR-CHAIN-VALUE
005110         MOVE "RECORD ALTERED - CHAIN VALUE DOES NOT RECOMPUTE"
005120             TO AVF-LINE-REASON
005130         MOVE ZERO TO AVF-LINE-EXPECTED
005140         PERFORM 8000-WRITE-FINDING THRU 8000-WRITE-FINDING-EXIT
005150     END-IF.
005160 2400-CHECK-CHAIN-VALUE-EXIT. EXIT.
005170
005180*----------------------------------------------------------*
005190* 2500-CHECK-RUN-BOUNDARY - A RUN'S RECORDS SHARE ITS RUN
005200* TIMESTAMP (THE FIRST 26 BYTES OF EVERY TRAIL) AND END
005210* WITH ITS CONTROL RECORD, WHOSE COUNT MUST EQUAL THE
005220* DETAIL RECORDS SINCE THE LAST CONTROL RECORD.  A NEW
005230* TIMESTAMP WITH DETAILS STILL OPEN MEANS THE EARLIER RUN
005240* NEVER CLOSED - AN ABENDED RUN DOES THAT, SO IT IS A
005250* WARNING; A DELETED CONTROL RECORD IS ALREADY A GAP.
005260*----------------------------------------------------------*
005270 2500-CHECK-RUN-BOUNDARY.
005280     IF AVF-RUN-DETAILS > ZERO
005290             AND AVF-AUDIT-RECORD(1:26) NOT = AVF-HELD-TIMESTAMP
005300         PERFORM 8100-WARN-RUN-NOT-CLOSED
005310             THRU 8100-WARN-RUN-NOT-CLOSED-EXIT
005320     END-IF
005330     MOVE AVF-AUDIT-RECORD(1:26) TO AVF-HELD-TIMESTAMP.
005340     IF ATR-DETAIL
005350         ADD 1 TO AVF-RUN-DETAILS
005360         GO TO 2500-CHECK-RUN-BOUNDARY-EXIT
005370     END-IF
005380     ADD 1 TO AVF-CONTROL-COUNT.
005390     IF ATR-RUN-COUNT NOT = AVF-RUN-DETAILS
005400         MOVE "CONTROL COUNT DOES NOT MATCH THE RUN'S RECORDS"
005410             TO AVF-LINE-REASON
005420         MOVE AVF-RUN-DETAILS TO AVF-LINE-EXPECTED
005430         PERFORM 8000-WRITE-FINDING THRU 8000-WRITE-FINDING-EXIT
005440     END-IF
005450     MOVE ZERO TO AVF-RUN-DETAILS.
005460 2500-CHECK-RUN-BOUNDARY-EXIT. EXIT.
005470
005480 2900-READ-AUDIT-RECORD.
005490     MOVE SPACES TO AVF-AUDIT-RECORD.
005500     READ AVF-AUDIT-FILE
005510         AT END SET AVF-AUDIT-EOF TO TRUE
005520     END-READ.
005530 2900-READ-AUDIT-RECORD-EXIT. EXIT.
005540
005550*----------------------------------------------------------*
005560* 8000-WRITE-FINDING - PRINT A FINDING AGAINST THE RECORD IN
005570* HAND AND COUNT IT.  THE CALLER SETS THE REASON AND THE
005580* EXPECTED SEQUENCE OR COUNT (ZERO PRINTS BLANK).
005590*----------------------------------------------------------*
005600 8000-WRITE-FINDING.
005610     ADD 1 TO AVF-FINDING-COUNT.
005620     SET AVF-RECORD-IS-BAD TO TRUE.
005630     MOVE "FINDING" TO AVF-LINE-LEVEL.
005640     MOVE AVF-AUDIT-RECORD(1:26) TO AVF-LINE-TIMESTAMP.
005650     PERFORM 8900-WRITE-EXCEPTION-LINE
005660         THRU 8900-WRITE-EXCEPTION-LINE-EXIT.
005670 8000-WRITE-FINDING-EXIT. EXIT.
005680
005690*----------------------------------------------------------*
005700* 8100-WARN-RUN-NOT-CLOSED - PRINT A WARNING FOR THE HELD
005710* RUN, WHOSE DETAILS WERE NEVER CLOSED BY A CONTROL RECORD,
005720* AND START COUNTING AFRESH.
005730*----------------------------------------------------------*
005740 8100-WARN-RUN-NOT-CLOSED.
005750     ADD 1 TO AVF-WARNING-COUNT.
005760     MOVE "WARNING" TO AVF-LINE-LEVEL.
005770     MOVE "RUN ENDED WITHOUT A CONTROL RECORD - DETAILS"
005780         TO AVF-LINE-REASON.
005790     MOVE AVF-RUN-DETAILS TO AVF-LINE-EXPECTED.
005800     MOVE AVF-HELD-TIMESTAMP TO AVF-LINE-TIMESTAMP.
005810     PERFORM 8900-WRITE-EXCEPTION-LINE
005820         THRU 8900-WRITE-EXCEPTION-LINE-EXIT.
005830     MOVE ZERO TO AVF-RUN-DETAILS.
005840 8100-WARN-RUN-NOT-CLOSED-EXIT. EXIT.
005850
005860 8900-WRITE-EXCEPTION-LINE.
005870     MOVE SPACES TO AVF-EXCEPTION-LINE.
005880     MOVE AVF-LINE-LEVEL TO AXL-LEVEL.
005890     MOVE AVF-RECORD-COUNT TO AXL-RECORD-NO.
005900     IF AVF-TRAILER-FOUND
005910         MOVE ATR-SEQUENCE-NO TO AXL-SEQUENCE-NO
005920     END-IF
005930     IF AVF-LINE-EXPECTED > ZERO
005940         MOVE AVF-LINE-EXPECTED TO AXL-EXPECTED-NO
005950     END-IF
005960     MOVE AVF-LINE-TIMESTAMP TO AXL-RUN-TIMESTAMP.
005970     MOVE AVF-LINE-REASON TO AXL-REASON.
005980     WRITE AVF-EXCEPTION-LINE AFTER ADVANCING 1 LINES.
005990 8900-WRITE-EXCEPTION-LINE-EXIT. EXIT.
006000
006010*----------------------------------------------------------*
006020* 9000-TERMINATE - WARN FOR A LAST RUN LEFT OPEN, PRINT THE
006030* TOTALS AND STATUS, AND SET THE RETURN CODE: 16 FOR ANY
006040* FINDING (NOT REGISTERED COMPLETE), 4 FOR WARNINGS ONLY,
006050* 0 FOR AN INTACT CHAIN.
006060*----------------------------------------------------------*
006070 9000-TERMINATE.
006080     IF AVF-RUN-DETAILS > ZERO
006090         MOVE 'N' TO AVF-TRAILER-SW
006100         PERFORM 8100-WARN-RUN-NOT-CLOSED
006110             THRU 8100-WARN-RUN-NOT-CLOSED-EXIT
006120     END-IF
006130     IF NOT AVF-CHAIN-STARTED
006140         MOVE 'N' TO AVF-TRAILER-SW
006150         MOVE "NOTE" TO AVF-LINE-LEVEL
006160         MOVE "NO CHAINED RECORDS ON THE TRAIL" TO AVF-LINE-REASON
006170         MOVE ZERO TO AVF-LINE-EXPECTED
006180         MOVE SPACES TO AVF-LINE-TIMESTAMP
006190         PERFORM 8900-WRITE-EXCEPTION-LINE
006200             THRU 8900-WRITE-EXCEPTION-LINE-EXIT
006210     END-IF
006220     MOVE SPACES TO AVF-REPORT-LINE.
006230     MOVE "RECORDS READ" TO AVF-REPORT-LINE(1:12).
006240     MOVE AVF-RECORD-COUNT TO AVF-COUNT-ED.
006250     MOVE AVF-COUNT-ED TO AVF-REPORT-LINE(16:9).
006260     MOVE "VERIFIED" TO AVF-REPORT-LINE(27:8).
006270     MOVE AVF-VERIFIED-COUNT TO AVF-COUNT-ED.
006280     MOVE AVF-COUNT-ED TO AVF-REPORT-LINE(35:9).
006290     MOVE "FINDINGS" TO AVF-REPORT-LINE(46:8).
006300     MOVE AVF-FINDING-COUNT TO AVF-COUNT-ED.
006310     MOVE AVF-COUNT-ED TO AVF-REPORT-LINE(60:9).
006320     WRITE AVF-REPORT-LINE AFTER ADVANCING 2 LINES.
006330     MOVE SPACES TO AVF-REPORT-LINE.
006340     MOVE "UNCHAINED" TO AVF-REPORT-LINE(1:9).
006350     MOVE AVF-UNCHAINED-COUNT TO AVF-COUNT-ED.
006360     MOVE AVF-COUNT-ED TO AVF-REPORT-LINE(16:9).
006370     MOVE "CONTROLS" TO AVF-REPORT-LINE(27:8).
006380     MOVE AVF-CONTROL-COUNT TO AVF-COUNT-ED.
006390     MOVE AVF-COUNT-ED TO AVF-REPORT-LINE(35:9).
006400     MOVE "WARNINGS" TO AVF-REPORT-LINE(46:8).
006410     MOVE AVF-WARNING-COUNT TO AVF-COUNT-ED.
006420     MOVE AVF-COUNT-ED TO AVF-REPORT-LINE(60:9).
006430     WRITE AVF-REPORT-LINE AFTER ADVANCING 1 LINES.
006440     MOVE SPACES TO AVF-REPORT-LINE.
006450     EVALUATE TRUE
006460         WHEN AVF-FINDING-COUNT > ZERO
006470             MOVE "STATUS CHAIN BROKEN" TO AVF-REPORT-LINE
006480             DISPLAY "AUDVFY: AUDIT TRAIL " AVF-AUDIT-NAME
006490                 " FAILED CHAIN VERIFICATION - SEE THE AVFRPT "
006500                 "REPORT - STEP FAILED"
006510             MOVE 16 TO RETURN-CODE
006520         WHEN AVF-WARNING-COUNT > ZERO
006530             MOVE "STATUS CHAIN INTACT - WARNINGS"
006540                 TO AVF-REPORT-LINE
006550             MOVE 4 TO RETURN-CODE
006560             PERFORM 9200-REGISTER-RUN-COMPLETE
006570                 THRU 9200-REGISTER-RUN-COMPLETE-EXIT
006580         WHEN OTHER
006590             MOVE "STATUS CHAIN INTACT" TO AVF-REPORT-LINE
006600             PERFORM 9200-REGISTER-RUN-COMPLETE
006610                 THRU 9200-REGISTER-RUN-COMPLETE-EXIT
006620     END-EVALUATE
006630     WRITE AVF-REPORT-LINE AFTER ADVANCING 1 LINES.
006640     CLOSE AVF-AUDIT-FILE
006650           AVF-REPORT-FILE.
006660     CLOSE AVF-RUNREG-FILE.
006670 9000-TERMINATE-EXIT. EXIT.
006680
006690*----------------------------------------------------------*
006700* 9200-REGISTER-RUN-COMPLETE - RECORD COMPLETION ON THE
006710* RUN REGISTRY.  A BROKEN CHAIN DOES NOT REGISTER - THE
006720* STEP IS LEFT STARTED, AS A FAILED VERIFICATION LEAVES
006730* THE CIFVFY STEP.
006740*----------------------------------------------------------*
006750 9200-REGISTER-RUN-COMPLETE.
006760     MOVE AVF-BUSINESS-DATE TO RRG-BUSINESS-DATE.
006770     MOVE AVF-AUDIT-NAME TO RRG-STEP-NAME.
006780     READ AVF-RUNREG-FILE
006790         INVALID KEY
006800             MOVE AVF-BUSINESS-DATE TO RRG-BUSINESS-DATE
006810             MOVE AVF-AUDIT-NAME TO RRG-STEP-NAME
006820             SET RRG-RUN-COMPLETE TO TRUE
006830             MOVE AVF-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
006840             WRITE AVF-RUNREG-RECORD
006850         NOT INVALID KEY
006860             SET RRG-RUN-COMPLETE TO TRUE
006870             MOVE AVF-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
006880             REWRITE AVF-RUNREG-RECORD
006890     END-READ.
006900 9200-REGISTER-RUN-COMPLETE-EXIT. EXIT.
