000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. PRMMNT.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. OVERNIGHT BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090* 2026-10-15 RH  NEW PROGRAM.  THE GEOPAIR STEP MEASURES EVERY
000100*                SURVEYED SITE'S ENCLOSED AREA BUT HAD NOTHING
000110*                TO HOLD IT AGAINST - PERMITTED ACREAGE WAS
000120*                CHECKED BY HAND OFF THE BOUNDARY REPORT.  THIS
000130*                PROGRAM APPLIES ADD/CHANGE/DELETE/LIST
000140*                TRANSACTIONS AGAINST THE INDEXED SITE PERMIT
000150*                MASTER (PRMMAST, KEYED ON SURVEY ID) WITH FULL
000160*                FIELD VALIDATION, PRINTS AN APPLIED/REJECTED
000170*                MAINTENANCE REPORT, AND APPENDS EVERY APPLIED
000180*                CHANGE TO AN AUDIT TRAIL (PRMAUD) WITH THE
000190*                USER WHO MADE IT - A CHANGE OR DELETE LOGS THE
000200*                RECORD AS IT STOOD BEFORE, A CHANGE OR ADD THE
000210*                RECORD AS IT STANDS AFTER.
000220*----------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PMT-TRANS-FILE ASSIGN TO "PRMTRN"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000280     SELECT PMT-MASTER-FILE ASSIGN TO "PRMMAST"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS SPM-SURVEY-ID
000320         FILE STATUS IS PMT-MASTER-STATUS.
000330     SELECT PMT-REPORT-FILE ASSIGN TO "PRMRPT"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS PMT-REPORT-STATUS.
000360     SELECT PMT-AUDIT-FILE ASSIGN TO "PRMAUD"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS PMT-AUDIT-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  PMT-TRANS-FILE.
000430 01  PMT-TRANS-RECORD.
000440     05  PMT-ACTION              PIC X(01).
000450         88  PMT-ACTION-ADD                VALUE 'A'.
000460         88  PMT-ACTION-CHANGE             VALUE 'C'.
000470         88  PMT-ACTION-DELETE             VALUE 'D'.
000480         88  PMT-ACTION-LIST               VALUE 'L'.
000490     05  PMT-IN-SURVEY-ID        PIC X(08).
000500     05  PMT-IN-PERMIT-NO        PIC X(12).
000510     05  PMT-IN-HOLDER           PIC X(30).
000520     05  PMT-IN-STATUS           PIC X(01).
000530         88  PMT-IN-STATUS-VALID           VALUE 'A' 'S' 'R'.
000540     05  PMT-IN-EXPIRY-DATE      PIC X(08).
000550     05  PMT-IN-EXPIRY-NUM       REDEFINES PMT-IN-EXPIRY-DATE
000560                                 PIC 9(08).
000570     05  PMT-IN-EXPIRY-PARTS     REDEFINES PMT-IN-EXPIRY-DATE.
000580         10  PMT-IN-EXP-YEAR     PIC 9(04).
000590         10  PMT-IN-EXP-MONTH    PIC 9(02).
000600         10  PMT-IN-EXP-DAY      PIC 9(02).
000610     05  PMT-IN-MAX-AREA         PIC X(18).
000620     05  PMT-IN-MAX-AREA-NUM     REDEFINES PMT-IN-MAX-AREA
000630                                 PIC 9(17)V9.
000640     05  PMT-IN-USER-ID          PIC X(08).
000650
000660 FD  PMT-MASTER-FILE.
000670 01  PMT-MASTER-RECORD.
000680     COPY SITPRM.
000690
000700 FD  PMT-REPORT-FILE.
000710 01  PMT-REPORT-HEADING          PIC X(132).
000720 01  PMT-REPORT-DETAIL-LINE.
000730     05  PRP-SEQUENCE-NO         PIC Z(6)9.
000740     05  FILLER                  PIC X(02).
000750     05  PRP-ACTION              PIC X(01).
000760     05  FILLER                  PIC X(02).
000770     05  PRP-SURVEY-ID           PIC X(08).
000780     05  FILLER                  PIC X(02).
000790     05  PRP-PERMIT-NO           PIC X(12).
000800     05  FILLER                  PIC X(02).
000810     05  PRP-PERMIT-STATUS       PIC X(01).
000820     05  FILLER                  PIC X(02).
000830     05  PRP-EXPIRY-DATE         PIC X(10).
000840     05  FILLER                  PIC X(02).
000850     05  PRP-MAX-AREA            PIC X(19).
000860     05  FILLER                  PIC X(02).
000870     05  PRP-STATUS              PIC X(08).
000880     05  FILLER                  PIC X(02).
000890     05  PRP-REASON              PIC X(30).
000900     05  FILLER                  PIC X(02).
000910     05  PRP-USER-ID             PIC X(08).
000920     05  FILLER                  PIC X(10).
000930
000940 FD  PMT-AUDIT-FILE.
000950 01  PMT-AUDIT-RECORD.
000960     05  PAU-RUN-TIMESTAMP       PIC X(26).
000970     05  FILLER                  PIC X(01).
000980     05  PAU-ACTION              PIC X(01).
000990     05  FILLER                  PIC X(01).
001000     05  PAU-IMAGE               PIC X(01).
001010     05  FILLER                  PIC X(01).
001020     05  PAU-SURVEY-ID           PIC X(08).
001030     05  FILLER                  PIC X(01).
001040     05  PAU-PERMIT-NO           PIC X(12).
001050     05  FILLER                  PIC X(01).
001060     05  PAU-HOLDER              PIC X(30).
001070     05  FILLER                  PIC X(01).
001080     05  PAU-PERMIT-STATUS       PIC X(01).
001090     05  FILLER                  PIC X(01).
001100     05  PAU-EXPIRY-DATE         PIC 9(08).
001110     05  FILLER                  PIC X(01).
001120     05  PAU-MAX-AREA            PIC 9(17)V9.
001130     05  FILLER                  PIC X(01).
001140     05  PAU-USER-ID             PIC X(08).
001150
001160 WORKING-STORAGE SECTION.
001170 01  PMT-DAYS-IN-MONTH-DATA.
001180     05  FILLER                  PIC 9(02)  VALUE 31.
001190     05  FILLER                  PIC 9(02)  VALUE 28.
001200     05  FILLER                  PIC 9(02)  VALUE 31.
001210     05  FILLER                  PIC 9(02)  VALUE 30.
001220     05  FILLER                  PIC 9(02)  VALUE 31.
001230     05  FILLER                  PIC 9(02)  VALUE 30.
001240     05  FILLER                  PIC 9(02)  VALUE 31.
001250     05  FILLER                  PIC 9(02)  VALUE 31.
001260     05  FILLER                  PIC 9(02)  VALUE 30.
001270     05  FILLER                  PIC 9(02)  VALUE 31.
001280     05  FILLER                  PIC 9(02)  VALUE 30.
001290     05  FILLER                  PIC 9(02)  VALUE 31.
001300 01  PMT-DAYS-IN-MONTH-TABLE REDEFINES PMT-DAYS-IN-MONTH-DATA.
001310     05  PMT-DAYS-IN-MONTH       PIC 9(02)  OCCURS 12 TIMES.
001320
001330 77  PMT-MASTER-STATUS           PIC X(02).
001340     88  PMT-MASTER-FILE-NOT-FOUND          VALUE '35'.
001350 77  PMT-REPORT-STATUS           PIC X(02).
001360     88  PMT-REPORT-FILE-NOT-FOUND          VALUE '35'.
001370 77  PMT-AUDIT-STATUS            PIC X(02).
001380     88  PMT-AUDIT-FILE-NOT-FOUND           VALUE '35'.
001390
001400 77  PMT-END-OF-FILE-SW          PIC X(01)  VALUE 'N'.
001410     88  PMT-END-OF-FILE                    VALUE 'Y'.
001420 77  PMT-VALID-TRANS-SW          PIC X(01).
001430     88  PMT-TRANS-IS-VALID                 VALUE 'Y'.
001440     88  PMT-TRANS-IS-INVALID               VALUE 'N'.
001450 77  PMT-LIST-DONE-SW            PIC X(01).
001460     88  PMT-LIST-DONE                      VALUE 'Y'.
001470 77  PMT-LEAP-YEAR-SW            PIC X(01).
001480     88  PMT-IS-LEAP-YEAR                   VALUE 'Y'.
001490 77  PMT-AUDIT-IMAGE             PIC X(01).
001500     88  PMT-BEFORE-IMAGE                   VALUE 'B'.
001510     88  PMT-AFTER-IMAGE                    VALUE 'A'.
001520 77  PMT-EFFECTIVE-FEB-DAYS      PIC 9(02).
001530 77  PMT-REJECT-REASON           PIC X(30).
001540 77  PMT-WORK-DATE               PIC 9(08).
001550 77  PMT-DATE-TEXT               PIC X(10).
001560 77  PMT-AREA-ED                 PIC Z(16)9.9.
001570 77  PMT-COUNT-ED                PIC Z(6)9.
001580 77  PMT-RUN-TIMESTAMP           PIC X(26).
001590 77  PMT-RUN-DATE                PIC 9(08).
001600
001610 77  PMT-READ-COUNT              PIC 9(09)  COMP VALUE ZERO.
001620 77  PMT-APPLIED-COUNT           PIC 9(09)  COMP VALUE ZERO.
001630 77  PMT-REJECTED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001640 77  PMT-LISTED-COUNT            PIC 9(09)  COMP VALUE ZERO.
001650
001660 PROCEDURE DIVISION.
001670*----------------------------------------------------------*
001680* 0000-MAINLINE - OPEN THE FILES, APPLY EACH MAINTENANCE
001690* TRANSACTION AGAINST THE SITE PERMIT MASTER, CLOSE THE
001700* FILES.
001710*----------------------------------------------------------*
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001740     PERFORM 2000-PROCESS-TRANS THRU 2000-PROCESS-TRANS-EXIT
001750         UNTIL PMT-END-OF-FILE.
001760     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001770     STOP RUN.
001780
001790*----------------------------------------------------------*
001800* 1000-INITIALIZE - OPEN THE FILES.  A FIRST-EVER RUN
001810* CREATES THE MASTER; THE REPORT AND AUDIT TRAIL ARE OPENED
001820* FOR EXTEND SO EVERY RUN'S CHANGES ACCUMULATE.
001830*----------------------------------------------------------*
001840 1000-INITIALIZE.
001850     MOVE FUNCTION CURRENT-DATE TO PMT-RUN-TIMESTAMP.
001860     MOVE PMT-RUN-TIMESTAMP(1:8) TO PMT-RUN-DATE.
001870     OPEN INPUT PMT-TRANS-FILE.
001880     OPEN I-O PMT-MASTER-FILE.
001890     IF PMT-MASTER-FILE-NOT-FOUND
001900         OPEN OUTPUT PMT-MASTER-FILE
001910         CLOSE PMT-MASTER-FILE
001920         OPEN I-O PMT-MASTER-FILE
001930     END-IF
001940     IF PMT-MASTER-STATUS NOT = '00'
001950         DISPLAY "PRMMNT: SITE PERMIT MASTER COULD NOT BE OPENED"
001960             " - STATUS " PMT-MASTER-STATUS " - RUN ABORTED"
001970         MOVE 16 TO RETURN-CODE
001980         STOP RUN
001990     END-IF
002000     OPEN EXTEND PMT-REPORT-FILE.
002010     IF PMT-REPORT-FILE-NOT-FOUND
002020         OPEN OUTPUT PMT-REPORT-FILE
002030     END-IF
002040     OPEN EXTEND PMT-AUDIT-FILE.
002050     IF PMT-AUDIT-FILE-NOT-FOUND
002060         OPEN OUTPUT PMT-AUDIT-FILE
002070     END-IF
002080     PERFORM 1300-WRITE-REPORT-HEADINGS
002090         THRU 1300-WRITE-REPORT-HEADINGS-EXIT.
002100     PERFORM 2900-READ-TRANS THRU 2900-READ-TRANS-EXIT.
002110 1000-INITIALIZE-EXIT. EXIT.
002120
002130 1300-WRITE-REPORT-HEADINGS.
002140     MOVE SPACES TO PMT-REPORT-HEADING.
002150     MOVE "SITE PERMIT MASTER MAINTENANCE REPORT"
002160         TO PMT-REPORT-HEADING.
002170     WRITE PMT-REPORT-HEADING AFTER ADVANCING PAGE.
002180     MOVE SPACES TO PMT-REPORT-HEADING.
002190     MOVE "SEQ NO" TO PMT-REPORT-HEADING(1:6).
002200     MOVE "A" TO PMT-REPORT-HEADING(10:1).
002210     MOVE "SURVEY" TO PMT-REPORT-HEADING(13:6).
002220     MOVE "PERMIT NO" TO PMT-REPORT-HEADING(23:9).
002230     MOVE "S" TO PMT-REPORT-HEADING(37:1).
002240     MOVE "EXPIRES" TO PMT-REPORT-HEADING(40:7).
002250     MOVE "MAX PERMITTED AREA" TO PMT-REPORT-HEADING(53:18).
002260     MOVE "STATUS" TO PMT-REPORT-HEADING(73:6).
002270     MOVE "REASON/HOLDER" TO PMT-REPORT-HEADING(83:13).
002280     MOVE "USER" TO PMT-REPORT-HEADING(115:4).
002290     WRITE PMT-REPORT-HEADING AFTER ADVANCING 2 LINES.
002300 1300-WRITE-REPORT-HEADINGS-EXIT. EXIT.
002310
002320*----------------------------------------------------------*
002330* 2000-PROCESS-TRANS - EDIT ONE CARD AND APPLY IT.  A LIST
002340* IS READ-ONLY.
002350*----------------------------------------------------------*
002360 2000-PROCESS-TRANS.
002370     ADD 1 TO PMT-READ-COUNT.
002380     PERFORM 2100-VALIDATE-TRANS THRU 2100-VALIDATE-TRANS-EXIT.
002390     IF PMT-TRANS-IS-VALID
002400         EVALUATE TRUE
002410             WHEN PMT-ACTION-ADD
002420                 PERFORM 2200-APPLY-ADD
002430                     THRU 2200-APPLY-ADD-EXIT
002440             WHEN PMT-ACTION-CHANGE
002450                 PERFORM 2300-APPLY-CHANGE
002460                     THRU 2300-APPLY-CHANGE-EXIT
002470             WHEN PMT-ACTION-DELETE
002480                 PERFORM 2400-APPLY-DELETE
002490                     THRU 2400-APPLY-DELETE-EXIT
002500             WHEN PMT-ACTION-LIST
002510                 PERFORM 2500-LIST-PERMITS
002520                     THRU 2500-LIST-PERMITS-EXIT
002530         END-EVALUATE
002540     ELSE
002550         ADD 1 TO PMT-REJECTED-COUNT
002560         PERFORM 2610-WRITE-REJECTED-LINE
002570             THRU 2610-WRITE-REJECTED-LINE-EXIT
002580     END-IF
002590     PERFORM 2900-READ-TRANS THRU 2900-READ-TRANS-EXIT.
002600 2000-PROCESS-TRANS-EXIT. EXIT.
002610
002620*----------------------------------------------------------*
002630* 2100-VALIDATE-TRANS - EDIT ONE MAINTENANCE TRANSACTION.
002640* THE ACTION MUST BE A/C/D/L.  A LIST NEEDS NOTHING MORE (A
002650* BLANK SURVEY ID LISTS THE WHOLE MASTER); ANY OTHER ACTION
002660* NEEDS THE SURVEY ID AND THE USER MAKING THE CHANGE.  AN
002670* ADD MUST CARRY EVERY PERMIT FIELD; A CHANGE CARRIES ONLY
002680* THE FIELDS IT CHANGES (BLANK = LEAVE AS IS) BUT AT LEAST
002690* ONE.  EVERY FIELD GIVEN IS EDITED BY 2120.
002700*----------------------------------------------------------*
002710 2100-VALIDATE-TRANS.
002720     SET PMT-TRANS-IS-VALID TO TRUE.
002730     IF NOT PMT-ACTION-ADD AND NOT PMT-ACTION-CHANGE
002740             AND NOT PMT-ACTION-DELETE AND NOT PMT-ACTION-LIST
002750         SET PMT-TRANS-IS-INVALID TO TRUE
002760         MOVE "INVALID ACTION CODE" TO PMT-REJECT-REASON
002770         GO TO 2100-VALIDATE-TRANS-EXIT
002780     END-IF
002790     IF PMT-ACTION-LIST
002800         GO TO 2100-VALIDATE-TRANS-EXIT
002810     END-IF
002820     IF PMT-IN-SURVEY-ID = SPACES
002830         SET PMT-TRANS-IS-INVALID TO TRUE
002840         MOVE "SURVEY ID IS BLANK" TO PMT-REJECT-REASON
002850     ELSE IF PMT-IN-USER-ID = SPACES
002860         SET PMT-TRANS-IS-INVALID TO TRUE
002870         MOVE "USER ID IS BLANK" TO PMT-REJECT-REASON
002880     ELSE IF PMT-ACTION-DELETE
002890         CONTINUE
002900     ELSE IF PMT-ACTION-ADD AND PMT-IN-PERMIT-NO = SPACES
002910         SET PMT-TRANS-IS-INVALID TO TRUE
002920         MOVE "PERMIT NUMBER IS BLANK" TO PMT-REJECT-REASON
002930     ELSE IF PMT-ACTION-ADD AND PMT-IN-HOLDER = SPACES
002940         SET PMT-TRANS-IS-INVALID TO TRUE
002950         MOVE "PERMIT HOLDER IS BLANK" TO PMT-REJECT-REASON
002960     ELSE IF PMT-ACTION-ADD AND PMT-IN-STATUS = SPACE
002970         SET PMT-TRANS-IS-INVALID TO TRUE
002980         MOVE "PERMIT STATUS IS BLANK" TO PMT-REJECT-REASON
002990     ELSE IF PMT-ACTION-ADD AND PMT-IN-EXPIRY-DATE = SPACES
003000         SET PMT-TRANS-IS-INVALID TO TRUE
003010         MOVE "EXPIRY DATE IS BLANK" TO PMT-REJECT-REASON
003020     ELSE IF PMT-ACTION-ADD AND PMT-IN-MAX-AREA = SPACES
003030         SET PMT-TRANS-IS-INVALID TO TRUE
003040         MOVE "MAX PERMITTED AREA IS BLANK" TO PMT-REJECT-REASON
003050     ELSE IF PMT-ACTION-CHANGE AND PMT-IN-PERMIT-NO = SPACES
003060             AND PMT-IN-HOLDER = SPACES
003070             AND PMT-IN-STATUS = SPACE
003080             AND PMT-IN-EXPIRY-DATE = SPACES
003090             AND PMT-IN-MAX-AREA = SPACES
003100         SET PMT-TRANS-IS-INVALID TO TRUE
003110         MOVE "NOTHING TO CHANGE" TO PMT-REJECT-REASON
003120     ELSE
003130         PERFORM 2120-EDIT-PERMIT-FIELDS
003140             THRU 2120-EDIT-PERMIT-FIELDS-EXIT
003150     END-IF.
003160 2100-VALIDATE-TRANS-EXIT. EXIT.
003170
003180*----------------------------------------------------------*
003190* 2120-EDIT-PERMIT-FIELDS - EDIT EVERY NON-BLANK PERMIT
003200* FIELD ON THE CARD.  THE STATUS MUST BE 'A' (ACTIVE), 'S'
003210* (SUSPENDED), OR 'R' (REVOKED); THE EXPIRY DATE A FULL
003220* REAL CALENDAR DATE (YYYYMMDD), SO A TYPO LIKE 20270231
003230* CANNOT REACH THE MASTER; THE MAXIMUM AREA NUMERIC (LAST
003240* DIGIT TENTHS) AND ABOVE ZERO.
003250*----------------------------------------------------------*
003260 2120-EDIT-PERMIT-FIELDS.
003270     IF PMT-IN-STATUS NOT = SPACE AND NOT PMT-IN-STATUS-VALID
003280         SET PMT-TRANS-IS-INVALID TO TRUE
003290         MOVE "INVALID PERMIT STATUS" TO PMT-REJECT-REASON
003300         GO TO 2120-EDIT-PERMIT-FIELDS-EXIT
003310     END-IF
003320     IF PMT-IN-EXPIRY-DATE NOT = SPACES
003330         IF PMT-IN-EXPIRY-DATE NOT NUMERIC
003340             SET PMT-TRANS-IS-INVALID TO TRUE
003350             MOVE "NON-NUMERIC EXPIRY DATE" TO PMT-REJECT-REASON
003360         ELSE IF PMT-IN-EXP-YEAR < 1601
003370             SET PMT-TRANS-IS-INVALID TO TRUE
003380             MOVE "YEAR OUT OF SUPPORTED RANGE"
003390                 TO PMT-REJECT-REASON
003400         ELSE IF PMT-IN-EXP-MONTH < 1 OR PMT-IN-EXP-MONTH > 12
003410             SET PMT-TRANS-IS-INVALID TO TRUE
003420             MOVE "MONTH OUT OF RANGE" TO PMT-REJECT-REASON
003430         ELSE
003440             PERFORM 2110-CHECK-DAY-IN-MONTH
003450                 THRU 2110-CHECK-DAY-IN-MONTH-EXIT
003460         END-IF
003470         IF PMT-TRANS-IS-INVALID
003480             GO TO 2120-EDIT-PERMIT-FIELDS-EXIT
003490         END-IF
003500     END-IF
003510     IF PMT-IN-MAX-AREA NOT = SPACES
003520         IF PMT-IN-MAX-AREA NOT NUMERIC
003530             SET PMT-TRANS-IS-INVALID TO TRUE
003540             MOVE "NON-NUMERIC MAX PERMITTED AREA"
003550                 TO PMT-REJECT-REASON
003560         ELSE IF PMT-IN-MAX-AREA-NUM = ZERO
003570             SET PMT-TRANS-IS-INVALID TO TRUE
003580             MOVE "MAX PERMITTED AREA IS ZERO"
003585                 TO PMT-REJECT-REASON
003590         END-IF
003600     END-IF.
003610 2120-EDIT-PERMIT-FIELDS-EXIT. EXIT.
003620
003630 2110-CHECK-DAY-IN-MONTH.
003640     MOVE 'N' TO PMT-LEAP-YEAR-SW.
003650     IF FUNCTION MOD(PMT-IN-EXP-YEAR, 4) = 0
003660             AND (FUNCTION MOD(PMT-IN-EXP-YEAR, 100) NOT = 0
003670                  OR FUNCTION MOD(PMT-IN-EXP-YEAR, 400) = 0)
003680         SET PMT-IS-LEAP-YEAR TO TRUE
003690     END-IF
003700     MOVE PMT-DAYS-IN-MONTH(PMT-IN-EXP-MONTH)
003710         TO PMT-EFFECTIVE-FEB-DAYS.
003720     IF PMT-IN-EXP-MONTH = 2 AND PMT-IS-LEAP-YEAR
003730         MOVE 29 TO PMT-EFFECTIVE-FEB-DAYS
003740     END-IF
003750     IF PMT-IN-EXP-DAY < 1
003760             OR PMT-IN-EXP-DAY > PMT-EFFECTIVE-FEB-DAYS
003770         SET PMT-TRANS-IS-INVALID TO TRUE
003780         MOVE "DAY OUT OF RANGE FOR MONTH" TO PMT-REJECT-REASON
003790     END-IF.
003800 2110-CHECK-DAY-IN-MONTH-EXIT. EXIT.
003810
003820*----------------------------------------------------------*
003830* 2200-APPLY-ADD - WRITE A NEW PERMIT.  THE KEYED WRITE
003840* ITSELF IS THE DUPLICATE CHECK: A SURVEY ALREADY ON THE
003850* MASTER COMES BACK INVALID KEY AND IS REJECTED.
003860*----------------------------------------------------------*
003870 2200-APPLY-ADD.
003880     MOVE PMT-IN-SURVEY-ID TO SPM-SURVEY-ID.
003890     MOVE PMT-IN-PERMIT-NO TO SPM-PERMIT-NO.
003900     MOVE PMT-IN-HOLDER TO SPM-HOLDER.
003910     MOVE PMT-IN-STATUS TO SPM-STATUS.
003920     MOVE PMT-IN-EXPIRY-NUM TO SPM-EXPIRY-DATE.
003930     MOVE PMT-IN-MAX-AREA-NUM TO SPM-MAX-AREA.
003940     MOVE PMT-IN-USER-ID TO SPM-LAST-CHANGED-BY.
003950     MOVE PMT-RUN-DATE TO SPM-LAST-CHANGE-DATE.
003960     WRITE PMT-MASTER-RECORD
003970         INVALID KEY
003980             ADD 1 TO PMT-REJECTED-COUNT
003990             MOVE "SURVEY ALREADY ON MASTER" TO PMT-REJECT-REASON
004000             PERFORM 2610-WRITE-REJECTED-LINE
004010                 THRU 2610-WRITE-REJECTED-LINE-EXIT
004020         NOT INVALID KEY
004030             SET PMT-AFTER-IMAGE TO TRUE
004040             PERFORM 2650-RECORD-APPLIED
004050                 THRU 2650-RECORD-APPLIED-EXIT
004060     END-WRITE.
004070 2200-APPLY-ADD-EXIT. EXIT.
004080
004090*----------------------------------------------------------*
004100* 2300-APPLY-CHANGE - OVERLAY THE NON-BLANK CARD FIELDS ON
004110* THE PERMIT.  THE RECORD AS IT STOOD IS AUDITED FIRST, SO
004120* THE TRAIL SHOWS BOTH SIDES OF EVERY CHANGE.
004130*----------------------------------------------------------*
004140 2300-APPLY-CHANGE.
004150     MOVE PMT-IN-SURVEY-ID TO SPM-SURVEY-ID.
004160     READ PMT-MASTER-FILE
004170         INVALID KEY
004180             ADD 1 TO PMT-REJECTED-COUNT
004190             MOVE "SURVEY NOT ON MASTER" TO PMT-REJECT-REASON
004200             PERFORM 2610-WRITE-REJECTED-LINE
004210                 THRU 2610-WRITE-REJECTED-LINE-EXIT
004220         NOT INVALID KEY
004230             SET PMT-BEFORE-IMAGE TO TRUE
004240             PERFORM 2660-WRITE-AUDIT-RECORD
004250                 THRU 2660-WRITE-AUDIT-RECORD-EXIT
004260             PERFORM 2310-OVERLAY-CHANGES
004270                 THRU 2310-OVERLAY-CHANGES-EXIT
004280             REWRITE PMT-MASTER-RECORD
004290             SET PMT-AFTER-IMAGE TO TRUE
004300             PERFORM 2650-RECORD-APPLIED
004310                 THRU 2650-RECORD-APPLIED-EXIT
004320     END-READ.
004330 2300-APPLY-CHANGE-EXIT. EXIT.
004340
004350 2310-OVERLAY-CHANGES.
004360     IF PMT-IN-PERMIT-NO NOT = SPACES
004370         MOVE PMT-IN-PERMIT-NO TO SPM-PERMIT-NO
004380     END-IF
004390     IF PMT-IN-HOLDER NOT = SPACES
004400         MOVE PMT-IN-HOLDER TO SPM-HOLDER
004410     END-IF
004420     IF PMT-IN-STATUS NOT = SPACE
004430         MOVE PMT-IN-STATUS TO SPM-STATUS
004440     END-IF
004450     IF PMT-IN-EXPIRY-DATE NOT = SPACES
004460         MOVE PMT-IN-EXPIRY-NUM TO SPM-EXPIRY-DATE
004470     END-IF
004480     IF PMT-IN-MAX-AREA NOT = SPACES
004490         MOVE PMT-IN-MAX-AREA-NUM TO SPM-MAX-AREA
004500     END-IF
004510     MOVE PMT-IN-USER-ID TO SPM-LAST-CHANGED-BY.
004520     MOVE PMT-RUN-DATE TO SPM-LAST-CHANGE-DATE.
004530 2310-OVERLAY-CHANGES-EXIT. EXIT.
004540
004550*----------------------------------------------------------*
004560* 2400-APPLY-DELETE - REMOVE A PERMIT.  THE APPLIED LINE AND
004570* THE AUDIT ENTRY CARRY THE RECORD THAT WAS REMOVED.
004580*----------------------------------------------------------*
004590 2400-APPLY-DELETE.
004600     MOVE PMT-IN-SURVEY-ID TO SPM-SURVEY-ID.
004610     READ PMT-MASTER-FILE
004620         INVALID KEY
004630             ADD 1 TO PMT-REJECTED-COUNT
004640             MOVE "SURVEY NOT ON MASTER" TO PMT-REJECT-REASON
004650             PERFORM 2610-WRITE-REJECTED-LINE
004660                 THRU 2610-WRITE-REJECTED-LINE-EXIT
004670         NOT INVALID KEY
004680             DELETE PMT-MASTER-FILE
004690             SET PMT-BEFORE-IMAGE TO TRUE
004700             PERFORM 2650-RECORD-APPLIED
004710                 THRU 2650-RECORD-APPLIED-EXIT
004720     END-READ.
004730 2400-APPLY-DELETE-EXIT. EXIT.
004740
004750*----------------------------------------------------------*
004760* 2500-LIST-PERMITS - PRINT ONE SURVEY'S PERMIT, OR, WHEN
004770* THE CARD'S SURVEY ID IS BLANK, BROWSE AND PRINT THE WHOLE
004780* MASTER IN SURVEY ID ORDER.
004790*----------------------------------------------------------*
004800 2500-LIST-PERMITS.
004810     IF PMT-IN-SURVEY-ID NOT = SPACES
004820         MOVE PMT-IN-SURVEY-ID TO SPM-SURVEY-ID
004830         READ PMT-MASTER-FILE
004840             INVALID KEY
004850                 ADD 1 TO PMT-REJECTED-COUNT
004860                 MOVE "SURVEY NOT ON MASTER" TO PMT-REJECT-REASON
004870                 PERFORM 2610-WRITE-REJECTED-LINE
004880                     THRU 2610-WRITE-REJECTED-LINE-EXIT
004890             NOT INVALID KEY
004900                 PERFORM 2520-WRITE-LISTED-LINE
004910                     THRU 2520-WRITE-LISTED-LINE-EXIT
004920         END-READ
004930         GO TO 2500-LIST-PERMITS-EXIT
004940     END-IF
004950     MOVE LOW-VALUES TO SPM-SURVEY-ID.
004960     MOVE 'N' TO PMT-LIST-DONE-SW.
004970     START PMT-MASTER-FILE KEY NOT < SPM-SURVEY-ID
004980         INVALID KEY SET PMT-LIST-DONE TO TRUE
004990     END-START.
005000     PERFORM 2510-LIST-ONE-PERMIT
005010         THRU 2510-LIST-ONE-PERMIT-EXIT
005020         UNTIL PMT-LIST-DONE.
005030 2500-LIST-PERMITS-EXIT. EXIT.
005040
005050 2510-LIST-ONE-PERMIT.
005060     READ PMT-MASTER-FILE NEXT RECORD
005070         AT END SET PMT-LIST-DONE TO TRUE
005080     END-READ.
005090     IF NOT PMT-LIST-DONE
005100         PERFORM 2520-WRITE-LISTED-LINE
005110             THRU 2520-WRITE-LISTED-LINE-EXIT
005120     END-IF.
005130 2510-LIST-ONE-PERMIT-EXIT. EXIT.
005140
005150 2520-WRITE-LISTED-LINE.
005160     ADD 1 TO PMT-LISTED-COUNT.
005170     PERFORM 2640-FORMAT-PERMIT-LINE
005180         THRU 2640-FORMAT-PERMIT-LINE-EXIT.
005190     MOVE "LISTED" TO PRP-STATUS.
005200     MOVE SPM-LAST-CHANGED-BY TO PRP-USER-ID.
005210     WRITE PMT-REPORT-DETAIL-LINE.
005220 2520-WRITE-LISTED-LINE-EXIT. EXIT.
005230
005240*----------------------------------------------------------*
005250* 2640-FORMAT-PERMIT-LINE - LAY THE PERMIT RECORD NOW IN THE
005260* MASTER RECORD AREA OUT ON A DETAIL LINE, HOLDER IN THE
005270* REASON COLUMN.
005280*----------------------------------------------------------*
005290 2640-FORMAT-PERMIT-LINE.
005300     MOVE SPACES TO PMT-REPORT-DETAIL-LINE.
005310     MOVE PMT-READ-COUNT TO PRP-SEQUENCE-NO.
005320     MOVE PMT-ACTION TO PRP-ACTION.
005330     MOVE SPM-SURVEY-ID TO PRP-SURVEY-ID.
005340     MOVE SPM-PERMIT-NO TO PRP-PERMIT-NO.
005350     MOVE SPM-STATUS TO PRP-PERMIT-STATUS.
005360     MOVE SPM-EXPIRY-DATE TO PMT-WORK-DATE.
005370     PERFORM 2130-FORMAT-DATE-TEXT
005380         THRU 2130-FORMAT-DATE-TEXT-EXIT.
005390     MOVE PMT-DATE-TEXT TO PRP-EXPIRY-DATE.
005400     MOVE SPM-MAX-AREA TO PMT-AREA-ED.
005410     MOVE PMT-AREA-ED TO PRP-MAX-AREA.
005420     MOVE SPM-HOLDER TO PRP-REASON.
005430 2640-FORMAT-PERMIT-LINE-EXIT. EXIT.
005440
005450 2130-FORMAT-DATE-TEXT.
005460     MOVE PMT-WORK-DATE(7:2) TO PMT-DATE-TEXT(1:2).
005470     MOVE "." TO PMT-DATE-TEXT(3:1).
005480     MOVE PMT-WORK-DATE(5:2) TO PMT-DATE-TEXT(4:2).
005490     MOVE "." TO PMT-DATE-TEXT(6:1).
005500     MOVE PMT-WORK-DATE(1:4) TO PMT-DATE-TEXT(7:4).
005510 2130-FORMAT-DATE-TEXT-EXIT. EXIT.
005520
005530*----------------------------------------------------------*
005540* 2650-RECORD-APPLIED - PRINT THE APPLIED LINE AND APPEND
005550* THE RECORD TO THE AUDIT TRAIL AS THE IMAGE THE CALLER SET
005560* (THE NEW RECORD FOR AN ADD OR CHANGE, THE REMOVED ONE FOR
005570* A DELETE).
005580*----------------------------------------------------------*
005590 2650-RECORD-APPLIED.
005600     ADD 1 TO PMT-APPLIED-COUNT.
005610     PERFORM 2640-FORMAT-PERMIT-LINE
005620         THRU 2640-FORMAT-PERMIT-LINE-EXIT.
005630     MOVE "APPLIED" TO PRP-STATUS.
005640     MOVE PMT-IN-USER-ID TO PRP-USER-ID.
005650     WRITE PMT-REPORT-DETAIL-LINE.
005660     PERFORM 2660-WRITE-AUDIT-RECORD
005670         THRU 2660-WRITE-AUDIT-RECORD-EXIT.
005680 2650-RECORD-APPLIED-EXIT. EXIT.
005690
005700 2660-WRITE-AUDIT-RECORD.
005710     MOVE SPACES TO PMT-AUDIT-RECORD.
005720     MOVE PMT-RUN-TIMESTAMP TO PAU-RUN-TIMESTAMP.
005730     MOVE PMT-ACTION TO PAU-ACTION.
005740     MOVE PMT-AUDIT-IMAGE TO PAU-IMAGE.
005750     MOVE SPM-SURVEY-ID TO PAU-SURVEY-ID.
005760     MOVE SPM-PERMIT-NO TO PAU-PERMIT-NO.
005770     MOVE SPM-HOLDER TO PAU-HOLDER.
005780     MOVE SPM-STATUS TO PAU-PERMIT-STATUS.
005790     MOVE SPM-EXPIRY-DATE TO PAU-EXPIRY-DATE.
005800     MOVE SPM-MAX-AREA TO PAU-MAX-AREA.
005810     MOVE PMT-IN-USER-ID TO PAU-USER-ID.
005820     WRITE PMT-AUDIT-RECORD.
005830 2660-WRITE-AUDIT-RECORD-EXIT. EXIT.
005840
005850*----------------------------------------------------------*
005860* 2610-WRITE-REJECTED-LINE - PRINT A REJECTED CARD AS KEYED,
005870* WITH THE REASON.  THE EXPIRY DATE AND AREA ARE SHOWN ONLY
005880* WHEN THEY ARE NUMERIC.
005890*----------------------------------------------------------*
005900 2610-WRITE-REJECTED-LINE.
005910     MOVE SPACES TO PMT-REPORT-DETAIL-LINE.
005920     MOVE PMT-READ-COUNT TO PRP-SEQUENCE-NO.
005930     MOVE PMT-ACTION TO PRP-ACTION.
005940     MOVE PMT-IN-SURVEY-ID TO PRP-SURVEY-ID.
005950     MOVE PMT-IN-PERMIT-NO TO PRP-PERMIT-NO.
005960     MOVE PMT-IN-STATUS TO PRP-PERMIT-STATUS.
005970     IF PMT-IN-EXPIRY-DATE NUMERIC
005980         MOVE PMT-IN-EXPIRY-NUM TO PMT-WORK-DATE
005990         PERFORM 2130-FORMAT-DATE-TEXT
006000             THRU 2130-FORMAT-DATE-TEXT-EXIT
006010         MOVE PMT-DATE-TEXT TO PRP-EXPIRY-DATE
006020     END-IF
006030     IF PMT-IN-MAX-AREA NUMERIC
006040         MOVE PMT-IN-MAX-AREA-NUM TO PMT-AREA-ED
006050         MOVE PMT-AREA-ED TO PRP-MAX-AREA
006060     END-IF
006070     MOVE "REJECTED" TO PRP-STATUS.
006080     MOVE PMT-REJECT-REASON TO PRP-REASON.
006090     MOVE PMT-IN-USER-ID TO PRP-USER-ID.
006100     WRITE PMT-REPORT-DETAIL-LINE.
006110 2610-WRITE-REJECTED-LINE-EXIT. EXIT.
006120
006130 2900-READ-TRANS.
006140     READ PMT-TRANS-FILE
006150         AT END SET PMT-END-OF-FILE TO TRUE
006160     END-READ.
006170 2900-READ-TRANS-EXIT. EXIT.
006180
006190 9000-TERMINATE.
006200     MOVE SPACES TO PMT-REPORT-HEADING.
006210     MOVE "READ" TO PMT-REPORT-HEADING(1:4).
006220     MOVE PMT-READ-COUNT TO PMT-COUNT-ED.
006230     MOVE PMT-COUNT-ED TO PMT-REPORT-HEADING(6:7).
006240     MOVE "APPLIED" TO PMT-REPORT-HEADING(15:7).
006250     MOVE PMT-APPLIED-COUNT TO PMT-COUNT-ED.
006260     MOVE PMT-COUNT-ED TO PMT-REPORT-HEADING(23:7).
006270     MOVE "REJECTED" TO PMT-REPORT-HEADING(32:8).
006280     MOVE PMT-REJECTED-COUNT TO PMT-COUNT-ED.
006290     MOVE PMT-COUNT-ED TO PMT-REPORT-HEADING(41:7).
006300     MOVE "LISTED" TO PMT-REPORT-HEADING(50:6).
006310     MOVE PMT-LISTED-COUNT TO PMT-COUNT-ED.
006320     MOVE PMT-COUNT-ED TO PMT-REPORT-HEADING(57:7).
006330     WRITE PMT-REPORT-HEADING AFTER ADVANCING 2 LINES.
006340     CLOSE PMT-TRANS-FILE
006350           PMT-MASTER-FILE
006360           PMT-REPORT-FILE
006370           PMT-AUDIT-FILE.
006380 9000-TERMINATE-EXIT. EXIT.
