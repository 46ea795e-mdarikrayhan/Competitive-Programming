001770*                FORWARD AND SKIPS THE DELTA, INSTEAD OF
001780*                REWRITING ZEROS OVER THEM AND FLAGGING A
001790*                FALSE AREA DRIFT ON A RE-SHOT SITE.
001791* 2026-10-15 RH  THE RUN DATE (RUN REGISTRY AND SURVEY HISTORY)
001792*                IS NOW THE BUSINESS DATE FROM THE BUSDATE
001793*                CONTROL RECORD THE BDROLL STEP ROLLS AT THE
001794*                HEAD OF THE STREAM, NOT THE CLOCK DATE.  HOUSE-
001795*                CALENDAR AND BUSINESS-DAY-CUTOFF ARE ACCEPTED
001796*                AS RUNPARM KEYWORDS.
001797* 2026-10-15 RH  ACK-OVERDUE-DAYS (THE ACKREC STEP'S LIMIT ON
001798*                UNACKNOWLEDGED PARTNER TRANSMISSIONS) IS
001799*                ACCEPTED AS A RUNPARM KEYWORD.
001800* 2026-10-15 RH  EVERY SURVEY'S POINTS ARE SCREENED BEFORE ANY
001801*                MODE RUNS.  EXACT DUPLICATE POINTS, AND POINTS
001802*                FARTHER FROM THE SURVEY'S MEDIAN CENTRE THAN
001803*                OUTLIER-FACTOR (RUNPARM, DEFAULT 10, 0 = OFF)
001804*                TIMES THE MEDIAN SPREAD, ARE LISTED ON THE NEW
001805*                DATA-QUALITY REPORT (GEODQR).  SCREEN-ACTION
001806*                (RUNPARM) DECIDES A FLAGGED SURVEY'S FATE:
001807*                REJECT IT, EXCLUDE THE SUSPECT POINTS AND
001808*                PROCESS THE REST, OR WARN (THE DEFAULT) -
001809*                PROCESS IT AS-IS AND END THE RUN WITH RC 4.
001810* 2026-10-15 RH  EVERY PROCESSED SURVEY IS NOW CHECKED AGAINST ITS
001811*                SITE PERMIT ON THE NEW SITE PERMIT MASTER
001812*                (PRMMAST, MAINTAINED BY PRMMNT).  NO PERMIT ON
001813*                FILE, A REVOKED OR SUSPENDED PERMIT, A PERMIT
001814*                EXPIRED BEFORE THE BUSINESS DATE, OR AN ENCLOSED
001815*                AREA OVER THE PERMITTED MAXIMUM PRINTS ON THE
001816*                NEW COMPLIANCE REPORT (GEOPCR) AND ENDS THE RUN
001817*                WITH RC 8, THE WAY SPACING VIOLATIONS DO.
001818* 2026-10-15 RH  EVERY RUN NOW ALSO APPENDS AN ENVELOPE TO THE GIS
001819*                INTERCHANGE FILE (GEOGIS) SO THE MAPPING SYSTEM
001820*                LOADS BOUNDARIES INSTEAD OF RE-KEYING THEM OFF
001821*                GEOBND/GEOSCR: A HEADER, ONE BOUNDARY
001822*                RECORD PER PROCESSED SURVEY (HULL AS A WKT
001823*                POLYGON, RUN DATE, PERIMETER, AREA), ONE POINT
001824*                RECORD PER SCREENED CANDIDATE WITH ITS
001825*                CLASSIFICATION, AND A COUNT TRAILER.  THE COUNTS
001826*                RIDE IN THE CHECKPOINT SO A RESTARTED RUN STILL
001827*                BALANCES.
001828* 2026-10-15 RH  THE STEP NOW MARKS ITSELF STARTED ON THE RUN
001829*                REGISTRY AS SOON AS THE RERUN CHECK PASSES, AND
001830*                COMPLETE AT THE END AS BEFORE, SO A RUN THAT
001831*                DIES PART-WAY IS LEFT REGISTERED STARTED AND
001832*                THE MORNING SUMMARY CAN TELL IT FROM A STEP
001833*                THE JOB BYPASSED.
001834* 2026-10-15 RH  GEORPT NOW CLOSES EACH RUN WITH AN EXCEPTIONS
001835*                LINE UNDER THE TRAILER - THE RUN'S SPACING
001836*                VIOLATIONS, BOUNDARY CONFLICTS, AREA DRIFTS, AND
001837*                PERMIT EXCEPTIONS - SO THE MORNING SUMMARY TAKES
001838*                THEM FROM ONE PLACE INSTEAD OF FOUR REPORTS.
001839*----------------------------------------------------------*
001840 ENVIRONMENT DIVISION.
001841 INPUT-OUTPUT SECTION.
001842 FILE-CONTROL.
001843     SELECT GEO-SORT-FILE ASSIGN TO "GEOSRT".
001845     SELECT GEO-SPREAD-SORT-FILE ASSIGN TO "GEOSPS".
001850     SELECT GEO-INPUT-FILE ASSIGN TO "GEOIN"
001860         ORGANIZATION IS LINE SEQUENTIAL.
001870     SELECT GEO-REPORT-FILE ASSIGN TO "GEORPT"
002020     SELECT GEO-PARM-FILE ASSIGN TO "RUNPARM"
002030         ORGANIZATION IS LINE SEQUENTIAL
002040         FILE STATUS IS GEO-PARM-STATUS.
002042     SELECT GEO-BUSDATE-FILE ASSIGN TO "BUSDATE"
002044         ORGANIZATION IS LINE SEQUENTIAL
002046         FILE STATUS IS GEO-BUSDATE-STATUS.
002050     SELECT GEO-RUNCTL-FILE ASSIGN TO "RUNCTL"
002060         ORGANIZATION IS LINE SEQUENTIAL
002070         FILE STATUS IS GEO-RUNCTL-STATUS.
002160     SELECT GEO-CONFLICT-FILE ASSIGN TO "GEOCFL"
002170         ORGANIZATION IS LINE SEQUENTIAL
002180         FILE STATUS IS GEO-CONFLICT-STATUS.
002182     SELECT GEO-QUALITY-FILE ASSIGN TO "GEODQR"
002184         ORGANIZATION IS LINE SEQUENTIAL
002186         FILE STATUS IS GEO-QUALITY-STATUS.
002187     SELECT GEO-COMPLIANCE-FILE ASSIGN TO "GEOPCR"
002188         ORGANIZATION IS LINE SEQUENTIAL
002189         FILE STATUS IS GEO-COMPLIANCE-STATUS.
002190     SELECT GEO-GIS-FILE ASSIGN TO "GEOGIS"
002191         ORGANIZATION IS LINE SEQUENTIAL
002192         FILE STATUS IS GEO-GIS-STATUS.
002193     SELECT GEO-PERMIT-FILE ASSIGN TO "PRMMAST"
002194         ORGANIZATION IS INDEXED
002195         ACCESS MODE IS RANDOM
002196         RECORD KEY IS SPM-SURVEY-ID
002197         FILE STATUS IS GEO-PERMIT-STATUS.
002198     SELECT GEO-CHECKPOINT-FILE ASSIGN TO "GEOCKP"
002200         ORGANIZATION IS LINE SEQUENTIAL
002210         FILE STATUS IS GEO-CHECKPOINT-STATUS.
002220     SELECT GEO-RUNREG-FILE ASSIGN TO "RUNREG"
002690     05  GTL-PROCESSED-COUNT     PIC Z(6)9.
002700     05  FILLER                  PIC X(01).
002710     05  GTL-REJECTED-COUNT      PIC Z(6)9.
002711 01  GEO-REPORT-EXCEPTION-LINE.
002712     05  GXL-LABEL               PIC X(10).
002713     05  FILLER                  PIC X(01).
002714     05  GXL-SPACING-LABEL       PIC X(07).
002715     05  FILLER                  PIC X(01).
002716     05  GXL-SPACING-COUNT       PIC Z(4)9.
002717     05  FILLER                  PIC X(01).
002718     05  GXL-OVERLAP-LABEL       PIC X(07).
002719     05  FILLER                  PIC X(01).
002720     05  GXL-OVERLAP-COUNT       PIC Z(4)9.
002721     05  FILLER                  PIC X(01).
002722     05  GXL-DRIFT-LABEL         PIC X(05).
002723     05  FILLER                  PIC X(01).
002724     05  GXL-DRIFT-COUNT         PIC Z(4)9.
002725     05  FILLER                  PIC X(01).
002726     05  GXL-PERMIT-LABEL        PIC X(06).
002727     05  FILLER                  PIC X(01).
002728     05  GXL-PERMIT-COUNT        PIC Z(4)9.
002729
002730  FD  GEO-BOUNDARY-FILE.
002740  01  GEO-BOUNDARY-HEADING        PIC X(70).
002750  01  GEO-BOUNDARY-SURVEY-LINE.
002940      05  GBV-X                   PIC -(9)9.
002950      05  FILLER                  PIC X(02).
002960      05  GBV-Y                   PIC -(9)9.
002970
002980
002990 FD  GEO-CANDIDATE-FILE.
003000 01  GEO-CANDIDATE-RECORD.
003490 FD  GEO-PARM-FILE.
003500 01  GEO-PARM-RECORD             PIC X(41).
003510
003512 FD  GEO-BUSDATE-FILE.
003514 01  GEO-BUSDATE-RECORD.
003516     COPY BUSDATE.
003518
003520 SD  GEO-SORT-FILE.
003530 01  GEO-SORT-RECORD.
003540     05  SRT-X                   PIC S9(09).
003550     05  SRT-Y                   PIC S9(09).
003560     05  SRT-ORIG-IDX            PIC 9(04).
003562 SD  GEO-SPREAD-SORT-FILE.
003564 01  GEO-SPREAD-SORT-RECORD.
003566     05  SPS-VALUE               PIC S9(18).
003570 FD  GEO-RUNCTL-FILE.
003580 01  GEO-RUNCTL-RECORD.
003590     COPY RUNCTL.
003660
003670 FD  GEO-CONFLICT-FILE.
003680 01  GEO-CONFLICT-LINE           PIC X(132).
003682
003684 FD  GEO-QUALITY-FILE.
003686 01  GEO-QUALITY-LINE            PIC X(132).
003687
003688 FD  GEO-COMPLIANCE-FILE.
003689 01  GEO-COMPLIANCE-LINE         PIC X(132).
003690
003691 FD  GEO-GIS-FILE.
003692 01  GEO-GIS-RECORD.
003693     COPY GEOGIS.
003694
003695 FD  GEO-PERMIT-FILE.
003696 01  GEO-PERMIT-RECORD.
003697     COPY SITPRM.
003698
003700 FD  GEO-CHECKPOINT-FILE.
003710 01  GEO-CHECKPOINT-RECORD.
003720     05  GCK-LAST-SURVEY-NO      PIC 9(09).
003740     05  GCK-READ-COUNT          PIC 9(09).
003750     05  GCK-PROCESSED-COUNT    PIC 9(09).
003760     05  GCK-REJECTED-COUNT      PIC 9(09).
003763     05  GCK-GIS-BOUNDARY-COUNT  PIC 9(09).
003766     05  GCK-GIS-POINT-COUNT     PIC 9(09).
003770 FD  GEO-RUNREG-FILE.
003780 01  GEO-RUNREG-RECORD.
003790     COPY RUNREG.
004010     88  GEO-MODE-SPACING                   VALUE 'V'.
004020     88  GEO-MODE-OVERLAP                   VALUE 'O'.
004030 77  GEO-RUN-TIMESTAMP           PIC X(26).
004035 77  GEO-BUSDATE-STATUS          PIC X(02).
004040 77  GEO-RUN-DATE                PIC 9(08).
004050 77  GEO-RUNCTL-STATUS           PIC X(02).
004060     88  GEO-RUNCTL-FILE-NOT-FOUND         VALUE '35'.
004250     88  GEO-HULL-WAS-BUILT                VALUE 'Y'.
004260 77  GEO-AREA-DELTA              PIC S9(17)V9 COMP.
004270 77  GEO-AREA-LIMIT              PIC 9(17)V9  COMP.
004275 77  GEO-DRIFT-COUNT             PIC 9(09)  COMP VALUE ZERO.
004280
004290*--------------------------------------------------------*
004300* HULL-OVERLAP (MODE 'O') WORK AREAS.  EVERY MODE-'O'
004630     88  GEO-ALL-OUTSIDE                   VALUE 'Y'.
004640 77  GEO-ANY-CONFLICT-SW         PIC X(01)  VALUE 'N'.
004650     88  GEO-ANY-CONFLICT                  VALUE 'Y'.
004655 77  GEO-CONFLICT-COUNT          PIC 9(09)  COMP VALUE ZERO.
004660 77  GEO-CONFLICT-STATUS         PIC X(02).
004670     88  GEO-CONFLICT-FILE-NOT-FOUND       VALUE '35'.
004680 77  GEO-OVL-MIN-X               PIC S9(09) COMP.
006070 77  GEO-VIOLATION-COUNT         PIC 9(04)  COMP.
006080 77  GEO-ANY-VIOLATION-SW        PIC X(01)  VALUE 'N'.
006090     88  GEO-ANY-VIOLATION                  VALUE 'Y'.
006095 77  GEO-RUN-VIOLATIONS          PIC 9(09)  COMP VALUE ZERO.
006100 77  GEO-MIN-SEPARATION          PIC 9(09)  COMP VALUE ZERO.
006110 77  GEO-MIN-SEP-SQ              PIC S9(18) COMP VALUE ZERO.
006120 77  GEO-PARM-KEYWORD            PIC X(20).
006790 77  GEO-WINDOW-SCAN-START       PIC 9(04)  COMP.
006800 77  GEO-WINDOW-CAPPED-SW        PIC X(01)  VALUE 'N'.
006810     88  GEO-WINDOW-WAS-CAPPED             VALUE 'Y'.
006811
006812*--------------------------------------------------------*
006813* SURVEY POINT SCREENING WORK FIELDS.  BEFORE ANY MODE
006814* RUNS, EACH SURVEY'S POINTS ARE SCREENED FOR EXACT
006815* DUPLICATES AND FOR OUTLIERS - POINTS FARTHER FROM THE
006816* SURVEY'S MEDIAN CENTRE (MEDIAN X, MEDIAN Y) THAN
006817* OUTLIER-FACTOR TIMES THE MEDIAN DISTANCE OF ALL ITS
006818* POINTS FROM THAT CENTRE.  MEDIANS RATHER THAN MEANS, SO
006819* THE VERY POINT BEING HUNTED CANNOT STRETCH THE YARDSTICK
006820* IT IS MEASURED BY.  DISTANCES ARE COMPARED SQUARED, IN
006821* THE SAME EXACT INTEGER ARITHMETIC AS THE DISTANCE SCANS.
006822* SCREEN-ACTION DECIDES WHAT A FLAGGED SURVEY GETS.  A
006823* SURVEY WITH FEWER THAN GEO-SCREEN-MIN-POINTS POINTS HAS
006824* NO MEANINGFUL SPREAD AND IS SCREENED FOR DUPLICATES ONLY.
006825*--------------------------------------------------------*
006826 77  GEO-OUTLIER-FACTOR          PIC 9(03)  COMP VALUE 10.
006827 77  GEO-SCREEN-ACTION           PIC X(07)  VALUE 'WARN'.
006828     88  GEO-SCREEN-REJECT                  VALUE 'REJECT'.
006829     88  GEO-SCREEN-EXCLUDE                 VALUE 'EXCLUDE'.
006830     88  GEO-SCREEN-WARN                    VALUE 'WARN'.
006831 77  GEO-SCREEN-MIN-POINTS       PIC 9(04)  COMP VALUE 4.
006832 01  GEO-SCREEN-TABLE.
006833     05  GEO-SCREEN-ENTRY        OCCURS 1000 TIMES.
006834         10  SCR-FLAG            PIC X(01).
006835             88  SCR-POINT-CLEAN            VALUE SPACE.
006836             88  SCR-DUPLICATE              VALUE 'D'.
006837             88  SCR-OUTLIER                VALUE 'O'.
006838         10  SCR-DUP-OF          PIC 9(04)  COMP.
006839         10  SCR-DIST-SQ         PIC S9(18) COMP.
006840 77  GEO-SCR-SUB                 PIC 9(04)  COMP.
006841 77  GEO-SCR-POINT               PIC 9(04)  COMP.
006842 77  GEO-SCR-PRIOR               PIC 9(04)  COMP.
006843 77  GEO-SCR-MID                 PIC 9(04)  COMP.
006844 77  GEO-SCR-KEPT                PIC 9(04)  COMP.
006845 77  GEO-SCR-RETURNED            PIC 9(04)  COMP.
006846 77  GEO-SCR-DUP-COUNT           PIC 9(04)  COMP.
006847 77  GEO-SCR-OUTLIER-COUNT       PIC 9(04)  COMP.
006848 77  GEO-SCR-CENTRE-X            PIC S9(09) COMP.
006849 77  GEO-SCR-CENTRE-Y            PIC S9(09) COMP.
006850 77  GEO-SCR-MEDIAN              PIC S9(18) COMP.
006851 77  GEO-SCR-SPREAD-SQ           PIC S9(18) COMP.
006852 77  GEO-SCR-LIMIT-SQ            PIC S9(18) COMP.
006853 77  GEO-SPREAD-SOURCE           PIC X(01).
006854     88  GEO-SPREAD-OF-Y                    VALUE 'Y'.
006855     88  GEO-SPREAD-OF-DISTANCE             VALUE 'D'.
006856 77  GEO-SPREAD-DONE-SW          PIC X(01).
006857     88  GEO-SPREAD-DONE                    VALUE 'Y'.
006858 77  GEO-POINTS-EXCLUDED-SW      PIC X(01)  VALUE 'N'.
006859     88  GEO-POINTS-EXCLUDED                VALUE 'Y'.
006860 77  GEO-SCREEN-WARNED-SW        PIC X(01)  VALUE 'N'.
006861     88  GEO-SCREEN-WARNED                  VALUE 'Y'.
006862 77  GEO-ANY-SCREEN-WARNING-SW   PIC X(01)  VALUE 'N'.
006863     88  GEO-ANY-SCREEN-WARNING             VALUE 'Y'.
006864 77  GEO-QUALITY-STATUS          PIC X(02).
006865     88  GEO-QUALITY-FILE-NOT-FOUND         VALUE '35'.
006866 77  GEO-SURVEYS-SCREENED        PIC 9(04)  COMP VALUE ZERO.
006867 77  GEO-SURVEYS-FLAGGED         PIC 9(04)  COMP VALUE ZERO.
006868 77  GEO-POINTS-FLAGGED          PIC 9(09)  COMP VALUE ZERO.
006869 77  GEO-SCR-COUNT-ED            PIC Z(3)9.
006870 77  GEO-SCR-TOTAL-ED            PIC Z(8)9.
006871 77  GEO-SCR-COORD-ED            PIC -(9)9.
006872
006873*--------------------------------------------------------*
006874* SITE PERMIT COMPLIANCE WORK FIELDS.  EVERY PROCESSED
006875* SURVEY IS LOOKED UP ON THE SITE PERMIT MASTER BY SURVEY
006876* ID; A MISSING MASTER MEANS NO SURVEY HAS A PERMIT.  THE
006877* AREA TEST NEEDS A BOUNDARY, SO IT IS MADE ONLY FOR THE
006878* MODES THAT BUILD A HULL.  ANY EXCEPTION ENDS THE RUN WITH
006879* RC 8.
006880*--------------------------------------------------------*
006881 77  GEO-PERMIT-STATUS           PIC X(02).
006882     88  GEO-PERMIT-FILE-NOT-FOUND          VALUE '35'.
006883 77  GEO-COMPLIANCE-STATUS       PIC X(02).
006884     88  GEO-COMPLIANCE-FILE-NOT-FOUND      VALUE '35'.
006885 77  GEO-PERMIT-OPEN-SW          PIC X(01)  VALUE 'N'.
006886     88  GEO-PERMIT-MASTER-OPEN             VALUE 'Y'.
006887 77  GEO-PERMIT-FOUND-SW         PIC X(01).
006888     88  GEO-PERMIT-FOUND                   VALUE 'Y'.
006889 77  GEO-ANY-PERMIT-EXCEPTION-SW PIC X(01)  VALUE 'N'.
006890     88  GEO-ANY-PERMIT-EXCEPTION           VALUE 'Y'.
006891 77  GEO-PCR-RESULT              PIC X(30).
006892 77  GEO-PCR-EXCEPTION-SW        PIC X(01).
006893     88  GEO-PCR-IS-EXCEPTION               VALUE 'Y'.
006894 77  GEO-PCR-SURVEY-EXCEPTIONS   PIC 9(04)  COMP.
006895 77  GEO-PERMITS-CHECKED         PIC 9(04)  COMP VALUE ZERO.
006896 77  GEO-PERMIT-SURVEYS-FLAGGED  PIC 9(04)  COMP VALUE ZERO.
006897 77  GEO-PERMIT-EXCEPTIONS       PIC 9(09)  COMP VALUE ZERO.
006898
006899*--------------------------------------------------------*
006900* GIS INTERCHANGE WORK FIELDS.  COORDINATES ARE EDITED
006901* AND LEFT-JUSTIFIED ONE AT A TIME INTO GEO-GIS-COORD-TEXT
006902* AND STRUNG INTO THE WKT TEXT WITH A POINTER.  THE
006903* BOUNDARY AND POINT COUNTS ARE CHECKPOINTED WITH THE
006904* SURVEY COUNTS SO A RESTARTED RUN'S TRAILER STILL
006905* BALANCES THE WHOLE ENVELOPE.
006906*--------------------------------------------------------*
006907 77  GEO-GIS-STATUS              PIC X(02).
006908     88  GEO-GIS-FILE-NOT-FOUND             VALUE '35'.
006909 77  GEO-GIS-BOUNDARY-COUNT      PIC 9(09)  COMP VALUE ZERO.
006910 77  GEO-GIS-POINT-COUNT         PIC 9(09)  COMP VALUE ZERO.
006911 77  GEO-GIS-SUB                 PIC 9(04)  COMP.
006912 77  GEO-GIS-VERTICES-OUT        PIC 9(04)  COMP.
006913 77  GEO-GIS-PTR                 PIC 9(05)  COMP.
006914 77  GEO-GIS-LEAD                PIC 9(04)  COMP.
006915 77  GEO-GIS-COORD               PIC S9(09).
006916 77  GEO-GIS-COORD-ED            PIC -(9)9.
006917 77  GEO-GIS-COORD-TEXT          PIC X(10).
006918 77  GEO-GIS-X-TEXT              PIC X(10).
006919
006920 PROCEDURE DIVISION.
006921*----------------------------------------------------------*
006922* 0000-MAINLINE - OPEN THE FILES, THEN LOAD, SOLVE, AND
006923* REPORT EVERY SURVEY BATCH ON THE TRANSACTION FILE.
006924*----------------------------------------------------------*
006925 0000-MAINLINE.
006926     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
006927     PERFORM 2000-PROCESS-SURVEY
006928         THRU 2000-PROCESS-SURVEY-EXIT
006929         UNTIL GEO-END-OF-FILE.
006930     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
006940     STOP RUN.
006950
007000*----------------------------------------------------------*
007010 1000-INITIALIZE.
007020     MOVE FUNCTION CURRENT-DATE TO GEO-RUN-TIMESTAMP.
007026     PERFORM 1450-READ-BUSINESS-DATE
007032         THRU 1450-READ-BUSINESS-DATE-EXIT.
007040     OPEN INPUT GEO-INPUT-FILE.
007050     OPEN EXTEND GEO-REPORT-FILE.
007060     IF GEO-REPORT-FILE-NOT-FOUND
007360     IF GEO-CONFLICT-FILE-NOT-FOUND
007370         OPEN OUTPUT GEO-CONFLICT-FILE
007380     END-IF
007382     OPEN EXTEND GEO-QUALITY-FILE.
007384     IF GEO-QUALITY-FILE-NOT-FOUND
007386         OPEN OUTPUT GEO-QUALITY-FILE
007388     END-IF
007389     OPEN EXTEND GEO-GIS-FILE.
007390     IF GEO-GIS-FILE-NOT-FOUND
007391         OPEN OUTPUT GEO-GIS-FILE
007392     END-IF
007393     OPEN EXTEND GEO-COMPLIANCE-FILE.
007394     IF GEO-COMPLIANCE-FILE-NOT-FOUND
007395         OPEN OUTPUT GEO-COMPLIANCE-FILE
007396     END-IF
007397     OPEN INPUT GEO-PERMIT-FILE.
007398     EVALUATE TRUE
007399         WHEN GEO-PERMIT-STATUS = '00'
007400             SET GEO-PERMIT-MASTER-OPEN TO TRUE
007401         WHEN GEO-PERMIT-FILE-NOT-FOUND
007402             DISPLAY "E: WARNING - NO SITE PERMIT MASTER - EVERY "
007403                 "SURVEY WILL BE REPORTED WITHOUT A PERMIT"
007404         WHEN OTHER
007405             DISPLAY "E: SITE PERMIT MASTER COULD NOT BE OPENED"
007406                 " - STATUS " GEO-PERMIT-STATUS " - RUN ABORTED"
007407             MOVE 16 TO RETURN-CODE
007408             STOP RUN
007409     END-EVALUATE
007410     PERFORM 1500-READ-RUN-PARAMETERS
007411         THRU 1500-READ-RUN-PARAMETERS-EXIT.
007412     PERFORM 1550-CHECK-RUN-REGISTRY
007420         THRU 1550-CHECK-RUN-REGISTRY-EXIT.
007430     PERFORM 1600-DETERMINE-RESTART-POINT
007440         THRU 1600-DETERMINE-RESTART-POINT-EXIT.
007450     IF GEO-RESTART-POINT = ZERO
007460         PERFORM 1300-WRITE-REPORT-HEADINGS
007470             THRU 1300-WRITE-REPORT-HEADINGS-EXIT
007473         PERFORM 7940-WRITE-GIS-HEADER
007476             THRU 7940-WRITE-GIS-HEADER-EXIT
007480     END-IF.
007490     PERFORM 1400-LOAD-CANDIDATES
007500         THRU 1400-LOAD-CANDIDATES-EXIT.
007800     MOVE SPACES TO GEO-NEIGHBOR-HEADING.
007810     MOVE " POINT  NEAREST  DISTANCE" TO GEO-NEIGHBOR-HEADING.
007820     WRITE GEO-NEIGHBOR-HEADING AFTER ADVANCING 2 LINES.
007821     MOVE SPACES TO GEO-QUALITY-LINE.
007822     MOVE "SURVEY POINT DATA-QUALITY REPORT - DUPLICATES AND "
007823         TO GEO-QUALITY-LINE(1:50).
007824     MOVE "OUTLIERS" TO GEO-QUALITY-LINE(51:8).
007825     WRITE GEO-QUALITY-LINE AFTER ADVANCING PAGE.
007826     MOVE SPACES TO GEO-QUALITY-LINE.
007827     MOVE "OUTLIER-FACTOR" TO GEO-QUALITY-LINE(1:14).
007828     MOVE GEO-OUTLIER-FACTOR TO GEO-SCR-COUNT-ED.
007829     MOVE GEO-SCR-COUNT-ED TO GEO-QUALITY-LINE(16:4).
007830     MOVE "SCREEN-ACTION" TO GEO-QUALITY-LINE(23:13).
007831     MOVE GEO-SCREEN-ACTION TO GEO-QUALITY-LINE(37:7).
007832     WRITE GEO-QUALITY-LINE AFTER ADVANCING 2 LINES.
007833     MOVE SPACES TO GEO-COMPLIANCE-LINE.
007834     MOVE "SITE PERMIT COMPLIANCE REPORT - BUSINESS DATE"
007835         TO GEO-COMPLIANCE-LINE(1:45).
007836     MOVE GEO-RUN-DATE TO GEO-COMPLIANCE-LINE(47:8).
007837     WRITE GEO-COMPLIANCE-LINE AFTER ADVANCING PAGE.
007838     MOVE SPACES TO GEO-COMPLIANCE-LINE.
007839     MOVE "SURVEY" TO GEO-COMPLIANCE-LINE(1:6).
007840     MOVE "PERMIT NO" TO GEO-COMPLIANCE-LINE(11:9).
007841     MOVE "S" TO GEO-COMPLIANCE-LINE(25:1).
007842     MOVE "EXPIRES" TO GEO-COMPLIANCE-LINE(28:7).
007843     MOVE "MAX PERMITTED AREA" TO GEO-COMPLIANCE-LINE(39:18).
007844     MOVE "COMPUTED AREA" TO GEO-COMPLIANCE-LINE(65:13).
007845     MOVE "RESULT" TO GEO-COMPLIANCE-LINE(83:6).
007846     WRITE GEO-COMPLIANCE-LINE AFTER ADVANCING 2 LINES.
007847 1300-WRITE-REPORT-HEADINGS-EXIT. EXIT.
007848
007850*----------------------------------------------------------*
007860* 1400-LOAD-CANDIDATES - LOAD THE CANDIDATE-LOCATION FILE
007870* FOR SCREENING MODE.  A MISSING FILE SIMPLY MEANS NO
008310         THRU 1410-READ-CANDIDATE-EXIT.
008320 1420-BUILD-CANDIDATE-ENTRY-EXIT. EXIT.
008330
008331*----------------------------------------------------------*
008332* 1450-READ-BUSINESS-DATE - TAKE THE NIGHT'S BUSINESS DATE
008333* FROM THE CONTROL RECORD THE BDROLL STEP ROLLED AT THE HEAD
008334* OF THE STREAM, NOT FROM THE CLOCK, SO A RUN THAT GOES PAST
008335* MIDNIGHT OR IS RESTARTED THE NEXT MORNING STILL WORKS TO
008336* THE DATE IT STARTED FOR.  A MISSING OR EMPTY CONTROL
008337* RECORD ABORTS THE STEP RATHER THAN FALL BACK ON THE CLOCK.
008338*----------------------------------------------------------*
008339 1450-READ-BUSINESS-DATE.
008340     OPEN INPUT GEO-BUSDATE-FILE.
008341     IF GEO-BUSDATE-STATUS NOT = '00'
008342         DISPLAY "E: BUSINESS-DATE CONTROL FILE COULD NOT BE "
008343             "OPENED - STATUS " GEO-BUSDATE-STATUS
008344             " - RUN ABORTED"
008345         MOVE 16 TO RETURN-CODE
008346         STOP RUN
008347     END-IF
008348     MOVE SPACES TO GEO-BUSDATE-RECORD.
008349     READ GEO-BUSDATE-FILE
008350         AT END CONTINUE
008351     END-READ.
008352     CLOSE GEO-BUSDATE-FILE.
008353     IF BDC-BUSINESS-DATE NOT NUMERIC
008354             OR BDC-BUSINESS-DATE = ZERO
008355         DISPLAY "E: NO BUSINESS DATE ON THE CONTROL RECORD - "
008356             "RUN ABORTED"
008357         MOVE 16 TO RETURN-CODE
008358         STOP RUN
008359     END-IF
008360     MOVE BDC-BUSINESS-DATE TO GEO-RUN-DATE.
008361 1450-READ-BUSINESS-DATE-EXIT. EXIT.
008362
008363*----------------------------------------------------------*
008364* 1500-READ-RUN-PARAMETERS - READ THE KEYWORD=VALUE RUN-
008365* PARAMETER MEMBER.  A MISSING MEMBER MEANS THE COMPILED
008370* DEFAULTS STAND.  EVERY PARAMETER IS VALIDATED AND THE
008380* VALUE IN EFFECT IS ECHOED; A BAD OR UNKNOWN PARAMETER
008390* FAILS THE STEP WITH A CLEAR MESSAGE RATHER THAN RUNNING
008570         GEO-WINDOW-SCAN-LIMIT ", POINT-LIMIT "
008580         GEO-POINT-LIMIT ", DEFAULT-MODE "
008590         GEO-DEFAULT-MODE ", MIN-SEPARATION "
008595         GEO-MIN-SEPARATION ", OUTLIER-FACTOR "
008600         GEO-OUTLIER-FACTOR ", SCREEN-ACTION "
008605         GEO-SCREEN-ACTION.
008610 1500-READ-RUN-PARAMETERS-EXIT. EXIT.
008620
008630 1510-READ-PARM-RECORD.
009410                     OR GEO-PARM-VALUE = "ALL"
009420                 SET GEO-FORCE-RERUN TO TRUE
009430             END-IF
009431         WHEN "HOUSE-CALENDAR"
009432             IF GEO-PARM-VALUE(4:17) NOT = SPACES
009433                 PERFORM 1540-FAIL-BAD-PARM
009434                     THRU 1540-FAIL-BAD-PARM-EXIT
009435             END-IF
009436         WHEN "BUSINESS-DAY-CUTOFF"
009437             IF GEO-PARM-VALUE-IS-BAD
009438                     OR GEO-PARM-NUMBER > 23
009439                 PERFORM 1540-FAIL-BAD-PARM
009440                     THRU 1540-FAIL-BAD-PARM-EXIT
009441             END-IF
009442         WHEN "ACK-OVERDUE-DAYS"
009443             IF GEO-PARM-VALUE-IS-BAD
009444                     OR GEO-PARM-NUMBER = ZERO
009445                     OR GEO-PARM-NUMBER > 999
009446                 PERFORM 1540-FAIL-BAD-PARM
009447                     THRU 1540-FAIL-BAD-PARM-EXIT
009448             END-IF
009449         WHEN "OUTLIER-FACTOR"
009450             IF GEO-PARM-VALUE-IS-BAD
009451                     OR GEO-PARM-NUMBER > 999
009452                 PERFORM 1540-FAIL-BAD-PARM
009453                     THRU 1540-FAIL-BAD-PARM-EXIT
009454             END-IF
009455             MOVE GEO-PARM-NUMBER TO GEO-OUTLIER-FACTOR
009456         WHEN "SCREEN-ACTION"
009457             IF GEO-PARM-VALUE NOT = "REJECT"
009458                     AND GEO-PARM-VALUE NOT = "EXCLUDE"
009459                     AND GEO-PARM-VALUE NOT = "WARN"
009460                 PERFORM 1540-FAIL-BAD-PARM
009461                     THRU 1540-FAIL-BAD-PARM-EXIT
009462             END-IF
009463             MOVE GEO-PARM-VALUE TO GEO-SCREEN-ACTION
009464         WHEN OTHER
009465             PERFORM 1540-FAIL-BAD-PARM
009466                 THRU 1540-FAIL-BAD-PARM-EXIT
009470     END-EVALUATE.
009480 1520-APPLY-PARM-READ.
009490     PERFORM 1510-READ-PARM-RECORD
009960* MODE, AND WRITE THE RESULTS AND THE PER-SURVEY RUN-
009970* CONTROL RECORD.  A SURVEY THAT FAILS ITS EDITS IS
009980* REJECTED ON THE REPORT AND ITS REMAINING RECORDS ARE
009985* SKIPPED UP TO THE NEXT HEADER.  THE LOADED POINTS ARE
009990* SCREENED FOR DUPLICATES AND OUTLIERS BEFORE ANY MODE
009995* RUNS; SCREEN-ACTION MAY REJECT THE SURVEY THERE.
009996* EVERY PROCESSED SURVEY IS THEN CHECKED AGAINST ITS SITE
009997* PERMIT.
010000*----------------------------------------------------------*
010010 2000-PROCESS-SURVEY.
010020     MOVE 'N' TO GEO-HOLD-RECORD-SW.
010730     END-IF
010740     PERFORM 3000-SORT-POINTS-BY-X
010750         THRU 3000-SORT-POINTS-BY-X-EXIT.
010751     PERFORM 2500-SCREEN-SURVEY-POINTS
010752         THRU 2500-SCREEN-SURVEY-POINTS-EXIT.
010753     IF GEO-SURVEY-ERROR
010754         PERFORM 2700-REJECT-SURVEY THRU 2700-REJECT-SURVEY-EXIT
010755         GO TO 2000-PROCESS-SURVEY-READ
010756     END-IF
010760     IF GEO-MODE-FARTHEST OR GEO-MODE-BOTH
010770             OR GEO-MODE-SCREEN OR GEO-MODE-OVERLAP
010780         PERFORM 3300-BUILD-CONVEX-HULL
011100     END-IF
011110     PERFORM 7500-RECORD-SURVEY-HISTORY
011120         THRU 7500-RECORD-SURVEY-HISTORY-EXIT.
011123     PERFORM 7800-CHECK-SITE-PERMIT
011126         THRU 7800-CHECK-SITE-PERMIT-EXIT.
011127     PERFORM 7900-WRITE-GIS-BOUNDARY
011128         THRU 7900-WRITE-GIS-BOUNDARY-EXIT.
011130     PERFORM 8000-WRITE-RUNCTL-RECORD
011140         THRU 8000-WRITE-RUNCTL-RECORD-EXIT.
011150 2000-PROCESS-SURVEY-READ.
011420     MOVE ZERO TO GEO-PERIMETER.
011430     MOVE ZERO TO GEO-AREA.
011440     MOVE 'N' TO GEO-HULL-BUILT-SW.
011443     MOVE 'N' TO GEO-POINTS-EXCLUDED-SW.
011446     MOVE 'N' TO GEO-SCREEN-WARNED-SW.
011450 2050-RESET-SURVEY-STATE-EXIT. EXIT.
011460
011470 2100-LOAD-POINTS.
011670     END-IF.
011680 2110-LOAD-ONE-POINT-EXIT. EXIT.
011690
011691*----------------------------------------------------------*
011692* 2500-SCREEN-SURVEY-POINTS - SCREEN THE LOADED, SORTED
011693* POINTS BEFORE ANY MODE RUNS.  EXACT DUPLICATES SIT NEXT
011694* TO EACH OTHER IN THE SORTED TABLE; OUTLIERS ARE JUDGED BY
011695* DISTANCE FROM THE MEDIAN CENTRE AGAINST OUTLIER-FACTOR
011696* TIMES THE MEDIAN SPREAD.  A FLAGGED SURVEY IS LISTED ON
011697* THE DATA-QUALITY REPORT AND HANDLED PER SCREEN-ACTION:
011698* REJECT SETS THE SURVEY ERROR FOR THE CALLER'S REJECT
011699* PATH; EXCLUDE DROPS THE SUSPECT POINTS FROM THE SORTED
011700* TABLE EVERY MODE WORKS FROM (A SURVEY LEFT WITH FEWER
011701* THAN 2 POINTS IS REJECTED); WARN LEAVES THEM IN AND
011702* MARKS THE RUN FOR RC 4.
011703*----------------------------------------------------------*
011704 2500-SCREEN-SURVEY-POINTS.
011705     ADD 1 TO GEO-SURVEYS-SCREENED.
011706     MOVE ZERO TO GEO-SCR-DUP-COUNT.
011707     MOVE ZERO TO GEO-SCR-OUTLIER-COUNT.
011708     MOVE ZERO TO GEO-SCR-SPREAD-SQ.
011709     PERFORM VARYING GEO-SCR-SUB FROM 1 BY 1
011710             UNTIL GEO-SCR-SUB > GEO-POINT-COUNT
011711         MOVE SPACE TO SCR-FLAG(GEO-SCR-SUB)
011712         MOVE ZERO TO SCR-DUP-OF(GEO-SCR-SUB)
011713         MOVE ZERO TO SCR-DIST-SQ(GEO-SCR-SUB)
011714     END-PERFORM.
011715     PERFORM 2510-FIND-DUPLICATES THRU 2510-FIND-DUPLICATES-EXIT.
011716     IF GEO-OUTLIER-FACTOR > ZERO
011717             AND GEO-POINT-COUNT NOT < GEO-SCREEN-MIN-POINTS
011718         PERFORM 2520-FIND-OUTLIERS THRU 2520-FIND-OUTLIERS-EXIT
011719     END-IF
011720     IF GEO-SCR-DUP-COUNT = ZERO AND GEO-SCR-OUTLIER-COUNT = ZERO
011721         GO TO 2500-SCREEN-SURVEY-POINTS-EXIT
011722     END-IF
011723     ADD 1 TO GEO-SURVEYS-FLAGGED.
011724     ADD GEO-SCR-DUP-COUNT GEO-SCR-OUTLIER-COUNT
011725         TO GEO-POINTS-FLAGGED.
011726     EVALUATE TRUE
011727         WHEN GEO-SCREEN-REJECT
011728             SET GEO-SURVEY-ERROR TO TRUE
011729             MOVE "FAILED POINT SCREENING" TO GEO-REJECT-REASON
011730         WHEN GEO-SCREEN-EXCLUDE
011731             PERFORM 2540-EXCLUDE-SUSPECT-POINTS
011732                 THRU 2540-EXCLUDE-SUSPECT-POINTS-EXIT
011733             IF GEO-SORT-COUNT < 2
011734                 SET GEO-SURVEY-ERROR TO TRUE
011735                 MOVE "TOO FEW POINTS AFTER SCREENING"
011736                     TO GEO-REJECT-REASON
011737             END-IF
011738         WHEN OTHER
011739             SET GEO-SCREEN-WARNED TO TRUE
011740             SET GEO-ANY-SCREEN-WARNING TO TRUE
011741             DISPLAY "E: WARNING - SURVEY " GEO-SURVEY-ID
011742                 " HAS SUSPECT POINTS - PROCESSED AS-IS, SEE "
011743                 "THE DATA-QUALITY REPORT"
011744     END-EVALUATE
011745     PERFORM 2560-WRITE-QUALITY-SECTION
011746         THRU 2560-WRITE-QUALITY-SECTION-EXIT.
011747 2500-SCREEN-SURVEY-POINTS-EXIT. EXIT.
011748
011749*----------------------------------------------------------*
011750* 2510-FIND-DUPLICATES - THE SORT ORDERS EQUAL POINTS BY
011751* INPUT POINT NUMBER, SO IN EACH RUN OF EQUAL POINTS THE
011752* FIRST IS KEPT AS THE ORIGINAL AND EVERY LATER ONE IS
011753* FLAGGED AS A DUPLICATE OF IT.
011754*----------------------------------------------------------*
011755 2510-FIND-DUPLICATES.
011756     PERFORM VARYING GEO-SCR-SUB FROM 2 BY 1
011757             UNTIL GEO-SCR-SUB > GEO-SORT-COUNT
011758         IF GEO-SORTED-X(GEO-SCR-SUB) =
011759                 GEO-SORTED-X(GEO-SCR-SUB - 1)
011760             AND GEO-SORTED-Y(GEO-SCR-SUB) =
011761                 GEO-SORTED-Y(GEO-SCR-SUB - 1)
011762             MOVE GEO-SORTED-ORIG(GEO-SCR-SUB) TO GEO-SCR-POINT
011763             MOVE GEO-SORTED-ORIG(GEO-SCR-SUB - 1)
011764                 TO GEO-SCR-PRIOR
011765             SET SCR-DUPLICATE(GEO-SCR-POINT) TO TRUE
011766             IF SCR-DUP-OF(GEO-SCR-PRIOR) = ZERO
011767                 MOVE GEO-SCR-PRIOR TO SCR-DUP-OF(GEO-SCR-POINT)
011768             ELSE
011769                 MOVE SCR-DUP-OF(GEO-SCR-PRIOR)
011770                     TO SCR-DUP-OF(GEO-SCR-POINT)
011771             END-IF
011772             ADD 1 TO GEO-SCR-DUP-COUNT
011773         END-IF
011774     END-PERFORM.
011775 2510-FIND-DUPLICATES-EXIT. EXIT.
011776
011777*----------------------------------------------------------*
011778* 2520-FIND-OUTLIERS - TAKE THE MEDIAN CENTRE (MEDIAN X
011779* STRAIGHT FROM THE X-SORTED TABLE, MEDIAN Y BY SORT), THE
011780* SQUARED DISTANCE OF EVERY POINT FROM IT, AND THE MEDIAN
011781* OF THOSE AS THE SURVEY'S TYPICAL SPREAD.  A POINT BEYOND
011782* OUTLIER-FACTOR TIMES THE SPREAD IS AN OUTLIER.  WHEN MORE
011783* THAN HALF THE POINTS SIT ON THE CENTRE ITSELF THE SPREAD
011784* IS ZERO AND NO POINT IS JUDGED; A LIMIT TOO LARGE TO
011785* HOLD CANNOT BE EXCEEDED, SO NONE IS JUDGED THEN EITHER.
011786* WITH AN EVEN POINT COUNT THE LOWER MIDDLE VALUE IS THE
011787* MEDIAN.
011788*----------------------------------------------------------*
011789 2520-FIND-OUTLIERS.
011790     COMPUTE GEO-SCR-MID = (GEO-POINT-COUNT + 1) / 2.
011791     MOVE GEO-SORTED-X(GEO-SCR-MID) TO GEO-SCR-CENTRE-X.
011792     SET GEO-SPREAD-OF-Y TO TRUE.
011793     PERFORM 2530-TAKE-MEDIAN THRU 2530-TAKE-MEDIAN-EXIT.
011794     MOVE GEO-SCR-MEDIAN TO GEO-SCR-CENTRE-Y.
011795     PERFORM VARYING GEO-SCR-SUB FROM 1 BY 1
011796             UNTIL GEO-SCR-SUB > GEO-POINT-COUNT
011797         COMPUTE SCR-DIST-SQ(GEO-SCR-SUB) =
011798             (GEO-X(GEO-SCR-SUB) - GEO-SCR-CENTRE-X) *
011799             (GEO-X(GEO-SCR-SUB) - GEO-SCR-CENTRE-X) +
011800             (GEO-Y(GEO-SCR-SUB) - GEO-SCR-CENTRE-Y) *
011801             (GEO-Y(GEO-SCR-SUB) - GEO-SCR-CENTRE-Y)
011802     END-PERFORM.
011803     SET GEO-SPREAD-OF-DISTANCE TO TRUE.
011804     PERFORM 2530-TAKE-MEDIAN THRU 2530-TAKE-MEDIAN-EXIT.
011805     MOVE GEO-SCR-MEDIAN TO GEO-SCR-SPREAD-SQ.
011806     IF GEO-SCR-SPREAD-SQ = ZERO
011807         GO TO 2520-FIND-OUTLIERS-EXIT
011808     END-IF
011809     COMPUTE GEO-SCR-LIMIT-SQ =
011810         GEO-SCR-SPREAD-SQ * GEO-OUTLIER-FACTOR
011811             * GEO-OUTLIER-FACTOR
011812         ON SIZE ERROR
011813             GO TO 2520-FIND-OUTLIERS-EXIT
011814     END-COMPUTE.
011815     PERFORM VARYING GEO-SCR-SUB FROM 1 BY 1
011816             UNTIL GEO-SCR-SUB > GEO-POINT-COUNT
011817         IF SCR-POINT-CLEAN(GEO-SCR-SUB)
011818                 AND SCR-DIST-SQ(GEO-SCR-SUB) > GEO-SCR-LIMIT-SQ
011819             SET SCR-OUTLIER(GEO-SCR-SUB) TO TRUE
011820             ADD 1 TO GEO-SCR-OUTLIER-COUNT
011821         END-IF
011822     END-PERFORM.
011823 2520-FIND-OUTLIERS-EXIT. EXIT.
011824
011825*----------------------------------------------------------*
011826* 2530-TAKE-MEDIAN - SORT THE SURVEY'S Y ORDINATES OR ITS
011827* SQUARED CENTRE DISTANCES (PER GEO-SPREAD-SOURCE) AND
011828* KEEP THE GEO-SCR-MID'TH VALUE.
011829*----------------------------------------------------------*
011830 2530-TAKE-MEDIAN.
011831     SORT GEO-SPREAD-SORT-FILE
011832         ON ASCENDING KEY SPS-VALUE
011833         INPUT PROCEDURE IS 2531-RELEASE-SPREAD-VALUES
011834         OUTPUT PROCEDURE IS 2532-RETURN-MEDIAN.
011835 2530-TAKE-MEDIAN-EXIT. EXIT.
011836
011837 2531-RELEASE-SPREAD-VALUES.
011838     PERFORM VARYING GEO-SCR-SUB FROM 1 BY 1
011839             UNTIL GEO-SCR-SUB > GEO-POINT-COUNT
011840         IF GEO-SPREAD-OF-Y
011841             MOVE GEO-Y(GEO-SCR-SUB) TO SPS-VALUE
011842         ELSE
011843             MOVE SCR-DIST-SQ(GEO-SCR-SUB) TO SPS-VALUE
011844         END-IF
011845         RELEASE GEO-SPREAD-SORT-RECORD
011846     END-PERFORM.
011847 2531-RELEASE-SPREAD-VALUES-EXIT. EXIT.
011848
011849 2532-RETURN-MEDIAN.
011850     MOVE ZERO TO GEO-SCR-RETURNED.
011851     MOVE ZERO TO GEO-SCR-MEDIAN.
011852     MOVE 'N' TO GEO-SPREAD-DONE-SW.
011853     PERFORM 2533-RETURN-ONE-VALUE
011854         THRU 2533-RETURN-ONE-VALUE-EXIT
011855         UNTIL GEO-SPREAD-DONE.
011856 2532-RETURN-MEDIAN-EXIT. EXIT.
011857
011858 2533-RETURN-ONE-VALUE.
011859     RETURN GEO-SPREAD-SORT-FILE
011860         AT END
011861             SET GEO-SPREAD-DONE TO TRUE
011862         NOT AT END
011863             ADD 1 TO GEO-SCR-RETURNED
011864             IF GEO-SCR-RETURNED = GEO-SCR-MID
011865                 MOVE SPS-VALUE TO GEO-SCR-MEDIAN
011866             END-IF
011867     END-RETURN.
011868 2533-RETURN-ONE-VALUE-EXIT. EXIT.
011869
011870*----------------------------------------------------------*
011871* 2540-EXCLUDE-SUSPECT-POINTS - CLOSE UP THE SORTED TABLE
011872* OVER THE FLAGGED POINTS.  THE SURVIVORS KEEP THEIR INPUT
011873* POINT NUMBERS, SO EVERY REPORT STILL SPEAKS IN INPUT
011874* ORDER; MODE 'V', WHICH WORKS FROM THE INPUT TABLE, SKIPS
011875* THE FLAGGED POINTS ITSELF.
011876*----------------------------------------------------------*
011877 2540-EXCLUDE-SUSPECT-POINTS.
011878     MOVE ZERO TO GEO-SCR-KEPT.
011879     PERFORM VARYING GEO-SCR-SUB FROM 1 BY 1
011880             UNTIL GEO-SCR-SUB > GEO-SORT-COUNT
011881         MOVE GEO-SORTED-ORIG(GEO-SCR-SUB) TO GEO-SCR-POINT
011882         IF SCR-POINT-CLEAN(GEO-SCR-POINT)
011883             ADD 1 TO GEO-SCR-KEPT
011884             MOVE GEO-SORTED-POINT(GEO-SCR-SUB)
011885                 TO GEO-SORTED-POINT(GEO-SCR-KEPT)
011886         END-IF
011887     END-PERFORM.
011888     MOVE GEO-SCR-KEPT TO GEO-SORT-COUNT.
011889     SET GEO-POINTS-EXCLUDED TO TRUE.
011890 2540-EXCLUDE-SUSPECT-POINTS-EXIT. EXIT.
011891
011892*----------------------------------------------------------*
011893* 2560-WRITE-QUALITY-SECTION - LIST A FLAGGED SURVEY ON THE
011894* DATA-QUALITY REPORT: ITS COUNTS AND THE ACTION TAKEN,
011895* THE MEDIAN CENTRE AND SPREAD WHEN THE OUTLIER TEST RAN,
011896* THEN ONE LINE PER SUSPECT POINT IN INPUT ORDER.
011897*----------------------------------------------------------*
011898 2560-WRITE-QUALITY-SECTION.
011899     MOVE SPACES TO GEO-QUALITY-LINE.
011900     MOVE "SURVEY" TO GEO-QUALITY-LINE(1:6).
011901     MOVE GEO-SURVEY-ID TO GEO-QUALITY-LINE(8:8).
011902     MOVE "POINTS" TO GEO-QUALITY-LINE(18:6).
011903     MOVE GEO-POINT-COUNT TO GEO-SCR-COUNT-ED.
011904     MOVE GEO-SCR-COUNT-ED TO GEO-QUALITY-LINE(25:4).
011905     MOVE "DUPLICATES" TO GEO-QUALITY-LINE(31:10).
011906     MOVE GEO-SCR-DUP-COUNT TO GEO-SCR-COUNT-ED.
011907     MOVE GEO-SCR-COUNT-ED TO GEO-QUALITY-LINE(42:4).
011908     MOVE "OUTLIERS" TO GEO-QUALITY-LINE(48:8).
011909     MOVE GEO-SCR-OUTLIER-COUNT TO GEO-SCR-COUNT-ED.
011910     MOVE GEO-SCR-COUNT-ED TO GEO-QUALITY-LINE(57:4).
011911     MOVE "ACTION" TO GEO-QUALITY-LINE(63:6).
011912     EVALUATE TRUE
011913         WHEN GEO-SURVEY-ERROR
011914             MOVE "SURVEY REJECTED" TO GEO-QUALITY-LINE(70:15)
011915         WHEN GEO-POINTS-EXCLUDED
011916             MOVE "SUSPECT POINTS EXCLUDED"
011917                 TO GEO-QUALITY-LINE(70:23)
011918         WHEN OTHER
011919             MOVE "PROCESSED AS-IS - WARNING"
011920                 TO GEO-QUALITY-LINE(70:25)
011921     END-EVALUATE
011922     WRITE GEO-QUALITY-LINE AFTER ADVANCING 2 LINES.
011923     IF GEO-SCR-SPREAD-SQ > ZERO
011924         MOVE SPACES TO GEO-QUALITY-LINE
011925         MOVE "MEDIAN CENTRE X" TO GEO-QUALITY-LINE(3:15)
011926         MOVE GEO-SCR-CENTRE-X TO GEO-SCR-COORD-ED
011927         MOVE GEO-SCR-COORD-ED TO GEO-QUALITY-LINE(19:10)
011928         MOVE "Y" TO GEO-QUALITY-LINE(30:1)
011929         MOVE GEO-SCR-CENTRE-Y TO GEO-SCR-COORD-ED
011930         MOVE GEO-SCR-COORD-ED TO GEO-QUALITY-LINE(32:10)
011931         MOVE "MEDIAN SPREAD" TO GEO-QUALITY-LINE(44:13)
011932         COMPUTE GEO-DISPLAY-DISTANCE =
011933             FUNCTION SQRT(GEO-SCR-SPREAD-SQ)
011934         MOVE GEO-DISPLAY-DISTANCE TO GEO-DISPLAY-DISTANCE-ED
011935         MOVE GEO-DISPLAY-DISTANCE-ED TO GEO-QUALITY-LINE(58:15)
011936         WRITE GEO-QUALITY-LINE AFTER ADVANCING 1 LINES
011937     END-IF
011938     PERFORM 2570-WRITE-SUSPECT-POINT
011939         THRU 2570-WRITE-SUSPECT-POINT-EXIT
011940         VARYING GEO-SCR-SUB FROM 1 BY 1
011941         UNTIL GEO-SCR-SUB > GEO-POINT-COUNT.
011942 2560-WRITE-QUALITY-SECTION-EXIT. EXIT.
011943
011944 2570-WRITE-SUSPECT-POINT.
011945     IF SCR-POINT-CLEAN(GEO-SCR-SUB)
011946         GO TO 2570-WRITE-SUSPECT-POINT-EXIT
011947     END-IF
011948     MOVE SPACES TO GEO-QUALITY-LINE.
011949     MOVE "POINT" TO GEO-QUALITY-LINE(3:5).
011950     MOVE GEO-SCR-SUB TO GEO-SCR-COUNT-ED.
011951     MOVE GEO-SCR-COUNT-ED TO GEO-QUALITY-LINE(9:4).
011952     MOVE "X" TO GEO-QUALITY-LINE(15:1).
011953     MOVE GEO-X(GEO-SCR-SUB) TO GEO-SCR-COORD-ED.
011954     MOVE GEO-SCR-COORD-ED TO GEO-QUALITY-LINE(17:10).
011955     MOVE "Y" TO GEO-QUALITY-LINE(29:1).
011956     MOVE GEO-Y(GEO-SCR-SUB) TO GEO-SCR-COORD-ED.
011957     MOVE GEO-SCR-COORD-ED TO GEO-QUALITY-LINE(31:10).
011958     IF SCR-DUPLICATE(GEO-SCR-SUB)
011959         MOVE "DUPLICATE OF POINT" TO GEO-QUALITY-LINE(43:18)
011960         MOVE SCR-DUP-OF(GEO-SCR-SUB) TO GEO-SCR-COUNT-ED
011961         MOVE GEO-SCR-COUNT-ED TO GEO-QUALITY-LINE(62:4)
011962     ELSE
011963         MOVE "OUTLIER - DISTANCE" TO GEO-QUALITY-LINE(43:18)
011964         COMPUTE GEO-DISPLAY-DISTANCE =
011965             FUNCTION SQRT(SCR-DIST-SQ(GEO-SCR-SUB))
011966         MOVE GEO-DISPLAY-DISTANCE TO GEO-DISPLAY-DISTANCE-ED
011967         MOVE GEO-DISPLAY-DISTANCE-ED TO GEO-QUALITY-LINE(62:15)
011968         MOVE "FROM CENTRE" TO GEO-QUALITY-LINE(78:11)
011969     END-IF
011970     WRITE GEO-QUALITY-LINE AFTER ADVANCING 1 LINES.
011971 2570-WRITE-SUSPECT-POINT-EXIT. EXIT.
011972*----------------------------------------------------------*
011973* 2700-REJECT-SURVEY - COUNT AND REPORT A SURVEY THAT
011974* FAILED ITS EDITS, AND APPEND ITS REJECTED RUN-CONTROL
011975* RECORD SO THE NIGHT'S RECONCILIATION STILL SEES IT.
011976*----------------------------------------------------------*
011977 2700-REJECT-SURVEY.
011978     ADD 1 TO GEO-SURVEYS-REJECTED.
011979     MOVE 1 TO GEO-REJECTED-COUNT.
011980     MOVE ZERO TO GEO-OUTPUT-COUNT.
011981     PERFORM 7100-WRITE-SURVEY-REJECT
011982         THRU 7100-WRITE-SURVEY-REJECT-EXIT.
011983     PERFORM 8000-WRITE-RUNCTL-RECORD
011984         THRU 8000-WRITE-RUNCTL-RECORD-EXIT.
011985 2700-REJECT-SURVEY-EXIT. EXIT.
011986
011987*----------------------------------------------------------*
011988* 2800-SKIP-TO-NEXT-HEADER - STEP PAST THE CURRENT RECORD
011989* (WHICH MAY ITSELF BE THE REJECTED HEADER), THEN READ ON
011990* UNTIL THE NEXT HEADER OR END OF FILE IS IN THE RECORD
011991* AREA.
011992*----------------------------------------------------------*
011993 2800-SKIP-TO-NEXT-HEADER.
011994     PERFORM 2810-SKIP-ONE-RECORD
011995         THRU 2810-SKIP-ONE-RECORD-EXIT.
011996     PERFORM 2810-SKIP-ONE-RECORD
011997         THRU 2810-SKIP-ONE-RECORD-EXIT
011998         UNTIL GEO-END-OF-FILE OR GEO-HEADER-RECORD.
011999 2800-SKIP-TO-NEXT-HEADER-EXIT. EXIT.
012000
012001 2810-SKIP-ONE-RECORD.
012002     PERFORM 2900-READ-INPUT THRU 2900-READ-INPUT-EXIT.
012010 2810-SKIP-ONE-RECORD-EXIT. EXIT.
012020
012030 2900-READ-INPUT.
012080
012090*----------------------------------------------------------*
012100* 3000-SORT-POINTS-BY-X - SORT THE POINT TABLE INTO
012107* GEO-SORTED-TABLE, ASCENDING BY X THEN Y (EQUAL POINTS IN
012114* INPUT ORDER), KEEPING THE ORIGINAL POINT NUMBER OF EACH
012121* POINT.
012130*----------------------------------------------------------*
012140 3000-SORT-POINTS-BY-X.
012150     SORT GEO-SORT-FILE
012160         ON ASCENDING KEY SRT-X SRT-Y SRT-ORIG-IDX
012170         INPUT PROCEDURE IS 3010-RELEASE-POINTS
012180         OUTPUT PROCEDURE IS 3020-RETURN-POINTS.
012190 3000-SORT-POINTS-BY-X-EXIT. EXIT.
014890     MOVE GEO-SURVEY-ID TO GRP-SURVEY-ID.
014900     MOVE GEO-MODE-FLAG TO GRP-MODE.
014910     MOVE GEO-POINT-COUNT TO GRP-POINT-COUNT.
014912     EVALUATE TRUE
014914         WHEN GEO-POINTS-EXCLUDED AND GEO-WINDOW-WAS-CAPPED
014916             MOVE "PROCESSED - WINDOW CAPPED, SUSPECTS EXCLUDED"
014918                 TO GRP-STATUS
014920         WHEN GEO-POINTS-EXCLUDED
014922             MOVE "PROCESSED - SUSPECT POINTS EXCLUDED"
014924                 TO GRP-STATUS
014926         WHEN GEO-SCREEN-WARNED AND GEO-WINDOW-WAS-CAPPED
014928             MOVE "PROCESSED - WINDOW CAPPED, SUSPECTS RETAINED"
014930                 TO GRP-STATUS
014932         WHEN GEO-SCREEN-WARNED
014934             MOVE "PROCESSED - SUSPECT POINTS RETAINED"
014936                 TO GRP-STATUS
014938         WHEN GEO-WINDOW-WAS-CAPPED
014940             MOVE "PROCESSED - WINDOW CAPPED" TO GRP-STATUS
014942         WHEN OTHER
014944             MOVE "PROCESSED" TO GRP-STATUS
014946     END-EVALUATE
014960     WRITE GEO-REPORT-SURVEY-LINE AFTER ADVANCING 2 LINES.
014970     IF GEO-MODE-FARTHEST OR GEO-MODE-BOTH
014980         COMPUTE GEO-DISPLAY-DISTANCE =
016610             ADD 1 TO GEO-INSIDE-COUNT
016620             MOVE "INSIDE" TO GSD-CLASS
016630     END-EVALUATE
016633     PERFORM 7930-WRITE-GIS-POINT
016636         THRU 7930-WRITE-GIS-POINT-EXIT.
016640     WRITE GEO-SCREEN-DETAIL-LINE AFTER ADVANCING 1 LINES.
016650     ADD 1 TO GEO-OUTPUT-COUNT.
016660 7310-CLASSIFY-ONE-CANDIDATE-EXIT. EXIT.
017100* PAIRWISE SCAN OF THE ORIGINAL POINT TABLE (SO THE REPORT
017110* SPEAKS IN INPUT POINT NUMBERS), FLAG AND COUNT LINES
017120* FALLING UNDER THE MINIMUM SEPARATION, AND NOTE ANY
017126* VIOLATION FOR THE RUN'S RETURN CODE.  POINTS DROPPED BY
017132* THE SCREENING'S EXCLUDE ACTION ARE LEFT OUT ENTIRELY.
017140*----------------------------------------------------------*
017150 7400-NEAREST-NEIGHBOR-REPORT.
017160     MOVE ZERO TO GEO-VIOLATION-COUNT.
017330 7400-NEAREST-NEIGHBOR-REPORT-EXIT. EXIT.
017340
017350 7410-REPORT-ONE-POINT.
017352     IF GEO-POINTS-EXCLUDED
017354             AND NOT SCR-POINT-CLEAN(GEO-NBR-I)
017356         GO TO 7410-REPORT-ONE-POINT-EXIT
017358     END-IF
017360     MOVE 999999999999999999 TO GEO-NBR-BEST-SQ.
017370     MOVE ZERO TO GEO-NBR-BEST-POINT.
017380     PERFORM 7420-COMPARE-NEIGHBOR
017500             AND GEO-NBR-BEST-SQ < GEO-MIN-SEP-SQ
017510         MOVE "** UNDER MIN" TO GNB-FLAG
017520         ADD 1 TO GEO-VIOLATION-COUNT
017525         ADD 1 TO GEO-RUN-VIOLATIONS
017530         SET GEO-ANY-VIOLATION TO TRUE
017540     END-IF
017550     WRITE GEO-NEIGHBOR-DETAIL-LINE AFTER ADVANCING 1 LINES.
017600     IF GEO-NBR-J = GEO-NBR-I
017610         GO TO 7420-COMPARE-NEIGHBOR-EXIT
017620     END-IF
017622     IF GEO-POINTS-EXCLUDED
017624             AND NOT SCR-POINT-CLEAN(GEO-NBR-J)
017626         GO TO 7420-COMPARE-NEIGHBOR-EXIT
017628     END-IF
017630     COMPUTE GEO-DISTANCE-SQ =
017640         (GEO-X(GEO-NBR-I) - GEO-X(GEO-NBR-J)) *
017650         (GEO-X(GEO-NBR-I) - GEO-X(GEO-NBR-J)) +
017930     MOVE GEO-SURVEYS-PROCESSED TO GTL-PROCESSED-COUNT.
017940     MOVE GEO-SURVEYS-REJECTED TO GTL-REJECTED-COUNT.
017950     WRITE GEO-REPORT-TRAILER-LINE AFTER ADVANCING 2 LINES.
017951     MOVE SPACES TO GEO-REPORT-EXCEPTION-LINE.
017952     MOVE "EXCEPTIONS" TO GXL-LABEL.
017953     MOVE "SPACING" TO GXL-SPACING-LABEL.
017954     MOVE GEO-RUN-VIOLATIONS TO GXL-SPACING-COUNT.
017955     MOVE "OVERLAP" TO GXL-OVERLAP-LABEL.
017956     MOVE GEO-CONFLICT-COUNT TO GXL-OVERLAP-COUNT.
017957     MOVE "DRIFT" TO GXL-DRIFT-LABEL.
017958     MOVE GEO-DRIFT-COUNT TO GXL-DRIFT-COUNT.
017959     MOVE "PERMIT" TO GXL-PERMIT-LABEL.
017960     MOVE GEO-PERMIT-EXCEPTIONS TO GXL-PERMIT-COUNT.
017961     WRITE GEO-REPORT-EXCEPTION-LINE AFTER ADVANCING 1 LINES.
017962     MOVE SPACES TO GEO-QUALITY-LINE.
017963     MOVE "SURVEYS SCREENED" TO GEO-QUALITY-LINE(1:16).
017964     MOVE GEO-SURVEYS-SCREENED TO GEO-SCR-TOTAL-ED.
017965     MOVE GEO-SCR-TOTAL-ED TO GEO-QUALITY-LINE(18:9).
017966     MOVE "FLAGGED" TO GEO-QUALITY-LINE(29:7).
017967     MOVE GEO-SURVEYS-FLAGGED TO GEO-SCR-TOTAL-ED.
017968     MOVE GEO-SCR-TOTAL-ED TO GEO-QUALITY-LINE(37:9).
017969     MOVE "SUSPECT POINTS" TO GEO-QUALITY-LINE(48:14).
017970     MOVE GEO-POINTS-FLAGGED TO GEO-SCR-TOTAL-ED.
017971     MOVE GEO-SCR-TOTAL-ED TO GEO-QUALITY-LINE(63:9).
017972     WRITE GEO-QUALITY-LINE AFTER ADVANCING 2 LINES.
017973     MOVE SPACES TO GEO-COMPLIANCE-LINE.
017974     MOVE "SURVEYS CHECKED" TO GEO-COMPLIANCE-LINE(1:15).
017975     MOVE GEO-PERMITS-CHECKED TO GEO-SCR-TOTAL-ED.
017976     MOVE GEO-SCR-TOTAL-ED TO GEO-COMPLIANCE-LINE(17:9).
017977     MOVE "WITH EXCEPTIONS" TO GEO-COMPLIANCE-LINE(28:15).
017978     MOVE GEO-PERMIT-SURVEYS-FLAGGED TO GEO-SCR-TOTAL-ED.
017979     MOVE GEO-SCR-TOTAL-ED TO GEO-COMPLIANCE-LINE(44:9).
017980     MOVE "EXCEPTIONS" TO GEO-COMPLIANCE-LINE(55:10).
017981     MOVE GEO-PERMIT-EXCEPTIONS TO GEO-SCR-TOTAL-ED.
017982     MOVE GEO-SCR-TOTAL-ED TO GEO-COMPLIANCE-LINE(66:9).
017983     WRITE GEO-COMPLIANCE-LINE AFTER ADVANCING 2 LINES.
017984     IF GEO-ANY-WINDOW-CAPPED
017985             OR GEO-SURVEYS-REJECTED > ZERO
017986             OR GEO-ANY-SCREEN-WARNING
017987         MOVE 4 TO RETURN-CODE
017990     END-IF
018000     IF GEO-ANY-VIOLATION
018010         MOVE 8 TO RETURN-CODE
018030     IF GEO-ANY-CONFLICT
018040         MOVE 8 TO RETURN-CODE
018050     END-IF
018052     IF GEO-ANY-PERMIT-EXCEPTION
018054         MOVE 8 TO RETURN-CODE
018056     END-IF
018057     PERFORM 7950-WRITE-GIS-TRAILER
018058         THRU 7950-WRITE-GIS-TRAILER-EXIT.
018060     PERFORM 9200-REGISTER-RUN-COMPLETE
018070         THRU 9200-REGISTER-RUN-COMPLETE-EXIT.
018080     CLOSE GEO-INPUT-FILE
018140           GEO-HISTORY-FILE
018150           GEO-DELTA-FILE
018160           GEO-CONFLICT-FILE
018165           GEO-QUALITY-FILE
018167           GEO-COMPLIANCE-FILE
018168           GEO-GIS-FILE
018170           GEO-RUNREG-FILE.
018172     IF GEO-PERMIT-MASTER-OPEN
018174         CLOSE GEO-PERMIT-FILE
018176     END-IF
018180     OPEN OUTPUT GEO-CHECKPOINT-FILE.
018190     MOVE SPACES TO GEO-CHECKPOINT-RECORD.
018200     MOVE ZERO TO GCK-LAST-SURVEY-NO.
018210     MOVE ZERO TO GCK-READ-COUNT.
018220     MOVE ZERO TO GCK-PROCESSED-COUNT.
018230     MOVE ZERO TO GCK-REJECTED-COUNT.
018233     MOVE ZERO TO GCK-GIS-BOUNDARY-COUNT.
018236     MOVE ZERO TO GCK-GIS-POINT-COUNT.
018240     WRITE GEO-CHECKPOINT-RECORD.
018250     CLOSE GEO-CHECKPOINT-FILE.
018260 9000-TERMINATE-EXIT. EXIT.
018480* A FIRST-EVER RUN CREATES THE REGISTRY.  FORCE-RERUN IN
018490* THE RUNPARM MEMBER OVERRIDES THE BLOCK FOR A DELIBERATE
018500* RERUN.
018503* ONCE THE CHECK PASSES THE STEP IS MARKED STARTED UNDER
018506* THIS RUN'S TIMESTAMP; 9200 TURNS THE MARK TO COMPLETE.
018510*----------------------------------------------------------*
018520 1550-CHECK-RUN-REGISTRY.
018530     OPEN I-O GEO-RUNREG-FILE.
018650     MOVE GEO-RUN-DATE TO RRG-BUSINESS-DATE.
018660     MOVE "GEOPAIR" TO RRG-STEP-NAME.
018670     READ GEO-RUNREG-FILE
018672         INVALID KEY
018674             MOVE GEO-RUN-DATE TO RRG-BUSINESS-DATE
018676             MOVE "GEOPAIR" TO RRG-STEP-NAME
018678             SET RRG-RUN-STARTED TO TRUE
018680             MOVE GEO-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
018682             WRITE GEO-RUNREG-RECORD
018690         NOT INVALID KEY
018700             IF RRG-RUN-COMPLETE AND NOT GEO-FORCE-RERUN
018710                 DISPLAY "E: SURVEY STEP ALREADY REGISTERED "
018750                 MOVE 16 TO RETURN-CODE
018760                 STOP RUN
018770             END-IF
018772             SET RRG-RUN-STARTED TO TRUE
018774             MOVE GEO-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
018776             REWRITE GEO-RUNREG-RECORD
018780     END-READ.
018790 1550-CHECK-RUN-REGISTRY-EXIT. EXIT.
018800
019250                 MOVE GCK-PROCESSED-COUNT
019260                     TO GEO-SURVEYS-PROCESSED
019270                 MOVE GCK-REJECTED-COUNT TO GEO-SURVEYS-REJECTED
019271                 IF GCK-GIS-BOUNDARY-COUNT NUMERIC
019272                         AND GCK-GIS-POINT-COUNT NUMERIC
019273                     MOVE GCK-GIS-BOUNDARY-COUNT
019274                         TO GEO-GIS-BOUNDARY-COUNT
019275                     MOVE GCK-GIS-POINT-COUNT
019276                         TO GEO-GIS-POINT-COUNT
019277                 END-IF
019280*                THE CHECKPOINT KEEPS NAMING THE LAST
019290*                COMPLETED SURVEY THROUGH THE SKIP-AHEAD
019300*                REWRITES, UNTIL A NEW SURVEY COMPLETES.
019510     MOVE GEO-SURVEYS-READ TO GCK-READ-COUNT.
019520     MOVE GEO-SURVEYS-PROCESSED TO GCK-PROCESSED-COUNT.
019530     MOVE GEO-SURVEYS-REJECTED TO GCK-REJECTED-COUNT.
019533     MOVE GEO-GIS-BOUNDARY-COUNT TO GCK-GIS-BOUNDARY-COUNT.
019536     MOVE GEO-GIS-POINT-COUNT TO GCK-GIS-POINT-COUNT.
019540     WRITE GEO-CHECKPOINT-RECORD.
019550     CLOSE GEO-CHECKPOINT-FILE.
019560 2850-WRITE-CHECKPOINT-EXIT. EXIT.
020450             GEO-PRIOR-AREA * GEO-AREA-TOLERANCE / 100.
020460     IF GEO-AREA-DELTA > GEO-AREA-LIMIT
020470         MOVE "** AREA DRIFT" TO GEO-DELTA-LINE(90:13)
020475         ADD 1 TO GEO-DRIFT-COUNT
020480     END-IF
020490     WRITE GEO-DELTA-LINE AFTER ADVANCING 1 LINES.
020500     MOVE SPACES TO GEO-DELTA-LINE.
022590* THEM.
022600*----------------------------------------------------------*
022610 7740-WRITE-CONFLICT-LINE.
022615     ADD 1 TO GEO-CONFLICT-COUNT.
022620     MOVE SPACES TO GEO-CONFLICT-LINE.
022630     MOVE "CONFLICT" TO GEO-CONFLICT-LINE(1:8).
022640     MOVE OVL-SURVEY-ID(GEO-OVL-I) TO GEO-CONFLICT-LINE(10:8).
023710         MOVE 'N' TO GEO-PAIR-SEPARATED-SW
023720     END-IF.
023730 7750-TEST-SEGMENT-PAIR-EXIT. EXIT.
023740
023750*----------------------------------------------------------*
023760* 7800-CHECK-SITE-PERMIT - LOOK THE SURVEY UP ON THE SITE
023770* PERMIT MASTER AND PRINT ITS COMPLIANCE: ONE LINE PER
023780* EXCEPTION FOUND (NO PERMIT ON FILE; PERMIT REVOKED OR
023790* SUSPENDED; PERMIT EXPIRED BEFORE THE BUSINESS DATE;
023800* ENCLOSED AREA OVER THE PERMITTED MAXIMUM), OR ONE
023810* COMPLIANT LINE.  A SURVEY WHOSE MODE BUILDS NO HULL HAS
023820* NO AREA TO TEST AND SAYS SO ON ITS COMPLIANT LINE.
023830*----------------------------------------------------------*
023840 7800-CHECK-SITE-PERMIT.
023850     ADD 1 TO GEO-PERMITS-CHECKED.
023860     MOVE ZERO TO GEO-PCR-SURVEY-EXCEPTIONS.
023870     MOVE 'N' TO GEO-PERMIT-FOUND-SW.
023880     IF GEO-PERMIT-MASTER-OPEN
023890         MOVE GEO-SURVEY-ID TO SPM-SURVEY-ID
023900         READ GEO-PERMIT-FILE
023910             INVALID KEY CONTINUE
023920             NOT INVALID KEY SET GEO-PERMIT-FOUND TO TRUE
023930         END-READ
023940     END-IF
023950     SET GEO-PCR-IS-EXCEPTION TO TRUE.
023960     IF NOT GEO-PERMIT-FOUND
023970         MOVE "NO PERMIT ON FILE" TO GEO-PCR-RESULT
023980         PERFORM 7810-WRITE-COMPLIANCE-LINE
023990             THRU 7810-WRITE-COMPLIANCE-LINE-EXIT
024000         GO TO 7800-CHECK-SITE-PERMIT-TALLY
024010     END-IF
024020     IF SPM-PERMIT-REVOKED
024030         MOVE "PERMIT REVOKED" TO GEO-PCR-RESULT
024040         PERFORM 7810-WRITE-COMPLIANCE-LINE
024050             THRU 7810-WRITE-COMPLIANCE-LINE-EXIT
024060     END-IF
024070     IF SPM-PERMIT-SUSPENDED
024080         MOVE "PERMIT SUSPENDED" TO GEO-PCR-RESULT
024090         PERFORM 7810-WRITE-COMPLIANCE-LINE
024100             THRU 7810-WRITE-COMPLIANCE-LINE-EXIT
024110     END-IF
024120     IF SPM-EXPIRY-DATE < GEO-RUN-DATE
024130         MOVE "PERMIT EXPIRED" TO GEO-PCR-RESULT
024140         PERFORM 7810-WRITE-COMPLIANCE-LINE
024150             THRU 7810-WRITE-COMPLIANCE-LINE-EXIT
024160     END-IF
024170     IF GEO-HULL-WAS-BUILT AND GEO-AREA > SPM-MAX-AREA
024180         MOVE "AREA OVER PERMITTED MAXIMUM" TO GEO-PCR-RESULT
024190         PERFORM 7810-WRITE-COMPLIANCE-LINE
024200             THRU 7810-WRITE-COMPLIANCE-LINE-EXIT
024210     END-IF
024220     IF GEO-PCR-SURVEY-EXCEPTIONS = ZERO
024230         MOVE 'N' TO GEO-PCR-EXCEPTION-SW
024240         IF GEO-HULL-WAS-BUILT
024250             MOVE "COMPLIANT" TO GEO-PCR-RESULT
024260         ELSE
024270             MOVE "COMPLIANT - AREA NOT MEASURED"
024280                 TO GEO-PCR-RESULT
024290         END-IF
024300         PERFORM 7810-WRITE-COMPLIANCE-LINE
024310             THRU 7810-WRITE-COMPLIANCE-LINE-EXIT
024320     END-IF.
024330 7800-CHECK-SITE-PERMIT-TALLY.
024340     IF GEO-PCR-SURVEY-EXCEPTIONS > ZERO
024350         ADD 1 TO GEO-PERMIT-SURVEYS-FLAGGED
024360         SET GEO-ANY-PERMIT-EXCEPTION TO TRUE
024370     END-IF.
024380 7800-CHECK-SITE-PERMIT-EXIT. EXIT.
024390
024400*----------------------------------------------------------*
024410* 7810-WRITE-COMPLIANCE-LINE - PRINT ONE COMPLIANCE LINE
024420* FOR THE SURVEY WITH THE RESULT IN GEO-PCR-RESULT; AN
024430* EXCEPTION IS FLAGGED '**' AND COUNTED.  THE PERMIT
024440* COLUMNS ARE LEFT BLANK WHEN THERE IS NO PERMIT.
024450*----------------------------------------------------------*
024460 7810-WRITE-COMPLIANCE-LINE.
024470     MOVE SPACES TO GEO-COMPLIANCE-LINE.
024480     MOVE GEO-SURVEY-ID TO GEO-COMPLIANCE-LINE(1:8).
024490     IF GEO-PERMIT-FOUND
024500         MOVE SPM-PERMIT-NO TO GEO-COMPLIANCE-LINE(11:12)
024510         MOVE SPM-STATUS TO GEO-COMPLIANCE-LINE(25:1)
024520         MOVE SPM-EXPIRY-DATE TO GEO-COMPLIANCE-LINE(28:8)
024530         MOVE SPM-MAX-AREA TO GEO-AREA-ED
024540         MOVE GEO-AREA-ED TO GEO-COMPLIANCE-LINE(38:19)
024550     END-IF
024560     IF GEO-HULL-WAS-BUILT
024570         MOVE GEO-AREA TO GEO-AREA-ED
024580         MOVE GEO-AREA-ED TO GEO-COMPLIANCE-LINE(59:19)
024590     END-IF
024600     IF GEO-PCR-IS-EXCEPTION
024610         ADD 1 TO GEO-PCR-SURVEY-EXCEPTIONS
024620         ADD 1 TO GEO-PERMIT-EXCEPTIONS
024630         MOVE "**" TO GEO-COMPLIANCE-LINE(80:2)
024640     END-IF
024650     MOVE GEO-PCR-RESULT TO GEO-COMPLIANCE-LINE(83:30).
024660     WRITE GEO-COMPLIANCE-LINE AFTER ADVANCING 1 LINES.
024670 7810-WRITE-COMPLIANCE-LINE-EXIT. EXIT.
024675
024680*----------------------------------------------------------*
024690* 7900-WRITE-GIS-BOUNDARY - WRITE THE SURVEY'S BOUNDARY
024700* RECORD TO THE GIS INTERCHANGE FILE.  THE HULL IS WRITTEN
024710* AS A CLOSED WKT POLYGON IN TRAVERSAL (COUNTERCLOCKWISE)
024720* ORDER WITH THE FIRST VERTEX REPEATED LAST; A DEGENERATE
024730* HULL OF ONE OR TWO VERTICES CANNOT CLOSE A RING AND IS
024740* WRITTEN AS A POINT OR LINESTRING.  A MODE THAT BUILDS NO
024750* HULL WRITES POLYGON EMPTY WITH ZERO FIGURES, SO EVERY
024760* PROCESSED SURVEY STILL GETS ITS ONE RECORD.
024770*----------------------------------------------------------*
024780 7900-WRITE-GIS-BOUNDARY.
024790     MOVE SPACES TO GEO-GIS-RECORD.
024800     SET GGS-REC-IS-BOUNDARY TO TRUE.
024810     MOVE GEO-SURVEY-ID TO GGS-SURVEY-ID.
024820     MOVE GEO-RUN-DATE TO GGS-RUN-DATE.
024830     MOVE ZERO TO GGB-VERTEX-COUNT.
024840     MOVE ZERO TO GGB-PERIMETER.
024850     MOVE ZERO TO GGB-AREA.
024860     MOVE 1 TO GEO-GIS-PTR.
024870     IF NOT GEO-HULL-WAS-BUILT OR GEO-HULL-COUNT = ZERO
024880         STRING "POLYGON EMPTY" DELIMITED BY SIZE
024890             INTO GGB-WKT WITH POINTER GEO-GIS-PTR
024900         END-STRING
024910         GO TO 7900-WRITE-GIS-BOUNDARY-WRITE
024920     END-IF
024930     MOVE GEO-HULL-COUNT TO GGB-VERTEX-COUNT.
024940     MOVE GEO-PERIMETER TO GGB-PERIMETER.
024950     MOVE GEO-AREA TO GGB-AREA.
024960     EVALUATE TRUE
024970         WHEN GEO-HULL-COUNT = 1
024980             STRING "POINT(" DELIMITED BY SIZE
024990                 INTO GGB-WKT WITH POINTER GEO-GIS-PTR
025000             END-STRING
025010         WHEN GEO-HULL-COUNT = 2
025020             STRING "LINESTRING(" DELIMITED BY SIZE
025030                 INTO GGB-WKT WITH POINTER GEO-GIS-PTR
025040             END-STRING
025050         WHEN OTHER
025060             STRING "POLYGON((" DELIMITED BY SIZE
025070                 INTO GGB-WKT WITH POINTER GEO-GIS-PTR
025080             END-STRING
025090     END-EVALUATE
025100     MOVE ZERO TO GEO-GIS-VERTICES-OUT.
025110     PERFORM 7910-APPEND-GIS-VERTEX
025120         THRU 7910-APPEND-GIS-VERTEX-EXIT
025130         VARYING GEO-GIS-SUB FROM 1 BY 1
025140         UNTIL GEO-GIS-SUB > GEO-HULL-COUNT.
025150     IF GEO-HULL-COUNT > 2
025160         MOVE 1 TO GEO-GIS-SUB
025170         PERFORM 7910-APPEND-GIS-VERTEX
025180             THRU 7910-APPEND-GIS-VERTEX-EXIT
025190         STRING "))" DELIMITED BY SIZE
025200             INTO GGB-WKT WITH POINTER GEO-GIS-PTR
025210         END-STRING
025220     ELSE
025230         STRING ")" DELIMITED BY SIZE
025240             INTO GGB-WKT WITH POINTER GEO-GIS-PTR
025250         END-STRING
025260     END-IF.
025270 7900-WRITE-GIS-BOUNDARY-WRITE.
025280     COMPUTE GGB-WKT-LENGTH = GEO-GIS-PTR - 1.
025290     WRITE GEO-GIS-RECORD.
025300     ADD 1 TO GEO-GIS-BOUNDARY-COUNT.
025310 7900-WRITE-GIS-BOUNDARY-EXIT. EXIT.
025320
025330*----------------------------------------------------------*
025340* 7910-APPEND-GIS-VERTEX - APPEND HULL VERTEX GEO-GIS-SUB
025350* TO THE BOUNDARY WKT AS "X Y", COMMA-SEPARATED FROM THE
025360* VERTEX BEFORE IT.
025370*----------------------------------------------------------*
025380 7910-APPEND-GIS-VERTEX.
025390     IF GEO-GIS-VERTICES-OUT > ZERO
025400         STRING ", " DELIMITED BY SIZE
025410             INTO GGB-WKT WITH POINTER GEO-GIS-PTR
025420         END-STRING
025430     END-IF
025440     MOVE GEO-HULL-X(GEO-GIS-SUB) TO GEO-GIS-COORD.
025450     PERFORM 7920-EDIT-GIS-COORD THRU 7920-EDIT-GIS-COORD-EXIT.
025460     MOVE GEO-GIS-COORD-TEXT TO GEO-GIS-X-TEXT.
025470     MOVE GEO-HULL-Y(GEO-GIS-SUB) TO GEO-GIS-COORD.
025480     PERFORM 7920-EDIT-GIS-COORD THRU 7920-EDIT-GIS-COORD-EXIT.
025490     STRING GEO-GIS-X-TEXT DELIMITED BY SPACE
025500            " " DELIMITED BY SIZE
025510            GEO-GIS-COORD-TEXT DELIMITED BY SPACE
025520         INTO GGB-WKT WITH POINTER GEO-GIS-PTR
025530     END-STRING.
025540     ADD 1 TO GEO-GIS-VERTICES-OUT.
025550 7910-APPEND-GIS-VERTEX-EXIT. EXIT.
025560
025570*----------------------------------------------------------*
025580* 7920-EDIT-GIS-COORD - EDIT GEO-GIS-COORD (SIGNED, NO
025590* LEADING ZEROS) AND LEFT-JUSTIFY IT INTO GEO-GIS-COORD-TEXT.
025600*----------------------------------------------------------*
025610 7920-EDIT-GIS-COORD.
025620     MOVE GEO-GIS-COORD TO GEO-GIS-COORD-ED.
025630     MOVE ZERO TO GEO-GIS-LEAD.
025640     INSPECT GEO-GIS-COORD-ED TALLYING GEO-GIS-LEAD
025650         FOR LEADING SPACES.
025660     ADD 1 TO GEO-GIS-LEAD.
025670     MOVE SPACES TO GEO-GIS-COORD-TEXT.
025680     MOVE GEO-GIS-COORD-ED(GEO-GIS-LEAD:) TO GEO-GIS-COORD-TEXT.
025690 7920-EDIT-GIS-COORD-EXIT. EXIT.
025700
025710*----------------------------------------------------------*
025720* 7930-WRITE-GIS-POINT - WRITE THE POINT RECORD FOR THE
025730* CANDIDATE JUST CLASSIFIED, AS A WKT POINT WITH THE SAME
025740* CLASSIFICATION THE SCREENING REPORT PRINTED.
025750*----------------------------------------------------------*
025760 7930-WRITE-GIS-POINT.
025770     MOVE SPACES TO GEO-GIS-RECORD.
025780     SET GGS-REC-IS-POINT TO TRUE.
025790     MOVE GEO-SURVEY-ID TO GGS-SURVEY-ID.
025800     MOVE GEO-RUN-DATE TO GGS-RUN-DATE.
025810     MOVE CAND-ID(GEO-CAND-SUB) TO GGP-CANDIDATE-ID.
025820     MOVE GSD-CLASS TO GGP-CLASS.
025830     MOVE CAND-X(GEO-CAND-SUB) TO GEO-GIS-COORD.
025840     PERFORM 7920-EDIT-GIS-COORD THRU 7920-EDIT-GIS-COORD-EXIT.
025850     MOVE GEO-GIS-COORD-TEXT TO GEO-GIS-X-TEXT.
025860     MOVE CAND-Y(GEO-CAND-SUB) TO GEO-GIS-COORD.
025870     PERFORM 7920-EDIT-GIS-COORD THRU 7920-EDIT-GIS-COORD-EXIT.
025880     STRING "POINT(" DELIMITED BY SIZE
025890            GEO-GIS-X-TEXT DELIMITED BY SPACE
025900            " " DELIMITED BY SIZE
025910            GEO-GIS-COORD-TEXT DELIMITED BY SPACE
025920            ")" DELIMITED BY SIZE
025930         INTO GGP-WKT
025940     END-STRING.
025950     WRITE GEO-GIS-RECORD.
025960     ADD 1 TO GEO-GIS-POINT-COUNT.
025970 7930-WRITE-GIS-POINT-EXIT. EXIT.
025980
025990*----------------------------------------------------------*
026000* 7940-WRITE-GIS-HEADER - OPEN THIS RUN'S ENVELOPE ON THE
026010* GIS INTERCHANGE FILE.  A RESTARTED RUN CONTINUES THE
026020* ENVELOPE THE FAILED RUN OPENED.
026030*----------------------------------------------------------*
026040 7940-WRITE-GIS-HEADER.
026050     MOVE SPACES TO GEO-GIS-RECORD.
026060     SET GGS-REC-IS-HEADER TO TRUE.
026070     MOVE GEO-RUN-DATE TO GGS-RUN-DATE.
026080     MOVE "GEOGIS" TO GGH-INTERFACE-ID.
026090     MOVE "GEOPAIR" TO GGH-SOURCE-SYSTEM.
026100     MOVE GEO-RUN-TIMESTAMP TO GGH-RUN-TIMESTAMP.
026110     WRITE GEO-GIS-RECORD.
026120 7940-WRITE-GIS-HEADER-EXIT. EXIT.
026130
026140*----------------------------------------------------------*
026150* 7950-WRITE-GIS-TRAILER - CLOSE THE ENVELOPE WITH THE
026160* BOUNDARY AND POINT RECORD COUNTS AND THE TOTAL RECORD
026170* COUNT INCLUDING THE HEADER AND THIS TRAILER.
026180*----------------------------------------------------------*
026190 7950-WRITE-GIS-TRAILER.
026200     MOVE SPACES TO GEO-GIS-RECORD.
026210     SET GGS-REC-IS-TRAILER TO TRUE.
026220     MOVE GEO-RUN-DATE TO GGS-RUN-DATE.
026230     MOVE GEO-GIS-BOUNDARY-COUNT TO GGT-BOUNDARY-COUNT.
026240     MOVE GEO-GIS-POINT-COUNT TO GGT-POINT-COUNT.
026250     COMPUTE GGT-RECORD-COUNT = GEO-GIS-BOUNDARY-COUNT
026260         + GEO-GIS-POINT-COUNT + 2.
026270     WRITE GEO-GIS-RECORD.
026280 7950-WRITE-GIS-TRAILER-EXIT. EXIT.
