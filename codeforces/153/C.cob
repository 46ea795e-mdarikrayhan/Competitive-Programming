001150*                (OR ALL) IS SUPPLIED IN RUNPARM.  A CLEAN
001160*                COMPLETION REGISTERS ITSELF.  WHAT WAS ONE
001170*                TIRED OPERATOR'S MEMORY IS NOW ENFORCED.
001171* 2026-10-15 RH  THE RUN DATE (KEY-EXPIRY HORIZON, KEY LIFECYCLE
001172*                EDITS, AND THE RUN REGISTRY) IS NOW THE
001173*                BUSINESS DATE FROM THE BUSDATE CONTROL RECORD
001174*                THE BDROLL STEP ROLLS AT THE HEAD OF THE
001175*                STREAM, NOT THE CLOCK DATE.  HOUSE-CALENDAR AND
001176*                BUSINESS-DAY-CUTOFF ARE ACCEPTED AS RUNPARM
001177*                KEYWORDS.
001178* 2026-10-15 RH  CIPHERED OUTPUT IS NOW ROUTED TO ITS PARTNER.
001179*                THE HEADER'S SOURCE SYSTEM IS LOOKED UP ON THE
001180*                PARTNER ROUTING TABLE (PTNRTE) AND A CLEAN
001181*                BATCH IS APPENDED TO THAT PARTNER'S OUTBOUND
001182*                TRANSMISSION FILE (PTNXM1-PTNXM4) AS ONE
001183*                ENVELOPE - HEADER, DETAILS CARRYING THE RUN
001184*                DATE AND DETAIL SEQUENCE, AND A COUNT/HASH
001185*                TRAILER - WITH EVERY DETAIL LOGGED ON THE
001186*                TRANSMISSION LOG (XMTLOG) AS AWAITING THE
001187*                PARTNER'S ACKNOWLEDGMENT.  AN UNROUTED OR
001188*                SUSPENDED SOURCE FAILS THE BATCH.  CIFOUT IS
001189*                STILL WRITTEN FOR VERIFICATION AS BEFORE.
001190* 2026-10-15 RH  OUTLIER-FACTOR AND SCREEN-ACTION (THE GEOPAIR
001191*                STEP'S SURVEY POINT SCREENING) ARE ACCEPTED AS
001192*                RUNPARM KEYWORDS.
001193* 2026-10-15 RH  THE STEP NOW MARKS ITSELF STARTED ON THE RUN
001194*                REGISTRY AS SOON AS THE RERUN CHECK PASSES, AND
001195*                COMPLETE AT THE END AS BEFORE, SO A RUN THAT
001196*                DIES OR FAILS ITS BATCH CONTROLS IS LEFT
001197*                REGISTERED STARTED AND THE MORNING SUMMARY CAN
001198*                TELL IT FROM A STEP THE JOB BYPASSED.
001199* 2026-10-15 RH  EVERY CIFAUD RECORD NOW CARRIES A CHAIN
001200*                TRAILER - RECORD TYPE, FILE SEQUENCE NUMBER,
001201*                RUN DETAIL COUNT, PREVIOUS CHAIN VALUE, AND
001202*                ITS OWN CHAIN VALUE FOLDED FROM THE PREVIOUS
001203*                ONE AND THE RECORD'S BYTES - AND EACH RUN
001204*                CLOSES WITH A CONTROL RECORD, SO THE AUDVFY
001205*                STEP CAN PROVE NO LINE WAS DELETED, INSERTED,
001206*                OR ALTERED.  THE RECORD GROWS FROM 45 TO 87
001207*                BYTES; THE TRAILER FOLLOWS THE OLD FIELDS.
001208*----------------------------------------------------------*
001209 ENVIRONMENT DIVISION.
001210 INPUT-OUTPUT SECTION.
001211 FILE-CONTROL.
001220     SELECT CIF-INPUT-FILE ASSIGN TO "CIFIN"
001230         ORGANIZATION IS LINE SEQUENTIAL.
001240
001460     SELECT CIF-PARM-FILE ASSIGN TO "RUNPARM"
001470         ORGANIZATION IS LINE SEQUENTIAL
001480         FILE STATUS IS CIF-PARM-STATUS.
001482     SELECT CIF-BUSDATE-FILE ASSIGN TO "BUSDATE"
001484         ORGANIZATION IS LINE SEQUENTIAL
001486         FILE STATUS IS CIF-BUSDATE-STATUS.
001490
001500     SELECT CIF-CONTROL-FILE ASSIGN TO "CIFCTL"
001510         ORGANIZATION IS LINE SEQUENTIAL
001560         ACCESS MODE IS RANDOM
001570         RECORD KEY IS RRG-KEY
001580         FILE STATUS IS CIF-RUNREG-STATUS.
001581
001582     SELECT CIF-PARTNER-FILE ASSIGN TO "PTNRTE"
001583         ORGANIZATION IS INDEXED
001584         ACCESS MODE IS RANDOM
001585         RECORD KEY IS PTR-SOURCE-SYSTEM
001586         FILE STATUS IS CIF-PARTNER-STATUS.
001587
001588     SELECT CIF-XMIT-WORK-FILE ASSIGN TO "CIFXWK"
001589         ORGANIZATION IS LINE SEQUENTIAL.
001590
001591     SELECT CIF-XMIT1-FILE ASSIGN TO "PTNXM1"
001592         ORGANIZATION IS LINE SEQUENTIAL
001593         FILE STATUS IS CIF-XMIT-STATUS.
001594     SELECT CIF-XMIT2-FILE ASSIGN TO "PTNXM2"
001595         ORGANIZATION IS LINE SEQUENTIAL
001596         FILE STATUS IS CIF-XMIT-STATUS.
001597     SELECT CIF-XMIT3-FILE ASSIGN TO "PTNXM3"
001598         ORGANIZATION IS LINE SEQUENTIAL
001599         FILE STATUS IS CIF-XMIT-STATUS.
001600     SELECT CIF-XMIT4-FILE ASSIGN TO "PTNXM4"
001601         ORGANIZATION IS LINE SEQUENTIAL
001602         FILE STATUS IS CIF-XMIT-STATUS.
001603
001604     SELECT CIF-XMTLOG-FILE ASSIGN TO "XMTLOG"
001605         ORGANIZATION IS INDEXED
001606         ACCESS MODE IS RANDOM
001607         RECORD KEY IS XLG-KEY
001608         FILE STATUS IS CIF-XMTLOG-STATUS.
001609
001610 DATA DIVISION.
001611 FILE SECTION.
001620 FD  CIF-INPUT-FILE.
001630 01  CIF-INPUT-RECORD.
001640     05  CIF-IN-REC-TYPE         PIC X(01).
002070     05  AUD-RECORD-COUNT        PIC Z(8)9.
002080     05  FILLER                  PIC X(01).
002090     05  AUD-KEY-ID              PIC 9(08).
002091     05  FILLER                  PIC X(01).
002092     05  AUD-CHAIN-REC-TYPE      PIC X(01).
002093         88  AUD-CHAIN-DETAIL               VALUE 'D'.
002094         88  AUD-CHAIN-CONTROL              VALUE 'C'.
002095     05  FILLER                  PIC X(01).
002096     05  AUD-CHAIN-SEQUENCE-NO   PIC 9(09).
002097     05  FILLER                  PIC X(01).
002098     05  AUD-CHAIN-RUN-COUNT     PIC 9(09).
002099     05  FILLER                  PIC X(01).
002100     05  AUD-CHAIN-PREV-VALUE    PIC 9(09).
002101     05  FILLER                  PIC X(01).
002102     05  AUD-CHAIN-VALUE         PIC 9(09).
002103
002110 FD  CIF-RUNCTL-FILE.
002120 01  CIF-RUNCTL-RECORD.
002130     COPY RUNCTL.
002150 FD  CIF-PARM-FILE.
002160 01  CIF-PARM-RECORD             PIC X(41).
002170
002172 FD  CIF-BUSDATE-FILE.
002174 01  CIF-BUSDATE-RECORD.
002176     COPY BUSDATE.
002178
002180 FD  CIF-CONTROL-FILE.
002190 01  CIF-CONTROL-LINE            PIC X(80).
002200
002210 FD  CIF-RUNREG-FILE.
002220 01  CIF-RUNREG-RECORD.
002230     COPY RUNREG.
002231
002232 FD  CIF-PARTNER-FILE.
002233 01  CIF-PARTNER-RECORD.
002234     COPY PTNRTE.
002235
002236 FD  CIF-XMIT-WORK-FILE.
002237 01  CIF-XMIT-WORK-RECORD.
002238     05  XWK-SEQUENCE-NO         PIC 9(07).
002239     05  XWK-KEY-ID              PIC 9(08).
002240     05  XWK-STRING              PIC X(80).
002241     05  XWK-RAW-RECORD          PIC X(89).
002242
002243 FD  CIF-XMIT1-FILE.
002244 01  CIF-XMIT1-RECORD            PIC X(112).
002245
002246 FD  CIF-XMIT2-FILE.
002247 01  CIF-XMIT2-RECORD            PIC X(112).
002248
002249 FD  CIF-XMIT3-FILE.
002250 01  CIF-XMIT3-RECORD            PIC X(112).
002251
002252 FD  CIF-XMIT4-FILE.
002253 01  CIF-XMIT4-RECORD            PIC X(112).
002254
002255 FD  CIF-XMTLOG-FILE.
002256 01  CIF-XMTLOG-RECORD.
002257     COPY XMTLOG.
002258
002259 WORKING-STORAGE SECTION.
002260 77  CIF-CHAR-INDEX              PIC 9(10)   COMP.
002270 77  CIF-CHAR-ORDINAL            PIC S9(10)  COMP.
002280 77  CIF-KEY-MAGNITUDE           PIC 9(10)   COMP.
002360     88  CIF-MODE-ENCRYPT                    VALUE 'E'.
002370     88  CIF-MODE-DECRYPT                    VALUE 'D'.
002380 77  CIF-RUN-TIMESTAMP           PIC X(26).
002385 77  CIF-BUSDATE-STATUS          PIC X(02).
002390 77  CIF-RECORD-COUNT            PIC 9(9)    COMP.
002400 77  CIF-CHARS-ENCODED           PIC 9(4)    COMP.
002410 77  CIF-CHARS-ENCODED-TOTAL     PIC 9(9)    COMP.
002980     88  CIF-AUDIT-FILE-NOT-FOUND            VALUE '35'.
002990 77  CIF-RUNCTL-STATUS           PIC X(02).
003000     88  CIF-RUNCTL-FILE-NOT-FOUND           VALUE '35'.
003001*--------------------------------------------------------*
003002* AUDIT CHAIN WORK FIELDS.  EVERY CIFAUD RECORD CARRIES A
003003* SEQUENCE NUMBER THAT RUNS ON ACROSS THE WHOLE FILE AND A
003004* CHAIN VALUE FOLDED FROM THE PREVIOUS RECORD'S CHAIN
003005* VALUE AND THIS RECORD'S OWN BYTES, SO A LINE DELETED,
003006* INSERTED, OR ALTERED ANYWHERE BREAKS EVERY LINK AFTER
003007* IT.  EACH RUN CLOSES WITH A CONTROL RECORD GIVING THE
003008* NUMBER OF DETAILS IT WROTE.  THE CHAIN IS PICKED UP
003009* FROM THE LAST RECORD ON THE FILE AT INITIALIZATION.
003010*--------------------------------------------------------*
003011 77  CIF-CHAIN-LAST-SEQUENCE     PIC 9(09)  COMP.
003012 77  CIF-CHAIN-LAST-VALUE        PIC 9(09)  COMP.
003013 77  CIF-CHAIN-RUN-COUNT         PIC 9(09)  COMP.
003014 77  CIF-CHAIN-WORK              PIC 9(15)  COMP.
003015 77  CIF-CHAIN-SUB               PIC 9(04)  COMP.
003016 77  CIF-CHAIN-EOF-SW            PIC X(01).
003017     88  CIF-CHAIN-EOF                      VALUE 'Y'.
003018
003020*--------------------------------------------------------*
003030* BATCH-CONTROL WORK FIELDS.  THE HEADER IS VERIFIED
003040* BEFORE ANY DETAIL IS PROCESSED AND THE TRAILER'S RECORD
003200 77  CIF-SOURCE-SYSTEM           PIC X(08)  VALUE SPACES.
003210 77  CIF-CTL-COUNT-ED            PIC Z(8)9.
003220 77  CIF-CTL-HASH-ED             PIC Z(14)9.
003221
003222*--------------------------------------------------------*
003223* PARTNER-ROUTING WORK FIELDS.  THE HEADER'S SOURCE SYSTEM
003224* SELECTS THE PARTNER AND ITS OUTBOUND SLOT; THE NIGHT'S
003225* CIPHERED DETAILS ARE STAGED ON CIFXWK AND ONLY A BATCH
003226* THAT ENDS IN BALANCE IS ENVELOPED AND TRANSMITTED.
003227*--------------------------------------------------------*
003228 77  CIF-PARTNER-STATUS          PIC X(02).
003229 77  CIF-XMIT-STATUS             PIC X(02).
003230     88  CIF-XMIT-FILE-NOT-FOUND            VALUE '35'.
003231 77  CIF-XMTLOG-STATUS           PIC X(02).
003232     88  CIF-XMTLOG-FILE-NOT-FOUND          VALUE '35'.
003233 77  CIF-ROUTED-SW               PIC X(01)  VALUE 'N'.
003234     88  CIF-PARTNER-ROUTED                 VALUE 'Y'.
003235 77  CIF-XWK-END-SW              PIC X(01)  VALUE 'N'.
003236     88  CIF-XWK-END-OF-FILE                VALUE 'Y'.
003237 77  CIF-PARTNER-ID              PIC X(08)  VALUE SPACES.
003238 77  CIF-XMIT-SLOT               PIC 9(01)  VALUE ZERO.
003239 77  CIF-XMIT-COUNT              PIC 9(09)  COMP VALUE ZERO.
003240 77  CIF-XMIT-HASH               PIC 9(15)  COMP VALUE ZERO.
003241 01  CIF-XMIT-RECORD.
003242     COPY PTNXMT.
003243
003244*--------------------------------------------------------*
003250* RUN-PARAMETER (RUNPARM MEMBER) WORK FIELDS.  THE MEMBER
003260* IS SHARED WITH THE DATE-ROLL AND SURVEY STEPS; NO
003270* PARAMETER APPLIES TO THE CIPHER, BUT EACH IS VALIDATED.
003590*----------------------------------------------------------*
003600 1000-INITIALIZE.
003610     MOVE FUNCTION CURRENT-DATE TO CIF-RUN-TIMESTAMP.
003616     PERFORM 1040-READ-BUSINESS-DATE
003622         THRU 1040-READ-BUSINESS-DATE-EXIT.
003630     COMPUTE CIF-HORIZON-INTEGER =
003640             FUNCTION INTEGER-OF-DATE(CIF-RUN-DATE) + 30.
003650     MOVE FUNCTION DATE-OF-INTEGER(CIF-HORIZON-INTEGER)
003700     MOVE ZERO TO CIF-CHARS-ENCODED-TOTAL.
003710     MOVE ZERO TO CIF-CHARS-EXPECTED-TOTAL.
003720     OPEN INPUT  CIF-INPUT-FILE
003730          OUTPUT CIF-OUTPUT-FILE
003735                 CIF-XMIT-WORK-FILE.
003740     OPEN INPUT  CIF-KEYMST-FILE.
003750     IF CIF-KEYMST-STATUS NOT = '00'
003760         DISPLAY "C: KEY MASTER COULD NOT BE OPENED - STATUS "
003820     IF CIF-REJECT-FILE-NOT-FOUND
003830         OPEN OUTPUT CIF-REJECT-FILE
003840     END-IF
003843     PERFORM 1020-FIND-AUDIT-CHAIN-END
003846         THRU 1020-FIND-AUDIT-CHAIN-END-EXIT.
003850     OPEN EXTEND CIF-AUDIT-FILE.
003860     IF CIF-AUDIT-FILE-NOT-FOUND
003870         OPEN OUTPUT CIF-AUDIT-FILE
004040         THRU 1200-VERIFY-BATCH-HEADER-EXIT.
004050 1000-INITIALIZE-EXIT.
004060     EXIT.
004061*----------------------------------------------------------*
004062* 1020-FIND-AUDIT-CHAIN-END - READ THE AUDIT FILE THROUGH
004063* TO PICK UP THE SEQUENCE NUMBER AND CHAIN VALUE OF ITS
004064* LAST CHAINED RECORD, WHICH THIS RUN'S FIRST RECORD LINKS
004065* TO.  A NEW FILE, OR ONE HOLDING ONLY RECORDS WRITTEN
004066* BEFORE CHAINING BEGAN, STARTS THE CHAIN AT SEQUENCE 1.
004067*----------------------------------------------------------*
004068 1020-FIND-AUDIT-CHAIN-END.
004069     MOVE ZERO TO CIF-CHAIN-LAST-SEQUENCE.
004070     MOVE ZERO TO CIF-CHAIN-LAST-VALUE.
004071     MOVE ZERO TO CIF-CHAIN-RUN-COUNT.
004072     MOVE 'N'  TO CIF-CHAIN-EOF-SW.
004073     OPEN INPUT CIF-AUDIT-FILE.
004074     IF CIF-AUDIT-FILE-NOT-FOUND
004075         GO TO 1020-FIND-AUDIT-CHAIN-END-EXIT
004076     END-IF
004077     IF CIF-AUDIT-STATUS NOT = '00'
004078         DISPLAY "C: AUDIT FILE COULD NOT BE READ - STATUS "
004079             CIF-AUDIT-STATUS " - RUN ABORTED"
004080         MOVE 16 TO RETURN-CODE
004081         STOP RUN
004082     END-IF
004083     PERFORM 1025-READ-AUDIT-CHAIN
004084         THRU 1025-READ-AUDIT-CHAIN-EXIT
004085         UNTIL CIF-CHAIN-EOF.
004086     CLOSE CIF-AUDIT-FILE.
004087 1020-FIND-AUDIT-CHAIN-END-EXIT.
004088     EXIT.
004089
004090 1025-READ-AUDIT-CHAIN.
004091     READ CIF-AUDIT-FILE
004092         AT END SET CIF-CHAIN-EOF TO TRUE
004093     END-READ.
004094     IF CIF-CHAIN-EOF
004095         GO TO 1025-READ-AUDIT-CHAIN-EXIT
004096     END-IF
004097     IF (AUD-CHAIN-DETAIL OR AUD-CHAIN-CONTROL)
004098        AND AUD-CHAIN-SEQUENCE-NO IS NUMERIC
004099        AND AUD-CHAIN-VALUE IS NUMERIC
004100         MOVE AUD-CHAIN-SEQUENCE-NO TO CIF-CHAIN-LAST-SEQUENCE
004101         MOVE AUD-CHAIN-VALUE       TO CIF-CHAIN-LAST-VALUE
004102     END-IF.
004103 1025-READ-AUDIT-CHAIN-EXIT.
004104     EXIT.
004105*----------------------------------------------------------*
004106* 1040-READ-BUSINESS-DATE - TAKE THE NIGHT'S BUSINESS DATE
004107* FROM THE CONTROL RECORD THE BDROLL STEP ROLLED AT THE HEAD
004108* OF THE STREAM, NOT FROM THE CLOCK, SO A RUN THAT GOES PAST
004109* MIDNIGHT OR IS RESTARTED THE NEXT MORNING STILL WORKS TO
004110* THE DATE IT STARTED FOR.  A MISSING OR EMPTY CONTROL
004111* RECORD ABORTS THE STEP RATHER THAN FALL BACK ON THE CLOCK.
004112*----------------------------------------------------------*
004113 1040-READ-BUSINESS-DATE.
004114     OPEN INPUT CIF-BUSDATE-FILE.
004115     IF CIF-BUSDATE-STATUS NOT = '00'
004116         DISPLAY "C: BUSINESS-DATE CONTROL FILE COULD NOT BE "
004117             "OPENED - STATUS " CIF-BUSDATE-STATUS
004118             " - RUN ABORTED"
004119         MOVE 16 TO RETURN-CODE
004120         STOP RUN
004121     END-IF
004122     MOVE SPACES TO CIF-BUSDATE-RECORD.
004123     READ CIF-BUSDATE-FILE
004124         AT END CONTINUE
004125     END-READ.
004126     CLOSE CIF-BUSDATE-FILE.
004127     IF BDC-BUSINESS-DATE NOT NUMERIC
004128             OR BDC-BUSINESS-DATE = ZERO
004129         DISPLAY "C: NO BUSINESS DATE ON THE CONTROL RECORD - "
004130             "RUN ABORTED"
004131         MOVE 16 TO RETURN-CODE
004132         STOP RUN
004133     END-IF
004134     MOVE BDC-BUSINESS-DATE TO CIF-RUN-DATE.
004135 1040-READ-BUSINESS-DATE-EXIT.
004136     EXIT.
004137
004138*----------------------------------------------------------*
004139* 1050-READ-RUN-PARAMETERS - READ THE SHARED KEYWORD=VALUE
004140* RUN-PARAMETER MEMBER.  NO PARAMETER APPLIES TO THIS STEP,
004141* BUT EVERY ONE IS VALIDATED SO A BAD TUNING MEMBER STOPS
004142* THE NIGHT HERE, AT THE FIRST STEP, WITH A CLEAR MESSAGE.
004143* A MISSING MEMBER IS FINE - THE OTHER STEPS' COMPILED
004144* DEFAULTS STAND.
004145*----------------------------------------------------------*
004150 1050-READ-RUN-PARAMETERS.
004160     OPEN INPUT CIF-PARM-FILE.
004170     IF CIF-PARM-FILE-NOT-FOUND
005050                 PERFORM 1090-FAIL-BAD-PARM
005060                     THRU 1090-FAIL-BAD-PARM-EXIT
005070             END-IF
005071         WHEN "HOUSE-CALENDAR"
005072             IF CIF-PARM-VALUE(4:17) NOT = SPACES
005073                 PERFORM 1090-FAIL-BAD-PARM
005074                     THRU 1090-FAIL-BAD-PARM-EXIT
005075             END-IF
005076         WHEN "BUSINESS-DAY-CUTOFF"
005077             IF CIF-PARM-VALUE-IS-BAD
005078                     OR CIF-PARM-NUMBER > 23
005079                 PERFORM 1090-FAIL-BAD-PARM
005080                     THRU 1090-FAIL-BAD-PARM-EXIT
005081             END-IF
005082         WHEN "ACK-OVERDUE-DAYS"
005083             IF CIF-PARM-VALUE-IS-BAD
005084                     OR CIF-PARM-NUMBER = ZERO
005085                     OR CIF-PARM-NUMBER > 999
005086                 PERFORM 1090-FAIL-BAD-PARM
005087                     THRU 1090-FAIL-BAD-PARM-EXIT
005088             END-IF
005089         WHEN "OUTLIER-FACTOR"
005090             IF CIF-PARM-VALUE-IS-BAD
005091                     OR CIF-PARM-NUMBER > 999
005092                 PERFORM 1090-FAIL-BAD-PARM
005093                     THRU 1090-FAIL-BAD-PARM-EXIT
005094             END-IF
005095         WHEN "SCREEN-ACTION"
005096             IF CIF-PARM-VALUE NOT = "REJECT"
005097                     AND CIF-PARM-VALUE NOT = "EXCLUDE"
005098                     AND CIF-PARM-VALUE NOT = "WARN"
005099                 PERFORM 1090-FAIL-BAD-PARM
005100                     THRU 1090-FAIL-BAD-PARM-EXIT
005101             END-IF
005102         WHEN OTHER
005103             PERFORM 1090-FAIL-BAD-PARM
005104                 THRU 1090-FAIL-BAD-PARM-EXIT
005110     END-EVALUATE.
005120 1070-APPLY-PARM-READ.
005130     PERFORM 1060-READ-PARM-RECORD
005830     END-IF
005840     MOVE CBH-EXTRACT-DATE TO CIF-EXTRACT-DATE.
005850     MOVE CBH-SOURCE-SYSTEM TO CIF-SOURCE-SYSTEM.
005853     PERFORM 1210-RESOLVE-PARTNER-ROUTE
005856         THRU 1210-RESOLVE-PARTNER-ROUTE-EXIT.
005860     PERFORM 2900-READ-INPUT
005870         THRU 2900-READ-INPUT-EXIT.
005880 1200-VERIFY-BATCH-HEADER-EXIT.
005890     EXIT.
005891*----------------------------------------------------------*
005892* 1210-RESOLVE-PARTNER-ROUTE - LOOK THE HEADER'S SOURCE
005893* SYSTEM UP ON THE PARTNER ROUTING TABLE.  A SOURCE WITH NO
005894* ROUTE, A SUSPENDED ROUTE, OR A ROUTE NAMING NO VALID
005895* OUTBOUND SLOT FAILS THE BATCH BEFORE A DETAIL IS CIPHERED,
005896* SINCE ITS OUTPUT WOULD HAVE NOWHERE TO GO.  A GOOD ROUTE
005897* OPENS THE PARTNER'S OUTBOUND FILE FOR APPEND (CREATING IT
005898* ON ITS FIRST USE) AND THE TRANSMISSION LOG.
005899*----------------------------------------------------------*
005900 1210-RESOLVE-PARTNER-ROUTE.
005901     OPEN INPUT CIF-PARTNER-FILE.
005902     IF CIF-PARTNER-STATUS NOT = '00'
005903         DISPLAY "C: PARTNER ROUTING TABLE COULD NOT BE OPENED - "
005904             "STATUS " CIF-PARTNER-STATUS " - RUN ABORTED"
005905         MOVE 16 TO RETURN-CODE
005906         STOP RUN
005907     END-IF
005908     MOVE CIF-SOURCE-SYSTEM TO PTR-SOURCE-SYSTEM.
005909     READ CIF-PARTNER-FILE
005910         INVALID KEY
005911             SET CIF-BATCH-CONTROL-ERROR TO TRUE
005912             MOVE "SOURCE SYSTEM NOT ROUTED"
005913                 TO CIF-BATCH-ERROR-TEXT
005914     END-READ.
005915     CLOSE CIF-PARTNER-FILE.
005916     IF CIF-BATCH-CONTROL-ERROR
005917         GO TO 1210-RESOLVE-PARTNER-ROUTE-EXIT
005918     END-IF
005919     IF NOT PTR-ROUTE-ACTIVE
005920         SET CIF-BATCH-CONTROL-ERROR TO TRUE
005921         MOVE "PARTNER ROUTE NOT ACTIVE" TO CIF-BATCH-ERROR-TEXT
005922         GO TO 1210-RESOLVE-PARTNER-ROUTE-EXIT
005923     END-IF
005924     IF PTR-OUTBOUND-SLOT NOT NUMERIC
005925             OR PTR-OUTBOUND-SLOT < 1
005926             OR PTR-OUTBOUND-SLOT > 4
005927         SET CIF-BATCH-CONTROL-ERROR TO TRUE
005928         MOVE "INVALID PARTNER OUTBOUND SLOT"
005929             TO CIF-BATCH-ERROR-TEXT
005930         GO TO 1210-RESOLVE-PARTNER-ROUTE-EXIT
005931     END-IF
005932     MOVE PTR-PARTNER-ID TO CIF-PARTNER-ID.
005933     MOVE PTR-OUTBOUND-SLOT TO CIF-XMIT-SLOT.
005934     EVALUATE CIF-XMIT-SLOT
005935         WHEN 1
005936             OPEN EXTEND CIF-XMIT1-FILE
005937             IF CIF-XMIT-FILE-NOT-FOUND
005938                 OPEN OUTPUT CIF-XMIT1-FILE
005939             END-IF
005940         WHEN 2
005941             OPEN EXTEND CIF-XMIT2-FILE
005942             IF CIF-XMIT-FILE-NOT-FOUND
005943                 OPEN OUTPUT CIF-XMIT2-FILE
005944             END-IF
005945         WHEN 3
005946             OPEN EXTEND CIF-XMIT3-FILE
005947             IF CIF-XMIT-FILE-NOT-FOUND
005948                 OPEN OUTPUT CIF-XMIT3-FILE
005949             END-IF
005950         WHEN 4
005951             OPEN EXTEND CIF-XMIT4-FILE
005952             IF CIF-XMIT-FILE-NOT-FOUND
005953                 OPEN OUTPUT CIF-XMIT4-FILE
005954             END-IF
005955     END-EVALUATE
005956     IF CIF-XMIT-STATUS NOT = '00'
005957         DISPLAY "C: OUTBOUND FILE PTNXM" CIF-XMIT-SLOT
005958             " COULD NOT BE OPENED - STATUS " CIF-XMIT-STATUS
005959             " - RUN ABORTED"
005960         MOVE 16 TO RETURN-CODE
005961         STOP RUN
005962     END-IF
005963     OPEN I-O CIF-XMTLOG-FILE.
005964     IF CIF-XMTLOG-FILE-NOT-FOUND
005965         OPEN OUTPUT CIF-XMTLOG-FILE
005966         CLOSE CIF-XMTLOG-FILE
005967         OPEN I-O CIF-XMTLOG-FILE
005968     END-IF
005969     IF CIF-XMTLOG-STATUS NOT = '00'
005970         DISPLAY "C: TRANSMISSION LOG COULD NOT BE OPENED - "
005971             "STATUS " CIF-XMTLOG-STATUS " - RUN ABORTED"
005972         MOVE 16 TO RETURN-CODE
005973         STOP RUN
005974     END-IF
005975     SET CIF-PARTNER-ROUTED TO TRUE.
005976 1210-RESOLVE-PARTNER-ROUTE-EXIT.
005977     EXIT.
005978
005979 2000-PROCESS-RECORD.
005980     EVALUATE TRUE
005981         WHEN CIF-REC-IS-DETAIL AND CIF-TRAILER-SEEN
005982             SET CIF-BATCH-CONTROL-ERROR TO TRUE
005983             MOVE "RECORD AFTER TRAILER"
005984                 TO CIF-BATCH-ERROR-TEXT
005985         WHEN CIF-REC-IS-DETAIL
005986             PERFORM 2010-PROCESS-DETAIL-RECORD
005990                 THRU 2010-PROCESS-DETAIL-RECORD-EXIT
006000         WHEN CIF-REC-IS-TRAILER
006010             PERFORM 2020-CAPTURE-BATCH-TRAILER
006220         ADD 1 TO CIF-OUTPUT-COUNT
006230         PERFORM 2100-CIPHER-STRING
006240             THRU 2100-CIPHER-STRING-EXIT
006243         PERFORM 2300-STAGE-TRANSMISSION
006246             THRU 2300-STAGE-TRANSMISSION-EXIT
006250         PERFORM 2200-WRITE-AUDIT-RECORD
006260             THRU 2200-WRITE-AUDIT-RECORD-EXIT
006270     ELSE
009140     MOVE CIF-RUN-TIMESTAMP  TO AUD-RUN-TIMESTAMP.
009150     MOVE CIF-RECORD-COUNT   TO AUD-RECORD-COUNT.
009160     MOVE CIF-IN-KEY-ID      TO AUD-KEY-ID.
009163     ADD 1 TO CIF-CHAIN-RUN-COUNT.
009166     SET AUD-CHAIN-DETAIL    TO TRUE.
009169     MOVE CIF-CHAIN-RUN-COUNT TO AUD-CHAIN-RUN-COUNT.
009172     PERFORM 2250-CHAIN-AUDIT-RECORD
009175         THRU 2250-CHAIN-AUDIT-RECORD-EXIT.
009180 2200-WRITE-AUDIT-RECORD-EXIT.
009190     EXIT.
009191*----------------------------------------------------------*
009192* 2250-CHAIN-AUDIT-RECORD - NUMBER THE AUDIT RECORD, LINK
009193* IT TO THE LAST ONE WRITTEN, AND FOLD THE PREVIOUS CHAIN
009194* VALUE THROUGH EVERY BYTE OF THE RECORD AHEAD OF ITS OWN
009195* CHAIN VALUE (MULTIPLIER 257, MODULUS THE PRIME 999999937)
009196* BEFORE WRITING IT.  THE AUDVFY STEP FOLDS THE SAME WAY.
009197*----------------------------------------------------------*
009198 2250-CHAIN-AUDIT-RECORD.
009199     ADD 1 TO CIF-CHAIN-LAST-SEQUENCE.
009200     MOVE CIF-CHAIN-LAST-SEQUENCE TO AUD-CHAIN-SEQUENCE-NO.
009201     MOVE CIF-CHAIN-LAST-VALUE    TO AUD-CHAIN-PREV-VALUE.
009202     MOVE CIF-CHAIN-LAST-VALUE    TO CIF-CHAIN-WORK.
009203     PERFORM VARYING CIF-CHAIN-SUB FROM 1 BY 1
009204             UNTIL CIF-CHAIN-SUB > 78
009205         COMPUTE CIF-CHAIN-WORK =
009206             FUNCTION MOD(CIF-CHAIN-WORK * 257 +
009207                 FUNCTION ORD(CIF-AUDIT-RECORD(CIF-CHAIN-SUB:1)),
009208                 999999937)
009209     END-PERFORM.
009210     MOVE CIF-CHAIN-WORK          TO AUD-CHAIN-VALUE.
009211     MOVE CIF-CHAIN-WORK          TO CIF-CHAIN-LAST-VALUE.
009212     WRITE CIF-AUDIT-RECORD.
009213 2250-CHAIN-AUDIT-RECORD-EXIT.
009214     EXIT.
009215
009216*----------------------------------------------------------*
009217* 2300-STAGE-TRANSMISSION - HOLD THE CIPHERED DETAIL, WITH
009218* ITS SEQUENCE NUMBER, KEY ID, AND ORIGINAL CIFIN IMAGE, ON
009219* THE STAGING FILE UNTIL THE BATCH IS KNOWN TO BE IN BALANCE.
009220*----------------------------------------------------------*
009221 2300-STAGE-TRANSMISSION.
009222     MOVE SPACES              TO CIF-XMIT-WORK-RECORD.
009223     MOVE CIF-RECORD-COUNT    TO XWK-SEQUENCE-NO.
009224     MOVE CIF-IN-KEY-ID       TO XWK-KEY-ID.
009225     MOVE CIF-ENCODED-STRING  TO XWK-STRING.
009226     MOVE CIF-INPUT-RECORD    TO XWK-RAW-RECORD.
009227     WRITE CIF-XMIT-WORK-RECORD.
009228 2300-STAGE-TRANSMISSION-EXIT.
009229     EXIT.
009230
009231 2600-WRITE-REJECT-RECORD.
009232     MOVE SPACES                  TO CIF-REJECT-RECORD.
009233     MOVE CIF-RECORD-COUNT        TO REJ-SEQUENCE-NO.
009240     MOVE CIF-INPUT-RECORD        TO REJ-RAW-RECORD.
009250     MOVE CIF-REJECT-REASON-CODE  TO REJ-REASON-CODE.
009260     MOVE CIF-REJECT-REASON-TEXT  TO REJ-REASON-TEXT.
009420* INPUT STRINGS; THE DIFFERENCE IS THE PASSTHROUGH (DIGIT/
009430* SPACE/PUNCTUATION) CHARACTER COUNT, SO A TRUNCATED OR
009440* GARBLED INPUT STILL SHOWS UP AT RECONCILIATION.
009443* THE AUDIT FILE IS CLOSED WITH THE RUN'S CHAIN CONTROL
009446* RECORD.
009450*----------------------------------------------------------*
009460 9000-TERMINATE.
009470     PERFORM 8100-VERIFY-AND-REPORT-BATCH
009480         THRU 8100-VERIFY-AND-REPORT-BATCH-EXIT.
009482     CLOSE CIF-XMIT-WORK-FILE.
009484     IF CIF-PARTNER-ROUTED AND NOT CIF-BATCH-CONTROL-ERROR
009486         PERFORM 8300-TRANSMIT-TO-PARTNER
009488             THRU 8300-TRANSMIT-TO-PARTNER-EXIT
009490     END-IF
009492     IF CIF-PARTNER-ROUTED
009494         PERFORM 8350-CLOSE-PARTNER-FILES
009496             THRU 8350-CLOSE-PARTNER-FILES-EXIT
009498     END-IF
009500     PERFORM 8200-LIST-EXPIRING-KEYS
009502         THRU 8200-LIST-EXPIRING-KEYS-EXIT.
009510     MOVE SPACES              TO CIF-OUTPUT-TRAILER.
009520     MOVE "TRAILER"           TO TRL-TAG.
009530     MOVE CIF-OUTPUT-COUNT    TO TRL-RECORD-COUNT.
009560     MOVE CIF-CHARS-EXPECTED-TOTAL
009570                              TO TRL-CHARS-EXPECTED.
009580     WRITE CIF-OUTPUT-TRAILER.
009581     MOVE SPACES              TO CIF-AUDIT-RECORD.
009582     MOVE CIF-RUN-TIMESTAMP   TO AUD-RUN-TIMESTAMP.
009583     SET AUD-CHAIN-CONTROL    TO TRUE.
009584     MOVE CIF-CHAIN-RUN-COUNT TO AUD-CHAIN-RUN-COUNT.
009585     PERFORM 2250-CHAIN-AUDIT-RECORD
009586         THRU 2250-CHAIN-AUDIT-RECORD-EXIT.
009590     MOVE SPACES              TO CIF-RUNCTL-RECORD.
009600     MOVE "CIPHER"            TO RCL-STEP-NAME.
009610     MOVE CIF-RUN-TIMESTAMP   TO RCL-RUN-TIMESTAMP.
011020 8210-CHECK-ONE-KEY-EXIT.
011030     EXIT.
011040
011041*----------------------------------------------------------*
011042* 8300-TRANSMIT-TO-PARTNER - APPEND THE NIGHT'S ENVELOPE TO
011043* THE ROUTED PARTNER'S OUTBOUND FILE: THE ENVELOPE HEADER,
011044* EACH STAGED DETAIL (LOGGED ON XMTLOG AS AWAITING THE
011045* PARTNER'S ACKNOWLEDGMENT), AND A TRAILER CARRYING THE
011046* DETAIL COUNT AND KEY-ID HASH TOTAL.  A BATCH WITH NO
011047* CIPHERED DETAIL STILL SENDS AN EMPTY ENVELOPE, SO THE
011048* PARTNER CAN TELL A QUIET NIGHT FROM A LOST FILE.  A DETAIL
011049* ALREADY ON THE LOG (A FORCED RERUN OF THE NIGHT) IS RESET
011050* TO AWAITING ACKNOWLEDGMENT UNDER THE NEW TRANSMISSION.
011051*----------------------------------------------------------*
011052 8300-TRANSMIT-TO-PARTNER.
011053     MOVE ZERO TO CIF-XMIT-COUNT.
011054     MOVE ZERO TO CIF-XMIT-HASH.
011055     MOVE SPACES              TO CIF-XMIT-RECORD.
011056     SET XMT-REC-IS-HEADER    TO TRUE.
011057     MOVE CIF-PARTNER-ID      TO XMT-PARTNER-ID.
011058     MOVE CIF-RUN-DATE        TO XMT-RUN-DATE.
011059     MOVE CIF-SOURCE-SYSTEM   TO XMH-SOURCE-SYSTEM.
011060     MOVE CIF-EXTRACT-DATE    TO XMH-EXTRACT-DATE.
011061     MOVE CIF-RUN-TIMESTAMP   TO XMH-RUN-TIMESTAMP.
011062     PERFORM 8320-WRITE-XMIT-RECORD
011063         THRU 8320-WRITE-XMIT-RECORD-EXIT.
011064     OPEN INPUT CIF-XMIT-WORK-FILE.
011065     PERFORM 8330-READ-STAGED-DETAIL
011066         THRU 8330-READ-STAGED-DETAIL-EXIT.
011067     PERFORM 8310-TRANSMIT-ONE-DETAIL
011068         THRU 8310-TRANSMIT-ONE-DETAIL-EXIT
011069         UNTIL CIF-XWK-END-OF-FILE.
011070     CLOSE CIF-XMIT-WORK-FILE.
011071     MOVE SPACES              TO CIF-XMIT-RECORD.
011072     SET XMT-REC-IS-TRAILER   TO TRUE.
011073     MOVE CIF-PARTNER-ID      TO XMT-PARTNER-ID.
011074     MOVE CIF-RUN-DATE        TO XMT-RUN-DATE.
011075     MOVE CIF-XMIT-COUNT      TO XMW-RECORD-COUNT.
011076     MOVE CIF-XMIT-HASH       TO XMW-HASH-TOTAL.
011077     PERFORM 8320-WRITE-XMIT-RECORD
011078         THRU 8320-WRITE-XMIT-RECORD-EXIT.
011079     MOVE SPACES TO CIF-CONTROL-LINE.
011080     MOVE "ROUTED TO PARTNER" TO CIF-CONTROL-LINE(1:17).
011081     MOVE CIF-PARTNER-ID TO CIF-CONTROL-LINE(19:8).
011082     MOVE "PTNXM" TO CIF-CONTROL-LINE(28:5).
011083     MOVE CIF-XMIT-SLOT TO CIF-CONTROL-LINE(33:1).
011084     MOVE "RECORDS SENT" TO CIF-CONTROL-LINE(35:12).
011085     MOVE CIF-XMIT-COUNT TO CIF-CTL-COUNT-ED.
011086     MOVE CIF-CTL-COUNT-ED TO CIF-CONTROL-LINE(48:9).
011087     WRITE CIF-CONTROL-LINE AFTER ADVANCING 1 LINES.
011088 8300-TRANSMIT-TO-PARTNER-EXIT.
011089     EXIT.
011090
011091 8310-TRANSMIT-ONE-DETAIL.
011092     ADD 1 TO CIF-XMIT-COUNT.
011093     ADD XWK-KEY-ID TO CIF-XMIT-HASH.
011094     MOVE SPACES              TO CIF-XMIT-RECORD.
011095     SET XMT-REC-IS-DETAIL    TO TRUE.
011096     MOVE CIF-PARTNER-ID      TO XMT-PARTNER-ID.
011097     MOVE CIF-RUN-DATE        TO XMT-RUN-DATE.
011098     MOVE XWK-SEQUENCE-NO     TO XMD-SEQUENCE-NO.
011099     MOVE XWK-KEY-ID          TO XMD-KEY-ID.
011100     MOVE XWK-STRING          TO XMD-STRING.
011101     PERFORM 8320-WRITE-XMIT-RECORD
011102         THRU 8320-WRITE-XMIT-RECORD-EXIT.
011103     MOVE SPACES              TO CIF-XMTLOG-RECORD.
011104     MOVE CIF-PARTNER-ID      TO XLG-PARTNER-ID.
011105     MOVE CIF-RUN-DATE        TO XLG-RUN-DATE.
011106     MOVE XWK-SEQUENCE-NO     TO XLG-SEQUENCE-NO.
011107     SET XLG-AWAITING-ACK     TO TRUE.
011108     MOVE CIF-RUN-TIMESTAMP   TO XLG-SENT-TIMESTAMP.
011109     MOVE ZERO                TO XLG-ACK-DATE.
011110     MOVE XWK-RAW-RECORD      TO XLG-RAW-RECORD.
011111     WRITE CIF-XMTLOG-RECORD
011112         INVALID KEY
011113             REWRITE CIF-XMTLOG-RECORD
011114     END-WRITE.
011115     PERFORM 8330-READ-STAGED-DETAIL
011116         THRU 8330-READ-STAGED-DETAIL-EXIT.
011117 8310-TRANSMIT-ONE-DETAIL-EXIT.
011118     EXIT.
011119
011120 8320-WRITE-XMIT-RECORD.
011121     EVALUATE CIF-XMIT-SLOT
011122         WHEN 1
011123             WRITE CIF-XMIT1-RECORD FROM CIF-XMIT-RECORD
011124         WHEN 2
011125             WRITE CIF-XMIT2-RECORD FROM CIF-XMIT-RECORD
011126         WHEN 3
011127             WRITE CIF-XMIT3-RECORD FROM CIF-XMIT-RECORD
011128         WHEN 4
011129             WRITE CIF-XMIT4-RECORD FROM CIF-XMIT-RECORD
011130     END-EVALUATE.
011131 8320-WRITE-XMIT-RECORD-EXIT.
011132     EXIT.
011133
011134 8330-READ-STAGED-DETAIL.
011135     READ CIF-XMIT-WORK-FILE
011136         AT END SET CIF-XWK-END-OF-FILE TO TRUE
011137     END-READ.
011138 8330-READ-STAGED-DETAIL-EXIT.
011139     EXIT.
011140
011141 8350-CLOSE-PARTNER-FILES.
011142     EVALUATE CIF-XMIT-SLOT
011143         WHEN 1
011144             CLOSE CIF-XMIT1-FILE
011145         WHEN 2
011146             CLOSE CIF-XMIT2-FILE
011147         WHEN 3
011148             CLOSE CIF-XMIT3-FILE
011149         WHEN 4
011150             CLOSE CIF-XMIT4-FILE
011151     END-EVALUATE
011152     CLOSE CIF-XMTLOG-FILE.
011153 8350-CLOSE-PARTNER-FILES-EXIT.
011154     EXIT.
011155*----------------------------------------------------------*
011156* 1055-CHECK-RUN-REGISTRY - REFUSE TO START IF THIS STEP IS
011157* ALREADY REGISTERED COMPLETE FOR TONIGHT'S BUSINESS DATE.
011158* A FIRST-EVER RUN CREATES THE REGISTRY.  FORCE-RERUN IN
011159* THE RUNPARM MEMBER OVERRIDES THE BLOCK FOR A DELIBERATE
011160* RERUN.
011161* ONCE THE CHECK PASSES THE STEP IS MARKED STARTED UNDER
011162* THIS RUN'S TIMESTAMP; 9200 TURNS THE MARK TO COMPLETE.
011163*----------------------------------------------------------*
011164 1055-CHECK-RUN-REGISTRY.
011165     OPEN I-O CIF-RUNREG-FILE.
011166     IF CIF-RUNREG-FILE-NOT-FOUND
011167         OPEN OUTPUT CIF-RUNREG-FILE
011168         CLOSE CIF-RUNREG-FILE
011170         OPEN I-O CIF-RUNREG-FILE
011180     END-IF
011190     IF CIF-RUNREG-STATUS NOT = '00'
011250     MOVE CIF-RUN-DATE TO RRG-BUSINESS-DATE.
011260     MOVE "CIPHER" TO RRG-STEP-NAME.
011270     READ CIF-RUNREG-FILE
011272         INVALID KEY
011274             MOVE CIF-RUN-DATE TO RRG-BUSINESS-DATE
011276             MOVE "CIPHER" TO RRG-STEP-NAME
011278             SET RRG-RUN-STARTED TO TRUE
011280             MOVE CIF-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
011282             WRITE CIF-RUNREG-RECORD
011290         NOT INVALID KEY
011300             IF RRG-RUN-COMPLETE AND NOT CIF-FORCE-RERUN
011310                 DISPLAY "C: CIPHER STEP ALREADY REGISTERED "
011350                 MOVE 16 TO RETURN-CODE
011360                 STOP RUN
011370             END-IF
011372             SET RRG-RUN-STARTED TO TRUE
011374             MOVE CIF-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
011376             REWRITE CIF-RUNREG-RECORD
011380     END-READ.
011390 1055-CHECK-RUN-REGISTRY-EXIT.
011400     EXIT.
