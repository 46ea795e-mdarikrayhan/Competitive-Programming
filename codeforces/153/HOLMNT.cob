000390*                AND AUDIT TRAIL LIKE ANY HAND-KEYED CHANGE,
000400*                SO THE NEW YEAR'S LOAD IS FIFTY RULES
000410*                INSTEAD OF FIFTY FAT-FINGERABLE DATES.
000411* 2026-10-15 RH  EVERY APPLIED ADD, GENERATE, OR DELETE NOW ALSO
000412*                APPENDS A RE-ROLL REQUEST (CALENDAR CODE AND
000413*                HOLIDAY DATE) TO ROLLREQ, SO THE OBLROLL STEP
000414*                THAT FOLLOWS CAN MOVE ANY OPEN OBLIGATION THE
000415*                CHANGE PUTS ON, OR TAKES OFF, A NON-BUSINESS
000416*                DAY.  A CHANGE ONLY RE-WORDS THE DESCRIPTION
000417*                AND REQUESTS NOTHING.
000418* 2026-10-15 RH  MAKER-CHECKER CONTROL.  AN ADD, CHANGE, DELETE,
000419*                OR GENERATE NO LONGER TOUCHES HOLMAST WHEN IT IS
000420*                READ: IT IS EDITED AND QUEUED ON THE PENDING-
000421*                CHANGE FILE (HOLPND) UNDER A NEW CHANGE NUMBER
000422*                WITH THE REQUESTING USER'S ID, WHICH EVERY CARD
000423*                NOW CARRIES.  A LATER RUN APPROVES ('V') OR
000424*                REJECTS ('R') EACH CHANGE BY NUMBER UNDER A
000425*                DIFFERENT USER ID - NO USER CAN EVER DECIDE A
000426*                CHANGE OF THEIR OWN - AND ONLY AN APPROVED
000427*                CHANGE IS APPLIED, AUDITED (WITH CHANGE NUMBER,
000428*                REQUESTER, AND APPROVER), AND RE-ROLLED.  EVERY
000429*                RUN ENDS WITH A LIST OF THE CHANGES STILL
000430*                AWAITING APPROVAL, FLAGGING ANY OLDER THAN THE
000431*                AGE LIMIT (5 DAYS UNLESS A 'P' CARD SETS
000432*                ANOTHER).
000433* 2026-10-15 RH  EVERY HOLAUD RECORD NOW CARRIES A CHAIN
000434*                TRAILER - RECORD TYPE, FILE SEQUENCE NUMBER,
000435*                RUN CHANGE COUNT, PREVIOUS CHAIN VALUE, AND
000436*                ITS OWN CHAIN VALUE FOLDED FROM THE PREVIOUS
000437*                ONE AND THE RECORD'S BYTES - AND EACH RUN
000438*                CLOSES WITH A CONTROL RECORD, SO THE AUDVFY
000439*                STEP CAN PROVE NO LINE WAS DELETED, INSERTED,
000440*                OR ALTERED.  THE RECORD GROWS FROM 98 TO 140
000441*                BYTES; THE TRAILER FOLLOWS THE OLD FIELDS.
000442*----------------------------------------------------------*
000443 ENVIRONMENT DIVISION.
000444 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT HMT-TRANS-FILE ASSIGN TO "HOLTRN"
000470         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT HMT-AUDIT-FILE ASSIGN TO "HOLAUD"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS HMT-AUDIT-STATUS.
000582     SELECT HMT-ROLLREQ-FILE ASSIGN TO "ROLLREQ"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS HMT-ROLLREQ-STATUS.
000587     SELECT HMT-PENDING-FILE ASSIGN TO "HOLPND"
000588         ORGANIZATION IS INDEXED
000589         ACCESS MODE IS DYNAMIC
000590         RECORD KEY IS PND-CHANGE-NO
000591         FILE STATUS IS HMT-PENDING-STATUS.
000592
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  HMT-TRANS-FILE.
000670         88  HMT-ACTION-DELETE             VALUE 'D'.
000680         88  HMT-ACTION-LIST               VALUE 'L'.
000690         88  HMT-ACTION-GENERATE           VALUE 'G'.
000692         88  HMT-ACTION-APPROVE            VALUE 'V'.
000694         88  HMT-ACTION-REJECT             VALUE 'R'.
000696         88  HMT-ACTION-PENDING-AGE        VALUE 'P'.
000700     05  HMT-IN-DAY              PIC 9(02).
000710     05  FILLER                  PIC X(01).
000720     05  HMT-IN-MONTH            PIC 9(02).
000810     05  HMT-IN-WEEKDAY          PIC 9(01).
000820     05  HMT-IN-OBSERVED         PIC X(01).
000830         88  HMT-OBSERVED-SHIFT            VALUE 'O'.
000831     05  HMT-IN-USER-ID          PIC X(08).
000832     05  HMT-IN-CHANGE-NO        PIC X(07).
000833     05  HMT-IN-CHANGE-NUM       REDEFINES HMT-IN-CHANGE-NO
000834                                 PIC 9(07).
000835     05  HMT-IN-AGE-DAYS         PIC X(03).
000836     05  HMT-IN-AGE-NUM          REDEFINES HMT-IN-AGE-DAYS
000837                                 PIC 9(03).
000840
000850 FD  HMT-MASTER-FILE.
000860 01  HMT-MASTER-RECORD.
000870     COPY HOLMST.
000880
000890 FD  HMT-REPORT-FILE.
000900 01  HMT-REPORT-HEADING          PIC X(100).
000910 01  HMT-REPORT-DETAIL-LINE.
000920     05  HRP-SEQUENCE-NO         PIC Z(6)9.
000930     05  FILLER                  PIC X(02).
001000     05  HRP-STATUS              PIC X(08).
001010     05  FILLER                  PIC X(02).
001020     05  HRP-REASON              PIC X(30).
001022     05  FILLER                  PIC X(02).
001024     05  HRP-CHANGE-NO           PIC Z(07).
001026     05  FILLER                  PIC X(02).
001028     05  HRP-USER-ID             PIC X(08).
001030 01  HMT-REPORT-TRAILER-LINE.
001040     05  FILLER                  PIC X(09).
001050     05  HTL-READ-COUNT          PIC Z(6)9.
001090     05  HTL-REJECTED-COUNT      PIC Z(6)9.
001100     05  FILLER                  PIC X(01).
001110     05  HTL-LISTED-COUNT        PIC Z(6)9.
001111     05  FILLER                  PIC X(01).
001112     05  HTL-QUEUED-COUNT        PIC Z(6)9.
001113     05  FILLER                  PIC X(01).
001114     05  HTL-DECLINED-COUNT      PIC Z(6)9.
001115 01  HMT-PENDING-LINE.
001116     05  HPL-CHANGE-NO           PIC Z(6)9.
001117     05  FILLER                  PIC X(02).
001118     05  HPL-ACTION              PIC X(01).
001119     05  FILLER                  PIC X(02).
001120     05  HPL-DATE                PIC X(10).
001121     05  FILLER                  PIC X(02).
001122     05  HPL-CAL-CODE            PIC X(03).
001123     05  FILLER                  PIC X(02).
001124     05  HPL-REQUESTED-BY        PIC X(08).
001125     05  FILLER                  PIC X(02).
001126     05  HPL-REQUEST-DATE        PIC X(10).
001127     05  FILLER                  PIC X(02).
001128     05  HPL-AGE-DAYS            PIC ZZZ9.
001129     05  FILLER                  PIC X(02).
001130     05  HPL-OVERDUE-FLAG        PIC X(07).
001131     05  FILLER                  PIC X(02).
001132     05  HPL-DESCRIPTION         PIC X(30).
001133
001134 FD  HMT-AUDIT-FILE.
001140 01  HMT-AUDIT-RECORD.
001150     05  HAU-RUN-TIMESTAMP       PIC X(26).
001160     05  FILLER                  PIC X(01).
001210     05  HAU-CAL-CODE            PIC X(03).
001220     05  FILLER                  PIC X(01).
001230     05  HAU-DESCRIPTION         PIC X(30).
001231     05  FILLER                  PIC X(01).
001232     05  HAU-CHANGE-NO           PIC 9(07).
001233     05  FILLER                  PIC X(01).
001234     05  HAU-REQUESTED-BY        PIC X(08).
001235     05  FILLER                  PIC X(01).
001236     05  HAU-APPROVED-BY         PIC X(08).
001237     05  FILLER                  PIC X(01).
001238     05  HAU-CHAIN-REC-TYPE      PIC X(01).
001239         88  HAU-CHAIN-DETAIL               VALUE 'D'.
001240         88  HAU-CHAIN-CONTROL              VALUE 'C'.
001241     05  FILLER                  PIC X(01).
001242     05  HAU-CHAIN-SEQUENCE-NO   PIC 9(09).
001243     05  FILLER                  PIC X(01).
001244     05  HAU-CHAIN-RUN-COUNT     PIC 9(09).
001245     05  FILLER                  PIC X(01).
001246     05  HAU-CHAIN-PREV-VALUE    PIC 9(09).
001247     05  FILLER                  PIC X(01).
001248     05  HAU-CHAIN-VALUE         PIC 9(09).
001249
001250 FD  HMT-ROLLREQ-FILE.
001251 01  HMT-ROLLREQ-RECORD.
001252     COPY ROLLREQ.
001253
001254 FD  HMT-PENDING-FILE.
001255 01  HMT-PENDING-RECORD.
001256     COPY PNDCHG.
001257
001258 WORKING-STORAGE SECTION.
001260 01  HMT-DAYS-IN-MONTH-DATA.
001270     05  FILLER                  PIC 9(02)  VALUE 31.
001280     05  FILLER                  PIC 9(02)  VALUE 28.
001450     88  HMT-REPORT-FILE-NOT-FOUND          VALUE '35'.
001460 77  HMT-AUDIT-STATUS            PIC X(02).
001470     88  HMT-AUDIT-FILE-NOT-FOUND           VALUE '35'.
001487 77  HMT-ROLLREQ-STATUS          PIC X(02).
001488     88  HMT-ROLLREQ-FILE-NOT-FOUND         VALUE '35'.
001489 77  HMT-PENDING-STATUS          PIC X(02).
001490     88  HMT-PENDING-FILE-NOT-FOUND         VALUE '35'.
001491
001492*--------------------------------------------------------*
001493* AUDIT CHAIN WORK FIELDS.  EVERY HOLAUD RECORD CARRIES A
001494* SEQUENCE NUMBER THAT RUNS ON ACROSS THE WHOLE FILE AND A
001495* CHAIN VALUE FOLDED FROM THE PREVIOUS RECORD'S CHAIN
001496* VALUE AND THIS RECORD'S OWN BYTES, SO A LINE DELETED,
001497* INSERTED, OR ALTERED ANYWHERE BREAKS EVERY LINK AFTER
001498* IT.  EACH RUN CLOSES WITH A CONTROL RECORD GIVING THE
001499* NUMBER OF CHANGES IT LOGGED.
001500*--------------------------------------------------------*
001501 77  HMT-CHAIN-LAST-SEQUENCE     PIC 9(09)  COMP.
001502 77  HMT-CHAIN-LAST-VALUE        PIC 9(09)  COMP.
001503 77  HMT-CHAIN-RUN-COUNT         PIC 9(09)  COMP.
001504 77  HMT-CHAIN-WORK              PIC 9(15)  COMP.
001505 77  HMT-CHAIN-SUB               PIC 9(04)  COMP.
001506 77  HMT-CHAIN-EOF-SW            PIC X(01).
001507     88  HMT-CHAIN-EOF                      VALUE 'Y'.
001508
001509 77  HMT-END-OF-FILE-SW          PIC X(01)  VALUE 'N'.
001510     88  HMT-END-OF-FILE                    VALUE 'Y'.
001511 77  HMT-VALID-TRANS-SW          PIC X(01).
001520     88  HMT-TRANS-IS-VALID                 VALUE 'Y'.
001530     88  HMT-TRANS-IS-INVALID               VALUE 'N'.
001540 77  HMT-APPLIED-SW              PIC X(01).
001770 77  HMT-CAL-CHAR                PIC X(01).
001780 77  HMT-DATE-TEXT               PIC X(10).
001790 77  HMT-RUN-TIMESTAMP           PIC X(26).
001791 77  HMT-RUN-DATE                PIC 9(08).
001792
001793*--------------------------------------------------------*
001794* MAKER-CHECKER WORK FIELDS.  THE CARD USER IS THE USER ID
001795* ON THE CARD BEING PROCESSED - THE REQUESTER ON A QUEUED
001796* CHANGE, THE CHECKER ON AN APPROVAL OR REJECTION.  THE
001797* CHANGE NUMBER IS THE ONE THE CURRENT LINE CONCERNS (ZERO
001798* FOR A LIST).  CHANGE NUMBERS CONTINUE FROM THE HIGHEST ON
001799* THE PENDING FILE.
001800*--------------------------------------------------------*
001801 77  HMT-CARD-USER-ID            PIC X(08).
001802 77  HMT-REQUESTED-BY            PIC X(08).
001803 77  HMT-CHANGE-NO               PIC 9(07).
001804 77  HMT-LAST-CHANGE-NO          PIC 9(07)  VALUE ZERO.
001805 77  HMT-LINE-STATUS             PIC X(08).
001806 77  HMT-APPLIED-BEFORE          PIC 9(09)  COMP.
001807 77  HMT-PENDING-AGE-DAYS        PIC 9(03)  VALUE 5.
001808 77  HMT-AGE-DAYS                PIC S9(09) COMP.
001809 77  HMT-PENDING-DONE-SW         PIC X(01).
001810     88  HMT-PENDING-DONE                   VALUE 'Y'.
001811 77  HMT-COUNT-ED                PIC Z(6)9.
001812 77  HMT-AGE-LIMIT-ED            PIC ZZ9.
001813
001814 77  HMT-READ-COUNT              PIC 9(09)  COMP VALUE ZERO.
001820 77  HMT-APPLIED-COUNT           PIC 9(09)  COMP VALUE ZERO.
001830 77  HMT-REJECTED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001840 77  HMT-LISTED-COUNT            PIC 9(09)  COMP VALUE ZERO.
001842 77  HMT-QUEUED-COUNT            PIC 9(09)  COMP VALUE ZERO.
001844 77  HMT-DECLINED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001846 77  HMT-PENDING-COUNT           PIC 9(09)  COMP VALUE ZERO.
001848 77  HMT-OVERDUE-COUNT           PIC 9(09)  COMP VALUE ZERO.
001850
001860 PROCEDURE DIVISION.
001870*----------------------------------------------------------*
001970
001980*----------------------------------------------------------*
001990* 1000-INITIALIZE - OPEN THE FILES.  A FIRST-EVER RUN
002000* CREATES THE MASTER AND THE PENDING-CHANGE FILE; THE AUDIT
002010* TRAIL IS OPENED FOR EXTEND SO EVERY RUN'S CHANGES
002015* ACCUMULATE.
002020*----------------------------------------------------------*
002030 1000-INITIALIZE.
002040     MOVE FUNCTION CURRENT-DATE TO HMT-RUN-TIMESTAMP.
002045     MOVE HMT-RUN-TIMESTAMP(1:8) TO HMT-RUN-DATE.
002050     OPEN INPUT HMT-TRANS-FILE.
002060     OPEN I-O HMT-MASTER-FILE.
002070     IF HMT-MASTER-FILE-NOT-FOUND
002150         MOVE 16 TO RETURN-CODE
002160         STOP RUN
002170     END-IF
002171     OPEN I-O HMT-PENDING-FILE.
002172     IF HMT-PENDING-FILE-NOT-FOUND
002173         OPEN OUTPUT HMT-PENDING-FILE
002174         CLOSE HMT-PENDING-FILE
002175         OPEN I-O HMT-PENDING-FILE
002176     END-IF
002177     IF HMT-PENDING-STATUS NOT = '00'
002178         DISPLAY "HOLMNT: PENDING-CHANGE FILE COULD NOT BE OPENED"
002179             " - STATUS " HMT-PENDING-STATUS " - RUN ABORTED"
002180         MOVE 16 TO RETURN-CODE
002181         STOP RUN
002182     END-IF
002183     PERFORM 1200-FIND-LAST-CHANGE-NO
002184         THRU 1200-FIND-LAST-CHANGE-NO-EXIT.
002185     OPEN EXTEND HMT-REPORT-FILE.
002190     IF HMT-REPORT-FILE-NOT-FOUND
002200         OPEN OUTPUT HMT-REPORT-FILE
002210     END-IF
002213     PERFORM 1020-FIND-AUDIT-CHAIN-END
002216         THRU 1020-FIND-AUDIT-CHAIN-END-EXIT.
002220     OPEN EXTEND HMT-AUDIT-FILE.
002230     IF HMT-AUDIT-FILE-NOT-FOUND
002240         OPEN OUTPUT HMT-AUDIT-FILE
002250     END-IF
002252     OPEN EXTEND HMT-ROLLREQ-FILE.
002254     IF HMT-ROLLREQ-FILE-NOT-FOUND
002256         OPEN OUTPUT HMT-ROLLREQ-FILE
002258     END-IF
002260     PERFORM 1300-WRITE-REPORT-HEADINGS
002270         THRU 1300-WRITE-REPORT-HEADINGS-EXIT.
002280     PERFORM 2900-READ-TRANS THRU 2900-READ-TRANS-EXIT.
002290 1000-INITIALIZE-EXIT. EXIT.
002291*----------------------------------------------------------*
002292* 1020-FIND-AUDIT-CHAIN-END - READ THE AUDIT TRAIL THROUGH
002293* TO PICK UP THE SEQUENCE NUMBER AND CHAIN VALUE OF ITS
002294* LAST CHAINED RECORD, WHICH THIS RUN'S FIRST RECORD LINKS
002295* TO.  A NEW TRAIL, OR ONE HOLDING ONLY RECORDS WRITTEN
002296* BEFORE CHAINING BEGAN, STARTS THE CHAIN AT SEQUENCE 1.
002297*----------------------------------------------------------*
002298 1020-FIND-AUDIT-CHAIN-END.
002299     MOVE ZERO TO HMT-CHAIN-LAST-SEQUENCE.
002300     MOVE ZERO TO HMT-CHAIN-LAST-VALUE.
002301     MOVE ZERO TO HMT-CHAIN-RUN-COUNT.
002302     MOVE 'N'  TO HMT-CHAIN-EOF-SW.
002303     OPEN INPUT HMT-AUDIT-FILE.
002304     IF HMT-AUDIT-FILE-NOT-FOUND
002305         GO TO 1020-FIND-AUDIT-CHAIN-END-EXIT
002306     END-IF
002307     IF HMT-AUDIT-STATUS NOT = '00'
002308         DISPLAY "HOLMNT: AUDIT TRAIL COULD NOT BE READ - "
002309             "STATUS " HMT-AUDIT-STATUS " - RUN ABORTED"
002310         MOVE 16 TO RETURN-CODE
002311         STOP RUN
002312     END-IF
002313     PERFORM 1025-READ-AUDIT-CHAIN
002314         THRU 1025-READ-AUDIT-CHAIN-EXIT
002315         UNTIL HMT-CHAIN-EOF.
002316     CLOSE HMT-AUDIT-FILE.
002317 1020-FIND-AUDIT-CHAIN-END-EXIT. EXIT.
002318
002319 1025-READ-AUDIT-CHAIN.
002320     READ HMT-AUDIT-FILE
002321         AT END SET HMT-CHAIN-EOF TO TRUE
002322     END-READ.
002323     IF HMT-CHAIN-EOF
002324         GO TO 1025-READ-AUDIT-CHAIN-EXIT
002325     END-IF
002326     IF (HAU-CHAIN-DETAIL OR HAU-CHAIN-CONTROL)
002327        AND HAU-CHAIN-SEQUENCE-NO IS NUMERIC
002328        AND HAU-CHAIN-VALUE IS NUMERIC
002329         MOVE HAU-CHAIN-SEQUENCE-NO TO HMT-CHAIN-LAST-SEQUENCE
002330         MOVE HAU-CHAIN-VALUE       TO HMT-CHAIN-LAST-VALUE
002331     END-IF.
002332 1025-READ-AUDIT-CHAIN-EXIT. EXIT.
002333
002334*----------------------------------------------------------*
002335* 1200-FIND-LAST-CHANGE-NO - BROWSE THE PENDING-CHANGE FILE
002336* TO THE END; NEW CHANGE NUMBERS CONTINUE FROM ITS HIGHEST.
002337*----------------------------------------------------------*
002338 1200-FIND-LAST-CHANGE-NO.
002339     MOVE 'N' TO HMT-PENDING-DONE-SW.
002340     MOVE ZERO TO PND-CHANGE-NO.
002341     START HMT-PENDING-FILE KEY NOT < PND-CHANGE-NO
002342         INVALID KEY SET HMT-PENDING-DONE TO TRUE
002343     END-START.
002344     PERFORM 1210-READ-NEXT-CHANGE
002345         THRU 1210-READ-NEXT-CHANGE-EXIT
002346         UNTIL HMT-PENDING-DONE.
002347 1200-FIND-LAST-CHANGE-NO-EXIT. EXIT.
002348
002349 1210-READ-NEXT-CHANGE.
002350     READ HMT-PENDING-FILE NEXT RECORD
002351         AT END SET HMT-PENDING-DONE TO TRUE
002352     END-READ.
002353     IF NOT HMT-PENDING-DONE
002354         MOVE PND-CHANGE-NO TO HMT-LAST-CHANGE-NO
002355     END-IF.
002356 1210-READ-NEXT-CHANGE-EXIT. EXIT.
002357
002358 1300-WRITE-REPORT-HEADINGS.
002359     MOVE SPACES TO HMT-REPORT-HEADING.
002360     MOVE "HOLIDAY MASTER MAINTENANCE REPORT"
002361         TO HMT-REPORT-HEADING.
002362     WRITE HMT-REPORT-HEADING AFTER ADVANCING PAGE.
002363     MOVE SPACES TO HMT-REPORT-HEADING.
002370     STRING "SEQ NO" DELIMITED BY SIZE
002380            "  A" DELIMITED BY SIZE
002390            "  DATE      " DELIMITED BY SIZE
002400            "  CAL" DELIMITED BY SIZE
002410            "  STATUS  " DELIMITED BY SIZE
002420            "  REASON/DESCRIPTION" DELIMITED BY SIZE
002423            "                CHANGE" DELIMITED BY SIZE
002426            "  USER" DELIMITED BY SIZE
002430         INTO HMT-REPORT-HEADING
002440     END-STRING.
002450     WRITE HMT-REPORT-HEADING AFTER ADVANCING 2 LINES.
002460 1300-WRITE-REPORT-HEADINGS-EXIT. EXIT.
002470
002471*----------------------------------------------------------*
002472* 2000-PROCESS-TRANS - EDIT ONE CARD AND ACT ON IT.  A
002473* CHANGE TO THE MASTER IS ONLY QUEUED HERE; IT IS APPLIED
002474* WHEN A DIFFERENT USER APPROVES IT IN A LATER RUN (2800).
002475* A LIST IS READ-ONLY AND RUNS AT ONCE.
002476*----------------------------------------------------------*
002480 2000-PROCESS-TRANS.
002490     ADD 1 TO HMT-READ-COUNT.
002492     MOVE HMT-IN-USER-ID TO HMT-CARD-USER-ID.
002494     MOVE SPACES TO HMT-REQUESTED-BY.
002496     MOVE ZERO TO HMT-CHANGE-NO.
002500     PERFORM 2100-VALIDATE-TRANS THRU 2100-VALIDATE-TRANS-EXIT.
002510     IF HMT-TRANS-IS-VALID
002520         EVALUATE TRUE
002531             WHEN HMT-ACTION-ADD OR HMT-ACTION-CHANGE
002542               OR HMT-ACTION-DELETE OR HMT-ACTION-GENERATE
002553                 PERFORM 2700-QUEUE-CHANGE
002564                     THRU 2700-QUEUE-CHANGE-EXIT
002575             WHEN HMT-ACTION-LIST
002586                 PERFORM 2500-LIST-YEAR
002597                     THRU 2500-LIST-YEAR-EXIT
002608             WHEN HMT-ACTION-APPROVE OR HMT-ACTION-REJECT
002619                 PERFORM 2800-DECIDE-CHANGE
002630                     THRU 2800-DECIDE-CHANGE-EXIT
002641             WHEN HMT-ACTION-PENDING-AGE
002652                 PERFORM 2750-SET-PENDING-AGE
002663                     THRU 2750-SET-PENDING-AGE-EXIT
002680         END-EVALUATE
002690     ELSE
002700         ADD 1 TO HMT-REJECTED-COUNT
002760
002770*----------------------------------------------------------*
002780* 2100-VALIDATE-TRANS - EDIT ONE MAINTENANCE TRANSACTION.
002790* THE ACTION MUST BE A/C/D/L/G/V/R/P; AN APPROVAL,
002800* REJECTION, OR AGE-LIMIT CARD HAS ITS OWN EDIT (2160), A
002810* LIST NEEDS ONLY A VALID YEAR, A GENERATE ITS OWN RULE
002820* EDIT (2150), AND ANY OTHER ACTION A FULL REAL CALENDAR
002823* DATE, SO A TYPO LIKE 31.02.2027 CAN NO LONGER REACH THE
002826* MASTER.  EVERY CHANGE MUST NAME THE USER REQUESTING IT.
002830*----------------------------------------------------------*
002840 2100-VALIDATE-TRANS.
002850     SET HMT-TRANS-IS-VALID TO TRUE.
002851     IF HMT-ACTION-APPROVE OR HMT-ACTION-REJECT
002852             OR HMT-ACTION-PENDING-AGE
002853         PERFORM 2160-VALIDATE-DECISION
002854             THRU 2160-VALIDATE-DECISION-EXIT
002855         GO TO 2100-VALIDATE-TRANS-EXIT
002856     END-IF
002860     IF NOT HMT-ACTION-ADD AND NOT HMT-ACTION-CHANGE
002870             AND NOT HMT-ACTION-DELETE AND NOT HMT-ACTION-LIST
002880             AND NOT HMT-ACTION-GENERATE
003120     IF HMT-TRANS-IS-VALID
003130         PERFORM 2140-VALIDATE-CAL-CODE
003140             THRU 2140-VALIDATE-CAL-CODE-EXIT
003150     END-IF
003151     IF HMT-TRANS-IS-VALID AND NOT HMT-ACTION-LIST
003152             AND HMT-IN-USER-ID = SPACES
003153         SET HMT-TRANS-IS-INVALID TO TRUE
003154         MOVE "REQUESTING USER ID IS BLANK" TO HMT-REJECT-REASON
003155     END-IF.
003160 2100-VALIDATE-TRANS-EXIT. EXIT.
003161
003162*----------------------------------------------------------*
003163* 2160-VALIDATE-DECISION - AN APPROVAL OR REJECTION NEEDS
003164* THE CHECKER'S USER ID AND A NUMERIC CHANGE NUMBER; AN
003165* AGE-LIMIT CARD NEEDS A NUMERIC NUMBER OF DAYS.
003166*----------------------------------------------------------*
003167 2160-VALIDATE-DECISION.
003168     IF HMT-ACTION-PENDING-AGE
003169         IF HMT-IN-AGE-DAYS NOT NUMERIC
003170             SET HMT-TRANS-IS-INVALID TO TRUE
003171             MOVE "INVALID PENDING AGE DAYS" TO HMT-REJECT-REASON
003172         END-IF
003173         GO TO 2160-VALIDATE-DECISION-EXIT
003174     END-IF
003175     IF HMT-IN-USER-ID = SPACES
003176         SET HMT-TRANS-IS-INVALID TO TRUE
003177         MOVE "CHECKER USER ID IS BLANK" TO HMT-REJECT-REASON
003178         GO TO 2160-VALIDATE-DECISION-EXIT
003179     END-IF
003180     IF HMT-IN-CHANGE-NO NOT NUMERIC
003181             OR HMT-IN-CHANGE-NUM = ZERO
003182         SET HMT-TRANS-IS-INVALID TO TRUE
003183         MOVE "INVALID CHANGE NUMBER" TO HMT-REJECT-REASON
003184     END-IF.
003185 2160-VALIDATE-DECISION-EXIT. EXIT.
003186
003187*----------------------------------------------------------*
003190* 2140-VALIDATE-CAL-CODE - EDIT THE CALENDAR CODE.  BLANK
003200* IS THE DEFAULT CALENDAR; A NON-BLANK CODE MUST BE LEFT-
003210* JUSTIFIED UPPER-CASE LETTERS AND DIGITS, SO A SHIFTED OR
006500     MOVE HMT-IN-CAL-CODE TO HRP-CAL-CODE.
006510     MOVE "REJECTED" TO HRP-STATUS.
006520     MOVE HMT-REJECT-REASON TO HRP-REASON.
006523     MOVE HMT-CHANGE-NO TO HRP-CHANGE-NO.
006526     MOVE HMT-CARD-USER-ID TO HRP-USER-ID.
006530     WRITE HMT-REPORT-DETAIL-LINE.
006540 2620-WRITE-GEN-REJECTED-LINE-EXIT. EXIT.
006550
006700*----------------------------------------------------------*
006710* 2650-RECORD-APPLIED - PRINT THE APPLIED LINE AND APPEND
006720* THE CHANGE TO THE AUDIT TRAIL.  FOR A DELETE THE
006730* DESCRIPTION LOGGED IS THE ONE THAT WAS REMOVED.  ANY
006733* CHANGE THAT MAKES OR UNMAKES A HOLIDAY ALSO REQUESTS A
006736* RE-ROLL OF THE OBLIGATIONS AROUND THAT DATE.
006740*----------------------------------------------------------*
006750 2650-RECORD-APPLIED.
006760     ADD 1 TO HMT-APPLIED-COUNT.
006830     MOVE HMT-IN-CAL-CODE TO HRP-CAL-CODE.
006840     MOVE "APPLIED" TO HRP-STATUS.
006850     MOVE HMT-IN-DESCRIPTION TO HRP-REASON.
006853     MOVE HMT-CHANGE-NO TO HRP-CHANGE-NO.
006856     MOVE HMT-CARD-USER-ID TO HRP-USER-ID.
006860     WRITE HMT-REPORT-DETAIL-LINE.
006870     MOVE SPACES TO HMT-AUDIT-RECORD.
006880     MOVE HMT-RUN-TIMESTAMP TO HAU-RUN-TIMESTAMP.
006900     MOVE HMT-WORK-DATE TO HAU-DATE.
006910     MOVE HMT-IN-CAL-CODE TO HAU-CAL-CODE.
006920     MOVE HMT-IN-DESCRIPTION TO HAU-DESCRIPTION.
006922     MOVE HMT-CHANGE-NO TO HAU-CHANGE-NO.
006924     MOVE HMT-REQUESTED-BY TO HAU-REQUESTED-BY.
006926     MOVE HMT-CARD-USER-ID TO HAU-APPROVED-BY.
006927     ADD 1 TO HMT-CHAIN-RUN-COUNT.
006928     SET HAU-CHAIN-DETAIL TO TRUE.
006929     MOVE HMT-CHAIN-RUN-COUNT TO HAU-CHAIN-RUN-COUNT.
006930     PERFORM 2655-CHAIN-AUDIT-RECORD
006931         THRU 2655-CHAIN-AUDIT-RECORD-EXIT.
006932     IF NOT HMT-ACTION-CHANGE
006933         MOVE SPACES TO HMT-ROLLREQ-RECORD
006934         MOVE HMT-IN-CAL-CODE TO RRQ-CAL-CODE
006935         MOVE HMT-WORK-DATE TO RRQ-FROM-DATE
006936         MOVE HMT-WORK-DATE TO RRQ-TO-DATE
006937         MOVE "HOLMNT" TO RRQ-SOURCE
006938         MOVE HMT-ACTION TO RRQ-ACTION
006939         MOVE HMT-IN-DESCRIPTION TO RRQ-DESCRIPTION
006940         WRITE HMT-ROLLREQ-RECORD
006941     END-IF.
006942 2650-RECORD-APPLIED-EXIT. EXIT.
006943*----------------------------------------------------------*
006944* 2655-CHAIN-AUDIT-RECORD - NUMBER THE AUDIT RECORD, LINK
006945* IT TO THE LAST ONE WRITTEN, AND FOLD THE PREVIOUS CHAIN
006946* VALUE THROUGH EVERY BYTE OF THE RECORD AHEAD OF ITS OWN
006947* CHAIN VALUE (MULTIPLIER 257, MODULUS THE PRIME 999999937)
006948* BEFORE WRITING IT.  THE AUDVFY STEP FOLDS THE SAME WAY.
006949*----------------------------------------------------------*
006950 2655-CHAIN-AUDIT-RECORD.
006951     ADD 1 TO HMT-CHAIN-LAST-SEQUENCE.
006952     MOVE HMT-CHAIN-LAST-SEQUENCE TO HAU-CHAIN-SEQUENCE-NO.
006953     MOVE HMT-CHAIN-LAST-VALUE TO HAU-CHAIN-PREV-VALUE.
006954     MOVE HMT-CHAIN-LAST-VALUE TO HMT-CHAIN-WORK.
006955     PERFORM VARYING HMT-CHAIN-SUB FROM 1 BY 1
006956             UNTIL HMT-CHAIN-SUB > 131
006957         COMPUTE HMT-CHAIN-WORK =
006958             FUNCTION MOD(HMT-CHAIN-WORK * 257 +
006959                 FUNCTION ORD(HMT-AUDIT-RECORD(HMT-CHAIN-SUB:1)),
006960                 999999937)
006961     END-PERFORM.
006962     MOVE HMT-CHAIN-WORK TO HAU-CHAIN-VALUE.
006963     MOVE HMT-CHAIN-WORK TO HMT-CHAIN-LAST-VALUE.
006964     WRITE HMT-AUDIT-RECORD.
006965 2655-CHAIN-AUDIT-RECORD-EXIT. EXIT.
006966
006967 2610-WRITE-REJECTED-LINE.
006970     MOVE SPACES TO HMT-REPORT-DETAIL-LINE.
006980     MOVE HMT-READ-COUNT TO HRP-SEQUENCE-NO.
006990     MOVE HMT-ACTION TO HRP-ACTION.
007090     MOVE HMT-IN-CAL-CODE TO HRP-CAL-CODE.
007100     MOVE "REJECTED" TO HRP-STATUS.
007110     MOVE HMT-REJECT-REASON TO HRP-REASON.
007113     MOVE HMT-CHANGE-NO TO HRP-CHANGE-NO.
007116     MOVE HMT-CARD-USER-ID TO HRP-USER-ID.
007120     WRITE HMT-REPORT-DETAIL-LINE.
007130 2610-WRITE-REJECTED-LINE-EXIT. EXIT.
007131
007132*----------------------------------------------------------*
007133* 2660-WRITE-CHANGE-LINE - PRINT A QUEUED OR DECLINED CHANGE
007134* WITH THE STATUS IN HMT-LINE-STATUS.  A GENERATE RULE HAS
007135* NO DATE UNTIL IT IS APPLIED, SO ONLY A COMPLETE DATE IS
007136* SHOWN.
007137*----------------------------------------------------------*
007138 2660-WRITE-CHANGE-LINE.
007139     MOVE SPACES TO HMT-REPORT-DETAIL-LINE.
007140     MOVE HMT-READ-COUNT TO HRP-SEQUENCE-NO.
007141     MOVE HMT-ACTION TO HRP-ACTION.
007142     MOVE SPACES TO HMT-DATE-TEXT.
007143     IF HMT-IN-DAY NUMERIC AND HMT-IN-MONTH NUMERIC
007144             AND HMT-IN-YEAR NUMERIC
007145         PERFORM 2120-SET-WORK-DATE
007146             THRU 2120-SET-WORK-DATE-EXIT
007147         PERFORM 2130-FORMAT-DATE-TEXT
007148             THRU 2130-FORMAT-DATE-TEXT-EXIT
007149     END-IF
007150     MOVE HMT-DATE-TEXT TO HRP-DATE.
007151     MOVE HMT-IN-CAL-CODE TO HRP-CAL-CODE.
007152     MOVE HMT-LINE-STATUS TO HRP-STATUS.
007153     MOVE HMT-IN-DESCRIPTION TO HRP-REASON.
007154     MOVE HMT-CHANGE-NO TO HRP-CHANGE-NO.
007155     MOVE HMT-CARD-USER-ID TO HRP-USER-ID.
007156     WRITE HMT-REPORT-DETAIL-LINE.
007157 2660-WRITE-CHANGE-LINE-EXIT. EXIT.
007158
007159*----------------------------------------------------------*
007160* 2700-QUEUE-CHANGE - HOLD AN EDITED ADD, CHANGE, DELETE,
007161* OR GENERATE ON THE PENDING-CHANGE FILE UNDER THE NEXT
007162* CHANGE NUMBER, WITH THE REQUESTER AND THIS RUN'S
007163* TIMESTAMP.  THE MASTER IS NOT TOUCHED.
007164*----------------------------------------------------------*
007165 2700-QUEUE-CHANGE.
007166     ADD 1 TO HMT-LAST-CHANGE-NO.
007167     MOVE HMT-LAST-CHANGE-NO TO HMT-CHANGE-NO.
007168     MOVE SPACES TO HMT-PENDING-RECORD.
007169     MOVE HMT-CHANGE-NO TO PND-CHANGE-NO.
007170     SET PND-IS-PENDING TO TRUE.
007171     MOVE HMT-CARD-USER-ID TO PND-REQUESTED-BY.
007172     MOVE HMT-RUN-TIMESTAMP TO PND-REQUESTED-AT.
007173     MOVE ZERO TO PND-DECISION-DATE.
007174     MOVE HMT-TRANS-RECORD TO PND-TRANS-IMAGE.
007175     WRITE HMT-PENDING-RECORD
007176         INVALID KEY
007177             ADD 1 TO HMT-REJECTED-COUNT
007178             MOVE "CHANGE NUMBER ALREADY IN USE"
007179                 TO HMT-REJECT-REASON
007180             PERFORM 2610-WRITE-REJECTED-LINE
007181                 THRU 2610-WRITE-REJECTED-LINE-EXIT
007182         NOT INVALID KEY
007183             ADD 1 TO HMT-QUEUED-COUNT
007184             MOVE "PENDING" TO HMT-LINE-STATUS
007185             PERFORM 2660-WRITE-CHANGE-LINE
007186                 THRU 2660-WRITE-CHANGE-LINE-EXIT
007187     END-WRITE.
007188 2700-QUEUE-CHANGE-EXIT. EXIT.
007189
007190*----------------------------------------------------------*
007191* 2750-SET-PENDING-AGE - A 'P' CARD SETS THE AGE, IN DAYS,
007192* BEYOND WHICH THE END-OF-RUN PENDING LIST FLAGS A CHANGE
007193* AS OVERDUE.
007194*----------------------------------------------------------*
007195 2750-SET-PENDING-AGE.
007196     MOVE HMT-IN-AGE-NUM TO HMT-PENDING-AGE-DAYS.
007197     MOVE HMT-PENDING-AGE-DAYS TO HMT-AGE-LIMIT-ED.
007198     MOVE SPACES TO HMT-REPORT-DETAIL-LINE.
007199     MOVE HMT-READ-COUNT TO HRP-SEQUENCE-NO.
007200     MOVE HMT-ACTION TO HRP-ACTION.
007201     MOVE "ACCEPTED" TO HRP-STATUS.
007202     STRING "PENDING AGE LIMIT " DELIMITED BY SIZE
007203            HMT-AGE-LIMIT-ED DELIMITED BY SIZE
007204            " DAYS" DELIMITED BY SIZE
007205         INTO HRP-REASON
007206     END-STRING.
007207     WRITE HMT-REPORT-DETAIL-LINE.
007208 2750-SET-PENDING-AGE-EXIT. EXIT.
007209
007210*----------------------------------------------------------*
007211* 2800-DECIDE-CHANGE - APPROVE OR REJECT ONE PENDING CHANGE
007212* BY NUMBER.  THE CHANGE MUST STILL BE PENDING, THE CHECKER
007213* MUST NOT BE THE USER WHO REQUESTED IT, AND IT MUST HAVE
007214* BEEN QUEUED BY AN EARLIER RUN.  A REJECTED CHANGE IS
007215* MARKED AND NEVER REACHES THE MASTER.  AN APPROVED CHANGE
007216* IS RE-EDITED AND APPLIED EXACTLY AS IF IT HAD JUST BEEN
007217* READ; IF THE MASTER REFUSES IT (A DATE ADDED MEANWHILE,
007218* SAY) IT IS MARKED FAILED WITH THE REASON.
007219*----------------------------------------------------------*
007220 2800-DECIDE-CHANGE.
007221     MOVE HMT-IN-CHANGE-NUM TO HMT-CHANGE-NO.
007222     MOVE HMT-CHANGE-NO TO PND-CHANGE-NO.
007223     MOVE SPACES TO HMT-REJECT-REASON.
007224     READ HMT-PENDING-FILE
007225         INVALID KEY
007226             MOVE "CHANGE NOT ON PENDING FILE"
007227                 TO HMT-REJECT-REASON
007228     END-READ.
007229     IF HMT-REJECT-REASON = SPACES
007230         EVALUATE TRUE
007231             WHEN NOT PND-IS-PENDING
007232                 MOVE "CHANGE ALREADY DECIDED"
007233                     TO HMT-REJECT-REASON
007234             WHEN PND-REQUESTED-BY = HMT-CARD-USER-ID
007235                 MOVE "CHECKER MUST NOT BE REQUESTER"
007236                     TO HMT-REJECT-REASON
007237             WHEN PND-REQUESTED-AT = HMT-RUN-TIMESTAMP
007238                 MOVE "CHANGE QUEUED IN THIS RUN"
007239                     TO HMT-REJECT-REASON
007240         END-EVALUATE
007241     END-IF
007242     IF HMT-REJECT-REASON NOT = SPACES
007243         ADD 1 TO HMT-REJECTED-COUNT
007244         PERFORM 2610-WRITE-REJECTED-LINE
007245             THRU 2610-WRITE-REJECTED-LINE-EXIT
007246         GO TO 2800-DECIDE-CHANGE-EXIT
007247     END-IF
007248     MOVE PND-REQUESTED-BY TO HMT-REQUESTED-BY.
007249     MOVE HMT-CARD-USER-ID TO PND-DECIDED-BY.
007250     MOVE HMT-RUN-DATE TO PND-DECISION-DATE.
007251     IF HMT-ACTION-REJECT
007252         SET PND-IS-REJECTED TO TRUE
007253         REWRITE HMT-PENDING-RECORD
007254         ADD 1 TO HMT-DECLINED-COUNT
007255         MOVE PND-TRANS-IMAGE TO HMT-TRANS-RECORD
007256         MOVE "DECLINED" TO HMT-LINE-STATUS
007257         PERFORM 2660-WRITE-CHANGE-LINE
007258             THRU 2660-WRITE-CHANGE-LINE-EXIT
007259         GO TO 2800-DECIDE-CHANGE-EXIT
007260     END-IF
007261     MOVE PND-TRANS-IMAGE TO HMT-TRANS-RECORD.
007262     MOVE HMT-APPLIED-COUNT TO HMT-APPLIED-BEFORE.
007263     PERFORM 2100-VALIDATE-TRANS THRU 2100-VALIDATE-TRANS-EXIT.
007264     IF HMT-TRANS-IS-INVALID
007265         ADD 1 TO HMT-REJECTED-COUNT
007266         PERFORM 2610-WRITE-REJECTED-LINE
007267             THRU 2610-WRITE-REJECTED-LINE-EXIT
007268     ELSE
007269         PERFORM 2810-APPLY-APPROVED
007270             THRU 2810-APPLY-APPROVED-EXIT
007271     END-IF
007272     IF HMT-APPLIED-COUNT > HMT-APPLIED-BEFORE
007273         SET PND-IS-APPROVED TO TRUE
007274     ELSE
007275         SET PND-IS-FAILED TO TRUE
007276         MOVE HMT-REJECT-REASON TO PND-DECISION-REASON
007277     END-IF
007278     REWRITE HMT-PENDING-RECORD.
007279 2800-DECIDE-CHANGE-EXIT. EXIT.
007280
007281 2810-APPLY-APPROVED.
007282     EVALUATE TRUE
007283         WHEN HMT-ACTION-ADD
007284             PERFORM 2200-APPLY-ADD
007285                 THRU 2200-APPLY-ADD-EXIT
007286         WHEN HMT-ACTION-CHANGE
007287             PERFORM 2300-APPLY-CHANGE
007288                 THRU 2300-APPLY-CHANGE-EXIT
007289         WHEN HMT-ACTION-DELETE
007290             PERFORM 2400-APPLY-DELETE
007291                 THRU 2400-APPLY-DELETE-EXIT
007292         WHEN HMT-ACTION-GENERATE
007293             PERFORM 2550-APPLY-GENERATE
007294                 THRU 2550-APPLY-GENERATE-EXIT
007295     END-EVALUATE.
007296 2810-APPLY-APPROVED-EXIT. EXIT.
007297
007298 2900-READ-TRANS.
007299     READ HMT-TRANS-FILE
007300         AT END SET HMT-END-OF-FILE TO TRUE
007301     END-READ.
007302 2900-READ-TRANS-EXIT. EXIT.
007303
007304 9000-TERMINATE.
007305     MOVE SPACES TO HMT-REPORT-TRAILER-LINE.
007306     MOVE HMT-READ-COUNT TO HTL-READ-COUNT.
007307     MOVE HMT-APPLIED-COUNT TO HTL-APPLIED-COUNT.
007308     MOVE HMT-REJECTED-COUNT TO HTL-REJECTED-COUNT.
007309     MOVE HMT-LISTED-COUNT TO HTL-LISTED-COUNT.
007310     MOVE HMT-QUEUED-COUNT TO HTL-QUEUED-COUNT.
007311     MOVE HMT-DECLINED-COUNT TO HTL-DECLINED-COUNT.
007312     WRITE HMT-REPORT-TRAILER-LINE AFTER ADVANCING 2 LINES.
007313     PERFORM 9100-WRITE-PENDING-LIST
007314         THRU 9100-WRITE-PENDING-LIST-EXIT.
007315     MOVE SPACES TO HMT-AUDIT-RECORD.
007316     MOVE HMT-RUN-TIMESTAMP TO HAU-RUN-TIMESTAMP.
007317     SET HAU-CHAIN-CONTROL TO TRUE.
007318     MOVE HMT-CHAIN-RUN-COUNT TO HAU-CHAIN-RUN-COUNT.
007319     PERFORM 2655-CHAIN-AUDIT-RECORD
007320         THRU 2655-CHAIN-AUDIT-RECORD-EXIT.
007321     CLOSE HMT-TRANS-FILE
007322           HMT-MASTER-FILE
007323           HMT-REPORT-FILE
007324           HMT-AUDIT-FILE
007325           HMT-ROLLREQ-FILE
007326           HMT-PENDING-FILE.
007327 9000-TERMINATE-EXIT. EXIT.
007330
007340*----------------------------------------------------------*
007350* 9100-WRITE-PENDING-LIST - LIST EVERY CHANGE STILL AWAITING
007360* APPROVAL AFTER THIS RUN, WITH ITS REQUESTER AND AGE IN
007370* DAYS; ONE OLDER THAN THE AGE LIMIT IS FLAGGED OVERDUE.
007380*----------------------------------------------------------*
007390 9100-WRITE-PENDING-LIST.
007400     MOVE HMT-PENDING-AGE-DAYS TO HMT-AGE-LIMIT-ED.
007410     MOVE SPACES TO HMT-REPORT-HEADING.
007420     STRING "HOLIDAY CHANGES AWAITING APPROVAL - OVERDUE AFTER "
007430                DELIMITED BY SIZE
007440            HMT-AGE-LIMIT-ED DELIMITED BY SIZE
007450            " DAYS" DELIMITED BY SIZE
007460         INTO HMT-REPORT-HEADING
007470     END-STRING.
007480     WRITE HMT-REPORT-HEADING AFTER ADVANCING PAGE.
007490     MOVE SPACES TO HMT-REPORT-HEADING.
007500     STRING " CHANGE" DELIMITED BY SIZE
007510            "  A" DELIMITED BY SIZE
007520            "  DATE      " DELIMITED BY SIZE
007530            "  CAL" DELIMITED BY SIZE
007540            "  REQ BY  " DELIMITED BY SIZE
007550            "  REQUESTED " DELIMITED BY SIZE
007560            "   AGE" DELIMITED BY SIZE
007570            "  FLAG   " DELIMITED BY SIZE
007580            "  DESCRIPTION" DELIMITED BY SIZE
007590         INTO HMT-REPORT-HEADING
007600     END-STRING.
007610     WRITE HMT-REPORT-HEADING AFTER ADVANCING 2 LINES.
007620     MOVE 'N' TO HMT-PENDING-DONE-SW.
007630     MOVE ZERO TO PND-CHANGE-NO.
007640     START HMT-PENDING-FILE KEY NOT < PND-CHANGE-NO
007650         INVALID KEY SET HMT-PENDING-DONE TO TRUE
007660     END-START.
007670     PERFORM 9110-LIST-PENDING-CHANGE
007680         THRU 9110-LIST-PENDING-CHANGE-EXIT
007690         UNTIL HMT-PENDING-DONE.
007700     MOVE SPACES TO HMT-REPORT-HEADING.
007710     MOVE HMT-PENDING-COUNT TO HMT-COUNT-ED.
007720     MOVE "PENDING" TO HMT-REPORT-HEADING(1:7).
007730     MOVE HMT-COUNT-ED TO HMT-REPORT-HEADING(9:7).
007740     MOVE "OVERDUE" TO HMT-REPORT-HEADING(18:7).
007750     MOVE HMT-OVERDUE-COUNT TO HMT-COUNT-ED.
007760     MOVE HMT-COUNT-ED TO HMT-REPORT-HEADING(26:7).
007770     WRITE HMT-REPORT-HEADING AFTER ADVANCING 2 LINES.
007780 9100-WRITE-PENDING-LIST-EXIT. EXIT.
007790
007800 9110-LIST-PENDING-CHANGE.
007810     READ HMT-PENDING-FILE NEXT RECORD
007820         AT END SET HMT-PENDING-DONE TO TRUE
007830     END-READ.
007840     IF HMT-PENDING-DONE OR NOT PND-IS-PENDING
007850         GO TO 9110-LIST-PENDING-CHANGE-EXIT
007860     END-IF
007870     ADD 1 TO HMT-PENDING-COUNT.
007880     MOVE PND-TRANS-IMAGE TO HMT-TRANS-RECORD.
007890     MOVE SPACES TO HMT-PENDING-LINE.
007900     MOVE PND-CHANGE-NO TO HPL-CHANGE-NO.
007910     MOVE HMT-ACTION TO HPL-ACTION.
007920     IF HMT-IN-DAY NUMERIC AND HMT-IN-MONTH NUMERIC
007930             AND HMT-IN-YEAR NUMERIC
007940         PERFORM 2120-SET-WORK-DATE
007950             THRU 2120-SET-WORK-DATE-EXIT
007960         PERFORM 2130-FORMAT-DATE-TEXT
007970             THRU 2130-FORMAT-DATE-TEXT-EXIT
007980         MOVE HMT-DATE-TEXT TO HPL-DATE
007990     END-IF
008000     MOVE HMT-IN-CAL-CODE TO HPL-CAL-CODE.
008010     MOVE PND-REQUESTED-BY TO HPL-REQUESTED-BY.
008020     MOVE PND-REQUEST-DATE TO HMT-WORK-DATE.
008030     PERFORM 2130-FORMAT-DATE-TEXT
008040         THRU 2130-FORMAT-DATE-TEXT-EXIT.
008050     MOVE HMT-DATE-TEXT TO HPL-REQUEST-DATE.
008060     COMPUTE HMT-AGE-DAYS =
008070             FUNCTION INTEGER-OF-DATE(HMT-RUN-DATE)
008080             - FUNCTION INTEGER-OF-DATE(PND-REQUEST-DATE).
008090     MOVE HMT-AGE-DAYS TO HPL-AGE-DAYS.
008100     IF HMT-AGE-DAYS > HMT-PENDING-AGE-DAYS
008110         ADD 1 TO HMT-OVERDUE-COUNT
008120         MOVE "OVERDUE" TO HPL-OVERDUE-FLAG
008130     END-IF
008140     MOVE HMT-IN-DESCRIPTION TO HPL-DESCRIPTION.
008150     WRITE HMT-PENDING-LINE.
008160 9110-LIST-PENDING-CHANGE-EXIT. EXIT.
