000210*                TIME, PRINTS AN APPLIED/REJECTED REPORT,
000220*                AND APPENDS EVERY APPLIED CHANGE TO AN
000230*                AUDIT TRAIL.
000231* 2026-10-15 RH  EVERY APPLIED CHANGE OR DELETE NOW ALSO APPENDS
000232*                A RE-ROLL REQUEST FOR THE CODE, FROM TODAY
000233*                FORWARD, TO ROLLREQ, SO THE OBLROLL STEP THAT
000234*                FOLLOWS CAN MOVE ANY OPEN OBLIGATION THE NEW
000235*                WORKING-DAY FLAGS PUT ON, OR TAKE OFF, A
000236*                NON-BUSINESS DAY.  AN ADD REQUESTS NOTHING -
000237*                NO OBLIGATION CAN YET CARRY A NEW CODE.
000238* 2026-10-15 RH  PROFILES ARE NOW EFFECTIVE-DATED.  A WEEKEND
000239*                CHANGE USED TO BE A CHANGE TRANSACTION THAT
000240*                REWROTE THE CODE'S ONE PROFILE, SO THE DATE-
000241*                ROLL STEP APPLIED THE NEW WEEKEND TO DATES
000242*                BEFORE THE CHANGE AS WELL.  CALMAST IS NOW
000243*                KEYED ON CODE PLUS EFFECTIVE-FROM DATE AND
000244*                CALTRN CARRIES THE EFFECTIVE DATE (BLANK = THE
000245*                CODE'S ORIGINAL VERSION, IN FORCE FROM THE
000246*                BEGINNING).  AN ADD WITH A DATE STARTS A NEW
000247*                VERSION OF AN EXISTING CODE, IN FORCE UNTIL
000248*                THE DAY BEFORE ITS NEXT VERSION; CHANGE AND
000249*                DELETE NAME THE VERSION BY CODE AND DATE.  THE
000250*                ORIGINAL VERSION CANNOT BE DELETED WHILE LATER
000251*                ONES REMAIN, SO VERSIONS NEVER LEAVE A GAP OR
000252*                OVERLAP.  THE RE-ROLL REQUEST NOW COVERS EXACTLY
000253*                THE DATES THE VERSION GOVERNS, AND THE REPORT,
000254*                LIST, AND AUDIT TRAIL SHOW THE EFFECTIVE DATE.
000255* 2026-10-15 RH  MAKER-CHECKER CONTROL, AS IN HOLMNT.  AN ADD,
000256*                CHANGE, OR DELETE NO LONGER TOUCHES CALMAST WHEN
000257*                IT IS READ: IT IS EDITED AND QUEUED ON THE
000258*                PENDING-CHANGE FILE (CALPND) UNDER A NEW CHANGE
000259*                NUMBER WITH THE REQUESTING USER'S ID, WHICH
000260*                EVERY CARD NOW CARRIES.  A LATER RUN APPROVES
000261*                ('V') OR REJECTS ('R') EACH CHANGE BY NUMBER
000262*                UNDER A DIFFERENT USER ID, AND ONLY AN APPROVED
000263*                CHANGE IS APPLIED, AUDITED (WITH CHANGE NUMBER,
000264*                REQUESTER, AND APPROVER), AND RE-ROLLED.  EVERY
000265*                RUN ENDS WITH A LIST OF THE CHANGES STILL
000266*                AWAITING APPROVAL, FLAGGING ANY OLDER THAN THE
000267*                AGE LIMIT (5 DAYS UNLESS A 'P' CARD SETS
000268*                ANOTHER).
000269* 2026-10-15 RH  EVERY CALAUD RECORD NOW CARRIES A CHAIN
000270*                TRAILER - RECORD TYPE, FILE SEQUENCE NUMBER,
000271*                RUN CHANGE COUNT, PREVIOUS CHAIN VALUE, AND
000272*                ITS OWN CHAIN VALUE FOLDED FROM THE PREVIOUS
000273*                ONE AND THE RECORD'S BYTES - AND EACH RUN
000274*                CLOSES WITH A CONTROL RECORD, SO THE AUDVFY
000275*                STEP CAN PROVE NO LINE WAS DELETED, INSERTED,
000276*                OR ALTERED.  THE RECORD GROWS FROM 106 TO 148
000277*                BYTES; THE TRAILER FOLLOWS THE OLD FIELDS.
000278*----------------------------------------------------------*
000279 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000281 FILE-CONTROL.
000282     SELECT CMT-TRANS-FILE ASSIGN TO "CALTRN"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT CMT-MASTER-FILE ASSIGN TO "CALMAST"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CAM-KEY
000340         FILE STATUS IS CMT-MASTER-STATUS.
000350     SELECT CMT-REPORT-FILE ASSIGN TO "CALRPT"
000360         ORGANIZATION IS LINE SEQUENTIAL
000380     SELECT CMT-AUDIT-FILE ASSIGN TO "CALAUD"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS CMT-AUDIT-STATUS.
000402     SELECT CMT-ROLLREQ-FILE ASSIGN TO "ROLLREQ"
000404         ORGANIZATION IS LINE SEQUENTIAL
000406         FILE STATUS IS CMT-ROLLREQ-STATUS.
000407     SELECT CMT-PENDING-FILE ASSIGN TO "CALPND"
000408         ORGANIZATION IS INDEXED
000409         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS PND-CHANGE-NO
000411         FILE STATUS IS CMT-PENDING-STATUS.
000412
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  CMT-TRANS-FILE.
000480         88  CMT-ACTION-CHANGE             VALUE 'C'.
000490         88  CMT-ACTION-DELETE             VALUE 'D'.
000500         88  CMT-ACTION-LIST               VALUE 'L'.
000502         88  CMT-ACTION-APPROVE            VALUE 'V'.
000504         88  CMT-ACTION-REJECT             VALUE 'R'.
000506         88  CMT-ACTION-PENDING-AGE        VALUE 'P'.
000510     05  CMT-IN-CODE             PIC X(03).
000520     05  CMT-IN-DAY-FLAG         PIC X(01) OCCURS 7 TIMES.
000530     05  CMT-IN-DESCRIPTION      PIC X(30).
000532     05  CMT-IN-EFFECTIVE-DATE   PIC X(08).
000534     05  CMT-IN-EFFECTIVE-NUM    REDEFINES CMT-IN-EFFECTIVE-DATE
000536                                 PIC 9(08).
000537     05  CMT-IN-USER-ID          PIC X(08).
000538     05  CMT-IN-CHANGE-NO        PIC X(07).
000539     05  CMT-IN-CHANGE-NUM       REDEFINES CMT-IN-CHANGE-NO
000540                                 PIC 9(07).
000541     05  CMT-IN-AGE-DAYS         PIC X(03).
000542     05  CMT-IN-AGE-NUM          REDEFINES CMT-IN-AGE-DAYS
000543                                 PIC 9(03).
000544
000550 FD  CMT-MASTER-FILE.
000560 01  CMT-MASTER-RECORD.
000570     COPY CALMST.
000580
000590 FD  CMT-REPORT-FILE.
000600 01  CMT-REPORT-HEADING          PIC X(110).
000610 01  CMT-REPORT-DETAIL-LINE.
000620     05  CRP-SEQUENCE-NO         PIC Z(6)9.
000630     05  FILLER                  PIC X(02).
000650     05  FILLER                  PIC X(02).
000660     05  CRP-CODE                PIC X(03).
000670     05  FILLER                  PIC X(02).
000673     05  CRP-EFFECTIVE-DATE      PIC X(08).
000676     05  FILLER                  PIC X(02).
000680     05  CRP-DAY-FLAGS           PIC X(07).
000690     05  FILLER                  PIC X(02).
000700     05  CRP-STATUS              PIC X(08).
000710     05  FILLER                  PIC X(02).
000720     05  CRP-REASON              PIC X(30).
000722     05  FILLER                  PIC X(02).
000724     05  CRP-CHANGE-NO           PIC Z(07).
000726     05  FILLER                  PIC X(02).
000728     05  CRP-USER-ID             PIC X(08).
000730 01  CMT-REPORT-TRAILER-LINE.
000740     05  FILLER                  PIC X(09).
000750     05  CTL-READ-COUNT          PIC Z(6)9.
000790     05  CTL-REJECTED-COUNT      PIC Z(6)9.
000800     05  FILLER                  PIC X(01).
000810     05  CTL-LISTED-COUNT        PIC Z(6)9.
000811     05  FILLER                  PIC X(01).
000812     05  CTL-QUEUED-COUNT        PIC Z(6)9.
000813     05  FILLER                  PIC X(01).
000814     05  CTL-DECLINED-COUNT      PIC Z(6)9.
000815 01  CMT-PENDING-LINE.
000816     05  CPL-CHANGE-NO           PIC Z(6)9.
000817     05  FILLER                  PIC X(02).
000818     05  CPL-ACTION              PIC X(01).
000819     05  FILLER                  PIC X(02).
000820     05  CPL-CODE                PIC X(03).
000821     05  FILLER                  PIC X(02).
000822     05  CPL-EFFECTIVE-DATE      PIC X(08).
000823     05  FILLER                  PIC X(02).
000824     05  CPL-DAY-FLAGS           PIC X(07).
000825     05  FILLER                  PIC X(02).
000826     05  CPL-REQUESTED-BY        PIC X(08).
000827     05  FILLER                  PIC X(02).
000828     05  CPL-REQUEST-DATE        PIC 9(08).
000829     05  FILLER                  PIC X(02).
000830     05  CPL-AGE-DAYS            PIC ZZZ9.
000831     05  FILLER                  PIC X(02).
000832     05  CPL-OVERDUE-FLAG        PIC X(07).
000833     05  FILLER                  PIC X(02).
000834     05  CPL-DESCRIPTION         PIC X(30).
000835
000836 FD  CMT-AUDIT-FILE.
000840 01  CMT-AUDIT-RECORD.
000850     05  CAU-RUN-TIMESTAMP       PIC X(26).
000860     05  FILLER                  PIC X(01).
000880     05  FILLER                  PIC X(01).
000890     05  CAU-CODE                PIC X(03).
000900     05  FILLER                  PIC X(01).
000903     05  CAU-EFFECTIVE-DATE      PIC 9(08).
000906     05  FILLER                  PIC X(01).
000910     05  CAU-DAY-FLAGS           PIC X(07).
000920     05  FILLER                  PIC X(01).
000930     05  CAU-DESCRIPTION         PIC X(30).
000931     05  FILLER                  PIC X(01).
000932     05  CAU-CHANGE-NO           PIC 9(07).
000933     05  FILLER                  PIC X(01).
000934     05  CAU-REQUESTED-BY        PIC X(08).
000935     05  FILLER                  PIC X(01).
000936     05  CAU-APPROVED-BY         PIC X(08).
000937     05  FILLER                  PIC X(01).
000938     05  CAU-CHAIN-REC-TYPE      PIC X(01).
000939         88  CAU-CHAIN-DETAIL               VALUE 'D'.
000940         88  CAU-CHAIN-CONTROL              VALUE 'C'.
000941     05  FILLER                  PIC X(01).
000942     05  CAU-CHAIN-SEQUENCE-NO   PIC 9(09).
000943     05  FILLER                  PIC X(01).
000944     05  CAU-CHAIN-RUN-COUNT     PIC 9(09).
000945     05  FILLER                  PIC X(01).
000946     05  CAU-CHAIN-PREV-VALUE    PIC 9(09).
000947     05  FILLER                  PIC X(01).
000948     05  CAU-CHAIN-VALUE         PIC 9(09).
000949
000950 FD  CMT-ROLLREQ-FILE.
000951 01  CMT-ROLLREQ-RECORD.
000952     COPY ROLLREQ.
000953
000954 FD  CMT-PENDING-FILE.
000955 01  CMT-PENDING-RECORD.
000956     COPY PNDCHG.
000957
000958 WORKING-STORAGE SECTION.
000960 77  CMT-MASTER-STATUS           PIC X(02).
000970     88  CMT-MASTER-FILE-NOT-FOUND          VALUE '35'.
000980 77  CMT-REPORT-STATUS           PIC X(02).
000990     88  CMT-REPORT-FILE-NOT-FOUND          VALUE '35'.
001000 77  CMT-AUDIT-STATUS            PIC X(02).
001010     88  CMT-AUDIT-FILE-NOT-FOUND           VALUE '35'.
001027 77  CMT-ROLLREQ-STATUS          PIC X(02).
001028     88  CMT-ROLLREQ-FILE-NOT-FOUND         VALUE '35'.
001029 77  CMT-PENDING-STATUS          PIC X(02).
001030     88  CMT-PENDING-FILE-NOT-FOUND         VALUE '35'.
001031
001032*--------------------------------------------------------*
001033* AUDIT CHAIN WORK FIELDS.  EVERY CALAUD RECORD CARRIES A
001034* SEQUENCE NUMBER THAT RUNS ON ACROSS THE WHOLE FILE AND A
001035* CHAIN VALUE FOLDED FROM THE PREVIOUS RECORD'S CHAIN
001036* VALUE AND THIS RECORD'S OWN BYTES, SO A LINE DELETED,
001037* INSERTED, OR ALTERED ANYWHERE BREAKS EVERY LINK AFTER
001038* IT.  EACH RUN CLOSES WITH A CONTROL RECORD GIVING THE
001039* NUMBER OF CHANGES IT LOGGED.
001040*--------------------------------------------------------*
001041 77  CMT-CHAIN-LAST-SEQUENCE     PIC 9(09)  COMP.
001042 77  CMT-CHAIN-LAST-VALUE        PIC 9(09)  COMP.
001043 77  CMT-CHAIN-RUN-COUNT         PIC 9(09)  COMP.
001044 77  CMT-CHAIN-WORK              PIC 9(15)  COMP.
001045 77  CMT-CHAIN-SUB               PIC 9(04)  COMP.
001046 77  CMT-CHAIN-EOF-SW            PIC X(01).
001047     88  CMT-CHAIN-EOF                      VALUE 'Y'.
001048
001049 77  CMT-END-OF-FILE-SW          PIC X(01)  VALUE 'N'.
001050     88  CMT-END-OF-FILE                    VALUE 'Y'.
001051 77  CMT-VALID-TRANS-SW          PIC X(01).
001060     88  CMT-TRANS-IS-VALID                 VALUE 'Y'.
001070     88  CMT-TRANS-IS-INVALID               VALUE 'N'.
001080 77  CMT-LIST-DONE-SW            PIC X(01).
001090     88  CMT-LIST-DONE                      VALUE 'Y'.
001100 77  CMT-REJECT-REASON           PIC X(30).
001110 77  CMT-RUN-TIMESTAMP           PIC X(26).
001115 77  CMT-RUN-DATE                PIC 9(08).
001116
001117*--------------------------------------------------------*
001118* VERSION WORK FIELDS.  THE EFFECTIVE DATE IS THE ONE THE
001119* TRANSACTION NAMES (ZERO = THE ORIGINAL VERSION).  A SCAN
001120* OF THE CODE'S VERSIONS COUNTS THEM AND FINDS THE NEXT
001121* ONE TO TAKE EFFECT AFTER IT, WHICH BOUNDS THE DATES THE
001122* VERSION GOVERNS - AND SO THE RE-ROLL RANGE.
001123*--------------------------------------------------------*
001124 77  CMT-EFFECTIVE-DATE          PIC 9(08).
001125 77  CMT-NEXT-EFFECTIVE-DATE     PIC 9(08).
001126 77  CMT-VERSION-COUNT           PIC 9(04)  COMP.
001127 77  CMT-MAX-VERSIONS            PIC 9(04)  COMP VALUE 20.
001128 77  CMT-SCAN-DONE-SW            PIC X(01).
001129     88  CMT-SCAN-DONE                      VALUE 'Y'.
001130 77  CMT-EARLIEST-DATE           PIC 9(08)  VALUE 16010101.
001131 77  CMT-RANGE-INTEGER           PIC S9(09) COMP.
001132
001133*--------------------------------------------------------*
001134* MAKER-CHECKER WORK FIELDS.  THE CARD USER IS THE USER ID
001135* ON THE CARD BEING PROCESSED - THE REQUESTER ON A QUEUED
001136* CHANGE, THE CHECKER ON AN APPROVAL OR REJECTION.  THE
001137* CHANGE NUMBER IS THE ONE THE CURRENT LINE CONCERNS (ZERO
001138* FOR A LIST).  CHANGE NUMBERS CONTINUE FROM THE HIGHEST ON
001139* THE PENDING FILE.
001140*--------------------------------------------------------*
001141 77  CMT-CARD-USER-ID            PIC X(08).
001142 77  CMT-REQUESTED-BY            PIC X(08).
001143 77  CMT-CHANGE-NO               PIC 9(07).
001144 77  CMT-LAST-CHANGE-NO          PIC 9(07)  VALUE ZERO.
001145 77  CMT-LINE-STATUS             PIC X(08).
001146 77  CMT-APPLIED-BEFORE          PIC 9(09)  COMP.
001147 77  CMT-PENDING-AGE-DAYS        PIC 9(03)  VALUE 5.
001148 77  CMT-AGE-DAYS                PIC S9(09) COMP.
001149 77  CMT-PENDING-DONE-SW         PIC X(01).
001150     88  CMT-PENDING-DONE                   VALUE 'Y'.
001151 77  CMT-COUNT-ED                PIC Z(6)9.
001152 77  CMT-AGE-LIMIT-ED            PIC ZZ9.
001153
001154 77  CMT-FLAG-SUB                PIC 9(04)  COMP.
001155 77  CMT-WORKDAY-COUNT           PIC 9(04)  COMP.
001156 77  CMT-CODE-SUB                PIC 9(04)  COMP.
001160 77  CMT-CODE-BLANK-SW           PIC X(01).
001170     88  CMT-CODE-BLANK-SEEN                VALUE 'Y'.
001180 77  CMT-CODE-CHAR               PIC X(01).
001210 77  CMT-APPLIED-COUNT           PIC 9(09)  COMP VALUE ZERO.
001220 77  CMT-REJECTED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001230 77  CMT-LISTED-COUNT            PIC 9(09)  COMP VALUE ZERO.
001232 77  CMT-QUEUED-COUNT            PIC 9(09)  COMP VALUE ZERO.
001234 77  CMT-DECLINED-COUNT          PIC 9(09)  COMP VALUE ZERO.
001236 77  CMT-PENDING-COUNT           PIC 9(09)  COMP VALUE ZERO.
001238 77  CMT-OVERDUE-COUNT           PIC 9(09)  COMP VALUE ZERO.
001240
001250 PROCEDURE DIVISION.
001260*----------------------------------------------------------*
001360
001370*----------------------------------------------------------*
001380* 1000-INITIALIZE - OPEN THE FILES.  A FIRST-EVER RUN
001390* CREATES THE MASTER AND THE PENDING-CHANGE FILE; THE AUDIT
001400* TRAIL IS OPENED FOR EXTEND SO EVERY RUN'S CHANGES
001405* ACCUMULATE.
001410*----------------------------------------------------------*
001420 1000-INITIALIZE.
001430     MOVE FUNCTION CURRENT-DATE TO CMT-RUN-TIMESTAMP.
001435     MOVE CMT-RUN-TIMESTAMP(1:8) TO CMT-RUN-DATE.
001440     OPEN INPUT CMT-TRANS-FILE.
001450     OPEN I-O CMT-MASTER-FILE.
001460     IF CMT-MASTER-FILE-NOT-FOUND
001540         MOVE 16 TO RETURN-CODE
001550         STOP RUN
001560     END-IF
001561     OPEN I-O CMT-PENDING-FILE.
001562     IF CMT-PENDING-FILE-NOT-FOUND
001563         OPEN OUTPUT CMT-PENDING-FILE
001564         CLOSE CMT-PENDING-FILE
001565         OPEN I-O CMT-PENDING-FILE
001566     END-IF
001567     IF CMT-PENDING-STATUS NOT = '00'
001568         DISPLAY "CALMNT: PENDING-CHANGE FILE COULD NOT BE OPENED"
001569             " - STATUS " CMT-PENDING-STATUS " - RUN ABORTED"
001570         MOVE 16 TO RETURN-CODE
001571         STOP RUN
001572     END-IF
001573     PERFORM 1200-FIND-LAST-CHANGE-NO
001574         THRU 1200-FIND-LAST-CHANGE-NO-EXIT.
001575     OPEN EXTEND CMT-REPORT-FILE.
001580     IF CMT-REPORT-FILE-NOT-FOUND
001590         OPEN OUTPUT CMT-REPORT-FILE
001600     END-IF
001603     PERFORM 1020-FIND-AUDIT-CHAIN-END
001606         THRU 1020-FIND-AUDIT-CHAIN-END-EXIT.
001610     OPEN EXTEND CMT-AUDIT-FILE.
001620     IF CMT-AUDIT-FILE-NOT-FOUND
001630         OPEN OUTPUT CMT-AUDIT-FILE
001640     END-IF
001642     OPEN EXTEND CMT-ROLLREQ-FILE.
001644     IF CMT-ROLLREQ-FILE-NOT-FOUND
001646         OPEN OUTPUT CMT-ROLLREQ-FILE
001648     END-IF
001650     PERFORM 1300-WRITE-REPORT-HEADINGS
001660         THRU 1300-WRITE-REPORT-HEADINGS-EXIT.
001670     PERFORM 2900-READ-TRANS THRU 2900-READ-TRANS-EXIT.
001680 1000-INITIALIZE-EXIT. EXIT.
001681*----------------------------------------------------------*
001682* 1020-FIND-AUDIT-CHAIN-END - READ THE AUDIT TRAIL THROUGH
001683* TO PICK UP THE SEQUENCE NUMBER AND CHAIN VALUE OF ITS
001684* LAST CHAINED RECORD, WHICH THIS RUN'S FIRST RECORD LINKS
001685* TO.  A NEW TRAIL, OR ONE HOLDING ONLY RECORDS WRITTEN
001686* BEFORE CHAINING BEGAN, STARTS THE CHAIN AT SEQUENCE 1.
001687*----------------------------------------------------------*
001688 1020-FIND-AUDIT-CHAIN-END.
001689     MOVE ZERO TO CMT-CHAIN-LAST-SEQUENCE.
001690     MOVE ZERO TO CMT-CHAIN-LAST-VALUE.
001691     MOVE ZERO TO CMT-CHAIN-RUN-COUNT.
001692     MOVE 'N'  TO CMT-CHAIN-EOF-SW.
001693     OPEN INPUT CMT-AUDIT-FILE.
001694     IF CMT-AUDIT-FILE-NOT-FOUND
001695         GO TO 1020-FIND-AUDIT-CHAIN-END-EXIT
001696     END-IF
001697     IF CMT-AUDIT-STATUS NOT = '00'
001698         DISPLAY "CALMNT: AUDIT TRAIL COULD NOT BE READ - "
001699             "STATUS " CMT-AUDIT-STATUS " - RUN ABORTED"
001700         MOVE 16 TO RETURN-CODE
001701         STOP RUN
001702     END-IF
001703     PERFORM 1025-READ-AUDIT-CHAIN
001704         THRU 1025-READ-AUDIT-CHAIN-EXIT
001705         UNTIL CMT-CHAIN-EOF.
001706     CLOSE CMT-AUDIT-FILE.
001707 1020-FIND-AUDIT-CHAIN-END-EXIT. EXIT.
001708
001709 1025-READ-AUDIT-CHAIN.
001710     READ CMT-AUDIT-FILE
001711         AT END SET CMT-CHAIN-EOF TO TRUE
001712     END-READ.
001713     IF CMT-CHAIN-EOF
001714         GO TO 1025-READ-AUDIT-CHAIN-EXIT
001715     END-IF
001716     IF (CAU-CHAIN-DETAIL OR CAU-CHAIN-CONTROL)
001717        AND CAU-CHAIN-SEQUENCE-NO IS NUMERIC
001718        AND CAU-CHAIN-VALUE IS NUMERIC
001719         MOVE CAU-CHAIN-SEQUENCE-NO TO CMT-CHAIN-LAST-SEQUENCE
001720         MOVE CAU-CHAIN-VALUE       TO CMT-CHAIN-LAST-VALUE
001721     END-IF.
001722 1025-READ-AUDIT-CHAIN-EXIT. EXIT.
001723
001724*----------------------------------------------------------*
001725* 1200-FIND-LAST-CHANGE-NO - BROWSE THE PENDING-CHANGE FILE
001726* TO THE END; NEW CHANGE NUMBERS CONTINUE FROM ITS HIGHEST.
001727*----------------------------------------------------------*
001728 1200-FIND-LAST-CHANGE-NO.
001729     MOVE 'N' TO CMT-PENDING-DONE-SW.
001730     MOVE ZERO TO PND-CHANGE-NO.
001731     START CMT-PENDING-FILE KEY NOT < PND-CHANGE-NO
001732         INVALID KEY SET CMT-PENDING-DONE TO TRUE
001733     END-START.
001734     PERFORM 1210-READ-NEXT-CHANGE
001735         THRU 1210-READ-NEXT-CHANGE-EXIT
001736         UNTIL CMT-PENDING-DONE.
001737 1200-FIND-LAST-CHANGE-NO-EXIT. EXIT.
001738
001739 1210-READ-NEXT-CHANGE.
001740     READ CMT-PENDING-FILE NEXT RECORD
001741         AT END SET CMT-PENDING-DONE TO TRUE
001742     END-READ.
001743     IF NOT CMT-PENDING-DONE
001744         MOVE PND-CHANGE-NO TO CMT-LAST-CHANGE-NO
001745     END-IF.
001746 1210-READ-NEXT-CHANGE-EXIT. EXIT.
001747
001748 1300-WRITE-REPORT-HEADINGS.
001749     MOVE SPACES TO CMT-REPORT-HEADING.
001750     MOVE "CALENDAR PROFILE MAINTENANCE REPORT"
001751         TO CMT-REPORT-HEADING.
001752     WRITE CMT-REPORT-HEADING AFTER ADVANCING PAGE.
001753     MOVE SPACES TO CMT-REPORT-HEADING.
001760     STRING "SEQ NO" DELIMITED BY SIZE
001770            "  A" DELIMITED BY SIZE
001780            "  CAL" DELIMITED BY SIZE
001785            "  EFF DATE" DELIMITED BY SIZE
001790            "  SMTWTFS" DELIMITED BY SIZE
001800            "  STATUS  " DELIMITED BY SIZE
001810            "  REASON/DESCRIPTION" DELIMITED BY SIZE
001813            "                CHANGE" DELIMITED BY SIZE
001816            "  USER" DELIMITED BY SIZE
001820         INTO CMT-REPORT-HEADING
001830     END-STRING.
001840     WRITE CMT-REPORT-HEADING AFTER ADVANCING 2 LINES.
001850 1300-WRITE-REPORT-HEADINGS-EXIT. EXIT.
001860
001861*----------------------------------------------------------*
001862* 2000-PROCESS-TRANS - EDIT ONE CARD AND ACT ON IT.  A
001863* CHANGE TO THE MASTER IS ONLY QUEUED HERE; IT IS APPLIED
001864* WHEN A DIFFERENT USER APPROVES IT IN A LATER RUN (2800).
001865* A LIST IS READ-ONLY AND RUNS AT ONCE.
001866*----------------------------------------------------------*
001870 2000-PROCESS-TRANS.
001880     ADD 1 TO CMT-READ-COUNT.
001882     MOVE CMT-IN-USER-ID TO CMT-CARD-USER-ID.
001884     MOVE SPACES TO CMT-REQUESTED-BY.
001886     MOVE ZERO TO CMT-CHANGE-NO.
001890     PERFORM 2100-VALIDATE-TRANS THRU 2100-VALIDATE-TRANS-EXIT.
001900     IF CMT-TRANS-IS-VALID
001910         EVALUATE TRUE
001919             WHEN CMT-ACTION-ADD OR CMT-ACTION-CHANGE
001928               OR CMT-ACTION-DELETE
001937                 PERFORM 2700-QUEUE-CHANGE
001946                     THRU 2700-QUEUE-CHANGE-EXIT
001955             WHEN CMT-ACTION-LIST
001964                 PERFORM 2500-LIST-PROFILES
001973                     THRU 2500-LIST-PROFILES-EXIT
001982             WHEN CMT-ACTION-APPROVE OR CMT-ACTION-REJECT
001991                 PERFORM 2800-DECIDE-CHANGE
002000                     THRU 2800-DECIDE-CHANGE-EXIT
002009             WHEN CMT-ACTION-PENDING-AGE
002018                 PERFORM 2750-SET-PENDING-AGE
002027                     THRU 2750-SET-PENDING-AGE-EXIT
002040         END-EVALUATE
002050     ELSE
002060         ADD 1 TO CMT-REJECTED-COUNT
002120
002130*----------------------------------------------------------*
002140* 2100-VALIDATE-TRANS - EDIT ONE MAINTENANCE TRANSACTION.
002150* THE ACTION MUST BE A/C/D/L/V/R/P; A LIST NEEDS NOTHING
002152* MORE, AND AN APPROVAL, REJECTION, OR AGE-LIMIT CARD HAS
002154* ITS OWN EDIT (2190).  EVERY CHANGE MUST NAME THE USER
002156* REQUESTING IT.
002160* ANY OTHER ACTION NEEDS A NON-BLANK, LEFT-JUSTIFIED CODE
002170* OF UPPER-CASE LETTERS AND DIGITS (THE BLANK CODE IS THE
002180* DATE-ROLL STEP'S BUILT-IN DEFAULT AND CANNOT BE
002190* MAINTAINED), AND AN ADD OR CHANGE NEEDS SEVEN Y/N FLAGS
002200* WITH AT LEAST ONE WORKING DAY, SO A PROFILE THAT WOULD
002210* LEAVE THE ADJUST LOOP NOWHERE TO LAND CANNOT REACH THE
002220* MASTER.  THE EFFECTIVE DATE MUST BE BLANK (THE ORIGINAL
002225* VERSION) OR A REAL CALENDAR DATE.
002230*----------------------------------------------------------*
002240 2100-VALIDATE-TRANS.
002250     SET CMT-TRANS-IS-VALID TO TRUE.
002251     IF CMT-ACTION-APPROVE OR CMT-ACTION-REJECT
002252             OR CMT-ACTION-PENDING-AGE
002253         PERFORM 2190-VALIDATE-DECISION
002254             THRU 2190-VALIDATE-DECISION-EXIT
002255         GO TO 2100-VALIDATE-TRANS-EXIT
002256     END-IF
002260     IF NOT CMT-ACTION-ADD AND NOT CMT-ACTION-CHANGE
002270             AND NOT CMT-ACTION-DELETE AND NOT CMT-ACTION-LIST
002280         SET CMT-TRANS-IS-INVALID TO TRUE
002330         GO TO 2100-VALIDATE-TRANS-EXIT
002340     END-IF
002350     PERFORM 2120-VALIDATE-CODE THRU 2120-VALIDATE-CODE-EXIT.
002351     IF CMT-TRANS-IS-VALID AND CMT-IN-USER-ID = SPACES
002352         SET CMT-TRANS-IS-INVALID TO TRUE
002353         MOVE "REQUESTING USER ID IS BLANK" TO CMT-REJECT-REASON
002354     END-IF
002355     IF CMT-TRANS-IS-VALID
002356         PERFORM 2140-VALIDATE-EFFECTIVE-DATE
002357             THRU 2140-VALIDATE-EFFECTIVE-DATE-EXIT
002358     END-IF
002360     IF CMT-TRANS-IS-VALID
002370             AND (CMT-ACTION-ADD OR CMT-ACTION-CHANGE)
002380         PERFORM 2130-VALIDATE-DAY-FLAGS
002910         MOVE "NO WORKING DAY IN PROFILE" TO CMT-REJECT-REASON
002920     END-IF.
002930 2130-VALIDATE-DAY-FLAGS-EXIT. EXIT.
002931
002932 2140-VALIDATE-EFFECTIVE-DATE.
002933     MOVE ZERO TO CMT-EFFECTIVE-DATE.
002934     IF CMT-IN-EFFECTIVE-DATE = SPACES
002935         GO TO 2140-VALIDATE-EFFECTIVE-DATE-EXIT
002936     END-IF
002937     IF CMT-IN-EFFECTIVE-DATE NOT NUMERIC
002938         SET CMT-TRANS-IS-INVALID TO TRUE
002939         MOVE "INVALID EFFECTIVE DATE" TO CMT-REJECT-REASON
002940         GO TO 2140-VALIDATE-EFFECTIVE-DATE-EXIT
002941     END-IF
002942     IF CMT-IN-EFFECTIVE-NUM = ZERO
002943         GO TO 2140-VALIDATE-EFFECTIVE-DATE-EXIT
002944     END-IF
002945     IF FUNCTION TEST-DATE-YYYYMMDD(CMT-IN-EFFECTIVE-NUM) NOT = 0
002946         SET CMT-TRANS-IS-INVALID TO TRUE
002947         MOVE "INVALID EFFECTIVE DATE" TO CMT-REJECT-REASON
002948         GO TO 2140-VALIDATE-EFFECTIVE-DATE-EXIT
002949     END-IF
002950     MOVE CMT-IN-EFFECTIVE-NUM TO CMT-EFFECTIVE-DATE.
002951 2140-VALIDATE-EFFECTIVE-DATE-EXIT. EXIT.
002952
002953*----------------------------------------------------------*
002954* 2190-VALIDATE-DECISION - AN APPROVAL OR REJECTION NEEDS
002955* THE CHECKER'S USER ID AND A NUMERIC CHANGE NUMBER; AN
002956* AGE-LIMIT CARD NEEDS A NUMERIC NUMBER OF DAYS.
002957*----------------------------------------------------------*
002958 2190-VALIDATE-DECISION.
002959     IF CMT-ACTION-PENDING-AGE
002960         IF CMT-IN-AGE-DAYS NOT NUMERIC
002961             SET CMT-TRANS-IS-INVALID TO TRUE
002962             MOVE "INVALID PENDING AGE DAYS" TO CMT-REJECT-REASON
002963         END-IF
002964         GO TO 2190-VALIDATE-DECISION-EXIT
002965     END-IF
002966     IF CMT-IN-USER-ID = SPACES
002967         SET CMT-TRANS-IS-INVALID TO TRUE
002968         MOVE "CHECKER USER ID IS BLANK" TO CMT-REJECT-REASON
002969         GO TO 2190-VALIDATE-DECISION-EXIT
002970     END-IF
002971     IF CMT-IN-CHANGE-NO NOT NUMERIC
002972             OR CMT-IN-CHANGE-NUM = ZERO
002973         SET CMT-TRANS-IS-INVALID TO TRUE
002974         MOVE "INVALID CHANGE NUMBER" TO CMT-REJECT-REASON
002975     END-IF.
002976 2190-VALIDATE-DECISION-EXIT. EXIT.
002977
002978*----------------------------------------------------------*
002979* 2200-APPLY-ADD - WRITE A NEW PROFILE VERSION.  WITH NO
002980* EFFECTIVE DATE IT IS A NEW CODE'S ORIGINAL VERSION, SO
002981* THE CODE MUST NOT YET BE ON THE MASTER; WITH A DATE IT
002982* STARTS A LATER VERSION OF A CODE THAT IS, WHICH THEN
002983* GOVERNS FROM THAT DATE UNTIL THE DAY BEFORE THE CODE'S NEXT
002984* VERSION.  THE KEYED WRITE ITSELF IS THE CHECK AGAINST A
002985* SECOND VERSION ON THE SAME DATE.
002986*----------------------------------------------------------*
002987 2200-APPLY-ADD.
002988     PERFORM 2170-SCAN-CODE-VERSIONS
002989         THRU 2170-SCAN-CODE-VERSIONS-EXIT.
002990     EVALUATE TRUE
002991         WHEN CMT-EFFECTIVE-DATE = ZERO
002992          AND CMT-VERSION-COUNT > ZERO
002993             MOVE "CODE ALREADY ON MASTER" TO CMT-REJECT-REASON
002994         WHEN CMT-EFFECTIVE-DATE NOT = ZERO
002995          AND CMT-VERSION-COUNT = ZERO
002996             MOVE "CODE NOT ON MASTER" TO CMT-REJECT-REASON
002997         WHEN CMT-VERSION-COUNT NOT < CMT-MAX-VERSIONS
002998             MOVE "CODE ALREADY HAS 20 VERSIONS"
002999                 TO CMT-REJECT-REASON
003000         WHEN OTHER
003001             MOVE SPACES TO CMT-REJECT-REASON
003002     END-EVALUATE
003003     IF CMT-REJECT-REASON NOT = SPACES
003004         ADD 1 TO CMT-REJECTED-COUNT
003005         PERFORM 2610-WRITE-REJECTED-LINE
003006             THRU 2610-WRITE-REJECTED-LINE-EXIT
003007         GO TO 2200-APPLY-ADD-EXIT
003008     END-IF
003010     PERFORM 2150-BUILD-MASTER-RECORD
003020         THRU 2150-BUILD-MASTER-RECORD-EXIT.
003030     WRITE CMT-MASTER-RECORD
003040         INVALID KEY
003050             ADD 1 TO CMT-REJECTED-COUNT
003060             MOVE "VERSION ALREADY ON MASTER"
003065                 TO CMT-REJECT-REASON
003070             PERFORM 2610-WRITE-REJECTED-LINE
003080                 THRU 2610-WRITE-REJECTED-LINE-EXIT
003090         NOT INVALID KEY
003140
003150 2150-BUILD-MASTER-RECORD.
003160     MOVE CMT-IN-CODE TO CAM-CODE.
003165     MOVE CMT-EFFECTIVE-DATE TO CAM-EFFECTIVE-DATE.
003170     PERFORM VARYING CMT-FLAG-SUB FROM 1 BY 1
003180             UNTIL CMT-FLAG-SUB > 7
003190         MOVE CMT-IN-DAY-FLAG(CMT-FLAG-SUB)
003220     MOVE CMT-IN-DESCRIPTION TO CAM-DESCRIPTION.
003230 2150-BUILD-MASTER-RECORD-EXIT. EXIT.
003240
003242*----------------------------------------------------------*
003244* 2300-APPLY-CHANGE - REPLACE THE FLAGS AND DESCRIPTION OF
003246* THE ONE VERSION NAMED BY CODE AND EFFECTIVE DATE.
003248*----------------------------------------------------------*
003250 2300-APPLY-CHANGE.
003253     PERFORM 2170-SCAN-CODE-VERSIONS
003256         THRU 2170-SCAN-CODE-VERSIONS-EXIT.
003260     MOVE CMT-IN-CODE TO CAM-CODE.
003265     MOVE CMT-EFFECTIVE-DATE TO CAM-EFFECTIVE-DATE.
003270     READ CMT-MASTER-FILE
003280         INVALID KEY
003290             ADD 1 TO CMT-REJECTED-COUNT
003300             MOVE "VERSION NOT ON MASTER" TO CMT-REJECT-REASON
003310             PERFORM 2610-WRITE-REJECTED-LINE
003320                 THRU 2610-WRITE-REJECTED-LINE-EXIT
003330         NOT INVALID KEY
003390     END-READ.
003400 2300-APPLY-CHANGE-EXIT. EXIT.
003410
003411*----------------------------------------------------------*
003412* 2400-APPLY-DELETE - REMOVE THE ONE VERSION NAMED BY CODE
003413* AND EFFECTIVE DATE; THE VERSION BEFORE IT THEN GOVERNS ITS
003414* DATES.  THE ORIGINAL VERSION HAS NOTHING BEFORE IT, SO IT
003415* CAN ONLY GO ONCE IT IS THE CODE'S LAST VERSION - DELETING
003416* IT THEN REMOVES THE CODE.
003417*----------------------------------------------------------*
003420 2400-APPLY-DELETE.
003423     PERFORM 2170-SCAN-CODE-VERSIONS
003426         THRU 2170-SCAN-CODE-VERSIONS-EXIT.
003430     MOVE CMT-IN-CODE TO CAM-CODE.
003435     MOVE CMT-EFFECTIVE-DATE TO CAM-EFFECTIVE-DATE.
003440     READ CMT-MASTER-FILE
003450         INVALID KEY
003460             ADD 1 TO CMT-REJECTED-COUNT
003470             MOVE "VERSION NOT ON MASTER" TO CMT-REJECT-REASON
003480             PERFORM 2610-WRITE-REJECTED-LINE
003490                 THRU 2610-WRITE-REJECTED-LINE-EXIT
003492             GO TO 2400-APPLY-DELETE-EXIT
003494     END-READ.
003496     IF CMT-EFFECTIVE-DATE = ZERO AND CMT-VERSION-COUNT > 1
003498         ADD 1 TO CMT-REJECTED-COUNT
003500         MOVE "LATER VERSIONS STILL ON MASTER"
003501             TO CMT-REJECT-REASON
003502         PERFORM 2610-WRITE-REJECTED-LINE
003504             THRU 2610-WRITE-REJECTED-LINE-EXIT
003506         GO TO 2400-APPLY-DELETE-EXIT
003508     END-IF
003510     PERFORM 2160-CAPTURE-MASTER-FIELDS
003520         THRU 2160-CAPTURE-MASTER-FIELDS-EXIT.
003530     DELETE CMT-MASTER-FILE.
003540     PERFORM 2650-RECORD-APPLIED
003550         THRU 2650-RECORD-APPLIED-EXIT.
003570 2400-APPLY-DELETE-EXIT. EXIT.
003580
003590*----------------------------------------------------------*
003690     END-PERFORM.
003700     MOVE CAM-DESCRIPTION TO CMT-IN-DESCRIPTION.
003710 2160-CAPTURE-MASTER-FIELDS-EXIT. EXIT.
003711
003712*----------------------------------------------------------*
003713* 2170-SCAN-CODE-VERSIONS - BROWSE EVERY VERSION OF THE
003714* TRANSACTION'S CODE, COUNTING THEM AND NOTING THE FIRST ONE
003715* TO TAKE EFFECT AFTER THE TRANSACTION'S EFFECTIVE DATE
003716* (99999999 WHEN THERE IS NONE).
003717*----------------------------------------------------------*
003718 2170-SCAN-CODE-VERSIONS.
003719     MOVE ZERO TO CMT-VERSION-COUNT.
003720     MOVE 99999999 TO CMT-NEXT-EFFECTIVE-DATE.
003721     MOVE 'N' TO CMT-SCAN-DONE-SW.
003722     MOVE CMT-IN-CODE TO CAM-CODE.
003723     MOVE ZERO TO CAM-EFFECTIVE-DATE.
003724     START CMT-MASTER-FILE KEY NOT < CAM-KEY
003725         INVALID KEY SET CMT-SCAN-DONE TO TRUE
003726     END-START.
003727     PERFORM 2180-SCAN-ONE-VERSION
003728         THRU 2180-SCAN-ONE-VERSION-EXIT
003729         UNTIL CMT-SCAN-DONE.
003730 2170-SCAN-CODE-VERSIONS-EXIT. EXIT.
003731
003732 2180-SCAN-ONE-VERSION.
003733     READ CMT-MASTER-FILE NEXT RECORD
003734         AT END SET CMT-SCAN-DONE TO TRUE
003735     END-READ.
003736     IF CMT-SCAN-DONE
003737         GO TO 2180-SCAN-ONE-VERSION-EXIT
003738     END-IF
003739     IF CAM-CODE NOT = CMT-IN-CODE
003740         SET CMT-SCAN-DONE TO TRUE
003741         GO TO 2180-SCAN-ONE-VERSION-EXIT
003742     END-IF
003743     ADD 1 TO CMT-VERSION-COUNT.
003744     IF CAM-EFFECTIVE-DATE > CMT-EFFECTIVE-DATE
003745             AND CMT-NEXT-EFFECTIVE-DATE = 99999999
003746         MOVE CAM-EFFECTIVE-DATE TO CMT-NEXT-EFFECTIVE-DATE
003747     END-IF.
003748 2180-SCAN-ONE-VERSION-EXIT. EXIT.
003749
003750*----------------------------------------------------------*
003751* 2500-LIST-PROFILES - BROWSE THE WHOLE MASTER IN CODE
003752* ORDER AND PRINT EVERY PROFILE VERSION, SO WHAT IS ACTUALLY
003760* LOADED CAN BE SEEN WITHOUT DUMPING THE DATA SET.
003770*----------------------------------------------------------*
003780 2500-LIST-PROFILES.
003790     MOVE LOW-VALUES TO CAM-KEY.
003800     MOVE 'N' TO CMT-LIST-DONE-SW.
003810     START CMT-MASTER-FILE KEY NOT < CAM-KEY
003820         INVALID KEY SET CMT-LIST-DONE TO TRUE
003830     END-START.
003840     PERFORM 2510-LIST-ONE-PROFILE
003960         MOVE CMT-READ-COUNT TO CRP-SEQUENCE-NO
003970         MOVE CMT-ACTION TO CRP-ACTION
003980         MOVE CAM-CODE TO CRP-CODE
003981         IF CAM-EFFECTIVE-DATE = ZERO
003982             MOVE "ORIGINAL" TO CRP-EFFECTIVE-DATE
003983         ELSE
003984             MOVE CAM-EFFECTIVE-DATE TO CRP-EFFECTIVE-DATE
003985         END-IF
003990         PERFORM VARYING CMT-FLAG-SUB FROM 1 BY 1
004000                 UNTIL CMT-FLAG-SUB > 7
004010             MOVE CAM-DAY-FLAG(CMT-FLAG-SUB)
004110* 2650-RECORD-APPLIED - PRINT THE APPLIED LINE AND APPEND
004120* THE CHANGE TO THE AUDIT TRAIL.  FOR A DELETE THE FLAGS
004130* AND DESCRIPTION LOGGED ARE THE ONES THAT WERE REMOVED.
004133* EVERY CHANGE EXCEPT A NEW CODE'S ORIGINAL VERSION ALSO
004136* REQUESTS A RE-ROLL OF THE CODE'S OBLIGATIONS OVER THE
004137* DATES THE VERSION GOVERNS: FROM ITS EFFECTIVE DATE (THE
004138* EARLIEST SUPPORTED DATE FOR THE ORIGINAL VERSION) TO THE
004139* DAY BEFORE THE CODE'S NEXT VERSION, OR 31.12.9999.
004140*----------------------------------------------------------*
004150 2650-RECORD-APPLIED.
004160     ADD 1 TO CMT-APPLIED-COUNT.
004180     MOVE CMT-READ-COUNT TO CRP-SEQUENCE-NO.
004190     MOVE CMT-ACTION TO CRP-ACTION.
004200     MOVE CMT-IN-CODE TO CRP-CODE.
004201     IF CMT-EFFECTIVE-DATE = ZERO
004202         MOVE "ORIGINAL" TO CRP-EFFECTIVE-DATE
004203     ELSE
004204         MOVE CMT-EFFECTIVE-DATE TO CRP-EFFECTIVE-DATE
004205     END-IF
004210     PERFORM VARYING CMT-FLAG-SUB FROM 1 BY 1
004220             UNTIL CMT-FLAG-SUB > 7
004230         MOVE CMT-IN-DAY-FLAG(CMT-FLAG-SUB)
004250     END-PERFORM.
004260     MOVE "APPLIED" TO CRP-STATUS.
004270     MOVE CMT-IN-DESCRIPTION TO CRP-REASON.
004273     MOVE CMT-CHANGE-NO TO CRP-CHANGE-NO.
004276     MOVE CMT-CARD-USER-ID TO CRP-USER-ID.
004280     WRITE CMT-REPORT-DETAIL-LINE.
004290     MOVE SPACES TO CMT-AUDIT-RECORD.
004300     MOVE CMT-RUN-TIMESTAMP TO CAU-RUN-TIMESTAMP.
004310     MOVE CMT-ACTION TO CAU-ACTION.
004320     MOVE CMT-IN-CODE TO CAU-CODE.
004325     MOVE CMT-EFFECTIVE-DATE TO CAU-EFFECTIVE-DATE.
004330     PERFORM VARYING CMT-FLAG-SUB FROM 1 BY 1
004340             UNTIL CMT-FLAG-SUB > 7
004350         MOVE CMT-IN-DAY-FLAG(CMT-FLAG-SUB)
004360             TO CAU-DAY-FLAGS(CMT-FLAG-SUB:1)
004370     END-PERFORM.
004380     MOVE CMT-IN-DESCRIPTION TO CAU-DESCRIPTION.
004382     MOVE CMT-CHANGE-NO TO CAU-CHANGE-NO.
004384     MOVE CMT-REQUESTED-BY TO CAU-REQUESTED-BY.
004386     MOVE CMT-CARD-USER-ID TO CAU-APPROVED-BY.
004387     ADD 1 TO CMT-CHAIN-RUN-COUNT.
004388     SET CAU-CHAIN-DETAIL TO TRUE.
004389     MOVE CMT-CHAIN-RUN-COUNT TO CAU-CHAIN-RUN-COUNT.
004390     PERFORM 2655-CHAIN-AUDIT-RECORD
004391         THRU 2655-CHAIN-AUDIT-RECORD-EXIT.
004392     IF CMT-ACTION-ADD AND CMT-EFFECTIVE-DATE = ZERO
004393         GO TO 2650-RECORD-APPLIED-EXIT
004394     END-IF
004395     MOVE SPACES TO CMT-ROLLREQ-RECORD.
004396     MOVE CMT-IN-CODE TO RRQ-CAL-CODE.
004397     IF CMT-EFFECTIVE-DATE = ZERO
004398         MOVE CMT-EARLIEST-DATE TO RRQ-FROM-DATE
004399     ELSE
004400         MOVE CMT-EFFECTIVE-DATE TO RRQ-FROM-DATE
004401     END-IF
004402     IF CMT-NEXT-EFFECTIVE-DATE = 99999999
004403         MOVE 99991231 TO RRQ-TO-DATE
004404     ELSE
004405         COMPUTE CMT-RANGE-INTEGER =
004406                 FUNCTION INTEGER-OF-DATE(CMT-NEXT-EFFECTIVE-DATE)
004407                 - 1
004408         MOVE FUNCTION DATE-OF-INTEGER(CMT-RANGE-INTEGER)
004409             TO RRQ-TO-DATE
004410     END-IF
004411     MOVE "CALMNT" TO RRQ-SOURCE.
004412     MOVE CMT-ACTION TO RRQ-ACTION.
004413     MOVE CMT-IN-DESCRIPTION TO RRQ-DESCRIPTION.
004414     WRITE CMT-ROLLREQ-RECORD.
004415 2650-RECORD-APPLIED-EXIT. EXIT.
004416*----------------------------------------------------------*
004417* 2655-CHAIN-AUDIT-RECORD - NUMBER THE AUDIT RECORD, LINK
004418* IT TO THE LAST ONE WRITTEN, AND FOLD THE PREVIOUS CHAIN
004419* VALUE THROUGH EVERY BYTE OF THE RECORD AHEAD OF ITS OWN
004420* CHAIN VALUE (MULTIPLIER 257, MODULUS THE PRIME 999999937)
004421* BEFORE WRITING IT.  THE AUDVFY STEP FOLDS THE SAME WAY.
004422*----------------------------------------------------------*
004423 2655-CHAIN-AUDIT-RECORD.
004424     ADD 1 TO CMT-CHAIN-LAST-SEQUENCE.
004425     MOVE CMT-CHAIN-LAST-SEQUENCE TO CAU-CHAIN-SEQUENCE-NO.
004426     MOVE CMT-CHAIN-LAST-VALUE TO CAU-CHAIN-PREV-VALUE.
004427     MOVE CMT-CHAIN-LAST-VALUE TO CMT-CHAIN-WORK.
004428     PERFORM VARYING CMT-CHAIN-SUB FROM 1 BY 1
004429             UNTIL CMT-CHAIN-SUB > 139
004430         COMPUTE CMT-CHAIN-WORK =
004431             FUNCTION MOD(CMT-CHAIN-WORK * 257 +
004432                 FUNCTION ORD(CMT-AUDIT-RECORD(CMT-CHAIN-SUB:1)),
004433                 999999937)
004434     END-PERFORM.
004435     MOVE CMT-CHAIN-WORK TO CAU-CHAIN-VALUE.
004436     MOVE CMT-CHAIN-WORK TO CMT-CHAIN-LAST-VALUE.
004437     WRITE CMT-AUDIT-RECORD.
004438 2655-CHAIN-AUDIT-RECORD-EXIT. EXIT.
004439
004440 2610-WRITE-REJECTED-LINE.
004441     MOVE SPACES TO CMT-REPORT-DETAIL-LINE.
004442     MOVE CMT-READ-COUNT TO CRP-SEQUENCE-NO.
004450     MOVE CMT-ACTION TO CRP-ACTION.
004460     MOVE CMT-IN-CODE TO CRP-CODE.
004470     MOVE "REJECTED" TO CRP-STATUS.
004480     MOVE CMT-REJECT-REASON TO CRP-REASON.
004483     MOVE CMT-CHANGE-NO TO CRP-CHANGE-NO.
004486     MOVE CMT-CARD-USER-ID TO CRP-USER-ID.
004490     WRITE CMT-REPORT-DETAIL-LINE.
004500 2610-WRITE-REJECTED-LINE-EXIT. EXIT.
004501
004502*----------------------------------------------------------*
004503* 2660-WRITE-CHANGE-LINE - PRINT A QUEUED OR DECLINED CHANGE
004504* WITH THE STATUS IN CMT-LINE-STATUS.
004505*----------------------------------------------------------*
004506 2660-WRITE-CHANGE-LINE.
004507     MOVE SPACES TO CMT-REPORT-DETAIL-LINE.
004508     MOVE CMT-READ-COUNT TO CRP-SEQUENCE-NO.
004509     MOVE CMT-ACTION TO CRP-ACTION.
004510     MOVE CMT-IN-CODE TO CRP-CODE.
004511     IF CMT-IN-EFFECTIVE-DATE = SPACES
004512             OR CMT-IN-EFFECTIVE-DATE = ZERO
004513         MOVE "ORIGINAL" TO CRP-EFFECTIVE-DATE
004514     ELSE
004515         MOVE CMT-IN-EFFECTIVE-DATE TO CRP-EFFECTIVE-DATE
004516     END-IF
004517     PERFORM VARYING CMT-FLAG-SUB FROM 1 BY 1
004518             UNTIL CMT-FLAG-SUB > 7
004519         MOVE CMT-IN-DAY-FLAG(CMT-FLAG-SUB)
004520             TO CRP-DAY-FLAGS(CMT-FLAG-SUB:1)
004521     END-PERFORM.
004522     MOVE CMT-LINE-STATUS TO CRP-STATUS.
004523     MOVE CMT-IN-DESCRIPTION TO CRP-REASON.
004524     MOVE CMT-CHANGE-NO TO CRP-CHANGE-NO.
004525     MOVE CMT-CARD-USER-ID TO CRP-USER-ID.
004526     WRITE CMT-REPORT-DETAIL-LINE.
004527 2660-WRITE-CHANGE-LINE-EXIT. EXIT.
004528
004529*----------------------------------------------------------*
004530* 2700-QUEUE-CHANGE - HOLD AN EDITED ADD, CHANGE, OR DELETE
004531* ON THE PENDING-CHANGE FILE UNDER THE NEXT CHANGE NUMBER,
004532* WITH THE REQUESTER AND THIS RUN'S TIMESTAMP.  THE MASTER
004533* IS NOT TOUCHED.
004534*----------------------------------------------------------*
004535 2700-QUEUE-CHANGE.
004536     ADD 1 TO CMT-LAST-CHANGE-NO.
004537     MOVE CMT-LAST-CHANGE-NO TO CMT-CHANGE-NO.
004538     MOVE SPACES TO CMT-PENDING-RECORD.
004539     MOVE CMT-CHANGE-NO TO PND-CHANGE-NO.
004540     SET PND-IS-PENDING TO TRUE.
004541     MOVE CMT-CARD-USER-ID TO PND-REQUESTED-BY.
004542     MOVE CMT-RUN-TIMESTAMP TO PND-REQUESTED-AT.
004543     MOVE ZERO TO PND-DECISION-DATE.
004544     MOVE CMT-TRANS-RECORD TO PND-TRANS-IMAGE.
004545     WRITE CMT-PENDING-RECORD
004546         INVALID KEY
004547             ADD 1 TO CMT-REJECTED-COUNT
004548             MOVE "CHANGE NUMBER ALREADY IN USE"
004549                 TO CMT-REJECT-REASON
004550             PERFORM 2610-WRITE-REJECTED-LINE
004551                 THRU 2610-WRITE-REJECTED-LINE-EXIT
004552         NOT INVALID KEY
004553             ADD 1 TO CMT-QUEUED-COUNT
004554             MOVE "PENDING" TO CMT-LINE-STATUS
004555             PERFORM 2660-WRITE-CHANGE-LINE
004556                 THRU 2660-WRITE-CHANGE-LINE-EXIT
004557     END-WRITE.
004558 2700-QUEUE-CHANGE-EXIT. EXIT.
004559
004560*----------------------------------------------------------*
004561* 2750-SET-PENDING-AGE - A 'P' CARD SETS THE AGE, IN DAYS,
004562* BEYOND WHICH THE END-OF-RUN PENDING LIST FLAGS A CHANGE
004563* AS OVERDUE.
004564*----------------------------------------------------------*
004565 2750-SET-PENDING-AGE.
004566     MOVE CMT-IN-AGE-NUM TO CMT-PENDING-AGE-DAYS.
004567     MOVE CMT-PENDING-AGE-DAYS TO CMT-AGE-LIMIT-ED.
004568     MOVE SPACES TO CMT-REPORT-DETAIL-LINE.
004569     MOVE CMT-READ-COUNT TO CRP-SEQUENCE-NO.
004570     MOVE CMT-ACTION TO CRP-ACTION.
004571     MOVE "ACCEPTED" TO CRP-STATUS.
004572     STRING "PENDING AGE LIMIT " DELIMITED BY SIZE
004573            CMT-AGE-LIMIT-ED DELIMITED BY SIZE
004574            " DAYS" DELIMITED BY SIZE
004575         INTO CRP-REASON
004576     END-STRING.
004577     WRITE CMT-REPORT-DETAIL-LINE.
004578 2750-SET-PENDING-AGE-EXIT. EXIT.
004579
004580*----------------------------------------------------------*
004581* 2800-DECIDE-CHANGE - APPROVE OR REJECT ONE PENDING CHANGE
004582* BY NUMBER.  THE CHANGE MUST STILL BE PENDING, THE CHECKER
004583* MUST NOT BE THE USER WHO REQUESTED IT, AND IT MUST HAVE
004584* BEEN QUEUED BY AN EARLIER RUN.  A REJECTED CHANGE IS
004585* MARKED AND NEVER REACHES THE MASTER.  AN APPROVED CHANGE
004586* IS RE-EDITED AND APPLIED EXACTLY AS IF IT HAD JUST BEEN
004587* READ; IF THE MASTER REFUSES IT (A VERSION ADDED MEANWHILE,
004588* SAY) IT IS MARKED FAILED WITH THE REASON.
004589*----------------------------------------------------------*
004590 2800-DECIDE-CHANGE.
004591     MOVE CMT-IN-CHANGE-NUM TO CMT-CHANGE-NO.
004592     MOVE CMT-CHANGE-NO TO PND-CHANGE-NO.
004593     MOVE SPACES TO CMT-REJECT-REASON.
004594     READ CMT-PENDING-FILE
004595         INVALID KEY
004596             MOVE "CHANGE NOT ON PENDING FILE"
004597                 TO CMT-REJECT-REASON
004598     END-READ.
004599     IF CMT-REJECT-REASON = SPACES
004600         EVALUATE TRUE
004601             WHEN NOT PND-IS-PENDING
004602                 MOVE "CHANGE ALREADY DECIDED"
004603                     TO CMT-REJECT-REASON
004604             WHEN PND-REQUESTED-BY = CMT-CARD-USER-ID
004605                 MOVE "CHECKER MUST NOT BE REQUESTER"
004606                     TO CMT-REJECT-REASON
004607             WHEN PND-REQUESTED-AT = CMT-RUN-TIMESTAMP
004608                 MOVE "CHANGE QUEUED IN THIS RUN"
004609                     TO CMT-REJECT-REASON
004610         END-EVALUATE
004611     END-IF
004612     IF CMT-REJECT-REASON NOT = SPACES
004613         ADD 1 TO CMT-REJECTED-COUNT
004614         PERFORM 2610-WRITE-REJECTED-LINE
004615             THRU 2610-WRITE-REJECTED-LINE-EXIT
004616         GO TO 2800-DECIDE-CHANGE-EXIT
004617     END-IF
004618     MOVE PND-REQUESTED-BY TO CMT-REQUESTED-BY.
004619     MOVE CMT-CARD-USER-ID TO PND-DECIDED-BY.
004620     MOVE CMT-RUN-DATE TO PND-DECISION-DATE.
004621     IF CMT-ACTION-REJECT
004622         SET PND-IS-REJECTED TO TRUE
004623         REWRITE CMT-PENDING-RECORD
004624         ADD 1 TO CMT-DECLINED-COUNT
004625         MOVE PND-TRANS-IMAGE TO CMT-TRANS-RECORD
004626         MOVE "DECLINED" TO CMT-LINE-STATUS
004627         PERFORM 2660-WRITE-CHANGE-LINE
004628             THRU 2660-WRITE-CHANGE-LINE-EXIT
004629         GO TO 2800-DECIDE-CHANGE-EXIT
004630     END-IF
004631     MOVE PND-TRANS-IMAGE TO CMT-TRANS-RECORD.
004632     MOVE CMT-APPLIED-COUNT TO CMT-APPLIED-BEFORE.
004633     PERFORM 2100-VALIDATE-TRANS THRU 2100-VALIDATE-TRANS-EXIT.
004634     IF CMT-TRANS-IS-INVALID
004635         ADD 1 TO CMT-REJECTED-COUNT
004636         PERFORM 2610-WRITE-REJECTED-LINE
004637             THRU 2610-WRITE-REJECTED-LINE-EXIT
004638     ELSE
004639         PERFORM 2810-APPLY-APPROVED
004640             THRU 2810-APPLY-APPROVED-EXIT
004641     END-IF
004642     IF CMT-APPLIED-COUNT > CMT-APPLIED-BEFORE
004643         SET PND-IS-APPROVED TO TRUE
004644     ELSE
004645         SET PND-IS-FAILED TO TRUE
004646         MOVE CMT-REJECT-REASON TO PND-DECISION-REASON
004647     END-IF
004648     REWRITE CMT-PENDING-RECORD.
004649 2800-DECIDE-CHANGE-EXIT. EXIT.
004650
004651 2810-APPLY-APPROVED.
004652     EVALUATE TRUE
004653         WHEN CMT-ACTION-ADD
004654             PERFORM 2200-APPLY-ADD
004655                 THRU 2200-APPLY-ADD-EXIT
004656         WHEN CMT-ACTION-CHANGE
004657             PERFORM 2300-APPLY-CHANGE
004658                 THRU 2300-APPLY-CHANGE-EXIT
004659         WHEN CMT-ACTION-DELETE
004660             PERFORM 2400-APPLY-DELETE
004661                 THRU 2400-APPLY-DELETE-EXIT
004662     END-EVALUATE.
004663 2810-APPLY-APPROVED-EXIT. EXIT.
004664
004665 2900-READ-TRANS.
004666     READ CMT-TRANS-FILE
004667         AT END SET CMT-END-OF-FILE TO TRUE
004668     END-READ.
004669 2900-READ-TRANS-EXIT. EXIT.
004670
004671 9000-TERMINATE.
004672     MOVE SPACES TO CMT-REPORT-TRAILER-LINE.
004673     MOVE CMT-READ-COUNT TO CTL-READ-COUNT.
004674     MOVE CMT-APPLIED-COUNT TO CTL-APPLIED-COUNT.
004675     MOVE CMT-REJECTED-COUNT TO CTL-REJECTED-COUNT.
004676     MOVE CMT-LISTED-COUNT TO CTL-LISTED-COUNT.
004677     MOVE CMT-QUEUED-COUNT TO CTL-QUEUED-COUNT.
004678     MOVE CMT-DECLINED-COUNT TO CTL-DECLINED-COUNT.
004679     WRITE CMT-REPORT-TRAILER-LINE AFTER ADVANCING 2 LINES.
004680     PERFORM 9100-WRITE-PENDING-LIST
004681         THRU 9100-WRITE-PENDING-LIST-EXIT.
004682     MOVE SPACES TO CMT-AUDIT-RECORD.
004683     MOVE CMT-RUN-TIMESTAMP TO CAU-RUN-TIMESTAMP.
004684     SET CAU-CHAIN-CONTROL TO TRUE.
004685     MOVE CMT-CHAIN-RUN-COUNT TO CAU-CHAIN-RUN-COUNT.
004686     PERFORM 2655-CHAIN-AUDIT-RECORD
004687         THRU 2655-CHAIN-AUDIT-RECORD-EXIT.
004688     CLOSE CMT-TRANS-FILE
004689           CMT-MASTER-FILE
004690           CMT-REPORT-FILE
004691           CMT-AUDIT-FILE
004692           CMT-ROLLREQ-FILE
004693           CMT-PENDING-FILE.
004694 9000-TERMINATE-EXIT. EXIT.
004700
004710*----------------------------------------------------------*
004720* 9100-WRITE-PENDING-LIST - LIST EVERY CHANGE STILL AWAITING
004730* APPROVAL AFTER THIS RUN, WITH ITS REQUESTER AND AGE IN
004740* DAYS; ONE OLDER THAN THE AGE LIMIT IS FLAGGED OVERDUE.
004750*----------------------------------------------------------*
004760 9100-WRITE-PENDING-LIST.
004770     MOVE CMT-PENDING-AGE-DAYS TO CMT-AGE-LIMIT-ED.
004780     MOVE SPACES TO CMT-REPORT-HEADING.
004790     STRING "CALENDAR CHANGES AWAITING APPROVAL - OVERDUE AFTER "
004800                DELIMITED BY SIZE
004810            CMT-AGE-LIMIT-ED DELIMITED BY SIZE
004820            " DAYS" DELIMITED BY SIZE
004830         INTO CMT-REPORT-HEADING
004840     END-STRING.
004850     WRITE CMT-REPORT-HEADING AFTER ADVANCING PAGE.
004860     MOVE SPACES TO CMT-REPORT-HEADING.
004870     STRING " CHANGE" DELIMITED BY SIZE
004880            "  A" DELIMITED BY SIZE
004890            "  CAL" DELIMITED BY SIZE
004900            "  EFF DATE" DELIMITED BY SIZE
004910            "  SMTWTFS" DELIMITED BY SIZE
004920            "  REQ BY  " DELIMITED BY SIZE
004930            "  REQUESTED" DELIMITED BY SIZE
004940            "   AGE" DELIMITED BY SIZE
004950            "  FLAG   " DELIMITED BY SIZE
004960            "  DESCRIPTION" DELIMITED BY SIZE
004970         INTO CMT-REPORT-HEADING
004980     END-STRING.
004990     WRITE CMT-REPORT-HEADING AFTER ADVANCING 2 LINES.
005000     MOVE 'N' TO CMT-PENDING-DONE-SW.
005010     MOVE ZERO TO PND-CHANGE-NO.
005020     START CMT-PENDING-FILE KEY NOT < PND-CHANGE-NO
005030         INVALID KEY SET CMT-PENDING-DONE TO TRUE
005040     END-START.
005050     PERFORM 9110-LIST-PENDING-CHANGE
005060         THRU 9110-LIST-PENDING-CHANGE-EXIT
005070         UNTIL CMT-PENDING-DONE.
005080     MOVE SPACES TO CMT-REPORT-HEADING.
005090     MOVE CMT-PENDING-COUNT TO CMT-COUNT-ED.
005100     MOVE "PENDING" TO CMT-REPORT-HEADING(1:7).
005110     MOVE CMT-COUNT-ED TO CMT-REPORT-HEADING(9:7).
005120     MOVE "OVERDUE" TO CMT-REPORT-HEADING(18:7).
005130     MOVE CMT-OVERDUE-COUNT TO CMT-COUNT-ED.
005140     MOVE CMT-COUNT-ED TO CMT-REPORT-HEADING(26:7).
005150     WRITE CMT-REPORT-HEADING AFTER ADVANCING 2 LINES.
005160 9100-WRITE-PENDING-LIST-EXIT. EXIT.
005170
005180 9110-LIST-PENDING-CHANGE.
005190     READ CMT-PENDING-FILE NEXT RECORD
005200         AT END SET CMT-PENDING-DONE TO TRUE
005210     END-READ.
005220     IF CMT-PENDING-DONE OR NOT PND-IS-PENDING
005230         GO TO 9110-LIST-PENDING-CHANGE-EXIT
005240     END-IF
005250     ADD 1 TO CMT-PENDING-COUNT.
005260     MOVE PND-TRANS-IMAGE TO CMT-TRANS-RECORD.
005270     MOVE SPACES TO CMT-PENDING-LINE.
005280     MOVE PND-CHANGE-NO TO CPL-CHANGE-NO.
005290     MOVE CMT-ACTION TO CPL-ACTION.
005300     MOVE CMT-IN-CODE TO CPL-CODE.
005310     IF CMT-IN-EFFECTIVE-DATE = SPACES
005320             OR CMT-IN-EFFECTIVE-DATE = ZERO
005330         MOVE "ORIGINAL" TO CPL-EFFECTIVE-DATE
005340     ELSE
005350         MOVE CMT-IN-EFFECTIVE-DATE TO CPL-EFFECTIVE-DATE
005360     END-IF
005370     PERFORM VARYING CMT-FLAG-SUB FROM 1 BY 1
005380             UNTIL CMT-FLAG-SUB > 7
005390         MOVE CMT-IN-DAY-FLAG(CMT-FLAG-SUB)
005400             TO CPL-DAY-FLAGS(CMT-FLAG-SUB:1)
005410     END-PERFORM.
005420     MOVE PND-REQUESTED-BY TO CPL-REQUESTED-BY.
005430     MOVE PND-REQUEST-DATE TO CPL-REQUEST-DATE.
005440     COMPUTE CMT-AGE-DAYS =
005450             FUNCTION INTEGER-OF-DATE(CMT-RUN-DATE)
005460             - FUNCTION INTEGER-OF-DATE(PND-REQUEST-DATE).
005470     MOVE CMT-AGE-DAYS TO CPL-AGE-DAYS.
005480     IF CMT-AGE-DAYS > CMT-PENDING-AGE-DAYS
005490         ADD 1 TO CMT-OVERDUE-COUNT
005500         MOVE "OVERDUE" TO CPL-OVERDUE-FLAG
005510     END-IF
005520     MOVE CMT-IN-DESCRIPTION TO CPL-DESCRIPTION.
005530     WRITE CMT-PENDING-LINE.
005540 9110-LIST-PENDING-CHANGE-EXIT. EXIT.
