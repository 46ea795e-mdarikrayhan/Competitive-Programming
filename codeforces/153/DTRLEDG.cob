000270*                OBLIGATION LANDING WITHIN THE NEXT N DAYS
000280*                (DUE-LIST-DAYS IN THE SHARED RUNPARM
000290*                MEMBER).
000291* 2026-10-15 RH  ADDED SETTLEMENT POSTING AND PAST-DUE AGING.
000292*                AN OBLIGATION USED TO STAY OPEN FOREVER
000293*                ONCE ITS DUE DATE PASSED, AND THE DUE LIST
000294*                ONLY LOOKS FORWARD, SO A MISSED ITEM DROPPED
000295*                OFF EVERY LIST THE DAY AFTER IT WAS DUE.
000296*                LEDTRN NOW ALSO TAKES AN 'S' SETTLEMENT
000297*                (DUE DATE, SEQUENCE, OCCURRENCE, SETTLED
000298*                DATE, AND THE USER POSTING IT) THAT MARKS
000299*                THE OPEN OCCURRENCE SETTLED, AND EVERY RUN
000300*                PRINTS A PAST-DUE AGING REPORT (LDGAGE) OF
000301*                EACH OPEN OBLIGATION WHOSE DUE DATE HAS
000302*                PASSED, BUCKETED 1-5 / 6-30 / 31-90 / 90+
000303*                BUSINESS DAYS OVERDUE UNDER ITS OWN
000304*                CALENDAR CODE (CALMAST PROFILE AND HOLMAST
000305*                HOLIDAYS, AS THE DATE-ROLL STEP COUNTS
000306*                THEM).
000307* 2026-10-15 RH  OBLIGATIONS ARE NOW KEYED ON THE PERMANENT
000308*                BUSINESS REFERENCE THE DATE-ROLL STEP CARRIES
000309*                ON DTRSCH (PLUS THE DATE THE SCHEDULE WAS
000310*                GENERATED), NOT ON THE NIGHTLY SEQUENCE
000311*                NUMBER, WHICH RESTARTS AT 1 EVERY NIGHT AND
000312*                LET TWO NIGHTS' SCHEDULES COLLIDE ON THE KEY.
000313*                LEDTRN CANCELLATIONS AND SETTLEMENTS NOW NAME
000314*                THE REFERENCE ('C' CANCELS EVERY OPEN
000315*                OCCURRENCE OF IT POSTED ON AN EARLIER NIGHT,
000316*                SO TONIGHT'S AMENDED SCHEDULE UNDER THE SAME
000317*                REFERENCE STANDS).  THE COUNTERPARTY AND
000318*                SIGNED AMOUNT RIDE ON THE MASTER, THE DUE
000319*                LIST, AND THE AGING REPORT, AND EVERY RUN
000320*                NOW PRINTS A 13-WEEK CASH FORECAST (LDGFCST)
000321*                OF OPEN AMOUNTS BY DUE WEEK AND BY
000322*                COUNTERPARTY FOR TREASURY.
000323* 2026-10-15 RH  DTRSCH NOW CARRIES EACH OCCURRENCE'S DATE
000324*                BEFORE THE BUSINESS-DAY ROLL AND ITS ADJUST
000325*                RULE; BOTH ARE POSTED TO THE MASTER SO THE
000326*                NEW OBLROLL STEP CAN RE-ROLL AN OPEN ITEM
000327*                AFTER A HOLIDAY OR CALENDAR PROFILE CHANGE.
000328* 2026-10-15 RH  PAST-DUE AGING NOW COUNTS EACH DAY UNDER THE
000329*                CALENDAR PROFILE VERSION IN FORCE ON THAT DAY
000330*                (CALMAST IS NOW KEYED ON CODE PLUS EFFECTIVE-
000331*                FROM DATE), SO AN ITEM OVERDUE ACROSS A WEEKEND
000332*                CHANGE AGES BY THE OLD WEEKEND BEFORE IT.
000333* 2026-10-15 RH  THE RUN DATE (POSTING, AGING, DUE LIST, AND
000334*                FORECAST) IS NOW THE BUSINESS DATE FROM THE
000335*                BUSDATE CONTROL RECORD THE BDROLL STEP ROLLS AT
000336*                THE HEAD OF THE STREAM, NOT THE CLOCK DATE.
000337*                HOUSE-CALENDAR AND BUSINESS-DAY-CUTOFF ARE
000338*                ACCEPTED AS RUNPARM KEYWORDS.
000339* 2026-10-15 RH  ACK-OVERDUE-DAYS (THE ACKREC STEP'S LIMIT ON
000340*                UNACKNOWLEDGED PARTNER TRANSMISSIONS) IS
000341*                ACCEPTED AS A RUNPARM KEYWORD.
000342* 2026-10-15 RH  OUTLIER-FACTOR AND SCREEN-ACTION (THE GEOPAIR
000343*                STEP'S SURVEY POINT SCREENING) ARE ACCEPTED AS
000344*                RUNPARM KEYWORDS.
000345* 2026-10-15 RH  THE STEP NOW REGISTERS ON THE RUN REGISTRY
000346*                (RUNREG) UNDER THE BUSINESS DATE, LIKE THE
000347*                CIPHER, DATE-ROLL, AND SURVEY STEPS: STARTED AT
000348*                INITIALIZATION AND COMPLETE AT NORMAL END, SO
000349*                THE MORNING SUMMARY CAN TELL A STEP THAT RAN
000350*                FROM ONE THAT FAILED OR WAS BYPASSED.  THERE IS
000351*                NO RERUN CHECK - THE MASTER POSTING IS ALREADY
000352*                SAFE TO REPEAT.
000353*----------------------------------------------------------*
000354 ENVIRONMENT DIVISION.
000355 INPUT-OUTPUT SECTION.
000356 FILE-CONTROL.
000357     SELECT LDG-SCHEDULE-FILE ASSIGN TO "DTRSCH"
000358         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS LDG-SCHEDULE-STATUS.
000370     SELECT LDG-TRANS-FILE ASSIGN TO "LEDTRN"
000380         ORGANIZATION IS LINE SEQUENTIAL
000500     SELECT LDG-PARM-FILE ASSIGN TO "RUNPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS LDG-PARM-STATUS.
000521     SELECT LDG-BUSDATE-FILE ASSIGN TO "BUSDATE"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS LDG-BUSDATE-STATUS.
000524     SELECT LDG-AGING-FILE ASSIGN TO "LDGAGE"
000525         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS LDG-AGING-STATUS.
000527     SELECT LDG-CALMAST-FILE ASSIGN TO "CALMAST"
000528         ORGANIZATION IS INDEXED
000529         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CAM-KEY
000531         FILE STATUS IS LDG-CALMAST-STATUS.
000532     SELECT LDG-HOLMAST-FILE ASSIGN TO "HOLMAST"
000533         ORGANIZATION IS INDEXED
000534         ACCESS MODE IS RANDOM
000535         RECORD KEY IS HOM-KEY
000536         FILE STATUS IS LDG-HOLMAST-STATUS.
000537     SELECT LDG-FORECAST-FILE ASSIGN TO "LDGFCST"
000538         ORGANIZATION IS LINE SEQUENTIAL
000539         FILE STATUS IS LDG-FORECAST-STATUS.
000540     SELECT LDG-RUNREG-FILE ASSIGN TO "RUNREG"
000541         ORGANIZATION IS INDEXED
000542         ACCESS MODE IS RANDOM
000543         RECORD KEY IS RRG-KEY
000544         FILE STATUS IS LDG-RUNREG-STATUS.
000545
000546 DATA DIVISION.
000550 FILE SECTION.
000560 FD  LDG-SCHEDULE-FILE.
000570 01  LDG-SCHEDULE-RECORD.
000590     05  LSC-OCCURRENCE-NO       PIC 9(04).
000600     05  LSC-COMPUTED-DATE       PIC 9(08).
000610     05  LSC-ADJUSTED-FLAG       PIC X(01).
000615     05  LSC-CALENDAR-CODE       PIC X(03).
000616     05  LSC-BUSINESS-REF        PIC X(16).
000617     05  LSC-COUNTERPARTY        PIC X(10).
000618     05  LSC-AMOUNT              PIC S9(11)V99
000619                                  SIGN LEADING SEPARATE.
000620     05  LSC-SCHEDULE-DATE       PIC 9(08).
000621     05  LSC-UNADJUSTED-DATE     PIC 9(08).
000622     05  LSC-ADJUST-RULE         PIC X(01).
000623
000630 FD  LDG-TRANS-FILE.
000640 01  LDG-TRANS-RECORD.
000650     05  LDT-ACTION              PIC X(01).
000660         88  LDT-ACTION-CANCEL             VALUE 'C'.
000665         88  LDT-ACTION-SETTLE             VALUE 'S'.
000670     05  LDT-BUSINESS-REF        PIC X(16).
000672     05  LDT-DUE-DATE            PIC 9(08).
000674     05  LDT-OCCURRENCE-NO       PIC 9(04).
000676     05  LDT-SETTLED-DATE        PIC 9(08).
000678     05  LDT-SETTLED-BY          PIC X(08).
000680
000690 FD  LDG-MASTER-FILE.
000700 01  LDG-MASTER-RECORD.
000740 01  LDG-DUELIST-RECORD.
000750     05  DUE-DUE-DATE            PIC 9(08).
000760     05  FILLER                  PIC X(01).
000770     05  DUE-BUSINESS-REF        PIC X(16).
000780     05  FILLER                  PIC X(01).
000790     05  DUE-OCCURRENCE-NO       PIC 9(04).
000800     05  FILLER                  PIC X(01).
000810     05  DUE-ADJUSTED-FLAG       PIC X(01).
000811     05  FILLER                  PIC X(01).
000812     05  DUE-COUNTERPARTY        PIC X(10).
000813     05  FILLER                  PIC X(01).
000814     05  DUE-AMOUNT              PIC S9(11)V99
000815                                  SIGN LEADING SEPARATE.
000820
000830 FD  LDG-REPORT-FILE.
000840 01  LDG-REPORT-LINE             PIC X(80).
000850
000860 FD  LDG-PARM-FILE.
000870 01  LDG-PARM-RECORD             PIC X(41).
000871
000872 FD  LDG-BUSDATE-FILE.
000873 01  LDG-BUSDATE-RECORD.
000874     COPY BUSDATE.
000875
000876 FD  LDG-AGING-FILE.
000877 01  LDG-AGING-LINE              PIC X(132).
000878
000879 FD  LDG-FORECAST-FILE.
000880 01  LDG-FORECAST-LINE           PIC X(132).
000881
000882 FD  LDG-CALMAST-FILE.
000883 01  LDG-CALMAST-RECORD.
000884     COPY CALMST.
000885
000886 FD  LDG-HOLMAST-FILE.
000887 01  LDG-HOLMAST-RECORD.
000888     COPY HOLMST.
000889
000890 FD  LDG-RUNREG-FILE.
000891 01  LDG-RUNREG-RECORD.
000892     COPY RUNREG.
000893
000894 WORKING-STORAGE SECTION.
000900 77  LDG-SCHEDULE-STATUS         PIC X(02).
000910     88  LDG-SCHEDULE-NOT-FOUND             VALUE '35'.
000920     88  LDG-SCHEDULE-AT-END                VALUE '10'.
000970     88  LDG-MASTER-FILE-NOT-FOUND          VALUE '35'.
000980 77  LDG-REPORT-STATUS           PIC X(02).
000990     88  LDG-REPORT-FILE-NOT-FOUND          VALUE '35'.
000993 77  LDG-AGING-STATUS            PIC X(02).
000996     88  LDG-AGING-FILE-NOT-FOUND           VALUE '35'.
000997 77  LDG-FORECAST-STATUS         PIC X(02).
000998     88  LDG-FORECAST-FILE-NOT-FOUND        VALUE '35'.
001000
001010*--------------------------------------------------------*
001020* RUN-PARAMETER (RUNPARM MEMBER) WORK FIELDS.  THE MEMBER
001150 77  LDG-DUE-LIST-DAYS           PIC 9(09)  COMP VALUE 7.
001160
001170*--------------------------------------------------------*
001180* CANCELLATION TARGETS (BUSINESS REFERENCES), LOADED FROM
001190* LEDTRN BEFORE THE MASTER PASS.  500 AMENDED SCHEDULES IN
001200* ONE NIGHT IS FAR BEYOND ANYTHING THE DESK PRODUCES;
001210* OVERFLOW IS WARNED ABOUT, NOT SILENTLY DROPPED.
001220*--------------------------------------------------------*
001230 01  LDG-CANCEL-TABLE-AREA.
001240     05  LDG-CANCEL-REF          PIC X(16) OCCURS 500 TIMES.
001250 77  LDG-CANCEL-COUNT            PIC 9(04)  COMP VALUE ZERO.
001260 77  LDG-CANCEL-SUB              PIC 9(04)  COMP.
001270 77  LDG-CANCEL-HIT-SW           PIC X(01).
001280     88  LDG-CANCEL-HIT                     VALUE 'Y'.
001290 77  LDG-CANCEL-TRUNC-SW         PIC X(01)  VALUE 'N'.
001300     88  LDG-CANCEL-TABLE-TRUNCATED         VALUE 'Y'.
001301
001302*--------------------------------------------------------*
001303* SETTLEMENTS, LOADED FROM LEDTRN WITH THE CANCELLATIONS
001304* AND APPLIED AFTER THE FOLD AND THE CANCELLATION PASS, SO
001305* AN ITEM CANCELLED TONIGHT CANNOT ALSO BE SETTLED.  EACH
001306* IS ONE SHORT KEYED SCAN (DUE DATE PLUS REFERENCE).  AN
001307* ENTRY THAT FAILED ITS EDIT CARRIES THE REASON AND IS
001308* REPORTED REJECTED WHEN THE TABLE IS APPLIED.  THE SAME
001309* 500-ENTRY CEILING AND OVERFLOW WARNING APPLY.
001310*--------------------------------------------------------*
001311 01  LDG-SETTLE-TABLE-AREA.
001312     05  LDG-SETTLE-ENTRY        OCCURS 500 TIMES.
001313         10  STL-DUE-DATE        PIC 9(08).
001314         10  STL-BUSINESS-REF    PIC X(16).
001315         10  STL-OCCURRENCE-NO   PIC 9(04).
001316         10  STL-SETTLED-DATE    PIC 9(08).
001317         10  STL-SETTLED-BY      PIC X(08).
001318         10  STL-REASON          PIC X(30).
001319 77  LDG-SETTLE-COUNT            PIC 9(04)  COMP VALUE ZERO.
001320 77  LDG-SETTLE-SUB              PIC 9(04)  COMP.
001321 77  LDG-SETTLE-TRUNC-SW         PIC X(01)  VALUE 'N'.
001322     88  LDG-SETTLE-TABLE-TRUNCATED         VALUE 'Y'.
001323 77  LDG-SETTLE-REASON           PIC X(30).
001324 77  LDG-SETTLE-HIT-SW           PIC X(01).
001325     88  LDG-SETTLE-HIT                     VALUE 'Y'.
001326 77  LDG-SETTLE-SEEN-SW          PIC X(01).
001327     88  LDG-SEEN-SETTLED                   VALUE 'S'.
001328     88  LDG-SEEN-CANCELLED                 VALUE 'X'.
001329
001330*--------------------------------------------------------*
001331* PAST-DUE AGING WORK FIELDS.  THE CALENDAR PROFILE (SEVEN
001332* WORKING-DAY FLAGS, SUNDAY THROUGH SATURDAY) IS RESOLVED
001333* PER OBLIGATION'S CALENDAR CODE THE WAY THE DATE-ROLL
001334* STEP RESOLVES IT - THE CODE'S VERSIONS ARE TABLED AND
001335* HELD UNTIL THE CODE CHANGES, AND EACH DAY COUNTED TAKES
001336* THE FLAGS OF THE VERSION IN FORCE ON IT.  THE
001337* BUSINESS-DAY COUNT STOPS ONCE IT PASSES 90 - PAST THAT
001338* THE ITEM IS IN THE OLDEST BUCKET WHATEVER ITS AGE.
001339*--------------------------------------------------------*
001340 01  LDG-ACTIVE-PROFILE.
001341     05  LDG-ACTIVE-DAY-FLAG     PIC X(01) OCCURS 7 TIMES.
001342 01  LDG-PROFILE-VERSION-TABLE.
001343     05  LDG-PROFILE-VERSION     OCCURS 20 TIMES.
001344         10  LVT-EFFECTIVE-DATE  PIC 9(08).
001345         10  LVT-DAY-FLAG        PIC X(01) OCCURS 7 TIMES.
001346 77  LDG-VERSION-COUNT           PIC 9(04)  COMP VALUE ZERO.
001347 77  LDG-VERSION-SUB             PIC 9(04)  COMP.
001348 77  LDG-ACTIVE-VERSION-SUB      PIC 9(04)  COMP VALUE ZERO.
001349 77  LDG-VERSION-DONE-SW         PIC X(01).
001350     88  LDG-VERSION-DONE                   VALUE 'Y'.
001351 77  LDG-CAL-FLAG-SUB            PIC 9(04)  COMP.
001352 77  LDG-LOADED-CAL-CODE         PIC X(03)  VALUE HIGH-VALUES.
001353 77  LDG-DEFAULT-CAL-SW          PIC X(01)  VALUE 'N'.
001354     88  LDG-CAL-DEFAULTED                  VALUE 'Y'.
001355 77  LDG-CALMAST-STATUS          PIC X(02).
001356     88  LDG-CALMAST-FILE-NOT-FOUND         VALUE '35'.
001357 77  LDG-CALMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
001358     88  LDG-CALMAST-IS-OPEN                VALUE 'Y'.
001359 77  LDG-HOLMAST-STATUS          PIC X(02).
001360     88  LDG-HOLMAST-FILE-NOT-FOUND         VALUE '35'.
001361 77  LDG-HOLMAST-OPEN-SW         PIC X(01)  VALUE 'N'.
001362     88  LDG-HOLMAST-IS-OPEN                VALUE 'Y'.
001363 77  LDG-BUSINESS-DAY-SW         PIC X(01).
001364     88  LDG-BUSINESS-DAY                   VALUE 'Y'.
001365     88  LDG-NOT-BUSINESS-DAY               VALUE 'N'.
001366 77  LDG-RUN-INTEGER             PIC S9(09) COMP.
001367 77  LDG-AGE-INTEGER             PIC S9(09) COMP.
001368 77  LDG-AGE-DATE                PIC 9(08).
001369 77  LDG-WEEKDAY-NUM             PIC 9(01).
001370 77  LDG-CAL-DAYS-OVERDUE        PIC 9(09)  COMP.
001371 77  LDG-BUS-DAYS-OVERDUE        PIC 9(09)  COMP.
001372 77  LDG-AGE-BUCKET              PIC 9(01).
001373 01  LDG-BUCKET-LABEL-DATA.
001374     05  FILLER                  PIC X(05)  VALUE "1-5".
001375     05  FILLER                  PIC X(05)  VALUE "6-30".
001376     05  FILLER                  PIC X(05)  VALUE "31-90".
001377     05  FILLER                  PIC X(05)  VALUE "90+".
001378 01  LDG-BUCKET-LABEL-TABLE REDEFINES LDG-BUCKET-LABEL-DATA.
001379     05  LDG-BUCKET-LABEL        PIC X(05)  OCCURS 4 TIMES.
001380 01  LDG-BUCKET-COUNT-TABLE.
001381     05  LDG-BUCKET-COUNT        PIC 9(09)  COMP OCCURS 4 TIMES.
001382 01  LDG-BUCKET-AMOUNT-TABLE.
001383     05  LDG-BUCKET-AMOUNT       PIC S9(13)V99 COMP
001384                                            OCCURS 4 TIMES.
001385 77  LDG-BUCKET-SUB              PIC 9(04)  COMP.
001386 77  LDG-DAYS-ED                 PIC Z(5)9.
001387 77  LDG-PAST-DUE-AMOUNT         PIC S9(13)V99 COMP.
001388 77  LDG-AMOUNT-ED               PIC -(13)9.99.
001389
001390*--------------------------------------------------------*
001391* CASH FORECAST WORK FIELDS.  WEEK 1 IS THE MONDAY-TO-
001392* SUNDAY WEEK HOLDING TONIGHT'S RUN DATE; THE FORECAST RUNS
001393* 13 WEEKS.  EACH OPEN OCCURRENCE DUE FROM TONIGHT TO THE
001394* LAST SUNDAY IS ADDED TO ITS WEEK (RECEIPTS ARE POSITIVE
001395* AMOUNTS, PAYMENTS NEGATIVE) AND TO ITS COUNTERPARTY'S
001396* WEEK.  COUNTERPARTIES ARE HELD IN ASCENDING ORDER AS
001397* THEY ARE FIRST SEEN; 500 IS THE SAME CEILING AS THE
001398* TRANSACTION TABLES AND OVERFLOW IS WARNED ABOUT.
001399*--------------------------------------------------------*
001400 01  LDG-WEEK-TABLE.
001401     05  LDG-WEEK-ENTRY          OCCURS 13 TIMES.
001402         10  FWK-ITEM-COUNT      PIC 9(09)  COMP.
001403         10  FWK-RECEIPTS        PIC S9(13)V99 COMP.
001404         10  FWK-PAYMENTS        PIC S9(13)V99 COMP.
001405 01  LDG-CPTY-TABLE.
001406     05  LDG-CPTY-ENTRY          OCCURS 500 TIMES.
001407         10  FCP-COUNTERPARTY    PIC X(10).
001408         10  FCP-WEEK            OCCURS 13 TIMES.
001409             15  FCP-ITEM-COUNT  PIC 9(09)  COMP.
001410             15  FCP-NET         PIC S9(13)V99 COMP.
001411 77  LDG-CPTY-COUNT              PIC 9(04)  COMP VALUE ZERO.
001412 77  LDG-CPTY-SUB                PIC 9(04)  COMP.
001413 77  LDG-CPTY-HIT                PIC 9(04)  COMP.
001414 77  LDG-CPTY-POS                PIC 9(04)  COMP.
001415 77  LDG-CPTY-SHIFT-SUB          PIC 9(04)  COMP.
001416 77  LDG-CPTY-TRUNC-SW           PIC X(01)  VALUE 'N'.
001417     88  LDG-CPTY-TABLE-TRUNCATED           VALUE 'Y'.
001418 77  LDG-WEEK-SUB                PIC 9(04)  COMP.
001419 77  LDG-WEEK-START-INTEGER      PIC S9(09) COMP.
001420 77  LDG-FCST-END-INTEGER        PIC S9(09) COMP.
001421 77  LDG-FCST-END-DATE           PIC 9(08).
001422 77  LDG-DUE-INTEGER             PIC S9(09) COMP.
001423 77  LDG-WEEK-BEGIN-DATE         PIC 9(08).
001424 77  LDG-WEEK-END-DATE           PIC 9(08).
001425 77  LDG-FCST-ITEMS              PIC 9(09)  COMP.
001426 77  LDG-FCST-RECEIPTS           PIC S9(13)V99 COMP.
001427 77  LDG-FCST-PAYMENTS           PIC S9(13)V99 COMP.
001428 77  LDG-FCST-NET                PIC S9(13)V99 COMP.
001429
001430 77  LDG-RUN-TIMESTAMP           PIC X(26).
001431 77  LDG-BUSDATE-STATUS          PIC X(02).
001432 77  LDG-RUN-DATE                PIC 9(08).
001433 77  LDG-RUNREG-STATUS           PIC X(02).
001434     88  LDG-RUNREG-FILE-NOT-FOUND          VALUE '35'.
001435 77  LDG-DUE-HORIZON             PIC 9(08).
001436 77  LDG-HORIZON-INTEGER         PIC S9(09) COMP.
001437 77  LDG-SCAN-DONE-SW            PIC X(01).
001438     88  LDG-SCAN-DONE                      VALUE 'Y'.
001439
001440 77  LDG-FOLDED-COUNT            PIC 9(09)  COMP VALUE ZERO.
001441 77  LDG-DUPLICATE-COUNT         PIC 9(09)  COMP VALUE ZERO.
001442 77  LDG-CANCELLED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001443 77  LDG-DUE-COUNT               PIC 9(09)  COMP VALUE ZERO.
001444 77  LDG-SETTLED-COUNT           PIC 9(09)  COMP VALUE ZERO.
001445 77  LDG-SETTLE-REJECT-COUNT     PIC 9(09)  COMP VALUE ZERO.
001446 77  LDG-PAST-DUE-COUNT          PIC 9(09)  COMP VALUE ZERO.
001447 77  LDG-BAD-SCHED-COUNT         PIC 9(09)  COMP VALUE ZERO.
001448 77  LDG-COUNT-ED                PIC Z(8)9.
001450
001460 PROCEDURE DIVISION.
001470*----------------------------------------------------------*
001480* 0000-MAINLINE - FOLD THE NIGHT'S SCHEDULE FILE INTO THE
001490* OBLIGATIONS MASTER, APPLY CANCELLATIONS AND SETTLEMENTS,
001500* EXTRACT THE DUE LIST, AGE WHAT IS PAST DUE, AND REPORT
001505* THE RUN, AND FORECAST THE OPEN AMOUNTS FOR TREASURY.
001510*----------------------------------------------------------*
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001540     PERFORM 2000-FOLD-SCHEDULE THRU 2000-FOLD-SCHEDULE-EXIT.
001550     PERFORM 3000-APPLY-CANCELLATIONS
001560         THRU 3000-APPLY-CANCELLATIONS-EXIT.
001563     PERFORM 3500-APPLY-SETTLEMENTS
001566         THRU 3500-APPLY-SETTLEMENTS-EXIT.
001570     PERFORM 4000-EXTRACT-DUE-LIST
001580         THRU 4000-EXTRACT-DUE-LIST-EXIT.
001583     PERFORM 5000-AGE-PAST-DUE
001586         THRU 5000-AGE-PAST-DUE-EXIT.
001587     PERFORM 6000-FORECAST-CASH
001588         THRU 6000-FORECAST-CASH-EXIT.
001590     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001600     STOP RUN.
001610
001620 1000-INITIALIZE.
001630     MOVE FUNCTION CURRENT-DATE TO LDG-RUN-TIMESTAMP.
001636     PERFORM 1040-READ-BUSINESS-DATE
001642         THRU 1040-READ-BUSINESS-DATE-EXIT.
001644     PERFORM 1045-REGISTER-RUN-START
001646         THRU 1045-REGISTER-RUN-START-EXIT.
001650     OPEN I-O LDG-MASTER-FILE.
001660     IF LDG-MASTER-FILE-NOT-FOUND
001670         OPEN OUTPUT LDG-MASTER-FILE
001800     IF LDG-REPORT-FILE-NOT-FOUND
001810         OPEN OUTPUT LDG-REPORT-FILE
001820     END-IF
001821     OPEN EXTEND LDG-AGING-FILE.
001822     IF LDG-AGING-FILE-NOT-FOUND
001823         OPEN OUTPUT LDG-AGING-FILE
001824     END-IF
001825     OPEN EXTEND LDG-FORECAST-FILE.
001826     IF LDG-FORECAST-FILE-NOT-FOUND
001827         OPEN OUTPUT LDG-FORECAST-FILE
001828     END-IF
001829     PERFORM 1150-OPEN-CALENDAR-FILES
001830         THRU 1150-OPEN-CALENDAR-FILES-EXIT.
001831     PERFORM 1050-READ-RUN-PARAMETERS
001840         THRU 1050-READ-RUN-PARAMETERS-EXIT.
001850     COMPUTE LDG-HORIZON-INTEGER =
001860             FUNCTION INTEGER-OF-DATE(LDG-RUN-DATE)
001870             + LDG-DUE-LIST-DAYS.
001880     MOVE FUNCTION DATE-OF-INTEGER(LDG-HORIZON-INTEGER)
001890         TO LDG-DUE-HORIZON.
001893     COMPUTE LDG-RUN-INTEGER =
001896             FUNCTION INTEGER-OF-DATE(LDG-RUN-DATE).
001900     PERFORM 1300-WRITE-REPORT-HEADINGS
001910         THRU 1300-WRITE-REPORT-HEADINGS-EXIT.
001920     PERFORM 1100-LOAD-CANCELLATIONS
001930         THRU 1100-LOAD-CANCELLATIONS-EXIT.
001940 1000-INITIALIZE-EXIT. EXIT.
001950
001951*----------------------------------------------------------*
001952* 1040-READ-BUSINESS-DATE - TAKE THE NIGHT'S BUSINESS DATE
001953* FROM THE CONTROL RECORD THE BDROLL STEP ROLLED AT THE HEAD
001954* OF THE STREAM, NOT FROM THE CLOCK, SO A RUN THAT GOES PAST
001955* MIDNIGHT OR IS RESTARTED THE NEXT MORNING STILL WORKS TO
001956* THE DATE IT STARTED FOR.  A MISSING OR EMPTY CONTROL
001957* RECORD ABORTS THE STEP RATHER THAN FALL BACK ON THE CLOCK.
001958*----------------------------------------------------------*
001959 1040-READ-BUSINESS-DATE.
001960     OPEN INPUT LDG-BUSDATE-FILE.
001961     IF LDG-BUSDATE-STATUS NOT = '00'
001962         DISPLAY "DTRLEDG: BUSINESS-DATE CONTROL FILE COULD "
001963             "NOT BE OPENED - STATUS " LDG-BUSDATE-STATUS
001964             " - RUN ABORTED"
001965         MOVE 16 TO RETURN-CODE
001966         STOP RUN
001967     END-IF
001968     MOVE SPACES TO LDG-BUSDATE-RECORD.
001969     READ LDG-BUSDATE-FILE
001970         AT END CONTINUE
001971     END-READ.
001972     CLOSE LDG-BUSDATE-FILE.
001973     IF BDC-BUSINESS-DATE NOT NUMERIC
001974             OR BDC-BUSINESS-DATE = ZERO
001975         DISPLAY "DTRLEDG: NO BUSINESS DATE ON THE CONTROL "
001976             "RECORD - RUN ABORTED"
001977         MOVE 16 TO RETURN-CODE
001978         STOP RUN
001979     END-IF
001980     MOVE BDC-BUSINESS-DATE TO LDG-RUN-DATE.
001981 1040-READ-BUSINESS-DATE-EXIT. EXIT.
001982
001983*----------------------------------------------------------*
001984* 1045-REGISTER-RUN-START - MARK THIS STEP STARTED ON THE
001985* RUN REGISTRY FOR THE BUSINESS DATE UNDER THIS RUN'S
001986* TIMESTAMP.  A FIRST-EVER RUN CREATES THE REGISTRY.  9200
001987* TURNS THE MARK TO COMPLETE; A RUN THAT NEVER GETS THERE
001988* IS LEFT STARTED FOR THE MORNING SUMMARY TO REPORT.
001989*----------------------------------------------------------*
001990 1045-REGISTER-RUN-START.
001991     OPEN I-O LDG-RUNREG-FILE.
001992     IF LDG-RUNREG-FILE-NOT-FOUND
001993         OPEN OUTPUT LDG-RUNREG-FILE
001994         CLOSE LDG-RUNREG-FILE
001995         OPEN I-O LDG-RUNREG-FILE
001996     END-IF
001997     IF LDG-RUNREG-STATUS NOT = '00'
001998         DISPLAY "DTRLEDG: RUN REGISTRY COULD NOT BE OPENED - "
001999             "STATUS " LDG-RUNREG-STATUS " - RUN ABORTED"
002000         MOVE 16 TO RETURN-CODE
002001         STOP RUN
002002     END-IF
002003     MOVE LDG-RUN-DATE TO RRG-BUSINESS-DATE.
002004     MOVE "DTRLEDG" TO RRG-STEP-NAME.
002005     READ LDG-RUNREG-FILE
002006         INVALID KEY
002007             MOVE LDG-RUN-DATE TO RRG-BUSINESS-DATE
002008             MOVE "DTRLEDG" TO RRG-STEP-NAME
002009             SET RRG-RUN-STARTED TO TRUE
002010             MOVE LDG-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
002011             WRITE LDG-RUNREG-RECORD
002012         NOT INVALID KEY
002013             SET RRG-RUN-STARTED TO TRUE
002014             MOVE LDG-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
002015             REWRITE LDG-RUNREG-RECORD
002016     END-READ.
002017 1045-REGISTER-RUN-START-EXIT. EXIT.
002018
002019*----------------------------------------------------------*
002020* 1050-READ-RUN-PARAMETERS - READ THE SHARED KEYWORD=VALUE
002021* RUN-PARAMETER MEMBER.  THIS STEP APPLIES DUE-LIST-DAYS;
002022* THE OTHER STEPS' KEYWORDS ARE VALIDATED AND PASSED OVER.
002023* A MISSING MEMBER MEANS THE COMPILED DEFAULT STANDS.
002024*----------------------------------------------------------*
002025 1050-READ-RUN-PARAMETERS.
002030     OPEN INPUT LDG-PARM-FILE.
002040     IF LDG-PARM-FILE-NOT-FOUND
002050         GO TO 1050-READ-RUN-PARAMETERS-ECHO
002685                 PERFORM 1090-FAIL-BAD-PARM
002686                     THRU 1090-FAIL-BAD-PARM-EXIT
002687             END-IF
002688         WHEN "HOUSE-CALENDAR"
002689             IF LDG-PARM-VALUE(4:17) NOT = SPACES
002690                 PERFORM 1090-FAIL-BAD-PARM
002691                     THRU 1090-FAIL-BAD-PARM-EXIT
002692             END-IF
002693         WHEN "BUSINESS-DAY-CUTOFF"
002694             IF LDG-PARM-VALUE-IS-BAD
002695                     OR LDG-PARM-NUMBER > 23
002696                 PERFORM 1090-FAIL-BAD-PARM
002697                     THRU 1090-FAIL-BAD-PARM-EXIT
002698             END-IF
002699         WHEN "ACK-OVERDUE-DAYS"
002700             IF LDG-PARM-VALUE-IS-BAD
002701                     OR LDG-PARM-NUMBER = ZERO
002702                     OR LDG-PARM-NUMBER > 999
002703                 PERFORM 1090-FAIL-BAD-PARM
002704                     THRU 1090-FAIL-BAD-PARM-EXIT
002705             END-IF
002706         WHEN "OUTLIER-FACTOR"
002707             IF LDG-PARM-VALUE-IS-BAD
002708                     OR LDG-PARM-NUMBER > 999
002709                 PERFORM 1090-FAIL-BAD-PARM
002710                     THRU 1090-FAIL-BAD-PARM-EXIT
002711             END-IF
002712         WHEN "SCREEN-ACTION"
002713             IF LDG-PARM-VALUE NOT = "REJECT"
002714                     AND LDG-PARM-VALUE NOT = "EXCLUDE"
002715                     AND LDG-PARM-VALUE NOT = "WARN"
002716                 PERFORM 1090-FAIL-BAD-PARM
002717                     THRU 1090-FAIL-BAD-PARM-EXIT
002718             END-IF
002719         WHEN OTHER
002720             PERFORM 1090-FAIL-BAD-PARM
002721                 THRU 1090-FAIL-BAD-PARM-EXIT
002722     END-EVALUATE.
002723 1070-APPLY-PARM-READ.
002730     PERFORM 1060-READ-PARM-RECORD
002740         THRU 1060-READ-PARM-RECORD-EXIT.
002750 1070-APPLY-PARM-RECORD-EXIT. EXIT.
003140     MOVE 16 TO RETURN-CODE.
003150     STOP RUN.
003160 1090-FAIL-BAD-PARM-EXIT. EXIT.
003161
003162*----------------------------------------------------------*
003163* 1150-OPEN-CALENDAR-FILES - OPEN THE CALENDAR AND HOLIDAY
003164* MASTERS FOR THE PAST-DUE AGING COUNT.  A MISSING MASTER
003165* IS WARNED ABOUT AND THE AGING PROCEEDS WITHOUT IT, AS
003166* THE DATE-ROLL STEP DOES (NO HOLIDAYS, OR ONLY THE BUILT-
003167* IN SATURDAY/SUNDAY WEEKEND); ANY OTHER OPEN FAILURE
003168* ABORTS THE STEP.
003169*----------------------------------------------------------*
003170 1150-OPEN-CALENDAR-FILES.
003171     OPEN INPUT LDG-CALMAST-FILE.
003172     IF LDG-CALMAST-FILE-NOT-FOUND
003173         DISPLAY "DTRLEDG: CALENDAR MASTER NOT FOUND - AGING "
003174             "USES ONLY THE DEFAULT CALENDAR"
003175     ELSE
003176         IF LDG-CALMAST-STATUS NOT = '00'
003177             DISPLAY "DTRLEDG: CALENDAR MASTER COULD NOT BE "
003178                 "OPENED - STATUS " LDG-CALMAST-STATUS
003179                 " - RUN ABORTED"
003180             MOVE 16 TO RETURN-CODE
003181             STOP RUN
003182         END-IF
003183         SET LDG-CALMAST-IS-OPEN TO TRUE
003184     END-IF
003185     OPEN INPUT LDG-HOLMAST-FILE.
003186     IF LDG-HOLMAST-FILE-NOT-FOUND
003187         DISPLAY "DTRLEDG: HOLIDAY MASTER NOT FOUND - AGING "
003188             "PROCEEDS WITH NO HOLIDAYS LOADED"
003189         GO TO 1150-OPEN-CALENDAR-FILES-EXIT
003190     END-IF
003191     IF LDG-HOLMAST-STATUS NOT = '00'
003192         DISPLAY "DTRLEDG: HOLIDAY MASTER COULD NOT BE OPENED - "
003193             "STATUS " LDG-HOLMAST-STATUS " - RUN ABORTED"
003194         MOVE 16 TO RETURN-CODE
003195         STOP RUN
003196     END-IF
003197     SET LDG-HOLMAST-IS-OPEN TO TRUE.
003198 1150-OPEN-CALENDAR-FILES-EXIT. EXIT.
003199
003200*----------------------------------------------------------*
003201* 1100-LOAD-CANCELLATIONS - LOAD THE CANCELLATION/
003202* SUPERSESSION AND SETTLEMENT TRANSACTIONS.  A MISSING
003210* FILE SIMPLY MEANS NOTHING WAS AMENDED OR SETTLED
003220* TONIGHT.  A TRANSACTION THAT IS NEITHER A 'C' NOR AN
003230* 'S' NAMING A BUSINESS REFERENCE IS WARNED ABOUT AND
003235* SKIPPED.
003240*----------------------------------------------------------*
003250 1100-LOAD-CANCELLATIONS.
003260     OPEN INPUT LDG-TRANS-FILE.
003370         DISPLAY "DTRLEDG: CANCELLATION FILE EXCEEDS THE "
003380             "500-ENTRY TABLE LIMIT - ENTRIES BEYOND 500 "
003390             "WERE NOT APPLIED"
003391     END-IF
003392     IF LDG-SETTLE-TABLE-TRUNCATED
003393         DISPLAY "DTRLEDG: SETTLEMENTS EXCEED THE 500-ENTRY "
003394             "TABLE LIMIT - ENTRIES BEYOND 500 WERE NOT "
003395             "APPLIED"
003400     END-IF.
003410 1100-LOAD-CANCELLATIONS-EXIT. EXIT.
003420
003470 1110-READ-CANCELLATION-EXIT. EXIT.
003480
003490 1120-TABLE-CANCELLATION.
003500     IF (NOT LDT-ACTION-CANCEL AND NOT LDT-ACTION-SETTLE)
003510             OR LDT-BUSINESS-REF = SPACES
003520         DISPLAY "DTRLEDG: INVALID LEDGER TRANSACTION '"
003530             LDG-TRANS-RECORD "' - SKIPPED"
003532         GO TO 1120-TABLE-CANCELLATION-READ
003534     END-IF
003536     IF LDT-ACTION-SETTLE
003538         PERFORM 1130-TABLE-SETTLEMENT
003540             THRU 1130-TABLE-SETTLEMENT-EXIT
003542         GO TO 1120-TABLE-CANCELLATION-READ
003544     END-IF
003550     IF LDG-CANCEL-COUNT < 500
003560         ADD 1 TO LDG-CANCEL-COUNT
003570         MOVE LDT-BUSINESS-REF
003580             TO LDG-CANCEL-REF(LDG-CANCEL-COUNT)
003590     ELSE
003600         SET LDG-CANCEL-TABLE-TRUNCATED TO TRUE
003620     END-IF.
003625 1120-TABLE-CANCELLATION-READ.
003630     PERFORM 1110-READ-CANCELLATION
003640         THRU 1110-READ-CANCELLATION-EXIT.
003650 1120-TABLE-CANCELLATION-EXIT. EXIT.
003651
003652*----------------------------------------------------------*
003653* 1130-TABLE-SETTLEMENT - EDIT AND TABLE ONE SETTLEMENT.
003654* THE DUE DATE, REFERENCE, AND OCCURRENCE IDENTIFY THE ITEM
003655* AS IT APPEARED ON THE DUE LIST; THE SETTLED DATE MUST BE
003656* A REAL DATE NO LATER THAN TONIGHT, AND THE POSTING USER
003657* MUST BE NAMED.  A SETTLEMENT FAILING ITS EDIT IS TABLED
003658* WITH ITS REASON SO IT PRINTS ON THE LEDGER REPORT AS
003659* REJECTED, NOT SILENTLY DROPPED.
003660*----------------------------------------------------------*
003661 1130-TABLE-SETTLEMENT.
003662     MOVE SPACES TO LDG-SETTLE-REASON.
003663     EVALUATE TRUE
003664         WHEN LDT-DUE-DATE NOT NUMERIC
003665                 OR LDT-OCCURRENCE-NO NOT NUMERIC
003666             MOVE "INVALID DUE DATE OR OCCURRENCE"
003667                 TO LDG-SETTLE-REASON
003668         WHEN LDT-SETTLED-DATE NOT NUMERIC
003669             MOVE "INVALID SETTLED DATE" TO LDG-SETTLE-REASON
003670         WHEN FUNCTION TEST-DATE-YYYYMMDD(LDT-SETTLED-DATE)
003671                 NOT = ZERO
003672             MOVE "INVALID SETTLED DATE" TO LDG-SETTLE-REASON
003673         WHEN LDT-SETTLED-DATE > LDG-RUN-DATE
003674             MOVE "SETTLED DATE IS IN THE FUTURE"
003675                 TO LDG-SETTLE-REASON
003676         WHEN LDT-SETTLED-BY = SPACES
003677             MOVE "SETTLING USER NOT GIVEN" TO LDG-SETTLE-REASON
003678     END-EVALUATE
003679     IF LDG-SETTLE-COUNT >= 500
003680         SET LDG-SETTLE-TABLE-TRUNCATED TO TRUE
003681         GO TO 1130-TABLE-SETTLEMENT-EXIT
003682     END-IF
003683     ADD 1 TO LDG-SETTLE-COUNT.
003684     MOVE LDT-DUE-DATE TO STL-DUE-DATE(LDG-SETTLE-COUNT).
003685     MOVE LDT-BUSINESS-REF
003686         TO STL-BUSINESS-REF(LDG-SETTLE-COUNT).
003687     MOVE LDT-OCCURRENCE-NO
003688         TO STL-OCCURRENCE-NO(LDG-SETTLE-COUNT).
003689     MOVE LDT-SETTLED-DATE TO STL-SETTLED-DATE(LDG-SETTLE-COUNT).
003690     MOVE LDT-SETTLED-BY TO STL-SETTLED-BY(LDG-SETTLE-COUNT).
003691     MOVE LDG-SETTLE-REASON TO STL-REASON(LDG-SETTLE-COUNT).
003692 1130-TABLE-SETTLEMENT-EXIT. EXIT.
003693
003694 1300-WRITE-REPORT-HEADINGS.
003695     MOVE SPACES TO LDG-REPORT-LINE.
003696     MOVE "FORWARD-OBLIGATIONS LEDGER RUN" TO LDG-REPORT-LINE.
003700     WRITE LDG-REPORT-LINE AFTER ADVANCING PAGE.
003710 1300-WRITE-REPORT-HEADINGS-EXIT. EXIT.
003720
004000     IF LSC-SEQUENCE-NO NOT NUMERIC
004010             OR LSC-COMPUTED-DATE NOT NUMERIC
004020             OR LSC-OCCURRENCE-NO NOT NUMERIC
004022             OR LSC-SCHEDULE-DATE NOT NUMERIC
004024             OR LSC-AMOUNT NOT NUMERIC
004026             OR LSC-BUSINESS-REF = SPACES
004028             OR LSC-UNADJUSTED-DATE NOT NUMERIC
004030         ADD 1 TO LDG-BAD-SCHED-COUNT
004040         GO TO 2020-POST-OCCURRENCE-READ
004050     END-IF
004060     MOVE LSC-COMPUTED-DATE TO OBL-DUE-DATE.
004063     MOVE LSC-BUSINESS-REF TO OBL-BUSINESS-REF.
004066     MOVE LSC-SCHEDULE-DATE TO OBL-SCHEDULE-DATE.
004070     MOVE LSC-SEQUENCE-NO TO OBL-SEQUENCE-NO.
004080     MOVE LSC-OCCURRENCE-NO TO OBL-OCCURRENCE-NO.
004090     MOVE LSC-ADJUSTED-FLAG TO OBL-ADJUSTED-FLAG.
004100     SET OBL-IS-OPEN TO TRUE.
004110     MOVE LDG-RUN-DATE TO OBL-POSTED-DATE.
004112     MOVE LSC-CALENDAR-CODE TO OBL-CALENDAR-CODE.
004114     MOVE ZERO TO OBL-SETTLED-DATE.
004116     MOVE SPACES TO OBL-SETTLED-BY.
004117     MOVE LSC-COUNTERPARTY TO OBL-COUNTERPARTY.
004118     MOVE LSC-AMOUNT TO OBL-AMOUNT.
004119     MOVE LSC-UNADJUSTED-DATE TO OBL-UNADJUSTED-DATE.
004120     MOVE LSC-ADJUST-RULE TO OBL-ADJUST-RULE.
004121     MOVE ZERO TO OBL-MOVED-FROM-DATE.
004122     MOVE ZERO TO OBL-MOVED-TO-DATE.
004123     WRITE LDG-MASTER-RECORD
004130         INVALID KEY
004140             ADD 1 TO LDG-DUPLICATE-COUNT
004150         NOT INVALID KEY
004210
004220*----------------------------------------------------------*
004230* 3000-APPLY-CANCELLATIONS - ONE PASS OVER THE WHOLE MASTER
004240* MARKING EVERY OPEN OCCURRENCE OF A CANCELLED REFERENCE
004250* THAT WAS POSTED FROM AN EARLIER NIGHT'S SCHEDULE (THE
004252* AMENDED SCHEDULE FOLDED IN TONIGHT UNDER THE SAME
004254* REFERENCE IS LEFT OPEN).  THE RECORDS STAY ON THE MASTER,
004260* CANCELLED, SO WHAT WAS ONCE DUE REMAINS AUDITABLE.
004270*----------------------------------------------------------*
004280 3000-APPLY-CANCELLATIONS.
004290     IF LDG-CANCEL-COUNT = ZERO
004490     MOVE 'N' TO LDG-CANCEL-HIT-SW.
004500     PERFORM VARYING LDG-CANCEL-SUB FROM 1 BY 1
004510             UNTIL LDG-CANCEL-SUB > LDG-CANCEL-COUNT
004520         IF LDG-CANCEL-REF(LDG-CANCEL-SUB) = OBL-BUSINESS-REF
004530             SET LDG-CANCEL-HIT TO TRUE
004540         END-IF
004550     END-PERFORM.
004560     IF LDG-CANCEL-HIT AND OBL-IS-OPEN
004565             AND OBL-SCHEDULE-DATE < LDG-RUN-DATE
004570         SET OBL-IS-CANCELLED TO TRUE
004580         REWRITE LDG-MASTER-RECORD
004590         ADD 1 TO LDG-CANCELLED-COUNT
004600     END-IF.
004610 3010-CANCEL-ONE-RECORD-EXIT. EXIT.
004611
004612*----------------------------------------------------------*
004613* 3500-APPLY-SETTLEMENTS - POST EACH TABLED SETTLEMENT BY
004614* A SHORT KEYED SCAN OF THE DUE DATE AND BUSINESS
004615* REFERENCE IT CARRIES (AN AMENDED SCHEDULE CAN LEAVE A
004616* CANCELLED AND AN OPEN COPY OF THE SAME OCCURRENCE UNDER
004617* DIFFERENT SCHEDULE DATES).  THE OPEN OCCURRENCE WHOSE
004618* OCCURRENCE NUMBER MATCHES IS MARKED SETTLED; EVERYTHING
004619* ELSE IS LISTED REJECTED ON THE LEDGER REPORT WITH ITS
004620* REASON FOR THE DESK TO CHASE.
004621*----------------------------------------------------------*
004622 3500-APPLY-SETTLEMENTS.
004623     IF LDG-SETTLE-COUNT = ZERO
004624         GO TO 3500-APPLY-SETTLEMENTS-EXIT
004625     END-IF
004626     PERFORM 3510-APPLY-ONE-SETTLEMENT
004627         THRU 3510-APPLY-ONE-SETTLEMENT-EXIT
004628         VARYING LDG-SETTLE-SUB FROM 1 BY 1
004629         UNTIL LDG-SETTLE-SUB > LDG-SETTLE-COUNT.
004630 3500-APPLY-SETTLEMENTS-EXIT. EXIT.
004631
004632 3510-APPLY-ONE-SETTLEMENT.
004633     MOVE STL-REASON(LDG-SETTLE-SUB) TO LDG-SETTLE-REASON.
004634     IF LDG-SETTLE-REASON NOT = SPACES
004635         GO TO 3510-APPLY-ONE-SETTLEMENT-REJECT
004636     END-IF
004637     MOVE 'N' TO LDG-SETTLE-HIT-SW.
004638     MOVE SPACE TO LDG-SETTLE-SEEN-SW.
004639     MOVE 'N' TO LDG-SCAN-DONE-SW.
004640     MOVE STL-DUE-DATE(LDG-SETTLE-SUB) TO OBL-DUE-DATE.
004641     MOVE STL-BUSINESS-REF(LDG-SETTLE-SUB) TO OBL-BUSINESS-REF.
004642     MOVE ZERO TO OBL-SCHEDULE-DATE.
004643     MOVE ZERO TO OBL-OCCURRENCE-NO.
004644     START LDG-MASTER-FILE KEY NOT < OBL-KEY
004645         INVALID KEY SET LDG-SCAN-DONE TO TRUE
004646     END-START.
004647     PERFORM 3520-SCAN-ONE-OCCURRENCE
004648         THRU 3520-SCAN-ONE-OCCURRENCE-EXIT
004649         UNTIL LDG-SCAN-DONE.
004650     IF LDG-SETTLE-HIT
004651         ADD 1 TO LDG-SETTLED-COUNT
004652         GO TO 3510-APPLY-ONE-SETTLEMENT-EXIT
004653     END-IF
004654     EVALUATE TRUE
004655         WHEN LDG-SEEN-SETTLED
004656             MOVE "ALREADY SETTLED" TO LDG-SETTLE-REASON
004657         WHEN LDG-SEEN-CANCELLED
004658             MOVE "OBLIGATION IS CANCELLED" TO LDG-SETTLE-REASON
004659         WHEN OTHER
004660             MOVE "OBLIGATION NOT ON MASTER"
004661                 TO LDG-SETTLE-REASON
004662     END-EVALUATE.
004663 3510-APPLY-ONE-SETTLEMENT-REJECT.
004664     MOVE SPACES TO LDG-REPORT-LINE.
004665     MOVE "SETTLE REJECTED" TO LDG-REPORT-LINE(1:15).
004666     MOVE STL-DUE-DATE(LDG-SETTLE-SUB) TO LDG-REPORT-LINE(17:8).
004667     MOVE STL-BUSINESS-REF(LDG-SETTLE-SUB)
004668         TO LDG-REPORT-LINE(26:16).
004669     MOVE STL-OCCURRENCE-NO(LDG-SETTLE-SUB)
004670         TO LDG-REPORT-LINE(43:4).
004671     MOVE LDG-SETTLE-REASON TO LDG-REPORT-LINE(48:30).
004672     WRITE LDG-REPORT-LINE AFTER ADVANCING 1 LINES.
004673     ADD 1 TO LDG-SETTLE-REJECT-COUNT.
004674 3510-APPLY-ONE-SETTLEMENT-EXIT. EXIT.
004675
004676*----------------------------------------------------------*
004677* 3520-SCAN-ONE-OCCURRENCE - READ THE NEXT OCCURRENCE UNDER
004678* THE SETTLEMENT'S DUE DATE AND REFERENCE.  THE FIRST OPEN
004679* ONE WITH THE RIGHT OCCURRENCE NUMBER IS SETTLED AND ENDS
004680* THE SCAN; A SETTLED OR CANCELLED ONE IS REMEMBERED FOR
004681* THE REJECT REASON IF NO OPEN ONE TURNS UP.
004682*----------------------------------------------------------*
004683 3520-SCAN-ONE-OCCURRENCE.
004684     READ LDG-MASTER-FILE NEXT RECORD
004685         AT END SET LDG-SCAN-DONE TO TRUE
004686     END-READ.
004687     IF LDG-SCAN-DONE
004688         GO TO 3520-SCAN-ONE-OCCURRENCE-EXIT
004689     END-IF
004690     IF OBL-DUE-DATE NOT = STL-DUE-DATE(LDG-SETTLE-SUB)
004691             OR OBL-BUSINESS-REF
004692                 NOT = STL-BUSINESS-REF(LDG-SETTLE-SUB)
004693         SET LDG-SCAN-DONE TO TRUE
004694         GO TO 3520-SCAN-ONE-OCCURRENCE-EXIT
004695     END-IF
004696     IF OBL-OCCURRENCE-NO NOT = STL-OCCURRENCE-NO(LDG-SETTLE-SUB)
004697         GO TO 3520-SCAN-ONE-OCCURRENCE-EXIT
004698     END-IF
004699     EVALUATE TRUE
004700         WHEN OBL-IS-OPEN
004701             SET OBL-IS-SETTLED TO TRUE
004702             MOVE STL-SETTLED-DATE(LDG-SETTLE-SUB)
004703                 TO OBL-SETTLED-DATE
004704             MOVE STL-SETTLED-BY(LDG-SETTLE-SUB) TO OBL-SETTLED-BY
004705             REWRITE LDG-MASTER-RECORD
004706             SET LDG-SETTLE-HIT TO TRUE
004707             SET LDG-SCAN-DONE TO TRUE
004708         WHEN OBL-IS-SETTLED
004709             SET LDG-SEEN-SETTLED TO TRUE
004710         WHEN OBL-IS-CANCELLED
004711             IF NOT LDG-SEEN-SETTLED
004712                 SET LDG-SEEN-CANCELLED TO TRUE
004713             END-IF
004714     END-EVALUATE.
004715 3520-SCAN-ONE-OCCURRENCE-EXIT. EXIT.
004716
004717*----------------------------------------------------------*
004718* 4000-EXTRACT-DUE-LIST - ONE KEYED RANGE READ FROM TODAY
004719* THROUGH THE DUE HORIZON, WRITING EVERY OPEN OCCURRENCE
004720* TO THE DUE-LIST EXTRACT FOR COLLECTIONS.
004721*----------------------------------------------------------*
004722 4000-EXTRACT-DUE-LIST.
004723     MOVE 'N' TO LDG-SCAN-DONE-SW.
004724     MOVE LOW-VALUES TO OBL-KEY.
004725     MOVE LDG-RUN-DATE TO OBL-DUE-DATE.
004726     START LDG-MASTER-FILE KEY NOT < OBL-KEY
004730         INVALID KEY SET LDG-SCAN-DONE TO TRUE
004740     END-START.
004750     PERFORM 4010-EXTRACT-ONE-RECORD
004910     IF OBL-IS-OPEN
004920         MOVE SPACES TO LDG-DUELIST-RECORD
004930         MOVE OBL-DUE-DATE TO DUE-DUE-DATE
004940         MOVE OBL-BUSINESS-REF TO DUE-BUSINESS-REF
004950         MOVE OBL-OCCURRENCE-NO TO DUE-OCCURRENCE-NO
004960         MOVE OBL-ADJUSTED-FLAG TO DUE-ADJUSTED-FLAG
004963         MOVE OBL-COUNTERPARTY TO DUE-COUNTERPARTY
004966         MOVE OBL-AMOUNT TO DUE-AMOUNT
004970         WRITE LDG-DUELIST-RECORD
004980         ADD 1 TO LDG-DUE-COUNT
004990     END-IF.
005000 4010-EXTRACT-ONE-RECORD-EXIT. EXIT.
005001
005002*----------------------------------------------------------*
005003* 5000-AGE-PAST-DUE - ONE KEYED RANGE READ FROM THE START
005004* OF THE MASTER UP TO (NOT INCLUDING) TODAY, LISTING EVERY
005005* STILL-OPEN OCCURRENCE ON THE AGING REPORT WITH ITS
005006* CALENDAR-DAY AND BUSINESS-DAY AGE AND ITS BUCKET, THEN A
005007* COUNT AND AMOUNT PER BUCKET.
005008*----------------------------------------------------------*
005009 5000-AGE-PAST-DUE.
005010     PERFORM 5300-WRITE-AGING-HEADINGS
005011         THRU 5300-WRITE-AGING-HEADINGS-EXIT.
005012     MOVE ZERO TO LDG-BUCKET-COUNT(1) LDG-BUCKET-COUNT(2)
005013                  LDG-BUCKET-COUNT(3) LDG-BUCKET-COUNT(4).
005014     MOVE ZERO TO LDG-BUCKET-AMOUNT(1) LDG-BUCKET-AMOUNT(2)
005015                  LDG-BUCKET-AMOUNT(3) LDG-BUCKET-AMOUNT(4).
005016     MOVE ZERO TO LDG-PAST-DUE-AMOUNT.
005017     MOVE 'N' TO LDG-SCAN-DONE-SW.
005018     MOVE LOW-VALUES TO OBL-KEY.
005019     START LDG-MASTER-FILE KEY NOT < OBL-KEY
005020         INVALID KEY SET LDG-SCAN-DONE TO TRUE
005021     END-START.
005022     PERFORM 5010-AGE-ONE-RECORD
005023         THRU 5010-AGE-ONE-RECORD-EXIT
005024         UNTIL LDG-SCAN-DONE.
005025     PERFORM 5400-WRITE-AGING-TOTALS
005026         THRU 5400-WRITE-AGING-TOTALS-EXIT.
005027 5000-AGE-PAST-DUE-EXIT. EXIT.
005028
005029 5010-AGE-ONE-RECORD.
005030     READ LDG-MASTER-FILE NEXT RECORD
005031         AT END SET LDG-SCAN-DONE TO TRUE
005032     END-READ.
005033     IF LDG-SCAN-DONE
005034         GO TO 5010-AGE-ONE-RECORD-EXIT
005035     END-IF
005036     IF OBL-DUE-DATE NOT < LDG-RUN-DATE
005037         SET LDG-SCAN-DONE TO TRUE
005038         GO TO 5010-AGE-ONE-RECORD-EXIT
005039     END-IF
005040     IF NOT OBL-IS-OPEN
005041         GO TO 5010-AGE-ONE-RECORD-EXIT
005042     END-IF
005043     PERFORM 5100-COUNT-DAYS-OVERDUE
005044         THRU 5100-COUNT-DAYS-OVERDUE-EXIT.
005045     EVALUATE TRUE
005046         WHEN LDG-BUS-DAYS-OVERDUE NOT > 5
005047             MOVE 1 TO LDG-AGE-BUCKET
005048         WHEN LDG-BUS-DAYS-OVERDUE NOT > 30
005049             MOVE 2 TO LDG-AGE-BUCKET
005050         WHEN LDG-BUS-DAYS-OVERDUE NOT > 90
005051             MOVE 3 TO LDG-AGE-BUCKET
005052         WHEN OTHER
005053             MOVE 4 TO LDG-AGE-BUCKET
005054     END-EVALUATE
005055     ADD 1 TO LDG-BUCKET-COUNT(LDG-AGE-BUCKET).
005056     ADD 1 TO LDG-PAST-DUE-COUNT.
005057     ADD OBL-AMOUNT TO LDG-BUCKET-AMOUNT(LDG-AGE-BUCKET).
005058     ADD OBL-AMOUNT TO LDG-PAST-DUE-AMOUNT.
005059     PERFORM 5200-WRITE-AGING-LINE
005060         THRU 5200-WRITE-AGING-LINE-EXIT.
005061 5010-AGE-ONE-RECORD-EXIT. EXIT.
005062
005063*----------------------------------------------------------*
005064* 5100-COUNT-DAYS-OVERDUE - CALENDAR DAYS ARE A SIMPLE
005065* DIFFERENCE.  BUSINESS DAYS ARE THE WORKING DAYS AFTER
005066* THE DUE DATE UP TO AND INCLUDING TODAY UNDER THE
005067* OBLIGATION'S CALENDAR CODE, STEPPED ONE DAY AT A TIME AS
005068* THE DATE-ROLL STEP COUNTS THEM; THE STEP STOPS ONCE THE
005069* COUNT PASSES 90.  AN ITEM DUE ON FRIDAY AND STILL OPEN
005070* OVER THE WEEKEND IS ZERO BUSINESS DAYS LATE AND FALLS
005071* IN THE FIRST BUCKET.
005072*----------------------------------------------------------*
005073 5100-COUNT-DAYS-OVERDUE.
005074     PERFORM 5110-LOAD-CALENDAR-PROFILE
005075         THRU 5110-LOAD-CALENDAR-PROFILE-EXIT.
005076     COMPUTE LDG-AGE-INTEGER =
005077             FUNCTION INTEGER-OF-DATE(OBL-DUE-DATE).
005078     COMPUTE LDG-CAL-DAYS-OVERDUE =
005079             LDG-RUN-INTEGER - LDG-AGE-INTEGER.
005080     MOVE ZERO TO LDG-BUS-DAYS-OVERDUE.
005081     PERFORM 5120-STEP-ONE-DAY
005082         THRU 5120-STEP-ONE-DAY-EXIT
005083         UNTIL LDG-AGE-INTEGER NOT < LDG-RUN-INTEGER
005084             OR LDG-BUS-DAYS-OVERDUE > 90.
005085 5100-COUNT-DAYS-OVERDUE-EXIT. EXIT.
005086
005087*----------------------------------------------------------*
005088* 5110-LOAD-CALENDAR-PROFILE - TABLE THE PROFILE VERSIONS
005089* OF THE OBLIGATION'S CALENDAR CODE, HELD UNTIL THE CODE
005090* CHANGES.  THE BLANK CODE IS THE BUILT-IN SATURDAY/SUNDAY
005091* WEEKEND AS ITS ONE VERSION; A CODE NO LONGER ON CALMAST
005092* (OR CALMAST ITSELF MISSING) FALLS BACK TO IT AND THE LINE
005093* SAYS SO.
005094*----------------------------------------------------------*
005095 5110-LOAD-CALENDAR-PROFILE.
005096     IF OBL-CALENDAR-CODE = LDG-LOADED-CAL-CODE
005097         GO TO 5110-LOAD-CALENDAR-PROFILE-EXIT
005098     END-IF
005099     MOVE OBL-CALENDAR-CODE TO LDG-LOADED-CAL-CODE.
005100     MOVE 'N' TO LDG-DEFAULT-CAL-SW.
005101     MOVE ZERO TO LDG-ACTIVE-VERSION-SUB.
005102     MOVE ZERO TO LDG-VERSION-COUNT.
005103     IF OBL-CALENDAR-CODE = SPACES
005104         PERFORM 5115-SET-DEFAULT-VERSION
005105             THRU 5115-SET-DEFAULT-VERSION-EXIT
005106         GO TO 5110-LOAD-CALENDAR-PROFILE-EXIT
005107     END-IF
005108     IF NOT LDG-CALMAST-IS-OPEN
005109         SET LDG-CAL-DEFAULTED TO TRUE
005110         PERFORM 5115-SET-DEFAULT-VERSION
005111             THRU 5115-SET-DEFAULT-VERSION-EXIT
005112         GO TO 5110-LOAD-CALENDAR-PROFILE-EXIT
005113     END-IF
005114     MOVE 'N' TO LDG-VERSION-DONE-SW.
005115     MOVE OBL-CALENDAR-CODE TO CAM-CODE.
005116     MOVE ZERO TO CAM-EFFECTIVE-DATE.
005117     START LDG-CALMAST-FILE KEY NOT < CAM-KEY
005118         INVALID KEY SET LDG-VERSION-DONE TO TRUE
005119     END-START.
005120     PERFORM 5116-TABLE-PROFILE-VERSION
005121         THRU 5116-TABLE-PROFILE-VERSION-EXIT
005122         UNTIL LDG-VERSION-DONE.
005123     IF LDG-VERSION-COUNT = ZERO
005124         SET LDG-CAL-DEFAULTED TO TRUE
005125         PERFORM 5115-SET-DEFAULT-VERSION
005126             THRU 5115-SET-DEFAULT-VERSION-EXIT
005127     END-IF.
005128 5110-LOAD-CALENDAR-PROFILE-EXIT. EXIT.
005129
005130 5115-SET-DEFAULT-VERSION.
005131     MOVE 1 TO LDG-VERSION-COUNT.
005132     MOVE ZERO TO LVT-EFFECTIVE-DATE(1).
005133     MOVE 'N' TO LVT-DAY-FLAG(1, 1).
005134     MOVE 'Y' TO LVT-DAY-FLAG(1, 2).
005135     MOVE 'Y' TO LVT-DAY-FLAG(1, 3).
005136     MOVE 'Y' TO LVT-DAY-FLAG(1, 4).
005137     MOVE 'Y' TO LVT-DAY-FLAG(1, 5).
005138     MOVE 'Y' TO LVT-DAY-FLAG(1, 6).
005139     MOVE 'N' TO LVT-DAY-FLAG(1, 7).
005140 5115-SET-DEFAULT-VERSION-EXIT. EXIT.
005141
005142 5116-TABLE-PROFILE-VERSION.
005143     READ LDG-CALMAST-FILE NEXT RECORD
005144         AT END SET LDG-VERSION-DONE TO TRUE
005145     END-READ.
005146     IF LDG-VERSION-DONE
005147         GO TO 5116-TABLE-PROFILE-VERSION-EXIT
005148     END-IF
005149     IF CAM-CODE NOT = OBL-CALENDAR-CODE
005150             OR LDG-VERSION-COUNT NOT < 20
005151         SET LDG-VERSION-DONE TO TRUE
005152         GO TO 5116-TABLE-PROFILE-VERSION-EXIT
005153     END-IF
005154     ADD 1 TO LDG-VERSION-COUNT.
005155     MOVE CAM-EFFECTIVE-DATE
005156         TO LVT-EFFECTIVE-DATE(LDG-VERSION-COUNT).
005157     PERFORM VARYING LDG-CAL-FLAG-SUB FROM 1 BY 1
005158             UNTIL LDG-CAL-FLAG-SUB > 7
005159         MOVE CAM-DAY-FLAG(LDG-CAL-FLAG-SUB)
005160             TO LVT-DAY-FLAG(LDG-VERSION-COUNT, LDG-CAL-FLAG-SUB)
005161     END-PERFORM.
005162 5116-TABLE-PROFILE-VERSION-EXIT. EXIT.
005163
005164 5120-STEP-ONE-DAY.
005165     ADD 1 TO LDG-AGE-INTEGER.
005166     MOVE FUNCTION DATE-OF-INTEGER(LDG-AGE-INTEGER)
005167         TO LDG-AGE-DATE.
005168     PERFORM 5130-DETERMINE-BUSINESS-DAY
005169         THRU 5130-DETERMINE-BUSINESS-DAY-EXIT.
005170     IF LDG-BUSINESS-DAY
005171         ADD 1 TO LDG-BUS-DAYS-OVERDUE
005172     END-IF.
005173 5120-STEP-ONE-DAY-EXIT. EXIT.
005174
005175 5130-DETERMINE-BUSINESS-DAY.
005176     SET LDG-BUSINESS-DAY TO TRUE.
005177     PERFORM 5140-SELECT-PROFILE-VERSION
005178         THRU 5140-SELECT-PROFILE-VERSION-EXIT.
005179     COMPUTE LDG-WEEKDAY-NUM =
005180             FUNCTION MOD(LDG-AGE-INTEGER, 7).
005181     IF LDG-ACTIVE-DAY-FLAG(LDG-WEEKDAY-NUM + 1) = 'N'
005182         SET LDG-NOT-BUSINESS-DAY TO TRUE
005183         GO TO 5130-DETERMINE-BUSINESS-DAY-EXIT
005184     END-IF
005185     IF NOT LDG-HOLMAST-IS-OPEN
005186         GO TO 5130-DETERMINE-BUSINESS-DAY-EXIT
005187     END-IF
005188     MOVE LDG-AGE-DATE TO HOM-DATE.
005189     MOVE OBL-CALENDAR-CODE TO HOM-CAL-CODE.
005190     READ LDG-HOLMAST-FILE
005191         INVALID KEY CONTINUE
005192         NOT INVALID KEY SET LDG-NOT-BUSINESS-DAY TO TRUE
005193     END-READ.
005194 5130-DETERMINE-BUSINESS-DAY-EXIT. EXIT.
005195
005196*----------------------------------------------------------*
005197* 5140-SELECT-PROFILE-VERSION - MAKE THE ACTIVE FLAGS THOSE
005198* OF THE VERSION IN FORCE ON LDG-AGE-DATE: THE LAST ONE NOT
005199* STARTING AFTER IT (THE ORIGINAL VERSION COVERS ANY EARLIER
005200* DATE).  THE FLAGS ARE ONLY RE-COPIED WHEN IT CHANGES.
005201*----------------------------------------------------------*
005202 5140-SELECT-PROFILE-VERSION.
005203     PERFORM VARYING LDG-VERSION-SUB FROM LDG-VERSION-COUNT BY -1
005204             UNTIL LDG-VERSION-SUB NOT > 1
005205                OR LVT-EFFECTIVE-DATE(LDG-VERSION-SUB)
005206                       NOT > LDG-AGE-DATE
005207         CONTINUE
005208     END-PERFORM.
005209     IF LDG-VERSION-SUB = LDG-ACTIVE-VERSION-SUB
005210         GO TO 5140-SELECT-PROFILE-VERSION-EXIT
005211     END-IF
005212     MOVE LDG-VERSION-SUB TO LDG-ACTIVE-VERSION-SUB.
005213     PERFORM VARYING LDG-CAL-FLAG-SUB FROM 1 BY 1
005214             UNTIL LDG-CAL-FLAG-SUB > 7
005215         MOVE LVT-DAY-FLAG(LDG-VERSION-SUB, LDG-CAL-FLAG-SUB)
005216             TO LDG-ACTIVE-DAY-FLAG(LDG-CAL-FLAG-SUB)
005217     END-PERFORM.
005218 5140-SELECT-PROFILE-VERSION-EXIT. EXIT.
005219
005220 5200-WRITE-AGING-LINE.
005221     MOVE SPACES TO LDG-AGING-LINE.
005222     MOVE OBL-DUE-DATE TO LDG-AGING-LINE(1:8).
005223     MOVE OBL-BUSINESS-REF TO LDG-AGING-LINE(11:16).
005224     MOVE OBL-OCCURRENCE-NO TO LDG-AGING-LINE(29:4).
005225     MOVE OBL-COUNTERPARTY TO LDG-AGING-LINE(35:10).
005226     MOVE OBL-CALENDAR-CODE TO LDG-AGING-LINE(47:3).
005227     MOVE LDG-CAL-DAYS-OVERDUE TO LDG-DAYS-ED.
005228     MOVE LDG-DAYS-ED TO LDG-AGING-LINE(52:6).
005229     IF LDG-BUS-DAYS-OVERDUE > 90
005230         MOVE "   >90" TO LDG-AGING-LINE(60:6)
005231     ELSE
005232         MOVE LDG-BUS-DAYS-OVERDUE TO LDG-DAYS-ED
005233         MOVE LDG-DAYS-ED TO LDG-AGING-LINE(60:6)
005234     END-IF
005235     MOVE LDG-BUCKET-LABEL(LDG-AGE-BUCKET)
005236         TO LDG-AGING-LINE(68:5).
005237     MOVE OBL-AMOUNT TO LDG-AMOUNT-ED.
005238     MOVE LDG-AMOUNT-ED TO LDG-AGING-LINE(75:17).
005239     IF LDG-CAL-DEFAULTED
005240         MOVE "UNKNOWN CAL - DEFAULT USED"
005241             TO LDG-AGING-LINE(94:26)
005242     END-IF
005243     WRITE LDG-AGING-LINE AFTER ADVANCING 1 LINES.
005244 5200-WRITE-AGING-LINE-EXIT. EXIT.
005245
005246 5300-WRITE-AGING-HEADINGS.
005247     MOVE SPACES TO LDG-AGING-LINE.
005248     MOVE "PAST-DUE AGING REPORT - OPEN OBLIGATIONS AS OF"
005249         TO LDG-AGING-LINE(1:46).
005250     MOVE LDG-RUN-DATE TO LDG-AGING-LINE(48:8).
005251     WRITE LDG-AGING-LINE AFTER ADVANCING PAGE.
005252     MOVE SPACES TO LDG-AGING-LINE.
005253     MOVE "DUE DATE" TO LDG-AGING-LINE(1:8).
005254     MOVE "BUSINESS REF" TO LDG-AGING-LINE(11:12).
005255     MOVE "OCC" TO LDG-AGING-LINE(29:3).
005256     MOVE "COUNTERPTY" TO LDG-AGING-LINE(35:10).
005257     MOVE "CAL" TO LDG-AGING-LINE(47:3).
005258     MOVE "CAL DY" TO LDG-AGING-LINE(52:6).
005259     MOVE "BUS DY" TO LDG-AGING-LINE(60:6).
005260     MOVE "BUCKET" TO LDG-AGING-LINE(68:6).
005261     MOVE "AMOUNT" TO LDG-AGING-LINE(86:6).
005262     WRITE LDG-AGING-LINE AFTER ADVANCING 2 LINES.
005263 5300-WRITE-AGING-HEADINGS-EXIT. EXIT.
005264
005265 5400-WRITE-AGING-TOTALS.
005266     PERFORM 5410-WRITE-BUCKET-TOTAL
005267         THRU 5410-WRITE-BUCKET-TOTAL-EXIT
005268         VARYING LDG-BUCKET-SUB FROM 1 BY 1
005269         UNTIL LDG-BUCKET-SUB > 4.
005270     MOVE SPACES TO LDG-AGING-LINE.
005271     MOVE "TOTAL PAST DUE" TO LDG-AGING-LINE(1:14).
005272     MOVE LDG-PAST-DUE-COUNT TO LDG-COUNT-ED.
005273     MOVE LDG-COUNT-ED TO LDG-AGING-LINE(36:9).
005274     MOVE LDG-PAST-DUE-AMOUNT TO LDG-AMOUNT-ED.
005275     MOVE LDG-AMOUNT-ED TO LDG-AGING-LINE(75:17).
005276     WRITE LDG-AGING-LINE AFTER ADVANCING 1 LINES.
005277 5400-WRITE-AGING-TOTALS-EXIT. EXIT.
005278
005279 5410-WRITE-BUCKET-TOTAL.
005280     MOVE SPACES TO LDG-AGING-LINE.
005281     MOVE "BUCKET" TO LDG-AGING-LINE(1:6).
005282     MOVE LDG-BUCKET-LABEL(LDG-BUCKET-SUB)
005283         TO LDG-AGING-LINE(8:5).
005284     MOVE "BUSINESS DAYS" TO LDG-AGING-LINE(14:13).
005285     MOVE LDG-BUCKET-COUNT(LDG-BUCKET-SUB) TO LDG-COUNT-ED.
005286     MOVE LDG-COUNT-ED TO LDG-AGING-LINE(36:9).
005287     MOVE LDG-BUCKET-AMOUNT(LDG-BUCKET-SUB) TO LDG-AMOUNT-ED.
005288     MOVE LDG-AMOUNT-ED TO LDG-AGING-LINE(75:17).
005289     IF LDG-BUCKET-SUB = 1
005290         WRITE LDG-AGING-LINE AFTER ADVANCING 2 LINES
005291     ELSE
005292         WRITE LDG-AGING-LINE AFTER ADVANCING 1 LINES
005293     END-IF.
005294 5410-WRITE-BUCKET-TOTAL-EXIT. EXIT.
005295
005296*----------------------------------------------------------*
005297* 6000-FORECAST-CASH - ONE KEYED RANGE READ FROM TODAY TO
005298* THE END OF THE 13TH WEEK, ADDING EVERY OPEN OCCURRENCE'S
005299* AMOUNT TO ITS DUE WEEK AND TO ITS COUNTERPARTY'S WEEK,
005300* THEN THE CASH FORECAST REPORT: THE WEEKS, THEN EACH
005301* COUNTERPARTY'S WEEKS WITH A SUBTOTAL.  ITEMS ALREADY PAST
005302* DUE ARE ON THE AGING REPORT, NOT IN THE FORECAST.
005303*----------------------------------------------------------*
005304 6000-FORECAST-CASH.
005305     COMPUTE LDG-WEEK-START-INTEGER = LDG-RUN-INTEGER
005306             - FUNCTION MOD(LDG-RUN-INTEGER + 6, 7).
005307     COMPUTE LDG-FCST-END-INTEGER = LDG-WEEK-START-INTEGER + 90.
005308     MOVE FUNCTION DATE-OF-INTEGER(LDG-FCST-END-INTEGER)
005309         TO LDG-FCST-END-DATE.
005310     PERFORM VARYING LDG-WEEK-SUB FROM 1 BY 1
005311             UNTIL LDG-WEEK-SUB > 13
005312         MOVE ZERO TO FWK-ITEM-COUNT(LDG-WEEK-SUB)
005313         MOVE ZERO TO FWK-RECEIPTS(LDG-WEEK-SUB)
005314         MOVE ZERO TO FWK-PAYMENTS(LDG-WEEK-SUB)
005315     END-PERFORM.
005316     MOVE 'N' TO LDG-SCAN-DONE-SW.
005317     MOVE LOW-VALUES TO OBL-KEY.
005318     MOVE LDG-RUN-DATE TO OBL-DUE-DATE.
005319     START LDG-MASTER-FILE KEY NOT < OBL-KEY
005320         INVALID KEY SET LDG-SCAN-DONE TO TRUE
005321     END-START.
005322     PERFORM 6010-FORECAST-ONE-RECORD
005323         THRU 6010-FORECAST-ONE-RECORD-EXIT
005324         UNTIL LDG-SCAN-DONE.
005325     IF LDG-CPTY-TABLE-TRUNCATED
005326         DISPLAY "DTRLEDG: MORE THAN 500 COUNTERPARTIES IN THE "
005327             "FORECAST - THE REST ARE IN THE WEEKLY TOTALS "
005328             "ONLY"
005329     END-IF
005330     PERFORM 6300-WRITE-FORECAST-HEADINGS
005331         THRU 6300-WRITE-FORECAST-HEADINGS-EXIT.
005332     MOVE ZERO TO LDG-FCST-ITEMS.
005333     MOVE ZERO TO LDG-FCST-RECEIPTS.
005334     MOVE ZERO TO LDG-FCST-PAYMENTS.
005335     PERFORM 6200-WRITE-WEEK-LINE
005336         THRU 6200-WRITE-WEEK-LINE-EXIT
005337         VARYING LDG-WEEK-SUB FROM 1 BY 1
005338         UNTIL LDG-WEEK-SUB > 13.
005339     PERFORM 6400-WRITE-FORECAST-TOTAL
005340         THRU 6400-WRITE-FORECAST-TOTAL-EXIT.
005341     MOVE SPACES TO LDG-FORECAST-LINE.
005342     MOVE "BY COUNTERPARTY" TO LDG-FORECAST-LINE(1:15).
005343     WRITE LDG-FORECAST-LINE AFTER ADVANCING 3 LINES.
005344     PERFORM 6500-WRITE-COUNTERPARTY
005345         THRU 6500-WRITE-COUNTERPARTY-EXIT
005346         VARYING LDG-CPTY-SUB FROM 1 BY 1
005347         UNTIL LDG-CPTY-SUB > LDG-CPTY-COUNT.
005348 6000-FORECAST-CASH-EXIT. EXIT.
005349
005350 6010-FORECAST-ONE-RECORD.
005351     READ LDG-MASTER-FILE NEXT RECORD
005352         AT END SET LDG-SCAN-DONE TO TRUE
005353     END-READ.
005354     IF LDG-SCAN-DONE
005355         GO TO 6010-FORECAST-ONE-RECORD-EXIT
005356     END-IF
005357     IF OBL-DUE-DATE > LDG-FCST-END-DATE
005358         SET LDG-SCAN-DONE TO TRUE
005359         GO TO 6010-FORECAST-ONE-RECORD-EXIT
005360     END-IF
005361     IF NOT OBL-IS-OPEN
005362         GO TO 6010-FORECAST-ONE-RECORD-EXIT
005363     END-IF
005364     COMPUTE LDG-DUE-INTEGER =
005365             FUNCTION INTEGER-OF-DATE(OBL-DUE-DATE).
005366     COMPUTE LDG-WEEK-SUB =
005367             (LDG-DUE-INTEGER - LDG-WEEK-START-INTEGER) / 7 + 1.
005368     ADD 1 TO FWK-ITEM-COUNT(LDG-WEEK-SUB).
005369     IF OBL-AMOUNT < ZERO
005370         ADD OBL-AMOUNT TO FWK-PAYMENTS(LDG-WEEK-SUB)
005371     ELSE
005372         ADD OBL-AMOUNT TO FWK-RECEIPTS(LDG-WEEK-SUB)
005373     END-IF
005374     PERFORM 6100-TALLY-COUNTERPARTY
005375         THRU 6100-TALLY-COUNTERPARTY-EXIT.
005376 6010-FORECAST-ONE-RECORD-EXIT. EXIT.
005377
005378*----------------------------------------------------------*
005379* 6100-TALLY-COUNTERPARTY - ADD THE OCCURRENCE TO ITS
005380* COUNTERPARTY'S WEEK, INSERTING A NEW COUNTERPARTY IN
005381* ASCENDING ORDER WHEN IT HAS NOT BEEN SEEN YET.
005382*----------------------------------------------------------*
005383 6100-TALLY-COUNTERPARTY.
005384     MOVE ZERO TO LDG-CPTY-HIT.
005385     COMPUTE LDG-CPTY-POS = LDG-CPTY-COUNT + 1.
005386     PERFORM VARYING LDG-CPTY-SUB FROM 1 BY 1
005387             UNTIL LDG-CPTY-SUB > LDG-CPTY-COUNT
005388         IF FCP-COUNTERPARTY(LDG-CPTY-SUB) = OBL-COUNTERPARTY
005389                 AND LDG-CPTY-HIT = ZERO
005390             MOVE LDG-CPTY-SUB TO LDG-CPTY-HIT
005391         END-IF
005392         IF FCP-COUNTERPARTY(LDG-CPTY-SUB) > OBL-COUNTERPARTY
005393                 AND LDG-CPTY-POS > LDG-CPTY-SUB
005394             MOVE LDG-CPTY-SUB TO LDG-CPTY-POS
005395         END-IF
005396     END-PERFORM.
005397     IF LDG-CPTY-HIT = ZERO
005398         IF LDG-CPTY-COUNT >= 500
005399             SET LDG-CPTY-TABLE-TRUNCATED TO TRUE
005400             GO TO 6100-TALLY-COUNTERPARTY-EXIT
005401         END-IF
005402         PERFORM VARYING LDG-CPTY-SHIFT-SUB
005403                 FROM LDG-CPTY-COUNT BY -1
005404                 UNTIL LDG-CPTY-SHIFT-SUB < LDG-CPTY-POS
005405             MOVE LDG-CPTY-ENTRY(LDG-CPTY-SHIFT-SUB)
005406                 TO LDG-CPTY-ENTRY(LDG-CPTY-SHIFT-SUB + 1)
005407         END-PERFORM
005408         ADD 1 TO LDG-CPTY-COUNT
005409         MOVE LDG-CPTY-POS TO LDG-CPTY-HIT
005410         MOVE OBL-COUNTERPARTY TO FCP-COUNTERPARTY(LDG-CPTY-HIT)
005411         PERFORM VARYING LDG-CPTY-SUB FROM 1 BY 1
005412                 UNTIL LDG-CPTY-SUB > 13
005413             MOVE ZERO
005414                 TO FCP-ITEM-COUNT(LDG-CPTY-HIT, LDG-CPTY-SUB)
005415             MOVE ZERO TO FCP-NET(LDG-CPTY-HIT, LDG-CPTY-SUB)
005416         END-PERFORM
005417     END-IF
005418     ADD 1 TO FCP-ITEM-COUNT(LDG-CPTY-HIT, LDG-WEEK-SUB).
005419     ADD OBL-AMOUNT TO FCP-NET(LDG-CPTY-HIT, LDG-WEEK-SUB).
005420 6100-TALLY-COUNTERPARTY-EXIT. EXIT.
005421
005422 6200-WRITE-WEEK-LINE.
005423     PERFORM 6210-SET-WEEK-DATES THRU 6210-SET-WEEK-DATES-EXIT.
005424     MOVE SPACES TO LDG-FORECAST-LINE.
005425     MOVE LDG-WEEK-SUB TO LDG-DAYS-ED.
005426     MOVE LDG-DAYS-ED TO LDG-FORECAST-LINE(1:6).
005427     MOVE LDG-WEEK-BEGIN-DATE TO LDG-FORECAST-LINE(9:8).
005428     MOVE LDG-WEEK-END-DATE TO LDG-FORECAST-LINE(19:8).
005429     MOVE FWK-ITEM-COUNT(LDG-WEEK-SUB) TO LDG-COUNT-ED.
005430     MOVE LDG-COUNT-ED TO LDG-FORECAST-LINE(29:9).
005431     MOVE FWK-RECEIPTS(LDG-WEEK-SUB) TO LDG-AMOUNT-ED.
005432     MOVE LDG-AMOUNT-ED TO LDG-FORECAST-LINE(40:17).
005433     MOVE FWK-PAYMENTS(LDG-WEEK-SUB) TO LDG-AMOUNT-ED.
005434     MOVE LDG-AMOUNT-ED TO LDG-FORECAST-LINE(59:17).
005435     COMPUTE LDG-FCST-NET = FWK-RECEIPTS(LDG-WEEK-SUB)
005436                          + FWK-PAYMENTS(LDG-WEEK-SUB).
005437     MOVE LDG-FCST-NET TO LDG-AMOUNT-ED.
005438     MOVE LDG-AMOUNT-ED TO LDG-FORECAST-LINE(78:17).
005439     WRITE LDG-FORECAST-LINE AFTER ADVANCING 1 LINES.
005440     ADD FWK-ITEM-COUNT(LDG-WEEK-SUB) TO LDG-FCST-ITEMS.
005441     ADD FWK-RECEIPTS(LDG-WEEK-SUB) TO LDG-FCST-RECEIPTS.
005442     ADD FWK-PAYMENTS(LDG-WEEK-SUB) TO LDG-FCST-PAYMENTS.
005443 6200-WRITE-WEEK-LINE-EXIT. EXIT.
005444
005445*----------------------------------------------------------*
005446* 6210-SET-WEEK-DATES - THE MONDAY AND SUNDAY OF FORECAST
005447* WEEK LDG-WEEK-SUB.
005448*----------------------------------------------------------*
005449 6210-SET-WEEK-DATES.
005450     COMPUTE LDG-DUE-INTEGER =
005451             LDG-WEEK-START-INTEGER + (LDG-WEEK-SUB - 1) * 7.
005452     MOVE FUNCTION DATE-OF-INTEGER(LDG-DUE-INTEGER)
005453         TO LDG-WEEK-BEGIN-DATE.
005454     ADD 6 TO LDG-DUE-INTEGER.
005455     MOVE FUNCTION DATE-OF-INTEGER(LDG-DUE-INTEGER)
005456         TO LDG-WEEK-END-DATE.
005457 6210-SET-WEEK-DATES-EXIT. EXIT.
005458
005459 6300-WRITE-FORECAST-HEADINGS.
005460     MOVE SPACES TO LDG-FORECAST-LINE.
005461     MOVE "CASH FORECAST - OPEN OBLIGATIONS, 13 WEEKS FROM"
005462         TO LDG-FORECAST-LINE(1:47).
005463     MOVE LDG-RUN-DATE TO LDG-FORECAST-LINE(49:8).
005464     WRITE LDG-FORECAST-LINE AFTER ADVANCING PAGE.
005465     MOVE SPACES TO LDG-FORECAST-LINE.
005466     MOVE "WEEK" TO LDG-FORECAST-LINE(3:4).
005467     MOVE "BEGINS" TO LDG-FORECAST-LINE(9:6).
005468     MOVE "ENDS" TO LDG-FORECAST-LINE(19:4).
005469     MOVE "ITEMS" TO LDG-FORECAST-LINE(33:5).
005470     MOVE "RECEIPTS" TO LDG-FORECAST-LINE(49:8).
005471     MOVE "PAYMENTS" TO LDG-FORECAST-LINE(68:8).
005472     MOVE "NET" TO LDG-FORECAST-LINE(92:3).
005473     WRITE LDG-FORECAST-LINE AFTER ADVANCING 2 LINES.
005474 6300-WRITE-FORECAST-HEADINGS-EXIT. EXIT.
005475
005476 6400-WRITE-FORECAST-TOTAL.
005477     MOVE SPACES TO LDG-FORECAST-LINE.
005478     MOVE "TOTAL" TO LDG-FORECAST-LINE(1:5).
005479     MOVE LDG-FCST-ITEMS TO LDG-COUNT-ED.
005480     MOVE LDG-COUNT-ED TO LDG-FORECAST-LINE(29:9).
005481     MOVE LDG-FCST-RECEIPTS TO LDG-AMOUNT-ED.
005482     MOVE LDG-AMOUNT-ED TO LDG-FORECAST-LINE(40:17).
005483     MOVE LDG-FCST-PAYMENTS TO LDG-AMOUNT-ED.
005484     MOVE LDG-AMOUNT-ED TO LDG-FORECAST-LINE(59:17).
005485     COMPUTE LDG-FCST-NET = LDG-FCST-RECEIPTS + LDG-FCST-PAYMENTS.
005486     MOVE LDG-FCST-NET TO LDG-AMOUNT-ED.
005487     MOVE LDG-AMOUNT-ED TO LDG-FORECAST-LINE(78:17).
005488     WRITE LDG-FORECAST-LINE AFTER ADVANCING 2 LINES.
005489 6400-WRITE-FORECAST-TOTAL-EXIT. EXIT.
005490
005491*----------------------------------------------------------*
005492* 6500-WRITE-COUNTERPARTY - ONE LINE PER WEEK IN WHICH THE
005493* COUNTERPARTY HAS ANYTHING DUE (ITEMS AND NET AMOUNT),
005494* THEN ITS 13-WEEK SUBTOTAL.
005495*----------------------------------------------------------*
005496 6500-WRITE-COUNTERPARTY.
005497     MOVE SPACES TO LDG-FORECAST-LINE.
005498     MOVE FCP-COUNTERPARTY(LDG-CPTY-SUB)
005499         TO LDG-FORECAST-LINE(1:10).
005500     IF FCP-COUNTERPARTY(LDG-CPTY-SUB) = SPACES
005501         MOVE "(NONE)" TO LDG-FORECAST-LINE(1:6)
005502     END-IF
005503     WRITE LDG-FORECAST-LINE AFTER ADVANCING 2 LINES.
005504     MOVE ZERO TO LDG-FCST-ITEMS.
005505     MOVE ZERO TO LDG-FCST-NET.
005506     PERFORM 6510-WRITE-COUNTERPARTY-WEEK
005507         THRU 6510-WRITE-COUNTERPARTY-WEEK-EXIT
005508         VARYING LDG-WEEK-SUB FROM 1 BY 1
005509         UNTIL LDG-WEEK-SUB > 13.
005510     MOVE SPACES TO LDG-FORECAST-LINE.
005511     MOVE "SUBTOTAL" TO LDG-FORECAST-LINE(9:8).
005512     MOVE LDG-FCST-ITEMS TO LDG-COUNT-ED.
005513     MOVE LDG-COUNT-ED TO LDG-FORECAST-LINE(29:9).
005514     MOVE LDG-FCST-NET TO LDG-AMOUNT-ED.
005515     MOVE LDG-AMOUNT-ED TO LDG-FORECAST-LINE(78:17).
005516     WRITE LDG-FORECAST-LINE AFTER ADVANCING 1 LINES.
005517 6500-WRITE-COUNTERPARTY-EXIT. EXIT.
005518
005519 6510-WRITE-COUNTERPARTY-WEEK.
005520     IF FCP-ITEM-COUNT(LDG-CPTY-SUB, LDG-WEEK-SUB) = ZERO
005521         GO TO 6510-WRITE-COUNTERPARTY-WEEK-EXIT
005522     END-IF
005523     PERFORM 6210-SET-WEEK-DATES THRU 6210-SET-WEEK-DATES-EXIT.
005524     MOVE SPACES TO LDG-FORECAST-LINE.
005525     MOVE LDG-WEEK-SUB TO LDG-DAYS-ED.
005526     MOVE LDG-DAYS-ED TO LDG-FORECAST-LINE(1:6).
005527     MOVE LDG-WEEK-BEGIN-DATE TO LDG-FORECAST-LINE(9:8).
005528     MOVE LDG-WEEK-END-DATE TO LDG-FORECAST-LINE(19:8).
005529     MOVE FCP-ITEM-COUNT(LDG-CPTY-SUB, LDG-WEEK-SUB)
005530         TO LDG-COUNT-ED.
005531     MOVE LDG-COUNT-ED TO LDG-FORECAST-LINE(29:9).
005532     MOVE FCP-NET(LDG-CPTY-SUB, LDG-WEEK-SUB) TO LDG-AMOUNT-ED.
005533     MOVE LDG-AMOUNT-ED TO LDG-FORECAST-LINE(78:17).
005534     WRITE LDG-FORECAST-LINE AFTER ADVANCING 1 LINES.
005535     ADD FCP-ITEM-COUNT(LDG-CPTY-SUB, LDG-WEEK-SUB)
005536         TO LDG-FCST-ITEMS.
005537     ADD FCP-NET(LDG-CPTY-SUB, LDG-WEEK-SUB) TO LDG-FCST-NET.
005538 6510-WRITE-COUNTERPARTY-WEEK-EXIT. EXIT.
005539
005540 9000-TERMINATE.
005541     MOVE SPACES TO LDG-REPORT-LINE.
005542     MOVE "FOLDED" TO LDG-REPORT-LINE(1:6).
005543     MOVE LDG-FOLDED-COUNT TO LDG-COUNT-ED.
005544     MOVE LDG-COUNT-ED TO LDG-REPORT-LINE(8:9).
005545     MOVE "DUPLICATE" TO LDG-REPORT-LINE(19:9).
005546     MOVE LDG-DUPLICATE-COUNT TO LDG-COUNT-ED.
005547     MOVE LDG-COUNT-ED TO LDG-REPORT-LINE(29:9).
005548     MOVE "CANCELLED" TO LDG-REPORT-LINE(40:9).
005549     MOVE LDG-CANCELLED-COUNT TO LDG-COUNT-ED.
005550     MOVE LDG-COUNT-ED TO LDG-REPORT-LINE(50:9).
005551     MOVE "DUE" TO LDG-REPORT-LINE(61:3).
005552     MOVE LDG-DUE-COUNT TO LDG-COUNT-ED.
005553     MOVE LDG-COUNT-ED TO LDG-REPORT-LINE(65:9).
005554     WRITE LDG-REPORT-LINE AFTER ADVANCING 1 LINES.
005555     IF LDG-BAD-SCHED-COUNT > ZERO
005556         MOVE SPACES TO LDG-REPORT-LINE
005557         MOVE "MALFORMED SCHEDULE RECORDS SKIPPED"
005558             TO LDG-REPORT-LINE(1:34)
005559         MOVE LDG-BAD-SCHED-COUNT TO LDG-COUNT-ED
005560         MOVE LDG-COUNT-ED TO LDG-REPORT-LINE(36:9)
005561         WRITE LDG-REPORT-LINE AFTER ADVANCING 1 LINES
005562     END-IF
005563     MOVE SPACES TO LDG-REPORT-LINE.
005564     MOVE "SETTLED" TO LDG-REPORT-LINE(1:7).
005565     MOVE LDG-SETTLED-COUNT TO LDG-COUNT-ED.
005566     MOVE LDG-COUNT-ED TO LDG-REPORT-LINE(8:9).
005567     MOVE "REJECTED" TO LDG-REPORT-LINE(19:8).
005568     MOVE LDG-SETTLE-REJECT-COUNT TO LDG-COUNT-ED.
005569     MOVE LDG-COUNT-ED TO LDG-REPORT-LINE(29:9).
005570     MOVE "PAST DUE" TO LDG-REPORT-LINE(40:8).
005571     MOVE LDG-PAST-DUE-COUNT TO LDG-COUNT-ED.
005572     MOVE LDG-COUNT-ED TO LDG-REPORT-LINE(50:9).
005573     WRITE LDG-REPORT-LINE AFTER ADVANCING 1 LINES.
005574     IF LDG-CALMAST-IS-OPEN
005575         CLOSE LDG-CALMAST-FILE
005576     END-IF
005577     IF LDG-HOLMAST-IS-OPEN
005578         CLOSE LDG-HOLMAST-FILE
005579     END-IF
005580     CLOSE LDG-MASTER-FILE
005581           LDG-DUELIST-FILE
005582           LDG-REPORT-FILE
005583           LDG-AGING-FILE
005584           LDG-FORECAST-FILE.
005585     PERFORM 9200-REGISTER-RUN-COMPLETE
005586         THRU 9200-REGISTER-RUN-COMPLETE-EXIT.
005587     CLOSE LDG-RUNREG-FILE.
005588 9000-TERMINATE-EXIT. EXIT.
005590
005600*----------------------------------------------------------*
005610* 9200-REGISTER-RUN-COMPLETE - RECORD COMPLETION ON THE
005620* RUN REGISTRY.
005630*----------------------------------------------------------*
005640 9200-REGISTER-RUN-COMPLETE.
005650     MOVE LDG-RUN-DATE TO RRG-BUSINESS-DATE.
005660     MOVE "DTRLEDG" TO RRG-STEP-NAME.
005670     READ LDG-RUNREG-FILE
005680         INVALID KEY
005690             MOVE LDG-RUN-DATE TO RRG-BUSINESS-DATE
005700             MOVE "DTRLEDG" TO RRG-STEP-NAME
005710             SET RRG-RUN-COMPLETE TO TRUE
005720             MOVE LDG-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
005730             WRITE LDG-RUNREG-RECORD
005740         NOT INVALID KEY
005750             SET RRG-RUN-COMPLETE TO TRUE
005760             MOVE LDG-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
005770             REWRITE LDG-RUNREG-RECORD
005780     END-READ.
005790 9200-REGISTER-RUN-COMPLETE-EXIT. EXIT.
