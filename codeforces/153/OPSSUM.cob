000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. OPSSUM.
000030 AUTHOR. R HALVERSON.
000040 INSTALLATION. OVERNIGHT BATCH.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*----------------------------------------------------------*
000080* MODIFICATION HISTORY.
000090* 2026-10-15 RH  NEW PROGRAM.  ANSWERING "DID LAST NIGHT WORK?"
000100*                MEANT OPENING CIFCTL, VFYRPT, DTRCTL, LDGRPT,
000110*                THE SURVEY REPORTS, AND ANLRPT ONE BY ONE AND
000120*                READING THE JOB'S STEP RETURN CODES.  THIS
000130*                STEP RUNS LAST IN CDEJOB WHATEVER HAPPENED
000140*                BEFORE IT.  IT TAKES EACH STEP'S RAN, BYPASSED,
000150*                OR FAILED STATE FROM THE RUN REGISTRY (RUNREG)
000160*                FOR THE BUSINESS DATE, ITS COUNTS FROM THE
000170*                NIGHT'S RUN-CONTROL (RUNCTL) RECORDS, AND ITS
000180*                BATCH BALANCE, VERIFY MISMATCHES, DUE-LIST
000190*                SIZE, SURVEY EXCEPTIONS, AND ANOMALY FLAGS
000200*                FROM THE LAST SECTION OF THE STEP'S CONTROL OR
000210*                EXCEPTION REPORT, AND PRINTS ONE PAGE (SUMRPT)
000220*                WITH AN OVERALL GREEN, AMBER, OR RED STATUS AT
000230*                THE TOP.  THE STEP ENDS RC 0, 4, OR 8 TO MATCH.
000231* 2026-10-15 RH  THE AUDIT-CHAIN VERIFY STEPS (AUDVFY, ONCE FOR
000232*                EACH OF CIFAUD, HOLAUD, AND CALAUD) ARE ADDED TO
000233*                THE STEP TABLE.  EACH IS JUDGED FROM ITS SECTION
000234*                OF AVFRPT FOR THE BUSINESS DATE: A BROKEN CHAIN
000235*                IS RED, A RUN LEFT WITHOUT ITS CONTROL RECORD
000236*                AMBER.
000240*----------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT OPS-BUSDATE-FILE ASSIGN TO "BUSDATE"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS OPS-BUSDATE-STATUS.
000310     SELECT OPS-RUNREG-FILE ASSIGN TO "RUNREG"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS RRG-KEY
000350         FILE STATUS IS OPS-RUNREG-STATUS.
000360     SELECT OPS-RUNCTL-FILE ASSIGN TO "RUNCTL"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS OPS-RUNCTL-STATUS.
000390     SELECT OPS-CIFCTL-FILE ASSIGN TO "CIFCTL"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS OPS-CIFCTL-STATUS.
000420     SELECT OPS-VFYRPT-FILE ASSIGN TO "VFYRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS OPS-VFYRPT-STATUS.
000450     SELECT OPS-DTRCTL-FILE ASSIGN TO "DTRCTL"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS OPS-DTRCTL-STATUS.
000480     SELECT OPS-LDGRPT-FILE ASSIGN TO "LDGRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS OPS-LDGRPT-STATUS.
000510     SELECT OPS-GEORPT-FILE ASSIGN TO "GEORPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS OPS-GEORPT-STATUS.
000540     SELECT OPS-ANLRPT-FILE ASSIGN TO "ANLRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS OPS-ANLRPT-STATUS.
000562     SELECT OPS-AVFRPT-FILE ASSIGN TO "AVFRPT"
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS OPS-AVFRPT-STATUS.
000570     SELECT OPS-REPORT-FILE ASSIGN TO "SUMRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS OPS-REPORT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  OPS-BUSDATE-FILE.
000640 01  OPS-BUSDATE-RECORD.
000650     COPY BUSDATE.
000660
000670 FD  OPS-RUNREG-FILE.
000680 01  OPS-RUNREG-RECORD.
000690     COPY RUNREG.
000700
000710 FD  OPS-RUNCTL-FILE.
000720 01  OPS-RUNCTL-RECORD.
000730     COPY RUNCTL.
000740
000750 FD  OPS-CIFCTL-FILE.
000760 01  OPS-CIFCTL-LINE             PIC X(80).
000770
000780 FD  OPS-VFYRPT-FILE.
000790 01  OPS-VFYRPT-LINE             PIC X(132).
000800
000810 FD  OPS-DTRCTL-FILE.
000820 01  OPS-DTRCTL-LINE             PIC X(80).
000830
000840 FD  OPS-LDGRPT-FILE.
000850 01  OPS-LDGRPT-LINE             PIC X(80).
000860
000870 FD  OPS-GEORPT-FILE.
000880 01  OPS-GEORPT-LINE             PIC X(77).
000890
000900 FD  OPS-ANLRPT-FILE.
000910 01  OPS-ANLRPT-LINE             PIC X(132).
000911
000913 FD  OPS-AVFRPT-FILE.
000916 01  OPS-AVFRPT-LINE             PIC X(132).
000920
000930 FD  OPS-REPORT-FILE.
000940 01  OPS-REPORT-LINE             PIC X(132).
000950
000960 WORKING-STORAGE SECTION.
000970 77  OPS-BUSDATE-STATUS          PIC X(02).
000980 77  OPS-RUNREG-STATUS           PIC X(02).
000990 77  OPS-RUNCTL-STATUS           PIC X(02).
001000     88  OPS-RUNCTL-AT-END                  VALUE '10'.
001010 77  OPS-CIFCTL-STATUS           PIC X(02).
001020 77  OPS-VFYRPT-STATUS           PIC X(02).
001030 77  OPS-DTRCTL-STATUS           PIC X(02).
001040 77  OPS-LDGRPT-STATUS           PIC X(02).
001050 77  OPS-GEORPT-STATUS           PIC X(02).
001060 77  OPS-ANLRPT-STATUS           PIC X(02).
001065 77  OPS-AVFRPT-STATUS           PIC X(02).
001070 77  OPS-REPORT-STATUS           PIC X(02).
001080
001090*--------------------------------------------------------*
001100* THE STREAM'S STEPS IN CDEJOB ORDER: JCL STEP NAME,
001110* PROGRAM, AND THE STEP NAME THE PROGRAM REGISTERS UNDER
001117* ON RUNREG AND WRITES ON RUNCTL (BLANK FOR BDROLL, WHOSE
001124* STATE COMES FROM THE BUSDATE CONTROL RECORD; THE AUDIT
001131* NAME FOR AUDVFY).  ENTRY 1 IS BDROLL, 2 C, 3 CIFVFY, 4 D,
001138* 5 DTRLEDG, 6 E, 7 RUNANL, 8-10 AUDVFY FOR CIFAUD, HOLAUD,
001145* AND CALAUD; THE STEP-BY-STEP JUDGING BELOW WORKS BY THAT
001152* NUMBER.
001160*--------------------------------------------------------*
001170 01  OPS-STEP-DEF-DATA.
001180     05  FILLER                  PIC X(24)
001190                                 VALUE "STEPB   BDROLL          ".
001200     05  FILLER                  PIC X(24)
001210                                 VALUE "STEPC   C       CIPHER  ".
001220     05  FILLER                  PIC X(24)
001230                                 VALUE "STEPV   CIFVFY  CIFVFY  ".
001240     05  FILLER                  PIC X(24)
001250                                 VALUE "STEPD   D       DATEROLL".
001260     05  FILLER                  PIC X(24)
001270                                 VALUE "STEPL   DTRLEDG DTRLEDG ".
001280     05  FILLER                  PIC X(24)
001290                                 VALUE "STEPE   E       GEOPAIR ".
001300     05  FILLER                  PIC X(24)
001310                                 VALUE "STEPA   RUNANL  RUNANL  ".
001311     05  FILLER                  PIC X(24)
001312                                 VALUE "STEPT   AUDVFY  CIFAUD  ".
001313     05  FILLER                  PIC X(24)
001314                                 VALUE "STEPH   AUDVFY  HOLAUD  ".
001315     05  FILLER                  PIC X(24)
001316                                 VALUE "STEPK   AUDVFY  CALAUD  ".
001320 01  OPS-STEP-DEF-TABLE REDEFINES OPS-STEP-DEF-DATA.
001330     05  OPS-STEP-DEF            OCCURS 10 TIMES.
001340         10  OSD-STEP-ID         PIC X(08).
001350         10  OSD-PROGRAM         PIC X(08).
001360         10  OSD-REGISTRY-NAME   PIC X(08).
001370 77  OPS-STEP-COUNT              PIC 9(04)  COMP VALUE 10.
001380 77  OPS-STEP-SUB                PIC 9(04)  COMP.
001390
001400*--------------------------------------------------------*
001410* WHAT WAS FOUND FOR EACH STEP.  THE CONTROL TEXT IS THE
001420* FINAL STATUS LINE OF THE STEP'S LAST CONTROL OR REPORT
001430* SECTION; THE COUNTS ARE PRINTED ONLY WHEN SOMETHING WAS
001440* FOUND TO PRINT.
001450*--------------------------------------------------------*
001460 01  OPS-STEP-RESULT-AREA.
001470     05  OPS-STEP-RESULT         OCCURS 10 TIMES.
001480         10  OSR-STATUS          PIC X(08).
001490             88  OSR-RAN                    VALUE "RAN".
001500             88  OSR-BYPASSED               VALUE "BYPASSED".
001510             88  OSR-FAILED                 VALUE "FAILED".
001520         10  OSR-LEVEL           PIC X(05).
001530         10  OSR-REG-TIMESTAMP   PIC X(26).
001540         10  OSR-RUNCTL-SW       PIC X(01).
001550             88  OSR-RUNCTL-FOUND           VALUE 'Y'.
001560         10  OSR-COUNTS-SW       PIC X(01).
001570             88  OSR-COUNTS-PRESENT         VALUE 'Y'.
001573         10  OSR-REPORT-SW       PIC X(01).
001576             88  OSR-REPORT-FOUND           VALUE 'Y'.
001580         10  OSR-INPUT-COUNT     PIC 9(09)  COMP.
001590         10  OSR-OUTPUT-COUNT    PIC 9(09)  COMP.
001600         10  OSR-REJECTED-COUNT  PIC 9(09)  COMP.
001610         10  OSR-CONTROL-TEXT    PIC X(72).
001620         10  OSR-NOTE            PIC X(68).
001630
001640*--------------------------------------------------------*
001650* FIGURES TAKEN FROM THE STEP REPORTS.  A SECTION FLAG IS
001660* SET ONLY WHEN THE FIGURES BELONG TO TONIGHT: BY THE
001670* BUSINESS DATE IN THE HEADING WHERE THE REPORT CARRIES
001680* ONE, OTHERWISE BY THE STEP HAVING REGISTERED.
001690*--------------------------------------------------------*
001700 77  OPS-SECTION-SW              PIC X(01).
001710     88  OPS-IN-NIGHT-SECTION               VALUE 'Y'.
001720 77  OPS-CIF-FOUND-SW            PIC X(01)  VALUE 'N'.
001730     88  OPS-CIF-FOUND                      VALUE 'Y'.
001740 77  OPS-VFY-FOUND-SW            PIC X(01)  VALUE 'N'.
001750     88  OPS-VFY-FOUND                      VALUE 'Y'.
001760 77  OPS-DTR-FOUND-SW            PIC X(01)  VALUE 'N'.
001770     88  OPS-DTR-FOUND                      VALUE 'Y'.
001780 77  OPS-LDG-FOUND-SW            PIC X(01)  VALUE 'N'.
001790     88  OPS-LDG-FOUND                      VALUE 'Y'.
001800 77  OPS-GEO-FOUND-SW            PIC X(01)  VALUE 'N'.
001810     88  OPS-GEO-FOUND                      VALUE 'Y'.
001820 77  OPS-ANL-FOUND-SW            PIC X(01)  VALUE 'N'.
001830     88  OPS-ANL-FOUND                      VALUE 'Y'.
001840 77  OPS-DUE-COUNT               PIC 9(09)  COMP VALUE ZERO.
001850 77  OPS-PAST-DUE-COUNT          PIC 9(09)  COMP VALUE ZERO.
001860 77  OPS-SPACING-COUNT           PIC 9(09)  COMP VALUE ZERO.
001870 77  OPS-OVERLAP-COUNT           PIC 9(09)  COMP VALUE ZERO.
001880 77  OPS-DRIFT-COUNT             PIC 9(09)  COMP VALUE ZERO.
001890 77  OPS-PERMIT-COUNT            PIC 9(09)  COMP VALUE ZERO.
001900 77  OPS-ANOMALY-COUNT           PIC 9(09)  COMP VALUE ZERO.
001905 77  OPS-AVF-SUB                 PIC 9(04)  COMP VALUE ZERO.
001910 77  OPS-SCAN-LINE               PIC X(132).
001920 77  OPS-SCAN-EOF-SW             PIC X(01).
001930     88  OPS-SCAN-EOF                       VALUE 'Y'.
001940
001950*--------------------------------------------------------*
001960* NIGHT AND OVERALL-STATUS WORK FIELDS.
001970*--------------------------------------------------------*
001980 77  OPS-RUN-TIMESTAMP           PIC X(26).
001990 77  OPS-BUSINESS-DATE           PIC 9(08).
002000 77  OPS-BUSINESS-DATE-X         PIC X(08).
002010 77  OPS-ROLL-DATE               PIC 9(08).
002020 77  OPS-CLOCK-DATE              PIC 9(08).
002030 77  OPS-DAYS-SINCE-ROLL         PIC S9(09) COMP.
002040 77  OPS-NIGHT-SW                PIC X(01)  VALUE 'P'.
002050     88  OPS-PROCESSING-NIGHT               VALUE 'P'.
002060     88  OPS-NON-PROCESSING-NIGHT           VALUE 'N'.
002070     88  OPS-DATE-NOT-ROLLED                VALUE 'S'.
002080 77  OPS-RED-COUNT               PIC 9(04)  COMP VALUE ZERO.
002090 77  OPS-AMBER-COUNT             PIC 9(04)  COMP VALUE ZERO.
002100 77  OPS-OVERALL-STATUS          PIC X(05).
002110
002120 77  OPS-SEQ-WORK-X              PIC X(09).
002130 77  OPS-SEQ-WORK                PIC 9(09).
002140 77  OPS-COUNT-ED                PIC Z(8)9.
002150 77  OPS-NOTE-WORK               PIC X(68).
002160 77  OPS-NOTE-PTR                PIC 9(04)  COMP.
002170 77  OPS-NOTE-COUNT              PIC 9(09)  COMP.
002180 77  OPS-NOTE-LEAD               PIC 9(04)  COMP.
002190
002200 PROCEDURE DIVISION.
002210*----------------------------------------------------------*
002220* 0000-MAINLINE - WORK OUT WHAT KIND OF NIGHT IT WAS, TAKE
002230* EACH STEP'S STATE AND FIGURES, JUDGE THEM, AND PRINT THE
002240* PAGE.
002250*----------------------------------------------------------*
002260 0000-MAINLINE.
002270     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002280     PERFORM 2000-CHECK-REGISTRY THRU 2000-CHECK-REGISTRY-EXIT.
002290     PERFORM 3000-LOAD-RUNCTL THRU 3000-LOAD-RUNCTL-EXIT.
002300     PERFORM 4000-SCAN-CIPHER-CONTROL
002310         THRU 4000-SCAN-CIPHER-CONTROL-EXIT.
002320     PERFORM 4100-SCAN-VERIFY-REPORT
002330         THRU 4100-SCAN-VERIFY-REPORT-EXIT.
002340     PERFORM 4200-SCAN-DATEROLL-CONTROL
002350         THRU 4200-SCAN-DATEROLL-CONTROL-EXIT.
002360     PERFORM 4300-SCAN-LEDGER-REPORT
002370         THRU 4300-SCAN-LEDGER-REPORT-EXIT.
002380     PERFORM 4400-SCAN-SURVEY-REPORT
002390         THRU 4400-SCAN-SURVEY-REPORT-EXIT.
002400     PERFORM 4500-SCAN-ANALYSIS-REPORT
002410         THRU 4500-SCAN-ANALYSIS-REPORT-EXIT.
002413     PERFORM 4600-SCAN-AUDIT-CHAIN-REPORT
002416         THRU 4600-SCAN-AUDIT-CHAIN-REPORT-EXIT.
002420     PERFORM 5000-JUDGE-EACH-STEP
002430         THRU 5000-JUDGE-EACH-STEP-EXIT.
002440     PERFORM 6000-WRITE-SUMMARY THRU 6000-WRITE-SUMMARY-EXIT.
002450     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002460     STOP RUN.
002470
002480 1000-INITIALIZE.
002490     MOVE FUNCTION CURRENT-DATE TO OPS-RUN-TIMESTAMP.
002500     PERFORM 1040-READ-BUSINESS-DATE
002510         THRU 1040-READ-BUSINESS-DATE-EXIT.
002520     PERFORM VARYING OPS-STEP-SUB FROM 1 BY 1
002530             UNTIL OPS-STEP-SUB > OPS-STEP-COUNT
002540         MOVE SPACES TO OSR-STATUS(OPS-STEP-SUB)
002550         MOVE "OK" TO OSR-LEVEL(OPS-STEP-SUB)
002560         MOVE SPACES TO OSR-REG-TIMESTAMP(OPS-STEP-SUB)
002570         MOVE 'N' TO OSR-RUNCTL-SW(OPS-STEP-SUB)
002580         MOVE 'N' TO OSR-COUNTS-SW(OPS-STEP-SUB)
002585         MOVE 'N' TO OSR-REPORT-SW(OPS-STEP-SUB)
002590         MOVE ZERO TO OSR-INPUT-COUNT(OPS-STEP-SUB)
002600         MOVE ZERO TO OSR-OUTPUT-COUNT(OPS-STEP-SUB)
002610         MOVE ZERO TO OSR-REJECTED-COUNT(OPS-STEP-SUB)
002620         MOVE SPACES TO OSR-CONTROL-TEXT(OPS-STEP-SUB)
002630         MOVE SPACES TO OSR-NOTE(OPS-STEP-SUB)
002640     END-PERFORM.
002650     OPEN OUTPUT OPS-REPORT-FILE.
002660     IF OPS-REPORT-STATUS NOT = '00'
002670         DISPLAY "OPSSUM: SUMMARY REPORT COULD NOT BE OPENED - "
002680             "STATUS " OPS-REPORT-STATUS " - RUN ABORTED"
002690         MOVE 16 TO RETURN-CODE
002700         STOP RUN
002710     END-IF.
002720 1000-INITIALIZE-EXIT. EXIT.
002730
002740*----------------------------------------------------------*
002750* 1040-READ-BUSINESS-DATE - TAKE THE NIGHT'S BUSINESS DATE
002760* FROM THE CONTROL RECORD THE BDROLL STEP ROLLED AT THE HEAD
002770* OF THE STREAM, AND WITH IT THE KIND OF NIGHT: A ROLL
002780* STAMPED BEFORE YESTERDAY MEANS BDROLL ITSELF DID NOT RUN
002790* TONIGHT, SO THE DATE ON THE RECORD IS AN EARLIER NIGHT'S
002800* AND NOTHING ON THE REGISTRY UNDER IT IS TONIGHT'S.  A
002810* MISSING OR EMPTY CONTROL RECORD ABORTS THE STEP.
002820*----------------------------------------------------------*
002830 1040-READ-BUSINESS-DATE.
002840     OPEN INPUT OPS-BUSDATE-FILE.
002850     IF OPS-BUSDATE-STATUS NOT = '00'
002860         DISPLAY "OPSSUM: BUSINESS-DATE CONTROL FILE COULD "
002870             "NOT BE OPENED - STATUS " OPS-BUSDATE-STATUS
002880             " - RUN ABORTED"
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF
002920     MOVE SPACES TO OPS-BUSDATE-RECORD.
002930     READ OPS-BUSDATE-FILE
002940         AT END CONTINUE
002950     END-READ.
002960     CLOSE OPS-BUSDATE-FILE.
002970     IF BDC-BUSINESS-DATE NOT NUMERIC
002980             OR BDC-BUSINESS-DATE = ZERO
002990         DISPLAY "OPSSUM: NO BUSINESS DATE ON THE CONTROL "
003000             "RECORD - RUN ABORTED"
003010         MOVE 16 TO RETURN-CODE
003020         STOP RUN
003030     END-IF
003040     MOVE BDC-BUSINESS-DATE TO OPS-BUSINESS-DATE.
003050     MOVE OPS-BUSINESS-DATE TO OPS-BUSINESS-DATE-X.
003060     MOVE OPS-RUN-TIMESTAMP(1:8) TO OPS-CLOCK-DATE.
003070     IF BDC-ROLL-TIMESTAMP(1:8) NOT NUMERIC
003080         SET OPS-DATE-NOT-ROLLED TO TRUE
003090         GO TO 1040-READ-BUSINESS-DATE-EXIT
003100     END-IF
003110     MOVE BDC-ROLL-TIMESTAMP(1:8) TO OPS-ROLL-DATE.
003120     IF FUNCTION TEST-DATE-YYYYMMDD(OPS-ROLL-DATE) NOT = ZERO
003130         SET OPS-DATE-NOT-ROLLED TO TRUE
003140         GO TO 1040-READ-BUSINESS-DATE-EXIT
003150     END-IF
003160     COMPUTE OPS-DAYS-SINCE-ROLL =
003170             FUNCTION INTEGER-OF-DATE(OPS-CLOCK-DATE)
003180             - FUNCTION INTEGER-OF-DATE(OPS-ROLL-DATE).
003190     EVALUATE TRUE
003200         WHEN OPS-DAYS-SINCE-ROLL < ZERO
003210                 OR OPS-DAYS-SINCE-ROLL > 1
003220             SET OPS-DATE-NOT-ROLLED TO TRUE
003230         WHEN BDC-NON-PROCESSING-DAY
003240             SET OPS-NON-PROCESSING-NIGHT TO TRUE
003250         WHEN OTHER
003260             SET OPS-PROCESSING-NIGHT TO TRUE
003270     END-EVALUATE.
003280 1040-READ-BUSINESS-DATE-EXIT. EXIT.
003290
003300*----------------------------------------------------------*
003310* 2000-CHECK-REGISTRY - SET EACH STEP'S STATE.  BDROLL'S
003320* COMES FROM THE CONTROL RECORD.  EVERY OTHER STEP IS
003330* LOOKED UP ON THE RUN REGISTRY UNDER THE BUSINESS DATE:
003340* NO RECORD MEANS THE JOB BYPASSED IT, A STARTED MARK
003350* MEANS IT DIED OR FAILED, AND A COMPLETE MARK MEANS IT RAN.
003360* ON A NIGHT BDROLL DID NOT ROLL, OR A NON-PROCESSING DAY,
003370* THE REST OF THE STREAM DID NOT RUN AND THE REGISTRY IS
003380* NOT CONSULTED.
003390*----------------------------------------------------------*
003400 2000-CHECK-REGISTRY.
003410     EVALUATE TRUE
003420         WHEN OPS-DATE-NOT-ROLLED
003430             SET OSR-FAILED(1) TO TRUE
003440             MOVE "BUSINESS DATE NOT ROLLED TONIGHT - LAST ROLL "
003450                 TO OSR-NOTE(1)
003460             MOVE BDC-ROLL-TIMESTAMP(1:8) TO OSR-NOTE(1)(46:8)
003470         WHEN OPS-NON-PROCESSING-NIGHT
003480             SET OSR-RAN(1) TO TRUE
003490             MOVE "NON-PROCESSING DAY - STREAM NOT RUN"
003500                 TO OSR-NOTE(1)
003510         WHEN BDC-ALREADY-ROLLED
003520             SET OSR-RAN(1) TO TRUE
003530             MOVE "BUSINESS DATE ALREADY ROLLED FOR THE NIGHT"
003540                 TO OSR-NOTE(1)
003550         WHEN OTHER
003560             SET OSR-RAN(1) TO TRUE
003570             MOVE "BUSINESS DATE ROLLED FROM" TO OSR-NOTE(1)
003580             MOVE BDC-PRIOR-BUSINESS-DATE TO OSR-NOTE(1)(27:8)
003590     END-EVALUATE
003600     IF NOT OPS-PROCESSING-NIGHT
003610         PERFORM VARYING OPS-STEP-SUB FROM 2 BY 1
003620                 UNTIL OPS-STEP-SUB > OPS-STEP-COUNT
003630             SET OSR-BYPASSED(OPS-STEP-SUB) TO TRUE
003640         END-PERFORM
003650         GO TO 2000-CHECK-REGISTRY-EXIT
003660     END-IF
003670     OPEN INPUT OPS-RUNREG-FILE.
003680     IF OPS-RUNREG-STATUS NOT = '00'
003690         DISPLAY "OPSSUM: RUN REGISTRY COULD NOT BE OPENED - "
003700             "STATUS " OPS-RUNREG-STATUS
003710             " - NO STEP IS SHOWN AS RUN"
003720         PERFORM VARYING OPS-STEP-SUB FROM 2 BY 1
003730                 UNTIL OPS-STEP-SUB > OPS-STEP-COUNT
003740             SET OSR-BYPASSED(OPS-STEP-SUB) TO TRUE
003750         END-PERFORM
003760         GO TO 2000-CHECK-REGISTRY-EXIT
003770     END-IF
003780     PERFORM 2010-CHECK-ONE-STEP
003790         THRU 2010-CHECK-ONE-STEP-EXIT
003800         VARYING OPS-STEP-SUB FROM 2 BY 1
003810         UNTIL OPS-STEP-SUB > OPS-STEP-COUNT.
003820     CLOSE OPS-RUNREG-FILE.
003830 2000-CHECK-REGISTRY-EXIT. EXIT.
003840
003850 2010-CHECK-ONE-STEP.
003860     MOVE OPS-BUSINESS-DATE TO RRG-BUSINESS-DATE.
003870     MOVE OSD-REGISTRY-NAME(OPS-STEP-SUB) TO RRG-STEP-NAME.
003880     READ OPS-RUNREG-FILE
003890         INVALID KEY
003900             SET OSR-BYPASSED(OPS-STEP-SUB) TO TRUE
003910         NOT INVALID KEY
003920             MOVE RRG-RUN-TIMESTAMP
003930                 TO OSR-REG-TIMESTAMP(OPS-STEP-SUB)
003940             IF RRG-RUN-COMPLETE
003950                 SET OSR-RAN(OPS-STEP-SUB) TO TRUE
003960             ELSE
003970                 SET OSR-FAILED(OPS-STEP-SUB) TO TRUE
003980             END-IF
003990     END-READ.
004000 2010-CHECK-ONE-STEP-EXIT. EXIT.
004010
004020*----------------------------------------------------------*
004030* 3000-LOAD-RUNCTL - SUM THE RUN-CONTROL RECORDS WRITTEN
004040* UNDER EACH STEP'S REGISTERED RUN TIMESTAMP (THE SURVEY
004050* STEP WRITES ONE PER SURVEY, THE OTHERS ONE PER RUN).  A
004060* STEP THAT FAILED AFTER WRITING ITS RECORD STILL HAS ITS
004070* COUNTS, AND ITS CONTROL REPORT IS THEN KNOWN TO BE
004080* TONIGHT'S.
004090*----------------------------------------------------------*
004100 3000-LOAD-RUNCTL.
004110     IF NOT OPS-PROCESSING-NIGHT
004120         GO TO 3000-LOAD-RUNCTL-EXIT
004130     END-IF
004140     OPEN INPUT OPS-RUNCTL-FILE.
004150     IF OPS-RUNCTL-STATUS NOT = '00'
004160         GO TO 3000-LOAD-RUNCTL-EXIT
004170     END-IF
004180     PERFORM 3010-READ-RUNCTL THRU 3010-READ-RUNCTL-EXIT.
004190     PERFORM 3020-APPLY-RUNCTL-RECORD
004200         THRU 3020-APPLY-RUNCTL-RECORD-EXIT
004210         UNTIL OPS-RUNCTL-AT-END.
004220     CLOSE OPS-RUNCTL-FILE.
004230 3000-LOAD-RUNCTL-EXIT. EXIT.
004240
004250 3010-READ-RUNCTL.
004260     READ OPS-RUNCTL-FILE
004270         AT END CONTINUE
004280     END-READ.
004290 3010-READ-RUNCTL-EXIT. EXIT.
004300
004310 3020-APPLY-RUNCTL-RECORD.
004320     PERFORM VARYING OPS-STEP-SUB FROM 2 BY 1
004330             UNTIL OPS-STEP-SUB > OPS-STEP-COUNT
004340         IF OSD-REGISTRY-NAME(OPS-STEP-SUB) = RCL-STEP-NAME
004350                 AND OSR-REG-TIMESTAMP(OPS-STEP-SUB)
004360                     = RCL-RUN-TIMESTAMP
004370             SET OSR-RUNCTL-FOUND(OPS-STEP-SUB) TO TRUE
004380             SET OSR-COUNTS-PRESENT(OPS-STEP-SUB) TO TRUE
004390             MOVE RCL-INPUT-COUNT TO OPS-SEQ-WORK-X
004400             PERFORM 8000-EDIT-COUNT-FIELD
004410                 THRU 8000-EDIT-COUNT-FIELD-EXIT
004420             ADD OPS-SEQ-WORK TO OSR-INPUT-COUNT(OPS-STEP-SUB)
004430             MOVE RCL-OUTPUT-COUNT TO OPS-SEQ-WORK-X
004440             PERFORM 8000-EDIT-COUNT-FIELD
004450                 THRU 8000-EDIT-COUNT-FIELD-EXIT
004460             ADD OPS-SEQ-WORK TO OSR-OUTPUT-COUNT(OPS-STEP-SUB)
004470             MOVE RCL-REJECTED-COUNT TO OPS-SEQ-WORK-X
004480             PERFORM 8000-EDIT-COUNT-FIELD
004490                 THRU 8000-EDIT-COUNT-FIELD-EXIT
004500             ADD OPS-SEQ-WORK
004510                 TO OSR-REJECTED-COUNT(OPS-STEP-SUB)
004520         END-IF
004530     END-PERFORM.
004540     PERFORM 3010-READ-RUNCTL THRU 3010-READ-RUNCTL-EXIT.
004550 3020-APPLY-RUNCTL-RECORD-EXIT. EXIT.
004560
004570*----------------------------------------------------------*
004580* 4000-SCAN-CIPHER-CONTROL - KEEP THE STATUS LINE OF THE
004590* LAST BATCH CONTROL SECTION ON CIFCTL.  A REPORT THAT
004600* CANNOT BE OPENED LEAVES NOTHING FOUND, WHICH 5000 REPORTS
004610* FOR A STEP THAT RAN.
004620*----------------------------------------------------------*
004630 4000-SCAN-CIPHER-CONTROL.
004640     OPEN INPUT OPS-CIFCTL-FILE.
004650     IF OPS-CIFCTL-STATUS NOT = '00'
004660         GO TO 4000-SCAN-CIPHER-CONTROL-EXIT
004670     END-IF
004680     MOVE 'N' TO OPS-SCAN-EOF-SW.
004690     PERFORM 4010-READ-CIFCTL THRU 4010-READ-CIFCTL-EXIT.
004700     PERFORM 4020-NOTE-CIFCTL-LINE
004710         THRU 4020-NOTE-CIFCTL-LINE-EXIT
004720         UNTIL OPS-SCAN-EOF.
004730     CLOSE OPS-CIFCTL-FILE.
004740 4000-SCAN-CIPHER-CONTROL-EXIT. EXIT.
004750
004760 4010-READ-CIFCTL.
004770     READ OPS-CIFCTL-FILE INTO OPS-SCAN-LINE
004780         AT END SET OPS-SCAN-EOF TO TRUE
004790     END-READ.
004800 4010-READ-CIFCTL-EXIT. EXIT.
004810
004820 4020-NOTE-CIFCTL-LINE.
004830     EVALUATE TRUE
004840         WHEN OPS-SCAN-LINE(1:34)
004850                 = "BATCH CONTROL REPORT - CIPHER STEP"
004860             SET OPS-CIF-FOUND TO TRUE
004870             MOVE SPACES TO OSR-CONTROL-TEXT(2)
004880         WHEN OPS-SCAN-LINE(1:7) = "STATUS "
004890             MOVE OPS-SCAN-LINE(1:72) TO OSR-CONTROL-TEXT(2)
004900     END-EVALUATE
004910     PERFORM 4010-READ-CIFCTL THRU 4010-READ-CIFCTL-EXIT.
004920 4020-NOTE-CIFCTL-LINE-EXIT. EXIT.
004930
004940*----------------------------------------------------------*
004950* 4100-SCAN-VERIFY-REPORT - TAKE THE TOTALS AND STATUS OF
004960* THE LAST VFYRPT SECTION HEADED WITH TONIGHT'S BUSINESS
004970* DATE: RECORDS PAIRED, SAMPLED, AND DISCREPANCIES SHOW AS
004980* THE STEP'S INPUT, OUTPUT, AND REJECTED COUNTS.
004990*----------------------------------------------------------*
005000 4100-SCAN-VERIFY-REPORT.
005010     OPEN INPUT OPS-VFYRPT-FILE.
005020     IF OPS-VFYRPT-STATUS NOT = '00'
005030         GO TO 4100-SCAN-VERIFY-REPORT-EXIT
005040     END-IF
005050     MOVE 'N' TO OPS-SCAN-EOF-SW.
005060     MOVE 'N' TO OPS-SECTION-SW.
005070     PERFORM 4110-READ-VFYRPT THRU 4110-READ-VFYRPT-EXIT.
005080     PERFORM 4120-NOTE-VFYRPT-LINE
005090         THRU 4120-NOTE-VFYRPT-LINE-EXIT
005100         UNTIL OPS-SCAN-EOF.
005110     CLOSE OPS-VFYRPT-FILE.
005120 4100-SCAN-VERIFY-REPORT-EXIT. EXIT.
005130
005140 4110-READ-VFYRPT.
005150     READ OPS-VFYRPT-FILE INTO OPS-SCAN-LINE
005160         AT END SET OPS-SCAN-EOF TO TRUE
005170     END-READ.
005180 4110-READ-VFYRPT-EXIT. EXIT.
005190
005200 4120-NOTE-VFYRPT-LINE.
005210     IF OPS-SCAN-LINE(1:37)
005220             = "CIPHER ROUND-TRIP VERIFICATION REPORT"
005230         IF OPS-SCAN-LINE(55:8) = OPS-BUSINESS-DATE-X
005240             SET OPS-IN-NIGHT-SECTION TO TRUE
005250             SET OPS-VFY-FOUND TO TRUE
005260             MOVE 'N' TO OSR-COUNTS-SW(3)
005270             MOVE SPACES TO OSR-CONTROL-TEXT(3)
005280         ELSE
005290             MOVE 'N' TO OPS-SECTION-SW
005300         END-IF
005310         GO TO 4120-NOTE-VFYRPT-LINE-READ
005320     END-IF
005330     IF NOT OPS-IN-NIGHT-SECTION
005340         GO TO 4120-NOTE-VFYRPT-LINE-READ
005350     END-IF
005360     EVALUATE TRUE
005370         WHEN OPS-SCAN-LINE(1:14) = "RECORDS PAIRED"
005380             SET OSR-COUNTS-PRESENT(3) TO TRUE
005390             MOVE OPS-SCAN-LINE(16:9) TO OPS-SEQ-WORK-X
005400             PERFORM 8000-EDIT-COUNT-FIELD
005410                 THRU 8000-EDIT-COUNT-FIELD-EXIT
005420             MOVE OPS-SEQ-WORK TO OSR-INPUT-COUNT(3)
005430             MOVE OPS-SCAN-LINE(35:9) TO OPS-SEQ-WORK-X
005440             PERFORM 8000-EDIT-COUNT-FIELD
005450                 THRU 8000-EDIT-COUNT-FIELD-EXIT
005460             MOVE OPS-SEQ-WORK TO OSR-OUTPUT-COUNT(3)
005470             MOVE OPS-SCAN-LINE(60:9) TO OPS-SEQ-WORK-X
005480             PERFORM 8000-EDIT-COUNT-FIELD
005490                 THRU 8000-EDIT-COUNT-FIELD-EXIT
005500             MOVE OPS-SEQ-WORK TO OSR-REJECTED-COUNT(3)
005510         WHEN OPS-SCAN-LINE(1:7) = "STATUS "
005520             MOVE OPS-SCAN-LINE(1:72) TO OSR-CONTROL-TEXT(3)
005530     END-EVALUATE.
005540 4120-NOTE-VFYRPT-LINE-READ.
005550     PERFORM 4110-READ-VFYRPT THRU 4110-READ-VFYRPT-EXIT.
005560 4120-NOTE-VFYRPT-LINE-EXIT. EXIT.
005570
005580*----------------------------------------------------------*
005590* 4200-SCAN-DATEROLL-CONTROL - KEEP THE STATUS LINE OF THE
005600* LAST BATCH CONTROL SECTION ON DTRCTL, AS 4000 DOES FOR
005610* THE CIPHER STEP.
005620*----------------------------------------------------------*
005630 4200-SCAN-DATEROLL-CONTROL.
005640     OPEN INPUT OPS-DTRCTL-FILE.
005650     IF OPS-DTRCTL-STATUS NOT = '00'
005660         GO TO 4200-SCAN-DATEROLL-CONTROL-EXIT
005670     END-IF
005680     MOVE 'N' TO OPS-SCAN-EOF-SW.
005690     PERFORM 4210-READ-DTRCTL THRU 4210-READ-DTRCTL-EXIT.
005700     PERFORM 4220-NOTE-DTRCTL-LINE
005710         THRU 4220-NOTE-DTRCTL-LINE-EXIT
005720         UNTIL OPS-SCAN-EOF.
005730     CLOSE OPS-DTRCTL-FILE.
005740 4200-SCAN-DATEROLL-CONTROL-EXIT. EXIT.
005750
005760 4210-READ-DTRCTL.
005770     READ OPS-DTRCTL-FILE INTO OPS-SCAN-LINE
005780         AT END SET OPS-SCAN-EOF TO TRUE
005790     END-READ.
005800 4210-READ-DTRCTL-EXIT. EXIT.
005810
005820 4220-NOTE-DTRCTL-LINE.
005830     EVALUATE TRUE
005840         WHEN OPS-SCAN-LINE(1:37)
005850                 = "BATCH CONTROL REPORT - DATE-ROLL STEP"
005860             SET OPS-DTR-FOUND TO TRUE
005870             MOVE SPACES TO OSR-CONTROL-TEXT(4)
005880         WHEN OPS-SCAN-LINE(1:7) = "STATUS "
005890             MOVE OPS-SCAN-LINE(1:72) TO OSR-CONTROL-TEXT(4)
005900     END-EVALUATE
005910     PERFORM 4210-READ-DTRCTL THRU 4210-READ-DTRCTL-EXIT.
005920 4220-NOTE-DTRCTL-LINE-EXIT. EXIT.
005930
005940*----------------------------------------------------------*
005950* 4300-SCAN-LEDGER-REPORT - TAKE THE CLOSING COUNTS OF THE
005960* LAST LEDGER RUN ON LDGRPT: OBLIGATIONS FOLDED IN, THE
005970* DUE-LIST SIZE, SETTLEMENTS REJECTED, AND PAST-DUE ITEMS.
005980* FOLDED, DUE, AND REJECTED SHOW AS THE STEP'S INPUT,
005990* OUTPUT, AND REJECTED COUNTS.
006000*----------------------------------------------------------*
006010 4300-SCAN-LEDGER-REPORT.
006020     OPEN INPUT OPS-LDGRPT-FILE.
006030     IF OPS-LDGRPT-STATUS NOT = '00'
006040         GO TO 4300-SCAN-LEDGER-REPORT-EXIT
006050     END-IF
006060     MOVE 'N' TO OPS-SCAN-EOF-SW.
006070     PERFORM 4310-READ-LDGRPT THRU 4310-READ-LDGRPT-EXIT.
006080     PERFORM 4320-NOTE-LDGRPT-LINE
006090         THRU 4320-NOTE-LDGRPT-LINE-EXIT
006100         UNTIL OPS-SCAN-EOF.
006110     CLOSE OPS-LDGRPT-FILE.
006120 4300-SCAN-LEDGER-REPORT-EXIT. EXIT.
006130
006140 4310-READ-LDGRPT.
006150     READ OPS-LDGRPT-FILE INTO OPS-SCAN-LINE
006160         AT END SET OPS-SCAN-EOF TO TRUE
006170     END-READ.
006180 4310-READ-LDGRPT-EXIT. EXIT.
006190
006200 4320-NOTE-LDGRPT-LINE.
006210     EVALUATE TRUE
006220         WHEN OPS-SCAN-LINE(1:30)
006230                 = "FORWARD-OBLIGATIONS LEDGER RUN"
006240             MOVE 'N' TO OPS-LDG-FOUND-SW
006250         WHEN OPS-SCAN-LINE(1:7) = "FOLDED "
006260             SET OPS-LDG-FOUND TO TRUE
006270             MOVE OPS-SCAN-LINE(8:9) TO OPS-SEQ-WORK-X
006280             PERFORM 8000-EDIT-COUNT-FIELD
006290                 THRU 8000-EDIT-COUNT-FIELD-EXIT
006300             MOVE OPS-SEQ-WORK TO OSR-INPUT-COUNT(5)
006310             MOVE OPS-SCAN-LINE(65:9) TO OPS-SEQ-WORK-X
006320             PERFORM 8000-EDIT-COUNT-FIELD
006330                 THRU 8000-EDIT-COUNT-FIELD-EXIT
006340             MOVE OPS-SEQ-WORK TO OSR-OUTPUT-COUNT(5)
006350             MOVE OPS-SEQ-WORK TO OPS-DUE-COUNT
006360         WHEN OPS-SCAN-LINE(1:8) = "SETTLED "
006370             MOVE OPS-SCAN-LINE(29:9) TO OPS-SEQ-WORK-X
006380             PERFORM 8000-EDIT-COUNT-FIELD
006390                 THRU 8000-EDIT-COUNT-FIELD-EXIT
006400             MOVE OPS-SEQ-WORK TO OSR-REJECTED-COUNT(5)
006410             MOVE OPS-SCAN-LINE(50:9) TO OPS-SEQ-WORK-X
006420             PERFORM 8000-EDIT-COUNT-FIELD
006430                 THRU 8000-EDIT-COUNT-FIELD-EXIT
006440             MOVE OPS-SEQ-WORK TO OPS-PAST-DUE-COUNT
006450     END-EVALUATE
006460     PERFORM 4310-READ-LDGRPT THRU 4310-READ-LDGRPT-EXIT.
006470 4320-NOTE-LDGRPT-LINE-EXIT. EXIT.
006480
006490*----------------------------------------------------------*
006500* 4400-SCAN-SURVEY-REPORT - TAKE THE LAST EXCEPTIONS LINE
006510* ON GEORPT: THE SURVEY RUN'S SPACING VIOLATIONS, BOUNDARY
006520* OVERLAP CONFLICTS, AREA DRIFTS, AND PERMIT EXCEPTIONS.
006530*----------------------------------------------------------*
006540 4400-SCAN-SURVEY-REPORT.
006550     OPEN INPUT OPS-GEORPT-FILE.
006560     IF OPS-GEORPT-STATUS NOT = '00'
006570         GO TO 4400-SCAN-SURVEY-REPORT-EXIT
006580     END-IF
006590     MOVE 'N' TO OPS-SCAN-EOF-SW.
006600     PERFORM 4410-READ-GEORPT THRU 4410-READ-GEORPT-EXIT.
006610     PERFORM 4420-NOTE-GEORPT-LINE
006620         THRU 4420-NOTE-GEORPT-LINE-EXIT
006630         UNTIL OPS-SCAN-EOF.
006640     CLOSE OPS-GEORPT-FILE.
006650 4400-SCAN-SURVEY-REPORT-EXIT. EXIT.
006660
006670 4410-READ-GEORPT.
006680     READ OPS-GEORPT-FILE INTO OPS-SCAN-LINE
006690         AT END SET OPS-SCAN-EOF TO TRUE
006700     END-READ.
006710 4410-READ-GEORPT-EXIT. EXIT.
006720
006730 4420-NOTE-GEORPT-LINE.
006740     IF OPS-SCAN-LINE(1:10) = "EXCEPTIONS"
006750         SET OPS-GEO-FOUND TO TRUE
006760         MOVE SPACES TO OPS-SEQ-WORK-X
006770         MOVE OPS-SCAN-LINE(20:5) TO OPS-SEQ-WORK-X(5:5)
006780         PERFORM 8000-EDIT-COUNT-FIELD
006790             THRU 8000-EDIT-COUNT-FIELD-EXIT
006800         MOVE OPS-SEQ-WORK TO OPS-SPACING-COUNT
006810         MOVE SPACES TO OPS-SEQ-WORK-X
006820         MOVE OPS-SCAN-LINE(34:5) TO OPS-SEQ-WORK-X(5:5)
006830         PERFORM 8000-EDIT-COUNT-FIELD
006840             THRU 8000-EDIT-COUNT-FIELD-EXIT
006850         MOVE OPS-SEQ-WORK TO OPS-OVERLAP-COUNT
006860         MOVE SPACES TO OPS-SEQ-WORK-X
006870         MOVE OPS-SCAN-LINE(46:5) TO OPS-SEQ-WORK-X(5:5)
006880         PERFORM 8000-EDIT-COUNT-FIELD
006890             THRU 8000-EDIT-COUNT-FIELD-EXIT
006900         MOVE OPS-SEQ-WORK TO OPS-DRIFT-COUNT
006910         MOVE SPACES TO OPS-SEQ-WORK-X
006920         MOVE OPS-SCAN-LINE(59:5) TO OPS-SEQ-WORK-X(5:5)
006930         PERFORM 8000-EDIT-COUNT-FIELD
006940             THRU 8000-EDIT-COUNT-FIELD-EXIT
006950         MOVE OPS-SEQ-WORK TO OPS-PERMIT-COUNT
006960     END-IF
006970     PERFORM 4410-READ-GEORPT THRU 4410-READ-GEORPT-EXIT.
006980 4420-NOTE-GEORPT-LINE-EXIT. EXIT.
006990
007000*----------------------------------------------------------*
007010* 4500-SCAN-ANALYSIS-REPORT - COUNT THE FLAGGED STEP LINES
007020* ("**" IN THE STATUS COLUMN) IN THE LAST ANLRPT SECTION
007030* HEADED WITH TONIGHT'S BUSINESS DATE.
007040*----------------------------------------------------------*
007050 4500-SCAN-ANALYSIS-REPORT.
007060     OPEN INPUT OPS-ANLRPT-FILE.
007070     IF OPS-ANLRPT-STATUS NOT = '00'
007080         GO TO 4500-SCAN-ANALYSIS-REPORT-EXIT
007090     END-IF
007100     MOVE 'N' TO OPS-SCAN-EOF-SW.
007110     MOVE 'N' TO OPS-SECTION-SW.
007120     PERFORM 4510-READ-ANLRPT THRU 4510-READ-ANLRPT-EXIT.
007130     PERFORM 4520-NOTE-ANLRPT-LINE
007140         THRU 4520-NOTE-ANLRPT-LINE-EXIT
007150         UNTIL OPS-SCAN-EOF.
007160     CLOSE OPS-ANLRPT-FILE.
007170 4500-SCAN-ANALYSIS-REPORT-EXIT. EXIT.
007180
007190 4510-READ-ANLRPT.
007200     READ OPS-ANLRPT-FILE INTO OPS-SCAN-LINE
007210         AT END SET OPS-SCAN-EOF TO TRUE
007220     END-READ.
007230 4510-READ-ANLRPT-EXIT. EXIT.
007240
007250 4520-NOTE-ANLRPT-LINE.
007260     IF OPS-SCAN-LINE(1:43)
007270             = "RUN-CONTROL VOLUME AND REJECT-RATE ANALYSIS"
007280         IF OPS-SCAN-LINE(61:8) = OPS-BUSINESS-DATE-X
007290             SET OPS-IN-NIGHT-SECTION TO TRUE
007300             SET OPS-ANL-FOUND TO TRUE
007310             MOVE ZERO TO OPS-ANOMALY-COUNT
007320             MOVE SPACES TO OSR-CONTROL-TEXT(7)
007330         ELSE
007340             MOVE 'N' TO OPS-SECTION-SW
007350         END-IF
007360         GO TO 4520-NOTE-ANLRPT-LINE-READ
007370     END-IF
007380     IF NOT OPS-IN-NIGHT-SECTION
007390         GO TO 4520-NOTE-ANLRPT-LINE-READ
007400     END-IF
007410     EVALUATE TRUE
007420         WHEN OPS-SCAN-LINE(57:2) = "**"
007430             ADD 1 TO OPS-ANOMALY-COUNT
007440         WHEN OPS-SCAN-LINE(1:7) = "STATUS "
007450             MOVE OPS-SCAN-LINE(1:72) TO OSR-CONTROL-TEXT(7)
007460     END-EVALUATE.
007470 4520-NOTE-ANLRPT-LINE-READ.
007480     PERFORM 4510-READ-ANLRPT THRU 4510-READ-ANLRPT-EXIT.
007490 4520-NOTE-ANLRPT-LINE-EXIT. EXIT.
007491
007492*----------------------------------------------------------*
007493* 4600-SCAN-AUDIT-CHAIN-REPORT - AVFRPT IS SHARED BY EVERY
007494* AUDVFY RUN, EACH SECTION HEADED WITH THE BUSINESS DATE AND
007495* THE AUDIT NAME.  THE LAST SECTION OF TONIGHT FOR EACH
007496* TRAIL IN THE STEP TABLE GIVES THAT STEP ITS RECORDS READ,
007497* VERIFIED, AND FINDINGS AS INPUT, OUTPUT, AND REJECTED
007498* COUNTS, AND ITS STATUS LINE.  A SECTION FOR ANY OTHER
007499* TRAIL OR DATE IS PASSED OVER.
007500*----------------------------------------------------------*
007501 4600-SCAN-AUDIT-CHAIN-REPORT.
007502     OPEN INPUT OPS-AVFRPT-FILE.
007503     IF OPS-AVFRPT-STATUS NOT = '00'
007504         GO TO 4600-SCAN-AUDIT-CHAIN-REPORT-EXIT
007505     END-IF
007506     MOVE 'N' TO OPS-SCAN-EOF-SW.
007507     MOVE ZERO TO OPS-AVF-SUB.
007508     PERFORM 4610-READ-AVFRPT THRU 4610-READ-AVFRPT-EXIT.
007509     PERFORM 4620-NOTE-AVFRPT-LINE
007510         THRU 4620-NOTE-AVFRPT-LINE-EXIT
007511         UNTIL OPS-SCAN-EOF.
007512     CLOSE OPS-AVFRPT-FILE.
007513 4600-SCAN-AUDIT-CHAIN-REPORT-EXIT. EXIT.
007514
007515 4610-READ-AVFRPT.
007516     READ OPS-AVFRPT-FILE INTO OPS-SCAN-LINE
007517         AT END SET OPS-SCAN-EOF TO TRUE
007518     END-READ.
007519 4610-READ-AVFRPT-EXIT. EXIT.
007520
007521 4620-NOTE-AVFRPT-LINE.
007522     IF OPS-SCAN-LINE(1:31) = "AUDIT CHAIN VERIFICATION REPORT"
007523         MOVE ZERO TO OPS-AVF-SUB
007524         IF OPS-SCAN-LINE(55:8) = OPS-BUSINESS-DATE-X
007525             PERFORM VARYING OPS-STEP-SUB FROM 8 BY 1
007526                     UNTIL OPS-STEP-SUB > OPS-STEP-COUNT
007527                 IF OSD-REGISTRY-NAME(OPS-STEP-SUB)
007528                         = OPS-SCAN-LINE(77:8)
007529                     MOVE OPS-STEP-SUB TO OPS-AVF-SUB
007530                 END-IF
007531             END-PERFORM
007532         END-IF
007533         IF OPS-AVF-SUB > ZERO
007534             SET OSR-REPORT-FOUND(OPS-AVF-SUB) TO TRUE
007535             MOVE 'N' TO OSR-COUNTS-SW(OPS-AVF-SUB)
007536             MOVE SPACES TO OSR-CONTROL-TEXT(OPS-AVF-SUB)
007537         END-IF
007538         GO TO 4620-NOTE-AVFRPT-LINE-READ
007539     END-IF
007540     IF OPS-AVF-SUB = ZERO
007541         GO TO 4620-NOTE-AVFRPT-LINE-READ
007542     END-IF
007543     EVALUATE TRUE
007544         WHEN OPS-SCAN-LINE(1:12) = "RECORDS READ"
007545             SET OSR-COUNTS-PRESENT(OPS-AVF-SUB) TO TRUE
007546             MOVE OPS-SCAN-LINE(16:9) TO OPS-SEQ-WORK-X
007547             PERFORM 8000-EDIT-COUNT-FIELD
007548                 THRU 8000-EDIT-COUNT-FIELD-EXIT
007549             MOVE OPS-SEQ-WORK TO OSR-INPUT-COUNT(OPS-AVF-SUB)
007550             MOVE OPS-SCAN-LINE(35:9) TO OPS-SEQ-WORK-X
007551             PERFORM 8000-EDIT-COUNT-FIELD
007552                 THRU 8000-EDIT-COUNT-FIELD-EXIT
007553             MOVE OPS-SEQ-WORK TO OSR-OUTPUT-COUNT(OPS-AVF-SUB)
007554             MOVE OPS-SCAN-LINE(60:9) TO OPS-SEQ-WORK-X
007555             PERFORM 8000-EDIT-COUNT-FIELD
007556                 THRU 8000-EDIT-COUNT-FIELD-EXIT
007557             MOVE OPS-SEQ-WORK TO OSR-REJECTED-COUNT(OPS-AVF-SUB)
007558         WHEN OPS-SCAN-LINE(1:7) = "STATUS "
007559             MOVE OPS-SCAN-LINE(1:72)
007560                 TO OSR-CONTROL-TEXT(OPS-AVF-SUB)
007561     END-EVALUATE.
007562 4620-NOTE-AVFRPT-LINE-READ.
007563     PERFORM 4610-READ-AVFRPT THRU 4610-READ-AVFRPT-EXIT.
007564 4620-NOTE-AVFRPT-LINE-EXIT. EXIT.
007565
007566*----------------------------------------------------------*
007567* 5000-JUDGE-EACH-STEP - GRADE EVERY STEP OK, AMBER, OR RED
007568* AND WRITE ITS NOTE.  RED: THE STEP FAILED, OR WAS
007569* BYPASSED ON A PROCESSING NIGHT, OR ITS BATCH IS OUT OF
007570* BALANCE, OR VERIFICATION FOUND A MISMATCH, OR AN AUDIT
007571* CHAIN IS BROKEN.  AMBER: REJECTS, SURVEY EXCEPTIONS,
007572* SETTLEMENT REJECTS, ANOMALY FLAGS, AN AUDIT RUN LEFT
007573* WITHOUT ITS CONTROL RECORD, OR A STEP THAT RAN WITHOUT
007580* LEAVING THE REPORT THE SUMMARY LOOKS FOR.
007590*----------------------------------------------------------*
007600 5000-JUDGE-EACH-STEP.
007610     PERFORM 5010-JUDGE-ONE-STEP
007620         THRU 5010-JUDGE-ONE-STEP-EXIT
007630         VARYING OPS-STEP-SUB FROM 1 BY 1
007640         UNTIL OPS-STEP-SUB > OPS-STEP-COUNT.
007650     EVALUATE TRUE
007660         WHEN OPS-RED-COUNT > ZERO
007670             MOVE "RED" TO OPS-OVERALL-STATUS
007680         WHEN OPS-AMBER-COUNT > ZERO
007690             MOVE "AMBER" TO OPS-OVERALL-STATUS
007700         WHEN OTHER
007710             MOVE "GREEN" TO OPS-OVERALL-STATUS
007720     END-EVALUATE.
007730 5000-JUDGE-EACH-STEP-EXIT. EXIT.
007740
007750 5010-JUDGE-ONE-STEP.
007760     MOVE SPACES TO OPS-NOTE-WORK.
007770     MOVE 1 TO OPS-NOTE-PTR.
007780     IF OPS-STEP-SUB = 1
007790         IF OSR-FAILED(1)
007800             PERFORM 5910-SET-RED THRU 5910-SET-RED-EXIT
007810         END-IF
007820         GO TO 5010-JUDGE-ONE-STEP-EXIT
007830     END-IF
007840     IF OSR-BYPASSED(OPS-STEP-SUB)
007850         EVALUATE TRUE
007860             WHEN OPS-NON-PROCESSING-NIGHT
007870                 MOVE "NON-PROCESSING DAY"
007880                     TO OSR-NOTE(OPS-STEP-SUB)
007890             WHEN OPS-DATE-NOT-ROLLED
007900                 MOVE "NOT RUN - BUSINESS DATE NOT ROLLED"
007910                     TO OSR-NOTE(OPS-STEP-SUB)
007920                 PERFORM 5910-SET-RED THRU 5910-SET-RED-EXIT
007930             WHEN OTHER
007940                 MOVE "NOT RUN FOR THE BUSINESS DATE"
007950                     TO OSR-NOTE(OPS-STEP-SUB)
007960                 PERFORM 5910-SET-RED THRU 5910-SET-RED-EXIT
007970         END-EVALUATE
007980         GO TO 5010-JUDGE-ONE-STEP-EXIT
007990     END-IF
008000     IF OSR-FAILED(OPS-STEP-SUB)
008010         PERFORM 5910-SET-RED THRU 5910-SET-RED-EXIT
008020     END-IF
008030     EVALUATE OPS-STEP-SUB
008040         WHEN 2
008050         WHEN 4
008060             PERFORM 5100-JUDGE-BATCH-STEP
008070                 THRU 5100-JUDGE-BATCH-STEP-EXIT
008080         WHEN 3
008090             PERFORM 5200-JUDGE-VERIFY-STEP
008100                 THRU 5200-JUDGE-VERIFY-STEP-EXIT
008110         WHEN 5
008120             PERFORM 5300-JUDGE-LEDGER-STEP
008130                 THRU 5300-JUDGE-LEDGER-STEP-EXIT
008140         WHEN 6
008150             PERFORM 5400-JUDGE-SURVEY-STEP
008160                 THRU 5400-JUDGE-SURVEY-STEP-EXIT
008170         WHEN 7
008180             PERFORM 5500-JUDGE-ANALYSIS-STEP
008190                 THRU 5500-JUDGE-ANALYSIS-STEP-EXIT
008191         WHEN 8
008192         WHEN 9
008193         WHEN 10
008194             PERFORM 5600-JUDGE-AUDIT-STEP
008195                 THRU 5600-JUDGE-AUDIT-STEP-EXIT
008200     END-EVALUATE
008210     IF OSR-FAILED(OPS-STEP-SUB) AND OPS-NOTE-PTR = 1
008220         STRING "STARTED " DELIMITED BY SIZE
008230                OSR-REG-TIMESTAMP(OPS-STEP-SUB)(1:8)
008240                    DELIMITED BY SIZE
008250                " " DELIMITED BY SIZE
008260                OSR-REG-TIMESTAMP(OPS-STEP-SUB)(9:2)
008270                    DELIMITED BY SIZE
008280                ":" DELIMITED BY SIZE
008290                OSR-REG-TIMESTAMP(OPS-STEP-SUB)(11:2)
008300                    DELIMITED BY SIZE
008310                " - NEVER COMPLETED" DELIMITED BY SIZE
008320             INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
008330         END-STRING
008340     END-IF
008350     MOVE OPS-NOTE-WORK TO OSR-NOTE(OPS-STEP-SUB).
008360 5010-JUDGE-ONE-STEP-EXIT. EXIT.
008370
008380*----------------------------------------------------------*
008390* 5100-JUDGE-BATCH-STEP - THE CIPHER AND DATE-ROLL STEPS.
008400* THE LAST CONTROL SECTION IS TONIGHT'S IF THE STEP RAN, OR
008410* IF IT FAILED AFTER WRITING ITS RUN-CONTROL RECORD (THE
008420* CONTROL REPORT IS WRITTEN FIRST).
008430*----------------------------------------------------------*
008440 5100-JUDGE-BATCH-STEP.
008450     IF OSR-FAILED(OPS-STEP-SUB)
008460             AND NOT OSR-RUNCTL-FOUND(OPS-STEP-SUB)
008470         GO TO 5100-JUDGE-BATCH-STEP-EXIT
008480     END-IF
008490     EVALUATE TRUE
008500         WHEN OSR-CONTROL-TEXT(OPS-STEP-SUB)(1:17)
008510                 = "STATUS IN BALANCE"
008520             STRING "BATCH IN BALANCE" DELIMITED BY SIZE
008530                 INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
008540             END-STRING
008550         WHEN OSR-CONTROL-TEXT(OPS-STEP-SUB)(1:21)
008560                 = "STATUS OUT OF BALANCE"
008570             STRING "BATCH OUT OF BALANCE - " DELIMITED BY SIZE
008580                    OSR-CONTROL-TEXT(OPS-STEP-SUB)(42:30)
008590                        DELIMITED BY SIZE
008600                 INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
008610             END-STRING
008620             PERFORM 5910-SET-RED THRU 5910-SET-RED-EXIT
008630         WHEN OTHER
008640             STRING "BATCH CONTROL REPORT NOT FOUND"
008650                     DELIMITED BY SIZE
008660                 INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
008670             END-STRING
008680             PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
008690             GO TO 5100-JUDGE-BATCH-STEP-EXIT
008700     END-EVALUATE
008710     IF OSR-RAN(OPS-STEP-SUB)
008720             AND NOT OSR-RUNCTL-FOUND(OPS-STEP-SUB)
008730         MOVE SPACES TO OPS-NOTE-WORK
008740         MOVE 1 TO OPS-NOTE-PTR
008750         STRING "NO RUN-CONTROL RECORD FOR THE RUN"
008760                 DELIMITED BY SIZE
008770             INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
008780         END-STRING
008790         PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
008800         GO TO 5100-JUDGE-BATCH-STEP-EXIT
008810     END-IF
008820     IF OSR-REJECTED-COUNT(OPS-STEP-SUB) > ZERO
008830         STRING ", REJECTS " DELIMITED BY SIZE
008840             INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
008850         END-STRING
008860         MOVE OSR-REJECTED-COUNT(OPS-STEP-SUB)
008870             TO OPS-NOTE-COUNT
008880         PERFORM 8100-APPEND-NOTE-COUNT
008890             THRU 8100-APPEND-NOTE-COUNT-EXIT
008900         PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
008910     END-IF.
008920 5100-JUDGE-BATCH-STEP-EXIT. EXIT.
008930
008940*----------------------------------------------------------*
008950* 5200-JUDGE-VERIFY-STEP - VFYRPT CARRIES THE BUSINESS DATE,
008960* SO TONIGHT'S SECTION IS KNOWN WHETHER THE STEP RAN OR
008970* FAILED.
008980*----------------------------------------------------------*
008990 5200-JUDGE-VERIFY-STEP.
009000     IF NOT OPS-VFY-FOUND
009010         IF OSR-RAN(OPS-STEP-SUB)
009020             STRING "VERIFICATION REPORT NOT FOUND"
009030                     DELIMITED BY SIZE
009040                 INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
009050             END-STRING
009060             PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
009070         END-IF
009080         GO TO 5200-JUDGE-VERIFY-STEP-EXIT
009090     END-IF
009100     IF OSR-REJECTED-COUNT(OPS-STEP-SUB) > ZERO
009110             OR OSR-CONTROL-TEXT(OPS-STEP-SUB)(1:26)
009120                 = "STATUS VERIFICATION FAILED"
009130         STRING "VERIFY MISMATCHES " DELIMITED BY SIZE
009140             INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
009150         END-STRING
009160         MOVE OSR-REJECTED-COUNT(OPS-STEP-SUB)
009170             TO OPS-NOTE-COUNT
009180         PERFORM 8100-APPEND-NOTE-COUNT
009190             THRU 8100-APPEND-NOTE-COUNT-EXIT
009200         PERFORM 5910-SET-RED THRU 5910-SET-RED-EXIT
009210     ELSE
009220         STRING "VERIFIED - NO MISMATCHES" DELIMITED BY SIZE
009230             INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
009240         END-STRING
009250     END-IF.
009260 5200-JUDGE-VERIFY-STEP-EXIT. EXIT.
009270
009280*----------------------------------------------------------*
009290* 5300-JUDGE-LEDGER-STEP - LDGRPT CARRIES NO DATE, SO ITS
009300* LAST RUN IS TRUSTED AS TONIGHT'S ONLY WHEN THE STEP RAN.
009310*----------------------------------------------------------*
009320 5300-JUDGE-LEDGER-STEP.
009330     IF NOT OSR-RAN(OPS-STEP-SUB)
009340         GO TO 5300-JUDGE-LEDGER-STEP-EXIT
009350     END-IF
009360     IF NOT OPS-LDG-FOUND
009370         STRING "LEDGER REPORT NOT FOUND" DELIMITED BY SIZE
009380             INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
009390         END-STRING
009400         PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
009410         GO TO 5300-JUDGE-LEDGER-STEP-EXIT
009420     END-IF
009430     SET OSR-COUNTS-PRESENT(OPS-STEP-SUB) TO TRUE.
009440     STRING "DUE LIST " DELIMITED BY SIZE
009450         INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
009460     END-STRING.
009470     MOVE OPS-DUE-COUNT TO OPS-NOTE-COUNT.
009480     PERFORM 8100-APPEND-NOTE-COUNT
009490         THRU 8100-APPEND-NOTE-COUNT-EXIT.
009500     STRING ", PAST DUE " DELIMITED BY SIZE
009510         INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
009520     END-STRING.
009530     MOVE OPS-PAST-DUE-COUNT TO OPS-NOTE-COUNT.
009540     PERFORM 8100-APPEND-NOTE-COUNT
009550         THRU 8100-APPEND-NOTE-COUNT-EXIT.
009560     IF OSR-REJECTED-COUNT(OPS-STEP-SUB) > ZERO
009570         STRING ", SETTLEMENTS REJECTED " DELIMITED BY SIZE
009580             INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
009590         END-STRING
009600         MOVE OSR-REJECTED-COUNT(OPS-STEP-SUB)
009610             TO OPS-NOTE-COUNT
009620         PERFORM 8100-APPEND-NOTE-COUNT
009630             THRU 8100-APPEND-NOTE-COUNT-EXIT
009640         PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
009650     END-IF.
009660 5300-JUDGE-LEDGER-STEP-EXIT. EXIT.
009670
009680*----------------------------------------------------------*
009690* 5400-JUDGE-SURVEY-STEP - THE EXCEPTIONS LINE IS WRITTEN
009700* AT THE END OF THE RUN, SO THE LAST ONE IS TONIGHT'S ONLY
009710* WHEN THE STEP RAN.
009720*----------------------------------------------------------*
009730 5400-JUDGE-SURVEY-STEP.
009740     IF NOT OSR-RAN(OPS-STEP-SUB)
009750         GO TO 5400-JUDGE-SURVEY-STEP-EXIT
009760     END-IF
009770     IF NOT OPS-GEO-FOUND
009780         STRING "SURVEY EXCEPTIONS LINE NOT FOUND"
009790                 DELIMITED BY SIZE
009800             INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
009810         END-STRING
009820         PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
009830         GO TO 5400-JUDGE-SURVEY-STEP-EXIT
009840     END-IF
009850     STRING "SPACING " DELIMITED BY SIZE
009860         INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
009870     END-STRING.
009880     MOVE OPS-SPACING-COUNT TO OPS-NOTE-COUNT.
009890     PERFORM 8100-APPEND-NOTE-COUNT
009900         THRU 8100-APPEND-NOTE-COUNT-EXIT.
009910     STRING ", OVERLAP " DELIMITED BY SIZE
009920         INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
009930     END-STRING.
009940     MOVE OPS-OVERLAP-COUNT TO OPS-NOTE-COUNT.
009950     PERFORM 8100-APPEND-NOTE-COUNT
009960         THRU 8100-APPEND-NOTE-COUNT-EXIT.
009970     STRING ", DRIFT " DELIMITED BY SIZE
009980         INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
009990     END-STRING.
010000     MOVE OPS-DRIFT-COUNT TO OPS-NOTE-COUNT.
010010     PERFORM 8100-APPEND-NOTE-COUNT
010020         THRU 8100-APPEND-NOTE-COUNT-EXIT.
010030     STRING ", PERMIT " DELIMITED BY SIZE
010040         INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
010050     END-STRING.
010060     MOVE OPS-PERMIT-COUNT TO OPS-NOTE-COUNT.
010070     PERFORM 8100-APPEND-NOTE-COUNT
010080         THRU 8100-APPEND-NOTE-COUNT-EXIT.
010090     IF OPS-SPACING-COUNT > ZERO
010100             OR OPS-OVERLAP-COUNT > ZERO
010110             OR OPS-DRIFT-COUNT > ZERO
010120             OR OPS-PERMIT-COUNT > ZERO
010130             OR OSR-REJECTED-COUNT(OPS-STEP-SUB) > ZERO
010140         PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
010150     END-IF.
010160 5400-JUDGE-SURVEY-STEP-EXIT. EXIT.
010170
010180*----------------------------------------------------------*
010190* 5500-JUDGE-ANALYSIS-STEP - ANLRPT CARRIES THE BUSINESS
010200* DATE; EACH FLAGGED STEP LINE IS ONE ANOMALY.
010210*----------------------------------------------------------*
010220 5500-JUDGE-ANALYSIS-STEP.
010230     IF NOT OPS-ANL-FOUND
010240         IF OSR-RAN(OPS-STEP-SUB)
010250             STRING "ANALYSIS REPORT NOT FOUND" DELIMITED BY SIZE
010260                 INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
010270             END-STRING
010280             PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
010290         END-IF
010300         GO TO 5500-JUDGE-ANALYSIS-STEP-EXIT
010310     END-IF
010320     IF OPS-ANOMALY-COUNT > ZERO
010330         STRING "ANOMALY FLAGS " DELIMITED BY SIZE
010340             INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
010350         END-STRING
010360         MOVE OPS-ANOMALY-COUNT TO OPS-NOTE-COUNT
010370         PERFORM 8100-APPEND-NOTE-COUNT
010380             THRU 8100-APPEND-NOTE-COUNT-EXIT
010390         PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
010400     ELSE
010410         STRING "NO ANOMALIES FLAGGED" DELIMITED BY SIZE
010420             INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
010430         END-STRING
010440     END-IF.
010450 5500-JUDGE-ANALYSIS-STEP-EXIT. EXIT.
010451
010452*----------------------------------------------------------*
010453* 5600-JUDGE-AUDIT-STEP - THE AUDIT-CHAIN VERIFY STEPS.
010454* AVFRPT CARRIES THE BUSINESS DATE, SO TONIGHT'S SECTION IS
010455* KNOWN WHETHER THE STEP RAN OR FAILED; A SECTION WITH NO
010456* STATUS LINE IS A RUN THAT DIED PART-WAY.
010457*----------------------------------------------------------*
010458 5600-JUDGE-AUDIT-STEP.
010459     IF NOT OSR-REPORT-FOUND(OPS-STEP-SUB)
010460             OR OSR-CONTROL-TEXT(OPS-STEP-SUB) = SPACES
010461         IF OSR-RAN(OPS-STEP-SUB)
010462             STRING "CHAIN VERIFICATION REPORT NOT FOUND"
010463                     DELIMITED BY SIZE
010464                 INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
010465             END-STRING
010466             PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
010467         END-IF
010468         GO TO 5600-JUDGE-AUDIT-STEP-EXIT
010469     END-IF
010470     EVALUATE TRUE
010471         WHEN OSR-REJECTED-COUNT(OPS-STEP-SUB) > ZERO
010472                 OR OSR-CONTROL-TEXT(OPS-STEP-SUB)(1:19)
010473                     = "STATUS CHAIN BROKEN"
010474             STRING "AUDIT CHAIN BROKEN - FINDINGS "
010475                     DELIMITED BY SIZE
010476                 INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
010477             END-STRING
010478             MOVE OSR-REJECTED-COUNT(OPS-STEP-SUB)
010479                 TO OPS-NOTE-COUNT
010480             PERFORM 8100-APPEND-NOTE-COUNT
010481                 THRU 8100-APPEND-NOTE-COUNT-EXIT
010482             PERFORM 5910-SET-RED THRU 5910-SET-RED-EXIT
010483         WHEN OSR-CONTROL-TEXT(OPS-STEP-SUB)(1:30)
010484                 = "STATUS CHAIN INTACT - WARNINGS"
010485             STRING "AUDIT CHAIN INTACT - RUN NOT CLOSED"
010486                     DELIMITED BY SIZE
010487                 INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
010488             END-STRING
010489             PERFORM 5900-SET-AMBER THRU 5900-SET-AMBER-EXIT
010490         WHEN OTHER
010491             STRING "AUDIT CHAIN INTACT" DELIMITED BY SIZE
010492                 INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
010493             END-STRING
010494     END-EVALUATE.
010495 5600-JUDGE-AUDIT-STEP-EXIT. EXIT.
010496
010497*----------------------------------------------------------*
010498* 5900-SET-AMBER / 5910-SET-RED - RAISE THE CURRENT STEP'S
010499* LEVEL (NEVER LOWER IT) AND COUNT THE CONDITION.
010500*----------------------------------------------------------*
010510 5900-SET-AMBER.
010520     ADD 1 TO OPS-AMBER-COUNT.
010530     IF OSR-LEVEL(OPS-STEP-SUB) NOT = "RED"
010540         MOVE "AMBER" TO OSR-LEVEL(OPS-STEP-SUB)
010550     END-IF.
010560 5900-SET-AMBER-EXIT. EXIT.
010570
010580 5910-SET-RED.
010590     ADD 1 TO OPS-RED-COUNT.
010600     MOVE "RED" TO OSR-LEVEL(OPS-STEP-SUB).
010610 5910-SET-RED-EXIT. EXIT.
010620
010630*----------------------------------------------------------*
010640* 6000-WRITE-SUMMARY - PRINT THE PAGE: HEADING, OVERALL
010650* STATUS, THEN ONE LINE PER STEP.
010660*----------------------------------------------------------*
010670 6000-WRITE-SUMMARY.
010680     MOVE SPACES TO OPS-REPORT-LINE.
010690     MOVE "NIGHTLY STREAM MORNING SUMMARY"
010700         TO OPS-REPORT-LINE(1:30).
010710     MOVE "BUSINESS DATE" TO OPS-REPORT-LINE(41:13).
010720     MOVE OPS-BUSINESS-DATE TO OPS-REPORT-LINE(55:8).
010730     MOVE "PRINTED" TO OPS-REPORT-LINE(71:7).
010740     MOVE OPS-RUN-TIMESTAMP(1:8) TO OPS-REPORT-LINE(79:8).
010750     MOVE OPS-RUN-TIMESTAMP(9:2) TO OPS-REPORT-LINE(88:2).
010760     MOVE ":" TO OPS-REPORT-LINE(90:1).
010770     MOVE OPS-RUN-TIMESTAMP(11:2) TO OPS-REPORT-LINE(91:2).
010780     WRITE OPS-REPORT-LINE AFTER ADVANCING PAGE.
010790     MOVE SPACES TO OPS-REPORT-LINE.
010800     MOVE "OVERALL STATUS" TO OPS-REPORT-LINE(1:14).
010810     MOVE OPS-OVERALL-STATUS TO OPS-REPORT-LINE(17:5).
010820     MOVE "RED CONDITIONS" TO OPS-REPORT-LINE(41:14).
010830     MOVE OPS-RED-COUNT TO OPS-COUNT-ED.
010840     MOVE OPS-COUNT-ED TO OPS-REPORT-LINE(56:9).
010850     MOVE "AMBER CONDITIONS" TO OPS-REPORT-LINE(71:16).
010860     MOVE OPS-AMBER-COUNT TO OPS-COUNT-ED.
010870     MOVE OPS-COUNT-ED TO OPS-REPORT-LINE(88:9).
010880     WRITE OPS-REPORT-LINE AFTER ADVANCING 2 LINES.
010890     IF OPS-NON-PROCESSING-NIGHT
010900         MOVE SPACES TO OPS-REPORT-LINE
010910         MOVE "NON-PROCESSING DAY - THE STREAM DID NOT RUN"
010920             TO OPS-REPORT-LINE(1:43)
010930         WRITE OPS-REPORT-LINE AFTER ADVANCING 1 LINES
010940     END-IF
010950     MOVE SPACES TO OPS-REPORT-LINE.
010960     MOVE "STEP     PROGRAM  STATUS   LEVEL"
010970         TO OPS-REPORT-LINE(1:32).
010980     MOVE "INPUT" TO OPS-REPORT-LINE(38:5).
010990     MOVE "OUTPUT" TO OPS-REPORT-LINE(47:6).
011000     MOVE "REJECTED" TO OPS-REPORT-LINE(55:8).
011010     MOVE "CONTROLS AND EXCEPTIONS" TO OPS-REPORT-LINE(65:23).
011020     WRITE OPS-REPORT-LINE AFTER ADVANCING 2 LINES.
011030     PERFORM 6010-WRITE-STEP-LINE
011040         THRU 6010-WRITE-STEP-LINE-EXIT
011050         VARYING OPS-STEP-SUB FROM 1 BY 1
011060         UNTIL OPS-STEP-SUB > OPS-STEP-COUNT.
011070     MOVE SPACES TO OPS-REPORT-LINE.
011080     MOVE "END OF MORNING SUMMARY" TO OPS-REPORT-LINE(1:22).
011090     WRITE OPS-REPORT-LINE AFTER ADVANCING 2 LINES.
011100 6000-WRITE-SUMMARY-EXIT. EXIT.
011110
011120 6010-WRITE-STEP-LINE.
011130     MOVE SPACES TO OPS-REPORT-LINE.
011140     MOVE OSD-STEP-ID(OPS-STEP-SUB) TO OPS-REPORT-LINE(1:8).
011150     MOVE OSD-PROGRAM(OPS-STEP-SUB) TO OPS-REPORT-LINE(10:8).
011160     MOVE OSR-STATUS(OPS-STEP-SUB) TO OPS-REPORT-LINE(19:8).
011170     MOVE OSR-LEVEL(OPS-STEP-SUB) TO OPS-REPORT-LINE(28:5).
011180     IF OSR-COUNTS-PRESENT(OPS-STEP-SUB)
011190         MOVE OSR-INPUT-COUNT(OPS-STEP-SUB) TO OPS-COUNT-ED
011200         MOVE OPS-COUNT-ED TO OPS-REPORT-LINE(34:9)
011210         MOVE OSR-OUTPUT-COUNT(OPS-STEP-SUB) TO OPS-COUNT-ED
011220         MOVE OPS-COUNT-ED TO OPS-REPORT-LINE(44:9)
011230         MOVE OSR-REJECTED-COUNT(OPS-STEP-SUB) TO OPS-COUNT-ED
011240         MOVE OPS-COUNT-ED TO OPS-REPORT-LINE(54:9)
011250     END-IF
011260     MOVE OSR-NOTE(OPS-STEP-SUB) TO OPS-REPORT-LINE(65:68).
011270     WRITE OPS-REPORT-LINE AFTER ADVANCING 1 LINES.
011280 6010-WRITE-STEP-LINE-EXIT. EXIT.
011290
011300*----------------------------------------------------------*
011310* 8000-EDIT-COUNT-FIELD - THE REPORTS' COUNTS ARE PRINTED
011320* RIGHT-JUSTIFIED WITH LEADING SPACES; ZERO-FILL AND
011330* CONVERT INTO OPS-SEQ-WORK (ZERO WHEN UNREADABLE).
011340*----------------------------------------------------------*
011350 8000-EDIT-COUNT-FIELD.
011360     INSPECT OPS-SEQ-WORK-X REPLACING LEADING ' ' BY '0'.
011370     IF OPS-SEQ-WORK-X NUMERIC
011380         MOVE OPS-SEQ-WORK-X TO OPS-SEQ-WORK
011390     ELSE
011400         MOVE ZERO TO OPS-SEQ-WORK
011410     END-IF.
011420 8000-EDIT-COUNT-FIELD-EXIT. EXIT.
011430
011440*----------------------------------------------------------*
011450* 8100-APPEND-NOTE-COUNT - APPEND OPS-NOTE-COUNT, WITHOUT
011460* ITS LEADING SPACES, TO THE NOTE BEING BUILT.
011470*----------------------------------------------------------*
011480 8100-APPEND-NOTE-COUNT.
011490     MOVE OPS-NOTE-COUNT TO OPS-COUNT-ED.
011500     MOVE ZERO TO OPS-NOTE-LEAD.
011510     INSPECT OPS-COUNT-ED TALLYING OPS-NOTE-LEAD
011520         FOR LEADING SPACES.
011530     ADD 1 TO OPS-NOTE-LEAD.
011540     STRING OPS-COUNT-ED(OPS-NOTE-LEAD:) DELIMITED BY SIZE
011550         INTO OPS-NOTE-WORK WITH POINTER OPS-NOTE-PTR
011560     END-STRING.
011570 8100-APPEND-NOTE-COUNT-EXIT. EXIT.
011580
011590*----------------------------------------------------------*
011600* 9000-TERMINATE - CLOSE THE PAGE AND END WITH THE RETURN
011610* CODE THAT MATCHES THE OVERALL STATUS: 0 GREEN, 4 AMBER,
011620* 8 RED.
011630*----------------------------------------------------------*
011640 9000-TERMINATE.
011650     CLOSE OPS-REPORT-FILE.
011660     DISPLAY "OPSSUM: OVERALL STATUS " OPS-OVERALL-STATUS
011670         " FOR BUSINESS DATE " OPS-BUSINESS-DATE.
011680     EVALUATE OPS-OVERALL-STATUS
011690         WHEN "RED"
011700             MOVE 8 TO RETURN-CODE
011710         WHEN "AMBER"
011720             MOVE 4 TO RETURN-CODE
011730         WHEN OTHER
011740             MOVE ZERO TO RETURN-CODE
011750     END-EVALUATE.
011760 9000-TERMINATE-EXIT. EXIT.
