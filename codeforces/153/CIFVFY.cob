000210*                FAILS THE JOB (RC 16, AHEAD OF THE LATER
000220*                STEPS' COND TESTS) WITH A DISCREPANCY
000230*                REPORT IF ANY SAMPLE MISMATCHES.
000231* 2026-10-15 RH  THE REPORT HEADING NOW CARRIES THE NIGHT'S
000232*                BUSINESS DATE FROM THE BUSDATE CONTROL RECORD
000233*                THE BDROLL STEP ROLLS AT THE HEAD OF THE
000234*                STREAM.  HOUSE-CALENDAR AND BUSINESS-DAY-CUTOFF
000235*                ARE ACCEPTED AS RUNPARM KEYWORDS.
000236* 2026-10-15 RH  ACK-OVERDUE-DAYS (THE ACKREC STEP'S LIMIT ON
000237*                UNACKNOWLEDGED PARTNER TRANSMISSIONS) IS
000238*                ACCEPTED AS A RUNPARM KEYWORD.
000239* 2026-10-15 RH  OUTLIER-FACTOR AND SCREEN-ACTION (THE GEOPAIR
000240*                STEP'S SURVEY POINT SCREENING) ARE ACCEPTED AS
000241*                RUNPARM KEYWORDS.
000242* 2026-10-15 RH  THE STEP NOW REGISTERS ON THE RUN REGISTRY
000243*                (RUNREG) UNDER THE BUSINESS DATE, LIKE THE
000244*                CIPHER, DATE-ROLL, AND SURVEY STEPS: STARTED AT
000245*                INITIALIZATION AND COMPLETE WHEN THE SAMPLES
000246*                VERIFY, SO THE MORNING SUMMARY CAN TELL A STEP
000247*                THAT RAN FROM ONE THAT FAILED OR WAS BYPASSED.
000248*                THERE IS NO RERUN CHECK - A RERUN ONLY APPENDS
000249*                ANOTHER REPORT SECTION.
000250* 2026-10-15 RH  CIFAUD RECORDS NOW CARRY A CHAIN TRAILER AFTER
000251*                THE KEY ID AND EACH RUN CLOSES WITH A CONTROL
000252*                RECORD; THE CONTROL RECORDS ARE PASSED OVER
000253*                WHEN PAIRING.
000254*----------------------------------------------------------*
000255 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT VFY-CIPHER-FILE ASSIGN TO "CIFOUT"
000400     SELECT VFY-PARM-FILE ASSIGN TO "RUNPARM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS VFY-PARM-STATUS.
000422     SELECT VFY-BUSDATE-FILE ASSIGN TO "BUSDATE"
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS VFY-BUSDATE-STATUS.
000430     SELECT VFY-REPORT-FILE ASSIGN TO "VFYRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS VFY-REPORT-STATUS.
000451     SELECT VFY-RUNREG-FILE ASSIGN TO "RUNREG"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS RANDOM
000454         RECORD KEY IS RRG-KEY
000455         FILE STATUS IS VFY-RUNREG-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000560     05  VAU-RECORD-COUNT        PIC X(09).
000570     05  FILLER                  PIC X(01).
000580     05  VAU-KEY-ID              PIC 9(08).
000582     05  FILLER                  PIC X(01).
000584     05  VAU-CHAIN-REC-TYPE      PIC X(01).
000586         88  VAU-CHAIN-CONTROL              VALUE 'C'.
000588     05  FILLER                  PIC X(40).
000590
000600 FD  VFY-INPUT-FILE.
000610 01  VFY-INPUT-RECORD.
000720 FD  VFY-PARM-FILE.
000730 01  VFY-PARM-RECORD             PIC X(41).
000740
000742 FD  VFY-BUSDATE-FILE.
000744 01  VFY-BUSDATE-RECORD.
000746     COPY BUSDATE.
000748
000750 FD  VFY-REPORT-FILE.
000760 01  VFY-REPORT-LINE             PIC X(132).
000770
000772 FD  VFY-RUNREG-FILE.
000774 01  VFY-RUNREG-RECORD.
000776     COPY RUNREG.
000778
000780 WORKING-STORAGE SECTION.
000790 77  VFY-AUDIT-STATUS            PIC X(02).
000800     88  VFY-AUDIT-AT-END                   VALUE '10'.
001200 77  VFY-MISMATCH-SW             PIC X(01)  VALUE 'N'.
001210     88  VFY-ANY-MISMATCH                   VALUE 'Y'.
001220 77  VFY-RUN-TIMESTAMP           PIC X(26).
001223 77  VFY-BUSINESS-DATE           PIC 9(08).
001226 77  VFY-BUSDATE-STATUS          PIC X(02).
001227 77  VFY-RUNREG-STATUS           PIC X(02).
001228     88  VFY-RUNREG-FILE-NOT-FOUND          VALUE '35'.
001230
001240 77  VFY-PAIR-COUNT              PIC 9(09)  COMP VALUE ZERO.
001250 77  VFY-SAMPLE-COUNT            PIC 9(09)  COMP VALUE ZERO.
001740
001750 1000-INITIALIZE.
001760     MOVE FUNCTION CURRENT-DATE TO VFY-RUN-TIMESTAMP.
001763     PERFORM 1040-READ-BUSINESS-DATE
001766         THRU 1040-READ-BUSINESS-DATE-EXIT.
001767     PERFORM 1045-REGISTER-RUN-START
001768         THRU 1045-REGISTER-RUN-START-EXIT.
001770     OPEN INPUT VFY-CIPHER-FILE
001780                VFY-INPUT-FILE.
001790     OPEN INPUT VFY-KEYMST-FILE.
001990         THRU 2950-READ-CIPHER-OUTPUT-EXIT.
002000 1000-INITIALIZE-EXIT. EXIT.
002010
002011*----------------------------------------------------------*
002012* 1040-READ-BUSINESS-DATE - TAKE THE NIGHT'S BUSINESS DATE
002013* FROM THE CONTROL RECORD THE BDROLL STEP ROLLED AT THE HEAD
002014* OF THE STREAM, NOT FROM THE CLOCK, SO A RUN THAT GOES PAST
002015* MIDNIGHT OR IS RESTARTED THE NEXT MORNING STILL WORKS TO
002016* THE DATE IT STARTED FOR.  A MISSING OR EMPTY CONTROL
002017* RECORD ABORTS THE STEP RATHER THAN FALL BACK ON THE CLOCK.
002018*----------------------------------------------------------*
002019 1040-READ-BUSINESS-DATE.
002020     OPEN INPUT VFY-BUSDATE-FILE.
002021     IF VFY-BUSDATE-STATUS NOT = '00'
002022         DISPLAY "CIFVFY: BUSINESS-DATE CONTROL FILE COULD "
002023             "NOT BE OPENED - STATUS " VFY-BUSDATE-STATUS
002024             " - RUN ABORTED"
002025         MOVE 16 TO RETURN-CODE
002026         STOP RUN
002027     END-IF
002028     MOVE SPACES TO VFY-BUSDATE-RECORD.
002029     READ VFY-BUSDATE-FILE
002030         AT END CONTINUE
002031     END-READ.
002032     CLOSE VFY-BUSDATE-FILE.
002033     IF BDC-BUSINESS-DATE NOT NUMERIC
002034             OR BDC-BUSINESS-DATE = ZERO
002035         DISPLAY "CIFVFY: NO BUSINESS DATE ON THE CONTROL "
002036             "RECORD - RUN ABORTED"
002037         MOVE 16 TO RETURN-CODE
002038         STOP RUN
002039     END-IF
002040     MOVE BDC-BUSINESS-DATE TO VFY-BUSINESS-DATE.
002041 1040-READ-BUSINESS-DATE-EXIT. EXIT.
002042
002043*----------------------------------------------------------*
002044* 1045-REGISTER-RUN-START - MARK THIS STEP STARTED ON THE
002045* RUN REGISTRY FOR THE BUSINESS DATE UNDER THIS RUN'S
002046* TIMESTAMP.  A FIRST-EVER RUN CREATES THE REGISTRY.  9200
002047* TURNS THE MARK TO COMPLETE; A RUN THAT NEVER GETS THERE
002048* IS LEFT STARTED FOR THE MORNING SUMMARY TO REPORT.
002049*----------------------------------------------------------*
002050 1045-REGISTER-RUN-START.
002051     OPEN I-O VFY-RUNREG-FILE.
002052     IF VFY-RUNREG-FILE-NOT-FOUND
002053         OPEN OUTPUT VFY-RUNREG-FILE
002054         CLOSE VFY-RUNREG-FILE
002055         OPEN I-O VFY-RUNREG-FILE
002056     END-IF
002057     IF VFY-RUNREG-STATUS NOT = '00'
002058         DISPLAY "CIFVFY: RUN REGISTRY COULD NOT BE OPENED - "
002059             "STATUS " VFY-RUNREG-STATUS " - RUN ABORTED"
002060         MOVE 16 TO RETURN-CODE
002061         STOP RUN
002062     END-IF
002063     MOVE VFY-BUSINESS-DATE TO RRG-BUSINESS-DATE.
002064     MOVE "CIFVFY" TO RRG-STEP-NAME.
002065     READ VFY-RUNREG-FILE
002066         INVALID KEY
002067             MOVE VFY-BUSINESS-DATE TO RRG-BUSINESS-DATE
002068             MOVE "CIFVFY" TO RRG-STEP-NAME
002069             SET RRG-RUN-STARTED TO TRUE
002070             MOVE VFY-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
002071             WRITE VFY-RUNREG-RECORD
002072         NOT INVALID KEY
002073             SET RRG-RUN-STARTED TO TRUE
002074             MOVE VFY-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
002075             REWRITE VFY-RUNREG-RECORD
002076     END-READ.
002077 1045-REGISTER-RUN-START-EXIT. EXIT.
002078
002079*----------------------------------------------------------*
002080* 1050-READ-RUN-PARAMETERS - READ THE SHARED KEYWORD=VALUE
002081* RUN-PARAMETER MEMBER.  THIS STEP APPLIES VERIFY-SAMPLE-
002082* RATE; THE OTHER STEPS' KEYWORDS ARE VALIDATED AND PASSED
002083* OVER.  A MISSING MEMBER MEANS THE COMPILED DEFAULT
002084* STANDS.
002085*----------------------------------------------------------*
002090 1050-READ-RUN-PARAMETERS.
002100     OPEN INPUT VFY-PARM-FILE.
002110     IF VFY-PARM-FILE-NOT-FOUND
002745                 PERFORM 1090-FAIL-BAD-PARM
002746                     THRU 1090-FAIL-BAD-PARM-EXIT
002747             END-IF
002748         WHEN "HOUSE-CALENDAR"
002749             IF VFY-PARM-VALUE(4:17) NOT = SPACES
002750                 PERFORM 1090-FAIL-BAD-PARM
002751                     THRU 1090-FAIL-BAD-PARM-EXIT
002752             END-IF
002753         WHEN "BUSINESS-DAY-CUTOFF"
002754             IF VFY-PARM-VALUE-IS-BAD
002755                     OR VFY-PARM-NUMBER > 23
002756                 PERFORM 1090-FAIL-BAD-PARM
002757                     THRU 1090-FAIL-BAD-PARM-EXIT
002758             END-IF
002759         WHEN "ACK-OVERDUE-DAYS"
002760             IF VFY-PARM-VALUE-IS-BAD
002761                     OR VFY-PARM-NUMBER = ZERO
002762                     OR VFY-PARM-NUMBER > 999
002763                 PERFORM 1090-FAIL-BAD-PARM
002764                     THRU 1090-FAIL-BAD-PARM-EXIT
002765             END-IF
002766         WHEN "OUTLIER-FACTOR"
002767             IF VFY-PARM-VALUE-IS-BAD
002768                     OR VFY-PARM-NUMBER > 999
002769                 PERFORM 1090-FAIL-BAD-PARM
002770                     THRU 1090-FAIL-BAD-PARM-EXIT
002771             END-IF
002772         WHEN "SCREEN-ACTION"
002773             IF VFY-PARM-VALUE NOT = "REJECT"
002774                     AND VFY-PARM-VALUE NOT = "EXCLUDE"
002775                     AND VFY-PARM-VALUE NOT = "WARN"
002776                 PERFORM 1090-FAIL-BAD-PARM
002777                     THRU 1090-FAIL-BAD-PARM-EXIT
002778             END-IF
002779         WHEN OTHER
002780             PERFORM 1090-FAIL-BAD-PARM
002781                 THRU 1090-FAIL-BAD-PARM-EXIT
002782     END-EVALUATE.
002783 1070-APPLY-PARM-READ.
002790     PERFORM 1060-READ-PARM-RECORD
002800         THRU 1060-READ-PARM-RECORD-EXIT.
002810 1070-APPLY-PARM-RECORD-EXIT. EXIT.
003610* FORWARD TO THE FIRST ENTRY OF THE NIGHT'S TRAILING BLOCK,
003620* LEAVING THAT ENTRY IN THE RECORD AREA READY TO PAIR WITH
003630* THE FIRST OUTPUT RECORD.
003633* THE CHAIN CONTROL RECORD CLOSING EACH RUN IS PASSED OVER
003636* ON EVERY READ.
003640*----------------------------------------------------------*
003650 1200-POSITION-AUDIT-FILE.
003660     MOVE 'N' TO VFY-AUDIT-EOF-SW.
003770     READ VFY-AUDIT-FILE
003780         AT END SET VFY-AUDIT-EOF TO TRUE
003790     END-READ.
003792     IF NOT VFY-AUDIT-EOF AND VAU-CHAIN-CONTROL
003794         GO TO 1210-READ-AUDIT-RECORD
003796     END-IF.
003800 1210-READ-AUDIT-RECORD-EXIT. EXIT.
003810
003820 1220-SKIP-PRIOR-RUN.
003870 1300-WRITE-REPORT-HEADINGS.
003880     MOVE SPACES TO VFY-REPORT-LINE.
003890     MOVE "CIPHER ROUND-TRIP VERIFICATION REPORT"
003900         TO VFY-REPORT-LINE(1:37).
003903     MOVE "BUSINESS DATE" TO VFY-REPORT-LINE(41:13).
003906     MOVE VFY-BUSINESS-DATE TO VFY-REPORT-LINE(55:8).
003910     WRITE VFY-REPORT-LINE AFTER ADVANCING PAGE.
003920 1300-WRITE-REPORT-HEADINGS-EXIT. EXIT.
003930
006490         MOVE 16 TO RETURN-CODE
006500     ELSE
006510         MOVE "STATUS VERIFIED" TO VFY-REPORT-LINE
006513         PERFORM 9200-REGISTER-RUN-COMPLETE
006516             THRU 9200-REGISTER-RUN-COMPLETE-EXIT
006520     END-IF
006530     WRITE VFY-REPORT-LINE AFTER ADVANCING 1 LINES.
006540     CLOSE VFY-CIPHER-FILE
006560           VFY-INPUT-FILE
006570           VFY-KEYMST-FILE
006580           VFY-REPORT-FILE.
006585     CLOSE VFY-RUNREG-FILE.
006590 9000-TERMINATE-EXIT. EXIT.
006600
006610*----------------------------------------------------------*
006620* 9200-REGISTER-RUN-COMPLETE - RECORD COMPLETION ON THE
006630* RUN REGISTRY.  A FAILED VERIFICATION DOES NOT REGISTER -
006640* THE STEP IS LEFT STARTED, AS THE CIPHER STEP IS LEFT BY A
006650* BATCH-CONTROL FAILURE.
006660*----------------------------------------------------------*
006670 9200-REGISTER-RUN-COMPLETE.
006680     MOVE VFY-BUSINESS-DATE TO RRG-BUSINESS-DATE.
006690     MOVE "CIFVFY" TO RRG-STEP-NAME.
006700     READ VFY-RUNREG-FILE
006710         INVALID KEY
006720             MOVE VFY-BUSINESS-DATE TO RRG-BUSINESS-DATE
006730             MOVE "CIFVFY" TO RRG-STEP-NAME
006740             SET RRG-RUN-COMPLETE TO TRUE
006750             MOVE VFY-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
006760             WRITE VFY-RUNREG-RECORD
006770         NOT INVALID KEY
006780             SET RRG-RUN-COMPLETE TO TRUE
006790             MOVE VFY-RUN-TIMESTAMP TO RRG-RUN-TIMESTAMP
006800             REWRITE VFY-RUNREG-RECORD
006810     END-READ.
006820 9200-REGISTER-RUN-COMPLETE-EXIT. EXIT.
