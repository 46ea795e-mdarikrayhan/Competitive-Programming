000470*                RE-KEYED OUTPUT CAN ITSELF BE RECONSTRUCTED
000480*                OR FED BACK THROUGH THIS UTILITY AT THE
000490*                NEXT ROTATION.
000491* 2026-10-15 RH  RKYAUD ENTRIES NOW CARRY THE SAME CHAIN
000492*                TRAILER AS CIFAUD (RECORD TYPE, FILE SEQUENCE,
000493*                RUN DETAIL COUNT, PREVIOUS AND OWN CHAIN VALUE)
000494*                AND EACH RUN CLOSES WITH A CONTROL RECORD, SO
000495*                THE AUDVFY STEP CAN PROVE THE LOG UNALTERED.
000496*                THE ENTRY GROWS FROM 45 TO 87 BYTES.  CIFAUD'S
000497*                CONTROL RECORDS ARE PASSED OVER WHEN PAIRING.
000500*----------------------------------------------------------*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000900     05  RKA-RECORD-COUNT        PIC X(09).
000910     05  FILLER                  PIC X(01).
000920     05  RKA-KEY-ID              PIC 9(08).
000922     05  FILLER                  PIC X(01).
000924     05  RKA-CHAIN-REC-TYPE      PIC X(01).
000926         88  RKA-CHAIN-CONTROL              VALUE 'C'.
000928     05  FILLER                  PIC X(40).
000930
000940 FD  RKY-KEYMST-FILE.
000950 01  RKY-KEYMST-RECORD.
001050     05  RKO-RECORD-COUNT        PIC Z(8)9.
001060     05  FILLER                  PIC X(01).
001070     05  RKO-KEY-ID              PIC 9(08).
001071     05  FILLER                  PIC X(01).
001072     05  RKO-CHAIN-REC-TYPE      PIC X(01).
001073         88  RKO-CHAIN-DETAIL               VALUE 'D'.
001074         88  RKO-CHAIN-CONTROL              VALUE 'C'.
001075     05  FILLER                  PIC X(01).
001076     05  RKO-CHAIN-SEQUENCE-NO   PIC 9(09).
001077     05  FILLER                  PIC X(01).
001078     05  RKO-CHAIN-RUN-COUNT     PIC 9(09).
001079     05  FILLER                  PIC X(01).
001080     05  RKO-CHAIN-PREV-VALUE    PIC 9(09).
001081     05  FILLER                  PIC X(01).
001082     05  RKO-CHAIN-VALUE         PIC 9(09).
001083
001090 FD  RKY-REPORT-FILE.
001100 01  RKY-REPORT-LINE             PIC X(80).
001110
001250 77  RKY-KEYMST-STATUS           PIC X(02).
001260 77  RKY-AUDIT-OUT-STATUS        PIC X(02).
001270     88  RKY-AUDIT-OUT-NOT-FOUND            VALUE '35'.
001271*--------------------------------------------------------*
001272* AUDIT CHAIN WORK FIELDS.  RKYAUD IS CHAINED THE SAME WAY
001273* AS CIFAUD: A FILE SEQUENCE NUMBER AND A CHAIN VALUE
001274* FOLDED FROM THE PREVIOUS RECORD'S, PICKED UP FROM THE
001275* LAST RECORD ON THE FILE, AND A CONTROL RECORD CLOSING
001276* EACH RUN.  CIFAUD'S OWN CONTROL RECORDS ARE PASSED OVER
001277* WHEN PAIRING.
001278*--------------------------------------------------------*
001279 77  RKY-CHAIN-LAST-SEQUENCE     PIC 9(09)  COMP.
001280 77  RKY-CHAIN-LAST-VALUE        PIC 9(09)  COMP.
001281 77  RKY-CHAIN-RUN-COUNT         PIC 9(09)  COMP.
001282 77  RKY-CHAIN-WORK              PIC 9(15)  COMP.
001283 77  RKY-CHAIN-SUB               PIC 9(04)  COMP.
001284 77  RKY-CHAIN-EOF-SW            PIC X(01).
001285     88  RKY-CHAIN-EOF                      VALUE 'Y'.
001286 77  RKY-REPORT-STATUS           PIC X(02).
001290     88  RKY-REPORT-FILE-NOT-FOUND          VALUE '35'.
001300
001310 77  RKY-END-OF-FILE-SW          PIC X(01)  VALUE 'N'.
002120         MOVE 16 TO RETURN-CODE
002130         STOP RUN
002140     END-IF
002143     PERFORM 1020-FIND-AUDIT-CHAIN-END
002146         THRU 1020-FIND-AUDIT-CHAIN-END-EXIT.
002150     OPEN EXTEND RKY-AUDIT-OUT-FILE.
002160     IF RKY-AUDIT-OUT-NOT-FOUND
002170         OPEN OUTPUT RKY-AUDIT-OUT-FILE
002300     PERFORM 2900-READ-CIPHER-INPUT
002310         THRU 2900-READ-CIPHER-INPUT-EXIT.
002320 1000-INITIALIZE-EXIT. EXIT.
002321*----------------------------------------------------------*
002322* 1020-FIND-AUDIT-CHAIN-END - READ RKYAUD THROUGH TO PICK
002323* UP THE SEQUENCE NUMBER AND CHAIN VALUE OF ITS LAST
002324* CHAINED RECORD, WHICH THIS RUN'S FIRST ENTRY LINKS TO.
002325* A NEW FILE, OR ONE HOLDING ONLY ENTRIES WRITTEN BEFORE
002326* CHAINING BEGAN, STARTS THE CHAIN AT SEQUENCE 1.
002327*----------------------------------------------------------*
002328 1020-FIND-AUDIT-CHAIN-END.
002329     MOVE ZERO TO RKY-CHAIN-LAST-SEQUENCE.
002330     MOVE ZERO TO RKY-CHAIN-LAST-VALUE.
002331     MOVE ZERO TO RKY-CHAIN-RUN-COUNT.
002332     MOVE 'N'  TO RKY-CHAIN-EOF-SW.
002333     OPEN INPUT RKY-AUDIT-OUT-FILE.
002334     IF RKY-AUDIT-OUT-NOT-FOUND
002335         GO TO 1020-FIND-AUDIT-CHAIN-END-EXIT
002336     END-IF
002337     IF RKY-AUDIT-OUT-STATUS NOT = '00'
002338         DISPLAY "REKEY: RE-KEY AUDIT COULD NOT BE READ - "
002339             "STATUS " RKY-AUDIT-OUT-STATUS " - RUN ABORTED"
002340         MOVE 16 TO RETURN-CODE
002341         STOP RUN
002342     END-IF
002343     PERFORM 1025-READ-AUDIT-CHAIN
002344         THRU 1025-READ-AUDIT-CHAIN-EXIT
002345         UNTIL RKY-CHAIN-EOF.
002346     CLOSE RKY-AUDIT-OUT-FILE.
002347 1020-FIND-AUDIT-CHAIN-END-EXIT. EXIT.
002348
002349 1025-READ-AUDIT-CHAIN.
002350     READ RKY-AUDIT-OUT-FILE
002351         AT END SET RKY-CHAIN-EOF TO TRUE
002352     END-READ.
002353     IF RKY-CHAIN-EOF
002354         GO TO 1025-READ-AUDIT-CHAIN-EXIT
002355     END-IF
002356     IF (RKO-CHAIN-DETAIL OR RKO-CHAIN-CONTROL)
002357        AND RKO-CHAIN-SEQUENCE-NO IS NUMERIC
002358        AND RKO-CHAIN-VALUE IS NUMERIC
002359         MOVE RKO-CHAIN-SEQUENCE-NO TO RKY-CHAIN-LAST-SEQUENCE
002360         MOVE RKO-CHAIN-VALUE       TO RKY-CHAIN-LAST-VALUE
002361     END-IF.
002362 1025-READ-AUDIT-CHAIN-EXIT. EXIT.
002363
002364*----------------------------------------------------------*
002365* 1300-FIND-NIGHT-TIMESTAMP - READ THE WHOLE AUDIT LOG AND
002366* REMEMBER THE LAST RUN TIMESTAMP SEEN: THE EVER-GROWING
002370* LOG IS APPENDED IN RUN ORDER, SO THE TRAILING BLOCK
002380* BELONGS TO THE RUN THAT WROTE THE RETAINED OUTPUT.  AN
002390* EMPTY LOG FAILS THE STEP - THERE IS NOTHING TO PAIR
002720* FORWARD TO THE FIRST ENTRY OF THE TRAILING RUN BLOCK,
002730* LEAVING THAT ENTRY IN THE RECORD AREA READY TO PAIR WITH
002740* THE FIRST DATA RECORD.
002743* THE CHAIN CONTROL RECORD CLOSING EACH RUN IS PASSED OVER
002746* ON EVERY READ.
002750*----------------------------------------------------------*
002760 1400-POSITION-AUDIT-FILE.
002770     MOVE 'N' TO RKY-AUDIT-EOF-SW.
002880     READ RKY-AUDIT-IN-FILE
002890         AT END SET RKY-AUDIT-EOF TO TRUE
002900     END-READ.
002902     IF NOT RKY-AUDIT-EOF AND RKA-CHAIN-CONTROL
002904         GO TO 1410-READ-AUDIT-RECORD
002906     END-IF.
002910 1410-READ-AUDIT-RECORD-EXIT. EXIT.
002920
002930 1420-SKIP-PRIOR-RUN.
004690     MOVE RKY-RUN-TIMESTAMP  TO RKO-RUN-TIMESTAMP.
004700     MOVE RKY-READ-COUNT     TO RKO-RECORD-COUNT.
004710     MOVE RKY-AUDIT-KEY-ID   TO RKO-KEY-ID.
004713     ADD 1 TO RKY-CHAIN-RUN-COUNT.
004716     SET RKO-CHAIN-DETAIL    TO TRUE.
004719     MOVE RKY-CHAIN-RUN-COUNT TO RKO-CHAIN-RUN-COUNT.
004722     PERFORM 2250-CHAIN-AUDIT-ENTRY
004725         THRU 2250-CHAIN-AUDIT-ENTRY-EXIT.
004730 2200-WRITE-AUDIT-ENTRY-EXIT. EXIT.
004731*----------------------------------------------------------*
004732* 2250-CHAIN-AUDIT-ENTRY - NUMBER THE ENTRY, LINK IT TO THE
004733* LAST ONE WRITTEN, AND FOLD THE PREVIOUS CHAIN VALUE
004734* THROUGH EVERY BYTE AHEAD OF ITS OWN CHAIN VALUE
004735* (MULTIPLIER 257, MODULUS THE PRIME 999999937), EXACTLY AS
004736* THE CIPHER STEP CHAINS CIFAUD, BEFORE WRITING IT.
004737*----------------------------------------------------------*
004738 2250-CHAIN-AUDIT-ENTRY.
004739     ADD 1 TO RKY-CHAIN-LAST-SEQUENCE.
004740     MOVE RKY-CHAIN-LAST-SEQUENCE TO RKO-CHAIN-SEQUENCE-NO.
004741     MOVE RKY-CHAIN-LAST-VALUE    TO RKO-CHAIN-PREV-VALUE.
004742     MOVE RKY-CHAIN-LAST-VALUE    TO RKY-CHAIN-WORK.
004743     PERFORM VARYING RKY-CHAIN-SUB FROM 1 BY 1
004744             UNTIL RKY-CHAIN-SUB > 78
004745         COMPUTE RKY-CHAIN-WORK =
004746             FUNCTION MOD(RKY-CHAIN-WORK * 257 +
004747                FUNCTION ORD(RKY-AUDIT-OUT-RECORD
004748                    (RKY-CHAIN-SUB:1)),
004749                 999999937)
004750     END-PERFORM.
004751     MOVE RKY-CHAIN-WORK          TO RKO-CHAIN-VALUE.
004752     MOVE RKY-CHAIN-WORK          TO RKY-CHAIN-LAST-VALUE.
004753     WRITE RKY-AUDIT-OUT-RECORD.
004754 2250-CHAIN-AUDIT-ENTRY-EXIT. EXIT.
004755
004756*----------------------------------------------------------*
004760* 3000-APPLY-SHIFT - SHIFT EACH LETTER OF RKY-WORK-STRING
004770* BY RKY-SHIFT-KEY'S SHIFT SEQUENCE, IN PLACE, PER THE
004780* ALGORITHM IN RKY-SHIFT-ALGORITHM: A SINGLE-SHIFT KEY
006010* 9000-TERMINATE - PRINT THE RUN SUMMARY AND CLOSE THE
006020* FILES.  A PAIRING ERROR LEAVES RC 16 SO A PARTIAL RE-KEY
006030* CANNOT BE MISTAKEN FOR A COMPLETE ONE.
006035* RKYAUD IS CLOSED WITH THE RUN'S CHAIN CONTROL RECORD.
006040*----------------------------------------------------------*
006050 9000-TERMINATE.
006060     MOVE SPACES TO RKY-REPORT-LINE.
006340         MOVE "STATUS COMPLETE" TO RKY-REPORT-LINE
006350     END-IF
006360     WRITE RKY-REPORT-LINE AFTER ADVANCING 1 LINES.
006361     MOVE SPACES              TO RKY-AUDIT-OUT-RECORD.
006362     MOVE RKY-RUN-TIMESTAMP   TO RKO-RUN-TIMESTAMP.
006363     SET RKO-CHAIN-CONTROL    TO TRUE.
006364     MOVE RKY-CHAIN-RUN-COUNT TO RKO-CHAIN-RUN-COUNT.
006365     PERFORM 2250-CHAIN-AUDIT-ENTRY
006366         THRU 2250-CHAIN-AUDIT-ENTRY-EXIT.
006370     CLOSE RKY-TRANS-FILE
006380           RKY-CIPHER-IN-FILE
006390           RKY-AUDIT-IN-FILE
