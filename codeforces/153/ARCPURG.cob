000200*                OF WHAT WAS ARCHIVED: RECORD COUNTS BY STEP
000210*                NAME AND BY RUN DATE, AND THE FIRST AND
000220*                LAST ARCHIVED TIMESTAMPS PER FILE.
000221* 2026-10-15 RH  CIFAUD RECORDS GROW FROM 45 TO 87 BYTES TO
000222*                CARRY THEIR CHAIN TRAILER.  THEY ARE STILL COPIED
000223*                WHOLE, AND A RUN'S CONTROL RECORD CARRIES THE
000224*                RUN'S TIMESTAMP, SO IT GOES TO THE SAME SIDE OF
000225*                THE CUTOFF AS THE RUN IT CLOSES AND THE ARCHIVE
000226*                AND LIVE FILES TOGETHER STILL WALK AS ONE CHAIN.
000230*----------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000530 FD  ARC-AUDIT-IN-FILE.
000540 01  ARC-AUDIT-IN-RECORD.
000550     05  AIN-RUN-TIMESTAMP       PIC X(26).
000560     05  FILLER                  PIC X(61).
000570
000580 FD  ARC-AUDIT-ARCH-FILE.
000590 01  ARC-AUDIT-ARCH-RECORD       PIC X(87).
000600
000610 FD  ARC-AUDIT-NEW-FILE.
000620 01  ARC-AUDIT-NEW-RECORD        PIC X(87).
000630
000640 FD  ARC-RUNCTL-IN-FILE.
000650 01  ARC-RUNCTL-IN-RECORD.
