000257*                OLD FIRST-HIT MATCH FALSELY REJECTED THE
000258*                SECOND CORRECTION AS A DUPLICATE WHILE ITS
000259*                REJECT STAYED HELD.
000260* 2026-10-15 RH  THE DATE-ROLL DETAIL GREW FROM 30 TO 70
000261*                BYTES (BUSINESS REFERENCE, COUNTERPARTY,
000262*                AND AMOUNT ON A SCHEDULE TRANSACTION).  THE
000263*                HELD DTRERR RAW RECORD, THE CORRECTED
000264*                DETAIL IMAGE ON RCYTRN, AND THE DTRRSB
000265*                RESUBMISSION DETAIL ARE WIDENED TO MATCH.
000266*----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000590         10  RCC-STRING          PIC X(80).
000600         10  RCC-KEY-ID          PIC 9(08).
000610     05  RCT-CORRECTED-DTR REDEFINES RCT-CORRECTED-DATA.
000620         10  RCD-DETAIL          PIC X(70).
000630         10  FILLER              PIC X(18).
000640
000650 FD  RCY-CIFREJ-FILE.
000660 01  RCY-CIFREJ-RECORD.
000760 01  RCY-DTRERR-RECORD.
000770     05  RDE-SEQUENCE-NO         PIC X(07).
000780     05  FILLER                  PIC X(02).
000790     05  RDE-RAW-RECORD          PIC X(71).
000800     05  FILLER                  PIC X(02).
000810     05  RDE-REASON              PIC X(30).
000820
001010     05  RDH-SOURCE-SYSTEM       PIC X(08).
001020 01  RCY-DTR-DETAIL-REC.
001030     05  RDD-REC-TYPE            PIC X(01).
001040     05  RDD-DETAIL              PIC X(70).
001050 01  RCY-DTR-TRAILER-REC.
001060     05  RDW-REC-TYPE            PIC X(01).
001070     05  RDW-RECORD-COUNT        PIC 9(09).
