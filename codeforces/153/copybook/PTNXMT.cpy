      *----------------------------------------------------------*
      * PTNXMT - RECORD LAYOUT FOR A PARTNER OUTBOUND
      * TRANSMISSION FILE.  EACH CIPHER RUN APPENDS ONE ENVELOPE
      * TO THE ROUTED PARTNER'S FILE: AN 'H' ENVELOPE HEADER
      * (SOURCE SYSTEM, EXTRACT DATE, RUN TIMESTAMP), ONE 'D'
      * DETAIL PER CIPHERED RECORD (DETAIL SEQUENCE NUMBER OF THE
      * RUN, KEY ID, AND CIPHERED STRING), AND A 'T' TRAILER
      * (DETAIL COUNT AND A HASH TOTAL OF THE KEY IDS).  EVERY
      * RECORD CARRIES THE PARTNER ID AND THE RUN (BUSINESS)
      * DATE, WHICH WITH THE SEQUENCE NUMBER IS WHAT THE PARTNER
      * QUOTES BACK ON ITS ACKNOWLEDGMENT.  COPY THIS MEMBER AT
      * THE 05 LEVEL UNDER THE HOST PROGRAM'S 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  XMT-REC-TYPE            PIC X(01).
           88  XMT-REC-IS-HEADER             VALUE 'H'.
           88  XMT-REC-IS-DETAIL             VALUE 'D'.
           88  XMT-REC-IS-TRAILER            VALUE 'T'.
       05  XMT-PARTNER-ID          PIC X(08).
       05  XMT-RUN-DATE            PIC 9(08).
       05  XMT-BODY                PIC X(95).
       05  XMT-HEADER-BODY REDEFINES XMT-BODY.
           10  XMH-SOURCE-SYSTEM   PIC X(08).
           10  XMH-EXTRACT-DATE    PIC 9(08).
           10  XMH-RUN-TIMESTAMP   PIC X(26).
           10  FILLER              PIC X(53).
       05  XMT-DETAIL-BODY REDEFINES XMT-BODY.
           10  XMD-SEQUENCE-NO     PIC 9(07).
           10  XMD-KEY-ID          PIC 9(08).
           10  XMD-STRING          PIC X(80).
       05  XMT-TRAILER-BODY REDEFINES XMT-BODY.
           10  XMW-RECORD-COUNT    PIC 9(09).
           10  XMW-HASH-TOTAL      PIC 9(15).
           10  FILLER              PIC X(71).
