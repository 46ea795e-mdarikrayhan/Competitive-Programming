      *----------------------------------------------------------*
      * XMTLOG - RECORD LAYOUT FOR THE PARTNER TRANSMISSION LOG.
      * THE CIPHER STEP LOGS EVERY DETAIL IT TRANSMITS TO A
      * PARTNER, KEYED ON PARTNER ID, RUN (BUSINESS) DATE, AND
      * DETAIL SEQUENCE NUMBER, AS AWAITING ACKNOWLEDGMENT ('S').
      * THE ACKNOWLEDGMENT RECONCILIATION (ACKREC) MARKS IT
      * ACKNOWLEDGED ('A') OR NEGATIVELY ACKNOWLEDGED ('N', WITH
      * THE PARTNER'S REASON CODE) AND REPORTS WHATEVER IS STILL
      * AWAITING ACKNOWLEDGMENT PAST THE ALLOWED NUMBER OF DAYS.
      * THE RAW RECORD IS THE ORIGINAL CIFIN DETAIL, SO A
      * NEGATIVE ACKNOWLEDGMENT BECOMES A CIFREJ REJECT IN THE
      * SAME FORM AS ANY OTHER AND CAN BE RECYCLED.  THE LOG IS
      * AN INDEXED FILE KEYED ON XLG-KEY.  COPY THIS MEMBER AT
      * THE 05 LEVEL UNDER THE HOST PROGRAM'S 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  XLG-KEY.
           10  XLG-PARTNER-ID      PIC X(08).
           10  XLG-RUN-DATE        PIC 9(08).
           10  XLG-SEQUENCE-NO     PIC 9(07).
       05  XLG-STATUS              PIC X(01).
           88  XLG-AWAITING-ACK              VALUE 'S'.
           88  XLG-ACKNOWLEDGED              VALUE 'A'.
           88  XLG-NEGATIVE-ACK              VALUE 'N'.
       05  XLG-SENT-TIMESTAMP      PIC X(26).
       05  XLG-ACK-DATE            PIC 9(08).
       05  XLG-ACK-REASON-CODE     PIC X(04).
       05  XLG-RAW-RECORD          PIC X(89).
