      *----------------------------------------------------------*
      * BDCEXT - RECORD LAYOUT FOR THE PUBLISHED BUSINESS-DAY
      * CALENDAR EXTRACT WRITTEN BY CALPUB.  EACH CALENDAR CODE
      * PUBLISHED FOR A YEAR IS ONE BALANCED GROUP: AN 'H' HEADER
      * (CODE, YEAR, RUN DATE, SOURCE), ONE 'D' DETAIL PER
      * CALENDAR DAY OF THE YEAR, AND A 'T' TRAILER CARRYING THE
      * DETAIL COUNT, THE WORKING-DAY COUNT, AND A HASH TOTAL OF
      * THE DETAIL DATES.  ON A DETAIL THE WEEKDAY IS 1 = SUNDAY
      * THROUGH 7 = SATURDAY; THE REASON TYPE IS 'W' (NON-WORKING
      * WEEKDAY UNDER THE CALENDAR PROFILE), 'H' (HOLIDAY ON THE
      * HOLIDAY MASTER - THE REASON TEXT IS ITS DESCRIPTION), OR
      * BLANK ON A WORKING DAY; THE BUSINESS-DAY NUMBER COUNTS
      * WORKING DAYS WITHIN THE MONTH (ZERO ON A NON-WORKING DAY)
      * AND THE LAST-BD FLAG IS 'Y' ON THE MONTH'S LAST WORKING
      * DAY.  COPY THIS MEMBER AT THE 05 LEVEL UNDER THE HOST
      * PROGRAM'S 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  BDX-REC-TYPE            PIC X(01).
           88  BDX-REC-IS-HEADER             VALUE 'H'.
           88  BDX-REC-IS-DETAIL             VALUE 'D'.
           88  BDX-REC-IS-TRAILER            VALUE 'T'.
       05  BDX-DETAIL.
           10  BDX-CAL-CODE        PIC X(03).
           10  BDX-DATE            PIC 9(08).
           10  BDX-WEEKDAY         PIC 9(01).
           10  BDX-WORKING-FLAG    PIC X(01).
               88  BDX-IS-WORKING-DAY        VALUE 'Y'.
               88  BDX-IS-NON-WORKING-DAY    VALUE 'N'.
           10  BDX-REASON-TYPE     PIC X(01).
               88  BDX-REASON-WEEKEND        VALUE 'W'.
               88  BDX-REASON-HOLIDAY        VALUE 'H'.
           10  BDX-BD-NUMBER       PIC 9(02).
           10  BDX-LAST-BD-FLAG    PIC X(01).
           10  BDX-REASON          PIC X(30).
       05  BDX-HEADER REDEFINES BDX-DETAIL.
           10  BDX-HDR-CAL-CODE    PIC X(03).
           10  BDX-HDR-YEAR        PIC 9(04).
           10  BDX-HDR-RUN-DATE    PIC 9(08).
           10  BDX-HDR-SOURCE      PIC X(08).
           10  FILLER              PIC X(24).
       05  BDX-TRAILER REDEFINES BDX-DETAIL.
           10  BDX-TRL-COUNT       PIC 9(09).
           10  BDX-TRL-WORK-COUNT  PIC 9(09).
           10  BDX-TRL-HASH-TOTAL  PIC 9(15).
           10  FILLER              PIC X(14).
