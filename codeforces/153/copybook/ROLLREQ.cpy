      *----------------------------------------------------------*
      * ROLLREQ - RE-ROLL REQUEST RECORD.  HOLMNT AND CALMNT
      * APPEND ONE OF THESE FOR EVERY APPROVED CHANGE THEY APPLY
      * THAT CAN MOVE A BUSINESS DAY - A HOLIDAY ADDED, GENERATED,
      * OR DELETED (THE RANGE IS THE ONE HOLIDAY DATE), OR A
      * CALENDAR PROFILE VERSION ADDED, CHANGED, OR DELETED (THE
      * RANGE IS THE DATES THE VERSION GOVERNS, FROM ITS
      * EFFECTIVE DATE TO THE DAY BEFORE THE CODE'S NEXT
      * VERSION).  THE OBLROLL STEP THAT FOLLOWS THE
      * MAINTENANCE STEP READS THEM, RE-ROLLS EVERY OPEN
      * OBLIGATION OF THE CODE NEAR THE RANGE, AND EMPTIES THE
      * FILE.  COPY THIS MEMBER AT THE 05 LEVEL UNDER THE HOST
      * PROGRAM'S 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  RRQ-CAL-CODE            PIC X(03).
       05  RRQ-FROM-DATE           PIC 9(08).
       05  RRQ-TO-DATE             PIC 9(08).
       05  RRQ-SOURCE              PIC X(08).
       05  RRQ-ACTION              PIC X(01).
       05  RRQ-DESCRIPTION         PIC X(30).
