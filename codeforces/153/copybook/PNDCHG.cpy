      *----------------------------------------------------------*
      * PNDCHG - RECORD LAYOUT FOR A PENDING REFERENCE-DATA CHANGE.
      * HOLMNT AND CALMNT DO NOT APPLY AN ADD, CHANGE, DELETE, OR
      * GENERATE WHEN IT IS READ; THEY QUEUE IT HERE UNDER THE
      * NEXT CHANGE NUMBER WITH THE REQUESTING USER'S ID AND THE
      * TIMESTAMP OF THE RUN THAT QUEUED IT, HOLDING THE WHOLE
      * MAINTENANCE TRANSACTION AS KEYED.  A LATER RUN BY A
      * DIFFERENT USER APPROVES ('A' - THE HELD TRANSACTION IS
      * APPLIED AND AUDITED THEN, OR 'F' IF THE MASTER REFUSES IT)
      * OR REJECTS ('R') THE CHANGE BY ITS NUMBER.  DECIDED
      * CHANGES STAY ON FILE AS THE HISTORY OF WHO ASKED FOR WHAT
      * AND WHO LET IT THROUGH.  EACH MASTER HAS ITS OWN PENDING
      * FILE (HOLPND, CALPND), AN INDEXED FILE KEYED ON CHANGE
      * NUMBER.  COPY THIS MEMBER AT THE 05 LEVEL UNDER THE HOST
      * PROGRAM'S 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  PND-CHANGE-NO           PIC 9(07).
       05  PND-STATUS              PIC X(01).
           88  PND-IS-PENDING                VALUE 'P'.
           88  PND-IS-APPROVED               VALUE 'A'.
           88  PND-IS-REJECTED               VALUE 'R'.
           88  PND-IS-FAILED                 VALUE 'F'.
       05  PND-REQUESTED-BY        PIC X(08).
       05  PND-REQUESTED-AT.
           10  PND-REQUEST-DATE    PIC 9(08).
           10  FILLER              PIC X(18).
       05  PND-DECIDED-BY          PIC X(08).
       05  PND-DECISION-DATE       PIC 9(08).
       05  PND-DECISION-REASON     PIC X(30).
       05  PND-TRANS-IMAGE         PIC X(80).
