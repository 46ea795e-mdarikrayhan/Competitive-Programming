      * OBLMST - RECORD LAYOUT FOR THE FORWARD-OBLIGATIONS
      * MASTER.  EACH RECORD IS ONE SCHEDULED OCCURRENCE FROM THE
      * NIGHTLY DTRSCH SCHEDULE FILE, KEYED ON THE COMPUTED
      * (LANDING) DATE PLUS THE PERMANENT BUSINESS REFERENCE, THE
      * DATE THE SCHEDULE WAS GENERATED, AND THE OCCURRENCE
      * NUMBER, SO THE DUE-LIST EXTRACT IS ONE KEYED RANGE READ
      * AND TWO NIGHTS' SCHEDULES CAN NEVER COLLIDE ON THE KEY (AN
      * AMENDED SCHEDULE RE-ISSUED UNDER THE SAME REFERENCE POSTS
      * UNDER ITS OWN SCHEDULE DATE).  THE NIGHTLY SEQUENCE NUMBER
      * IS KEPT ONLY TO TRACE AN OCCURRENCE BACK TO THE DATE-ROLL
      * REPORT.  THE STATUS BYTE CARRIES CANCELLATION: A
      * SUPERSEDED OR AMENDED SCHEDULE'S OCCURRENCES ARE MARKED
      * CANCELLED, NOT DELETED, SO THE AUDIT OF WHAT WAS ONCE DUE
      * SURVIVES.  A MET OBLIGATION IS MARKED SETTLED, WITH THE
      * DATE IT WAS SETTLED AND THE USER WHO POSTED THE
      * SETTLEMENT.  THE CALENDAR CODE IS THE ORIGINATING
      * TRANSACTION'S, SO A PAST-DUE ITEM AGES IN ITS OWN
      * JURISDICTION'S BUSINESS DAYS.  THE AMOUNT IS SIGNED
      * (POSITIVE = RECEIVABLE, NEGATIVE = PAYABLE).  THE
      * UNADJUSTED DATE AND ADJUST RULE ARE THE OCCURRENCE'S DATE
      * BEFORE THE BUSINESS-DAY ROLL AND THE DATE-ROLL STEP'S
      * ADJUST FLAG ('F' FORWARD, 'B' BACK, BLANK NONE), SO A
      * LATER HOLIDAY OR CALENDAR CHANGE CAN RE-ROLL IT.  A
      * RE-ROLLED OCCURRENCE IS NOT UPDATED IN PLACE: THE OLD
      * RECORD IS CANCELLED CARRYING THE DUE DATE IT MOVED TO,
      * AND A NEW ONE IS POSTED CARRYING THE DUE DATE IT MOVED
      * FROM (REFERENCE, SCHEDULE DATE, AND OCCURRENCE COMPLETE
      * THE OTHER KEY).  THE MASTER IS AN INDEXED FILE MAINTAINED
      * ONLY BY THE DTRLEDG LEDGER STEP AND THE OBLROLL RE-ROLL
      * STEP.  COPY THIS MEMBER AT THE 05 LEVEL UNDER THE HOST
      * PROGRAM'S 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  OBL-KEY.
           10  OBL-DUE-DATE        PIC 9(08).
           10  OBL-BUSINESS-REF    PIC X(16).
           10  OBL-SCHEDULE-DATE   PIC 9(08).
           10  OBL-OCCURRENCE-NO   PIC 9(04).
       05  OBL-SEQUENCE-NO         PIC 9(09).
       05  OBL-ADJUSTED-FLAG       PIC X(01).
       05  OBL-STATUS              PIC X(01).
           88  OBL-IS-OPEN                   VALUE 'O'.
           88  OBL-IS-CANCELLED              VALUE 'X'.
           88  OBL-IS-SETTLED                VALUE 'S'.
       05  OBL-POSTED-DATE         PIC 9(08).
       05  OBL-CALENDAR-CODE       PIC X(03).
       05  OBL-SETTLED-DATE        PIC 9(08).
       05  OBL-SETTLED-BY          PIC X(08).
       05  OBL-COUNTERPARTY        PIC X(10).
       05  OBL-AMOUNT              PIC S9(11)V99
                                    SIGN LEADING SEPARATE.
       05  OBL-UNADJUSTED-DATE     PIC 9(08).
       05  OBL-ADJUST-RULE         PIC X(01).
           88  OBL-ROLL-NONE                 VALUE ' '.
           88  OBL-ROLL-FORWARD              VALUE 'F'.
           88  OBL-ROLL-BACKWARD             VALUE 'B'.
       05  OBL-MOVED-FROM-DATE     PIC 9(08).
       05  OBL-MOVED-TO-DATE       PIC 9(08).
