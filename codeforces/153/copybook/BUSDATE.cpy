      *----------------------------------------------------------*
      * BUSDATE - RECORD LAYOUT FOR THE BUSINESS-DATE CONTROL
      * RECORD, THE ONE RECORD OF THE BUSDATE DATA SET.  THE
      * BDROLL STEP AT THE HEAD OF THE NIGHTLY STREAM ROLLS IT
      * FORWARD TO THE NIGHT'S PROCESSING DAY UNDER THE HOUSE
      * CALENDAR CODE (CALMAST PROFILE PLUS HOLMAST HOLIDAYS),
      * AND EVERY LATER STEP TAKES ITS BUSINESS DATE FROM IT
      * RATHER THAN FROM THE CLOCK, SO A STREAM THAT RUNS PAST
      * MIDNIGHT OR IS RESTARTED THE NEXT MORNING STILL WORKS
      * AND REGISTERS UNDER THE DATE IT STARTED FOR.  THE ROLL
      * RESULT RECORDS WHAT THE LAST ROLL DID: 'R' ROLLED TO A
      * NEW PROCESSING DAY, 'A' ALREADY ROLLED FOR THE NIGHT (A
      * RERUN), OR 'N' THE NIGHT WAS NOT A PROCESSING DAY AND
      * THE BUSINESS DATE WAS LEFT WHERE IT WAS.  THE CALENDAR
      * DATE IS THE NIGHT THE ROLL JUDGED.  COPY THIS MEMBER AT
      * THE 05 LEVEL UNDER THE HOST PROGRAM'S 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  BDC-BUSINESS-DATE       PIC 9(08).
       05  BDC-PRIOR-BUSINESS-DATE PIC 9(08).
       05  BDC-CAL-CODE            PIC X(03).
       05  BDC-ROLL-RESULT         PIC X(01).
           88  BDC-ROLLED                    VALUE 'R'.
           88  BDC-ALREADY-ROLLED            VALUE 'A'.
           88  BDC-NON-PROCESSING-DAY        VALUE 'N'.
       05  BDC-CALENDAR-DATE       PIC 9(08).
       05  BDC-ROLL-TIMESTAMP      PIC X(26).
