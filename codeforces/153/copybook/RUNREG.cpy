      * BUSINESS DATE - AN ACCIDENTAL RESTART WOULD DOUBLE THE
      * EXTEND-MODE AUDIT AND RUN-CONTROL APPENDS - UNLESS THE
      * FORCE-RERUN RUN PARAMETER NAMES THE STEP.  THE STEP
      * REGISTERS ITSELF STARTED ('S') AT INITIALIZATION AND
      * COMPLETE ('C') ON CLEAN COMPLETION, EACH UNDER THE RUN'S
      * TIMESTAMP, SO A STEP LEFT 'S' DIED OR FAILED AND A STEP
      * WITH NO RECORD FOR THE DATE NEVER RAN.  THE VERIFY, LEDGER,
      * AND ANALYSIS STEPS REGISTER THE SAME WAY WITHOUT THE RERUN
      * CHECK.  COPY THIS MEMBER AT THE 05 LEVEL UNDER THE HOST
      * PROGRAM'S 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  RRG-KEY.
           10  RRG-BUSINESS-DATE   PIC 9(08).
           10  RRG-STEP-NAME       PIC X(08).
       05  RRG-STATUS              PIC X(01).
           88  RRG-RUN-STARTED               VALUE 'S'.
           88  RRG-RUN-COMPLETE              VALUE 'C'.
       05  RRG-RUN-TIMESTAMP       PIC X(26).
