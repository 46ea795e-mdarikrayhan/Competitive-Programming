      *----------------------------------------------------------*
      * SITPRM - RECORD LAYOUT FOR THE SITE PERMIT MASTER.  ONE
      * RECORD PER SURVEYED SITE, KEYED ON THE SURVEY ID THE
      * GEOPAIR STEP (E) PROCESSES IT UNDER, HOLDING THE PERMIT
      * NUMBER AND HOLDER, THE PERMIT STATUS, THE DATE THE PERMIT
      * EXPIRES (YYYYMMDD), AND THE MAXIMUM AREA THE PERMIT
      * ALLOWS, IN THE SAME SQUARE COORDINATE UNITS (TO ONE
      * DECIMAL) AS THE ENCLOSED AREA E COMPUTES FROM THE SITE'S
      * BOUNDARY.  THE LAST-CHANGE FIELDS NAME THE USER AND DATE
      * OF THE LAST MAINTENANCE TRANSACTION APPLIED.  THE MASTER
      * IS AN INDEXED FILE MAINTAINED ONLY THROUGH THE PRMMNT
      * MAINTENANCE PROGRAM, WHICH VALIDATES AND AUDITS EVERY
      * CHANGE.  COPY THIS MEMBER AT THE 05 LEVEL UNDER THE HOST
      * PROGRAM'S 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  SPM-SURVEY-ID           PIC X(08).
       05  SPM-PERMIT-NO           PIC X(12).
       05  SPM-HOLDER              PIC X(30).
       05  SPM-STATUS              PIC X(01).
           88  SPM-PERMIT-ACTIVE             VALUE 'A'.
           88  SPM-PERMIT-SUSPENDED          VALUE 'S'.
           88  SPM-PERMIT-REVOKED            VALUE 'R'.
       05  SPM-EXPIRY-DATE         PIC 9(08).
       05  SPM-MAX-AREA            PIC 9(17)V9.
       05  SPM-LAST-CHANGED-BY     PIC X(08).
       05  SPM-LAST-CHANGE-DATE    PIC 9(08).
