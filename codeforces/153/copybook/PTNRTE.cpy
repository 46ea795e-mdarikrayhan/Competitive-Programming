      *----------------------------------------------------------*
      * PTNRTE - RECORD LAYOUT FOR THE PARTNER ROUTING TABLE.
      * EACH RECORD ROUTES ONE SOURCE SYSTEM (AS CARRIED ON THE
      * CIFIN 'H' BATCH HEADER) TO THE PARTNER ITS CIPHERED
      * OUTPUT IS TRANSMITTED TO.  THE OUTBOUND SLOT (1-4) NAMES
      * THE PARTNER'S OUTBOUND TRANSMISSION FILE (DD PTNXM1-
      * PTNXM4) AND THE ACKNOWLEDGMENT FILE THE PARTNER RETURNS
      * (DD PTNAK1-PTNAK4); SEVERAL SOURCE SYSTEMS MAY ROUTE TO
      * ONE PARTNER, BUT A SLOT BELONGS TO ONE PARTNER ONLY.  A
      * SUSPENDED ROUTE STOPS THE CIPHER BATCH RATHER THAN SHIP
      * TO A PARTNER OPERATIONS HAS TAKEN OUT OF SERVICE.  THE
      * TABLE IS AN INDEXED FILE KEYED ON PTR-SOURCE-SYSTEM.
      * COPY THIS MEMBER AT THE 05 LEVEL UNDER THE HOST
      * PROGRAM'S 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  PTR-SOURCE-SYSTEM       PIC X(08).
       05  PTR-PARTNER-ID          PIC X(08).
       05  PTR-PARTNER-NAME        PIC X(30).
       05  PTR-OUTBOUND-SLOT       PIC 9(01).
       05  PTR-STATUS              PIC X(01).
           88  PTR-ROUTE-ACTIVE              VALUE 'A'.
           88  PTR-ROUTE-SUSPENDED           VALUE 'S'.
