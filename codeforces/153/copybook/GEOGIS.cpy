      *----------------------------------------------------------*
      * GEOGIS - RECORD LAYOUT FOR THE GIS INTERCHANGE FILE THE
      * SURVEY STEP (E) WRITES FOR THE MAPPING SYSTEM LOAD.  EACH
      * RUN APPENDS ONE ENVELOPE: AN 'H' HEADER (INTERFACE ID,
      * SOURCE SYSTEM, RUN TIMESTAMP), ONE 'B' BOUNDARY RECORD PER
      * PROCESSED SURVEY, ONE 'P' POINT RECORD PER SCREENED
      * CANDIDATE LOCATION, AND A 'T' TRAILER (BOUNDARY, POINT,
      * AND TOTAL RECORD COUNTS, THE TOTAL INCLUDING THE HEADER
      * AND TRAILER) SO THE LOAD CAN BE BALANCED.  EVERY RECORD
      * CARRIES THE RUN (BUSINESS) DATE; 'B' AND 'P' RECORDS
      * CARRY THE SURVEY ID.  GEOMETRY IS WELL-KNOWN TEXT (WKT)
      * IN SURVEY COORDINATE UNITS, LEFT-JUSTIFIED AND SPACE-
      * FILLED: THE BOUNDARY IS THE CONVEX HULL AS A CLOSED
      * POLYGON, COUNTERCLOCKWISE, FIRST VERTEX REPEATED LAST; A
      * DEGENERATE HULL (ALL POINTS ON ONE LINE OR ONE SPOT) IS A
      * LINESTRING OR POINT, AND A MODE THAT BUILDS NO HULL
      * ('N'/'V') IS POLYGON EMPTY WITH ZERO FIGURES.  PERIMETER
      * AND AREA CARRY AN ACTUAL DECIMAL POINT.  THE CANDIDATE
      * CLASS IS INSIDE, OUTSIDE, OR ON BOUNDARY.  COPY THIS
      * MEMBER AT THE 05 LEVEL UNDER THE HOST PROGRAM'S 01-LEVEL
      * RECORD.
      *----------------------------------------------------------*
       05  GGS-REC-TYPE            PIC X(01).
           88  GGS-REC-IS-HEADER             VALUE 'H'.
           88  GGS-REC-IS-BOUNDARY           VALUE 'B'.
           88  GGS-REC-IS-POINT              VALUE 'P'.
           88  GGS-REC-IS-TRAILER            VALUE 'T'.
       05  GGS-SURVEY-ID           PIC X(08).
       05  GGS-RUN-DATE            PIC 9(08).
       05  GGS-BODY                PIC X(23083).
       05  GGS-HEADER-BODY REDEFINES GGS-BODY.
           10  GGH-INTERFACE-ID    PIC X(08).
           10  GGH-SOURCE-SYSTEM   PIC X(08).
           10  GGH-RUN-TIMESTAMP   PIC X(26).
           10  FILLER              PIC X(23041).
       05  GGS-BOUNDARY-BODY REDEFINES GGS-BODY.
           10  GGB-VERTEX-COUNT    PIC 9(04).
           10  GGB-PERIMETER       PIC 9(13).9(04).
           10  GGB-AREA            PIC 9(17).9.
           10  GGB-WKT-LENGTH      PIC 9(05).
           10  GGB-WKT             PIC X(23037).
       05  GGS-POINT-BODY REDEFINES GGS-BODY.
           10  GGP-CANDIDATE-ID    PIC X(08).
           10  GGP-CLASS           PIC X(11).
           10  GGP-WKT             PIC X(30).
           10  FILLER              PIC X(23034).
       05  GGS-TRAILER-BODY REDEFINES GGS-BODY.
           10  GGT-BOUNDARY-COUNT  PIC 9(09).
           10  GGT-POINT-COUNT     PIC 9(09).
           10  GGT-RECORD-COUNT    PIC 9(09).
           10  FILLER              PIC X(23056).
