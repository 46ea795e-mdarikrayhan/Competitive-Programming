      *----------------------------------------------------------*
      * CALMST - RECORD LAYOUT FOR THE CALENDAR PROFILE MASTER.
      * EACH RECORD IS ONE VERSION OF A CALENDAR/JURISDICTION
      * CODE'S PROFILE: SEVEN Y/N WORKING-DAY FLAGS, SUNDAY
      * THROUGH SATURDAY ('N' = NON-WORKING), AND A DESCRIPTION,
      * IN FORCE FROM ITS EFFECTIVE DATE UNTIL THE DAY BEFORE THE
      * CODE'S NEXT VERSION TAKES EFFECT.  THE RECORD KEY IS THE
      * CODE PLUS THE EFFECTIVE DATE, SO A CODE'S VERSIONS READ IN
      * DATE ORDER.  EVERY CODE'S FIRST (ORIGINAL) VERSION CARRIES
      * EFFECTIVE DATE ZERO AND COVERS EVERY DATE BEFORE ITS
      * SECOND, SO FOR ANY DATE EXACTLY ONE VERSION IS IN FORCE -
      * THE ONE WITH THE HIGHEST EFFECTIVE DATE NOT AFTER IT -
      * AND THE VERSIONS CAN NEITHER OVERLAP NOR LEAVE A GAP.
      * THE MASTER IS AN INDEXED FILE MAINTAINED ONLY THROUGH THE
      * CALMNT MAINTENANCE PROGRAM, WHICH VALIDATES THE FLAGS AT
      * MAINTENANCE TIME, HOLDS A CODE TO 20 VERSIONS, AND AUDITS
      * EVERY CHANGE; THE DATE-ROLL STEP READS A CODE'S VERSIONS
      * DIRECTLY BY KEY SO NO TABLE OF CODES IS NEEDED.  THE BLANK
      * CODE (SATURDAY/SUNDAY WEEKEND) STAYS BUILT INTO THE
      * DATE-ROLL STEP AND IS NOT CARRIED HERE.
      * COPY THIS MEMBER AT THE 05 LEVEL UNDER THE HOST PROGRAM'S
      * 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  CAM-KEY.
           10  CAM-CODE            PIC X(03).
           10  CAM-EFFECTIVE-DATE  PIC 9(08).
       05  CAM-DAY-FLAG            PIC X(01) OCCURS 7 TIMES.
       05  CAM-DESCRIPTION         PIC X(30).
