      *----------------------------------------------------------*
      * PTNACK - RECORD LAYOUT FOR A PARTNER ACKNOWLEDGMENT, ONE
      * PER TRANSMITTED DETAIL, AS RETURNED BY THE PARTNER ON ITS
      * ACKNOWLEDGMENT FILE.  THE PARTNER QUOTES ITS OWN PARTNER
      * ID AND THE RUN DATE AND SEQUENCE NUMBER FROM THE DETAIL
      * IT IS ACKNOWLEDGING; THE ACK CODE IS 'A' (RECEIVED AND
      * ACCEPTED) OR 'N' (REFUSED), AND A REFUSAL CARRIES THE
      * PARTNER'S REASON CODE AND TEXT.  COPY THIS MEMBER AT THE
      * 05 LEVEL UNDER THE HOST PROGRAM'S 01-LEVEL RECORD.
      *----------------------------------------------------------*
       05  PAK-PARTNER-ID          PIC X(08).
       05  PAK-RUN-DATE            PIC 9(08).
       05  PAK-SEQUENCE-NO         PIC 9(07).
       05  PAK-ACK-CODE            PIC X(01).
           88  PAK-POSITIVE-ACK              VALUE 'A'.
           88  PAK-NEGATIVE-ACK              VALUE 'N'.
       05  PAK-REASON-CODE         PIC X(04).
       05  PAK-REASON-TEXT         PIC X(30).
