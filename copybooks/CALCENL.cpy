      *****************************************************************
      * CALCENL - Request/reply areas for the CALCENTL legal-entity    *
      * lookup. The caller supplies the caller ID and the date the     *
      * assignment must be in effect on (the business date a call      *
      * booked to); CALCENTL returns the entity code and the effective *
      * date of the CALCENTY record that applied, or not-found with    *
      * the code left as spaces.                                       *
      *****************************************************************
       01  ENTL-REQUEST.
           05  ENTL-CALLER-ID          PIC X(8).
           05  ENTL-AS-OF-DATE         PIC 9(8).

       01  ENTL-REPLY.
           05  ENTL-ENTITY-CODE        PIC X(4).
           05  ENTL-EFFECTIVE-DATE     PIC 9(8).
           05  ENTL-FOUND-SWITCH       PIC X.
               88  ENTL-FOUND          VALUE "Y".
