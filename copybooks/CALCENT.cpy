      *****************************************************************
      * CALCENT - Caller legal-entity assignment record (CALCENTY)     *
      * One record per caller ID and effective date, naming the legal  *
      * entity the caller's calls belong to from that date. A caller   *
      * moving to the other company gets a second record dated the     *
      * day of the move; the earlier one stays for history. The record *
      * in effect is the one with the highest effective date not after *
      * the business date, the same rule as CALCTAXH. Looked up only   *
      * through CALCENTL: the audit writers stamp AUDIT-ENTITY with    *
      * it, and CALCGLEX, CALCCHRG, CALCRPT and CALCMEND fall back on  *
      * it for records stamped blank. A caller with no record in       *
      * effect has no entity, and CALCMEND will not close a month      *
      * while any caller stands that way.                              *
      *****************************************************************
       01  ENTY-RECORD.
           05  ENTY-CALLER-ID          PIC X(8).
           05  ENTY-EFFECTIVE-DATE     PIC 9(8).
           05  ENTY-ENTITY-CODE        PIC X(4).
