      *****************************************************************
      * CALCCHG - Chargeback extract records (CALCCHGO)                *
      * Written by CALCCHRG for the month named on CALCCHGC: one DTL   *
      * per caller/operation with the audited call count, the tariff   *
      * rate and the charge, a CTL total per caller and one GTL grand  *
      * total. Charges are in the base currency (see CALCBAS).         *
      * Lines are grouped by legal entity (CALCENTL): each entity's    *
      * callers come together and close with an ETL total for that     *
      * entity, ahead of the GTL. Usage whose caller has no entity     *
      * bills in a group with CHG-ENTITY blank.                        *
      * CALCJRNL journals the DTL lines and proves them to the GTL.    *
      *****************************************************************
       01  CHARGE-RECORD.
           05  CHG-RECORD-TYPE         PIC X(03).
               88  CHG-DETAIL-LINE     VALUE "DTL".
               88  CHG-CALLER-TOTAL    VALUE "CTL".
               88  CHG-GRAND-TOTAL     VALUE "GTL".
               88  CHG-ENTITY-TOTAL    VALUE "ETL".
           05  CHG-CALLER-ID           PIC X(08).
           05  CHG-OPERATION           PIC X.
           05  CHG-CALL-COUNT          PIC 9(9).
           05  CHG-RATE-PER-CALL       PIC 9(3)V9(4).
           05  CHG-CHARGE-AMOUNT       PIC 9(11)V99.
      *    Legal entity the line bills to; blank on the GTL.
           05  CHG-ENTITY              PIC X(4).
