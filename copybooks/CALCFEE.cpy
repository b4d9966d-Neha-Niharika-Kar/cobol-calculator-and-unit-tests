      *****************************************************************
      * CALCFEE - Central fee-schedule record for CALCULATOR           *
      * One record per fee code and effective date on the CALCFEES     *
      * table, maintained centrally the way CALCTAXR and CALCPRAT      *
      * are, behind the tiered fee ("4") operation. The record in      *
      * effect is the one with the highest effective date not after    *
      * the processing date; a fee code with no effective record is    *
      * rejected with CALC-019, so two desks can no longer band the    *
      * same client's fee by eye and charge it differently.            *
      * The bands are charged marginally, lowest first: each band      *
      * the amount reaches adds its flat amount plus its percentage    *
      * of the part of the amount lying between the band below's       *
      * upper bound and its own. The last band is open-ended whatever  *
      * upper bound it carries (zero by convention), as is any band    *
      * with a zero upper bound. The total is then held between        *
      * FEE-MINIMUM and FEE-MAXIMUM (zero maximum means no cap). A     *
      * flat fee up to a threshold is simply a first band with a flat  *
      * amount and no percentage.                                      *
      *****************************************************************
       01  FEE-RECORD.
           05  FEE-CODE                PIC X(8).
           05  FEE-EFFECTIVE-DATE      PIC 9(8).
           05  FEE-MINIMUM             PIC 9(7)V99.
           05  FEE-MAXIMUM             PIC 9(7)V99.
           05  FEE-BAND-COUNT          PIC 9.
           05  FEE-BAND OCCURS 5 TIMES.
               10  FEE-BAND-UPPER      PIC 9(9)V99.
               10  FEE-BAND-FLAT       PIC 9(7)V99.
               10  FEE-BAND-PERCENT    PIC 9(3)V9(4).
