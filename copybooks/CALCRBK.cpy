      *****************************************************************
      * CALCRBK - Rollback generation header for a promoted table      *
      * CALCPROM keeps the live table it replaces on the table's       *
      * rollback file - CALCXRTB for CALCXRTE, CALCTAXB for CALCTAXR,  *
      * CALCHOLB for CALCHOL - as this one header followed by the      *
      * replaced records in their own layout, unchanged. The header    *
      * dates the generation and says what replaced it; a ROLLBACK     *
      * request puts the records back live in one step and keeps the   *
      * table it displaced here in turn, so a rollback can itself be   *
      * undone the same way. Readers tell the header apart by "RBK" in *
      * the first three characters.                                    *
      *****************************************************************
       01  RBK-HEADER-RECORD.
           05  RBK-HDR-ID              PIC X(03).
               88  RBK-HDR-PRESENT     VALUE "RBK".
           05  RBK-HDR-DATE            PIC 9(8).
           05  RBK-HDR-TIME            PIC 9(6).
           05  RBK-HDR-TABLE           PIC X(8).
           05  RBK-HDR-REPLACED-BY     PIC X(8).
           05  RBK-HDR-APPROVED-BY     PIC X(8).
           05  RBK-HDR-RECORD-COUNT    PIC 9(7).
