      *****************************************************************
      * CALCSUS - Access suspension log record                         *
      * One record appended to CALCSUSL by CALCRCRT for every caller   *
      * or API key it suspends because no owner re-attested it by the  *
      * recertification deadline, and for every suspended item it      *
      * reinstates when a "Y" attestation for the quarter arrives      *
      * later. Nothing is ever deleted: the CALCPARM or CALCAKEY       *
      * record simply changes status. A key is named by its CALCHASH   *
      * check value and masked form, never the key itself.             *
      *****************************************************************
       01  SUS-RECORD.
           05  SUS-LOG-DATE            PIC 9(8).
           05  SUS-LOG-TIME            PIC 9(6).
           05  SUS-ACTION              PIC X(9).
               88  SUS-ACTION-SUSPEND  VALUE "SUSPEND".
               88  SUS-ACTION-REINSTATE VALUE "REINSTATE".
           05  SUS-ITEM-TYPE           PIC X.
               88  SUS-ITEM-CALLER     VALUE "C".
               88  SUS-ITEM-KEY        VALUE "K".
           05  SUS-CALLER-ID           PIC X(08).
           05  SUS-KEY-CHECK           PIC 9(9).
           05  SUS-KEY-MASK            PIC X(12).
           05  SUS-QUARTER-END         PIC 9(8).
           05  SUS-DEADLINE            PIC 9(8).
           05  SUS-LAST-ACTIVITY       PIC 9(8).
           05  SUS-REASON              PIC X(40).
