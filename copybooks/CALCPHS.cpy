      * change, when, and the before/after images of the caller's      *
      * limits - the answer to "who authorized this caller's limits"   *
      * that the security reviews keep asking for.                      *
      * A change is keyed by one user and applied only when a second   *
      * user approves it (see CALCSTG): PHIS-USER-ID and the maker     *
      * date and time are the keying, PHIS-CHECKER-ID and the change   *
      * date and time the approval. Records from before the approval   *
      * step have spaces in the three trailing columns.                *
      *****************************************************************
       01  PHIS-RECORD.
           05  PHIS-CHANGE-DATE        PIC 9(8).
           05  PHIS-NEW-ALLOWED-OPS    PIC X(20).
           05  PHIS-OLD-DAILY-QUOTA    PIC 9(7).
           05  PHIS-NEW-DAILY-QUOTA    PIC 9(7).
           05  PHIS-MAKER-DATE         PIC 9(8).
           05  PHIS-MAKER-TIME         PIC 9(6).
           05  PHIS-CHECKER-ID         PIC X(08).
