      *****************************************************************
      * CALCFST - Formula version status history record                *
      * One record per status change of a CALCFORM formula version on  *
      * the append-only CALCFSTH file, written only by CALCFCRT. A     *
      * version's status is its latest record here; a version with     *
      * none is a DRAFT. CERTIFIED means every CALCFCAS case for the   *
      * version, and for the version before it, ran clean; ACTIVE is   *
      * the one version CALCFRML runs when version zero is asked for,  *
      * reached only when a second user approves a certified version,  *
      * and the version it replaces is RETIRED in the same pass.       *
      * FSTS-STEP-CHECK is the CALCHASH total of the version's steps   *
      * as certified, carried on every later record for the version,   *
      * so a step changed after certification is caught before the     *
      * version can be activated. FSTS-USER-ID is the certifier on a   *
      * CERTIFIED record and the approver on an ACTIVE one.            *
      *****************************************************************
       01  FSTS-RECORD.
           05  FSTS-FORMULA-ID         PIC X(8).
           05  FSTS-VERSION            PIC 9(3).
           05  FSTS-STATUS             PIC X(10).
               88  FSTS-DRAFT          VALUE "DRAFT".
               88  FSTS-CERTIFIED      VALUE "CERTIFIED".
               88  FSTS-ACTIVE         VALUE "ACTIVE".
               88  FSTS-RETIRED        VALUE "RETIRED".
           05  FSTS-USER-ID            PIC X(8).
           05  FSTS-DATE               PIC 9(8).
           05  FSTS-TIME               PIC 9(6).
           05  FSTS-STEP-CHECK         PIC 9(12).
           05  FSTS-CASES-RUN          PIC 9(5).
           05  FSTS-CASES-FAILED       PIC 9(5).
           05  FSTS-NOTE               PIC X(40).
