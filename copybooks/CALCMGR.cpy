      *****************************************************************
      * CALCMGR - Caller-ID migration request record (CALCMIGQ)        *
      * One record per caller ID to be renamed ("R") or merged into    *
      * another ("M") by CALCMIGR from the effective date. A rename    *
      * moves everything the old ID owns to a new ID not yet on        *
      * CALCPARM; a merge folds the old ID into a caller that already  *
      * exists, whose CALCPARM limits then stand for both.             *
      *****************************************************************
       01  MIGR-RECORD.
           05  MIGR-OLD-ID             PIC X(8).
           05  MIGR-NEW-ID             PIC X(8).
           05  MIGR-EFFECTIVE-DATE     PIC 9(8).
           05  MIGR-ACTION             PIC X.
               88  MIGR-RENAME         VALUE "R".
               88  MIGR-MERGE          VALUE "M".
