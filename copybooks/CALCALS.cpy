      *****************************************************************
      * CALCALS - Caller-ID alias record (CALCALIS)                    *
      * One record per caller ID retired by CALCMIGR, naming the ID    *
      * it was renamed to or merged into, the effective date of the    *
      * change and when it was applied. The file is permanent and      *
      * only ever appended to: history written under a retired ID      *
      * (the audit log, CALCAUDM, the archives, CALCQHIS) is never     *
      * re-keyed, and the reports that look across it - CALCAUDQ,      *
      * CALCTRND, CALCQUTR and CALCCHRG - go through CALCALSL so the   *
      * old and new IDs read as one caller. A new ID can itself be     *
      * retired later; the chain is followed to the ID in use today.   *
      *****************************************************************
       01  ALIS-RECORD.
           05  ALIS-OLD-ID             PIC X(8).
           05  ALIS-NEW-ID             PIC X(8).
           05  ALIS-EFFECTIVE-DATE     PIC 9(8).
           05  ALIS-ACTION             PIC X.
               88  ALIS-RENAME         VALUE "R".
               88  ALIS-MERGE          VALUE "M".
           05  ALIS-APPLIED-DATE       PIC 9(8).
           05  ALIS-APPLIED-TIME       PIC 9(6).
