      *****************************************************************
      * CALCALL - Request/reply areas for the CALCALSL caller-alias    *
      * lookup. Function "R" returns the ID the caller is known by     *
      * today (the ID itself when it was never retired); "F" also      *
      * returns the family - the current ID first, then every retired  *
      * ID that resolves to it - for a browse that has to find all of  *
      * a caller's history under whatever name it was written.         *
      *****************************************************************
       01  ALSL-REQUEST.
           05  ALSL-FUNCTION           PIC X.
               88  ALSL-RESOLVE        VALUE "R".
               88  ALSL-FAMILY         VALUE "F".
           05  ALSL-CALLER-ID          PIC X(8).

       01  ALSL-REPLY.
           05  ALSL-CURRENT-ID         PIC X(8).
           05  ALSL-FAMILY-COUNT       PIC 9(2).
           05  ALSL-FAMILY-ID          PIC X(8) OCCURS 20 TIMES.
