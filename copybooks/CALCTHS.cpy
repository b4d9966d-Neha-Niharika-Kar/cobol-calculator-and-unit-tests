      *****************************************************************
      * CALCTHS - Reference-table change-history record for CALCTMNT   *
      * One record appended to CALCTHIS for every staged add, change   *
      * or delete a second user approves on CTAX, CPRA, CCUR or CHOL,  *
      * the CALCTAXR, CALCPRAT, CALCCURR and CALCHOL counterpart of    *
      * CALCPHIS: who keyed the change and when, who approved it and   *
      * when (the change date and time), and the before/after images   *
      * in the table's own record layout - spaces on the side that did *
      * not exist for an add or a delete.                              *
      *****************************************************************
       01  THIS-RECORD.
           05  THIS-CHANGE-DATE        PIC 9(8).
           05  THIS-CHANGE-TIME        PIC 9(6).
           05  THIS-TABLE              PIC X(8).
           05  THIS-ACTION             PIC X.
               88  THIS-ACTION-ADD     VALUE "A".
               88  THIS-ACTION-CHANGE  VALUE "C".
               88  THIS-ACTION-DELETE  VALUE "D".
           05  THIS-KEY                PIC X(16).
           05  THIS-MAKER-ID           PIC X(08).
           05  THIS-MAKER-DATE         PIC 9(8).
           05  THIS-MAKER-TIME         PIC 9(6).
           05  THIS-CHECKER-ID         PIC X(08).
           05  THIS-BEFORE-IMAGE       PIC X(40).
           05  THIS-AFTER-IMAGE        PIC X(40).
