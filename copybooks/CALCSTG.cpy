      *****************************************************************
      * CALCSTG - Staged reference-table change awaiting approval      *
      * One record on CALCSTGD for every add, change or delete keyed   *
      * on a maintenance screen - CPRM (CALCPMNT) for CALCPARM and     *
      * CTAX, CPRA, CCUR and CHOL (CALCTMNT) for CALCTAXR, CALCPRAT,   *
      * CALCCURR and CALCHOL. Nothing reaches the table until a second *
      * user, different from the maker, approves the record on the     *
      * same screen; approval applies STG-AFTER-IMAGE, writes the      *
      * change history and removes the record, and a rejection simply  *
      * removes it. A table and key carries at most one staged change  *
      * at a time. The images are the table's own record layout; the   *
      * before image lets approval refuse a change whose record has    *
      * moved since it was keyed. CALCPREF lists whatever is still     *
      * here when the night stream starts.                             *
      *****************************************************************
       01  STG-RECORD.
           05  STG-TABLE               PIC X(8).
           05  STG-ACTION              PIC X.
               88  STG-ACTION-ADD      VALUE "A".
               88  STG-ACTION-CHANGE   VALUE "C".
               88  STG-ACTION-DELETE   VALUE "D".
           05  STG-KEY                 PIC X(16).
           05  STG-MAKER-ID            PIC X(08).
           05  STG-MAKER-DATE          PIC 9(8).
           05  STG-MAKER-TIME          PIC 9(6).
           05  STG-BEFORE-IMAGE        PIC X(80).
           05  STG-AFTER-IMAGE         PIC X(80).
