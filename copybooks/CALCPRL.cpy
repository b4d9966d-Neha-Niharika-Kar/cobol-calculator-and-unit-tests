      *****************************************************************
      * CALCPRL - Reference-table promotion log record (CALCPRML)      *
      * One record appended by CALCPROM for every promotion request it *
      * is handed - carried out or refused - so the question "which    *
      * rates were live this morning, and on whose word" always has an *
      * answer. PRL-ACTION is PROMOTE (a candidate went live),         *
      * ROLLBACK (the rollback generation was restored) or REFUSED,    *
      * with the reason. The evidence fields name the CALCCEVL run     *
      * (CALCSIM or CALCHGEN) that justified a promotion; the rollback *
      * date and time identify the generation the replaced table was   *
      * kept as.                                                       *
      *****************************************************************
       01  PRL-RECORD.
           05  PRL-LOG-DATE            PIC 9(8).
           05  PRL-LOG-TIME            PIC 9(6).
           05  PRL-ACTION              PIC X(8).
               88  PRL-ACTION-PROMOTE  VALUE "PROMOTE".
               88  PRL-ACTION-ROLLBACK VALUE "ROLLBACK".
               88  PRL-ACTION-REFUSED  VALUE "REFUSED".
           05  PRL-TABLE               PIC X(8).
           05  PRL-CANDIDATE           PIC X(8).
           05  PRL-REQUESTED-BY        PIC X(8).
           05  PRL-APPROVED-BY         PIC X(8).
           05  PRL-EVIDENCE-PROGRAM    PIC X(8).
           05  PRL-EVIDENCE-DATE       PIC 9(8).
           05  PRL-EVIDENCE-TIME       PIC 9(6).
           05  PRL-ADDED-COUNT         PIC 9(5).
           05  PRL-CHANGED-COUNT       PIC 9(5).
           05  PRL-REMOVED-COUNT       PIC 9(5).
           05  PRL-LIVE-RECORD-COUNT   PIC 9(7).
           05  PRL-ROLLBACK-DATE       PIC 9(8).
           05  PRL-ROLLBACK-TIME       PIC 9(6).
           05  PRL-REASON              PIC X(50).
