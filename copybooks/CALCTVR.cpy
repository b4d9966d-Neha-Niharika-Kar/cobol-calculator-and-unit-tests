      *****************************************************************
      * CALCTVR - Reference-table change stamp record (CALCTVER)       *
      * One record per reference table CALCULATOR holds in storage     *
      * (CALCPARM, CALCXRTE, CALCTAXR, CALCPRAT, CALCCURR). Every      *
      * program that rewrites one of those tables - CALCPMNT,          *
      * CALCRCRT, CALCPROM, CALCXRTI and CALCTMNT - calls CALCTVUP     *
      * with the table name straight after the rewrite, and CALCTVUP   *
      * adds one to TVER-CHANGE-NO and stamps who and when. An online  *
      * CALCULATOR call compares each change number with the one it    *
      * last saw and reloads any table that has moved, so a CPRM or    *
      * CTAX change is honored on the next call; a batch run unit      *
      * loads each table once and keeps it for the run. Also the       *
      * CALCTVUP parameter: the caller fills in the table name and     *
      * its own program name and gets the new stamp back.              *
      *****************************************************************
       01  TVER-RECORD.
           05  TVER-TABLE-NAME         PIC X(8).
           05  TVER-CHANGE-NO          PIC 9(9).
           05  TVER-CHANGED-DATE       PIC 9(8).
           05  TVER-CHANGED-TIME       PIC 9(8).
           05  TVER-CHANGED-BY         PIC X(8).
