      *****************************************************************
      * CALCSVD - Surveillance alert dismissal record                  *
      * Compliance appends one to CALCSRVD for every CALCSRVA alert a  *
      * reviewer has looked at and cleared, naming the alert ID as     *
      * CALCSURV raised it, the reviewer's user ID, the date and the   *
      * reason. CALCSURV never raises a dismissed alert ID again, and  *
      * the calls behind it no longer count toward a new alert of the  *
      * same scenario. A dismissal without a reviewer ID is ignored.   *
      *****************************************************************
       01  SVD-RECORD.
           05  SVD-ALERT-ID.
               10  SVD-SCENARIO        PIC X.
               10  SVD-CALLER-ID       PIC X(08).
               10  SVD-ALERT-DATE      PIC 9(8).
               10  SVD-ALERT-NO        PIC 9(3).
           05  SVD-REVIEWER-ID         PIC X(08).
           05  SVD-DISMISS-DATE        PIC 9(8).
           05  SVD-REASON              PIC X(40).
