      *****************************************************************
      * CALCPND - Pending-approval queue record for held calls         *
      * One record per call held above the caller's PARM-REVIEW-LIMIT  *
      * (or, at the caller's request, valued beyond its back-value     *
      * window) on the CALCPEND queue, carrying everything CALCULATOR  *
      * needs to run the call exactly as submitted once a supervisor   *
      * releases it through CALCAPRV. The hold itself is audited with  *
      * the HELD FOR APPROVAL status; the release or decline, with     *
      * the approver's identity, lands on the CALCAPDS disposition     *
      * file - four-eyes control on the big numbers without            *
      * strangling routine volume.                                     *
      *****************************************************************
       01  PEND-RECORD.
           05  PEND-SEQUENCE-NO        PIC 9(9).
           05  PEND-CORR-ID            PIC X(16).
           05  PEND-HELD-DATE          PIC 9(8).
           05  PEND-HELD-TIME          PIC 9(6).
      *    Day-count convention named on a held "1" call; blank on
      *    queues from before the column existed.
           05  PEND-DAY-COUNT-CONV     PIC X(8).
      *    Fee code named on a held "4" call.
           05  PEND-FEE-CODE           PIC X(8).
      *    Why the call is held: "V" valued beyond the caller's
      *    back-value window, otherwise (blank or "L") over the
      *    review limit.
           05  PEND-HOLD-REASON        PIC X.
               88  PEND-HELD-BACK-VALUE VALUE "V".
