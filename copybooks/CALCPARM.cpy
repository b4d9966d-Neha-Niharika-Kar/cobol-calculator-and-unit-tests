      *    Zero or spaces (records from before the column) disables
      *    the review threshold for the caller.
           05  PARM-REVIEW-LIMIT       PIC S9(9)V99.
      *    Back-value window: how many business days (on the call's
      *    market calendar) before the business date a value date may
      *    fall. Zero or spaces means no window for the caller. A value
      *    date inside a month CALCMEND has closed on CALCMCLS is
      *    refused whatever the window says.
           05  PARM-BACK-VALUE-DAYS    PIC 9(3).
      *    "Y" lets the caller ask (LS-BACK-VALUE-OVERRIDE) for a call
      *    beyond its window to wait on the CALCPEND approval queue
      *    instead of being refused outright.
           05  PARM-BACK-VALUE-OVERRIDE PIC X.
               88  PARM-BACK-VALUE-OVERRIDE-OK VALUE "Y".
      *    "S" when the quarterly recertification (CALCRCRT) found the
      *    caller not re-attested by its owner after the deadline:
      *    the record stays on file but CALCULATOR refuses every call
      *    with CALC-021 until an owner attests it again. Space (and
      *    records from before the column) means active.
           05  PARM-STATUS             PIC X.
               88  PARM-ACTIVE         VALUE SPACE "A".
               88  PARM-SUSPENDED      VALUE "S".
