      * Each partition then runs a normal CALCDRV in its own job,      *
      * with the job's file assignments pointing TRANSIN at its        *
      * TRANSPn, and TRANSOUT, CALCCKPT, CALCKEYS, CALCAUDT,           *
      * CALCAUDX, CALCCHNA, CALCEXCP, TRANSREV and CALCDUPS at         *
      * partition-private files (CALCDUPS as CALCDUPn, so a driver's   *
      * own rejects never overwrite the split-time rejects written     *
      * here; CALCPCON appends them afterwards) - restart stays per    *
      * partition, so one failed partition reruns alone. (The          *
      * CALCAUDI intra-day store and the CALCQOTA counters stay        *
      * shared: both are keyed stores updated record by record,        *
      * which concurrent writers handle by design.) CALCPCON           *
      * afterwards merges the partition outputs, exceptions, review    *
      * items and duplicate rejects and re-chains the audit streams    *
      * into one balanced whole.                                       *
      * Duplicate protection across nights lives here, not in the      *
      * partition drivers: every detail is checked read-only against   *
      * the shared CALCKEYS store (which CALCPCON feeds when a night   *
      * consolidates), and a key already processed on a prior night    *
      * is rejected to CALCDUPS instead of routed - a resubmitted      *
      * file cannot dodge the check by round-robining onto a           *
      * different partition. An atomic set is judged as a whole: one   *
      * duplicate member rejects the entire set. The partition         *
      * drivers' private CALCKEYS stores still guard duplicates        *
      * within their own runs and restarts. The CALCPRTC control       *
      * record names the partition count (1-5).                        *
      *****************************************************************

      *    one set of paragraphs serves all five FDs (the CALCMRGE
      *    pattern in reverse).
       FD  PARTITION-FILE-1.
       01  P1-OUTPUT-LINE          PIC X(130).
       FD  PARTITION-FILE-2.
       01  P2-OUTPUT-LINE          PIC X(130).
       FD  PARTITION-FILE-3.
       01  P3-OUTPUT-LINE          PIC X(130).
       FD  PARTITION-FILE-4.
       01  P4-OUTPUT-LINE          PIC X(130).
       FD  PARTITION-FILE-5.
       01  P5-OUTPUT-LINE          PIC X(130).

       FD  PROCESSED-KEY-FILE.
           COPY CALCKEY.
           05  DUP-TRANS-KEY           PIC X(10).
           05  FILLER                  PIC X.
           05  DUP-REASON              PIC X(30).
           05  DUP-SOURCE-ID           PIC X(8).
           05  DUP-CORR-ID             PIC X(16).
           05  DUP-OPERAND-1           PIC S9(9)V99.
           05  DUP-OPERAND-2           PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-TRANS-FILE-STATUS    PIC X(02) VALUE SPACES.
           05  WS-SETBUF-COUNT     PIC 9(3) COMP-3 VALUE ZEROS.
           05  WS-SETBUF-ENTRY OCCURS 100 TIMES.
               10  WS-SETBUF-KEY       PIC X(10).
               10  WS-SETBUF-IMAGE     PIC X(130).
       01  WS-SETBUF-SUB           PIC 9(3) COMP-3 VALUE ZEROS.

       01  WS-PARTITION-TABLE.
               MOVE SPACES TO DUPLICATE-RECORD
               MOVE TRANS-KEY TO DUP-TRANS-KEY
               MOVE WS-SET-REJECT-REASON TO DUP-REASON
               PERFORM STAMP-REJECT-DETAIL
               WRITE DUPLICATE-RECORD
           ELSE
               ADD 1 TO WS-SETBUF-COUNT
           MOVE SPACES TO DUPLICATE-RECORD
           MOVE WS-SETBUF-KEY(WS-SETBUF-SUB) TO DUP-TRANS-KEY
           MOVE WS-SET-REJECT-REASON TO DUP-REASON
      *    The member comes back off the buffer into the work area -
      *    the record that closed the set is still in TRANS-RECORD.
           MOVE WS-SETBUF-IMAGE(WS-SETBUF-SUB) TO WRK-RECORD
           MOVE WRK-SOURCE-ID TO DUP-SOURCE-ID
           MOVE WRK-CORR-ID TO DUP-CORR-ID
           MOVE WRK-OPERAND-1 TO DUP-OPERAND-1
           MOVE WRK-OPERAND-2 TO DUP-OPERAND-2
           WRITE DUPLICATE-RECORD.

       STAMP-REJECT-DETAIL.
      *    The reject carries what the CALCDPRF disposition proof
      *    balances on: the detail's source, correlation ID and
      *    operands.
           MOVE TRANS-SOURCE-ID TO DUP-SOURCE-ID
           MOVE TRANS-CORR-ID TO DUP-CORR-ID
           MOVE TRANS-OPERAND-1 TO DUP-OPERAND-1
           MOVE TRANS-OPERAND-2 TO DUP-OPERAND-2.

       CHECK-PRIOR-NIGHT-KEY.
           MOVE "N" TO WS-KEY-MATCH-SWITCH
           IF WS-KEYSTORE-OPEN
           MOVE SPACES TO DUPLICATE-RECORD
           MOVE TRANS-KEY TO DUP-TRANS-KEY
           MOVE "DUPLICATE TRANSACTION KEY" TO DUP-REASON
           PERFORM STAMP-REJECT-DETAIL
           WRITE DUPLICATE-RECORD.

       ADVANCE-ROUND-ROBIN.
