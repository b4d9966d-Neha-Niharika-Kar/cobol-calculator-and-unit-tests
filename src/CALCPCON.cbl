      *     appended to the shared CALCEXCP and the partition review   *
      *     files (TRANSR1-5) merged into TRANSREV, so CALCRPLY,       *
      *     CALCEXAG and the review desk see the whole night;          *
      *   - the partition drivers' duplicate rejects (CALCDUP1-5)      *
      *     are appended to CALCDUPS behind CALCPART's own split-time  *
      *     rejects, so the CALCDPRF disposition proof finds every     *
      *     outcome of the night in one place;                         *
      *   - every processed transaction key (result and review) is     *
      *     registered on the shared CALCKEYS store - which CALCPART   *
      *     checks read-only at the next split - after keys older      *
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT DUPLICATE-FILE-1 ASSIGN TO "CALCDUP1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT DUPLICATE-FILE-2 ASSIGN TO "CALCDUP2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT DUPLICATE-FILE-3 ASSIGN TO "CALCDUP3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT DUPLICATE-FILE-4 ASSIGN TO "CALCDUP4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
           SELECT DUPLICATE-FILE-5 ASSIGN TO "CALCDUP5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT AUDIT-FILE-1 ASSIGN TO "CALCAUA1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-FILE-STATUS.

           SELECT DUPLICATE-FILE ASSIGN TO "CALCDUPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPLICATE-FILE-STATUS.

           SELECT PROCESSED-KEY-FILE ASSIGN TO "CALCKEYS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *    Partition results and audit streams are read as raw line
      *    images onto shared work areas, the CALCMRGE pattern.
       FD  RESULT-FILE-1.
       01  R1-LINE                 PIC X(100).
       FD  RESULT-FILE-2.
       01  R2-LINE                 PIC X(100).
       FD  RESULT-FILE-3.
       01  R3-LINE                 PIC X(100).
       FD  RESULT-FILE-4.
       01  R4-LINE                 PIC X(100).
       FD  RESULT-FILE-5.
       01  R5-LINE                 PIC X(100).

       FD  EXCEPTION-FILE-1.
       01  E1-LINE                 PIC X(200).
       01  E5-LINE                 PIC X(200).

       FD  REVIEW-FILE-1.
       01  V1-LINE                 PIC X(100).
       FD  REVIEW-FILE-2.
       01  V2-LINE                 PIC X(100).
       FD  REVIEW-FILE-3.
       01  V3-LINE                 PIC X(100).
       FD  REVIEW-FILE-4.
       01  V4-LINE                 PIC X(100).
       FD  REVIEW-FILE-5.
       01  V5-LINE                 PIC X(100).

       FD  DUPLICATE-FILE-1.
       01  D1-LINE                 PIC X(100).
       FD  DUPLICATE-FILE-2.
       01  D2-LINE                 PIC X(100).
       FD  DUPLICATE-FILE-3.
       01  D3-LINE                 PIC X(100).
       FD  DUPLICATE-FILE-4.
       01  D4-LINE                 PIC X(100).
       FD  DUPLICATE-FILE-5.
       01  D5-LINE                 PIC X(100).

       FD  AUDIT-FILE-1.
       01  A1-LINE                 PIC X(500).
       FD  AUDIT-FILE-2.
       01  A2-LINE                 PIC X(500).
       FD  AUDIT-FILE-3.
       01  A3-LINE                 PIC X(500).
       FD  AUDIT-FILE-4.
       01  A4-LINE                 PIC X(500).
       FD  AUDIT-FILE-5.
       01  A5-LINE                 PIC X(500).

       FD  RESULT-FILE.
       01  RESULT-RECORD.
           05  RESULT-STATUS           PIC X(20).
           05  RESULT-SOURCE-ID        PIC X(8).
           05  RESULT-CORR-ID          PIC X(16).
           05  RESULT-OPERAND-1        PIC S9(9)V99.
           05  RESULT-OPERAND-2        PIC S9(9)V99.

       FD  AUDIT-FILE.
           COPY CALCAUD.
           05  REVIEW-STATUS           PIC X(20).
           05  REVIEW-SOURCE-ID        PIC X(8).
           05  REVIEW-CORR-ID          PIC X(16).
           05  REVIEW-OPERAND-1        PIC S9(9)V99.
           05  REVIEW-OPERAND-2        PIC S9(9)V99.

       FD  DUPLICATE-FILE.
       01  DUPLICATE-RECORD        PIC X(100).

       FD  PROCESSED-KEY-FILE.
           COPY CALCKEY.
       01  WS-EXCEPTION-FILE-STATUS PIC X(02) VALUE SPACES.
       01  WS-REVIEW-FILE-STATUS   PIC X(02) VALUE SPACES.
       01  WS-PKEY-FILE-STATUS     PIC X(02) VALUE SPACES.
       01  WS-DUPLICATE-FILE-STATUS PIC X(02) VALUE SPACES.

       01  WS-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FILE      VALUE "Y".
           05  WS-RES-STATUS       PIC X(20).
           05  WS-RES-SOURCE-ID    PIC X(8).
           05  WS-RES-CORR-ID      PIC X(16).
           05  WS-RES-OPERAND-1    PIC S9(9)V99.
           05  WS-RES-OPERAND-2    PIC S9(9)V99.
           05  FILLER              PIC X(13).

           COPY CALCAUD REPLACING LEADING ==AUDIT-== BY ==WRK-AUD-==.

       01  WS-AUDIT-COUNT          PIC 9(9) VALUE ZEROS.
       01  WS-EXCEPTION-COUNT      PIC 9(9) VALUE ZEROS.
       01  WS-REVIEW-COUNT         PIC 9(9) VALUE ZEROS.
       01  WS-DUPLICATE-COUNT      PIC 9(9) VALUE ZEROS.
       01  WS-KEYS-REGISTERED      PIC 9(9) VALUE ZEROS.

       01  WS-EXC-WORK             PIC X(200) VALUE SPACES.
       01  WS-REV-WORK             PIC X(100) VALUE SPACES.
       01  WS-DUP-WORK             PIC X(100) VALUE SPACES.

      *    Key-store registration, with the same retention sweep
      *    CALCDRV applies to its own store.
           PERFORM CONSOLIDATE-RESULTS
           PERFORM CONSOLIDATE-REVIEWS
           PERFORM CONSOLIDATE-EXCEPTIONS
           PERFORM CONSOLIDATE-DUPLICATES
           PERFORM CONSOLIDATE-AUDIT-STREAMS
           CLOSE PROCESSED-KEY-FILE
           PERFORM WRITE-COMBINED-TOTALS
           MOVE WS-RES-STATUS TO RESULT-STATUS
           MOVE WS-RES-SOURCE-ID TO RESULT-SOURCE-ID
           MOVE WS-RES-CORR-ID TO RESULT-CORR-ID
           MOVE WS-RES-OPERAND-1 TO RESULT-OPERAND-1
           MOVE WS-RES-OPERAND-2 TO RESULT-OPERAND-2
           ADD WS-RES-VALUE TO WS-HASH-RESULT
           WRITE RESULT-RECORD
           PERFORM REGISTER-PROCESSED-KEY
           WRITE EXCEPTION-RECORD
           PERFORM READ-CURRENT-EXCEPTION.

       CONSOLIDATE-DUPLICATES.
      *    Appended behind the split-time rejects CALCPART already
      *    wrote to CALCDUPS.
           OPEN EXTEND DUPLICATE-FILE
           IF WS-DUPLICATE-FILE-STATUS = "35"
               OPEN OUTPUT DUPLICATE-FILE
           END-IF
           PERFORM COPY-ONE-DUPLICATE-FILE
               VARYING WS-FILE-NO FROM 1 BY 1
               UNTIL WS-FILE-NO > WS-PARTITION-COUNT
           CLOSE DUPLICATE-FILE.

       COPY-ONE-DUPLICATE-FILE.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM OPEN-CURRENT-DUPLICATE
           IF WS-SOURCE-FILE-STATUS = "35"
      *        A partition with no duplicates is the good case.
               CONTINUE
           ELSE
               PERFORM READ-CURRENT-DUPLICATE
               PERFORM COPY-ONE-DUPLICATE-RECORD
                   UNTIL WS-END-OF-FILE
               PERFORM CLOSE-CURRENT-DUPLICATE
           END-IF.

       COPY-ONE-DUPLICATE-RECORD.
           ADD 1 TO WS-DUPLICATE-COUNT
           MOVE WS-DUP-WORK TO DUPLICATE-RECORD
           WRITE DUPLICATE-RECORD
           PERFORM READ-CURRENT-DUPLICATE.

       OPEN-CURRENT-DUPLICATE.
           EVALUATE WS-FILE-NO
               WHEN 1
                   OPEN INPUT DUPLICATE-FILE-1
               WHEN 2
                   OPEN INPUT DUPLICATE-FILE-2
               WHEN 3
                   OPEN INPUT DUPLICATE-FILE-3
               WHEN 4
                   OPEN INPUT DUPLICATE-FILE-4
               WHEN 5
                   OPEN INPUT DUPLICATE-FILE-5
           END-EVALUATE.

       READ-CURRENT-DUPLICATE.
           MOVE SPACES TO WS-DUP-WORK
           EVALUATE WS-FILE-NO
               WHEN 1
                   READ DUPLICATE-FILE-1
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE D1-LINE TO WS-DUP-WORK
                   END-READ
               WHEN 2
                   READ DUPLICATE-FILE-2
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE D2-LINE TO WS-DUP-WORK
                   END-READ
               WHEN 3
                   READ DUPLICATE-FILE-3
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE D3-LINE TO WS-DUP-WORK
                   END-READ
               WHEN 4
                   READ DUPLICATE-FILE-4
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE D4-LINE TO WS-DUP-WORK
                   END-READ
               WHEN 5
                   READ DUPLICATE-FILE-5
                       AT END
                           MOVE "Y" TO WS-EOF-SWITCH
                       NOT AT END
                           MOVE D5-LINE TO WS-DUP-WORK
                   END-READ
           END-EVALUATE.

       CLOSE-CURRENT-DUPLICATE.
           EVALUATE WS-FILE-NO
               WHEN 1
                   CLOSE DUPLICATE-FILE-1
               WHEN 2
                   CLOSE DUPLICATE-FILE-2
               WHEN 3
                   CLOSE DUPLICATE-FILE-3
               WHEN 4
                   CLOSE DUPLICATE-FILE-4
               WHEN 5
                   CLOSE DUPLICATE-FILE-5
           END-EVALUATE.

       OPEN-CURRENT-REVIEW.
           EVALUATE WS-FILE-NO
               WHEN 1
           DISPLAY "Result records:       " WS-RESULT-COUNT
           DISPLAY "Review records:       " WS-REVIEW-COUNT
           DISPLAY "Exception records:    " WS-EXCEPTION-COUNT
           DISPLAY "Duplicate rejects:    " WS-DUPLICATE-COUNT
           DISPLAY "Audit records:        " WS-AUDIT-COUNT
           DISPLAY "Keys registered:      " WS-KEYS-REGISTERED
           DISPLAY "Keys aged out:        " WS-AGED-OUT-COUNT
