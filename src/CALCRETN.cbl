       01  OFFLOAD-RECORD.
           05  OFFL-STORE              PIC X(8).
           05  FILLER                  PIC X.
           05  OFFL-IMAGE              PIC X(500).

       FD  WORK-FILE.
       01  WORK-RECORD             PIC X(500).

       FD  MASTER-FILE.
           COPY CALCAUDM.
