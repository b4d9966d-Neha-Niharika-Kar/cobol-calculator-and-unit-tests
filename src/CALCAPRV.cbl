           05  APRD-APPROVER-ID        PIC X(8).

       FD  DISPOSITION-FILE.
           COPY CALCAPD.

       FD  WORK-FILE.
           COPY CALCPND REPLACING LEADING ==PEND-== BY ==WRK-==.
           MOVE PEND-PRODUCT-CODE TO LS-PRODUCT-CODE
           MOVE PEND-VALUE-DATE TO LS-VALUE-DATE
           MOVE PEND-CORR-ID TO LS-CORR-ID
           MOVE PEND-DAY-COUNT-CONV TO LS-DAY-COUNT-CONV
           MOVE PEND-FEE-CODE TO LS-FEE-CODE
      *    The override is what keeps the released call from landing
      *    straight back on the queue it just left.
           MOVE "Y" TO LS-REVIEW-OVERRIDE
           MOVE LS-STATUS TO APDS-STATUS
           MOVE WS-CURRENT-STAMP(1:8) TO APDS-DECISION-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO APDS-DECISION-TIME
           MOVE PEND-CORR-ID TO APDS-CORR-ID
           WRITE APPROVAL-DISPOSITION-RECORD.

       WRITE-DECLINE-DISPOSITION.
           MOVE "DECLINED" TO APDS-STATUS
           MOVE WS-CURRENT-STAMP(1:8) TO APDS-DECISION-DATE
           MOVE WS-CURRENT-STAMP(9:6) TO APDS-DECISION-TIME
           MOVE PEND-CORR-ID TO APDS-CORR-ID
           WRITE APPROVAL-DISPOSITION-RECORD.

       COPY-WORK-TO-QUEUE.
