           MOVE ARCH-AUD-SET-ID TO AUDM-SET-ID
           MOVE ARCH-AUD-CORR-ID TO AUDM-CORR-ID
           MOVE ARCH-AUD-SIM-MARKER TO AUDM-SIM-MARKER
           MOVE ARCH-AUD-RATE-TRIANGULATED TO AUDM-RATE-TRIANGULATED
           MOVE ARCH-AUD-PIVOT-CURRENCY TO AUDM-PIVOT-CURRENCY
           MOVE ARCH-AUD-TAX-STACK TO AUDM-TAX-STACK
           MOVE ARCH-AUD-DAY-COUNT-CONV TO AUDM-DAY-COUNT-CONV
           MOVE ARCH-AUD-FEE-CODE TO AUDM-FEE-CODE
           MOVE ARCH-AUD-FEE-BAND TO AUDM-FEE-BAND
           MOVE ARCH-AUD-FEE-LIMIT TO AUDM-FEE-LIMIT
           MOVE ARCH-AUD-FEE-SCHED-DATE TO AUDM-FEE-SCHED-DATE
           MOVE ARCH-AUD-BACK-VALUE-IND TO AUDM-BACK-VALUE-IND
           MOVE ARCH-AUD-BACK-VALUE-DAYS TO AUDM-BACK-VALUE-DAYS
           MOVE ARCH-AUD-BUSINESS-DATE TO AUDM-BOOKED-DATE
           MOVE ARCH-AUD-CALL-TIME TO AUDM-CALL-TIME
           MOVE ARCH-AUD-CHANNEL TO AUDM-CHANNEL
           MOVE ARCH-AUD-ENTITY TO AUDM-ENTITY
           MOVE ARCH-AUD-CHAIN-CHECK TO AUDM-CHAIN-CHECK
           WRITE AUDM-RECORD
               INVALID KEY
