      *****************************************************************
      * CALCATT - Caller access attestation record                     *
      * CALCRCRT writes one per caller (item C) and one per issued     *
      * API key (item K) on the CALCATWK worklist for the quarter      *
      * being recertified; the business owners fill in the decision,   *
      * their user ID and the date and send the records back as        *
      * CALCATTS. A key is named by its CALCHASH check value and its   *
      * masked form, never the key itself. Only a "Y" decision for     *
      * the same quarter end re-attests the item: anything else, or    *
      * no record at all, leaves it to be suspended once the deadline  *
      * has passed. The dormant flag is what CALCRCRT found when the   *
      * worklist was written - information for the owner.              *
      *****************************************************************
       01  ATT-RECORD.
           05  ATT-QUARTER-END         PIC 9(8).
           05  ATT-ITEM-TYPE           PIC X.
               88  ATT-ITEM-CALLER     VALUE "C".
               88  ATT-ITEM-KEY        VALUE "K".
           05  ATT-CALLER-ID           PIC X(08).
           05  ATT-KEY-CHECK           PIC 9(9).
           05  ATT-KEY-MASK            PIC X(12).
           05  ATT-DORMANT-FLAG        PIC X.
               88  ATT-DORMANT         VALUE "Y".
           05  ATT-DECISION            PIC X.
               88  ATT-RE-ATTESTED     VALUE "Y".
               88  ATT-NOT-ATTESTED    VALUE "N".
           05  ATT-OWNER-ID            PIC X(08).
           05  ATT-ATTEST-DATE         PIC 9(8).
