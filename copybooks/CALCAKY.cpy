      * CALCULATOR is ever called - web traffic lives under exactly    *
      * the same controls as every batch caller, and CALCCHRG can      *
      * finally bill it.                                                *
      * The listener logs the CALCHASH check value of the key it       *
      * accepted (never the key) on CALCRSPT, which is how CALCRCRT    *
      * tells when each key was last used.                             *
      * The CALCMSGQ message-queue front end authenticates every       *
      * request message against the same file, the same way; a         *
      * message must also name the caller ID its key is issued to.     *
      *****************************************************************
       01  AKEY-RECORD.
           05  AKEY-VALUE              PIC X(32).
           05  AKEY-STATUS             PIC X.
               88  AKEY-ACTIVE         VALUE "A".
               88  AKEY-REVOKED        VALUE "R".
      *    Suspended by the quarterly recertification (CALCRCRT) for
      *    want of an owner's attestation; refused by the listener
      *    like a revoked key, but reinstated by a later attestation.
               88  AKEY-SUSPENDED      VALUE "S".
