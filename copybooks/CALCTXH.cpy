      *****************************************************************
      * CALCTXH - Tax jurisdiction hierarchy record for CALCULATOR     *
      * One record per jurisdiction code and effective date on the     *
      * CALCTAXH table, naming the jurisdiction's parent level (spaces *
      * at the top of a stack) and how its own level applies: simple   *
      * ("S") taxes the net amount only; compounding ("C") taxes the   *
      * net plus the tax of every parent level beneath it. A city      *
      * code naming its county, which names its state, makes the tax   *
      * add-on ("T") and back-out ("B") operations resolve all three   *
      * levels in one call, each level taking its own CALCTAXR rate.   *
      * The record in effect is the one with the highest effective     *
      * date not after the processing date; a jurisdiction with no     *
      * record is a single simple level, exactly as before the table   *
      * existed. Stacks are at most five levels deep.                  *
      *****************************************************************
       01  TXH-RECORD.
           05  TXH-JURISDICTION        PIC X(4).
           05  TXH-EFFECTIVE-DATE      PIC 9(8).
           05  TXH-PARENT-JURISDICTION PIC X(4).
           05  TXH-LEVEL-METHOD        PIC X.
               88  TXH-SIMPLE-LEVEL    VALUE "S".
               88  TXH-COMPOUND-LEVEL  VALUE "C".
