      * rate is written to AUDIT-RATE, so CALCRECN replays reprice     *
      * from the audit record, not from whatever the table says        *
      * later.                                                          *
      * PRT-CAPITALIZE-DAY is the day of the month on which CALCLPST   *
      * adds a loan's unpaid accrued interest to its principal; zero   *
      * means the product never capitalizes, and a day past the end    *
      * of a short month capitalizes on that month's last day.         *
      * PRT-DAY-COUNT-CONV names the product's day-count convention    *
      * (ACT/360, ACT/365F, 30/360 or ACT/ACT, see CALCREC): a day-    *
      * count interest ("1") call with no convention of its own takes  *
      * it from here, and CALCACCR accrues the product's loans under   *
      * it. Blank on products from before the column existed, which    *
      * keep accruing on the loan's own day-count base.                *
      *****************************************************************
       01  PRT-RECORD.
           05  PRT-PRODUCT-CODE        PIC X(8).
           05  PRT-EFFECTIVE-DATE      PIC 9(8).
           05  PRT-RATE                PIC S9(3)V9(4).
           05  PRT-CAPITALIZE-DAY      PIC 9(2).
           05  PRT-DAY-COUNT-CONV      PIC X(8).
