      * marks checks cleared or void from the bank statement and     *
      * lists the outstanding ones).  A check is 'I' issued until    *
      * the statement clears it or the clerk voids it - only an      *
      * issued check may change status.  ESCHEAT moves a check left  *
      * issued past the stale-date age to 'U' unclaimed, reported    *
      * for the unclaimed-property filing.  PPAYEXP tells the bank   *
      * about every issued check once, and about every void or       *
      * unclaimed one once more, and flags each item as it is sent.  *
      * Fixed at 52 bytes.                                           *
      *****************************************************************
          05 CHK-CHECK-NUMBER      PIC 9(8).
          05 CHK-EMPLOYEE-ID       PIC 9(6).
             88 CHK-ISSUED                VALUE 'I'.
             88 CHK-CLEARED               VALUE 'C'.
             88 CHK-VOID                  VALUE 'V'.
             88 CHK-UNCLAIMED             VALUE 'U'.
          05 CHK-STATUS-DATE       PIC 9(8).
      *    Positive-pay transmission flags - 'Y' once the issue item
      *    (and later the void item) has gone out on a PPAYFILE.
          05 CHK-PP-ISSUE-SW       PIC X(1).
             88 CHK-PP-ISSUE-SENT         VALUE 'Y'.
             88 CHK-PP-ISSUE-NOT-SENT     VALUE 'N'.
          05 CHK-PP-VOID-SW        PIC X(1).
             88 CHK-PP-VOID-SENT          VALUE 'Y'.
             88 CHK-PP-VOID-NOT-SENT      VALUE 'N'.
          05 FILLER                PIC X(8).
