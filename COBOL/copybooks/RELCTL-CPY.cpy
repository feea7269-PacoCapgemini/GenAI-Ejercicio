      *****************************************************************
      * RELCTL-CPY                                                   *
      * Payroll release control record - appended to the RELCTL file *
      * by PAYRLSE when a supervisor signs off a period's register,  *
      * and read back by every program that moves the money          *
      * (DDEXPORT, CHECKPRT, REMIT, GLPOST, PENSEXP).  Each of those *
      * recomputes the totals from the file it is about to process  *
      * and refuses to run unless the LATEST release for the period  *
      * still agrees - a PAYROLL-OUT or DEDAPPL file edited or       *
      * regenerated after sign-off no longer matches.  The hash      *
      * total is the sum of EMPLOYEE-ID times NET-PAY over the file, *
      * so net pay moved from one employee to another shows up even  *
      * when the count and the net total still agree; its high-order *
      * digits are allowed to drop.  Fixed at 100 bytes.             *
      *****************************************************************
          05 RC-PERIOD-ID          PIC X(6).
          05 RC-APPROVER           PIC X(8).
          05 RC-RELEASE-DATE       PIC 9(8).
          05 RC-RELEASE-TIME       PIC 9(6).
          05 RC-RECORD-COUNT       PIC 9(8).
          05 RC-NET-TOTAL          PIC S9(9)V99.
          05 RC-HASH-TOTAL         PIC S9(16)V99.
          05 RC-DEDAPPL-COUNT      PIC 9(8).
          05 RC-DEDAPPL-TOTAL      PIC S9(9)V99.
          05 FILLER                PIC X(16).
