      *****************************************************************
      * PAYHIST-CPY                                                   *
      * Permanent per-period pay history record, written by PAYROLL   *
      * for every employee paid and read back by PAYINQ.  One record  *
      * per EMPLOYEE-ID per PERIOD-ID, carrying the amounts exactly   *
      * as they went onto PAYROLL-OUT, so "what did we pay this       *
      * person in March" is a lookup instead of an archaeology        *
      * exercise.  The employer-side social and pension contribution  *
      * amounts ride along with the pay they belong to, and so do the *
      * taxable and social wage bases the withholding was worked on.  *
      * HIST-COMPANY-CODE is the legal entity that paid it (spaces    *
      * is the home company).                                         *
      * PAYHIST is INDEXED on HIST-KEY.  A PAYREV reversal, and the   *
      * corrected rerun after it, land under the same employee and    *
      * period as the payment they follow, so HIST-SEQUENCE-NO keeps  *
      * them apart - 01 for the first record of the period, the next  *
      * free number for each one after.                               *
      * The trailing FILLER is spare room so later fields can be      *
      * carved out without another conversion.  Fixed at 82 bytes.    *
      *****************************************************************
          05 HIST-KEY.
             10 HIST-EMPLOYEE-ID   PIC 9(6).
             10 HIST-PERIOD-ID     PIC X(6).
             10 HIST-SEQUENCE-NO   PIC 9(2).
          05 HIST-PAY-DATE         PIC 9(8).
          05 HIST-MONTHLY-SALARY   PIC S9(7)V99 COMP-3.
          05 HIST-OVERTIME-AMOUNT  PIC S9(5)V99 COMP-3.
          05 HIST-NET-PAY          PIC S9(7)V99 COMP-3.
          05 HIST-ER-SOCIAL-AMOUNT PIC S9(7)V99 COMP-3.
          05 HIST-ER-PENSION-AMOUNT PIC S9(7)V99 COMP-3.
          05 HIST-TAXABLE-WAGE     PIC S9(7)V99 COMP-3.
          05 HIST-SOCIAL-WAGE      PIC S9(7)V99 COMP-3.
          05 HIST-COMPANY-CODE     PIC X(2).
          05 FILLER                PIC X(6).
