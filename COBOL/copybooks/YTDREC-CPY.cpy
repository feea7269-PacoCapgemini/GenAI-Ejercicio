      * double-posting guard - PAYROLL refuses to add the same       *
      * period into the totals twice.  The employer-side social and  *
      * pension contribution totals ride along so the year-end       *
      * figures carry the full labor cost.  The taxable and social   *
      * wage totals are what the year's withholding was worked on -  *
      * gross less pre-tax deductions - and are what TAXCERT and     *
      * YRENDRPT report.  YTD-COMPANY-CODE is the legal entity that  *
      * last paid the employee (spaces = the home company); TAXCERT  *
      * splits the year by company from PAYHIST.  The trailing       *
      * FILLER is spare room so later fields can be carved out       *
      * without another conversion.  Fixed at 92 bytes.              *
      *****************************************************************
          05 YTD-EMPLOYEE-ID       PIC 9(6).
          05 YTD-YEAR              PIC 9(4).
          05 YTD-ER-SOCIAL-TOTAL   PIC S9(9)V99 COMP-3.
          05 YTD-ER-PENSION-TOTAL  PIC S9(9)V99 COMP-3.
          05 YTD-LAST-PERIOD-ID    PIC X(6).
          05 YTD-TAXABLE-WAGE-TOTAL PIC S9(9)V99 COMP-3.
          05 YTD-SOCIAL-WAGE-TOTAL PIC S9(9)V99 COMP-3.
          05 YTD-COMPANY-CODE      PIC X(2).
          05 FILLER                PIC X(8).
