      *    are just filler and carry no meaning.
           05 EMPLOYER-SOCIAL-AMOUNT      PIC S9(7)V99 COMP-3.
           05 EMPLOYER-PENSION-AMOUNT     PIC S9(7)V99 COMP-3.
      *    Taxable-wage bases, carved from FILLER the same way.  The
      *    period gross less the deductions flagged pre-tax on
      *    DEDTYPES - TAXABLE-WAGE-AMOUNT is what income tax was
      *    worked on, SOCIAL-WAGE-AMOUNT what social was worked on.
      *    PAYROLL-RECORD side only; pay files written before the
      *    fields existed carry spaces here, which readers treat as
      *    "taxable = gross" (nothing was pre-tax back then).
           05 TAXABLE-WAGE-AMOUNT         PIC S9(7)V99 COMP-3.
           05 SOCIAL-WAGE-AMOUNT          PIC S9(7)V99 COMP-3.
      *    Guaranteed net the bonus was grossed up to, carved from
      *    FILLER the same way - non-zero only when PAYADJ asked for
      *    the bonus as a net figure, so the statement and the
      *    register can show why BONUS-AMOUNT is an odd number.
      *    PAYROLL-RECORD side only; spaces on older pay files.
           05 BONUS-TARGET-NET            PIC S9(5)V99 COMP-3.
      *    Legal entity the employee is on the books of, keying the
      *    COMPANY reference file - funding account, ACH company id,
      *    ledger and employer registration all hang off it.  Spaces
      *    is the home company, so records written before the field
      *    existed stay where they always were.
           05 EMPLOYEE-COMPANY-CODE       PIC X(2).
           05 FILLER                      PIC X(91).
