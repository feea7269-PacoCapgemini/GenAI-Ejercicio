           05 EMPLOYEE-ADDRESS-LINE-2     PIC X(30).
           05 EMPLOYEE-POSTAL-CODE        PIC X(10).
           05 EMPLOYEE-TAX-JURISDICTION   PIC X(4).
      *    Employer-contribution, taxable-wage and gross-up slots
      *    mirrored from EMPS-NO-01 so the two layouts stay
      *    field-for-field the same shape - not database columns,
      *    just filler on the extract.
           05 EMPLOYER-SOCIAL-AMOUNT      PIC S9(7)V99 COMP-3.
           05 EMPLOYER-PENSION-AMOUNT     PIC S9(7)V99 COMP-3.
           05 TAXABLE-WAGE-AMOUNT         PIC S9(7)V99 COMP-3.
           05 SOCIAL-WAGE-AMOUNT          PIC S9(7)V99 COMP-3.
           05 BONUS-TARGET-NET            PIC S9(5)V99 COMP-3.
      *    Company code column - the legal entity the employee is
      *    on the books of; spaces is the home company.
           05 EMPLOYEE-COMPANY-CODE       PIC X(2).
           05 FILLER                      PIC X(91).
