      * actually takes from an employee in a run, written to the     *
      * DEDAPPL file alongside the updated deduction master and read *
      * back by REMIT to pay the withheld money over to the court,   *
      * union, insurer or lender behind each deduction, and by       *
      * PENSEXP for the members' own pension contributions.  Carries *
      * the amount really taken (after the protected-net floor), not *
      * the amount requested - the remittance must match the money   *
      * actually withheld.  Fixed at 20 bytes.                       *
      *****************************************************************
          05 DAP-EMPLOYEE-ID       PIC 9(6).
