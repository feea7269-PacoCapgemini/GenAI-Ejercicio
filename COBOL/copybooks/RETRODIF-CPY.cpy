      *****************************************************************
      * RETRODIF-CPY                                                 *
      * Retroactive pay differential record - one per employee per   *
      * closed period re-priced by RETROPAY after a back-dated       *
      * salary change, and paid by the next regular or off-cycle     *
      * PAYROLL run.  The base difference is added to the period's   *
      * pay; the tax and social differences are worked out against   *
      * the ORIGINAL period's brackets and gross by RETROPAY, so     *
      * PAYROLL adds them to the withholding as they stand instead   *
      * of taxing the arrears at the current period's marginal rate. *
      * Employer-side social and pension differences ride along for  *
      * the GL.  Records PAYROLL does not pay (employee not in the   *
      * run) are carried forward on RETRODFO.  Fixed at 57 bytes.    *
      *****************************************************************
          05 RD-EMPLOYEE-ID        PIC 9(6).
          05 RD-PERIOD-ID          PIC X(6).
          05 RD-BASE-DIFF          PIC S9(7)V99.
          05 RD-TAX-DIFF           PIC S9(7)V99.
          05 RD-SOCIAL-DIFF        PIC S9(7)V99.
          05 RD-ER-SOCIAL-DIFF     PIC S9(7)V99.
          05 RD-ER-PENSION-DIFF    PIC S9(7)V99.
