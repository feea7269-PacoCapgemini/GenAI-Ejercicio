       05 AUDIT-EOF-STATUS             PIC X(1).
          88 AUDIT-NORMAL-EOF                 VALUE 'Y'.
          88 AUDIT-ABNORMAL-END               VALUE 'N'.
      *    Pay period the run worked on, for the steps a period close
      *    checks (PAYROLL, RECONCIL, DDEXPORT, CHECKPRT, GLPOST,
      *    PAYSLIP, REMIT) and for CLRRECON - other programs do not
      *    set it.
       05 AUDIT-PERIOD-ID              PIC X(6).
       05 FILLER                       PIC X(5).
