      *****************************************************************
      * PENSMBR-CPY                                                  *
      * Pension plan membership record (PENSMBR) - one per employee  *
      * PENSEXP has seen, in EMPLOYEE-ID order.  Carries the plan    *
      * entry date worked out from the hire date and the waiting     *
      * period when the employee was first seen, so a later change   *
      * to the waiting rule does not move anyone already counted,    *
      * and the status the administrator was last told, so the next  *
      * run can report what changed.  PENSEXP writes the updated     *
      * file to PENSMBRO - the schedule copies it back over PENSMBR  *
      * for the next period, as it does DEDMSTRO.  Fixed at 50       *
      * bytes.                                                       *
      *****************************************************************
          05 PM-EMPLOYEE-ID        PIC 9(6).
          05 PM-HIRE-DATE          PIC 9(8).
          05 PM-ENTRY-DATE         PIC 9(8).
          05 PM-STATUS             PIC X(1).
             88 PM-STATUS-WAITING         VALUE 'W'.
             88 PM-STATUS-MEMBER          VALUE 'A'.
             88 PM-STATUS-LEFT            VALUE 'T'.
          05 PM-TERM-DATE          PIC 9(8).
          05 PM-STATUS-DATE        PIC 9(8).
          05 PM-LAST-PERIOD-ID     PIC X(6).
          05 FILLER                PIC X(5).
