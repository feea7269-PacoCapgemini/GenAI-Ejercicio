          05 PARM-PERIOD-ID        PIC X(6).

       FD  YTD-MASTER
           RECORD CONTAINS 92 CHARACTERS.
       01 YTD-MASTER-REC.
           COPY YTDREC-CPY.

               MOVE ZERO TO YTD-NET-PAY-TOTAL
               MOVE ZERO TO YTD-ER-SOCIAL-TOTAL
               MOVE ZERO TO YTD-ER-PENSION-TOTAL
               MOVE ZERO TO YTD-TAXABLE-WAGE-TOTAL
               MOVE ZERO TO YTD-SOCIAL-WAGE-TOTAL
               MOVE SPACES TO YTD-LAST-PERIOD-ID
               MOVE WS-PERIOD-YEAR TO YTD-YEAR
           END-IF.
                 TO YTD-ER-SOCIAL-TOTAL
               ADD EMPLOYER-PENSION-AMOUNT OF PAYROLL-RECORD
                 TO YTD-ER-PENSION-TOTAL
               PERFORM ADD-TAXABLE-WAGES
               MOVE EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
                 TO YTD-COMPANY-CODE
               IF WS-YTD-FOUND
                   REWRITE YTD-MASTER-REC
               ELSE
               END-IF
           END-IF.

       ADD-TAXABLE-WAGES.
      *    Period files written before the taxable-wage bases were
      *    carried hold spaces there - nothing was taken pre-tax
      *    back then, so the whole gross was taxable.
           IF TAXABLE-WAGE-AMOUNT OF PAYROLL-RECORD NUMERIC
               ADD TAXABLE-WAGE-AMOUNT OF PAYROLL-RECORD
                 TO YTD-TAXABLE-WAGE-TOTAL
           ELSE
               ADD MONTHLY-SALARY OVERTIME-AMOUNT BONUS-AMOUNT
                 TO YTD-TAXABLE-WAGE-TOTAL
           END-IF.
           IF SOCIAL-WAGE-AMOUNT OF PAYROLL-RECORD NUMERIC
               ADD SOCIAL-WAGE-AMOUNT OF PAYROLL-RECORD
                 TO YTD-SOCIAL-WAGE-TOTAL
           ELSE
               ADD MONTHLY-SALARY OVERTIME-AMOUNT BONUS-AMOUNT
                 TO YTD-SOCIAL-WAGE-TOTAL
           END-IF.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
