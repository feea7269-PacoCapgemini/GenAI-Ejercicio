           COPY PAYFLDS-CPY.

       FD  YTD-MASTER
           RECORD CONTAINS 92 CHARACTERS.
       01 YTD-MASTER-REC.
           COPY YTDREC-CPY.

          05 AMOUNT-YTD            PIC -9(9).99.
          05 FILLER                PIC X(84) VALUE SPACES.

      *    Printed under the bonus when PAYROLL grossed it up to a
      *    guaranteed net - the net is a period figure only.
       01 WS-BONUS-NET-LINE.
          05 FILLER                PIC X(20)
                                   VALUE '  GUARANTEED NET'.
          05 FILLER                PIC X(2)  VALUE SPACES.
          05 BONUS-NET-PERIOD      PIC -9(7).99.
          05 FILLER                PIC X(99) VALUE SPACES.

       01 WS-NOTE-LINE.
          05 NOTE-TEXT             PIC X(132).

           MOVE BONUS-AMOUNT TO AMOUNT-PERIOD.
           MOVE YTD-BONUS-TOTAL TO AMOUNT-YTD.
           WRITE PAYSLIP-LINE FROM WS-AMOUNT-LINE.
           IF BONUS-TARGET-NET IS NUMERIC
               AND BONUS-TARGET-NET > ZERO
               MOVE BONUS-TARGET-NET TO BONUS-NET-PERIOD
               WRITE PAYSLIP-LINE FROM WS-BONUS-NET-LINE
           END-IF.
           MOVE 'GROSS PAY' TO AMOUNT-LABEL.
           MOVE WS-PERIOD-GROSS TO AMOUNT-PERIOD.
           COMPUTE AMOUNT-YTD = YTD-GROSS-PAY
           MOVE 'PAYSLIP' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           IF WS-PERIOD-ID = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO AUDIT-PERIOD-ID
           ELSE
               MOVE WS-PERIOD-ID TO AUDIT-PERIOD-ID
           END-IF.
           MOVE WS-RECORD-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-RECORD-COUNT TO AUDIT-OUTPUT-COUNT.
           SET AUDIT-NORMAL-EOF TO TRUE.
