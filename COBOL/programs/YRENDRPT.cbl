          05 PARM-REPORT-YEAR         PIC 9(4).

       FD  YTD-MASTER
           RECORD CONTAINS 92 CHARACTERS.
       01 YTD-MASTER-REC.
           COPY YTDREC-CPY.

           DISPLAY 'YEAR-END TAX SUMMARY REPORT   YEAR: '
               WS-REPORT-YEAR.
           DISPLAY 'EMP-ID  DEPARTMENT LASTNAME             '
               'FIRSTNAME             TAXABLE WAGES'
               '    TAX WITHHELD    SOC WITHHELD'.

       READ-YTD-MASTER.
                       PERFORM LOOKUP-EMPLOYEE
                       PERFORM PRINT-EMPLOYEE-LINE
                       PERFORM ADD-TO-DEPARTMENT-TOTAL
                       ADD YTD-TAXABLE-WAGE-TOTAL TO WS-GRAND-TOTAL
                       ADD YTD-TAX-TOTAL TO WS-TAX-GRAND-TOTAL
                       ADD YTD-SOCIAL-TOTAL TO WS-SOC-GRAND-TOTAL
                   END-IF
           END-IF.

       PRINT-EMPLOYEE-LINE.
      *    Wages are reported as taxed - gross less the pre-tax
      *    deductions - so the summary ties to the certificates.
           MOVE YTD-TAXABLE-WAGE-TOTAL TO SALARY-DISP.
           MOVE YTD-TAX-TOTAL TO TAX-DISP.
           MOVE YTD-SOCIAL-TOTAL TO SOC-DISP.
           DISPLAY YTD-EMPLOYEE-ID ' ' WS-EMP-DEPARTMENT ' '
               SET WS-DT-FOUND TO TRUE
           END-IF.
           IF WS-DT-FOUND
               ADD YTD-TAXABLE-WAGE-TOTAL
                 TO WS-DT-GROSS-TOTAL (WS-DT-IDX)
           ELSE
               DISPLAY 'YRENDRPT: DEPARTMENT TOTAL TABLE FULL - '
                   WS-EMP-DEPARTMENT ' OMITTED FROM TOTALS'
       PRINT-GRAND-TOTAL.
           MOVE WS-GRAND-TOTAL TO SALARY-DISP.
           DISPLAY SPACE.
           DISPLAY 'COMPANY TAXABLE WAGES TOTAL: ' SALARY-DISP.
           MOVE WS-TAX-GRAND-TOTAL TO TAX-DISP.
           DISPLAY 'COMPANY TAX WITHHELD TOTAL: ' TAX-DISP.
           MOVE WS-SOC-GRAND-TOTAL TO SOC-DISP.
