           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

      *    Legal-entity reference file - the employer name and
      *    registration printed on each certificate.
           SELECT OPTIONAL COMPANY-IN
           ASSIGN TO COMPANY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

      *    Pay history - the year is split by the company that paid
      *    each period, so an employee moved between companies gets
      *    a certificate from each.
           SELECT PAY-HISTORY-IN
           ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-FS7.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-IN
           COPY EMPS-NO-01.

       FD  YTD-MASTER
           RECORD CONTAINS 92 CHARACTERS.
       01 YTD-MASTER-REC.
           COPY YTDREC-CPY.

       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       FD  COMPANY-IN
           RECORD CONTAINS 100 CHARACTERS.
       01 COMPANY-REC.
           COPY COMPANY-CPY.

       FD  PAY-HISTORY-IN
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-REC.
           COPY PAYHIST-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC 9(02).
          05 WS-FS5        PIC X(02).
          05 WS-FS6        PIC 9(02).
          05 WS-FS7        PIC X(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-YTD-EOF-SW PIC X(01).
             88 WS-YTD-EOF           VALUE 'Y'.
             88 WS-YTD-NOT-EOF       VALUE 'N'.
          05 WS-HIST-EOF-SW PIC X(01).
             88 WS-HIST-EOF          VALUE 'Y'.
             88 WS-HIST-NOT-EOF      VALUE 'N'.

      *    The EMPLOYEE extract and the YTD master both ascend by
      *    EMPLOYEE-ID, so the extract is advanced in step with the
          88 WS-EMP-MATCHED                VALUE 'Y'.
          88 WS-EMP-NOT-MATCHED            VALUE 'N'.

      *    Companies on the COMPANY file.  Entry 1 is always the home
      *    company (blank code) - the historic single entity unless
      *    the file carries a blank-code record describing it.  The
      *    employer on a certificate is the company that paid that
      *    part of the year, off the PAYHIST records.
       01 WS-CO-COUNT               PIC 9(2) VALUE 1.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES INDEXED BY WS-CO-IDX.
             10 WS-CO-CODE              PIC X(2).
             10 WS-CO-NAME              PIC X(30).
             10 WS-CO-REGISTRATION      PIC X(15).
       01 WS-CO-EOF-SW              PIC X(01).
          88 WS-CO-EOF                     VALUE 'Y'.
          88 WS-CO-NOT-EOF                 VALUE 'N'.
       01 WS-CO-FOUND-SW            PIC X(01).
          88 WS-CO-FOUND                   VALUE 'Y'.
          88 WS-CO-NOT-FOUND               VALUE 'N'.
       01 WS-CO-UNKNOWN-COUNT       PIC 9(8) VALUE ZERO.

      *    The employee's year split by paying company, built from
      *    every PAYHIST record in the year's periods (reversals
      *    included).  When the split does not add back to the YTD
      *    master - history archived or missing - the year is
      *    certified off the YTD master under the last paying company
      *    as before, and the employee is named on the control
      *    listing for the split to be made by hand.
       01 WS-EC-COUNT               PIC 9(2).
       01 WS-EC-TABLE.
          05 WS-EC-ENTRY OCCURS 20 TIMES INDEXED BY WS-EC-IDX.
             10 WS-EC-COMPANY-CODE      PIC X(2).
             10 WS-EC-TAXABLE-WAGE      PIC S9(9)V99 COMP-3.
             10 WS-EC-SOCIAL-WAGE       PIC S9(9)V99 COMP-3.
             10 WS-EC-TAX               PIC S9(9)V99 COMP-3.
             10 WS-EC-SOCIAL            PIC S9(9)V99 COMP-3.
             10 WS-EC-ER-SOCIAL         PIC S9(9)V99 COMP-3.
       01 WS-EC-FOUND-SW            PIC X(01).
          88 WS-EC-FOUND                   VALUE 'Y'.
          88 WS-EC-NOT-FOUND               VALUE 'N'.
       01 WS-EC-FULL-SW             PIC X(01).
          88 WS-EC-FULL                    VALUE 'Y'.
          88 WS-EC-NOT-FULL                VALUE 'N'.
       01 WS-HIST-AGREES-SW         PIC X(01).
          88 WS-HIST-AGREES                VALUE 'Y'.
          88 WS-HIST-DISAGREES             VALUE 'N'.
       01 WS-HIST-TOTALS.
          05 WS-HT-TAXABLE-WAGE        PIC S9(9)V99 COMP-3.
          05 WS-HT-SOCIAL-WAGE         PIC S9(9)V99 COMP-3.
          05 WS-HT-TAX                 PIC S9(9)V99 COMP-3.
          05 WS-HT-SOCIAL              PIC S9(9)V99 COMP-3.
          05 WS-HT-ER-SOCIAL           PIC S9(9)V99 COMP-3.
       01 WS-HIST-START-PERIOD.
          05 WS-HSP-YEAR               PIC 9(4).
          05 FILLER                    PIC X(2) VALUE '00'.
       01 WS-YTD-ONLY-COUNT         PIC 9(8) VALUE ZERO.

      *    The company and figures going onto the certificate being
      *    printed.
       01 WS-CERT-FIGURES.
          05 WS-CERT-COMPANY           PIC X(2).
          05 WS-CERT-TAXABLE-WAGE      PIC S9(9)V99 COMP-3.
          05 WS-CERT-SOCIAL-WAGE       PIC S9(9)V99 COMP-3.
          05 WS-CERT-TAX               PIC S9(9)V99 COMP-3.
          05 WS-CERT-SOCIAL            PIC S9(9)V99 COMP-3.
          05 WS-CERT-ER-SOCIAL         PIC S9(9)V99 COMP-3.

       01 WS-REPORT-YEAR            PIC 9(4).
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-CERT-COUNT             PIC 9(8) VALUE ZERO.
       01 WS-YTD-READ-COUNT         PIC 9(8) VALUE ZERO.

       01 WS-FIRST-PAGE-SW          PIC X(01) VALUE 'Y'.
          88 WS-FIRST-PAGE                 VALUE 'Y'.
          05 CERT-ISSUE-DATE        PIC 9(8).
          05 FILLER                 PIC X(73) VALUE SPACES.

       01 WS-CERT-EMPLOYER-LINE.
          05 FILLER                 PIC X(10) VALUE 'EMPLOYER: '.
          05 CERT-EMPLOYER-NAME     PIC X(30).
          05 FILLER                 PIC X(16) VALUE
             '  REGISTRATION: '.
          05 CERT-REGISTRATION-ID   PIC X(15).
          05 FILLER                 PIC X(61) VALUE SPACES.

       01 WS-CERT-EMPLOYEE-LINE.
          05 FILLER                 PIC X(10) VALUE 'EMPLOYEE: '.
          05 CERT-EMPLOYEE-ID       PIC 9(6).
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT PAY-HISTORY-IN.
           IF WS-FS7 NOT = '00'
               DISPLAY 'TAXCERT: PAY HISTORY NOT AVAILABLE - STATUS '
                   WS-FS7
               CLOSE EMPLOYEE-IN
               CLOSE YTD-MASTER
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TAXCERT-OUT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           COMPUTE WS-REPORT-YEAR = WS-RUN-DATE / 10000.
           PERFORM LOAD-RUN-PARM.
           MOVE WS-REPORT-YEAR TO WS-HSP-YEAR.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM OPEN-AUDITLOG.
           DISPLAY 'ANNUAL TAX CERTIFICATES   YEAR: ' WS-REPORT-YEAR.
           DISPLAY 'CONTROL LISTING OF CERTIFICATES PRODUCED'.
       CLOSE-FILES.
           CLOSE EMPLOYEE-IN.
           CLOSE YTD-MASTER.
           CLOSE PAY-HISTORY-IN.
           CLOSE TAXCERT-OUT.

           MOVE WS-CERT-COUNT TO COUNT-DISP.
           DISPLAY 'TAXCERT: CERTIFICATES PRODUCED: ' COUNT-DISP.
           IF WS-CO-UNKNOWN-COUNT > ZERO
               MOVE WS-CO-UNKNOWN-COUNT TO COUNT-DISP
               DISPLAY 'TAXCERT: CERTIFICATES WITH NO EMPLOYER ON THE '
                   'COMPANY FILE: ' COUNT-DISP
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-YTD-ONLY-COUNT > ZERO
               MOVE WS-YTD-ONLY-COUNT TO COUNT-DISP
               DISPLAY 'TAXCERT: CERTIFIED OFF THE YTD MASTER - PAY '
                   'HISTORY DOES NOT AGREE: ' COUNT-DISP
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
                   ADD 1 TO WS-YTD-READ-COUNT
                   IF YTD-YEAR = WS-REPORT-YEAR
                       PERFORM LOOKUP-EMPLOYEE
                       PERFORM GATHER-PAY-HISTORY
                       IF WS-HIST-AGREES
                           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
                                   UNTIL WS-EC-IDX > WS-EC-COUNT
                               PERFORM PRINT-COMPANY-CERTIFICATE
                           END-PERFORM
                       ELSE
                           PERFORM PRINT-YTD-CERTIFICATE
                       END-IF
                   END-IF
           END-READ.

               SET WS-EMP-MATCHED TO TRUE
           END-IF.

       GATHER-PAY-HISTORY.
      *    Reads the employee's PAYHIST records for the year's periods
      *    and totals them by the company that paid each one, then
      *    checks the split adds back to the YTD master.
           MOVE ZERO TO WS-EC-COUNT.
           SET WS-EC-NOT-FULL TO TRUE.
           MOVE YTD-EMPLOYEE-ID TO HIST-EMPLOYEE-ID.
           MOVE WS-HIST-START-PERIOD TO HIST-PERIOD-ID.
           MOVE ZERO TO HIST-SEQUENCE-NO.
           SET WS-HIST-NOT-EOF TO TRUE.
           START PAY-HISTORY-IN KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET WS-HIST-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-HIST-EOF
                READ PAY-HISTORY-IN NEXT RECORD
                         AT END SET WS-HIST-EOF TO TRUE
                     NOT AT END
                        IF HIST-EMPLOYEE-ID NOT = YTD-EMPLOYEE-ID
                           OR HIST-PERIOD-ID (1:4)
                              NOT = WS-HIST-START-PERIOD (1:4)
                           SET WS-HIST-EOF TO TRUE
                        ELSE
                           PERFORM ADD-TO-EMPLOYEE-COMPANY
                        END-IF
                END-READ
           END-PERFORM.
           PERFORM CHECK-HISTORY-AGREES.

       ADD-TO-EMPLOYEE-COMPANY.
           SET WS-EC-NOT-FOUND TO TRUE.
           SET WS-EC-IDX TO 1.
           PERFORM UNTIL WS-EC-IDX > WS-EC-COUNT
                      OR WS-EC-FOUND
                IF WS-EC-COMPANY-CODE (WS-EC-IDX) = HIST-COMPANY-CODE
                   SET WS-EC-FOUND TO TRUE
                ELSE
                   SET WS-EC-IDX UP BY 1
                END-IF
           END-PERFORM.
           IF WS-EC-NOT-FOUND
               IF WS-EC-COUNT < 20
                   ADD 1 TO WS-EC-COUNT
                   SET WS-EC-IDX TO WS-EC-COUNT
                   MOVE HIST-COMPANY-CODE
                     TO WS-EC-COMPANY-CODE (WS-EC-IDX)
                   MOVE ZERO TO WS-EC-TAXABLE-WAGE (WS-EC-IDX)
                   MOVE ZERO TO WS-EC-SOCIAL-WAGE (WS-EC-IDX)
                   MOVE ZERO TO WS-EC-TAX (WS-EC-IDX)
                   MOVE ZERO TO WS-EC-SOCIAL (WS-EC-IDX)
                   MOVE ZERO TO WS-EC-ER-SOCIAL (WS-EC-IDX)
                   SET WS-EC-FOUND TO TRUE
               ELSE
                   SET WS-EC-FULL TO TRUE
               END-IF
           END-IF.
           IF WS-EC-FOUND
               ADD HIST-TAXABLE-WAGE TO WS-EC-TAXABLE-WAGE (WS-EC-IDX)
               ADD HIST-SOCIAL-WAGE TO WS-EC-SOCIAL-WAGE (WS-EC-IDX)
               ADD HIST-TAX-WITHHELD TO WS-EC-TAX (WS-EC-IDX)
               ADD HIST-SOCIAL-WITHHELD TO WS-EC-SOCIAL (WS-EC-IDX)
               ADD HIST-ER-SOCIAL-AMOUNT
                 TO WS-EC-ER-SOCIAL (WS-EC-IDX)
           END-IF.

       CHECK-HISTORY-AGREES.
      *    Every certified figure must add back to the YTD master -
      *    otherwise part of the year is not on PAYHIST and the split
      *    cannot be trusted.
           INITIALIZE WS-HIST-TOTALS.
           PERFORM VARYING WS-EC-IDX FROM 1 BY 1
                   UNTIL WS-EC-IDX > WS-EC-COUNT
               ADD WS-EC-TAXABLE-WAGE (WS-EC-IDX) TO WS-HT-TAXABLE-WAGE
               ADD WS-EC-SOCIAL-WAGE (WS-EC-IDX) TO WS-HT-SOCIAL-WAGE
               ADD WS-EC-TAX (WS-EC-IDX) TO WS-HT-TAX
               ADD WS-EC-SOCIAL (WS-EC-IDX) TO WS-HT-SOCIAL
               ADD WS-EC-ER-SOCIAL (WS-EC-IDX) TO WS-HT-ER-SOCIAL
           END-PERFORM.
           SET WS-HIST-AGREES TO TRUE.
           IF WS-EC-COUNT = ZERO
              OR WS-EC-FULL
              OR WS-HT-TAXABLE-WAGE NOT = YTD-TAXABLE-WAGE-TOTAL
              OR WS-HT-SOCIAL-WAGE NOT = YTD-SOCIAL-WAGE-TOTAL
              OR WS-HT-TAX NOT = YTD-TAX-TOTAL
              OR WS-HT-SOCIAL NOT = YTD-SOCIAL-TOTAL
              OR WS-HT-ER-SOCIAL NOT = YTD-ER-SOCIAL-TOTAL
               SET WS-HIST-DISAGREES TO TRUE
           END-IF.

       PRINT-COMPANY-CERTIFICATE.
      *    One certificate per paying company.  A company whose part
      *    of the year nets to nothing (paid and fully reversed) gets
      *    none, unless it is the only company the employee had.
           IF WS-EC-COUNT = 1
              OR WS-EC-TAXABLE-WAGE (WS-EC-IDX) NOT = ZERO
              OR WS-EC-SOCIAL-WAGE (WS-EC-IDX) NOT = ZERO
              OR WS-EC-TAX (WS-EC-IDX) NOT = ZERO
              OR WS-EC-SOCIAL (WS-EC-IDX) NOT = ZERO
              OR WS-EC-ER-SOCIAL (WS-EC-IDX) NOT = ZERO
               MOVE WS-EC-COMPANY-CODE (WS-EC-IDX) TO WS-CERT-COMPANY
               MOVE WS-EC-TAXABLE-WAGE (WS-EC-IDX)
                 TO WS-CERT-TAXABLE-WAGE
               MOVE WS-EC-SOCIAL-WAGE (WS-EC-IDX)
                 TO WS-CERT-SOCIAL-WAGE
               MOVE WS-EC-TAX (WS-EC-IDX) TO WS-CERT-TAX
               MOVE WS-EC-SOCIAL (WS-EC-IDX) TO WS-CERT-SOCIAL
               MOVE WS-EC-ER-SOCIAL (WS-EC-IDX) TO WS-CERT-ER-SOCIAL
               PERFORM PRINT-CERTIFICATE
           END-IF.

       PRINT-YTD-CERTIFICATE.
      *    PAYHIST does not cover the year - certify the whole year
      *    off the YTD master under the last paying company, and name
      *    the employee so the split can be checked by hand.
           MOVE YTD-COMPANY-CODE TO WS-CERT-COMPANY.
           MOVE YTD-TAXABLE-WAGE-TOTAL TO WS-CERT-TAXABLE-WAGE.
           MOVE YTD-SOCIAL-WAGE-TOTAL TO WS-CERT-SOCIAL-WAGE.
           MOVE YTD-TAX-TOTAL TO WS-CERT-TAX.
           MOVE YTD-SOCIAL-TOTAL TO WS-CERT-SOCIAL.
           MOVE YTD-ER-SOCIAL-TOTAL TO WS-CERT-ER-SOCIAL.
           PERFORM PRINT-CERTIFICATE.
           ADD 1 TO WS-YTD-ONLY-COUNT.
           DISPLAY '  CERTIFICATE ' YTD-EMPLOYEE-ID
               ' *** PAY HISTORY DOES NOT AGREE WITH THE YTD MASTER - '
               'WHOLE YEAR CERTIFIED UNDER COMPANY ' YTD-COMPANY-CODE
               ', CHECK FOR A COMPANY MOVE ***'.

       PRINT-CERTIFICATE.
      *    One statutory page per employee and paying company - the
      *    certificate heading, the mailing-address block for a
      *    window envelope, then the annual taxable wages (gross less
      *    pre-tax deductions), tax and social contribution figures
      *    for the company's part of the year.
           IF WS-FIRST-PAGE
               SET WS-NOT-FIRST-PAGE TO TRUE
               WRITE TAXCERT-LINE FROM WS-SEPARATOR-LINE
           MOVE WS-REPORT-YEAR TO CERT-YEAR.
           MOVE WS-RUN-DATE TO CERT-ISSUE-DATE.
           WRITE TAXCERT-LINE FROM WS-CERT-TITLE-LINE.
           PERFORM FIND-COMPANY-ENTRY.
           IF WS-CO-FOUND
               MOVE WS-CO-NAME (WS-CO-IDX) TO CERT-EMPLOYER-NAME
               MOVE WS-CO-REGISTRATION (WS-CO-IDX)
                 TO CERT-REGISTRATION-ID
           ELSE
               MOVE SPACES TO CERT-EMPLOYER-NAME
               MOVE SPACES TO CERT-REGISTRATION-ID
               ADD 1 TO WS-CO-UNKNOWN-COUNT
           END-IF.
           WRITE TAXCERT-LINE FROM WS-CERT-EMPLOYER-LINE.
           MOVE YTD-EMPLOYEE-ID TO CERT-EMPLOYEE-ID.
           IF WS-EMP-MATCHED
               MOVE EMPLOYEE-LASTNAME OF EMPLOYEE-RECORD
           END-IF.
           MOVE SPACES TO TAXCERT-LINE.
           WRITE TAXCERT-LINE.
           MOVE 'TAXABLE WAGES FOR THE YEAR' TO CERT-LABEL.
           MOVE WS-CERT-TAXABLE-WAGE TO CERT-AMOUNT.
           WRITE TAXCERT-LINE FROM WS-CERT-AMOUNT-LINE.
           MOVE 'SOCIAL WAGES FOR THE YEAR' TO CERT-LABEL.
           MOVE WS-CERT-SOCIAL-WAGE TO CERT-AMOUNT.
           WRITE TAXCERT-LINE FROM WS-CERT-AMOUNT-LINE.
           MOVE 'INCOME TAX WITHHELD' TO CERT-LABEL.
           MOVE WS-CERT-TAX TO CERT-AMOUNT.
           WRITE TAXCERT-LINE FROM WS-CERT-AMOUNT-LINE.
           MOVE 'SOCIAL CONTRIBUTIONS WITHHELD' TO CERT-LABEL.
           MOVE WS-CERT-SOCIAL TO CERT-AMOUNT.
           WRITE TAXCERT-LINE FROM WS-CERT-AMOUNT-LINE.
           MOVE 'EMPLOYER SOCIAL CONTRIBUTIONS' TO CERT-LABEL.
           MOVE WS-CERT-ER-SOCIAL TO CERT-AMOUNT.
           WRITE TAXCERT-LINE FROM WS-CERT-AMOUNT-LINE.
           MOVE SPACES TO TAXCERT-LINE.
           WRITE TAXCERT-LINE.
      *    Control listing, one line per certificate - the clerk
      *    checks the mailing pile off against this.
           IF WS-EMP-MATCHED
               DISPLAY '  CERTIFICATE ' YTD-EMPLOYEE-ID
                   ' COMPANY ' WS-CERT-COMPANY ' '
                   EMPLOYEE-LASTNAME OF EMPLOYEE-RECORD
           ELSE
               DISPLAY '  CERTIFICATE ' YTD-EMPLOYEE-ID
                   ' COMPANY ' WS-CERT-COMPANY
                   ' *** NOT ON THE EMPLOYEE EXTRACT - NO NAME OR '
                   'ADDRESS, DELIVER BY HAND ***'
           END-IF.
           IF WS-CO-NOT-FOUND
               DISPLAY '  CERTIFICATE ' YTD-EMPLOYEE-ID
                   ' *** COMPANY ' WS-CERT-COMPANY
                   ' NOT ON THE COMPANY FILE - NO EMPLOYER PRINTED ***'
           END-IF.

       FIND-COMPANY-ENTRY.
           SET WS-CO-NOT-FOUND TO TRUE.
           SET WS-CO-IDX TO 1.
           PERFORM UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND
                IF WS-CO-CODE (WS-CO-IDX) = WS-CERT-COMPANY
                   SET WS-CO-FOUND TO TRUE
                ELSE
                   SET WS-CO-IDX UP BY 1
                END-IF
           END-PERFORM.

       LOAD-COMPANY-TABLE.
           MOVE SPACES TO WS-CO-ENTRY (1).
           MOVE 'PAYROLL COMPANY' TO WS-CO-NAME (1).
           OPEN INPUT COMPANY-IN.
           SET WS-CO-NOT-EOF TO TRUE.
           IF WS-FS6 NOT = '00'
               SET WS-CO-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-CO-EOF
                READ COMPANY-IN
                         AT END SET WS-CO-EOF TO TRUE
                     NOT AT END
                        PERFORM ADD-COMPANY-ENTRY
                END-READ
           END-PERFORM.
           IF WS-FS6 = '00' OR WS-FS6 = '10'
               CLOSE COMPANY-IN
           END-IF.

       ADD-COMPANY-ENTRY.
           IF CO-COMPANY-CODE = SPACES
               MOVE CO-COMPANY-NAME TO WS-CO-NAME (1)
               MOVE CO-REGISTRATION-ID TO WS-CO-REGISTRATION (1)
           ELSE
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   SET WS-CO-IDX TO WS-CO-COUNT
                   MOVE CO-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
                   MOVE CO-COMPANY-NAME TO WS-CO-NAME (WS-CO-IDX)
                   MOVE CO-REGISTRATION-ID
                     TO WS-CO-REGISTRATION (WS-CO-IDX)
               ELSE
                   DISPLAY 'TAXCERT: COMPANY TABLE FULL - CODE '
                       CO-COMPANY-CODE ' OMITTED'
               END-IF
           END-IF.

       WRITE-ADDRESS-BLOCK.
      *    Blank address lines are suppressed, same as the PAYSLIP
