           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

      *    Legal-entity reference file - names for the cost-by-
      *    company summary at the foot of the report.
           SELECT OPTIONAL COMPANY-IN
           ASSIGN TO COMPANY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN
          05 BUD-TOTAL             PIC 9(9)V99.

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

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS4        PIC 9(02).
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC X(02).
          05 WS-FS7        PIC X(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          88 WS-DEPT-NOT-FOUND             VALUE 'N'.
       01 WS-WORK-DEPARTMENT        PIC X(10).

      *    Actual cost per legal entity for the period and the year
      *    to date.  Finance budgets by department only, so there is
      *    no budget column here - this is the split of the actuals
      *    the department lines already compare.  Entry 1 is the
      *    home company (blank code); a code paid but not on the
      *    COMPANY file is still totalled, under a warning name.
       01 WS-CO-COUNT               PIC 9(2) VALUE 1.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES INDEXED BY WS-CO-IDX.
             10 WS-CO-CODE              PIC X(2).
             10 WS-CO-NAME              PIC X(30).
             10 WS-CO-ACT-SALARY        PIC S9(9)V99 COMP-3.
             10 WS-CO-ACT-OVERTIME      PIC S9(9)V99 COMP-3.
             10 WS-CO-ACT-TOTAL         PIC S9(9)V99 COMP-3.
             10 WS-CO-YTD-TOTAL         PIC S9(9)V99 COMP-3.
       01 WS-CO-EOF-SW              PIC X(01).
          88 WS-CO-EOF                     VALUE 'Y'.
          88 WS-CO-NOT-EOF                 VALUE 'N'.
       01 WS-CO-FOUND-SW            PIC X(01).
          88 WS-CO-FOUND                   VALUE 'Y'.
          88 WS-CO-NOT-FOUND               VALUE 'N'.
       01 WS-WORK-COMPANY           PIC X(2).

       01 WS-EMP-GOT-SW             PIC X(01).
          88 WS-EMP-GOT                    VALUE 'Y'.
          88 WS-EMP-NOT-GOT                VALUE 'N'.
       OPEN-FILES.
           PERFORM LOAD-RUN-PARM.
           PERFORM BUILD-PAYROLL-FILENAME.
           PERFORM LOAD-COMPANY-TABLE.
           OPEN INPUT PAYROLL-IN.
           IF WS-FS1 NOT = '00'
               DISPLAY 'BUDGRPT: FILE ' WS-PAYROLL-FILENAME
                       ADD WS-ACT-TOTAL-COST
                         TO WS-DEPT-ACT-TOTAL (WS-DEPT-IDX)
                   END-IF
                   MOVE EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
                     TO WS-WORK-COMPANY
                   PERFORM FIND-COMPANY-ENTRY
                   IF WS-CO-FOUND
                       ADD MONTHLY-SALARY
                         TO WS-CO-ACT-SALARY (WS-CO-IDX)
                       ADD OVERTIME-AMOUNT
                         TO WS-CO-ACT-OVERTIME (WS-CO-IDX)
                       COMPUTE WS-ACT-TOTAL-COST =
                           MONTHLY-SALARY + OVERTIME-AMOUNT
                           + BONUS-AMOUNT
                           + EMPLOYER-SOCIAL-AMOUNT
                               OF PAYROLL-RECORD
                           + EMPLOYER-PENSION-AMOUNT
                               OF PAYROLL-RECORD
                       ADD WS-ACT-TOTAL-COST
                         TO WS-CO-ACT-TOTAL (WS-CO-IDX)
                   END-IF
           END-READ.

       FIND-COMPANY-ENTRY.
           SET WS-CO-NOT-FOUND TO TRUE.
           SET WS-CO-IDX TO 1.
           PERFORM UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND
                IF WS-CO-CODE (WS-CO-IDX) = WS-WORK-COMPANY
                   SET WS-CO-FOUND TO TRUE
                ELSE
                   SET WS-CO-IDX UP BY 1
                END-IF
           END-PERFORM.
           IF WS-CO-NOT-FOUND AND WS-CO-COUNT < 20
               ADD 1 TO WS-CO-COUNT
               SET WS-CO-IDX TO WS-CO-COUNT
               INITIALIZE WS-CO-ENTRY (WS-CO-IDX)
               MOVE WS-WORK-COMPANY TO WS-CO-CODE (WS-CO-IDX)
               MOVE '*** NOT ON THE COMPANY FILE ***'
                 TO WS-CO-NAME (WS-CO-IDX)
               SET WS-CO-FOUND TO TRUE
           END-IF.

       LOAD-COMPANY-TABLE.
           INITIALIZE WS-CO-ENTRY (1).
           MOVE 'PAYROLL COMPANY' TO WS-CO-NAME (1).
           OPEN INPUT COMPANY-IN.
           SET WS-CO-NOT-EOF TO TRUE.
           IF WS-FS7 NOT = '00'
               SET WS-CO-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-CO-EOF
                READ COMPANY-IN
                         AT END SET WS-CO-EOF TO TRUE
                     NOT AT END
                        PERFORM ADD-COMPANY-ENTRY
                END-READ
           END-PERFORM.
           IF WS-FS7 = '00' OR WS-FS7 = '10'
               CLOSE COMPANY-IN
           END-IF.

       ADD-COMPANY-ENTRY.
           IF CO-COMPANY-CODE = SPACES
               MOVE CO-COMPANY-NAME TO WS-CO-NAME (1)
           ELSE
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   SET WS-CO-IDX TO WS-CO-COUNT
                   INITIALIZE WS-CO-ENTRY (WS-CO-IDX)
                   MOVE CO-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
                   MOVE CO-COMPANY-NAME TO WS-CO-NAME (WS-CO-IDX)
               END-IF
           END-IF.

       FIND-DEPARTMENT-ENTRY.
      *    The search leaves WS-DEPT-IDX sitting on the matched (or
      *    newly created) entry.
                               PERFORM ADD-YTD-TO-DEPARTMENT
                           END-IF
                       END-IF
                       MOVE YTD-COMPANY-CODE TO WS-WORK-COMPANY
                       PERFORM FIND-COMPANY-ENTRY
                       IF WS-CO-FOUND
                           COMPUTE WS-ACT-TOTAL-COST = YTD-GROSS-PAY
                               + YTD-OVERTIME-TOTAL + YTD-BONUS-TOTAL
                               + YTD-ER-SOCIAL-TOTAL
                               + YTD-ER-PENSION-TOTAL
                           ADD WS-ACT-TOTAL-COST
                             TO WS-CO-YTD-TOTAL (WS-CO-IDX)
                       END-IF
                   END-IF
           END-READ.

           MOVE WS-FLAGGED-COUNT TO COUNT-DISP.
           DISPLAY 'DEPARTMENTS FLAGGED PAST THE THRESHOLD: '
               COUNT-DISP.
           DISPLAY SPACE.
           DISPLAY 'ACTUAL COST BY COMPANY'.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                IF WS-CO-ACT-TOTAL (WS-CO-IDX) NOT = ZERO
                      OR WS-CO-YTD-TOTAL (WS-CO-IDX) NOT = ZERO
                    PERFORM PRINT-COMPANY-LINES
                END-IF
           END-PERFORM.

       PRINT-DEPARTMENT-LINES.
           DISPLAY SPACE.
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       PRINT-COMPANY-LINES.
           DISPLAY 'COMPANY ' WS-CO-CODE (WS-CO-IDX) ' '
               WS-CO-NAME (WS-CO-IDX).
           MOVE WS-CO-ACT-SALARY (WS-CO-IDX) TO AMOUNT-DISP.
           MOVE WS-CO-ACT-OVERTIME (WS-CO-IDX) TO AMOUNT-DISP-2.
           DISPLAY '  PERIOD SALARY    ACT ' AMOUNT-DISP
               ' OVERTIME ' AMOUNT-DISP-2.
           MOVE WS-CO-ACT-TOTAL (WS-CO-IDX) TO AMOUNT-DISP.
           MOVE WS-CO-YTD-TOTAL (WS-CO-IDX) TO AMOUNT-DISP-2.
           DISPLAY '  PERIOD TOTAL     ACT ' AMOUNT-DISP
               ' YTD ' AMOUNT-DISP-2.

       PRINT-PERIOD-LINES.
           MOVE WS-DEPT-ACT-SALARY (WS-DEPT-IDX) TO AMOUNT-DISP.
           MOVE WS-DEPT-BUD-SALARY (WS-DEPT-IDX) TO AMOUNT-DISP-2.
