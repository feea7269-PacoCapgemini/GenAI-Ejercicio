           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-IN
          05 PARM-PERIOD-END-DATE   PIC 9(8).
          05 PARM-PERIOD-ID         PIC X(6).

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC X(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
       01 WS-CURRENT-YYYYMM           PIC 9(6).
       01 WS-PRORATED-COUNT           PIC 9(4) VALUE ZERO.

      *    Period id logged on AUDITLOG for the period close - the
      *    parameter's id, else the current calendar month.  A run
      *    whose salary totals do not match ends abnormally there,
      *    which holds the period open.
       01 WS-PERIOD-ID                PIC X(6) VALUE SPACES.
       01 WS-OUT-OF-BALANCE-SW        PIC X(01) VALUE 'N'.
          88 WS-OUT-OF-BALANCE               VALUE 'Y'.

      *    The same counts and totals broken down by company code,
      *    each side under the code its own file carries.  Entry 1
      *    is the home company (blank code).
       01 WS-CO-COUNT                 PIC 9(2) VALUE 1.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES INDEXED BY WS-CO-IDX.
             10 WS-CO-CODE               PIC X(2).
             10 WS-CO-EMP-COUNT          PIC 9(8).
             10 WS-CO-EMP-SALARY         PIC S9(9)V99 COMP-3.
             10 WS-CO-PAY-COUNT          PIC 9(8).
             10 WS-CO-PAY-DERIVED        PIC S9(9)V99 COMP-3.
       01 WS-CO-FOUND-SW              PIC X(01).
          88 WS-CO-FOUND                     VALUE 'Y'.
          88 WS-CO-NOT-FOUND                 VALUE 'N'.
       01 WS-CO-LOOKUP-CODE           PIC X(2).
       01 WS-CO-MISMATCH-COUNT        PIC 9(8) VALUE ZERO.

       01 SALARY-DISP PIC -9(9).99.
       01 PAY-SALARY-DISP PIC -9(9).99.
       01 COUNT-DISP  PIC Z(7)9.
       01 PAY-COUNT-DISP PIC Z(7)9.

       PROCEDURE DIVISION.

           OPEN INPUT EMPLOYEE-IN.
           OPEN INPUT PAYROLL-IN.
           PERFORM LOAD-PERIOD-DATES.
           PERFORM OPEN-AUDITLOG.
           MOVE SPACES TO WS-CO-CODE (1).
           MOVE ZERO TO WS-CO-EMP-COUNT (1).
           MOVE ZERO TO WS-CO-EMP-SALARY (1).
           MOVE ZERO TO WS-CO-PAY-COUNT (1).
           MOVE ZERO TO WS-CO-PAY-DERIVED (1).
           DISPLAY 'PAYROLL RECONCILIATION REPORT'.
           SET WS-NOT-EOF TO TRUE.
           SET WS-PAY-NOT-EOF TO TRUE.
           CLOSE EMPLOYEE-IN.
           CLOSE PAYROLL-IN.

           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.

           STOP RUN.

       LOAD-PERIOD-DATES.
                   NOT AT END
                       MOVE PARM-PERIOD-START-DATE TO WS-PERIOD-START
                       MOVE PARM-PERIOD-END-DATE TO WS-PERIOD-END
                       MOVE PARM-PERIOD-ID TO WS-PERIOD-ID
               END-READ
               CLOSE RECONCIL-PERIOD-IN
           ELSE
               COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) - 1)
           END-IF.
           IF WS-PERIOD-ID = SPACES
               MOVE WS-PERIOD-START(1:6) TO WS-PERIOD-ID
           END-IF.

       MATCH-FILES.
           EVALUATE TRUE
                   PERFORM REPORT-NOT-IN-EMPLOYEE
                   PERFORM READ-NEXT-PAYROLL
               WHEN OTHER
                   IF EMPLOYEE-COMPANY-CODE OF EMPLOYEE-RECORD NOT =
                         EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
                       PERFORM REPORT-COMPANY-MISMATCH
                   END-IF
                   PERFORM READ-NEXT-EMPLOYEE
                   PERFORM READ-NEXT-PAYROLL
           END-EVALUATE.

       REPORT-COMPANY-MISMATCH.
      *    Paid under one company, now on file under another - the
      *    employee was moved after the pay run, or the run was made
      *    from a stale extract.
           ADD 1 TO WS-CO-MISMATCH-COUNT.
           DISPLAY '  EMPLOYEE-ID '
               EMPLOYEE-ID OF EMPLOYEE-RECORD
               ' COMPANY ' EMPLOYEE-COMPANY-CODE OF EMPLOYEE-RECORD
               ' IN EMPLOYEE FILE BUT '
               EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
               ' IN PAYROLL FILE'.

       REPORT-NOT-IN-PAYROLL.
           DISPLAY '  EMPLOYEE-ID '
               EMPLOYEE-ID OF EMPLOYEE-RECORD
                           ADD 1 TO WS-EMP-COUNT
                           ADD EMPLOYEE-SALARY OF EMPLOYEE-RECORD
                             TO WS-EMP-TOTAL-SALARY
                           MOVE EMPLOYEE-COMPANY-CODE OF
                                EMPLOYEE-RECORD TO WS-CO-LOOKUP-CODE
                           PERFORM FIND-COMPANY-ENTRY
                           IF WS-CO-FOUND
                              ADD 1 TO WS-CO-EMP-COUNT (WS-CO-IDX)
                              ADD EMPLOYEE-SALARY OF EMPLOYEE-RECORD
                                TO WS-CO-EMP-SALARY (WS-CO-IDX)
                           END-IF
                           IF (EMPLOYEE-HIRE-DATE OF
                                 EMPLOYEE-RECORD >= WS-PERIOD-START
                               AND EMPLOYEE-HIRE-DATE OF
                               MONTHLY-SALARY * 12
                   END-EVALUATE
                   ADD WS-PAY-DERIVED TO WS-PAY-TOTAL-DERIVED
                   MOVE EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
                     TO WS-CO-LOOKUP-CODE
                   PERFORM FIND-COMPANY-ENTRY
                   IF WS-CO-FOUND
                       ADD 1 TO WS-CO-PAY-COUNT (WS-CO-IDX)
                       ADD WS-PAY-DERIVED
                         TO WS-CO-PAY-DERIVED (WS-CO-IDX)
                   END-IF
           END-READ.

       FIND-COMPANY-ENTRY.
      *    A code not yet seen takes the next free entry.
           SET WS-CO-NOT-FOUND TO TRUE.
           SET WS-CO-IDX TO 1.
           PERFORM UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND
                IF WS-CO-CODE (WS-CO-IDX) = WS-CO-LOOKUP-CODE
                   SET WS-CO-FOUND TO TRUE
                ELSE
                   SET WS-CO-IDX UP BY 1
                END-IF
           END-PERFORM.
           IF WS-CO-NOT-FOUND
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   SET WS-CO-IDX TO WS-CO-COUNT
                   MOVE WS-CO-LOOKUP-CODE TO WS-CO-CODE (WS-CO-IDX)
                   MOVE ZERO TO WS-CO-EMP-COUNT (WS-CO-IDX)
                   MOVE ZERO TO WS-CO-EMP-SALARY (WS-CO-IDX)
                   MOVE ZERO TO WS-CO-PAY-COUNT (WS-CO-IDX)
                   MOVE ZERO TO WS-CO-PAY-DERIVED (WS-CO-IDX)
                   SET WS-CO-FOUND TO TRUE
               ELSE
                   DISPLAY '  COMPANY TABLE FULL - COMPANY '
                       WS-CO-LOOKUP-CODE ' NOT BROKEN OUT'
               END-IF
           END-IF.

       PRINT-RECONCILIATION-SUMMARY.
           MOVE WS-EMP-COUNT TO COUNT-DISP.
           DISPLAY '  EMPLOYEE FILE RECORD COUNT: ' COUNT-DISP.
           IF FUNCTION ABS(WS-EMP-TOTAL-SALARY - WS-PAY-TOTAL-DERIVED)
                 > WS-SALARY-TOLERANCE
               DISPLAY '  *** SALARY TOTALS DO NOT MATCH ***'
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           DISPLAY '  TOTALS BY COMPANY        EMPLOYEE FILE'
               '                PAYROLL FILE'.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                IF WS-CO-EMP-COUNT (WS-CO-IDX) > ZERO
                      OR WS-CO-PAY-COUNT (WS-CO-IDX) > ZERO
                    MOVE WS-CO-EMP-COUNT (WS-CO-IDX) TO COUNT-DISP
                    MOVE WS-CO-EMP-SALARY (WS-CO-IDX) TO SALARY-DISP
                    MOVE WS-CO-PAY-COUNT (WS-CO-IDX) TO PAY-COUNT-DISP
                    MOVE WS-CO-PAY-DERIVED (WS-CO-IDX)
                      TO PAY-SALARY-DISP
                    DISPLAY '  COMPANY ' WS-CO-CODE (WS-CO-IDX)
                        '   ' COUNT-DISP ' ' SALARY-DISP
                        '   ' PAY-COUNT-DISP ' ' PAY-SALARY-DISP
                END-IF
           END-PERFORM.
           IF WS-CO-MISMATCH-COUNT > ZERO
               MOVE WS-CO-MISMATCH-COUNT TO COUNT-DISP
               DISPLAY '  NOTE: ' COUNT-DISP
                   ' EMPLOYEE(S) UNDER A DIFFERENT COMPANY ON THE '
                   'TWO FILES'
           END-IF.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS4 = '05' OR WS-FS4 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'RECONCIL' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-PERIOD-ID TO AUDIT-PERIOD-ID.
           MOVE WS-EMP-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-PAY-COUNT TO AUDIT-OUTPUT-COUNT.
           IF WS-OUT-OF-BALANCE
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
