           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

      *    Legal-entity reference file - names for the company
      *    totals at the foot of the listing.
           SELECT OPTIONAL COMPANY-IN
           ASSIGN TO COMPANY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       FD  COMPANY-IN
           RECORD CONTAINS 100 CHARACTERS.
       01 COMPANY-REC.
           COPY COMPANY-CPY.

       WORKING-STORAGE SECTION.

       01 SALARY-DISP PIC Z9(7).99.
       01 BONUS-DISP PIC -9(5).99.
       01 BONUS-NET-DISP PIC -9(5).99.
       01 DISP-LINE PIC X(250).
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC X(02).
          05 WS-FS4        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.

       01 WS-RECORD-COUNT          PIC 9(8) VALUE ZERO.

      *    Salary totals by company, printed after the grand total.
      *    Entry 1 is always the home company (blank code); a code
      *    on the payroll but not on the COMPANY file is still
      *    totalled, with no name.
       01 WS-CO-COUNT              PIC 9(2) VALUE 1.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES INDEXED BY WS-CO-IDX.
             10 WS-CO-CODE             PIC X(2).
             10 WS-CO-NAME             PIC X(30).
             10 WS-CO-EMPLOYEES        PIC 9(6).
             10 WS-CO-TOTAL            PIC S9(9)V99 COMP-3.
       01 WS-CO-EOF-SW             PIC X(01).
          88 WS-CO-EOF                    VALUE 'Y'.
          88 WS-CO-NOT-EOF                VALUE 'N'.
       01 WS-CO-FOUND-SW           PIC X(01).
          88 WS-CO-FOUND                  VALUE 'Y'.
          88 WS-CO-NOT-FOUND              VALUE 'N'.
       01 CO-EMPLOYEES-DISP        PIC ZZZZZ9.

      *    Guaranteed-net bonus carried on the pay record when PAYROLL
      *    grossed the bonus up - zero on a normal bonus, and on a
      *    file written before the field existed (spaces there).
       01 WS-BONUS-NET-TARGET      PIC S9(5)V99 COMP-3 VALUE ZERO.

      *    PAYROLL file name, period-qualified only when a period id
      *    is supplied via LISTROLL-PARM-IN - blank keeps listing the
      *    plain PAYROLL file exactly as before, while a supplied
           OPEN INPUT PAYROLL-IN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-AUDITLOG.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM READ-EMPLOYEE.

       CLOSE-FILES.
                       PERFORM PRINT-DETAIL-LINE
                       ADD MONTHLY-SALARY TO WS-DEPT-SUBTOTAL
                       ADD MONTHLY-SALARY TO WS-GRAND-TOTAL
                       PERFORM ADD-TO-COMPANY-TOTAL
                       ADD 1 TO WS-LINE-COUNT
                       IF WS-DISPLAY-MODE
                           AND WS-LINE-COUNT > WS-LINES-PER-PAGE
           IF WS-DISPLAY-MODE AND WS-NOT-FIRST-RECORD
               PERFORM PRINT-DEPT-SUBTOTAL
               PERFORM PRINT-GRAND-TOTAL
               PERFORM PRINT-COMPANY-TOTALS
           END-IF.

       CHECK-DEPARTMENT-BREAK.
               'FIRSTNAME            SALARY'.

       PRINT-CSV-HEADER.
           DISPLAY 'DEPARTMENT,LEVEL,LASTNAME,FIRSTNAME,SALARY,'
               'BONUS,BONUS-NET-TARGET,COMPANY'.

       PRINT-DETAIL-LINE.
           MOVE MONTHLY-SALARY TO SALARY-DISP.
           IF BONUS-TARGET-NET IS NUMERIC
               MOVE BONUS-TARGET-NET TO WS-BONUS-NET-TARGET
           ELSE
               MOVE ZERO TO WS-BONUS-NET-TARGET
           END-IF.
           IF BONUS-AMOUNT IS NUMERIC
               MOVE BONUS-AMOUNT TO BONUS-DISP
           ELSE
               MOVE ZERO TO BONUS-DISP
           END-IF.
           MOVE WS-BONUS-NET-TARGET TO BONUS-NET-DISP.
           IF WS-CSV-MODE
               MOVE SPACES TO WS-CSV-LINE
               STRING '"' EMPLOYEE-DEPARTMENT DELIMITED BY SIZE,
                 '","' EMPLOYEE-LEVEL DELIMITED BY SIZE,
                 '","' EMPLOYEE-LASTNAME DELIMITED BY SIZE,
                 '","' EMPLOYEE-FIRSTNAME DELIMITED BY SIZE,
                 '",' SALARY-DISP DELIMITED BY SIZE,
                 ',' BONUS-DISP DELIMITED BY SIZE,
                 ',' BONUS-NET-DISP DELIMITED BY SIZE,
                 ',"' EMPLOYEE-COMPANY-CODE DELIMITED BY SIZE,
                 '"' DELIMITED BY SIZE
               INTO WS-CSV-LINE
               DISPLAY WS-CSV-LINE
           ELSE
               MOVE SPACES TO DISP-LINE
               IF WS-BONUS-NET-TARGET > ZERO
      *            Grossed-up bonus shown beside the net it guarantees.
                   STRING EMPLOYEE-DEPARTMENT DELIMITED BY SIZE,
                     SPACE,
                     EMPLOYEE-LEVEL DELIMITED BY SIZE,
                     SPACE,
                     EMPLOYEE-LASTNAME DELIMITED BY SIZE,
                     SPACE,
                     EMPLOYEE-FIRSTNAME DELIMITED BY SIZE,
                     SPACE,
                     SALARY-DISP DELIMITED BY SIZE,
                     '  BONUS GROSSED UP ' DELIMITED BY SIZE,
                     BONUS-DISP DELIMITED BY SIZE,
                     ' FOR NET ' DELIMITED BY SIZE,
                     BONUS-NET-DISP DELIMITED BY SIZE
                   INTO DISP-LINE
               ELSE
                   STRING EMPLOYEE-DEPARTMENT DELIMITED BY SIZE,
                     SPACE,
                     EMPLOYEE-LEVEL DELIMITED BY SIZE,
                     SPACE,
                     EMPLOYEE-LASTNAME DELIMITED BY SIZE,
                     SPACE,
                     EMPLOYEE-FIRSTNAME DELIMITED BY SIZE,
                     SPACE,
                     SALARY-DISP DELIMITED BY SIZE
                   INTO DISP-LINE
               END-IF
               DISPLAY DISP-LINE
           END-IF.

           DISPLAY SPACE.
           DISPLAY 'GRAND TOTAL: ' SALARY-DISP.

       PRINT-COMPANY-TOTALS.
           DISPLAY SPACE.
           DISPLAY 'TOTALS BY COMPANY'.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                IF WS-CO-EMPLOYEES (WS-CO-IDX) > ZERO
                    MOVE WS-CO-TOTAL (WS-CO-IDX) TO SALARY-DISP
                    MOVE WS-CO-EMPLOYEES (WS-CO-IDX)
                      TO CO-EMPLOYEES-DISP
                    DISPLAY '  COMPANY ' WS-CO-CODE (WS-CO-IDX)
                        ' ' WS-CO-NAME (WS-CO-IDX)
                        ' EMPLOYEES: ' CO-EMPLOYEES-DISP
                        ' TOTAL: ' SALARY-DISP
                END-IF
           END-PERFORM.

       ADD-TO-COMPANY-TOTAL.
           SET WS-CO-NOT-FOUND TO TRUE.
           SET WS-CO-IDX TO 1.
           PERFORM UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND
                IF WS-CO-CODE (WS-CO-IDX) = EMPLOYEE-COMPANY-CODE
                   SET WS-CO-FOUND TO TRUE
                ELSE
                   SET WS-CO-IDX UP BY 1
                END-IF
           END-PERFORM.
           IF WS-CO-NOT-FOUND AND WS-CO-COUNT < 20
               ADD 1 TO WS-CO-COUNT
               SET WS-CO-IDX TO WS-CO-COUNT
               MOVE EMPLOYEE-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
               MOVE '*** NOT ON THE COMPANY FILE ***'
                 TO WS-CO-NAME (WS-CO-IDX)
               MOVE ZERO TO WS-CO-EMPLOYEES (WS-CO-IDX)
               MOVE ZERO TO WS-CO-TOTAL (WS-CO-IDX)
               SET WS-CO-FOUND TO TRUE
           END-IF.
           IF WS-CO-FOUND
               ADD 1 TO WS-CO-EMPLOYEES (WS-CO-IDX)
               ADD MONTHLY-SALARY TO WS-CO-TOTAL (WS-CO-IDX)
           END-IF.

       LOAD-COMPANY-TABLE.
           MOVE SPACES TO WS-CO-CODE (1).
           MOVE 'PAYROLL COMPANY' TO WS-CO-NAME (1).
           MOVE ZERO TO WS-CO-EMPLOYEES (1).
           MOVE ZERO TO WS-CO-TOTAL (1).
           OPEN INPUT COMPANY-IN.
           SET WS-CO-NOT-EOF TO TRUE.
           IF WS-FS4 NOT = '00'
               SET WS-CO-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-CO-EOF
                READ COMPANY-IN
                         AT END SET WS-CO-EOF TO TRUE
                     NOT AT END
                        PERFORM ADD-COMPANY-ENTRY
                END-READ
           END-PERFORM.
           IF WS-FS4 = '00' OR WS-FS4 = '10'
               CLOSE COMPANY-IN
           END-IF.

       ADD-COMPANY-ENTRY.
           IF CO-COMPANY-CODE = SPACES
               MOVE CO-COMPANY-NAME TO WS-CO-NAME (1)
           ELSE
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   SET WS-CO-IDX TO WS-CO-COUNT
                   MOVE CO-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
                   MOVE CO-COMPANY-NAME TO WS-CO-NAME (WS-CO-IDX)
                   MOVE ZERO TO WS-CO-EMPLOYEES (WS-CO-IDX)
                   MOVE ZERO TO WS-CO-TOTAL (WS-CO-IDX)
               END-IF
           END-IF.

       OPEN-AUDITLOG.
      *    Shared audit trail across RDEMPS/PAYROLL/LISTROLL - append
      *    if it already exists, create it on the very first run.
