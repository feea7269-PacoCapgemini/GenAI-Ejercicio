       IDENTIFICATION DIVISION.
       PROGRAM-ID. HRFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The HR system's daily change file - one record per hire,
      *    termination, rehire, job move, address, salary, pay
      *    frequency or company change keyed in HR that day.
           SELECT HR-CHANGE-IN
           ASSIGN TO HRCHG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

           SELECT HR-CHANGE-SORTED
           ASSIGN TO HRCHSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

           SELECT HR-CHANGE-SORT
           ASSIGN TO HRCHWORK.

      *    Current state of EMPLOYEE-TABLE, as extracted by RDEMPS in
      *    employee-id order.
           SELECT EMPLOYEE-IN
           ASSIGN TO EMPLOYEE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

      *    Legal-entity reference file - a company change may only
      *    name a company that is on it.
           SELECT OPTIONAL COMPANY-IN
           ASSIGN TO COMPANY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

      *    EMPMAINT transactions generated from the feed - the job
      *    hands this file to EMPMAINT as its MAINTTXN.
           SELECT MAINT-TXN-OUT
           ASSIGN TO HRMAINT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

           SELECT REJECT-REPORT-OUT
           ASSIGN TO HRREJRPT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

           SELECT MISMATCH-REPORT-OUT
           ASSIGN TO HRMISRPT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS8.

       DATA DIVISION.
       FILE SECTION.
       FD  HR-CHANGE-IN
           RECORD CONTAINS 200 CHARACTERS.
       01 HR-CHANGE-IN-REC         PIC X(200).

      *    HR change record.  Whatever the event, HR sends its full
      *    current view of the employee on every record - the event
      *    code says which part of it changed.  Blank or non-numeric
      *    fields are fields HR does not hold for the employee.
       FD  HR-CHANGE-SORTED
           RECORD CONTAINS 200 CHARACTERS.
       01 HR-CHANGE-REC.
          05 HRC-EVENT-CODE        PIC X(2).
             88 HRC-HIRE                  VALUE 'HI'.
             88 HRC-TERMINATION           VALUE 'TE'.
             88 HRC-REHIRE                VALUE 'RH'.
             88 HRC-JOB-CHANGE            VALUE 'JC'.
             88 HRC-ADDRESS-CHANGE        VALUE 'AD'.
             88 HRC-SALARY-CHANGE         VALUE 'SA'.
             88 HRC-FREQUENCY-CHANGE      VALUE 'PF'.
             88 HRC-COMPANY-CHANGE        VALUE 'CO'.
          05 HRC-EMPLOYEE-ID       PIC 9(6).
      *    Date the change takes effect in HR - the hire or
      *    termination date when the record has none of its own,
      *    and the effective date of a salary change.
          05 HRC-EFFECTIVE-DATE    PIC 9(8).
          05 HRC-LASTNAME          PIC X(20).
          05 HRC-FIRSTNAME         PIC X(20).
          05 HRC-DEPARTMENT        PIC X(10).
          05 HRC-LEVEL             PIC X(2).
          05 HRC-SALARY            PIC 9(7)V99.
          05 HRC-HIRE-DATE         PIC 9(8).
          05 HRC-TERM-DATE         PIC 9(8).
          05 HRC-PAY-FREQUENCY     PIC X(1).
             88 HRC-FREQ-VALID            VALUE 'W' 'B' 'M'.
          05 HRC-ADDRESS-LINE-1    PIC X(30).
          05 HRC-ADDRESS-LINE-2    PIC X(30).
          05 HRC-POSTAL-CODE       PIC X(10).
          05 HRC-TAX-JURISDICTION  PIC X(4).
          05 HRC-COMPANY-CODE      PIC X(2).
          05 FILLER                PIC X(30).

      *    Employee order, and within an employee the order HR wrote
      *    the changes in - a hire must reach EMPMAINT before the
      *    address that follows it.
       SD  HR-CHANGE-SORT
           RECORD CONTAINS 200 CHARACTERS.
       01 HR-CHANGE-SORT-REC.
          05 FILLER                PIC X(2).
          05 SORT-HRC-EMPLOYEE-ID  PIC X(6).
          05 FILLER                PIC X(192).

       FD  EMPLOYEE-IN
           RECORD CONTAINS 272 CHARACTERS.
       01 EMPLOYEE-RECORD.
           COPY EMPS-NO-01.

       FD  COMPANY-IN
           RECORD CONTAINS 100 CHARACTERS.
       01 COMPANY-REC.
           COPY COMPANY-CPY.

      *    EMPMAINT's transaction layout, field for field.
       FD  MAINT-TXN-OUT
           RECORD CONTAINS 84 CHARACTERS.
       01 MAINT-TXN-REC.
          05 TXN-TYPE              PIC X(1).
             88 TXN-IS-ADD                VALUE 'A'.
             88 TXN-IS-CHANGE              VALUE 'C'.
             88 TXN-IS-DEACTIVATE          VALUE 'D'.
             88 TXN-IS-REACTIVATE          VALUE 'R'.
             88 TXN-IS-FREQUENCY           VALUE 'F'.
             88 TXN-IS-ADDRESS             VALUE 'M'.
             88 TXN-IS-SALARY              VALUE 'S'.
             88 TXN-IS-COMPANY             VALUE 'E'.
          05 TXN-EMPLOYEE-ID       PIC 9(6).
          05 TXN-DATA.
             10 TXN-LASTNAME          PIC X(20).
             10 TXN-FIRSTNAME         PIC X(20).
             10 TXN-SALARY            PIC S9(7)V99.
             10 TXN-DEPARTMENT        PIC X(10).
             10 TXN-LEVEL             PIC X(2).
             10 TXN-HIRE-DATE         PIC 9(8).
             10 TXN-TERM-DATE         PIC 9(8).
          05 TXN-FREQ-DATA REDEFINES TXN-DATA.
             10 TXN-PAY-FREQUENCY     PIC X(1).
             10 FILLER                PIC X(76).
          05 TXN-ADDR-DATA REDEFINES TXN-DATA.
             10 TXN-ADDRESS-LINE-1    PIC X(30).
             10 TXN-ADDRESS-LINE-2    PIC X(30).
             10 TXN-POSTAL-CODE       PIC X(10).
             10 TXN-TAX-JURISDICTION  PIC X(4).
             10 FILLER                PIC X(3).
          05 TXN-SAL-DATA REDEFINES TXN-DATA.
             10 TXN-NEW-SALARY        PIC S9(7)V99.
             10 TXN-SAL-EFF-DATE      PIC 9(8).
             10 FILLER                PIC X(60).
          05 TXN-CO-DATA REDEFINES TXN-DATA.
             10 TXN-COMPANY-CODE      PIC X(2).
             10 FILLER                PIC X(75).

       FD  REJECT-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01 REJECT-REPORT-LINE       PIC X(132).

       FD  MISMATCH-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01 MISMATCH-REPORT-LINE     PIC X(132).

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC 9(02).
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC 9(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC X(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-EMP-EOF-SW PIC X(01).
             88 WS-EMP-EOF           VALUE 'Y'.
             88 WS-EMP-NOT-EOF       VALUE 'N'.
          05 WS-EMP-GOT-SW PIC X(01).
             88 WS-EMP-GOT           VALUE 'Y'.
             88 WS-EMP-NOT-GOT       VALUE 'N'.
          05 WS-RUN-REFUSED-SW PIC X(01) VALUE 'N'.
             88 WS-RUN-REFUSED       VALUE 'Y'.

       01 WS-RUN-DATE               PIC 9(8).

      *    Payroll's view of the employee whose HR changes are being
      *    worked - the extract row, moved along by every transaction
      *    generated for them so a second change in the same feed is
      *    checked against what EMPMAINT will have made of the first.
       01 WS-GROUP-EMPLOYEE-ID      PIC 9(6).
       01 WS-ON-FILE-SW             PIC X(01).
          88 WS-ON-FILE                    VALUE 'Y'.
          88 WS-NOT-ON-FILE                VALUE 'N'.
       01 CURRENT-EMPLOYEE-REC.
           COPY EMPS-NO-01.

      *    HR's department, level and salary from the last record of
      *    the employee's group - what the mismatch check compares.
       01 WS-HR-VIEW.
          05 WS-HR-NAME             PIC X(20).
          05 WS-HR-DEPARTMENT       PIC X(10).
          05 WS-HR-LEVEL            PIC X(2).
          05 WS-HR-SALARY           PIC 9(7)V99.
          05 WS-HR-SALARY-SW        PIC X(01).
             88 WS-HR-SALARY-HELD          VALUE 'Y'.
             88 WS-HR-SALARY-NOT-HELD      VALUE 'N'.
       01 WS-MISMATCH-FOUND-SW      PIC X(01).
          88 WS-MISMATCH-FOUND             VALUE 'Y'.
          88 WS-MISMATCH-NOT-FOUND         VALUE 'N'.

      *    Working fields for the change being mapped.
       01 WS-EVENT-DATE             PIC 9(8).
       01 WS-CHECK-DATE             PIC 9(8).
       01 WS-DATE-OK-SW             PIC X(01).
          88 WS-DATE-OK                    VALUE 'Y'.
          88 WS-DATE-NOT-OK                VALUE 'N'.
       01 WS-REJECT-REASON          PIC X(60).
       01 WS-NEW-LASTNAME           PIC X(20).
       01 WS-NEW-FIRSTNAME          PIC X(20).
       01 WS-NEW-DEPARTMENT         PIC X(10).
       01 WS-NEW-LEVEL              PIC X(2).
       01 WS-NEW-JURISDICTION       PIC X(4).

      *    Company codes on the COMPANY reference file, loaded once.
      *    The home company (blank code) is always valid, file or
      *    no file.
       01 WS-CO-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES INDEXED BY WS-CO-IDX.
             10 WS-CO-CODE              PIC X(2).
       01 WS-CO-EOF-SW              PIC X(01).
          88 WS-CO-EOF                     VALUE 'Y'.
          88 WS-CO-NOT-EOF                 VALUE 'N'.
       01 WS-CO-FOUND-SW            PIC X(01).
          88 WS-CO-FOUND                   VALUE 'Y'.
          88 WS-CO-NOT-FOUND               VALUE 'N'.

       01 WS-COUNTS.
          05 WS-INPUT-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-TXN-COUNT           PIC 9(8) VALUE ZERO.
          05 WS-REJECT-COUNT        PIC 9(8) VALUE ZERO.
          05 WS-IN-STEP-COUNT       PIC 9(8) VALUE ZERO.
          05 WS-MISMATCH-COUNT      PIC 9(8) VALUE ZERO.
          05 WS-ADD-COUNT           PIC 9(8) VALUE ZERO.
          05 WS-CHANGE-COUNT        PIC 9(8) VALUE ZERO.
          05 WS-DEACTIVATE-COUNT    PIC 9(8) VALUE ZERO.
          05 WS-REACTIVATE-COUNT    PIC 9(8) VALUE ZERO.
          05 WS-FREQUENCY-COUNT     PIC 9(8) VALUE ZERO.
          05 WS-ADDRESS-COUNT       PIC 9(8) VALUE ZERO.
          05 WS-SALARY-COUNT        PIC 9(8) VALUE ZERO.
          05 WS-COMPANY-COUNT       PIC 9(8) VALUE ZERO.

       01 WS-REJECT-TITLE.
          05 FILLER                 PIC X(33)
                         VALUE 'HR FEED REJECTS - CHANGES NOT SEN'.
          05 FILLER                 PIC X(22)
                         VALUE 'T TO EMPMAINT     RUN '.
          05 RTL-RUN-DATE           PIC 9(8).
          05 FILLER                 PIC X(69) VALUE SPACES.

       01 WS-REJECT-HEADING.
          05 FILLER                 PIC X(33)
                         VALUE ' EMP-ID EVENT EFFECTIVE NAME     '.
          05 FILLER                 PIC X(33)
                         VALUE '            REASON               '.
          05 FILLER                 PIC X(33) VALUE SPACES.
          05 FILLER                 PIC X(33) VALUE SPACES.

       01 WS-REJECT-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 REJ-EMPLOYEE-ID        PIC X(6).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 REJ-EVENT-CODE         PIC X(2).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 REJ-EFFECTIVE-DATE     PIC X(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 REJ-NAME               PIC X(20).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 REJ-REASON             PIC X(60).
          05 FILLER                 PIC X(27) VALUE SPACES.

       01 WS-MISMATCH-TITLE.
          05 FILLER                 PIC X(33)
                         VALUE 'HR / PAYROLL MISMATCHES - DEPARTM'.
          05 FILLER                 PIC X(28)
                         VALUE 'ENT, LEVEL AND SALARY   RUN '.
          05 MTL-RUN-DATE           PIC 9(8).
          05 FILLER                 PIC X(63) VALUE SPACES.

       01 WS-MISMATCH-HEADING.
          05 FILLER                 PIC X(33)
                         VALUE ' EMP-ID NAME                 FIEL'.
          05 FILLER                 PIC X(33)
                         VALUE 'D        HR                      '.
          05 FILLER                 PIC X(33)
                         VALUE '       PAYROLL                   '.
          05 FILLER                 PIC X(33) VALUE SPACES.

       01 WS-MISMATCH-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 MIS-EMPLOYEE-ID        PIC 9(6).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 MIS-NAME               PIC X(20).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 MIS-FIELD              PIC X(12).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 MIS-HR-VALUE           PIC X(30).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 MIS-PAYROLL-VALUE      PIC X(30).
          05 FILLER                 PIC X(29) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 CNT-LABEL              PIC X(44).
          05 CNT-VALUE              PIC ZZZZZZZ9.
          05 FILLER                 PIC X(77) VALUE SPACES.

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01 COUNT-DISP                PIC ZZZZZZZ9.
       01 SALARY-DISP               PIC Z(6)9.99.

       PROCEDURE DIVISION.

       OPEN-FILES.
      *    Turns the HR system's daily changes into EMPMAINT
      *    transactions instead of having them rekeyed.  Each change
      *    is checked against the employee's current state first -
      *    what cannot be mapped goes to the reject report, and
      *    where HR and payroll still disagree on department, level
      *    or salary afterwards the employee goes on the mismatch
      *    report.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-AUDITLOG.
           OPEN INPUT HR-CHANGE-IN.
           IF WS-FS1 NOT = '00'
               DISPLAY 'HRFEED: HR CHANGE FILE HRCHG NOT FOUND - '
                   'STATUS ' WS-FS1 ' - NO TRANSACTIONS GENERATED'
               PERFORM REFUSE-RUN
           END-IF.
           CLOSE HR-CHANGE-IN.
           OPEN INPUT EMPLOYEE-IN.
           IF WS-FS3 NOT = '00'
               DISPLAY 'HRFEED: EMPLOYEE EXTRACT NOT FOUND - STATUS '
                   WS-FS3 ' - CANNOT CHECK THE FEED, NOTHING '
                   'GENERATED'
               PERFORM REFUSE-RUN
           END-IF.
           PERFORM LOAD-COMPANY-CODES.

           SORT HR-CHANGE-SORT
               ON ASCENDING KEY SORT-HRC-EMPLOYEE-ID
               WITH DUPLICATES IN ORDER
               USING HR-CHANGE-IN
               GIVING HR-CHANGE-SORTED.

           OPEN INPUT HR-CHANGE-SORTED.
           OPEN OUTPUT MAINT-TXN-OUT.
           OPEN OUTPUT REJECT-REPORT-OUT.
           OPEN OUTPUT MISMATCH-REPORT-OUT.
           PERFORM WRITE-REPORT-HEADINGS.

           SET WS-EMP-NOT-EOF TO TRUE.
           PERFORM READ-NEXT-EMPLOYEE.
           SET WS-NOT-EOF TO TRUE.
           PERFORM READ-NEXT-HR-CHANGE.
           PERFORM PROCESS-HR-GROUP UNTIL WS-EOF.

           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE HR-CHANGE-SORTED.
           CLOSE EMPLOYEE-IN.
           CLOSE MAINT-TXN-OUT.
           CLOSE REJECT-REPORT-OUT.
           CLOSE MISMATCH-REPORT-OUT.

       CLOSE-FILES.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           IF WS-REJECT-COUNT > ZERO OR WS-MISMATCH-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       REFUSE-RUN.
           SET WS-RUN-REFUSED TO TRUE.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       PROCESS-HR-GROUP.
      *    All of one employee's changes, against where the extract
      *    (and the transactions already generated for them) leave
      *    the employee.  An id that is not a number belongs to
      *    nobody and is rejected on its own.
           IF HRC-EMPLOYEE-ID NOT NUMERIC
               MOVE 'EMPLOYEE ID IS NOT NUMERIC' TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
               PERFORM READ-NEXT-HR-CHANGE
           ELSE
               MOVE HRC-EMPLOYEE-ID TO WS-GROUP-EMPLOYEE-ID
               PERFORM READ-NEXT-EMPLOYEE
                   UNTIL WS-EMP-EOF
                      OR EMPLOYEE-ID OF EMPLOYEE-RECORD
                           >= WS-GROUP-EMPLOYEE-ID
               IF WS-EMP-NOT-EOF
                     AND EMPLOYEE-ID OF EMPLOYEE-RECORD
                           = WS-GROUP-EMPLOYEE-ID
                   SET WS-ON-FILE TO TRUE
                   MOVE EMPLOYEE-RECORD TO CURRENT-EMPLOYEE-REC
               ELSE
                   SET WS-NOT-ON-FILE TO TRUE
                   INITIALIZE CURRENT-EMPLOYEE-REC
               END-IF
               PERFORM MAP-HR-CHANGE
                   UNTIL WS-EOF
                      OR HRC-EMPLOYEE-ID NOT NUMERIC
                      OR HRC-EMPLOYEE-ID NOT = WS-GROUP-EMPLOYEE-ID
               IF WS-ON-FILE
                   PERFORM CHECK-PAYROLL-MISMATCH
               END-IF
           END-IF.

       MAP-HR-CHANGE.
           MOVE HRC-LASTNAME TO WS-HR-NAME.
           MOVE HRC-DEPARTMENT TO WS-HR-DEPARTMENT.
           MOVE HRC-LEVEL TO WS-HR-LEVEL.
           IF HRC-SALARY IS NUMERIC AND HRC-SALARY > ZERO
               MOVE HRC-SALARY TO WS-HR-SALARY
               SET WS-HR-SALARY-HELD TO TRUE
           ELSE
               SET WS-HR-SALARY-NOT-HELD TO TRUE
           END-IF.
           EVALUATE TRUE
               WHEN HRC-HIRE
                   PERFORM MAP-HIRE
               WHEN HRC-TERMINATION
                   PERFORM MAP-TERMINATION
               WHEN HRC-REHIRE
                   PERFORM MAP-REHIRE
               WHEN HRC-JOB-CHANGE
                   PERFORM MAP-JOB-CHANGE
               WHEN HRC-ADDRESS-CHANGE
                   PERFORM MAP-ADDRESS-CHANGE
               WHEN HRC-SALARY-CHANGE
                   PERFORM MAP-SALARY-CHANGE
               WHEN HRC-FREQUENCY-CHANGE
                   PERFORM MAP-FREQUENCY-CHANGE
               WHEN HRC-COMPANY-CHANGE
                   PERFORM MAP-COMPANY-CHANGE
               WHEN OTHER
                   MOVE 'UNKNOWN HR EVENT CODE' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
           END-EVALUATE.
           PERFORM READ-NEXT-HR-CHANGE.

       MAP-HIRE.
      *    New hire - an 'A', then whatever the add record has no
      *    room for: an 'F' unless HR pays monthly, an 'M' for the
      *    address and an 'E' off the home company.  Everything is
      *    checked before anything is written, so a hire goes over
      *    whole or not at all.
           MOVE ZERO TO WS-EVENT-DATE.
           IF HRC-HIRE-DATE IS NUMERIC AND HRC-HIRE-DATE > ZERO
               MOVE HRC-HIRE-DATE TO WS-EVENT-DATE
           ELSE
               IF HRC-EFFECTIVE-DATE IS NUMERIC
                   MOVE HRC-EFFECTIVE-DATE TO WS-EVENT-DATE
               END-IF
           END-IF.
           MOVE WS-EVENT-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE.
           PERFORM FIND-COMPANY-CODE.
           EVALUATE TRUE
               WHEN WS-ON-FILE
                    AND EMPLOYEE-TERM-DATE OF CURRENT-EMPLOYEE-REC
                          > ZERO
                   MOVE 'ON PAYROLL AS A LEAVER - SEND AS A REHIRE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-ON-FILE
                   MOVE 'ALREADY ON PAYROLL - HIRE NOT ADDED'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN HRC-LASTNAME = SPACES OR HRC-DEPARTMENT = SPACES
                   MOVE 'HIRE WITHOUT A NAME OR DEPARTMENT'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-HR-SALARY-NOT-HELD
                   MOVE 'HIRE WITHOUT A SALARY' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-DATE-NOT-OK
                   MOVE 'HIRE WITHOUT A VALID HIRE DATE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN HRC-PAY-FREQUENCY NOT = SPACE
                    AND NOT HRC-FREQ-VALID
                   MOVE 'PAY FREQUENCY NOT W/B/M' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-CO-NOT-FOUND
                   MOVE 'COMPANY CODE NOT ON THE COMPANY FILE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM START-TRANSACTION
                   SET TXN-IS-ADD TO TRUE
                   MOVE HRC-LASTNAME TO TXN-LASTNAME
                   MOVE HRC-FIRSTNAME TO TXN-FIRSTNAME
                   MOVE HRC-SALARY TO TXN-SALARY
                   MOVE HRC-DEPARTMENT TO TXN-DEPARTMENT
                   MOVE HRC-LEVEL TO TXN-LEVEL
                   MOVE WS-EVENT-DATE TO TXN-HIRE-DATE
                   MOVE ZERO TO TXN-TERM-DATE
                   PERFORM WRITE-TRANSACTION
                   ADD 1 TO WS-ADD-COUNT
                   SET WS-ON-FILE TO TRUE
                   MOVE 'D' TO EMPLOYEE-REC-TYPE OF
                                   CURRENT-EMPLOYEE-REC
                   MOVE WS-GROUP-EMPLOYEE-ID TO EMPLOYEE-ID OF
                                   CURRENT-EMPLOYEE-REC
                   MOVE HRC-LASTNAME TO EMPLOYEE-LASTNAME OF
                                   CURRENT-EMPLOYEE-REC
                   MOVE HRC-FIRSTNAME TO EMPLOYEE-FIRSTNAME OF
                                   CURRENT-EMPLOYEE-REC
                   MOVE HRC-SALARY TO EMPLOYEE-SALARY OF
                                   CURRENT-EMPLOYEE-REC
                   MOVE HRC-DEPARTMENT TO EMPLOYEE-DEPARTMENT OF
                                   CURRENT-EMPLOYEE-REC
                   MOVE HRC-LEVEL TO EMPLOYEE-LEVEL OF
                                   CURRENT-EMPLOYEE-REC
                   MOVE WS-EVENT-DATE TO EMPLOYEE-HIRE-DATE OF
                                   CURRENT-EMPLOYEE-REC
                   MOVE 'M' TO EMPLOYEE-PAY-FREQUENCY OF
                                   CURRENT-EMPLOYEE-REC
                   IF HRC-PAY-FREQUENCY = 'W' OR 'B'
                       PERFORM GENERATE-FREQUENCY
                   END-IF
                   IF HRC-ADDRESS-LINE-1 NOT = SPACES
                       MOVE HRC-TAX-JURISDICTION TO WS-NEW-JURISDICTION
                       PERFORM GENERATE-ADDRESS
                   END-IF
                   IF HRC-COMPANY-CODE NOT = SPACES
                       PERFORM GENERATE-COMPANY
                   END-IF
           END-EVALUATE.

       MAP-TERMINATION.
           MOVE ZERO TO WS-EVENT-DATE.
           IF HRC-TERM-DATE IS NUMERIC AND HRC-TERM-DATE > ZERO
               MOVE HRC-TERM-DATE TO WS-EVENT-DATE
           ELSE
               IF HRC-EFFECTIVE-DATE IS NUMERIC
                   MOVE HRC-EFFECTIVE-DATE TO WS-EVENT-DATE
               END-IF
           END-IF.
           MOVE WS-EVENT-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE.
           EVALUATE TRUE
               WHEN WS-NOT-ON-FILE
                   MOVE 'NOT ON PAYROLL - NOTHING TO TERMINATE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-DATE-NOT-OK
                   MOVE 'TERMINATION WITHOUT A VALID DATE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN EMPLOYEE-TERM-DATE OF CURRENT-EMPLOYEE-REC
                      > ZERO
                   MOVE 'ALREADY TERMINATED ON PAYROLL'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-EVENT-DATE <
                      EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC
                   MOVE 'TERMINATION DATE BEFORE THE HIRE DATE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM START-TRANSACTION
                   SET TXN-IS-DEACTIVATE TO TRUE
                   MOVE ZERO TO TXN-SALARY
                   MOVE ZERO TO TXN-HIRE-DATE
                   MOVE WS-EVENT-DATE TO TXN-TERM-DATE
                   PERFORM WRITE-TRANSACTION
                   ADD 1 TO WS-DEACTIVATE-COUNT
                   MOVE WS-EVENT-DATE TO EMPLOYEE-TERM-DATE OF
                                   CURRENT-EMPLOYEE-REC
           END-EVALUATE.

       MAP-REHIRE.
      *    EMPMAINT's reactivate clears the termination and nothing
      *    else - a new salary or department on rehire comes over
      *    as its own change, or shows on the mismatch report.
           EVALUATE TRUE
               WHEN WS-NOT-ON-FILE
                   MOVE 'NOT ON PAYROLL - SEND AS A HIRE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN EMPLOYEE-TERM-DATE OF CURRENT-EMPLOYEE-REC
                      = ZERO
                   MOVE 'NOT TERMINATED ON PAYROLL - NOTHING TO REHIRE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   PERFORM START-TRANSACTION
                   SET TXN-IS-REACTIVATE TO TRUE
                   PERFORM WRITE-TRANSACTION
                   ADD 1 TO WS-REACTIVATE-COUNT
                   MOVE ZERO TO EMPLOYEE-TERM-DATE OF
                                   CURRENT-EMPLOYEE-REC
           END-EVALUATE.

       MAP-JOB-CHANGE.
      *    Department, level or name.  EMPMAINT's 'C' sets the
      *    salary too, so it carries payroll's current salary - a
      *    pay change comes over as an 'S' with its own effective
      *    date, never as a side effect of a move.  Whatever HR
      *    leaves blank stays as payroll has it.
           IF WS-NOT-ON-FILE
               MOVE 'NOT ON PAYROLL - NOTHING TO CHANGE'
                 TO WS-REJECT-REASON
               PERFORM WRITE-REJECT
           ELSE
               MOVE EMPLOYEE-LASTNAME OF CURRENT-EMPLOYEE-REC
                 TO WS-NEW-LASTNAME
               MOVE EMPLOYEE-FIRSTNAME OF CURRENT-EMPLOYEE-REC
                 TO WS-NEW-FIRSTNAME
               MOVE EMPLOYEE-DEPARTMENT OF CURRENT-EMPLOYEE-REC
                 TO WS-NEW-DEPARTMENT
               MOVE EMPLOYEE-LEVEL OF CURRENT-EMPLOYEE-REC
                 TO WS-NEW-LEVEL
               IF HRC-LASTNAME NOT = SPACES
                   MOVE HRC-LASTNAME TO WS-NEW-LASTNAME
               END-IF
               IF HRC-FIRSTNAME NOT = SPACES
                   MOVE HRC-FIRSTNAME TO WS-NEW-FIRSTNAME
               END-IF
               IF HRC-DEPARTMENT NOT = SPACES
                   MOVE HRC-DEPARTMENT TO WS-NEW-DEPARTMENT
               END-IF
               IF HRC-LEVEL NOT = SPACES
                   MOVE HRC-LEVEL TO WS-NEW-LEVEL
               END-IF
               IF WS-NEW-LASTNAME =
                      EMPLOYEE-LASTNAME OF CURRENT-EMPLOYEE-REC
                    AND WS-NEW-FIRSTNAME =
                      EMPLOYEE-FIRSTNAME OF CURRENT-EMPLOYEE-REC
                    AND WS-NEW-DEPARTMENT =
                      EMPLOYEE-DEPARTMENT OF CURRENT-EMPLOYEE-REC
                    AND WS-NEW-LEVEL =
                      EMPLOYEE-LEVEL OF CURRENT-EMPLOYEE-REC
                   ADD 1 TO WS-IN-STEP-COUNT
               ELSE
                   PERFORM START-TRANSACTION
                   SET TXN-IS-CHANGE TO TRUE
                   MOVE WS-NEW-LASTNAME TO TXN-LASTNAME
                   MOVE WS-NEW-FIRSTNAME TO TXN-FIRSTNAME
                   MOVE EMPLOYEE-SALARY OF CURRENT-EMPLOYEE-REC
                     TO TXN-SALARY
                   MOVE WS-NEW-DEPARTMENT TO TXN-DEPARTMENT
                   MOVE WS-NEW-LEVEL TO TXN-LEVEL
                   MOVE EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC
                     TO TXN-HIRE-DATE
                   MOVE EMPLOYEE-TERM-DATE OF CURRENT-EMPLOYEE-REC
                     TO TXN-TERM-DATE
                   PERFORM WRITE-TRANSACTION
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE WS-NEW-LASTNAME TO EMPLOYEE-LASTNAME OF
                                   CURRENT-EMPLOYEE-REC
                   MOVE WS-NEW-FIRSTNAME TO EMPLOYEE-FIRSTNAME OF
                                   CURRENT-EMPLOYEE-REC
                   MOVE WS-NEW-DEPARTMENT TO EMPLOYEE-DEPARTMENT OF
                                   CURRENT-EMPLOYEE-REC
                   MOVE WS-NEW-LEVEL TO EMPLOYEE-LEVEL OF
                                   CURRENT-EMPLOYEE-REC
               END-IF
           END-IF.

       MAP-ADDRESS-CHANGE.
      *    EMPMAINT's 'M' replaces address and jurisdiction
      *    together; HR does not always hold the jurisdiction, so a
      *    blank one keeps payroll's.
           EVALUATE TRUE
               WHEN WS-NOT-ON-FILE
                   MOVE 'NOT ON PAYROLL - NO ADDRESS TO CHANGE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN HRC-ADDRESS-LINE-1 = SPACES
                   MOVE 'ADDRESS CHANGE WITHOUT AN ADDRESS'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN OTHER
                   MOVE HRC-TAX-JURISDICTION TO WS-NEW-JURISDICTION
                   IF WS-NEW-JURISDICTION = SPACES
                       MOVE EMPLOYEE-TAX-JURISDICTION OF
                            CURRENT-EMPLOYEE-REC TO WS-NEW-JURISDICTION
                   END-IF
                   IF HRC-ADDRESS-LINE-1 =
                          EMPLOYEE-ADDRESS-LINE-1 OF
                          CURRENT-EMPLOYEE-REC
                        AND HRC-ADDRESS-LINE-2 =
                          EMPLOYEE-ADDRESS-LINE-2 OF
                          CURRENT-EMPLOYEE-REC
                        AND HRC-POSTAL-CODE =
                          EMPLOYEE-POSTAL-CODE OF CURRENT-EMPLOYEE-REC
                        AND WS-NEW-JURISDICTION =
                          EMPLOYEE-TAX-JURISDICTION OF
                          CURRENT-EMPLOYEE-REC
                       ADD 1 TO WS-IN-STEP-COUNT
                   ELSE
                       PERFORM GENERATE-ADDRESS
                   END-IF
           END-EVALUATE.

       MAP-SALARY-CHANGE.
           IF HRC-EFFECTIVE-DATE IS NUMERIC
               MOVE HRC-EFFECTIVE-DATE TO WS-EVENT-DATE
           ELSE
               MOVE ZERO TO WS-EVENT-DATE
           END-IF.
           MOVE WS-EVENT-DATE TO WS-CHECK-DATE.
           PERFORM CHECK-DATE.
           EVALUATE TRUE
               WHEN WS-NOT-ON-FILE
                   MOVE 'NOT ON PAYROLL - NO SALARY TO CHANGE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-HR-SALARY-NOT-HELD
                   MOVE 'SALARY CHANGE WITHOUT A NEW SALARY'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-DATE-NOT-OK
                   MOVE 'SALARY CHANGE WITHOUT A VALID EFFECTIVE DATE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-EVENT-DATE <
                      EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC
                   MOVE 'SALARY EFFECTIVE BEFORE THE HIRE DATE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN HRC-SALARY =
                      EMPLOYEE-SALARY OF CURRENT-EMPLOYEE-REC
                   ADD 1 TO WS-IN-STEP-COUNT
               WHEN OTHER
                   PERFORM START-TRANSACTION
                   SET TXN-IS-SALARY TO TRUE
                   MOVE HRC-SALARY TO TXN-NEW-SALARY
                   MOVE WS-EVENT-DATE TO TXN-SAL-EFF-DATE
                   PERFORM WRITE-TRANSACTION
                   ADD 1 TO WS-SALARY-COUNT
                   MOVE HRC-SALARY TO EMPLOYEE-SALARY OF
                                   CURRENT-EMPLOYEE-REC
           END-EVALUATE.

       MAP-FREQUENCY-CHANGE.
           EVALUATE TRUE
               WHEN WS-NOT-ON-FILE
                   MOVE 'NOT ON PAYROLL - NO FREQUENCY TO CHANGE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN NOT HRC-FREQ-VALID
                   MOVE 'PAY FREQUENCY NOT W/B/M' TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN HRC-PAY-FREQUENCY =
                      EMPLOYEE-PAY-FREQUENCY OF CURRENT-EMPLOYEE-REC
                 OR (HRC-PAY-FREQUENCY = 'M'
                    AND EMPLOYEE-PAY-FREQUENCY OF
                          CURRENT-EMPLOYEE-REC = SPACE)
                   ADD 1 TO WS-IN-STEP-COUNT
               WHEN OTHER
                   PERFORM GENERATE-FREQUENCY
           END-EVALUATE.

       MAP-COMPANY-CHANGE.
           PERFORM FIND-COMPANY-CODE.
           EVALUATE TRUE
               WHEN WS-NOT-ON-FILE
                   MOVE 'NOT ON PAYROLL - NO COMPANY TO CHANGE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN WS-CO-NOT-FOUND
                   MOVE 'COMPANY CODE NOT ON THE COMPANY FILE'
                     TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT
               WHEN HRC-COMPANY-CODE =
                      EMPLOYEE-COMPANY-CODE OF CURRENT-EMPLOYEE-REC
                   ADD 1 TO WS-IN-STEP-COUNT
               WHEN OTHER
                   PERFORM GENERATE-COMPANY
           END-EVALUATE.

       GENERATE-FREQUENCY.
           PERFORM START-TRANSACTION.
           SET TXN-IS-FREQUENCY TO TRUE.
           MOVE HRC-PAY-FREQUENCY TO TXN-PAY-FREQUENCY.
           PERFORM WRITE-TRANSACTION.
           ADD 1 TO WS-FREQUENCY-COUNT.
           MOVE HRC-PAY-FREQUENCY TO EMPLOYEE-PAY-FREQUENCY OF
                                   CURRENT-EMPLOYEE-REC.

       GENERATE-ADDRESS.
      *    EMPMAINT's address transaction is 'M' - its 'R' is the
      *    reactivate a rehire maps to.
           PERFORM START-TRANSACTION.
           SET TXN-IS-ADDRESS TO TRUE.
           MOVE HRC-ADDRESS-LINE-1 TO TXN-ADDRESS-LINE-1.
           MOVE HRC-ADDRESS-LINE-2 TO TXN-ADDRESS-LINE-2.
           MOVE HRC-POSTAL-CODE TO TXN-POSTAL-CODE.
           MOVE WS-NEW-JURISDICTION TO TXN-TAX-JURISDICTION.
           PERFORM WRITE-TRANSACTION.
           ADD 1 TO WS-ADDRESS-COUNT.
           MOVE HRC-ADDRESS-LINE-1 TO EMPLOYEE-ADDRESS-LINE-1 OF
                                   CURRENT-EMPLOYEE-REC.
           MOVE HRC-ADDRESS-LINE-2 TO EMPLOYEE-ADDRESS-LINE-2 OF
                                   CURRENT-EMPLOYEE-REC.
           MOVE HRC-POSTAL-CODE TO EMPLOYEE-POSTAL-CODE OF
                                   CURRENT-EMPLOYEE-REC.
           MOVE WS-NEW-JURISDICTION TO EMPLOYEE-TAX-JURISDICTION OF
                                   CURRENT-EMPLOYEE-REC.

       GENERATE-COMPANY.
           PERFORM START-TRANSACTION.
           SET TXN-IS-COMPANY TO TRUE.
           MOVE HRC-COMPANY-CODE TO TXN-COMPANY-CODE.
           PERFORM WRITE-TRANSACTION.
           ADD 1 TO WS-COMPANY-COUNT.
           MOVE HRC-COMPANY-CODE TO EMPLOYEE-COMPANY-CODE OF
                                   CURRENT-EMPLOYEE-REC.

       START-TRANSACTION.
           MOVE SPACES TO MAINT-TXN-REC.
           MOVE WS-GROUP-EMPLOYEE-ID TO TXN-EMPLOYEE-ID.

       WRITE-TRANSACTION.
           WRITE MAINT-TXN-REC.
           ADD 1 TO WS-TXN-COUNT.

       CHECK-PAYROLL-MISMATCH.
      *    HR's department, level and salary as its last record for
      *    the employee gave them, against payroll once this run's
      *    transactions are applied.  What HR does not hold is not a
      *    difference.
           SET WS-MISMATCH-NOT-FOUND TO TRUE.
           MOVE WS-GROUP-EMPLOYEE-ID TO MIS-EMPLOYEE-ID.
           MOVE EMPLOYEE-LASTNAME OF CURRENT-EMPLOYEE-REC TO MIS-NAME.
           IF MIS-NAME = SPACES
               MOVE WS-HR-NAME TO MIS-NAME
           END-IF.
           IF WS-HR-DEPARTMENT NOT = SPACES
                 AND WS-HR-DEPARTMENT NOT =
                       EMPLOYEE-DEPARTMENT OF CURRENT-EMPLOYEE-REC
               MOVE 'DEPARTMENT' TO MIS-FIELD
               MOVE WS-HR-DEPARTMENT TO MIS-HR-VALUE
               MOVE EMPLOYEE-DEPARTMENT OF CURRENT-EMPLOYEE-REC
                 TO MIS-PAYROLL-VALUE
               PERFORM WRITE-MISMATCH
           END-IF.
           IF WS-HR-LEVEL NOT = SPACES
                 AND WS-HR-LEVEL NOT =
                       EMPLOYEE-LEVEL OF CURRENT-EMPLOYEE-REC
               MOVE 'LEVEL' TO MIS-FIELD
               MOVE WS-HR-LEVEL TO MIS-HR-VALUE
               MOVE EMPLOYEE-LEVEL OF CURRENT-EMPLOYEE-REC
                 TO MIS-PAYROLL-VALUE
               PERFORM WRITE-MISMATCH
           END-IF.
           IF WS-HR-SALARY-HELD
                 AND WS-HR-SALARY NOT =
                       EMPLOYEE-SALARY OF CURRENT-EMPLOYEE-REC
               MOVE 'SALARY' TO MIS-FIELD
               MOVE WS-HR-SALARY TO SALARY-DISP
               MOVE SALARY-DISP TO MIS-HR-VALUE
               MOVE EMPLOYEE-SALARY OF CURRENT-EMPLOYEE-REC
                 TO SALARY-DISP
               MOVE SALARY-DISP TO MIS-PAYROLL-VALUE
               PERFORM WRITE-MISMATCH
           END-IF.
           IF WS-MISMATCH-FOUND
               ADD 1 TO WS-MISMATCH-COUNT
           END-IF.

       WRITE-MISMATCH.
           WRITE MISMATCH-REPORT-LINE FROM WS-MISMATCH-LINE.
           SET WS-MISMATCH-FOUND TO TRUE.

       WRITE-REJECT.
           MOVE HRC-EMPLOYEE-ID TO REJ-EMPLOYEE-ID.
           MOVE HRC-EVENT-CODE TO REJ-EVENT-CODE.
           MOVE HRC-EFFECTIVE-DATE TO REJ-EFFECTIVE-DATE.
           MOVE HRC-LASTNAME TO REJ-NAME.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE REJECT-REPORT-LINE FROM WS-REJECT-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       CHECK-DATE.
           SET WS-DATE-NOT-OK TO TRUE.
           IF WS-CHECK-DATE > ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) = ZERO
                   SET WS-DATE-OK TO TRUE
               END-IF
           END-IF.

       READ-NEXT-HR-CHANGE.
           READ HR-CHANGE-SORTED
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-INPUT-COUNT
           END-READ.

       READ-NEXT-EMPLOYEE.
      *    Skips the RDEMPS trailer and any other non-detail rows.
           SET WS-EMP-NOT-GOT TO TRUE.
           PERFORM UNTIL WS-EMP-EOF OR WS-EMP-GOT
                READ EMPLOYEE-IN
                         AT END SET WS-EMP-EOF TO TRUE
                     NOT AT END
                        IF EMPLOYEE-REC-TYPE OF EMPLOYEE-RECORD = 'D'
                           SET WS-EMP-GOT TO TRUE
                        END-IF
                END-READ
           END-PERFORM.

       FIND-COMPANY-CODE.
           SET WS-CO-NOT-FOUND TO TRUE.
           IF HRC-COMPANY-CODE = SPACES
               SET WS-CO-FOUND TO TRUE
           END-IF.
           SET WS-CO-IDX TO 1.
           PERFORM UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND
                IF WS-CO-CODE (WS-CO-IDX) = HRC-COMPANY-CODE
                   SET WS-CO-FOUND TO TRUE
                ELSE
                   SET WS-CO-IDX UP BY 1
                END-IF
           END-PERFORM.

       LOAD-COMPANY-CODES.
           OPEN INPUT COMPANY-IN.
           SET WS-CO-NOT-EOF TO TRUE.
           IF WS-FS4 NOT = '00'
               SET WS-CO-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-CO-EOF
                READ COMPANY-IN
                         AT END SET WS-CO-EOF TO TRUE
                     NOT AT END
                        IF WS-CO-COUNT < 20
                           ADD 1 TO WS-CO-COUNT
                           SET WS-CO-IDX TO WS-CO-COUNT
                           MOVE CO-COMPANY-CODE
                             TO WS-CO-CODE (WS-CO-IDX)
                        ELSE
                           DISPLAY 'HRFEED: COMPANY TABLE FULL - '
                               'CODE ' CO-COMPANY-CODE ' OMITTED'
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS4 = '00' OR WS-FS4 = '10'
               CLOSE COMPANY-IN
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE WS-RUN-DATE TO RTL-RUN-DATE.
           WRITE REJECT-REPORT-LINE FROM WS-REJECT-TITLE.
           WRITE REJECT-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REJECT-REPORT-LINE FROM WS-REJECT-HEADING.
           MOVE WS-RUN-DATE TO MTL-RUN-DATE.
           WRITE MISMATCH-REPORT-LINE FROM WS-MISMATCH-TITLE.
           WRITE MISMATCH-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE MISMATCH-REPORT-LINE FROM WS-MISMATCH-HEADING.

       WRITE-REPORT-SUMMARY.
           WRITE REJECT-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'HR CHANGE RECORDS READ' TO CNT-LABEL.
           MOVE WS-INPUT-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'TRANSACTIONS GENERATED' TO CNT-LABEL.
           MOVE WS-TXN-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  A - ADD' TO CNT-LABEL.
           MOVE WS-ADD-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  C - CHANGE' TO CNT-LABEL.
           MOVE WS-CHANGE-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  D - DEACTIVATE' TO CNT-LABEL.
           MOVE WS-DEACTIVATE-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  R - REACTIVATE' TO CNT-LABEL.
           MOVE WS-REACTIVATE-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  F - PAY FREQUENCY' TO CNT-LABEL.
           MOVE WS-FREQUENCY-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  M - ADDRESS' TO CNT-LABEL.
           MOVE WS-ADDRESS-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  S - SALARY' TO CNT-LABEL.
           MOVE WS-SALARY-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  E - COMPANY' TO CNT-LABEL.
           MOVE WS-COMPANY-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'CHANGES PAYROLL ALREADY HAD' TO CNT-LABEL.
           MOVE WS-IN-STEP-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'REJECTED' TO CNT-LABEL.
           MOVE WS-REJECT-COUNT TO CNT-VALUE.
           WRITE REJECT-REPORT-LINE FROM WS-COUNT-LINE.
           WRITE MISMATCH-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'EMPLOYEES WITH A MISMATCH' TO CNT-LABEL.
           MOVE WS-MISMATCH-COUNT TO CNT-VALUE.
           WRITE MISMATCH-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE WS-TXN-COUNT TO COUNT-DISP.
           DISPLAY 'HRFEED: TRANSACTIONS GENERATED: ' COUNT-DISP.
           MOVE WS-REJECT-COUNT TO COUNT-DISP.
           DISPLAY 'HRFEED: HR CHANGES REJECTED:    ' COUNT-DISP.
           MOVE WS-MISMATCH-COUNT TO COUNT-DISP.
           DISPLAY 'HRFEED: EMPLOYEES MISMATCHED:   ' COUNT-DISP.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS8 = '05' OR WS-FS8 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'HRFEED' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-TXN-COUNT TO AUDIT-OUTPUT-COUNT.
           IF WS-RUN-REFUSED
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
