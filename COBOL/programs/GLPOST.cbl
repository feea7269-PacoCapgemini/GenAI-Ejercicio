           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

      *    Release control file written by PAYRLSE - the period must
      *    carry a supervisor's release whose totals still agree with
      *    the file about to be processed.
           SELECT OPTIONAL RELEASE-CONTROL
           ASSIGN TO RELCTL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS8.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

      *    Legal-entity reference file - the ledger each company
      *    posts to and its own net-pay clearing account.
           SELECT OPTIONAL COMPANY-IN
           ASSIGN TO COMPANY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS9.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN
          05 LD-DEPARTMENT         PIC X(10).
          05 LD-PERCENT            PIC 9(3)V99.

       FD  RELEASE-CONTROL
           RECORD CONTAINS 100 CHARACTERS.
       01 RELEASE-CONTROL-REC.
           COPY RELCTL-CPY.

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
       01 PAY-CALENDAR-REC.
           COPY PAYCAL-CPY.

       FD  COMPANY-IN
           RECORD CONTAINS 100 CHARACTERS.
       01 COMPANY-REC.
           COPY COMPANY-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS5        PIC X(02).
          05 WS-FS6        PIC 9(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC 9(02).
          05 WS-FS9        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
      *    Per-department amount accumulators - one journal line per
      *    department and amount type is written from these once the
      *    whole payroll file has been read and proved in balance.
      *    Departments are kept apart by company, since each company
      *    posts to its own ledger.
       01 WS-DEPT-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DEPT-IDX.
             10 WS-DEPT-COMPANY         PIC X(2).
             10 WS-DEPT-DEPARTMENT      PIC X(10).
             10 WS-DEPT-SALARY          PIC S9(9)V99 COMP-3.
             10 WS-DEPT-OVERTIME        PIC S9(9)V99 COMP-3.
      *    the employee has no split, one apportioned share when it
      *    does - and the residual trackers the last split drains.
       01 WS-POST-VARS.
          05 WS-POST-COMPANY        PIC X(2).
          05 WS-POST-DEPARTMENT     PIC X(10).
          05 WS-POST-SALARY         PIC S9(9)V99 COMP-3.
          05 WS-POST-OVERTIME       PIC S9(9)V99 COMP-3.
          88 WS-DEPT-FOUND                 VALUE 'Y'.
          88 WS-DEPT-NOT-FOUND             VALUE 'N'.

      *    Companies on the COMPANY file.  Entry 1 is always the home
      *    company (blank code), whose ledger is the plain JRNLFILE.
      *    Another company's lines go to JRNLFILE.<ledger-id>; one
      *    with no ledger of its own, or the home ledger, shares
      *    JRNLFILE.  A blank clearing account leaves the cost
      *    center's in force.  Debits and credits are proved per
      *    company as well as in total.
       01 WS-CO-COUNT               PIC 9(2) VALUE 1.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-CO-IDX WS-WR-IDX WS-CHK-IDX.
             10 WS-CO-CODE              PIC X(2).
             10 WS-CO-LEDGER            PIC X(4).
             10 WS-CO-CLEARING          PIC X(8).
             10 WS-CO-JOURNAL-FILE      PIC X(20).
             10 WS-CO-RECORDS           PIC 9(8).
             10 WS-CO-DEBITS            PIC S9(11)V99 COMP-3.
             10 WS-CO-CREDITS           PIC S9(11)V99 COMP-3.
       01 WS-CO-EOF-SW              PIC X(01).
          88 WS-CO-EOF                     VALUE 'Y'.
          88 WS-CO-NOT-EOF                 VALUE 'N'.
       01 WS-CO-FOUND-SW            PIC X(01).
          88 WS-CO-FOUND                   VALUE 'Y'.
          88 WS-CO-NOT-FOUND               VALUE 'N'.
       01 WS-JRNL-DONE-SW           PIC X(01).
          88 WS-JRNL-DONE                  VALUE 'Y'.
          88 WS-JRNL-NOT-DONE              VALUE 'N'.

      *    A run with any unmapped department or an out-of-balance
      *    journal must fail loudly and release no journal file at
      *    all rather than hand Finance a file needing a plug entry.
          05 WS-CAL-STATUS          PIC X(01).
          05 WS-CAL-GAP-COUNT       PIC 9(3).

      *    Release control - the latest PAYRLSE sign-off for the
      *    period, and the same totals recomputed here from the
      *    PAYROLL file about to be processed.
       01 WS-RELEASE-VARS.
          05 WS-RLS-FOUND-SW        PIC X(01) VALUE 'N'.
             88 WS-RLS-FOUND               VALUE 'Y'.
          05 WS-RLS-EOF-SW          PIC X(01).
             88 WS-RLS-EOF                 VALUE 'Y'.
             88 WS-RLS-NOT-EOF             VALUE 'N'.
          05 WS-RLS-REFUSED-SW      PIC X(01) VALUE 'N'.
             88 WS-RLS-REFUSED             VALUE 'Y'.
          05 WS-RLS-APPROVER        PIC X(8).
          05 WS-RLS-DATE            PIC 9(8).
          05 WS-RLS-COUNT           PIC 9(8).
          05 WS-RLS-NET             PIC S9(9)V99 COMP-3.
          05 WS-RLS-HASH            PIC S9(16)V99 COMP-3.
          05 WS-NOW-COUNT           PIC 9(8) VALUE ZERO.
          05 WS-NOW-NET             PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-NOW-HASH            PIC S9(16)V99 COMP-3 VALUE ZERO.
       01 RLS-COUNT-DISP            PIC ZZZZZZZ9.
       01 RLS-TOTAL-DISP            PIC -9(9).99.
       01 RLS-HASH-DISP             PIC -9(16).99.

       PROCEDURE DIVISION.

       OPEN-FILES.
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFY-PAYROLL-RELEASE.
           IF WS-RLS-REFUSED
               CLOSE PAYROLL-IN
               SET WS-RUN-ERROR TO TRUE
               PERFORM OPEN-AUDITLOG
               PERFORM WRITE-AUDIT-RECORD
               CLOSE AUDITLOG-OUT
               DISPLAY 'GLPOST: RUN FAILED - NO JOURNAL FILE RELEASED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-COST-CENTERS.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM LOAD-LABOR-DISTRIBUTION.
           PERFORM OPEN-AUDITLOG.
           SET WS-NOT-EOF TO TRUE.
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-INPUT-COUNT
                   PERFORM FIND-COMPANY-ENTRY
                   IF WS-CO-FOUND
                       ADD 1 TO WS-CO-RECORDS (WS-CO-IDX)
                       MOVE EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
                         TO WS-POST-COMPANY
                       PERFORM DISTRIBUTE-EMPLOYEE-COST
                   ELSE
                       DISPLAY 'GLPOST: EMPLOYEE '
                           EMPLOYEE-ID OF PAYROLL-RECORD
                           ' COMPANY '
                           EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
                           ' NOT ON THE COMPANY FILE'
                       SET WS-RUN-ERROR TO TRUE
                   END-IF
           END-READ.

       LOAD-LABOR-DISTRIBUTION.
                      OR WS-DEPT-FOUND
                IF WS-DEPT-DEPARTMENT (WS-DEPT-IDX) =
                      WS-POST-DEPARTMENT
                      AND WS-DEPT-COMPANY (WS-DEPT-IDX) =
                      WS-POST-COMPANY
                   SET WS-DEPT-FOUND TO TRUE
                ELSE
                   SET WS-DEPT-IDX UP BY 1
               IF WS-DEPT-COUNT < 100
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-POST-COMPANY
                     TO WS-DEPT-COMPANY (WS-DEPT-IDX)
                   MOVE WS-POST-DEPARTMENT
                     TO WS-DEPT-DEPARTMENT (WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-SALARY (WS-DEPT-IDX)
               ADD WS-POST-ER-SOCIAL TO WS-TOTAL-CREDITS
               ADD WS-POST-ER-PENSION TO WS-TOTAL-DEBITS
               ADD WS-POST-ER-PENSION TO WS-TOTAL-CREDITS
               COMPUTE WS-CO-DEBITS (WS-CO-IDX) =
                   WS-CO-DEBITS (WS-CO-IDX)
                   + WS-POST-SALARY + WS-POST-OVERTIME
                   + WS-POST-BONUS + WS-POST-ER-SOCIAL
                   + WS-POST-ER-PENSION
               COMPUTE WS-CO-CREDITS (WS-CO-IDX) =
                   WS-CO-CREDITS (WS-CO-IDX)
                   + WS-POST-DEDUCTION + WS-POST-TAX
                   + WS-POST-SOCIAL + WS-POST-NET
                   + WS-POST-ER-SOCIAL + WS-POST-ER-PENSION
           END-IF.

       CHECK-BALANCE.
               DISPLAY 'GLPOST: *** JOURNAL OUT OF BALANCE ***'
               SET WS-RUN-ERROR TO TRUE
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                IF WS-CO-DEBITS (WS-CO-IDX) NOT =
                      WS-CO-CREDITS (WS-CO-IDX)
                    DISPLAY 'GLPOST: *** COMPANY '
                        WS-CO-CODE (WS-CO-IDX)
                        ' JOURNAL OUT OF BALANCE ***'
                    SET WS-RUN-ERROR TO TRUE
                END-IF
           END-PERFORM.
           PERFORM VERIFY-DEPARTMENT-MAPPING.

       VERIFY-DEPARTMENT-MAPPING.
           END-PERFORM.

       WRITE-JOURNAL-FILE.
      *    One journal file per ledger.  The home company's JRNLFILE
      *    is always written, even when empty, so no earlier run's
      *    file is left behind for the ledger to pick up again.
           PERFORM VARYING WS-WR-IDX FROM 1 BY 1
                   UNTIL WS-WR-IDX > WS-CO-COUNT
                PERFORM CHECK-JOURNAL-WRITTEN
                IF WS-JRNL-NOT-DONE
                      AND (WS-WR-IDX = 1
                        OR WS-CO-RECORDS (WS-WR-IDX) > ZERO)
                    PERFORM WRITE-LEDGER-JOURNAL
                END-IF
           END-PERFORM.

       CHECK-JOURNAL-WRITTEN.
      *    A ledger shared with an earlier company - or with the home
      *    company, whose file is always written - is already done.
           SET WS-JRNL-NOT-DONE TO TRUE.
           SET WS-CHK-IDX TO 1.
           PERFORM UNTIL WS-CHK-IDX >= WS-WR-IDX
                      OR WS-JRNL-DONE
                IF WS-CO-JOURNAL-FILE (WS-CHK-IDX) =
                      WS-CO-JOURNAL-FILE (WS-WR-IDX)
                      AND (WS-CHK-IDX = 1
                        OR WS-CO-RECORDS (WS-CHK-IDX) > ZERO)
                   SET WS-JRNL-DONE TO TRUE
                ELSE
                   SET WS-CHK-IDX UP BY 1
                END-IF
           END-PERFORM.

       WRITE-LEDGER-JOURNAL.
           MOVE WS-CO-JOURNAL-FILE (WS-WR-IDX) TO WS-JOURNAL-FILENAME.
           OPEN OUTPUT GLPOST-JOURNAL-OUT.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                IF WS-CO-JOURNAL-FILE (WS-CO-IDX) =
                      WS-JOURNAL-FILENAME
                    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                         IF WS-DEPT-COMPANY (WS-DEPT-IDX) =
                               WS-CO-CODE (WS-CO-IDX)
                             PERFORM LOOKUP-COST-CENTER
                             PERFORM WRITE-DEPARTMENT-ENTRIES
                         END-IF
                    END-PERFORM
                END-IF
           END-PERFORM.
           CLOSE GLPOST-JOURNAL-OUT.
           DISPLAY 'GLPOST: JOURNAL WRITTEN TO ' WS-JOURNAL-FILENAME.

       WRITE-DEPARTMENT-ENTRIES.
           MOVE WS-CC-SALARY-ACCOUNT (WS-CC-IDX) TO JE-ACCOUNT.
           MOVE WS-DEPT-SOCIAL (WS-DEPT-IDX) TO JE-AMOUNT.
           MOVE 'SOCIAL WITHHOLDING LIABILITY' TO JE-DESCRIPTION.
           PERFORM WRITE-JOURNAL-ENTRY.
           IF WS-CO-CLEARING (WS-CO-IDX) NOT = SPACES
               MOVE WS-CO-CLEARING (WS-CO-IDX) TO JE-ACCOUNT
           ELSE
               MOVE WS-CC-CLEARING-ACCOUNT (WS-CC-IDX) TO JE-ACCOUNT
           END-IF.
           MOVE 'CR' TO JE-DR-CR.
           MOVE WS-DEPT-NET (WS-DEPT-IDX) TO JE-AMOUNT.
           MOVE 'NET PAY CLEARING' TO JE-DESCRIPTION.
               ADD 1 TO WS-OUTPUT-COUNT
           END-IF.

       FIND-COMPANY-ENTRY.
           SET WS-CO-NOT-FOUND TO TRUE.
           SET WS-CO-IDX TO 1.
           PERFORM UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND
                IF WS-CO-CODE (WS-CO-IDX) =
                      EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
                   SET WS-CO-FOUND TO TRUE
                ELSE
                   SET WS-CO-IDX UP BY 1
                END-IF
           END-PERFORM.

       LOAD-COMPANY-TABLE.
           MOVE SPACES TO WS-CO-CODE (1).
           MOVE SPACES TO WS-CO-LEDGER (1).
           MOVE SPACES TO WS-CO-CLEARING (1).
           OPEN INPUT COMPANY-IN.
           SET WS-CO-NOT-EOF TO TRUE.
           IF WS-FS9 NOT = '00'
               SET WS-CO-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-CO-EOF
                READ COMPANY-IN
                         AT END SET WS-CO-EOF TO TRUE
                     NOT AT END
                        PERFORM ADD-COMPANY-ENTRY
                END-READ
           END-PERFORM.
           IF WS-FS9 = '00' OR WS-FS9 = '10'
               CLOSE COMPANY-IN
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                MOVE ZERO TO WS-CO-RECORDS (WS-CO-IDX)
                MOVE ZERO TO WS-CO-DEBITS (WS-CO-IDX)
                MOVE ZERO TO WS-CO-CREDITS (WS-CO-IDX)
                IF WS-CO-IDX = 1
                      OR WS-CO-LEDGER (WS-CO-IDX) = SPACES
                      OR WS-CO-LEDGER (WS-CO-IDX) = WS-CO-LEDGER (1)
                    MOVE 'JRNLFILE' TO WS-CO-JOURNAL-FILE (WS-CO-IDX)
                ELSE
                    MOVE SPACES TO WS-CO-JOURNAL-FILE (WS-CO-IDX)
                    STRING 'JRNLFILE.' DELIMITED BY SIZE
                           WS-CO-LEDGER (WS-CO-IDX) DELIMITED BY SPACE
                      INTO WS-CO-JOURNAL-FILE (WS-CO-IDX)
                END-IF
           END-PERFORM.

       ADD-COMPANY-ENTRY.
           IF CO-COMPANY-CODE = SPACES
               MOVE CO-LEDGER-ID TO WS-CO-LEDGER (1)
               MOVE CO-CLEARING-ACCOUNT TO WS-CO-CLEARING (1)
           ELSE
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   SET WS-CO-IDX TO WS-CO-COUNT
                   MOVE CO-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
                   MOVE CO-LEDGER-ID TO WS-CO-LEDGER (WS-CO-IDX)
                   MOVE CO-CLEARING-ACCOUNT
                     TO WS-CO-CLEARING (WS-CO-IDX)
               ELSE
                   DISPLAY 'GLPOST: COMPANY TABLE FULL - CODE '
                       CO-COMPANY-CODE ' OMITTED'
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

       VERIFY-PAYROLL-RELEASE.
      *    Dual control - no money moves for a period until PAYRLSE
      *    has recorded a supervisor's release, and only while the
      *    record count, net-pay total and EMPLOYEE-ID/NET-PAY hash
      *    recomputed from the open PAYROLL file still agree with
      *    the latest release.  A file edited or regenerated after
      *    sign-off fails here until it is released again.
           PERFORM FIND-PERIOD-RELEASE.
           IF NOT WS-RLS-FOUND
               DISPLAY 'GLPOST: PERIOD ' WS-JE-PERIOD-ID
                   ' HAS NOT BEEN RELEASED - RUN REFUSED'
               SET WS-RLS-REFUSED TO TRUE
           ELSE
               PERFORM TOTAL-PAYROLL-FOR-RELEASE
               IF WS-NOW-COUNT NOT = WS-RLS-COUNT
                     OR WS-NOW-NET NOT = WS-RLS-NET
                     OR WS-NOW-HASH NOT = WS-RLS-HASH
                   DISPLAY 'GLPOST: ' WS-PAYROLL-FILENAME
                       ' NO LONGER MATCHES THE RELEASE BY '
                       WS-RLS-APPROVER ' ON ' WS-RLS-DATE
                       ' - RUN REFUSED'
                   PERFORM SHOW-RELEASE-MISMATCH
                   SET WS-RLS-REFUSED TO TRUE
               ELSE
                   DISPLAY 'GLPOST: PERIOD ' WS-JE-PERIOD-ID
                       ' RELEASED BY ' WS-RLS-APPROVER
                       ' ON ' WS-RLS-DATE ' - TOTALS AGREE'
               END-IF
           END-IF.

       FIND-PERIOD-RELEASE.
      *    RELCTL is appended in release order, so the last record
      *    for the period is the one in force.
           OPEN INPUT RELEASE-CONTROL.
           SET WS-RLS-NOT-EOF TO TRUE.
           IF WS-FS8 NOT = '00'
               SET WS-RLS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-RLS-EOF
                READ RELEASE-CONTROL
                         AT END SET WS-RLS-EOF TO TRUE
                     NOT AT END
                        IF RC-PERIOD-ID = WS-JE-PERIOD-ID
                           SET WS-RLS-FOUND TO TRUE
                           MOVE RC-APPROVER TO WS-RLS-APPROVER
                           MOVE RC-RELEASE-DATE TO WS-RLS-DATE
                           MOVE RC-RECORD-COUNT TO WS-RLS-COUNT
                           MOVE RC-NET-TOTAL TO WS-RLS-NET
                           MOVE RC-HASH-TOTAL TO WS-RLS-HASH
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE RELEASE-CONTROL.

       TOTAL-PAYROLL-FOR-RELEASE.
      *    A full pass over the PAYROLL file, then it is reopened so
      *    the run proper starts again from the first record.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
                READ PAYROLL-IN
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-NOW-COUNT
                        ADD NET-PAY OF PAYROLL-RECORD TO WS-NOW-NET
                        COMPUTE WS-NOW-HASH = WS-NOW-HASH
                            + EMPLOYEE-ID OF PAYROLL-RECORD
                            * NET-PAY OF PAYROLL-RECORD
                END-READ
           END-PERFORM.
           CLOSE PAYROLL-IN.
           OPEN INPUT PAYROLL-IN.

       SHOW-RELEASE-MISMATCH.
           MOVE WS-RLS-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'GLPOST: RELEASED RECORDS:  ' RLS-COUNT-DISP.
           MOVE WS-NOW-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'GLPOST: ON FILE NOW:       ' RLS-COUNT-DISP.
           MOVE WS-RLS-NET TO RLS-TOTAL-DISP.
           DISPLAY 'GLPOST: RELEASED NET PAY:  ' RLS-TOTAL-DISP.
           MOVE WS-NOW-NET TO RLS-TOTAL-DISP.
           DISPLAY 'GLPOST: ON FILE NOW:       ' RLS-TOTAL-DISP.
           MOVE WS-RLS-HASH TO RLS-HASH-DISP.
           DISPLAY 'GLPOST: RELEASED HASH:     ' RLS-HASH-DISP.
           MOVE WS-NOW-HASH TO RLS-HASH-DISP.
           DISPLAY 'GLPOST: ON FILE NOW:       ' RLS-HASH-DISP.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           MOVE 'GLPOST' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-JE-PERIOD-ID TO AUDIT-PERIOD-ID.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-OUTPUT-COUNT TO AUDIT-OUTPUT-COUNT.
           IF WS-RUN-ERROR
