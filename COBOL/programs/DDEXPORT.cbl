           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

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

      *    Legal-entity reference file - each company present on the
      *    PAYROLL file goes to the bank as its own batch, debited to
      *    that company's funding account.
           SELECT OPTIONAL COMPANY-IN
           ASSIGN TO COMPANY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS9.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN
          05 REG-ENTRY-COUNT       PIC 9(8).
          05 REG-TOTAL-AMOUNT      PIC 9(9)V99.

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
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC X(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC 9(02).
          05 WS-FS9        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-ENTRY-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-TOTAL-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-DEBIT-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-BATCH-COUNT         PIC 9(4) VALUE ZERO.

      *    Companies on the COMPANY file.  Entry 1 is always the home
      *    company (blank code) - the historic single entity unless
      *    the file carries a blank-code record describing it.  The
      *    record count per company comes from the release pass over
      *    the PAYROLL file; a code not in the table refuses the run.
       01 WS-CO-COUNT               PIC 9(2) VALUE 1.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES INDEXED BY WS-CO-IDX
                                                    WS-BT-IDX.
             10 WS-CO-CODE              PIC X(2).
             10 WS-CO-NAME              PIC X(30).
             10 WS-CO-ROUTING           PIC X(9).
             10 WS-CO-ACCOUNT           PIC X(17).
             10 WS-CO-ACH-ID            PIC X(10).
             10 WS-CO-RECORDS           PIC 9(8).
       01 WS-CO-EOF-SW              PIC X(01).
          88 WS-CO-EOF                     VALUE 'Y'.
          88 WS-CO-NOT-EOF                 VALUE 'N'.
       01 WS-CO-FOUND-SW            PIC X(01).
          88 WS-CO-FOUND                   VALUE 'Y'.
          88 WS-CO-NOT-FOUND               VALUE 'N'.
       01 WS-CO-UNKNOWN-COUNT       PIC 9(8) VALUE ZERO.

      *    The company batch being built - its header goes out ahead
      *    of the first detail, so a company whose employees are all
      *    skipped leaves no empty batch behind.
       01 WS-BATCH-CODE             PIC X(2).
       01 WS-BATCH-ENTRY-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-BATCH-AMOUNT           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 WS-BATCH-OPEN-SW          PIC X(01) VALUE 'N'.
          88 WS-BATCH-OPEN                 VALUE 'Y'.
          88 WS-BATCH-NOT-OPEN             VALUE 'N'.
       01 BATCH-AMOUNT-DISP         PIC -9(9).99.

       01 WS-FILE-CREATION-DATE     PIC 9(8).

          05 HEADER-PERIOD-ID       PIC X(6).
          05 FILLER                 PIC X(55).

      *    One batch per company, each closed by its own '7' debit.
       01 WS-BATCH-HEADER-REC.
          05 BATCH-REC-TYPE         PIC X(1) VALUE '5'.
          05 BATCH-NUMBER           PIC 9(4).
          05 BATCH-COMPANY-CODE     PIC X(2).
          05 BATCH-COMPANY-NAME     PIC X(30).
          05 BATCH-ACH-COMPANY-ID   PIC X(10).
          05 BATCH-EFFECTIVE-DATE   PIC 9(8).
          05 BATCH-PERIOD-ID        PIC X(6).
          05 FILLER                 PIC X(39).

       01 WS-DETAIL-REC.
          05 DETAIL-REC-TYPE        PIC X(1) VALUE '6'.
          05 DETAIL-EMPLOYEE-ID     PIC 9(6).
          05 OFFSET-COMPANY-NAME    PIC X(16) VALUE 'PAYROLL COMPANY'.
          05 OFFSET-DEBIT-AMOUNT    PIC S9(9)V99.
          05 OFFSET-DEBIT-CREDIT    PIC X(1) VALUE 'D'.
          05 OFFSET-COMPANY-CODE    PIC X(2).
          05 OFFSET-FUNDING-ROUTING PIC X(9).
          05 OFFSET-FUNDING-ACCOUNT PIC X(17).
          05 OFFSET-ACH-COMPANY-ID  PIC X(10).
          05 OFFSET-BATCH-ENTRIES   PIC 9(8).
          05 FILLER                 PIC X(25).

       01 WS-TRAILER-REC.
          05 TRAILER-REC-TYPE       PIC X(1) VALUE '8'.
          05 TRAILER-ENTRY-COUNT    PIC 9(8).
          05 TRAILER-TOTAL-AMOUNT   PIC S9(9)V99.
          05 TRAILER-BATCH-BALANCE  PIC S9(9)V99.
          05 TRAILER-BATCH-COUNT    PIC 9(4).
          05 FILLER                 PIC X(65).

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

           PERFORM VALIDATE-PAY-CALENDAR.
           PERFORM BUILD-PAYROLL-FILENAME.
           PERFORM CHECK-TRANSMISSION-REGISTER.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM OPEN-AUDITLOG.
           IF WS-RUN-BLOCKED
               DISPLAY 'DDEXPORT: PERIOD ' WS-PERIOD-ID
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VERIFY-PAYROLL-RELEASE.
           IF NOT WS-RLS-REFUSED
               PERFORM CHECK-PAYROLL-COMPANIES
           END-IF.
           IF WS-RLS-REFUSED
               CLOSE PAYROLL-IN
               SET WS-RUN-BLOCKED TO TRUE
               PERFORM WRITE-AUDIT-RECORD
               CLOSE AUDITLOG-OUT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-BANK-ACCOUNT-FILE.
           OPEN OUTPUT DDEXPORT-OUT.
           PERFORM WRITE-HEADER.
           PERFORM VARYING WS-BT-IDX FROM 1 BY 1
                   UNTIL WS-BT-IDX > WS-CO-COUNT
                IF WS-CO-RECORDS (WS-BT-IDX) > ZERO
                    PERFORM EXPORT-COMPANY-BATCH
                END-IF
           END-PERFORM.

       CLOSE-FILES.
      *    A batch with no detail entries at all must not go to the
                   'RELEASED OR REGISTERED'
               SET WS-RUN-BLOCKED TO TRUE
           ELSE
               PERFORM WRITE-TRAILER
           END-IF.
           CLOSE PAYROLL-IN.
           END-IF.

       WRITE-HEADER.
           MOVE WS-CO-NAME (1) TO HEADER-COMPANY-NAME.
           MOVE WS-FILE-CREATION-DATE TO HEADER-CREATION-DATE.
           MOVE WS-FILE-SEQ TO HEADER-FILE-SEQ.
           MOVE WS-EFFECTIVE-DATE TO HEADER-EFFECTIVE-DATE.
           MOVE WS-PERIOD-ID TO HEADER-PERIOD-ID.
           WRITE DDEXPORT-OUT-REC FROM WS-HEADER-REC.

       EXPORT-COMPANY-BATCH.
      *    One full pass of the PAYROLL file per company, taking only
      *    that company's employees, then the company's offsetting
      *    debit; the file is reopened for the next company's pass.
           MOVE WS-CO-CODE (WS-BT-IDX) TO WS-BATCH-CODE.
           MOVE ZERO TO WS-BATCH-ENTRY-COUNT.
           MOVE ZERO TO WS-BATCH-AMOUNT.
           SET WS-BATCH-NOT-OPEN TO TRUE.
           SET WS-NOT-EOF TO TRUE.
           PERFORM READ-PAYROLL UNTIL WS-EOF.
           IF WS-BATCH-OPEN
               PERFORM WRITE-COMPANY-DEBIT
           END-IF.
           CLOSE PAYROLL-IN.
           OPEN INPUT PAYROLL-IN.

       READ-PAYROLL.
           READ PAYROLL-IN
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   IF EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
                         = WS-BATCH-CODE
                       PERFORM EXPORT-EMPLOYEE
                   END-IF
           END-READ.

       EXPORT-EMPLOYEE.
           PERFORM LOAD-EMPLOYEE-ACCOUNTS.
           EVALUATE TRUE
               WHEN WS-ALLOC-COUNT > ZERO
                   PERFORM ALLOCATE-NET-PAY
               WHEN WS-ACCT-TOTAL-COUNT = ZERO
                   DISPLAY 'DDEXPORT: NO BANK ACCOUNT FOR EMPLOYEE '
                       EMPLOYEE-ID OF PAYROLL-RECORD
                       ' - SKIPPED'
               WHEN WS-PENDING-COUNT > ZERO
                   DISPLAY 'DDEXPORT: ALL ACCOUNTS IN PRENOTE FOR '
                       'EMPLOYEE '
                       EMPLOYEE-ID OF PAYROLL-RECORD
                       ' - LIVE DEPOSIT HELD THIS CYCLE'
               WHEN OTHER
                   DISPLAY 'DDEXPORT: ALL ACCOUNTS RETURNED BY BANK '
                       'FOR EMPLOYEE '
                       EMPLOYEE-ID OF PAYROLL-RECORD
                       ' - SKIPPED'
           END-EVALUATE.

       LOAD-EMPLOYEE-ACCOUNTS.
      *    Walks every BANKACCT record for the current employee in
      *    sequence order - pending accounts get their zero-dollar
           END-PERFORM.

       WRITE-ALLOCATION-DETAIL.
           PERFORM START-COMPANY-BATCH.
           PERFORM BUILD-DETAIL-FIELDS.
           MOVE WS-AL-ROUTING (WS-AL-IDX) TO DETAIL-ROUTING-NUMBER.
           MOVE WS-AL-ACCOUNT (WS-AL-IDX) TO DETAIL-ACCOUNT-NUMBER.
           MOVE WS-AL-TAKE (WS-AL-IDX) TO DETAIL-DEPOSIT-AMOUNT.
           WRITE DDEXPORT-OUT-REC FROM WS-DETAIL-REC.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD 1 TO WS-BATCH-ENTRY-COUNT.
           ADD WS-AL-TAKE (WS-AL-IDX) TO WS-TOTAL-AMOUNT.
           ADD WS-AL-TAKE (WS-AL-IDX) TO WS-BATCH-AMOUNT.

       WRITE-PRENOTE-DETAIL.
      *    New or changed account - send a zero-dollar prenote entry
      *    employee as unpayable by ACH and cuts the held period's
      *    check.  The record area still holds the account just read
      *    by LOAD-EMPLOYEE-ACCOUNTS.
           PERFORM START-COMPANY-BATCH.
           PERFORM BUILD-DETAIL-FIELDS.
           MOVE BANK-ROUTING-NUMBER TO DETAIL-ROUTING-NUMBER.
           MOVE BANK-ACCOUNT-NUMBER TO DETAIL-ACCOUNT-NUMBER.
           MOVE ZERO TO DETAIL-DEPOSIT-AMOUNT.
           WRITE DDEXPORT-OUT-REC FROM WS-DETAIL-REC.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD 1 TO WS-BATCH-ENTRY-COUNT.
           SET BANK-PRENOTE-SENT TO TRUE.
           MOVE WS-FILE-CREATION-DATE TO BANK-PRENOTE-DATE.
           REWRITE BANK-ACCOUNT-REC.
             TO DETAIL-FIRSTNAME.
           MOVE 'C' TO DETAIL-DEBIT-CREDIT.

       START-COMPANY-BATCH.
           IF WS-BATCH-NOT-OPEN
               ADD 1 TO WS-BATCH-COUNT
               MOVE WS-BATCH-COUNT TO BATCH-NUMBER
               MOVE WS-BATCH-CODE TO BATCH-COMPANY-CODE
               MOVE WS-CO-NAME (WS-BT-IDX) TO BATCH-COMPANY-NAME
               MOVE WS-CO-ACH-ID (WS-BT-IDX) TO BATCH-ACH-COMPANY-ID
               MOVE WS-EFFECTIVE-DATE TO BATCH-EFFECTIVE-DATE
               MOVE WS-PERIOD-ID TO BATCH-PERIOD-ID
               WRITE DDEXPORT-OUT-REC FROM WS-BATCH-HEADER-REC
               SET WS-BATCH-OPEN TO TRUE
           END-IF.

       WRITE-COMPANY-DEBIT.
      *    The company's own funding account settles its batch.
           MOVE WS-CO-NAME (WS-BT-IDX) TO OFFSET-COMPANY-NAME.
           MOVE WS-BATCH-CODE TO OFFSET-COMPANY-CODE.
           MOVE WS-CO-ROUTING (WS-BT-IDX) TO OFFSET-FUNDING-ROUTING.
           MOVE WS-CO-ACCOUNT (WS-BT-IDX) TO OFFSET-FUNDING-ACCOUNT.
           MOVE WS-CO-ACH-ID (WS-BT-IDX) TO OFFSET-ACH-COMPANY-ID.
           MOVE WS-BATCH-ENTRY-COUNT TO OFFSET-BATCH-ENTRIES.
           MOVE WS-BATCH-AMOUNT TO OFFSET-DEBIT-AMOUNT.
           ADD WS-BATCH-AMOUNT TO WS-DEBIT-AMOUNT.
           WRITE DDEXPORT-OUT-REC FROM WS-OFFSET-REC.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE WS-BATCH-AMOUNT TO BATCH-AMOUNT-DISP.
           DISPLAY 'DDEXPORT: COMPANY ' WS-BATCH-CODE
               ' BATCH ' WS-BATCH-COUNT ' - '
               WS-BATCH-ENTRY-COUNT ' ENTRIES, DEBIT '
               BATCH-AMOUNT-DISP.

       WRITE-TRAILER.
           MOVE WS-ENTRY-COUNT TO TRAILER-ENTRY-COUNT.
           MOVE WS-TOTAL-AMOUNT TO TRAILER-TOTAL-AMOUNT.
           MOVE WS-BATCH-COUNT TO TRAILER-BATCH-COUNT.
           COMPUTE TRAILER-BATCH-BALANCE =
               WS-TOTAL-AMOUNT - WS-DEBIT-AMOUNT.
           IF TRAILER-BATCH-BALANCE NOT = ZERO
           WRITE DDEXPORT-REGISTER-REC.
           CLOSE DDEXPORT-REGISTER.

       VERIFY-PAYROLL-RELEASE.
      *    Dual control - no money moves for a period until PAYRLSE
      *    has recorded a supervisor's release, and only while the
      *    record count, net-pay total and EMPLOYEE-ID/NET-PAY hash
      *    recomputed from the open PAYROLL file still agree with
      *    the latest release.  A file edited or regenerated after
      *    sign-off fails here until it is released again.
           PERFORM FIND-PERIOD-RELEASE.
           IF NOT WS-RLS-FOUND
               DISPLAY 'DDEXPORT: PERIOD ' WS-PERIOD-ID
                   ' HAS NOT BEEN RELEASED - RUN REFUSED'
               SET WS-RLS-REFUSED TO TRUE
           ELSE
               PERFORM TOTAL-PAYROLL-FOR-RELEASE
               IF WS-NOW-COUNT NOT = WS-RLS-COUNT
                     OR WS-NOW-NET NOT = WS-RLS-NET
                     OR WS-NOW-HASH NOT = WS-RLS-HASH
                   DISPLAY 'DDEXPORT: ' WS-PAYROLL-FILENAME
                       ' NO LONGER MATCHES THE RELEASE BY '
                       WS-RLS-APPROVER ' ON ' WS-RLS-DATE
                       ' - RUN REFUSED'
                   PERFORM SHOW-RELEASE-MISMATCH
                   SET WS-RLS-REFUSED TO TRUE
               ELSE
                   DISPLAY 'DDEXPORT: PERIOD ' WS-PERIOD-ID
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
                        IF RC-PERIOD-ID = WS-PERIOD-ID
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
                        PERFORM COUNT-PAYROLL-COMPANY
                END-READ
           END-PERFORM.
           CLOSE PAYROLL-IN.
           OPEN INPUT PAYROLL-IN.

       COUNT-PAYROLL-COMPANY.
           PERFORM FIND-COMPANY-ENTRY.
           IF WS-CO-FOUND
               ADD 1 TO WS-CO-RECORDS (WS-CO-IDX)
           ELSE
               ADD 1 TO WS-CO-UNKNOWN-COUNT
               DISPLAY 'DDEXPORT: EMPLOYEE '
                   EMPLOYEE-ID OF PAYROLL-RECORD ' COMPANY '
                   EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
                   ' NOT ON THE COMPANY FILE'
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

       CHECK-PAYROLL-COMPANIES.
      *    Money for a company the bank has no funding account for
      *    cannot be settled - an unknown code, or a second company
      *    without its funding account on file, refuses the run.  The
      *    home company may still go without, as it always has.
           IF WS-CO-UNKNOWN-COUNT > ZERO
               DISPLAY 'DDEXPORT: ' WS-CO-UNKNOWN-COUNT
                   ' PAYROLL RECORD(S) FOR AN UNKNOWN COMPANY - RUN '
                   'REFUSED'
               SET WS-RLS-REFUSED TO TRUE
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 2 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                IF WS-CO-RECORDS (WS-CO-IDX) > ZERO
                      AND (WS-CO-ROUTING (WS-CO-IDX) = SPACES
                        OR WS-CO-ACCOUNT (WS-CO-IDX) = SPACES)
                    DISPLAY 'DDEXPORT: NO FUNDING ACCOUNT FOR COMPANY '
                        WS-CO-CODE (WS-CO-IDX) ' - RUN REFUSED'
                    SET WS-RLS-REFUSED TO TRUE
                END-IF
           END-PERFORM.

       LOAD-COMPANY-TABLE.
           MOVE SPACES TO WS-CO-ENTRY (1).
           MOVE 'PAYROLL COMPANY' TO WS-CO-NAME (1).
           MOVE ZERO TO WS-CO-RECORDS (1).
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

       ADD-COMPANY-ENTRY.
           IF CO-COMPANY-CODE = SPACES
               SET WS-CO-IDX TO 1
           ELSE
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   SET WS-CO-IDX TO WS-CO-COUNT
               ELSE
                   DISPLAY 'DDEXPORT: COMPANY TABLE FULL - CODE '
                       CO-COMPANY-CODE ' OMITTED'
                   SET WS-CO-IDX TO ZERO
               END-IF
           END-IF.
           IF WS-CO-IDX > ZERO
               MOVE CO-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
               MOVE CO-COMPANY-NAME TO WS-CO-NAME (WS-CO-IDX)
               MOVE CO-FUNDING-ROUTING TO WS-CO-ROUTING (WS-CO-IDX)
               MOVE CO-FUNDING-ACCOUNT TO WS-CO-ACCOUNT (WS-CO-IDX)
               MOVE CO-ACH-COMPANY-ID TO WS-CO-ACH-ID (WS-CO-IDX)
               MOVE ZERO TO WS-CO-RECORDS (WS-CO-IDX)
           END-IF.

       SHOW-RELEASE-MISMATCH.
           MOVE WS-RLS-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'DDEXPORT: RELEASED RECORDS:  ' RLS-COUNT-DISP.
           MOVE WS-NOW-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'DDEXPORT: ON FILE NOW:       ' RLS-COUNT-DISP.
           MOVE WS-RLS-NET TO RLS-TOTAL-DISP.
           DISPLAY 'DDEXPORT: RELEASED NET PAY:  ' RLS-TOTAL-DISP.
           MOVE WS-NOW-NET TO RLS-TOTAL-DISP.
           DISPLAY 'DDEXPORT: ON FILE NOW:       ' RLS-TOTAL-DISP.
           MOVE WS-RLS-HASH TO RLS-HASH-DISP.
           DISPLAY 'DDEXPORT: RELEASED HASH:     ' RLS-HASH-DISP.
           MOVE WS-NOW-HASH TO RLS-HASH-DISP.
           DISPLAY 'DDEXPORT: ON FILE NOW:       ' RLS-HASH-DISP.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           MOVE 'DDEXPORT' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-PERIOD-ID TO AUDIT-PERIOD-ID.
           MOVE WS-ENTRY-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-ENTRY-COUNT TO AUDIT-OUTPUT-COUNT.
           IF WS-RUN-BLOCKED
