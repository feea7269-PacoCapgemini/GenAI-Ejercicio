           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

      *    Release control file written by PAYRLSE - the period must
      *    carry a supervisor's release whose totals still agree with
      *    the file about to be processed.
           SELECT OPTIONAL RELEASE-CONTROL
           ASSIGN TO RELCTL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           COPY BANKACCT-CPY.

       FD  CHECK-REGISTER
           RECORD CONTAINS 52 CHARACTERS.
       01 CHECK-REGISTER-REC.
           COPY CHECKREG-CPY.

       01 CHECKPRT-PARM-REC.
          05 PARM-PERIOD-ID        PIC X(6).

       FD  RELEASE-CONTROL
           RECORD CONTAINS 100 CHARACTERS.
       01 RELEASE-CONTROL-REC.
           COPY RELCTL-CPY.

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
          05 WS-FS4        PIC 9(02).
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC X(02).
          05 WS-FS7        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
       01 TOTAL-DISP                PIC -9(9).99.
       01 COUNT-DISP                PIC ZZZZZZZ9.

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
               PERFORM OPEN-AUDITLOG
               PERFORM WRITE-AUDIT-RECORD
               CLOSE AUDITLOG-OUT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-FS2 NOT = '00'
               DISPLAY 'CHECKPRT: BANK ACCOUNT FILE NOT AVAILABLE - '
           END-IF.

       WRITE-REGISTER-RECORD.
           MOVE SPACES TO CHECK-REGISTER-REC.
           MOVE WS-NEXT-CHECK-NO TO CHK-CHECK-NUMBER.
           MOVE EMPLOYEE-ID OF PAYROLL-RECORD TO CHK-EMPLOYEE-ID.
           MOVE WS-PERIOD-ID TO CHK-PERIOD-ID.
           MOVE NET-PAY OF PAYROLL-RECORD TO CHK-AMOUNT.
           SET CHK-ISSUED TO TRUE.
           MOVE WS-RUN-DATE TO CHK-STATUS-DATE.
      *    Not yet on a positive-pay file - PPAYEXP picks it up.
           SET CHK-PP-ISSUE-NOT-SENT TO TRUE.
           SET CHK-PP-VOID-NOT-SENT TO TRUE.
           WRITE CHECK-REGISTER-REC
               INVALID KEY
                   DISPLAY 'CHECKPRT: CHECK NUMBER '
                   MOVE 12 TO RETURN-CODE
           END-WRITE.

       VERIFY-PAYROLL-RELEASE.
      *    Dual control - no money moves for a period until PAYRLSE
      *    has recorded a supervisor's release, and only while the
      *    record count, net-pay total and EMPLOYEE-ID/NET-PAY hash
      *    recomputed from the open PAYROLL file still agree with
      *    the latest release.  A file edited or regenerated after
      *    sign-off fails here until it is released again.
           PERFORM FIND-PERIOD-RELEASE.
           IF NOT WS-RLS-FOUND
               DISPLAY 'CHECKPRT: PERIOD ' WS-PERIOD-ID
                   ' HAS NOT BEEN RELEASED - RUN REFUSED'
               SET WS-RLS-REFUSED TO TRUE
           ELSE
               PERFORM TOTAL-PAYROLL-FOR-RELEASE
               IF WS-NOW-COUNT NOT = WS-RLS-COUNT
                     OR WS-NOW-NET NOT = WS-RLS-NET
                     OR WS-NOW-HASH NOT = WS-RLS-HASH
                   DISPLAY 'CHECKPRT: ' WS-PAYROLL-FILENAME
                       ' NO LONGER MATCHES THE RELEASE BY '
                       WS-RLS-APPROVER ' ON ' WS-RLS-DATE
                       ' - RUN REFUSED'
                   PERFORM SHOW-RELEASE-MISMATCH
                   SET WS-RLS-REFUSED TO TRUE
               ELSE
                   DISPLAY 'CHECKPRT: PERIOD ' WS-PERIOD-ID
                       ' RELEASED BY ' WS-RLS-APPROVER
                       ' ON ' WS-RLS-DATE ' - TOTALS AGREE'
               END-IF
           END-IF.

       FIND-PERIOD-RELEASE.
      *    RELCTL is appended in release order, so the last record
      *    for the period is the one in force.
           OPEN INPUT RELEASE-CONTROL.
           SET WS-RLS-NOT-EOF TO TRUE.
           IF WS-FS7 NOT = '00'
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
                END-READ
           END-PERFORM.
           CLOSE PAYROLL-IN.
           OPEN INPUT PAYROLL-IN.

       SHOW-RELEASE-MISMATCH.
           MOVE WS-RLS-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'CHECKPRT: RELEASED RECORDS:  ' RLS-COUNT-DISP.
           MOVE WS-NOW-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'CHECKPRT: ON FILE NOW:       ' RLS-COUNT-DISP.
           MOVE WS-RLS-NET TO RLS-TOTAL-DISP.
           DISPLAY 'CHECKPRT: RELEASED NET PAY:  ' RLS-TOTAL-DISP.
           MOVE WS-NOW-NET TO RLS-TOTAL-DISP.
           DISPLAY 'CHECKPRT: ON FILE NOW:       ' RLS-TOTAL-DISP.
           MOVE WS-RLS-HASH TO RLS-HASH-DISP.
           DISPLAY 'CHECKPRT: RELEASED HASH:     ' RLS-HASH-DISP.
           MOVE WS-NOW-HASH TO RLS-HASH-DISP.
           DISPLAY 'CHECKPRT: ON FILE NOW:       ' RLS-HASH-DISP.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           MOVE 'CHECKPRT' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-PERIOD-ID TO AUDIT-PERIOD-ID.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-CHECK-COUNT TO AUDIT-OUTPUT-COUNT.
           IF WS-GUARD-FULL OR WS-RLS-REFUSED
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
