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
           RECORD CONTAINS 132 CHARACTERS.
       01 REMIT-ADVICE-LINE        PIC X(132).

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
      *    period, and the applied-deduction count and amount
      *    recomputed here from the DEDAPPL file about to be
      *    remitted.  With no period parm the period released is
      *    the one on the first detail record.
       01 WS-RELEASE-VARS.
          05 WS-RLS-FOUND-SW        PIC X(01) VALUE 'N'.
             88 WS-RLS-FOUND               VALUE 'Y'.
          05 WS-RLS-EOF-SW          PIC X(01).
             88 WS-RLS-EOF                 VALUE 'Y'.
             88 WS-RLS-NOT-EOF             VALUE 'N'.
          05 WS-RLS-REFUSED-SW      PIC X(01) VALUE 'N'.
             88 WS-RLS-REFUSED             VALUE 'Y'.
          05 WS-RLS-PERIOD-ID       PIC X(6) VALUE SPACES.
          05 WS-RLS-APPROVER        PIC X(8).
          05 WS-RLS-DATE            PIC 9(8).
          05 WS-RLS-COUNT           PIC 9(8).
          05 WS-RLS-TOTAL           PIC S9(9)V99 COMP-3.
          05 WS-NOW-COUNT           PIC 9(8) VALUE ZERO.
          05 WS-NOW-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 RLS-COUNT-DISP            PIC ZZZZZZZ9.
       01 RLS-TOTAL-DISP            PIC -9(9).99.

       PROCEDURE DIVISION.

       OPEN-FILES.
               STOP RUN
           END-IF.
           PERFORM OPEN-AUDITLOG.
           PERFORM VERIFY-DEDUCTION-RELEASE.
           IF WS-RLS-REFUSED
               CLOSE DEDUCT-APPLIED-IN
               PERFORM WRITE-AUDIT-RECORD
               CLOSE AUDITLOG-OUT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE SPACES TO WS-ADVICE-PERIOD.
           SET WS-NOT-EOF TO TRUE.
                   'AND RERUN FOR THE SAME PERIOD'
           END-IF.

       VERIFY-DEDUCTION-RELEASE.
      *    Dual control - nothing is remitted for a period until
      *    PAYRLSE has recorded a supervisor's release, and only
      *    while the count and amount of the applied deductions
      *    recomputed from the open DEDAPPL file still agree with
      *    the latest release.  A file edited or regenerated after
      *    sign-off fails here until it is released again.
           PERFORM TOTAL-DEDUCTIONS-FOR-RELEASE.
           PERFORM FIND-PERIOD-RELEASE.
           IF NOT WS-RLS-FOUND
               DISPLAY 'REMIT: PERIOD ' WS-RLS-PERIOD-ID
                   ' HAS NOT BEEN RELEASED - RUN REFUSED'
               SET WS-RLS-REFUSED TO TRUE
           ELSE
               IF WS-NOW-COUNT NOT = WS-RLS-COUNT
                     OR WS-NOW-TOTAL NOT = WS-RLS-TOTAL
                   DISPLAY 'REMIT: DEDAPPL NO LONGER MATCHES THE '
                       'RELEASE BY ' WS-RLS-APPROVER
                       ' ON ' WS-RLS-DATE ' - RUN REFUSED'
                   PERFORM SHOW-RELEASE-MISMATCH
                   SET WS-RLS-REFUSED TO TRUE
               ELSE
                   DISPLAY 'REMIT: PERIOD ' WS-RLS-PERIOD-ID
                       ' RELEASED BY ' WS-RLS-APPROVER
                       ' ON ' WS-RLS-DATE ' - TOTALS AGREE'
               END-IF
           END-IF.

       TOTAL-DEDUCTIONS-FOR-RELEASE.
      *    Counts exactly the details the run will remit, then the
      *    file is reopened so the run proper starts again from the
      *    first record.  Details of more than one period under a
      *    blank parm cannot agree with a single period's release.
           MOVE WS-PERIOD-ID TO WS-RLS-PERIOD-ID.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
                READ DEDUCT-APPLIED-IN
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF WS-PERIOD-ID = SPACES
                              OR DAP-PERIOD-ID = WS-PERIOD-ID
                           IF WS-RLS-PERIOD-ID = SPACES
                               MOVE DAP-PERIOD-ID
                                 TO WS-RLS-PERIOD-ID
                           END-IF
                           ADD 1 TO WS-NOW-COUNT
                           ADD DAP-AMOUNT TO WS-NOW-TOTAL
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE DEDUCT-APPLIED-IN.
           OPEN INPUT DEDUCT-APPLIED-IN.
           IF WS-RLS-PERIOD-ID = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RLS-PERIOD-ID
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
                        IF RC-PERIOD-ID = WS-RLS-PERIOD-ID
                           SET WS-RLS-FOUND TO TRUE
                           MOVE RC-APPROVER TO WS-RLS-APPROVER
                           MOVE RC-RELEASE-DATE TO WS-RLS-DATE
                           MOVE RC-DEDAPPL-COUNT TO WS-RLS-COUNT
                           MOVE RC-DEDAPPL-TOTAL TO WS-RLS-TOTAL
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE RELEASE-CONTROL.

       SHOW-RELEASE-MISMATCH.
           MOVE WS-RLS-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'REMIT: RELEASED DETAILS:  ' RLS-COUNT-DISP.
           MOVE WS-NOW-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'REMIT: ON FILE NOW:       ' RLS-COUNT-DISP.
           MOVE WS-RLS-TOTAL TO RLS-TOTAL-DISP.
           DISPLAY 'REMIT: RELEASED AMOUNT:   ' RLS-TOTAL-DISP.
           MOVE WS-NOW-TOTAL TO RLS-TOTAL-DISP.
           DISPLAY 'REMIT: ON FILE NOW:       ' RLS-TOTAL-DISP.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           MOVE 'REMIT' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-RLS-PERIOD-ID TO AUDIT-PERIOD-ID.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-PAYMENT-COUNT TO AUDIT-OUTPUT-COUNT.
           IF WS-UNMATCHED-COUNT > ZERO OR WS-RLS-REFUSED
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
