       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRLSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-IN
           ASSIGN TO WS-PAYROLL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

      *    Applied-deduction detail of the same run - REMIT pays it
      *    over, so its count and amount are signed off alongside the
      *    net pay.
           SELECT OPTIONAL DEDUCT-APPLIED-IN
           ASSIGN TO DEDAPPL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

      *    Period being released and the supervisor signing it off.
           SELECT RELEASE-PARM-IN
           ASSIGN TO RLSEPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

      *    Release control file - one record per sign-off, appended.
      *    Read first so a re-release can say whose release it
      *    supersedes.
           SELECT OPTIONAL RELEASE-CONTROL
           ASSIGN TO RELCTL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN
           RECORD CONTAINS 304 CHARACTERS.
       01 PAYROLL-RECORD.
           COPY EMPS-NO-01.
           COPY PAYFLDS-CPY.

       FD  DEDUCT-APPLIED-IN
           RECORD CONTAINS 20 CHARACTERS.
       01 DEDUCT-APPLIED-REC.
           COPY DEDAPPL-CPY.

       FD  RELEASE-PARM-IN
           RECORD CONTAINS 14 CHARACTERS.
       01 RELEASE-PARM-REC.
          05 PARM-PERIOD-ID        PIC X(6).
          05 PARM-APPROVER         PIC X(8).

       FD  RELEASE-CONTROL
           RECORD CONTAINS 100 CHARACTERS.
       01 RELEASE-CONTROL-REC.
           COPY RELCTL-CPY.

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
          05 WS-FS5        PIC X(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.

      *    Period and file naming follow DDEXPORT - a supplied period
      *    releases PAYROLL.<period>, blank releases the plain
      *    PAYROLL file under the current calendar month.
       01 WS-PERIOD-ID              PIC X(6) VALUE SPACES.
       01 WS-PAYROLL-FILENAME       PIC X(20) VALUE 'PAYROLL'.
       01 WS-CURRENT-YYYYMM         PIC 9(6).
       01 WS-PARM-PERIOD-SW         PIC X(1) VALUE 'N'.
          88 WS-PARM-PERIOD-GIVEN          VALUE 'Y'.
       01 WS-APPROVER               PIC X(8) VALUE SPACES.

      *    Totals signed off - the same figures the money-moving
      *    programs recompute before they run.
       01 WS-RELEASE-TOTALS.
          05 WS-RLS-COUNT           PIC 9(8) VALUE ZERO.
          05 WS-RLS-NET             PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-RLS-HASH            PIC S9(16)V99 COMP-3 VALUE ZERO.
          05 WS-RLS-DAP-COUNT       PIC 9(8) VALUE ZERO.
          05 WS-RLS-DAP-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.

      *    Latest earlier release of the same period, if any.
       01 WS-PRIOR-SW               PIC X(1) VALUE 'N'.
          88 WS-PRIOR-RELEASE              VALUE 'Y'.
       01 WS-PRIOR-APPROVER         PIC X(8).
       01 WS-PRIOR-DATE             PIC 9(8).

       01 WS-RUN-REFUSED-SW         PIC X(1) VALUE 'N'.
          88 WS-RUN-REFUSED                VALUE 'Y'.

       01 COUNT-DISP                PIC ZZZZZZZ9.
       01 TOTAL-DISP                PIC -9(9).99.
       01 HASH-DISP                 PIC -9(16).99.

       PROCEDURE DIVISION.

       OPEN-FILES.
      *    Dual-control sign-off of a calculated payroll.  The
      *    supervisor reviews the PAYROLL register and names the
      *    period and their own approver id on RLSEPARM; this step
      *    totals the run exactly as it stands now and records the
      *    release.  Nothing moves money for the period without it.
           PERFORM LOAD-RUN-PARM.
           PERFORM BUILD-PAYROLL-FILENAME.
           PERFORM OPEN-AUDITLOG.
           IF WS-APPROVER = SPACES
               DISPLAY 'PAYRLSE: NO APPROVER ON THE RELEASE '
                   'PARAMETER - PERIOD NOT RELEASED'
               PERFORM REFUSE-RELEASE
           END-IF.
           OPEN INPUT PAYROLL-IN.
           IF WS-FS1 NOT = '00'
               DISPLAY 'PAYRLSE: FILE ' WS-PAYROLL-FILENAME
                   ' NOT FOUND - STATUS ' WS-FS1
                   ' - PERIOD NOT RELEASED'
               PERFORM REFUSE-RELEASE
           END-IF.
           SET WS-NOT-EOF TO TRUE.
           PERFORM TOTAL-PAYROLL-RECORD UNTIL WS-EOF.
           CLOSE PAYROLL-IN.
           IF WS-RLS-COUNT = ZERO
               DISPLAY 'PAYRLSE: ' WS-PAYROLL-FILENAME
                   ' IS EMPTY - NOTHING TO RELEASE'
               PERFORM REFUSE-RELEASE
           END-IF.
           PERFORM TOTAL-APPLIED-DEDUCTIONS.
           PERFORM FIND-PRIOR-RELEASE.
           PERFORM APPEND-RELEASE-RECORD.
           PERFORM PRINT-RELEASE-TOTALS.

       CLOSE-FILES.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.

           STOP RUN.

       REFUSE-RELEASE.
           SET WS-RUN-REFUSED TO TRUE.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       LOAD-RUN-PARM.
           OPEN INPUT RELEASE-PARM-IN.
           IF WS-FS3 = '00'
               READ RELEASE-PARM-IN
                   NOT AT END
                       MOVE PARM-PERIOD-ID TO WS-PERIOD-ID
                       IF PARM-PERIOD-ID NOT = SPACES
                           SET WS-PARM-PERIOD-GIVEN TO TRUE
                       END-IF
                       MOVE PARM-APPROVER TO WS-APPROVER
               END-READ
               CLOSE RELEASE-PARM-IN
           END-IF.
           IF WS-PERIOD-ID = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURRENT-YYYYMM
               MOVE WS-CURRENT-YYYYMM TO WS-PERIOD-ID
           END-IF.

       BUILD-PAYROLL-FILENAME.
           IF WS-PARM-PERIOD-GIVEN
               STRING 'PAYROLL.' DELIMITED BY SIZE
                      WS-PERIOD-ID DELIMITED BY SIZE
                 INTO WS-PAYROLL-FILENAME
           ELSE
               MOVE 'PAYROLL' TO WS-PAYROLL-FILENAME
           END-IF.

       TOTAL-PAYROLL-RECORD.
           READ PAYROLL-IN
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-RLS-COUNT
                   ADD NET-PAY OF PAYROLL-RECORD TO WS-RLS-NET
                   COMPUTE WS-RLS-HASH = WS-RLS-HASH
                       + EMPLOYEE-ID OF PAYROLL-RECORD
                       * NET-PAY OF PAYROLL-RECORD
           END-READ.

       TOTAL-APPLIED-DEDUCTIONS.
      *    Only the released period's details count - REMIT filters
      *    on the same period id.  An off-cycle run takes no
      *    deductions, so an empty or absent DEDAPPL releases as
      *    zero.
           OPEN INPUT DEDUCT-APPLIED-IN.
           SET WS-NOT-EOF TO TRUE.
           IF WS-FS2 NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
                READ DEDUCT-APPLIED-IN
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF DAP-PERIOD-ID = WS-PERIOD-ID
                           ADD 1 TO WS-RLS-DAP-COUNT
                           ADD DAP-AMOUNT TO WS-RLS-DAP-TOTAL
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE DEDUCT-APPLIED-IN.

       FIND-PRIOR-RELEASE.
           OPEN INPUT RELEASE-CONTROL.
           SET WS-NOT-EOF TO TRUE.
           IF WS-FS4 NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
                READ RELEASE-CONTROL
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF RC-PERIOD-ID = WS-PERIOD-ID
                           SET WS-PRIOR-RELEASE TO TRUE
                           MOVE RC-APPROVER TO WS-PRIOR-APPROVER
                           MOVE RC-RELEASE-DATE TO WS-PRIOR-DATE
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE RELEASE-CONTROL.
           IF WS-PRIOR-RELEASE
               DISPLAY 'PAYRLSE: PERIOD ' WS-PERIOD-ID
                   ' WAS RELEASED BY ' WS-PRIOR-APPROVER
                   ' ON ' WS-PRIOR-DATE
                   ' - THAT RELEASE IS SUPERSEDED'
           END-IF.

       APPEND-RELEASE-RECORD.
           OPEN EXTEND RELEASE-CONTROL.
           IF WS-FS4 = '05' OR WS-FS4 = '35'
               OPEN OUTPUT RELEASE-CONTROL
           END-IF.
           MOVE SPACES TO RELEASE-CONTROL-REC.
           MOVE WS-PERIOD-ID TO RC-PERIOD-ID.
           MOVE WS-APPROVER TO RC-APPROVER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RC-RELEASE-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RC-RELEASE-TIME.
           MOVE WS-RLS-COUNT TO RC-RECORD-COUNT.
           MOVE WS-RLS-NET TO RC-NET-TOTAL.
           MOVE WS-RLS-HASH TO RC-HASH-TOTAL.
           MOVE WS-RLS-DAP-COUNT TO RC-DEDAPPL-COUNT.
           MOVE WS-RLS-DAP-TOTAL TO RC-DEDAPPL-TOTAL.
           WRITE RELEASE-CONTROL-REC.
           CLOSE RELEASE-CONTROL.

       PRINT-RELEASE-TOTALS.
           DISPLAY 'PAYRLSE: PERIOD ' WS-PERIOD-ID
               ' RELEASED BY ' WS-APPROVER.
           MOVE WS-RLS-COUNT TO COUNT-DISP.
           DISPLAY 'PAYRLSE: PAY RECORDS:          ' COUNT-DISP.
           MOVE WS-RLS-NET TO TOTAL-DISP.
           DISPLAY 'PAYRLSE: NET PAY TOTAL:        ' TOTAL-DISP.
           MOVE WS-RLS-HASH TO HASH-DISP.
           DISPLAY 'PAYRLSE: EMPLOYEE/NET HASH:    ' HASH-DISP.
           MOVE WS-RLS-DAP-COUNT TO COUNT-DISP.
           DISPLAY 'PAYRLSE: APPLIED DEDUCTIONS:   ' COUNT-DISP.
           MOVE WS-RLS-DAP-TOTAL TO TOTAL-DISP.
           DISPLAY 'PAYRLSE: DEDUCTION TOTAL:      ' TOTAL-DISP.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS5 = '05' OR WS-FS5 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'PAYRLSE' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-RLS-COUNT TO AUDIT-INPUT-COUNT.
           IF WS-RUN-REFUSED
               MOVE ZERO TO AUDIT-OUTPUT-COUNT
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               MOVE 1 TO AUDIT-OUTPUT-COUNT
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
