       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTARCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Retention years for the pay history and for the audit log,
      *    and an optional run date to work the cut-off from.
           SELECT OPTIONAL HISTARCH-PARM-IN
           ASSIGN TO ARCHPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

           SELECT PAY-HISTORY-IO
           ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-FS2.

      *    Dated archives - PAYHIST.Ayyyymmdd and AUDITLOG.Ayyyymmdd -
      *    each a header, the records moved off the live file exactly
      *    as they stood, and a trailer carrying the control totals.
           SELECT HIST-ARCHIVE-OUT
           ASSIGN TO WS-HIST-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

           SELECT AUDITLOG-IN
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

      *    The audit records being kept, copied back over AUDITLOG
      *    once the archive is safely written.
           SELECT AUDIT-WORK-FILE
           ASSIGN TO AUDTWORK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

           SELECT AUDIT-ARCHIVE-OUT
           ASSIGN TO WS-AUDIT-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTARCH-PARM-IN
           RECORD CONTAINS 12 CHARACTERS.
       01 HISTARCH-PARM-REC.
          05 PARM-HIST-YEARS       PIC 9(2).
          05 PARM-AUDIT-YEARS      PIC 9(2).
          05 PARM-RUN-DATE         PIC 9(8).

       FD  PAY-HISTORY-IO
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-REC.
           COPY PAYHIST-CPY.

       FD  HIST-ARCHIVE-OUT
           RECORD CONTAINS 83 CHARACTERS.
       01 HIST-ARCHIVE-REC.
          05 HARC-REC-TYPE         PIC X(1).
             88 HARC-HEADER               VALUE 'H'.
             88 HARC-DETAIL               VALUE 'D'.
             88 HARC-TRAILER              VALUE 'T'.
          05 HARC-DATA             PIC X(82).
          05 HARC-HEADER-DATA REDEFINES HARC-DATA.
             10 HARC-SOURCE-FILE      PIC X(8).
             10 HARC-RUN-DATE         PIC 9(8).
             10 HARC-CUTOFF-YEAR      PIC 9(4).
             10 HARC-RETAIN-YEARS     PIC 9(2).
             10 FILLER                PIC X(60).
          05 HARC-TRAILER-DATA REDEFINES HARC-DATA.
             10 HARC-RECORD-COUNT     PIC 9(8).
             10 HARC-HASH-TOTAL       PIC 9(15).
             10 HARC-GROSS-TOTAL      PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
             10 HARC-NET-TOTAL        PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
             10 FILLER                PIC X(31).

       FD  AUDITLOG-IN
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-IN-REC.
           COPY AUDITLOG-CPY
               REPLACING LEADING ==AUDIT== BY ==IN-AUDIT==.

       FD  AUDIT-WORK-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDIT-WORK-REC           PIC X(50).

       FD  AUDIT-ARCHIVE-OUT
           RECORD CONTAINS 51 CHARACTERS.
       01 AUDIT-ARCHIVE-REC.
          05 AARC-REC-TYPE         PIC X(1).
             88 AARC-HEADER               VALUE 'H'.
             88 AARC-DETAIL               VALUE 'D'.
             88 AARC-TRAILER              VALUE 'T'.
          05 AARC-DATA             PIC X(50).
          05 AARC-HEADER-DATA REDEFINES AARC-DATA.
             10 AARC-SOURCE-FILE      PIC X(8).
             10 AARC-RUN-DATE         PIC 9(8).
             10 AARC-CUTOFF-DATE      PIC 9(8).
             10 AARC-RETAIN-YEARS     PIC 9(2).
             10 FILLER                PIC X(24).
          05 AARC-TRAILER-DATA REDEFINES AARC-DATA.
             10 AARC-RECORD-COUNT     PIC 9(8).
             10 FILLER                PIC X(42).

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC X(02).
          05 WS-FS3        PIC X(02).
          05 WS-FS4        PIC X(02).
          05 WS-FS5        PIC X(02).
          05 WS-FS6        PIC X(02).
          05 WS-FS7        PIC X(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.

      *    Retention - the current year plus this many full years
      *    before it stay on the live files.  The pay history must
      *    keep last year as well as this one (YTD rebuilds, tax
      *    certificates, retro re-pricing and the quarterly deposits
      *    all read it), so it is never cut closer than two years.
       01 WS-HIST-YEARS             PIC 9(2) VALUE 7.
       01 WS-AUDIT-YEARS            PIC 9(2) VALUE 2.
       01 WS-MIN-HIST-YEARS         PIC 9(2) VALUE 2.
       01 WS-MIN-AUDIT-YEARS        PIC 9(2) VALUE 1.
       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-YEAR               PIC 9(4).
       01 WS-HIST-CUTOFF-YEAR       PIC 9(4).
       01 WS-AUDIT-CUTOFF-DATE      PIC 9(8).
       01 WS-RECORD-YEAR            PIC 9(4).

       01 WS-HIST-ARCHIVE-NAME      PIC X(20) VALUE SPACES.
       01 WS-AUDIT-ARCHIVE-NAME     PIC X(20) VALUE SPACES.

       01 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
          88 WS-RUN-REFUSED                VALUE 'Y'.
       01 WS-ARCHIVE-ERROR-SW       PIC X(01) VALUE 'N'.
          88 WS-ARCHIVE-ERROR              VALUE 'Y'.
      *    Any failed open or write while the audit log is split or
      *    rebuilt - AUDITLOG is only replaced from a complete copy.
       01 WS-AUDIT-FILE-SW          PIC X(01) VALUE 'N'.
          88 WS-AUDIT-FILES-OK             VALUE 'N'.
          88 WS-AUDIT-FILE-ERROR           VALUE 'Y'.

      *    Pay history control totals - what was read, what moved to
      *    the archive (count, employee-id hash, gross and net), and
      *    what stayed, and what would not come off PAYHIST.
       01 WS-HIST-COUNTS.
          05 WS-HIST-READ-COUNT     PIC 9(8) VALUE ZERO.
          05 WS-HIST-ARCH-COUNT     PIC 9(8) VALUE ZERO.
          05 WS-HIST-KEPT-COUNT     PIC 9(8) VALUE ZERO.
          05 WS-HIST-FAILED-COUNT   PIC 9(8) VALUE ZERO.
          05 WS-HIST-HASH-TOTAL     PIC 9(15) VALUE ZERO.
          05 WS-HIST-GROSS-TOTAL    PIC S9(11)V99 COMP-3 VALUE ZERO.
          05 WS-HIST-NET-TOTAL      PIC S9(11)V99 COMP-3 VALUE ZERO.

      *    Audit log - the latest record of every program is kept
      *    whatever its age: GATEKEEP and PAYCLOSE judge a step by
      *    its most recent run, and a program that has not run for
      *    years must still read as having run.
       01 WS-AUDIT-COUNTS.
          05 WS-AUDIT-READ-COUNT    PIC 9(8) VALUE ZERO.
          05 WS-AUDIT-ARCH-COUNT    PIC 9(8) VALUE ZERO.
          05 WS-AUDIT-KEPT-COUNT    PIC 9(8) VALUE ZERO.
          05 WS-AUDIT-RECORD-NO     PIC 9(8) VALUE ZERO.
       01 WS-PGM-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-PGM-TABLE.
          05 WS-PGM-ENTRY OCCURS 200 TIMES INDEXED BY WS-PGM-IDX.
             10 WS-PGM-NAME            PIC X(8).
             10 WS-PGM-LAST-RECORD     PIC 9(8).
       01 WS-PGM-FOUND-SW           PIC X(01).
          88 WS-PGM-FOUND                  VALUE 'Y'.
          88 WS-PGM-NOT-FOUND              VALUE 'N'.
       01 WS-PGM-TABLE-FULL-SW      PIC X(01) VALUE 'N'.
          88 WS-PGM-TABLE-FULL             VALUE 'Y'.
       01 WS-KEEP-SW                PIC X(01).
          88 WS-KEEP-RECORD                VALUE 'Y'.
          88 WS-ARCHIVE-RECORD             VALUE 'N'.

       01 COUNT-DISP                PIC ZZZZZZZ9.
       01 AMOUNT-DISP               PIC -9(11).99.

       PROCEDURE DIVISION.

       OPEN-FILES.
           PERFORM LOAD-RUN-PARM.
           PERFORM CHECK-ARCHIVES-NEW.
           PERFORM ARCHIVE-PAY-HISTORY.
           PERFORM ARCHIVE-AUDIT-LOG.
           PERFORM PRINT-CONTROL-TOTALS.

       CLOSE-FILES.
           PERFORM OPEN-AUDITLOG.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           IF WS-ARCHIVE-ERROR
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       REFUSE-RUN.
           SET WS-RUN-REFUSED TO TRUE.
           PERFORM OPEN-AUDITLOG.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       LOAD-RUN-PARM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT HISTARCH-PARM-IN.
           IF WS-FS1 = '00'
               READ HISTARCH-PARM-IN
                   NOT AT END
                       IF PARM-HIST-YEARS NUMERIC
                             AND PARM-HIST-YEARS > ZERO
                           MOVE PARM-HIST-YEARS TO WS-HIST-YEARS
                       END-IF
                       IF PARM-AUDIT-YEARS NUMERIC
                             AND PARM-AUDIT-YEARS > ZERO
                           MOVE PARM-AUDIT-YEARS TO WS-AUDIT-YEARS
                       END-IF
                       IF PARM-RUN-DATE NUMERIC
                             AND PARM-RUN-DATE > ZERO
                           MOVE PARM-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE HISTARCH-PARM-IN
           END-IF.
           IF WS-HIST-YEARS < WS-MIN-HIST-YEARS
               DISPLAY 'HISTARCH: PAY HISTORY RETENTION OF '
                   WS-HIST-YEARS ' YEAR(S) IS BELOW THE MINIMUM OF '
                   WS-MIN-HIST-YEARS ' - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           IF WS-AUDIT-YEARS < WS-MIN-AUDIT-YEARS
               DISPLAY 'HISTARCH: AUDIT LOG RETENTION OF '
                   WS-AUDIT-YEARS ' YEAR(S) IS BELOW THE MINIMUM OF '
                   WS-MIN-AUDIT-YEARS ' - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
           COMPUTE WS-HIST-CUTOFF-YEAR = WS-RUN-YEAR - WS-HIST-YEARS.
           COMPUTE WS-AUDIT-CUTOFF-DATE =
               (WS-RUN-YEAR - WS-AUDIT-YEARS) * 10000 + 0101.
           STRING 'PAYHIST.A' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-HIST-ARCHIVE-NAME.
           STRING 'AUDITLOG.A' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
             INTO WS-AUDIT-ARCHIVE-NAME.
           DISPLAY 'HISTARCH: RETENTION RUN ' WS-RUN-DATE
               ' - PAY HISTORY BEFORE ' WS-HIST-CUTOFF-YEAR
               ', AUDIT LOG BEFORE ' WS-AUDIT-CUTOFF-DATE.

       CHECK-ARCHIVES-NEW.
      *    A second run on the same day would overwrite the first
      *    run's archive after its records had already left the live
      *    files - refused instead.
           OPEN INPUT HIST-ARCHIVE-OUT.
           IF WS-FS3 = '00'
               CLOSE HIST-ARCHIVE-OUT
               DISPLAY 'HISTARCH: ARCHIVE ' WS-HIST-ARCHIVE-NAME
                   ' ALREADY EXISTS - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           OPEN INPUT AUDIT-ARCHIVE-OUT.
           IF WS-FS6 = '00'
               CLOSE AUDIT-ARCHIVE-OUT
               DISPLAY 'HISTARCH: ARCHIVE ' WS-AUDIT-ARCHIVE-NAME
                   ' ALREADY EXISTS - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.

       ARCHIVE-PAY-HISTORY.
      *    A period goes as a whole - the payment, its reversal and
      *    any rerun all carry the period id, so the year is taken
      *    from the id (the pay date only when the id is not a
      *    YYYYnn one).  Each record is on the archive before it is
      *    deleted from PAYHIST - when the archive cannot be opened
      *    or its header written, PAYHIST is not read at all.
           OPEN I-O PAY-HISTORY-IO.
           IF WS-FS2 NOT = '00'
               DISPLAY 'HISTARCH: NO PAY HISTORY ON FILE - STATUS '
                   WS-FS2 ' - PAYHIST NOT ARCHIVED'
           ELSE
               OPEN OUTPUT HIST-ARCHIVE-OUT
               IF WS-FS3 NOT = '00'
                   DISPLAY 'HISTARCH: ARCHIVE ' WS-HIST-ARCHIVE-NAME
                       ' CANNOT BE OPENED - STATUS ' WS-FS3
                       ' - PAYHIST NOT ARCHIVED'
                   SET WS-ARCHIVE-ERROR TO TRUE
               ELSE
                   PERFORM WRITE-HIST-ARCHIVE
                   CLOSE HIST-ARCHIVE-OUT
               END-IF
               CLOSE PAY-HISTORY-IO
           END-IF.

       WRITE-HIST-ARCHIVE.
           MOVE SPACES TO HIST-ARCHIVE-REC.
           SET HARC-HEADER TO TRUE.
           MOVE 'PAYHIST' TO HARC-SOURCE-FILE.
           MOVE WS-RUN-DATE TO HARC-RUN-DATE.
           MOVE WS-HIST-CUTOFF-YEAR TO HARC-CUTOFF-YEAR.
           MOVE WS-HIST-YEARS TO HARC-RETAIN-YEARS.
           WRITE HIST-ARCHIVE-REC.
           IF WS-FS3 NOT = '00'
               DISPLAY 'HISTARCH: ARCHIVE ' WS-HIST-ARCHIVE-NAME
                   ' HEADER NOT WRITTEN - STATUS ' WS-FS3
                   ' - PAYHIST NOT ARCHIVED'
               SET WS-ARCHIVE-ERROR TO TRUE
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM READ-PAY-HISTORY UNTIL WS-EOF
               MOVE SPACES TO HIST-ARCHIVE-REC
               SET HARC-TRAILER TO TRUE
               MOVE WS-HIST-ARCH-COUNT TO HARC-RECORD-COUNT
               MOVE WS-HIST-HASH-TOTAL TO HARC-HASH-TOTAL
               MOVE WS-HIST-GROSS-TOTAL TO HARC-GROSS-TOTAL
               MOVE WS-HIST-NET-TOTAL TO HARC-NET-TOTAL
               WRITE HIST-ARCHIVE-REC
               IF WS-FS3 NOT = '00'
                   DISPLAY 'HISTARCH: ARCHIVE ' WS-HIST-ARCHIVE-NAME
                       ' TRAILER NOT WRITTEN - STATUS ' WS-FS3
                       ' - ARCHIVE HAS NO CONTROL TOTALS'
                   SET WS-ARCHIVE-ERROR TO TRUE
               END-IF
           END-IF.

       READ-PAY-HISTORY.
           READ PAY-HISTORY-IO NEXT RECORD
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   IF HIST-PERIOD-ID(1:4) NUMERIC
                       MOVE HIST-PERIOD-ID(1:4) TO WS-RECORD-YEAR
                   ELSE
                       MOVE HIST-PAY-DATE(1:4) TO WS-RECORD-YEAR
                   END-IF
                   IF WS-RECORD-YEAR < WS-HIST-CUTOFF-YEAR
                       PERFORM MOVE-HISTORY-TO-ARCHIVE
                   ELSE
                       ADD 1 TO WS-HIST-KEPT-COUNT
                   END-IF
           END-READ.

       MOVE-HISTORY-TO-ARCHIVE.
           MOVE SPACES TO HIST-ARCHIVE-REC.
           SET HARC-DETAIL TO TRUE.
           MOVE PAY-HISTORY-REC TO HARC-DATA.
           WRITE HIST-ARCHIVE-REC.
           IF WS-FS3 NOT = '00'
               DISPLAY 'HISTARCH: PAYHIST KEY ' HIST-KEY
                   ' NOT WRITTEN TO THE ARCHIVE - STATUS ' WS-FS3
                   ' - LEFT ON PAYHIST'
               ADD 1 TO WS-HIST-FAILED-COUNT
               SET WS-ARCHIVE-ERROR TO TRUE
           ELSE
               PERFORM DELETE-ARCHIVED-HISTORY
           END-IF.

       DELETE-ARCHIVED-HISTORY.
      *    Only a record that has really left PAYHIST counts toward
      *    the trailer.  One that would not delete is still on the
      *    archive as well as live - the run ends abnormally so the
      *    archive is not taken as balanced.
           DELETE PAY-HISTORY-IO RECORD.
           IF WS-FS2 = '00'
               ADD 1 TO WS-HIST-ARCH-COUNT
               ADD HIST-EMPLOYEE-ID TO WS-HIST-HASH-TOTAL
               ADD HIST-MONTHLY-SALARY HIST-OVERTIME-AMOUNT
                   HIST-BONUS-AMOUNT TO WS-HIST-GROSS-TOTAL
               ADD HIST-NET-PAY TO WS-HIST-NET-TOTAL
           ELSE
               DISPLAY 'HISTARCH: PAYHIST KEY ' HIST-KEY
                   ' COULD NOT BE DELETED - STATUS ' WS-FS2
                   ' - ON THE ARCHIVE AND STILL LIVE'
               ADD 1 TO WS-HIST-FAILED-COUNT
               SET WS-ARCHIVE-ERROR TO TRUE
           END-IF.

       ARCHIVE-AUDIT-LOG.
      *    Two passes over the log: the first notes each program's
      *    latest record, the second splits the log between the
      *    archive and the work file.  The work file then replaces
      *    AUDITLOG, and this run's own record goes on the end.
           OPEN INPUT AUDITLOG-IN.
           IF WS-FS4 NOT = '00'
               DISPLAY 'HISTARCH: NO AUDIT LOG ON FILE - STATUS '
                   WS-FS4 ' - AUDITLOG NOT ARCHIVED'
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM NOTE-LATEST-AUDIT UNTIL WS-EOF
               CLOSE AUDITLOG-IN
               PERFORM SPLIT-AUDIT-LOG
               IF WS-AUDIT-FILES-OK
                     AND WS-AUDIT-READ-COUNT =
                         WS-AUDIT-KEPT-COUNT + WS-AUDIT-ARCH-COUNT
                   PERFORM REPLACE-AUDIT-LOG
               ELSE
                   DISPLAY 'HISTARCH: AUDIT LOG SPLIT INCOMPLETE - '
                       'AUDITLOG LEFT AS IT WAS'
                   SET WS-ARCHIVE-ERROR TO TRUE
               END-IF
           END-IF.

       NOTE-LATEST-AUDIT.
           READ AUDITLOG-IN
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-AUDIT-RECORD-NO
                   PERFORM FIND-PROGRAM-ENTRY
                   IF WS-PGM-FOUND
                       MOVE WS-AUDIT-RECORD-NO
                         TO WS-PGM-LAST-RECORD (WS-PGM-IDX)
                   END-IF
           END-READ.

       FIND-PROGRAM-ENTRY.
           SET WS-PGM-NOT-FOUND TO TRUE.
           SET WS-PGM-IDX TO 1.
           PERFORM UNTIL WS-PGM-IDX > WS-PGM-COUNT
                      OR WS-PGM-FOUND
                IF WS-PGM-NAME (WS-PGM-IDX) = IN-AUDIT-PROGRAM-NAME
                   SET WS-PGM-FOUND TO TRUE
                ELSE
                   SET WS-PGM-IDX UP BY 1
                END-IF
           END-PERFORM.
           IF WS-PGM-NOT-FOUND
               IF WS-PGM-COUNT < 200
                   ADD 1 TO WS-PGM-COUNT
                   SET WS-PGM-IDX TO WS-PGM-COUNT
                   MOVE IN-AUDIT-PROGRAM-NAME
                     TO WS-PGM-NAME (WS-PGM-IDX)
                   SET WS-PGM-FOUND TO TRUE
               ELSE
                   SET WS-PGM-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       SPLIT-AUDIT-LOG.
      *    Every open and write is checked, and a record only counts
      *    as kept or archived once it is really written, so the
      *    counts prove the split before AUDITLOG is replaced.
           SET WS-AUDIT-FILES-OK TO TRUE.
           OPEN INPUT AUDITLOG-IN.
           IF WS-FS4 NOT = '00'
               DISPLAY 'HISTARCH: AUDITLOG CANNOT BE REREAD - STATUS '
                   WS-FS4
               SET WS-AUDIT-FILE-ERROR TO TRUE
           ELSE
               OPEN OUTPUT AUDIT-WORK-FILE
               IF WS-FS5 NOT = '00'
                   DISPLAY 'HISTARCH: WORK FILE AUDTWORK CANNOT BE '
                       'OPENED - STATUS ' WS-FS5
                   SET WS-AUDIT-FILE-ERROR TO TRUE
               ELSE
                   OPEN OUTPUT AUDIT-ARCHIVE-OUT
                   IF WS-FS6 NOT = '00'
                       DISPLAY 'HISTARCH: ARCHIVE '
                           WS-AUDIT-ARCHIVE-NAME
                           ' CANNOT BE OPENED - STATUS ' WS-FS6
                       SET WS-AUDIT-FILE-ERROR TO TRUE
                   ELSE
                       PERFORM WRITE-AUDIT-ARCHIVE
                       CLOSE AUDIT-ARCHIVE-OUT
                   END-IF
                   CLOSE AUDIT-WORK-FILE
               END-IF
               CLOSE AUDITLOG-IN
           END-IF.

       WRITE-AUDIT-ARCHIVE.
           MOVE SPACES TO AUDIT-ARCHIVE-REC.
           SET AARC-HEADER TO TRUE.
           MOVE 'AUDITLOG' TO AARC-SOURCE-FILE.
           MOVE WS-RUN-DATE TO AARC-RUN-DATE.
           MOVE WS-AUDIT-CUTOFF-DATE TO AARC-CUTOFF-DATE.
           MOVE WS-AUDIT-YEARS TO AARC-RETAIN-YEARS.
           WRITE AUDIT-ARCHIVE-REC.
           IF WS-FS6 NOT = '00'
               PERFORM AUDIT-ARCHIVE-WRITE-FAILED
           END-IF.
           MOVE ZERO TO WS-AUDIT-RECORD-NO.
           SET WS-NOT-EOF TO TRUE.
           PERFORM SPLIT-AUDIT-RECORD UNTIL WS-EOF.
           MOVE SPACES TO AUDIT-ARCHIVE-REC.
           SET AARC-TRAILER TO TRUE.
           MOVE WS-AUDIT-ARCH-COUNT TO AARC-RECORD-COUNT.
           WRITE AUDIT-ARCHIVE-REC.
           IF WS-FS6 NOT = '00'
               PERFORM AUDIT-ARCHIVE-WRITE-FAILED
           END-IF.

       AUDIT-ARCHIVE-WRITE-FAILED.
           IF WS-AUDIT-FILES-OK
               DISPLAY 'HISTARCH: ARCHIVE ' WS-AUDIT-ARCHIVE-NAME
                   ' WRITE FAILED - STATUS ' WS-FS6
           END-IF.
           SET WS-AUDIT-FILE-ERROR TO TRUE.

       SPLIT-AUDIT-RECORD.
           READ AUDITLOG-IN
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   ADD 1 TO WS-AUDIT-RECORD-NO
                   SET WS-KEEP-RECORD TO TRUE
                   IF IN-AUDIT-RUN-DATE < WS-AUDIT-CUTOFF-DATE
                         AND NOT WS-PGM-TABLE-FULL
                       PERFORM FIND-PROGRAM-ENTRY
                       IF WS-PGM-LAST-RECORD (WS-PGM-IDX)
                             NOT = WS-AUDIT-RECORD-NO
                           SET WS-ARCHIVE-RECORD TO TRUE
                       END-IF
                   END-IF
                   IF WS-KEEP-RECORD
                       MOVE AUDITLOG-IN-REC TO AUDIT-WORK-REC
                       WRITE AUDIT-WORK-REC
                       IF WS-FS5 = '00'
                           ADD 1 TO WS-AUDIT-KEPT-COUNT
                       ELSE
                           IF WS-AUDIT-FILES-OK
                               DISPLAY 'HISTARCH: WORK FILE AUDTWORK '
                                   'WRITE FAILED - STATUS ' WS-FS5
                           END-IF
                           SET WS-AUDIT-FILE-ERROR TO TRUE
                       END-IF
                   ELSE
                       MOVE SPACES TO AUDIT-ARCHIVE-REC
                       SET AARC-DETAIL TO TRUE
                       MOVE AUDITLOG-IN-REC TO AARC-DATA
                       WRITE AUDIT-ARCHIVE-REC
                       IF WS-FS6 = '00'
                           ADD 1 TO WS-AUDIT-ARCH-COUNT
                       ELSE
                           PERFORM AUDIT-ARCHIVE-WRITE-FAILED
                       END-IF
                   END-IF
           END-READ.

       REPLACE-AUDIT-LOG.
      *    AUDITLOG is only truncated once the work file is open to
      *    rebuild it from.  A write failing part way leaves the kept
      *    records on AUDTWORK to restore it by hand.
           OPEN INPUT AUDIT-WORK-FILE.
           IF WS-FS5 NOT = '00'
               DISPLAY 'HISTARCH: WORK FILE AUDTWORK CANNOT BE REREAD '
                   '- STATUS ' WS-FS5 ' - AUDITLOG LEFT AS IT WAS'
               SET WS-ARCHIVE-ERROR TO TRUE
           ELSE
               OPEN OUTPUT AUDITLOG-OUT
               IF WS-FS7 NOT = '00'
                   DISPLAY 'HISTARCH: AUDITLOG CANNOT BE REWRITTEN - '
                       'STATUS ' WS-FS7
                       ' - RESTORE IT FROM AUDTWORK'
                   SET WS-ARCHIVE-ERROR TO TRUE
               ELSE
                   SET WS-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-EOF
                        READ AUDIT-WORK-FILE
                                 AT END SET WS-EOF TO TRUE
                             NOT AT END
                                PERFORM REWRITE-AUDIT-ENTRY
                        END-READ
                   END-PERFORM
                   CLOSE AUDITLOG-OUT
               END-IF
               CLOSE AUDIT-WORK-FILE
           END-IF.

       REWRITE-AUDIT-ENTRY.
           MOVE AUDIT-WORK-REC TO AUDITLOG-REC.
           WRITE AUDITLOG-REC.
           IF WS-FS7 NOT = '00'
               IF WS-AUDIT-FILES-OK
                   DISPLAY 'HISTARCH: AUDITLOG WRITE FAILED - STATUS '
                       WS-FS7 ' - RESTORE IT FROM AUDTWORK'
               END-IF
               SET WS-AUDIT-FILE-ERROR TO TRUE
               SET WS-ARCHIVE-ERROR TO TRUE
           END-IF.

       PRINT-CONTROL-TOTALS.
           DISPLAY 'HISTARCH: RETENTION CONTROL TOTALS'.
           MOVE WS-HIST-READ-COUNT TO COUNT-DISP.
           DISPLAY '  PAYHIST RECORDS READ:       ' COUNT-DISP.
           MOVE WS-HIST-ARCH-COUNT TO COUNT-DISP.
           DISPLAY '  PAYHIST RECORDS ARCHIVED:   ' COUNT-DISP
               '  TO ' WS-HIST-ARCHIVE-NAME.
           MOVE WS-HIST-GROSS-TOTAL TO AMOUNT-DISP.
           DISPLAY '    GROSS ARCHIVED:  ' AMOUNT-DISP.
           MOVE WS-HIST-NET-TOTAL TO AMOUNT-DISP.
           DISPLAY '    NET ARCHIVED:    ' AMOUNT-DISP.
           DISPLAY '    EMPLOYEE HASH:   ' WS-HIST-HASH-TOTAL.
           MOVE WS-HIST-KEPT-COUNT TO COUNT-DISP.
           DISPLAY '  PAYHIST RECORDS KEPT:       ' COUNT-DISP.
           IF WS-HIST-FAILED-COUNT > ZERO
               MOVE WS-HIST-FAILED-COUNT TO COUNT-DISP
               DISPLAY '  *** PAYHIST RECORDS NOT ARCHIVED OR NOT '
                   'DELETED: ' COUNT-DISP ' - STILL LIVE ***'
           END-IF.
           MOVE WS-AUDIT-READ-COUNT TO COUNT-DISP.
           DISPLAY '  AUDITLOG RECORDS READ:      ' COUNT-DISP.
           MOVE WS-AUDIT-ARCH-COUNT TO COUNT-DISP.
           DISPLAY '  AUDITLOG RECORDS ARCHIVED:  ' COUNT-DISP
               '  TO ' WS-AUDIT-ARCHIVE-NAME.
           MOVE WS-AUDIT-KEPT-COUNT TO COUNT-DISP.
           DISPLAY '  AUDITLOG RECORDS KEPT:      ' COUNT-DISP.
           IF WS-PGM-TABLE-FULL
               DISPLAY '  AUDITLOG HOLDS MORE PROGRAMS THAN THE '
                   'TABLE - NOTHING ARCHIVED FROM IT'
           END-IF.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS7 = '05' OR WS-FS7 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDITLOG-REC.
           MOVE 'HISTARCH' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           COMPUTE AUDIT-INPUT-COUNT =
               WS-HIST-READ-COUNT + WS-AUDIT-READ-COUNT.
           COMPUTE AUDIT-OUTPUT-COUNT =
               WS-HIST-ARCH-COUNT + WS-AUDIT-ARCH-COUNT.
           IF WS-RUN-REFUSED OR WS-ARCHIVE-ERROR
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
