       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The pay history archive as the sequential 82-byte file
      *    PAYROLL used to append to, renamed from PAYHIST to
      *    PAYHISTO by the conversion job before this one-time load
      *    runs.
           SELECT PAY-HISTORY-OLD-IN
           ASSIGN TO PAYHISTO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

           SELECT PAY-HISTORY-OUT
           ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-FS2.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

       DATA DIVISION.
       FILE SECTION.
      *    The old layout differs from PAYHIST-CPY only in having no
      *    sequence number between the period id and the pay date,
      *    and two more bytes of filler at the end.
       FD  PAY-HISTORY-OLD-IN
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-OLD-REC.
          05 OLD-HIST-AREA         PIC X(82).
          05 FILLER REDEFINES OLD-HIST-AREA.
             10 OLD-HIST-EMPLOYEE-ID     PIC 9(6).
             10 OLD-HIST-PERIOD-ID       PIC X(6).
             10 FILLER                   PIC X(35).
             10 OLD-HIST-NET-PAY         PIC S9(7)V99 COMP-3.
             10 FILLER                   PIC X(30).

       FD  PAY-HISTORY-OUT
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-REC.
           COPY PAYHIST-CPY.

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC X(02).
          05 WS-FS3        PIC X(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.

       01 WS-HIST-WRITTEN-SW        PIC X(01).
          88 WS-HIST-WRITTEN               VALUE 'Y'.
          88 WS-HIST-NOT-WRITTEN           VALUE 'N'.

      *    Control totals - what came off the old file against what
      *    went onto the new one, so the load can be signed off
      *    before the old file is scratched.
       01 WS-COUNTS.
          05 WS-INPUT-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-OUTPUT-COUNT        PIC 9(8) VALUE ZERO.
          05 WS-DROPPED-COUNT       PIC 9(8) VALUE ZERO.
          05 WS-SEQUENCED-COUNT     PIC 9(8) VALUE ZERO.
       01 WS-TOTALS.
          05 WS-INPUT-NET           PIC S9(11)V99 COMP-3 VALUE ZERO.
          05 WS-OUTPUT-NET          PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 COUNT-DISP                PIC ZZZZZZZ9.
       01 AMOUNT-DISP               PIC -9(11).99.

       PROCEDURE DIVISION.

       OPEN-FILES.
      *    One-time load of the sequential pay history into the
      *    indexed PAYHIST.  The first record of an employee and
      *    period goes in as sequence 01; a PAYREV reversal or a
      *    corrected rerun after it takes the next number, in the
      *    order the old file held them.
           PERFORM OPEN-AUDITLOG.
           OPEN INPUT PAY-HISTORY-OLD-IN.
           IF WS-FS1 NOT = '00'
               DISPLAY 'HISTCONV: OLD PAY HISTORY PAYHISTO NOT FOUND '
                   '- STATUS ' WS-FS1 ' - NOTHING CONVERTED'
               SET AUDIT-ABNORMAL-END TO TRUE
               PERFORM WRITE-AUDIT-RECORD
               CLOSE AUDITLOG-OUT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PAY-HISTORY-OUT.
           IF WS-FS2 NOT = '00'
               DISPLAY 'HISTCONV: NEW PAY HISTORY PAYHIST CANNOT BE '
                   'CREATED - STATUS ' WS-FS2 ' - NOTHING CONVERTED'
               CLOSE PAY-HISTORY-OLD-IN
               SET AUDIT-ABNORMAL-END TO TRUE
               PERFORM WRITE-AUDIT-RECORD
               CLOSE AUDITLOG-OUT
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-NOT-EOF TO TRUE.
           PERFORM CONVERT-HISTORY-RECORD UNTIL WS-EOF.
           CLOSE PAY-HISTORY-OLD-IN.
           CLOSE PAY-HISTORY-OUT.

       CLOSE-FILES.
           PERFORM PRINT-CONTROL-TOTALS.
           IF WS-DROPPED-COUNT > ZERO
               SET AUDIT-ABNORMAL-END TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.

           STOP RUN.

       CONVERT-HISTORY-RECORD.
           READ PAY-HISTORY-OLD-IN
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-INPUT-COUNT
                   ADD OLD-HIST-NET-PAY TO WS-INPUT-NET
                   MOVE SPACES TO PAY-HISTORY-REC
                   MOVE OLD-HIST-AREA(1:12) TO PAY-HISTORY-REC(1:12)
                   MOVE OLD-HIST-AREA(13:62) TO PAY-HISTORY-REC(15:62)
                   PERFORM WRITE-HISTORY-RECORD
           END-READ.

       WRITE-HISTORY-RECORD.
           MOVE 1 TO HIST-SEQUENCE-NO.
           SET WS-HIST-NOT-WRITTEN TO TRUE.
           PERFORM UNTIL WS-HIST-WRITTEN
                WRITE PAY-HISTORY-REC
                    INVALID KEY
                        IF HIST-SEQUENCE-NO < 99
                            ADD 1 TO HIST-SEQUENCE-NO
                        ELSE
                            DISPLAY 'HISTCONV: NO FREE SEQUENCE FOR '
                                'EMPLOYEE ' HIST-EMPLOYEE-ID
                                ' PERIOD ' HIST-PERIOD-ID
                                ' - DROPPED'
                            ADD 1 TO WS-DROPPED-COUNT
                            SET WS-HIST-WRITTEN TO TRUE
                        END-IF
                    NOT INVALID KEY
                        ADD 1 TO WS-OUTPUT-COUNT
                        ADD HIST-NET-PAY TO WS-OUTPUT-NET
                        IF HIST-SEQUENCE-NO > 1
                            ADD 1 TO WS-SEQUENCED-COUNT
                        END-IF
                        SET WS-HIST-WRITTEN TO TRUE
                END-WRITE
           END-PERFORM.

       PRINT-CONTROL-TOTALS.
           DISPLAY 'HISTCONV: PAY HISTORY CONVERSION CONTROL TOTALS'.
           MOVE WS-INPUT-COUNT TO COUNT-DISP.
           MOVE WS-INPUT-NET TO AMOUNT-DISP.
           DISPLAY '  RECORDS READ FROM PAYHISTO:   ' COUNT-DISP
               '   NET PAY ' AMOUNT-DISP.
           MOVE WS-OUTPUT-COUNT TO COUNT-DISP.
           MOVE WS-OUTPUT-NET TO AMOUNT-DISP.
           DISPLAY '  RECORDS LOADED TO PAYHIST:    ' COUNT-DISP
               '   NET PAY ' AMOUNT-DISP.
           MOVE WS-SEQUENCED-COUNT TO COUNT-DISP.
           DISPLAY '  OF WHICH AFTER THE FIRST FOR THEIR PERIOD: '
               COUNT-DISP.
           MOVE WS-DROPPED-COUNT TO COUNT-DISP.
           DISPLAY '  RECORDS DROPPED:              ' COUNT-DISP.
           IF WS-INPUT-COUNT = WS-OUTPUT-COUNT
                 AND WS-INPUT-NET = WS-OUTPUT-NET
               DISPLAY '  CONTROL TOTALS AGREE'
           ELSE
               DISPLAY '  *** CONTROL TOTALS DO NOT AGREE - KEEP '
                   'PAYHISTO ***'
           END-IF.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS3 = '05' OR WS-FS3 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'HISTCONV' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-OUTPUT-COUNT TO AUDIT-OUTPUT-COUNT.
           WRITE AUDITLOG-REC.
