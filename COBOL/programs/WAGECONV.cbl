       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAGECONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The pay history archive in the old 62-byte layout, renamed
      *    from PAYHIST to PAYHISTO by the conversion job before this
      *    one-time load runs.
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

      *    The YTD master in the old 70-byte layout, renamed from
      *    YTDMSTR to YTDMSTRO the same way.
           SELECT YTD-MASTER-OLD
           ASSIGN TO YTDMSTRO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-YTD-EMPLOYEE-ID
           FILE STATUS IS WS-FS3.

           SELECT YTD-MASTER
           ASSIGN TO YTDMSTR
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS YTD-EMPLOYEE-ID
           FILE STATUS IS WS-FS4.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-OLD-IN
           RECORD CONTAINS 62 CHARACTERS.
       01 PAY-HISTORY-OLD-REC.
          05 OLD-HIST-AREA         PIC X(62).
          05 FILLER REDEFINES OLD-HIST-AREA.
             10 FILLER             PIC X(20).
             10 OLD-HIST-MONTHLY-SALARY  PIC S9(7)V99 COMP-3.
             10 OLD-HIST-OVERTIME-AMOUNT PIC S9(5)V99 COMP-3.
             10 OLD-HIST-BONUS-AMOUNT    PIC S9(5)V99 COMP-3.
             10 FILLER             PIC X(29).

       FD  PAY-HISTORY-OUT
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-REC.
           COPY PAYHIST-CPY.

       FD  YTD-MASTER-OLD
           RECORD CONTAINS 70 CHARACTERS.
       01 YTD-MASTER-OLD-REC.
          05 OLD-YTD-EMPLOYEE-ID   PIC 9(6).
          05 OLD-YTD-AREA          PIC X(64).
          05 FILLER REDEFINES OLD-YTD-AREA.
             10 FILLER             PIC X(4).
             10 OLD-YTD-GROSS-PAY       PIC S9(9)V99 COMP-3.
             10 OLD-YTD-OVERTIME-TOTAL  PIC S9(9)V99 COMP-3.
             10 OLD-YTD-BONUS-TOTAL     PIC S9(9)V99 COMP-3.
             10 FILLER             PIC X(42).

       FD  YTD-MASTER
           RECORD CONTAINS 92 CHARACTERS.
       01 YTD-MASTER-REC.
           COPY YTDREC-CPY.

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
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.

      *    Control totals - what came off each old file against what
      *    went onto the new one, so the load can be signed off
      *    before the old files are scratched.
       01 WS-COUNTS.
          05 WS-HIST-READ-COUNT     PIC 9(8) VALUE ZERO.
          05 WS-HIST-COUNT          PIC 9(8) VALUE ZERO.
          05 WS-YTD-READ-COUNT      PIC 9(8) VALUE ZERO.
          05 WS-YTD-COUNT           PIC 9(8) VALUE ZERO.
          05 WS-DROPPED-COUNT       PIC 9(8) VALUE ZERO.
          05 WS-INPUT-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-OUTPUT-COUNT        PIC 9(8) VALUE ZERO.

       01 WS-HIST-WRITTEN-SW        PIC X(01).
          88 WS-HIST-WRITTEN               VALUE 'Y'.
          88 WS-HIST-NOT-WRITTEN           VALUE 'N'.

       01 COUNT-DISP                PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

       OPEN-FILES.
      *    One-time conversion of the pay history archive and the YTD
      *    master written before the taxable-wage bases were carried.
      *    Every deduction was taken after tax back then, so the
      *    taxable and social wages load as the gross (salary plus
      *    overtime plus bonus) - exactly what the withholding was
      *    worked on at the time.  Either file may be converted on
      *    its own; a missing old file is reported and skipped.
           PERFORM OPEN-AUDITLOG.
           PERFORM CONVERT-PAY-HISTORY.
           PERFORM CONVERT-YTD-MASTER.

       CLOSE-FILES.
           PERFORM PRINT-CONTROL-TOTALS.
           COMPUTE WS-INPUT-COUNT =
               WS-HIST-READ-COUNT + WS-YTD-READ-COUNT.
           COMPUTE WS-OUTPUT-COUNT = WS-HIST-COUNT + WS-YTD-COUNT.
           IF WS-DROPPED-COUNT > ZERO
               SET AUDIT-ABNORMAL-END TO TRUE
               MOVE 8 TO RETURN-CODE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.

           STOP RUN.

       END-RUN-FAILED.
      *    A new file that cannot be created stops the conversion -
      *    the audit record carries whatever was loaded before it.
           COMPUTE WS-INPUT-COUNT =
               WS-HIST-READ-COUNT + WS-YTD-READ-COUNT.
           COMPUTE WS-OUTPUT-COUNT = WS-HIST-COUNT + WS-YTD-COUNT.
           SET AUDIT-ABNORMAL-END TO TRUE.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       CONVERT-PAY-HISTORY.
           OPEN INPUT PAY-HISTORY-OLD-IN.
           IF WS-FS1 NOT = '00'
               DISPLAY 'WAGECONV: OLD PAY HISTORY PAYHISTO NOT FOUND '
                   '- STATUS ' WS-FS1 ' - SKIPPED'
           ELSE
               OPEN OUTPUT PAY-HISTORY-OUT
               IF WS-FS2 NOT = '00'
                   DISPLAY 'WAGECONV: NEW PAY HISTORY PAYHIST CANNOT '
                       'BE CREATED - STATUS ' WS-FS2 ' - RUN REFUSED'
                   CLOSE PAY-HISTORY-OLD-IN
                   PERFORM END-RUN-FAILED
               END-IF
               SET WS-NOT-EOF TO TRUE
               PERFORM CONVERT-HISTORY-RECORD UNTIL WS-EOF
               CLOSE PAY-HISTORY-OLD-IN
               CLOSE PAY-HISTORY-OUT
           END-IF.

       CONVERT-HISTORY-RECORD.
           READ PAY-HISTORY-OLD-IN
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-HIST-READ-COUNT
                   MOVE SPACES TO PAY-HISTORY-REC
      *            Employee and period, then everything from the pay
      *            date on, either side of the new sequence number.
                   MOVE OLD-HIST-AREA(1:12) TO PAY-HISTORY-REC(1:12)
                   MOVE OLD-HIST-AREA(13:50) TO PAY-HISTORY-REC(15:50)
                   COMPUTE HIST-TAXABLE-WAGE =
                       OLD-HIST-MONTHLY-SALARY
                       + OLD-HIST-OVERTIME-AMOUNT
                       + OLD-HIST-BONUS-AMOUNT
                   MOVE HIST-TAXABLE-WAGE TO HIST-SOCIAL-WAGE
                   PERFORM WRITE-HISTORY-RECORD
           END-READ.

       WRITE-HISTORY-RECORD.
      *    A payment and its PAYREV reversal share employee and
      *    period - the second takes the next sequence number, in
      *    the order the old file held them.
           MOVE 1 TO HIST-SEQUENCE-NO.
           SET WS-HIST-NOT-WRITTEN TO TRUE.
           PERFORM UNTIL WS-HIST-WRITTEN
                WRITE PAY-HISTORY-REC
                    INVALID KEY
                        IF HIST-SEQUENCE-NO < 99
                            ADD 1 TO HIST-SEQUENCE-NO
                        ELSE
                            DISPLAY 'WAGECONV: NO FREE SEQUENCE FOR '
                                'EMPLOYEE ' HIST-EMPLOYEE-ID
                                ' PERIOD ' HIST-PERIOD-ID
                                ' - DROPPED'
                            ADD 1 TO WS-DROPPED-COUNT
                            SET WS-HIST-WRITTEN TO TRUE
                        END-IF
                    NOT INVALID KEY
                        ADD 1 TO WS-HIST-COUNT
                        SET WS-HIST-WRITTEN TO TRUE
                END-WRITE
           END-PERFORM.

       CONVERT-YTD-MASTER.
           OPEN INPUT YTD-MASTER-OLD.
           IF WS-FS3 NOT = '00'
               DISPLAY 'WAGECONV: OLD YTD MASTER YTDMSTRO NOT FOUND '
                   '- STATUS ' WS-FS3 ' - SKIPPED'
           ELSE
      *        The new master is built from scratch the same way
      *        YTDRBLD rebuilds it.
               OPEN OUTPUT YTD-MASTER
               IF WS-FS4 = '00'
                   CLOSE YTD-MASTER
                   OPEN I-O YTD-MASTER
               END-IF
               IF WS-FS4 NOT = '00'
                   DISPLAY 'WAGECONV: NEW YTD MASTER YTDMSTR CANNOT '
                       'BE CREATED - STATUS ' WS-FS4 ' - RUN REFUSED'
                   CLOSE YTD-MASTER-OLD
                   PERFORM END-RUN-FAILED
               END-IF
               SET WS-NOT-EOF TO TRUE
               PERFORM CONVERT-YTD-RECORD UNTIL WS-EOF
               CLOSE YTD-MASTER-OLD
               CLOSE YTD-MASTER
           END-IF.

       CONVERT-YTD-RECORD.
           READ YTD-MASTER-OLD NEXT RECORD
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-YTD-READ-COUNT
                   MOVE SPACES TO YTD-MASTER-REC
                   MOVE YTD-MASTER-OLD-REC TO YTD-MASTER-REC(1:70)
                   COMPUTE YTD-TAXABLE-WAGE-TOTAL =
                       OLD-YTD-GROSS-PAY
                       + OLD-YTD-OVERTIME-TOTAL
                       + OLD-YTD-BONUS-TOTAL
                   MOVE YTD-TAXABLE-WAGE-TOTAL
                     TO YTD-SOCIAL-WAGE-TOTAL
                   WRITE YTD-MASTER-REC
                       INVALID KEY
                           DISPLAY 'WAGECONV: DUPLICATE YTD KEY '
                               YTD-EMPLOYEE-ID ' - DROPPED'
                           ADD 1 TO WS-DROPPED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-YTD-COUNT
                   END-WRITE
           END-READ.

       PRINT-CONTROL-TOTALS.
           DISPLAY 'WAGECONV: WAGE BASE CONVERSION CONTROL TOTALS'.
           MOVE WS-HIST-READ-COUNT TO COUNT-DISP.
           DISPLAY '  RECORDS READ FROM PAYHISTO:   ' COUNT-DISP.
           MOVE WS-HIST-COUNT TO COUNT-DISP.
           DISPLAY '  RECORDS LOADED TO PAYHIST:    ' COUNT-DISP.
           MOVE WS-YTD-READ-COUNT TO COUNT-DISP.
           DISPLAY '  RECORDS READ FROM YTDMSTRO:   ' COUNT-DISP.
           MOVE WS-YTD-COUNT TO COUNT-DISP.
           DISPLAY '  RECORDS LOADED TO YTDMSTR:    ' COUNT-DISP.
           MOVE WS-DROPPED-COUNT TO COUNT-DISP.
           DISPLAY '  RECORDS DROPPED:              ' COUNT-DISP.
           IF WS-DROPPED-COUNT = ZERO
               DISPLAY '  CONTROL TOTALS AGREE'
           ELSE
               DISPLAY '  *** CONTROL TOTALS DO NOT AGREE - KEEP '
                   'PAYHISTO AND YTDMSTRO ***'
           END-IF.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS5 = '05' OR WS-FS5 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'WAGECONV' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-OUTPUT-COUNT TO AUDIT-OUTPUT-COUNT.
           WRITE AUDITLOG-REC.
