       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Pay-calendar master - loaded whole, then written back with
      *    the period closed and the next period of its frequency
      *    added.
           SELECT PAY-CALENDAR
           ASSIGN TO PAYCAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

           SELECT OPTIONAL AUDITLOG-IN
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

      *    DDEXPORT's transmission register - the period's ACH file
      *    must be on it.
           SELECT OPTIONAL DDEXPORT-REGISTER
           ASSIGN TO DDREGSTR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

           SELECT OPTIONAL PAYCLOSE-PARM-IN
           ASSIGN TO CLOSEPRM
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
       FD  PAY-CALENDAR
           RECORD CONTAINS 32 CHARACTERS.
       01 PAY-CALENDAR-REC.
           COPY PAYCAL-CPY.

       FD  AUDITLOG-IN
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       FD  DDEXPORT-REGISTER
           RECORD CONTAINS 47 CHARACTERS.
       01 DDEXPORT-REGISTER-REC.
          05 REG-PERIOD-ID         PIC X(6).
          05 REG-FILE-SEQ          PIC 9(6).
          05 REG-CREATION-DATE     PIC 9(8).
          05 REG-EFFECTIVE-DATE    PIC 9(8).
          05 REG-ENTRY-COUNT       PIC 9(8).
          05 REG-TOTAL-AMOUNT      PIC 9(9)V99.

       FD  PAYCLOSE-PARM-IN
           RECORD CONTAINS 6 CHARACTERS.
       01 PAYCLOSE-PARM-REC.
          05 PARM-PERIOD-ID        PIC X(6).

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-OUT-REC         PIC X(50).

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

      *    Period being closed - CLOSEPRM, else the current calendar
      *    month, the same default the period steps log under.
       01 WS-PERIOD-ID              PIC X(6) VALUE SPACES.
       01 WS-CURRENT-YYYYMM         PIC 9(6).

      *    The whole calendar, held so the closed status and the
      *    newly opened period can be written back in one pass.
       01 WS-CAL-COUNT              PIC 9(4) VALUE ZERO.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 1000 TIMES INDEXED BY WS-CAL-IDX.
             10 WS-CAL-REC              PIC X(32).
       01 WS-CAL-FULL-SW            PIC X(01) VALUE 'N'.
          88 WS-CAL-FULL                   VALUE 'Y'.
       01 WS-CAL-WRITE-ERROR-SW     PIC X(01) VALUE 'N'.
          88 WS-CAL-WRITE-ERROR            VALUE 'Y'.
       01 WS-CAL-FOUND-SW           PIC X(01) VALUE 'N'.
          88 WS-CAL-FOUND                  VALUE 'Y'.
       01 WS-CAL-HIT                PIC 9(4) VALUE ZERO.

      *    The period's own calendar entry.
       01 WS-THIS-PERIOD.
           COPY PAYCAL-CPY REPLACING LEADING ==PC== BY ==THIS-PC==.

      *    The next period of the same frequency, as it will be
      *    added.
       01 WS-NEXT-PERIOD.
           COPY PAYCAL-CPY REPLACING LEADING ==PC== BY ==NEXT-PC==.
       01 WS-SCAN-PERIOD.
           COPY PAYCAL-CPY REPLACING LEADING ==PC== BY ==SCAN-PC==.
       01 WS-NEXT-VARS.
          05 WS-NEXT-YEAR           PIC 9(4).
          05 WS-NEXT-SEQ            PIC 9(2).
          05 WS-PAY-LAG             PIC S9(4).
          05 WS-NEXT-ADD-SW         PIC X(01) VALUE 'N'.
             88 WS-NEXT-ADD                VALUE 'Y'.

      *    Close checklist - every step that must have ended normally
      *    for the period, with the outcome of its latest run (the
      *    AUDITLOG is appended in run order, so a rerun replaces
      *    the earlier result).
       01 WS-STEP-VALUES.
          05 FILLER                 PIC X(8) VALUE 'PAYROLL'.
          05 FILLER                 PIC X(8) VALUE 'RECONCIL'.
          05 FILLER                 PIC X(8) VALUE 'DDEXPORT'.
          05 FILLER                 PIC X(8) VALUE 'CHECKPRT'.
          05 FILLER                 PIC X(8) VALUE 'GLPOST'.
          05 FILLER                 PIC X(8) VALUE 'PAYSLIP'.
          05 FILLER                 PIC X(8) VALUE 'REMIT'.
       01 WS-STEP-NAMES REDEFINES WS-STEP-VALUES.
          05 WS-STEP-NAME           PIC X(8) OCCURS 7 TIMES.
       01 WS-STEP-COUNT             PIC 9(2) VALUE 7.
       01 WS-STEP-TABLE.
          05 WS-STEP-ENTRY OCCURS 7 TIMES INDEXED BY WS-STEP-IDX.
             10 WS-STEP-SEEN-SW         PIC X(01).
                88 WS-STEP-SEEN                VALUE 'Y'.
             10 WS-STEP-STATUS          PIC X(01).
                88 WS-STEP-NORMAL              VALUE 'Y'.
             10 WS-STEP-RUN-DATE        PIC 9(8).

       01 WS-AUDIT-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-TRANSMITTED-SW         PIC X(01) VALUE 'N'.
          88 WS-TRANSMITTED                VALUE 'Y'.
       01 WS-OPEN-ITEMS             PIC 9(2) VALUE ZERO.

      *    This run's own AUDITLOG line, built apart from the input
      *    record the log is scanned through.
       01 WS-AUDIT-OUT.
           COPY AUDITLOG-CPY REPLACING LEADING ==AUDIT== BY ==OUT==.

       01 WS-CHECK-LINE.
          05 FILLER                 PIC X(4) VALUE SPACES.
          05 CHECK-STEP             PIC X(10).
          05 CHECK-RESULT           PIC X(10).
          05 CHECK-NOTE             PIC X(50).

       PROCEDURE DIVISION.

       OPEN-FILES.
      *    Closes a pay period on the calendar only when its whole
      *    cycle is complete: every required step logged a normal end
      *    for the period, RECONCIL found it in balance (it logs an
      *    abnormal end otherwise), and the ACH file is on the
      *    transmission register.  The checklist is printed either
      *    way; any open item leaves the calendar untouched.  A clean
      *    close also opens the next period of the same frequency.
           PERFORM LOAD-RUN-PARM.
           PERFORM LOAD-PAY-CALENDAR.
           PERFORM SCAN-AUDIT-LOG.
           PERFORM CHECK-TRANSMISSION-REGISTER.
           PERFORM PRINT-CLOSE-CHECKLIST.
           IF WS-OPEN-ITEMS > ZERO
               DISPLAY 'PAYCLOSE: PERIOD ' WS-PERIOD-ID ' NOT CLOSED - '
                   WS-OPEN-ITEMS ' ITEM(S) OUTSTANDING'
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET THIS-PC-STATUS-CLOSED TO TRUE.
           MOVE WS-THIS-PERIOD TO WS-CAL-REC (WS-CAL-HIT).
           PERFORM OPEN-NEXT-PERIOD.
           PERFORM REWRITE-PAY-CALENDAR.
           IF WS-CAL-WRITE-ERROR
               PERFORM WRITE-AUDIT-RECORD
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'PAYCLOSE: PERIOD ' WS-PERIOD-ID
               ' CLOSED ON THE PAY CALENDAR'.

       CLOSE-FILES.
           PERFORM WRITE-AUDIT-RECORD.

           STOP RUN.

       LOAD-RUN-PARM.
           OPEN INPUT PAYCLOSE-PARM-IN.
           IF WS-FS4 = '00'
               READ PAYCLOSE-PARM-IN
                   NOT AT END
                       MOVE PARM-PERIOD-ID TO WS-PERIOD-ID
               END-READ
               CLOSE PAYCLOSE-PARM-IN
           END-IF.
           IF WS-PERIOD-ID = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURRENT-YYYYMM
               MOVE WS-CURRENT-YYYYMM TO WS-PERIOD-ID
           END-IF.

       LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR.
           IF WS-FS1 NOT = '00'
               DISPLAY 'PAYCLOSE: PAY CALENDAR PAYCAL NOT FOUND - '
                   'STATUS ' WS-FS1 ' - NOTHING TO CLOSE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
                READ PAY-CALENDAR
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        PERFORM STORE-CALENDAR-ENTRY
                END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR.
      *    An overflowed table cannot be written back whole, so the
      *    calendar is left exactly as it is.
           IF WS-CAL-FULL
               DISPLAY 'PAYCLOSE: MORE THAN 1000 CALENDAR ENTRIES - '
                   'ARCHIVE OLD PERIODS - RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT WS-CAL-FOUND
               DISPLAY 'PAYCLOSE: PERIOD ' WS-PERIOD-ID
                   ' NOT ON THE PAY CALENDAR - RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF THIS-PC-STATUS-CLOSED
               DISPLAY 'PAYCLOSE: PERIOD ' WS-PERIOD-ID
                   ' IS ALREADY CLOSED - NOTHING TO DO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-CALENDAR-ENTRY.
           IF WS-CAL-COUNT < 1000
               ADD 1 TO WS-CAL-COUNT
               SET WS-CAL-IDX TO WS-CAL-COUNT
               MOVE PAY-CALENDAR-REC TO WS-CAL-REC (WS-CAL-IDX)
               IF PC-PERIOD-ID = WS-PERIOD-ID
                   SET WS-CAL-FOUND TO TRUE
                   MOVE WS-CAL-COUNT TO WS-CAL-HIT
                   MOVE PAY-CALENDAR-REC TO WS-THIS-PERIOD
               END-IF
           ELSE
               SET WS-CAL-FULL TO TRUE
           END-IF.

       SCAN-AUDIT-LOG.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                MOVE 'N' TO WS-STEP-SEEN-SW (WS-STEP-IDX)
                MOVE SPACE TO WS-STEP-STATUS (WS-STEP-IDX)
                MOVE ZERO TO WS-STEP-RUN-DATE (WS-STEP-IDX)
           END-PERFORM.
           OPEN INPUT AUDITLOG-IN.
           SET WS-NOT-EOF TO TRUE.
           IF WS-FS2 NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
                READ AUDITLOG-IN
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-AUDIT-COUNT
                        IF AUDIT-PERIOD-ID = WS-PERIOD-ID
                           PERFORM NOTE-STEP-RESULT
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE AUDITLOG-IN.

       NOTE-STEP-RESULT.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                IF WS-STEP-NAME (WS-STEP-IDX) = AUDIT-PROGRAM-NAME
                    SET WS-STEP-SEEN (WS-STEP-IDX) TO TRUE
                    MOVE AUDIT-EOF-STATUS
                      TO WS-STEP-STATUS (WS-STEP-IDX)
                    MOVE AUDIT-RUN-DATE
                      TO WS-STEP-RUN-DATE (WS-STEP-IDX)
                END-IF
           END-PERFORM.

       CHECK-TRANSMISSION-REGISTER.
           OPEN INPUT DDEXPORT-REGISTER.
           SET WS-NOT-EOF TO TRUE.
           IF WS-FS3 NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
                READ DDEXPORT-REGISTER
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF REG-PERIOD-ID = WS-PERIOD-ID
                           SET WS-TRANSMITTED TO TRUE
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE DDEXPORT-REGISTER.

       PRINT-CLOSE-CHECKLIST.
           DISPLAY 'PAY PERIOD CLOSE CHECKLIST - PERIOD ' WS-PERIOD-ID.
           DISPLAY SPACE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                PERFORM PRINT-STEP-LINE
           END-PERFORM.
           MOVE SPACES TO WS-CHECK-LINE.
           MOVE 'DDREGSTR' TO CHECK-STEP.
           IF WS-TRANSMITTED
               MOVE 'OK' TO CHECK-RESULT
               MOVE 'ACH TRANSMISSION REGISTERED' TO CHECK-NOTE
           ELSE
               MOVE 'MISSING' TO CHECK-RESULT
               MOVE 'NO ACH TRANSMISSION ON THE REGISTER'
                 TO CHECK-NOTE
               ADD 1 TO WS-OPEN-ITEMS
           END-IF.
           DISPLAY WS-CHECK-LINE.
           DISPLAY SPACE.

       PRINT-STEP-LINE.
           MOVE SPACES TO WS-CHECK-LINE.
           MOVE WS-STEP-NAME (WS-STEP-IDX) TO CHECK-STEP.
           EVALUATE TRUE
               WHEN NOT WS-STEP-SEEN (WS-STEP-IDX)
                   MOVE 'MISSING' TO CHECK-RESULT
                   MOVE 'NO RUN LOGGED FOR THE PERIOD' TO CHECK-NOTE
                   ADD 1 TO WS-OPEN-ITEMS
               WHEN WS-STEP-NORMAL (WS-STEP-IDX)
                   MOVE 'OK' TO CHECK-RESULT
                   STRING 'ENDED NORMALLY ' DELIMITED BY SIZE
                          WS-STEP-RUN-DATE (WS-STEP-IDX)
                              DELIMITED BY SIZE
                     INTO CHECK-NOTE
               WHEN WS-STEP-NAME (WS-STEP-IDX) = 'RECONCIL'
                   MOVE 'FAILED' TO CHECK-RESULT
                   STRING 'OUT OF BALANCE ' DELIMITED BY SIZE
                          WS-STEP-RUN-DATE (WS-STEP-IDX)
                              DELIMITED BY SIZE
                     INTO CHECK-NOTE
                   ADD 1 TO WS-OPEN-ITEMS
               WHEN OTHER
                   MOVE 'FAILED' TO CHECK-RESULT
                   STRING 'LAST RUN ENDED ABNORMALLY '
                              DELIMITED BY SIZE
                          WS-STEP-RUN-DATE (WS-STEP-IDX)
                              DELIMITED BY SIZE
                     INTO CHECK-NOTE
                   ADD 1 TO WS-OPEN-ITEMS
           END-EVALUATE.
           DISPLAY WS-CHECK-LINE.

       OPEN-NEXT-PERIOD.
      *    The next period starts the day after this one ends and
      *    runs a week, a fortnight or to the end of its month, with
      *    the pay date the same number of days after the end as
      *    this period's.  Its id carries on the YYYYNN numbering -
      *    the next number in the year, or 01 of the following year
      *    once the new period starts there - which for a monthly
      *    calendar is simply the next YYYYMM.  Off-cycle periods
      *    have no successor; an id that does not follow the
      *    numbering, or a period already on the calendar, is left
      *    to Payroll control.
           IF THIS-PC-FREQ-OFFCYCLE
               DISPLAY 'PAYCLOSE: OFF-CYCLE PERIOD - NO NEXT PERIOD '
                   'OPENED'
           ELSE
               PERFORM BUILD-NEXT-PERIOD
           END-IF.

       BUILD-NEXT-PERIOD.
           MOVE WS-THIS-PERIOD TO WS-NEXT-PERIOD.
           SET NEXT-PC-STATUS-OPEN TO TRUE.
           COMPUTE NEXT-PC-START-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(THIS-PC-END-DATE) + 1).
           EVALUATE TRUE
               WHEN THIS-PC-FREQ-WEEKLY
                   COMPUTE NEXT-PC-END-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(NEXT-PC-START-DATE)
                       + 6)
               WHEN THIS-PC-FREQ-BIWEEKLY
                   COMPUTE NEXT-PC-END-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(NEXT-PC-START-DATE)
                       + 13)
               WHEN OTHER
      *            Real month end - land in the following month, snap
      *            to its first day, step back one.
                   COMPUTE NEXT-PC-END-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(NEXT-PC-START-DATE)
                       + 32)
                   MOVE 01 TO NEXT-PC-END-DATE(7:2)
                   COMPUTE NEXT-PC-END-DATE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(NEXT-PC-END-DATE) - 1)
           END-EVALUATE.
           COMPUTE WS-PAY-LAG = FUNCTION INTEGER-OF-DATE(
               THIS-PC-PAY-DATE) - FUNCTION INTEGER-OF-DATE(
               THIS-PC-END-DATE).
           COMPUTE NEXT-PC-PAY-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-PC-END-DATE)
               + WS-PAY-LAG).
           SET WS-NEXT-ADD TO TRUE.
           IF THIS-PC-PERIOD-ID(1:4) IS NUMERIC
                 AND THIS-PC-PERIOD-ID(5:2) IS NUMERIC
               MOVE THIS-PC-PERIOD-ID(1:4) TO WS-NEXT-YEAR
               MOVE THIS-PC-PERIOD-ID(5:2) TO WS-NEXT-SEQ
               IF NEXT-PC-START-DATE(1:4) > WS-NEXT-YEAR
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 1 TO WS-NEXT-SEQ
               ELSE
                   ADD 1 TO WS-NEXT-SEQ
               END-IF
               MOVE WS-NEXT-YEAR TO NEXT-PC-PERIOD-ID(1:4)
               MOVE WS-NEXT-SEQ TO NEXT-PC-PERIOD-ID(5:2)
           ELSE
               DISPLAY 'PAYCLOSE: PERIOD ID ' THIS-PC-PERIOD-ID
                   ' IS NOT YYYYNN - ADD THE NEXT PERIOD BY HAND'
               MOVE 'N' TO WS-NEXT-ADD-SW
           END-IF.
           IF WS-NEXT-ADD
               PERFORM CHECK-NEXT-ON-CALENDAR
           END-IF.
           IF WS-NEXT-ADD
               ADD 1 TO WS-CAL-COUNT
               SET WS-CAL-IDX TO WS-CAL-COUNT
               MOVE WS-NEXT-PERIOD TO WS-CAL-REC (WS-CAL-IDX)
               DISPLAY 'PAYCLOSE: NEXT PERIOD ' NEXT-PC-PERIOD-ID
                   ' OPENED ' NEXT-PC-START-DATE ' TO '
                   NEXT-PC-END-DATE ' PAY DATE ' NEXT-PC-PAY-DATE
           END-IF.

       CHECK-NEXT-ON-CALENDAR.
      *    Payroll control may already have keyed the next period -
      *    the same id, or the same frequency starting the same day,
      *    is left exactly as they set it up.  A full table has no
      *    room for it either.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
                MOVE WS-CAL-REC (WS-CAL-IDX) TO WS-SCAN-PERIOD
                IF SCAN-PC-PERIOD-ID = NEXT-PC-PERIOD-ID
                      OR (SCAN-PC-FREQUENCY = NEXT-PC-FREQUENCY
                      AND SCAN-PC-START-DATE = NEXT-PC-START-DATE)
                    IF WS-NEXT-ADD
                        DISPLAY 'PAYCLOSE: NEXT PERIOD ALREADY ON '
                            'THE CALENDAR AS ' SCAN-PC-PERIOD-ID
                    END-IF
                    MOVE 'N' TO WS-NEXT-ADD-SW
                END-IF
           END-PERFORM.
           IF WS-NEXT-ADD AND WS-CAL-COUNT NOT < 1000
               DISPLAY 'PAYCLOSE: CALENDAR TABLE FULL - ADD PERIOD '
                   NEXT-PC-PERIOD-ID ' BY HAND'
               MOVE 'N' TO WS-NEXT-ADD-SW
           END-IF.

       REWRITE-PAY-CALENDAR.
      *    The period only counts as closed once the whole calendar
      *    is back on PAYCAL.
           OPEN OUTPUT PAY-CALENDAR.
           IF WS-FS1 NOT = '00'
               DISPLAY 'PAYCLOSE: PAY CALENDAR PAYCAL CANNOT BE '
                   'REWRITTEN - STATUS ' WS-FS1 ' - PERIOD '
                   WS-PERIOD-ID ' NOT CLOSED'
               SET WS-CAL-WRITE-ERROR TO TRUE
           ELSE
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                       UNTIL WS-CAL-IDX > WS-CAL-COUNT
                          OR WS-CAL-WRITE-ERROR
                    MOVE WS-CAL-REC (WS-CAL-IDX) TO PAY-CALENDAR-REC
                    WRITE PAY-CALENDAR-REC
                    IF WS-FS1 NOT = '00'
                        DISPLAY 'PAYCLOSE: PAY CALENDAR WRITE FAILED - '
                            'STATUS ' WS-FS1 ' - PAYCAL IS INCOMPLETE,'
                            ' RESTORE IT BEFORE ANY RUN'
                        SET WS-CAL-WRITE-ERROR TO TRUE
                    END-IF
               END-PERFORM
               CLOSE PAY-CALENDAR
           END-IF.

       WRITE-AUDIT-RECORD.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.  The log
      *    was only read until now, so it is opened here.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS5 = '05' OR WS-FS5 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.
           MOVE SPACES TO WS-AUDIT-OUT.
           MOVE 'PAYCLOSE' TO OUT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO OUT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO OUT-RUN-TIME.
           MOVE WS-PERIOD-ID TO OUT-PERIOD-ID.
           MOVE WS-AUDIT-COUNT TO OUT-INPUT-COUNT.
           IF WS-OPEN-ITEMS > ZERO OR WS-CAL-WRITE-ERROR
               MOVE ZERO TO OUT-OUTPUT-COUNT
               SET OUT-ABNORMAL-END TO TRUE
           ELSE
               MOVE 1 TO OUT-OUTPUT-COUNT
               SET OUT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-OUT-REC FROM WS-AUDIT-OUT.
           CLOSE AUDITLOG-OUT.
