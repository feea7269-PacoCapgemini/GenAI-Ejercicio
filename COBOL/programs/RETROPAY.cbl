       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETROPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Salary rate history appended by EMPMAINT - sorted into
      *    employee and effective-date order for the co-read.
           SELECT RETRO-RATE-IN
           ASSIGN TO RATEHIST
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

           SELECT RETRO-RATE-SORTED
           ASSIGN TO RRHSORTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

           SELECT RETRO-RATE-SORT
           ASSIGN TO RRHSWORK.

      *    Pay history - read in its key order, employee and period,
      *    so every record of one payment is seen together.
           SELECT PAY-HISTORY-IN
           ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-FS3.

           SELECT EMPLOYEE-IN
           ASSIGN TO EMPLOYEE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

           SELECT OPTIONAL PAY-CALENDAR-IN
           ASSIGN TO PAYCAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

           SELECT OPTIONAL RETRO-TAXRATE-IN
           ASSIGN TO TAXRATES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

      *    Differentials for PAYROLL - appended, so anything a
      *    previous run left unpaid (carried forward by PAYROLL onto
      *    RETRODFO and copied back) is not lost.
           SELECT RETRO-DIFF-OUT
           ASSIGN TO RETRODIF
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS8.

      *    Settlement register - one record per employee and period
      *    ever re-priced, holding the date it was last settled, so
      *    a rerun or a later back-dated change only pays what is
      *    new since then.
           SELECT RETRO-LOG
           ASSIGN TO RETROLOG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RL-KEY
           FILE STATUS IS WS-FS9.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS10.

       DATA DIVISION.
       FILE SECTION.
       FD  RETRO-RATE-IN
           RECORD CONTAINS 40 CHARACTERS.
       01 RETRO-RATE-IN-REC         PIC X(40).

       FD  RETRO-RATE-SORTED
           RECORD CONTAINS 40 CHARACTERS.
       01 RETRO-RATE-SORTED-REC.
           COPY RATEHIST-CPY.

       SD  RETRO-RATE-SORT
           RECORD CONTAINS 40 CHARACTERS.
       01 RETRO-RATE-SORT-REC.
          05 SORT-RH-EMPLOYEE-ID   PIC 9(6).
          05 SORT-RH-EFF-DATE      PIC 9(8).
          05 FILLER                PIC X(26).

       FD  PAY-HISTORY-IN
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-IN-REC.
           COPY PAYHIST-CPY.

       FD  EMPLOYEE-IN
           RECORD CONTAINS 272 CHARACTERS.
       01 EMPLOYEE-RECORD.
           COPY EMPS-NO-01.

       FD  PAY-CALENDAR-IN
           RECORD CONTAINS 32 CHARACTERS.
       01 PAY-CALENDAR-REC.
           COPY PAYCAL-CPY.

       FD  RETRO-TAXRATE-IN
           RECORD CONTAINS 27 CHARACTERS.
       01 RETRO-TAXRATE-REC.
          05 TAX-REC-TYPE          PIC X(1).
             88 TAX-REC-IS-BRACKET     VALUE 'B'.
             88 TAX-REC-IS-SOCIAL      VALUE 'S'.
             88 TAX-REC-IS-ER-SOCIAL   VALUE 'E'.
             88 TAX-REC-IS-ER-PENSION  VALUE 'P'.
          05 TAX-BRACKET-FLOOR     PIC 9(7)V99.
          05 TAX-BASE-AMOUNT       PIC 9(7)V99.
          05 TAX-RATE-PCT          PIC 9(2)V99.
          05 TAX-JURISDICTION      PIC X(4).

       FD  RETRO-DIFF-OUT
           RECORD CONTAINS 57 CHARACTERS.
       01 RETRO-DIFF-REC.
           COPY RETRODIF-CPY.

       FD  RETRO-LOG
           RECORD CONTAINS 26 CHARACTERS.
       01 RETRO-LOG-REC.
          05 RL-KEY.
             10 RL-EMPLOYEE-ID     PIC 9(6).
             10 RL-PERIOD-ID       PIC X(6).
          05 RL-SETTLED-DATE       PIC 9(8).
          05 RL-BASE-DIFF-TOTAL    PIC S9(9)V99 COMP-3.

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC X(02).
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC 9(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC X(02).
          05 WS-FS9        PIC X(02).
          05 WS-FS10       PIC X(02).
          05 WS-HIST-EOF-SW PIC X(01).
             88 WS-HIST-EOF          VALUE 'Y'.
             88 WS-HIST-NOT-EOF      VALUE 'N'.
          05 WS-RATE-EOF-SW PIC X(01).
             88 WS-RATE-EOF          VALUE 'Y'.
             88 WS-RATE-NOT-EOF      VALUE 'N'.
          05 WS-EMP-EOF-SW PIC X(01).
             88 WS-EMP-EOF           VALUE 'Y'.
             88 WS-EMP-NOT-EOF       VALUE 'N'.
          05 WS-CAL-EOF-SW PIC X(01).
             88 WS-CAL-EOF           VALUE 'Y'.
             88 WS-CAL-NOT-EOF       VALUE 'N'.
          05 WS-TAX-EOF-SW PIC X(01).
             88 WS-TAX-EOF           VALUE 'Y'.
             88 WS-TAX-NOT-EOF       VALUE 'N'.

       01 WS-RUN-DATE               PIC 9(8).

      *    Closed scheduled periods off the pay calendar - the only
      *    periods a back-dated change can have been missed in.  An
      *    open period is still PAYROLL's to settle (a rerun splits
      *    it from the history itself), and an off-cycle period paid
      *    a hand-settled amount there is nothing to re-price.
       01 WS-CAL-COUNT              PIC 9(4) VALUE ZERO.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 999 TIMES INDEXED BY WS-CAL-IDX.
             10 WS-CAL-PERIOD-ID       PIC X(6).
             10 WS-CAL-FREQUENCY       PIC X(1).
             10 WS-CAL-START           PIC 9(8).
             10 WS-CAL-END             PIC 9(8).
       01 WS-CAL-FOUND-SW           PIC X(01).
          88 WS-CAL-FOUND                  VALUE 'Y'.
          88 WS-CAL-NOT-FOUND              VALUE 'N'.

      *    Statutory withholding rates from TAXRATES, loaded the same
      *    way PAYROLL loads them - one bracket set and flat social,
      *    employer social and employer pension rates per tax
      *    jurisdiction.  The differential is taxed against the
      *    rates on file today, which are the rates the period was
      *    paid under unless TAXRATES itself has since changed.
       01 WS-JUR-COUNT              PIC 9(2) VALUE ZERO.
       01 WS-JUR-TABLE.
          05 WS-JUR-ENTRY OCCURS 8 TIMES
                 INDEXED BY WS-JUR-IDX WS-JUR-USE-IDX.
             10 WS-JUR-CODE             PIC X(4).
             10 WS-JUR-SOCIAL-RATE-PCT  PIC 9(2)V99 COMP-3.
             10 WS-JUR-ER-SOCIAL-PCT    PIC 9(2)V99 COMP-3.
             10 WS-JUR-ER-PENSION-PCT   PIC 9(2)V99 COMP-3.
             10 WS-JUR-BRACKET-COUNT    PIC 9(2).
             10 WS-JUR-BRACKET OCCURS 20 TIMES
                    INDEXED BY WS-TAX-IDX WS-TAX-PICK-IDX.
                15 WS-TAX-BRACKET-FLOOR PIC 9(7)V99 COMP-3.
                15 WS-TAX-BASE-AMOUNT   PIC 9(7)V99 COMP-3.
                15 WS-TAX-RATE-PCT      PIC 9(2)V99 COMP-3.
       01 WS-JUR-FOUND-SW           PIC X(01).
          88 WS-JUR-FOUND                  VALUE 'Y'.
          88 WS-JUR-NOT-FOUND              VALUE 'N'.

      *    Bracket tax work fields - WS-TAX-GROSS in, WS-TAX-RESULT
      *    out.
       01 WS-TAX-VARS.
          05 WS-TAX-GROSS           PIC S9(7)V99 COMP-3.
          05 WS-TAX-RESULT          PIC S9(7)V99 COMP-3.
          05 WS-TAX-PICKED          PIC 9(1).
          05 WS-TAX-PICKED-FLOOR    PIC 9(7)V99 COMP-3.
          05 WS-TAX-OLD             PIC S9(7)V99 COMP-3.

      *    The current employee's rate changes, held whole - each
      *    with the date it was recorded (zero for records written
      *    before RATEHIST carried one, which were on file for every
      *    period paid since and so count as already settled).
       01 WS-RC-EMPLOYEE-ID         PIC 9(6) VALUE ZERO.
       01 WS-RATE-CHG-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-RC-OVERFLOW-SW         PIC X(01) VALUE 'N'.
          88 WS-RC-OVERFLOW                VALUE 'Y'.
       01 WS-RATE-CHG-TABLE.
          05 WS-RATE-CHG OCCURS 50 TIMES INDEXED BY WS-RC-IDX.
             10 WS-RC-EFF-DATE         PIC 9(8).
             10 WS-RC-OLD-SALARY       PIC S9(7)V99 COMP-3.
             10 WS-RC-NEW-SALARY       PIC S9(7)V99 COMP-3.
             10 WS-RC-RECORDED-DATE    PIC 9(8).

      *    The current extract record for the employee being
      *    re-priced - hire and term dates bound the days owed, and
      *    the jurisdiction picks the rate set.
       01 WS-EMP-FOUND-SW           PIC X(01).
          88 WS-EMP-FOUND                  VALUE 'Y'.
          88 WS-EMP-NOT-FOUND              VALUE 'N'.
       01 WS-EMP-HIRE-DATE          PIC 9(8).
       01 WS-EMP-TERM-DATE          PIC 9(8).
       01 WS-EMP-JURISDICTION       PIC X(4).

      *    One payment - every PAYHIST record of an employee and
      *    period, summed.  A negative record is a PAYREV reversal;
      *    a reversed payment is left for the clerk, not re-priced.
       01 WS-GRP-VARS.
          05 WS-GRP-EMPLOYEE-ID     PIC 9(6).
          05 WS-GRP-PERIOD-ID       PIC X(6).
          05 WS-GRP-PAY-DATE        PIC 9(8).
          05 WS-GRP-TAXABLE         PIC S9(7)V99 COMP-3.
          05 WS-GRP-REVERSED-SW     PIC X(01).
             88 WS-GRP-REVERSED            VALUE 'Y'.
             88 WS-GRP-NOT-REVERSED        VALUE 'N'.

      *    Re-pricing work fields.  The period is walked a day at a
      *    time, each day priced at the rate in force under the full
      *    history and under the history PAYROLL (or the last
      *    RETROPAY run) already knew - the same day-counted
      *    proration PAYROLL's split uses, so an unchanged history
      *    prices to a zero difference.
       01 WS-REPRICE-VARS.
          05 WS-SETTLED-DATE        PIC 9(8).
          05 WS-LOG-FOUND-SW        PIC X(01).
             88 WS-LOG-FOUND               VALUE 'Y'.
             88 WS-LOG-NOT-FOUND           VALUE 'N'.
          05 WS-NEW-CHANGE-SW       PIC X(01).
             88 WS-NEW-CHANGE              VALUE 'Y'.
             88 WS-NO-NEW-CHANGE           VALUE 'N'.
          05 WS-PERIODS-PER-YEAR    PIC 9(2).
          05 WS-DAYS-IN-PERIOD      PIC S9(3) COMP-3.
          05 WS-DAY-INT             PIC S9(7) COMP-3.
          05 WS-EFF-START-INT       PIC S9(7) COMP-3.
          05 WS-EFF-END-INT         PIC S9(7) COMP-3.
          05 WS-DAY-DATE            PIC 9(8).
          05 WS-FULL-SALARY         PIC S9(7)V99 COMP-3.
          05 WS-KNOWN-SALARY        PIC S9(7)V99 COMP-3.
          05 WS-DAY-BASE            PIC S9(7)V99 COMP-3.
          05 WS-FULL-SUM            PIC S9(9)V99 COMP-3.
          05 WS-KNOWN-SUM           PIC S9(9)V99 COMP-3.
          05 WS-LOOK-KNOWN-SW       PIC X(01).
             88 WS-LOOK-KNOWN              VALUE 'Y'.
             88 WS-LOOK-FULL               VALUE 'N'.
          05 WS-LOOK-SALARY         PIC S9(7)V99 COMP-3.
          05 WS-LOOK-FOUND-SW       PIC X(01).
             88 WS-LOOK-FOUND              VALUE 'Y'.
             88 WS-LOOK-NOT-FOUND          VALUE 'N'.
          05 WS-LOOK-SET-COUNT      PIC 9(2).
          05 WS-LOOK-FIRST-RECORDED PIC 9(8).

       01 WS-DIFF-VARS.
          05 WS-BASE-DIFF           PIC S9(7)V99 COMP-3.
          05 WS-TAX-DIFF            PIC S9(7)V99 COMP-3.
          05 WS-SOCIAL-DIFF         PIC S9(7)V99 COMP-3.
          05 WS-ER-SOCIAL-DIFF      PIC S9(7)V99 COMP-3.
          05 WS-ER-PENSION-DIFF     PIC S9(7)V99 COMP-3.
          05 WS-SETTLED-TAXABLE     PIC S9(7)V99 COMP-3.
          05 WS-DIFF-WRITTEN-SW     PIC X(01).
             88 WS-DIFF-WRITTEN            VALUE 'Y'.
             88 WS-DIFF-NOT-WRITTEN        VALUE 'N'.

      *    A differential that cannot be written, or a register that
      *    cannot be stamped, ends the run 12 - the register is never
      *    stamped for arrears that did not reach RETRODIF.
       01 WS-WRITE-FAILED-COUNT     PIC 9(6) VALUE ZERO.

       01 WS-RUN-TOTALS.
          05 WS-TOT-BASE            PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-TAX             PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-SOCIAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-ER-SOCIAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-ER-PENSION      PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-SKIPPED-COUNT       PIC 9(6) VALUE ZERO.

       01 AMOUNT-DISP               PIC -9(7).99.
       01 AMOUNT-DISP-2             PIC -9(7).99.
       01 AMOUNT-DISP-3             PIC -9(7).99.
       01 TOTAL-DISP                PIC -9(9).99.
       01 COUNT-DISP                PIC ZZZZZZZ9.

       01 WS-AUDIT-VARS.
          05 WS-INPUT-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-OUTPUT-COUNT        PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-AUDITLOG.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOAD-TAX-RATES.
           OPEN INPUT EMPLOYEE-IN.
           IF WS-FS5 NOT = '00'
               DISPLAY 'RETROPAY: EMPLOYEE FILE NOT FOUND - STATUS '
                   WS-FS5 ' - RUN REFUSED'
               PERFORM END-RUN-FAILED
           END-IF.
           SET WS-EMP-NOT-EOF TO TRUE.
           PERFORM READ-NEXT-EMPLOYEE.
           PERFORM LOAD-RATE-HISTORY.
           PERFORM LOAD-PAY-HISTORY.
           PERFORM OPEN-RETRO-LOG.
           OPEN EXTEND RETRO-DIFF-OUT.
           IF WS-FS8 = '05' OR WS-FS8 = '35'
               OPEN OUTPUT RETRO-DIFF-OUT
           END-IF.
           IF WS-FS8 NOT = '00'
               DISPLAY 'RETROPAY: RETRODIF CANNOT BE OPENED - STATUS '
                   WS-FS8 ' - RUN REFUSED'
               PERFORM END-RUN-FAILED
           END-IF.
           DISPLAY 'RETROPAY: RETROACTIVE PAY DIFFERENTIALS - RUN '
               WS-RUN-DATE.
           DISPLAY 'EMPLOYEE PERIOD      BASE DIFF     TAX DIFF'
               '  SOCIAL DIFF'.
           PERFORM PROCESS-PAYMENT-GROUP UNTIL WS-HIST-EOF.

       CLOSE-FILES.
           CLOSE EMPLOYEE-IN.
           CLOSE RETRO-RATE-SORTED.
           IF WS-FS3 NOT = '35'
               CLOSE PAY-HISTORY-IN
           END-IF.
           CLOSE RETRO-LOG.
           CLOSE RETRO-DIFF-OUT.
           PERFORM PRINT-RUN-TOTALS.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           IF WS-WRITE-FAILED-COUNT > ZERO
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       END-RUN-FAILED.
           SET AUDIT-ABNORMAL-END TO TRUE.
           PERFORM WRITE-AUDIT-FIELDS.
           CLOSE AUDITLOG-OUT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       LOAD-CLOSED-PERIODS.
      *    Without the calendar there is no telling which periods
      *    are closed - nothing can be re-priced safely.
           OPEN INPUT PAY-CALENDAR-IN.
           IF WS-FS6 NOT = '00'
               DISPLAY 'RETROPAY: NO PAY CALENDAR ON FILE - RUN '
                   'REFUSED'
               PERFORM END-RUN-FAILED
           END-IF.
           SET WS-CAL-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-CAL-EOF
                READ PAY-CALENDAR-IN
                         AT END SET WS-CAL-EOF TO TRUE
                     NOT AT END
                        IF PC-STATUS-CLOSED
                              AND NOT PC-FREQ-OFFCYCLE
                           IF WS-CAL-COUNT < 999
                               ADD 1 TO WS-CAL-COUNT
                               SET WS-CAL-IDX TO WS-CAL-COUNT
                               MOVE PC-PERIOD-ID
                                 TO WS-CAL-PERIOD-ID (WS-CAL-IDX)
                               MOVE PC-FREQUENCY
                                 TO WS-CAL-FREQUENCY (WS-CAL-IDX)
                               MOVE PC-START-DATE
                                 TO WS-CAL-START (WS-CAL-IDX)
                               MOVE PC-END-DATE
                                 TO WS-CAL-END (WS-CAL-IDX)
                           ELSE
                               DISPLAY 'RETROPAY: CALENDAR TABLE '
                                   'FULL - PERIOD ' PC-PERIOD-ID
                                   ' NOT RE-PRICED'
                           END-IF
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.

       LOAD-TAX-RATES.
           OPEN INPUT RETRO-TAXRATE-IN.
           SET WS-TAX-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-TAX-EOF
                READ RETRO-TAXRATE-IN
                         AT END SET WS-TAX-EOF TO TRUE
                     NOT AT END
                        PERFORM LOCATE-JURISDICTION-SET
                        IF WS-JUR-FOUND
                            PERFORM STORE-TAX-RATE
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE RETRO-TAXRATE-IN.
           IF WS-JUR-COUNT = ZERO
               DISPLAY 'RETROPAY: *** NO RATES ON TAXRATES - NO TAX '
                   'OR SOCIAL DIFFERENCE WILL BE COMPUTED ***'
           END-IF.

       LOCATE-JURISDICTION-SET.
           SET WS-JUR-NOT-FOUND TO TRUE.
           SET WS-JUR-IDX TO 1.
           PERFORM UNTIL WS-JUR-IDX > WS-JUR-COUNT OR WS-JUR-FOUND
                IF WS-JUR-CODE (WS-JUR-IDX) = TAX-JURISDICTION
                   SET WS-JUR-FOUND TO TRUE
                ELSE
                   SET WS-JUR-IDX UP BY 1
                END-IF
           END-PERFORM.
           IF WS-JUR-NOT-FOUND
               IF WS-JUR-COUNT < 8
                   ADD 1 TO WS-JUR-COUNT
                   SET WS-JUR-IDX TO WS-JUR-COUNT
                   MOVE TAX-JURISDICTION TO WS-JUR-CODE (WS-JUR-IDX)
                   MOVE ZERO
                     TO WS-JUR-SOCIAL-RATE-PCT (WS-JUR-IDX)
                   MOVE ZERO TO WS-JUR-ER-SOCIAL-PCT (WS-JUR-IDX)
                   MOVE ZERO TO WS-JUR-ER-PENSION-PCT (WS-JUR-IDX)
                   MOVE ZERO TO WS-JUR-BRACKET-COUNT (WS-JUR-IDX)
                   SET WS-JUR-FOUND TO TRUE
               ELSE
                   DISPLAY 'RETROPAY: JURISDICTION TABLE FULL - '
                       'RATES FOR ' TAX-JURISDICTION ' OMITTED'
               END-IF
           END-IF.

       STORE-TAX-RATE.
           EVALUATE TRUE
               WHEN TAX-REC-IS-BRACKET
                   IF WS-JUR-BRACKET-COUNT (WS-JUR-IDX) < 20
                       ADD 1 TO WS-JUR-BRACKET-COUNT (WS-JUR-IDX)
                       SET WS-TAX-IDX
                         TO WS-JUR-BRACKET-COUNT (WS-JUR-IDX)
                       MOVE TAX-BRACKET-FLOOR TO WS-TAX-BRACKET-FLOOR
                                               (WS-JUR-IDX WS-TAX-IDX)
                       MOVE TAX-BASE-AMOUNT TO WS-TAX-BASE-AMOUNT
                                               (WS-JUR-IDX WS-TAX-IDX)
                       MOVE TAX-RATE-PCT TO WS-TAX-RATE-PCT
                                               (WS-JUR-IDX WS-TAX-IDX)
                   END-IF
               WHEN TAX-REC-IS-SOCIAL
                   MOVE TAX-RATE-PCT
                     TO WS-JUR-SOCIAL-RATE-PCT (WS-JUR-IDX)
               WHEN TAX-REC-IS-ER-SOCIAL
                   MOVE TAX-RATE-PCT
                     TO WS-JUR-ER-SOCIAL-PCT (WS-JUR-IDX)
               WHEN TAX-REC-IS-ER-PENSION
                   MOVE TAX-RATE-PCT
                     TO WS-JUR-ER-PENSION-PCT (WS-JUR-IDX)
           END-EVALUATE.

       LOAD-RATE-HISTORY.
      *    A missing RATEHIST yields an empty sorted file and nothing
      *    to re-price.
           SORT RETRO-RATE-SORT
               ON ASCENDING KEY SORT-RH-EMPLOYEE-ID
                                SORT-RH-EFF-DATE
               USING RETRO-RATE-IN
               GIVING RETRO-RATE-SORTED.
           OPEN INPUT RETRO-RATE-SORTED.
           SET WS-RATE-NOT-EOF TO TRUE.
           PERFORM READ-NEXT-RATE-CHANGE.

       READ-NEXT-RATE-CHANGE.
           READ RETRO-RATE-SORTED
               AT END SET WS-RATE-EOF TO TRUE
           END-READ.

       LOAD-PAY-HISTORY.
           SET WS-HIST-NOT-EOF TO TRUE.
           OPEN INPUT PAY-HISTORY-IN.
           EVALUATE WS-FS3
               WHEN '00'
                   PERFORM READ-NEXT-HISTORY
               WHEN '35'
                   DISPLAY 'RETROPAY: NO PAY HISTORY ON FILE YET - '
                       'NOTHING TO RE-PRICE'
                   SET WS-HIST-EOF TO TRUE
               WHEN OTHER
                   DISPLAY 'RETROPAY: PAY HISTORY NOT AVAILABLE - '
                       'STATUS ' WS-FS3 ' - RUN REFUSED'
                   PERFORM END-RUN-FAILED
           END-EVALUATE.

       READ-NEXT-HISTORY.
           READ PAY-HISTORY-IN NEXT RECORD
               AT END SET WS-HIST-EOF TO TRUE
               NOT AT END ADD 1 TO WS-INPUT-COUNT
           END-READ.

       READ-NEXT-EMPLOYEE.
           READ EMPLOYEE-IN
               AT END SET WS-EMP-EOF TO TRUE
           END-READ.

       OPEN-RETRO-LOG.
      *    Indexed settlement register, created on first run the same
      *    way PAYROLL creates the YTD master.
           OPEN I-O RETRO-LOG.
           IF WS-FS9 = '35'
               OPEN OUTPUT RETRO-LOG
               CLOSE RETRO-LOG
               OPEN I-O RETRO-LOG
           END-IF.
           IF WS-FS9 NOT = '00'
               DISPLAY 'RETROPAY: SETTLEMENT REGISTER RETROLOG CANNOT '
                   'BE OPENED - STATUS ' WS-FS9 ' - RUN REFUSED'
               PERFORM END-RUN-FAILED
           END-IF.

       PROCESS-PAYMENT-GROUP.
      *    Gathers every history record of one employee and period,
      *    bringing the employee's rate changes and extract record
      *    into step first when the employee changes.
           MOVE HIST-EMPLOYEE-ID TO WS-GRP-EMPLOYEE-ID.
           MOVE HIST-PERIOD-ID TO WS-GRP-PERIOD-ID.
           MOVE ZERO TO WS-GRP-PAY-DATE.
           MOVE ZERO TO WS-GRP-TAXABLE.
           SET WS-GRP-NOT-REVERSED TO TRUE.
           IF WS-GRP-EMPLOYEE-ID NOT = WS-RC-EMPLOYEE-ID
               PERFORM GATHER-RATE-CHANGES
               PERFORM LOOKUP-EMPLOYEE
           END-IF.
           PERFORM UNTIL WS-HIST-EOF
                      OR HIST-EMPLOYEE-ID NOT = WS-GRP-EMPLOYEE-ID
                      OR HIST-PERIOD-ID NOT = WS-GRP-PERIOD-ID
                IF HIST-NET-PAY < ZERO
                    SET WS-GRP-REVERSED TO TRUE
                ELSE
                    IF HIST-PAY-DATE > WS-GRP-PAY-DATE
                        MOVE HIST-PAY-DATE TO WS-GRP-PAY-DATE
                    END-IF
                END-IF
                ADD HIST-TAXABLE-WAGE TO WS-GRP-TAXABLE
                PERFORM READ-NEXT-HISTORY
           END-PERFORM.
           IF WS-RATE-CHG-COUNT > ZERO
               PERFORM EVALUATE-PAYMENT-GROUP
           END-IF.

       GATHER-RATE-CHANGES.
           MOVE WS-GRP-EMPLOYEE-ID TO WS-RC-EMPLOYEE-ID.
           MOVE ZERO TO WS-RATE-CHG-COUNT.
           MOVE 'N' TO WS-RC-OVERFLOW-SW.
           PERFORM UNTIL WS-RATE-EOF
                      OR RH-EMPLOYEE-ID >= WS-RC-EMPLOYEE-ID
                PERFORM READ-NEXT-RATE-CHANGE
           END-PERFORM.
           PERFORM UNTIL WS-RATE-EOF
                      OR RH-EMPLOYEE-ID NOT = WS-RC-EMPLOYEE-ID
                IF WS-RATE-CHG-COUNT < 50
                    ADD 1 TO WS-RATE-CHG-COUNT
                    SET WS-RC-IDX TO WS-RATE-CHG-COUNT
                    MOVE RH-EFF-DATE TO WS-RC-EFF-DATE (WS-RC-IDX)
                    MOVE RH-OLD-SALARY TO WS-RC-OLD-SALARY (WS-RC-IDX)
                    MOVE RH-NEW-SALARY TO WS-RC-NEW-SALARY (WS-RC-IDX)
                    IF RH-RECORDED-DATE NUMERIC
                        MOVE RH-RECORDED-DATE
                          TO WS-RC-RECORDED-DATE (WS-RC-IDX)
                    ELSE
                        MOVE ZERO TO WS-RC-RECORDED-DATE (WS-RC-IDX)
                    END-IF
                ELSE
                    SET WS-RC-OVERFLOW TO TRUE
                END-IF
                PERFORM READ-NEXT-RATE-CHANGE
           END-PERFORM.
           IF WS-RC-OVERFLOW
               DISPLAY 'RETROPAY: EMPLOYEE ' WS-RC-EMPLOYEE-ID
                   ' HAS MORE RATE CHANGES THAN THE TABLE HOLDS - '
                   'NOT RE-PRICED, SETTLE BY HAND'
               MOVE ZERO TO WS-RATE-CHG-COUNT
           END-IF.

       LOOKUP-EMPLOYEE.
      *    Both files run in ascending EMPLOYEE-ID order; the
      *    extract's trailer record is passed over.
           SET WS-EMP-NOT-FOUND TO TRUE.
           PERFORM UNTIL WS-EMP-EOF
                      OR (EMPLOYEE-REC-TYPE OF EMPLOYEE-RECORD = 'D'
                          AND EMPLOYEE-ID OF EMPLOYEE-RECORD
                                >= WS-GRP-EMPLOYEE-ID)
                PERFORM READ-NEXT-EMPLOYEE
           END-PERFORM.
           IF WS-EMP-NOT-EOF
                 AND EMPLOYEE-ID OF EMPLOYEE-RECORD
                       = WS-GRP-EMPLOYEE-ID
               SET WS-EMP-FOUND TO TRUE
               MOVE EMPLOYEE-HIRE-DATE OF EMPLOYEE-RECORD
                 TO WS-EMP-HIRE-DATE
               MOVE EMPLOYEE-TERM-DATE OF EMPLOYEE-RECORD
                 TO WS-EMP-TERM-DATE
               MOVE EMPLOYEE-TAX-JURISDICTION OF EMPLOYEE-RECORD
                 TO WS-EMP-JURISDICTION
           END-IF.

       EVALUATE-PAYMENT-GROUP.
      *    A closed scheduled period, not reversed, with at least
      *    one rate change effective by the period end that was
      *    recorded after the period was last settled - by PAYROLL
      *    on the pay date, or by an earlier RETROPAY run.
           PERFORM FIND-CLOSED-PERIOD.
           IF WS-CAL-FOUND
               PERFORM READ-RETRO-LOG
               PERFORM CHECK-NEW-CHANGES
               IF WS-NEW-CHANGE
                   PERFORM REPRICE-PAYMENT-GROUP
               END-IF
           END-IF.

       FIND-CLOSED-PERIOD.
           SET WS-CAL-NOT-FOUND TO TRUE.
           SET WS-CAL-IDX TO 1.
           PERFORM UNTIL WS-CAL-IDX > WS-CAL-COUNT OR WS-CAL-FOUND
                IF WS-CAL-PERIOD-ID (WS-CAL-IDX) = WS-GRP-PERIOD-ID
                   SET WS-CAL-FOUND TO TRUE
                ELSE
                   SET WS-CAL-IDX UP BY 1
                END-IF
           END-PERFORM.

       READ-RETRO-LOG.
           MOVE WS-GRP-EMPLOYEE-ID TO RL-EMPLOYEE-ID.
           MOVE WS-GRP-PERIOD-ID TO RL-PERIOD-ID.
           SET WS-LOG-FOUND TO TRUE.
           READ RETRO-LOG
               INVALID KEY
                   SET WS-LOG-NOT-FOUND TO TRUE
           END-READ.
           MOVE WS-GRP-PAY-DATE TO WS-SETTLED-DATE.
           IF WS-LOG-FOUND AND RL-SETTLED-DATE > WS-SETTLED-DATE
               MOVE RL-SETTLED-DATE TO WS-SETTLED-DATE
           END-IF.

       CHECK-NEW-CHANGES.
           SET WS-NO-NEW-CHANGE TO TRUE.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RATE-CHG-COUNT
                IF WS-RC-RECORDED-DATE (WS-RC-IDX) > WS-SETTLED-DATE
                      AND WS-RC-EFF-DATE (WS-RC-IDX)
                            <= WS-CAL-END (WS-CAL-IDX)
                   SET WS-NEW-CHANGE TO TRUE
                END-IF
           END-PERFORM.

       REPRICE-PAYMENT-GROUP.
           EVALUATE TRUE
               WHEN WS-GRP-REVERSED
                   DISPLAY 'RETROPAY: EMPLOYEE ' WS-GRP-EMPLOYEE-ID
                       ' PERIOD ' WS-GRP-PERIOD-ID ' WAS REVERSED - '
                       'NOT RE-PRICED, SETTLE BY HAND'
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-EMP-NOT-FOUND
                   DISPLAY 'RETROPAY: EMPLOYEE ' WS-GRP-EMPLOYEE-ID
                       ' NOT ON THE EXTRACT - PERIOD '
                       WS-GRP-PERIOD-ID ' NOT RE-PRICED'
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   PERFORM SELECT-EMPLOYEE-RATES
                   IF WS-JUR-COUNT > ZERO AND WS-JUR-NOT-FOUND
                       DISPLAY 'RETROPAY: NO TAX RATES FOR '
                           'JURISDICTION ' WS-EMP-JURISDICTION
                           ' - EMPLOYEE ' WS-GRP-EMPLOYEE-ID
                           ' PERIOD ' WS-GRP-PERIOD-ID
                           ' NOT RE-PRICED'
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       PERFORM COMPUTE-BASE-DIFFERENCE
                       PERFORM COMPUTE-WITHHOLDING-DIFFERENCE
                       PERFORM WRITE-DIFFERENTIAL
                   END-IF
           END-EVALUATE.

       SELECT-EMPLOYEE-RATES.
           SET WS-JUR-NOT-FOUND TO TRUE.
           SET WS-JUR-USE-IDX TO 1.
           PERFORM UNTIL WS-JUR-USE-IDX > WS-JUR-COUNT
                      OR WS-JUR-FOUND
                IF WS-JUR-CODE (WS-JUR-USE-IDX) = WS-EMP-JURISDICTION
                   SET WS-JUR-FOUND TO TRUE
                ELSE
                   SET WS-JUR-USE-IDX UP BY 1
                END-IF
           END-PERFORM.

       COMPUTE-BASE-DIFFERENCE.
      *    The days owed run from the period start (or hire date) to
      *    the period end (or term date), priced at 1/52, 1/26 or
      *    1/12 of the annual rate by the period's own frequency and
      *    prorated over its calendar days.
           EVALUATE WS-CAL-FREQUENCY (WS-CAL-IDX)
               WHEN 'W'
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN 'B'
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 12 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.
           COMPUTE WS-EFF-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-START (WS-CAL-IDX)).
           COMPUTE WS-EFF-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-CAL-END (WS-CAL-IDX)).
           COMPUTE WS-DAYS-IN-PERIOD =
               WS-EFF-END-INT - WS-EFF-START-INT + 1.
           IF WS-EMP-HIRE-DATE > WS-CAL-START (WS-CAL-IDX)
                 AND WS-EMP-HIRE-DATE <= WS-CAL-END (WS-CAL-IDX)
               COMPUTE WS-EFF-START-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EMP-HIRE-DATE)
           END-IF.
           IF WS-EMP-TERM-DATE > ZERO
                 AND WS-EMP-TERM-DATE >= WS-CAL-START (WS-CAL-IDX)
                 AND WS-EMP-TERM-DATE < WS-CAL-END (WS-CAL-IDX)
               COMPUTE WS-EFF-END-INT =
                   FUNCTION INTEGER-OF-DATE(WS-EMP-TERM-DATE)
           END-IF.
           MOVE ZERO TO WS-FULL-SUM.
           MOVE ZERO TO WS-KNOWN-SUM.
           PERFORM VARYING WS-DAY-INT FROM WS-EFF-START-INT BY 1
                   UNTIL WS-DAY-INT > WS-EFF-END-INT
                PERFORM PRICE-ONE-DAY
           END-PERFORM.
           COMPUTE WS-BASE-DIFF ROUNDED =
               (WS-FULL-SUM - WS-KNOWN-SUM) / WS-DAYS-IN-PERIOD.

       PRICE-ONE-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
           SET WS-LOOK-FULL TO TRUE.
           PERFORM FIND-SALARY-IN-FORCE.
           MOVE WS-LOOK-SALARY TO WS-FULL-SALARY.
           SET WS-LOOK-KNOWN TO TRUE.
           PERFORM FIND-SALARY-IN-FORCE.
           MOVE WS-LOOK-SALARY TO WS-KNOWN-SALARY.
           COMPUTE WS-DAY-BASE = WS-FULL-SALARY / WS-PERIODS-PER-YEAR.
           ADD WS-DAY-BASE TO WS-FULL-SUM.
           COMPUTE WS-DAY-BASE =
               WS-KNOWN-SALARY / WS-PERIODS-PER-YEAR.
           ADD WS-DAY-BASE TO WS-KNOWN-SUM.

       FIND-SALARY-IN-FORCE.
      *    PAYROLL's rule, applied to either the full history or only
      *    the changes already settled: the latest change at or
      *    before the day; with none yet, the oldest change's
      *    pre-change salary.  When nothing at all was on file when
      *    the period was settled, the master salary then in force
      *    is the pre-change salary of the first change recorded
      *    since.
           SET WS-LOOK-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-LOOK-SET-COUNT.
           MOVE ZERO TO WS-LOOK-SALARY.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RATE-CHG-COUNT
                IF WS-LOOK-FULL
                      OR WS-RC-RECORDED-DATE (WS-RC-IDX)
                            <= WS-SETTLED-DATE
                   ADD 1 TO WS-LOOK-SET-COUNT
                   IF WS-LOOK-SET-COUNT = 1
                       MOVE WS-RC-OLD-SALARY (WS-RC-IDX)
                         TO WS-LOOK-SALARY
                   END-IF
                   IF WS-RC-EFF-DATE (WS-RC-IDX) <= WS-DAY-DATE
                       MOVE WS-RC-NEW-SALARY (WS-RC-IDX)
                         TO WS-LOOK-SALARY
                       SET WS-LOOK-FOUND TO TRUE
                   END-IF
                END-IF
           END-PERFORM.
           IF WS-LOOK-SET-COUNT = ZERO
               MOVE 99999999 TO WS-LOOK-FIRST-RECORDED
               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > WS-RATE-CHG-COUNT
                    IF WS-RC-RECORDED-DATE (WS-RC-IDX)
                          < WS-LOOK-FIRST-RECORDED
                       MOVE WS-RC-RECORDED-DATE (WS-RC-IDX)
                         TO WS-LOOK-FIRST-RECORDED
                       MOVE WS-RC-OLD-SALARY (WS-RC-IDX)
                         TO WS-LOOK-SALARY
                    END-IF
               END-PERFORM
           END-IF.

       COMPUTE-WITHHOLDING-DIFFERENCE.
      *    Tax on the difference is the period's bracket tax on the
      *    corrected taxable wage less the tax on the taxable wage
      *    actually paid, so the arrears are taxed at the rate the
      *    period would have borne; the flat social and employer
      *    rates apply to the difference directly.  On a second or
      *    later re-price the wage actually paid includes the arrears
      *    already settled by earlier runs, so the new arrears are
      *    taxed on top of those.
           MOVE ZERO TO WS-TAX-DIFF.
           MOVE ZERO TO WS-SOCIAL-DIFF.
           MOVE ZERO TO WS-ER-SOCIAL-DIFF.
           MOVE ZERO TO WS-ER-PENSION-DIFF.
           MOVE WS-GRP-TAXABLE TO WS-SETTLED-TAXABLE.
           IF WS-LOG-FOUND
               ADD RL-BASE-DIFF-TOTAL TO WS-SETTLED-TAXABLE
           END-IF.
           IF WS-JUR-COUNT > ZERO
               MOVE WS-SETTLED-TAXABLE TO WS-TAX-GROSS
               PERFORM COMPUTE-BRACKET-TAX
               MOVE WS-TAX-RESULT TO WS-TAX-OLD
               COMPUTE WS-TAX-GROSS =
                   WS-SETTLED-TAXABLE + WS-BASE-DIFF
               PERFORM COMPUTE-BRACKET-TAX
               COMPUTE WS-TAX-DIFF = WS-TAX-RESULT - WS-TAX-OLD
               COMPUTE WS-SOCIAL-DIFF ROUNDED = WS-BASE-DIFF
                   * WS-JUR-SOCIAL-RATE-PCT (WS-JUR-USE-IDX) / 100
               COMPUTE WS-ER-SOCIAL-DIFF ROUNDED = WS-BASE-DIFF
                   * WS-JUR-ER-SOCIAL-PCT (WS-JUR-USE-IDX) / 100
               COMPUTE WS-ER-PENSION-DIFF ROUNDED = WS-BASE-DIFF
                   * WS-JUR-ER-PENSION-PCT (WS-JUR-USE-IDX) / 100
           END-IF.

       COMPUTE-BRACKET-TAX.
      *    Highest qualifying floor on file, as in PAYROLL.
           MOVE ZERO TO WS-TAX-RESULT.
           MOVE ZERO TO WS-TAX-PICKED.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX >
                           WS-JUR-BRACKET-COUNT (WS-JUR-USE-IDX)
                IF WS-TAX-BRACKET-FLOOR (WS-JUR-USE-IDX WS-TAX-IDX)
                      <= WS-TAX-GROSS
                      AND (WS-TAX-PICKED = ZERO
                           OR WS-TAX-BRACKET-FLOOR
                                (WS-JUR-USE-IDX WS-TAX-IDX)
                                >= WS-TAX-PICKED-FLOOR)
                   SET WS-TAX-PICK-IDX TO WS-TAX-IDX
                   MOVE WS-TAX-BRACKET-FLOOR
                          (WS-JUR-USE-IDX WS-TAX-IDX)
                     TO WS-TAX-PICKED-FLOOR
                   MOVE 1 TO WS-TAX-PICKED
                END-IF
           END-PERFORM.
           IF WS-TAX-PICKED = 1
               COMPUTE WS-TAX-RESULT ROUNDED =
                   WS-TAX-BASE-AMOUNT (WS-JUR-USE-IDX WS-TAX-PICK-IDX)
                   + (WS-TAX-GROSS
                      - WS-TAX-BRACKET-FLOOR
                          (WS-JUR-USE-IDX WS-TAX-PICK-IDX))
                   * WS-TAX-RATE-PCT (WS-JUR-USE-IDX WS-TAX-PICK-IDX)
                   / 100
           END-IF.
           IF WS-TAX-RESULT < ZERO
               MOVE ZERO TO WS-TAX-RESULT
           END-IF.

       WRITE-DIFFERENTIAL.
      *    The register is stamped settled whether or not the
      *    difference came to anything, so the same change is never
      *    looked at again for this period - but only once the
      *    differential is safely on RETRODIF.  The record READ-
      *    RETRO-LOG found is still in the buffer for the REWRITE.
           SET WS-DIFF-WRITTEN TO TRUE.
           IF WS-BASE-DIFF NOT = ZERO
               MOVE WS-GRP-EMPLOYEE-ID TO RD-EMPLOYEE-ID
               MOVE WS-GRP-PERIOD-ID TO RD-PERIOD-ID
               MOVE WS-BASE-DIFF TO RD-BASE-DIFF
               MOVE WS-TAX-DIFF TO RD-TAX-DIFF
               MOVE WS-SOCIAL-DIFF TO RD-SOCIAL-DIFF
               MOVE WS-ER-SOCIAL-DIFF TO RD-ER-SOCIAL-DIFF
               MOVE WS-ER-PENSION-DIFF TO RD-ER-PENSION-DIFF
               WRITE RETRO-DIFF-REC
               IF WS-FS8 NOT = '00'
                   SET WS-DIFF-NOT-WRITTEN TO TRUE
               END-IF
           END-IF.
           IF WS-DIFF-NOT-WRITTEN
               DISPLAY 'RETROPAY: EMPLOYEE ' WS-GRP-EMPLOYEE-ID
                   ' PERIOD ' WS-GRP-PERIOD-ID ' DIFFERENTIAL NOT '
                   'WRITTEN - STATUS ' WS-FS8 ' - NOT SETTLED'
               ADD 1 TO WS-WRITE-FAILED-COUNT
           END-IF.
           IF WS-DIFF-WRITTEN AND WS-BASE-DIFF NOT = ZERO
               ADD 1 TO WS-OUTPUT-COUNT
               ADD WS-BASE-DIFF TO WS-TOT-BASE
               ADD WS-TAX-DIFF TO WS-TOT-TAX
               ADD WS-SOCIAL-DIFF TO WS-TOT-SOCIAL
               ADD WS-ER-SOCIAL-DIFF TO WS-TOT-ER-SOCIAL
               ADD WS-ER-PENSION-DIFF TO WS-TOT-ER-PENSION
               MOVE WS-BASE-DIFF TO AMOUNT-DISP
               MOVE WS-TAX-DIFF TO AMOUNT-DISP-2
               MOVE WS-SOCIAL-DIFF TO AMOUNT-DISP-3
               DISPLAY WS-GRP-EMPLOYEE-ID '   ' WS-GRP-PERIOD-ID
                   ' ' AMOUNT-DISP ' ' AMOUNT-DISP-2
                   ' ' AMOUNT-DISP-3
           END-IF.
           IF WS-DIFF-WRITTEN
               PERFORM STAMP-RETRO-LOG
           END-IF.

       STAMP-RETRO-LOG.
           MOVE WS-GRP-EMPLOYEE-ID TO RL-EMPLOYEE-ID.
           MOVE WS-GRP-PERIOD-ID TO RL-PERIOD-ID.
           MOVE WS-RUN-DATE TO RL-SETTLED-DATE.
           IF WS-LOG-FOUND
               ADD WS-BASE-DIFF TO RL-BASE-DIFF-TOTAL
               REWRITE RETRO-LOG-REC
           ELSE
               MOVE WS-BASE-DIFF TO RL-BASE-DIFF-TOTAL
               WRITE RETRO-LOG-REC
           END-IF.
           IF WS-FS9 NOT = '00'
               DISPLAY 'RETROPAY: EMPLOYEE ' WS-GRP-EMPLOYEE-ID
                   ' PERIOD ' WS-GRP-PERIOD-ID ' SETTLEMENT REGISTER '
                   'NOT UPDATED - STATUS ' WS-FS9
                   ' - DIFFERENTIAL WRITTEN, CHECK BEFORE RERUNNING'
               ADD 1 TO WS-WRITE-FAILED-COUNT
           END-IF.

       PRINT-RUN-TOTALS.
           MOVE WS-OUTPUT-COUNT TO COUNT-DISP.
           DISPLAY 'RETROPAY: DIFFERENTIALS WRITTEN:  ' COUNT-DISP.
           MOVE WS-TOT-BASE TO TOTAL-DISP.
           DISPLAY 'RETROPAY: TOTAL BASE DIFFERENCE:  ' TOTAL-DISP.
           MOVE WS-TOT-TAX TO TOTAL-DISP.
           DISPLAY 'RETROPAY: TOTAL TAX DIFFERENCE:   ' TOTAL-DISP.
           MOVE WS-TOT-SOCIAL TO TOTAL-DISP.
           DISPLAY 'RETROPAY: TOTAL SOCIAL DIFFERENCE:' TOTAL-DISP.
           MOVE WS-TOT-ER-SOCIAL TO TOTAL-DISP.
           DISPLAY 'RETROPAY: TOTAL ER SOCIAL DIFF:   ' TOTAL-DISP.
           MOVE WS-TOT-ER-PENSION TO TOTAL-DISP.
           DISPLAY 'RETROPAY: TOTAL ER PENSION DIFF:  ' TOTAL-DISP.
           IF WS-SKIPPED-COUNT > ZERO
               MOVE WS-SKIPPED-COUNT TO COUNT-DISP
               DISPLAY 'RETROPAY: PAYMENTS LEFT FOR HAND SETTLEMENT:'
                   COUNT-DISP
           END-IF.
           IF WS-WRITE-FAILED-COUNT > ZERO
               MOVE WS-WRITE-FAILED-COUNT TO COUNT-DISP
               DISPLAY 'RETROPAY: DIFFERENTIAL OR REGISTER WRITES '
                   'FAILED:' COUNT-DISP ' - RUN FAILED'
           END-IF.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS10 = '05' OR WS-FS10 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           IF WS-WRITE-FAILED-COUNT > ZERO
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           PERFORM WRITE-AUDIT-FIELDS.

       WRITE-AUDIT-FIELDS.
           MOVE 'RETROPAY' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-OUTPUT-COUNT TO AUDIT-OUTPUT-COUNT.
           WRITE AUDITLOG-REC.
