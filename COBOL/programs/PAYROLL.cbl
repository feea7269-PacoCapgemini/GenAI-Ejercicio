
           SELECT PAY-HISTORY-OUT
           ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-FS10.

           SELECT OPTIONAL DEDUCT-MASTER-IN
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS25.

      *    Retroactive pay differentials from RETROPAY - arrears for
      *    closed periods re-priced after a back-dated salary change,
      *    paid on top of this run's pay.  Differentials for anyone
      *    not paid this run are carried forward on RETRODFO, which
      *    replaces RETRODIF for the next run the same way DEDMSTRO
      *    replaces DEDMSTR.
           SELECT OPTIONAL PAYROLL-RETRO-IN
           ASSIGN TO RETRODIF
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS26.

           SELECT PAYROLL-RETRO-SORTED
           ASSIGN TO RETSORTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS27.

           SELECT PAYROLL-RETRO-SORT
           ASSIGN TO RETSWORK.

           SELECT PAYROLL-RETRO-OUT
           ASSIGN TO RETRODFO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS28.

      *    Deduction-type treatment - which DED-TYPE-CODEs come out
      *    of pay before income tax and before social.
           SELECT OPTIONAL PAYROLL-DEDTYPE-IN
           ASSIGN TO DEDTYPES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS29.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-IN
           COPY PAYFLDS-CPY.

       FD  PAYROLL-ADJ-IN
           RECORD CONTAINS 28 CHARACTERS.
       01 PAYROLL-ADJ-REC.
          05 ADJ-EMPLOYEE-ID       PIC 9(6).
          05 ADJ-OVERTIME-AMOUNT   PIC S9(5)V99.
          05 ADJ-BONUS-AMOUNT      PIC S9(5)V99.
          05 ADJ-DEDUCTION-AMOUNT  PIC S9(5)V99.
      *    'N' - ADJ-BONUS-AMOUNT is a guaranteed NET figure, to be
      *    grossed up through the employee's withholding.  Space (a
      *    pre-existing 27-byte record read with a trailing space)
      *    or 'G' keeps it the gross bonus, as before.
          05 ADJ-BONUS-BASIS       PIC X(1).

       FD  PAYROLL-ADJ-SORTED
           RECORD CONTAINS 28 CHARACTERS.
       01 PAYROLL-ADJ-SORTED-REC.
          05 SADJ-EMPLOYEE-ID      PIC 9(6).
          05 SADJ-OVERTIME-AMOUNT  PIC S9(5)V99.
          05 SADJ-BONUS-AMOUNT     PIC S9(5)V99.
          05 SADJ-DEDUCTION-AMOUNT PIC S9(5)V99.
          05 SADJ-BONUS-BASIS      PIC X(1).
             88 SADJ-BONUS-IS-NET        VALUE 'N'.

       SD  PAYROLL-ADJ-SORT
           RECORD CONTAINS 28 CHARACTERS.
       01 PAYROLL-ADJ-SORT-REC.
          05 SORT-ADJ-EMPLOYEE-ID  PIC 9(6).
          05 FILLER                PIC X(22).

       FD  PAYROLL-PERIOD-IN
           RECORD CONTAINS 22 CHARACTERS.
          05 REJECT-REASON-TEXT    PIC X(30).

       FD  YTD-MASTER
           RECORD CONTAINS 92 CHARACTERS.
       01 YTD-MASTER-REC.
           COPY YTDREC-CPY.

           COPY AUDITLOG-CPY.

       FD  PAY-HISTORY-OUT
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-REC.
           COPY PAYHIST-CPY.

          05 PARM-ENTITLEMENT-DAYS PIC 9(3)V99.

       FD  PAYROLL-RATE-IN
           RECORD CONTAINS 40 CHARACTERS.
       01 PAYROLL-RATE-REC          PIC X(40).

       FD  PAYROLL-RATE-SORTED
           RECORD CONTAINS 40 CHARACTERS.
       01 PAYROLL-RATE-SORTED-REC.
          05 SRH-EMPLOYEE-ID       PIC 9(6).
          05 SRH-EFF-DATE          PIC 9(8).
          05 SRH-OLD-SALARY        PIC S9(7)V99.
          05 SRH-NEW-SALARY        PIC S9(7)V99.
          05 SRH-RECORDED-DATE     PIC X(8).

       SD  PAYROLL-RATE-SORT
           RECORD CONTAINS 40 CHARACTERS.
       01 PAYROLL-RATE-SORT-REC.
          05 SORT-RH-EMPLOYEE-ID   PIC 9(6).
          05 SORT-RH-EFF-DATE      PIC 9(8).
          05 FILLER                PIC X(26).

       FD  PAYROLL-OFFCYC-IN
           RECORD CONTAINS 15 CHARACTERS.
       01 PAY-CALENDAR-REC.
           COPY PAYCAL-CPY.

       FD  PAYROLL-RETRO-IN
           RECORD CONTAINS 57 CHARACTERS.
       01 PAYROLL-RETRO-REC         PIC X(57).

       FD  PAYROLL-RETRO-SORTED
           RECORD CONTAINS 57 CHARACTERS.
       01 PAYROLL-RETRO-SORTED-REC.
           COPY RETRODIF-CPY.

       SD  PAYROLL-RETRO-SORT
           RECORD CONTAINS 57 CHARACTERS.
       01 PAYROLL-RETRO-SORT-REC.
          05 SORT-RD-EMPLOYEE-ID   PIC 9(6).
          05 SORT-RD-PERIOD-ID     PIC X(6).
          05 FILLER                PIC X(45).

       FD  PAYROLL-RETRO-OUT
           RECORD CONTAINS 57 CHARACTERS.
       01 PAYROLL-RETRO-OUT-REC     PIC X(57).

       FD  PAYROLL-DEDTYPE-IN
           RECORD CONTAINS 23 CHARACTERS.
       01 PAYROLL-DEDTYPE-REC.
           COPY DEDTYPE-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS23       PIC 9(02).
          05 WS-FS24       PIC 9(02).
          05 WS-FS25       PIC 9(02).
          05 WS-FS26       PIC 9(02).
          05 WS-FS27       PIC 9(02).
          05 WS-FS28       PIC 9(02).
          05 WS-FS29       PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-CAL-EOF-SW PIC X(01).
             88 WS-CAL-EOF           VALUE 'Y'.
             88 WS-CAL-NOT-EOF       VALUE 'N'.
          05 WS-RETRO-EOF-SW PIC X(01).
             88 WS-RETRO-EOF         VALUE 'Y'.
             88 WS-RETRO-NOT-EOF     VALUE 'N'.
          05 WS-DT-EOF-SW  PIC X(01).
             88 WS-DT-EOF            VALUE 'Y'.
             88 WS-DT-NOT-EOF        VALUE 'N'.

       01 ANNUAL-SALARY     PIC S9(7)V99 COMP-3.

          88 WS-YTD-POSTED                 VALUE 'Y'.
          88 WS-YTD-NOT-POSTED             VALUE 'N'.
       01 WS-YTD-SKIPPED-COUNT      PIC 9(8) VALUE ZERO.
       01 WS-HIST-WRITTEN-SW        PIC X(01).
          88 WS-HIST-WRITTEN               VALUE 'Y'.
          88 WS-HIST-NOT-WRITTEN           VALUE 'N'.
       01 WS-DUP-RUN-SW             PIC X(01) VALUE 'N'.
          88 WS-DUP-RUN                    VALUE 'Y'.


       01 WS-WITHHOLD-VARS.
          05 WS-PERIOD-GROSS        PIC S9(7)V99 COMP-3.
      *    Income tax is worked on WS-TAXABLE-WAGE and social (both
      *    sides) on WS-SOCIAL-WAGE - the gross less the deductions
      *    DEDTYPES flags pre-tax for each.  The employer pension
      *    match stays on the full gross.
          05 WS-TAXABLE-WAGE        PIC S9(7)V99 COMP-3.
          05 WS-SOCIAL-WAGE         PIC S9(7)V99 COMP-3.
          05 WS-TAX-PICKED          PIC 9(1).
          05 WS-TAX-PICKED-FLOOR    PIC 9(7)V99 COMP-3.

          05 WS-DED-REQUESTED       PIC S9(7)V99 COMP-3.
          05 WS-DED-AVAILABLE       PIC S9(7)V99 COMP-3.
          05 WS-DED-TAKE            PIC S9(7)V99 COMP-3.
          05 WS-DED-POSTTAX-TAKEN   PIC S9(7)V99 COMP-3.
          05 WS-DED-ACTIVE-SW       PIC X(01).
             88 WS-DED-ACTIVE              VALUE 'Y'.
             88 WS-DED-NOT-ACTIVE          VALUE 'N'.

      *    Deduction-type treatment, loaded once from the optional
      *    DEDTYPES reference file.  A type not on file - or every
      *    type, when the file is missing - is taken after tax, the
      *    way every deduction was before the file existed.
       01 WS-DT-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-DT-TABLE.
          05 WS-DT-ENTRY OCCURS 20 TIMES INDEXED BY WS-DT-IDX.
             10 WS-DT-TYPE-CODE        PIC X(1).
             10 WS-DT-PRETAX-TAX-SW    PIC X(1).
             10 WS-DT-PRETAX-SOCIAL-SW PIC X(1).
       01 WS-PRETAX-TAX-SW          PIC X(01).
          88 WS-PRETAX-FOR-TAX             VALUE 'Y'.
       01 WS-PRETAX-SOCIAL-SW       PIC X(01).
          88 WS-PRETAX-FOR-SOCIAL          VALUE 'Y'.
       01 WS-PRETAX-TAKEN           PIC S9(7)V99 COMP-3.

      *    This employee's recurring deductions, lifted off the
      *    sorted co-read before anything is withheld - the pre-tax
      *    ones are settled first so tax and social can be worked
      *    on what is left, the rest after withholding, and every
      *    one is then written through to DEDMSTRO in priority
      *    order.  WS-CUR-DED is the deduction being worked.
       01 WS-DBUF-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-DBUF-TABLE.
          05 WS-DBUF-ENTRY OCCURS 30 TIMES INDEXED BY WS-DBUF-IDX.
             10 WS-DBUF-REC            PIC X(51).
             10 WS-DBUF-REQUESTED      PIC S9(7)V99 COMP-3.
             10 WS-DBUF-TAKE           PIC S9(7)V99 COMP-3.
             10 WS-DBUF-PRETAX-SW      PIC X(01).
                88 WS-DBUF-PRETAX            VALUE 'Y'.
       01 WS-CUR-DED.
           COPY DEDMSTR-CPY REPLACING LEADING ==DED== BY ==CUR-DED==.

       01 WS-DED-TYPE-TOTALS.
          05 WS-DED-PRETAX-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-DED-GARN-TOTAL      PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-DED-UNION-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-DED-HEALTH-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-DED-ARREARS-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 DED-TOTAL-DISP            PIC -9(9).99.

      *    Retroactive differentials paid this run - the employee's
      *    arrears summed over every closed period RETROPAY
      *    re-priced, and the run totals for the spool.
       01 WS-RETRO-VARS.
          05 WS-RETRO-BASE          PIC S9(7)V99 COMP-3.
          05 WS-RETRO-TAX           PIC S9(7)V99 COMP-3.
          05 WS-RETRO-SOCIAL        PIC S9(7)V99 COMP-3.
          05 WS-RETRO-ER-SOCIAL     PIC S9(7)V99 COMP-3.
          05 WS-RETRO-ER-PENSION    PIC S9(7)V99 COMP-3.
          05 WS-RETRO-PERIODS       PIC 9(3).
          05 WS-RETRO-PAID-COUNT    PIC 9(6) VALUE ZERO.
          05 WS-RETRO-CARRIED-COUNT PIC 9(6) VALUE ZERO.
          05 WS-RETRO-BASE-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 RETRO-AMOUNT-DISP         PIC -9(7).99.

      *    Net-to-gross bonus work fields.  The bonus is re-guessed
      *    until the gross less the extra tax and social it draws
      *    comes out at the guaranteed net: first by adding the
      *    shortfall back each pass, then - should bracket rounding
      *    leave it a cent either side - a cent at a time upward, so
      *    the employee never gets less than promised.
       01 WS-GROSSUP-VARS.
          05 WS-GU-TARGET           PIC S9(7)V99 COMP-3.
          05 WS-GU-GROSS            PIC S9(7)V99 COMP-3.
          05 WS-GU-NET              PIC S9(7)V99 COMP-3.
          05 WS-GU-SHORT            PIC S9(7)V99 COMP-3.
          05 WS-GU-BASE-TAX         PIC S9(7)V99 COMP-3.
          05 WS-GU-BASE-SOCIAL      PIC S9(7)V99 COMP-3.
          05 WS-GU-PASSES           PIC 9(3).
          05 WS-GU-SETTLED-SW       PIC X(01).
             88 WS-GU-SETTLED              VALUE 'Y'.
             88 WS-GU-NOT-SETTLED          VALUE 'N'.
          05 WS-GU-COUNT            PIC 9(6) VALUE ZERO.
       01 GU-TARGET-DISP            PIC -9(7).99.
       01 GU-GROSS-DISP             PIC -9(7).99.
       01 GU-NET-DISP               PIC -9(7).99.

      *    The adjustment and deduction co-reads depend on the
      *    EMPLOYEE file being in EMPLOYEE-ID order (RDEMPS writes it
      *    that way) - an out-of-sequence file is reported loudly
           PERFORM LOAD-ABSENCES.
           PERFORM LOAD-RATE-HISTORY.
           PERFORM LOAD-DEDUCTIONS.
           PERFORM LOAD-DEDUCTION-TYPES.
           PERFORM LOAD-RETRO-DIFFERENTIALS.
           PERFORM LOAD-TAX-RATES.
           PERFORM OPEN-YTD-MASTER.
           PERFORM OPEN-LEAVE-MASTER.

       CLOSE-FILES.
           PERFORM FLUSH-DEDUCTION-MASTER.
           PERFORM FLUSH-RETRO-DIFFERENTIALS.
           CLOSE EMPLOYEE-IN.
           CLOSE PAYROLL-OUT.
           CLOSE PAYROLL-REJECTS.
           CLOSE LEAVE-MASTER.
           CLOSE DEDUCT-SORTED.
           CLOSE DEDUCT-MASTER-OUT.
           CLOSE PAYROLL-RETRO-SORTED.
           CLOSE PAYROLL-RETRO-OUT.
           IF NOT WS-OFFCYCLE
               CLOSE DEDUCT-APPLIED-OUT
           END-IF.
           CLOSE PAY-HISTORY-OUT.
           PERFORM PRINT-DEDUCTION-TOTALS.

           IF WS-RETRO-PAID-COUNT > ZERO
                 OR WS-RETRO-CARRIED-COUNT > ZERO
               MOVE WS-RETRO-BASE-TOTAL TO DED-TOTAL-DISP
               DISPLAY 'PAYROLL: RETRO ARREARS PAID:      '
                   DED-TOTAL-DISP ' TO ' WS-RETRO-PAID-COUNT
                   ' EMPLOYEE(S)'
               DISPLAY 'PAYROLL: RETRO DIFFERENTIALS CARRIED TO '
                   'RETRODFO: ' WS-RETRO-CARRIED-COUNT
           END-IF.

           IF WS-GU-COUNT > ZERO
               DISPLAY 'PAYROLL: BONUSES GROSSED UP TO A GUARANTEED '
                   'NET: ' WS-GU-COUNT
           END-IF.

           IF WS-OFFCYCLE
               DISPLAY 'PAYROLL: OFF-CYCLE RUN PAID '
                   WS-OFF-PAID-COUNT ' EMPLOYEE(S) UNDER PERIOD '
           END-IF.
           PERFORM LOOKUP-ADJUSTMENT.
           PERFORM APPLY-TIMESHEET-HOURS.
           PERFORM GATHER-EMPLOYEE-DEDUCTIONS.
           PERFORM COMPUTE-WITHHOLDING.
           IF BONUS-TARGET-NET OF PAYROLL-RECORD > ZERO
               PERFORM GROSS-UP-BONUS
           END-IF.
           PERFORM APPLY-RETRO-DIFFERENTIAL.
           PERFORM APPLY-RECURRING-DEDUCTIONS.
           COMPUTE NET-PAY =
             MONTHLY-SALARY + OVERTIME-AMOUNT
           MOVE ZERO TO OVERTIME-AMOUNT.
           MOVE ZERO TO BONUS-AMOUNT.
           MOVE ZERO TO DEDUCTION-AMOUNT.
           MOVE ZERO TO BONUS-TARGET-NET OF PAYROLL-RECORD.
           PERFORM UNTIL WS-ADJ-EOF
                      OR SADJ-EMPLOYEE-ID >=
                           EMPLOYEE-ID OF PAYROLL-RECORD
               MOVE SADJ-OVERTIME-AMOUNT TO OVERTIME-AMOUNT
               MOVE SADJ-BONUS-AMOUNT TO BONUS-AMOUNT
               MOVE SADJ-DEDUCTION-AMOUNT TO DEDUCTION-AMOUNT
      *        A net-basis bonus is held back as the target - the
      *        period is first withheld without it, so the tax and
      *        social the bonus itself draws can be told apart.
               IF SADJ-BONUS-IS-NET AND SADJ-BONUS-AMOUNT > ZERO
                   MOVE SADJ-BONUS-AMOUNT
                     TO BONUS-TARGET-NET OF PAYROLL-RECORD
                   MOVE ZERO TO BONUS-AMOUNT
               END-IF
               PERFORM READ-NEXT-ADJUSTMENT
           END-IF.

               AT END SET WS-ADJ-EOF TO TRUE
           END-READ.

       GROSS-UP-BONUS.
      *    Iterates the employee's own jurisdiction brackets and
      *    social rate until the bonus, less the extra income tax and
      *    social contribution it draws over the period's pay without
      *    it, nets out at the guaranteed figure.  Every pass re-runs
      *    the full withholding, so the last pass leaves the record
      *    withheld on exactly the bonus that is paid.
           MOVE BONUS-TARGET-NET OF PAYROLL-RECORD TO WS-GU-TARGET.
           MOVE TAX-WITHHELD TO WS-GU-BASE-TAX.
           MOVE SOCIAL-WITHHELD TO WS-GU-BASE-SOCIAL.
           MOVE WS-GU-TARGET TO WS-GU-GROSS.
           MOVE ZERO TO WS-GU-PASSES.
           SET WS-GU-NOT-SETTLED TO TRUE.
           PERFORM GROSS-UP-ONE-PASS
               UNTIL WS-GU-SETTLED OR WS-GU-PASSES >= 60.
           ADD 1 TO WS-GU-COUNT.
           MOVE WS-GU-TARGET TO GU-TARGET-DISP.
           MOVE BONUS-AMOUNT TO GU-GROSS-DISP.
           MOVE WS-GU-NET TO GU-NET-DISP.
           DISPLAY 'PAYROLL: EMPLOYEE '
               EMPLOYEE-ID OF PAYROLL-RECORD ' BONUS GROSSED UP TO '
               GU-GROSS-DISP ' FOR NET ' GU-TARGET-DISP.
           IF WS-GU-NET NOT = WS-GU-TARGET
               DISPLAY 'PAYROLL: EMPLOYEE '
                   EMPLOYEE-ID OF PAYROLL-RECORD
                   ' *** GROSS-UP NETS ' GU-NET-DISP
                   ' - NOT EXACTLY THE TARGET, CHECK THE STATEMENT ***'
           END-IF.

       GROSS-UP-ONE-PASS.
           ADD 1 TO WS-GU-PASSES.
           MOVE WS-GU-GROSS TO BONUS-AMOUNT.
           PERFORM COMPUTE-WITHHOLDING.
           COMPUTE WS-GU-NET = WS-GU-GROSS
               - (TAX-WITHHELD - WS-GU-BASE-TAX)
               - (SOCIAL-WITHHELD - WS-GU-BASE-SOCIAL).
           COMPUTE WS-GU-SHORT = WS-GU-TARGET - WS-GU-NET.
           EVALUATE TRUE
               WHEN WS-GU-SHORT = ZERO
                   SET WS-GU-SETTLED TO TRUE
               WHEN WS-GU-PASSES < 30
                   ADD WS-GU-SHORT TO WS-GU-GROSS
               WHEN WS-GU-SHORT > ZERO
                   ADD 0.01 TO WS-GU-GROSS
               WHEN OTHER
                   SET WS-GU-SETTLED TO TRUE
           END-EVALUATE.
      *    BONUS-AMOUNT holds 99999.99 at most - a target that would
      *    need more stops at the last bonus that fits.
           IF WS-GU-NOT-SETTLED AND WS-GU-GROSS > 99999.99
               SET WS-GU-SETTLED TO TRUE
           END-IF.

       LOAD-TIMESHEETS.
      *    Sort the supervisors' timesheet file into EMPLOYEE-ID
      *    order and prime the first record for the co-read - the
               AT END SET WS-DED-EOF TO TRUE
           END-READ.

       GATHER-EMPLOYEE-DEDUCTIONS.
      *    Lifts this employee's deduction records off the co-read
      *    into WS-DBUF-TABLE.  Records below the current employee
      *    belong to someone not paid this run and flow through
      *    unchanged.  An off-cycle run leaves the recurring
      *    deductions to the scheduled run - taking the monthly
      *    premiums twice because a correction went out would be its
      *    own clawback problem - so its records flow through too.
           MOVE ZERO TO WS-DBUF-COUNT.
           PERFORM UNTIL WS-DED-EOF
                      OR DED-EMPLOYEE-ID >=
                           EMPLOYEE-ID OF PAYROLL-RECORD
                IF WS-OFFCYCLE
                    PERFORM PASS-THROUGH-DEDUCTION
                ELSE
                    PERFORM BUFFER-ONE-DEDUCTION
                END-IF
           END-PERFORM.

       BUFFER-ONE-DEDUCTION.
      *    A deduction beyond the table still goes to the new master
      *    untouched, and the spool says which one was not taken.
           IF WS-DBUF-COUNT < 30
               ADD 1 TO WS-DBUF-COUNT
               SET WS-DBUF-IDX TO WS-DBUF-COUNT
               MOVE DEDUCT-SORTED-REC TO WS-DBUF-REC (WS-DBUF-IDX)
               MOVE ZERO TO WS-DBUF-REQUESTED (WS-DBUF-IDX)
               MOVE ZERO TO WS-DBUF-TAKE (WS-DBUF-IDX)
               MOVE 'N' TO WS-DBUF-PRETAX-SW (WS-DBUF-IDX)
               PERFORM READ-NEXT-DEDUCTION
           ELSE
               DISPLAY 'PAYROLL: EMPLOYEE ' DED-EMPLOYEE-ID
                   ' DEDUCTION TABLE FULL - TYPE ' DED-TYPE-CODE
                   ' PRIORITY ' DED-PRIORITY ' NOT TAKEN'
               PERFORM PASS-THROUGH-DEDUCTION
           END-IF.

       APPLY-PRETAX-DEDUCTIONS.
      *    Deductions whose type DEDTYPES flags pre-tax come out of
      *    the gross first, in priority order, and reduce the
      *    taxable and/or social wage accordingly.  They are taken
      *    ahead of the protected-net floor - the floor is a share
      *    of pay after tax, which is not known until they are out
      *    - and are limited only by the gross itself.
           MOVE WS-PERIOD-GROSS TO WS-TAXABLE-WAGE.
           MOVE WS-PERIOD-GROSS TO WS-SOCIAL-WAGE.
           MOVE ZERO TO WS-PRETAX-TAKEN.
           PERFORM VARYING WS-DBUF-IDX FROM 1 BY 1
                   UNTIL WS-DBUF-IDX > WS-DBUF-COUNT
                MOVE WS-DBUF-REC (WS-DBUF-IDX) TO WS-CUR-DED
                PERFORM LOOKUP-DEDUCTION-TYPE
                IF WS-PRETAX-FOR-TAX OR WS-PRETAX-FOR-SOCIAL
                    PERFORM CHECK-DEDUCTION-ACTIVE
                    IF WS-DED-ACTIVE
                        PERFORM TAKE-PRETAX-DEDUCTION
                    END-IF
                END-IF
           END-PERFORM.
           IF WS-TAXABLE-WAGE < ZERO
               MOVE ZERO TO WS-TAXABLE-WAGE
           END-IF.
           IF WS-SOCIAL-WAGE < ZERO
               MOVE ZERO TO WS-SOCIAL-WAGE
           END-IF.

       TAKE-PRETAX-DEDUCTION.
           PERFORM COMPUTE-DEDUCTION-REQUEST.
           COMPUTE WS-DED-AVAILABLE =
               WS-PERIOD-GROSS - WS-PRETAX-TAKEN.
           IF WS-DED-AVAILABLE < ZERO
               MOVE ZERO TO WS-DED-AVAILABLE
           END-IF.
           IF WS-DED-REQUESTED > WS-DED-AVAILABLE
               MOVE WS-DED-AVAILABLE TO WS-DED-TAKE
           ELSE
               MOVE WS-DED-REQUESTED TO WS-DED-TAKE
           END-IF.
           MOVE 'Y' TO WS-DBUF-PRETAX-SW (WS-DBUF-IDX).
           MOVE WS-DED-REQUESTED TO WS-DBUF-REQUESTED (WS-DBUF-IDX).
           MOVE WS-DED-TAKE TO WS-DBUF-TAKE (WS-DBUF-IDX).
           ADD WS-DED-TAKE TO WS-PRETAX-TAKEN.
           IF WS-PRETAX-FOR-TAX
               SUBTRACT WS-DED-TAKE FROM WS-TAXABLE-WAGE
           END-IF.
           IF WS-PRETAX-FOR-SOCIAL
               SUBTRACT WS-DED-TAKE FROM WS-SOCIAL-WAGE
           END-IF.

       LOOKUP-DEDUCTION-TYPE.
           MOVE 'N' TO WS-PRETAX-TAX-SW.
           MOVE 'N' TO WS-PRETAX-SOCIAL-SW.
           PERFORM VARYING WS-DT-IDX FROM 1 BY 1
                   UNTIL WS-DT-IDX > WS-DT-COUNT
                IF WS-DT-TYPE-CODE (WS-DT-IDX) = CUR-DED-TYPE-CODE
                    MOVE WS-DT-PRETAX-TAX-SW (WS-DT-IDX)
                      TO WS-PRETAX-TAX-SW
                    MOVE WS-DT-PRETAX-SOCIAL-SW (WS-DT-IDX)
                      TO WS-PRETAX-SOCIAL-SW
                END-IF
           END-PERFORM.

       APPLY-RECURRING-DEDUCTIONS.
      *    Applies this employee's recurring deductions in priority
      *    order on top of any one-off adjustment deduction, never
      *    taking the net below the protected floor - a garnishment
      *    legally cannot - and carrying any shortfall as arrears.
      *    The pre-tax deductions were already settled before
      *    withholding and are simply counted in here - all of that
      *    money is gone whatever their priority, so every after-tax
      *    deduction is sized against what the pre-tax ones left,
      *    less the adjustment and the after-tax takes ahead of it.
           COMPUTE WS-DISPOSABLE =
               WS-PERIOD-GROSS - TAX-WITHHELD - SOCIAL-WITHHELD.
           COMPUTE WS-DED-FLOOR ROUNDED =
               WS-DISPOSABLE * WS-PROTECT-PCT / 100.
           MOVE DEDUCTION-AMOUNT TO WS-DED-POSTTAX-TAKEN.
           PERFORM VARYING WS-DBUF-IDX FROM 1 BY 1
                   UNTIL WS-DBUF-IDX > WS-DBUF-COUNT
                PERFORM APPLY-ONE-DEDUCTION
           END-PERFORM.

       PASS-THROUGH-DEDUCTION.
      *    Records for employees not paid this run (rejected, off the
           PERFORM READ-NEXT-DEDUCTION.

       APPLY-ONE-DEDUCTION.
           MOVE WS-DBUF-REC (WS-DBUF-IDX) TO WS-CUR-DED.
           IF WS-DBUF-PRETAX (WS-DBUF-IDX)
               MOVE WS-DBUF-REQUESTED (WS-DBUF-IDX)
                 TO WS-DED-REQUESTED
               MOVE WS-DBUF-TAKE (WS-DBUF-IDX) TO WS-DED-TAKE
               ADD WS-DED-TAKE TO WS-DED-PRETAX-TOTAL
               PERFORM SETTLE-DEDUCTION
           ELSE
               PERFORM CHECK-DEDUCTION-ACTIVE
               IF WS-DED-ACTIVE
                   PERFORM COMPUTE-DEDUCTION-REQUEST
                   COMPUTE WS-DED-AVAILABLE =
                       WS-DISPOSABLE - WS-PRETAX-TAKEN
                       - WS-DED-POSTTAX-TAKEN - WS-DED-FLOOR
                   IF WS-DED-AVAILABLE < ZERO
                       MOVE ZERO TO WS-DED-AVAILABLE
                   END-IF
                   IF WS-DED-REQUESTED > WS-DED-AVAILABLE
                       MOVE WS-DED-AVAILABLE TO WS-DED-TAKE
                   ELSE
                       MOVE WS-DED-REQUESTED TO WS-DED-TAKE
                   END-IF
                   ADD WS-DED-TAKE TO WS-DED-POSTTAX-TAKEN
                   PERFORM SETTLE-DEDUCTION
               END-IF
           END-IF.
           WRITE DEDUCT-MASTER-OUT-REC FROM WS-CUR-DED.

       COMPUTE-DEDUCTION-REQUEST.
           IF CUR-DED-METHOD-PERCENT
               COMPUTE WS-DED-REQUESTED ROUNDED =
                   WS-PERIOD-GROSS * CUR-DED-AMOUNT / 100
           ELSE
               MOVE CUR-DED-AMOUNT TO WS-DED-REQUESTED
           END-IF.
           ADD CUR-DED-ARREARS TO WS-DED-REQUESTED.
           IF (CUR-DED-TYPE-GARNISHMENT OR CUR-DED-TYPE-LOAN)
                 AND WS-DED-REQUESTED > CUR-DED-BALANCE
               MOVE CUR-DED-BALANCE TO WS-DED-REQUESTED
           END-IF.

       SETTLE-DEDUCTION.
           ADD WS-DED-TAKE TO DEDUCTION-AMOUNT.
           PERFORM ADD-TO-DEDUCTION-TOTALS.
           IF WS-DED-TAKE > ZERO
               PERFORM WRITE-APPLIED-DEDUCTION
           END-IF.
           IF CUR-DED-TYPE-GARNISHMENT OR CUR-DED-TYPE-LOAN
               SUBTRACT WS-DED-TAKE FROM CUR-DED-BALANCE
           END-IF.
           COMPUTE CUR-DED-ARREARS =
               WS-DED-REQUESTED - WS-DED-TAKE.
           ADD CUR-DED-ARREARS TO WS-DED-ARREARS-TOTAL.

       WRITE-APPLIED-DEDUCTION.
      *    One DEDAPPL detail per deduction actually taken - REMIT
      *    aggregates these by payee to pay the withheld money over
      *    to the court, union, insurer or lender, with the
      *    employee-level breakdown the garnishment courts demand.
           MOVE CUR-DED-EMPLOYEE-ID TO DAP-EMPLOYEE-ID.
           MOVE WS-POSTING-PERIOD-ID TO DAP-PERIOD-ID.
           MOVE CUR-DED-TYPE-CODE TO DAP-TYPE-CODE.
           MOVE CUR-DED-PRIORITY TO DAP-PRIORITY.
           MOVE WS-DED-TAKE TO DAP-AMOUNT.
           WRITE DEDUCT-APPLIED-REC.

      *    stop dates and, for the balance-tracked garnishment and
      *    loan types, while anything is still owed.
           SET WS-DED-ACTIVE TO TRUE.
           IF CUR-DED-START-DATE > WS-PERIOD-END
               SET WS-DED-NOT-ACTIVE TO TRUE
           END-IF.
           IF CUR-DED-STOP-DATE > ZERO
                 AND CUR-DED-STOP-DATE < WS-PERIOD-START
               SET WS-DED-NOT-ACTIVE TO TRUE
           END-IF.
           IF (CUR-DED-TYPE-GARNISHMENT OR CUR-DED-TYPE-LOAN)
                 AND CUR-DED-BALANCE = ZERO
                 AND CUR-DED-ARREARS = ZERO
               SET WS-DED-NOT-ACTIVE TO TRUE
           END-IF.

       ADD-TO-DEDUCTION-TOTALS.
           EVALUATE TRUE
               WHEN CUR-DED-TYPE-GARNISHMENT
                   ADD WS-DED-TAKE TO WS-DED-GARN-TOTAL
               WHEN CUR-DED-TYPE-UNION-DUES
                   ADD WS-DED-TAKE TO WS-DED-UNION-TOTAL
               WHEN CUR-DED-TYPE-HEALTH
                   ADD WS-DED-TAKE TO WS-DED-HEALTH-TOTAL
               WHEN CUR-DED-TYPE-LOAN
                   ADD WS-DED-TAKE TO WS-DED-LOAN-TOTAL
               WHEN OTHER
                   ADD WS-DED-TAKE TO WS-DED-OTHER-TOTAL
               DISPLAY 'PAYROLL: ARREARS CARRIED:       '
                   DED-TOTAL-DISP
           END-IF.
           IF WS-DED-PRETAX-TOTAL NOT = ZERO
               MOVE WS-DED-PRETAX-TOTAL TO DED-TOTAL-DISP
               DISPLAY 'PAYROLL: OF WHICH TAKEN PRE-TAX: '
                   DED-TOTAL-DISP
           END-IF.

       LOAD-DEDUCTION-TYPES.
           OPEN INPUT PAYROLL-DEDTYPE-IN.
           SET WS-DT-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-DT-EOF
                READ PAYROLL-DEDTYPE-IN
                         AT END SET WS-DT-EOF TO TRUE
                     NOT AT END
                        PERFORM STORE-DEDUCTION-TYPE
                END-READ
           END-PERFORM.
           CLOSE PAYROLL-DEDTYPE-IN.
           IF WS-DT-COUNT = ZERO
               DISPLAY 'PAYROLL: NO DEDTYPES ON FILE - EVERY '
                   'DEDUCTION TAKEN AFTER TAX'
           END-IF.

       STORE-DEDUCTION-TYPE.
           IF WS-DT-COUNT < 20
               ADD 1 TO WS-DT-COUNT
               SET WS-DT-IDX TO WS-DT-COUNT
               MOVE DT-TYPE-CODE TO WS-DT-TYPE-CODE (WS-DT-IDX)
               MOVE DT-PRETAX-TAX-SW TO WS-DT-PRETAX-TAX-SW (WS-DT-IDX)
               MOVE DT-PRETAX-SOCIAL-SW
                 TO WS-DT-PRETAX-SOCIAL-SW (WS-DT-IDX)
           ELSE
               DISPLAY 'PAYROLL: DEDTYPES TABLE FULL - TYPE '
                   DT-TYPE-CODE ' TAKEN AFTER TAX'
           END-IF.

       LOAD-RETRO-DIFFERENTIALS.
      *    Sort RETROPAY's differentials into EMPLOYEE-ID order and
      *    prime the first record for the co-read.  A missing
      *    RETRODIF simply yields an empty sorted file and an empty
      *    carry-forward.
           SORT PAYROLL-RETRO-SORT
               ON ASCENDING KEY SORT-RD-EMPLOYEE-ID
                                SORT-RD-PERIOD-ID
               USING PAYROLL-RETRO-IN
               GIVING PAYROLL-RETRO-SORTED.
           OPEN INPUT PAYROLL-RETRO-SORTED.
           OPEN OUTPUT PAYROLL-RETRO-OUT.
           SET WS-RETRO-NOT-EOF TO TRUE.
           PERFORM READ-NEXT-RETRO.

       READ-NEXT-RETRO.
           READ PAYROLL-RETRO-SORTED
               AT END SET WS-RETRO-EOF TO TRUE
           END-READ.

       APPLY-RETRO-DIFFERENTIAL.
      *    Adds the employee's arrears to this period's base pay
      *    AFTER the period's own withholding is settled - the tax
      *    and social on the arrears were worked out by RETROPAY
      *    against each original period's brackets and are added as
      *    they stand.  Differentials below the current employee
      *    belong to someone not paid this run and are carried.
           MOVE ZERO TO WS-RETRO-BASE.
           MOVE ZERO TO WS-RETRO-TAX.
           MOVE ZERO TO WS-RETRO-SOCIAL.
           MOVE ZERO TO WS-RETRO-ER-SOCIAL.
           MOVE ZERO TO WS-RETRO-ER-PENSION.
           MOVE ZERO TO WS-RETRO-PERIODS.
           PERFORM UNTIL WS-RETRO-EOF
                      OR RD-EMPLOYEE-ID >=
                           EMPLOYEE-ID OF PAYROLL-RECORD
                PERFORM CARRY-RETRO-FORWARD
           END-PERFORM.
           PERFORM UNTIL WS-RETRO-EOF
                      OR RD-EMPLOYEE-ID NOT =
                           EMPLOYEE-ID OF PAYROLL-RECORD
                ADD RD-BASE-DIFF TO WS-RETRO-BASE
                ADD RD-TAX-DIFF TO WS-RETRO-TAX
                ADD RD-SOCIAL-DIFF TO WS-RETRO-SOCIAL
                ADD RD-ER-SOCIAL-DIFF TO WS-RETRO-ER-SOCIAL
                ADD RD-ER-PENSION-DIFF TO WS-RETRO-ER-PENSION
                ADD 1 TO WS-RETRO-PERIODS
                PERFORM READ-NEXT-RETRO
           END-PERFORM.
           IF WS-RETRO-PERIODS > ZERO
               ADD WS-RETRO-BASE TO MONTHLY-SALARY
               ADD WS-RETRO-BASE TO WS-PERIOD-GROSS
               ADD WS-RETRO-BASE
                 TO TAXABLE-WAGE-AMOUNT OF PAYROLL-RECORD
               ADD WS-RETRO-BASE
                 TO SOCIAL-WAGE-AMOUNT OF PAYROLL-RECORD
               ADD WS-RETRO-TAX TO TAX-WITHHELD
               ADD WS-RETRO-SOCIAL TO SOCIAL-WITHHELD
               ADD WS-RETRO-ER-SOCIAL
                 TO EMPLOYER-SOCIAL-AMOUNT OF PAYROLL-RECORD
               ADD WS-RETRO-ER-PENSION
                 TO EMPLOYER-PENSION-AMOUNT OF PAYROLL-RECORD
               ADD 1 TO WS-RETRO-PAID-COUNT
               ADD WS-RETRO-BASE TO WS-RETRO-BASE-TOTAL
               MOVE WS-RETRO-BASE TO RETRO-AMOUNT-DISP
               DISPLAY 'PAYROLL: EMPLOYEE '
                   EMPLOYEE-ID OF PAYROLL-RECORD ' RETRO ARREARS '
                   RETRO-AMOUNT-DISP ' FOR ' WS-RETRO-PERIODS
                   ' CLOSED PERIOD(S)'
           END-IF.

       CARRY-RETRO-FORWARD.
           WRITE PAYROLL-RETRO-OUT-REC FROM PAYROLL-RETRO-SORTED-REC.
           ADD 1 TO WS-RETRO-CARRIED-COUNT.
           PERFORM READ-NEXT-RETRO.

       FLUSH-RETRO-DIFFERENTIALS.
      *    Differentials beyond the last employee paid still belong
      *    on the carry-forward.
           PERFORM CARRY-RETRO-FORWARD UNTIL WS-RETRO-EOF.

       LOAD-TAX-RATES.
           OPEN INPUT PAYROLL-TAXRATE-IN.
           END-IF.

       COMPUTE-WITHHOLDING.
      *    Percentage-method income tax on the period's taxable wage
      *    (the gross less pre-tax deductions), from the bracket set
      *    of the employee's own jurisdiction (picked by
      *    VALIDATE-TAX-JURISDICTION): take the highest 'B' bracket
      *    whose floor is not above the taxable wage, then tax is
      *    the bracket's base amount plus the rate applied to the
      *    excess over the floor.  Social contribution is the set's
      *    flat 'S' rate on the social wage.
           COMPUTE WS-PERIOD-GROSS =
               MONTHLY-SALARY + OVERTIME-AMOUNT + BONUS-AMOUNT.
           PERFORM APPLY-PRETAX-DEDUCTIONS.
           MOVE WS-TAXABLE-WAGE
             TO TAXABLE-WAGE-AMOUNT OF PAYROLL-RECORD.
           MOVE WS-SOCIAL-WAGE
             TO SOCIAL-WAGE-AMOUNT OF PAYROLL-RECORD.
           MOVE ZERO TO TAX-WITHHELD.
           MOVE ZERO TO SOCIAL-WITHHELD.
           MOVE ZERO TO EMPLOYER-SOCIAL-AMOUNT OF PAYROLL-RECORD.
                   UNTIL WS-TAX-IDX >
                           WS-JUR-BRACKET-COUNT (WS-JUR-USE-IDX)
                IF WS-TAX-BRACKET-FLOOR (WS-JUR-USE-IDX WS-TAX-IDX)
                      <= WS-TAXABLE-WAGE
                      AND (WS-TAX-PICKED = ZERO
                           OR WS-TAX-BRACKET-FLOOR
                                (WS-JUR-USE-IDX WS-TAX-IDX)
           IF WS-TAX-PICKED = 1
               COMPUTE TAX-WITHHELD ROUNDED =
                   WS-TAX-BASE-AMOUNT (WS-JUR-USE-IDX WS-TAX-PICK-IDX)
                   + (WS-TAXABLE-WAGE
                      - WS-TAX-BRACKET-FLOOR
                          (WS-JUR-USE-IDX WS-TAX-PICK-IDX))
                   * WS-TAX-RATE-PCT (WS-JUR-USE-IDX WS-TAX-PICK-IDX)
           END-IF.
           IF WS-JUR-SOCIAL-RATE-PCT (WS-JUR-USE-IDX) > ZERO
               COMPUTE SOCIAL-WITHHELD ROUNDED =
                   WS-SOCIAL-WAGE
                   * WS-JUR-SOCIAL-RATE-PCT (WS-JUR-USE-IDX) / 100
           END-IF.
      *    The employer's own social contribution on the same social
      *    wage, and the pension match on the full gross - not
      *    withheld from the employee, but carried on the record so
      *    the GL, the YTD master and the history show the full
      *    labor cost.
           IF WS-JUR-ER-SOCIAL-PCT (WS-JUR-USE-IDX) > ZERO
               COMPUTE EMPLOYER-SOCIAL-AMOUNT OF PAYROLL-RECORD
                   ROUNDED = WS-SOCIAL-WAGE
                   * WS-JUR-ER-SOCIAL-PCT (WS-JUR-USE-IDX) / 100
           END-IF.
           IF WS-JUR-ER-PENSION-PCT (WS-JUR-USE-IDX) > ZERO
               MOVE ZERO TO YTD-NET-PAY-TOTAL
               MOVE ZERO TO YTD-ER-SOCIAL-TOTAL
               MOVE ZERO TO YTD-ER-PENSION-TOTAL
               MOVE ZERO TO YTD-TAXABLE-WAGE-TOTAL
               MOVE ZERO TO YTD-SOCIAL-WAGE-TOTAL
               MOVE SPACES TO YTD-LAST-PERIOD-ID
               MOVE WS-CURRENT-YEAR TO YTD-YEAR
           END-IF.
                 TO YTD-ER-SOCIAL-TOTAL
               ADD EMPLOYER-PENSION-AMOUNT OF PAYROLL-RECORD
                 TO YTD-ER-PENSION-TOTAL
               ADD TAXABLE-WAGE-AMOUNT OF PAYROLL-RECORD
                 TO YTD-TAXABLE-WAGE-TOTAL
               ADD SOCIAL-WAGE-AMOUNT OF PAYROLL-RECORD
                 TO YTD-SOCIAL-WAGE-TOTAL
      *        The entity paying this period - the last one to pay
      *        the employee in the year.
               MOVE EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
                 TO YTD-COMPANY-CODE
               IF WS-YTD-FOUND
                   REWRITE YTD-MASTER-REC
               ELSE
           END-IF.

       OPEN-PAY-HISTORY.
      *    Permanent indexed archive - every run adds its paid
      *    records, created on the very first run the same way the
      *    YTD master is.
           OPEN I-O PAY-HISTORY-OUT.
           IF WS-FS10 = '35'
               OPEN OUTPUT PAY-HISTORY-OUT
               CLOSE PAY-HISTORY-OUT
               OPEN I-O PAY-HISTORY-OUT
           END-IF.

       WRITE-PAY-HISTORY.
           MOVE SPACES TO PAY-HISTORY-REC.
           MOVE EMPLOYEE-ID OF PAYROLL-RECORD TO HIST-EMPLOYEE-ID.
           MOVE WS-POSTING-PERIOD-ID TO HIST-PERIOD-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HIST-PAY-DATE.
             TO HIST-ER-SOCIAL-AMOUNT.
           MOVE EMPLOYER-PENSION-AMOUNT OF PAYROLL-RECORD
             TO HIST-ER-PENSION-AMOUNT.
           MOVE TAXABLE-WAGE-AMOUNT OF PAYROLL-RECORD
             TO HIST-TAXABLE-WAGE.
           MOVE SOCIAL-WAGE-AMOUNT OF PAYROLL-RECORD
             TO HIST-SOCIAL-WAGE.
           MOVE EMPLOYEE-COMPANY-CODE OF PAYROLL-RECORD
             TO HIST-COMPANY-CODE.
      *    A period already on file for the employee (a corrected
      *    rerun after a PAYREV reversal) takes the next sequence.
           MOVE 1 TO HIST-SEQUENCE-NO.
           SET WS-HIST-NOT-WRITTEN TO TRUE.
           PERFORM UNTIL WS-HIST-WRITTEN
                WRITE PAY-HISTORY-REC
                    INVALID KEY
                        IF HIST-SEQUENCE-NO < 99
                            ADD 1 TO HIST-SEQUENCE-NO
                        ELSE
                            DISPLAY 'PAYROLL: NO FREE PAYHIST '
                                'SEQUENCE FOR EMPLOYEE '
                                HIST-EMPLOYEE-ID ' PERIOD '
                                HIST-PERIOD-ID ' - NOT RECORDED'
                            SET WS-HIST-WRITTEN TO TRUE
                        END-IF
                    NOT INVALID KEY
                        SET WS-HIST-WRITTEN TO TRUE
                END-WRITE
           END-PERFORM.

       OPEN-AUDITLOG.
      *    Shared audit trail across RDEMPS/PAYROLL/LISTROLL - append
           MOVE 'PAYROLL' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-POSTING-PERIOD-ID TO AUDIT-PERIOD-ID.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-OUTPUT-COUNT TO AUDIT-OUTPUT-COUNT.
           IF WS-DUP-RUN
