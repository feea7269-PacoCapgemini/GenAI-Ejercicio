       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Accrual date and the two liability accounts - absent, the
      *    last day of the month before the run and no journal.
           SELECT OPTIONAL ACCRUAL-PARM-IN
           ASSIGN TO ACCRPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

           SELECT OPTIONAL PAY-CALENDAR-IN
           ASSIGN TO PAYCAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

           SELECT EMPLOYEE-IN
           ASSIGN TO EMPLOYEE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

      *    Salary rate history - the salary in force on the accrual
      *    date is the latest change effective by then.
           SELECT OPTIONAL ACCRUAL-RATE-IN
           ASSIGN TO RATEHIST
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

           SELECT ACCRUAL-RATE-SORTED
           ASSIGN TO ACRHSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

           SELECT ACCRUAL-RATE-SORT
           ASSIGN TO ACRHWORK.

           SELECT LEAVE-MASTER
           ASSIGN TO LEAVEMST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LV-EMPLOYEE-ID
           FILE STATUS IS WS-FS6.

           SELECT ACCRUAL-COSTCTR-IN
           ASSIGN TO COSTCTR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

      *    Labor-distribution splits, applied exactly as GLPOST
      *    applies them to the pay the accrual stands in for.
           SELECT OPTIONAL ACCRUAL-LABDIST-IN
           ASSIGN TO LABDIST
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS8.

      *    Accrual entries and their reversals, in the GLPOST
      *    journal layout - ACCRJRNL for the home ledger and
      *    ACCRJRNL.<ledger-id> for another company's, as GLPOST
      *    names its JRNLFILEs.
           SELECT ACCRUAL-JOURNAL-OUT
           ASSIGN TO WS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS9.

           SELECT ACCRUAL-REPORT-OUT
           ASSIGN TO ACCRRPT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS10.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS11.

      *    Legal-entity reference file - the ledger each company
      *    posts to.
           SELECT OPTIONAL COMPANY-IN
           ASSIGN TO COMPANY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS12.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-PARM-IN
           RECORD CONTAINS 27 CHARACTERS.
       01 ACCRUAL-PARM-REC.
          05 PARM-ACCRUAL-DATE     PIC 9(8).
          05 PARM-WAGES-ACCOUNT    PIC X(8).
          05 PARM-VACATION-ACCOUNT PIC X(8).
          05 PARM-WORK-DAYS        PIC 9(3).

       FD  PAY-CALENDAR-IN
           RECORD CONTAINS 32 CHARACTERS.
       01 PAY-CALENDAR-REC.
           COPY PAYCAL-CPY.

       FD  EMPLOYEE-IN
           RECORD CONTAINS 272 CHARACTERS.
       01 EMPLOYEE-RECORD.
           COPY EMPS-NO-01.

       FD  ACCRUAL-RATE-IN
           RECORD CONTAINS 40 CHARACTERS.
       01 ACCRUAL-RATE-IN-REC       PIC X(40).

       FD  ACCRUAL-RATE-SORTED
           RECORD CONTAINS 40 CHARACTERS.
       01 ACCRUAL-RATE-SORTED-REC.
           COPY RATEHIST-CPY.

       SD  ACCRUAL-RATE-SORT
           RECORD CONTAINS 40 CHARACTERS.
       01 ACCRUAL-RATE-SORT-REC.
          05 SORT-RH-EMPLOYEE-ID   PIC 9(6).
          05 SORT-RH-EFF-DATE      PIC 9(8).
          05 FILLER                PIC X(26).

       FD  LEAVE-MASTER
           RECORD CONTAINS 25 CHARACTERS.
       01 LEAVE-MASTER-REC.
           COPY LEAVEREC-CPY.

       FD  ACCRUAL-COSTCTR-IN
           RECORD CONTAINS 98 CHARACTERS.
       01 ACCRUAL-COSTCTR-REC.
          05 CC-DEPARTMENT         PIC X(10).
          05 CC-SALARY-ACCOUNT     PIC X(8).
          05 FILLER                PIC X(80).

       FD  ACCRUAL-LABDIST-IN
           RECORD CONTAINS 21 CHARACTERS.
       01 ACCRUAL-LABDIST-REC.
          05 LD-EMPLOYEE-ID        PIC 9(6).
          05 LD-DEPARTMENT         PIC X(10).
          05 LD-PERCENT            PIC 9(3)V99.

       FD  ACCRUAL-JOURNAL-OUT
           RECORD CONTAINS 57 CHARACTERS.
       01 ACCRUAL-JOURNAL-REC.
          05 JE-PERIOD-ID          PIC X(6).
          05 JE-ACCOUNT            PIC X(8).
          05 JE-DR-CR              PIC X(2).
          05 JE-AMOUNT             PIC 9(9)V99.
          05 JE-DESCRIPTION        PIC X(30).

       FD  ACCRUAL-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01 ACCRUAL-REPORT-LINE      PIC X(132).

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       FD  COMPANY-IN
           RECORD CONTAINS 100 CHARACTERS.
       01 COMPANY-REC.
           COPY COMPANY-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC 9(02).
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC X(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC 9(02).
          05 WS-FS9        PIC 9(02).
          05 WS-FS10       PIC 9(02).
          05 WS-FS11       PIC X(02).
          05 WS-FS12       PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-CAL-EOF-SW PIC X(01).
             88 WS-CAL-EOF           VALUE 'Y'.
             88 WS-CAL-NOT-EOF       VALUE 'N'.
          05 WS-RATE-EOF-SW PIC X(01).
             88 WS-RATE-EOF          VALUE 'Y'.
             88 WS-RATE-NOT-EOF      VALUE 'N'.
          05 WS-CC-EOF-SW  PIC X(01).
             88 WS-CC-EOF            VALUE 'Y'.
             88 WS-CC-NOT-EOF        VALUE 'N'.
          05 WS-LD-EOF-SW  PIC X(01).
             88 WS-LD-EOF            VALUE 'Y'.
             88 WS-LD-NOT-EOF        VALUE 'N'.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
          88 WS-RUN-REFUSED                VALUE 'Y'.

      *    A run with any unmapped department, a bad labor split or
      *    an out-of-balance journal releases no journal at all -
      *    GLPOST's no-plug-entry rule.
       01 WS-RUN-ERROR-SW           PIC X(01) VALUE 'N'.
          88 WS-RUN-ERROR                  VALUE 'Y'.
          88 WS-RUN-CLEAN                  VALUE 'N'.

      *    The accrual date, the month it books into and the month
      *    the reversal books into.
       01 WS-ACCRUAL-VARS.
          05 WS-ACCRUAL-DATE        PIC 9(8) VALUE ZERO.
          05 WS-ACCRUAL-INT         PIC S9(7) COMP-3.
          05 WS-ACCRUAL-PERIOD      PIC X(6).
          05 WS-REVERSAL-PERIOD     PIC X(6).
          05 WS-WAGES-ACCOUNT       PIC X(8) VALUE SPACES.
          05 WS-VACATION-ACCOUNT    PIC X(8) VALUE SPACES.
          05 WS-WORK-DAYS           PIC 9(3) VALUE 260.
       01 WS-DATE-WORK.
          05 WS-DW-DATE             PIC 9(8).
          05 WS-DW-DATE-R REDEFINES WS-DW-DATE.
             10 WS-DW-YEAR          PIC 9(4).
             10 WS-DW-MONTH         PIC 9(2).
             10 WS-DW-DAY           PIC 9(2).

      *    Scheduled pay periods from PAYCAL.  A period still to be
      *    paid after the accrual date that started on or before it
      *    holds earned-but-unpaid days.
       01 WS-PER-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-PER-TABLE.
          05 WS-PER-ENTRY OCCURS 300 TIMES INDEXED BY WS-PER-IDX.
             10 WS-PER-FREQUENCY        PIC X(1).
             10 WS-PER-START-INT        PIC S9(7) COMP-3.
             10 WS-PER-END-INT          PIC S9(7) COMP-3.
             10 WS-PER-PAY-DATE         PIC 9(8).
       01 WS-REACH-VARS.
          05 WS-REACH-W-SW          PIC X(01) VALUE 'N'.
          05 WS-REACH-B-SW          PIC X(01) VALUE 'N'.
          05 WS-REACH-M-SW          PIC X(01) VALUE 'N'.

      *    Cost centers - only the department and its salary
      *    expense account are needed here.
       01 WS-CC-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-CC-TABLE.
          05 WS-CC-ENTRY OCCURS 100 TIMES INDEXED BY WS-CC-IDX.
             10 WS-CC-DEPARTMENT        PIC X(10).
             10 WS-CC-SALARY-ACCOUNT    PIC X(8).
       01 WS-CC-FOUND-SW            PIC X(01).
          88 WS-CC-FOUND                   VALUE 'Y'.
          88 WS-CC-NOT-FOUND               VALUE 'N'.

       01 WS-LD-COUNT               PIC 9(3) VALUE ZERO.
       01 WS-LD-TABLE.
          05 WS-LD-ENTRY OCCURS 200 TIMES
                 INDEXED BY WS-LD-IDX WS-LD-CHK-IDX.
             10 WS-LD-EMPLOYEE-ID       PIC 9(6).
             10 WS-LD-DEPARTMENT        PIC X(10).
             10 WS-LD-PERCENT           PIC 9(3)V99 COMP-3.
       01 WS-SPLIT-COUNT            PIC 9(3).
       01 WS-SPLIT-SEEN             PIC 9(3).
       01 WS-LD-PCT-SUM             PIC 9(5)V99 COMP-3.
       01 WS-LD-FIRST-SW            PIC X(01).
          88 WS-LD-FIRST                   VALUE 'Y'.

      *    Accrual totals by company and department.
       01 WS-DEPT-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-DEPT-TABLE.
          05 WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DEPT-IDX.
             10 WS-DEPT-COMPANY         PIC X(2).
             10 WS-DEPT-DEPARTMENT      PIC X(10).
             10 WS-DEPT-WAGES           PIC S9(9)V99 COMP-3.
             10 WS-DEPT-VACATION        PIC S9(9)V99 COMP-3.
       01 WS-DEPT-FOUND-SW          PIC X(01).
          88 WS-DEPT-FOUND                 VALUE 'Y'.
          88 WS-DEPT-NOT-FOUND             VALUE 'N'.

      *    Companies on the COMPANY file.  Entry 1 is always the home
      *    company (blank code), whose ledger is the plain ACCRJRNL.
      *    Another company's entries go to ACCRJRNL.<ledger-id>; one
      *    with no ledger of its own, or the home ledger, shares
      *    ACCRJRNL.  Debits and credits are proved per company as
      *    well as in total.
       01 WS-CO-COUNT               PIC 9(2) VALUE 1.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-CO-IDX WS-WR-IDX WS-CHK-IDX.
             10 WS-CO-CODE              PIC X(2).
             10 WS-CO-LEDGER            PIC X(4).
             10 WS-CO-JOURNAL-FILE      PIC X(20).
             10 WS-CO-RECORDS           PIC 9(8).
             10 WS-CO-DEBITS            PIC S9(11)V99 COMP-3.
             10 WS-CO-CREDITS           PIC S9(11)V99 COMP-3.
       01 WS-CO-EOF-SW              PIC X(01).
          88 WS-CO-EOF                     VALUE 'Y'.
          88 WS-CO-NOT-EOF                 VALUE 'N'.
       01 WS-CO-FOUND-SW            PIC X(01).
          88 WS-CO-FOUND                   VALUE 'Y'.
          88 WS-CO-NOT-FOUND               VALUE 'N'.
       01 WS-JRNL-DONE-SW           PIC X(01).
          88 WS-JRNL-DONE                  VALUE 'Y'.
          88 WS-JRNL-NOT-DONE              VALUE 'N'.
       01 WS-JOURNAL-FILENAME       PIC X(20) VALUE 'ACCRJRNL'.

       01 WS-POST-VARS.
          05 WS-POST-COMPANY        PIC X(2).
          05 WS-POST-DEPARTMENT     PIC X(10).
          05 WS-POST-WAGES          PIC S9(9)V99 COMP-3.
          05 WS-POST-VACATION       PIC S9(9)V99 COMP-3.
          05 WS-REMAIN-WAGES        PIC S9(9)V99 COMP-3.
          05 WS-REMAIN-VACATION     PIC S9(9)V99 COMP-3.

      *    The employee being accrued.
       01 WS-EMP-VARS.
          05 WS-EMP-FREQUENCY       PIC X(1).
          05 WS-EMP-SALARY          PIC S9(7)V99 COMP-3.
          05 WS-EMP-HIRE-INT        PIC S9(7) COMP-3.
          05 WS-EMP-TERM-INT        PIC S9(7) COMP-3.
          05 WS-EMP-PERIOD-BASE     PIC S9(7)V99 COMP-3.
          05 WS-EMP-DAILY-RATE      PIC S9(5)V9(4) COMP-3.
          05 WS-EMP-UNPAID-DAYS     PIC S9(3) COMP-3.
          05 WS-EMP-WAGES           PIC S9(7)V99 COMP-3.
          05 WS-EMP-VAC-DAYS        PIC S9(3)V99 COMP-3.
          05 WS-EMP-VACATION        PIC S9(7)V99 COMP-3.
       01 WS-SEG-VARS.
          05 WS-SEG-START-INT       PIC S9(7) COMP-3.
          05 WS-SEG-END-INT         PIC S9(7) COMP-3.
          05 WS-SEG-DAYS            PIC S9(3) COMP-3.
          05 WS-SEG-PERIOD-DAYS     PIC S9(3) COMP-3.
          05 WS-SEG-WAGES           PIC S9(7)V99 COMP-3.
       01 WS-RH-LATER-SW            PIC X(01).
          88 WS-RH-LATER-SEEN              VALUE 'Y'.
          88 WS-RH-LATER-NOT-SEEN          VALUE 'N'.
       01 WS-RH-FOUND-SW            PIC X(01).
          88 WS-RH-FOUND                   VALUE 'Y'.
          88 WS-RH-NOT-FOUND               VALUE 'N'.

       01 WS-LEAVE-OPEN-SW          PIC X(01) VALUE 'N'.
          88 WS-LEAVE-OPEN                 VALUE 'Y'.

       01 WS-RUN-TOTALS.
          05 WS-TOT-WAGES           PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-VACATION        PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-UNPAID-DAYS     PIC S9(7) COMP-3 VALUE ZERO.
          05 WS-TOT-VAC-DAYS        PIC S9(7)V99 COMP-3 VALUE ZERO.
          05 WS-TOTAL-DEBITS        PIC S9(11)V99 COMP-3 VALUE ZERO.
          05 WS-TOTAL-CREDITS       PIC S9(11)V99 COMP-3 VALUE ZERO.
          05 WS-ACCRUED-COUNT       PIC 9(8) VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                 PIC X(35)
                         VALUE 'MONTH-END WAGE AND VACATION ACCRUAL'.
          05 FILLER                 PIC X(6)  VALUE ' - AS '.
          05 TITLE-ACCRUAL-DATE     PIC 9(8).
          05 FILLER                 PIC X(10) VALUE '  POSTED  '.
          05 TITLE-ACCRUAL-PERIOD   PIC X(6).
          05 FILLER                 PIC X(12) VALUE '  REVERSED  '.
          05 TITLE-REVERSAL-PERIOD  PIC X(6).
          05 FILLER                 PIC X(6)  VALUE '  RUN '.
          05 TITLE-RUN-DATE         PIC 9(8).
          05 FILLER                 PIC X(35) VALUE SPACES.

       01 WS-HEADING-LINE.
          05 FILLER                 PIC X(33)
                         VALUE ' EMP-ID  NAME                 DEP'.
          05 FILLER                 PIC X(33)
                         VALUE 'ARTMENT F   UNPAID     ACCRUED WA'.
          05 FILLER                 PIC X(33)
                         VALUE 'GES  VAC DAYS      DAILY RATE  VA'.
          05 FILLER                 PIC X(33)
                         VALUE 'CATION LIAB                      '.

       01 WS-DETAIL-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DET-EMPLOYEE-ID        PIC 9(6).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DET-LASTNAME           PIC X(20).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DET-DEPARTMENT         PIC X(10).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DET-FREQUENCY          PIC X(1).
          05 FILLER                 PIC X(5)  VALUE SPACES.
          05 DET-UNPAID-DAYS        PIC ZZZZZ9.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 DET-WAGES              PIC -9(7).99.
          05 FILLER                 PIC X(5)  VALUE SPACES.
          05 DET-VAC-DAYS           PIC -ZZZ9.99.
          05 FILLER                 PIC X(4)  VALUE SPACES.
          05 DET-DAILY-RATE         PIC -9(5).9999.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DET-VACATION           PIC -9(7).99.
          05 FILLER                 PIC X(24) VALUE SPACES.

       01 WS-DEPT-LINE.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 DPT-COMPANY            PIC X(2).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DPT-DEPARTMENT         PIC X(10).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DPT-ACCOUNT            PIC X(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DPT-WAGES              PIC -9(9).99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DPT-VACATION           PIC -9(9).99.
          05 FILLER                 PIC X(75) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 SECTION-TITLE          PIC X(60).
          05 FILLER                 PIC X(71) VALUE SPACES.

       01 WS-AMOUNT-LINE.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 AMT-LABEL              PIC X(44).
          05 AMT-VALUE              PIC -9(9).99.
          05 FILLER                 PIC X(72) VALUE SPACES.

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01 AMOUNT-DISP               PIC -9(11).99.
       01 COUNT-DISP                PIC ZZZZZZZ9.

       01 WS-AUDIT-VARS.
          05 WS-INPUT-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-OUTPUT-COUNT        PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-AUDITLOG.
           PERFORM LOAD-RUN-PARM.
           PERFORM LOAD-PAY-CALENDAR.
           PERFORM LOAD-COST-CENTERS.
           PERFORM LOAD-LABOR-DISTRIBUTION.
           PERFORM LOAD-COMPANY-TABLE.
           OPEN INPUT EMPLOYEE-IN.
           IF WS-FS3 NOT = '00'
               DISPLAY 'ACCRUAL: EMPLOYEE FILE NOT FOUND - STATUS '
                   WS-FS3 ' - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           SORT ACCRUAL-RATE-SORT
               ON ASCENDING KEY SORT-RH-EMPLOYEE-ID
                                SORT-RH-EFF-DATE
               USING ACCRUAL-RATE-IN
               GIVING ACCRUAL-RATE-SORTED.
           OPEN INPUT ACCRUAL-RATE-SORTED.
           SET WS-RATE-NOT-EOF TO TRUE.
           PERFORM READ-NEXT-RATE-CHANGE.
      *    Without the leave master the vacation liability cannot
      *    be accrued, and a journal without it would understate
      *    the month - the report is still produced for review, but
      *    nothing is released to GLPOST.
           OPEN INPUT LEAVE-MASTER.
           IF WS-FS6 = '00'
               SET WS-LEAVE-OPEN TO TRUE
           ELSE
               DISPLAY 'ACCRUAL: LEAVE MASTER NOT AVAILABLE - STATUS '
                   WS-FS6 ' - NO VACATION LIABILITY CAN BE ACCRUED'
               SET WS-RUN-ERROR TO TRUE
           END-IF.
           OPEN OUTPUT ACCRUAL-REPORT-OUT.
           PERFORM WRITE-REPORT-HEADING.
           SET WS-NOT-EOF TO TRUE.
           PERFORM READ-EMPLOYEE UNTIL WS-EOF.
           PERFORM CHECK-BALANCE.
           IF WS-RUN-CLEAN
               PERFORM WRITE-JOURNAL-FILE
           END-IF.

       CLOSE-FILES.
           CLOSE EMPLOYEE-IN.
           CLOSE ACCRUAL-RATE-SORTED.
           IF WS-LEAVE-OPEN
               CLOSE LEAVE-MASTER
           END-IF.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE ACCRUAL-REPORT-OUT.

           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.

           IF WS-RUN-ERROR
               DISPLAY 'ACCRUAL: RUN FAILED - NO JOURNAL FILE RELEASED'
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       REFUSE-RUN.
           SET WS-RUN-REFUSED TO TRUE.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       LOAD-RUN-PARM.
      *    The accrual books into the month of the accrual date and
      *    reverses into the month after, so the next payroll's
      *    GLPOST entries replace it without anyone keying a
      *    reversal.  Both liability accounts must be named - there
      *    is no cost-center default for them.
           OPEN INPUT ACCRUAL-PARM-IN.
           IF WS-FS1 = '00'
               READ ACCRUAL-PARM-IN
                   NOT AT END
                       IF PARM-ACCRUAL-DATE IS NUMERIC
                           MOVE PARM-ACCRUAL-DATE TO WS-ACCRUAL-DATE
                       END-IF
                       MOVE PARM-WAGES-ACCOUNT TO WS-WAGES-ACCOUNT
                       MOVE PARM-VACATION-ACCOUNT
                         TO WS-VACATION-ACCOUNT
                       IF PARM-WORK-DAYS IS NUMERIC
                             AND PARM-WORK-DAYS > ZERO
                           MOVE PARM-WORK-DAYS TO WS-WORK-DAYS
                       END-IF
               END-READ
               CLOSE ACCRUAL-PARM-IN
           END-IF.
           IF WS-ACCRUAL-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-DW-DATE
               MOVE 1 TO WS-DW-DAY
               COMPUTE WS-ACCRUAL-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DW-DATE) - 1)
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ACCRUAL-DATE) NOT = ZERO
               DISPLAY 'ACCRUAL: ACCRUAL DATE ' WS-ACCRUAL-DATE
                   ' IS NOT A VALID DATE - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           COMPUTE WS-ACCRUAL-INT =
               FUNCTION INTEGER-OF-DATE(WS-ACCRUAL-DATE).
           MOVE WS-ACCRUAL-DATE(1:6) TO WS-ACCRUAL-PERIOD.
           MOVE WS-ACCRUAL-DATE TO WS-DW-DATE.
           IF WS-DW-MONTH = 12
               MOVE 1 TO WS-DW-MONTH
               ADD 1 TO WS-DW-YEAR
           ELSE
               ADD 1 TO WS-DW-MONTH
           END-IF.
           MOVE WS-DW-DATE(1:6) TO WS-REVERSAL-PERIOD.
           IF WS-WAGES-ACCOUNT = SPACES
                 OR WS-VACATION-ACCOUNT = SPACES
               DISPLAY 'ACCRUAL: ACCRUED WAGES AND VACATION LIABILITY '
                   'ACCOUNTS MUST BE GIVEN ON ACCRPARM - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.

       LOAD-PAY-CALENDAR.
           OPEN INPUT PAY-CALENDAR-IN.
           IF WS-FS2 NOT = '00'
               DISPLAY 'ACCRUAL: NO PAY CALENDAR ON FILE - UNPAID '
                   'DAYS CANNOT BE FOUND - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           SET WS-CAL-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-CAL-EOF
                READ PAY-CALENDAR-IN
                         AT END SET WS-CAL-EOF TO TRUE
                     NOT AT END
                        IF NOT PC-FREQ-OFFCYCLE
                           PERFORM STORE-CALENDAR-PERIOD
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.
      *    A frequency whose calendar stops short of the accrual
      *    date leaves days no period covers - said on the spool so
      *    the next period is added and the accrual rerun.
           IF WS-REACH-W-SW = 'N'
               DISPLAY 'ACCRUAL: NO WEEKLY PERIOD ON THE CALENDAR '
                   'REACHES ' WS-ACCRUAL-DATE
           END-IF.
           IF WS-REACH-B-SW = 'N'
               DISPLAY 'ACCRUAL: NO BIWEEKLY PERIOD ON THE CALENDAR '
                   'REACHES ' WS-ACCRUAL-DATE
           END-IF.
           IF WS-REACH-M-SW = 'N'
               DISPLAY 'ACCRUAL: NO MONTHLY PERIOD ON THE CALENDAR '
                   'REACHES ' WS-ACCRUAL-DATE
           END-IF.

       STORE-CALENDAR-PERIOD.
           IF PC-END-DATE >= WS-ACCRUAL-DATE
               EVALUATE TRUE
                   WHEN PC-FREQ-WEEKLY
                       MOVE 'Y' TO WS-REACH-W-SW
                   WHEN PC-FREQ-BIWEEKLY
                       MOVE 'Y' TO WS-REACH-B-SW
                   WHEN OTHER
                       MOVE 'Y' TO WS-REACH-M-SW
               END-EVALUATE
           END-IF.
           IF PC-START-DATE <= WS-ACCRUAL-DATE
                 AND PC-PAY-DATE > WS-ACCRUAL-DATE
               IF WS-PER-COUNT < 300
                   ADD 1 TO WS-PER-COUNT
                   SET WS-PER-IDX TO WS-PER-COUNT
                   MOVE PC-FREQUENCY TO WS-PER-FREQUENCY (WS-PER-IDX)
                   COMPUTE WS-PER-START-INT (WS-PER-IDX) =
                       FUNCTION INTEGER-OF-DATE(PC-START-DATE)
                   COMPUTE WS-PER-END-INT (WS-PER-IDX) =
                       FUNCTION INTEGER-OF-DATE(PC-END-DATE)
                   MOVE PC-PAY-DATE TO WS-PER-PAY-DATE (WS-PER-IDX)
               ELSE
                   DISPLAY 'ACCRUAL: CALENDAR TABLE FULL - PERIOD '
                       PC-PERIOD-ID ' OMITTED'
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

       LOAD-COST-CENTERS.
           OPEN INPUT ACCRUAL-COSTCTR-IN.
           IF WS-FS7 NOT = '00'
               DISPLAY 'ACCRUAL: COST CENTER FILE NOT AVAILABLE - '
                   'STATUS ' WS-FS7 ' - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           SET WS-CC-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-CC-EOF
                READ ACCRUAL-COSTCTR-IN
                         AT END SET WS-CC-EOF TO TRUE
                     NOT AT END
                        IF WS-CC-COUNT < 100
                           ADD 1 TO WS-CC-COUNT
                           SET WS-CC-IDX TO WS-CC-COUNT
                           MOVE CC-DEPARTMENT
                             TO WS-CC-DEPARTMENT (WS-CC-IDX)
                           MOVE CC-SALARY-ACCOUNT
                             TO WS-CC-SALARY-ACCOUNT (WS-CC-IDX)
                        ELSE
                           DISPLAY 'ACCRUAL: COST CENTER TABLE FULL - '
                               'DEPARTMENT ' CC-DEPARTMENT ' OMITTED'
                           SET WS-RUN-ERROR TO TRUE
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE ACCRUAL-COSTCTR-IN.

       LOAD-LABOR-DISTRIBUTION.
           OPEN INPUT ACCRUAL-LABDIST-IN.
           SET WS-LD-NOT-EOF TO TRUE.
           IF WS-FS8 NOT = '00'
               SET WS-LD-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-LD-EOF
                READ ACCRUAL-LABDIST-IN
                         AT END SET WS-LD-EOF TO TRUE
                     NOT AT END
                        IF WS-LD-COUNT < 200
                           ADD 1 TO WS-LD-COUNT
                           SET WS-LD-IDX TO WS-LD-COUNT
                           MOVE LD-EMPLOYEE-ID
                             TO WS-LD-EMPLOYEE-ID (WS-LD-IDX)
                           MOVE LD-DEPARTMENT
                             TO WS-LD-DEPARTMENT (WS-LD-IDX)
                           MOVE LD-PERCENT
                             TO WS-LD-PERCENT (WS-LD-IDX)
                        ELSE
                           DISPLAY 'ACCRUAL: LABOR DISTRIBUTION '
                               'TABLE FULL - EMPLOYEE '
                               LD-EMPLOYEE-ID ' SPLIT OMITTED'
                           SET WS-RUN-ERROR TO TRUE
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS8 = '00' OR WS-FS8 = '10'
               CLOSE ACCRUAL-LABDIST-IN
           END-IF.
           PERFORM VERIFY-DISTRIBUTION-SUMS.

       VERIFY-DISTRIBUTION-SUMS.
      *    Every split employee's percentages must sum to exactly
      *    100.00, the same test GLPOST makes.
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
                MOVE 'Y' TO WS-LD-FIRST-SW
                SET WS-LD-CHK-IDX TO 1
                PERFORM UNTIL WS-LD-CHK-IDX >= WS-LD-IDX
                     IF WS-LD-EMPLOYEE-ID (WS-LD-CHK-IDX) =
                           WS-LD-EMPLOYEE-ID (WS-LD-IDX)
                        MOVE 'N' TO WS-LD-FIRST-SW
                     END-IF
                     SET WS-LD-CHK-IDX UP BY 1
                END-PERFORM
                IF WS-LD-FIRST
                    MOVE ZERO TO WS-LD-PCT-SUM
                    PERFORM VARYING WS-LD-CHK-IDX FROM 1 BY 1
                            UNTIL WS-LD-CHK-IDX > WS-LD-COUNT
                         IF WS-LD-EMPLOYEE-ID (WS-LD-CHK-IDX) =
                               WS-LD-EMPLOYEE-ID (WS-LD-IDX)
                            ADD WS-LD-PERCENT (WS-LD-CHK-IDX)
                              TO WS-LD-PCT-SUM
                         END-IF
                    END-PERFORM
                    IF WS-LD-PCT-SUM NOT = 100.00
                        DISPLAY 'ACCRUAL: LABOR DISTRIBUTION FOR '
                            'EMPLOYEE '
                            WS-LD-EMPLOYEE-ID (WS-LD-IDX)
                            ' DOES NOT SUM TO 100 PERCENT'
                        SET WS-RUN-ERROR TO TRUE
                    END-IF
                END-IF
           END-PERFORM.

       READ-NEXT-RATE-CHANGE.
           READ ACCRUAL-RATE-SORTED
               AT END SET WS-RATE-EOF TO TRUE
           END-READ.

       WRITE-REPORT-HEADING.
           MOVE WS-ACCRUAL-DATE TO TITLE-ACCRUAL-DATE.
           MOVE WS-ACCRUAL-PERIOD TO TITLE-ACCRUAL-PERIOD.
           MOVE WS-REVERSAL-PERIOD TO TITLE-REVERSAL-PERIOD.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-HEADING-LINE.

       READ-EMPLOYEE.
           READ EMPLOYEE-IN
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   IF EMPLOYEE-REC-TYPE = 'D'
                       ADD 1 TO WS-INPUT-COUNT
                       PERFORM ACCRUE-ONE-EMPLOYEE
                   END-IF
           END-READ.

       ACCRUE-ONE-EMPLOYEE.
      *    Nobody hired after the accrual date, terminated before
      *    the month began, or without a usable salary has anything
      *    to accrue.
           MOVE ZERO TO WS-EMP-WAGES.
           MOVE ZERO TO WS-EMP-VACATION.
           MOVE ZERO TO WS-EMP-UNPAID-DAYS.
           MOVE ZERO TO WS-EMP-VAC-DAYS.
           MOVE ZERO TO WS-EMP-DAILY-RATE.
           PERFORM FIND-SALARY-IN-FORCE.
           IF EMPLOYEE-SALARY IS NUMERIC
                 AND WS-EMP-SALARY > ZERO
                 AND EMPLOYEE-HIRE-DATE <= WS-ACCRUAL-DATE
                 AND (EMPLOYEE-TERM-DATE = ZERO
                      OR EMPLOYEE-TERM-DATE(1:6)
                           >= WS-ACCRUAL-PERIOD)
               PERFORM ACCRUE-UNPAID-WAGES
               PERFORM ACCRUE-VACATION-LIABILITY
           END-IF.
           IF WS-EMP-WAGES NOT = ZERO OR WS-EMP-VACATION NOT = ZERO
               ADD 1 TO WS-ACCRUED-COUNT
               ADD WS-EMP-WAGES TO WS-TOT-WAGES
               ADD WS-EMP-VACATION TO WS-TOT-VACATION
               ADD WS-EMP-UNPAID-DAYS TO WS-TOT-UNPAID-DAYS
               ADD WS-EMP-VAC-DAYS TO WS-TOT-VAC-DAYS
               PERFORM FIND-COMPANY-ENTRY
               IF WS-CO-FOUND
                   ADD 1 TO WS-CO-RECORDS (WS-CO-IDX)
                   MOVE EMPLOYEE-COMPANY-CODE TO WS-POST-COMPANY
                   PERFORM DISTRIBUTE-EMPLOYEE-ACCRUAL
               ELSE
                   DISPLAY 'ACCRUAL: EMPLOYEE ' EMPLOYEE-ID
                       ' COMPANY ' EMPLOYEE-COMPANY-CODE
                       ' NOT ON THE COMPANY FILE'
                   SET WS-RUN-ERROR TO TRUE
               END-IF
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       FIND-SALARY-IN-FORCE.
      *    The latest change effective on or before the accrual date
      *    sets the salary.  With none, a change keyed for a later
      *    date means the extract already shows the future salary,
      *    so the earliest such change's old salary is the one in
      *    force today.  Otherwise the extract salary stands.
           MOVE ZERO TO WS-EMP-SALARY.
           IF EMPLOYEE-SALARY IS NUMERIC
               MOVE EMPLOYEE-SALARY TO WS-EMP-SALARY
           END-IF.
           SET WS-RH-NOT-FOUND TO TRUE.
           SET WS-RH-LATER-NOT-SEEN TO TRUE.
           PERFORM UNTIL WS-RATE-EOF
                      OR RH-EMPLOYEE-ID >= EMPLOYEE-ID
                PERFORM READ-NEXT-RATE-CHANGE
           END-PERFORM.
           PERFORM UNTIL WS-RATE-EOF
                      OR RH-EMPLOYEE-ID NOT = EMPLOYEE-ID
                IF RH-EFF-DATE <= WS-ACCRUAL-DATE
                    MOVE RH-NEW-SALARY TO WS-EMP-SALARY
                    SET WS-RH-FOUND TO TRUE
                ELSE
                    IF WS-RH-NOT-FOUND AND WS-RH-LATER-NOT-SEEN
                        MOVE RH-OLD-SALARY TO WS-EMP-SALARY
                        SET WS-RH-LATER-SEEN TO TRUE
                    END-IF
                END-IF
                PERFORM READ-NEXT-RATE-CHANGE
           END-PERFORM.

       ACCRUE-UNPAID-WAGES.
      *    Every period of the employee's frequency that began by
      *    the accrual date but pays after it has earned days not
      *    yet in the ledger - from the period start (or hire) to
      *    the accrual date (or period end, or termination), valued
      *    the way PAYROLL prorates a part period.
           EVALUATE EMPLOYEE-PAY-FREQUENCY
               WHEN 'W'
                   MOVE 'W' TO WS-EMP-FREQUENCY
                   COMPUTE WS-EMP-PERIOD-BASE = WS-EMP-SALARY / 52
               WHEN 'B'
                   MOVE 'B' TO WS-EMP-FREQUENCY
                   COMPUTE WS-EMP-PERIOD-BASE = WS-EMP-SALARY / 26
               WHEN OTHER
                   MOVE 'M' TO WS-EMP-FREQUENCY
                   COMPUTE WS-EMP-PERIOD-BASE = WS-EMP-SALARY / 12
           END-EVALUATE.
           MOVE ZERO TO WS-EMP-HIRE-INT.
           IF EMPLOYEE-HIRE-DATE > ZERO
               COMPUTE WS-EMP-HIRE-INT =
                   FUNCTION INTEGER-OF-DATE(EMPLOYEE-HIRE-DATE)
           END-IF.
           MOVE WS-ACCRUAL-INT TO WS-EMP-TERM-INT.
           IF EMPLOYEE-TERM-DATE > ZERO
                 AND EMPLOYEE-TERM-DATE < WS-ACCRUAL-DATE
               COMPUTE WS-EMP-TERM-INT =
                   FUNCTION INTEGER-OF-DATE(EMPLOYEE-TERM-DATE)
           END-IF.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
                IF WS-PER-FREQUENCY (WS-PER-IDX) = WS-EMP-FREQUENCY
                    PERFORM ACCRUE-ONE-PERIOD
                END-IF
           END-PERFORM.

       ACCRUE-ONE-PERIOD.
           MOVE WS-PER-START-INT (WS-PER-IDX) TO WS-SEG-START-INT.
           IF WS-EMP-HIRE-INT > WS-SEG-START-INT
               MOVE WS-EMP-HIRE-INT TO WS-SEG-START-INT
           END-IF.
           MOVE WS-PER-END-INT (WS-PER-IDX) TO WS-SEG-END-INT.
           IF WS-EMP-TERM-INT < WS-SEG-END-INT
               MOVE WS-EMP-TERM-INT TO WS-SEG-END-INT
           END-IF.
           COMPUTE WS-SEG-DAYS =
               WS-SEG-END-INT - WS-SEG-START-INT + 1.
           COMPUTE WS-SEG-PERIOD-DAYS =
               WS-PER-END-INT (WS-PER-IDX)
               - WS-PER-START-INT (WS-PER-IDX) + 1.
           IF WS-SEG-DAYS > ZERO AND WS-SEG-PERIOD-DAYS > ZERO
               COMPUTE WS-SEG-WAGES ROUNDED =
                   WS-EMP-PERIOD-BASE
                   * WS-SEG-DAYS / WS-SEG-PERIOD-DAYS
               ADD WS-SEG-WAGES TO WS-EMP-WAGES
               ADD WS-SEG-DAYS TO WS-EMP-UNPAID-DAYS
           END-IF.

       ACCRUE-VACATION-LIABILITY.
      *    Vacation balances are held in working days, so a day is
      *    valued at the annual salary over the working days in a
      *    year.  An overdrawn balance books nothing.
           COMPUTE WS-EMP-DAILY-RATE ROUNDED =
               WS-EMP-SALARY / WS-WORK-DAYS.
           IF WS-LEAVE-OPEN
               MOVE EMPLOYEE-ID TO LV-EMPLOYEE-ID
               READ LEAVE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LV-VACATION-BALANCE > ZERO
                           MOVE LV-VACATION-BALANCE
                             TO WS-EMP-VAC-DAYS
                           COMPUTE WS-EMP-VACATION ROUNDED =
                               WS-EMP-VAC-DAYS * WS-EMP-DAILY-RATE
                       END-IF
               END-READ
           END-IF.

       DISTRIBUTE-EMPLOYEE-ACCRUAL.
      *    GLPOST's apportionment - no split, the employee's own
      *    department takes it all; with splits, each share ROUNDED
      *    and the last split taking the residual.
           MOVE ZERO TO WS-SPLIT-COUNT.
           PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
                IF WS-LD-EMPLOYEE-ID (WS-LD-IDX) = EMPLOYEE-ID
                   ADD 1 TO WS-SPLIT-COUNT
                END-IF
           END-PERFORM.
           IF WS-SPLIT-COUNT = ZERO
               MOVE EMPLOYEE-DEPARTMENT TO WS-POST-DEPARTMENT
               MOVE WS-EMP-WAGES TO WS-POST-WAGES
               MOVE WS-EMP-VACATION TO WS-POST-VACATION
               PERFORM ADD-TO-DEPARTMENT-TOTALS
           ELSE
               MOVE WS-EMP-WAGES TO WS-REMAIN-WAGES
               MOVE WS-EMP-VACATION TO WS-REMAIN-VACATION
               MOVE ZERO TO WS-SPLIT-SEEN
               PERFORM VARYING WS-LD-IDX FROM 1 BY 1
                       UNTIL WS-LD-IDX > WS-LD-COUNT
                    IF WS-LD-EMPLOYEE-ID (WS-LD-IDX) = EMPLOYEE-ID
                       ADD 1 TO WS-SPLIT-SEEN
                       PERFORM APPORTION-ONE-SPLIT
                       PERFORM ADD-TO-DEPARTMENT-TOTALS
                    END-IF
               END-PERFORM
           END-IF.

       APPORTION-ONE-SPLIT.
           MOVE WS-LD-DEPARTMENT (WS-LD-IDX) TO WS-POST-DEPARTMENT.
           IF WS-SPLIT-SEEN = WS-SPLIT-COUNT
               MOVE WS-REMAIN-WAGES TO WS-POST-WAGES
               MOVE WS-REMAIN-VACATION TO WS-POST-VACATION
           ELSE
               COMPUTE WS-POST-WAGES ROUNDED = WS-EMP-WAGES
                   * WS-LD-PERCENT (WS-LD-IDX) / 100
               COMPUTE WS-POST-VACATION ROUNDED = WS-EMP-VACATION
                   * WS-LD-PERCENT (WS-LD-IDX) / 100
               SUBTRACT WS-POST-WAGES FROM WS-REMAIN-WAGES
               SUBTRACT WS-POST-VACATION FROM WS-REMAIN-VACATION
           END-IF.

       ADD-TO-DEPARTMENT-TOTALS.
           SET WS-DEPT-NOT-FOUND TO TRUE.
           SET WS-DEPT-IDX TO 1.
           PERFORM UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                      OR WS-DEPT-FOUND
                IF WS-DEPT-DEPARTMENT (WS-DEPT-IDX) =
                      WS-POST-DEPARTMENT
                      AND WS-DEPT-COMPANY (WS-DEPT-IDX) =
                      WS-POST-COMPANY
                   SET WS-DEPT-FOUND TO TRUE
                ELSE
                   SET WS-DEPT-IDX UP BY 1
                END-IF
           END-PERFORM.
           IF WS-DEPT-NOT-FOUND
               IF WS-DEPT-COUNT < 100
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-POST-COMPANY
                     TO WS-DEPT-COMPANY (WS-DEPT-IDX)
                   MOVE WS-POST-DEPARTMENT
                     TO WS-DEPT-DEPARTMENT (WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-WAGES (WS-DEPT-IDX)
                   MOVE ZERO TO WS-DEPT-VACATION (WS-DEPT-IDX)
                   SET WS-DEPT-FOUND TO TRUE
               ELSE
                   DISPLAY 'ACCRUAL: DEPARTMENT TOTAL TABLE FULL - '
                       'COMPANY ' WS-POST-COMPANY ' '
                       WS-POST-DEPARTMENT ' OMITTED'
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.
           IF WS-DEPT-FOUND
               ADD WS-POST-WAGES TO WS-DEPT-WAGES (WS-DEPT-IDX)
               ADD WS-POST-VACATION TO WS-DEPT-VACATION (WS-DEPT-IDX)
      *        Each amount debits expense and credits a liability,
      *        so it lands on both sides.
               ADD WS-POST-WAGES TO WS-TOTAL-DEBITS
               ADD WS-POST-WAGES TO WS-TOTAL-CREDITS
               ADD WS-POST-VACATION TO WS-TOTAL-DEBITS
               ADD WS-POST-VACATION TO WS-TOTAL-CREDITS
               COMPUTE WS-CO-DEBITS (WS-CO-IDX) =
                   WS-CO-DEBITS (WS-CO-IDX)
                   + WS-POST-WAGES + WS-POST-VACATION
               COMPUTE WS-CO-CREDITS (WS-CO-IDX) =
                   WS-CO-CREDITS (WS-CO-IDX)
                   + WS-POST-WAGES + WS-POST-VACATION
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE EMPLOYEE-ID TO DET-EMPLOYEE-ID.
           MOVE EMPLOYEE-LASTNAME TO DET-LASTNAME.
           MOVE EMPLOYEE-DEPARTMENT TO DET-DEPARTMENT.
           MOVE WS-EMP-FREQUENCY TO DET-FREQUENCY.
           MOVE WS-EMP-UNPAID-DAYS TO DET-UNPAID-DAYS.
           MOVE WS-EMP-WAGES TO DET-WAGES.
           MOVE WS-EMP-VAC-DAYS TO DET-VAC-DAYS.
           MOVE WS-EMP-DAILY-RATE TO DET-DAILY-RATE.
           MOVE WS-EMP-VACATION TO DET-VACATION.
           WRITE ACCRUAL-REPORT-LINE FROM WS-DETAIL-LINE.

       CHECK-BALANCE.
           MOVE WS-TOTAL-DEBITS TO AMOUNT-DISP.
           DISPLAY 'ACCRUAL: TOTAL DEBITS:  ' AMOUNT-DISP.
           MOVE WS-TOTAL-CREDITS TO AMOUNT-DISP.
           DISPLAY 'ACCRUAL: TOTAL CREDITS: ' AMOUNT-DISP.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY 'ACCRUAL: *** JOURNAL OUT OF BALANCE ***'
               SET WS-RUN-ERROR TO TRUE
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                IF WS-CO-DEBITS (WS-CO-IDX) NOT =
                      WS-CO-CREDITS (WS-CO-IDX)
                    DISPLAY 'ACCRUAL: *** COMPANY '
                        WS-CO-CODE (WS-CO-IDX)
                        ' JOURNAL OUT OF BALANCE ***'
                    SET WS-RUN-ERROR TO TRUE
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                PERFORM LOOKUP-COST-CENTER
                IF WS-CC-NOT-FOUND
                    DISPLAY 'ACCRUAL: NO COST CENTER ENTRY FOR '
                        'DEPARTMENT '
                        WS-DEPT-DEPARTMENT (WS-DEPT-IDX)
                    SET WS-RUN-ERROR TO TRUE
                END-IF
                IF WS-DEPT-WAGES (WS-DEPT-IDX) < ZERO
                      OR WS-DEPT-VACATION (WS-DEPT-IDX) < ZERO
                    DISPLAY 'ACCRUAL: NEGATIVE TOTAL FOR DEPARTMENT '
                        WS-DEPT-DEPARTMENT (WS-DEPT-IDX)
                        ' COMPANY ' WS-DEPT-COMPANY (WS-DEPT-IDX)
                    SET WS-RUN-ERROR TO TRUE
                END-IF
           END-PERFORM.

       LOOKUP-COST-CENTER.
           SET WS-CC-NOT-FOUND TO TRUE.
           SET WS-CC-IDX TO 1.
           PERFORM UNTIL WS-CC-IDX > WS-CC-COUNT
                      OR WS-CC-FOUND
                IF WS-CC-DEPARTMENT (WS-CC-IDX) =
                      WS-DEPT-DEPARTMENT (WS-DEPT-IDX)
                   SET WS-CC-FOUND TO TRUE
                ELSE
                   SET WS-CC-IDX UP BY 1
                END-IF
           END-PERFORM.

       WRITE-JOURNAL-FILE.
      *    One journal file per ledger.  The home company's ACCRJRNL
      *    is always written, even when empty, so no earlier run's
      *    file is left behind for the ledger to pick up again.
           PERFORM VARYING WS-WR-IDX FROM 1 BY 1
                   UNTIL WS-WR-IDX > WS-CO-COUNT
                PERFORM CHECK-JOURNAL-WRITTEN
                IF WS-JRNL-NOT-DONE
                      AND (WS-WR-IDX = 1
                        OR WS-CO-RECORDS (WS-WR-IDX) > ZERO)
                    PERFORM WRITE-LEDGER-JOURNAL
                END-IF
           END-PERFORM.

       CHECK-JOURNAL-WRITTEN.
      *    A ledger shared with an earlier company - or with the home
      *    company, whose file is always written - is already done.
           SET WS-JRNL-NOT-DONE TO TRUE.
           SET WS-CHK-IDX TO 1.
           PERFORM UNTIL WS-CHK-IDX >= WS-WR-IDX
                      OR WS-JRNL-DONE
                IF WS-CO-JOURNAL-FILE (WS-CHK-IDX) =
                      WS-CO-JOURNAL-FILE (WS-WR-IDX)
                      AND (WS-CHK-IDX = 1
                        OR WS-CO-RECORDS (WS-CHK-IDX) > ZERO)
                   SET WS-JRNL-DONE TO TRUE
                ELSE
                   SET WS-CHK-IDX UP BY 1
                END-IF
           END-PERFORM.

       WRITE-LEDGER-JOURNAL.
      *    The accrual in the accrual month, then the same entries
      *    with debit and credit swapped in the month after - the
      *    reversal is released with the accrual so it cannot be
      *    forgotten.
           MOVE WS-CO-JOURNAL-FILE (WS-WR-IDX) TO WS-JOURNAL-FILENAME.
           OPEN OUTPUT ACCRUAL-JOURNAL-OUT.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                IF WS-CO-JOURNAL-FILE (WS-CO-IDX) =
                      WS-JOURNAL-FILENAME
                    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                         IF WS-DEPT-COMPANY (WS-DEPT-IDX) =
                               WS-CO-CODE (WS-CO-IDX)
                             PERFORM LOOKUP-COST-CENTER
                             PERFORM WRITE-DEPARTMENT-ACCRUAL
                         END-IF
                    END-PERFORM
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                IF WS-CO-JOURNAL-FILE (WS-CO-IDX) =
                      WS-JOURNAL-FILENAME
                    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                         IF WS-DEPT-COMPANY (WS-DEPT-IDX) =
                               WS-CO-CODE (WS-CO-IDX)
                             PERFORM LOOKUP-COST-CENTER
                             PERFORM WRITE-DEPARTMENT-REVERSAL
                         END-IF
                    END-PERFORM
                END-IF
           END-PERFORM.
           CLOSE ACCRUAL-JOURNAL-OUT.
           DISPLAY 'ACCRUAL: JOURNAL WRITTEN TO ' WS-JOURNAL-FILENAME.

       WRITE-DEPARTMENT-ACCRUAL.
           MOVE WS-ACCRUAL-PERIOD TO JE-PERIOD-ID.
           MOVE WS-CC-SALARY-ACCOUNT (WS-CC-IDX) TO JE-ACCOUNT.
           MOVE 'DR' TO JE-DR-CR.
           MOVE WS-DEPT-WAGES (WS-DEPT-IDX) TO JE-AMOUNT.
           MOVE 'ACCRUED WAGES EXPENSE' TO JE-DESCRIPTION.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE WS-WAGES-ACCOUNT TO JE-ACCOUNT.
           MOVE 'CR' TO JE-DR-CR.
           MOVE WS-DEPT-WAGES (WS-DEPT-IDX) TO JE-AMOUNT.
           MOVE 'ACCRUED WAGES LIABILITY' TO JE-DESCRIPTION.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE WS-CC-SALARY-ACCOUNT (WS-CC-IDX) TO JE-ACCOUNT.
           MOVE 'DR' TO JE-DR-CR.
           MOVE WS-DEPT-VACATION (WS-DEPT-IDX) TO JE-AMOUNT.
           MOVE 'VACATION EXPENSE' TO JE-DESCRIPTION.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE WS-VACATION-ACCOUNT TO JE-ACCOUNT.
           MOVE 'CR' TO JE-DR-CR.
           MOVE WS-DEPT-VACATION (WS-DEPT-IDX) TO JE-AMOUNT.
           MOVE 'VACATION LIABILITY' TO JE-DESCRIPTION.
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-DEPARTMENT-REVERSAL.
           MOVE WS-REVERSAL-PERIOD TO JE-PERIOD-ID.
           MOVE WS-CC-SALARY-ACCOUNT (WS-CC-IDX) TO JE-ACCOUNT.
           MOVE 'CR' TO JE-DR-CR.
           MOVE WS-DEPT-WAGES (WS-DEPT-IDX) TO JE-AMOUNT.
           MOVE 'REVERSE ACCRUED WAGES EXPENSE' TO JE-DESCRIPTION.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE WS-WAGES-ACCOUNT TO JE-ACCOUNT.
           MOVE 'DR' TO JE-DR-CR.
           MOVE WS-DEPT-WAGES (WS-DEPT-IDX) TO JE-AMOUNT.
           MOVE 'REVERSE ACCRUED WAGES LIAB' TO JE-DESCRIPTION.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE WS-CC-SALARY-ACCOUNT (WS-CC-IDX) TO JE-ACCOUNT.
           MOVE 'CR' TO JE-DR-CR.
           MOVE WS-DEPT-VACATION (WS-DEPT-IDX) TO JE-AMOUNT.
           MOVE 'REVERSE VACATION EXPENSE' TO JE-DESCRIPTION.
           PERFORM WRITE-JOURNAL-ENTRY.
           MOVE WS-VACATION-ACCOUNT TO JE-ACCOUNT.
           MOVE 'DR' TO JE-DR-CR.
           MOVE WS-DEPT-VACATION (WS-DEPT-IDX) TO JE-AMOUNT.
           MOVE 'REVERSE VACATION LIABILITY' TO JE-DESCRIPTION.
           PERFORM WRITE-JOURNAL-ENTRY.

       WRITE-JOURNAL-ENTRY.
      *    Zero-amount lines are suppressed, as in GLPOST.
           IF JE-AMOUNT NOT = ZERO
               WRITE ACCRUAL-JOURNAL-REC
               ADD 1 TO WS-OUTPUT-COUNT
           END-IF.

       WRITE-REPORT-SUMMARY.
           WRITE ACCRUAL-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'ACCRUAL BY COMPANY AND DEPARTMENT (EXPENSE ACCOUNT)'
             TO SECTION-TITLE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                PERFORM LOOKUP-COST-CENTER
                MOVE WS-DEPT-COMPANY (WS-DEPT-IDX) TO DPT-COMPANY
                MOVE WS-DEPT-DEPARTMENT (WS-DEPT-IDX)
                  TO DPT-DEPARTMENT
                IF WS-CC-FOUND
                    MOVE WS-CC-SALARY-ACCOUNT (WS-CC-IDX)
                      TO DPT-ACCOUNT
                ELSE
                    MOVE '*NONE*' TO DPT-ACCOUNT
                END-IF
                MOVE WS-DEPT-WAGES (WS-DEPT-IDX) TO DPT-WAGES
                MOVE WS-DEPT-VACATION (WS-DEPT-IDX) TO DPT-VACATION
                WRITE ACCRUAL-REPORT-LINE FROM WS-DEPT-LINE
           END-PERFORM.
           WRITE ACCRUAL-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'ACCRUED WAGES - EARNED NOT YET PAID' TO AMT-LABEL.
           MOVE WS-TOT-WAGES TO AMT-VALUE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'VACATION LIABILITY' TO AMT-LABEL.
           MOVE WS-TOT-VACATION TO AMT-VALUE.
           WRITE ACCRUAL-REPORT-LINE FROM WS-AMOUNT-LINE.
           IF WS-RUN-ERROR
               MOVE '*** RUN FAILED - NO JOURNAL RELEASED ***'
                 TO SECTION-TITLE
               WRITE ACCRUAL-REPORT-LINE FROM WS-SECTION-LINE
           END-IF.
           MOVE WS-ACCRUED-COUNT TO COUNT-DISP.
           DISPLAY 'ACCRUAL: EMPLOYEES ACCRUED:  ' COUNT-DISP.
           MOVE WS-TOT-WAGES TO AMOUNT-DISP.
           DISPLAY 'ACCRUAL: ACCRUED WAGES:      ' AMOUNT-DISP.
           MOVE WS-TOT-VACATION TO AMOUNT-DISP.
           DISPLAY 'ACCRUAL: VACATION LIABILITY: ' AMOUNT-DISP.
           MOVE WS-OUTPUT-COUNT TO COUNT-DISP.
           DISPLAY 'ACCRUAL: JOURNAL LINES:      ' COUNT-DISP.

       FIND-COMPANY-ENTRY.
           SET WS-CO-NOT-FOUND TO TRUE.
           SET WS-CO-IDX TO 1.
           PERFORM UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND
                IF WS-CO-CODE (WS-CO-IDX) = EMPLOYEE-COMPANY-CODE
                   SET WS-CO-FOUND TO TRUE
                ELSE
                   SET WS-CO-IDX UP BY 1
                END-IF
           END-PERFORM.

       LOAD-COMPANY-TABLE.
           MOVE SPACES TO WS-CO-CODE (1).
           MOVE SPACES TO WS-CO-LEDGER (1).
           OPEN INPUT COMPANY-IN.
           SET WS-CO-NOT-EOF TO TRUE.
           IF WS-FS12 NOT = '00'
               SET WS-CO-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-CO-EOF
                READ COMPANY-IN
                         AT END SET WS-CO-EOF TO TRUE
                     NOT AT END
                        PERFORM ADD-COMPANY-ENTRY
                END-READ
           END-PERFORM.
           IF WS-FS12 = '00' OR WS-FS12 = '10'
               CLOSE COMPANY-IN
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                MOVE ZERO TO WS-CO-RECORDS (WS-CO-IDX)
                MOVE ZERO TO WS-CO-DEBITS (WS-CO-IDX)
                MOVE ZERO TO WS-CO-CREDITS (WS-CO-IDX)
                IF WS-CO-IDX = 1
                      OR WS-CO-LEDGER (WS-CO-IDX) = SPACES
                      OR WS-CO-LEDGER (WS-CO-IDX) = WS-CO-LEDGER (1)
                    MOVE 'ACCRJRNL' TO WS-CO-JOURNAL-FILE (WS-CO-IDX)
                ELSE
                    MOVE SPACES TO WS-CO-JOURNAL-FILE (WS-CO-IDX)
                    STRING 'ACCRJRNL.' DELIMITED BY SIZE
                           WS-CO-LEDGER (WS-CO-IDX) DELIMITED BY SPACE
                      INTO WS-CO-JOURNAL-FILE (WS-CO-IDX)
                END-IF
           END-PERFORM.

       ADD-COMPANY-ENTRY.
           IF CO-COMPANY-CODE = SPACES
               MOVE CO-LEDGER-ID TO WS-CO-LEDGER (1)
           ELSE
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   SET WS-CO-IDX TO WS-CO-COUNT
                   MOVE CO-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
                   MOVE CO-LEDGER-ID TO WS-CO-LEDGER (WS-CO-IDX)
               ELSE
                   DISPLAY 'ACCRUAL: COMPANY TABLE FULL - CODE '
                       CO-COMPANY-CODE ' OMITTED'
                   SET WS-RUN-ERROR TO TRUE
               END-IF
           END-IF.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS11 = '05' OR WS-FS11 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'ACCRUAL' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-OUTPUT-COUNT TO AUDIT-OUTPUT-COUNT.
           MOVE WS-ACCRUAL-PERIOD TO AUDIT-PERIOD-ID.
           IF WS-RUN-REFUSED OR WS-RUN-ERROR
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
