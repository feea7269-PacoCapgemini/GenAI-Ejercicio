       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXDEPOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Quarter to report, deposit schedule and, optionally, the
      *    one due date to pay - absent, the quarter holding today
      *    on the monthly schedule, and with no due date named the
      *    schedule is printed but nothing is paid.
           SELECT OPTIONAL DEPOSIT-PARM-IN
           ASSIGN TO TAXDPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

           SELECT PAY-HISTORY-IN
           ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS IN-HIST-KEY
           FILE STATUS IS WS-FS2.

           SELECT DEPOSIT-HIST-SORTED
           ASSIGN TO TDHSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

           SELECT DEPOSIT-HIST-SORT
           ASSIGN TO TDHSWORK.

      *    PAYHIST carries no jurisdiction, so the employee's tax
      *    jurisdiction comes off the EMPLOYEE extract, co-read in
      *    EMPLOYEE-ID order against the sorted history.
           SELECT EMPLOYEE-IN
           ASSIGN TO EMPLOYEE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

      *    Hand-maintained tax agency reference file - one record
      *    per company and jurisdiction giving the authority that
      *    company's deposits are paid to, its bank details and the
      *    company's registration there.  A blank company code is
      *    the home company.
           SELECT OPTIONAL TAX-AGENCY-IN
           ASSIGN TO TAXAGCY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

      *    Deposits to pay, in REMIT's REMITPAY layout so they go to
      *    the bank through the same payment channel, with the
      *    paying company added at the end.
           SELECT DEPOSIT-PAYMENT-OUT
           ASSIGN TO TAXDPAY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

      *    Ledger of deposits already paid - one record per company,
      *    jurisdiction and due date paid, appended by every run that
      *    pays.  A rerun for the same due date (after a missing
      *    agency is added to TAXAGCY) pays only what is still owed.
           SELECT OPTIONAL DEPOSIT-PAID-FILE
           ASSIGN TO TAXDPAID
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS9.

           SELECT DEPOSIT-REPORT-OUT
           ASSIGN TO TAXDRPT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS8.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPOSIT-PARM-IN
           RECORD CONTAINS 14 CHARACTERS.
       01 DEPOSIT-PARM-REC.
          05 PARM-YEAR             PIC 9(4).
          05 PARM-QUARTER          PIC 9(1).
          05 PARM-SCHEDULE         PIC X(1).
          05 PARM-PAY-DUE-DATE     PIC 9(8).

       FD  PAY-HISTORY-IN
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-IN-REC.
           COPY PAYHIST-CPY
               REPLACING LEADING ==HIST== BY ==IN-HIST==.

       FD  DEPOSIT-HIST-SORTED
           RECORD CONTAINS 82 CHARACTERS.
       01 DEPOSIT-HIST-SORTED-REC.
           COPY PAYHIST-CPY.

       SD  DEPOSIT-HIST-SORT
           RECORD CONTAINS 82 CHARACTERS.
       01 DEPOSIT-HIST-SORT-REC.
          05 SORT-HIST-EMPLOYEE-ID PIC 9(6).
          05 SORT-HIST-PERIOD-ID   PIC X(6).
          05 SORT-HIST-SEQUENCE-NO PIC 9(2).
          05 SORT-HIST-PAY-DATE    PIC 9(8).
          05 FILLER                PIC X(60).

       FD  EMPLOYEE-IN
           RECORD CONTAINS 272 CHARACTERS.
       01 EMPLOYEE-RECORD.
           COPY EMPS-NO-01.

       FD  TAX-AGENCY-IN
           RECORD CONTAINS 77 CHARACTERS.
       01 TAX-AGENCY-REC.
          05 AGCY-JURISDICTION     PIC X(4).
          05 AGCY-NAME             PIC X(30).
          05 AGCY-ROUTING-NUMBER   PIC X(9).
          05 AGCY-ACCOUNT-NUMBER   PIC X(17).
          05 AGCY-REFERENCE        PIC X(15).
          05 AGCY-COMPANY-CODE     PIC X(2).

       FD  DEPOSIT-PAYMENT-OUT
           RECORD CONTAINS 96 CHARACTERS.
       01 DEPOSIT-PAYMENT-REC.
          05 RPY-PAYEE-NAME        PIC X(30).
          05 RPY-ROUTING-NUMBER    PIC X(9).
          05 RPY-ACCOUNT-NUMBER    PIC X(17).
          05 RPY-REFERENCE         PIC X(15).
          05 RPY-PERIOD-ID         PIC X(6).
          05 RPY-AMOUNT            PIC 9(9)V99.
          05 RPY-EMPLOYEE-COUNT    PIC 9(6).
          05 RPY-COMPANY-CODE      PIC X(2).

       FD  DEPOSIT-PAID-FILE
           RECORD CONTAINS 33 CHARACTERS.
       01 DEPOSIT-PAID-REC.
          05 PAID-COMPANY-CODE     PIC X(2).
          05 PAID-JURISDICTION     PIC X(4).
          05 PAID-DUE-DATE         PIC 9(8).
          05 PAID-AMOUNT           PIC 9(9)V99.
          05 PAID-RUN-DATE         PIC 9(8).

       FD  DEPOSIT-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01 DEPOSIT-REPORT-LINE      PIC X(132).

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC X(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC 9(02).
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC 9(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC X(02).
          05 WS-FS9        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-EMP-EOF-SW PIC X(01).
             88 WS-EMP-EOF           VALUE 'Y'.
             88 WS-EMP-NOT-EOF       VALUE 'N'.
          05 WS-AGCY-EOF-SW PIC X(01).
             88 WS-AGCY-EOF          VALUE 'Y'.
             88 WS-AGCY-NOT-EOF      VALUE 'N'.
          05 WS-PAID-EOF-SW PIC X(01).
             88 WS-PAID-EOF          VALUE 'Y'.
             88 WS-PAID-NOT-EOF      VALUE 'N'.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
          88 WS-RUN-REFUSED                VALUE 'Y'.

      *    The quarter reported.  Its id ('YYYYQn') goes on the
      *    audit record in place of a pay period.
       01 WS-QUARTER-VARS.
          05 WS-REPORT-YEAR         PIC 9(4).
          05 WS-REPORT-QUARTER      PIC 9(1).
          05 WS-QUARTER-ID.
             10 WS-QID-YEAR         PIC 9(4).
             10 FILLER              PIC X(1) VALUE 'Q'.
             10 WS-QID-QUARTER      PIC 9(1).
          05 WS-QUARTER-START       PIC 9(8).
          05 WS-QUARTER-END         PIC 9(8).
          05 WS-RETURN-DUE-DATE     PIC 9(8).
          05 WS-NEXT-START          PIC 9(8).
          05 WS-START-MONTH         PIC 9(2).

      *    'M' monthly depositor - a month's liability is due on the
      *    15th of the following month.  'S' semi-weekly depositor -
      *    pay dates Wednesday to Friday are due the next Wednesday,
      *    Saturday to Tuesday the next Friday.
       01 WS-SCHEDULE               PIC X(01) VALUE 'M'.
          88 WS-SCHEDULE-MONTHLY           VALUE 'M'.
          88 WS-SCHEDULE-SEMIWEEKLY        VALUE 'S'.
       01 WS-PAY-DUE-DATE           PIC 9(8) VALUE ZERO.
       01 WS-RUN-MONTH-END          PIC 9(8).

       01 WS-DATE-WORK.
          05 WS-DW-DATE             PIC 9(8).
          05 WS-DW-DATE-R REDEFINES WS-DW-DATE.
             10 WS-DW-YEAR          PIC 9(4).
             10 WS-DW-MONTH         PIC 9(2).
             10 WS-DW-DAY           PIC 9(2).
          05 WS-DW-INT              PIC S9(7) COMP-3.
          05 WS-DW-WEEKDAY          PIC 9(1).
          05 WS-DW-QUOTIENT         PIC S9(7) COMP-3.
          05 WS-DW-ADD-DAYS         PIC S9(3) COMP-3.
       01 WS-DUE-DATE               PIC 9(8).

      *    Current EMPLOYEE extract record, advanced in step with
      *    the sorted history.
       01 WS-EMP-JURISDICTION       PIC X(4).
       01 WS-UNKNOWN-JURISDICTION   PIC X(4) VALUE '????'.

      *    Tax agencies from TAXAGCY.
       01 WS-AGCY-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-AGCY-TABLE.
          05 WS-AGCY-ENTRY OCCURS 60 TIMES INDEXED BY WS-AGCY-IDX.
             10 WS-AGCY-COMPANY-CODE    PIC X(2).
             10 WS-AGCY-JURISDICTION    PIC X(4).
             10 WS-AGCY-NAME            PIC X(30).
             10 WS-AGCY-ROUTING         PIC X(9).
             10 WS-AGCY-ACCOUNT         PIC X(17).
             10 WS-AGCY-REFERENCE       PIC X(15).
       01 WS-AGCY-FOUND-SW          PIC X(01).
          88 WS-AGCY-FOUND                 VALUE 'Y'.
          88 WS-AGCY-NOT-FOUND             VALUE 'N'.

      *    One deposit per company, jurisdiction and due date, kept
      *    in that order as entries are added.  An employee's
      *    history is contiguous on the sorted file, so remembering
      *    the last employee added is enough to count heads.
       01 WS-DEP-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-DEP-TABLE.
          05 WS-DEP-ENTRY OCCURS 600 TIMES
                 INDEXED BY WS-DEP-IDX WS-DEP-SHIFT-IDX.
             10 WS-DEP-COMPANY-CODE     PIC X(2).
             10 WS-DEP-JURISDICTION     PIC X(4).
             10 WS-DEP-DUE-DATE         PIC 9(8).
             10 WS-DEP-FIRST-PAY-DATE   PIC 9(8).
             10 WS-DEP-LAST-PAY-DATE    PIC 9(8).
             10 WS-DEP-PERIOD-ID        PIC X(6).
             10 WS-DEP-TAX              PIC S9(9)V99 COMP-3.
             10 WS-DEP-SOCIAL           PIC S9(9)V99 COMP-3.
             10 WS-DEP-ER-SOCIAL        PIC S9(9)V99 COMP-3.
             10 WS-DEP-LAST-EMP-ID      PIC 9(6).
             10 WS-DEP-EMP-COUNT        PIC 9(6).
       01 WS-DEP-FOUND-SW           PIC X(01).
          88 WS-DEP-FOUND                  VALUE 'Y'.
          88 WS-DEP-NOT-FOUND              VALUE 'N'.
       01 WS-DEP-AMOUNT             PIC S9(9)V99 COMP-3.
       01 WS-DEP-TO-PAY             PIC S9(9)V99 COMP-3.

      *    Amounts already paid for the due date being paid, by
      *    company and jurisdiction, off the TAXDPAID ledger.
       01 WS-PAID-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-PAID-TABLE.
          05 WS-PAID-ENTRY OCCURS 60 TIMES INDEXED BY WS-PAID-IDX.
             10 WS-PAID-COMPANY-CODE    PIC X(2).
             10 WS-PAID-JURISDICTION    PIC X(4).
             10 WS-PAID-AMOUNT          PIC S9(9)V99 COMP-3.
       01 WS-PAID-FOUND-SW          PIC X(01).
          88 WS-PAID-FOUND                 VALUE 'Y'.
          88 WS-PAID-NOT-FOUND             VALUE 'N'.
       01 WS-PAID-EARLIER           PIC S9(9)V99 COMP-3.

      *    Quarterly return totals by company and jurisdiction -
      *    each company files its own return - kept in that order.
       01 WS-RTN-COUNT              PIC 9(2) VALUE ZERO.
       01 WS-RTN-TABLE.
          05 WS-RTN-ENTRY OCCURS 60 TIMES
                 INDEXED BY WS-RTN-IDX WS-RTN-SHIFT-IDX.
             10 WS-RTN-COMPANY-CODE     PIC X(2).
             10 WS-RTN-JURISDICTION     PIC X(4).
             10 WS-RTN-GROSS-WAGES      PIC S9(9)V99 COMP-3.
             10 WS-RTN-TAXABLE-WAGES    PIC S9(9)V99 COMP-3.
             10 WS-RTN-SOCIAL-WAGES     PIC S9(9)V99 COMP-3.
             10 WS-RTN-TAX              PIC S9(9)V99 COMP-3.
             10 WS-RTN-SOCIAL           PIC S9(9)V99 COMP-3.
             10 WS-RTN-ER-SOCIAL        PIC S9(9)V99 COMP-3.
             10 WS-RTN-LAST-EMP-ID      PIC 9(6).
             10 WS-RTN-EMP-COUNT        PIC 9(6).
       01 WS-RTN-FOUND-SW           PIC X(01).
          88 WS-RTN-FOUND                  VALUE 'Y'.
          88 WS-RTN-NOT-FOUND              VALUE 'N'.

       01 WS-RUN-TOTALS.
          05 WS-TOT-DEPOSITS        PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-PAID            PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-UNPAID          PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-PAID-EARLIER    PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-NO-AGENCY-COUNT     PIC 9(8) VALUE ZERO.
          05 WS-UNKNOWN-EMP-COUNT   PIC 9(8) VALUE ZERO.
          05 WS-LAST-UNKNOWN-ID     PIC 9(6) VALUE ZERO.
          05 WS-PAYMENT-COUNT       PIC 9(8) VALUE ZERO.
          05 WS-NOT-SELECTED-COUNT  PIC 9(8) VALUE ZERO.
          05 WS-PAID-EARLIER-COUNT  PIC 9(8) VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                 PIC X(35)
                         VALUE 'EMPLOYER TAX DEPOSITS AND RETURN - '.
          05 TITLE-QUARTER-ID       PIC X(6).
          05 FILLER                 PIC X(7)  VALUE '  FROM '.
          05 TITLE-START-DATE       PIC 9(8).
          05 FILLER                 PIC X(4)  VALUE ' TO '.
          05 TITLE-END-DATE         PIC 9(8).
          05 FILLER                 PIC X(11) VALUE '  SCHEDULE '.
          05 TITLE-SCHEDULE         PIC X(1).
          05 FILLER                 PIC X(6)  VALUE '  RUN '.
          05 TITLE-RUN-DATE         PIC 9(8).
          05 FILLER                 PIC X(38) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 SECTION-TITLE          PIC X(60).
          05 FILLER                 PIC X(71) VALUE SPACES.

       01 WS-DEP-HEADING-LINE.
          05 FILLER                 PIC X(4)  VALUE ' CO '.
          05 FILLER                 PIC X(32)
                         VALUE ' JUR   DUE DATE  PAY DATES      '.
          05 FILLER                 PIC X(32)
                         VALUE '    PERIOD    EMPS          TAX '.
          05 FILLER                 PIC X(32)
                         VALUE '       SOCIAL     ER SOCIAL     '.
          05 FILLER                 PIC X(32)
                         VALUE 'TOTAL DUE  STATUS               '.

       01 WS-DEP-DETAIL-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DEP-COMPANY-CODE       PIC X(2).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DEP-JURISDICTION       PIC X(4).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DEP-DUE-DATE           PIC 9(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DEP-FIRST-PAY-DATE     PIC 9(8).
          05 FILLER                 PIC X(1)  VALUE '-'.
          05 DEP-LAST-PAY-DATE      PIC 9(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DEP-PERIOD-ID          PIC X(6).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DEP-EMP-COUNT          PIC ZZZZZ9.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DEP-TAX                PIC -9(9).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DEP-SOCIAL             PIC -9(9).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DEP-ER-SOCIAL          PIC -9(9).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DEP-TOTAL              PIC -9(9).99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DEP-STATUS             PIC X(15).
          05 FILLER                 PIC X(6)  VALUE SPACES.

       01 WS-RTN-HEADING-LINE.
          05 FILLER                 PIC X(4)  VALUE ' CO '.
          05 FILLER                 PIC X(33)
                         VALUE ' JUR     EMPS   GROSS WAGES TAXAB'.
          05 FILLER                 PIC X(33)
                         VALUE 'LE WAGES  SOCIAL WAGES  TAX WITHH'.
          05 FILLER                 PIC X(33)
                         VALUE 'ELD     EE SOCIAL     ER SOCIAL  '.
          05 FILLER                 PIC X(29)
                         VALUE '   LIABILITY  RETURN DUE     '.

       01 WS-RTN-DETAIL-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 RTN-COMPANY-CODE       PIC X(2).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 RTN-JURISDICTION       PIC X(4).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 RTN-EMP-COUNT          PIC ZZZZZ9.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 RTN-GROSS-WAGES        PIC -9(9).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 RTN-TAXABLE-WAGES      PIC -9(9).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 RTN-SOCIAL-WAGES       PIC -9(9).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 RTN-TAX                PIC -9(9).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 RTN-SOCIAL             PIC -9(9).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 RTN-ER-SOCIAL          PIC -9(9).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 RTN-LIABILITY          PIC -9(9).99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 RTN-DUE-DATE           PIC 9(8).
          05 FILLER                 PIC X(7)  VALUE SPACES.

       01 WS-AMOUNT-LINE.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 AMT-LABEL              PIC X(44).
          05 AMT-VALUE              PIC -9(9).99.
          05 FILLER                 PIC X(72) VALUE SPACES.

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01 TOTAL-DISP                PIC -9(9).99.
       01 COUNT-DISP                PIC ZZZZZZZ9.

       01 WS-AUDIT-VARS.
          05 WS-INPUT-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-SELECTED-COUNT      PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-AUDITLOG.
           PERFORM LOAD-RUN-PARM.
           PERFORM CHECK-PAY-DUE-DATE.
           PERFORM LOAD-PAID-DEPOSITS.
           PERFORM SET-QUARTER-DATES.
           PERFORM LOAD-TAX-AGENCIES.
           OPEN INPUT EMPLOYEE-IN.
           IF WS-FS4 NOT = '00'
               DISPLAY 'TAXDEPOS: EMPLOYEE FILE NOT FOUND - STATUS '
                   WS-FS4 ' - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           OPEN INPUT PAY-HISTORY-IN.
           IF WS-FS2 NOT = '00'
               DISPLAY 'TAXDEPOS: NO PAY HISTORY FILE ON FILE - '
                   'STATUS ' WS-FS2 ' - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           CLOSE PAY-HISTORY-IN.
           SORT DEPOSIT-HIST-SORT
               ON ASCENDING KEY SORT-HIST-EMPLOYEE-ID
                                SORT-HIST-PAY-DATE
               USING PAY-HISTORY-IN
               GIVING DEPOSIT-HIST-SORTED.
           OPEN INPUT DEPOSIT-HIST-SORTED.
           SET WS-EMP-NOT-EOF TO TRUE.
           MOVE ZERO TO EMPLOYEE-ID.
           SET WS-NOT-EOF TO TRUE.
           PERFORM READ-PAY-HISTORY UNTIL WS-EOF.
           CLOSE DEPOSIT-HIST-SORTED.
           CLOSE EMPLOYEE-IN.
           OPEN OUTPUT DEPOSIT-PAYMENT-OUT.
           IF WS-PAY-DUE-DATE > ZERO
               OPEN EXTEND DEPOSIT-PAID-FILE
               IF WS-FS9 = '05' OR WS-FS9 = '35'
                   OPEN OUTPUT DEPOSIT-PAID-FILE
               END-IF
           END-IF.
           OPEN OUTPUT DEPOSIT-REPORT-OUT.
           PERFORM WRITE-DEPOSIT-SCHEDULE.
           PERFORM WRITE-QUARTERLY-RETURN.

       CLOSE-FILES.
           CLOSE DEPOSIT-PAYMENT-OUT.
           IF WS-PAY-DUE-DATE > ZERO
               CLOSE DEPOSIT-PAID-FILE
           END-IF.
           CLOSE DEPOSIT-REPORT-OUT.
           PERFORM DISPLAY-RUN-TOTALS.

           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           IF WS-NO-AGENCY-COUNT > ZERO
                 OR WS-UNKNOWN-EMP-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       REFUSE-RUN.
           SET WS-RUN-REFUSED TO TRUE.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       LOAD-RUN-PARM.
           MOVE WS-RUN-DATE(1:4) TO WS-REPORT-YEAR.
           MOVE WS-RUN-DATE TO WS-DW-DATE.
           COMPUTE WS-REPORT-QUARTER = (WS-DW-MONTH + 2) / 3.
           OPEN INPUT DEPOSIT-PARM-IN.
           IF WS-FS1 = '00'
               READ DEPOSIT-PARM-IN
                   NOT AT END
                       IF PARM-YEAR IS NUMERIC AND PARM-YEAR > ZERO
                           MOVE PARM-YEAR TO WS-REPORT-YEAR
                       END-IF
                       IF PARM-QUARTER IS NUMERIC
                             AND PARM-QUARTER >= 1
                             AND PARM-QUARTER <= 4
                           MOVE PARM-QUARTER TO WS-REPORT-QUARTER
                       END-IF
                       IF PARM-SCHEDULE = 'S'
                           MOVE 'S' TO WS-SCHEDULE
                       END-IF
                       IF PARM-PAY-DUE-DATE IS NUMERIC
                           MOVE PARM-PAY-DUE-DATE TO WS-PAY-DUE-DATE
                       END-IF
               END-READ
               CLOSE DEPOSIT-PARM-IN
           END-IF.
           MOVE WS-REPORT-YEAR TO WS-QID-YEAR.
           MOVE WS-REPORT-QUARTER TO WS-QID-QUARTER.

       CHECK-PAY-DUE-DATE.
      *    Only a due date falling by the end of the current month
      *    may be paid - a later one is a keying error, and paying
      *    it would send money before it is owed.
           MOVE WS-RUN-DATE TO WS-DW-DATE.
           PERFORM ADVANCE-ONE-MONTH.
           COMPUTE WS-RUN-MONTH-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DW-DATE) - 1).
           IF WS-PAY-DUE-DATE > WS-RUN-MONTH-END
               DISPLAY 'TAXDEPOS: DUE DATE ' WS-PAY-DUE-DATE
                   ' IS AFTER THE MONTH ENDING ' WS-RUN-MONTH-END
                   ' - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.

       LOAD-PAID-DEPOSITS.
      *    What earlier runs already paid for the due date being
      *    paid.  No ledger yet means nothing has been paid.
           IF WS-PAY-DUE-DATE > ZERO
               OPEN INPUT DEPOSIT-PAID-FILE
               IF WS-FS9 = '00'
                   SET WS-PAID-NOT-EOF TO TRUE
                   PERFORM UNTIL WS-PAID-EOF
                        READ DEPOSIT-PAID-FILE
                                 AT END SET WS-PAID-EOF TO TRUE
                             NOT AT END
                                IF PAID-DUE-DATE = WS-PAY-DUE-DATE
                                   PERFORM STORE-PAID-DEPOSIT
                                END-IF
                        END-READ
                   END-PERFORM
                   CLOSE DEPOSIT-PAID-FILE
               END-IF
           END-IF.

       STORE-PAID-DEPOSIT.
           PERFORM FIND-PAID-ENTRY.
           IF WS-PAID-NOT-FOUND
               IF WS-PAID-COUNT < 60
                   ADD 1 TO WS-PAID-COUNT
                   SET WS-PAID-IDX TO WS-PAID-COUNT
                   MOVE PAID-COMPANY-CODE
                     TO WS-PAID-COMPANY-CODE (WS-PAID-IDX)
                   MOVE PAID-JURISDICTION
                     TO WS-PAID-JURISDICTION (WS-PAID-IDX)
                   MOVE ZERO TO WS-PAID-AMOUNT (WS-PAID-IDX)
               ELSE
                   DISPLAY 'TAXDEPOS: PAID DEPOSIT TABLE FULL (60) '
                       'FOR DUE DATE ' WS-PAY-DUE-DATE
                       ' - RUN REFUSED'
                   PERFORM REFUSE-RUN
               END-IF
           END-IF.
           ADD PAID-AMOUNT TO WS-PAID-AMOUNT (WS-PAID-IDX).

       FIND-PAID-ENTRY.
           SET WS-PAID-NOT-FOUND TO TRUE.
           SET WS-PAID-IDX TO 1.
           PERFORM UNTIL WS-PAID-IDX > WS-PAID-COUNT
                      OR WS-PAID-FOUND
                IF WS-PAID-COMPANY-CODE (WS-PAID-IDX)
                      = PAID-COMPANY-CODE
                      AND WS-PAID-JURISDICTION (WS-PAID-IDX)
                      = PAID-JURISDICTION
                   SET WS-PAID-FOUND TO TRUE
                ELSE
                   SET WS-PAID-IDX UP BY 1
                END-IF
           END-PERFORM.

       SET-QUARTER-DATES.
      *    The quarterly return is due on the last day of the month
      *    after the quarter ends.
           COMPUTE WS-START-MONTH = (WS-REPORT-QUARTER - 1) * 3 + 1.
           COMPUTE WS-QUARTER-START =
               WS-REPORT-YEAR * 10000 + WS-START-MONTH * 100 + 1.
           IF WS-REPORT-QUARTER = 4
               COMPUTE WS-NEXT-START =
                   (WS-REPORT-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-START =
                   WS-QUARTER-START + 300
           END-IF.
           COMPUTE WS-QUARTER-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-START) - 1).
           MOVE WS-NEXT-START TO WS-DW-DATE.
           PERFORM ADVANCE-ONE-MONTH.
           COMPUTE WS-RETURN-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DW-DATE) - 1).

       ADVANCE-ONE-MONTH.
      *    WS-DW-DATE moved to the 1st of the following month.
           MOVE 1 TO WS-DW-DAY.
           IF WS-DW-MONTH = 12
               MOVE 1 TO WS-DW-MONTH
               ADD 1 TO WS-DW-YEAR
           ELSE
               ADD 1 TO WS-DW-MONTH
           END-IF.

       LOAD-TAX-AGENCIES.
           OPEN INPUT TAX-AGENCY-IN.
           IF WS-FS5 NOT = '00'
               DISPLAY 'TAXDEPOS: NO TAX AGENCY FILE TAXAGCY - NO '
                   'DEPOSIT CAN BE PAID'
           ELSE
               SET WS-AGCY-NOT-EOF TO TRUE
               PERFORM UNTIL WS-AGCY-EOF
                    READ TAX-AGENCY-IN
                             AT END SET WS-AGCY-EOF TO TRUE
                         NOT AT END
                            PERFORM STORE-TAX-AGENCY
                    END-READ
               END-PERFORM
               CLOSE TAX-AGENCY-IN
           END-IF.

       STORE-TAX-AGENCY.
           IF WS-AGCY-COUNT < 60
               ADD 1 TO WS-AGCY-COUNT
               SET WS-AGCY-IDX TO WS-AGCY-COUNT
               MOVE AGCY-COMPANY-CODE
                 TO WS-AGCY-COMPANY-CODE (WS-AGCY-IDX)
               MOVE AGCY-JURISDICTION
                 TO WS-AGCY-JURISDICTION (WS-AGCY-IDX)
               MOVE AGCY-NAME TO WS-AGCY-NAME (WS-AGCY-IDX)
               MOVE AGCY-ROUTING-NUMBER
                 TO WS-AGCY-ROUTING (WS-AGCY-IDX)
               MOVE AGCY-ACCOUNT-NUMBER
                 TO WS-AGCY-ACCOUNT (WS-AGCY-IDX)
               MOVE AGCY-REFERENCE TO WS-AGCY-REFERENCE (WS-AGCY-IDX)
           ELSE
               DISPLAY 'TAXDEPOS: TAX AGENCY TABLE FULL - COMPANY '
                   AGCY-COMPANY-CODE ' ' AGCY-JURISDICTION ' OMITTED'
           END-IF.

       READ-PAY-HISTORY.
           READ DEPOSIT-HIST-SORTED
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-INPUT-COUNT
                   IF HIST-PAY-DATE >= WS-QUARTER-START
                         AND HIST-PAY-DATE <= WS-QUARTER-END
                       ADD 1 TO WS-SELECTED-COUNT
                       PERFORM FIND-EMPLOYEE-JURISDICTION
                       PERFORM SET-DEPOSIT-DUE-DATE
                       PERFORM ADD-TO-DEPOSIT
                       PERFORM ADD-TO-RETURN
                   END-IF
           END-READ.

       FIND-EMPLOYEE-JURISDICTION.
      *    Jurisdiction as it stands on today's extract - an
      *    employee gone from the extract is reported under '????'
      *    so the money is still seen and the run ends RC 8.
           PERFORM UNTIL WS-EMP-EOF
                      OR EMPLOYEE-ID >= HIST-EMPLOYEE-ID
                READ EMPLOYEE-IN
                    AT END SET WS-EMP-EOF TO TRUE
                END-READ
           END-PERFORM.
           IF WS-EMP-NOT-EOF AND EMPLOYEE-ID = HIST-EMPLOYEE-ID
               MOVE EMPLOYEE-TAX-JURISDICTION TO WS-EMP-JURISDICTION
           ELSE
               MOVE WS-UNKNOWN-JURISDICTION TO WS-EMP-JURISDICTION
               IF HIST-EMPLOYEE-ID NOT = WS-LAST-UNKNOWN-ID
                   MOVE HIST-EMPLOYEE-ID TO WS-LAST-UNKNOWN-ID
                   ADD 1 TO WS-UNKNOWN-EMP-COUNT
                   DISPLAY 'TAXDEPOS: EMPLOYEE ' HIST-EMPLOYEE-ID
                       ' NOT ON THE EMPLOYEE EXTRACT - JURISDICTION '
                       'UNKNOWN'
               END-IF
           END-IF.

       SET-DEPOSIT-DUE-DATE.
           MOVE HIST-PAY-DATE TO WS-DW-DATE.
           IF WS-SCHEDULE-SEMIWEEKLY
      *        Days since 1 Jan 1601, a Monday - the remainder by 7
      *        gives 0 = Monday through 6 = Sunday.
               COMPUTE WS-DW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DW-DATE) - 1
               DIVIDE 7 INTO WS-DW-INT GIVING WS-DW-QUOTIENT
                   REMAINDER WS-DW-WEEKDAY
               ADD 1 TO WS-DW-INT
               IF WS-DW-WEEKDAY >= 2 AND WS-DW-WEEKDAY <= 4
                   COMPUTE WS-DW-ADD-DAYS = 9 - WS-DW-WEEKDAY
               ELSE
                   COMPUTE WS-DW-ADD-DAYS = 4 - WS-DW-WEEKDAY
                   IF WS-DW-ADD-DAYS < 1
                       ADD 7 TO WS-DW-ADD-DAYS
                   END-IF
               END-IF
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-DW-INT + WS-DW-ADD-DAYS)
           ELSE
               PERFORM ADVANCE-ONE-MONTH
               MOVE 15 TO WS-DW-DAY
               MOVE WS-DW-DATE TO WS-DUE-DATE
           END-IF.

       ADD-TO-DEPOSIT.
           SET WS-DEP-NOT-FOUND TO TRUE.
           SET WS-DEP-IDX TO 1.
           PERFORM UNTIL WS-DEP-IDX > WS-DEP-COUNT
                      OR WS-DEP-FOUND
                IF WS-DEP-COMPANY-CODE (WS-DEP-IDX)
                         = HIST-COMPANY-CODE
                      AND WS-DEP-JURISDICTION (WS-DEP-IDX)
                         = WS-EMP-JURISDICTION
                      AND WS-DEP-DUE-DATE (WS-DEP-IDX) = WS-DUE-DATE
                   SET WS-DEP-FOUND TO TRUE
                ELSE
                   SET WS-DEP-IDX UP BY 1
                END-IF
           END-PERFORM.
           IF WS-DEP-NOT-FOUND
               PERFORM INSERT-DEPOSIT-ENTRY
           END-IF.
           IF HIST-PAY-DATE < WS-DEP-FIRST-PAY-DATE (WS-DEP-IDX)
               MOVE HIST-PAY-DATE TO WS-DEP-FIRST-PAY-DATE (WS-DEP-IDX)
           END-IF.
           IF HIST-PAY-DATE > WS-DEP-LAST-PAY-DATE (WS-DEP-IDX)
               MOVE HIST-PAY-DATE TO WS-DEP-LAST-PAY-DATE (WS-DEP-IDX)
           END-IF.
           IF HIST-PERIOD-ID > WS-DEP-PERIOD-ID (WS-DEP-IDX)
               MOVE HIST-PERIOD-ID TO WS-DEP-PERIOD-ID (WS-DEP-IDX)
           END-IF.
           ADD HIST-TAX-WITHHELD TO WS-DEP-TAX (WS-DEP-IDX).
           ADD HIST-SOCIAL-WITHHELD TO WS-DEP-SOCIAL (WS-DEP-IDX).
           ADD HIST-ER-SOCIAL-AMOUNT TO WS-DEP-ER-SOCIAL (WS-DEP-IDX).
           IF HIST-EMPLOYEE-ID NOT = WS-DEP-LAST-EMP-ID (WS-DEP-IDX)
               MOVE HIST-EMPLOYEE-ID TO WS-DEP-LAST-EMP-ID (WS-DEP-IDX)
               ADD 1 TO WS-DEP-EMP-COUNT (WS-DEP-IDX)
           END-IF.

       INSERT-DEPOSIT-ENTRY.
      *    Opens a slot ahead of the first entry that sorts after
      *    the new company, jurisdiction and due date, leaving
      *    WS-DEP-IDX on it.  A full table cannot give a true
      *    schedule, so the run is refused rather than under-report
      *    a liability.
           IF WS-DEP-COUNT >= 600
               DISPLAY 'TAXDEPOS: DEPOSIT TABLE FULL AT 600 DEPOSITS '
                   '- RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           SET WS-DEP-IDX TO 1.
           PERFORM UNTIL WS-DEP-IDX > WS-DEP-COUNT
                      OR WS-DEP-COMPANY-CODE (WS-DEP-IDX)
                           > HIST-COMPANY-CODE
                      OR (WS-DEP-COMPANY-CODE (WS-DEP-IDX)
                            = HIST-COMPANY-CODE
                          AND WS-DEP-JURISDICTION (WS-DEP-IDX)
                            > WS-EMP-JURISDICTION)
                      OR (WS-DEP-COMPANY-CODE (WS-DEP-IDX)
                            = HIST-COMPANY-CODE
                          AND WS-DEP-JURISDICTION (WS-DEP-IDX)
                            = WS-EMP-JURISDICTION
                          AND WS-DEP-DUE-DATE (WS-DEP-IDX)
                            > WS-DUE-DATE)
                SET WS-DEP-IDX UP BY 1
           END-PERFORM.
           ADD 1 TO WS-DEP-COUNT.
           PERFORM VARYING WS-DEP-SHIFT-IDX FROM WS-DEP-COUNT BY -1
                   UNTIL WS-DEP-SHIFT-IDX <= WS-DEP-IDX
                MOVE WS-DEP-ENTRY (WS-DEP-SHIFT-IDX - 1)
                  TO WS-DEP-ENTRY (WS-DEP-SHIFT-IDX)
           END-PERFORM.
           MOVE HIST-COMPANY-CODE TO WS-DEP-COMPANY-CODE (WS-DEP-IDX).
           MOVE WS-EMP-JURISDICTION TO WS-DEP-JURISDICTION (WS-DEP-IDX).
           MOVE WS-DUE-DATE TO WS-DEP-DUE-DATE (WS-DEP-IDX).
           MOVE HIST-PAY-DATE TO WS-DEP-FIRST-PAY-DATE (WS-DEP-IDX).
           MOVE HIST-PAY-DATE TO WS-DEP-LAST-PAY-DATE (WS-DEP-IDX).
           MOVE HIST-PERIOD-ID TO WS-DEP-PERIOD-ID (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-TAX (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-SOCIAL (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-ER-SOCIAL (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-LAST-EMP-ID (WS-DEP-IDX).
           MOVE ZERO TO WS-DEP-EMP-COUNT (WS-DEP-IDX).

       ADD-TO-RETURN.
           SET WS-RTN-NOT-FOUND TO TRUE.
           SET WS-RTN-IDX TO 1.
           PERFORM UNTIL WS-RTN-IDX > WS-RTN-COUNT
                      OR WS-RTN-FOUND
                IF WS-RTN-COMPANY-CODE (WS-RTN-IDX)
                         = HIST-COMPANY-CODE
                      AND WS-RTN-JURISDICTION (WS-RTN-IDX)
                         = WS-EMP-JURISDICTION
                   SET WS-RTN-FOUND TO TRUE
                ELSE
                   SET WS-RTN-IDX UP BY 1
                END-IF
           END-PERFORM.
           IF WS-RTN-NOT-FOUND
               PERFORM INSERT-RETURN-ENTRY
           END-IF.
           COMPUTE WS-RTN-GROSS-WAGES (WS-RTN-IDX) =
               WS-RTN-GROSS-WAGES (WS-RTN-IDX)
               + HIST-MONTHLY-SALARY + HIST-OVERTIME-AMOUNT
               + HIST-BONUS-AMOUNT.
           ADD HIST-TAXABLE-WAGE TO WS-RTN-TAXABLE-WAGES (WS-RTN-IDX).
           ADD HIST-SOCIAL-WAGE TO WS-RTN-SOCIAL-WAGES (WS-RTN-IDX).
           ADD HIST-TAX-WITHHELD TO WS-RTN-TAX (WS-RTN-IDX).
           ADD HIST-SOCIAL-WITHHELD TO WS-RTN-SOCIAL (WS-RTN-IDX).
           ADD HIST-ER-SOCIAL-AMOUNT TO WS-RTN-ER-SOCIAL (WS-RTN-IDX).
           IF HIST-EMPLOYEE-ID NOT = WS-RTN-LAST-EMP-ID (WS-RTN-IDX)
               MOVE HIST-EMPLOYEE-ID TO WS-RTN-LAST-EMP-ID (WS-RTN-IDX)
               ADD 1 TO WS-RTN-EMP-COUNT (WS-RTN-IDX)
           END-IF.

       INSERT-RETURN-ENTRY.
           IF WS-RTN-COUNT >= 60
               DISPLAY 'TAXDEPOS: RETURN TABLE FULL AT 60 '
                   'COMPANY JURISDICTIONS - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           SET WS-RTN-IDX TO 1.
           PERFORM UNTIL WS-RTN-IDX > WS-RTN-COUNT
                      OR WS-RTN-COMPANY-CODE (WS-RTN-IDX)
                           > HIST-COMPANY-CODE
                      OR (WS-RTN-COMPANY-CODE (WS-RTN-IDX)
                            = HIST-COMPANY-CODE
                          AND WS-RTN-JURISDICTION (WS-RTN-IDX)
                            > WS-EMP-JURISDICTION)
                SET WS-RTN-IDX UP BY 1
           END-PERFORM.
           ADD 1 TO WS-RTN-COUNT.
           PERFORM VARYING WS-RTN-SHIFT-IDX FROM WS-RTN-COUNT BY -1
                   UNTIL WS-RTN-SHIFT-IDX <= WS-RTN-IDX
                MOVE WS-RTN-ENTRY (WS-RTN-SHIFT-IDX - 1)
                  TO WS-RTN-ENTRY (WS-RTN-SHIFT-IDX)
           END-PERFORM.
           MOVE HIST-COMPANY-CODE TO WS-RTN-COMPANY-CODE (WS-RTN-IDX).
           MOVE WS-EMP-JURISDICTION TO WS-RTN-JURISDICTION (WS-RTN-IDX).
           MOVE ZERO TO WS-RTN-GROSS-WAGES (WS-RTN-IDX).
           MOVE ZERO TO WS-RTN-TAXABLE-WAGES (WS-RTN-IDX).
           MOVE ZERO TO WS-RTN-SOCIAL-WAGES (WS-RTN-IDX).
           MOVE ZERO TO WS-RTN-TAX (WS-RTN-IDX).
           MOVE ZERO TO WS-RTN-SOCIAL (WS-RTN-IDX).
           MOVE ZERO TO WS-RTN-ER-SOCIAL (WS-RTN-IDX).
           MOVE ZERO TO WS-RTN-LAST-EMP-ID (WS-RTN-IDX).
           MOVE ZERO TO WS-RTN-EMP-COUNT (WS-RTN-IDX).

       WRITE-DEPOSIT-SCHEDULE.
           MOVE WS-QUARTER-ID TO TITLE-QUARTER-ID.
           MOVE WS-QUARTER-START TO TITLE-START-DATE.
           MOVE WS-QUARTER-END TO TITLE-END-DATE.
           MOVE WS-SCHEDULE TO TITLE-SCHEDULE.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           WRITE DEPOSIT-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE DEPOSIT-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'DEPOSIT SCHEDULE' TO SECTION-TITLE.
           WRITE DEPOSIT-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE DEPOSIT-REPORT-LINE FROM WS-DEP-HEADING-LINE.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
                PERFORM WRITE-ONE-DEPOSIT
           END-PERFORM.
           WRITE DEPOSIT-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'TOTAL DEPOSITS FOR THE QUARTER' TO AMT-LABEL.
           MOVE WS-TOT-DEPOSITS TO AMT-VALUE.
           WRITE DEPOSIT-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'WRITTEN TO THE PAYMENT FILE' TO AMT-LABEL.
           MOVE WS-TOT-PAID TO AMT-VALUE.
           WRITE DEPOSIT-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'PAID BY AN EARLIER RUN' TO AMT-LABEL.
           MOVE WS-TOT-PAID-EARLIER TO AMT-VALUE.
           WRITE DEPOSIT-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'NOT PAID - NO TAX AGENCY ON FILE' TO AMT-LABEL.
           MOVE WS-TOT-UNPAID TO AMT-VALUE.
           WRITE DEPOSIT-REPORT-LINE FROM WS-AMOUNT-LINE.

       WRITE-ONE-DEPOSIT.
      *    A deposit is paid when its agency is on file, the amount
      *    is owed rather than a credit from a reversal, and it is
      *    the due date asked for.  With no due date named the
      *    schedule is for review only and nothing is paid.  Only
      *    what TAXDPAID does not already show paid is written, so
      *    a rerun for the same due date never pays a deposit twice.
           COMPUTE WS-DEP-AMOUNT =
               WS-DEP-TAX (WS-DEP-IDX) + WS-DEP-SOCIAL (WS-DEP-IDX)
               + WS-DEP-ER-SOCIAL (WS-DEP-IDX).
           ADD WS-DEP-AMOUNT TO WS-TOT-DEPOSITS.
           PERFORM FIND-TAX-AGENCY.
           EVALUATE TRUE
               WHEN WS-DEP-AMOUNT NOT > ZERO
                   MOVE 'NOTHING OWED' TO DEP-STATUS
               WHEN WS-AGCY-NOT-FOUND
                   MOVE 'NO TAX AGENCY' TO DEP-STATUS
                   ADD 1 TO WS-NO-AGENCY-COUNT
                   ADD WS-DEP-AMOUNT TO WS-TOT-UNPAID
               WHEN WS-PAY-DUE-DATE = ZERO
                   MOVE 'NOT SELECTED' TO DEP-STATUS
                   ADD 1 TO WS-NOT-SELECTED-COUNT
               WHEN WS-PAY-DUE-DATE
                     NOT = WS-DEP-DUE-DATE (WS-DEP-IDX)
                   IF WS-DEP-DUE-DATE (WS-DEP-IDX) < WS-RUN-DATE
                       MOVE 'PAST DUE' TO DEP-STATUS
                   ELSE
                       MOVE 'NOT YET DUE' TO DEP-STATUS
                   END-IF
               WHEN OTHER
                   PERFORM PAY-DEPOSIT
           END-EVALUATE.
           MOVE WS-DEP-COMPANY-CODE (WS-DEP-IDX) TO DEP-COMPANY-CODE.
           MOVE WS-DEP-JURISDICTION (WS-DEP-IDX) TO DEP-JURISDICTION.
           MOVE WS-DEP-DUE-DATE (WS-DEP-IDX) TO DEP-DUE-DATE.
           MOVE WS-DEP-FIRST-PAY-DATE (WS-DEP-IDX)
             TO DEP-FIRST-PAY-DATE.
           MOVE WS-DEP-LAST-PAY-DATE (WS-DEP-IDX)
             TO DEP-LAST-PAY-DATE.
           MOVE WS-DEP-PERIOD-ID (WS-DEP-IDX) TO DEP-PERIOD-ID.
           MOVE WS-DEP-EMP-COUNT (WS-DEP-IDX) TO DEP-EMP-COUNT.
           MOVE WS-DEP-TAX (WS-DEP-IDX) TO DEP-TAX.
           MOVE WS-DEP-SOCIAL (WS-DEP-IDX) TO DEP-SOCIAL.
           MOVE WS-DEP-ER-SOCIAL (WS-DEP-IDX) TO DEP-ER-SOCIAL.
           MOVE WS-DEP-AMOUNT TO DEP-TOTAL.
           WRITE DEPOSIT-REPORT-LINE FROM WS-DEP-DETAIL-LINE.

       FIND-TAX-AGENCY.
           SET WS-AGCY-NOT-FOUND TO TRUE.
           SET WS-AGCY-IDX TO 1.
           PERFORM UNTIL WS-AGCY-IDX > WS-AGCY-COUNT
                      OR WS-AGCY-FOUND
                IF WS-AGCY-COMPANY-CODE (WS-AGCY-IDX)
                      = WS-DEP-COMPANY-CODE (WS-DEP-IDX)
                      AND WS-AGCY-JURISDICTION (WS-AGCY-IDX)
                      = WS-DEP-JURISDICTION (WS-DEP-IDX)
                   SET WS-AGCY-FOUND TO TRUE
                ELSE
                   SET WS-AGCY-IDX UP BY 1
                END-IF
           END-PERFORM.

       PAY-DEPOSIT.
           MOVE WS-DEP-COMPANY-CODE (WS-DEP-IDX) TO PAID-COMPANY-CODE.
           MOVE WS-DEP-JURISDICTION (WS-DEP-IDX) TO PAID-JURISDICTION.
           PERFORM FIND-PAID-ENTRY.
           IF WS-PAID-FOUND
               MOVE WS-PAID-AMOUNT (WS-PAID-IDX) TO WS-PAID-EARLIER
           ELSE
               MOVE ZERO TO WS-PAID-EARLIER
           END-IF.
           COMPUTE WS-DEP-TO-PAY = WS-DEP-AMOUNT - WS-PAID-EARLIER.
           IF WS-DEP-TO-PAY NOT > ZERO
               MOVE 'PAID EARLIER' TO DEP-STATUS
               ADD 1 TO WS-PAID-EARLIER-COUNT
               ADD WS-DEP-AMOUNT TO WS-TOT-PAID-EARLIER
           ELSE
               PERFORM WRITE-DEPOSIT-PAYMENT
               IF WS-PAID-EARLIER > ZERO
                   MOVE 'BALANCE WRITTEN' TO DEP-STATUS
                   ADD WS-PAID-EARLIER TO WS-TOT-PAID-EARLIER
               ELSE
                   MOVE 'PAYMENT WRITTEN' TO DEP-STATUS
               END-IF
           END-IF.

       WRITE-DEPOSIT-PAYMENT.
           MOVE WS-AGCY-NAME (WS-AGCY-IDX) TO RPY-PAYEE-NAME.
           MOVE WS-AGCY-ROUTING (WS-AGCY-IDX) TO RPY-ROUTING-NUMBER.
           MOVE WS-AGCY-ACCOUNT (WS-AGCY-IDX) TO RPY-ACCOUNT-NUMBER.
           MOVE WS-AGCY-REFERENCE (WS-AGCY-IDX) TO RPY-REFERENCE.
           MOVE WS-DEP-PERIOD-ID (WS-DEP-IDX) TO RPY-PERIOD-ID.
           MOVE WS-DEP-TO-PAY TO RPY-AMOUNT.
           MOVE WS-DEP-EMP-COUNT (WS-DEP-IDX) TO RPY-EMPLOYEE-COUNT.
           MOVE WS-DEP-COMPANY-CODE (WS-DEP-IDX) TO RPY-COMPANY-CODE.
           WRITE DEPOSIT-PAYMENT-REC.
           ADD 1 TO WS-PAYMENT-COUNT.
           ADD WS-DEP-TO-PAY TO WS-TOT-PAID.
           MOVE WS-DEP-COMPANY-CODE (WS-DEP-IDX) TO PAID-COMPANY-CODE.
           MOVE WS-DEP-JURISDICTION (WS-DEP-IDX) TO PAID-JURISDICTION.
           MOVE WS-DEP-DUE-DATE (WS-DEP-IDX) TO PAID-DUE-DATE.
           MOVE WS-DEP-TO-PAY TO PAID-AMOUNT.
           MOVE WS-RUN-DATE TO PAID-RUN-DATE.
           WRITE DEPOSIT-PAID-REC.

       WRITE-QUARTERLY-RETURN.
           WRITE DEPOSIT-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'QUARTERLY RETURN SUMMARY BY COMPANY AND JURISDICTION'
             TO SECTION-TITLE.
           WRITE DEPOSIT-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE DEPOSIT-REPORT-LINE FROM WS-RTN-HEADING-LINE.
           PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                   UNTIL WS-RTN-IDX > WS-RTN-COUNT
                MOVE WS-RTN-COMPANY-CODE (WS-RTN-IDX)
                  TO RTN-COMPANY-CODE
                MOVE WS-RTN-JURISDICTION (WS-RTN-IDX)
                  TO RTN-JURISDICTION
                MOVE WS-RTN-EMP-COUNT (WS-RTN-IDX) TO RTN-EMP-COUNT
                MOVE WS-RTN-GROSS-WAGES (WS-RTN-IDX)
                  TO RTN-GROSS-WAGES
                MOVE WS-RTN-TAXABLE-WAGES (WS-RTN-IDX)
                  TO RTN-TAXABLE-WAGES
                MOVE WS-RTN-SOCIAL-WAGES (WS-RTN-IDX)
                  TO RTN-SOCIAL-WAGES
                MOVE WS-RTN-TAX (WS-RTN-IDX) TO RTN-TAX
                MOVE WS-RTN-SOCIAL (WS-RTN-IDX) TO RTN-SOCIAL
                MOVE WS-RTN-ER-SOCIAL (WS-RTN-IDX) TO RTN-ER-SOCIAL
                COMPUTE RTN-LIABILITY =
                    WS-RTN-TAX (WS-RTN-IDX)
                    + WS-RTN-SOCIAL (WS-RTN-IDX)
                    + WS-RTN-ER-SOCIAL (WS-RTN-IDX)
                MOVE WS-RETURN-DUE-DATE TO RTN-DUE-DATE
                WRITE DEPOSIT-REPORT-LINE FROM WS-RTN-DETAIL-LINE
           END-PERFORM.

       DISPLAY-RUN-TOTALS.
           DISPLAY 'TAXDEPOS: QUARTER ' WS-QUARTER-ID ' FROM '
               WS-QUARTER-START ' TO ' WS-QUARTER-END.
           MOVE WS-SELECTED-COUNT TO COUNT-DISP.
           DISPLAY 'TAXDEPOS: PAY HISTORY RECORDS:   ' COUNT-DISP.
           MOVE WS-DEP-COUNT TO COUNT-DISP.
           DISPLAY 'TAXDEPOS: DEPOSITS SCHEDULED:    ' COUNT-DISP.
           MOVE WS-TOT-DEPOSITS TO TOTAL-DISP.
           DISPLAY 'TAXDEPOS: TOTAL LIABILITY:       ' TOTAL-DISP.
           MOVE WS-PAYMENT-COUNT TO COUNT-DISP.
           DISPLAY 'TAXDEPOS: PAYMENTS WRITTEN:      ' COUNT-DISP.
           MOVE WS-TOT-PAID TO TOTAL-DISP.
           DISPLAY 'TAXDEPOS: AMOUNT PAID:           ' TOTAL-DISP.
           IF WS-PAY-DUE-DATE = ZERO
               MOVE WS-NOT-SELECTED-COUNT TO COUNT-DISP
               DISPLAY 'TAXDEPOS: NO DUE DATE IN TAXDPARM - '
                   'SCHEDULE ONLY, DEPOSITS NOT PAID: ' COUNT-DISP
           ELSE
               DISPLAY 'TAXDEPOS: DUE DATE PAID:         '
                   WS-PAY-DUE-DATE
               MOVE WS-PAID-EARLIER-COUNT TO COUNT-DISP
               DISPLAY 'TAXDEPOS: ALREADY PAID, SKIPPED: ' COUNT-DISP
           END-IF.
           IF WS-NO-AGENCY-COUNT > ZERO
               MOVE WS-NO-AGENCY-COUNT TO COUNT-DISP
               DISPLAY 'TAXDEPOS: DEPOSITS WITHOUT AN AGENCY: '
                   COUNT-DISP
               DISPLAY 'TAXDEPOS: ADD THE COMPANY AND JURISDICTION '
                   'TO TAXAGCY AND RERUN FOR THE SAME DUE DATE - '
                   'DEPOSITS ON TAXDPAID ARE NOT PAID AGAIN, SO THE '
                   'RERUN TAXDPAY HOLDS ONLY THOSE HELD BACK'
           END-IF.
           IF WS-UNKNOWN-EMP-COUNT > ZERO
               MOVE WS-UNKNOWN-EMP-COUNT TO COUNT-DISP
               DISPLAY 'TAXDEPOS: EMPLOYEES NOT ON THE EXTRACT: '
                   COUNT-DISP
           END-IF.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS8 = '05' OR WS-FS8 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'TAXDEPOS' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-PAYMENT-COUNT TO AUDIT-OUTPUT-COUNT.
           MOVE WS-QUARTER-ID TO AUDIT-PERIOD-ID.
           IF WS-RUN-REFUSED OR WS-NO-AGENCY-COUNT > ZERO
                 OR WS-UNKNOWN-EMP-COUNT > ZERO
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
