       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Period to register and the bonus amount the fraud screen
      *    treats as large - absent, the open scheduled period paid
      *    soonest and 1,000.00.
           SELECT OPTIONAL REGISTER-PARM-IN
           ASSIGN TO CHGRPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

           SELECT OPTIONAL PAY-CALENDAR-IN
           ASSIGN TO PAYCAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

      *    Release control - the last release of an earlier period
      *    marks where this register starts.
           SELECT OPTIONAL RELEASE-CONTROL
           ASSIGN TO RELCTL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

           SELECT OPTIONAL EMPMAINT-LOG-IN
           ASSIGN TO MAINTLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

           SELECT OPTIONAL REGISTER-RATE-IN
           ASSIGN TO RATEHIST
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

           SELECT BANK-ACCOUNT-FILE
           ASSIGN TO BANKACCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS BANK-ACCOUNT-KEY
           FILE STATUS IS WS-FS6.

           SELECT REGISTER-BANK-SORTED
           ASSIGN TO CGBKSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

           SELECT REGISTER-BANK-SORT
           ASSIGN TO CGBKWORK.

      *    The deduction master as it stands now, and as the last
      *    PAYROLL run left it - anything different between the two
      *    has been maintained since.
           SELECT OPTIONAL REGISTER-DEDUCT-IN
           ASSIGN TO DEDMSTR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS8.

           SELECT OPTIONAL REGISTER-DEDUCT-PRIOR-IN
           ASSIGN TO DEDMSTRO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS9.

           SELECT REGISTER-DEDUCT-SORTED
           ASSIGN TO CGDCSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS10.

           SELECT REGISTER-PRIOR-SORTED
           ASSIGN TO CGDPSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS11.

           SELECT REGISTER-DEDUCT-SORT
           ASSIGN TO CGDSWORK.

           SELECT OPTIONAL REGISTER-ADJ-IN
           ASSIGN TO PAYADJ
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS12.

           SELECT EMPLOYEE-IN
           ASSIGN TO EMPLOYEE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS13.

           SELECT REGISTER-EMP-SORTED
           ASSIGN TO CGEMSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS14.

           SELECT REGISTER-EMP-SORT
           ASSIGN TO CGEMWORK.

           SELECT REGISTER-REPORT-OUT
           ASSIGN TO CHGRRPT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS15.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS16.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-PARM-IN
           RECORD CONTAINS 13 CHARACTERS.
       01 REGISTER-PARM-REC.
          05 PARM-PERIOD-ID        PIC X(6).
          05 PARM-LARGE-BONUS      PIC 9(5)V99.

       FD  PAY-CALENDAR-IN
           RECORD CONTAINS 32 CHARACTERS.
       01 PAY-CALENDAR-REC.
           COPY PAYCAL-CPY.

       FD  RELEASE-CONTROL
           RECORD CONTAINS 100 CHARACTERS.
       01 RELEASE-CONTROL-REC.
           COPY RELCTL-CPY.

       FD  EMPMAINT-LOG-IN
           RECORD CONTAINS 313 CHARACTERS.
       01 EMPMAINT-LOG-REC.
          05 LOG-TXN-TYPE          PIC X(1).
          05 LOG-EMPLOYEE-ID       PIC 9(6).
          05 LOG-BEFORE-LASTNAME   PIC X(20).
          05 LOG-BEFORE-FIRSTNAME  PIC X(20).
          05 LOG-BEFORE-SALARY     PIC S9(7)V99.
          05 LOG-BEFORE-DEPARTMENT PIC X(10).
          05 LOG-BEFORE-LEVEL      PIC X(2).
          05 LOG-BEFORE-TERM-DATE  PIC 9(8).
          05 LOG-BEFORE-FREQUENCY  PIC X(1).
          05 LOG-BEFORE-ADDRESS-1  PIC X(30).
          05 LOG-BEFORE-ADDRESS-2  PIC X(30).
          05 LOG-BEFORE-POSTAL     PIC X(10).
          05 LOG-BEFORE-JURIS      PIC X(4).
          05 LOG-AFTER-LASTNAME    PIC X(20).
          05 LOG-AFTER-FIRSTNAME   PIC X(20).
          05 LOG-AFTER-SALARY      PIC S9(7)V99.
          05 LOG-AFTER-DEPARTMENT  PIC X(10).
          05 LOG-AFTER-LEVEL       PIC X(2).
          05 LOG-AFTER-TERM-DATE   PIC 9(8).
          05 LOG-AFTER-FREQUENCY   PIC X(1).
          05 LOG-AFTER-ADDRESS-1   PIC X(30).
          05 LOG-AFTER-ADDRESS-2   PIC X(30).
          05 LOG-AFTER-POSTAL      PIC X(10).
          05 LOG-AFTER-JURIS       PIC X(4).
          05 LOG-RUN-DATE          PIC 9(8).
          05 LOG-RUN-TIME          PIC 9(6).
          05 LOG-BEFORE-COMPANY    PIC X(2).
          05 LOG-AFTER-COMPANY     PIC X(2).

       FD  REGISTER-RATE-IN
           RECORD CONTAINS 40 CHARACTERS.
       01 REGISTER-RATE-REC.
           COPY RATEHIST-CPY.

       FD  BANK-ACCOUNT-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01 BANK-ACCOUNT-REC.
           COPY BANKACCT-CPY.

       FD  REGISTER-BANK-SORTED
           RECORD CONTAINS 52 CHARACTERS.
       01 REGISTER-BANK-SORTED-REC.
           COPY BANKACCT-CPY REPLACING LEADING ==BANK== BY ==SBK==.

       SD  REGISTER-BANK-SORT
           RECORD CONTAINS 52 CHARACTERS.
       01 REGISTER-BANK-SORT-REC.
          05 SORT-BK-EMPLOYEE-ID   PIC 9(6).
          05 SORT-BK-ACCOUNT-SEQ   PIC 9(2).
          05 SORT-BK-ROUTING       PIC X(9).
          05 SORT-BK-ACCOUNT       PIC X(17).
          05 FILLER                PIC X(18).

       FD  REGISTER-DEDUCT-IN
           RECORD CONTAINS 51 CHARACTERS.
       01 REGISTER-DEDUCT-IN-REC   PIC X(51).

       FD  REGISTER-DEDUCT-PRIOR-IN
           RECORD CONTAINS 51 CHARACTERS.
       01 REGISTER-DEDUCT-PRIOR-REC PIC X(51).

       FD  REGISTER-DEDUCT-SORTED
           RECORD CONTAINS 51 CHARACTERS.
       01 REGISTER-DEDUCT-SORTED-REC.
           COPY DEDMSTR-CPY REPLACING LEADING ==DED== BY ==CUR-DED==.

       FD  REGISTER-PRIOR-SORTED
           RECORD CONTAINS 51 CHARACTERS.
       01 REGISTER-PRIOR-SORTED-REC.
           COPY DEDMSTR-CPY REPLACING LEADING ==DED== BY ==PRV-DED==.

      *    Employee, type and priority identify a deduction - the
      *    same order PAYROLL applies them in.
       SD  REGISTER-DEDUCT-SORT
           RECORD CONTAINS 51 CHARACTERS.
       01 REGISTER-DEDUCT-SORT-REC.
          05 SORT-DED-KEY          PIC X(9).
          05 FILLER                PIC X(42).

       FD  REGISTER-ADJ-IN
           RECORD CONTAINS 28 CHARACTERS.
       01 REGISTER-ADJ-REC.
          05 ADJ-EMPLOYEE-ID       PIC 9(6).
          05 ADJ-OVERTIME-AMOUNT   PIC S9(5)V99.
          05 ADJ-BONUS-AMOUNT      PIC S9(5)V99.
          05 ADJ-DEDUCTION-AMOUNT  PIC S9(5)V99.
          05 ADJ-BONUS-BASIS       PIC X(1).
             88 ADJ-BONUS-IS-NET          VALUE 'N'.

       FD  EMPLOYEE-IN
           RECORD CONTAINS 272 CHARACTERS.
       01 EMPLOYEE-IN-REC          PIC X(272).

       FD  REGISTER-EMP-SORTED
           RECORD CONTAINS 272 CHARACTERS.
       01 EMPLOYEE-RECORD.
           COPY EMPS-NO-01.

      *    Address line 1 and postal code bring employees living at
      *    the same address together.
       SD  REGISTER-EMP-SORT
           RECORD CONTAINS 272 CHARACTERS.
       01 REGISTER-EMP-SORT-REC.
          05 FILLER                PIC X(1).
          05 SORT-EM-EMPLOYEE-ID   PIC 9(6).
          05 FILLER                PIC X(74).
          05 SORT-EM-ADDRESS-1     PIC X(30).
          05 FILLER                PIC X(30).
          05 SORT-EM-POSTAL-CODE   PIC X(10).
          05 FILLER                PIC X(121).

       FD  REGISTER-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01 REGISTER-REPORT-LINE     PIC X(132).

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
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC X(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC 9(02).
          05 WS-FS9        PIC 9(02).
          05 WS-FS10       PIC 9(02).
          05 WS-FS11       PIC 9(02).
          05 WS-FS12       PIC 9(02).
          05 WS-FS13       PIC 9(02).
          05 WS-FS14       PIC 9(02).
          05 WS-FS15       PIC 9(02).
          05 WS-FS16       PIC X(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-CAL-EOF-SW PIC X(01).
             88 WS-CAL-EOF           VALUE 'Y'.
             88 WS-CAL-NOT-EOF       VALUE 'N'.
          05 WS-CAL-FOUND-SW PIC X(01) VALUE 'N'.
             88 WS-CAL-FOUND         VALUE 'Y'.
             88 WS-CAL-NOT-FOUND     VALUE 'N'.
          05 WS-RLS-EOF-SW PIC X(01).
             88 WS-RLS-EOF           VALUE 'Y'.
             88 WS-RLS-NOT-EOF       VALUE 'N'.
          05 WS-PRV-EOF-SW PIC X(01).
             88 WS-PRV-EOF           VALUE 'Y'.
             88 WS-PRV-NOT-EOF       VALUE 'N'.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
          88 WS-RUN-REFUSED                VALUE 'Y'.

       01 WS-PERIOD-VARS.
          05 WS-PERIOD-ID           PIC X(6) VALUE SPACES.
          05 WS-PERIOD-FREQUENCY    PIC X(1).
          05 WS-PERIOD-START        PIC 9(8).
          05 WS-PERIOD-END          PIC 9(8).
          05 WS-PAY-DATE            PIC 9(8).
          05 WS-PERIOD-STATUS       PIC X(1).
       01 WS-PARM-PERIOD-SW         PIC X(01) VALUE 'N'.
          88 WS-PARM-PERIOD-GIVEN          VALUE 'Y'.
       01 WS-LARGE-BONUS            PIC S9(5)V99 COMP-3
                                    VALUE 1000.00.
       01 WS-EMP-FREQUENCY          PIC X(1).

      *    Everything recorded after this date and time has not yet
      *    been through a released payroll.  Zero - no release on
      *    file - registers everything.
       01 WS-CUTOFF-VARS.
          05 WS-CUTOFF-PERIOD       PIC X(6) VALUE SPACES.
          05 WS-CUTOFF-DATE         PIC 9(8) VALUE ZERO.
          05 WS-CUTOFF-TIME         PIC 9(6) VALUE ZERO.

      *    Employees whose bank details changed since the cutoff,
      *    for the bank-change-plus-bonus screen.
       01 WS-BCHG-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-BCHG-TABLE.
          05 WS-BCHG-EMPLOYEE-ID PIC 9(6) OCCURS 500 TIMES
                 INDEXED BY WS-BCHG-IDX.
       01 WS-BCHG-SEARCH-ID         PIC 9(6).
       01 WS-BCHG-FOUND-SW          PIC X(01).
          88 WS-BCHG-FOUND                 VALUE 'Y'.
          88 WS-BCHG-NOT-FOUND             VALUE 'N'.

      *    One group of bank accounts or addresses that share the
      *    same key - flagged only when more than one employee is
      *    in it.
       01 WS-GROUP-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-GROUP-KEY              PIC X(40).
       01 WS-NEW-KEY                PIC X(40).
       01 WS-GROUP-TABLE.
          05 WS-GROUP-ENTRY OCCURS 50 TIMES INDEXED BY WS-GROUP-IDX.
             10 WS-GROUP-EMPLOYEE-ID    PIC 9(6).
             10 WS-GROUP-NAME           PIC X(20).
             10 WS-GROUP-DETAIL         PIC X(60).
       01 WS-GROUP-MIXED-SW         PIC X(01).
          88 WS-GROUP-MIXED                VALUE 'Y'.
          88 WS-GROUP-SINGLE               VALUE 'N'.

      *    Deduction match keys - HIGH-VALUES once a side runs out.
       01 WS-DC-KEY                 PIC X(9).
       01 WS-DP-KEY                 PIC X(9).
       01 WS-PRIOR-AVAILABLE-SW     PIC X(01) VALUE 'N'.
          88 WS-PRIOR-AVAILABLE            VALUE 'Y'.
       01 WS-DED-BEFORE.
           COPY DEDMSTR-CPY REPLACING LEADING ==DED== BY ==BEF-DED==.
       01 WS-DED-AFTER.
           COPY DEDMSTR-CPY REPLACING LEADING ==DED== BY ==AFT-DED==.

      *    The register line being built - the source, employee and
      *    action print on the first line of a change only.
       01 WS-FIRST-LINE-SW          PIC X(01).
          88 WS-FIRST-LINE                 VALUE 'Y'.
          88 WS-NOT-FIRST-LINE             VALUE 'N'.
       01 WS-CHG-SOURCE             PIC X(8).
       01 WS-CHG-EMPLOYEE-ID        PIC 9(6).
       01 WS-CHG-ACTION             PIC X(12).
       01 WS-SALARY-EDIT            PIC -9(7).99.
       01 WS-AMOUNT-EDIT            PIC -9(7).99.

       01 WS-RUN-TOTALS.
          05 WS-INPUT-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-CHANGE-COUNT        PIC 9(8) VALUE ZERO.
          05 WS-MAINT-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-RATE-COUNT          PIC 9(8) VALUE ZERO.
          05 WS-BANK-COUNT          PIC 9(8) VALUE ZERO.
          05 WS-DEDUCT-COUNT        PIC 9(8) VALUE ZERO.
          05 WS-BONUS-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-FLAG-COUNT          PIC 9(8) VALUE ZERO.
          05 WS-SHARED-BANK-COUNT   PIC 9(8) VALUE ZERO.
          05 WS-SHARED-ADDR-COUNT   PIC 9(8) VALUE ZERO.
          05 WS-BANK-BONUS-COUNT    PIC 9(8) VALUE ZERO.
          05 WS-TERM-PAID-COUNT     PIC 9(8) VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                 PIC X(37)
                         VALUE 'PRE-PAYROLL CHANGE REGISTER - PERIOD '.
          05 TITLE-PERIOD-ID        PIC X(6).
          05 FILLER                 PIC X(23)
                         VALUE '  CHANGES SINCE RELEASE'.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 TITLE-CUTOFF-PERIOD    PIC X(6).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 TITLE-CUTOFF-DATE      PIC 9(8).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 TITLE-CUTOFF-TIME      PIC 9(6).
          05 FILLER                 PIC X(6)  VALUE '  RUN '.
          05 TITLE-RUN-DATE         PIC 9(8).
          05 FILLER                 PIC X(29) VALUE SPACES.

       01 WS-CHANGE-HEADING.
          05 FILLER                 PIC X(33)
                         VALUE ' SOURCE   EMP-ID ACTION       FIE'.
          05 FILLER                 PIC X(33)
                         VALUE 'LD        BEFORE                 '.
          05 FILLER                 PIC X(33)
                         VALUE '        AFTER                    '.
          05 FILLER                 PIC X(33)
                         VALUE '       APPROVED                  '.

       01 WS-CHANGE-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 CHG-SOURCE             PIC X(8).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 CHG-EMPLOYEE-ID        PIC X(6).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 CHG-ACTION             PIC X(12).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 CHG-FIELD              PIC X(12).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 CHG-BEFORE             PIC X(30).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 CHG-AFTER              PIC X(30).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 CHG-INITIALS           PIC X(10).
          05 FILLER                 PIC X(16) VALUE SPACES.

       01 WS-FLAG-HEADING.
          05 FILLER                 PIC X(33)
                         VALUE ' CHECK                          E'.
          05 FILLER                 PIC X(33)
                         VALUE 'MP-ID NAME                 DETAIL'.
          05 FILLER                 PIC X(33) VALUE SPACES.
          05 FILLER                 PIC X(33) VALUE SPACES.

       01 WS-FLAG-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 FLG-CHECK              PIC X(30).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 FLG-EMPLOYEE-ID        PIC 9(6).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 FLG-NAME               PIC X(20).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 FLG-DETAIL             PIC X(60).
          05 FILLER                 PIC X(12) VALUE SPACES.

       01 WS-BANK-DETAIL.
          05 FILLER                 PIC X(8)  VALUE 'ROUTING '.
          05 BKD-ROUTING            PIC X(9).
          05 FILLER                 PIC X(9)  VALUE ' ACCOUNT '.
          05 BKD-ACCOUNT            PIC X(17).
          05 FILLER                 PIC X(5)  VALUE ' SEQ '.
          05 BKD-SEQ                PIC 9(2).
          05 FILLER                 PIC X(10) VALUE SPACES.

       01 WS-ADDRESS-DETAIL.
          05 ADD-ADDRESS-1          PIC X(30).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 ADD-POSTAL-CODE        PIC X(10).
          05 FILLER                 PIC X(19) VALUE SPACES.

       01 WS-BONUS-DETAIL.
          05 FILLER                 PIC X(6)  VALUE 'BONUS '.
          05 BND-AMOUNT             PIC -9(5).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 BND-BASIS              PIC X(5).
          05 FILLER                 PIC X(39)
                       VALUE ' - BANK DETAILS CHANGED SINCE RELEASE'.

       01 WS-TERM-DETAIL.
          05 FILLER                 PIC X(11) VALUE 'TERMINATED '.
          05 TMD-TERM-DATE          PIC 9(8).
          05 FILLER                 PIC X(25)
                       VALUE ' - ON THIS PERIOD PAYROLL'.
          05 FILLER                 PIC X(16) VALUE SPACES.

       01 WS-SECTION-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 SECTION-TITLE          PIC X(60).
          05 FILLER                 PIC X(71) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 CNT-LABEL              PIC X(44).
          05 CNT-VALUE              PIC ZZZZZZZ9.
          05 FILLER                 PIC X(77) VALUE SPACES.

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01 COUNT-DISP                PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-AUDITLOG.
           PERFORM LOAD-RUN-PARM.
           PERFORM FIND-REGISTER-PERIOD.
           PERFORM FIND-LAST-RELEASE.
           OPEN OUTPUT REGISTER-REPORT-OUT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM REGISTER-MASTER-CHANGES.
           PERFORM REGISTER-RATE-CHANGES.
           PERFORM SORT-BANK-ACCOUNTS.
           PERFORM REGISTER-BANK-CHANGES.
           PERFORM REGISTER-DEDUCTION-CHANGES.
           PERFORM REGISTER-BONUSES.
           PERFORM WRITE-SCREEN-HEADING.
           PERFORM SCREEN-SHARED-ACCOUNTS.
           PERFORM SORT-EMPLOYEES.
           PERFORM SCREEN-SHARED-ADDRESSES.
           PERFORM SCREEN-BANK-CHANGE-BONUS.
           PERFORM SCREEN-TERMINATED-PAID.

       CLOSE-FILES.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE REGISTER-REPORT-OUT.

           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.

           IF WS-FLAG-COUNT > ZERO
               DISPLAY 'CHGREG: FRAUD SCREEN FLAGS RAISED - REVIEW '
                   'BEFORE THE PAYROLL RUNS'
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
           OPEN INPUT REGISTER-PARM-IN.
           IF WS-FS1 = '00'
               READ REGISTER-PARM-IN
                   NOT AT END
                       IF PARM-PERIOD-ID NOT = SPACES
                           MOVE PARM-PERIOD-ID TO WS-PERIOD-ID
                           SET WS-PARM-PERIOD-GIVEN TO TRUE
                       END-IF
                       IF PARM-LARGE-BONUS IS NUMERIC
                             AND PARM-LARGE-BONUS > ZERO
                           MOVE PARM-LARGE-BONUS TO WS-LARGE-BONUS
                       END-IF
               END-READ
               CLOSE REGISTER-PARM-IN
           END-IF.

       FIND-REGISTER-PERIOD.
      *    The register runs ahead of PAYROLL, the way CASHFCST
      *    does - a named period must be on the calendar, and with
      *    no name the open scheduled period paid soonest is taken.
           OPEN INPUT PAY-CALENDAR-IN.
           IF WS-FS2 NOT = '00'
               DISPLAY 'CHGREG: NO PAY CALENDAR ON FILE - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           SET WS-CAL-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-CAL-EOF
                READ PAY-CALENDAR-IN
                         AT END SET WS-CAL-EOF TO TRUE
                     NOT AT END
                        IF WS-PARM-PERIOD-GIVEN
                           IF PC-PERIOD-ID = WS-PERIOD-ID
                              PERFORM TAKE-CALENDAR-ENTRY
                           END-IF
                        ELSE
                           IF PC-STATUS-OPEN
                                 AND NOT PC-FREQ-OFFCYCLE
                                 AND (WS-CAL-NOT-FOUND
                                      OR PC-PAY-DATE < WS-PAY-DATE)
                              PERFORM TAKE-CALENDAR-ENTRY
                           END-IF
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE PAY-CALENDAR-IN.
           IF WS-CAL-NOT-FOUND
               IF WS-PARM-PERIOD-GIVEN
                   DISPLAY 'CHGREG: PERIOD ' WS-PERIOD-ID
                       ' NOT ON THE PAY CALENDAR - RUN REFUSED'
               ELSE
                   DISPLAY 'CHGREG: NO OPEN SCHEDULED PERIOD ON '
                       'THE PAY CALENDAR - RUN REFUSED'
               END-IF
               PERFORM REFUSE-RUN
           END-IF.

       TAKE-CALENDAR-ENTRY.
           SET WS-CAL-FOUND TO TRUE.
           MOVE PC-PERIOD-ID TO WS-PERIOD-ID.
           MOVE PC-FREQUENCY TO WS-PERIOD-FREQUENCY.
           MOVE PC-START-DATE TO WS-PERIOD-START.
           MOVE PC-END-DATE TO WS-PERIOD-END.
           MOVE PC-PAY-DATE TO WS-PAY-DATE.
           MOVE PC-STATUS TO WS-PERIOD-STATUS.

       FIND-LAST-RELEASE.
      *    RELCTL is appended in release order, so the last record
      *    for any other period is the release this register starts
      *    from.  A re-release of the period itself does not move
      *    the start - its changes still need approving.
           OPEN INPUT RELEASE-CONTROL.
           SET WS-RLS-NOT-EOF TO TRUE.
           IF WS-FS3 NOT = '00'
               SET WS-RLS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-RLS-EOF
                READ RELEASE-CONTROL
                         AT END SET WS-RLS-EOF TO TRUE
                     NOT AT END
                        IF RC-PERIOD-ID NOT = WS-PERIOD-ID
                           MOVE RC-PERIOD-ID TO WS-CUTOFF-PERIOD
                           MOVE RC-RELEASE-DATE TO WS-CUTOFF-DATE
                           MOVE RC-RELEASE-TIME TO WS-CUTOFF-TIME
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS3 = '00' OR WS-FS3 = '10'
               CLOSE RELEASE-CONTROL
           END-IF.
           IF WS-CUTOFF-DATE = ZERO
               DISPLAY 'CHGREG: NO EARLIER RELEASE ON FILE - EVERY '
                   'RECORDED CHANGE IS REGISTERED'
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-PERIOD-ID TO TITLE-PERIOD-ID.
           MOVE WS-CUTOFF-PERIOD TO TITLE-CUTOFF-PERIOD.
           MOVE WS-CUTOFF-DATE TO TITLE-CUTOFF-DATE.
           MOVE WS-CUTOFF-TIME TO TITLE-CUTOFF-TIME.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           WRITE REGISTER-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE REGISTER-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE REGISTER-REPORT-LINE FROM WS-CHANGE-HEADING.

       REGISTER-MASTER-CHANGES.
      *    Every EMPMAINT change logged after the release, one line
      *    per field it moved.  Records logged before the run stamp
      *    existed count as settled, as RATEHIST's do.
           WRITE REGISTER-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'EMPLOYEE MASTER CHANGES (EMPMAINT)' TO SECTION-TITLE.
           WRITE REGISTER-REPORT-LINE FROM WS-SECTION-LINE.
           OPEN INPUT EMPMAINT-LOG-IN.
           SET WS-NOT-EOF TO TRUE.
           IF WS-FS4 NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
                READ EMPMAINT-LOG-IN
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-INPUT-COUNT
                        IF LOG-RUN-DATE IS NUMERIC
                              AND (LOG-RUN-DATE > WS-CUTOFF-DATE
                                   OR (LOG-RUN-DATE = WS-CUTOFF-DATE
                                   AND LOG-RUN-TIME > WS-CUTOFF-TIME))
                           PERFORM REGISTER-ONE-MAINT-CHANGE
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS4 = '00' OR WS-FS4 = '10'
               CLOSE EMPMAINT-LOG-IN
           END-IF.

       REGISTER-ONE-MAINT-CHANGE.
           ADD 1 TO WS-MAINT-COUNT.
           MOVE 'EMPMAINT' TO WS-CHG-SOURCE.
           MOVE LOG-EMPLOYEE-ID TO WS-CHG-EMPLOYEE-ID.
           EVALUATE LOG-TXN-TYPE
               WHEN 'A'
                   MOVE 'ADD' TO WS-CHG-ACTION
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-CHG-ACTION
               WHEN 'D'
                   MOVE 'DEACTIVATE' TO WS-CHG-ACTION
               WHEN 'R'
                   MOVE 'REACTIVATE' TO WS-CHG-ACTION
               WHEN 'F'
                   MOVE 'FREQUENCY' TO WS-CHG-ACTION
               WHEN 'M'
                   MOVE 'ADDRESS' TO WS-CHG-ACTION
               WHEN 'S'
                   MOVE 'SALARY' TO WS-CHG-ACTION
               WHEN 'E'
                   MOVE 'COMPANY' TO WS-CHG-ACTION
               WHEN OTHER
                   MOVE LOG-TXN-TYPE TO WS-CHG-ACTION
           END-EVALUATE.
           SET WS-FIRST-LINE TO TRUE.
           IF LOG-BEFORE-LASTNAME NOT = LOG-AFTER-LASTNAME
               MOVE 'LAST NAME' TO CHG-FIELD
               MOVE LOG-BEFORE-LASTNAME TO CHG-BEFORE
               MOVE LOG-AFTER-LASTNAME TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF LOG-BEFORE-FIRSTNAME NOT = LOG-AFTER-FIRSTNAME
               MOVE 'FIRST NAME' TO CHG-FIELD
               MOVE LOG-BEFORE-FIRSTNAME TO CHG-BEFORE
               MOVE LOG-AFTER-FIRSTNAME TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF LOG-BEFORE-SALARY NOT = LOG-AFTER-SALARY
               MOVE 'SALARY' TO CHG-FIELD
               MOVE LOG-BEFORE-SALARY TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO CHG-BEFORE
               MOVE LOG-AFTER-SALARY TO WS-SALARY-EDIT
               MOVE WS-SALARY-EDIT TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF LOG-BEFORE-DEPARTMENT NOT = LOG-AFTER-DEPARTMENT
               MOVE 'DEPARTMENT' TO CHG-FIELD
               MOVE LOG-BEFORE-DEPARTMENT TO CHG-BEFORE
               MOVE LOG-AFTER-DEPARTMENT TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF LOG-BEFORE-LEVEL NOT = LOG-AFTER-LEVEL
               MOVE 'LEVEL' TO CHG-FIELD
               MOVE LOG-BEFORE-LEVEL TO CHG-BEFORE
               MOVE LOG-AFTER-LEVEL TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF LOG-BEFORE-TERM-DATE NOT = LOG-AFTER-TERM-DATE
               MOVE 'TERM DATE' TO CHG-FIELD
               MOVE LOG-BEFORE-TERM-DATE TO CHG-BEFORE
               MOVE LOG-AFTER-TERM-DATE TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF LOG-BEFORE-FREQUENCY NOT = LOG-AFTER-FREQUENCY
               MOVE 'FREQUENCY' TO CHG-FIELD
               MOVE LOG-BEFORE-FREQUENCY TO CHG-BEFORE
               MOVE LOG-AFTER-FREQUENCY TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF LOG-BEFORE-ADDRESS-1 NOT = LOG-AFTER-ADDRESS-1
               MOVE 'ADDRESS 1' TO CHG-FIELD
               MOVE LOG-BEFORE-ADDRESS-1 TO CHG-BEFORE
               MOVE LOG-AFTER-ADDRESS-1 TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF LOG-BEFORE-ADDRESS-2 NOT = LOG-AFTER-ADDRESS-2
               MOVE 'ADDRESS 2' TO CHG-FIELD
               MOVE LOG-BEFORE-ADDRESS-2 TO CHG-BEFORE
               MOVE LOG-AFTER-ADDRESS-2 TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF LOG-BEFORE-POSTAL NOT = LOG-AFTER-POSTAL
               MOVE 'POSTAL CODE' TO CHG-FIELD
               MOVE LOG-BEFORE-POSTAL TO CHG-BEFORE
               MOVE LOG-AFTER-POSTAL TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF LOG-BEFORE-JURIS NOT = LOG-AFTER-JURIS
               MOVE 'JURISDICTION' TO CHG-FIELD
               MOVE LOG-BEFORE-JURIS TO CHG-BEFORE
               MOVE LOG-AFTER-JURIS TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF LOG-BEFORE-COMPANY NOT = LOG-AFTER-COMPANY
               MOVE 'COMPANY' TO CHG-FIELD
               MOVE LOG-BEFORE-COMPANY TO CHG-BEFORE
               MOVE LOG-AFTER-COMPANY TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
      *    A transaction that moved nothing still gets its line -
      *    the supervisor approves the transaction, not the field.
           IF WS-FIRST-LINE
               MOVE SPACES TO CHG-FIELD
               MOVE SPACES TO CHG-BEFORE
               MOVE 'NO FIELD CHANGED' TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.

       WRITE-CHANGE-LINE.
      *    Source, employee, action and the initials box print on
      *    the first line of each change; its further fields follow
      *    underneath.
           IF WS-FIRST-LINE
               MOVE WS-CHG-SOURCE TO CHG-SOURCE
               MOVE WS-CHG-EMPLOYEE-ID TO CHG-EMPLOYEE-ID
               MOVE WS-CHG-ACTION TO CHG-ACTION
               MOVE '__________' TO CHG-INITIALS
               ADD 1 TO WS-CHANGE-COUNT
               SET WS-NOT-FIRST-LINE TO TRUE
           ELSE
               MOVE SPACES TO CHG-SOURCE
               MOVE SPACES TO CHG-EMPLOYEE-ID
               MOVE SPACES TO CHG-ACTION
               MOVE SPACES TO CHG-INITIALS
           END-IF.
           WRITE REGISTER-REPORT-LINE FROM WS-CHANGE-LINE.

       REGISTER-RATE-CHANGES.
      *    Salary changes recorded since the release date.  A change
      *    keyed the same day as the release is listed - RATEHIST
      *    carries no time, and listing twice beats missing one.
           WRITE REGISTER-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'SALARY RATE CHANGES (RATEHIST)' TO SECTION-TITLE.
           WRITE REGISTER-REPORT-LINE FROM WS-SECTION-LINE.
           OPEN INPUT REGISTER-RATE-IN.
           SET WS-NOT-EOF TO TRUE.
           IF WS-FS5 NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
                READ REGISTER-RATE-IN
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-INPUT-COUNT
                        IF RH-RECORDED-DATE IS NUMERIC
                              AND RH-RECORDED-DATE >= WS-CUTOFF-DATE
                           PERFORM REGISTER-ONE-RATE-CHANGE
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS5 = '00' OR WS-FS5 = '10'
               CLOSE REGISTER-RATE-IN
           END-IF.

       REGISTER-ONE-RATE-CHANGE.
           ADD 1 TO WS-RATE-COUNT.
           MOVE 'RATEHIST' TO WS-CHG-SOURCE.
           MOVE RH-EMPLOYEE-ID TO WS-CHG-EMPLOYEE-ID.
           MOVE 'SALARY RATE' TO WS-CHG-ACTION.
           SET WS-FIRST-LINE TO TRUE.
           MOVE SPACES TO CHG-FIELD.
           STRING 'EFF ' RH-EFF-DATE DELIMITED BY SIZE
               INTO CHG-FIELD
           END-STRING.
           MOVE RH-OLD-SALARY TO WS-SALARY-EDIT.
           MOVE WS-SALARY-EDIT TO CHG-BEFORE.
           MOVE RH-NEW-SALARY TO WS-SALARY-EDIT.
           MOVE WS-SALARY-EDIT TO CHG-AFTER.
           PERFORM WRITE-CHANGE-LINE.

       SORT-BANK-ACCOUNTS.
      *    Account-number order serves both the register and the
      *    shared-account screen.
           SORT REGISTER-BANK-SORT
               ON ASCENDING KEY SORT-BK-ROUTING
                                SORT-BK-ACCOUNT
                                SORT-BK-EMPLOYEE-ID
                                SORT-BK-ACCOUNT-SEQ
               USING BANK-ACCOUNT-FILE
               GIVING REGISTER-BANK-SORTED.

       REGISTER-BANK-CHANGES.
      *    BANKMNT puts every added or changed account (and ACHRET
      *    every corrected one) back to prenote pending, and only
      *    DDEXPORT - after release - moves it on, so a pending
      *    account is one changed since the last release.
           WRITE REGISTER-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'BANK ACCOUNT ADDS AND CHANGES (BANKMNT)'
             TO SECTION-TITLE.
           WRITE REGISTER-REPORT-LINE FROM WS-SECTION-LINE.
           OPEN INPUT REGISTER-BANK-SORTED.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
                READ REGISTER-BANK-SORTED
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-INPUT-COUNT
                        IF SBK-PRENOTE-PENDING
                           PERFORM REGISTER-ONE-BANK-CHANGE
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE REGISTER-BANK-SORTED.

       REGISTER-ONE-BANK-CHANGE.
           ADD 1 TO WS-BANK-COUNT.
           MOVE 'BANKACCT' TO WS-CHG-SOURCE.
           MOVE SBK-EMPLOYEE-ID TO WS-CHG-EMPLOYEE-ID.
           MOVE 'ADD/CHANGE' TO WS-CHG-ACTION.
           SET WS-FIRST-LINE TO TRUE.
           MOVE SPACES TO CHG-FIELD.
           STRING 'ACCOUNT ' SBK-ACCOUNT-SEQ DELIMITED BY SIZE
               INTO CHG-FIELD
           END-STRING.
           MOVE 'PRIOR DETAILS NOT HELD' TO CHG-BEFORE.
           MOVE SPACES TO CHG-AFTER.
           STRING SBK-ROUTING-NUMBER ' ' SBK-ACCOUNT-NUMBER
                  ' ' SBK-ACCOUNT-TYPE
               DELIMITED BY SIZE INTO CHG-AFTER
           END-STRING.
           PERFORM WRITE-CHANGE-LINE.
           PERFORM NOTE-BANK-CHANGE.

       NOTE-BANK-CHANGE.
           MOVE SBK-EMPLOYEE-ID TO WS-BCHG-SEARCH-ID.
           PERFORM FIND-BANK-CHANGE.
           IF WS-BCHG-NOT-FOUND
               IF WS-BCHG-COUNT < 500
                   ADD 1 TO WS-BCHG-COUNT
                   SET WS-BCHG-IDX TO WS-BCHG-COUNT
                   MOVE SBK-EMPLOYEE-ID
                     TO WS-BCHG-EMPLOYEE-ID (WS-BCHG-IDX)
               ELSE
                   DISPLAY 'CHGREG: BANK CHANGE TABLE FULL - '
                       'EMPLOYEE ' SBK-EMPLOYEE-ID
                       ' NOT SCREENED AGAINST BONUSES'
               END-IF
           END-IF.

       FIND-BANK-CHANGE.
           SET WS-BCHG-NOT-FOUND TO TRUE.
           SET WS-BCHG-IDX TO 1.
           PERFORM UNTIL WS-BCHG-IDX > WS-BCHG-COUNT
                      OR WS-BCHG-FOUND
                IF WS-BCHG-EMPLOYEE-ID (WS-BCHG-IDX) =
                      WS-BCHG-SEARCH-ID
                   SET WS-BCHG-FOUND TO TRUE
                ELSE
                   SET WS-BCHG-IDX UP BY 1
                END-IF
           END-PERFORM.

       REGISTER-DEDUCTION-CHANGES.
      *    DEDMSTR against the DEDMSTRO the last PAYROLL wrote - the
      *    schedule copies one over the other, so until maintenance
      *    touches DEDMSTR they match record for record.
           WRITE REGISTER-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'DEDUCTION MASTER CHANGES (DEDMSTR)' TO SECTION-TITLE.
           WRITE REGISTER-REPORT-LINE FROM WS-SECTION-LINE.
           OPEN INPUT REGISTER-DEDUCT-PRIOR-IN.
           IF WS-FS9 = '00'
               SET WS-PRIOR-AVAILABLE TO TRUE
               CLOSE REGISTER-DEDUCT-PRIOR-IN
           END-IF.
           IF NOT WS-PRIOR-AVAILABLE
               DISPLAY 'CHGREG: NO DEDMSTRO FROM THE LAST PAYROLL - '
                   'DEDUCTION CHANGES NOT REGISTERED'
               MOVE 'PRIOR DEDUCTION MASTER NOT AVAILABLE'
                 TO SECTION-TITLE
               WRITE REGISTER-REPORT-LINE FROM WS-SECTION-LINE
           ELSE
               SORT REGISTER-DEDUCT-SORT
                   ON ASCENDING KEY SORT-DED-KEY
                   USING REGISTER-DEDUCT-IN
                   GIVING REGISTER-DEDUCT-SORTED
               SORT REGISTER-DEDUCT-SORT
                   ON ASCENDING KEY SORT-DED-KEY
                   USING REGISTER-DEDUCT-PRIOR-IN
                   GIVING REGISTER-PRIOR-SORTED
               OPEN INPUT REGISTER-DEDUCT-SORTED
               OPEN INPUT REGISTER-PRIOR-SORTED
               SET WS-NOT-EOF TO TRUE
               SET WS-PRV-NOT-EOF TO TRUE
               PERFORM READ-CURRENT-DEDUCTION
               PERFORM READ-PRIOR-DEDUCTION
               PERFORM MATCH-DEDUCTIONS
                   UNTIL WS-DC-KEY = HIGH-VALUES
                     AND WS-DP-KEY = HIGH-VALUES
               CLOSE REGISTER-DEDUCT-SORTED
               CLOSE REGISTER-PRIOR-SORTED
           END-IF.

       READ-CURRENT-DEDUCTION.
           READ REGISTER-DEDUCT-SORTED
               AT END
                   SET WS-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-DC-KEY
               NOT AT END
                   ADD 1 TO WS-INPUT-COUNT
                   MOVE REGISTER-DEDUCT-SORTED-REC(1:9) TO WS-DC-KEY
           END-READ.

       READ-PRIOR-DEDUCTION.
           READ REGISTER-PRIOR-SORTED
               AT END
                   SET WS-PRV-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-DP-KEY
               NOT AT END
                   MOVE REGISTER-PRIOR-SORTED-REC(1:9) TO WS-DP-KEY
           END-READ.

       MATCH-DEDUCTIONS.
           EVALUATE TRUE
               WHEN WS-DC-KEY < WS-DP-KEY
                   INITIALIZE WS-DED-BEFORE
                   MOVE REGISTER-DEDUCT-SORTED-REC TO WS-DED-AFTER
                   MOVE 'NEW' TO WS-CHG-ACTION
                   MOVE CUR-DED-EMPLOYEE-ID TO WS-CHG-EMPLOYEE-ID
                   PERFORM REGISTER-ONE-DEDUCTION
                   PERFORM READ-CURRENT-DEDUCTION
               WHEN WS-DC-KEY > WS-DP-KEY
                   MOVE REGISTER-PRIOR-SORTED-REC TO WS-DED-BEFORE
                   INITIALIZE WS-DED-AFTER
                   MOVE 'REMOVED' TO WS-CHG-ACTION
                   MOVE PRV-DED-EMPLOYEE-ID TO WS-CHG-EMPLOYEE-ID
                   PERFORM REGISTER-ONE-DEDUCTION
                   PERFORM READ-PRIOR-DEDUCTION
               WHEN OTHER
                   IF REGISTER-DEDUCT-SORTED-REC NOT =
                         REGISTER-PRIOR-SORTED-REC
                       MOVE REGISTER-PRIOR-SORTED-REC
                         TO WS-DED-BEFORE
                       MOVE REGISTER-DEDUCT-SORTED-REC
                         TO WS-DED-AFTER
                       MOVE 'CHANGED' TO WS-CHG-ACTION
                       MOVE CUR-DED-EMPLOYEE-ID TO WS-CHG-EMPLOYEE-ID
                       PERFORM REGISTER-ONE-DEDUCTION
                   END-IF
                   PERFORM READ-CURRENT-DEDUCTION
                   PERFORM READ-PRIOR-DEDUCTION
           END-EVALUATE.

       REGISTER-ONE-DEDUCTION.
      *    The deduction's own line names it by type and priority;
      *    each figure that moved follows underneath.
           ADD 1 TO WS-DEDUCT-COUNT.
           MOVE 'DEDMSTR' TO WS-CHG-SOURCE.
           SET WS-FIRST-LINE TO TRUE.
           MOVE SPACES TO CHG-FIELD.
           IF WS-CHG-ACTION = 'REMOVED'
               STRING 'DED ' BEF-DED-TYPE-CODE
                      ' PRI ' BEF-DED-PRIORITY
                   DELIMITED BY SIZE INTO CHG-FIELD
               END-STRING
           ELSE
               STRING 'DED ' AFT-DED-TYPE-CODE
                      ' PRI ' AFT-DED-PRIORITY
                   DELIMITED BY SIZE INTO CHG-FIELD
               END-STRING
           END-IF.
           MOVE SPACES TO CHG-BEFORE.
           MOVE SPACES TO CHG-AFTER.
           PERFORM WRITE-CHANGE-LINE.
           IF BEF-DED-START-DATE NOT = AFT-DED-START-DATE
               MOVE 'START DATE' TO CHG-FIELD
               MOVE BEF-DED-START-DATE TO CHG-BEFORE
               MOVE AFT-DED-START-DATE TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF BEF-DED-STOP-DATE NOT = AFT-DED-STOP-DATE
               MOVE 'STOP DATE' TO CHG-FIELD
               MOVE BEF-DED-STOP-DATE TO CHG-BEFORE
               MOVE AFT-DED-STOP-DATE TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF BEF-DED-METHOD NOT = AFT-DED-METHOD
               MOVE 'METHOD' TO CHG-FIELD
               MOVE BEF-DED-METHOD TO CHG-BEFORE
               MOVE AFT-DED-METHOD TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF BEF-DED-AMOUNT NOT = AFT-DED-AMOUNT
               MOVE 'AMOUNT' TO CHG-FIELD
               MOVE BEF-DED-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO CHG-BEFORE
               MOVE AFT-DED-AMOUNT TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF BEF-DED-BALANCE NOT = AFT-DED-BALANCE
               MOVE 'BALANCE' TO CHG-FIELD
               MOVE BEF-DED-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO CHG-BEFORE
               MOVE AFT-DED-BALANCE TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.
           IF BEF-DED-ARREARS NOT = AFT-DED-ARREARS
               MOVE 'ARREARS' TO CHG-FIELD
               MOVE BEF-DED-ARREARS TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO CHG-BEFORE
               MOVE AFT-DED-ARREARS TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO CHG-AFTER
               PERFORM WRITE-CHANGE-LINE
           END-IF.

       REGISTER-BONUSES.
           WRITE REGISTER-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'BONUSES KEYED FOR THE PERIOD (PAYADJ)'
             TO SECTION-TITLE.
           WRITE REGISTER-REPORT-LINE FROM WS-SECTION-LINE.
           OPEN INPUT REGISTER-ADJ-IN.
           SET WS-NOT-EOF TO TRUE.
           IF WS-FS12 NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
                READ REGISTER-ADJ-IN
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-INPUT-COUNT
                        IF ADJ-BONUS-AMOUNT IS NUMERIC
                              AND ADJ-BONUS-AMOUNT NOT = ZERO
                           PERFORM REGISTER-ONE-BONUS
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS12 = '00' OR WS-FS12 = '10'
               CLOSE REGISTER-ADJ-IN
           END-IF.

       REGISTER-ONE-BONUS.
           ADD 1 TO WS-BONUS-COUNT.
           MOVE 'PAYADJ' TO WS-CHG-SOURCE.
           MOVE ADJ-EMPLOYEE-ID TO WS-CHG-EMPLOYEE-ID.
           IF ADJ-BONUS-IS-NET
               MOVE 'NET BONUS' TO WS-CHG-ACTION
           ELSE
               MOVE 'BONUS' TO WS-CHG-ACTION
           END-IF.
           SET WS-FIRST-LINE TO TRUE.
           MOVE 'AMOUNT' TO CHG-FIELD.
           MOVE SPACES TO CHG-BEFORE.
           MOVE ADJ-BONUS-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO CHG-AFTER.
           PERFORM WRITE-CHANGE-LINE.

       WRITE-SCREEN-HEADING.
           WRITE REGISTER-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'FRAUD SCREEN' TO SECTION-TITLE.
           WRITE REGISTER-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE REGISTER-REPORT-LINE FROM WS-FLAG-HEADING.

       SCREEN-SHARED-ACCOUNTS.
      *    Two employees paid into one account is the classic ghost
      *    pattern.  Returned accounts take no money and are left
      *    out.
           MOVE LOW-VALUES TO WS-GROUP-KEY.
           MOVE ZERO TO WS-GROUP-COUNT.
           OPEN INPUT REGISTER-BANK-SORTED.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
                READ REGISTER-BANK-SORTED
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF NOT SBK-ACCOUNT-RETURNED
                           PERFORM GROUP-ONE-ACCOUNT
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE REGISTER-BANK-SORTED.
           MOVE 'SHARED BANK ACCOUNT' TO FLG-CHECK.
           PERFORM FLAG-GROUP.
           ADD WS-GROUP-COUNT TO WS-SHARED-BANK-COUNT.

       GROUP-ONE-ACCOUNT.
           MOVE SPACES TO WS-NEW-KEY.
           MOVE SBK-ROUTING-NUMBER TO WS-NEW-KEY(1:9).
           MOVE SBK-ACCOUNT-NUMBER TO WS-NEW-KEY(10:17).
           IF WS-NEW-KEY NOT = WS-GROUP-KEY
               MOVE 'SHARED BANK ACCOUNT' TO FLG-CHECK
               PERFORM FLAG-GROUP
               ADD WS-GROUP-COUNT TO WS-SHARED-BANK-COUNT
               MOVE WS-NEW-KEY TO WS-GROUP-KEY
               MOVE ZERO TO WS-GROUP-COUNT
           END-IF.
           MOVE SBK-ROUTING-NUMBER TO BKD-ROUTING.
           MOVE SBK-ACCOUNT-NUMBER TO BKD-ACCOUNT.
           MOVE SBK-ACCOUNT-SEQ TO BKD-SEQ.
           IF WS-GROUP-COUNT < 50
               ADD 1 TO WS-GROUP-COUNT
               SET WS-GROUP-IDX TO WS-GROUP-COUNT
               MOVE SBK-EMPLOYEE-ID
                 TO WS-GROUP-EMPLOYEE-ID (WS-GROUP-IDX)
               MOVE SPACES TO WS-GROUP-NAME (WS-GROUP-IDX)
               MOVE WS-BANK-DETAIL TO WS-GROUP-DETAIL (WS-GROUP-IDX)
           END-IF.

       FLAG-GROUP.
      *    Prints every member of the group held when it holds more
      *    than one employee, and leaves WS-GROUP-COUNT at the
      *    number flagged.
           SET WS-GROUP-SINGLE TO TRUE.
           PERFORM VARYING WS-GROUP-IDX FROM 2 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                IF WS-GROUP-EMPLOYEE-ID (WS-GROUP-IDX) NOT =
                      WS-GROUP-EMPLOYEE-ID (1)
                   SET WS-GROUP-MIXED TO TRUE
                END-IF
           END-PERFORM.
           IF WS-GROUP-MIXED
               PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                       UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                    MOVE WS-GROUP-EMPLOYEE-ID (WS-GROUP-IDX)
                      TO FLG-EMPLOYEE-ID
                    MOVE WS-GROUP-NAME (WS-GROUP-IDX) TO FLG-NAME
                    MOVE WS-GROUP-DETAIL (WS-GROUP-IDX) TO FLG-DETAIL
                    WRITE REGISTER-REPORT-LINE FROM WS-FLAG-LINE
                    ADD 1 TO WS-FLAG-COUNT
               END-PERFORM
           ELSE
               MOVE ZERO TO WS-GROUP-COUNT
           END-IF.

       SORT-EMPLOYEES.
           SORT REGISTER-EMP-SORT
               ON ASCENDING KEY SORT-EM-ADDRESS-1
                                SORT-EM-POSTAL-CODE
                                SORT-EM-EMPLOYEE-ID
               USING EMPLOYEE-IN
               GIVING REGISTER-EMP-SORTED.

       SCREEN-SHARED-ADDRESSES.
      *    Employees still on the payroll who give the same street
      *    address and postal code.  A blank address is not an
      *    address.
           MOVE LOW-VALUES TO WS-GROUP-KEY.
           MOVE ZERO TO WS-GROUP-COUNT.
           OPEN INPUT REGISTER-EMP-SORTED.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
                READ REGISTER-EMP-SORTED
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF EMPLOYEE-REC-TYPE = 'D'
                           ADD 1 TO WS-INPUT-COUNT
                           IF EMPLOYEE-ADDRESS-LINE-1 NOT = SPACES
                                 AND (EMPLOYEE-TERM-DATE = ZERO
                                      OR EMPLOYEE-TERM-DATE
                                           >= WS-PERIOD-START)
                              PERFORM GROUP-ONE-ADDRESS
                           END-IF
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE REGISTER-EMP-SORTED.
           MOVE 'SHARED ADDRESS' TO FLG-CHECK.
           PERFORM FLAG-GROUP.
           ADD WS-GROUP-COUNT TO WS-SHARED-ADDR-COUNT.

       GROUP-ONE-ADDRESS.
           MOVE SPACES TO WS-NEW-KEY.
           MOVE EMPLOYEE-ADDRESS-LINE-1 TO WS-NEW-KEY(1:30).
           MOVE EMPLOYEE-POSTAL-CODE TO WS-NEW-KEY(31:10).
           IF WS-NEW-KEY NOT = WS-GROUP-KEY
               MOVE 'SHARED ADDRESS' TO FLG-CHECK
               PERFORM FLAG-GROUP
               ADD WS-GROUP-COUNT TO WS-SHARED-ADDR-COUNT
               MOVE WS-NEW-KEY TO WS-GROUP-KEY
               MOVE ZERO TO WS-GROUP-COUNT
           END-IF.
           MOVE EMPLOYEE-ADDRESS-LINE-1 TO ADD-ADDRESS-1.
           MOVE EMPLOYEE-POSTAL-CODE TO ADD-POSTAL-CODE.
           IF WS-GROUP-COUNT < 50
               ADD 1 TO WS-GROUP-COUNT
               SET WS-GROUP-IDX TO WS-GROUP-COUNT
               MOVE EMPLOYEE-ID TO WS-GROUP-EMPLOYEE-ID (WS-GROUP-IDX)
               MOVE EMPLOYEE-LASTNAME TO WS-GROUP-NAME (WS-GROUP-IDX)
               MOVE WS-ADDRESS-DETAIL
                 TO WS-GROUP-DETAIL (WS-GROUP-IDX)
           END-IF.

       SCREEN-BANK-CHANGE-BONUS.
      *    New bank details and a large bonus in the same period is
      *    how a diverted payment would look.
           OPEN INPUT REGISTER-ADJ-IN.
           SET WS-NOT-EOF TO TRUE.
           IF WS-FS12 NOT = '00'
               SET WS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-EOF
                READ REGISTER-ADJ-IN
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF ADJ-BONUS-AMOUNT IS NUMERIC
                              AND ADJ-BONUS-AMOUNT >= WS-LARGE-BONUS
                           MOVE ADJ-EMPLOYEE-ID
                             TO WS-BCHG-SEARCH-ID
                           PERFORM FIND-BANK-CHANGE
                           IF WS-BCHG-FOUND
                              PERFORM FLAG-BANK-CHANGE-BONUS
                           END-IF
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS12 = '00' OR WS-FS12 = '10'
               CLOSE REGISTER-ADJ-IN
           END-IF.

       FLAG-BANK-CHANGE-BONUS.
           MOVE 'BANK CHANGE WITH LARGE BONUS' TO FLG-CHECK.
           MOVE ADJ-EMPLOYEE-ID TO FLG-EMPLOYEE-ID.
           MOVE SPACES TO FLG-NAME.
           MOVE ADJ-BONUS-AMOUNT TO BND-AMOUNT.
           IF ADJ-BONUS-IS-NET
               MOVE '(NET)' TO BND-BASIS
           ELSE
               MOVE SPACES TO BND-BASIS
           END-IF.
           MOVE WS-BONUS-DETAIL TO FLG-DETAIL.
           WRITE REGISTER-REPORT-LINE FROM WS-FLAG-LINE.
           ADD 1 TO WS-FLAG-COUNT.
           ADD 1 TO WS-BANK-BONUS-COUNT.

       SCREEN-TERMINATED-PAID.
      *    A termination date already past, yet PAYROLL's own screen
      *    would still pay the employee for this period - the final
      *    part period is due, but anything more is a ghost.
           OPEN INPUT REGISTER-EMP-SORTED.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
                READ REGISTER-EMP-SORTED
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF EMPLOYEE-REC-TYPE = 'D'
                              AND EMPLOYEE-TERM-DATE > ZERO
                              AND EMPLOYEE-TERM-DATE < WS-RUN-DATE
                           PERFORM SCREEN-ONE-TERMINATION
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE REGISTER-EMP-SORTED.

       SCREEN-ONE-TERMINATION.
           EVALUATE EMPLOYEE-PAY-FREQUENCY
               WHEN 'W'
                   MOVE 'W' TO WS-EMP-FREQUENCY
               WHEN 'B'
                   MOVE 'B' TO WS-EMP-FREQUENCY
               WHEN OTHER
                   MOVE 'M' TO WS-EMP-FREQUENCY
           END-EVALUATE.
           IF EMPLOYEE-SALARY IS NUMERIC
                 AND EMPLOYEE-SALARY > ZERO
                 AND EMPLOYEE-TERM-DATE >= WS-PERIOD-START
                 AND EMPLOYEE-HIRE-DATE <= WS-PERIOD-END
                 AND WS-EMP-FREQUENCY = WS-PERIOD-FREQUENCY
               MOVE 'TERMINATED STILL PAID' TO FLG-CHECK
               MOVE EMPLOYEE-ID TO FLG-EMPLOYEE-ID
               MOVE EMPLOYEE-LASTNAME TO FLG-NAME
               MOVE EMPLOYEE-TERM-DATE TO TMD-TERM-DATE
               MOVE WS-TERM-DETAIL TO FLG-DETAIL
               WRITE REGISTER-REPORT-LINE FROM WS-FLAG-LINE
               ADD 1 TO WS-FLAG-COUNT
               ADD 1 TO WS-TERM-PAID-COUNT
           END-IF.

       WRITE-REPORT-SUMMARY.
           WRITE REGISTER-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'REGISTER TOTALS' TO SECTION-TITLE.
           WRITE REGISTER-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'EMPLOYEE MASTER CHANGES' TO CNT-LABEL.
           MOVE WS-MAINT-COUNT TO CNT-VALUE.
           WRITE REGISTER-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'SALARY RATE CHANGES' TO CNT-LABEL.
           MOVE WS-RATE-COUNT TO CNT-VALUE.
           WRITE REGISTER-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'BANK ACCOUNT ADDS AND CHANGES' TO CNT-LABEL.
           MOVE WS-BANK-COUNT TO CNT-VALUE.
           WRITE REGISTER-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'DEDUCTION MASTER CHANGES' TO CNT-LABEL.
           MOVE WS-DEDUCT-COUNT TO CNT-VALUE.
           WRITE REGISTER-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'BONUSES' TO CNT-LABEL.
           MOVE WS-BONUS-COUNT TO CNT-VALUE.
           WRITE REGISTER-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'FLAGS - SHARED BANK ACCOUNT' TO CNT-LABEL.
           MOVE WS-SHARED-BANK-COUNT TO CNT-VALUE.
           WRITE REGISTER-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'FLAGS - SHARED ADDRESS' TO CNT-LABEL.
           MOVE WS-SHARED-ADDR-COUNT TO CNT-VALUE.
           WRITE REGISTER-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'FLAGS - BANK CHANGE WITH LARGE BONUS' TO CNT-LABEL.
           MOVE WS-BANK-BONUS-COUNT TO CNT-VALUE.
           WRITE REGISTER-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'FLAGS - TERMINATED STILL PAID' TO CNT-LABEL.
           MOVE WS-TERM-PAID-COUNT TO CNT-VALUE.
           WRITE REGISTER-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE WS-CHANGE-COUNT TO COUNT-DISP.
           DISPLAY 'CHGREG: CHANGES REGISTERED: ' COUNT-DISP.
           MOVE WS-FLAG-COUNT TO COUNT-DISP.
           DISPLAY 'CHGREG: FRAUD FLAGS:        ' COUNT-DISP.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS16 = '05' OR WS-FS16 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'CHGREG' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-CHANGE-COUNT TO AUDIT-OUTPUT-COUNT.
           MOVE WS-PERIOD-ID TO AUDIT-PERIOD-ID.
           IF WS-RUN-REFUSED
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
