       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Period to export, the plan's waiting period in months and
      *    the plan number the administrator knows the employer by.
           SELECT OPTIONAL PENSEXP-PARM-IN
           ASSIGN TO PENSPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

           SELECT PAYROLL-IN
           ASSIGN TO WS-PAYROLL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

      *    Applied-deduction detail from the same PAYROLL run - the
      *    pension lines on it are the members' own contributions.
           SELECT DEDUCT-APPLIED-IN
           ASSIGN TO DEDAPPL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

      *    Recurring-deduction master - whether a plan member has a
      *    pension deduction set up at all.
           SELECT OPTIONAL DEDUCT-MASTER-IN
           ASSIGN TO DEDMSTR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

           SELECT EMPLOYEE-IN
           ASSIGN TO EMPLOYEE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

      *    Plan membership as the last run left it - absent on the
      *    very first run - and the updated copy for the next one.
           SELECT OPTIONAL MEMBER-IN
           ASSIGN TO PENSMBR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

           SELECT MEMBER-OUT
           ASSIGN TO PENSMBRO
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

           SELECT OPTIONAL PAY-CALENDAR-IN
           ASSIGN TO PAYCAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS8.

      *    Release control file written by PAYRLSE - the period must
      *    carry a supervisor's release whose totals still agree with
      *    the files about to be exported.
           SELECT OPTIONAL RELEASE-CONTROL
           ASSIGN TO RELCTL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS9.

      *    The plan administrator's contribution file - a header, one
      *    detail per member with money or news this period, and a
      *    trailer carrying the control totals.
           SELECT PENSION-EXPORT-OUT
           ASSIGN TO PENSFILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS10.

           SELECT PENSION-REPORT-OUT
           ASSIGN TO PENSRPT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS11.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS12.

       DATA DIVISION.
       FILE SECTION.
       FD  PENSEXP-PARM-IN
           RECORD CONTAINS 18 CHARACTERS.
       01 PENSEXP-PARM-REC.
          05 PARM-PERIOD-ID        PIC X(6).
          05 PARM-WAIT-MONTHS      PIC X(2).
          05 PARM-PLAN-NUMBER      PIC X(10).

       FD  PAYROLL-IN
           RECORD CONTAINS 304 CHARACTERS.
       01 PAYROLL-RECORD.
           COPY EMPS-NO-01.
           COPY PAYFLDS-CPY.

       FD  DEDUCT-APPLIED-IN
           RECORD CONTAINS 20 CHARACTERS.
       01 DEDUCT-APPLIED-REC.
           COPY DEDAPPL-CPY.

       FD  DEDUCT-MASTER-IN
           RECORD CONTAINS 51 CHARACTERS.
       01 DEDUCT-MASTER-REC.
           COPY DEDMSTR-CPY.

       FD  EMPLOYEE-IN
           RECORD CONTAINS 272 CHARACTERS.
       01 EMPLOYEE-RECORD.
           COPY EMPS-NO-01.

       FD  MEMBER-IN
           RECORD CONTAINS 50 CHARACTERS.
       01 MEMBER-IN-REC.
          05 MBR-IN-EMPLOYEE-ID    PIC 9(6).
          05 FILLER                PIC X(44).

       FD  MEMBER-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 MEMBER-OUT-REC.
           COPY PENSMBR-CPY.

       FD  PAY-CALENDAR-IN
           RECORD CONTAINS 32 CHARACTERS.
       01 PAY-CALENDAR-REC.
           COPY PAYCAL-CPY.

       FD  RELEASE-CONTROL
           RECORD CONTAINS 100 CHARACTERS.
       01 RELEASE-CONTROL-REC.
           COPY RELCTL-CPY.

       FD  PENSION-EXPORT-OUT
           RECORD CONTAINS 130 CHARACTERS.
       01 PENSION-EXPORT-REC.
          05 PX-REC-TYPE           PIC X(1).
             88 PX-HEADER                 VALUE 'H'.
             88 PX-DETAIL                 VALUE 'D'.
             88 PX-TRAILER                VALUE 'T'.
          05 PX-DATA               PIC X(129).
          05 PX-HEADER-DATA REDEFINES PX-DATA.
             10 PXH-PLAN-NUMBER       PIC X(10).
             10 PXH-PERIOD-ID         PIC X(6).
             10 PXH-PERIOD-START      PIC 9(8).
             10 PXH-PERIOD-END        PIC 9(8).
             10 PXH-RUN-DATE          PIC 9(8).
             10 PXH-WAIT-MONTHS       PIC 9(2).
             10 FILLER                PIC X(87).
      *    Status 'W' waiting period, 'A' plan member, 'T' left
      *    employment.  The change code says what moved since the
      *    last file: 'HI' hired, 'EN' entered the plan, 'TE' left,
      *    'RH' rehired - spaces when nothing did.
          05 PX-DETAIL-DATA REDEFINES PX-DATA.
             10 PXD-MEMBER-ID         PIC 9(6).
             10 PXD-COMPANY-CODE      PIC X(2).
             10 PXD-LASTNAME          PIC X(20).
             10 PXD-FIRSTNAME         PIC X(20).
             10 PXD-HIRE-DATE         PIC 9(8).
             10 PXD-ENTRY-DATE        PIC 9(8).
             10 PXD-TERM-DATE         PIC 9(8).
             10 PXD-STATUS            PIC X(1).
             10 PXD-CHANGE-CODE       PIC X(2).
             10 PXD-CHANGE-DATE       PIC 9(8).
             10 PXD-PENSIONABLE       PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
             10 PXD-EE-CONTRIBUTION   PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
             10 PXD-ER-CONTRIBUTION   PIC S9(7)V99
                                      SIGN LEADING SEPARATE.
             10 FILLER                PIC X(16).
          05 PX-TRAILER-DATA REDEFINES PX-DATA.
             10 PXT-DETAIL-COUNT      PIC 9(8).
             10 PXT-PENSIONABLE       PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
             10 PXT-EE-CONTRIBUTION   PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
             10 PXT-ER-CONTRIBUTION   PIC S9(11)V99
                                      SIGN LEADING SEPARATE.
             10 PXT-HASH-TOTAL        PIC 9(15).
             10 FILLER                PIC X(64).

       FD  PENSION-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01 PENSION-REPORT-LINE      PIC X(132).

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
          05 WS-FS6        PIC 9(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC 9(02).
          05 WS-FS9        PIC 9(02).
          05 WS-FS10       PIC 9(02).
          05 WS-FS11       PIC 9(02).
          05 WS-FS12       PIC X(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-RUN-REFUSED-SW PIC X(01) VALUE 'N'.
             88 WS-RUN-REFUSED       VALUE 'Y'.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-PERIOD-ID              PIC X(06) VALUE SPACES.
       01 WS-PX-PERIOD-ID           PIC X(06).
       01 WS-PAYROLL-FILENAME       PIC X(20) VALUE 'PAYROLL'.
       01 WS-PERIOD-START           PIC 9(8) VALUE ZERO.
       01 WS-PERIOD-END             PIC 9(8) VALUE ZERO.
       01 WS-PLAN-NUMBER            PIC X(10) VALUE SPACES.

      *    Waiting period - months of service before an employee may
      *    join the plan.  Entry is on the first of the month once
      *    the months are served: a hire on the 1st enters on the 1st
      *    of the month that many months on, any later hire on the
      *    1st of the month after that.  Three months unless the
      *    parm says otherwise; zero means the first of the month
      *    after hire (or the hire date itself when that is a 1st).
       01 WS-WAIT-MONTHS            PIC 9(2) VALUE 3.
       01 WS-DATE-WORK.
          05 WS-DW-YYYY             PIC 9(4).
          05 WS-DW-MM               PIC 9(2).
          05 WS-DW-DD               PIC 9(2).
       01 WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(8).
       01 WS-MONTH-COUNT            PIC 9(6).

      *    Balanced-line keys - each input's current employee id, or
      *    WS-END-KEY once it is exhausted.  The lowest of the three
      *    driving files is the employee being worked.
       01 WS-KEYS.
          05 WS-END-KEY             PIC 9(7) VALUE 9999999.
          05 WS-LOW-KEY             PIC 9(7).
          05 WS-EMP-KEY             PIC 9(7).
          05 WS-PAY-KEY             PIC 9(7).
          05 WS-MBR-KEY             PIC 9(7).
          05 WS-DAP-KEY             PIC 9(7).
          05 WS-DED-KEY             PIC 9(7).

       01 WS-EMPLOYEE-SW            PIC X(01).
          88 WS-ON-EXTRACT                 VALUE 'Y'.
          88 WS-NOT-ON-EXTRACT             VALUE 'N'.
       01 WS-PAID-SW                PIC X(01).
          88 WS-PAID                       VALUE 'Y'.
          88 WS-NOT-PAID                   VALUE 'N'.
       01 WS-OLD-MEMBER-SW          PIC X(01).
          88 WS-OLD-MEMBER                 VALUE 'Y'.
          88 WS-NO-OLD-MEMBER              VALUE 'N'.
       01 WS-PENSION-DED-SW         PIC X(01).
          88 WS-PENSION-DED                VALUE 'Y'.
          88 WS-NO-PENSION-DED             VALUE 'N'.

      *    The employee being worked - the extract row, or the
      *    employee half of the PAYROLL record for someone paid who
      *    is no longer on the extract - and the old membership.
       01 CURRENT-EMPLOYEE-REC.
           COPY EMPS-NO-01.
       01 OLD-MEMBER-REC.
           COPY PENSMBR-CPY REPLACING LEADING ==PM== BY ==OLD-PM==.

      *    This employee's money for the period.
       01 WS-EMP-AMOUNTS.
          05 WS-EMP-PENSIONABLE     PIC S9(7)V99 COMP-3.
          05 WS-EMP-EE-CONTRIB      PIC S9(7)V99 COMP-3.
          05 WS-EMP-ER-CONTRIB      PIC S9(7)V99 COMP-3.

      *    Where the employee stands in the plan after this period.
       01 WS-NEW-ENTRY-DATE         PIC 9(8).
       01 WS-NEW-STATUS             PIC X(1).
          88 WS-NEW-WAITING                VALUE 'W'.
          88 WS-NEW-MEMBER                 VALUE 'A'.
          88 WS-NEW-LEFT                   VALUE 'T'.
       01 WS-CHANGE-CODE            PIC X(2).
       01 WS-CHANGE-DATE            PIC 9(8).

      *    Pay-calendar lookup for the period's dates.
       01 WS-CAL-EOF-SW             PIC X(01).
          88 WS-CAL-EOF                    VALUE 'Y'.
          88 WS-CAL-NOT-EOF                VALUE 'N'.
       01 WS-CAL-FOUND-SW           PIC X(01) VALUE 'N'.
          88 WS-CAL-FOUND                  VALUE 'Y'.

      *    Release control - the latest PAYRLSE sign-off for the
      *    period, and the same totals recomputed here from the
      *    PAYROLL and DEDAPPL files about to be exported.
       01 WS-RELEASE-VARS.
          05 WS-RLS-FOUND-SW        PIC X(01) VALUE 'N'.
             88 WS-RLS-FOUND               VALUE 'Y'.
          05 WS-RLS-EOF-SW          PIC X(01).
             88 WS-RLS-EOF                 VALUE 'Y'.
             88 WS-RLS-NOT-EOF             VALUE 'N'.
          05 WS-RLS-APPROVER        PIC X(8).
          05 WS-RLS-DATE            PIC 9(8).
          05 WS-RLS-COUNT           PIC 9(8).
          05 WS-RLS-NET             PIC S9(9)V99 COMP-3.
          05 WS-RLS-HASH            PIC S9(16)V99 COMP-3.
          05 WS-RLS-DED-COUNT       PIC 9(8).
          05 WS-RLS-DED-TOTAL       PIC S9(9)V99 COMP-3.
          05 WS-NOW-COUNT           PIC 9(8) VALUE ZERO.
          05 WS-NOW-NET             PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-NOW-HASH            PIC S9(16)V99 COMP-3 VALUE ZERO.
          05 WS-NOW-DED-COUNT       PIC 9(8) VALUE ZERO.
          05 WS-NOW-DED-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
       01 RLS-COUNT-DISP            PIC ZZZZZZZ9.
       01 RLS-TOTAL-DISP            PIC -9(9).99.
       01 RLS-HASH-DISP             PIC -9(16).99.

       01 WS-COUNTS.
          05 WS-INPUT-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-DETAIL-COUNT        PIC 9(8) VALUE ZERO.
          05 WS-MEMBER-COUNT        PIC 9(8) VALUE ZERO.
          05 WS-WAITING-COUNT       PIC 9(8) VALUE ZERO.
          05 WS-ENTERED-COUNT       PIC 9(8) VALUE ZERO.
          05 WS-LEFT-COUNT          PIC 9(8) VALUE ZERO.
          05 WS-FLAG-COUNT          PIC 9(8) VALUE ZERO.
          05 WS-NO-DEDUCTION-COUNT  PIC 9(8) VALUE ZERO.
          05 WS-EARLY-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-NOT-ON-EXTRACT-COUNT PIC 9(8) VALUE ZERO.
          05 WS-NO-HIRE-DATE-COUNT  PIC 9(8) VALUE ZERO.

      *    Control totals - the trailer's, and the period's pension
      *    money as PAYROLL and DEDAPPL hold it, which the trailer
      *    must agree with.
       01 WS-TOTALS.
          05 WS-TOT-PENSIONABLE     PIC S9(11)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-EE-CONTRIB      PIC S9(11)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-ER-CONTRIB      PIC S9(11)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-HASH            PIC 9(15) VALUE ZERO.
          05 WS-PAY-ER-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
          05 WS-DAP-PENSION-TOTAL   PIC S9(11)V99 COMP-3 VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                 PIC X(33)
                         VALUE 'PENSION CONTRIBUTION EXPORT - PER'.
          05 FILLER                 PIC X(5)  VALUE 'IOD '.
          05 TITLE-PERIOD-ID        PIC X(6).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 TITLE-PERIOD-START     PIC 9(8).
          05 FILLER                 PIC X(3)  VALUE ' - '.
          05 TITLE-PERIOD-END       PIC 9(8).
          05 FILLER                 PIC X(7)  VALUE '  PLAN '.
          05 TITLE-PLAN-NUMBER      PIC X(10).
          05 FILLER                 PIC X(6)  VALUE '  RUN '.
          05 TITLE-RUN-DATE         PIC 9(8).
          05 FILLER                 PIC X(37) VALUE SPACES.

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

       01 WS-ENTRY-DETAIL.
          05 FILLER                 PIC X(11) VALUE 'PLAN ENTRY '.
          05 END-ENTRY-DATE         PIC 9(8).
          05 END-NOTE               PIC X(41).

       01 WS-EARLY-DETAIL.
          05 FILLER                 PIC X(11) VALUE 'PLAN ENTRY '.
          05 ERD-ENTRY-DATE         PIC 9(8).
          05 FILLER                 PIC X(5)  VALUE '  EE '.
          05 ERD-EE-AMOUNT          PIC -9(7).99.
          05 FILLER                 PIC X(5)  VALUE '  ER '.
          05 ERD-ER-AMOUNT          PIC -9(7).99.
          05 FILLER                 PIC X(9)  VALUE SPACES.

       01 WS-SECTION-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 SECTION-TITLE          PIC X(60).
          05 FILLER                 PIC X(71) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 CNT-LABEL              PIC X(44).
          05 CNT-VALUE              PIC ZZZZZZZ9.
          05 FILLER                 PIC X(77) VALUE SPACES.

       01 WS-AMOUNT-LINE.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 AMT-LABEL              PIC X(44).
          05 AMT-VALUE              PIC -9(11).99.
          05 FILLER                 PIC X(70) VALUE SPACES.

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01 COUNT-DISP                PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

       OPEN-FILES.
      *    The plan administrator's per-member contribution file for
      *    one pay period, built from the released PAYROLL run, the
      *    pension lines on its DEDAPPL and the EMPLOYEE extract.
      *    Along the way each employee's plan entry date is kept
      *    against the waiting-period rule, and plan members with no
      *    pension deduction on DEDMSTR are reported.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-AUDITLOG.
           PERFORM LOAD-RUN-PARM.
           PERFORM LOAD-PERIOD-DATES.
           PERFORM BUILD-PAYROLL-FILENAME.
           OPEN INPUT PAYROLL-IN.
           IF WS-FS2 NOT = '00'
               DISPLAY 'PENSEXP: FILE ' WS-PAYROLL-FILENAME
                   ' NOT FOUND - STATUS ' WS-FS2
               PERFORM REFUSE-RUN
           END-IF.
           OPEN INPUT DEDUCT-APPLIED-IN.
           IF WS-FS3 NOT = '00'
               DISPLAY 'PENSEXP: APPLIED-DEDUCTION FILE DEDAPPL NOT '
                   'FOUND - STATUS ' WS-FS3
               PERFORM REFUSE-RUN
           END-IF.
           OPEN INPUT EMPLOYEE-IN.
           IF WS-FS5 NOT = '00'
               DISPLAY 'PENSEXP: EMPLOYEE EXTRACT NOT FOUND - STATUS '
                   WS-FS5
               PERFORM REFUSE-RUN
           END-IF.
           PERFORM VERIFY-PERIOD-RELEASE.

           OPEN INPUT DEDUCT-MASTER-IN.
           OPEN INPUT MEMBER-IN.
           OPEN OUTPUT MEMBER-OUT.
           OPEN OUTPUT PENSION-EXPORT-OUT.
           OPEN OUTPUT PENSION-REPORT-OUT.
           PERFORM WRITE-EXPORT-HEADER.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM READ-NEXT-EMPLOYEE.
           PERFORM READ-NEXT-PAYROLL.
           PERFORM READ-NEXT-MEMBER.
           PERFORM READ-NEXT-APPLIED.
           PERFORM READ-NEXT-DEDUCTION.
           PERFORM PROCESS-NEXT-EMPLOYEE
               UNTIL WS-EMP-KEY = WS-END-KEY
                 AND WS-PAY-KEY = WS-END-KEY
                 AND WS-MBR-KEY = WS-END-KEY.
      *    Pension lines left on DEDAPPL belong to nobody paid - they
      *    still count against the control total below.
           PERFORM READ-NEXT-APPLIED UNTIL WS-DAP-KEY = WS-END-KEY.

           PERFORM WRITE-EXPORT-TRAILER.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE PAYROLL-IN.
           CLOSE DEDUCT-APPLIED-IN.
           CLOSE EMPLOYEE-IN.
           IF WS-FS4 = '00' OR WS-FS4 = '10'
               CLOSE DEDUCT-MASTER-IN
           END-IF.
           IF WS-FS6 = '00' OR WS-FS6 = '10'
               CLOSE MEMBER-IN
           END-IF.
           CLOSE MEMBER-OUT.
           CLOSE PENSION-EXPORT-OUT.
           CLOSE PENSION-REPORT-OUT.

       CLOSE-FILES.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           IF WS-FLAG-COUNT > ZERO
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
           OPEN INPUT PENSEXP-PARM-IN.
           IF WS-FS1 = '00'
               READ PENSEXP-PARM-IN
                   NOT AT END
                       MOVE PARM-PERIOD-ID TO WS-PERIOD-ID
                       IF PARM-WAIT-MONTHS IS NUMERIC
                           MOVE PARM-WAIT-MONTHS TO WS-WAIT-MONTHS
                       END-IF
                       MOVE PARM-PLAN-NUMBER TO WS-PLAN-NUMBER
               END-READ
               CLOSE PENSEXP-PARM-IN
           END-IF.
           IF WS-PERIOD-ID = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-PX-PERIOD-ID
           ELSE
               MOVE WS-PERIOD-ID TO WS-PX-PERIOD-ID
           END-IF.

       LOAD-PERIOD-DATES.
      *    The period's own dates from the pay calendar; a monthly
      *    period id (yyyymm) that is not on it - or a site with no
      *    calendar - runs the calendar month.  Anything else cannot
      *    be dated, and without dates nobody's plan status can be.
           OPEN INPUT PAY-CALENDAR-IN.
           SET WS-CAL-NOT-EOF TO TRUE.
           IF WS-FS8 NOT = '00'
               SET WS-CAL-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-CAL-EOF
                READ PAY-CALENDAR-IN
                         AT END SET WS-CAL-EOF TO TRUE
                     NOT AT END
                        IF PC-PERIOD-ID = WS-PX-PERIOD-ID
                           SET WS-CAL-FOUND TO TRUE
                           MOVE PC-START-DATE TO WS-PERIOD-START
                           MOVE PC-END-DATE TO WS-PERIOD-END
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS8 = '00' OR WS-FS8 = '10'
               CLOSE PAY-CALENDAR-IN
           END-IF.
           IF NOT WS-CAL-FOUND
               IF WS-PX-PERIOD-ID IS NUMERIC
                     AND WS-PX-PERIOD-ID(5:2) >= '01'
                     AND WS-PX-PERIOD-ID(5:2) <= '12'
                   MOVE WS-PX-PERIOD-ID TO WS-DATE-WORK(1:6)
                   MOVE 01 TO WS-DW-DD
                   MOVE WS-DATE-WORK-N TO WS-PERIOD-START
      *            Real month end - land in the following month, snap
      *            to its first day, step back one.
                   COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-PERIOD-START) + 32)
                   MOVE 01 TO WS-PERIOD-END(7:2)
                   COMPUTE WS-PERIOD-END = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) - 1)
               ELSE
                   DISPLAY 'PENSEXP: PERIOD ' WS-PX-PERIOD-ID
                       ' NOT ON THE PAY CALENDAR AND NOT A MONTH - '
                       'RUN REFUSED'
                   PERFORM REFUSE-RUN
               END-IF
           END-IF.

       BUILD-PAYROLL-FILENAME.
           IF WS-PERIOD-ID = SPACES
               MOVE 'PAYROLL' TO WS-PAYROLL-FILENAME
           ELSE
               STRING 'PAYROLL.' DELIMITED BY SIZE
                      WS-PERIOD-ID DELIMITED BY SIZE
                 INTO WS-PAYROLL-FILENAME
           END-IF.

       PROCESS-NEXT-EMPLOYEE.
      *    One employee - whatever of the extract, the PAYROLL run
      *    and the old membership carries them.  DEDAPPL and DEDMSTR
      *    are brought up to the same employee alongside.
           MOVE WS-EMP-KEY TO WS-LOW-KEY.
           IF WS-PAY-KEY < WS-LOW-KEY
               MOVE WS-PAY-KEY TO WS-LOW-KEY
           END-IF.
           IF WS-MBR-KEY < WS-LOW-KEY
               MOVE WS-MBR-KEY TO WS-LOW-KEY
           END-IF.
           MOVE ZERO TO WS-EMP-PENSIONABLE.
           MOVE ZERO TO WS-EMP-EE-CONTRIB.
           MOVE ZERO TO WS-EMP-ER-CONTRIB.
           SET WS-NOT-ON-EXTRACT TO TRUE.
           SET WS-NOT-PAID TO TRUE.
           SET WS-NO-OLD-MEMBER TO TRUE.
           SET WS-NO-PENSION-DED TO TRUE.

           IF WS-EMP-KEY = WS-LOW-KEY
               SET WS-ON-EXTRACT TO TRUE
               MOVE EMPLOYEE-RECORD TO CURRENT-EMPLOYEE-REC
               PERFORM READ-NEXT-EMPLOYEE
           END-IF.
           PERFORM ADD-PAYROLL-RECORD
               UNTIL WS-PAY-KEY NOT = WS-LOW-KEY.
           PERFORM READ-NEXT-APPLIED
               UNTIL WS-DAP-KEY NOT < WS-LOW-KEY.
           PERFORM ADD-APPLIED-DEDUCTION
               UNTIL WS-DAP-KEY NOT = WS-LOW-KEY.
           PERFORM READ-NEXT-DEDUCTION
               UNTIL WS-DED-KEY NOT < WS-LOW-KEY.
           PERFORM CHECK-PENSION-DEDUCTION
               UNTIL WS-DED-KEY NOT = WS-LOW-KEY.
           IF WS-MBR-KEY = WS-LOW-KEY
               SET WS-OLD-MEMBER TO TRUE
               MOVE MEMBER-IN-REC TO OLD-MEMBER-REC
               PERFORM READ-NEXT-MEMBER
           END-IF.

           IF WS-ON-EXTRACT OR WS-PAID
               PERFORM WORK-OUT-MEMBERSHIP
           ELSE
      *        Gone from the extract and not paid - the membership
      *        is kept as it stood.
               WRITE MEMBER-OUT-REC FROM OLD-MEMBER-REC
           END-IF.

       ADD-PAYROLL-RECORD.
      *    Pensionable earnings are the period gross the employer's
      *    pension match is worked on - salary, overtime and bonus.
           SET WS-PAID TO TRUE.
           IF WS-NOT-ON-EXTRACT
               MOVE PAYROLL-RECORD(1:272) TO CURRENT-EMPLOYEE-REC
           END-IF.
           COMPUTE WS-EMP-PENSIONABLE = WS-EMP-PENSIONABLE
               + MONTHLY-SALARY + OVERTIME-AMOUNT + BONUS-AMOUNT.
           ADD EMPLOYER-PENSION-AMOUNT OF PAYROLL-RECORD
             TO WS-EMP-ER-CONTRIB.
           ADD EMPLOYER-PENSION-AMOUNT OF PAYROLL-RECORD
             TO WS-PAY-ER-TOTAL.
           PERFORM READ-NEXT-PAYROLL.

       ADD-APPLIED-DEDUCTION.
           IF DAP-TYPE-CODE = 'R'
               ADD DAP-AMOUNT TO WS-EMP-EE-CONTRIB
           END-IF.
           PERFORM READ-NEXT-APPLIED.

       CHECK-PENSION-DEDUCTION.
      *    A pension deduction counts when it is in force for any
      *    part of the period, as PAYROLL would apply it.
           IF DED-TYPE-PENSION
                 AND DED-START-DATE <= WS-PERIOD-END
                 AND (DED-STOP-DATE = ZERO
                      OR DED-STOP-DATE >= WS-PERIOD-START)
               SET WS-PENSION-DED TO TRUE
           END-IF.
           PERFORM READ-NEXT-DEDUCTION.

       WORK-OUT-MEMBERSHIP.
      *    The entry date is kept from the first time the employee
      *    was seen, and only worked out again when the hire date has
      *    moved (a rehire under a new start date).
           IF WS-OLD-MEMBER
                 AND OLD-PM-HIRE-DATE =
                       EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC
               MOVE OLD-PM-ENTRY-DATE TO WS-NEW-ENTRY-DATE
           ELSE
               PERFORM COMPUTE-ENTRY-DATE
           END-IF.
           EVALUATE TRUE
               WHEN EMPLOYEE-TERM-DATE OF CURRENT-EMPLOYEE-REC > ZERO
                    AND EMPLOYEE-TERM-DATE OF CURRENT-EMPLOYEE-REC
                          <= WS-PERIOD-END
                   SET WS-NEW-LEFT TO TRUE
               WHEN WS-NEW-ENTRY-DATE > ZERO
                    AND WS-NEW-ENTRY-DATE <= WS-PERIOD-END
                   SET WS-NEW-MEMBER TO TRUE
               WHEN OTHER
                   SET WS-NEW-WAITING TO TRUE
           END-EVALUATE.
           PERFORM WORK-OUT-STATUS-CHANGE.

           IF WS-CHANGE-CODE NOT = SPACES
                 OR WS-EMP-EE-CONTRIB NOT = ZERO
                 OR WS-EMP-ER-CONTRIB NOT = ZERO
                 OR (WS-NEW-MEMBER AND WS-PAID)
               PERFORM WRITE-EXPORT-DETAIL
           END-IF.
           PERFORM CHECK-MEMBER-EXCEPTIONS.
           PERFORM WRITE-MEMBER-RECORD.

           EVALUATE TRUE
               WHEN WS-NEW-MEMBER
                   ADD 1 TO WS-MEMBER-COUNT
               WHEN WS-NEW-WAITING
                   ADD 1 TO WS-WAITING-COUNT
           END-EVALUATE.

       COMPUTE-ENTRY-DATE.
           MOVE ZERO TO WS-NEW-ENTRY-DATE.
           IF EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC > ZERO
               MOVE EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC
                 TO WS-DATE-WORK-N
               COMPUTE WS-MONTH-COUNT =
                   WS-DW-YYYY * 12 + WS-DW-MM - 1 + WS-WAIT-MONTHS
               IF WS-DW-DD > 01
                   ADD 1 TO WS-MONTH-COUNT
               END-IF
               DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-DW-YYYY
                   REMAINDER WS-DW-MM
               ADD 1 TO WS-DW-MM
               MOVE 01 TO WS-DW-DD
               MOVE WS-DATE-WORK-N TO WS-NEW-ENTRY-DATE
           END-IF.

       WORK-OUT-STATUS-CHANGE.
      *    What the administrator has not yet been told.  A first
      *    sighting reports the hire or the plan entry; someone who
      *    had already left before this period when first seen is
      *    no news.
           MOVE SPACES TO WS-CHANGE-CODE.
           MOVE ZERO TO WS-CHANGE-DATE.
           IF WS-NO-OLD-MEMBER
               EVALUATE TRUE
                   WHEN WS-NEW-WAITING
                       MOVE 'HI' TO WS-CHANGE-CODE
                       MOVE EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC
                         TO WS-CHANGE-DATE
                   WHEN WS-NEW-MEMBER
                       MOVE 'EN' TO WS-CHANGE-CODE
                       MOVE WS-NEW-ENTRY-DATE TO WS-CHANGE-DATE
                   WHEN EMPLOYEE-TERM-DATE OF CURRENT-EMPLOYEE-REC
                          >= WS-PERIOD-START
                       MOVE 'TE' TO WS-CHANGE-CODE
                       MOVE EMPLOYEE-TERM-DATE OF CURRENT-EMPLOYEE-REC
                         TO WS-CHANGE-DATE
               END-EVALUATE
           ELSE
               EVALUATE TRUE
                   WHEN WS-NEW-STATUS = OLD-PM-STATUS
                       CONTINUE
                   WHEN WS-NEW-LEFT
                       MOVE 'TE' TO WS-CHANGE-CODE
                       MOVE EMPLOYEE-TERM-DATE OF CURRENT-EMPLOYEE-REC
                         TO WS-CHANGE-DATE
                   WHEN OLD-PM-STATUS-LEFT
                       MOVE 'RH' TO WS-CHANGE-CODE
                       IF EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC
                             > OLD-PM-TERM-DATE
                           MOVE EMPLOYEE-HIRE-DATE OF
                                CURRENT-EMPLOYEE-REC
                             TO WS-CHANGE-DATE
                       ELSE
                           MOVE WS-PERIOD-START TO WS-CHANGE-DATE
                       END-IF
                   WHEN WS-NEW-MEMBER
                       MOVE 'EN' TO WS-CHANGE-CODE
                       MOVE WS-NEW-ENTRY-DATE TO WS-CHANGE-DATE
                   WHEN OTHER
                       MOVE 'HI' TO WS-CHANGE-CODE
                       MOVE EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC
                         TO WS-CHANGE-DATE
               END-EVALUATE
           END-IF.
           EVALUATE WS-CHANGE-CODE
               WHEN 'EN'
                   ADD 1 TO WS-ENTERED-COUNT
               WHEN 'TE'
                   ADD 1 TO WS-LEFT-COUNT
           END-EVALUATE.

       CHECK-MEMBER-EXCEPTIONS.
           MOVE EMPLOYEE-ID OF CURRENT-EMPLOYEE-REC TO FLG-EMPLOYEE-ID.
           MOVE EMPLOYEE-LASTNAME OF CURRENT-EMPLOYEE-REC TO FLG-NAME.
      *    In the plan, still employed, and nothing being taken.
           IF WS-NEW-MEMBER AND WS-NO-PENSION-DED
               MOVE 'ELIGIBLE - NO PENSION DEDUCTN' TO FLG-CHECK
               MOVE WS-NEW-ENTRY-DATE TO END-ENTRY-DATE
               IF WS-NEW-ENTRY-DATE >= WS-PERIOD-START
                   MOVE ' - ENTERED THIS PERIOD' TO END-NOTE
               ELSE
                   MOVE SPACES TO END-NOTE
               END-IF
               MOVE WS-ENTRY-DETAIL TO FLG-DETAIL
               PERFORM WRITE-FLAG
               ADD 1 TO WS-NO-DEDUCTION-COUNT
           END-IF.
      *    Money for someone the plan does not yet hold.
           IF WS-NEW-WAITING
                 AND (WS-EMP-EE-CONTRIB NOT = ZERO
                      OR WS-EMP-ER-CONTRIB NOT = ZERO)
               MOVE 'CONTRIBUTION BEFORE PLAN ENTRY' TO FLG-CHECK
               MOVE WS-NEW-ENTRY-DATE TO ERD-ENTRY-DATE
               MOVE WS-EMP-EE-CONTRIB TO ERD-EE-AMOUNT
               MOVE WS-EMP-ER-CONTRIB TO ERD-ER-AMOUNT
               MOVE WS-EARLY-DETAIL TO FLG-DETAIL
               PERFORM WRITE-FLAG
               ADD 1 TO WS-EARLY-COUNT
           END-IF.
           IF WS-PAID AND WS-NOT-ON-EXTRACT
               MOVE 'PAID - NOT ON EMPLOYEE EXTRACT' TO FLG-CHECK
               MOVE 'EXPORTED FROM THE PAYROLL RECORD' TO FLG-DETAIL
               PERFORM WRITE-FLAG
               ADD 1 TO WS-NOT-ON-EXTRACT-COUNT
           END-IF.
           IF EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC = ZERO
                 AND NOT WS-NEW-LEFT
               MOVE 'NO HIRE DATE' TO FLG-CHECK
               MOVE 'PLAN ENTRY DATE CANNOT BE WORKED OUT'
                 TO FLG-DETAIL
               PERFORM WRITE-FLAG
               ADD 1 TO WS-NO-HIRE-DATE-COUNT
           END-IF.

       WRITE-FLAG.
           WRITE PENSION-REPORT-LINE FROM WS-FLAG-LINE.
           ADD 1 TO WS-FLAG-COUNT.

       WRITE-MEMBER-RECORD.
           MOVE SPACES TO MEMBER-OUT-REC.
           MOVE EMPLOYEE-ID OF CURRENT-EMPLOYEE-REC TO PM-EMPLOYEE-ID.
           MOVE EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC
             TO PM-HIRE-DATE.
           MOVE WS-NEW-ENTRY-DATE TO PM-ENTRY-DATE.
           MOVE WS-NEW-STATUS TO PM-STATUS.
           MOVE EMPLOYEE-TERM-DATE OF CURRENT-EMPLOYEE-REC
             TO PM-TERM-DATE.
           IF WS-CHANGE-CODE NOT = SPACES
               MOVE WS-CHANGE-DATE TO PM-STATUS-DATE
           ELSE
               IF WS-OLD-MEMBER
                   MOVE OLD-PM-STATUS-DATE TO PM-STATUS-DATE
               ELSE
                   MOVE ZERO TO PM-STATUS-DATE
               END-IF
           END-IF.
           IF WS-PAID
               MOVE WS-PX-PERIOD-ID TO PM-LAST-PERIOD-ID
           ELSE
               IF WS-OLD-MEMBER
                   MOVE OLD-PM-LAST-PERIOD-ID TO PM-LAST-PERIOD-ID
               END-IF
           END-IF.
           WRITE MEMBER-OUT-REC.

       WRITE-EXPORT-HEADER.
           MOVE SPACES TO PENSION-EXPORT-REC.
           SET PX-HEADER TO TRUE.
           MOVE WS-PLAN-NUMBER TO PXH-PLAN-NUMBER.
           MOVE WS-PX-PERIOD-ID TO PXH-PERIOD-ID.
           MOVE WS-PERIOD-START TO PXH-PERIOD-START.
           MOVE WS-PERIOD-END TO PXH-PERIOD-END.
           MOVE WS-RUN-DATE TO PXH-RUN-DATE.
           MOVE WS-WAIT-MONTHS TO PXH-WAIT-MONTHS.
           WRITE PENSION-EXPORT-REC.

       WRITE-EXPORT-DETAIL.
           MOVE SPACES TO PENSION-EXPORT-REC.
           SET PX-DETAIL TO TRUE.
           MOVE EMPLOYEE-ID OF CURRENT-EMPLOYEE-REC TO PXD-MEMBER-ID.
           MOVE EMPLOYEE-COMPANY-CODE OF CURRENT-EMPLOYEE-REC
             TO PXD-COMPANY-CODE.
           MOVE EMPLOYEE-LASTNAME OF CURRENT-EMPLOYEE-REC
             TO PXD-LASTNAME.
           MOVE EMPLOYEE-FIRSTNAME OF CURRENT-EMPLOYEE-REC
             TO PXD-FIRSTNAME.
           MOVE EMPLOYEE-HIRE-DATE OF CURRENT-EMPLOYEE-REC
             TO PXD-HIRE-DATE.
           MOVE WS-NEW-ENTRY-DATE TO PXD-ENTRY-DATE.
           MOVE EMPLOYEE-TERM-DATE OF CURRENT-EMPLOYEE-REC
             TO PXD-TERM-DATE.
           MOVE WS-NEW-STATUS TO PXD-STATUS.
           MOVE WS-CHANGE-CODE TO PXD-CHANGE-CODE.
           MOVE WS-CHANGE-DATE TO PXD-CHANGE-DATE.
           MOVE WS-EMP-PENSIONABLE TO PXD-PENSIONABLE.
           MOVE WS-EMP-EE-CONTRIB TO PXD-EE-CONTRIBUTION.
           MOVE WS-EMP-ER-CONTRIB TO PXD-ER-CONTRIBUTION.
           WRITE PENSION-EXPORT-REC.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-EMP-PENSIONABLE TO WS-TOT-PENSIONABLE.
           ADD WS-EMP-EE-CONTRIB TO WS-TOT-EE-CONTRIB.
           ADD WS-EMP-ER-CONTRIB TO WS-TOT-ER-CONTRIB.
           ADD EMPLOYEE-ID OF CURRENT-EMPLOYEE-REC TO WS-TOT-HASH.

       WRITE-EXPORT-TRAILER.
           MOVE SPACES TO PENSION-EXPORT-REC.
           SET PX-TRAILER TO TRUE.
           MOVE WS-DETAIL-COUNT TO PXT-DETAIL-COUNT.
           MOVE WS-TOT-PENSIONABLE TO PXT-PENSIONABLE.
           MOVE WS-TOT-EE-CONTRIB TO PXT-EE-CONTRIBUTION.
           MOVE WS-TOT-ER-CONTRIB TO PXT-ER-CONTRIBUTION.
           MOVE WS-TOT-HASH TO PXT-HASH-TOTAL.
           WRITE PENSION-EXPORT-REC.

       READ-NEXT-EMPLOYEE.
      *    Skips the RDEMPS trailer and any other non-detail rows.
           MOVE ZERO TO WS-EMP-KEY.
           PERFORM UNTIL WS-EMP-KEY NOT = ZERO
                READ EMPLOYEE-IN
                         AT END MOVE WS-END-KEY TO WS-EMP-KEY
                     NOT AT END
                        IF EMPLOYEE-REC-TYPE OF EMPLOYEE-RECORD = 'D'
                           MOVE EMPLOYEE-ID OF EMPLOYEE-RECORD
                             TO WS-EMP-KEY
                        END-IF
                END-READ
           END-PERFORM.

       READ-NEXT-PAYROLL.
           READ PAYROLL-IN
                    AT END MOVE WS-END-KEY TO WS-PAY-KEY
                NOT AT END
                   ADD 1 TO WS-INPUT-COUNT
                   MOVE EMPLOYEE-ID OF PAYROLL-RECORD TO WS-PAY-KEY
           END-READ.

       READ-NEXT-MEMBER.
           IF WS-FS6 NOT = '00'
               MOVE WS-END-KEY TO WS-MBR-KEY
           ELSE
               READ MEMBER-IN
                        AT END MOVE WS-END-KEY TO WS-MBR-KEY
                    NOT AT END
                       MOVE MBR-IN-EMPLOYEE-ID TO WS-MBR-KEY
               END-READ
           END-IF.

       READ-NEXT-APPLIED.
      *    Only the period's own lines; every pension line read goes
      *    into the DEDAPPL control total.
           MOVE ZERO TO WS-DAP-KEY.
           PERFORM UNTIL WS-DAP-KEY NOT = ZERO
                READ DEDUCT-APPLIED-IN
                         AT END MOVE WS-END-KEY TO WS-DAP-KEY
                     NOT AT END
                        IF DAP-PERIOD-ID = WS-PX-PERIOD-ID
                              OR WS-PERIOD-ID = SPACES
                           MOVE DAP-EMPLOYEE-ID TO WS-DAP-KEY
                           IF DAP-TYPE-CODE = 'R'
                               ADD DAP-AMOUNT TO WS-DAP-PENSION-TOTAL
                           END-IF
                        END-IF
                END-READ
           END-PERFORM.

       READ-NEXT-DEDUCTION.
           IF WS-FS4 NOT = '00'
               MOVE WS-END-KEY TO WS-DED-KEY
           ELSE
               READ DEDUCT-MASTER-IN
                        AT END MOVE WS-END-KEY TO WS-DED-KEY
                    NOT AT END
                       MOVE DED-EMPLOYEE-ID TO WS-DED-KEY
               END-READ
           END-IF.

       VERIFY-PERIOD-RELEASE.
      *    Dual control - nothing goes to the plan for a period until
      *    PAYRLSE has recorded a supervisor's release, and only
      *    while the PAYROLL count, net and hash and the DEDAPPL
      *    count and amount recomputed here still agree with the
      *    latest release.
           PERFORM TOTAL-FILES-FOR-RELEASE.
           PERFORM FIND-PERIOD-RELEASE.
           IF NOT WS-RLS-FOUND
               DISPLAY 'PENSEXP: PERIOD ' WS-PX-PERIOD-ID
                   ' HAS NOT BEEN RELEASED - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           IF WS-NOW-COUNT NOT = WS-RLS-COUNT
                 OR WS-NOW-NET NOT = WS-RLS-NET
                 OR WS-NOW-HASH NOT = WS-RLS-HASH
                 OR WS-NOW-DED-COUNT NOT = WS-RLS-DED-COUNT
                 OR WS-NOW-DED-TOTAL NOT = WS-RLS-DED-TOTAL
               DISPLAY 'PENSEXP: ' WS-PAYROLL-FILENAME
                   ' OR DEDAPPL NO LONGER MATCHES THE RELEASE BY '
                   WS-RLS-APPROVER ' ON ' WS-RLS-DATE
                   ' - RUN REFUSED'
               PERFORM SHOW-RELEASE-MISMATCH
               PERFORM REFUSE-RUN
           END-IF.
           DISPLAY 'PENSEXP: PERIOD ' WS-PX-PERIOD-ID
               ' RELEASED BY ' WS-RLS-APPROVER
               ' ON ' WS-RLS-DATE ' - TOTALS AGREE'.

       TOTAL-FILES-FOR-RELEASE.
      *    A full pass over each file, then they are reopened so the
      *    run proper starts again from the first record.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
                READ PAYROLL-IN
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-NOW-COUNT
                        ADD NET-PAY OF PAYROLL-RECORD TO WS-NOW-NET
                        COMPUTE WS-NOW-HASH = WS-NOW-HASH
                            + EMPLOYEE-ID OF PAYROLL-RECORD
                            * NET-PAY OF PAYROLL-RECORD
                END-READ
           END-PERFORM.
           CLOSE PAYROLL-IN.
           OPEN INPUT PAYROLL-IN.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
                READ DEDUCT-APPLIED-IN
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF DAP-PERIOD-ID = WS-PX-PERIOD-ID
                              OR WS-PERIOD-ID = SPACES
                           ADD 1 TO WS-NOW-DED-COUNT
                           ADD DAP-AMOUNT TO WS-NOW-DED-TOTAL
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE DEDUCT-APPLIED-IN.
           OPEN INPUT DEDUCT-APPLIED-IN.

       FIND-PERIOD-RELEASE.
      *    RELCTL is appended in release order, so the last record
      *    for the period is the one in force.
           OPEN INPUT RELEASE-CONTROL.
           SET WS-RLS-NOT-EOF TO TRUE.
           IF WS-FS9 NOT = '00'
               SET WS-RLS-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-RLS-EOF
                READ RELEASE-CONTROL
                         AT END SET WS-RLS-EOF TO TRUE
                     NOT AT END
                        IF RC-PERIOD-ID = WS-PX-PERIOD-ID
                           SET WS-RLS-FOUND TO TRUE
                           MOVE RC-APPROVER TO WS-RLS-APPROVER
                           MOVE RC-RELEASE-DATE TO WS-RLS-DATE
                           MOVE RC-RECORD-COUNT TO WS-RLS-COUNT
                           MOVE RC-NET-TOTAL TO WS-RLS-NET
                           MOVE RC-HASH-TOTAL TO WS-RLS-HASH
                           MOVE RC-DEDAPPL-COUNT TO WS-RLS-DED-COUNT
                           MOVE RC-DEDAPPL-TOTAL TO WS-RLS-DED-TOTAL
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE RELEASE-CONTROL.

       SHOW-RELEASE-MISMATCH.
           MOVE WS-RLS-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'PENSEXP: RELEASED RECORDS:  ' RLS-COUNT-DISP.
           MOVE WS-NOW-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'PENSEXP: ON FILE NOW:       ' RLS-COUNT-DISP.
           MOVE WS-RLS-NET TO RLS-TOTAL-DISP.
           DISPLAY 'PENSEXP: RELEASED NET PAY:  ' RLS-TOTAL-DISP.
           MOVE WS-NOW-NET TO RLS-TOTAL-DISP.
           DISPLAY 'PENSEXP: ON FILE NOW:       ' RLS-TOTAL-DISP.
           MOVE WS-RLS-HASH TO RLS-HASH-DISP.
           DISPLAY 'PENSEXP: RELEASED HASH:     ' RLS-HASH-DISP.
           MOVE WS-NOW-HASH TO RLS-HASH-DISP.
           DISPLAY 'PENSEXP: ON FILE NOW:       ' RLS-HASH-DISP.
           MOVE WS-RLS-DED-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'PENSEXP: RELEASED DEDUCTIONS: ' RLS-COUNT-DISP.
           MOVE WS-NOW-DED-COUNT TO RLS-COUNT-DISP.
           DISPLAY 'PENSEXP: ON FILE NOW:         ' RLS-COUNT-DISP.
           MOVE WS-RLS-DED-TOTAL TO RLS-TOTAL-DISP.
           DISPLAY 'PENSEXP: RELEASED AMOUNT:     ' RLS-TOTAL-DISP.
           MOVE WS-NOW-DED-TOTAL TO RLS-TOTAL-DISP.
           DISPLAY 'PENSEXP: ON FILE NOW:         ' RLS-TOTAL-DISP.

       WRITE-REPORT-HEADING.
           MOVE WS-PX-PERIOD-ID TO TITLE-PERIOD-ID.
           MOVE WS-PERIOD-START TO TITLE-PERIOD-START.
           MOVE WS-PERIOD-END TO TITLE-PERIOD-END.
           MOVE WS-PLAN-NUMBER TO TITLE-PLAN-NUMBER.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           WRITE PENSION-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE PENSION-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE PENSION-REPORT-LINE FROM WS-FLAG-HEADING.

       WRITE-REPORT-SUMMARY.
      *    The trailer must account for every pension penny PAYROLL
      *    and DEDAPPL hold for the period - a difference is flagged.
           WRITE PENSION-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'EXPORT TOTALS' TO SECTION-TITLE.
           WRITE PENSION-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'MEMBER DETAILS EXPORTED' TO CNT-LABEL.
           MOVE WS-DETAIL-COUNT TO CNT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PLAN MEMBERS IN EMPLOYMENT' TO CNT-LABEL.
           MOVE WS-MEMBER-COUNT TO CNT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'IN THE WAITING PERIOD' TO CNT-LABEL.
           MOVE WS-WAITING-COUNT TO CNT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'ENTERED THE PLAN' TO CNT-LABEL.
           MOVE WS-ENTERED-COUNT TO CNT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'LEFT EMPLOYMENT' TO CNT-LABEL.
           MOVE WS-LEFT-COUNT TO CNT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PENSIONABLE EARNINGS' TO AMT-LABEL.
           MOVE WS-TOT-PENSIONABLE TO AMT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'EMPLOYEE CONTRIBUTIONS EXPORTED' TO AMT-LABEL.
           MOVE WS-TOT-EE-CONTRIB TO AMT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'PENSION DEDUCTIONS ON DEDAPPL' TO AMT-LABEL.
           MOVE WS-DAP-PENSION-TOTAL TO AMT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'EMPLOYER CONTRIBUTIONS EXPORTED' TO AMT-LABEL.
           MOVE WS-TOT-ER-CONTRIB TO AMT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'EMPLOYER PENSION ON PAYROLL' TO AMT-LABEL.
           MOVE WS-PAY-ER-TOTAL TO AMT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-AMOUNT-LINE.
           IF WS-TOT-EE-CONTRIB NOT = WS-DAP-PENSION-TOTAL
                 OR WS-TOT-ER-CONTRIB NOT = WS-PAY-ER-TOTAL
               MOVE '*** EXPORT DOES NOT AGREE WITH PAYROLL/DEDAPPL'
                 TO SECTION-TITLE
               WRITE PENSION-REPORT-LINE FROM WS-SECTION-LINE
               DISPLAY 'PENSEXP: EXPORT TOTALS DO NOT AGREE WITH '
                   'PAYROLL AND DEDAPPL - SEE PENSRPT'
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
           WRITE PENSION-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'EXCEPTIONS' TO SECTION-TITLE.
           WRITE PENSION-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'ELIGIBLE - NO PENSION DEDUCTION' TO CNT-LABEL.
           MOVE WS-NO-DEDUCTION-COUNT TO CNT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'CONTRIBUTION BEFORE PLAN ENTRY' TO CNT-LABEL.
           MOVE WS-EARLY-COUNT TO CNT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PAID - NOT ON EMPLOYEE EXTRACT' TO CNT-LABEL.
           MOVE WS-NOT-ON-EXTRACT-COUNT TO CNT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'NO HIRE DATE' TO CNT-LABEL.
           MOVE WS-NO-HIRE-DATE-COUNT TO CNT-VALUE.
           WRITE PENSION-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE WS-DETAIL-COUNT TO COUNT-DISP.
           DISPLAY 'PENSEXP: MEMBER DETAILS EXPORTED: ' COUNT-DISP.
           MOVE WS-NO-DEDUCTION-COUNT TO COUNT-DISP.
           DISPLAY 'PENSEXP: ELIGIBLE, NO DEDUCTION:  ' COUNT-DISP.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS12 = '05' OR WS-FS12 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'PENSEXP' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-DETAIL-COUNT TO AUDIT-OUTPUT-COUNT.
           MOVE WS-PX-PERIOD-ID TO AUDIT-PERIOD-ID.
           IF WS-RUN-REFUSED
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
