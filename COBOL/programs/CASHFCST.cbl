       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Period to forecast - absent, the next open scheduled
      *    period on the pay calendar (earliest pay date) is used.
           SELECT OPTIONAL FORECAST-PARM-IN
           ASSIGN TO FCSTPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

           SELECT OPTIONAL PAY-CALENDAR-IN
           ASSIGN TO PAYCAL
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

      *    The current extract, in EMPLOYEE-ID order as RDEMPS
      *    writes it - every other input is co-read against it.
           SELECT EMPLOYEE-IN
           ASSIGN TO EMPLOYEE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

           SELECT OPTIONAL FORECAST-TAXRATE-IN
           ASSIGN TO TAXRATES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

           SELECT OPTIONAL FORECAST-DEDTYPE-IN
           ASSIGN TO DEDTYPES
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

      *    Salary rate history - changes effective in or before the
      *    period set the rate it will be paid at, exactly as
      *    PAYROLL splits them.
           SELECT OPTIONAL FORECAST-RATE-IN
           ASSIGN TO RATEHIST
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS14.

           SELECT FORECAST-RATE-SORTED
           ASSIGN TO FCRHSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

           SELECT FORECAST-RATE-SORT
           ASSIGN TO FCRHWORK.

           SELECT OPTIONAL FORECAST-DEDUCT-IN
           ASSIGN TO DEDMSTR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS15.

           SELECT FORECAST-DEDUCT-SORTED
           ASSIGN TO FCDMSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

           SELECT FORECAST-DEDUCT-SORT
           ASSIGN TO FCDMWORK.

      *    One-off overtime, bonus and deduction adjustments already
      *    keyed for the run - a bonus run is exactly what a
      *    forecast off last month's total misses.
           SELECT OPTIONAL FORECAST-ADJ-IN
           ASSIGN TO PAYADJ
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS16.

           SELECT FORECAST-ADJ-SORTED
           ASSIGN TO FCADSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS8.

           SELECT FORECAST-ADJ-SORT
           ASSIGN TO FCADWORK.

      *    Retroactive arrears RETROPAY has queued for the next run.
           SELECT OPTIONAL FORECAST-RETRO-IN
           ASSIGN TO RETRODIF
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS17.

           SELECT FORECAST-RETRO-SORTED
           ASSIGN TO FCRDSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS9.

           SELECT FORECAST-RETRO-SORT
           ASSIGN TO FCRDWORK.

      *    Read only - the forecast never sends or promotes a
      *    prenote, it works out what DDEXPORT's next run will do.
           SELECT BANK-ACCOUNT-FILE
           ASSIGN TO BANKACCT
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BANK-ACCOUNT-KEY
           FILE STATUS IS WS-FS10.

      *    REMIT's payee reference file - the projected deductions
      *    are totalled by the party REMIT will pay them to.
           SELECT OPTIONAL PAYEE-MASTER-IN
           ASSIGN TO PAYEMSTR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS11.

           SELECT FORECAST-REPORT-OUT
           ASSIGN TO FCSTRPT
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS12.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS13.

      *    Legal-entity reference file - each company funds its own
      *    payroll from its own bank account.
           SELECT OPTIONAL COMPANY-IN
           ASSIGN TO COMPANY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS18.

       DATA DIVISION.
       FILE SECTION.
       FD  FORECAST-PARM-IN
           RECORD CONTAINS 6 CHARACTERS.
       01 FORECAST-PARM-REC.
          05 PARM-PERIOD-ID        PIC X(6).

       FD  PAY-CALENDAR-IN
           RECORD CONTAINS 32 CHARACTERS.
       01 PAY-CALENDAR-REC.
           COPY PAYCAL-CPY.

       FD  EMPLOYEE-IN
           RECORD CONTAINS 272 CHARACTERS.
       01 EMPLOYEE-RECORD.
           COPY EMPS-NO-01.

       FD  FORECAST-TAXRATE-IN
           RECORD CONTAINS 27 CHARACTERS.
       01 FORECAST-TAXRATE-REC.
          05 TAX-REC-TYPE          PIC X(1).
             88 TAX-REC-IS-BRACKET     VALUE 'B'.
             88 TAX-REC-IS-SOCIAL      VALUE 'S'.
             88 TAX-REC-IS-ER-SOCIAL   VALUE 'E'.
             88 TAX-REC-IS-ER-PENSION  VALUE 'P'.
          05 TAX-BRACKET-FLOOR     PIC 9(7)V99.
          05 TAX-BASE-AMOUNT       PIC 9(7)V99.
          05 TAX-RATE-PCT          PIC 9(2)V99.
          05 TAX-JURISDICTION      PIC X(4).

       FD  FORECAST-DEDTYPE-IN
           RECORD CONTAINS 23 CHARACTERS.
       01 FORECAST-DEDTYPE-REC.
           COPY DEDTYPE-CPY.

       FD  FORECAST-RATE-IN
           RECORD CONTAINS 40 CHARACTERS.
       01 FORECAST-RATE-IN-REC      PIC X(40).

       FD  FORECAST-RATE-SORTED
           RECORD CONTAINS 40 CHARACTERS.
       01 FORECAST-RATE-SORTED-REC.
           COPY RATEHIST-CPY.

       SD  FORECAST-RATE-SORT
           RECORD CONTAINS 40 CHARACTERS.
       01 FORECAST-RATE-SORT-REC.
          05 SORT-RH-EMPLOYEE-ID   PIC 9(6).
          05 SORT-RH-EFF-DATE      PIC 9(8).
          05 FILLER                PIC X(26).

       FD  FORECAST-DEDUCT-IN
           RECORD CONTAINS 51 CHARACTERS.
       01 FORECAST-DEDUCT-IN-REC    PIC X(51).

       FD  FORECAST-DEDUCT-SORTED
           RECORD CONTAINS 51 CHARACTERS.
       01 FORECAST-DEDUCT-SORTED-REC.
           COPY DEDMSTR-CPY.

       SD  FORECAST-DEDUCT-SORT
           RECORD CONTAINS 51 CHARACTERS.
       01 FORECAST-DEDUCT-SORT-REC.
          05 SORT-DED-EMPLOYEE-ID  PIC 9(6).
          05 SORT-DED-TYPE-CODE    PIC X(1).
          05 SORT-DED-PRIORITY     PIC 9(2).
          05 FILLER                PIC X(42).

       FD  FORECAST-ADJ-IN
           RECORD CONTAINS 28 CHARACTERS.
       01 FORECAST-ADJ-IN-REC       PIC X(28).

       FD  FORECAST-ADJ-SORTED
           RECORD CONTAINS 28 CHARACTERS.
       01 FORECAST-ADJ-SORTED-REC.
          05 SADJ-EMPLOYEE-ID      PIC 9(6).
          05 SADJ-OVERTIME-AMOUNT  PIC S9(5)V99.
          05 SADJ-BONUS-AMOUNT     PIC S9(5)V99.
          05 SADJ-DEDUCTION-AMOUNT PIC S9(5)V99.
          05 SADJ-BONUS-BASIS      PIC X(1).
             88 SADJ-BONUS-IS-NET        VALUE 'N'.

       SD  FORECAST-ADJ-SORT
           RECORD CONTAINS 28 CHARACTERS.
       01 FORECAST-ADJ-SORT-REC.
          05 SORT-ADJ-EMPLOYEE-ID  PIC 9(6).
          05 FILLER                PIC X(22).

       FD  FORECAST-RETRO-IN
           RECORD CONTAINS 57 CHARACTERS.
       01 FORECAST-RETRO-IN-REC     PIC X(57).

       FD  FORECAST-RETRO-SORTED
           RECORD CONTAINS 57 CHARACTERS.
       01 FORECAST-RETRO-SORTED-REC.
           COPY RETRODIF-CPY.

       SD  FORECAST-RETRO-SORT
           RECORD CONTAINS 57 CHARACTERS.
       01 FORECAST-RETRO-SORT-REC.
          05 SORT-RD-EMPLOYEE-ID   PIC 9(6).
          05 SORT-RD-PERIOD-ID     PIC X(6).
          05 FILLER                PIC X(45).

       FD  BANK-ACCOUNT-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01 BANK-ACCOUNT-REC.
           COPY BANKACCT-CPY.

       FD  PAYEE-MASTER-IN
           RECORD CONTAINS 78 CHARACTERS.
       01 PAYEE-MASTER-REC.
          05 PAYEE-DED-TYPE        PIC X(1).
          05 PAYEE-EMPLOYEE-ID     PIC 9(6).
          05 PAYEE-NAME            PIC X(30).
          05 PAYEE-ROUTING-NUMBER  PIC X(9).
          05 PAYEE-ACCOUNT-NUMBER  PIC X(17).
          05 PAYEE-REFERENCE       PIC X(15).

       FD  FORECAST-REPORT-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01 FORECAST-REPORT-LINE     PIC X(132).

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
          05 WS-FS6        PIC 9(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC 9(02).
          05 WS-FS9        PIC 9(02).
          05 WS-FS10       PIC X(02).
          05 WS-FS11       PIC 9(02).
          05 WS-FS12       PIC 9(02).
          05 WS-FS13       PIC X(02).
          05 WS-FS14       PIC 9(02).
          05 WS-FS15       PIC 9(02).
          05 WS-FS16       PIC 9(02).
          05 WS-FS17       PIC 9(02).
          05 WS-FS18       PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-CAL-EOF-SW PIC X(01).
             88 WS-CAL-EOF           VALUE 'Y'.
             88 WS-CAL-NOT-EOF       VALUE 'N'.
          05 WS-TAX-EOF-SW PIC X(01).
             88 WS-TAX-EOF           VALUE 'Y'.
             88 WS-TAX-NOT-EOF       VALUE 'N'.
          05 WS-DT-EOF-SW  PIC X(01).
             88 WS-DT-EOF            VALUE 'Y'.
             88 WS-DT-NOT-EOF        VALUE 'N'.
          05 WS-RATE-EOF-SW PIC X(01).
             88 WS-RATE-EOF          VALUE 'Y'.
             88 WS-RATE-NOT-EOF      VALUE 'N'.
          05 WS-DED-EOF-SW PIC X(01).
             88 WS-DED-EOF           VALUE 'Y'.
             88 WS-DED-NOT-EOF       VALUE 'N'.
          05 WS-ADJ-EOF-SW PIC X(01).
             88 WS-ADJ-EOF           VALUE 'Y'.
             88 WS-ADJ-NOT-EOF       VALUE 'N'.
          05 WS-RETRO-EOF-SW PIC X(01).
             88 WS-RETRO-EOF         VALUE 'Y'.
             88 WS-RETRO-NOT-EOF     VALUE 'N'.
          05 WS-ACCT-EOF-SW PIC X(01).
             88 WS-ACCT-EOF          VALUE 'Y'.
             88 WS-ACCT-NOT-EOF      VALUE 'N'.
          05 WS-PM-EOF-SW  PIC X(01).
             88 WS-PM-EOF            VALUE 'Y'.
             88 WS-PM-NOT-EOF        VALUE 'N'.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
          88 WS-RUN-REFUSED                VALUE 'Y'.

      *    The period being forecast, off the pay calendar.
       01 WS-PERIOD-VARS.
          05 WS-PERIOD-ID           PIC X(6) VALUE SPACES.
          05 WS-PERIOD-FREQUENCY    PIC X(1).
          05 WS-PERIOD-START        PIC 9(8).
          05 WS-PERIOD-END          PIC 9(8).
          05 WS-PAY-DATE            PIC 9(8).
          05 WS-PERIOD-STATUS       PIC X(1).
          05 WS-PERIOD-START-INT    PIC S9(7) COMP-3.
          05 WS-PERIOD-END-INT      PIC S9(7) COMP-3.
          05 WS-DAYS-IN-PERIOD      PIC S9(3) COMP-3.
       01 WS-PARM-PERIOD-SW         PIC X(01) VALUE 'N'.
          88 WS-PARM-PERIOD-GIVEN          VALUE 'Y'.
       01 WS-CAL-FOUND-SW           PIC X(01) VALUE 'N'.
          88 WS-CAL-FOUND                  VALUE 'Y'.
          88 WS-CAL-NOT-FOUND              VALUE 'N'.

       01 WS-EMP-FREQUENCY          PIC X(01).
       01 WS-INCLUDE-SW             PIC X(01).
          88 WS-INCLUDED                   VALUE 'Y'.
          88 WS-NOT-INCLUDED               VALUE 'N'.

      *    Statutory withholding rates from TAXRATES, loaded the same
      *    way PAYROLL loads them - one bracket set and flat social,
      *    employer social and employer pension rates per tax
      *    jurisdiction.
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

      *    Deduction-type treatment from DEDTYPES - a type not on
      *    file is taken after tax, as in PAYROLL.
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

      *    Base-pay work fields - PAYROLL's day-counted proration
      *    for hire and termination dates, and its split of the
      *    period at every rate change falling inside it.
       01 WS-PRORATE-VARS.
          05 WS-EFF-START-INT       PIC S9(7) COMP-3.
          05 WS-EFF-END-INT         PIC S9(7) COMP-3.
          05 WS-DAYS-WORKED         PIC S9(3) COMP-3.
          05 WS-PERIOD-BASE-PAY     PIC S9(7)V99 COMP-3.
          05 WS-PRORATED-SW         PIC X(01).
             88 WS-PRORATED                VALUE 'Y'.
          05 WS-RATE-CHANGED-SW     PIC X(01).
             88 WS-RATE-CHANGED            VALUE 'Y'.

       01 WS-RATE-CHG-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-RC-WORK-EFF-INT        PIC S9(7) COMP-3.
       01 WS-RC-OVERFLOW-SW         PIC X(01) VALUE 'N'.
          88 WS-RC-OVERFLOW                VALUE 'Y'.
       01 WS-RATE-CHG-TABLE.
          05 WS-RATE-CHG OCCURS 12 TIMES INDEXED BY WS-RC-IDX.
             10 WS-RC-EFF-INT          PIC S9(7) COMP-3.
             10 WS-RC-OLD-SALARY       PIC S9(7)V99 COMP-3.
             10 WS-RC-NEW-SALARY       PIC S9(7)V99 COMP-3.

       01 WS-SEG-VARS.
          05 WS-SEG-START-INT       PIC S9(7) COMP-3.
          05 WS-SEG-END-INT         PIC S9(7) COMP-3.
          05 WS-SEG-DAYS            PIC S9(3) COMP-3.
          05 WS-SEG-SALARY          PIC S9(7)V99 COMP-3.
          05 WS-SEG-BASE            PIC S9(7)V99 COMP-3.
          05 WS-SEG-PAY-SUM         PIC S9(9)V99 COMP-3.
          05 WS-SEG-FOUND-SW        PIC X(01).
             88 WS-SEG-FOUND               VALUE 'Y'.
             88 WS-SEG-NOT-FOUND           VALUE 'N'.

      *    The employee being projected - the same figures PAYROLL
      *    will put on the PAYROLL-OUT record.
       01 WS-EMP-PAY.
          05 WS-EMP-BASE            PIC S9(7)V99 COMP-3.
          05 WS-EMP-OVERTIME        PIC S9(7)V99 COMP-3.
          05 WS-EMP-BONUS           PIC S9(7)V99 COMP-3.
          05 WS-EMP-BONUS-TARGET    PIC S9(7)V99 COMP-3.
          05 WS-EMP-ADJ-DED         PIC S9(7)V99 COMP-3.
          05 WS-EMP-GROSS           PIC S9(7)V99 COMP-3.
          05 WS-EMP-TAXABLE         PIC S9(7)V99 COMP-3.
          05 WS-EMP-SOCIAL-WAGE     PIC S9(7)V99 COMP-3.
          05 WS-EMP-TAX             PIC S9(7)V99 COMP-3.
          05 WS-EMP-SOCIAL          PIC S9(7)V99 COMP-3.
          05 WS-EMP-ER-SOCIAL       PIC S9(7)V99 COMP-3.
          05 WS-EMP-ER-PENSION      PIC S9(7)V99 COMP-3.
          05 WS-EMP-RECURRING       PIC S9(7)V99 COMP-3.
          05 WS-EMP-DEDUCTIONS      PIC S9(7)V99 COMP-3.
          05 WS-EMP-NET             PIC S9(7)V99 COMP-3.
          05 WS-EMP-ACH             PIC S9(7)V99 COMP-3.
          05 WS-EMP-CHECK           PIC S9(7)V99 COMP-3.
          05 WS-EMP-RETRO-SW        PIC X(01).
             88 WS-EMP-HAS-RETRO           VALUE 'Y'.

      *    Net-to-gross bonus, re-guessed exactly as PAYROLL does it.
       01 WS-GROSSUP-VARS.
          05 WS-GU-GROSS            PIC S9(7)V99 COMP-3.
          05 WS-GU-NET              PIC S9(7)V99 COMP-3.
          05 WS-GU-SHORT            PIC S9(7)V99 COMP-3.
          05 WS-GU-BASE-TAX         PIC S9(7)V99 COMP-3.
          05 WS-GU-BASE-SOCIAL      PIC S9(7)V99 COMP-3.
          05 WS-GU-PASSES           PIC 9(3).
          05 WS-GU-SETTLED-SW       PIC X(01).
             88 WS-GU-SETTLED              VALUE 'Y'.
             88 WS-GU-NOT-SETTLED          VALUE 'N'.

      *    Recurring deductions - the protected-net floor from the
      *    id-000000 'P' record, and this employee's deductions
      *    lifted off the co-read in priority order.
       01 WS-PROTECT-PCT            PIC 9(3)V99 COMP-3 VALUE 25.00.
       01 WS-DED-WORK.
          05 WS-DISPOSABLE          PIC S9(7)V99 COMP-3.
          05 WS-DED-FLOOR           PIC S9(7)V99 COMP-3.
          05 WS-DED-REQUESTED       PIC S9(7)V99 COMP-3.
          05 WS-DED-AVAILABLE       PIC S9(7)V99 COMP-3.
          05 WS-DED-TAKE            PIC S9(7)V99 COMP-3.
          05 WS-DED-POSTTAX-TAKEN   PIC S9(7)V99 COMP-3.
          05 WS-DED-ACTIVE-SW       PIC X(01).
             88 WS-DED-ACTIVE              VALUE 'Y'.
             88 WS-DED-NOT-ACTIVE          VALUE 'N'.
       01 WS-DBUF-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-DBUF-TABLE.
          05 WS-DBUF-ENTRY OCCURS 30 TIMES INDEXED BY WS-DBUF-IDX.
             10 WS-DBUF-REC            PIC X(51).
             10 WS-DBUF-TAKE           PIC S9(7)V99 COMP-3.
             10 WS-DBUF-PRETAX-SW      PIC X(01).
                88 WS-DBUF-PRETAX            VALUE 'Y'.
       01 WS-CUR-DED.
           COPY DEDMSTR-CPY REPLACING LEADING ==DED== BY ==CUR-DED==.

       01 WS-RETRO-VARS.
          05 WS-RETRO-BASE          PIC S9(7)V99 COMP-3.
          05 WS-RETRO-TAX           PIC S9(7)V99 COMP-3.
          05 WS-RETRO-SOCIAL        PIC S9(7)V99 COMP-3.
          05 WS-RETRO-ER-SOCIAL     PIC S9(7)V99 COMP-3.
          05 WS-RETRO-ER-PENSION    PIC S9(7)V99 COMP-3.
          05 WS-RETRO-PERIODS       PIC 9(3).

      *    The employee's bank accounts as DDEXPORT's next run will
      *    find them.  A cleared account is payable, and so is one
      *    whose prenote has gone ('S') - DDEXPORT promotes it on the
      *    way through and deposits to it.  A pending prenote is
      *    sent zero-dollar and its share held, and a returned
      *    account is refused, so an employee with nothing payable
      *    is paid by CHECKPRT instead.
       01 WS-BANK-FILE-SW           PIC X(01) VALUE 'N'.
          88 WS-BANK-FILE-OPEN             VALUE 'Y'.
       01 WS-ALLOC-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-PENDING-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-RETURNED-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-ALLOC-TABLE.
          05 WS-ALLOC-ENTRY OCCURS 10 TIMES INDEXED BY WS-AL-IDX.
             10 WS-AL-METHOD            PIC X(1).
             10 WS-AL-VALUE             PIC 9(5)V99 COMP-3.
             10 WS-AL-TAKE              PIC S9(7)V99 COMP-3.
       01 WS-REMAINING-NET          PIC S9(7)V99 COMP-3.
       01 WS-ALLOC-TAKE             PIC S9(7)V99 COMP-3.
       01 WS-REMAINDER-SEEN-SW      PIC X(01).
          88 WS-REMAINDER-SEEN             VALUE 'Y'.
          88 WS-REMAINDER-NOT-SEEN         VALUE 'N'.

      *    REMIT's payees, matched the way REMIT matches them - the
      *    employee-specific entry first, then the type-level one.
       01 WS-PAYEE-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-PAYEE-TABLE.
          05 WS-PAYEE-ENTRY OCCURS 50 TIMES INDEXED BY WS-PAYEE-IDX.
             10 WS-PAYEE-TYPE           PIC X(1).
             10 WS-PAYEE-EMP-ID         PIC 9(6).
             10 WS-PAYEE-NAME           PIC X(30).
             10 WS-PAYEE-REF            PIC X(15).
             10 WS-PAYEE-TOTAL          PIC S9(9)V99 COMP-3.
             10 WS-PAYEE-ITEM-COUNT     PIC 9(6).
       01 WS-PAYEE-FOUND-SW         PIC X(01).
          88 WS-PAYEE-FOUND                VALUE 'Y'.
          88 WS-PAYEE-NOT-FOUND            VALUE 'N'.

       01 WS-RUN-TOTALS.
          05 WS-TOT-GROSS           PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-TAX             PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-SOCIAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-ER-SOCIAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-ER-PENSION      PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-RECURRING       PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-ADJ-DED         PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-BONUS           PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-RETRO           PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-NET             PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-ACH             PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-CHECK           PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-UNMATCHED       PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-REMITTED        PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-TAX-DEPOSIT     PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-TOT-REQUIREMENT     PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-ACH-ENTRY-COUNT     PIC 9(8) VALUE ZERO.
          05 WS-PRENOTE-COUNT       PIC 9(8) VALUE ZERO.
          05 WS-CHECK-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-UNMATCHED-COUNT     PIC 9(8) VALUE ZERO.

      *    Funding by company.  Entry 1 is always the home company
      *    (blank code); a code on the extract but not on the
      *    COMPANY file is still totalled, with no name or account.
       01 WS-CO-COUNT               PIC 9(2) VALUE 1.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES INDEXED BY WS-CO-IDX.
             10 WS-CO-CODE              PIC X(2).
             10 WS-CO-NAME              PIC X(30).
             10 WS-CO-ROUTING           PIC X(9).
             10 WS-CO-ACCOUNT           PIC X(17).
             10 WS-CO-EMPLOYEES         PIC 9(6).
             10 WS-CO-NET               PIC S9(9)V99 COMP-3.
             10 WS-CO-ACH               PIC S9(9)V99 COMP-3.
             10 WS-CO-CHECK             PIC S9(9)V99 COMP-3.
             10 WS-CO-CHECK-COUNT       PIC 9(6).
             10 WS-CO-TAX-DEPOSIT       PIC S9(9)V99 COMP-3.
             10 WS-CO-PAYEES            PIC S9(9)V99 COMP-3.
             10 WS-CO-ER-PENSION        PIC S9(9)V99 COMP-3.
       01 WS-CO-EOF-SW              PIC X(01).
          88 WS-CO-EOF                     VALUE 'Y'.
          88 WS-CO-NOT-EOF                 VALUE 'N'.
       01 WS-CO-FOUND-SW            PIC X(01).
          88 WS-CO-FOUND                   VALUE 'Y'.
          88 WS-CO-NOT-FOUND               VALUE 'N'.
       01 WS-CO-REQUIREMENT         PIC S9(9)V99 COMP-3.

      *    Employees on the extract the period will not pay, by the
      *    reason PAYROLL would give.
       01 WS-EXCLUDED-COUNTS.
          05 WS-TERMINATED-COUNT    PIC 9(8) VALUE ZERO.
          05 WS-NOT-HIRED-COUNT     PIC 9(8) VALUE ZERO.
          05 WS-OTHER-FREQ-COUNT    PIC 9(8) VALUE ZERO.
          05 WS-BAD-SALARY-COUNT    PIC 9(8) VALUE ZERO.
          05 WS-NO-RATES-COUNT      PIC 9(8) VALUE ZERO.
          05 WS-RATE-OVERFLOW-COUNT PIC 9(8) VALUE ZERO.

       01 WS-TITLE-LINE.
          05 FILLER                 PIC X(35)
                         VALUE 'CASH REQUIREMENTS FORECAST - PERIOD'.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 TITLE-PERIOD-ID        PIC X(6).
          05 FILLER                 PIC X(6)  VALUE '  PAY '.
          05 TITLE-PAY-DATE         PIC 9(8).
          05 FILLER                 PIC X(7)  VALUE '  FROM '.
          05 TITLE-START-DATE       PIC 9(8).
          05 FILLER                 PIC X(4)  VALUE ' TO '.
          05 TITLE-END-DATE         PIC 9(8).
          05 FILLER                 PIC X(12) VALUE '  FREQUENCY '.
          05 TITLE-FREQUENCY        PIC X(1).
          05 FILLER                 PIC X(6)  VALUE '  RUN '.
          05 TITLE-RUN-DATE         PIC 9(8).
          05 FILLER                 PIC X(22) VALUE SPACES.

       01 WS-HEADING-LINE.
          05 FILLER                 PIC X(30)
                         VALUE ' EMP-ID  NAME                 '.
          05 FILLER                 PIC X(36)
                         VALUE '      GROSS         TAX      SOCIAL '.
          05 FILLER                 PIC X(36)
                         VALUE '   DEDUCTNS         NET         ACH '.
          05 FILLER                 PIC X(30)
                         VALUE '      CHECK  NOTE             '.

       01 WS-DETAIL-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DET-EMPLOYEE-ID        PIC 9(6).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DET-LASTNAME           PIC X(20).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DET-GROSS              PIC -9(7).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DET-TAX                PIC -9(7).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DET-SOCIAL             PIC -9(7).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DET-DEDUCTIONS         PIC -9(7).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DET-NET                PIC -9(7).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DET-ACH                PIC -9(7).99.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 DET-CHECK              PIC -9(7).99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 DET-NOTE               PIC X(17).

       01 WS-SECTION-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 SECTION-TITLE          PIC X(60).
          05 FILLER                 PIC X(71) VALUE SPACES.

       01 WS-AMOUNT-LINE.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 AMT-LABEL              PIC X(44).
          05 AMT-VALUE              PIC -9(9).99.
          05 FILLER                 PIC X(72) VALUE SPACES.

       01 WS-COUNT-LINE.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 CNT-LABEL              PIC X(44).
          05 FILLER                 PIC X(5)  VALUE SPACES.
          05 CNT-VALUE              PIC ZZZZZZZ9.
          05 FILLER                 PIC X(72) VALUE SPACES.

       01 WS-PAYEE-LINE.
          05 FILLER                 PIC X(3)  VALUE SPACES.
          05 PAY-NAME               PIC X(30).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 PAY-REFERENCE          PIC X(15).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 PAY-ITEM-COUNT         PIC ZZZZZ9.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 PAY-AMOUNT             PIC -9(9).99.
          05 FILLER                 PIC X(59) VALUE SPACES.

       01 WS-COMPANY-LINE.
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 FILLER                 PIC X(8)  VALUE 'COMPANY '.
          05 CMP-CODE               PIC X(2).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 CMP-NAME               PIC X(30).
          05 FILLER                 PIC X(18)
                         VALUE '  FUNDING ACCOUNT '.
          05 CMP-FUNDING            PIC X(40).
          05 FILLER                 PIC X(32) VALUE SPACES.

       01 WS-BLANK-LINE             PIC X(132) VALUE SPACES.

       01 TOTAL-DISP                PIC -9(9).99.
       01 COUNT-DISP                PIC ZZZZZZZ9.

       01 WS-AUDIT-VARS.
          05 WS-INPUT-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-OUTPUT-COUNT        PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM OPEN-AUDITLOG.
           PERFORM LOAD-RUN-PARM.
           PERFORM FIND-FORECAST-PERIOD.
           OPEN INPUT EMPLOYEE-IN.
           IF WS-FS1 NOT = '00'
               DISPLAY 'CASHFCST: EMPLOYEE FILE NOT FOUND - STATUS '
                   WS-FS1 ' - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           PERFORM LOAD-TAX-RATES.
           PERFORM LOAD-DEDUCTION-TYPES.
           PERFORM LOAD-PAYEE-MASTER.
           PERFORM LOAD-COMPANY-TABLE.
           PERFORM LOAD-RATE-HISTORY.
           PERFORM LOAD-DEDUCTIONS.
           PERFORM LOAD-ADJUSTMENTS.
           PERFORM LOAD-RETRO-DIFFERENTIALS.
           PERFORM OPEN-BANK-ACCOUNT-FILE.
           OPEN OUTPUT FORECAST-REPORT-OUT.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-EMPLOYEE.

       CLOSE-FILES.
           CLOSE EMPLOYEE-IN.
           CLOSE FORECAST-RATE-SORTED.
           CLOSE FORECAST-DEDUCT-SORTED.
           CLOSE FORECAST-ADJ-SORTED.
           CLOSE FORECAST-RETRO-SORTED.
           IF WS-BANK-FILE-OPEN
               CLOSE BANK-ACCOUNT-FILE
           END-IF.
           PERFORM WRITE-REPORT-SUMMARY.
           CLOSE FORECAST-REPORT-OUT.
           PERFORM DISPLAY-RUN-TOTALS.

           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.

           STOP RUN.

       REFUSE-RUN.
           SET WS-RUN-REFUSED TO TRUE.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       LOAD-RUN-PARM.
           OPEN INPUT FORECAST-PARM-IN.
           IF WS-FS3 = '00'
               READ FORECAST-PARM-IN
                   NOT AT END
                       IF PARM-PERIOD-ID NOT = SPACES
                           MOVE PARM-PERIOD-ID TO WS-PERIOD-ID
                           SET WS-PARM-PERIOD-GIVEN TO TRUE
                       END-IF
               END-READ
               CLOSE FORECAST-PARM-IN
           END-IF.

       FIND-FORECAST-PERIOD.
      *    The forecast runs ahead of PAYROLL, so it needs the
      *    period's dates and pay date from the calendar - a named
      *    period must be on it and still open, and with no name the
      *    open scheduled period paid soonest is taken.  An
      *    off-cycle period pays only what is on OFFCYCLE and is
      *    not forecast.
           OPEN INPUT PAY-CALENDAR-IN.
           IF WS-FS2 NOT = '00'
               DISPLAY 'CASHFCST: NO PAY CALENDAR ON FILE - NOTHING '
                   'TO FORECAST - RUN REFUSED'
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
                   DISPLAY 'CASHFCST: PERIOD ' WS-PERIOD-ID
                       ' NOT ON THE PAY CALENDAR - RUN REFUSED'
               ELSE
                   DISPLAY 'CASHFCST: NO OPEN SCHEDULED PERIOD ON '
                       'THE PAY CALENDAR - RUN REFUSED'
               END-IF
               PERFORM REFUSE-RUN
           END-IF.
           IF WS-PERIOD-STATUS = 'C'
               DISPLAY 'CASHFCST: PERIOD ' WS-PERIOD-ID
                   ' IS CLOSED ON THE PAY CALENDAR - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           IF WS-PERIOD-FREQUENCY = 'O'
               DISPLAY 'CASHFCST: PERIOD ' WS-PERIOD-ID
                   ' IS AN OFF-CYCLE PERIOD - NOT FORECAST'
               PERFORM REFUSE-RUN
           END-IF.
           COMPUTE WS-PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-START).
           COMPUTE WS-PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-END).
           COMPUTE WS-DAYS-IN-PERIOD =
               WS-PERIOD-END-INT - WS-PERIOD-START-INT + 1.

       TAKE-CALENDAR-ENTRY.
           SET WS-CAL-FOUND TO TRUE.
           MOVE PC-PERIOD-ID TO WS-PERIOD-ID.
           MOVE PC-FREQUENCY TO WS-PERIOD-FREQUENCY.
           MOVE PC-START-DATE TO WS-PERIOD-START.
           MOVE PC-END-DATE TO WS-PERIOD-END.
           MOVE PC-PAY-DATE TO WS-PAY-DATE.
           MOVE PC-STATUS TO WS-PERIOD-STATUS.

       LOAD-TAX-RATES.
           OPEN INPUT FORECAST-TAXRATE-IN.
           SET WS-TAX-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-TAX-EOF
                READ FORECAST-TAXRATE-IN
                         AT END SET WS-TAX-EOF TO TRUE
                     NOT AT END
                        PERFORM LOCATE-JURISDICTION-SET
                        IF WS-JUR-FOUND
                            PERFORM STORE-TAX-RATE
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE FORECAST-TAXRATE-IN.
           IF WS-JUR-COUNT = ZERO
               DISPLAY 'CASHFCST: *** NO RATES ON TAXRATES - NO TAX '
                   'OR SOCIAL CONTRIBUTION PROJECTED ***'
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
                   DISPLAY 'CASHFCST: JURISDICTION TABLE FULL - '
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

       LOAD-DEDUCTION-TYPES.
           OPEN INPUT FORECAST-DEDTYPE-IN.
           SET WS-DT-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-DT-EOF
                READ FORECAST-DEDTYPE-IN
                         AT END SET WS-DT-EOF TO TRUE
                     NOT AT END
                        IF WS-DT-COUNT < 20
                           ADD 1 TO WS-DT-COUNT
                           SET WS-DT-IDX TO WS-DT-COUNT
                           MOVE DT-TYPE-CODE
                             TO WS-DT-TYPE-CODE (WS-DT-IDX)
                           MOVE DT-PRETAX-TAX-SW
                             TO WS-DT-PRETAX-TAX-SW (WS-DT-IDX)
                           MOVE DT-PRETAX-SOCIAL-SW
                             TO WS-DT-PRETAX-SOCIAL-SW (WS-DT-IDX)
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE FORECAST-DEDTYPE-IN.

       LOAD-PAYEE-MASTER.
           OPEN INPUT PAYEE-MASTER-IN.
           IF WS-FS11 NOT = '00'
               DISPLAY 'CASHFCST: NO PAYEE MASTER PAYEMSTR - '
                   'DEDUCTIONS SHOWN UNMATCHED'
           ELSE
               SET WS-PM-NOT-EOF TO TRUE
               PERFORM UNTIL WS-PM-EOF
                    READ PAYEE-MASTER-IN
                             AT END SET WS-PM-EOF TO TRUE
                         NOT AT END
                            PERFORM STORE-PAYEE
                    END-READ
               END-PERFORM
               CLOSE PAYEE-MASTER-IN
           END-IF.

       STORE-PAYEE.
           IF WS-PAYEE-COUNT < 50
               ADD 1 TO WS-PAYEE-COUNT
               SET WS-PAYEE-IDX TO WS-PAYEE-COUNT
               MOVE PAYEE-DED-TYPE TO WS-PAYEE-TYPE (WS-PAYEE-IDX)
               MOVE PAYEE-EMPLOYEE-ID TO WS-PAYEE-EMP-ID (WS-PAYEE-IDX)
               MOVE PAYEE-NAME TO WS-PAYEE-NAME (WS-PAYEE-IDX)
               MOVE PAYEE-REFERENCE TO WS-PAYEE-REF (WS-PAYEE-IDX)
               MOVE ZERO TO WS-PAYEE-TOTAL (WS-PAYEE-IDX)
               MOVE ZERO TO WS-PAYEE-ITEM-COUNT (WS-PAYEE-IDX)
           ELSE
               DISPLAY 'CASHFCST: PAYEE TABLE FULL - ' PAYEE-NAME
                   ' OMITTED'
           END-IF.

       LOAD-RATE-HISTORY.
      *    A missing RATEHIST yields an empty sorted file and every
      *    employee projects at the salary on the extract.
           SORT FORECAST-RATE-SORT
               ON ASCENDING KEY SORT-RH-EMPLOYEE-ID
                                SORT-RH-EFF-DATE
               USING FORECAST-RATE-IN
               GIVING FORECAST-RATE-SORTED.
           OPEN INPUT FORECAST-RATE-SORTED.
           SET WS-RATE-NOT-EOF TO TRUE.
           PERFORM READ-NEXT-RATE-CHANGE.

       READ-NEXT-RATE-CHANGE.
           READ FORECAST-RATE-SORTED
               AT END SET WS-RATE-EOF TO TRUE
           END-READ.

       LOAD-DEDUCTIONS.
      *    The id-000000 parameter records sort ahead of every
      *    employee and carry the protected-net floor.
           SORT FORECAST-DEDUCT-SORT
               ON ASCENDING KEY SORT-DED-EMPLOYEE-ID
                                SORT-DED-PRIORITY
               USING FORECAST-DEDUCT-IN
               GIVING FORECAST-DEDUCT-SORTED.
           OPEN INPUT FORECAST-DEDUCT-SORTED.
           SET WS-DED-NOT-EOF TO TRUE.
           PERFORM READ-NEXT-DEDUCTION.
           PERFORM UNTIL WS-DED-EOF OR DED-EMPLOYEE-ID NOT = ZERO
                IF DED-TYPE-FLOOR-PARM
                    MOVE DED-AMOUNT TO WS-PROTECT-PCT
                END-IF
                PERFORM READ-NEXT-DEDUCTION
           END-PERFORM.

       READ-NEXT-DEDUCTION.
           READ FORECAST-DEDUCT-SORTED
               AT END SET WS-DED-EOF TO TRUE
           END-READ.

       LOAD-ADJUSTMENTS.
           SORT FORECAST-ADJ-SORT
               ON ASCENDING KEY SORT-ADJ-EMPLOYEE-ID
               USING FORECAST-ADJ-IN
               GIVING FORECAST-ADJ-SORTED.
           OPEN INPUT FORECAST-ADJ-SORTED.
           SET WS-ADJ-NOT-EOF TO TRUE.
           PERFORM READ-NEXT-ADJUSTMENT.

       READ-NEXT-ADJUSTMENT.
           READ FORECAST-ADJ-SORTED
               AT END SET WS-ADJ-EOF TO TRUE
           END-READ.

       LOAD-RETRO-DIFFERENTIALS.
           SORT FORECAST-RETRO-SORT
               ON ASCENDING KEY SORT-RD-EMPLOYEE-ID
                                SORT-RD-PERIOD-ID
               USING FORECAST-RETRO-IN
               GIVING FORECAST-RETRO-SORTED.
           OPEN INPUT FORECAST-RETRO-SORTED.
           SET WS-RETRO-NOT-EOF TO TRUE.
           PERFORM READ-NEXT-RETRO.

       READ-NEXT-RETRO.
           READ FORECAST-RETRO-SORTED
               AT END SET WS-RETRO-EOF TO TRUE
           END-READ.

       OPEN-BANK-ACCOUNT-FILE.
      *    Without the account master every net is shown as a check
      *    - the safe side for funding, and said so on the spool.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF WS-FS10 = '00'
               SET WS-BANK-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'CASHFCST: BANK ACCOUNT FILE NOT AVAILABLE - '
                   'STATUS ' WS-FS10 ' - ALL NET PAY SHOWN AS CHECKS'
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-PERIOD-ID TO TITLE-PERIOD-ID.
           MOVE WS-PAY-DATE TO TITLE-PAY-DATE.
           MOVE WS-PERIOD-START TO TITLE-START-DATE.
           MOVE WS-PERIOD-END TO TITLE-END-DATE.
           MOVE WS-PERIOD-FREQUENCY TO TITLE-FREQUENCY.
           MOVE WS-RUN-DATE TO TITLE-RUN-DATE.
           WRITE FORECAST-REPORT-LINE FROM WS-TITLE-LINE.
           WRITE FORECAST-REPORT-LINE FROM WS-BLANK-LINE.
           WRITE FORECAST-REPORT-LINE FROM WS-HEADING-LINE.

       READ-EMPLOYEE.
           SET WS-NOT-EOF TO TRUE.
           PERFORM UNTIL WS-EOF
                READ EMPLOYEE-IN
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF EMPLOYEE-REC-TYPE = 'D'
                           ADD 1 TO WS-INPUT-COUNT
                           PERFORM FORECAST-ONE-EMPLOYEE
                        END-IF
                END-READ
           END-PERFORM.

       FORECAST-ONE-EMPLOYEE.
           PERFORM SCREEN-EMPLOYEE.
           IF WS-INCLUDED
               PERFORM PROJECT-BASE-PAY
               IF WS-RC-OVERFLOW
                   ADD 1 TO WS-RATE-OVERFLOW-COUNT
                   DISPLAY 'CASHFCST: EMPLOYEE ' EMPLOYEE-ID
                       ' HAS MORE RATE CHANGES IN THE PERIOD THAN '
                       'PAYROLL HOLDS - WILL BE REJECTED'
               ELSE
                   PERFORM PROJECT-EMPLOYEE-PAY
               END-IF
           END-IF.

       SCREEN-EMPLOYEE.
      *    The same tests PAYROLL applies before paying anyone - an
      *    employee it would reject or pass over is left out of the
      *    money and counted under the reason.
           SET WS-NOT-INCLUDED TO TRUE.
           EVALUATE EMPLOYEE-PAY-FREQUENCY
               WHEN 'W'
                   MOVE 'W' TO WS-EMP-FREQUENCY
               WHEN 'B'
                   MOVE 'B' TO WS-EMP-FREQUENCY
               WHEN OTHER
                   MOVE 'M' TO WS-EMP-FREQUENCY
           END-EVALUATE.
           EVALUATE TRUE
               WHEN EMPLOYEE-SALARY NOT NUMERIC
                   ADD 1 TO WS-BAD-SALARY-COUNT
               WHEN EMPLOYEE-SALARY <= ZERO
                   ADD 1 TO WS-BAD-SALARY-COUNT
               WHEN EMPLOYEE-TERM-DATE > ZERO
                     AND EMPLOYEE-TERM-DATE < WS-PERIOD-START
                   ADD 1 TO WS-TERMINATED-COUNT
               WHEN EMPLOYEE-HIRE-DATE > WS-PERIOD-END
                   ADD 1 TO WS-NOT-HIRED-COUNT
               WHEN WS-EMP-FREQUENCY NOT = WS-PERIOD-FREQUENCY
                   ADD 1 TO WS-OTHER-FREQ-COUNT
               WHEN OTHER
                   PERFORM FIND-EMPLOYEE-JURISDICTION
           END-EVALUATE.

       FIND-EMPLOYEE-JURISDICTION.
           SET WS-JUR-NOT-FOUND TO TRUE.
           SET WS-JUR-USE-IDX TO 1.
           PERFORM UNTIL WS-JUR-USE-IDX > WS-JUR-COUNT
                      OR WS-JUR-FOUND
                IF WS-JUR-CODE (WS-JUR-USE-IDX) =
                      EMPLOYEE-TAX-JURISDICTION
                   SET WS-JUR-FOUND TO TRUE
                ELSE
                   SET WS-JUR-USE-IDX UP BY 1
                END-IF
           END-PERFORM.
           IF WS-JUR-COUNT > ZERO AND WS-JUR-NOT-FOUND
               ADD 1 TO WS-NO-RATES-COUNT
               DISPLAY 'CASHFCST: EMPLOYEE ' EMPLOYEE-ID
                   ' HAS NO TAX RATES FOR JURISDICTION '
                   EMPLOYEE-TAX-JURISDICTION ' - WILL BE REJECTED'
           ELSE
               SET WS-INCLUDED TO TRUE
           END-IF.

       PROJECT-BASE-PAY.
      *    Period base pay from the pay frequency, prorated over the
      *    calendar days worked when hire or termination falls
      *    inside the period, then re-settled segment by segment at
      *    each rate on RATEHIST - PAYROLL's own arithmetic, so the
      *    forecast and the run agree to the cent.
           EVALUATE WS-EMP-FREQUENCY
               WHEN 'W'
                   COMPUTE WS-PERIOD-BASE-PAY = EMPLOYEE-SALARY / 52
               WHEN 'B'
                   COMPUTE WS-PERIOD-BASE-PAY = EMPLOYEE-SALARY / 26
               WHEN OTHER
                   COMPUTE WS-PERIOD-BASE-PAY = EMPLOYEE-SALARY / 12
           END-EVALUATE.
           MOVE 'N' TO WS-PRORATED-SW.
           MOVE 'N' TO WS-RATE-CHANGED-SW.
           MOVE WS-PERIOD-START-INT TO WS-EFF-START-INT.
           MOVE WS-PERIOD-END-INT TO WS-EFF-END-INT.
           IF EMPLOYEE-HIRE-DATE > 0
               AND EMPLOYEE-HIRE-DATE >= WS-PERIOD-START
               AND EMPLOYEE-HIRE-DATE <= WS-PERIOD-END
               COMPUTE WS-EFF-START-INT =
                   FUNCTION INTEGER-OF-DATE(EMPLOYEE-HIRE-DATE)
           END-IF.
           IF EMPLOYEE-TERM-DATE > 0
               AND EMPLOYEE-TERM-DATE >= WS-PERIOD-START
               AND EMPLOYEE-TERM-DATE <= WS-PERIOD-END
               COMPUTE WS-EFF-END-INT =
                   FUNCTION INTEGER-OF-DATE(EMPLOYEE-TERM-DATE)
           END-IF.
           COMPUTE WS-DAYS-WORKED =
               WS-EFF-END-INT - WS-EFF-START-INT + 1.
           IF WS-DAYS-WORKED < 0
               MOVE 0 TO WS-DAYS-WORKED
           END-IF.
           IF WS-DAYS-WORKED > WS-DAYS-IN-PERIOD
               MOVE WS-DAYS-IN-PERIOD TO WS-DAYS-WORKED
           END-IF.
           IF WS-DAYS-WORKED < WS-DAYS-IN-PERIOD
               SET WS-PRORATED TO TRUE
           END-IF.
           COMPUTE WS-EMP-BASE ROUNDED =
               WS-PERIOD-BASE-PAY
               * WS-DAYS-WORKED / WS-DAYS-IN-PERIOD.
           PERFORM APPLY-SALARY-HISTORY.

       APPLY-SALARY-HISTORY.
           MOVE ZERO TO WS-RATE-CHG-COUNT.
           MOVE 'N' TO WS-RC-OVERFLOW-SW.
           PERFORM UNTIL WS-RATE-EOF
                      OR RH-EMPLOYEE-ID >= EMPLOYEE-ID
                PERFORM READ-NEXT-RATE-CHANGE
           END-PERFORM.
           PERFORM UNTIL WS-RATE-EOF
                      OR RH-EMPLOYEE-ID NOT = EMPLOYEE-ID
                PERFORM STORE-RATE-CHANGE
                PERFORM READ-NEXT-RATE-CHANGE
           END-PERFORM.
           IF WS-RATE-CHG-COUNT > ZERO AND WS-DAYS-WORKED > ZERO
               PERFORM COMPUTE-SPLIT-BASE-PAY
           END-IF.

       STORE-RATE-CHANGE.
      *    Latest change at or before the effective start in slot 1,
      *    in-period changes behind it, and a later change only
      *    while nothing else is held - as PAYROLL keeps them.
           COMPUTE WS-RC-WORK-EFF-INT =
               FUNCTION INTEGER-OF-DATE(RH-EFF-DATE).
           EVALUATE TRUE
               WHEN WS-RC-WORK-EFF-INT <= WS-EFF-START-INT
                   MOVE 1 TO WS-RATE-CHG-COUNT
                   PERFORM STORE-RATE-CHANGE-SLOT
               WHEN WS-RC-WORK-EFF-INT <= WS-EFF-END-INT
                   SET WS-RATE-CHANGED TO TRUE
                   IF WS-RATE-CHG-COUNT < 12
                       ADD 1 TO WS-RATE-CHG-COUNT
                       PERFORM STORE-RATE-CHANGE-SLOT
                   ELSE
                       SET WS-RC-OVERFLOW TO TRUE
                   END-IF
               WHEN OTHER
                   IF WS-RATE-CHG-COUNT = ZERO
                       MOVE 1 TO WS-RATE-CHG-COUNT
                       PERFORM STORE-RATE-CHANGE-SLOT
                   END-IF
           END-EVALUATE.

       STORE-RATE-CHANGE-SLOT.
           SET WS-RC-IDX TO WS-RATE-CHG-COUNT.
           MOVE WS-RC-WORK-EFF-INT TO WS-RC-EFF-INT (WS-RC-IDX).
           MOVE RH-OLD-SALARY TO WS-RC-OLD-SALARY (WS-RC-IDX).
           MOVE RH-NEW-SALARY TO WS-RC-NEW-SALARY (WS-RC-IDX).

       COMPUTE-SPLIT-BASE-PAY.
           MOVE ZERO TO WS-SEG-PAY-SUM.
           MOVE WS-EFF-START-INT TO WS-SEG-START-INT.
           PERFORM UNTIL WS-SEG-START-INT > WS-EFF-END-INT
                PERFORM SETTLE-ONE-SEGMENT
           END-PERFORM.
           COMPUTE WS-PERIOD-BASE-PAY ROUNDED =
               WS-SEG-PAY-SUM / WS-DAYS-WORKED.
           COMPUTE WS-EMP-BASE ROUNDED =
               WS-PERIOD-BASE-PAY
               * WS-DAYS-WORKED / WS-DAYS-IN-PERIOD.

       SETTLE-ONE-SEGMENT.
           MOVE WS-EFF-END-INT TO WS-SEG-END-INT.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RATE-CHG-COUNT
                IF WS-RC-EFF-INT (WS-RC-IDX) > WS-SEG-START-INT
                      AND WS-RC-EFF-INT (WS-RC-IDX) - 1
                            < WS-SEG-END-INT
                   COMPUTE WS-SEG-END-INT =
                       WS-RC-EFF-INT (WS-RC-IDX) - 1
                END-IF
           END-PERFORM.
           PERFORM FIND-SEGMENT-SALARY.
           EVALUATE WS-EMP-FREQUENCY
               WHEN 'W'
                   COMPUTE WS-SEG-BASE = WS-SEG-SALARY / 52
               WHEN 'B'
                   COMPUTE WS-SEG-BASE = WS-SEG-SALARY / 26
               WHEN OTHER
                   COMPUTE WS-SEG-BASE = WS-SEG-SALARY / 12
           END-EVALUATE.
           COMPUTE WS-SEG-DAYS =
               WS-SEG-END-INT - WS-SEG-START-INT + 1.
           COMPUTE WS-SEG-PAY-SUM =
               WS-SEG-PAY-SUM + WS-SEG-BASE * WS-SEG-DAYS.
           COMPUTE WS-SEG-START-INT = WS-SEG-END-INT + 1.

       FIND-SEGMENT-SALARY.
           SET WS-SEG-NOT-FOUND TO TRUE.
           MOVE EMPLOYEE-SALARY TO WS-SEG-SALARY.
           PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                   UNTIL WS-RC-IDX > WS-RATE-CHG-COUNT
                IF WS-RC-EFF-INT (WS-RC-IDX) <= WS-SEG-START-INT
                   MOVE WS-RC-NEW-SALARY (WS-RC-IDX)
                     TO WS-SEG-SALARY
                   SET WS-SEG-FOUND TO TRUE
                END-IF
           END-PERFORM.
           IF WS-SEG-NOT-FOUND AND WS-RATE-CHG-COUNT > ZERO
               MOVE WS-RC-OLD-SALARY (1) TO WS-SEG-SALARY
           END-IF.

       PROJECT-EMPLOYEE-PAY.
      *    PAYROLL's order of work - adjustments, pre-tax
      *    deductions and withholding, any net-basis bonus grossed
      *    up, retro arrears, then the post-tax deductions under the
      *    protected-net floor.  Timesheet hours and absences are
      *    not known until the period has been worked and are left
      *    out.
           PERFORM FIND-COMPANY-ENTRY.
           PERFORM LOOKUP-ADJUSTMENT.
           PERFORM GATHER-EMPLOYEE-DEDUCTIONS.
           PERFORM COMPUTE-WITHHOLDING.
           IF WS-EMP-BONUS-TARGET > ZERO
               PERFORM GROSS-UP-BONUS
           END-IF.
           PERFORM APPLY-RETRO-DIFFERENTIAL.
           PERFORM APPLY-RECURRING-DEDUCTIONS.
           COMPUTE WS-EMP-NET =
               WS-EMP-GROSS - WS-EMP-DEDUCTIONS
               - WS-EMP-TAX - WS-EMP-SOCIAL.
           PERFORM SPLIT-NET-PAY.
           PERFORM ADD-TO-RUN-TOTALS.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-OUTPUT-COUNT.

       LOOKUP-ADJUSTMENT.
           MOVE ZERO TO WS-EMP-OVERTIME.
           MOVE ZERO TO WS-EMP-BONUS.
           MOVE ZERO TO WS-EMP-BONUS-TARGET.
           MOVE ZERO TO WS-EMP-ADJ-DED.
           PERFORM UNTIL WS-ADJ-EOF
                      OR SADJ-EMPLOYEE-ID >= EMPLOYEE-ID
                PERFORM READ-NEXT-ADJUSTMENT
           END-PERFORM.
           IF WS-ADJ-NOT-EOF AND SADJ-EMPLOYEE-ID = EMPLOYEE-ID
               MOVE SADJ-OVERTIME-AMOUNT TO WS-EMP-OVERTIME
               MOVE SADJ-DEDUCTION-AMOUNT TO WS-EMP-ADJ-DED
               IF SADJ-BONUS-IS-NET AND SADJ-BONUS-AMOUNT > ZERO
                   MOVE SADJ-BONUS-AMOUNT TO WS-EMP-BONUS-TARGET
               ELSE
                   MOVE SADJ-BONUS-AMOUNT TO WS-EMP-BONUS
               END-IF
               PERFORM READ-NEXT-ADJUSTMENT
           END-IF.

       GATHER-EMPLOYEE-DEDUCTIONS.
           MOVE ZERO TO WS-DBUF-COUNT.
           PERFORM UNTIL WS-DED-EOF
                      OR DED-EMPLOYEE-ID >= EMPLOYEE-ID
                PERFORM READ-NEXT-DEDUCTION
           END-PERFORM.
           PERFORM UNTIL WS-DED-EOF
                      OR DED-EMPLOYEE-ID NOT = EMPLOYEE-ID
                IF WS-DBUF-COUNT < 30
                    ADD 1 TO WS-DBUF-COUNT
                    SET WS-DBUF-IDX TO WS-DBUF-COUNT
                    MOVE FORECAST-DEDUCT-SORTED-REC
                      TO WS-DBUF-REC (WS-DBUF-IDX)
                    MOVE ZERO TO WS-DBUF-TAKE (WS-DBUF-IDX)
                    MOVE 'N' TO WS-DBUF-PRETAX-SW (WS-DBUF-IDX)
                END-IF
                PERFORM READ-NEXT-DEDUCTION
           END-PERFORM.

       COMPUTE-WITHHOLDING.
           COMPUTE WS-EMP-GROSS =
               WS-EMP-BASE + WS-EMP-OVERTIME + WS-EMP-BONUS.
           PERFORM APPLY-PRETAX-DEDUCTIONS.
           MOVE ZERO TO WS-EMP-TAX.
           MOVE ZERO TO WS-EMP-SOCIAL.
           MOVE ZERO TO WS-EMP-ER-SOCIAL.
           MOVE ZERO TO WS-EMP-ER-PENSION.
           IF WS-JUR-COUNT > ZERO
               MOVE WS-EMP-TAXABLE TO WS-TAX-GROSS
               PERFORM COMPUTE-BRACKET-TAX
               MOVE WS-TAX-RESULT TO WS-EMP-TAX
               COMPUTE WS-EMP-SOCIAL ROUNDED =
                   WS-EMP-SOCIAL-WAGE
                   * WS-JUR-SOCIAL-RATE-PCT (WS-JUR-USE-IDX) / 100
               COMPUTE WS-EMP-ER-SOCIAL ROUNDED =
                   WS-EMP-SOCIAL-WAGE
                   * WS-JUR-ER-SOCIAL-PCT (WS-JUR-USE-IDX) / 100
               COMPUTE WS-EMP-ER-PENSION ROUNDED =
                   WS-EMP-GROSS
                   * WS-JUR-ER-PENSION-PCT (WS-JUR-USE-IDX) / 100
           END-IF.
           IF WS-EMP-SOCIAL < ZERO
               MOVE ZERO TO WS-EMP-SOCIAL
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

       APPLY-PRETAX-DEDUCTIONS.
           MOVE WS-EMP-GROSS TO WS-EMP-TAXABLE.
           MOVE WS-EMP-GROSS TO WS-EMP-SOCIAL-WAGE.
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
           IF WS-EMP-TAXABLE < ZERO
               MOVE ZERO TO WS-EMP-TAXABLE
           END-IF.
           IF WS-EMP-SOCIAL-WAGE < ZERO
               MOVE ZERO TO WS-EMP-SOCIAL-WAGE
           END-IF.

       TAKE-PRETAX-DEDUCTION.
           PERFORM COMPUTE-DEDUCTION-REQUEST.
           COMPUTE WS-DED-AVAILABLE = WS-EMP-GROSS - WS-PRETAX-TAKEN.
           IF WS-DED-AVAILABLE < ZERO
               MOVE ZERO TO WS-DED-AVAILABLE
           END-IF.
           IF WS-DED-REQUESTED > WS-DED-AVAILABLE
               MOVE WS-DED-AVAILABLE TO WS-DED-TAKE
           ELSE
               MOVE WS-DED-REQUESTED TO WS-DED-TAKE
           END-IF.
           MOVE 'Y' TO WS-DBUF-PRETAX-SW (WS-DBUF-IDX).
           MOVE WS-DED-TAKE TO WS-DBUF-TAKE (WS-DBUF-IDX).
           ADD WS-DED-TAKE TO WS-PRETAX-TAKEN.
           IF WS-PRETAX-FOR-TAX
               SUBTRACT WS-DED-TAKE FROM WS-EMP-TAXABLE
           END-IF.
           IF WS-PRETAX-FOR-SOCIAL
               SUBTRACT WS-DED-TAKE FROM WS-EMP-SOCIAL-WAGE
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

       CHECK-DEDUCTION-ACTIVE.
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

       COMPUTE-DEDUCTION-REQUEST.
           IF CUR-DED-METHOD-PERCENT
               COMPUTE WS-DED-REQUESTED ROUNDED =
                   WS-EMP-GROSS * CUR-DED-AMOUNT / 100
           ELSE
               MOVE CUR-DED-AMOUNT TO WS-DED-REQUESTED
           END-IF.
           ADD CUR-DED-ARREARS TO WS-DED-REQUESTED.
           IF (CUR-DED-TYPE-GARNISHMENT OR CUR-DED-TYPE-LOAN)
                 AND WS-DED-REQUESTED > CUR-DED-BALANCE
               MOVE CUR-DED-BALANCE TO WS-DED-REQUESTED
           END-IF.

       GROSS-UP-BONUS.
           MOVE WS-EMP-TAX TO WS-GU-BASE-TAX.
           MOVE WS-EMP-SOCIAL TO WS-GU-BASE-SOCIAL.
           MOVE WS-EMP-BONUS-TARGET TO WS-GU-GROSS.
           MOVE ZERO TO WS-GU-PASSES.
           SET WS-GU-NOT-SETTLED TO TRUE.
           PERFORM GROSS-UP-ONE-PASS
               UNTIL WS-GU-SETTLED OR WS-GU-PASSES >= 60.

       GROSS-UP-ONE-PASS.
           ADD 1 TO WS-GU-PASSES.
           MOVE WS-GU-GROSS TO WS-EMP-BONUS.
           PERFORM COMPUTE-WITHHOLDING.
           COMPUTE WS-GU-NET = WS-GU-GROSS
               - (WS-EMP-TAX - WS-GU-BASE-TAX)
               - (WS-EMP-SOCIAL - WS-GU-BASE-SOCIAL).
           COMPUTE WS-GU-SHORT = WS-EMP-BONUS-TARGET - WS-GU-NET.
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
           IF WS-GU-NOT-SETTLED AND WS-GU-GROSS > 99999.99
               SET WS-GU-SETTLED TO TRUE
           END-IF.

       APPLY-RETRO-DIFFERENTIAL.
           MOVE ZERO TO WS-RETRO-BASE.
           MOVE ZERO TO WS-RETRO-TAX.
           MOVE ZERO TO WS-RETRO-SOCIAL.
           MOVE ZERO TO WS-RETRO-ER-SOCIAL.
           MOVE ZERO TO WS-RETRO-ER-PENSION.
           MOVE ZERO TO WS-RETRO-PERIODS.
           MOVE 'N' TO WS-EMP-RETRO-SW.
           PERFORM UNTIL WS-RETRO-EOF
                      OR RD-EMPLOYEE-ID >= EMPLOYEE-ID
                PERFORM READ-NEXT-RETRO
           END-PERFORM.
           PERFORM UNTIL WS-RETRO-EOF
                      OR RD-EMPLOYEE-ID NOT = EMPLOYEE-ID
                ADD RD-BASE-DIFF TO WS-RETRO-BASE
                ADD RD-TAX-DIFF TO WS-RETRO-TAX
                ADD RD-SOCIAL-DIFF TO WS-RETRO-SOCIAL
                ADD RD-ER-SOCIAL-DIFF TO WS-RETRO-ER-SOCIAL
                ADD RD-ER-PENSION-DIFF TO WS-RETRO-ER-PENSION
                ADD 1 TO WS-RETRO-PERIODS
                PERFORM READ-NEXT-RETRO
           END-PERFORM.
           IF WS-RETRO-PERIODS > ZERO
               SET WS-EMP-HAS-RETRO TO TRUE
               ADD WS-RETRO-BASE TO WS-EMP-BASE
               ADD WS-RETRO-BASE TO WS-EMP-GROSS
               ADD WS-RETRO-TAX TO WS-EMP-TAX
               ADD WS-RETRO-SOCIAL TO WS-EMP-SOCIAL
               ADD WS-RETRO-ER-SOCIAL TO WS-EMP-ER-SOCIAL
               ADD WS-RETRO-ER-PENSION TO WS-EMP-ER-PENSION
           END-IF.

       APPLY-RECURRING-DEDUCTIONS.
      *    Sized the way PAYROLL sizes them - every after-tax
      *    deduction works on what all the pre-tax ones left,
      *    whatever their priority, less the adjustment and the
      *    after-tax takes ahead of it.
           COMPUTE WS-DISPOSABLE =
               WS-EMP-GROSS - WS-EMP-TAX - WS-EMP-SOCIAL.
           COMPUTE WS-DED-FLOOR ROUNDED =
               WS-DISPOSABLE * WS-PROTECT-PCT / 100.
           MOVE WS-EMP-ADJ-DED TO WS-EMP-DEDUCTIONS.
           MOVE WS-EMP-ADJ-DED TO WS-DED-POSTTAX-TAKEN.
           MOVE ZERO TO WS-EMP-RECURRING.
           PERFORM VARYING WS-DBUF-IDX FROM 1 BY 1
                   UNTIL WS-DBUF-IDX > WS-DBUF-COUNT
                PERFORM APPLY-ONE-DEDUCTION
           END-PERFORM.

       APPLY-ONE-DEDUCTION.
           MOVE WS-DBUF-REC (WS-DBUF-IDX) TO WS-CUR-DED.
           MOVE ZERO TO WS-DED-TAKE.
           IF WS-DBUF-PRETAX (WS-DBUF-IDX)
               MOVE WS-DBUF-TAKE (WS-DBUF-IDX) TO WS-DED-TAKE
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
               END-IF
           END-IF.
           ADD WS-DED-TAKE TO WS-EMP-DEDUCTIONS.
           ADD WS-DED-TAKE TO WS-EMP-RECURRING.
           IF WS-DED-TAKE > ZERO
               PERFORM ADD-TO-PAYEE-TOTAL
           END-IF.

       ADD-TO-PAYEE-TOTAL.
      *    Employee-specific payee first, then the type-level one
      *    (PAYEE-EMPLOYEE-ID zero) - REMIT's own search.
           SET WS-PAYEE-NOT-FOUND TO TRUE.
           SET WS-PAYEE-IDX TO 1.
           PERFORM UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
                      OR WS-PAYEE-FOUND
                IF WS-PAYEE-TYPE (WS-PAYEE-IDX) = CUR-DED-TYPE-CODE
                      AND WS-PAYEE-EMP-ID (WS-PAYEE-IDX)
                            = CUR-DED-EMPLOYEE-ID
                   SET WS-PAYEE-FOUND TO TRUE
                ELSE
                   SET WS-PAYEE-IDX UP BY 1
                END-IF
           END-PERFORM.
           IF WS-PAYEE-NOT-FOUND
               SET WS-PAYEE-IDX TO 1
               PERFORM UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
                          OR WS-PAYEE-FOUND
                    IF WS-PAYEE-TYPE (WS-PAYEE-IDX) = CUR-DED-TYPE-CODE
                          AND WS-PAYEE-EMP-ID (WS-PAYEE-IDX) = ZERO
                       SET WS-PAYEE-FOUND TO TRUE
                    ELSE
                       SET WS-PAYEE-IDX UP BY 1
                    END-IF
               END-PERFORM
           END-IF.
           IF WS-PAYEE-FOUND
               ADD WS-DED-TAKE TO WS-PAYEE-TOTAL (WS-PAYEE-IDX)
               ADD 1 TO WS-PAYEE-ITEM-COUNT (WS-PAYEE-IDX)
               ADD WS-DED-TAKE TO WS-TOT-REMITTED
           ELSE
               ADD WS-DED-TAKE TO WS-TOT-UNMATCHED
               ADD 1 TO WS-UNMATCHED-COUNT
           END-IF.
           IF WS-CO-FOUND
               ADD WS-DED-TAKE TO WS-CO-PAYEES (WS-CO-IDX)
           END-IF.

       SPLIT-NET-PAY.
      *    DDEXPORT deposits the whole net across the payable
      *    accounts by their allocation rules; with no payable
      *    account the net is paid by check.
           MOVE ZERO TO WS-EMP-ACH.
           MOVE ZERO TO WS-EMP-CHECK.
           MOVE ZERO TO WS-ALLOC-COUNT.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE ZERO TO WS-RETURNED-COUNT.
           IF WS-BANK-FILE-OPEN
               PERFORM LOAD-EMPLOYEE-ACCOUNTS
           END-IF.
           ADD WS-PENDING-COUNT TO WS-PRENOTE-COUNT.
           IF WS-EMP-NET > ZERO
               IF WS-ALLOC-COUNT > ZERO
                   PERFORM ALLOCATE-NET-PAY
                   MOVE WS-EMP-NET TO WS-EMP-ACH
               ELSE
                   MOVE WS-EMP-NET TO WS-EMP-CHECK
                   ADD 1 TO WS-CHECK-COUNT
               END-IF
           END-IF.

       LOAD-EMPLOYEE-ACCOUNTS.
           MOVE EMPLOYEE-ID TO BANK-EMPLOYEE-ID.
           MOVE ZERO TO BANK-ACCOUNT-SEQ.
           SET WS-ACCT-NOT-EOF TO TRUE.
           START BANK-ACCOUNT-FILE KEY >= BANK-ACCOUNT-KEY
               INVALID KEY SET WS-ACCT-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-ACCT-EOF
                READ BANK-ACCOUNT-FILE NEXT RECORD
                         AT END SET WS-ACCT-EOF TO TRUE
                     NOT AT END
                        IF BANK-EMPLOYEE-ID NOT = EMPLOYEE-ID
                           SET WS-ACCT-EOF TO TRUE
                        ELSE
                           EVALUATE TRUE
                               WHEN BANK-PRENOTE-PENDING
                                   ADD 1 TO WS-PENDING-COUNT
                               WHEN BANK-ACCOUNT-RETURNED
                                   ADD 1 TO WS-RETURNED-COUNT
                               WHEN OTHER
                                   PERFORM ADD-ACCOUNT-TO-TABLE
                           END-EVALUATE
                        END-IF
                END-READ
           END-PERFORM.

       ADD-ACCOUNT-TO-TABLE.
           IF WS-ALLOC-COUNT < 10
               ADD 1 TO WS-ALLOC-COUNT
               SET WS-AL-IDX TO WS-ALLOC-COUNT
               MOVE BANK-ALLOC-METHOD TO WS-AL-METHOD (WS-AL-IDX)
               MOVE BANK-ALLOC-VALUE TO WS-AL-VALUE (WS-AL-IDX)
               MOVE ZERO TO WS-AL-TAKE (WS-AL-IDX)
           END-IF.

       ALLOCATE-NET-PAY.
      *    Fixed amounts first, then percentages of the full net,
      *    the remainder account (or the last payable one) taking
      *    the rest - DDEXPORT's split, counted here for the number
      *    of deposit entries the bank will see.
           MOVE WS-EMP-NET TO WS-REMAINING-NET.
           SET WS-REMAINDER-NOT-SEEN TO TRUE.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALLOC-COUNT
                IF WS-AL-METHOD (WS-AL-IDX) = 'A'
                    MOVE WS-AL-VALUE (WS-AL-IDX) TO WS-ALLOC-TAKE
                    IF WS-ALLOC-TAKE > WS-REMAINING-NET
                        MOVE WS-REMAINING-NET TO WS-ALLOC-TAKE
                    END-IF
                    MOVE WS-ALLOC-TAKE TO WS-AL-TAKE (WS-AL-IDX)
                    SUBTRACT WS-ALLOC-TAKE FROM WS-REMAINING-NET
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALLOC-COUNT
                IF WS-AL-METHOD (WS-AL-IDX) = 'P'
                    COMPUTE WS-ALLOC-TAKE ROUNDED =
                        WS-EMP-NET * WS-AL-VALUE (WS-AL-IDX) / 100
                    IF WS-ALLOC-TAKE > WS-REMAINING-NET
                        MOVE WS-REMAINING-NET TO WS-ALLOC-TAKE
                    END-IF
                    MOVE WS-ALLOC-TAKE TO WS-AL-TAKE (WS-AL-IDX)
                    SUBTRACT WS-ALLOC-TAKE FROM WS-REMAINING-NET
                END-IF
           END-PERFORM.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALLOC-COUNT
                      OR WS-REMAINDER-SEEN
                IF WS-AL-METHOD (WS-AL-IDX) = 'R'
                      OR WS-AL-METHOD (WS-AL-IDX) = SPACE
                    ADD WS-REMAINING-NET TO WS-AL-TAKE (WS-AL-IDX)
                    MOVE ZERO TO WS-REMAINING-NET
                    SET WS-REMAINDER-SEEN TO TRUE
                END-IF
           END-PERFORM.
           IF WS-REMAINDER-NOT-SEEN AND WS-REMAINING-NET > ZERO
               SET WS-AL-IDX TO WS-ALLOC-COUNT
               ADD WS-REMAINING-NET TO WS-AL-TAKE (WS-AL-IDX)
           END-IF.
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALLOC-COUNT
                IF WS-AL-TAKE (WS-AL-IDX) > ZERO
                    ADD 1 TO WS-ACH-ENTRY-COUNT
                END-IF
           END-PERFORM.

       ADD-TO-RUN-TOTALS.
           ADD WS-EMP-GROSS TO WS-TOT-GROSS.
           ADD WS-EMP-TAX TO WS-TOT-TAX.
           ADD WS-EMP-SOCIAL TO WS-TOT-SOCIAL.
           ADD WS-EMP-ER-SOCIAL TO WS-TOT-ER-SOCIAL.
           ADD WS-EMP-ER-PENSION TO WS-TOT-ER-PENSION.
           ADD WS-EMP-RECURRING TO WS-TOT-RECURRING.
           ADD WS-EMP-ADJ-DED TO WS-TOT-ADJ-DED.
           ADD WS-EMP-BONUS TO WS-TOT-BONUS.
           ADD WS-RETRO-BASE TO WS-TOT-RETRO.
           ADD WS-EMP-NET TO WS-TOT-NET.
           ADD WS-EMP-ACH TO WS-TOT-ACH.
           ADD WS-EMP-CHECK TO WS-TOT-CHECK.
           IF WS-CO-FOUND
               PERFORM ADD-TO-COMPANY-TOTAL
           END-IF.

       ADD-TO-COMPANY-TOTAL.
           ADD 1 TO WS-CO-EMPLOYEES (WS-CO-IDX).
           ADD WS-EMP-NET TO WS-CO-NET (WS-CO-IDX).
           ADD WS-EMP-ACH TO WS-CO-ACH (WS-CO-IDX).
           ADD WS-EMP-CHECK TO WS-CO-CHECK (WS-CO-IDX).
           IF WS-EMP-CHECK > ZERO
               ADD 1 TO WS-CO-CHECK-COUNT (WS-CO-IDX)
           END-IF.
           COMPUTE WS-CO-TAX-DEPOSIT (WS-CO-IDX) =
               WS-CO-TAX-DEPOSIT (WS-CO-IDX)
               + WS-EMP-TAX + WS-EMP-SOCIAL + WS-EMP-ER-SOCIAL.
           ADD WS-EMP-ER-PENSION TO WS-CO-ER-PENSION (WS-CO-IDX).

       WRITE-DETAIL-LINE.
           MOVE EMPLOYEE-ID TO DET-EMPLOYEE-ID.
           MOVE EMPLOYEE-LASTNAME TO DET-LASTNAME.
           MOVE WS-EMP-GROSS TO DET-GROSS.
           MOVE WS-EMP-TAX TO DET-TAX.
           MOVE WS-EMP-SOCIAL TO DET-SOCIAL.
           MOVE WS-EMP-DEDUCTIONS TO DET-DEDUCTIONS.
           MOVE WS-EMP-NET TO DET-NET.
           MOVE WS-EMP-ACH TO DET-ACH.
           MOVE WS-EMP-CHECK TO DET-CHECK.
           EVALUATE TRUE
               WHEN WS-EMP-CHECK > ZERO AND WS-PENDING-COUNT > ZERO
                   MOVE 'CHECK - PRENOTE' TO DET-NOTE
               WHEN WS-EMP-CHECK > ZERO AND WS-RETURNED-COUNT > ZERO
                   MOVE 'CHECK - RETURNED' TO DET-NOTE
               WHEN WS-EMP-CHECK > ZERO
                   MOVE 'CHECK - NO ACCT' TO DET-NOTE
               WHEN WS-EMP-NET NOT > ZERO
                   MOVE 'NO NET PAY' TO DET-NOTE
               WHEN WS-PRORATED
                   MOVE 'PRORATED' TO DET-NOTE
               WHEN WS-RATE-CHANGED
                   MOVE 'RATE CHANGE' TO DET-NOTE
               WHEN WS-EMP-HAS-RETRO
                   MOVE 'RETRO ARREARS' TO DET-NOTE
               WHEN WS-EMP-BONUS NOT = ZERO
                   MOVE 'BONUS' TO DET-NOTE
               WHEN OTHER
                   MOVE SPACES TO DET-NOTE
           END-EVALUATE.
           WRITE FORECAST-REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-REPORT-SUMMARY.
      *    The funding picture: what the payroll account must hold
      *    on the pay date, what goes to the tax authority, and what
      *    REMIT will pay over to each payee.
           COMPUTE WS-TOT-TAX-DEPOSIT =
               WS-TOT-TAX + WS-TOT-SOCIAL + WS-TOT-ER-SOCIAL.
           COMPUTE WS-TOT-REQUIREMENT =
               WS-TOT-NET + WS-TOT-TAX-DEPOSIT + WS-TOT-REMITTED
               + WS-TOT-UNMATCHED + WS-TOT-ER-PENSION.
           WRITE FORECAST-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'PROJECTED PAY' TO SECTION-TITLE.
           WRITE FORECAST-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'EMPLOYEES PROJECTED' TO CNT-LABEL.
           MOVE WS-OUTPUT-COUNT TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'GROSS PAY' TO AMT-LABEL.
           MOVE WS-TOT-GROSS TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE '  OF WHICH BONUS' TO AMT-LABEL.
           MOVE WS-TOT-BONUS TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE '  OF WHICH RETRO ARREARS' TO AMT-LABEL.
           MOVE WS-TOT-RETRO TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'INCOME TAX WITHHELD' TO AMT-LABEL.
           MOVE WS-TOT-TAX TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'SOCIAL CONTRIBUTION WITHHELD' TO AMT-LABEL.
           MOVE WS-TOT-SOCIAL TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'RECURRING DEDUCTIONS' TO AMT-LABEL.
           MOVE WS-TOT-RECURRING TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'ONE-OFF ADJUSTMENT DEDUCTIONS' TO AMT-LABEL.
           MOVE WS-TOT-ADJ-DED TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'NET PAY' TO AMT-LABEL.
           MOVE WS-TOT-NET TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'EMPLOYER SOCIAL CONTRIBUTION' TO AMT-LABEL.
           MOVE WS-TOT-ER-SOCIAL TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'EMPLOYER PENSION CONTRIBUTION' TO AMT-LABEL.
           MOVE WS-TOT-ER-PENSION TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.

           WRITE FORECAST-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'NET PAY FUNDING - PAYROLL ACCOUNT' TO SECTION-TITLE.
           WRITE FORECAST-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'DIRECT DEPOSIT (ACH)' TO AMT-LABEL.
           MOVE WS-TOT-ACH TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE '  DEPOSIT ENTRIES' TO CNT-LABEL.
           MOVE WS-ACH-ENTRY-COUNT TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE '  ZERO-DOLLAR PRENOTES TO BE SENT' TO CNT-LABEL.
           MOVE WS-PRENOTE-COUNT TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'CHECKS' TO AMT-LABEL.
           MOVE WS-TOT-CHECK TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE '  CHECKS TO BE CUT' TO CNT-LABEL.
           MOVE WS-CHECK-COUNT TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.

           WRITE FORECAST-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'TAX AUTHORITY DEPOSIT' TO SECTION-TITLE.
           WRITE FORECAST-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'TAX, SOCIAL AND EMPLOYER SOCIAL' TO AMT-LABEL.
           MOVE WS-TOT-TAX-DEPOSIT TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.

           WRITE FORECAST-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'REMITTANCES TO DEDUCTION PAYEES' TO SECTION-TITLE.
           WRITE FORECAST-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-PAYEE-IDX FROM 1 BY 1
                   UNTIL WS-PAYEE-IDX > WS-PAYEE-COUNT
                IF WS-PAYEE-ITEM-COUNT (WS-PAYEE-IDX) > ZERO
                    MOVE WS-PAYEE-NAME (WS-PAYEE-IDX) TO PAY-NAME
                    MOVE WS-PAYEE-REF (WS-PAYEE-IDX) TO PAY-REFERENCE
                    MOVE WS-PAYEE-ITEM-COUNT (WS-PAYEE-IDX)
                      TO PAY-ITEM-COUNT
                    MOVE WS-PAYEE-TOTAL (WS-PAYEE-IDX) TO PAY-AMOUNT
                    WRITE FORECAST-REPORT-LINE FROM WS-PAYEE-LINE
                END-IF
           END-PERFORM.
           IF WS-UNMATCHED-COUNT > ZERO
               MOVE '*** NO PAYEE ON FILE ***' TO PAY-NAME
               MOVE SPACES TO PAY-REFERENCE
               MOVE WS-UNMATCHED-COUNT TO PAY-ITEM-COUNT
               MOVE WS-TOT-UNMATCHED TO PAY-AMOUNT
               WRITE FORECAST-REPORT-LINE FROM WS-PAYEE-LINE
           END-IF.
           MOVE 'TOTAL TO PAYEES' TO AMT-LABEL.
           COMPUTE AMT-VALUE = WS-TOT-REMITTED + WS-TOT-UNMATCHED.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.

           WRITE FORECAST-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'TOTAL CASH REQUIREMENT FOR THE PERIOD'
             TO AMT-LABEL.
           MOVE WS-TOT-REQUIREMENT TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.

           WRITE FORECAST-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'FUNDING BY COMPANY' TO SECTION-TITLE.
           WRITE FORECAST-REPORT-LINE FROM WS-SECTION-LINE.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                IF WS-CO-EMPLOYEES (WS-CO-IDX) > ZERO
                    PERFORM WRITE-COMPANY-FUNDING
                END-IF
           END-PERFORM.

           WRITE FORECAST-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE 'ON THE EXTRACT BUT NOT PAID THIS PERIOD'
             TO SECTION-TITLE.
           WRITE FORECAST-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE 'TERMINATED BEFORE THE PERIOD' TO CNT-LABEL.
           MOVE WS-TERMINATED-COUNT TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'HIRED AFTER THE PERIOD' TO CNT-LABEL.
           MOVE WS-NOT-HIRED-COUNT TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'PAID ON ANOTHER FREQUENCY' TO CNT-LABEL.
           MOVE WS-OTHER-FREQ-COUNT TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'WILL BE REJECTED - SALARY' TO CNT-LABEL.
           MOVE WS-BAD-SALARY-COUNT TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'WILL BE REJECTED - NO TAX RATES' TO CNT-LABEL.
           MOVE WS-NO-RATES-COUNT TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'WILL BE REJECTED - RATE CHANGES' TO CNT-LABEL.
           MOVE WS-RATE-OVERFLOW-COUNT TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.

       WRITE-COMPANY-FUNDING.
      *    What each company's own bank account must hold - its net
      *    pay, its tax deposit, its employees' deductions paid over
      *    and its employer pension.
           COMPUTE WS-CO-REQUIREMENT =
               WS-CO-NET (WS-CO-IDX) + WS-CO-TAX-DEPOSIT (WS-CO-IDX)
               + WS-CO-PAYEES (WS-CO-IDX)
               + WS-CO-ER-PENSION (WS-CO-IDX).
           WRITE FORECAST-REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-CO-CODE (WS-CO-IDX) TO CMP-CODE.
           MOVE WS-CO-NAME (WS-CO-IDX) TO CMP-NAME.
           IF WS-CO-ROUTING (WS-CO-IDX) = SPACES
                 AND WS-CO-ACCOUNT (WS-CO-IDX) = SPACES
               MOVE '*** NONE ON THE COMPANY FILE ***' TO CMP-FUNDING
           ELSE
               MOVE SPACES TO CMP-FUNDING
               STRING WS-CO-ROUTING (WS-CO-IDX) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      WS-CO-ACCOUNT (WS-CO-IDX) DELIMITED BY SIZE
                 INTO CMP-FUNDING
           END-IF.
           WRITE FORECAST-REPORT-LINE FROM WS-COMPANY-LINE.
           MOVE 'EMPLOYEES PROJECTED' TO CNT-LABEL.
           MOVE WS-CO-EMPLOYEES (WS-CO-IDX) TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'DIRECT DEPOSIT (ACH)' TO AMT-LABEL.
           MOVE WS-CO-ACH (WS-CO-IDX) TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'CHECKS' TO AMT-LABEL.
           MOVE WS-CO-CHECK (WS-CO-IDX) TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE '  CHECKS TO BE CUT' TO CNT-LABEL.
           MOVE WS-CO-CHECK-COUNT (WS-CO-IDX) TO CNT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-COUNT-LINE.
           MOVE 'TAX AUTHORITY DEPOSIT' TO AMT-LABEL.
           MOVE WS-CO-TAX-DEPOSIT (WS-CO-IDX) TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'TO DEDUCTION PAYEES' TO AMT-LABEL.
           MOVE WS-CO-PAYEES (WS-CO-IDX) TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'EMPLOYER PENSION CONTRIBUTION' TO AMT-LABEL.
           MOVE WS-CO-ER-PENSION (WS-CO-IDX) TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.
           MOVE 'CASH REQUIREMENT FOR THE COMPANY' TO AMT-LABEL.
           MOVE WS-CO-REQUIREMENT TO AMT-VALUE.
           WRITE FORECAST-REPORT-LINE FROM WS-AMOUNT-LINE.

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
           IF WS-CO-NOT-FOUND AND WS-CO-COUNT < 20
               ADD 1 TO WS-CO-COUNT
               SET WS-CO-IDX TO WS-CO-COUNT
               MOVE EMPLOYEE-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
               MOVE '*** NOT ON THE COMPANY FILE ***'
                 TO WS-CO-NAME (WS-CO-IDX)
               MOVE SPACES TO WS-CO-ROUTING (WS-CO-IDX)
               MOVE SPACES TO WS-CO-ACCOUNT (WS-CO-IDX)
               PERFORM CLEAR-COMPANY-TOTALS
               SET WS-CO-FOUND TO TRUE
           END-IF.
           IF WS-CO-NOT-FOUND
               DISPLAY 'CASHFCST: COMPANY TABLE FULL - EMPLOYEE '
                   EMPLOYEE-ID ' COMPANY ' EMPLOYEE-COMPANY-CODE
                   ' LEFT OUT OF FUNDING BY COMPANY'
           END-IF.

       CLEAR-COMPANY-TOTALS.
           MOVE ZERO TO WS-CO-EMPLOYEES (WS-CO-IDX).
           MOVE ZERO TO WS-CO-NET (WS-CO-IDX).
           MOVE ZERO TO WS-CO-ACH (WS-CO-IDX).
           MOVE ZERO TO WS-CO-CHECK (WS-CO-IDX).
           MOVE ZERO TO WS-CO-CHECK-COUNT (WS-CO-IDX).
           MOVE ZERO TO WS-CO-TAX-DEPOSIT (WS-CO-IDX).
           MOVE ZERO TO WS-CO-PAYEES (WS-CO-IDX).
           MOVE ZERO TO WS-CO-ER-PENSION (WS-CO-IDX).

       LOAD-COMPANY-TABLE.
           MOVE SPACES TO WS-CO-CODE (1).
           MOVE 'PAYROLL COMPANY' TO WS-CO-NAME (1).
           MOVE SPACES TO WS-CO-ROUTING (1).
           MOVE SPACES TO WS-CO-ACCOUNT (1).
           SET WS-CO-IDX TO 1.
           PERFORM CLEAR-COMPANY-TOTALS.
           OPEN INPUT COMPANY-IN.
           SET WS-CO-NOT-EOF TO TRUE.
           IF WS-FS18 NOT = '00'
               SET WS-CO-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-CO-EOF
                READ COMPANY-IN
                         AT END SET WS-CO-EOF TO TRUE
                     NOT AT END
                        PERFORM ADD-COMPANY-ENTRY
                END-READ
           END-PERFORM.
           IF WS-FS18 = '00' OR WS-FS18 = '10'
               CLOSE COMPANY-IN
           END-IF.

       ADD-COMPANY-ENTRY.
           IF CO-COMPANY-CODE = SPACES
               SET WS-CO-IDX TO 1
           ELSE
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   SET WS-CO-IDX TO WS-CO-COUNT
                   MOVE CO-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
                   PERFORM CLEAR-COMPANY-TOTALS
               ELSE
                   DISPLAY 'CASHFCST: COMPANY TABLE FULL - CODE '
                       CO-COMPANY-CODE ' OMITTED'
                   SET WS-CO-IDX TO 1
               END-IF
           END-IF.
           IF CO-COMPANY-CODE = WS-CO-CODE (WS-CO-IDX)
               MOVE CO-COMPANY-NAME TO WS-CO-NAME (WS-CO-IDX)
               MOVE CO-FUNDING-ROUTING TO WS-CO-ROUTING (WS-CO-IDX)
               MOVE CO-FUNDING-ACCOUNT TO WS-CO-ACCOUNT (WS-CO-IDX)
           END-IF.

       DISPLAY-RUN-TOTALS.
           DISPLAY 'CASHFCST: FORECAST FOR PERIOD ' WS-PERIOD-ID
               ' PAY DATE ' WS-PAY-DATE.
           MOVE WS-OUTPUT-COUNT TO COUNT-DISP.
           DISPLAY 'CASHFCST: EMPLOYEES PROJECTED:    ' COUNT-DISP.
           MOVE WS-TOT-ACH TO TOTAL-DISP.
           DISPLAY 'CASHFCST: DIRECT DEPOSIT:         ' TOTAL-DISP.
           MOVE WS-TOT-CHECK TO TOTAL-DISP.
           DISPLAY 'CASHFCST: CHECKS:                 ' TOTAL-DISP.
           MOVE WS-TOT-TAX-DEPOSIT TO TOTAL-DISP.
           DISPLAY 'CASHFCST: TAX AUTHORITY DEPOSIT:  ' TOTAL-DISP.
           COMPUTE WS-TOT-REMITTED = WS-TOT-REMITTED + WS-TOT-UNMATCHED.
           MOVE WS-TOT-REMITTED TO TOTAL-DISP.
           DISPLAY 'CASHFCST: REMITTANCES TO PAYEES:  ' TOTAL-DISP.
           MOVE WS-TOT-REQUIREMENT TO TOTAL-DISP.
           DISPLAY 'CASHFCST: TOTAL CASH REQUIREMENT: ' TOTAL-DISP.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS13 = '05' OR WS-FS13 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'CASHFCST' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-OUTPUT-COUNT TO AUDIT-OUTPUT-COUNT.
           MOVE WS-PERIOD-ID TO AUDIT-PERIOD-ID.
           IF WS-RUN-REFUSED
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
