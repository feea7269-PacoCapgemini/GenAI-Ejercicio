       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCHEAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-REGISTER
           ASSIGN TO CHECKREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHK-CHECK-NUMBER
           FILE STATUS IS WS-FS1.

      *    Run mode, stale-date age and GL accounts - see LOAD-RUN-PARM
      *    for the defaults.
           SELECT OPTIONAL ESCHEAT-PARM-IN
           ASSIGN TO ESCHPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

      *    Reversing journal in the GLPOST layout, for the same GL
      *    interface to pick up - ESCHJRNL for the home ledger and
      *    ESCHJRNL.<ledger-id> for a company on a ledger of its
      *    own, as GLPOST splits JRNLFILE.  Each run appends, so
      *    pairs the GL has not yet taken are never lost.
           SELECT ESCHEAT-JOURNAL-OUT
           ASSIGN TO WS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

           SELECT EMPLOYEE-IN
           ASSIGN TO EMPLOYEE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

           SELECT OWNER-LIST-OUT
           ASSIGN TO ESCHLIST
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

      *    Legal entities - each one's ledger and net-pay clearing
      *    account, the same ones GLPOST credited the check to.
           SELECT OPTIONAL COMPANY-IN
           ASSIGN TO COMPANY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

      *    Pay history - which company paid the check's employee for
      *    the check's period.
           SELECT PAY-HISTORY-IN
           ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-FS8.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER
           RECORD CONTAINS 52 CHARACTERS.
       01 CHECK-REGISTER-REC.
           COPY CHECKREG-CPY.

       FD  ESCHEAT-PARM-IN
           RECORD CONTAINS 24 CHARACTERS.
       01 ESCHEAT-PARM-REC.
          05 PARM-RUN-MODE         PIC X(1).
             88 PARM-OWNER-LIST           VALUE 'L'.
          05 PARM-STALE-DAYS       PIC 9(3).
          05 PARM-LIST-YEAR        PIC 9(4).
          05 PARM-CLEARING-ACCOUNT PIC X(8).
          05 PARM-UNCLAIMED-ACCOUNT PIC X(8).

       FD  ESCHEAT-JOURNAL-OUT
           RECORD CONTAINS 57 CHARACTERS.
       01 ESCHEAT-JOURNAL-REC.
          05 JE-PERIOD-ID          PIC X(6).
          05 JE-ACCOUNT            PIC X(8).
          05 JE-DR-CR              PIC X(2).
          05 JE-AMOUNT             PIC 9(9)V99.
          05 JE-DESCRIPTION        PIC X(30).

       FD  EMPLOYEE-IN
           RECORD CONTAINS 272 CHARACTERS.
       01 EMPLOYEE-RECORD.
           COPY EMPS-NO-01.

       FD  OWNER-LIST-OUT
           RECORD CONTAINS 132 CHARACTERS.
       01 OWNER-LIST-LINE          PIC X(132).

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       FD  COMPANY-IN
           RECORD CONTAINS 100 CHARACTERS.
       01 COMPANY-REC.
           COPY COMPANY-CPY.

       FD  PAY-HISTORY-IN
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-REC.
           COPY PAYHIST-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC X(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC 9(02).
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC X(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC X(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-REG-EOF-SW PIC X(01).
             88 WS-REG-EOF           VALUE 'Y'.
             88 WS-REG-NOT-EOF       VALUE 'N'.

      *    Run parameters.  A check still issued this many days after
      *    its issue date is stale - 180 days unless ESCHPARM says
      *    otherwise.  The owner list defaults to the current year.
       01 WS-RUN-MODE               PIC X(1) VALUE 'S'.
          88 WS-MODE-OWNER-LIST            VALUE 'L'.
       01 WS-STALE-DAYS             PIC 9(3) VALUE 180.
       01 WS-LIST-YEAR              PIC 9(4) VALUE ZERO.
       01 WS-CLEARING-ACCOUNT       PIC X(8) VALUE SPACES.
       01 WS-UNCLAIMED-ACCOUNT      PIC X(8) VALUE SPACES.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-JE-PERIOD-ID           PIC X(6).
       01 WS-JOURNAL-FILENAME       PIC X(20) VALUE 'ESCHJRNL'.
       01 WS-CUTOFF-DAY             PIC 9(7).
       01 WS-ISSUE-DAY              PIC 9(7).
       01 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
          88 WS-RUN-REFUSED                VALUE 'Y'.

       01 WS-COUNTS.
          05 WS-READ-COUNT          PIC 9(8) VALUE ZERO.
          05 WS-STALE-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-STALE-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-OUTPUT-COUNT        PIC 9(8) VALUE ZERO.
          05 WS-HELD-COUNT          PIC 9(8) VALUE ZERO.

      *    Companies on the COMPANY file, loaded as GLPOST loads
      *    them.  Entry 1 is always the home company (blank code),
      *    whose ledger takes the plain ESCHJRNL.  A blank clearing
      *    account leaves ESCHPARM's in force.
       01 WS-CO-COUNT               PIC 9(2) VALUE 1.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-CO-IDX WS-WR-IDX WS-CHK-IDX.
             10 WS-CO-CODE              PIC X(2).
             10 WS-CO-LEDGER            PIC X(4).
             10 WS-CO-CLEARING          PIC X(8).
             10 WS-CO-JOURNAL-FILE      PIC X(20).
             10 WS-CO-RECORDS           PIC 9(8).
       01 WS-CO-EOF-SW              PIC X(01).
          88 WS-CO-EOF                     VALUE 'Y'.
          88 WS-CO-NOT-EOF                 VALUE 'N'.
       01 WS-CO-FOUND-SW            PIC X(01).
          88 WS-CO-FOUND                   VALUE 'Y'.
          88 WS-CO-NOT-FOUND               VALUE 'N'.
       01 WS-JRNL-DONE-SW           PIC X(01).
          88 WS-JRNL-DONE                  VALUE 'Y'.
          88 WS-JRNL-NOT-DONE              VALUE 'N'.

      *    The paying company of the check being looked at, from
      *    its payment on PAYHIST (not the reversal of it).
       01 WS-CHECK-COMPANY          PIC X(2).
       01 WS-HIST-FOUND-SW          PIC X(01).
          88 WS-HIST-FOUND                 VALUE 'Y'.
          88 WS-HIST-NOT-FOUND             VALUE 'N'.

      *    Checks moved to unclaimed this run, held until the pass
      *    is over and then journaled ledger by ledger.  A check
      *    that will not fit stays issued for the next run.
       01 WS-REV-COUNT              PIC 9(4) VALUE ZERO.
       01 WS-REV-TABLE.
          05 WS-REV-ENTRY OCCURS 2000 TIMES INDEXED BY WS-REV-IDX.
             10 WS-REV-CHECK-NUMBER     PIC 9(8).
             10 WS-REV-CO-ENTRY         PIC 9(2).
             10 WS-REV-AMOUNT           PIC S9(7)V99 COMP-3.
       01 WS-REV-FULL-SW            PIC X(01) VALUE 'N'.
          88 WS-REV-FULL                   VALUE 'Y'.

      *    Unclaimed checks for the list year, loaded from CHECKREG
      *    and filled in with the owner's name and last address from
      *    the EMPLOYEE extract.
       01 WS-OWNER-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-OWNER-TABLE.
          05 WS-OWNER-ENTRY OCCURS 2000 TIMES INDEXED BY WS-OWN-IDX.
             10 WS-OWN-CHECK-NUMBER     PIC 9(8).
             10 WS-OWN-EMPLOYEE-ID      PIC 9(6).
             10 WS-OWN-ISSUE-DATE       PIC 9(8).
             10 WS-OWN-AMOUNT           PIC S9(7)V99 COMP-3.
             10 WS-OWN-FOUND-SW         PIC X(01).
                88 WS-OWN-FOUND               VALUE 'Y'.
             10 WS-OWN-LASTNAME         PIC X(20).
             10 WS-OWN-FIRSTNAME        PIC X(20).
             10 WS-OWN-ADDRESS-1        PIC X(30).
             10 WS-OWN-ADDRESS-2        PIC X(30).
             10 WS-OWN-POSTAL-CODE      PIC X(10).
       01 WS-OWNER-FULL-SW          PIC X(01) VALUE 'N'.
          88 WS-OWNER-FULL                 VALUE 'Y'.

       01 WS-STALE-DESCRIPTION.
          05 FILLER                 PIC X(12) VALUE 'STALE CHECK '.
          05 STALE-CHECK-NUMBER     PIC 9(8).
          05 FILLER                 PIC X(10) VALUE SPACES.

       01 WS-LIST-TITLE-LINE.
          05 FILLER                 PIC X(34)
                         VALUE 'UNCLAIMED WAGES OWNER LIST - YEAR '.
          05 TITLE-LIST-YEAR        PIC 9(4).
          05 FILLER                 PIC X(94) VALUE SPACES.

       01 WS-LIST-HEADING-LINE.
          05 FILLER                 PIC X(22)
                         VALUE '  CHECK NO  ISSUED   '.
          05 FILLER                 PIC X(21)
                         VALUE '      AMOUNT  EMP-ID '.
          05 FILLER                 PIC X(30)
                         VALUE ' OWNER / LAST KNOWN ADDRESS   '.
          05 FILLER                 PIC X(59) VALUE SPACES.

       01 WS-LIST-DETAIL-LINE.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 LIST-CHECK-NUMBER      PIC 9(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 LIST-ISSUE-DATE        PIC 9(8).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 LIST-AMOUNT            PIC -9(7).99.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 LIST-EMPLOYEE-ID       PIC 9(6).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 LIST-FIRSTNAME         PIC X(20).
          05 FILLER                 PIC X(1)  VALUE SPACES.
          05 LIST-LASTNAME          PIC X(20).
          05 FILLER                 PIC X(48) VALUE SPACES.

       01 WS-LIST-ADDRESS-LINE.
          05 FILLER                 PIC X(43) VALUE SPACES.
          05 LIST-ADDRESS-1         PIC X(30).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 LIST-ADDRESS-2         PIC X(30).
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 LIST-POSTAL-CODE       PIC X(10).
          05 FILLER                 PIC X(15) VALUE SPACES.

       01 WS-LIST-TOTAL-LINE.
          05 FILLER                 PIC X(18)
                                    VALUE 'UNCLAIMED CHECKS: '.
          05 LIST-TOTAL-COUNT       PIC ZZZZZZZ9.
          05 FILLER                 PIC X(10) VALUE '  AMOUNT: '.
          05 LIST-TOTAL-AMOUNT      PIC -9(9).99.
          05 FILLER                 PIC X(83) VALUE SPACES.

       01 AMOUNT-DISP               PIC -9(7).99.
       01 TOTAL-DISP                PIC -9(9).99.
       01 COUNT-DISP                PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-RUN-PARM.
           PERFORM OPEN-AUDITLOG.
           IF WS-MODE-OWNER-LIST
               OPEN INPUT CHECK-REGISTER
           ELSE
               OPEN I-O CHECK-REGISTER
           END-IF.
           IF WS-FS1 NOT = '00'
               DISPLAY 'ESCHEAT: CHECK REGISTER NOT AVAILABLE - '
                   'STATUS ' WS-FS1 ' - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           MOVE ZERO TO CHK-CHECK-NUMBER.
           START CHECK-REGISTER KEY >= CHK-CHECK-NUMBER
               INVALID KEY SET WS-REG-EOF TO TRUE
               NOT INVALID KEY SET WS-REG-NOT-EOF TO TRUE
           END-START.
           IF WS-MODE-OWNER-LIST
               PERFORM PRODUCE-OWNER-LIST
           ELSE
               PERFORM PROCESS-STALE-CHECKS
           END-IF.

       CLOSE-FILES.
           CLOSE CHECK-REGISTER.

           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
      *    Checks left issued for want of a paying company need
      *    looking at before the next run.
           IF WS-HELD-COUNT > ZERO
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
           OPEN INPUT ESCHEAT-PARM-IN.
           IF WS-FS2 = '00'
               READ ESCHEAT-PARM-IN
                   NOT AT END
                       IF PARM-OWNER-LIST
                           SET WS-MODE-OWNER-LIST TO TRUE
                       END-IF
                       IF PARM-STALE-DAYS NUMERIC
                             AND PARM-STALE-DAYS > ZERO
                           MOVE PARM-STALE-DAYS TO WS-STALE-DAYS
                       END-IF
                       IF PARM-LIST-YEAR NUMERIC
                           MOVE PARM-LIST-YEAR TO WS-LIST-YEAR
                       END-IF
                       MOVE PARM-CLEARING-ACCOUNT
                         TO WS-CLEARING-ACCOUNT
                       MOVE PARM-UNCLAIMED-ACCOUNT
                         TO WS-UNCLAIMED-ACCOUNT
               END-READ
               CLOSE ESCHEAT-PARM-IN
           END-IF.
           IF WS-LIST-YEAR = ZERO
               MOVE WS-RUN-DATE(1:4) TO WS-LIST-YEAR
           END-IF.
           MOVE WS-RUN-DATE(1:6) TO WS-JE-PERIOD-ID.
      *    A stale-date run moves money in the GL, so it needs both
      *    sides of the reversal before anything is touched.
           IF NOT WS-MODE-OWNER-LIST
                 AND (WS-CLEARING-ACCOUNT = SPACES
                   OR WS-UNCLAIMED-ACCOUNT = SPACES)
               DISPLAY 'ESCHEAT: CLEARING AND UNCLAIMED-WAGES '
                   'ACCOUNTS MUST BE GIVEN IN ESCHPARM - RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       PROCESS-STALE-CHECKS.
      *    Every check still issued on or before the cutoff day moves
      *    to unclaimed.  The net pay it carried is still sitting in
      *    the clearing account, so each one is reversed out of
      *    clearing into the unclaimed-wages liability until the
      *    owner claims it or it is reported to the state.  PPAYEXP
      *    withdraws it from the bank on its next run.  The money
      *    is in the clearing account of the company that paid it,
      *    on that company's ledger, so that is where it is reversed.
           COMPUTE WS-CUTOFF-DAY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - WS-STALE-DAYS.
           PERFORM LOAD-COMPANY-TABLE.
           OPEN INPUT PAY-HISTORY-IN.
           IF WS-FS8 NOT = '00'
               DISPLAY 'ESCHEAT: PAY HISTORY NOT AVAILABLE - STATUS '
                   WS-FS8 ' - RUN REFUSED'
               PERFORM REFUSE-RUN
           END-IF.
           DISPLAY 'STALE-DATED CHECKS - OLDER THAN ' WS-STALE-DAYS
               ' DAYS'.
           PERFORM UNTIL WS-REG-EOF
                READ CHECK-REGISTER NEXT RECORD
                         AT END SET WS-REG-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        IF CHK-ISSUED
                              AND CHK-ISSUE-DATE NUMERIC
                              AND CHK-ISSUE-DATE > ZERO
                           COMPUTE WS-ISSUE-DAY =
                               FUNCTION INTEGER-OF-DATE(CHK-ISSUE-DATE)
                           IF WS-ISSUE-DAY <= WS-CUTOFF-DAY
                              PERFORM SELECT-STALE-CHECK
                           END-IF
                        END-IF
                END-READ
           END-PERFORM.
           CLOSE PAY-HISTORY-IN.
           PERFORM WRITE-JOURNAL-FILES.
           MOVE WS-STALE-COUNT TO COUNT-DISP.
           DISPLAY 'ESCHEAT: CHECKS MOVED TO UNCLAIMED: ' COUNT-DISP.
           MOVE WS-STALE-TOTAL TO TOTAL-DISP.
           DISPLAY 'ESCHEAT: AMOUNT REVERSED:           ' TOTAL-DISP.
           MOVE WS-HELD-COUNT TO COUNT-DISP.
           DISPLAY 'ESCHEAT: STALE CHECKS LEFT ISSUED:  ' COUNT-DISP.

       SELECT-STALE-CHECK.
      *    A check is only moved once its paying company is known
      *    and there is room to journal it.
           PERFORM FIND-CHECK-COMPANY.
           EVALUATE TRUE
               WHEN WS-HIST-NOT-FOUND
                   DISPLAY 'ESCHEAT: CHECK ' CHK-CHECK-NUMBER
                       ' - NO PAYMENT ON PAYHIST FOR EMPLOYEE '
                       CHK-EMPLOYEE-ID ' PERIOD ' CHK-PERIOD-ID
                       ' - LEFT ISSUED'
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-CO-NOT-FOUND
                   DISPLAY 'ESCHEAT: CHECK ' CHK-CHECK-NUMBER
                       ' - COMPANY ' WS-CHECK-COMPANY
                       ' NOT ON THE COMPANY FILE - LEFT ISSUED'
                   ADD 1 TO WS-HELD-COUNT
               WHEN WS-REV-COUNT NOT < 2000
                   IF NOT WS-REV-FULL
                       DISPLAY 'ESCHEAT: MORE THAN 2000 STALE CHECKS '
                           '- THE REST ARE LEFT FOR THE NEXT RUN'
                   END-IF
                   SET WS-REV-FULL TO TRUE
                   ADD 1 TO WS-HELD-COUNT
               WHEN OTHER
                   PERFORM MOVE-CHECK-TO-UNCLAIMED
           END-EVALUATE.

       FIND-CHECK-COMPANY.
      *    The employee's records for the period sit together under
      *    HIST-KEY; the company comes from the payment itself, not
      *    from a PAYREV reversal of it.
           SET WS-HIST-NOT-FOUND TO TRUE.
           SET WS-CO-NOT-FOUND TO TRUE.
           MOVE SPACES TO WS-CHECK-COMPANY.
           SET WS-NOT-EOF TO TRUE.
           MOVE CHK-EMPLOYEE-ID TO HIST-EMPLOYEE-ID.
           MOVE CHK-PERIOD-ID TO HIST-PERIOD-ID.
           MOVE ZERO TO HIST-SEQUENCE-NO.
           START PAY-HISTORY-IN KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
                READ PAY-HISTORY-IN NEXT RECORD
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF HIST-EMPLOYEE-ID NOT = CHK-EMPLOYEE-ID
                              OR HIST-PERIOD-ID NOT = CHK-PERIOD-ID
                           SET WS-EOF TO TRUE
                        ELSE
                           IF HIST-NET-PAY NOT < ZERO
                               SET WS-HIST-FOUND TO TRUE
                               MOVE HIST-COMPANY-CODE
                                 TO WS-CHECK-COMPANY
                           END-IF
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-HIST-FOUND
               PERFORM FIND-COMPANY-ENTRY
           END-IF.

       MOVE-CHECK-TO-UNCLAIMED.
           SET CHK-UNCLAIMED TO TRUE.
           MOVE WS-RUN-DATE TO CHK-STATUS-DATE.
           REWRITE CHECK-REGISTER-REC
               INVALID KEY
                   DISPLAY 'ESCHEAT: CHECK ' CHK-CHECK-NUMBER
                       ' COULD NOT BE UPDATED - STATUS ' WS-FS1
               NOT INVALID KEY
                   ADD 1 TO WS-STALE-COUNT
                   ADD CHK-AMOUNT TO WS-STALE-TOTAL
                   MOVE CHK-AMOUNT TO AMOUNT-DISP
                   DISPLAY '  CHECK ' CHK-CHECK-NUMBER
                       ' EMPLOYEE ' CHK-EMPLOYEE-ID
                       ' PERIOD ' CHK-PERIOD-ID
                       ' ISSUED ' CHK-ISSUE-DATE
                       ' AMOUNT ' AMOUNT-DISP
                       ' COMPANY ' WS-CHECK-COMPANY
                   ADD 1 TO WS-REV-COUNT
                   SET WS-REV-IDX TO WS-REV-COUNT
                   MOVE CHK-CHECK-NUMBER
                     TO WS-REV-CHECK-NUMBER (WS-REV-IDX)
                   SET WS-REV-CO-ENTRY (WS-REV-IDX) TO WS-CO-IDX
                   MOVE CHK-AMOUNT TO WS-REV-AMOUNT (WS-REV-IDX)
                   ADD 1 TO WS-CO-RECORDS (WS-CO-IDX)
           END-REWRITE.

       WRITE-JOURNAL-FILES.
      *    One journal file per ledger, as GLPOST writes them.  Only
      *    a ledger with checks this run is touched.
           PERFORM VARYING WS-WR-IDX FROM 1 BY 1
                   UNTIL WS-WR-IDX > WS-CO-COUNT
                PERFORM CHECK-JOURNAL-WRITTEN
                IF WS-JRNL-NOT-DONE
                      AND WS-CO-RECORDS (WS-WR-IDX) > ZERO
                    PERFORM WRITE-LEDGER-JOURNAL
                END-IF
           END-PERFORM.

       CHECK-JOURNAL-WRITTEN.
      *    A ledger shared with an earlier company is already done.
           SET WS-JRNL-NOT-DONE TO TRUE.
           SET WS-CHK-IDX TO 1.
           PERFORM UNTIL WS-CHK-IDX >= WS-WR-IDX
                      OR WS-JRNL-DONE
                IF WS-CO-JOURNAL-FILE (WS-CHK-IDX) =
                      WS-CO-JOURNAL-FILE (WS-WR-IDX)
                      AND WS-CO-RECORDS (WS-CHK-IDX) > ZERO
                   SET WS-JRNL-DONE TO TRUE
                ELSE
                   SET WS-CHK-IDX UP BY 1
                END-IF
           END-PERFORM.

       WRITE-LEDGER-JOURNAL.
      *    Appended to, never replaced - pairs from an earlier run the
      *    GL has not yet posted are still on the file, and their
      *    checks are already unclaimed.
           MOVE WS-CO-JOURNAL-FILE (WS-WR-IDX) TO WS-JOURNAL-FILENAME.
           OPEN EXTEND ESCHEAT-JOURNAL-OUT.
           IF WS-FS3 = '05' OR WS-FS3 = '35'
               OPEN OUTPUT ESCHEAT-JOURNAL-OUT
           END-IF.
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
                SET WS-CO-IDX TO WS-REV-CO-ENTRY (WS-REV-IDX)
                IF WS-CO-JOURNAL-FILE (WS-CO-IDX) =
                      WS-JOURNAL-FILENAME
                    PERFORM WRITE-REVERSAL-ENTRIES
                END-IF
           END-PERFORM.
           CLOSE ESCHEAT-JOURNAL-OUT.
           DISPLAY 'ESCHEAT: JOURNAL WRITTEN TO ' WS-JOURNAL-FILENAME.

       WRITE-REVERSAL-ENTRIES.
      *    One balanced pair per check, so the liability can be
      *    traced back to the check it came from.
           MOVE WS-REV-CHECK-NUMBER (WS-REV-IDX) TO STALE-CHECK-NUMBER.
           MOVE WS-JE-PERIOD-ID TO JE-PERIOD-ID.
           IF WS-CO-CLEARING (WS-CO-IDX) NOT = SPACES
               MOVE WS-CO-CLEARING (WS-CO-IDX) TO JE-ACCOUNT
           ELSE
               MOVE WS-CLEARING-ACCOUNT TO JE-ACCOUNT
           END-IF.
           MOVE 'DR' TO JE-DR-CR.
           MOVE WS-REV-AMOUNT (WS-REV-IDX) TO JE-AMOUNT.
           MOVE WS-STALE-DESCRIPTION TO JE-DESCRIPTION.
           WRITE ESCHEAT-JOURNAL-REC.
           MOVE WS-UNCLAIMED-ACCOUNT TO JE-ACCOUNT.
           MOVE 'CR' TO JE-DR-CR.
           WRITE ESCHEAT-JOURNAL-REC.
           ADD 2 TO WS-OUTPUT-COUNT.

       FIND-COMPANY-ENTRY.
           SET WS-CO-NOT-FOUND TO TRUE.
           SET WS-CO-IDX TO 1.
           PERFORM UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND
                IF WS-CO-CODE (WS-CO-IDX) = WS-CHECK-COMPANY
                   SET WS-CO-FOUND TO TRUE
                ELSE
                   SET WS-CO-IDX UP BY 1
                END-IF
           END-PERFORM.

       LOAD-COMPANY-TABLE.
           MOVE SPACES TO WS-CO-CODE (1).
           MOVE SPACES TO WS-CO-LEDGER (1).
           MOVE SPACES TO WS-CO-CLEARING (1).
           OPEN INPUT COMPANY-IN.
           SET WS-CO-NOT-EOF TO TRUE.
           IF WS-FS7 NOT = '00'
               SET WS-CO-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-CO-EOF
                READ COMPANY-IN
                         AT END SET WS-CO-EOF TO TRUE
                     NOT AT END
                        PERFORM ADD-COMPANY-ENTRY
                END-READ
           END-PERFORM.
           IF WS-FS7 = '00' OR WS-FS7 = '10'
               CLOSE COMPANY-IN
           END-IF.
           PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                   UNTIL WS-CO-IDX > WS-CO-COUNT
                MOVE ZERO TO WS-CO-RECORDS (WS-CO-IDX)
                IF WS-CO-IDX = 1
                      OR WS-CO-LEDGER (WS-CO-IDX) = SPACES
                      OR WS-CO-LEDGER (WS-CO-IDX) = WS-CO-LEDGER (1)
                    MOVE 'ESCHJRNL' TO WS-CO-JOURNAL-FILE (WS-CO-IDX)
                ELSE
                    MOVE SPACES TO WS-CO-JOURNAL-FILE (WS-CO-IDX)
                    STRING 'ESCHJRNL.' DELIMITED BY SIZE
                           WS-CO-LEDGER (WS-CO-IDX) DELIMITED BY SPACE
                      INTO WS-CO-JOURNAL-FILE (WS-CO-IDX)
                END-IF
           END-PERFORM.

       ADD-COMPANY-ENTRY.
           IF CO-COMPANY-CODE = SPACES
               MOVE CO-LEDGER-ID TO WS-CO-LEDGER (1)
               MOVE CO-CLEARING-ACCOUNT TO WS-CO-CLEARING (1)
           ELSE
               IF WS-CO-COUNT < 20
                   ADD 1 TO WS-CO-COUNT
                   SET WS-CO-IDX TO WS-CO-COUNT
                   MOVE CO-COMPANY-CODE TO WS-CO-CODE (WS-CO-IDX)
                   MOVE CO-LEDGER-ID TO WS-CO-LEDGER (WS-CO-IDX)
                   MOVE CO-CLEARING-ACCOUNT
                     TO WS-CO-CLEARING (WS-CO-IDX)
               ELSE
                   DISPLAY 'ESCHEAT: COMPANY TABLE FULL - CODE '
                       CO-COMPANY-CODE ' OMITTED'
               END-IF
           END-IF.

       PRODUCE-OWNER-LIST.
      *    Year-end list for the unclaimed-property filing - every
      *    check moved to unclaimed during the list year, with the
      *    owner's name and last address on the EMPLOYEE extract.
           PERFORM UNTIL WS-REG-EOF
                READ CHECK-REGISTER NEXT RECORD
                         AT END SET WS-REG-EOF TO TRUE
                     NOT AT END
                        ADD 1 TO WS-READ-COUNT
                        IF CHK-UNCLAIMED
                              AND CHK-STATUS-DATE(1:4) = WS-LIST-YEAR
                           PERFORM ADD-OWNER-TO-TABLE
                        END-IF
                END-READ
           END-PERFORM.
           PERFORM FIND-OWNER-ADDRESSES.
           PERFORM WRITE-OWNER-LIST.

       ADD-OWNER-TO-TABLE.
           IF WS-OWNER-COUNT < 2000
               ADD 1 TO WS-OWNER-COUNT
               SET WS-OWN-IDX TO WS-OWNER-COUNT
               MOVE CHK-CHECK-NUMBER TO WS-OWN-CHECK-NUMBER (WS-OWN-IDX)
               MOVE CHK-EMPLOYEE-ID TO WS-OWN-EMPLOYEE-ID (WS-OWN-IDX)
               MOVE CHK-ISSUE-DATE TO WS-OWN-ISSUE-DATE (WS-OWN-IDX)
               MOVE CHK-AMOUNT TO WS-OWN-AMOUNT (WS-OWN-IDX)
               MOVE 'N' TO WS-OWN-FOUND-SW (WS-OWN-IDX)
               MOVE SPACES TO WS-OWN-LASTNAME (WS-OWN-IDX)
               MOVE SPACES TO WS-OWN-FIRSTNAME (WS-OWN-IDX)
               MOVE SPACES TO WS-OWN-ADDRESS-1 (WS-OWN-IDX)
               MOVE SPACES TO WS-OWN-ADDRESS-2 (WS-OWN-IDX)
               MOVE SPACES TO WS-OWN-POSTAL-CODE (WS-OWN-IDX)
           ELSE
               IF NOT WS-OWNER-FULL
                   DISPLAY 'ESCHEAT: MORE THAN 2000 UNCLAIMED CHECKS '
                       'FOR ' WS-LIST-YEAR ' - LIST INCOMPLETE'
               END-IF
               SET WS-OWNER-FULL TO TRUE
           END-IF.

       FIND-OWNER-ADDRESSES.
           OPEN INPUT EMPLOYEE-IN.
           IF WS-FS4 NOT = '00'
               DISPLAY 'ESCHEAT: EMPLOYEE FILE NOT AVAILABLE - STATUS '
                   WS-FS4 ' - OWNERS LISTED WITHOUT ADDRESSES'
           ELSE
               SET WS-NOT-EOF TO TRUE
               PERFORM UNTIL WS-EOF
                    READ EMPLOYEE-IN
                             AT END SET WS-EOF TO TRUE
                         NOT AT END
                            IF EMPLOYEE-REC-TYPE = 'D'
                               PERFORM MATCH-OWNER-CHECKS
                            END-IF
                    END-READ
               END-PERFORM
               CLOSE EMPLOYEE-IN
           END-IF.

       MATCH-OWNER-CHECKS.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWNER-COUNT
                IF WS-OWN-EMPLOYEE-ID (WS-OWN-IDX) = EMPLOYEE-ID
                    SET WS-OWN-FOUND (WS-OWN-IDX) TO TRUE
                    MOVE EMPLOYEE-LASTNAME
                      TO WS-OWN-LASTNAME (WS-OWN-IDX)
                    MOVE EMPLOYEE-FIRSTNAME
                      TO WS-OWN-FIRSTNAME (WS-OWN-IDX)
                    MOVE EMPLOYEE-ADDRESS-LINE-1
                      TO WS-OWN-ADDRESS-1 (WS-OWN-IDX)
                    MOVE EMPLOYEE-ADDRESS-LINE-2
                      TO WS-OWN-ADDRESS-2 (WS-OWN-IDX)
                    MOVE EMPLOYEE-POSTAL-CODE
                      TO WS-OWN-POSTAL-CODE (WS-OWN-IDX)
                END-IF
           END-PERFORM.

       WRITE-OWNER-LIST.
           OPEN OUTPUT OWNER-LIST-OUT.
           MOVE WS-LIST-YEAR TO TITLE-LIST-YEAR.
           WRITE OWNER-LIST-LINE FROM WS-LIST-TITLE-LINE.
           WRITE OWNER-LIST-LINE FROM WS-LIST-HEADING-LINE.
           MOVE ZERO TO WS-STALE-TOTAL.
           PERFORM VARYING WS-OWN-IDX FROM 1 BY 1
                   UNTIL WS-OWN-IDX > WS-OWNER-COUNT
                MOVE WS-OWN-CHECK-NUMBER (WS-OWN-IDX)
                  TO LIST-CHECK-NUMBER
                MOVE WS-OWN-ISSUE-DATE (WS-OWN-IDX) TO LIST-ISSUE-DATE
                MOVE WS-OWN-AMOUNT (WS-OWN-IDX) TO LIST-AMOUNT
                MOVE WS-OWN-EMPLOYEE-ID (WS-OWN-IDX)
                  TO LIST-EMPLOYEE-ID
                MOVE WS-OWN-FIRSTNAME (WS-OWN-IDX) TO LIST-FIRSTNAME
                MOVE WS-OWN-LASTNAME (WS-OWN-IDX) TO LIST-LASTNAME
                WRITE OWNER-LIST-LINE FROM WS-LIST-DETAIL-LINE
                IF WS-OWN-FOUND (WS-OWN-IDX)
                    MOVE WS-OWN-ADDRESS-1 (WS-OWN-IDX)
                      TO LIST-ADDRESS-1
                    MOVE WS-OWN-ADDRESS-2 (WS-OWN-IDX)
                      TO LIST-ADDRESS-2
                    MOVE WS-OWN-POSTAL-CODE (WS-OWN-IDX)
                      TO LIST-POSTAL-CODE
                ELSE
                    MOVE 'OWNER NOT ON EMPLOYEE FILE' TO LIST-ADDRESS-1
                    MOVE SPACES TO LIST-ADDRESS-2
                    MOVE SPACES TO LIST-POSTAL-CODE
                END-IF
                WRITE OWNER-LIST-LINE FROM WS-LIST-ADDRESS-LINE
                ADD WS-OWN-AMOUNT (WS-OWN-IDX) TO WS-STALE-TOTAL
                ADD 1 TO WS-OUTPUT-COUNT
           END-PERFORM.
           MOVE WS-OWNER-COUNT TO LIST-TOTAL-COUNT.
           MOVE WS-STALE-TOTAL TO LIST-TOTAL-AMOUNT.
           WRITE OWNER-LIST-LINE FROM WS-LIST-TOTAL-LINE.
           CLOSE OWNER-LIST-OUT.
           MOVE WS-OWNER-COUNT TO COUNT-DISP.
           DISPLAY 'ESCHEAT: UNCLAIMED CHECKS LISTED FOR '
               WS-LIST-YEAR ': ' COUNT-DISP.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS6 = '05' OR WS-FS6 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'ESCHEAT' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-READ-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-OUTPUT-COUNT TO AUDIT-OUTPUT-COUNT.
           IF WS-RUN-REFUSED OR WS-OWNER-FULL OR WS-HELD-COUNT > ZERO
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
