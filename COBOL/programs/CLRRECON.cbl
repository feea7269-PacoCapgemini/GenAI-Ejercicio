       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYROLL-IN
           ASSIGN TO WS-PAYROLL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

      *    DDEXPORT's transmission register - the latest entry for
      *    the period is the ACH file the bank actually holds.
           SELECT OPTIONAL DDEXPORT-REGISTER
           ASSIGN TO DDREGSTR
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

      *    The ACH file itself, read back for the per-employee
      *    deposits - used only when its header names the period
      *    and the file sequence the register shows as sent.
           SELECT OPTIONAL ACH-FILE-IN
           ASSIGN TO ACHFILE
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

      *    DDEXPORT writes one batch per company, so the deposits are
      *    sorted back into EMPLOYEE-ID order for the co-read.
           SELECT ACH-SORTED-IN
           ASSIGN TO CRACSRTD
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS10.

           SELECT ACH-SORT-FILE
           ASSIGN TO CRACWORK.

           SELECT CHECK-REGISTER
           ASSIGN TO CHECKREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CHK-CHECK-NUMBER
           FILE STATUS IS WS-FS4.

           SELECT OPTIONAL REMIT-PAYMENT-IN
           ASSIGN TO REMITPAY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS5.

      *    GLPOST writes one journal per ledger - JRNLFILE for the
      *    home company's, JRNLFILE.<ledger-id> for each other.
           SELECT OPTIONAL GLPOST-JOURNAL-IN
           ASSIGN TO WS-JOURNAL-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS6.

           SELECT OPTIONAL CLRRECON-PARM-IN
           ASSIGN TO CLRPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS7.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS8.

           SELECT OPTIONAL COMPANY-IN
           ASSIGN TO COMPANY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS9.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-IN
           RECORD CONTAINS 304 CHARACTERS.
       01 PAYROLL-RECORD.
           COPY EMPS-NO-01.
           COPY PAYFLDS-CPY.

       FD  DDEXPORT-REGISTER
           RECORD CONTAINS 47 CHARACTERS.
       01 DDEXPORT-REGISTER-REC.
          05 REG-PERIOD-ID         PIC X(6).
          05 REG-FILE-SEQ          PIC 9(6).
          05 REG-CREATION-DATE     PIC 9(8).
          05 REG-EFFECTIVE-DATE    PIC 9(8).
          05 REG-ENTRY-COUNT       PIC 9(8).
          05 REG-TOTAL-AMOUNT      PIC 9(9)V99.

      *    DDEXPORT's 100-byte layout - '1' file header, then per
      *    company a '5' batch header, '6' deposit details
      *    (zero-dollar for a prenote) and a '7' company offset,
      *    then the '8' trailer.  Only the file header is read here;
      *    the details are read from the sorted copy.
       FD  ACH-FILE-IN
           RECORD CONTAINS 100 CHARACTERS.
       01 ACH-FILE-REC.
          05 ACH-REC-TYPE          PIC X(1).
             88 ACH-HEADER-REC            VALUE '1'.
          05 ACH-REC-BODY          PIC X(99).
          05 ACH-HEADER REDEFINES ACH-REC-BODY.
             10 ACH-HDR-CREATION-DATE   PIC 9(8).
             10 ACH-HDR-COMPANY-NAME    PIC X(16).
             10 ACH-HDR-FILE-SEQ        PIC 9(6).
             10 ACH-HDR-EFFECTIVE-DATE  PIC 9(8).
             10 ACH-HDR-PERIOD-ID       PIC X(6).
             10 FILLER                  PIC X(55).

       FD  ACH-SORTED-IN
           RECORD CONTAINS 100 CHARACTERS.
       01 ACH-SORTED-REC.
          05 ACH-SRT-REC-TYPE      PIC X(1).
             88 ACH-DETAIL-REC            VALUE '6'.
          05 ACH-EMPLOYEE-ID       PIC 9(6).
          05 FILLER                PIC X(67).
          05 ACH-DEPOSIT-AMOUNT    PIC S9(7)V99.
          05 ACH-DEBIT-CREDIT      PIC X(1).
          05 FILLER                PIC X(16).

      *    Keyed as text - the header, batch, offset and trailer
      *    records carry no employee there and are passed over.
       SD  ACH-SORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01 ACH-SORT-REC.
          05 FILLER                PIC X(1).
          05 SORT-ACH-EMPLOYEE-ID  PIC X(6).
          05 FILLER                PIC X(93).

       FD  CHECK-REGISTER
           RECORD CONTAINS 52 CHARACTERS.
       01 CHECK-REGISTER-REC.
           COPY CHECKREG-CPY.

       FD  REMIT-PAYMENT-IN
           RECORD CONTAINS 94 CHARACTERS.
       01 REMIT-PAYMENT-REC.
          05 RPY-PAYEE-NAME        PIC X(30).
          05 RPY-ROUTING-NUMBER    PIC X(9).
          05 RPY-ACCOUNT-NUMBER    PIC X(17).
          05 RPY-REFERENCE         PIC X(15).
          05 RPY-PERIOD-ID         PIC X(6).
          05 RPY-AMOUNT            PIC 9(9)V99.
          05 RPY-EMPLOYEE-COUNT    PIC 9(6).

       FD  GLPOST-JOURNAL-IN
           RECORD CONTAINS 57 CHARACTERS.
       01 GLPOST-JOURNAL-REC.
          05 JE-PERIOD-ID          PIC X(6).
          05 JE-ACCOUNT            PIC X(8).
          05 JE-DR-CR              PIC X(2).
          05 JE-AMOUNT             PIC 9(9)V99.
          05 JE-DESCRIPTION        PIC X(30).

       FD  CLRRECON-PARM-IN
           RECORD CONTAINS 6 CHARACTERS.
       01 CLRRECON-PARM-REC.
          05 PARM-PERIOD-ID        PIC X(6).

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
          05 WS-FS4        PIC X(02).
          05 WS-FS5        PIC 9(02).
          05 WS-FS6        PIC 9(02).
          05 WS-FS7        PIC 9(02).
          05 WS-FS8        PIC X(02).
          05 WS-FS9        PIC 9(02).
          05 WS-FS10       PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
          05 WS-SRC-EOF-SW PIC X(01).
             88 WS-SRC-EOF           VALUE 'Y'.
             88 WS-SRC-NOT-EOF       VALUE 'N'.
          05 WS-ACH-EOF-SW PIC X(01).
             88 WS-ACH-EOF           VALUE 'Y'.
             88 WS-ACH-NOT-EOF       VALUE 'N'.

      *    PAYROLL file name, period-qualified only when a period id
      *    is supplied via CLRPARM - the same convention DDEXPORT,
      *    CHECKPRT and GLPOST follow, so all of them read the same
      *    file for the same period.
       01 WS-PERIOD-ID              PIC X(6) VALUE SPACES.
       01 WS-PAYROLL-FILENAME       PIC X(20) VALUE 'PAYROLL'.
       01 WS-CURRENT-YYYYMM         PIC 9(6).
       01 WS-PARM-PERIOD-SW         PIC X(1) VALUE 'N'.
          88 WS-PARM-PERIOD-GIVEN          VALUE 'Y'.

      *    Every GLPOST journal file the COMPANY file can give rise
      *    to, named the way GLPOST names them - the home company's
      *    ledger, and any company without a ledger of its own,
      *    post to the plain JRNLFILE.
       01 WS-JOURNAL-FILENAME       PIC X(20) VALUE 'JRNLFILE'.
       01 WS-HOME-LEDGER            PIC X(4) VALUE SPACES.
       01 WS-LEDGER-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-LEDGER-TABLE.
          05 WS-LEDGER-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-LG-IDX WS-LG-CHK-IDX.
             10 WS-LEDGER-ID            PIC X(4).
       01 WS-LG-FOUND-SW            PIC X(01).
          88 WS-LG-FOUND                   VALUE 'Y'.
          88 WS-LG-NOT-FOUND               VALUE 'N'.

      *    The four sides of the clearing account for the period.
      *    GLPOST credits net pay to the clearing account and the
      *    deductions to the deduction liability; the money leaves
      *    through ACH, checks and third-party remittances.
       01 WS-SOURCE-TOTALS.
          05 WS-PAY-NET-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-PAY-DED-TOTAL       PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-GL-CLEARING-TOTAL   PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-GL-DEDUCTION-TOTAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-ACH-TOTAL           PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-CHECK-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-REMIT-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-ACH-DETAIL-TOTAL    PIC S9(9)V99 COMP-3 VALUE ZERO.

       01 WS-DIFFERENCES.
          05 WS-PAY-TOTAL           PIC S9(9)V99 COMP-3.
          05 WS-GL-TOTAL            PIC S9(9)V99 COMP-3.
          05 WS-PAID-TOTAL          PIC S9(9)V99 COMP-3.
          05 WS-GL-VS-PAY           PIC S9(9)V99 COMP-3.
          05 WS-NET-LEFT            PIC S9(9)V99 COMP-3.
          05 WS-DED-LEFT            PIC S9(9)V99 COMP-3.
          05 WS-CLEARING-LEFT       PIC S9(9)V99 COMP-3.

       01 WS-COUNTS.
          05 WS-PAY-COUNT           PIC 9(8) VALUE ZERO.
          05 WS-REG-COUNT           PIC 9(8) VALUE ZERO.
          05 WS-JE-COUNT            PIC 9(8) VALUE ZERO.
          05 WS-REMIT-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-EXCEPTION-COUNT     PIC 9(8) VALUE ZERO.

      *    Latest DDREGSTR entry for the period.
       01 WS-REG-FILE-SEQ           PIC 9(6) VALUE ZERO.
       01 WS-REG-FOUND-SW           PIC X(01) VALUE 'N'.
          88 WS-REG-FOUND                  VALUE 'Y'.

      *    Set once the ACH file on hand is proved to be the one the
      *    register shows as sent for the period - without it no
      *    employee can be proved paid or unpaid by ACH, so the
      *    per-employee channel test is not run.
       01 WS-ACH-USABLE-SW          PIC X(01) VALUE 'N'.
          88 WS-ACH-USABLE                 VALUE 'Y'.
       01 WS-ACH-OPEN-SW            PIC X(01) VALUE 'N'.
          88 WS-ACH-OPEN                   VALUE 'Y'.
       01 WS-ACH-GOT-SW             PIC X(01).
          88 WS-ACH-GOT                    VALUE 'Y'.
          88 WS-ACH-NOT-GOT                VALUE 'N'.

      *    Non-void checks written for the period, loaded once from
      *    CHECKREG.  Each entry is marked as its employee turns up
      *    on the PAYROLL file, so a check cut for someone the
      *    period never paid is still reported.
       01 WS-CHK-COUNT              PIC 9(4) VALUE ZERO.
       01 WS-CHK-TABLE.
          05 WS-CHK-ENTRY OCCURS 2000 TIMES INDEXED BY WS-CHK-IDX.
             10 WS-CHK-EMPLOYEE-ID      PIC 9(6).
             10 WS-CHK-NUMBER           PIC 9(8).
             10 WS-CHK-AMOUNT           PIC S9(7)V99 COMP-3.
             10 WS-CHK-MATCHED-SW       PIC X(01).
                88 WS-CHK-MATCHED             VALUE 'Y'.
       01 WS-CHK-FULL-SW            PIC X(01) VALUE 'N'.
          88 WS-CHK-FULL                   VALUE 'Y'.

      *    What the current employee was actually paid, by channel.
       01 WS-EMPLOYEE-PAID.
          05 WS-EMP-ACH-AMOUNT      PIC S9(7)V99 COMP-3.
          05 WS-EMP-CHECK-AMOUNT    PIC S9(7)V99 COMP-3.
          05 WS-EMP-CHECK-COUNT     PIC 9(3).
          05 WS-EMP-CHANNELS        PIC 9(1).
          05 WS-EMP-PAID            PIC S9(7)V99 COMP-3.

       01 WS-OUT-OF-BALANCE-SW      PIC X(01) VALUE 'N'.
          88 WS-OUT-OF-BALANCE             VALUE 'Y'.
       01 WS-RUN-REFUSED-SW         PIC X(01) VALUE 'N'.
          88 WS-RUN-REFUSED                VALUE 'Y'.

       01 WS-EXCEPTION-LINE.
          05 FILLER                 PIC X(11) VALUE '  EMPLOYEE '.
          05 EXC-EMPLOYEE-ID        PIC 9(6).
          05 FILLER                 PIC X(6)  VALUE '  NET '.
          05 EXC-NET-PAY            PIC -9(7).99.
          05 FILLER                 PIC X(6)  VALUE '  ACH '.
          05 EXC-ACH-AMOUNT         PIC -9(7).99.
          05 FILLER                 PIC X(8)  VALUE '  CHECK '.
          05 EXC-CHECK-AMOUNT       PIC -9(7).99.
          05 FILLER                 PIC X(3)  VALUE ' - '.
          05 EXC-REASON             PIC X(32).

       01 WS-SUMMARY-LINE.
          05 FILLER                 PIC X(2)  VALUE SPACES.
          05 SUM-LABEL              PIC X(40).
          05 SUM-AMOUNT             PIC -9(9).99.

       01 COUNT-DISP                PIC ZZZZZZZ9.
       01 AMOUNT-DISP               PIC -9(9).99.

       PROCEDURE DIVISION.

       OPEN-FILES.
           PERFORM LOAD-RUN-PARM.
           PERFORM BUILD-PAYROLL-FILENAME.
           PERFORM OPEN-AUDITLOG.
           OPEN INPUT PAYROLL-IN.
           IF WS-FS1 NOT = '00'
               DISPLAY 'CLRRECON: FILE ' WS-PAYROLL-FILENAME
                   ' NOT FOUND - STATUS ' WS-FS1 ' - RUN REFUSED'
               PERFORM REFUSE-RECONCILIATION
           END-IF.
           DISPLAY 'NET PAY CLEARING RECONCILIATION - PERIOD '
               WS-PERIOD-ID.
           PERFORM FIND-ACH-TRANSMISSION.
           PERFORM LOAD-PERIOD-CHECKS.
           PERFORM TOTAL-REMITTANCES.
           PERFORM LOAD-COMPANY-LEDGERS.
           MOVE 'JRNLFILE' TO WS-JOURNAL-FILENAME.
           PERFORM TOTAL-CLEARING-JOURNAL.
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LEDGER-COUNT
                IF WS-LEDGER-ID (WS-LG-IDX) NOT = WS-HOME-LEDGER
                    MOVE SPACES TO WS-JOURNAL-FILENAME
                    STRING 'JRNLFILE.' DELIMITED BY SIZE
                           WS-LEDGER-ID (WS-LG-IDX) DELIMITED BY SPACE
                      INTO WS-JOURNAL-FILENAME
                    PERFORM TOTAL-CLEARING-JOURNAL
                END-IF
           END-PERFORM.
           IF WS-JE-COUNT = ZERO
               DISPLAY 'CLRRECON: NO GLPOST JOURNAL ON FILE FOR '
                   'PERIOD ' WS-PERIOD-ID
           END-IF.
           PERFORM OPEN-ACH-FILE.
           DISPLAY 'EMPLOYEE PAYMENT EXCEPTIONS'.
           SET WS-NOT-EOF TO TRUE.
           PERFORM READ-PAYROLL UNTIL WS-EOF.
           IF WS-ACH-USABLE
               PERFORM REPORT-ACH-NOT-ON-PAYROLL UNTIL WS-ACH-EOF
           END-IF.
           PERFORM REPORT-CHECKS-NOT-ON-PAYROLL.
           MOVE WS-EXCEPTION-COUNT TO COUNT-DISP.
           DISPLAY '  EXCEPTIONS: ' COUNT-DISP.
           PERFORM PRINT-RECONCILIATION-SUMMARY.

       CLOSE-FILES.
           CLOSE PAYROLL-IN.
           IF WS-ACH-OPEN
               CLOSE ACH-SORTED-IN
           END-IF.

           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.

           IF WS-OUT-OF-BALANCE
               DISPLAY 'CLRRECON: CLEARING ACCOUNT DOES NOT RECONCILE '
                   '- INVESTIGATE BEFORE THE PERIOD IS CLOSED'
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       REFUSE-RECONCILIATION.
           SET WS-RUN-REFUSED TO TRUE.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       LOAD-RUN-PARM.
           OPEN INPUT CLRRECON-PARM-IN.
           IF WS-FS7 = '00'
               READ CLRRECON-PARM-IN
                   NOT AT END
                       MOVE PARM-PERIOD-ID TO WS-PERIOD-ID
                       IF PARM-PERIOD-ID NOT = SPACES
                           SET WS-PARM-PERIOD-GIVEN TO TRUE
                       END-IF
               END-READ
               CLOSE CLRRECON-PARM-IN
           END-IF.
      *    The plain PAYROLL file is the current calendar month, the
      *    same YYYYMM DDEXPORT, CHECKPRT and GLPOST default to.
           IF WS-PERIOD-ID = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-CURRENT-YYYYMM
               MOVE WS-CURRENT-YYYYMM TO WS-PERIOD-ID
           END-IF.

       BUILD-PAYROLL-FILENAME.
           IF WS-PARM-PERIOD-GIVEN
               STRING 'PAYROLL.' DELIMITED BY SIZE
                      WS-PERIOD-ID DELIMITED BY SIZE
                 INTO WS-PAYROLL-FILENAME
           ELSE
               MOVE 'PAYROLL' TO WS-PAYROLL-FILENAME
           END-IF.

       FIND-ACH-TRANSMISSION.
      *    An override regeneration leaves more than one entry for
      *    the period - the last one written is the file in force.
           OPEN INPUT DDEXPORT-REGISTER.
           SET WS-SRC-NOT-EOF TO TRUE.
           IF WS-FS2 NOT = '00'
               SET WS-SRC-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-SRC-EOF
                READ DDEXPORT-REGISTER
                         AT END SET WS-SRC-EOF TO TRUE
                     NOT AT END
                        IF REG-PERIOD-ID = WS-PERIOD-ID
                           SET WS-REG-FOUND TO TRUE
                           MOVE REG-FILE-SEQ TO WS-REG-FILE-SEQ
                           MOVE REG-ENTRY-COUNT TO WS-REG-COUNT
                           MOVE REG-TOTAL-AMOUNT TO WS-ACH-TOTAL
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS2 = '00'
               CLOSE DDEXPORT-REGISTER
           END-IF.
           IF NOT WS-REG-FOUND
               DISPLAY 'CLRRECON: NO ACH TRANSMISSION REGISTERED FOR '
                   'PERIOD ' WS-PERIOD-ID
           END-IF.

       LOAD-PERIOD-CHECKS.
      *    Voided checks paid nobody and stay out; issued and
      *    cleared checks both count as paid.
           OPEN INPUT CHECK-REGISTER.
           IF WS-FS4 NOT = '00'
               DISPLAY 'CLRRECON: CHECK REGISTER NOT AVAILABLE - '
                   'STATUS ' WS-FS4 ' - NO CHECKS COUNTED'
           ELSE
               SET WS-SRC-NOT-EOF TO TRUE
               PERFORM UNTIL WS-SRC-EOF
                    READ CHECK-REGISTER NEXT RECORD
                             AT END SET WS-SRC-EOF TO TRUE
                         NOT AT END
                            IF CHK-PERIOD-ID = WS-PERIOD-ID
                                  AND NOT CHK-VOID
                               PERFORM ADD-CHECK-TO-TABLE
                            END-IF
                    END-READ
               END-PERFORM
               CLOSE CHECK-REGISTER
           END-IF.

       ADD-CHECK-TO-TABLE.
           ADD CHK-AMOUNT TO WS-CHECK-TOTAL.
           IF WS-CHK-COUNT < 2000
               ADD 1 TO WS-CHK-COUNT
               SET WS-CHK-IDX TO WS-CHK-COUNT
               MOVE CHK-EMPLOYEE-ID TO WS-CHK-EMPLOYEE-ID (WS-CHK-IDX)
               MOVE CHK-CHECK-NUMBER TO WS-CHK-NUMBER (WS-CHK-IDX)
               MOVE CHK-AMOUNT TO WS-CHK-AMOUNT (WS-CHK-IDX)
               MOVE 'N' TO WS-CHK-MATCHED-SW (WS-CHK-IDX)
           ELSE
               IF NOT WS-CHK-FULL
                   DISPLAY 'CLRRECON: MORE THAN 2000 CHECKS FOR THE '
                       'PERIOD - EMPLOYEE CHECK TEST INCOMPLETE'
               END-IF
               SET WS-CHK-FULL TO TRUE
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

       TOTAL-REMITTANCES.
           OPEN INPUT REMIT-PAYMENT-IN.
           SET WS-SRC-NOT-EOF TO TRUE.
           IF WS-FS5 NOT = '00'
               SET WS-SRC-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-SRC-EOF
                READ REMIT-PAYMENT-IN
                         AT END SET WS-SRC-EOF TO TRUE
                     NOT AT END
                        IF RPY-PERIOD-ID = WS-PERIOD-ID
                           ADD 1 TO WS-REMIT-COUNT
                           ADD RPY-AMOUNT TO WS-REMIT-TOTAL
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS5 = '00'
               CLOSE REMIT-PAYMENT-IN
           END-IF.
           IF WS-REMIT-COUNT = ZERO
               DISPLAY 'CLRRECON: NO REMITTANCES ON FILE FOR PERIOD '
                   WS-PERIOD-ID
           END-IF.

       TOTAL-CLEARING-JOURNAL.
      *    GLPOST writes one clearing credit and one deduction
      *    liability credit per department - picked out by the
      *    descriptions GLPOST gives them, so every department's
      *    clearing account is included whatever its number.
           OPEN INPUT GLPOST-JOURNAL-IN.
           SET WS-SRC-NOT-EOF TO TRUE.
           IF WS-FS6 NOT = '00'
               SET WS-SRC-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-SRC-EOF
                READ GLPOST-JOURNAL-IN
                         AT END SET WS-SRC-EOF TO TRUE
                     NOT AT END
                        IF JE-PERIOD-ID = WS-PERIOD-ID
                           PERFORM ADD-JOURNAL-LINE
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS6 = '00' OR WS-FS6 = '10'
               CLOSE GLPOST-JOURNAL-IN
           END-IF.

       LOAD-COMPANY-LEDGERS.
           OPEN INPUT COMPANY-IN.
           SET WS-SRC-NOT-EOF TO TRUE.
           IF WS-FS9 NOT = '00'
               SET WS-SRC-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-SRC-EOF
                READ COMPANY-IN
                         AT END SET WS-SRC-EOF TO TRUE
                     NOT AT END
                        IF CO-COMPANY-CODE = SPACES
                           MOVE CO-LEDGER-ID TO WS-HOME-LEDGER
                        ELSE
                           PERFORM ADD-LEDGER-ENTRY
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS9 = '00' OR WS-FS9 = '10'
               CLOSE COMPANY-IN
           END-IF.

       ADD-LEDGER-ENTRY.
           SET WS-LG-NOT-FOUND TO TRUE.
           IF CO-LEDGER-ID = SPACES
               SET WS-LG-FOUND TO TRUE
           END-IF.
           PERFORM VARYING WS-LG-CHK-IDX FROM 1 BY 1
                   UNTIL WS-LG-CHK-IDX > WS-LEDGER-COUNT
                      OR WS-LG-FOUND
                IF WS-LEDGER-ID (WS-LG-CHK-IDX) = CO-LEDGER-ID
                    SET WS-LG-FOUND TO TRUE
                END-IF
           END-PERFORM.
           IF WS-LG-NOT-FOUND
               IF WS-LEDGER-COUNT < 20
                   ADD 1 TO WS-LEDGER-COUNT
                   SET WS-LG-IDX TO WS-LEDGER-COUNT
                   MOVE CO-LEDGER-ID TO WS-LEDGER-ID (WS-LG-IDX)
               ELSE
                   DISPLAY 'CLRRECON: LEDGER TABLE FULL - LEDGER '
                       CO-LEDGER-ID ' NOT TOTALLED'
                   SET WS-OUT-OF-BALANCE TO TRUE
               END-IF
           END-IF.

       ADD-JOURNAL-LINE.
           ADD 1 TO WS-JE-COUNT.
           EVALUATE TRUE
               WHEN JE-DESCRIPTION = 'NET PAY CLEARING'
                     AND JE-DR-CR = 'CR'
                   ADD JE-AMOUNT TO WS-GL-CLEARING-TOTAL
               WHEN JE-DESCRIPTION = 'NET PAY CLEARING'
                   SUBTRACT JE-AMOUNT FROM WS-GL-CLEARING-TOTAL
               WHEN JE-DESCRIPTION = 'DEDUCTION LIABILITY'
                     AND JE-DR-CR = 'CR'
                   ADD JE-AMOUNT TO WS-GL-DEDUCTION-TOTAL
               WHEN JE-DESCRIPTION = 'DEDUCTION LIABILITY'
                   SUBTRACT JE-AMOUNT FROM WS-GL-DEDUCTION-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-ACH-FILE.
      *    The ACH file is overwritten by every DDEXPORT run, so the
      *    one on hand is only trusted when its header carries the
      *    period and the file sequence registered for it.
           OPEN INPUT ACH-FILE-IN.
           IF WS-FS3 = '00'
               SET WS-ACH-NOT-EOF TO TRUE
               READ ACH-FILE-IN
                   AT END SET WS-ACH-EOF TO TRUE
               END-READ
               IF WS-ACH-NOT-EOF AND WS-REG-FOUND
                     AND ACH-HEADER-REC
                     AND ACH-HDR-PERIOD-ID = WS-PERIOD-ID
                     AND ACH-HDR-FILE-SEQ = WS-REG-FILE-SEQ
                   SET WS-ACH-USABLE TO TRUE
               END-IF
               CLOSE ACH-FILE-IN
           END-IF.
           IF WS-ACH-USABLE
               SORT ACH-SORT-FILE
                   ON ASCENDING KEY SORT-ACH-EMPLOYEE-ID
                   USING ACH-FILE-IN
                   GIVING ACH-SORTED-IN
               OPEN INPUT ACH-SORTED-IN
               SET WS-ACH-OPEN TO TRUE
               SET WS-ACH-NOT-EOF TO TRUE
               PERFORM READ-NEXT-ACH-DEPOSIT
           END-IF.
           IF NOT WS-ACH-USABLE
               DISPLAY 'CLRRECON: ACH FILE ON HAND IS NOT THE ONE '
                   'REGISTERED FOR PERIOD ' WS-PERIOD-ID
                   ' - EMPLOYEE CHANNEL TEST NOT RUN'
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

       READ-NEXT-ACH-DEPOSIT.
      *    Leaves the next live deposit detail in the record area -
      *    the headers, the company offsets, the trailer and the
      *    zero-dollar prenotes move no money and are passed over.
           SET WS-ACH-NOT-GOT TO TRUE.
           PERFORM UNTIL WS-ACH-EOF OR WS-ACH-GOT
                READ ACH-SORTED-IN
                         AT END SET WS-ACH-EOF TO TRUE
                     NOT AT END
                        IF ACH-DETAIL-REC
                              AND ACH-DEPOSIT-AMOUNT NOT = ZERO
                           SET WS-ACH-GOT TO TRUE
                           ADD ACH-DEPOSIT-AMOUNT
                             TO WS-ACH-DETAIL-TOTAL
                        END-IF
                END-READ
           END-PERFORM.

       READ-PAYROLL.
           READ PAYROLL-IN
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-PAY-COUNT
                   ADD NET-PAY TO WS-PAY-NET-TOTAL
                   ADD DEDUCTION-AMOUNT TO WS-PAY-DED-TOTAL
                   IF WS-ACH-USABLE
                       PERFORM CHECK-EMPLOYEE-CHANNELS
                   END-IF
           END-READ.

       CHECK-EMPLOYEE-CHANNELS.
      *    The sorted ACH deposits are in PAYROLL-OUT order
      *    (EMPLOYEE-ID), so they are matched with a balanced-line
      *    co-read the way RECONCIL matches EMPLOYEE to PAYROLL; the
      *    period's checks come from the table.  An employee owed
      *    net pay must be paid through exactly one channel, for
      *    exactly the net.
           MOVE ZERO TO WS-EMP-ACH-AMOUNT.
           PERFORM UNTIL WS-ACH-EOF
                      OR ACH-EMPLOYEE-ID > EMPLOYEE-ID OF PAYROLL-RECORD
                IF ACH-EMPLOYEE-ID < EMPLOYEE-ID OF PAYROLL-RECORD
                    PERFORM REPORT-ACH-NOT-ON-PAYROLL
                ELSE
                    ADD ACH-DEPOSIT-AMOUNT TO WS-EMP-ACH-AMOUNT
                    PERFORM READ-NEXT-ACH-DEPOSIT
                END-IF
           END-PERFORM.
           MOVE ZERO TO WS-EMP-CHECK-AMOUNT.
           MOVE ZERO TO WS-EMP-CHECK-COUNT.
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-CHK-COUNT
                IF WS-CHK-EMPLOYEE-ID (WS-CHK-IDX) =
                      EMPLOYEE-ID OF PAYROLL-RECORD
                    ADD WS-CHK-AMOUNT (WS-CHK-IDX)
                      TO WS-EMP-CHECK-AMOUNT
                    ADD 1 TO WS-EMP-CHECK-COUNT
                    SET WS-CHK-MATCHED (WS-CHK-IDX) TO TRUE
                END-IF
           END-PERFORM.
           MOVE ZERO TO WS-EMP-CHANNELS.
           IF WS-EMP-ACH-AMOUNT NOT = ZERO
               ADD 1 TO WS-EMP-CHANNELS
           END-IF.
           IF WS-EMP-CHECK-COUNT > ZERO
               ADD 1 TO WS-EMP-CHANNELS
           END-IF.
           COMPUTE WS-EMP-PAID =
               WS-EMP-ACH-AMOUNT + WS-EMP-CHECK-AMOUNT.
           MOVE SPACES TO EXC-REASON.
           EVALUATE TRUE
               WHEN NET-PAY NOT > ZERO AND WS-EMP-CHANNELS > ZERO
                   MOVE 'PAID WITH NO NET PAY DUE' TO EXC-REASON
               WHEN NET-PAY NOT > ZERO
                   CONTINUE
               WHEN WS-EMP-CHANNELS = ZERO
                   MOVE 'NOT PAID BY ANY CHANNEL' TO EXC-REASON
               WHEN WS-EMP-CHANNELS > 1
                   MOVE 'PAID BY BOTH ACH AND CHECK' TO EXC-REASON
               WHEN WS-EMP-CHECK-COUNT > 1
                   MOVE 'PAID BY MORE THAN ONE CHECK' TO EXC-REASON
               WHEN WS-EMP-PAID NOT = NET-PAY
                   MOVE 'AMOUNT PAID DIFFERS FROM NET PAY'
                     TO EXC-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF EXC-REASON NOT = SPACES
               MOVE EMPLOYEE-ID OF PAYROLL-RECORD TO EXC-EMPLOYEE-ID
               MOVE NET-PAY TO EXC-NET-PAY
               MOVE WS-EMP-ACH-AMOUNT TO EXC-ACH-AMOUNT
               MOVE WS-EMP-CHECK-AMOUNT TO EXC-CHECK-AMOUNT
               DISPLAY WS-EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.

       REPORT-ACH-NOT-ON-PAYROLL.
           MOVE ACH-EMPLOYEE-ID TO EXC-EMPLOYEE-ID.
           MOVE ZERO TO EXC-NET-PAY.
           MOVE ACH-DEPOSIT-AMOUNT TO EXC-ACH-AMOUNT.
           MOVE ZERO TO EXC-CHECK-AMOUNT.
           MOVE 'ACH DEPOSIT - NOT ON PAYROLL' TO EXC-REASON.
           DISPLAY WS-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.
           PERFORM READ-NEXT-ACH-DEPOSIT.

       REPORT-CHECKS-NOT-ON-PAYROLL.
      *    Only meaningful when the channel test ran - otherwise no
      *    check has been matched to its employee.
           IF WS-ACH-USABLE
               PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                       UNTIL WS-CHK-IDX > WS-CHK-COUNT
                    IF NOT WS-CHK-MATCHED (WS-CHK-IDX)
                        MOVE WS-CHK-EMPLOYEE-ID (WS-CHK-IDX)
                          TO EXC-EMPLOYEE-ID
                        MOVE ZERO TO EXC-NET-PAY
                        MOVE ZERO TO EXC-ACH-AMOUNT
                        MOVE WS-CHK-AMOUNT (WS-CHK-IDX)
                          TO EXC-CHECK-AMOUNT
                        MOVE 'CHECK ISSUED - NOT ON PAYROLL'
                          TO EXC-REASON
                        DISPLAY WS-EXCEPTION-LINE
                            ' NO ' WS-CHK-NUMBER (WS-CHK-IDX)
                        ADD 1 TO WS-EXCEPTION-COUNT
                    END-IF
               END-PERFORM
           END-IF.

       PRINT-RECONCILIATION-SUMMARY.
      *    Net pay must have left through ACH and checks, and the
      *    deductions through the remittances; whatever the GL
      *    credited and the channels did not pay out is the
      *    unexplained difference still sitting in clearing.
           COMPUTE WS-PAY-TOTAL = WS-PAY-NET-TOTAL + WS-PAY-DED-TOTAL.
           COMPUTE WS-GL-TOTAL =
               WS-GL-CLEARING-TOTAL + WS-GL-DEDUCTION-TOTAL.
           COMPUTE WS-PAID-TOTAL =
               WS-ACH-TOTAL + WS-CHECK-TOTAL + WS-REMIT-TOTAL.
           COMPUTE WS-GL-VS-PAY = WS-GL-TOTAL - WS-PAY-TOTAL.
           COMPUTE WS-NET-LEFT =
               WS-GL-CLEARING-TOTAL - WS-ACH-TOTAL - WS-CHECK-TOTAL.
           COMPUTE WS-DED-LEFT =
               WS-GL-DEDUCTION-TOTAL - WS-REMIT-TOTAL.
           COMPUTE WS-CLEARING-LEFT = WS-GL-TOTAL - WS-PAID-TOTAL.
           DISPLAY 'CLEARING ACCOUNT SUMMARY'.
           MOVE WS-PAY-COUNT TO COUNT-DISP.
           DISPLAY '  PAYROLL RECORDS:  ' COUNT-DISP.
           MOVE 'PAYROLL-OUT NET PAY' TO SUM-LABEL.
           MOVE WS-PAY-NET-TOTAL TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           MOVE 'PAYROLL-OUT DEDUCTIONS' TO SUM-LABEL.
           MOVE WS-PAY-DED-TOTAL TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           MOVE 'GLPOST NET PAY CLEARING CREDIT' TO SUM-LABEL.
           MOVE WS-GL-CLEARING-TOTAL TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           MOVE 'GLPOST DEDUCTION LIABILITY CREDIT' TO SUM-LABEL.
           MOVE WS-GL-DEDUCTION-TOTAL TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           MOVE 'ACH DEPOSITS (DDREGSTR)' TO SUM-LABEL.
           MOVE WS-ACH-TOTAL TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           MOVE 'CHECKS ISSUED (CHECKREG)' TO SUM-LABEL.
           MOVE WS-CHECK-TOTAL TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           MOVE 'REMITTANCES (REMITPAY)' TO SUM-LABEL.
           MOVE WS-REMIT-TOTAL TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           MOVE 'TOTAL DISBURSED' TO SUM-LABEL.
           MOVE WS-PAID-TOTAL TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           MOVE 'GL CREDITS LESS PAYROLL-OUT' TO SUM-LABEL.
           MOVE WS-GL-VS-PAY TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           MOVE '  NET PAY LEFT IN CLEARING' TO SUM-LABEL.
           MOVE WS-NET-LEFT TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           MOVE '  DEDUCTIONS NOT REMITTED' TO SUM-LABEL.
           MOVE WS-DED-LEFT TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           MOVE 'UNEXPLAINED DIFFERENCE IN CLEARING' TO SUM-LABEL.
           MOVE WS-CLEARING-LEFT TO SUM-AMOUNT.
           DISPLAY WS-SUMMARY-LINE.
           IF WS-ACH-USABLE
                 AND WS-ACH-DETAIL-TOTAL NOT = WS-ACH-TOTAL
               MOVE WS-ACH-DETAIL-TOTAL TO AMOUNT-DISP
               DISPLAY '  *** ACH FILE DEPOSITS ' AMOUNT-DISP
                   ' DO NOT AGREE WITH THE REGISTER ***'
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-GL-VS-PAY NOT = ZERO
               DISPLAY '  *** GL CREDITS DO NOT AGREE WITH '
                   'PAYROLL-OUT ***'
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-CLEARING-LEFT NOT = ZERO
                 OR WS-NET-LEFT NOT = ZERO
               DISPLAY '  *** CLEARING ACCOUNT NOT CLEARED ***'
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-EXCEPTION-COUNT > ZERO
               SET WS-OUT-OF-BALANCE TO TRUE
           END-IF.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS8 = '05' OR WS-FS8 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'CLRRECON' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-PERIOD-ID TO AUDIT-PERIOD-ID.
           MOVE WS-PAY-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-EXCEPTION-COUNT TO AUDIT-OUTPUT-COUNT.
           IF WS-OUT-OF-BALANCE OR WS-RUN-REFUSED
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
