       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPAYEXP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Dynamic access - walked in check-number order and each
      *    item rewritten with its sent flag as it goes on the file.
           SELECT CHECK-REGISTER
           ASSIGN TO CHECKREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHK-CHECK-NUMBER
           FILE STATUS IS WS-FS1.

      *    A new file every run - PPAYFILE.yyyymmdd.nn - so one the
      *    bank has not yet picked up is never written over; its
      *    items are already flagged sent on the register.
           SELECT POSITIVE-PAY-OUT
           ASSIGN TO WS-PPAY-FILENAME
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS2.

      *    The company's disbursement account the checks are drawn
      *    on, as the bank knows it, and the run number of the day's
      *    file (01 when not given).
           SELECT PPAYEXP-PARM-IN
           ASSIGN TO PPAYPARM
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER
           RECORD CONTAINS 52 CHARACTERS.
       01 CHECK-REGISTER-REC.
           COPY CHECKREG-CPY.

       FD  POSITIVE-PAY-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01 POSITIVE-PAY-OUT-REC     PIC X(80).

       FD  PPAYEXP-PARM-IN
           RECORD CONTAINS 28 CHARACTERS.
       01 PPAYEXP-PARM-REC.
          05 PARM-ROUTING-NUMBER   PIC X(9).
          05 PARM-ACCOUNT-NUMBER   PIC X(17).
          05 PARM-RUN-NUMBER       PIC X(2).

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC X(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC X(02).
          05 WS-REG-EOF-SW PIC X(01).
             88 WS-REG-EOF           VALUE 'Y'.
             88 WS-REG-NOT-EOF       VALUE 'N'.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-NUMBER             PIC 9(2) VALUE 1.
       01 WS-PPAY-FILENAME          PIC X(20) VALUE SPACES.
       01 WS-REWRITE-FAILED-SW      PIC X(01) VALUE 'N'.
          88 WS-REWRITE-FAILED             VALUE 'Y'.
       01 WS-ROUTING-NUMBER         PIC X(9) VALUE SPACES.
       01 WS-ACCOUNT-NUMBER         PIC X(17) VALUE SPACES.

       01 WS-ITEM-TOTALS.
          05 WS-READ-COUNT          PIC 9(8) VALUE ZERO.
          05 WS-ISSUE-COUNT         PIC 9(8) VALUE ZERO.
          05 WS-ISSUE-TOTAL         PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-VOID-COUNT          PIC 9(8) VALUE ZERO.
          05 WS-VOID-TOTAL          PIC S9(9)V99 COMP-3 VALUE ZERO.
          05 WS-ITEM-COUNT          PIC 9(8) VALUE ZERO.

       01 WS-HEADER-REC.
          05 HEADER-REC-TYPE        PIC X(1) VALUE 'H'.
          05 HEADER-CREATION-DATE   PIC 9(8).
          05 HEADER-COMPANY-NAME    PIC X(16) VALUE 'PAYROLL COMPANY'.
          05 HEADER-ROUTING-NUMBER  PIC X(9).
          05 HEADER-ACCOUNT-NUMBER  PIC X(17).
          05 FILLER                 PIC X(29) VALUE SPACES.

      *    'I' tells the bank a check number and amount it may pay;
      *    'V' withdraws one - voided by CHECKMNT or moved to
      *    unclaimed by ESCHEAT - so it is refused on presentment.
       01 WS-DETAIL-REC.
          05 DETAIL-REC-TYPE        PIC X(1) VALUE 'D'.
          05 DETAIL-ACTION          PIC X(1).
          05 DETAIL-CHECK-NUMBER    PIC 9(8).
          05 DETAIL-AMOUNT          PIC 9(7)V99.
          05 DETAIL-ISSUE-DATE      PIC 9(8).
          05 DETAIL-EMPLOYEE-ID     PIC 9(6).
          05 DETAIL-STATUS-DATE     PIC 9(8).
          05 FILLER                 PIC X(39) VALUE SPACES.

       01 WS-TRAILER-REC.
          05 TRAILER-REC-TYPE       PIC X(1) VALUE 'T'.
          05 TRAILER-ISSUE-COUNT    PIC 9(8).
          05 TRAILER-ISSUE-TOTAL    PIC 9(9)V99.
          05 TRAILER-VOID-COUNT     PIC 9(8).
          05 TRAILER-VOID-TOTAL     PIC 9(9)V99.
          05 FILLER                 PIC X(41) VALUE SPACES.

       01 TOTAL-DISP                PIC -9(9).99.
       01 COUNT-DISP                PIC ZZZZZZZ9.

       PROCEDURE DIVISION.

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-RUN-PARM.
           PERFORM CHECK-PPAY-FILE-NEW.
           OPEN I-O CHECK-REGISTER.
           IF WS-FS1 NOT = '00'
               DISPLAY 'PPAYEXP: CHECK REGISTER NOT AVAILABLE - '
                   'STATUS ' WS-FS1 ' - RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT POSITIVE-PAY-OUT.
           PERFORM OPEN-AUDITLOG.
           PERFORM WRITE-HEADER.
           MOVE ZERO TO CHK-CHECK-NUMBER.
           START CHECK-REGISTER KEY >= CHK-CHECK-NUMBER
               INVALID KEY SET WS-REG-EOF TO TRUE
               NOT INVALID KEY SET WS-REG-NOT-EOF TO TRUE
           END-START.
           PERFORM READ-CHECK-REGISTER UNTIL WS-REG-EOF.
           PERFORM WRITE-TRAILER.

       CLOSE-FILES.
           CLOSE CHECK-REGISTER.
           CLOSE POSITIVE-PAY-OUT.

           MOVE WS-ISSUE-COUNT TO COUNT-DISP.
           MOVE WS-ISSUE-TOTAL TO TOTAL-DISP.
           DISPLAY 'PPAYEXP: ISSUED CHECKS SENT: ' COUNT-DISP
               ' AMOUNT ' TOTAL-DISP.
           MOVE WS-VOID-COUNT TO COUNT-DISP.
           MOVE WS-VOID-TOTAL TO TOTAL-DISP.
           DISPLAY 'PPAYEXP: VOIDS SENT:         ' COUNT-DISP
               ' AMOUNT ' TOTAL-DISP.
           IF WS-ITEM-COUNT = ZERO
               DISPLAY 'PPAYEXP: NOTHING NEW SINCE THE LAST FILE - '
                   WS-PPAY-FILENAME ' NEED NOT BE SENT'
           ELSE
               DISPLAY 'PPAYEXP: FILE FOR THE BANK: ' WS-PPAY-FILENAME
           END-IF.

           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.

      *    An item on the file but not flagged would go to the bank
      *    again next time - the register must be looked at first.
           IF WS-REWRITE-FAILED
               MOVE 12 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-RUN-PARM.
      *    The bank matches the file to the account it is drawn on,
      *    so a run without the account is refused.
           OPEN INPUT PPAYEXP-PARM-IN.
           IF WS-FS3 = '00'
               READ PPAYEXP-PARM-IN
                   NOT AT END
                       MOVE PARM-ROUTING-NUMBER TO WS-ROUTING-NUMBER
                       MOVE PARM-ACCOUNT-NUMBER TO WS-ACCOUNT-NUMBER
                       IF PARM-RUN-NUMBER NUMERIC
                             AND PARM-RUN-NUMBER > '00'
                           MOVE PARM-RUN-NUMBER TO WS-RUN-NUMBER
                       END-IF
               END-READ
               CLOSE PPAYEXP-PARM-IN
           END-IF.
           IF WS-ACCOUNT-NUMBER = SPACES
               DISPLAY 'PPAYEXP: NO DISBURSEMENT ACCOUNT IN PPAYPARM '
                   '- RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-PPAY-FILE-NEW.
      *    A second run the same day must be given its own run
      *    number - the file already there may not have gone to the
      *    bank yet.
           STRING 'PPAYFILE.' DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  WS-RUN-NUMBER DELIMITED BY SIZE
             INTO WS-PPAY-FILENAME.
           OPEN INPUT POSITIVE-PAY-OUT.
           IF WS-FS2 = '00'
               CLOSE POSITIVE-PAY-OUT
               DISPLAY 'PPAYEXP: ' WS-PPAY-FILENAME
                   ' ALREADY EXISTS - GIVE A NEW RUN NUMBER IN '
                   'PPAYPARM - RUN REFUSED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-HEADER.
           MOVE WS-RUN-DATE TO HEADER-CREATION-DATE.
           MOVE WS-ROUTING-NUMBER TO HEADER-ROUTING-NUMBER.
           MOVE WS-ACCOUNT-NUMBER TO HEADER-ACCOUNT-NUMBER.
           WRITE POSITIVE-PAY-OUT-REC FROM WS-HEADER-REC.

       READ-CHECK-REGISTER.
           READ CHECK-REGISTER NEXT RECORD
                    AT END SET WS-REG-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM SELECT-POSITIVE-PAY-ITEM
           END-READ.

       SELECT-POSITIVE-PAY-ITEM.
      *    Each check goes to the bank at most twice - once when it
      *    is issued, once more if it is later voided or escheated.
      *    A check the bank was never told about needs no void; one
      *    that cleared before its issue item went out has already
      *    been paid.  Either way it is only flagged, never sent.
           EVALUATE TRUE
               WHEN CHK-ISSUED AND NOT CHK-PP-ISSUE-SENT
                   MOVE 'I' TO DETAIL-ACTION
                   PERFORM WRITE-DETAIL
                   ADD 1 TO WS-ISSUE-COUNT
                   ADD CHK-AMOUNT TO WS-ISSUE-TOTAL
                   SET CHK-PP-ISSUE-SENT TO TRUE
                   PERFORM REWRITE-CHECK
               WHEN (CHK-VOID OR CHK-UNCLAIMED)
                     AND NOT CHK-PP-VOID-SENT
                   IF CHK-PP-ISSUE-SENT
                       MOVE 'V' TO DETAIL-ACTION
                       PERFORM WRITE-DETAIL
                       ADD 1 TO WS-VOID-COUNT
                       ADD CHK-AMOUNT TO WS-VOID-TOTAL
                   END-IF
                   SET CHK-PP-ISSUE-SENT TO TRUE
                   SET CHK-PP-VOID-SENT TO TRUE
                   PERFORM REWRITE-CHECK
               WHEN CHK-CLEARED AND NOT CHK-PP-ISSUE-SENT
                   DISPLAY 'PPAYEXP: CHECK ' CHK-CHECK-NUMBER
                       ' CLEARED BEFORE IT WAS SENT - NOT SENT'
                   SET CHK-PP-ISSUE-SENT TO TRUE
                   SET CHK-PP-VOID-SENT TO TRUE
                   PERFORM REWRITE-CHECK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-DETAIL.
           MOVE CHK-CHECK-NUMBER TO DETAIL-CHECK-NUMBER.
           MOVE CHK-AMOUNT TO DETAIL-AMOUNT.
           MOVE CHK-ISSUE-DATE TO DETAIL-ISSUE-DATE.
           MOVE CHK-EMPLOYEE-ID TO DETAIL-EMPLOYEE-ID.
           MOVE CHK-STATUS-DATE TO DETAIL-STATUS-DATE.
           WRITE POSITIVE-PAY-OUT-REC FROM WS-DETAIL-REC.
           ADD 1 TO WS-ITEM-COUNT.

       REWRITE-CHECK.
           REWRITE CHECK-REGISTER-REC
               INVALID KEY
                   DISPLAY 'PPAYEXP: CHECK ' CHK-CHECK-NUMBER
                       ' COULD NOT BE FLAGGED SENT - STATUS ' WS-FS1
                   SET WS-REWRITE-FAILED TO TRUE
           END-REWRITE.

       WRITE-TRAILER.
           MOVE WS-ISSUE-COUNT TO TRAILER-ISSUE-COUNT.
           MOVE WS-ISSUE-TOTAL TO TRAILER-ISSUE-TOTAL.
           MOVE WS-VOID-COUNT TO TRAILER-VOID-COUNT.
           MOVE WS-VOID-TOTAL TO TRAILER-VOID-TOTAL.
           WRITE POSITIVE-PAY-OUT-REC FROM WS-TRAILER-REC.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS4 = '05' OR WS-FS4 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'PPAYEXP' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-READ-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-ITEM-COUNT TO AUDIT-OUTPUT-COUNT.
           IF WS-REWRITE-FAILED
               SET AUDIT-ABNORMAL-END TO TRUE
           ELSE
               SET AUDIT-NORMAL-EOF TO TRUE
           END-IF.
           WRITE AUDITLOG-REC.
