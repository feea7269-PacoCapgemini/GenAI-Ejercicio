       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The check register in the old 42-byte layout, renamed
      *    from CHECKREG to CHECKREGO by the conversion job before
      *    this one-time load runs.
           SELECT CHECK-REGISTER-OLD
           ASSIGN TO CHECKREGO
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OLD-CHK-CHECK-NUMBER
           FILE STATUS IS WS-FS1.

           SELECT CHECK-REGISTER
           ASSIGN TO CHECKREG
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CHK-CHECK-NUMBER
           FILE STATUS IS WS-FS2.

           SELECT AUDITLOG-OUT
           ASSIGN TO AUDITLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-REGISTER-OLD
           RECORD CONTAINS 42 CHARACTERS.
       01 CHECK-REGISTER-OLD-REC.
          05 OLD-CHK-CHECK-NUMBER  PIC 9(8).
          05 OLD-CHK-AREA          PIC X(34).

       FD  CHECK-REGISTER
           RECORD CONTAINS 52 CHARACTERS.
       01 CHECK-REGISTER-REC.
           COPY CHECKREG-CPY.

       FD  AUDITLOG-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01 AUDITLOG-REC.
           COPY AUDITLOG-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC X(02).
          05 WS-FS2        PIC X(02).
          05 WS-FS3        PIC X(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.

       01 WS-INPUT-COUNT            PIC 9(8) VALUE ZERO.
       01 WS-LOADED-COUNT           PIC 9(8) VALUE ZERO.
       01 WS-TO-SEND-COUNT          PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.

       OPEN-FILES.
      *    One-time conversion of the check register written before
      *    the positive-pay flags were carried.  The bank has never
      *    been told about any of these checks, so every check still
      *    outstanding loads with its issue item unsent - the first
      *    PPAYFILE must carry all of them or the bank would reject
      *    them on presentment.  A cleared check has already been
      *    paid and a voided one was never known to the bank, so
      *    both load as fully sent and never go out at all.
           OPEN INPUT CHECK-REGISTER-OLD.
           IF WS-FS1 NOT = '00'
               DISPLAY 'CHKCONV: OLD CHECK REGISTER CHECKREGO NOT '
                   'FOUND - STATUS ' WS-FS1
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    The new register is built from scratch the same way
      *    YTDRBLD rebuilds YTDMSTR.
           OPEN OUTPUT CHECK-REGISTER.
           CLOSE CHECK-REGISTER.
           OPEN I-O CHECK-REGISTER.
           PERFORM OPEN-AUDITLOG.
           SET WS-NOT-EOF TO TRUE.
           PERFORM CONVERT-CHECK UNTIL WS-EOF.

       CLOSE-FILES.
           CLOSE CHECK-REGISTER-OLD.
           CLOSE CHECK-REGISTER.

           DISPLAY 'CHKCONV: ' WS-INPUT-COUNT ' READ, '
               WS-LOADED-COUNT ' LOADED, '
               WS-TO-SEND-COUNT ' OUTSTANDING CHECK(S) QUEUED FOR '
               'POSITIVE PAY'.
           PERFORM WRITE-AUDIT-RECORD.
           CLOSE AUDITLOG-OUT.

           STOP RUN.

       CONVERT-CHECK.
           READ CHECK-REGISTER-OLD NEXT RECORD
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   ADD 1 TO WS-INPUT-COUNT
                   MOVE SPACES TO CHECK-REGISTER-REC
                   MOVE CHECK-REGISTER-OLD-REC
                     TO CHECK-REGISTER-REC(1:42)
                   IF CHK-ISSUED
                       SET CHK-PP-ISSUE-NOT-SENT TO TRUE
                       ADD 1 TO WS-TO-SEND-COUNT
                   ELSE
                       SET CHK-PP-ISSUE-SENT TO TRUE
                   END-IF
                   IF CHK-VOID OR CHK-CLEARED
                       SET CHK-PP-VOID-SENT TO TRUE
                   ELSE
                       SET CHK-PP-VOID-NOT-SENT TO TRUE
                   END-IF
                   WRITE CHECK-REGISTER-REC
                       INVALID KEY
                           DISPLAY 'CHKCONV: DUPLICATE CHECK NUMBER '
                               CHK-CHECK-NUMBER ' - DROPPED'
                       NOT INVALID KEY
                           ADD 1 TO WS-LOADED-COUNT
                   END-WRITE
           END-READ.

       OPEN-AUDITLOG.
      *    Shared audit trail across the batch suite - append if it
      *    already exists, create it on the very first run.
           OPEN EXTEND AUDITLOG-OUT.
           IF WS-FS3 = '05' OR WS-FS3 = '35'
               OPEN OUTPUT AUDITLOG-OUT
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'CHKCONV' TO AUDIT-PROGRAM-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUDIT-RUN-TIME.
           MOVE WS-INPUT-COUNT TO AUDIT-INPUT-COUNT.
           MOVE WS-LOADED-COUNT TO AUDIT-OUTPUT-COUNT.
           SET AUDIT-NORMAL-EOF TO TRUE.
           WRITE AUDITLOG-REC.
