           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS1.

      *    Before/after log - kept across runs so the pre-payroll
      *    change register can list everything maintained since the
      *    last release.
           SELECT EMPMAINT-LOG-OUT
           ASSIGN TO MAINTLOG
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS3.

      *    Legal-entity reference file - an 'E' transaction may only
      *    move an employee to a company that is on it.
           SELECT OPTIONAL COMPANY-IN
           ASSIGN TO COMPANY
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FS4.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPMAINT-TXN-IN
             88 TXN-IS-FREQUENCY           VALUE 'F'.
             88 TXN-IS-ADDRESS             VALUE 'M'.
             88 TXN-IS-SALARY              VALUE 'S'.
             88 TXN-IS-COMPANY             VALUE 'E'.
          05 TXN-EMPLOYEE-ID       PIC 9(6).
          05 TXN-DATA.
             10 TXN-LASTNAME          PIC X(20).
             10 TXN-NEW-SALARY        PIC S9(7)V99.
             10 TXN-SAL-EFF-DATE      PIC 9(8).
             10 FILLER                PIC X(60).
      *    Alternate view for the 'E' company transfer - the code of
      *    the legal entity the employee moves onto the books of.
          05 TXN-CO-DATA REDEFINES TXN-DATA.
             10 TXN-COMPANY-CODE      PIC X(2).
             10 FILLER                PIC X(75).

       FD  EMPMAINT-LOG-OUT
           RECORD CONTAINS 313 CHARACTERS.
       01 EMPMAINT-LOG-REC.
          05 LOG-TXN-TYPE          PIC X(1).
          05 LOG-EMPLOYEE-ID       PIC 9(6).
          05 LOG-AFTER-ADDRESS-2   PIC X(30).
          05 LOG-AFTER-POSTAL      PIC X(10).
          05 LOG-AFTER-JURIS       PIC X(4).
      *    When the change was applied - records logged before the
      *    stamp existed carry spaces here.
          05 LOG-RUN-DATE          PIC 9(8).
          05 LOG-RUN-TIME          PIC 9(6).
      *    Company code either side of the change - spaces on
      *    records logged before the field existed, which is also
      *    the home company.
          05 LOG-BEFORE-COMPANY    PIC X(2).
          05 LOG-AFTER-COMPANY     PIC X(2).

       FD  RATE-HISTORY-OUT
           RECORD CONTAINS 40 CHARACTERS.
       01 RATE-HISTORY-REC.
           COPY RATEHIST-CPY.

       FD  COMPANY-IN
           RECORD CONTAINS 100 CHARACTERS.
       01 COMPANY-REC.
           COPY COMPANY-CPY.

       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC 9(02).
          05 WS-FS2        PIC X(02).
          05 WS-FS3        PIC X(02).
          05 WS-FS4        PIC 9(02).
          05 WS-EOF-SW     PIC X(01).
             88 WS-EOF               VALUE 'Y'.
             88 WS-NOT-EOF           VALUE 'N'.
             88 WS-BEFORE-NOT-FOUND       VALUE 'N'.

       01 WS-RUN-DATE               PIC 9(8).
       01 WS-RUN-TIME               PIC 9(6).

      *    Company codes on the COMPANY reference file, loaded once.
      *    The home company (blank code) is always valid, file or
      *    no file.
       01 WS-CO-COUNT               PIC 9(2) VALUE ZERO.
       01 WS-CO-TABLE.
          05 WS-CO-ENTRY OCCURS 20 TIMES INDEXED BY WS-CO-IDX.
             10 WS-CO-CODE              PIC X(2).
       01 WS-CO-EOF-SW              PIC X(01).
          88 WS-CO-EOF                     VALUE 'Y'.
          88 WS-CO-NOT-EOF                 VALUE 'N'.
       01 WS-CO-FOUND-SW            PIC X(01).
          88 WS-CO-FOUND                   VALUE 'Y'.
          88 WS-CO-NOT-FOUND               VALUE 'N'.

      *    Effective date and new salary for the rate-history record
      *    being appended - the 'S' transaction supplies its own

       OPEN-FILES.
           OPEN INPUT EMPMAINT-TXN-IN.
           PERFORM OPEN-MAINT-LOG.
           PERFORM OPEN-RATE-HISTORY.
           PERFORM LOAD-COMPANY-CODES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
           PERFORM READ-TRANSACTION UNTIL WS-EOF.

       CLOSE-FILES.
                           PERFORM PROCESS-ADDRESS
                       WHEN TXN-IS-SALARY
                           PERFORM PROCESS-SALARY
                       WHEN TXN-IS-COMPANY
                           PERFORM PROCESS-COMPANY
                       WHEN OTHER
                           DISPLAY 'EMPMAINT: UNKNOWN TXN-TYPE '
                               TXN-TYPE ' FOR EMPLOYEE-ID '
                                          AFTER-EMPLOYEE-REC.
           MOVE SPACES              TO EMPLOYEE-TAX-JURISDICTION OF
                                          AFTER-EMPLOYEE-REC.
      *    ... and on the home company's books until an 'E'
      *    transaction moves them.
           MOVE SPACES              TO EMPLOYEE-COMPANY-CODE OF
                                          AFTER-EMPLOYEE-REC.

           EXEC SQL
               INSERT INTO EMPLOYEE-TABLE
                    EMPLOYEE-HIRE-DATE, EMPLOYEE-TERM-DATE,
                    EMPLOYEE-PAY-FREQUENCY,
                    EMPLOYEE-ADDRESS-LINE-1, EMPLOYEE-ADDRESS-LINE-2,
                    EMPLOYEE-POSTAL-CODE, EMPLOYEE-TAX-JURISDICTION,
                    EMPLOYEE-COMPANY-CODE)
               VALUES
                   (:TXN-EMPLOYEE-ID, :TXN-LASTNAME,
                    :TXN-FIRSTNAME, :TXN-SALARY,
                    :TXN-DEPARTMENT, :TXN-LEVEL,
                    :TXN-HIRE-DATE, 0, 'M', ' ', ' ', ' ', ' ', ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
               END-IF
           END-IF.

       PROCESS-COMPANY.
      *    Moves the employee onto another legal entity's books -
      *    from the next run PAYROLL-OUT, the ACH batch and the
      *    journal follow the new code.  Pay already made stays with
      *    the company that paid it - TAXCERT splits the year by the
      *    company on each PAYHIST record and certifies each part
      *    under its own employer.
           PERFORM FIND-COMPANY-CODE.
           IF WS-CO-NOT-FOUND
               DISPLAY 'EMPMAINT: COMPANY SKIPPED - EMPLOYEE-ID '
                   TXN-EMPLOYEE-ID ' CODE ' TXN-COMPANY-CODE
                   ' NOT ON THE COMPANY FILE'
           ELSE
               PERFORM SELECT-BEFORE-IMAGE
               IF WS-BEFORE-NOT-FOUND
                   DISPLAY 'EMPMAINT: COMPANY SKIPPED - '
                       'EMPLOYEE-ID ' TXN-EMPLOYEE-ID ' NOT ON FILE'
               ELSE
                   MOVE BEFORE-EMPLOYEE-REC TO AFTER-EMPLOYEE-REC
                   MOVE TXN-COMPANY-CODE
                     TO EMPLOYEE-COMPANY-CODE OF AFTER-EMPLOYEE-REC

                   EXEC SQL
                       UPDATE EMPLOYEE-TABLE
                          SET EMPLOYEE-COMPANY-CODE =
                                :TXN-COMPANY-CODE
                        WHERE EMPLOYEE-ID = :TXN-EMPLOYEE-ID
                   END-EXEC

                   IF SQLCODE NOT = 0
                       DISPLAY 'EMPMAINT: COMPANY FAILED - '
                           'EMPLOYEE-ID ' TXN-EMPLOYEE-ID
                           ' SQLCODE ' SQLCODE
                   ELSE
                       PERFORM WRITE-LOG
                   END-IF
               END-IF
           END-IF.

       FIND-COMPANY-CODE.
           SET WS-CO-NOT-FOUND TO TRUE.
           IF TXN-COMPANY-CODE = SPACES
               SET WS-CO-FOUND TO TRUE
           END-IF.
           SET WS-CO-IDX TO 1.
           PERFORM UNTIL WS-CO-IDX > WS-CO-COUNT
                      OR WS-CO-FOUND
                IF WS-CO-CODE (WS-CO-IDX) = TXN-COMPANY-CODE
                   SET WS-CO-FOUND TO TRUE
                ELSE
                   SET WS-CO-IDX UP BY 1
                END-IF
           END-PERFORM.

       LOAD-COMPANY-CODES.
           OPEN INPUT COMPANY-IN.
           SET WS-CO-NOT-EOF TO TRUE.
           IF WS-FS4 NOT = '00'
               SET WS-CO-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WS-CO-EOF
                READ COMPANY-IN
                         AT END SET WS-CO-EOF TO TRUE
                     NOT AT END
                        IF WS-CO-COUNT < 20
                           ADD 1 TO WS-CO-COUNT
                           SET WS-CO-IDX TO WS-CO-COUNT
                           MOVE CO-COMPANY-CODE
                             TO WS-CO-CODE (WS-CO-IDX)
                        ELSE
                           DISPLAY 'EMPMAINT: COMPANY TABLE FULL - '
                               'CODE ' CO-COMPANY-CODE ' OMITTED'
                        END-IF
                END-READ
           END-PERFORM.
           IF WS-FS4 = '00' OR WS-FS4 = '10'
               CLOSE COMPANY-IN
           END-IF.

       WRITE-RATE-HISTORY.
           MOVE TXN-EMPLOYEE-ID TO RH-EMPLOYEE-ID.
           MOVE WS-RH-EFF-DATE TO RH-EFF-DATE.
           MOVE EMPLOYEE-SALARY OF BEFORE-EMPLOYEE-REC
             TO RH-OLD-SALARY.
           MOVE WS-RH-NEW-SALARY TO RH-NEW-SALARY.
           MOVE WS-RUN-DATE TO RH-RECORDED-DATE.
           WRITE RATE-HISTORY-REC.

       OPEN-MAINT-LOG.
      *    Appended run after run, created on the very first one.
           OPEN EXTEND EMPMAINT-LOG-OUT.
           IF WS-FS2 = '05' OR WS-FS2 = '35'
               OPEN OUTPUT EMPMAINT-LOG-OUT
           END-IF.

       OPEN-RATE-HISTORY.
      *    Permanent rate history - append, created on the very
      *    first run the same way PAYROLL creates its archives.
                      EMPLOYEE-TERM-DATE, EMPLOYEE-PAY-FREQUENCY,
                      EMPLOYEE-ADDRESS-LINE-1,
                      EMPLOYEE-ADDRESS-LINE-2,
                      EMPLOYEE-POSTAL-CODE, EMPLOYEE-TAX-JURISDICTION,
                      EMPLOYEE-COMPANY-CODE
                 INTO :EMPLOYEE-LASTNAME OF BEFORE-EMPLOYEE-REC,
                      :EMPLOYEE-FIRSTNAME OF BEFORE-EMPLOYEE-REC,
                      :EMPLOYEE-SALARY OF BEFORE-EMPLOYEE-REC,
                         OF BEFORE-EMPLOYEE-REC,
                      :EMPLOYEE-POSTAL-CODE OF BEFORE-EMPLOYEE-REC,
                      :EMPLOYEE-TAX-JURISDICTION
                         OF BEFORE-EMPLOYEE-REC,
                      :EMPLOYEE-COMPANY-CODE OF BEFORE-EMPLOYEE-REC
                 FROM EMPLOYEE-TABLE
                WHERE EMPLOYEE-ID = :TXN-EMPLOYEE-ID
           END-EXEC.
             TO LOG-AFTER-POSTAL.
           MOVE EMPLOYEE-TAX-JURISDICTION OF AFTER-EMPLOYEE-REC
             TO LOG-AFTER-JURIS.
           MOVE WS-RUN-DATE TO LOG-RUN-DATE.
           MOVE WS-RUN-TIME TO LOG-RUN-TIME.
           MOVE EMPLOYEE-COMPANY-CODE OF BEFORE-EMPLOYEE-REC
             TO LOG-BEFORE-COMPANY.
           MOVE EMPLOYEE-COMPANY-CODE OF AFTER-EMPLOYEE-REC
             TO LOG-AFTER-COMPANY.
           WRITE EMPMAINT-LOG-REC.
