       FILE-CONTROL.
           SELECT PAY-HISTORY-IN
           ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-FS1.

           SELECT PAY-HISTORY-OUT
           ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OUT-HIST-KEY
           FILE STATUS IS WS-FS2.

           SELECT PAYREV-PARM-IN
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-IN
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-IN-REC.
           COPY PAYHIST-CPY.

      *    lands on both FDs at once instead of skewing the reversal
      *    records.
       FD  PAY-HISTORY-OUT
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-OUT-REC.
           COPY PAYHIST-CPY
               REPLACING LEADING ==HIST== BY ==OUT-HIST==.
             88 PARM-SEED-RECOVERY        VALUE 'Y'.

       FD  YTD-MASTER
           RECORD CONTAINS 92 CHARACTERS.
       01 YTD-MASTER-REC.
           COPY YTDREC-CPY.


       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC X(02).
          05 WS-FS2        PIC X(02).
          05 WS-FS3        PIC 9(02).
          05 WS-FS4        PIC X(02).
      *    negative amounts IS an earlier reversal - the run refuses
      *    to reverse twice.
       01 WS-HIST-FOUND-COUNT       PIC 9(4) VALUE ZERO.
       01 WS-LAST-SEQUENCE-NO       PIC 9(2) VALUE ZERO.
       01 WS-REVERSED-ALREADY-SW    PIC X(01) VALUE 'N'.
          88 WS-REVERSED-ALREADY           VALUE 'Y'.
       01 WS-REV-AMOUNTS.
          05 WS-REV-NET             PIC S9(7)V99 COMP-3 VALUE ZERO.
          05 WS-REV-ER-SOCIAL       PIC S9(7)V99 COMP-3 VALUE ZERO.
          05 WS-REV-ER-PENSION      PIC S9(7)V99 COMP-3 VALUE ZERO.
          05 WS-REV-TAXABLE         PIC S9(7)V99 COMP-3 VALUE ZERO.
          05 WS-REV-SOCIAL-WAGE     PIC S9(7)V99 COMP-3 VALUE ZERO.
       01 WS-REV-COMPANY-CODE       PIC X(2) VALUE SPACES.

       01 WS-YTD-FOUND-SW           PIC X(01).
          88 WS-YTD-FOUND                  VALUE 'Y'.
                   ' IS ALREADY REVERSED - NOT REVERSED AGAIN'
               PERFORM END-RUN-FAILED
           END-IF.
           IF WS-LAST-SEQUENCE-NO = 99
               DISPLAY 'PAYREV: NO FREE PAYHIST SEQUENCE FOR '
                   'EMPLOYEE ' WS-REVERSAL-ID ' PERIOD '
                   WS-REVERSAL-PERIOD ' - NOT REVERSED'
               PERFORM END-RUN-FAILED
           END-IF.
           PERFORM LOOKUP-EMPLOYEE-DEPARTMENT.
           PERFORM LOOKUP-COST-CENTER.
           IF NOT WS-CC-FOUND
               PERFORM END-RUN-FAILED
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM WRITE-REVERSAL-HISTORY.
           PERFORM BACK-OUT-YTD-TOTALS.
           PERFORM WRITE-REVERSAL-JOURNAL.
           IF WS-SEED-RECOVERY
               PERFORM SEED-RECOVERY-DEDUCTION
                   'STATUS ' WS-FS1
               PERFORM END-RUN-FAILED
           END-IF.
      *    Straight to the employee's records for the period - they
      *    sit together under HIST-KEY, ended by the first key of any
      *    other employee or period.
           SET WS-NOT-EOF TO TRUE.
           MOVE WS-REVERSAL-ID TO HIST-EMPLOYEE-ID.
           MOVE WS-REVERSAL-PERIOD TO HIST-PERIOD-ID.
           MOVE ZERO TO HIST-SEQUENCE-NO.
           START PAY-HISTORY-IN KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.
           PERFORM UNTIL WS-EOF
                READ PAY-HISTORY-IN NEXT RECORD
                         AT END SET WS-EOF TO TRUE
                     NOT AT END
                        IF HIST-EMPLOYEE-ID NOT = WS-REVERSAL-ID
                              OR HIST-PERIOD-ID
                                   NOT = WS-REVERSAL-PERIOD
                           SET WS-EOF TO TRUE
                        ELSE
                           ADD 1 TO WS-HIST-FOUND-COUNT
                           MOVE HIST-SEQUENCE-NO
                             TO WS-LAST-SEQUENCE-NO
                           IF HIST-NET-PAY < ZERO
                               SET WS-REVERSED-ALREADY TO TRUE
                           END-IF
                             TO WS-REV-ER-SOCIAL
                           ADD HIST-ER-PENSION-AMOUNT
                             TO WS-REV-ER-PENSION
                           ADD HIST-TAXABLE-WAGE TO WS-REV-TAXABLE
                           ADD HIST-SOCIAL-WAGE
                             TO WS-REV-SOCIAL-WAGE
                           IF HIST-NET-PAY NOT < ZERO
                               MOVE HIST-COMPANY-CODE
                                 TO WS-REV-COMPANY-CODE
                           END-IF
                        END-IF
                END-READ
           END-PERFORM.
                         FROM YTD-ER-SOCIAL-TOTAL
                       SUBTRACT WS-REV-ER-PENSION
                         FROM YTD-ER-PENSION-TOTAL
                       SUBTRACT WS-REV-TAXABLE
                         FROM YTD-TAXABLE-WAGE-TOTAL
                       SUBTRACT WS-REV-SOCIAL-WAGE
                         FROM YTD-SOCIAL-WAGE-TOTAL
                       IF YTD-LAST-PERIOD-ID = WS-REVERSAL-PERIOD
                           MOVE SPACES TO YTD-LAST-PERIOD-ID
                       END-IF
           END-IF.

       WRITE-REVERSAL-HISTORY.
      *    The offsetting negative record under the same period id,
      *    next in sequence after the records it reverses - PAYINQ
      *    then shows the payment and its reversal side by side, and
      *    a second PAYREV run sees the story is told.  Written
      *    before the YTD master is touched, so a history that cannot
      *    be updated stops the run with nothing reversed anywhere.
           OPEN I-O PAY-HISTORY-OUT.
           IF WS-FS2 NOT = '00'
               DISPLAY 'PAYREV: PAYHIST CANNOT BE OPENED FOR UPDATE - '
                   'STATUS ' WS-FS2 ' - NOTHING REVERSED'
               PERFORM END-RUN-FAILED
           END-IF.
           MOVE SPACES TO PAY-HISTORY-OUT-REC.
           MOVE WS-REVERSAL-ID TO OUT-HIST-EMPLOYEE-ID.
           MOVE WS-REVERSAL-PERIOD TO OUT-HIST-PERIOD-ID.
           COMPUTE OUT-HIST-SEQUENCE-NO = WS-LAST-SEQUENCE-NO + 1.
           MOVE WS-RUN-DATE TO OUT-HIST-PAY-DATE.
           COMPUTE OUT-HIST-MONTHLY-SALARY = ZERO - WS-REV-SALARY.
           COMPUTE OUT-HIST-OVERTIME-AMOUNT = ZERO - WS-REV-OVERTIME.
               ZERO - WS-REV-ER-SOCIAL.
           COMPUTE OUT-HIST-ER-PENSION-AMOUNT =
               ZERO - WS-REV-ER-PENSION.
           COMPUTE OUT-HIST-TAXABLE-WAGE = ZERO - WS-REV-TAXABLE.
           COMPUTE OUT-HIST-SOCIAL-WAGE = ZERO - WS-REV-SOCIAL-WAGE.
           MOVE WS-REV-COMPANY-CODE TO OUT-HIST-COMPANY-CODE.
           WRITE PAY-HISTORY-OUT-REC.
           IF WS-FS2 NOT = '00'
               DISPLAY 'PAYREV: PAYHIST KEY ' OUT-HIST-KEY
                   ' NOT WRITTEN - STATUS ' WS-FS2
                   ' - NOTHING REVERSED'
               CLOSE PAY-HISTORY-OUT
               PERFORM END-RUN-FAILED
           END-IF.
           CLOSE PAY-HISTORY-OUT.

       WRITE-REVERSAL-JOURNAL.
