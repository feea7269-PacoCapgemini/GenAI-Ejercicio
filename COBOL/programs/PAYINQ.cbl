       FILE-CONTROL.
           SELECT PAY-HISTORY-IN
           ASSIGN TO PAYHIST
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-KEY
           FILE STATUS IS WS-FS1.

           SELECT PAYINQ-PARM-IN
       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-IN
           RECORD CONTAINS 82 CHARACTERS.
       01 PAY-HISTORY-REC.
           COPY PAYHIST-CPY.


       WORKING-STORAGE SECTION.
       01 WS-VAR.
          05 WS-FS1        PIC X(02).
          05 WS-FS2        PIC 9(02).
          05 WS-FS3        PIC X(02).
          05 WS-EOF-SW     PIC X(01).
           DISPLAY 'PERIOD  PAID-ON      SALARY    OVERTIME'
               '       BONUS   DEDUCTION         TAX      SOCIAL'
               '         NET'.
           PERFORM POSITION-HISTORY.
           PERFORM READ-HISTORY UNTIL WS-EOF.
           PERFORM PRINT-INQUIRY-TOTALS.

               CLOSE PAYINQ-PARM-IN
           END-IF.

       POSITION-HISTORY.
      *    Straight to the employee's first period - the file is in
      *    employee, period order, so the employee's records follow
      *    one another and the read stops at the next employee.
           SET WS-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO HIST-KEY.
           MOVE WS-INQUIRY-ID TO HIST-EMPLOYEE-ID.
           START PAY-HISTORY-IN KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START.

       READ-HISTORY.
           READ PAY-HISTORY-IN NEXT RECORD
                    AT END SET WS-EOF TO TRUE
                NOT AT END
                   IF HIST-EMPLOYEE-ID = WS-INQUIRY-ID
                       ADD 1 TO WS-READ-COUNT
                       PERFORM PRINT-HISTORY-LINE
                   ELSE
                       SET WS-EOF TO TRUE
                   END-IF
           END-READ.

