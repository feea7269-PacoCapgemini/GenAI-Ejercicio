      * segment at its own rate, the same day-counted way            *
      * PRORATE-SALARY splits for hire and termination.  Both the    *
      * old and the new annual salary are carried so the rate in     *
      * force on any date can be read straight off the file.  The    *
      * date the change was recorded lets RETROPAY tell a change     *
      * keyed after a period was paid from one the run already       *
      * split in; records written before it existed carry spaces     *
      * there (short line-sequential records) and count as settled.  *
      * Fixed at 40 bytes.                                           *
      *****************************************************************
          05 RH-EMPLOYEE-ID        PIC 9(6).
          05 RH-EFF-DATE           PIC 9(8).
          05 RH-OLD-SALARY         PIC S9(7)V99.
          05 RH-NEW-SALARY         PIC S9(7)V99.
          05 RH-RECORDED-DATE      PIC 9(8).
