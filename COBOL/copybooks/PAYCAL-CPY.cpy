      * period of the same frequency still standing open is flagged  *
      * as never run.  Frequency 'O' marks an approved off-cycle     *
      * period, which takes no part in the gap check.  The status    *
      * byte is flipped to 'C' by PAYCLOSE once every step of the    *
      * period's cycle has ended normally, and PAYCLOSE adds the     *
      * next period of the same frequency.  Fixed at 32 bytes.       *
      *****************************************************************
          05 PC-PERIOD-ID          PIC X(6).
          05 PC-FREQUENCY          PIC X(1).
