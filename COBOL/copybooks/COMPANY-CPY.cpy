      *****************************************************************
      * COMPANY-CPY                                                  *
      * Legal-entity reference record (COMPANY) - one per            *
      * EMPLOYEE-COMPANY-CODE, maintained by hand like COSTCTR.      *
      * Carries what differs between the entities paid out of the    *
      * one EMPLOYEE-TABLE: the employer name and registration       *
      * printed on the tax certificate, the funding account and ACH  *
      * company id DDEXPORT debits for the entity's batch, and the   *
      * ledger and net-pay clearing account GLPOST posts it to.      *
      * The record with a blank code describes the home company;     *
      * without one (or without the file) the home company is the    *
      * historic single entity.  A blank CO-CLEARING-ACCOUNT leaves  *
      * the cost center's clearing account in force.  Fixed at 100   *
      * bytes.                                                       *
      *****************************************************************
          05 CO-COMPANY-CODE       PIC X(2).
          05 CO-COMPANY-NAME       PIC X(30).
          05 CO-REGISTRATION-ID    PIC X(15).
          05 CO-FUNDING-ROUTING    PIC X(9).
          05 CO-FUNDING-ACCOUNT    PIC X(17).
          05 CO-ACH-COMPANY-ID     PIC X(10).
          05 CO-LEDGER-ID          PIC X(4).
          05 CO-CLEARING-ACCOUNT   PIC X(8).
          05 FILLER                PIC X(5).
