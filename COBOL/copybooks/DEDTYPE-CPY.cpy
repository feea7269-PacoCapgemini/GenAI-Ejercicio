      *****************************************************************
      * DEDTYPE-CPY                                                  *
      * Deduction-type treatment record (DEDTYPES) - one per         *
      * DED-TYPE-CODE, maintained by hand like TAXRATES.  Says       *
      * whether the type comes out of pay before income tax and      *
      * before social is worked out, separately, since a plan can be *
      * pre-tax for one and not the other.  A type with no record,   *
      * or a run with no DEDTYPES file at all, is post-tax for both  *
      * - the historic treatment.  Fixed at 23 bytes.                *
      *****************************************************************
          05 DT-TYPE-CODE          PIC X(1).
          05 DT-PRETAX-TAX-SW      PIC X(1).
             88 DT-PRETAX-TAX             VALUE 'Y'.
          05 DT-PRETAX-SOCIAL-SW   PIC X(1).
             88 DT-PRETAX-SOCIAL          VALUE 'Y'.
          05 DT-DESCRIPTION        PIC X(20).
