             88 DED-TYPE-UNION-DUES       VALUE 'U'.
             88 DED-TYPE-HEALTH           VALUE 'H'.
             88 DED-TYPE-LOAN             VALUE 'L'.
      *    Employee contribution to the pension plan - PENSEXP reports
      *    plan members who have none.
             88 DED-TYPE-PENSION          VALUE 'R'.
             88 DED-TYPE-FLOOR-PARM       VALUE 'P'.
          05 DED-PRIORITY          PIC 9(2).
          05 DED-START-DATE        PIC 9(8).
