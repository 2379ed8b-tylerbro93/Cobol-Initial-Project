      ******************************************************************
      * MOVREC - shared MOVEMENT-ITEM layout for the stock movement
      * journal (pr1moves.txt-style): one dated line, appended by
      * the program that made the change, for every movement of
      * on-hand or cost on the inventory master. The type is RCP
      * receipt, SAL sale (cost of sales), RTN customer return, ADJ
      * adjustment (adds, deletes, on-hand changes, kit builds and
      * break-downs, reversals, returns to vendor), XFR transfer
      * between locations (an out line and an in line, netting to
      * zero), or RVL revaluation (a cost change on the stock on
      * hand). Quantity and value are unsigned with the direction
      * in MV-SIGN (+ or -); the value is the quantity times
      * MV-UNIT-COST, which for an RVL line is the cost change per
      * unit. Location is blank when only the master moved. COPYed
      * into INVMAINT, HOLDREL, SALEPOST, PORECV, BACKOUT, RTVPOST,
      * and ROLLFWD (the month-end value roll-forward) so every
      * program stays in sync with the file layout.
      ******************************************************************
           05 MOVEMENT-ITEM                      .
              10 MV-DATE                         PIC 9(8).
              10 MV-TIME                         PIC 9(8).
              10 MV-TYPE                         PIC X(3).
              10 MV-CATALOG-NUM                  PIC X(5).
              10 MV-LOCATION                     PIC X(4).
              10 MV-SIGN                         PIC X(1).
              10 MV-QTY                          PIC 9(5).
              10 MV-UNIT-COST                    PIC 999V99.
              10 MV-VALUE                        PIC 9(9)V99.
              10 MV-PROGRAM                      PIC X(8).
              10 MV-OPERATOR                     PIC X(6).
              10 MV-REFERENCE                    PIC X(10).
