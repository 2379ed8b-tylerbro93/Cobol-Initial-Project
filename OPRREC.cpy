      ******************************************************************
      * OPRREC - shared OPERATOR-ITEM layout for the operator table
      * (pr1oper.txt-style): one record per person allowed to run
      * maintenance, sales, receiving, or returns to vendor,
      * carrying the operator ID keyed in PR1_OPERATOR, the
      * operator's name, an authority level (1-4 clerk, 5-9
      * supervisor - only a supervisor may release held changes
      * with HOLDREL), and the largest value swing (dollars) the
      * operator may post without a supervisor's approval. COPYed
      * into INVMAINT, SALEPOST, PORECV, HOLDREL, RTVPOST, and
      * BACKOUT so every program stays in sync with the file layout.
      ******************************************************************
           05 OPERATOR-ITEM                      .
              10 OPR-ID                          PIC X(6).
              10 OPR-NAME                        PIC X(20).
              10 OPR-LEVEL                       PIC 9(1).
              10 OPR-LIMIT                       PIC 9(7)V99.
