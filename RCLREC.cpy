      ******************************************************************
      * RCLREC - shared RECEIPT-LOG-ITEM layout for the receipt log
      * (pr1rclog.txt-style): one dated line, appended by PORECV,
      * for every dock receipt posted against a purchase order
      * line. It carries the PO number, vendor, the order date from
      * the PO header, the date the boxes arrived, the quantity on
      * the order line, the quantity on this slip, the quantity
      * received against the line to date including this slip, and
      * whether this slip closed the line (Y) or left it short (N).
      * COPYed into PORECV and VNDSCORE (the monthly vendor
      * scorecard) so both programs stay in sync with the layout.
      ******************************************************************
           05 RECEIPT-LOG-ITEM                   .
              10 RL-PO-NUMBER                    PIC 9(6).
              10 RL-VENDOR-CODE                  PIC X(4).
              10 RL-CATALOG-NUM                  PIC X(5).
              10 RL-ORDER-DATE                   PIC 9(8).
              10 RL-RECEIPT-DATE                 PIC 9(8).
              10 RL-QTY-ORDERED                  PIC 9(5).
              10 RL-QTY-RECEIVED                 PIC 9(5).
              10 RL-QTY-TO-DATE                  PIC 9(5).
              10 RL-LINE-CLOSED                  PIC X.
