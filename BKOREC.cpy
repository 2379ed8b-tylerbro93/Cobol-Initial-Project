      ******************************************************************
      * BKOREC - shared BACKORDER-ITEM layout for the customer
      * backorder file (pr1bkord.txt-style): one record per short
      * sale carrying the catalog number, the location the sale was
      * keyed against, the date the backorder was taken, the
      * quantity originally backordered, and the quantity still
      * open. SALEPOST appends a record for the part of a sale it
      * cannot fill, PORECV allocates receipts to open records
      * oldest first, BOAGING ages them, and PROJECT1 adds the open
      * quantity to the suggested order, so all four programs stay
      * in sync with the file layout.
      ******************************************************************
           05 BACKORDER-ITEM                     .
              10 BO-CATALOG-NUM                  PIC X(5).
              10 BO-LOC-CODE                     PIC X(4).
              10 BO-DATE-TAKEN                   PIC 9(8).
              10 BO-QTY-ORIGINAL                 PIC 9(5).
              10 BO-QTY-OPEN                     PIC 9(5).
