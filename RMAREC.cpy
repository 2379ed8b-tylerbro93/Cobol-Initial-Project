      ******************************************************************
      * RMAREC - shared RMA-ITEM layout for the open return-to-vendor
      * file (pr1rma.txt-style): one record per line returned under
      * a return material authorization (RMA) number, carrying the
      * vendor the stock went back to, the date it was sent, the
      * catalog number, description and location it came out of,
      * the quantity, the UNIT-PURCHASE-PRICE it was debited at, the
      * reason code, the original PO number as keyed, and the
      * operator who sent it. Every line of an RMA stays on file
      * until the vendor's credit for that RMA is confirmed. COPYed
      * into RTVPOST so the posting, credit and aging steps stay in
      * sync with the file layout.
      ******************************************************************
           05 RMA-ITEM                           .
              10 RMA-NUMBER                      PIC 9(6).
              10 RMA-VENDOR-CODE                 PIC X(4).
              10 RMA-DATE                        PIC 9(8).
              10 RMA-CATALOG-NUM                 PIC X(5).
              10 RMA-DESCRIPTION                 PIC X(20).
              10 RMA-LOCATION                    PIC X(4).
              10 RMA-QTY                         PIC 9(5).
              10 RMA-UNIT-COST                   PIC 999V99.
              10 RMA-REASON                      PIC X(3).
              10 RMA-PO-NUMBER                   PIC X(6).
              10 RMA-OPERATOR                    PIC X(6).
