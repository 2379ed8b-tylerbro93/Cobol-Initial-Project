      * the vendor code, name, quoted lead time in days, and the
      * minimum order value the vendor will accept. COPYed into
      * VENDMNT (maintenance), PROJECT1 (vendor-sectioned suggested
      * orders), PORECV (open-order aging against the vendor's
      * lead time), VNDSCORE (the monthly vendor scorecard), and
      * RTVPOST (vendor name on the debit memo) so every program
      * stays in sync with the layout.
      ******************************************************************
           05 VENDOR-ITEM                        .
              10 VND-CODE                        PIC X(4).
