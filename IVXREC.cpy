      * vendor cross-reference file (pr1itmvn.txt-style): one record
      * per catalog number naming the vendor that item is bought
      * from, keyed on CATALOG-NUM. COPYed into VENDMNT (assignment
      * maintenance), PROJECT1 (vendor-sectioned suggested orders),
      * REORDPT (lead times), PORECV (purchase order documents and
      * dock receipts), RTVPOST (returns go back to the item's
      * vendor), and INVMATCH (invoices billed in the purchasing
      * unit) so every program stays in sync with the layout.
      * The vendor sells the item in its own purchasing unit (CS,
      * BX, RL ...) holding IVX-EACH-PER-UNIT of our stocking eaches,
      * under its own catalog/part number. Records written before
      * the purchasing fields existed read as blanks; programs treat
      * a blank unit or a non-numeric or zero pack size as eaches
      * (EA, 1 per unit) with no vendor part number.
      ******************************************************************
           05 ITEM-VENDOR-ITEM                   .
              10 IVX-CATALOG-NUM                 PIC X(5).
              10 IVX-VENDOR-CODE                 PIC X(4).
              10 IVX-PURCH-UNIT                  PIC X(4).
              10 IVX-EACH-PER-UNIT               PIC 9(5).
              10 IVX-VENDOR-PART                 PIC X(15).
