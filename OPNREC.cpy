      * header record per purchase order (PO number, vendor code,
      * order date) followed by its 'D' detail records (PO number,
      * catalog number, description, quantity ordered, quantity
      * received, unit purchase price at the time of order), so two
      * orders for the same catalog number can be open at once and
      * partial deliveries post against the right order. COPYed into
      * PORECV (order take-up, receiving, aging), the nightly
      * integrity audit, and INVMATCH (invoice three-way match) so
      * every program stays in sync with the layout. PORECV also
      * writes closed lines to the closed-order file in this layout.
      ******************************************************************
           05 OPEN-ORDER-ITEM                    .
              10 OP-RECORD-TYPE                  PIC X.
              10 OP-HEADER-FIELDS.
                 15 OPH-VENDOR-CODE              PIC X(4).
                 15 OPH-ORDER-DATE               PIC 9(8).
                 15 OPH-FILLER                   PIC X(28).
              10 OP-DETAIL-FIELDS REDEFINES OP-HEADER-FIELDS.
                 15 OPD-CATALOG-NUM              PIC X(5).
                 15 OPD-DESCRIPTION              PIC X(20).
                 15 OPD-QTY-ORDERED              PIC 9(5).
                 15 OPD-QTY-RECEIVED             PIC 9(5).
                 15 OPD-UNIT-PRICE               PIC 999V99.
