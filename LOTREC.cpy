      ******************************************************************
      * LOTREC - shared LOT-ITEM layout for the lot-level stock file
      * (pr1lots.txt-style): one record per lot of a catalog number
      * at a stocking location, carrying the lot number, its
      * expiration date (YYYYMMDD, zeros when the lot has no shelf
      * life) and the lot's on-hand. The lots sit under the
      * location-level stock in LOCREC: a location's lots never add
      * up to more than its LOC-QTY-ON-HAND, and any difference is
      * stock received without a lot. PORECV adds receipt lots at
      * the dock, INVMAINT carries lots along with transfers,
      * SALEPOST and RTVPOST relieve the earliest-expiring lot
      * first, and LOTEXP reports expiring and expired lots, so
      * every program stays in sync with the file layout.
      ******************************************************************
           05 LOT-ITEM                           .
              10 LOT-CATALOG-NUM                 PIC X(5).
              10 LOT-LOC-CODE                    PIC X(4).
              10 LOT-NUMBER                      PIC X(10).
              10 LOT-EXPIRY-DATE                 PIC 9(8).
              10 LOT-QTY-ON-HAND                 PIC 9(5).
