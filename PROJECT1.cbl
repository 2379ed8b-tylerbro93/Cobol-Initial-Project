      * ASSIGNED section at the front. Detail lines keep the old
      * catalog/description/quantity columns and add the vendor
      * code in cols 54-57.
      * Vendors sell by the case, box or roll, so each suggested
      * quantity is rounded up to whole packs of the vendor's
      * purchasing unit from the cross-reference (eaches per unit,
      * IVXREC layout); the quantity in cols 48-52 stays in our
      * stocking eaches, and the number of packs and the vendor's
      * unit follow in cols 59-63 and 65-68. Items with no vendor
      * or no pack size on file are ordered in eaches as before.
      * Customer backorders count as demand: the open quantity on
      * the backorder file (PR1_BACKORDER_FILE, default
      * pr1bkord.txt, BKOREC layout, written by SALEPOST and filled
      * by PORECV) is added to the reorder point when deciding
      * whether an item is below it and how much to suggest, so the
      * order covers the customers already waiting as well as the
      * shelf. The exception report shows it in a BACK ORDERED
      * column.
      * When a manufacturer replaces a part, the supersession file
      * (PR1_SUPERSEDE_FILE, default pr1supsd.txt, SUPREC layout)
      * maps the old catalog number to its replacement. Once the
      * number now current is on the master, the old number is no
      * longer ordered: its reorder point and open backorders are
      * added to the replacement's demand and its stock and
      * on-order to the replacement's supply, so the old stock is
      * used up before more of the new number is bought. On the
      * exception report the old number is marked NOW and the
      * number it was replaced by, and a replacement carrying old
      * numbers is marked PLUS OLD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECT1.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCATION-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO DYNAMIC
           WS-BACKORDER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT GLMAP-FILE ASSIGN TO DYNAMIC WS-GL-MAP-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLMAP-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLPOST-STATUS.

           SELECT SUPERSEDE-FILE ASSIGN TO DYNAMIC
           WS-SUPERSEDE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPERSEDE-STATUS.

           SELECT SORT-FILE ASSIGN TO 'pr1sort.srt'.

           SELECT SORTED-FILE ASSIGN TO DYNAMIC WS-SORTED-FILE-NAME
       01 LOCATION-RECORD.
           COPY LOCREC.

       FD BACKORDER-FILE.

       01 BACKORDER-RECORD.
           COPY BKOREC.

       FD GLMAP-FILE.

       01 GLMAP-RECORD.

       01 GLPOST-RECORD                          PIC X(79).

       FD SUPERSEDE-FILE.

       01 SUPERSEDE-RECORD.
           COPY SUPREC.

       SD SORT-FILE.

       01 SD-SORT-RECORD.
           05 SP-DESCRIPTION                     PIC X(20).
           05 SP-QTY                             PIC 9(5).
           05 SP-PRICE                           PIC 999V99.
           05 SP-PURCH-UNIT                      PIC X(4).
           05 SP-PACKS                           PIC 9(5).
           05 SP-FILLER                          PIC X(22).

       FD SORTED-FILE.

           05 WS-LOC-DETAIL              PIC X(3) VALUE 'NO'.
           05 WS-LOCATION-FILE-NAME      PIC X(40)
                                          VALUE 'pr1locs.txt'.
           05 WS-BACKORDER-FILE-NAME     PIC X(40)
                                          VALUE 'pr1bkord.txt'.
           05 WS-SUPERSEDE-FILE-NAME     PIC X(40)
                                          VALUE 'pr1supsd.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                   PIC X(3) VALUE 'YES'.
           05 WS-PO-SECT-MIN             PIC 9(7)V99 VALUE 0.
           05 WS-PO-VND-FOUND            PIC X(3) VALUE 'NO'.
           05 WS-PO-LINE-VALUE           PIC 9(9)V99 VALUE 0.
           05 WS-BACKORDER-STATUS        PIC XX VALUE '00'.
           05 WS-BKO-COUNT               PIC 9(4) VALUE 0.
           05 WS-BKO-QTY                 PIC 9(5) VALUE 0.
           05 WS-BKO-FOUND               PIC X(3) VALUE 'NO'.
           05 WS-REORDER-TARGET          PIC 9(6) VALUE 0.
           05 WS-PO-EACH-PER-UNIT        PIC 9(5) VALUE 1.
           05 WS-TODAY                   PIC 9(8) VALUE 0.
           05 WS-SUPERSEDE-STATUS        PIC XX VALUE '00'.
           05 WS-SUP-COUNT               PIC 9(3) VALUE 0.
           05 WS-SUP-HOPS                PIC 9(2) VALUE 0.
           05 WS-SUP-MORE                PIC X(3) VALUE 'NO'.
           05 WS-SUP-FIND-CATALOG        PIC X(5) VALUE SPACES.
           05 WS-SUP-CUR-CATALOG         PIC X(5) VALUE SPACES.
           05 WS-CR-COUNT                PIC 9(3) VALUE 0.
           05 WS-CR-FOUND-IDX            PIC 9(3) VALUE 0.
           05 WS-CARRY-DEMAND            PIC 9(6) VALUE 0.
           05 WS-CARRY-SUPPLY            PIC 9(6) VALUE 0.
           05 WS-SUPERSEDED              PIC X(3) VALUE 'NO'.

       01  WS-LOCATION-TABLE.
           05 PL-ENTRY OCCURS 20000 TIMES INDEXED BY PL-IDX.
              10 PL-CODE                  PIC X(4).
              10 PL-QTY                   PIC 9(5).

       01  WS-BACKORDER-TABLE.
           05 BD-ENTRY OCCURS 5000 TIMES INDEXED BY BD-IDX.
              10 BD-CATALOG-NUM           PIC X(5).
              10 BD-QTY-OPEN              PIC 9(5).

       01  WS-CATEGORY-TABLE.
           05 CT-ENTRY OCCURS 200 TIMES
                        INDEXED BY CT-IDX CT-IDX2.
           05 XV-ENTRY OCCURS 10000 TIMES INDEXED BY XV-IDX.
              10 XV-CATALOG-NUM           PIC X(5).
              10 XV-VENDOR-CODE           PIC X(4).
              10 XV-PURCH-UNIT            PIC X(4).
              10 XV-EACH-PER-UNIT         PIC 9(5).

       01  WS-SUPERSEDE-TABLE.
           05 SU-ENTRY OCCURS 500 TIMES INDEXED BY SU-IDX SU-IDX2.
              10 SU-OLD-CATALOG           PIC X(5).
              10 SU-NEW-CATALOG           PIC X(5).

       01  WS-CARRY-TABLE.
           05 CR-ENTRY OCCURS 500 TIMES INDEXED BY CR-IDX.
              10 CR-CATALOG-NUM           PIC X(5).
              10 CR-ON-MASTER             PIC X(3).
              10 CR-DEMAND                PIC 9(6).
              10 CR-SUPPLY                PIC 9(6).

       01  WS-CATEGORY-SWAP.
           05 WS-CT-SWAP-CATEGORY        PIC X(2).
           05                    PIC X(8) VALUE 'QUANTITY'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(7) VALUE 'REORDER'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(4) VALUE 'BACK'.

       01  EXCEPT-HEADING-LINE3.
           05                    PIC X(4) VALUE ' NUM'.
           05                    PIC X(8) VALUE 'ON ORDER'.
           05                    PIC X(5) VALUE '  '.
           05                    PIC X(5) VALUE 'POINT'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(7) VALUE 'ORDERED'.

       01  EXCEPT-DETAIL-LINE.
           05 EL-CATALOG-NUM-OUT PIC X(5).
           05 EL-ORDERED-OUT     PIC 9(5).
           05                    PIC X(5) VALUE SPACES.
           05 EL-REORDER-OUT     PIC 9(5).
           05                    PIC X(6) VALUE SPACES.
           05 EL-BACKORDER-OUT   PIC 9(5).
           05                    PIC X(1) VALUE SPACES.
           05 EL-NOTE-OUT        PIC X(10) VALUE SPACES.

       01  PO-DETAIL-LINE.
           05 PO-CATALOG-NUM-OUT PIC X(5).
           05 PO-QTY-OUT         PIC ZZZZ9.
           05                    PIC X(1) VALUE SPACE.
           05 PO-VENDOR-OUT      PIC X(4).
           05                    PIC X(1) VALUE SPACE.
           05 PO-PACKS-OUT       PIC ZZZZ9.
           05                    PIC X(1) VALUE SPACE.
           05 PO-UNIT-OUT        PIC X(4).

       01  PO-VENDOR-HEADING.
           05                    PIC X(7) VALUE 'VENDOR '.
           IF WS-LOC-DETAIL = 'YES'
              PERFORM 113-LOAD-LOCATIONS
           END-IF
           ACCEPT WS-BACKORDER-FILE-NAME
              FROM ENVIRONMENT 'PR1_BACKORDER_FILE'
           IF WS-BACKORDER-FILE-NAME = SPACES
              MOVE 'pr1bkord.txt' TO WS-BACKORDER-FILE-NAME
           END-IF
           PERFORM 114-LOAD-BACKORDERS
           ACCEPT WS-SUPERSEDE-FILE-NAME
              FROM ENVIRONMENT 'PR1_SUPERSEDE_FILE'
           IF WS-SUPERSEDE-FILE-NAME = SPACES
              MOVE 'pr1supsd.txt' TO WS-SUPERSEDE-FILE-NAME
           END-IF
           PERFORM 115-LOAD-SUPERSESSIONS
           .

       113-LOAD-LOCATIONS.
           END-IF
           .

      ******************************************************************
      * Only the open quantity per catalog matters here, so the
      * backorder file is boiled down to one total per catalog.
      ******************************************************************
       114-LOAD-BACKORDERS.
           MOVE 0 TO WS-BKO-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-STATUS NOT = '00'
              CONTINUE
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ BACKORDER-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     IF BO-QTY-OPEN NUMERIC
                        AND BO-QTY-OPEN > 0
                        PERFORM 118-STORE-BACKORDER-ENTRY
                     END-IF
                END-READ
              END-PERFORM
              CLOSE BACKORDER-FILE
           END-IF
           .

       118-STORE-BACKORDER-ENTRY.
           MOVE 'NO' TO WS-BKO-FOUND
           PERFORM VARYING BD-IDX FROM 1 BY 1
              UNTIL BD-IDX > WS-BKO-COUNT OR WS-BKO-FOUND = 'YES'
              IF BD-CATALOG-NUM(BD-IDX) = BO-CATALOG-NUM
                 ADD BO-QTY-OPEN TO BD-QTY-OPEN(BD-IDX)
                    ON SIZE ERROR
                       MOVE 99999 TO BD-QTY-OPEN(BD-IDX)
                 END-ADD
                 MOVE 'YES' TO WS-BKO-FOUND
              END-IF
           END-PERFORM
           IF WS-BKO-FOUND = 'NO'
              IF WS-BKO-COUNT >= 5000
                 DISPLAY 'PROJECT1: backorder table full, demand '
                    'not counted for ' BO-CATALOG-NUM
              ELSE
                 ADD 1 TO WS-BKO-COUNT
                 MOVE BO-CATALOG-NUM TO BD-CATALOG-NUM(WS-BKO-COUNT)
                 MOVE BO-QTY-OPEN TO BD-QTY-OPEN(WS-BKO-COUNT)
              END-IF
           END-IF
           .

      ******************************************************************
      * Every number a chain ends at gets a carry entry up front, so
      * the pass over the master can tell whether the replacement has
      * been added yet and total up what the old numbers hand it.
      ******************************************************************
       115-LOAD-SUPERSESSIONS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE 0 TO WS-SUP-COUNT
           MOVE 0 TO WS-CR-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT SUPERSEDE-FILE
           IF WS-SUPERSEDE-STATUS NOT = '00'
              CONTINUE
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ SUPERSEDE-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 116-STORE-SUPERSESSION
                END-READ
              END-PERFORM
              CLOSE SUPERSEDE-FILE
              PERFORM VARYING SU-IDX2 FROM 1 BY 1
                 UNTIL SU-IDX2 > WS-SUP-COUNT
                 MOVE SU-NEW-CATALOG(SU-IDX2) TO WS-SUP-FIND-CATALOG
                 PERFORM 119-RESOLVE-SUPERSESSION
                 PERFORM 123-FIND-CARRY-ENTRY
                 IF WS-CR-FOUND-IDX = 0
                    ADD 1 TO WS-CR-COUNT
                    MOVE WS-SUP-CUR-CATALOG
                       TO CR-CATALOG-NUM(WS-CR-COUNT)
                    MOVE 'NO' TO CR-ON-MASTER(WS-CR-COUNT)
                    MOVE 0 TO CR-DEMAND(WS-CR-COUNT)
                    MOVE 0 TO CR-SUPPLY(WS-CR-COUNT)
                 END-IF
              END-PERFORM
           END-IF
           .

       116-STORE-SUPERSESSION.
           IF SUP-OLD-CATALOG = SPACES
              OR SUP-NEW-CATALOG = SPACES
              OR SUP-OLD-CATALOG = SUP-NEW-CATALOG
              OR SUP-EFFECTIVE-DATE NOT NUMERIC
              CONTINUE
           ELSE
              IF SUP-EFFECTIVE-DATE > WS-TODAY
                 CONTINUE
              ELSE
                 IF WS-SUP-COUNT >= 500
                    DISPLAY 'PROJECT1: supersession table full, '
                       'record dropped: ' SUP-OLD-CATALOG
                 ELSE
                    ADD 1 TO WS-SUP-COUNT
                    MOVE SUP-OLD-CATALOG
                       TO SU-OLD-CATALOG(WS-SUP-COUNT)
                    MOVE SUP-NEW-CATALOG
                       TO SU-NEW-CATALOG(WS-SUP-COUNT)
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
      * Follow old-to-new links until the number has no replacement.
      * A chain keyed into a loop would never end, so after ten links
      * the number is left as it came and the loop is reported.
      ******************************************************************
       119-RESOLVE-SUPERSESSION.
           MOVE WS-SUP-FIND-CATALOG TO WS-SUP-CUR-CATALOG
           MOVE 0 TO WS-SUP-HOPS
           MOVE 'YES' TO WS-SUP-MORE
           PERFORM UNTIL WS-SUP-MORE = 'NO'
              MOVE 'NO' TO WS-SUP-MORE
              PERFORM VARYING SU-IDX FROM 1 BY 1
                 UNTIL SU-IDX > WS-SUP-COUNT
                 OR WS-SUP-MORE = 'YES'
                 IF SU-OLD-CATALOG(SU-IDX) = WS-SUP-CUR-CATALOG
                    MOVE SU-NEW-CATALOG(SU-IDX)
                       TO WS-SUP-CUR-CATALOG
                    MOVE 'YES' TO WS-SUP-MORE
                 END-IF
              END-PERFORM
              IF WS-SUP-MORE = 'YES'
                 ADD 1 TO WS-SUP-HOPS
                 IF WS-SUP-HOPS > 10
                    DISPLAY 'PROJECT1: supersession chain for '
                       WS-SUP-FIND-CATALOG ' loops, number used as '
                       'it stands'
                    MOVE WS-SUP-FIND-CATALOG TO WS-SUP-CUR-CATALOG
                    MOVE 'NO' TO WS-SUP-MORE
                 END-IF
              END-IF
           END-PERFORM
           .

      ******************************************************************
      * Runs for every master record as it goes to the sort. A number
      * that is itself current marks its carry entry as on the
      * master; a superseded number hands its reorder point and open
      * backorders (demand) and its on-hand and on-order (supply) to
      * the number that replaced it.
      ******************************************************************
       122-CARRY-SUPERSEDED.
           MOVE CATALOG-NUM TO WS-SUP-FIND-CATALOG
           PERFORM 119-RESOLVE-SUPERSESSION
           PERFORM 123-FIND-CARRY-ENTRY
           IF WS-CR-FOUND-IDX > 0
              IF WS-SUP-CUR-CATALOG = CATALOG-NUM
                 MOVE 'YES' TO CR-ON-MASTER(WS-CR-FOUND-IDX)
              ELSE
                 IF QUANITY-ON-HAND NUMERIC
                    AND QUANITY-ON-ORDER NUMERIC
                    AND REORDER-POINT NUMERIC
                    MOVE 0 TO WS-BKO-QTY
                    PERFORM VARYING BD-IDX FROM 1 BY 1
                       UNTIL BD-IDX > WS-BKO-COUNT
                       IF BD-CATALOG-NUM(BD-IDX) = CATALOG-NUM
                          MOVE BD-QTY-OPEN(BD-IDX) TO WS-BKO-QTY
                       END-IF
                    END-PERFORM
                    COMPUTE CR-DEMAND(WS-CR-FOUND-IDX) =
                       CR-DEMAND(WS-CR-FOUND-IDX)
                       + REORDER-POINT + WS-BKO-QTY
                       ON SIZE ERROR
                          MOVE 999999 TO CR-DEMAND(WS-CR-FOUND-IDX)
                    END-COMPUTE
                    COMPUTE CR-SUPPLY(WS-CR-FOUND-IDX) =
                       CR-SUPPLY(WS-CR-FOUND-IDX)
                       + QUANITY-ON-HAND + QUANITY-ON-ORDER
                       ON SIZE ERROR
                          MOVE 999999 TO CR-SUPPLY(WS-CR-FOUND-IDX)
                    END-COMPUTE
                 END-IF
              END-IF
           END-IF
           .

       123-FIND-CARRY-ENTRY.
           MOVE 0 TO WS-CR-FOUND-IDX
           PERFORM VARYING CR-IDX FROM 1 BY 1
              UNTIL CR-IDX > WS-CR-COUNT OR WS-CR-FOUND-IDX > 0
              IF CR-CATALOG-NUM(CR-IDX) = WS-SUP-CUR-CATALOG
                 SET WS-CR-FOUND-IDX TO CR-IDX
              END-IF
           END-PERFORM
           .

       106-COUNT-SOURCE-RECORDS.
           MOVE 0 TO WS-SOURCE-RECORD-COUNT
           MOVE 'YES' TO EOF-FLAG
                  MOVE WS-STAMP-SEQ-NUM TO SD-ORIG-LINE-NUM
                  MOVE INVENTORY-RECORD TO SD-ITEM
                  RELEASE SD-SORT-RECORD
                  IF WS-CR-COUNT > 0
                     PERFORM 122-CARRY-SUPERSEDED
                  END-IF
             END-READ
           END-PERFORM
           CLOSE SOURCE-FILE
           END-IF
           .

      ******************************************************************
      * A number replaced by one already on the master is shown but
      * never ordered; its demand and stock were carried to the
      * replacement when the master went to the sort, and are
      * counted here against the replacement.
      ******************************************************************
       205-CHECK-REORDER-EXCEPTION.
           MOVE 0 TO WS-BKO-QTY
           PERFORM VARYING BD-IDX FROM 1 BY 1
              UNTIL BD-IDX > WS-BKO-COUNT
              IF BD-CATALOG-NUM(BD-IDX) = CATALOG-NUM
                 MOVE BD-QTY-OPEN(BD-IDX) TO WS-BKO-QTY
              END-IF
           END-PERFORM
           MOVE SPACES TO EL-NOTE-OUT
           MOVE 'NO' TO WS-SUPERSEDED
           MOVE 0 TO WS-CARRY-DEMAND
           MOVE 0 TO WS-CARRY-SUPPLY
           MOVE 0 TO WS-CR-FOUND-IDX
           IF WS-CR-COUNT > 0
              MOVE CATALOG-NUM TO WS-SUP-FIND-CATALOG
              PERFORM 119-RESOLVE-SUPERSESSION
              PERFORM 123-FIND-CARRY-ENTRY
           END-IF
           IF WS-CR-FOUND-IDX > 0
              IF WS-SUP-CUR-CATALOG NOT = CATALOG-NUM
                 IF CR-ON-MASTER(WS-CR-FOUND-IDX) = 'YES'
                    MOVE 'YES' TO WS-SUPERSEDED
                    STRING 'NOW ' WS-SUP-CUR-CATALOG
                       DELIMITED BY SIZE INTO EL-NOTE-OUT
                 END-IF
              ELSE
                 MOVE CR-DEMAND(WS-CR-FOUND-IDX) TO WS-CARRY-DEMAND
                 MOVE CR-SUPPLY(WS-CR-FOUND-IDX) TO WS-CARRY-SUPPLY
                 IF WS-CARRY-DEMAND > 0 OR WS-CARRY-SUPPLY > 0
                    MOVE 'PLUS OLD' TO EL-NOTE-OUT
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-REORDER-TARGET =
              REORDER-POINT + WS-BKO-QTY + WS-CARRY-DEMAND
              ON SIZE ERROR
                 MOVE 999999 TO WS-REORDER-TARGET
           END-COMPUTE
           IF QUANITY-ON-HAND + QUANITY-ON-ORDER + WS-CARRY-SUPPLY
              <= WS-REORDER-TARGET
              MOVE CATALOG-NUM TO EL-CATALOG-NUM-OUT
              MOVE DESCRIPTION TO EL-DESCRIPTION-OUT
              MOVE QUANITY-ON-HAND TO EL-STOCK-OUT
              MOVE QUANITY-ON-ORDER TO EL-ORDERED-OUT
              MOVE REORDER-POINT TO EL-REORDER-OUT
              MOVE WS-BKO-QTY TO EL-BACKORDER-OUT
              MOVE 1 TO PROPER-SPACING
              MOVE EXCEPT-DETAIL-LINE TO EXCEPT-RECORD
              IF WS-RESUMING = 'YES'
              IF WS-LOC-DETAIL = 'YES'
                 PERFORM 209-WRITE-EXCEPT-LOCATIONS
              END-IF
              IF WS-SUPERSEDED = 'NO'
                 COMPUTE WS-SUGGESTED-ORDER-QTY =
                    WS-REORDER-TARGET - QUANITY-ON-HAND
                    - QUANITY-ON-ORDER - WS-CARRY-SUPPLY
                    ON SIZE ERROR
                       MOVE 99999 TO WS-SUGGESTED-ORDER-QTY
                 END-COMPUTE
                 MOVE CATALOG-NUM TO PW-CATALOG-NUM
                 MOVE DESCRIPTION TO PW-DESCRIPTION
                 MOVE WS-SUGGESTED-ORDER-QTY TO PW-QTY
                 MOVE UNIT-PURCHASE-PRICE TO PW-PRICE
                 WRITE POWORK-RECORD
              END-IF
           END-IF
           .

              ADD 1 TO WS-XRF-COUNT
              MOVE IVX-CATALOG-NUM TO XV-CATALOG-NUM(WS-XRF-COUNT)
              MOVE IVX-VENDOR-CODE TO XV-VENDOR-CODE(WS-XRF-COUNT)
              IF IVX-PURCH-UNIT = SPACES
                 OR IVX-EACH-PER-UNIT NOT NUMERIC
                 OR IVX-EACH-PER-UNIT = 0
                 MOVE 'EA' TO XV-PURCH-UNIT(WS-XRF-COUNT)
                 MOVE 1 TO XV-EACH-PER-UNIT(WS-XRF-COUNT)
              ELSE
                 MOVE IVX-PURCH-UNIT TO XV-PURCH-UNIT(WS-XRF-COUNT)
                 MOVE IVX-EACH-PER-UNIT
                    TO XV-EACH-PER-UNIT(WS-XRF-COUNT)
              END-IF
           END-IF
           .

           END-IF
           .

      ******************************************************************
      * The shortfall is rounded up to whole vendor packs so the
      * order goes out in quantities the vendor will ship. A rounded
      * quantity too big for the field drops back to the most whole
      * packs that fit.
      ******************************************************************
       273-RELEASE-ONE-PO-LINE.
           MOVE SPACES TO SD-PO-RECORD
           MOVE SPACES TO SP-VENDOR-CODE
           MOVE 'EA' TO SP-PURCH-UNIT
           MOVE 1 TO WS-PO-EACH-PER-UNIT
           PERFORM VARYING XV-IDX FROM 1 BY 1
              UNTIL XV-IDX > WS-XRF-COUNT
              IF XV-CATALOG-NUM(XV-IDX) = PW-CATALOG-NUM
                 MOVE XV-VENDOR-CODE(XV-IDX) TO SP-VENDOR-CODE
                 MOVE XV-PURCH-UNIT(XV-IDX) TO SP-PURCH-UNIT
                 MOVE XV-EACH-PER-UNIT(XV-IDX)
                    TO WS-PO-EACH-PER-UNIT
              END-IF
           END-PERFORM
           MOVE PW-CATALOG-NUM TO SP-CATALOG-NUM
           MOVE PW-DESCRIPTION TO SP-DESCRIPTION
           COMPUTE SP-PACKS =
              (PW-QTY + WS-PO-EACH-PER-UNIT - 1)
              / WS-PO-EACH-PER-UNIT
           COMPUTE SP-QTY = SP-PACKS * WS-PO-EACH-PER-UNIT
              ON SIZE ERROR
                 COMPUTE SP-PACKS = 99999 / WS-PO-EACH-PER-UNIT
                 COMPUTE SP-QTY = SP-PACKS * WS-PO-EACH-PER-UNIT
           END-COMPUTE
           MOVE PW-PRICE TO SP-PRICE
           RELEASE SD-PO-RECORD
           .
           MOVE SP-CATALOG-NUM TO PO-CATALOG-NUM-OUT
           MOVE SP-DESCRIPTION TO PO-DESCRIPTION-OUT
           MOVE SP-QTY TO PO-QTY-OUT
           MOVE SP-PACKS TO PO-PACKS-OUT
           MOVE SP-PURCH-UNIT TO PO-UNIT-OUT
           IF SP-VENDOR-CODE = SPACES
              MOVE '----' TO PO-VENDOR-OUT
           ELSE
