      * OPNREC layout; records in neither layout are listed and
      * skipped, so a pre-PO-number pr1open.txt must be re-entered
      * through puorder.txt once.
      * Receipt layout (cols 1-38): PO number cols 1-6 (blank or
      * zero to post against the oldest open order), catalog number
      * cols 7-11, quantity received cols 12-16, lot number cols
      * 17-26, lot expiration date cols 27-34 (YYYYMMDD, blank
      * when the lot has no shelf life) and the unit the quantity
      * was counted in cols 35-38 (see below). Slips without a lot
      * number post as before.
      * The aging report flags a line overdue when its days open
      * exceed that vendor's lead time from the vendor master
      * (PR1_VENDOR_FILE, default pr1vend.txt, maintained with
      * falling back to code DOCK when no master is on hand; REPLEN
      * turns the dock stock into putaway and replenishment
      * transfers for INVMAINT.
      * Each detail line carries the UNIT-PURCHASE-PRICE in force
      * when the order was taken up, so the invoice match (INVMATCH)
      * checks the vendor's bill against the price we ordered at
      * rather than whatever the master says by the time the bill
      * arrives. Lines that close (fully received) drop off the
      * open-order file as before, but are first appended with
      * their PO header to the closed-order file (PR1_CLOSED_PO_FILE,
      * default pr1clsd.txt, OPNREC layout) so invoices for orders
      * already received in full can still be matched.
      * Customers who were short-shipped by SALEPOST wait on the
      * backorder file (PR1_BACKORDER_FILE, default pr1bkord.txt,
      * BKOREC layout). Each receipt, once on the dock, is offered
      * to the open backorders for that catalog oldest first; what
      * is allocated comes off the master and the dock, counts as
      * sold, and is printed on the backorder pick list
      * (PR1_PICK_FILE, default pr1pick.txt) so the dock can send it
      * straight out. Filled backorders drop off the file at the
      * end of the run.
      * A receipt carrying a lot number also adds that lot, with its
      * expiration date, at the dock on the lot stock file
      * (PR1_LOT_FILE, default pr1lots.txt, LOTREC layout) so
      * SALEPOST can sell the earliest-expiring stock first and
      * LOTEXP can report what is about to expire. An expiration
      * date that is not a valid YYYYMMDD is listed and the lot is
      * kept with no date. Backorders picked off the dock relieve
      * the dock's earliest-expiring lots first.
      * The run is keyed under an operator ID (PR1_OPERATOR) that
      * must be on the operator table (PR1_OPERATOR_FILE, default
      * pr1oper.txt, OPRREC layout); without one no order is taken
      * up and no receipt is posted. The operator is printed on
      * each purchase order document as the issuing buyer.
      * Every receipt posted to the master is journaled as RCP, and
      * every backorder filled off the dock as cost of sales (SAL),
      * at the master's unit purchase price on the stock movement
      * journal (PR1_MOVEMENT_FILE, default pr1moves.txt, MOVREC
      * layout) that ROLLFWD rolls forward at month end. A receipt
      * that cannot post is written in full (cols 1-38) plus a
      * reason code (col 40: NUM quantity not numeric, NOF catalog
      * not on master, OVR on-hand would overflow, UOM unit not EA
      * or the item's purchasing unit) to the receipt reject file
      * (PR1_RECEIPT_REJECT_FILE, default pr1rcvrj.txt) so the dock
      * can correct and resubmit it.
      * Every receipt that posts against a PO line is also appended
      * to the receipt log (PR1_RECEIPT_LOG_FILE, default
      * pr1rclog.txt, RCLREC layout) with the vendor, the PO order
      * date, the receipt date, and the ordered, received and
      * received-to-date quantities, so VNDSCORE can score each
      * vendor's on-time delivery, fill rate and actual lead time.
      * Vendors sell by the case, box or roll. The item-to-vendor
      * cross-reference (PR1_ITEMVEND_FILE, default pr1itmvn.txt,
      * IVXREC layout, maintained with VENDMNT) gives each item's
      * purchasing unit, eaches per unit and vendor part number.
      * Orders taken up are rounded up to whole packs and the PO
      * document prints each line in the vendor's unit, part number
      * and price per unit; the open-order file stays in eaches.
      * A receipt may be keyed in the vendor's unit by putting that
      * unit in cols 35-38; blank or EA means eaches. The quantity is
      * converted to eaches before it reaches QUANITY-ON-HAND, the
      * PO line, the dock, the lot and the journal.
      * When a manufacturer replaces a part, the supersession file
      * (PR1_SUPERSEDE_FILE, default pr1supsd.txt, SUPREC layout)
      * maps the old catalog number to its replacement. A slip keyed
      * with a superseded number is received under the number now
      * current, once that number is on the master; an open PO line
      * still carrying the old number is matched and its on-order
      * relieved on the old record. Backorders under either number
      * are filled. Each followed slip is reported on the console
      * and counted at the end of the receipts.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORECV.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-STATUS.

           SELECT CLOSED-FILE ASSIGN TO DYNAMIC WS-CLOSED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSED-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO DYNAMIC WS-RECEIPT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCMAST-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO DYNAMIC
           WS-BACKORDER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT PICK-FILE ASSIGN TO DYNAMIC WS-PICK-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LOT-FILE ASSIGN TO DYNAMIC WS-LOT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO DYNAMIC
           WS-MOVEMENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RECEIPT-LOG-FILE ASSIGN TO DYNAMIC
           WS-RECEIPT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-LOG-STATUS.

           SELECT ITEMVEND-FILE ASSIGN TO DYNAMIC
           WS-ITEMVEND-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEMVEND-STATUS.

           SELECT SUPERSEDE-FILE ASSIGN TO DYNAMIC
           WS-SUPERSEDE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPERSEDE-STATUS.


       DATA DIVISION.
       FILE SECTION.
       01 OPEN-ORDER-RECORD.
           COPY OPNREC.

       FD CLOSED-FILE.

       01 CLOSED-ORDER-RECORD                    PIC X(47).

       FD RECEIPT-FILE.

       01 RECEIPT-RECORD.
           05 RC-PO-NUMBER                       PIC X(6).
           05 RC-CATALOG-NUM                     PIC X(5).
           05 RC-QTY-RECEIVED                    PIC 9(5).
           05 RC-LOT-NUMBER                      PIC X(10).
           05 RC-EXPIRY-X                        PIC X(8).
           05 RC-UNIT                            PIC X(4).

       FD AGING-FILE.

       01 LOCMAST-RECORD.
           COPY LOCMREC.

       FD BACKORDER-FILE.

       01 BACKORDER-RECORD.
           COPY BKOREC.

       FD PICK-FILE.

       01 PICK-RECORD                            PIC X(80).

       FD LOT-FILE.

       01 LOT-RECORD.
           COPY LOTREC.

       FD OPERATOR-FILE.

       01 OPERATOR-RECORD.
           COPY OPRREC.

       FD MOVEMENT-FILE.

       01 MOVEMENT-RECORD.
           COPY MOVREC.

       FD REJECT-FILE.

       01 REJECT-RECORD.
           05 RJ-RECEIPT-IMAGE                   PIC X(38).
           05                                    PIC X.
           05 RJ-REASON                          PIC X(3).

       FD RECEIPT-LOG-FILE.

       01 RECEIPT-LOG-RECORD.
           COPY RCLREC.

       FD ITEMVEND-FILE.

       01 ITEMVEND-RECORD.
           COPY IVXREC.

       FD SUPERSEDE-FILE.

       01 SUPERSEDE-RECORD.
           COPY SUPREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-NAMES.
                                         VALUE 'puorder.txt'.
           05 WS-OPEN-FILE-NAME         PIC X(40)
                                         VALUE 'pr1open.txt'.
           05 WS-CLOSED-FILE-NAME       PIC X(40)
                                         VALUE 'pr1clsd.txt'.
           05 WS-RECEIPT-FILE-NAME      PIC X(40)
                                         VALUE 'pr1rcpts.txt'.
           05 WS-AGING-FILE-NAME        PIC X(40)
                                         VALUE 'pr1locs.txt'.
           05 WS-LOCMAST-FILE-NAME      PIC X(40)
                                         VALUE 'pr1locm.txt'.
           05 WS-BACKORDER-FILE-NAME    PIC X(40)
                                         VALUE 'pr1bkord.txt'.
           05 WS-PICK-FILE-NAME         PIC X(40)
                                         VALUE 'pr1pick.txt'.
           05 WS-LOT-FILE-NAME          PIC X(40)
                                         VALUE 'pr1lots.txt'.
           05 WS-OPERATOR-FILE-NAME     PIC X(40)
                                         VALUE 'pr1oper.txt'.
           05 WS-MOVEMENT-FILE-NAME     PIC X(40)
                                         VALUE 'pr1moves.txt'.
           05 WS-REJECT-FILE-NAME       PIC X(40)
                                         VALUE 'pr1rcvrj.txt'.
           05 WS-RECEIPT-LOG-FILE-NAME  PIC X(40)
                                         VALUE 'pr1rclog.txt'.
           05 WS-ITEMVEND-FILE-NAME     PIC X(40)
                                         VALUE 'pr1itmvn.txt'.
           05 WS-SUPERSEDE-FILE-NAME    PIC X(40)
                                         VALUE 'pr1supsd.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS          PIC XX VALUE '00'.
           05 WS-MASTER-OK              PIC X(3) VALUE 'NO'.
           05 WS-OPERATOR-ID            PIC X(6) VALUE SPACES.
           05 WS-OPERATOR-STATUS        PIC XX VALUE '00'.
           05 WS-OPERATOR-OK            PIC X(3) VALUE 'NO'.
           05 WS-OPERATOR-NAME          PIC X(20) VALUE SPACES.
           05 WS-HDR-COUNT              PIC 9(4) VALUE 0.
           05 WS-DTL-COUNT              PIC 9(4) VALUE 0.
           05 WS-OPEN-DROPPED           PIC X(3) VALUE 'NO'.
           05 WS-PO-STATUS              PIC XX VALUE '00'.
           05 WS-OPEN-STATUS            PIC XX VALUE '00'.
           05 WS-RECEIPT-STATUS         PIC XX VALUE '00'.
           05 WS-CLOSED-STATUS          PIC XX VALUE '00'.
           05 WS-CLOSED-HDR-DONE        PIC X(3) VALUE 'NO'.
           05 WS-VENDOR-STATUS          PIC XX VALUE '00'.
           05 WS-PONUM-STATUS           PIC XX VALUE '00'.
           05 WS-VND-COUNT              PIC 9(3) VALUE 0.
           05 WS-LOC-FOUND-IDX          PIC 9(5) VALUE 0.
           05 WS-RECV-LOC               PIC X(4) VALUE 'DOCK'.
           05 WS-RECV-LOC-SET           PIC X(3) VALUE 'NO'.
           05 WS-BACKORDER-STATUS       PIC XX VALUE '00'.
           05 WS-BKO-FILE-PRESENT       PIC X(3) VALUE 'NO'.
           05 WS-BKO-DROPPED            PIC X(3) VALUE 'NO'.
           05 WS-BKO-COUNT              PIC 9(4) VALUE 0.
           05 WS-BKO-AVAIL              PIC 9(5) VALUE 0.
           05 WS-BKO-ALLOC              PIC 9(5) VALUE 0.
           05 WS-BKO-FILLED             PIC 9(5) VALUE 0.
           05 WS-PICK-LINES             PIC 9(5) VALUE 0.
           05 WS-PICK-UNITS             PIC 9(7) VALUE 0.
           05 WS-LOT-STATUS             PIC XX VALUE '00'.
           05 WS-LOT-FILE-PRESENT       PIC X(3) VALUE 'NO'.
           05 WS-LOT-DROPPED            PIC X(3) VALUE 'NO'.
           05 WS-LOT-COUNT              PIC 9(5) VALUE 0.
           05 WS-LOT-FOUND-IDX          PIC 9(5) VALUE 0.
           05 WS-LOT-PICK-IDX           PIC 9(5) VALUE 0.
           05 WS-LOT-PICK-KEY           PIC 9(8) VALUE 0.
           05 WS-LOT-KEY                PIC 9(8) VALUE 0.
           05 WS-EXPIRED-QTY            PIC 9(7) VALUE 0.
           05 WS-LOT-NEED               PIC 9(5) VALUE 0.
           05 WS-LOT-TAKE               PIC 9(5) VALUE 0.
           05 WS-LOT-EXPIRY             PIC 9(8) VALUE 0.
           05 WS-EXPIRY-MM              PIC 99 VALUE 0.
           05 WS-EXPIRY-DD              PIC 99 VALUE 0.
           05 WS-LOTS-RECEIVED          PIC 9(5) VALUE 0.
           05 WS-MOVEMENT-STATUS        PIC XX VALUE '00'.
           05 WS-REJECT-REASON          PIC X(3) VALUE SPACES.
           05 WS-MASTER-REWRITTEN       PIC X(3) VALUE 'NO'.
           05 WS-RECEIPT-LOG-STATUS     PIC XX VALUE '00'.
           05 WS-ITEMVEND-STATUS        PIC XX VALUE '00'.
           05 WS-XRF-COUNT              PIC 9(5) VALUE 0.
           05 WS-PURCH-UNIT             PIC X(4) VALUE 'EA'.
           05 WS-EACH-PER-UNIT          PIC 9(5) VALUE 1.
           05 WS-VENDOR-PART            PIC X(15) VALUE SPACES.
           05 WS-PO-PACKS               PIC 9(5) VALUE 0.
           05 WS-PACK-PRICE             PIC 9(7)V99 VALUE 0.
           05 WS-RECV-QTY               PIC 9(5) VALUE 0.
           05 WS-SUPERSEDE-STATUS       PIC XX VALUE '00'.
           05 WS-SUP-COUNT              PIC 9(3) VALUE 0.
           05 WS-SUP-HOPS               PIC 9(2) VALUE 0.
           05 WS-SUP-MORE               PIC X(3) VALUE 'NO'.
           05 WS-SUP-FIND-CATALOG       PIC X(5) VALUE SPACES.
           05 WS-SUP-CUR-CATALOG        PIC X(5) VALUE SPACES.
           05 WS-SUP-FOLLOWED           PIC 9(5) VALUE 0.
           05 WS-RCV-CATALOG            PIC X(5) VALUE SPACES.
           05 PROPER-SPACING            PIC 9(2) VALUE 0.

       01  WS-SUPERSEDE-TABLE.
           05 SU-ENTRY OCCURS 500 TIMES INDEXED BY SU-IDX.
              10 SU-OLD-CATALOG                  PIC X(5).
              10 SU-NEW-CATALOG                  PIC X(5).

       01  WS-LOCATION-TABLE.
           05 LT-ENTRY OCCURS 20000 TIMES INDEXED BY LT-IDX.
              10 LT-CATALOG-NUM                  PIC X(5).
              10 LT-CODE                         PIC X(4).
              10 LT-QTY                          PIC 9(5).

       01  WS-BACKORDER-TABLE.
           05 BK-ENTRY OCCURS 5000 TIMES INDEXED BY BK-IDX.
              10 BK-CATALOG-NUM                  PIC X(5).
              10 BK-LOC-CODE                     PIC X(4).
              10 BK-DATE-TAKEN                   PIC 9(8).
              10 BK-QTY-ORIGINAL                 PIC 9(5).
              10 BK-QTY-OPEN                     PIC 9(5).

       01  WS-LOT-TABLE.
           05 LS-ENTRY OCCURS 20000 TIMES INDEXED BY LS-IDX.
              10 LS-CATALOG-NUM                  PIC X(5).
              10 LS-LOC-CODE                     PIC X(4).
              10 LS-LOT-NUMBER                   PIC X(10).
              10 LS-EXPIRY-DATE                  PIC 9(8).
              10 LS-QTY                          PIC 9(5).

       01  WS-PO-HEADER-TABLE.
           05 PH-ENTRY OCCURS 600 TIMES INDEXED BY PH-IDX.
              10 PH-PO-NUMBER                    PIC 9(6).
              10 PD-DESCRIPTION                  PIC X(20).
              10 PD-QTY-ORDERED                  PIC 9(5).
              10 PD-QTY-RECEIVED                 PIC 9(5).
              10 PD-UNIT-PRICE                   PIC 999V99.
              10 PD-CLOSED                       PIC X VALUE 'N'.

       01  WS-VENDOR-TABLE.
              10 VN-NAME                         PIC X(25).
              10 VN-LEAD-DAYS                    PIC 9(3).

       01  WS-XREF-TABLE.
           05 XV-ENTRY OCCURS 10000 TIMES INDEXED BY XV-IDX.
              10 XV-CATALOG-NUM                  PIC X(5).
              10 XV-PURCH-UNIT                   PIC X(4).
              10 XV-EACH-PER-UNIT                PIC 9(5).
              10 XV-VENDOR-PART                  PIC X(15).

       01  PO-INPUT-LINE.
           05 PI-CATALOG-NUM                     PIC X(5).
           05                                    PIC X(3).
           05 DH-PO-NUMBER-OUT   PIC 9(6).
           05                    PIC X(12) VALUE '  ORDERED   '.
           05 DH-ORDER-DATE-OUT  PIC 9(8).
           05                    PIC X(8) VALUE '  BUYER '.
           05 DH-OPERATOR-OUT    PIC X(6).

       01  DOC-VENDOR-LINE.
           05                    PIC X(8) VALUE 'VENDOR  '.

       01  DOC-COLUMN-LINE.
           05                    PIC X(4) VALUE ' CAT'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(11) VALUE 'VENDOR PART'.
           05                    PIC X(5) VALUE '  '.
           05                    PIC X(11) VALUE 'DESCRIPTION'.
           05                    PIC X(7) VALUE '  '.
           05                    PIC X(8) VALUE 'QTY UNIT'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(10) VALUE 'UNIT PRICE'.
           05                    PIC X(6) VALUE '  '.
           05                    PIC X(5) VALUE 'VALUE'.

       01  DOC-DETAIL-LINE.
           05 DD-CATALOG-NUM-OUT PIC X(5).
           05                    PIC X(2) VALUE SPACES.
           05 DD-VENDOR-PART-OUT PIC X(15) VALUE SPACES.
           05                    PIC X(1) VALUE SPACES.
           05 DD-DESCRIPTION-OUT PIC X(16) VALUE SPACES.
           05                    PIC X(2) VALUE SPACES.
           05 DD-QTY-OUT         PIC ZZZZ9.
           05                    PIC X(1) VALUE SPACES.
           05 DD-UNIT-OUT        PIC X(4).
           05                    PIC X(1) VALUE SPACES.
           05                    PIC X(1) VALUE '$'.
           05 DD-PRICE-OUT       PIC ZZZZ9.99.
           05                    PIC X(1) VALUE SPACES.
           05                    PIC X(1) VALUE '$'.
           05 DD-VALUE-OUT       PIC ZZZZZZZZ9.99.

           05                    PIC X(2) VALUE SPACES.
           05 AG-FLAG-OUT        PIC X(11) VALUE SPACES.

       01  PICK-HEADING-LINE1.
           05             PIC X(3) VALUE 'TSB'.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(27) VALUE 'Drakea Cart Parts Warehouse'.
           05             PIC X(7) VALUE SPACES.
           05             PIC X(19) VALUE 'BACKORDER PICK LIST'.

       01  PICK-HEADING-LINE2.
           05                    PIC X(4) VALUE 'CAT '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(11) VALUE 'DESCRIPTION'.
           05                    PIC X(11) VALUE '  '.
           05                    PIC X(4) VALUE 'PICK'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'SOLD'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(8) VALUE 'TAKEN   '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'PICK'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(5) VALUE 'STILL'.

       01  PICK-HEADING-LINE3.
           05                    PIC X(4) VALUE 'NUM '.
           05                    PIC X(25) VALUE '  '.
           05                    PIC X(4) VALUE 'FROM'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'AT  '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(8) VALUE 'DATE    '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'QTY '.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(4) VALUE 'OPEN'.

       01  PICK-DETAIL-LINE.
           05 PK-CATALOG-NUM-OUT PIC X(5).
           05                    PIC X(2) VALUE SPACES.
           05 PK-DESCRIPTION-OUT PIC X(20) VALUE SPACES.
           05                    PIC X(2) VALUE SPACES.
           05 PK-FROM-LOC-OUT    PIC X(4).
           05                    PIC X(3) VALUE SPACES.
           05 PK-SOLD-LOC-OUT    PIC X(4).
           05                    PIC X(3) VALUE SPACES.
           05 PK-DATE-TAKEN-OUT  PIC 9(8).
           05                    PIC X(2) VALUE SPACES.
           05 PK-QTY-OUT         PIC ZZZZ9.
           05                    PIC X(3) VALUE SPACES.
           05 PK-OPEN-OUT        PIC ZZZZ9.

       01  PICK-TOTAL-LINE.
           05                    PIC X(24) VALUE
                                  'BACKORDER LINES PICKED  '.
           05 PT-LINES-OUT       PIC ZZZZ9.
           05                    PIC X(16) VALUE
                                  '   UNITS PICKED '.
           05 PT-UNITS-OUT       PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 106-CHECK-OPERATOR
           PERFORM 108-DATE-ROUTINE
           IF WS-OPERATOR-OK = 'YES'
              PERFORM 110-OPEN-MASTER
           END-IF
           IF WS-MASTER-OK = 'YES'
              PERFORM 115-LOAD-VENDORS
              PERFORM 118-GET-LAST-PO-NUMBER
              PERFORM 119-FIND-RECEIVING-LOCATION
              PERFORM 121-LOAD-LOCATIONS
              PERFORM 123-LOAD-BACKORDERS
              PERFORM 126-LOAD-LOTS
              PERFORM 128-LOAD-ITEMVEND
              PERFORM 113-LOAD-SUPERSESSIONS
              PERFORM 120-LOAD-OPEN-ORDERS
              IF WS-OPEN-DROPPED = 'YES'
                 DISPLAY 'PORECV: open order file exceeds the table,'
                 PERFORM 182-SAVE-LAST-PO-NUMBER
                 PERFORM 185-REWRITE-OPEN-ORDERS
                 PERFORM 190-REWRITE-LOCATIONS
                 PERFORM 192-REWRITE-BACKORDERS
                 PERFORM 194-REWRITE-LOTS
                 PERFORM 200-PRINT-AGING-REPORT
              END-IF
           END-IF
           IF WS-OPEN-FILE-NAME = SPACES
              MOVE 'pr1open.txt' TO WS-OPEN-FILE-NAME
           END-IF
           ACCEPT WS-CLOSED-FILE-NAME
              FROM ENVIRONMENT 'PR1_CLOSED_PO_FILE'
           IF WS-CLOSED-FILE-NAME = SPACES
              MOVE 'pr1clsd.txt' TO WS-CLOSED-FILE-NAME
           END-IF
           ACCEPT WS-RECEIPT-FILE-NAME
              FROM ENVIRONMENT 'PR1_RECEIPTS_FILE'
           IF WS-RECEIPT-FILE-NAME = SPACES
           IF WS-LOCMAST-FILE-NAME = SPACES
              MOVE 'pr1locm.txt' TO WS-LOCMAST-FILE-NAME
           END-IF
           ACCEPT WS-BACKORDER-FILE-NAME
              FROM ENVIRONMENT 'PR1_BACKORDER_FILE'
           IF WS-BACKORDER-FILE-NAME = SPACES
              MOVE 'pr1bkord.txt' TO WS-BACKORDER-FILE-NAME
           END-IF
           ACCEPT WS-PICK-FILE-NAME
              FROM ENVIRONMENT 'PR1_PICK_FILE'
           IF WS-PICK-FILE-NAME = SPACES
              MOVE 'pr1pick.txt' TO WS-PICK-FILE-NAME
           END-IF
           ACCEPT WS-LOT-FILE-NAME
              FROM ENVIRONMENT 'PR1_LOT_FILE'
           IF WS-LOT-FILE-NAME = SPACES
              MOVE 'pr1lots.txt' TO WS-LOT-FILE-NAME
           END-IF
           ACCEPT WS-OPERATOR-FILE-NAME
              FROM ENVIRONMENT 'PR1_OPERATOR_FILE'
           IF WS-OPERATOR-FILE-NAME = SPACES
              MOVE 'pr1oper.txt' TO WS-OPERATOR-FILE-NAME
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'PR1_OPERATOR'
           ACCEPT WS-MOVEMENT-FILE-NAME
              FROM ENVIRONMENT 'PR1_MOVEMENT_FILE'
           IF WS-MOVEMENT-FILE-NAME = SPACES
              MOVE 'pr1moves.txt' TO WS-MOVEMENT-FILE-NAME
           END-IF
           ACCEPT WS-REJECT-FILE-NAME
              FROM ENVIRONMENT 'PR1_RECEIPT_REJECT_FILE'
           IF WS-REJECT-FILE-NAME = SPACES
              MOVE 'pr1rcvrj.txt' TO WS-REJECT-FILE-NAME
           END-IF
           ACCEPT WS-RECEIPT-LOG-FILE-NAME
              FROM ENVIRONMENT 'PR1_RECEIPT_LOG_FILE'
           IF WS-RECEIPT-LOG-FILE-NAME = SPACES
              MOVE 'pr1rclog.txt' TO WS-RECEIPT-LOG-FILE-NAME
           END-IF
           ACCEPT WS-ITEMVEND-FILE-NAME
              FROM ENVIRONMENT 'PR1_ITEMVEND_FILE'
           IF WS-ITEMVEND-FILE-NAME = SPACES
              MOVE 'pr1itmvn.txt' TO WS-ITEMVEND-FILE-NAME
           END-IF
           ACCEPT WS-SUPERSEDE-FILE-NAME
              FROM ENVIRONMENT 'PR1_SUPERSEDE_FILE'
           IF WS-SUPERSEDE-FILE-NAME = SPACES
              MOVE 'pr1supsd.txt' TO WS-SUPERSEDE-FILE-NAME
           END-IF
           .

       106-CHECK-OPERATOR.
           MOVE 'NO' TO WS-OPERATOR-OK
           IF WS-OPERATOR-ID = SPACES
              DISPLAY 'PORECV: set PR1_OPERATOR to your operator '
                 'ID, run stopped'
           ELSE
              MOVE 'YES' TO EOF-FLAG
              OPEN INPUT OPERATOR-FILE
              IF WS-OPERATOR-STATUS NOT = '00'
                 DISPLAY 'PORECV: operator table not found: '
                    WS-OPERATOR-FILE-NAME ', run stopped'
              ELSE
                 PERFORM UNTIL EOF-FLAG = 'NO'
                   READ OPERATOR-FILE
                     AT END
                        MOVE 'NO' TO EOF-FLAG
                     NOT AT END
                        IF OPR-ID = WS-OPERATOR-ID
                           AND OPR-LEVEL NUMERIC
                           AND OPR-LIMIT NUMERIC
                           MOVE 'YES' TO WS-OPERATOR-OK
                           MOVE OPR-NAME TO WS-OPERATOR-NAME
                           MOVE 'NO' TO EOF-FLAG
                        END-IF
                   END-READ
                 END-PERFORM
                 CLOSE OPERATOR-FILE
                 IF WS-OPERATOR-OK = 'NO'
                    DISPLAY 'PORECV: operator ' WS-OPERATOR-ID
                       ' not on the operator table, run stopped'
                 END-IF
              END-IF
           END-IF
           .

       108-DATE-ROUTINE.
           END-IF
           .

      ******************************************************************
      * With no supersession file every slip posts under the number
      * keyed, as it always has.
      ******************************************************************
       113-LOAD-SUPERSESSIONS.
           MOVE 0 TO WS-SUP-COUNT
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
                     PERFORM 114-STORE-SUPERSESSION
                END-READ
              END-PERFORM
              CLOSE SUPERSEDE-FILE
           END-IF
           .

       114-STORE-SUPERSESSION.
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
                    DISPLAY 'PORECV: supersession table full, '
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

       115-LOAD-VENDORS.
           MOVE 0 TO WS-VND-COUNT
           MOVE 'YES' TO EOF-FLAG
           END-IF
           .

       123-LOAD-BACKORDERS.
           MOVE 'NO' TO WS-BKO-FILE-PRESENT
           MOVE 0 TO WS-BKO-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT BACKORDER-FILE
           IF WS-BACKORDER-STATUS NOT = '00'
              CONTINUE
           ELSE
              MOVE 'YES' TO WS-BKO-FILE-PRESENT
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ BACKORDER-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 124-STORE-BACKORDER-ENTRY
                END-READ
              END-PERFORM
              CLOSE BACKORDER-FILE
           END-IF
           .

      ******************************************************************
      * A record that cannot be read, or one that will not fit, means
      * the file cannot be written back whole, so it is protected
      * this run and no receipt is allocated against it.
      ******************************************************************
       124-STORE-BACKORDER-ENTRY.
           EVALUATE TRUE
              WHEN WS-BKO-COUNT >= 5000
                 DISPLAY 'PORECV: backorder table full, record '
                    'dropped: ' BO-CATALOG-NUM ' ' BO-DATE-TAKEN
                 MOVE 'YES' TO WS-BKO-DROPPED
              WHEN BO-QTY-OPEN NOT NUMERIC
                 OR BO-QTY-ORIGINAL NOT NUMERIC
                 OR BO-DATE-TAKEN NOT NUMERIC
                 DISPLAY 'PORECV: unreadable backorder record: '
                    BACKORDER-RECORD
                 MOVE 'YES' TO WS-BKO-DROPPED
              WHEN OTHER
                 ADD 1 TO WS-BKO-COUNT
                 MOVE BO-CATALOG-NUM TO BK-CATALOG-NUM(WS-BKO-COUNT)
                 MOVE BO-LOC-CODE TO BK-LOC-CODE(WS-BKO-COUNT)
                 MOVE BO-DATE-TAKEN TO BK-DATE-TAKEN(WS-BKO-COUNT)
                 MOVE BO-QTY-ORIGINAL
                    TO BK-QTY-ORIGINAL(WS-BKO-COUNT)
                 MOVE BO-QTY-OPEN TO BK-QTY-OPEN(WS-BKO-COUNT)
           END-EVALUATE
           .

       126-LOAD-LOTS.
           MOVE 'NO' TO WS-LOT-FILE-PRESENT
           MOVE 0 TO WS-LOT-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT LOT-FILE
           IF WS-LOT-STATUS NOT = '00'
              CONTINUE
           ELSE
              MOVE 'YES' TO WS-LOT-FILE-PRESENT
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ LOT-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 127-STORE-LOT-ENTRY
                END-READ
              END-PERFORM
              CLOSE LOT-FILE
           END-IF
           .

       127-STORE-LOT-ENTRY.
           IF WS-LOT-COUNT >= 20000
              DISPLAY 'PORECV: lot table full, record dropped: '
                 LOT-CATALOG-NUM ' ' LOT-LOC-CODE ' ' LOT-NUMBER
              MOVE 'YES' TO WS-LOT-DROPPED
           ELSE
              ADD 1 TO WS-LOT-COUNT
              MOVE LOT-CATALOG-NUM TO LS-CATALOG-NUM(WS-LOT-COUNT)
              MOVE LOT-LOC-CODE TO LS-LOC-CODE(WS-LOT-COUNT)
              MOVE LOT-NUMBER TO LS-LOT-NUMBER(WS-LOT-COUNT)
              MOVE LOT-EXPIRY-DATE TO LS-EXPIRY-DATE(WS-LOT-COUNT)
              MOVE LOT-QTY-ON-HAND TO LS-QTY(WS-LOT-COUNT)
           END-IF
           .

       128-LOAD-ITEMVEND.
           MOVE 0 TO WS-XRF-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT ITEMVEND-FILE
           IF WS-ITEMVEND-STATUS NOT = '00'
              DISPLAY 'PORECV: item-vendor cross-reference not '
                 'found: ' WS-ITEMVEND-FILE-NAME
                 ', orders and receipts handled in eaches'
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ ITEMVEND-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 129-STORE-XREF-ENTRY
                END-READ
              END-PERFORM
              CLOSE ITEMVEND-FILE
           END-IF
           .

       129-STORE-XREF-ENTRY.
           IF WS-XRF-COUNT >= 10000
              DISPLAY 'PORECV: cross-reference table full, record '
                 'dropped: ' IVX-CATALOG-NUM
           ELSE
              ADD 1 TO WS-XRF-COUNT
              MOVE IVX-CATALOG-NUM TO XV-CATALOG-NUM(WS-XRF-COUNT)
              MOVE IVX-VENDOR-PART TO XV-VENDOR-PART(WS-XRF-COUNT)
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

       125-STORE-OPEN-ENTRY.
           EVALUATE OP-RECORD-TYPE
              WHEN 'H'
                       TO PD-QTY-ORDERED(WS-DTL-COUNT)
                    MOVE OPD-QTY-RECEIVED
                       TO PD-QTY-RECEIVED(WS-DTL-COUNT)
                    IF OPD-UNIT-PRICE NUMERIC
                       MOVE OPD-UNIT-PRICE
                          TO PD-UNIT-PRICE(WS-DTL-COUNT)
                    ELSE
                       MOVE 0 TO PD-UNIT-PRICE(WS-DTL-COUNT)
                    END-IF
                    MOVE 'N' TO PD-CLOSED(WS-DTL-COUNT)
                 END-IF
              WHEN OTHER
       136-ADD-PO-DETAIL.
           MOVE PI-QTY-X TO WS-PO-QTY
           MOVE PI-CATALOG-NUM TO WS-FIND-CATALOG
           PERFORM 162-FIND-PACK-SIZE
           COMPUTE WS-PO-PACKS =
              (WS-PO-QTY + WS-EACH-PER-UNIT - 1) / WS-EACH-PER-UNIT
           COMPUTE WS-PO-QTY = WS-PO-PACKS * WS-EACH-PER-UNIT
              ON SIZE ERROR
                 COMPUTE WS-PO-PACKS = 99999 / WS-EACH-PER-UNIT
                 COMPUTE WS-PO-QTY = WS-PO-PACKS * WS-EACH-PER-UNIT
           END-COMPUTE
           PERFORM 160-FIND-MASTER-ENTRY
           EVALUATE TRUE
              WHEN WS-PO-QTY = 0
           MOVE PI-DESCRIPTION TO PD-DESCRIPTION(WS-DTL-COUNT)
           MOVE WS-PO-QTY TO PD-QTY-ORDERED(WS-DTL-COUNT)
           MOVE 0 TO PD-QTY-RECEIVED(WS-DTL-COUNT)
           MOVE UNIT-PURCHASE-PRICE TO PD-UNIT-PRICE(WS-DTL-COUNT)
           MOVE 'N' TO PD-CLOSED(WS-DTL-COUNT)
           ADD WS-PO-QTY TO QUANITY-ON-ORDER
              ON SIZE ERROR
           IF WS-RECEIPT-STATUS NOT = '00'
              DISPLAY 'PORECV: no receipt file on hand, '
                 'no receipts posted this run'
              OPEN OUTPUT REJECT-FILE
              CLOSE REJECT-FILE
           ELSE
              OPEN OUTPUT REJECT-FILE
              OPEN EXTEND MOVEMENT-FILE
              IF WS-MOVEMENT-STATUS = '35'
                 OPEN OUTPUT MOVEMENT-FILE
              END-IF
              OPEN EXTEND RECEIPT-LOG-FILE
              IF WS-RECEIPT-LOG-STATUS = '35'
                 OPEN OUTPUT RECEIPT-LOG-FILE
              END-IF
              PERFORM 142-START-PICK-LIST
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ RECEIPT-FILE
                  AT END
                END-READ
              END-PERFORM
              CLOSE RECEIPT-FILE
                    REJECT-FILE
                    MOVEMENT-FILE
                    RECEIPT-LOG-FILE
              PERFORM 143-FINISH-PICK-LIST
              IF WS-SUP-FOLLOWED > 0
                 DISPLAY 'PORECV: ' WS-SUP-FOLLOWED ' receipt(s) '
                    'followed a superseded catalog number'
              END-IF
           END-IF
           .

       142-START-PICK-LIST.
           MOVE 0 TO WS-PICK-LINES
           MOVE 0 TO WS-PICK-UNITS
           OPEN OUTPUT PICK-FILE
           MOVE 1 TO PROPER-SPACING
           WRITE PICK-RECORD FROM PICK-HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE PICK-RECORD FROM PICK-HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           WRITE PICK-RECORD FROM PICK-HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           .

       143-FINISH-PICK-LIST.
           MOVE WS-PICK-LINES TO PT-LINES-OUT
           MOVE WS-PICK-UNITS TO PT-UNITS-OUT
           MOVE 2 TO PROPER-SPACING
           WRITE PICK-RECORD FROM PICK-TOTAL-LINE
             AFTER ADVANCING PROPER-SPACING
           CLOSE PICK-FILE
           IF WS-PICK-LINES > 0
              DISPLAY 'PORECV: ' WS-PICK-LINES ' backorder line(s) '
                 'allocated, see ' WS-PICK-FILE-NAME
           END-IF
           .

       145-WRITE-PO-DOC-HEADER.
           MOVE WS-CUR-PO-NUMBER TO DH-PO-NUMBER-OUT
           MOVE WS-TODAY TO DH-ORDER-DATE-OUT
           MOVE WS-OPERATOR-ID TO DH-OPERATOR-OUT
           MOVE DOC-ORDER-HEADING TO PODOC-RECORD
           WRITE PODOC-RECORD
           MOVE SPACES TO DV-NAME-OUT
           MOVE 'YES' TO WS-DOC-OPEN
           .

      ******************************************************************
      * The vendor reads the order in its own unit and part number,
      * so the line prints the number of packs and the price of one
      * pack; the value is the same as the eaches at our unit price.
      ******************************************************************
       147-WRITE-PO-DOC-DETAIL.
           MOVE PI-CATALOG-NUM TO DD-CATALOG-NUM-OUT
           MOVE WS-VENDOR-PART TO DD-VENDOR-PART-OUT
           MOVE PI-DESCRIPTION TO DD-DESCRIPTION-OUT
           MOVE WS-PO-PACKS TO DD-QTY-OUT
           MOVE WS-PURCH-UNIT TO DD-UNIT-OUT
           COMPUTE WS-PACK-PRICE =
              UNIT-PURCHASE-PRICE * WS-EACH-PER-UNIT
           MOVE WS-PACK-PRICE TO DD-PRICE-OUT
           COMPUTE WS-DOC-LINE-VALUE =
              WS-PO-QTY * UNIT-PURCHASE-PRICE
           MOVE WS-DOC-LINE-VALUE TO DD-VALUE-OUT
           WRITE PODOC-RECORD
           .

      ******************************************************************
      * A slip keyed with a number the manufacturer has replaced is
      * received under the number now current, as long as that number
      * has been added to the master; until then it posts as keyed.
      ******************************************************************
       148-FOLLOW-SUPERSESSION.
           MOVE RC-CATALOG-NUM TO WS-RCV-CATALOG
           IF WS-SUP-COUNT > 0
              MOVE RC-CATALOG-NUM TO WS-SUP-FIND-CATALOG
              PERFORM 149-RESOLVE-SUPERSESSION
              IF WS-SUP-CUR-CATALOG NOT = RC-CATALOG-NUM
                 MOVE WS-SUP-CUR-CATALOG TO WS-FIND-CATALOG
                 PERFORM 160-FIND-MASTER-ENTRY
                 IF WS-FOUND-FLAG = 'NO'
                    DISPLAY 'PORECV: catalog ' RC-CATALOG-NUM
                       ' superseded by ' WS-SUP-CUR-CATALOG
                       ', not on master yet, received as keyed'
                 ELSE
                    MOVE WS-SUP-CUR-CATALOG TO WS-RCV-CATALOG
                    DISPLAY 'PORECV: catalog ' RC-CATALOG-NUM
                       ' superseded, received as ' WS-RCV-CATALOG
                    ADD 1 TO WS-SUP-FOLLOWED
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
      * Follow old-to-new links until the number has no replacement.
      * A chain keyed into a loop would never end, so after ten links
      * the number is left as it came and the loop is reported.
      ******************************************************************
       149-RESOLVE-SUPERSESSION.
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
                    DISPLAY 'PORECV: supersession chain for '
                       WS-SUP-FIND-CATALOG ' loops, number used '
                       'as it stands'
                    MOVE WS-SUP-FIND-CATALOG TO WS-SUP-CUR-CATALOG
                    MOVE 'NO' TO WS-SUP-MORE
                 END-IF
              END-IF
           END-PERFORM
           .

       150-POST-RECEIPT.
           PERFORM 148-FOLLOW-SUPERSESSION
           IF RC-QTY-RECEIVED NOT NUMERIC
              DISPLAY 'PORECV: receipt rejected, quantity not '
                 'numeric for catalog ' WS-RCV-CATALOG
              MOVE 'NUM' TO WS-REJECT-REASON
              PERFORM 180-WRITE-REJECT-RECORD
           ELSE
              MOVE WS-RCV-CATALOG TO WS-FIND-CATALOG
              PERFORM 160-FIND-MASTER-ENTRY
              IF WS-FOUND-FLAG = 'NO'
                 DISPLAY 'PORECV: receipt rejected, catalog not on '
                    'master ' WS-RCV-CATALOG
                 MOVE 'NOF' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              ELSE
                 PERFORM 159-CONVERT-RECEIPT-QTY
                 EVALUATE TRUE
                    WHEN WS-REJECT-REASON = 'UOM'
                       DISPLAY 'PORECV: receipt rejected, unit '
                          RC-UNIT ' is not EA or the purchasing '
                          'unit for catalog ' WS-RCV-CATALOG
                       PERFORM 180-WRITE-REJECT-RECORD
                    WHEN WS-REJECT-REASON = 'OVR'
                       OR QUANITY-ON-HAND + WS-RECV-QTY > 99999
                       DISPLAY 'PORECV: receipt rejected, on-hand '
                          'would overflow for catalog '
                          WS-RCV-CATALOG
                       MOVE 'OVR' TO WS-REJECT-REASON
                       PERFORM 180-WRITE-REJECT-RECORD
                    WHEN OTHER
                       PERFORM 151-APPLY-RECEIPT
                 END-EVALUATE
              END-IF
           END-IF
           .

       151-APPLY-RECEIPT.
           PERFORM 155-FIND-OPEN-DETAIL
           IF WS-DTL-MATCH-IDX = 0
              DISPLAY 'PORECV: receipt posted with no open '
                 'order for catalog ' WS-RCV-CATALOG
           ELSE
              ADD WS-RECV-QTY
                 TO PD-QTY-RECEIVED(WS-DTL-MATCH-IDX)
              IF PD-QTY-RECEIVED(WS-DTL-MATCH-IDX) >=
                 PD-QTY-ORDERED(WS-DTL-MATCH-IDX)
                 MOVE 'Y' TO PD-CLOSED(WS-DTL-MATCH-IDX)
                 PERFORM 158-CHECK-HEADER-CLOSED
              END-IF
              PERFORM 157-LOG-RECEIPT
           END-IF
           ADD WS-RECV-QTY TO QUANITY-ON-HAND
           IF WS-DTL-MATCH-IDX > 0
              AND PD-CATALOG-NUM(WS-DTL-MATCH-IDX)
                 NOT = WS-RCV-CATALOG
              CONTINUE
           ELSE
              IF QUANITY-ON-ORDER > WS-RECV-QTY
                 SUBTRACT WS-RECV-QTY
                    FROM QUANITY-ON-ORDER
              ELSE
                 MOVE 0 TO QUANITY-ON-ORDER
              END-IF
           END-IF
           PERFORM 165-REWRITE-MASTER-ENTRY
           IF WS-MASTER-REWRITTEN = 'YES'
              MOVE 'RCP' TO MV-TYPE
              MOVE '+' TO MV-SIGN
              MOVE WS-RECV-QTY TO MV-QTY
              MOVE SPACES TO MV-REFERENCE
              IF WS-DTL-MATCH-IDX > 0
                 STRING 'PO ' PD-PO-NUMBER(WS-DTL-MATCH-IDX)
                    DELIMITED BY SIZE INTO MV-REFERENCE
              ELSE
                 MOVE 'NO ORDER' TO MV-REFERENCE
              END-IF
              PERFORM 181-WRITE-MOVEMENT
           END-IF
           IF WS-DTL-MATCH-IDX > 0
              AND PD-CATALOG-NUM(WS-DTL-MATCH-IDX)
                 NOT = WS-RCV-CATALOG
              PERFORM 161-RELIEVE-OLD-ON-ORDER
           END-IF
           PERFORM 152-POST-RECEIPT-LOCATION
           IF RC-LOT-NUMBER NOT = SPACES
              PERFORM 156-POST-RECEIPT-LOT
           END-IF
           PERFORM 153-FILL-BACKORDERS
           .

      ******************************************************************
      * The boxes land on the receiving dock, so the dock location
      * record takes the quantity the master just took. REPLEN
           IF WS-LOC-DROPPED = 'YES'
              DISPLAY 'PORECV: location file exceeds the table and '
                 'is protected this run, dock posting skipped '
                 'for ' WS-RCV-CATALOG
           ELSE
              MOVE 0 TO WS-LOC-FOUND-IDX
              PERFORM VARYING LT-IDX FROM 1 BY 1
                 UNTIL LT-IDX > WS-LOC-COUNT
                 IF LT-CATALOG-NUM(LT-IDX) = WS-RCV-CATALOG
                    AND LT-CODE(LT-IDX) = WS-RECV-LOC
                    SET WS-LOC-FOUND-IDX TO LT-IDX
                 END-IF
              IF WS-LOC-FOUND-IDX = 0
                 IF WS-LOC-COUNT >= 20000
                    DISPLAY 'PORECV: location table full, dock '
                       'posting skipped for ' WS-RCV-CATALOG
                 ELSE
                    ADD 1 TO WS-LOC-COUNT
                    MOVE WS-LOC-COUNT TO WS-LOC-FOUND-IDX
                    MOVE WS-RCV-CATALOG
                       TO LT-CATALOG-NUM(WS-LOC-FOUND-IDX)
                    MOVE WS-RECV-LOC TO LT-CODE(WS-LOC-FOUND-IDX)
                    MOVE 0 TO LT-QTY(WS-LOC-FOUND-IDX)
                 END-IF
              END-IF
              IF WS-LOC-FOUND-IDX > 0
                 ADD WS-RECV-QTY TO LT-QTY(WS-LOC-FOUND-IDX)
                    ON SIZE ERROR
                       DISPLAY 'PORECV: dock on-hand overflowed '
                          'for ' WS-RCV-CATALOG ', held at 99999'
                       MOVE 99999 TO LT-QTY(WS-LOC-FOUND-IDX)
                 END-ADD
              END-IF
           END-IF
           .

      ******************************************************************
      * Customers waiting on this catalog are served oldest first
      * out of what just came in. Nothing can go out that is not on
      * both the master and the dock, units in dock lots that have
      * expired are not shipped to anyone, and nothing is allocated when
      * either the location or the backorder file could not be
      * loaded whole, since the run could not write the result back.
      ******************************************************************
       153-FILL-BACKORDERS.
           IF WS-BKO-DROPPED = 'NO'
              AND WS-LOC-DROPPED = 'NO'
              AND WS-LOC-FOUND-IDX > 0
              AND WS-BKO-COUNT > 0
              MOVE WS-RECV-QTY TO WS-BKO-AVAIL
              IF QUANITY-ON-HAND < WS-BKO-AVAIL
                 MOVE QUANITY-ON-HAND TO WS-BKO-AVAIL
              END-IF
              IF LT-QTY(WS-LOC-FOUND-IDX) < WS-BKO-AVAIL
                 MOVE LT-QTY(WS-LOC-FOUND-IDX) TO WS-BKO-AVAIL
              END-IF
              PERFORM 168-SUM-EXPIRED-LOTS
              IF LT-QTY(WS-LOC-FOUND-IDX) - WS-EXPIRED-QTY
                 < WS-BKO-AVAIL
                 IF LT-QTY(WS-LOC-FOUND-IDX) > WS-EXPIRED-QTY
                    COMPUTE WS-BKO-AVAIL =
                       LT-QTY(WS-LOC-FOUND-IDX) - WS-EXPIRED-QTY
                 ELSE
                    MOVE 0 TO WS-BKO-AVAIL
                 END-IF
              END-IF
              MOVE 0 TO WS-BKO-FILLED
              PERFORM VARYING BK-IDX FROM 1 BY 1
                 UNTIL BK-IDX > WS-BKO-COUNT
                    OR WS-BKO-AVAIL = 0
                 IF (BK-CATALOG-NUM(BK-IDX) = WS-RCV-CATALOG
                    OR BK-CATALOG-NUM(BK-IDX) = RC-CATALOG-NUM)
                    AND BK-QTY-OPEN(BK-IDX) > 0
                    PERFORM 154-ALLOCATE-BACKORDER
                 END-IF
              END-PERFORM
              IF WS-BKO-FILLED > 0
                 SUBTRACT WS-BKO-FILLED FROM QUANITY-ON-HAND
                 ADD WS-BKO-FILLED TO SOLD-WEEKLY
                    ON SIZE ERROR
                       MOVE 9999 TO SOLD-WEEKLY
                 END-ADD
                 SUBTRACT WS-BKO-FILLED
                    FROM LT-QTY(WS-LOC-FOUND-IDX)
                 PERFORM 165-REWRITE-MASTER-ENTRY
                 IF WS-MASTER-REWRITTEN = 'YES'
                    MOVE 'SAL' TO MV-TYPE
                    MOVE '-' TO MV-SIGN
                    MOVE WS-BKO-FILLED TO MV-QTY
                    MOVE 'BACKORDER' TO MV-REFERENCE
                    PERFORM 181-WRITE-MOVEMENT
                 END-IF
                 MOVE WS-BKO-FILLED TO WS-LOT-NEED
                 PERFORM 166-RELIEVE-DOCK-LOTS
              END-IF
           END-IF
           .

       154-ALLOCATE-BACKORDER.
           MOVE BK-QTY-OPEN(BK-IDX) TO WS-BKO-ALLOC
           IF WS-BKO-AVAIL < WS-BKO-ALLOC
              MOVE WS-BKO-AVAIL TO WS-BKO-ALLOC
           END-IF
           SUBTRACT WS-BKO-ALLOC FROM BK-QTY-OPEN(BK-IDX)
           SUBTRACT WS-BKO-ALLOC FROM WS-BKO-AVAIL
           ADD WS-BKO-ALLOC TO WS-BKO-FILLED
           ADD 1 TO WS-PICK-LINES
           ADD WS-BKO-ALLOC TO WS-PICK-UNITS
           MOVE WS-RCV-CATALOG TO PK-CATALOG-NUM-OUT
           MOVE DESCRIPTION TO PK-DESCRIPTION-OUT
           MOVE WS-RECV-LOC TO PK-FROM-LOC-OUT
           MOVE BK-LOC-CODE(BK-IDX) TO PK-SOLD-LOC-OUT
           MOVE BK-DATE-TAKEN(BK-IDX) TO PK-DATE-TAKEN-OUT
           MOVE WS-BKO-ALLOC TO PK-QTY-OUT
           MOVE BK-QTY-OPEN(BK-IDX) TO PK-OPEN-OUT
           MOVE 1 TO PROPER-SPACING
           MOVE PICK-DETAIL-LINE TO PICK-RECORD
           WRITE PICK-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

      ******************************************************************
      * A numbered slip posts only against that PO; a blank or zero
      * PO number takes the oldest open line for the catalog, which
      * is how the dock worked before PO numbers existed. A line still
      * on order under the superseded number keyed on the slip is
      * matched as well as one under the current number.
      ******************************************************************
       155-FIND-OPEN-DETAIL.
           MOVE 0 TO WS-DTL-MATCH-IDX
           END-IF
           PERFORM VARYING PD-IDX FROM 1 BY 1
              UNTIL PD-IDX > WS-DTL-COUNT
              IF (PD-CATALOG-NUM(PD-IDX) = WS-RCV-CATALOG
                 OR PD-CATALOG-NUM(PD-IDX) = RC-CATALOG-NUM)
                 AND PD-CLOSED(PD-IDX) = 'N'
                 AND WS-DTL-MATCH-IDX = 0
                 IF WS-RC-PO-NUM = 0
           END-PERFORM
           .

      ******************************************************************
      * The lot goes where the boxes went, so it is only posted when
      * the dock location took the quantity. A second slip for the
      * same lot adds to it; a new expiration date on a later slip
      * does not replace the first one.
      ******************************************************************
       156-POST-RECEIPT-LOT.
           MOVE 0 TO WS-LOT-EXPIRY
           IF RC-EXPIRY-X NOT = SPACES
              IF RC-EXPIRY-X NUMERIC
                 MOVE RC-EXPIRY-X(5:2) TO WS-EXPIRY-MM
                 MOVE RC-EXPIRY-X(7:2) TO WS-EXPIRY-DD
              ELSE
                 MOVE 0 TO WS-EXPIRY-MM
              END-IF
              IF WS-EXPIRY-MM >= 1 AND WS-EXPIRY-MM <= 12
                 AND WS-EXPIRY-DD >= 1 AND WS-EXPIRY-DD <= 31
                 MOVE RC-EXPIRY-X TO WS-LOT-EXPIRY
              ELSE
                 DISPLAY 'PORECV: bad expiration date ' RC-EXPIRY-X
                    ' on lot ' RC-LOT-NUMBER ' for catalog '
                    WS-RCV-CATALOG ', lot kept with no date'
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN WS-LOT-DROPPED = 'YES'
                 DISPLAY 'PORECV: lot file exceeds the table and is '
                    'protected this run, lot ' RC-LOT-NUMBER
                    ' not posted for ' WS-RCV-CATALOG
              WHEN WS-LOC-DROPPED = 'YES'
                 OR WS-LOC-FOUND-IDX = 0
                 DISPLAY 'PORECV: dock posting skipped, lot '
                    RC-LOT-NUMBER ' not posted for ' WS-RCV-CATALOG
              WHEN OTHER
                 MOVE 0 TO WS-LOT-FOUND-IDX
                 PERFORM VARYING LS-IDX FROM 1 BY 1
                    UNTIL LS-IDX > WS-LOT-COUNT
                    IF LS-CATALOG-NUM(LS-IDX) = WS-RCV-CATALOG
                       AND LS-LOC-CODE(LS-IDX) = WS-RECV-LOC
                       AND LS-LOT-NUMBER(LS-IDX) = RC-LOT-NUMBER
                       SET WS-LOT-FOUND-IDX TO LS-IDX
                    END-IF
                 END-PERFORM
                 IF WS-LOT-FOUND-IDX = 0
                    IF WS-LOT-COUNT >= 20000
                       DISPLAY 'PORECV: lot table full, lot '
                          RC-LOT-NUMBER ' not posted for '
                          WS-RCV-CATALOG
                    ELSE
                       ADD 1 TO WS-LOT-COUNT
                       MOVE WS-LOT-COUNT TO WS-LOT-FOUND-IDX
                       MOVE WS-RCV-CATALOG
                          TO LS-CATALOG-NUM(WS-LOT-FOUND-IDX)
                       MOVE WS-RECV-LOC
                          TO LS-LOC-CODE(WS-LOT-FOUND-IDX)
                       MOVE RC-LOT-NUMBER
                          TO LS-LOT-NUMBER(WS-LOT-FOUND-IDX)
                       MOVE WS-LOT-EXPIRY
                          TO LS-EXPIRY-DATE(WS-LOT-FOUND-IDX)
                       MOVE 0 TO LS-QTY(WS-LOT-FOUND-IDX)
                    END-IF
                 END-IF
                 IF WS-LOT-FOUND-IDX > 0
                    ADD WS-RECV-QTY TO LS-QTY(WS-LOT-FOUND-IDX)
                       ON SIZE ERROR
                          MOVE 99999 TO LS-QTY(WS-LOT-FOUND-IDX)
                    END-ADD
                    ADD 1 TO WS-LOTS-RECEIVED
                 END-IF
           END-EVALUATE
           .

      ******************************************************************
      * The receipt log is what the vendor scorecard works from, so
      * each slip that lands on a PO line records when the order was
      * placed, when it arrived, and how much of the line has come
      * in so far. Receipts with no open order are not logged - there
      * is no order date or vendor to score them against.
      ******************************************************************
       157-LOG-RECEIPT.
           MOVE SPACES TO RECEIPT-LOG-RECORD
           MOVE PD-PO-NUMBER(WS-DTL-MATCH-IDX) TO RL-PO-NUMBER
           MOVE PD-CATALOG-NUM(WS-DTL-MATCH-IDX) TO RL-CATALOG-NUM
           MOVE 0 TO RL-ORDER-DATE
           PERFORM VARYING PH-IDX FROM 1 BY 1
              UNTIL PH-IDX > WS-HDR-COUNT
              IF PH-PO-NUMBER(PH-IDX) = RL-PO-NUMBER
                 MOVE PH-VENDOR-CODE(PH-IDX) TO RL-VENDOR-CODE
                 MOVE PH-ORDER-DATE(PH-IDX) TO RL-ORDER-DATE
              END-IF
           END-PERFORM
           MOVE WS-TODAY TO RL-RECEIPT-DATE
           MOVE PD-QTY-ORDERED(WS-DTL-MATCH-IDX) TO RL-QTY-ORDERED
           MOVE WS-RECV-QTY TO RL-QTY-RECEIVED
           MOVE PD-QTY-RECEIVED(WS-DTL-MATCH-IDX) TO RL-QTY-TO-DATE
           MOVE PD-CLOSED(WS-DTL-MATCH-IDX) TO RL-LINE-CLOSED
           WRITE RECEIPT-LOG-RECORD
           .

       158-CHECK-HEADER-CLOSED.
           MOVE 'YES' TO WS-ALL-CLOSED
           PERFORM VARYING PD-IDX FROM 1 BY 1
           END-IF
           .

      ******************************************************************
      * A slip keyed in the vendor's unit is turned into eaches here,
      * so everything downstream of the validation posts eaches.
      ******************************************************************
       159-CONVERT-RECEIPT-QTY.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE RC-QTY-RECEIVED TO WS-RECV-QTY
           IF RC-UNIT NOT = SPACES AND RC-UNIT NOT = 'EA'
              PERFORM 162-FIND-PACK-SIZE
              IF RC-UNIT NOT = WS-PURCH-UNIT
                 AND RC-CATALOG-NUM NOT = WS-RCV-CATALOG
                 MOVE RC-CATALOG-NUM TO WS-FIND-CATALOG
                 PERFORM 162-FIND-PACK-SIZE
                 MOVE WS-RCV-CATALOG TO WS-FIND-CATALOG
              END-IF
              IF RC-UNIT NOT = WS-PURCH-UNIT
                 MOVE 'UOM' TO WS-REJECT-REASON
              ELSE
                 COMPUTE WS-RECV-QTY =
                    RC-QTY-RECEIVED * WS-EACH-PER-UNIT
                    ON SIZE ERROR
                       MOVE 'OVR' TO WS-REJECT-REASON
                 END-COMPUTE
              END-IF
           END-IF
           .

      ******************************************************************
      * The PO line was cut under the old number, so the on-order it
      * added sits on the old record. The receipt has already gone to
      * the current number; the old record gives up the on-order and
      * the current record is read back for the rest of the posting.
      ******************************************************************
       161-RELIEVE-OLD-ON-ORDER.
           MOVE PD-CATALOG-NUM(WS-DTL-MATCH-IDX) TO WS-FIND-CATALOG
           PERFORM 160-FIND-MASTER-ENTRY
           IF WS-FOUND-FLAG = 'YES'
              IF QUANITY-ON-ORDER > WS-RECV-QTY
                 SUBTRACT WS-RECV-QTY
                    FROM QUANITY-ON-ORDER
              ELSE
                 MOVE 0 TO QUANITY-ON-ORDER
              END-IF
              PERFORM 165-REWRITE-MASTER-ENTRY
           END-IF
           MOVE WS-RCV-CATALOG TO WS-FIND-CATALOG
           PERFORM 160-FIND-MASTER-ENTRY
           .

       160-FIND-MASTER-ENTRY.
           MOVE 'NO' TO WS-FOUND-FLAG
           MOVE WS-FIND-CATALOG TO CATALOG-NUM
           END-READ
           .

       162-FIND-PACK-SIZE.
           MOVE 'EA' TO WS-PURCH-UNIT
           MOVE 1 TO WS-EACH-PER-UNIT
           MOVE SPACES TO WS-VENDOR-PART
           PERFORM VARYING XV-IDX FROM 1 BY 1
              UNTIL XV-IDX > WS-XRF-COUNT
              IF XV-CATALOG-NUM(XV-IDX) = WS-FIND-CATALOG
                 MOVE XV-PURCH-UNIT(XV-IDX) TO WS-PURCH-UNIT
                 MOVE XV-EACH-PER-UNIT(XV-IDX) TO WS-EACH-PER-UNIT
                 MOVE XV-VENDOR-PART(XV-IDX) TO WS-VENDOR-PART
              END-IF
           END-PERFORM
           .

       165-REWRITE-MASTER-ENTRY.
           MOVE 'YES' TO WS-MASTER-REWRITTEN
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY 'PORECV: master rewrite failed, status '
                    WS-MASTER-STATUS ' for catalog ' CATALOG-NUM
                 MOVE 'NO' TO WS-MASTER-REWRITTEN
           END-REWRITE
           .

      ******************************************************************
      * Stock leaving the dock takes the earliest-expiring lot there
      * first (lots with no date go last). Once the dock's lots run
      * out the rest came from stock received without a lot. A lot
      * that expired before today never goes to a customer; one
      * expiring today still does, as LOTEXP counts it.
      ******************************************************************
       166-RELIEVE-DOCK-LOTS.
           IF WS-LOT-DROPPED = 'NO'
              PERFORM UNTIL WS-LOT-NEED = 0
                 PERFORM 167-FIND-EARLIEST-LOT
                 IF WS-LOT-PICK-IDX = 0
                    MOVE 0 TO WS-LOT-NEED
                 ELSE
                    MOVE WS-LOT-NEED TO WS-LOT-TAKE
                    IF LS-QTY(WS-LOT-PICK-IDX) < WS-LOT-TAKE
                       MOVE LS-QTY(WS-LOT-PICK-IDX) TO WS-LOT-TAKE
                    END-IF
                    SUBTRACT WS-LOT-TAKE FROM LS-QTY(WS-LOT-PICK-IDX)
                    SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED
                 END-IF
              END-PERFORM
           END-IF
           .

       167-FIND-EARLIEST-LOT.
           MOVE 0 TO WS-LOT-PICK-IDX
           MOVE 0 TO WS-LOT-PICK-KEY
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > WS-LOT-COUNT
              IF LS-CATALOG-NUM(LS-IDX) = WS-RCV-CATALOG
                 AND LS-LOC-CODE(LS-IDX) = WS-RECV-LOC
                 AND LS-QTY(LS-IDX) > 0
                 AND (LS-EXPIRY-DATE(LS-IDX) = 0
                    OR LS-EXPIRY-DATE(LS-IDX) >= WS-TODAY)
                 IF LS-EXPIRY-DATE(LS-IDX) = 0
                    MOVE 99999999 TO WS-LOT-KEY
                 ELSE
                    MOVE LS-EXPIRY-DATE(LS-IDX) TO WS-LOT-KEY
                 END-IF
                 IF WS-LOT-PICK-IDX = 0
                    OR WS-LOT-KEY < WS-LOT-PICK-KEY
                    SET WS-LOT-PICK-IDX TO LS-IDX
                    MOVE WS-LOT-KEY TO WS-LOT-PICK-KEY
                 END-IF
              END-IF
           END-PERFORM
           .

       168-SUM-EXPIRED-LOTS.
           MOVE 0 TO WS-EXPIRED-QTY
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > WS-LOT-COUNT
              IF LS-CATALOG-NUM(LS-IDX) = WS-RCV-CATALOG
                 AND LS-LOC-CODE(LS-IDX) = WS-RECV-LOC
                 AND LS-EXPIRY-DATE(LS-IDX) NOT = 0
                 AND LS-EXPIRY-DATE(LS-IDX) < WS-TODAY
                 ADD LS-QTY(LS-IDX) TO WS-EXPIRED-QTY
              END-IF
           END-PERFORM
           .

       180-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE RECEIPT-RECORD TO RJ-RECEIPT-IMAGE
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE REJECT-RECORD
           .

       181-WRITE-MOVEMENT.
           ACCEPT MV-DATE FROM DATE YYYYMMDD
           ACCEPT MV-TIME FROM TIME
           MOVE WS-RCV-CATALOG TO MV-CATALOG-NUM
           MOVE WS-RECV-LOC TO MV-LOCATION
           MOVE UNIT-PURCHASE-PRICE TO MV-UNIT-COST
           COMPUTE MV-VALUE = MV-QTY * MV-UNIT-COST
           MOVE 'PORECV' TO MV-PROGRAM
           MOVE WS-OPERATOR-ID TO MV-OPERATOR
           WRITE MOVEMENT-RECORD
           .

       182-SAVE-LAST-PO-NUMBER.
           OPEN OUTPUT PONUM-FILE
           MOVE WS-LAST-PO-NUMBER TO PN-LAST-PO-NUMBER

       185-REWRITE-OPEN-ORDERS.
           OPEN OUTPUT OPEN-FILE
           OPEN EXTEND CLOSED-FILE
           IF WS-CLOSED-STATUS = '35'
              OPEN OUTPUT CLOSED-FILE
           END-IF
           PERFORM VARYING PH-IDX FROM 1 BY 1
              UNTIL PH-IDX > WS-HDR-COUNT
              IF PH-CLOSED(PH-IDX) = 'N'
                 PERFORM 186-WRITE-OPEN-ORDER
              END-IF
              PERFORM 188-WRITE-CLOSED-LINES
           END-PERFORM
           CLOSE OPEN-FILE
                 CLOSED-FILE
           .

       186-WRITE-OPEN-ORDER.
           MOVE PD-DESCRIPTION(PD-IDX) TO OPD-DESCRIPTION
           MOVE PD-QTY-ORDERED(PD-IDX) TO OPD-QTY-ORDERED
           MOVE PD-QTY-RECEIVED(PD-IDX) TO OPD-QTY-RECEIVED
           MOVE PD-UNIT-PRICE(PD-IDX) TO OPD-UNIT-PRICE
           WRITE OPEN-ORDER-RECORD
           .

      ******************************************************************
      * Lines closed this run are the only 'Y' lines in the table
      * (the open-order file never carries closed ones), so each
      * closed line reaches the closed-order file exactly once,
      * behind a copy of its PO header. The record is built in the
      * open-order record area, which is free between writes.
      ******************************************************************
       188-WRITE-CLOSED-LINES.
           MOVE 'NO' TO WS-CLOSED-HDR-DONE
           PERFORM VARYING PD-IDX FROM 1 BY 1
              UNTIL PD-IDX > WS-DTL-COUNT
              IF PD-PO-NUMBER(PD-IDX) = PH-PO-NUMBER(PH-IDX)
                 AND PD-CLOSED(PD-IDX) = 'Y'
                 IF WS-CLOSED-HDR-DONE = 'NO'
                    MOVE SPACES TO OPEN-ORDER-RECORD
                    MOVE 'H' TO OP-RECORD-TYPE
                    MOVE PH-PO-NUMBER(PH-IDX) TO OP-PO-NUMBER
                    MOVE PH-VENDOR-CODE(PH-IDX) TO OPH-VENDOR-CODE
                    MOVE PH-ORDER-DATE(PH-IDX) TO OPH-ORDER-DATE
                    WRITE CLOSED-ORDER-RECORD FROM OPEN-ORDER-RECORD
                    MOVE 'YES' TO WS-CLOSED-HDR-DONE
                 END-IF
                 MOVE SPACES TO OPEN-ORDER-RECORD
                 MOVE 'D' TO OP-RECORD-TYPE
                 MOVE PD-PO-NUMBER(PD-IDX) TO OP-PO-NUMBER
                 MOVE PD-CATALOG-NUM(PD-IDX) TO OPD-CATALOG-NUM
                 MOVE PD-DESCRIPTION(PD-IDX) TO OPD-DESCRIPTION
                 MOVE PD-QTY-ORDERED(PD-IDX) TO OPD-QTY-ORDERED
                 MOVE PD-QTY-RECEIVED(PD-IDX) TO OPD-QTY-RECEIVED
                 MOVE PD-UNIT-PRICE(PD-IDX) TO OPD-UNIT-PRICE
                 WRITE CLOSED-ORDER-RECORD FROM OPEN-ORDER-RECORD
              END-IF
           END-PERFORM
           .

       190-REWRITE-LOCATIONS.
           IF WS-LOC-DROPPED = 'YES'
              DISPLAY 'PORECV: location file left untouched, '
           END-IF
           .

       192-REWRITE-BACKORDERS.
           IF WS-BKO-DROPPED = 'YES'
              DISPLAY 'PORECV: backorder file left untouched, '
                 'records were dropped at load'
           ELSE
              IF WS-BKO-FILE-PRESENT = 'YES'
                 OPEN OUTPUT BACKORDER-FILE
                 PERFORM VARYING BK-IDX FROM 1 BY 1
                    UNTIL BK-IDX > WS-BKO-COUNT
                    IF BK-QTY-OPEN(BK-IDX) > 0
                       MOVE BK-CATALOG-NUM(BK-IDX) TO BO-CATALOG-NUM
                       MOVE BK-LOC-CODE(BK-IDX) TO BO-LOC-CODE
                       MOVE BK-DATE-TAKEN(BK-IDX) TO BO-DATE-TAKEN
                       MOVE BK-QTY-ORIGINAL(BK-IDX)
                          TO BO-QTY-ORIGINAL
                       MOVE BK-QTY-OPEN(BK-IDX) TO BO-QTY-OPEN
                       WRITE BACKORDER-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE BACKORDER-FILE
              END-IF
           END-IF
           .

       194-REWRITE-LOTS.
           IF WS-LOT-DROPPED = 'YES'
              DISPLAY 'PORECV: lot file left untouched, records '
                 'were dropped at load'
           ELSE
              IF WS-LOT-FILE-PRESENT = 'YES' OR WS-LOT-COUNT > 0
                 OPEN OUTPUT LOT-FILE
                 PERFORM VARYING LS-IDX FROM 1 BY 1
                    UNTIL LS-IDX > WS-LOT-COUNT
                    IF LS-QTY(LS-IDX) > 0
                       MOVE LS-CATALOG-NUM(LS-IDX) TO LOT-CATALOG-NUM
                       MOVE LS-LOC-CODE(LS-IDX) TO LOT-LOC-CODE
                       MOVE LS-LOT-NUMBER(LS-IDX) TO LOT-NUMBER
                       MOVE LS-EXPIRY-DATE(LS-IDX) TO LOT-EXPIRY-DATE
                       MOVE LS-QTY(LS-IDX) TO LOT-QTY-ON-HAND
                       WRITE LOT-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE LOT-FILE
              END-IF
              IF WS-LOTS-RECEIVED > 0
                 DISPLAY 'PORECV: ' WS-LOTS-RECEIVED ' lot '
                    'receipt(s) posted to ' WS-LOT-FILE-NAME
              END-IF
           END-IF
           .

       200-PRINT-AGING-REPORT.
           OPEN OUTPUT AGING-FILE
           MOVE 1 TO PROPER-SPACING
