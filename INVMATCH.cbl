      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: Three-way match of vendor invoices before AP pays
      *          them. Each invoice line (invoice number, PO number,
      *          catalog number, quantity billed, unit price billed)
      *          is matched against the purchase order line PORECV
      *          carries in the OPNREC layout - quantity ordered,
      *          OPD-QTY-RECEIVED, and the UNIT-PURCHASE-PRICE in
      *          force when the order was taken up. Lines that match
      *          go to the AP voucher file, one voucher per vendor
      *          code. Lines that bill more than was ordered or more
      *          than has come through the dock, or whose price is
      *          off the order price by more than the tolerance, are
      *          held for the buyer. Lines for a PO or catalog we
      *          have no record of receiving are listed and never
      *          vouchered.
      * Tectonics: cobc -xo INVMATCH.exe --std=mf  INVMATCH.cbl
      * Master/invoice/open-order/closed-order file names default to
      * PR1FA17.dat, pr1invc.txt, pr1open.txt, and pr1clsd.txt,
      * overridable with the PR1_SOURCE_FILE, PR1_INVOICE_FILE,
      * PR1_OPEN_PO_FILE, and PR1_CLOSED_PO_FILE environment
      * variables (shared with PORECV, which writes both order
      * files). Lines fully received drop off pr1open.txt, so both
      * files are read: together they hold every PO line with a
      * receipt against it.
      * Invoice layout (cols 1-38): vendor invoice number cols 1-10,
      * PO number cols 11-16, catalog number cols 17-21, quantity
      * billed cols 22-26, price billed per unit cols 27-33
      * (99999V99), unit billed cols 35-38.
      * Vendors bill in the purchasing unit the PO went out in (CS,
      * BX, RL ...), from the item-to-vendor cross-reference
      * (PR1_ITEMVEND_FILE, default pr1itmvn.txt, IVXREC layout; a
      * blank unit or a non-numeric or zero pack size is eaches,
      * EA/1). A blank unit billed means that purchasing unit, EA
      * means eaches; any other unit is held as UNIT NOT ON PO. The
      * quantity billed is turned into eaches and the price into a
      * price per each before they are checked against the PO line,
      * which is kept in eaches. The voucher carries the quantity,
      * price and unit as billed; the hold report shows eaches and
      * prices per each.
      * Quantity already vouchered is kept by PO line on the billed
      * file (PR1_BILLED_FILE, default pr1billd.txt), so a second
      * invoice for the same receipt is held as over-billed instead
      * of being paid twice.
      * The price tolerance is a whole percentage of the order price
      * (PR1_PRICE_TOLERANCE, 2 digits, default 02); 00 demands an
      * exact price. Lines with no order price on the PO line fall
      * back to the master's current UNIT-PURCHASE-PRICE.
      * The voucher file (PR1_VOUCHER_FILE, default pr1vouch.txt) is
      * rewritten each run in vendor code order: an 'H' record per
      * vendor (voucher number, vendor, voucher date), a 'D' record
      * per matched invoice line, and a 'T' record with the line
      * count and voucher total. Voucher numbers are drawn from the
      * control file pr1vchno.txt (PR1_VOUCHER_CONTROL), the same
      * way PORECV numbers its purchase orders from pr1ponum.txt.
      * The hold report (PR1_INVOICE_HOLD_FILE, default pr1ivhld.txt)
      * lists the held lines for the buyer, then the lines not
      * received, then the run's control totals.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.
       AUTHOR. TYLERBRO93.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MASTER-FILE ASSIGN TO DYNAMIC WS-MASTER-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CATALOG-NUM
           FILE STATUS IS WS-MASTER-STATUS.

           SELECT INVOICE-FILE ASSIGN TO DYNAMIC WS-INVOICE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT OPEN-FILE ASSIGN TO DYNAMIC WS-OPEN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPEN-STATUS.

           SELECT CLOSED-FILE ASSIGN TO DYNAMIC WS-CLOSED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSED-STATUS.

           SELECT BILLED-FILE ASSIGN TO DYNAMIC WS-BILLED-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BILLED-STATUS.

           SELECT VCHNUM-FILE ASSIGN TO DYNAMIC WS-VCHNUM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VCHNUM-STATUS.

           SELECT VOUCHER-FILE ASSIGN TO DYNAMIC WS-VOUCHER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ITEMVEND-FILE ASSIGN TO DYNAMIC
           WS-ITEMVEND-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEMVEND-STATUS.

           SELECT SORT-FILE ASSIGN TO 'pr1vch.srt'.


       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.

       01 MASTER-RECORD.
           COPY INVREC.

       FD INVOICE-FILE.

       01 INVOICE-RECORD.
           05 IV-INVOICE-NUM                     PIC X(10).
           05 IV-PO-NUMBER                       PIC X(6).
           05 IV-CATALOG-NUM                     PIC X(5).
           05 IV-QTY-BILLED                      PIC 9(5).
           05 IV-PRICE-BILLED                    PIC 9(5)V99.
           05 FILLER                             PIC X.
           05 IV-BILL-UNIT                       PIC X(4).

       FD OPEN-FILE.

       01 OPEN-ORDER-RECORD.
           COPY OPNREC.

       FD CLOSED-FILE.

       01 CLOSED-ORDER-RECORD                    PIC X(47).

       FD BILLED-FILE.

       01 BILLED-RECORD.
           05 BL-PO-NUMBER                       PIC 9(6).
           05 BL-CATALOG-NUM                     PIC X(5).
           05 BL-QTY-BILLED                      PIC 9(5).

       FD VCHNUM-FILE.

       01 VCHNUM-RECORD.
           05 VCN-LAST-VOUCHER-NUMBER            PIC 9(6).

       FD VOUCHER-FILE.

       01 VOUCHER-RECORD.
           05 VC-RECORD-TYPE                     PIC X.
           05 VC-VOUCHER-NUMBER                  PIC 9(6).
           05 VC-VENDOR-CODE                     PIC X(4).
           05 VC-HEADER-FIELDS.
              10 VCH-VOUCHER-DATE                PIC 9(8).
              10 VCH-FILLER                      PIC X(39).
           05 VC-DETAIL-FIELDS REDEFINES VC-HEADER-FIELDS.
              10 VCD-INVOICE-NUM                 PIC X(10).
              10 VCD-PO-NUMBER                   PIC 9(6).
              10 VCD-CATALOG-NUM                 PIC X(5).
              10 VCD-QTY-BILLED                  PIC 9(5).
              10 VCD-UNIT-PRICE                  PIC 9(5)V99.
              10 VCD-AMOUNT                      PIC 9(8)V99.
              10 VCD-BILL-UNIT                   PIC X(4).
           05 VC-TOTAL-FIELDS REDEFINES VC-HEADER-FIELDS.
              10 VCT-LINE-COUNT                  PIC 9(4).
              10 VCT-VOUCHER-TOTAL               PIC 9(9)V99.
              10 VCT-FILLER                      PIC X(32).

       FD ITEMVEND-FILE.

       01 ITEMVEND-RECORD.
           COPY IVXREC.

       FD HOLD-FILE.

       01 HOLD-RECORD                            PIC X(90).

       SD SORT-FILE.

       01 SD-VOUCHER-RECORD.
           05 SV-VENDOR-CODE                     PIC X(4).
           05 SV-INVOICE-NUM                     PIC X(10).
           05 SV-PO-NUMBER                       PIC 9(6).
           05 SV-CATALOG-NUM                     PIC X(5).
           05 SV-QTY-BILLED                      PIC 9(5).
           05 SV-UNIT-PRICE                      PIC 9(5)V99.
           05 SV-AMOUNT                          PIC 9(8)V99.
           05 SV-BILL-UNIT                       PIC X(4).

       WORKING-STORAGE SECTION.

       01  WS-FILE-NAMES.
           05 WS-MASTER-FILE-NAME       PIC X(40)
                                         VALUE 'PR1FA17.dat'.
           05 WS-INVOICE-FILE-NAME      PIC X(40)
                                         VALUE 'pr1invc.txt'.
           05 WS-OPEN-FILE-NAME         PIC X(40)
                                         VALUE 'pr1open.txt'.
           05 WS-CLOSED-FILE-NAME       PIC X(40)
                                         VALUE 'pr1clsd.txt'.
           05 WS-BILLED-FILE-NAME       PIC X(40)
                                         VALUE 'pr1billd.txt'.
           05 WS-VCHNUM-FILE-NAME       PIC X(40)
                                         VALUE 'pr1vchno.txt'.
           05 WS-VOUCHER-FILE-NAME      PIC X(40)
                                         VALUE 'pr1vouch.txt'.
           05 WS-HOLD-FILE-NAME         PIC X(40)
                                         VALUE 'pr1ivhld.txt'.
           05 WS-ITEMVEND-FILE-NAME     PIC X(40)
                                         VALUE 'pr1itmvn.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS          PIC XX VALUE '00'.
           05 WS-MASTER-OK              PIC X(3) VALUE 'NO'.
           05 WS-INVOICE-STATUS         PIC XX VALUE '00'.
           05 WS-OPEN-STATUS            PIC XX VALUE '00'.
           05 WS-CLOSED-STATUS          PIC XX VALUE '00'.
           05 WS-BILLED-STATUS          PIC XX VALUE '00'.
           05 WS-VCHNUM-STATUS          PIC XX VALUE '00'.
           05 WS-ORDER-DROPPED          PIC X(3) VALUE 'NO'.
           05 WS-BILL-DROPPED           PIC X(3) VALUE 'NO'.
           05 WS-BILL-FILE-PRESENT      PIC X(3) VALUE 'NO'.
           05 WS-HDR-COUNT              PIC 9(4) VALUE 0.
           05 WS-DTL-COUNT              PIC 9(5) VALUE 0.
           05 WS-BILL-COUNT             PIC 9(5) VALUE 0.
           05 WS-EXC-COUNT              PIC 9(4) VALUE 0.
           05 WS-FIND-PO                PIC 9(6) VALUE 0.
           05 WS-HDR-MATCH-IDX          PIC 9(4) VALUE 0.
           05 WS-DTL-MATCH-IDX          PIC 9(5) VALUE 0.
           05 WS-BILL-MATCH-IDX         PIC 9(5) VALUE 0.
           05 WS-BILLED-TO-DATE         PIC 9(6) VALUE 0.
           05 WS-ORDER-PRICE            PIC 999V99 VALUE 0.
           05 WS-PRICE-DIFF             PIC S9(5)V9999 VALUE 0.
           05 WS-PRICE-LIMIT            PIC 9(3)V99 VALUE 0.
           05 WS-TOLERANCE-X            PIC X(2) VALUE SPACES.
           05 WS-TOLERANCE-PCT          PIC 9(2) VALUE 2.
           05 WS-LINE-AMOUNT            PIC 9(8)V99 VALUE 0.
           05 WS-EXC-CLASS              PIC X VALUE SPACE.
           05 WS-EXC-REASON             PIC X(18) VALUE SPACES.
           05 WS-LAST-VOUCHER-NUMBER    PIC 9(6) VALUE 0.
           05 WS-CUR-VENDOR             PIC X(4) VALUE SPACES.
           05 WS-VOUCHER-STARTED        PIC X(3) VALUE 'NO'.
           05 WS-VOUCHER-LINES          PIC 9(4) VALUE 0.
           05 WS-VOUCHER-TOTAL          PIC 9(9)V99 VALUE 0.
           05 WS-TODAY                  PIC 9(8) VALUE 0.
           05 WS-SECTION-CLASS          PIC X VALUE SPACE.
           05 WS-SECTION-LINES          PIC 9(4) VALUE 0.
           05 WS-ITEMVEND-STATUS        PIC XX VALUE '00'.
           05 WS-XRF-COUNT              PIC 9(5) VALUE 0.
           05 WS-PURCH-UNIT             PIC X(4) VALUE 'EA'.
           05 WS-EACH-PER-UNIT          PIC 9(5) VALUE 1.
           05 WS-BILL-UNIT              PIC X(4) VALUE 'EA'.
           05 WS-BILL-PER-UNIT          PIC 9(5) VALUE 1.
           05 WS-BILL-UNIT-OK           PIC X(3) VALUE 'YES'.
           05 WS-BILL-EACHES            PIC 9(10) VALUE 0.
           05 WS-BILL-EACH-PRICE        PIC 9(5)V9999 VALUE 0.
           05 PROPER-SPACING            PIC 9(2) VALUE 0.

       01  WS-PO-HEADER-TABLE.
           05 OH-ENTRY OCCURS 2000 TIMES INDEXED BY OH-IDX.
              10 OH-PO-NUMBER                    PIC 9(6).
              10 OH-VENDOR-CODE                  PIC X(4).

       01  WS-PO-DETAIL-TABLE.
           05 OD-ENTRY OCCURS 20000 TIMES INDEXED BY OD-IDX.
              10 OD-PO-NUMBER                    PIC 9(6).
              10 OD-CATALOG-NUM                  PIC X(5).
              10 OD-QTY-ORDERED                  PIC 9(5).
              10 OD-QTY-RECEIVED                 PIC 9(5).
              10 OD-UNIT-PRICE                   PIC 999V99.

       01  WS-XREF-TABLE.
           05 XV-ENTRY OCCURS 10000 TIMES INDEXED BY XV-IDX.
              10 XV-CATALOG-NUM                  PIC X(5).
              10 XV-PURCH-UNIT                   PIC X(4).
              10 XV-EACH-PER-UNIT                PIC 9(5).

       01  WS-BILLED-TABLE.
           05 BT-ENTRY OCCURS 20000 TIMES INDEXED BY BT-IDX.
              10 BT-PO-NUMBER                    PIC 9(6).
              10 BT-CATALOG-NUM                  PIC X(5).
              10 BT-QTY-BILLED                   PIC 9(5).

       01  WS-EXCEPTION-TABLE.
           05 EX-ENTRY OCCURS 2000 TIMES INDEXED BY EX-IDX.
              10 EX-CLASS                        PIC X.
              10 EX-INVOICE-NUM                  PIC X(10).
              10 EX-PO-NUMBER                    PIC X(6).
              10 EX-CATALOG-NUM                  PIC X(5).
              10 EX-VENDOR-CODE                  PIC X(4).
              10 EX-QTY-BILLED                   PIC 9(7).
              10 EX-QTY-AVAILABLE                PIC 9(5).
              10 EX-PRICE-BILLED                 PIC 9(5)V99.
              10 EX-ORDER-PRICE                  PIC 999V99.
              10 EX-REASON                       PIC X(18).

       01  WS-CONTROL-TOTALS.
           05 WS-LINES-READ             PIC 9(5) VALUE 0.
           05 WS-LINES-VOUCHERED        PIC 9(5) VALUE 0.
           05 WS-LINES-HELD             PIC 9(5) VALUE 0.
           05 WS-LINES-NOT-RECEIVED     PIC 9(5) VALUE 0.
           05 WS-VOUCHERS-WRITTEN       PIC 9(5) VALUE 0.
           05 WS-VOUCHERED-VALUE        PIC 9(9)V99 VALUE 0.

       01  HOLD-HEADING-LINE1.
           05             PIC X(3) VALUE 'TSB'.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(27) VALUE 'Drakea Cart Parts Warehouse'.
           05             PIC X(7) VALUE SPACES.
           05             PIC X(25) VALUE 'INVOICE MATCH HOLD REPORT'.

       01  HOLD-DATE-LINE.
           05                    PIC X(9) VALUE 'RUN DATE '.
           05 HD-DATE-OUT        PIC 9(8).
           05                    PIC X(14) VALUE '   TOLERANCE  '.
           05 HD-TOLERANCE-OUT   PIC Z9.
           05                    PIC X(8) VALUE ' PERCENT'.

       01  HOLD-SECTION-LINE.
           05 HS-SECTION-OUT     PIC X(40).

       01  HOLD-HEADING-LINE2.
           05                    PIC X(10) VALUE 'INVOICE   '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(6) VALUE 'PO    '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(5) VALUE ' CAT '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(4) VALUE 'VNDR'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(7) VALUE ' BILLED'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(6) VALUE 'RECVD '.
           05                    PIC X(1) VALUE ' '.
           05                    PIC X(8) VALUE '  BILLED'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(6) VALUE ' ORDER'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(6) VALUE 'REASON'.

       01  HOLD-HEADING-LINE3.
           05                    PIC X(10) VALUE 'NUMBER    '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(6) VALUE 'NUMBER'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(5) VALUE ' NUM '.
           05                    PIC X(8) VALUE '  '.
           05                    PIC X(7) VALUE ' EACHES'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(6) VALUE 'UNBILL'.
           05                    PIC X(1) VALUE ' '.
           05                    PIC X(8) VALUE 'PRICE/EA'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(6) VALUE 'PR/EA '.

       01  HOLD-DETAIL-LINE.
           05 HL-INVOICE-OUT     PIC X(10).
           05                    PIC X(2) VALUE SPACES.
           05 HL-PO-OUT          PIC X(6).
           05                    PIC X(2) VALUE SPACES.
           05 HL-CATALOG-OUT     PIC X(5).
           05                    PIC X(2) VALUE SPACES.
           05 HL-VENDOR-OUT      PIC X(4).
           05                    PIC X(2) VALUE SPACES.
           05 HL-BILLED-OUT      PIC ZZZZZZ9.
           05                    PIC X(3) VALUE SPACES.
           05 HL-AVAILABLE-OUT   PIC ZZZZ9.
           05                    PIC X(2) VALUE SPACES.
           05 HL-PRICE-OUT       PIC ZZZZ9.99.
           05                    PIC X(3) VALUE SPACES.
           05 HL-ORDER-PRICE-OUT PIC ZZ9.99.
           05                    PIC X(3) VALUE SPACES.
           05 HL-REASON-OUT      PIC X(18).

       01  HOLD-NONE-LINE.
           05                    PIC X(10) VALUE SPACES.
           05                    PIC X(4) VALUE 'NONE'.

       01  HOLD-COUNT-LINE.
           05 HC-LABEL-OUT       PIC X(26).
           05 HC-COUNT-OUT       PIC ZZZZ9.

       01  HOLD-VALUE-LINE.
           05 HV-LABEL-OUT       PIC X(26).
           05                    PIC X(1) VALUE '$'.
           05 HV-VALUE-OUT       PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 108-DATE-ROUTINE
           PERFORM 110-OPEN-MASTER
           IF WS-MASTER-OK = 'YES'
              PERFORM 115-LOAD-ORDERS
              PERFORM 118-LOAD-BILLED
              PERFORM 120-GET-LAST-VOUCHER-NUMBER
              PERFORM 121-LOAD-ITEMVEND
              IF WS-ORDER-DROPPED = 'YES'
                 OR WS-BILL-DROPPED = 'YES'
                 DISPLAY 'INVMATCH: order or billed file exceeds the '
                    'table, run abandoned before any voucher - '
                    'raise the table'
                 CLOSE MASTER-FILE
              ELSE
                 PERFORM 130-MATCH-AND-VOUCHER
                 CLOSE MASTER-FILE
                 PERFORM 182-SAVE-LAST-VOUCHER-NUMBER
                 PERFORM 185-REWRITE-BILLED
                 PERFORM 200-PRINT-HOLD-REPORT
                 DISPLAY 'INVMATCH: ' WS-LINES-VOUCHERED
                    ' vouchered / ' WS-LINES-HELD ' held / '
                    WS-LINES-NOT-RECEIVED ' not received'
              END-IF
           END-IF
           PERFORM 250-CLOSE-ROUTINE
           .

       105-GET-PARAMETERS.
           ACCEPT WS-MASTER-FILE-NAME
              FROM ENVIRONMENT 'PR1_SOURCE_FILE'
           IF WS-MASTER-FILE-NAME = SPACES
              MOVE 'PR1FA17.dat' TO WS-MASTER-FILE-NAME
           END-IF
           ACCEPT WS-INVOICE-FILE-NAME
              FROM ENVIRONMENT 'PR1_INVOICE_FILE'
           IF WS-INVOICE-FILE-NAME = SPACES
              MOVE 'pr1invc.txt' TO WS-INVOICE-FILE-NAME
           END-IF
           ACCEPT WS-OPEN-FILE-NAME
              FROM ENVIRONMENT 'PR1_OPEN_PO_FILE'
           IF WS-OPEN-FILE-NAME = SPACES
              MOVE 'pr1open.txt' TO WS-OPEN-FILE-NAME
           END-IF
           ACCEPT WS-CLOSED-FILE-NAME
              FROM ENVIRONMENT 'PR1_CLOSED_PO_FILE'
           IF WS-CLOSED-FILE-NAME = SPACES
              MOVE 'pr1clsd.txt' TO WS-CLOSED-FILE-NAME
           END-IF
           ACCEPT WS-BILLED-FILE-NAME
              FROM ENVIRONMENT 'PR1_BILLED_FILE'
           IF WS-BILLED-FILE-NAME = SPACES
              MOVE 'pr1billd.txt' TO WS-BILLED-FILE-NAME
           END-IF
           ACCEPT WS-VCHNUM-FILE-NAME
              FROM ENVIRONMENT 'PR1_VOUCHER_CONTROL'
           IF WS-VCHNUM-FILE-NAME = SPACES
              MOVE 'pr1vchno.txt' TO WS-VCHNUM-FILE-NAME
           END-IF
           ACCEPT WS-VOUCHER-FILE-NAME
              FROM ENVIRONMENT 'PR1_VOUCHER_FILE'
           IF WS-VOUCHER-FILE-NAME = SPACES
              MOVE 'pr1vouch.txt' TO WS-VOUCHER-FILE-NAME
           END-IF
           ACCEPT WS-HOLD-FILE-NAME
              FROM ENVIRONMENT 'PR1_INVOICE_HOLD_FILE'
           IF WS-HOLD-FILE-NAME = SPACES
              MOVE 'pr1ivhld.txt' TO WS-HOLD-FILE-NAME
           END-IF
           ACCEPT WS-ITEMVEND-FILE-NAME
              FROM ENVIRONMENT 'PR1_ITEMVEND_FILE'
           IF WS-ITEMVEND-FILE-NAME = SPACES
              MOVE 'pr1itmvn.txt' TO WS-ITEMVEND-FILE-NAME
           END-IF
           ACCEPT WS-TOLERANCE-X
              FROM ENVIRONMENT 'PR1_PRICE_TOLERANCE'
           IF WS-TOLERANCE-X(2:1) = SPACE
              MOVE WS-TOLERANCE-X(1:1) TO WS-TOLERANCE-X(2:1)
              MOVE '0' TO WS-TOLERANCE-X(1:1)
           END-IF
           IF WS-TOLERANCE-X NUMERIC
              MOVE WS-TOLERANCE-X TO WS-TOLERANCE-PCT
           ELSE
              MOVE 2 TO WS-TOLERANCE-PCT
           END-IF
           .

       108-DATE-ROUTINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .

       110-OPEN-MASTER.
           MOVE 'NO' TO WS-MASTER-OK
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-MASTER-OK
           ELSE
              DISPLAY 'INVMATCH: cannot open master file '
                 WS-MASTER-FILE-NAME ' status ' WS-MASTER-STATUS
           END-IF
           .

       115-LOAD-ORDERS.
           MOVE 0 TO WS-HDR-COUNT
           MOVE 0 TO WS-DTL-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT OPEN-FILE
           IF WS-OPEN-STATUS NOT = '00'
              DISPLAY 'INVMATCH: no open order file on hand: '
                 WS-OPEN-FILE-NAME
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ OPEN-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 116-STORE-ORDER-ENTRY
                END-READ
              END-PERFORM
              CLOSE OPEN-FILE
           END-IF
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT CLOSED-FILE
           IF WS-CLOSED-STATUS NOT = '00'
              DISPLAY 'INVMATCH: no closed order file on hand: '
                 WS-CLOSED-FILE-NAME
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ CLOSED-FILE INTO OPEN-ORDER-RECORD
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 116-STORE-ORDER-ENTRY
                END-READ
              END-PERFORM
              CLOSE CLOSED-FILE
           END-IF
           .

      ******************************************************************
      * A PO whose lines close over several receiving runs has its
      * header on the closed-order file once per run, and on the
      * open-order file while any line is still due, so a header is
      * only stored the first time its PO number turns up.
      ******************************************************************
       116-STORE-ORDER-ENTRY.
           EVALUATE OP-RECORD-TYPE
              WHEN 'H'
                 MOVE OP-PO-NUMBER TO WS-FIND-PO
                 PERFORM 117-FIND-HEADER-ENTRY
                 IF WS-HDR-MATCH-IDX = 0
                    IF WS-HDR-COUNT >= 2000
                       DISPLAY 'INVMATCH: PO header table full, '
                          'order dropped: ' OP-PO-NUMBER
                       MOVE 'YES' TO WS-ORDER-DROPPED
                    ELSE
                       ADD 1 TO WS-HDR-COUNT
                       MOVE OP-PO-NUMBER
                          TO OH-PO-NUMBER(WS-HDR-COUNT)
                       MOVE OPH-VENDOR-CODE
                          TO OH-VENDOR-CODE(WS-HDR-COUNT)
                    END-IF
                 END-IF
              WHEN 'D'
                 IF WS-DTL-COUNT >= 20000
                    DISPLAY 'INVMATCH: PO detail table full, line '
                       'dropped: ' OP-PO-NUMBER ' ' OPD-CATALOG-NUM
                    MOVE 'YES' TO WS-ORDER-DROPPED
                 ELSE
                    ADD 1 TO WS-DTL-COUNT
                    MOVE OP-PO-NUMBER TO OD-PO-NUMBER(WS-DTL-COUNT)
                    MOVE OPD-CATALOG-NUM
                       TO OD-CATALOG-NUM(WS-DTL-COUNT)
                    MOVE OPD-QTY-ORDERED
                       TO OD-QTY-ORDERED(WS-DTL-COUNT)
                    MOVE OPD-QTY-RECEIVED
                       TO OD-QTY-RECEIVED(WS-DTL-COUNT)
                    IF OPD-UNIT-PRICE NUMERIC
                       MOVE OPD-UNIT-PRICE
                          TO OD-UNIT-PRICE(WS-DTL-COUNT)
                    ELSE
                       MOVE 0 TO OD-UNIT-PRICE(WS-DTL-COUNT)
                    END-IF
                 END-IF
              WHEN OTHER
                 DISPLAY 'INVMATCH: order record in neither H nor D '
                    'layout skipped: ' OPEN-ORDER-RECORD
           END-EVALUATE
           .

       117-FIND-HEADER-ENTRY.
           MOVE 0 TO WS-HDR-MATCH-IDX
           PERFORM VARYING OH-IDX FROM 1 BY 1
              UNTIL OH-IDX > WS-HDR-COUNT
              OR WS-HDR-MATCH-IDX > 0
              IF OH-PO-NUMBER(OH-IDX) = WS-FIND-PO
                 SET WS-HDR-MATCH-IDX TO OH-IDX
              END-IF
           END-PERFORM
           .

       118-LOAD-BILLED.
           MOVE 'NO' TO WS-BILL-FILE-PRESENT
           MOVE 0 TO WS-BILL-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT BILLED-FILE
           IF WS-BILLED-STATUS NOT = '00'
              CONTINUE
           ELSE
              MOVE 'YES' TO WS-BILL-FILE-PRESENT
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ BILLED-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 119-STORE-BILLED-ENTRY
                END-READ
              END-PERFORM
              CLOSE BILLED-FILE
           END-IF
           .

       119-STORE-BILLED-ENTRY.
           IF WS-BILL-COUNT >= 20000
              DISPLAY 'INVMATCH: billed table full, record dropped: '
                 BL-PO-NUMBER ' ' BL-CATALOG-NUM
              MOVE 'YES' TO WS-BILL-DROPPED
           ELSE
              IF BL-QTY-BILLED NUMERIC
                 ADD 1 TO WS-BILL-COUNT
                 MOVE BL-PO-NUMBER TO BT-PO-NUMBER(WS-BILL-COUNT)
                 MOVE BL-CATALOG-NUM TO BT-CATALOG-NUM(WS-BILL-COUNT)
                 MOVE BL-QTY-BILLED TO BT-QTY-BILLED(WS-BILL-COUNT)
              END-IF
           END-IF
           .

       120-GET-LAST-VOUCHER-NUMBER.
           MOVE 0 TO WS-LAST-VOUCHER-NUMBER
           OPEN INPUT VCHNUM-FILE
           IF WS-VCHNUM-STATUS = '00'
              READ VCHNUM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF VCN-LAST-VOUCHER-NUMBER NUMERIC
                      MOVE VCN-LAST-VOUCHER-NUMBER
                         TO WS-LAST-VOUCHER-NUMBER
                   END-IF
              END-READ
              CLOSE VCHNUM-FILE
           END-IF
           .

       121-LOAD-ITEMVEND.
           MOVE 0 TO WS-XRF-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT ITEMVEND-FILE
           IF WS-ITEMVEND-STATUS NOT = '00'
              DISPLAY 'INVMATCH: item-vendor cross-reference not '
                 'found: ' WS-ITEMVEND-FILE-NAME
                 ', invoices matched in eaches'
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ ITEMVEND-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 122-STORE-XREF-ENTRY
                END-READ
              END-PERFORM
              CLOSE ITEMVEND-FILE
           END-IF
           .

       122-STORE-XREF-ENTRY.
           IF WS-XRF-COUNT >= 10000
              DISPLAY 'INVMATCH: cross-reference table full, record '
                 'dropped: ' IVX-CATALOG-NUM
           ELSE
              ADD 1 TO WS-XRF-COUNT
              MOVE IVX-CATALOG-NUM TO XV-CATALOG-NUM(WS-XRF-COUNT)
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

       130-MATCH-AND-VOUCHER.
           SORT SORT-FILE
             ON ASCENDING KEY SV-VENDOR-CODE SV-INVOICE-NUM
                              SV-PO-NUMBER SV-CATALOG-NUM
             INPUT PROCEDURE 140-MATCH-INVOICES
             OUTPUT PROCEDURE 170-WRITE-VOUCHERS
           .

       140-MATCH-INVOICES.
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-STATUS NOT = '00'
              DISPLAY 'INVMATCH: no invoice file on hand: '
                 WS-INVOICE-FILE-NAME ', nothing vouchered this run'
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ INVOICE-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     IF INVOICE-RECORD = SPACES
                        CONTINUE
                     ELSE
                        ADD 1 TO WS-LINES-READ
                        PERFORM 150-MATCH-INVOICE-LINE
                     END-IF
                END-READ
              END-PERFORM
              CLOSE INVOICE-FILE
           END-IF
           .

      ******************************************************************
      * A line is only 'not received' when nothing about it ever came
      * through the dock: no such PO, no such catalog on the PO, or
      * a PO line with no receipt posted yet. Everything else that
      * fails the match is a buyer question and goes on hold.
      ******************************************************************
       150-MATCH-INVOICE-LINE.
           MOVE 0 TO WS-HDR-MATCH-IDX
           MOVE 0 TO WS-DTL-MATCH-IDX
           MOVE 0 TO WS-BILLED-TO-DATE
           MOVE 0 TO WS-ORDER-PRICE
           IF IV-PO-NUMBER NUMERIC
              MOVE IV-PO-NUMBER TO WS-FIND-PO
              PERFORM 117-FIND-HEADER-ENTRY
              PERFORM 155-FIND-ORDER-DETAIL
           END-IF
           PERFORM 159-CONVERT-BILLED-UNIT
           EVALUATE TRUE
              WHEN IV-QTY-BILLED NOT NUMERIC
                 OR IV-QTY-BILLED = 0
                 OR IV-PRICE-BILLED NOT NUMERIC
                 MOVE 'H' TO WS-EXC-CLASS
                 MOVE 'UNREADABLE LINE' TO WS-EXC-REASON
                 PERFORM 168-STORE-EXCEPTION
              WHEN WS-HDR-MATCH-IDX = 0
                 MOVE 'N' TO WS-EXC-CLASS
                 MOVE 'PO NOT ON FILE' TO WS-EXC-REASON
                 PERFORM 168-STORE-EXCEPTION
              WHEN WS-DTL-MATCH-IDX = 0
                 MOVE 'N' TO WS-EXC-CLASS
                 MOVE 'CATALOG NOT ON PO' TO WS-EXC-REASON
                 PERFORM 168-STORE-EXCEPTION
              WHEN OD-QTY-RECEIVED(WS-DTL-MATCH-IDX) = 0
                 MOVE 'N' TO WS-EXC-CLASS
                 MOVE 'NOTHING RECEIVED' TO WS-EXC-REASON
                 PERFORM 168-STORE-EXCEPTION
              WHEN WS-BILL-UNIT-OK = 'NO'
                 MOVE 'H' TO WS-EXC-CLASS
                 MOVE 'UNIT NOT ON PO' TO WS-EXC-REASON
                 PERFORM 168-STORE-EXCEPTION
              WHEN OTHER
                 PERFORM 160-CHECK-QTY-AND-PRICE
           END-EVALUATE
           .

       155-FIND-ORDER-DETAIL.
           MOVE 0 TO WS-DTL-MATCH-IDX
           PERFORM VARYING OD-IDX FROM 1 BY 1
              UNTIL OD-IDX > WS-DTL-COUNT
              OR WS-DTL-MATCH-IDX > 0
              IF OD-PO-NUMBER(OD-IDX) = WS-FIND-PO
                 AND OD-CATALOG-NUM(OD-IDX) = IV-CATALOG-NUM
                 SET WS-DTL-MATCH-IDX TO OD-IDX
              END-IF
           END-PERFORM
           .

       157-FIND-BILLED-ENTRY.
           MOVE 0 TO WS-BILL-MATCH-IDX
           MOVE 0 TO WS-BILLED-TO-DATE
           PERFORM VARYING BT-IDX FROM 1 BY 1
              UNTIL BT-IDX > WS-BILL-COUNT
              OR WS-BILL-MATCH-IDX > 0
              IF BT-PO-NUMBER(BT-IDX) = WS-FIND-PO
                 AND BT-CATALOG-NUM(BT-IDX) = IV-CATALOG-NUM
                 SET WS-BILL-MATCH-IDX TO BT-IDX
                 MOVE BT-QTY-BILLED(BT-IDX) TO WS-BILLED-TO-DATE
              END-IF
           END-PERFORM
           .

      ******************************************************************
      * The invoice is billed per purchasing unit unless it says EA,
      * so the quantity is multiplied out to eaches and the price is
      * divided down to a price per each, four places kept so a pack
      * price billed exactly as the PO printed it matches exactly.
      * A unit that is neither leaves the figures as keyed and the
      * line is held.
      ******************************************************************
       158-FIND-PACK-SIZE.
           MOVE 'EA' TO WS-PURCH-UNIT
           MOVE 1 TO WS-EACH-PER-UNIT
           PERFORM VARYING XV-IDX FROM 1 BY 1
              UNTIL XV-IDX > WS-XRF-COUNT
              IF XV-CATALOG-NUM(XV-IDX) = IV-CATALOG-NUM
                 MOVE XV-PURCH-UNIT(XV-IDX) TO WS-PURCH-UNIT
                 MOVE XV-EACH-PER-UNIT(XV-IDX) TO WS-EACH-PER-UNIT
              END-IF
           END-PERFORM
           .

       159-CONVERT-BILLED-UNIT.
           MOVE 'YES' TO WS-BILL-UNIT-OK
           MOVE 0 TO WS-BILL-EACHES
           MOVE 0 TO WS-BILL-EACH-PRICE
           PERFORM 158-FIND-PACK-SIZE
           EVALUATE TRUE
              WHEN IV-BILL-UNIT = 'EA'
                 MOVE 'EA' TO WS-BILL-UNIT
                 MOVE 1 TO WS-BILL-PER-UNIT
              WHEN IV-BILL-UNIT = SPACES
                 OR IV-BILL-UNIT = WS-PURCH-UNIT
                 MOVE WS-PURCH-UNIT TO WS-BILL-UNIT
                 MOVE WS-EACH-PER-UNIT TO WS-BILL-PER-UNIT
              WHEN OTHER
                 MOVE IV-BILL-UNIT TO WS-BILL-UNIT
                 MOVE 1 TO WS-BILL-PER-UNIT
                 MOVE 'NO' TO WS-BILL-UNIT-OK
           END-EVALUATE
           IF IV-QTY-BILLED NUMERIC
              COMPUTE WS-BILL-EACHES =
                 IV-QTY-BILLED * WS-BILL-PER-UNIT
           END-IF
           IF IV-PRICE-BILLED NUMERIC
              COMPUTE WS-BILL-EACH-PRICE ROUNDED =
                 IV-PRICE-BILLED / WS-BILL-PER-UNIT
           END-IF
           .

      ******************************************************************
      * Quantity is checked against what is still unbilled on the PO
      * line (ordered, then received, less what earlier invoices
      * already vouchered). Price is checked against the order price
      * in both directions: a bill well under the order price is as
      * likely a wrong item as a bargain.
      ******************************************************************
       160-CHECK-QTY-AND-PRICE.
           PERFORM 157-FIND-BILLED-ENTRY
           MOVE OD-UNIT-PRICE(WS-DTL-MATCH-IDX) TO WS-ORDER-PRICE
           IF WS-ORDER-PRICE = 0
              MOVE IV-CATALOG-NUM TO CATALOG-NUM
              READ MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE UNIT-PURCHASE-PRICE TO WS-ORDER-PRICE
              END-READ
           END-IF
           COMPUTE WS-PRICE-DIFF = WS-BILL-EACH-PRICE - WS-ORDER-PRICE
           IF WS-PRICE-DIFF < 0
              MULTIPLY -1 BY WS-PRICE-DIFF
           END-IF
           COMPUTE WS-PRICE-LIMIT ROUNDED =
              WS-ORDER-PRICE * WS-TOLERANCE-PCT / 100
           EVALUATE TRUE
              WHEN WS-BILLED-TO-DATE + WS-BILL-EACHES >
                 OD-QTY-ORDERED(WS-DTL-MATCH-IDX)
                 MOVE 'H' TO WS-EXC-CLASS
                 MOVE 'QTY OVER ORDERED' TO WS-EXC-REASON
                 PERFORM 168-STORE-EXCEPTION
              WHEN WS-BILLED-TO-DATE + WS-BILL-EACHES >
                 OD-QTY-RECEIVED(WS-DTL-MATCH-IDX)
                 MOVE 'H' TO WS-EXC-CLASS
                 MOVE 'QTY OVER RECEIVED' TO WS-EXC-REASON
                 PERFORM 168-STORE-EXCEPTION
              WHEN WS-ORDER-PRICE = 0
                 MOVE 'H' TO WS-EXC-CLASS
                 MOVE 'NO ORDER PRICE' TO WS-EXC-REASON
                 PERFORM 168-STORE-EXCEPTION
              WHEN WS-PRICE-DIFF > WS-PRICE-LIMIT
                 MOVE 'H' TO WS-EXC-CLASS
                 MOVE 'PRICE VARIANCE' TO WS-EXC-REASON
                 PERFORM 168-STORE-EXCEPTION
              WHEN OH-VENDOR-CODE(WS-HDR-MATCH-IDX) = SPACES
                 MOVE 'H' TO WS-EXC-CLASS
                 MOVE 'NO VENDOR ON PO' TO WS-EXC-REASON
                 PERFORM 168-STORE-EXCEPTION
              WHEN OTHER
                 PERFORM 165-RELEASE-VOUCHER-LINE
           END-EVALUATE
           .

       165-RELEASE-VOUCHER-LINE.
           IF WS-BILL-MATCH-IDX = 0
              IF WS-BILL-COUNT >= 20000
                 DISPLAY 'INVMATCH: billed table full, line held: '
                    IV-INVOICE-NUM ' ' IV-CATALOG-NUM
                 MOVE 'H' TO WS-EXC-CLASS
                 MOVE 'BILLED TABLE FULL' TO WS-EXC-REASON
                 PERFORM 168-STORE-EXCEPTION
              ELSE
                 ADD 1 TO WS-BILL-COUNT
                 MOVE WS-BILL-COUNT TO WS-BILL-MATCH-IDX
                 MOVE WS-FIND-PO TO BT-PO-NUMBER(WS-BILL-MATCH-IDX)
                 MOVE IV-CATALOG-NUM
                    TO BT-CATALOG-NUM(WS-BILL-MATCH-IDX)
                 MOVE 0 TO BT-QTY-BILLED(WS-BILL-MATCH-IDX)
              END-IF
           END-IF
           IF WS-BILL-MATCH-IDX > 0
              ADD WS-BILL-EACHES TO BT-QTY-BILLED(WS-BILL-MATCH-IDX)
              COMPUTE WS-LINE-AMOUNT =
                 IV-QTY-BILLED * IV-PRICE-BILLED
              MOVE OH-VENDOR-CODE(WS-HDR-MATCH-IDX) TO SV-VENDOR-CODE
              MOVE IV-INVOICE-NUM TO SV-INVOICE-NUM
              MOVE WS-FIND-PO TO SV-PO-NUMBER
              MOVE IV-CATALOG-NUM TO SV-CATALOG-NUM
              MOVE IV-QTY-BILLED TO SV-QTY-BILLED
              MOVE IV-PRICE-BILLED TO SV-UNIT-PRICE
              MOVE WS-LINE-AMOUNT TO SV-AMOUNT
              MOVE WS-BILL-UNIT TO SV-BILL-UNIT
              RELEASE SD-VOUCHER-RECORD
              ADD 1 TO WS-LINES-VOUCHERED
              ADD WS-LINE-AMOUNT TO WS-VOUCHERED-VALUE
                 ON SIZE ERROR
                    DISPLAY 'INVMATCH: vouchered value overflowed'
              END-ADD
           END-IF
           .

       168-STORE-EXCEPTION.
           IF WS-EXC-CLASS = 'H'
              ADD 1 TO WS-LINES-HELD
           ELSE
              ADD 1 TO WS-LINES-NOT-RECEIVED
           END-IF
           IF WS-EXC-COUNT >= 2000
              DISPLAY 'INVMATCH: exception table full, not on the '
                 'report: ' IV-INVOICE-NUM ' ' IV-PO-NUMBER ' '
                 IV-CATALOG-NUM ' ' WS-EXC-REASON
           ELSE
              ADD 1 TO WS-EXC-COUNT
              MOVE WS-EXC-CLASS TO EX-CLASS(WS-EXC-COUNT)
              MOVE IV-INVOICE-NUM TO EX-INVOICE-NUM(WS-EXC-COUNT)
              MOVE IV-PO-NUMBER TO EX-PO-NUMBER(WS-EXC-COUNT)
              MOVE IV-CATALOG-NUM TO EX-CATALOG-NUM(WS-EXC-COUNT)
              MOVE SPACES TO EX-VENDOR-CODE(WS-EXC-COUNT)
              MOVE 0 TO EX-QTY-AVAILABLE(WS-EXC-COUNT)
              IF WS-HDR-MATCH-IDX > 0
                 MOVE OH-VENDOR-CODE(WS-HDR-MATCH-IDX)
                    TO EX-VENDOR-CODE(WS-EXC-COUNT)
              END-IF
              IF WS-DTL-MATCH-IDX > 0
                 AND OD-QTY-RECEIVED(WS-DTL-MATCH-IDX) >
                    WS-BILLED-TO-DATE
                 COMPUTE EX-QTY-AVAILABLE(WS-EXC-COUNT) =
                    OD-QTY-RECEIVED(WS-DTL-MATCH-IDX)
                    - WS-BILLED-TO-DATE
              END-IF
              IF WS-BILL-EACHES > 9999999
                 MOVE 9999999 TO EX-QTY-BILLED(WS-EXC-COUNT)
              ELSE
                 MOVE WS-BILL-EACHES TO EX-QTY-BILLED(WS-EXC-COUNT)
              END-IF
              COMPUTE EX-PRICE-BILLED(WS-EXC-COUNT) ROUNDED =
                 WS-BILL-EACH-PRICE
              MOVE WS-ORDER-PRICE TO EX-ORDER-PRICE(WS-EXC-COUNT)
              MOVE WS-EXC-REASON TO EX-REASON(WS-EXC-COUNT)
           END-IF
           .

       170-WRITE-VOUCHERS.
           OPEN OUTPUT VOUCHER-FILE
           MOVE 'NO' TO WS-VOUCHER-STARTED
           MOVE 'YES' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'NO'
             RETURN SORT-FILE
               AT END
                  MOVE 'NO' TO EOF-FLAG
               NOT AT END
                  PERFORM 172-WRITE-VOUCHER-LINE
             END-RETURN
           END-PERFORM
           IF WS-VOUCHER-STARTED = 'YES'
              PERFORM 176-FINISH-VOUCHER
           END-IF
           CLOSE VOUCHER-FILE
           .

       172-WRITE-VOUCHER-LINE.
           IF WS-VOUCHER-STARTED = 'NO'
              OR SV-VENDOR-CODE NOT = WS-CUR-VENDOR
              IF WS-VOUCHER-STARTED = 'YES'
                 PERFORM 176-FINISH-VOUCHER
              END-IF
              PERFORM 174-START-VOUCHER
           END-IF
           MOVE SPACES TO VOUCHER-RECORD
           MOVE 'D' TO VC-RECORD-TYPE
           MOVE WS-LAST-VOUCHER-NUMBER TO VC-VOUCHER-NUMBER
           MOVE WS-CUR-VENDOR TO VC-VENDOR-CODE
           MOVE SV-INVOICE-NUM TO VCD-INVOICE-NUM
           MOVE SV-PO-NUMBER TO VCD-PO-NUMBER
           MOVE SV-CATALOG-NUM TO VCD-CATALOG-NUM
           MOVE SV-QTY-BILLED TO VCD-QTY-BILLED
           MOVE SV-UNIT-PRICE TO VCD-UNIT-PRICE
           MOVE SV-AMOUNT TO VCD-AMOUNT
           MOVE SV-BILL-UNIT TO VCD-BILL-UNIT
           WRITE VOUCHER-RECORD
           ADD 1 TO WS-VOUCHER-LINES
           ADD SV-AMOUNT TO WS-VOUCHER-TOTAL
              ON SIZE ERROR
                 DISPLAY 'INVMATCH: voucher total overflowed for '
                    'vendor ' WS-CUR-VENDOR
           END-ADD
           .

       174-START-VOUCHER.
           ADD 1 TO WS-LAST-VOUCHER-NUMBER
              ON SIZE ERROR
                 MOVE 1 TO WS-LAST-VOUCHER-NUMBER
           END-ADD
           MOVE SV-VENDOR-CODE TO WS-CUR-VENDOR
           MOVE 0 TO WS-VOUCHER-LINES
           MOVE 0 TO WS-VOUCHER-TOTAL
           MOVE 'YES' TO WS-VOUCHER-STARTED
           ADD 1 TO WS-VOUCHERS-WRITTEN
           MOVE SPACES TO VOUCHER-RECORD
           MOVE 'H' TO VC-RECORD-TYPE
           MOVE WS-LAST-VOUCHER-NUMBER TO VC-VOUCHER-NUMBER
           MOVE WS-CUR-VENDOR TO VC-VENDOR-CODE
           MOVE WS-TODAY TO VCH-VOUCHER-DATE
           WRITE VOUCHER-RECORD
           .

       176-FINISH-VOUCHER.
           MOVE SPACES TO VOUCHER-RECORD
           MOVE 'T' TO VC-RECORD-TYPE
           MOVE WS-LAST-VOUCHER-NUMBER TO VC-VOUCHER-NUMBER
           MOVE WS-CUR-VENDOR TO VC-VENDOR-CODE
           MOVE WS-VOUCHER-LINES TO VCT-LINE-COUNT
           MOVE WS-VOUCHER-TOTAL TO VCT-VOUCHER-TOTAL
           WRITE VOUCHER-RECORD
           .

       182-SAVE-LAST-VOUCHER-NUMBER.
           OPEN OUTPUT VCHNUM-FILE
           MOVE WS-LAST-VOUCHER-NUMBER TO VCN-LAST-VOUCHER-NUMBER
           WRITE VCHNUM-RECORD
           CLOSE VCHNUM-FILE
           .

       185-REWRITE-BILLED.
           IF WS-BILL-FILE-PRESENT = 'YES' OR WS-BILL-COUNT > 0
              OPEN OUTPUT BILLED-FILE
              PERFORM VARYING BT-IDX FROM 1 BY 1
                 UNTIL BT-IDX > WS-BILL-COUNT
                 MOVE BT-PO-NUMBER(BT-IDX) TO BL-PO-NUMBER
                 MOVE BT-CATALOG-NUM(BT-IDX) TO BL-CATALOG-NUM
                 MOVE BT-QTY-BILLED(BT-IDX) TO BL-QTY-BILLED
                 WRITE BILLED-RECORD
              END-PERFORM
              CLOSE BILLED-FILE
           END-IF
           .

       200-PRINT-HOLD-REPORT.
           OPEN OUTPUT HOLD-FILE
           MOVE 1 TO PROPER-SPACING
           WRITE HOLD-RECORD FROM HOLD-HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TODAY TO HD-DATE-OUT
           MOVE WS-TOLERANCE-PCT TO HD-TOLERANCE-OUT
           WRITE HOLD-RECORD FROM HOLD-DATE-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'H' TO WS-SECTION-CLASS
           MOVE 'HELD FOR BUYER REVIEW - NOT VOUCHERED'
              TO HS-SECTION-OUT
           PERFORM 203-PRINT-SECTION
           MOVE 'N' TO WS-SECTION-CLASS
           MOVE 'NOT RECEIVED - NOT VOUCHERED' TO HS-SECTION-OUT
           PERFORM 203-PRINT-SECTION
           PERFORM 210-PRINT-TOTALS
           CLOSE HOLD-FILE
           .

       203-PRINT-SECTION.
           MOVE 3 TO PROPER-SPACING
           WRITE HOLD-RECORD FROM HOLD-SECTION-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE HOLD-RECORD FROM HOLD-HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           WRITE HOLD-RECORD FROM HOLD-HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 0 TO WS-SECTION-LINES
           PERFORM VARYING EX-IDX FROM 1 BY 1
              UNTIL EX-IDX > WS-EXC-COUNT
              IF EX-CLASS(EX-IDX) = WS-SECTION-CLASS
                 PERFORM 205-PRINT-EXCEPTION-LINE
              END-IF
           END-PERFORM
           IF WS-SECTION-LINES = 0
              MOVE 1 TO PROPER-SPACING
              WRITE HOLD-RECORD FROM HOLD-NONE-LINE
                AFTER ADVANCING PROPER-SPACING
           END-IF
           .

       205-PRINT-EXCEPTION-LINE.
           ADD 1 TO WS-SECTION-LINES
           MOVE EX-INVOICE-NUM(EX-IDX) TO HL-INVOICE-OUT
           MOVE EX-PO-NUMBER(EX-IDX) TO HL-PO-OUT
           MOVE EX-CATALOG-NUM(EX-IDX) TO HL-CATALOG-OUT
           IF EX-VENDOR-CODE(EX-IDX) = SPACES
              MOVE '----' TO HL-VENDOR-OUT
           ELSE
              MOVE EX-VENDOR-CODE(EX-IDX) TO HL-VENDOR-OUT
           END-IF
           MOVE EX-QTY-BILLED(EX-IDX) TO HL-BILLED-OUT
           MOVE EX-QTY-AVAILABLE(EX-IDX) TO HL-AVAILABLE-OUT
           MOVE EX-PRICE-BILLED(EX-IDX) TO HL-PRICE-OUT
           MOVE EX-ORDER-PRICE(EX-IDX) TO HL-ORDER-PRICE-OUT
           MOVE EX-REASON(EX-IDX) TO HL-REASON-OUT
           MOVE 1 TO PROPER-SPACING
           MOVE HOLD-DETAIL-LINE TO HOLD-RECORD
           WRITE HOLD-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       210-PRINT-TOTALS.
           MOVE 'INVOICE LINES READ' TO HC-LABEL-OUT
           MOVE WS-LINES-READ TO HC-COUNT-OUT
           MOVE 3 TO PROPER-SPACING
           WRITE HOLD-RECORD FROM HOLD-COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE 'LINES VOUCHERED' TO HC-LABEL-OUT
           MOVE WS-LINES-VOUCHERED TO HC-COUNT-OUT
           WRITE HOLD-RECORD FROM HOLD-COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'LINES HELD' TO HC-LABEL-OUT
           MOVE WS-LINES-HELD TO HC-COUNT-OUT
           WRITE HOLD-RECORD FROM HOLD-COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'LINES NOT RECEIVED' TO HC-LABEL-OUT
           MOVE WS-LINES-NOT-RECEIVED TO HC-COUNT-OUT
           WRITE HOLD-RECORD FROM HOLD-COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'VOUCHERS WRITTEN' TO HC-LABEL-OUT
           MOVE WS-VOUCHERS-WRITTEN TO HC-COUNT-OUT
           WRITE HOLD-RECORD FROM HOLD-COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'VOUCHERED VALUE' TO HV-LABEL-OUT
           MOVE WS-VOUCHERED-VALUE TO HV-VALUE-OUT
           WRITE HOLD-RECORD FROM HOLD-VALUE-LINE
             AFTER ADVANCING PROPER-SPACING
           .

       250-CLOSE-ROUTINE.
           STOP RUN
           .
