      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: Return stock to the vendor. Each return-to-vendor
      *          request names the catalog number, quantity, the
      *          location the stock comes out of, a reason code and
      *          the original PO number. The item must be assigned
      *          to a vendor on the item-to-vendor file and the
      *          location must hold the stock; a request that passes
      *          relieves QUANITY-ON-HAND on the indexed inventory
      *          master and the location stock, and goes out under a
      *          return material authorization (RMA) number drawn
      *          from a control file. One debit memo document is
      *          printed per vendor, valued at UNIT-PURCHASE-PRICE,
      *          replacing the C change and hand-written memo the
      *          clerk used to key. The RMA lines stay on the open
      *          RMA file until the vendor's credit is confirmed, and
      *          the open-RMA aging list shows what is still waiting
      *          on credit.
      * Tectonics: cobc -xo RTVPOST.exe --std=mf  RTVPOST.cbl
      * Master/request/open-RMA/debit memo/aging file names default
      * to PR1FA17.dat, pr1rtvrq.txt, pr1rma.txt, pr1dbmem.txt, and
      * pr1rmaag.txt, overridable with the PR1_SOURCE_FILE,
      * PR1_RTV_REQUEST_FILE, PR1_RMA_FILE, PR1_DEBIT_MEMO_FILE, and
      * PR1_RMA_AGING_FILE environment variables. The item-to-vendor
      * file (PR1_ITEMVEND_FILE, default pr1itmvn.txt, IVXREC
      * layout) and vendor master (PR1_VENDOR_FILE, default
      * pr1vend.txt) are only read; both are maintained with
      * VENDMNT. The location stock file (PR1_LOCATION_FILE, default
      * pr1locs.txt) and lot stock file (PR1_LOT_FILE, default
      * pr1lots.txt) are shared with SALEPOST, PORECV and INVMAINT.
      * The last RMA number issued lives in the control file
      * pr1rmano.txt (PR1_RMANUM_CONTROL), the same way PORECV keeps
      * its last PO number in pr1ponum.txt. All of a vendor's
      * returns in one run go out under one RMA number and one debit
      * memo.
      * Request layout (cols 1-23): catalog number cols 1-5,
      * quantity cols 6-10, location code cols 11-14, reason code
      * cols 15-17 (DEF defective, DMG damaged in transit, OVS
      * over-shipped, WRG wrong item shipped), original PO number
      * cols 18-23 (blank when not known).
      * Every rejected request is written in full (cols 1-23) plus
      * a reason code (col 25: NOF catalog not on master, NUM bad
      * or zero quantity, LOC blank location, RSN unknown reason
      * code, PON PO number not numeric, NVN item not assigned to a
      * vendor, NLC no stock record at the location, INS master or
      * location short, FUL location or RMA table full, IOE file
      * error) to the reject file (PR1_RTV_REJECT_FILE, default
      * pr1rtvrj.txt) so the clerk can correct and resubmit.
      * Where the location holds lot-controlled stock the return
      * relieves the earliest-expiring lot first, the same way
      * SALEPOST picks a sale.
      * Credit confirmations (PR1_RMA_CREDIT_FILE, default
      * pr1rmacr.txt; RMA number cols 1-6, the vendor's credit memo
      * number cols 7-16) are applied before the day's requests:
      * every line of a confirmed RMA drops off the open RMA file
      * and is listed, with the credit memo number, at the foot of
      * the aging list. The aging list flags RMAs waiting more than
      * 30 days for credit.
      * The run is keyed under an operator ID (PR1_OPERATOR) that
      * must be on the operator table (PR1_OPERATOR_FILE, default
      * pr1oper.txt, OPRREC layout); without one nothing is posted.
      * The operator is printed on each debit memo. Every return is
      * journaled as an adjustment out (ADJ, reference RMA nnnnnn)
      * at the master's unit purchase price on the stock movement
      * journal (PR1_MOVEMENT_FILE, default pr1moves.txt, MOVREC
      * layout) that ROLLFWD rolls forward at month end.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVPOST.
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

           SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-STATUS.

           SELECT ITEMVEND-FILE ASSIGN TO DYNAMIC
           WS-ITEMVEND-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEMVEND-STATUS.

           SELECT VENDOR-FILE ASSIGN TO DYNAMIC WS-VENDOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.

           SELECT RMANUM-FILE ASSIGN TO DYNAMIC WS-RMANUM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RMANUM-STATUS.

           SELECT RMA-FILE ASSIGN TO DYNAMIC WS-RMA-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RMA-STATUS.

           SELECT CREDIT-FILE ASSIGN TO DYNAMIC WS-CREDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-STATUS.

           SELECT LOCATION-FILE ASSIGN TO DYNAMIC
           WS-LOCATION-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCATION-STATUS.

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

           SELECT MEMO-FILE ASSIGN TO DYNAMIC WS-MEMO-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AGING-FILE ASSIGN TO DYNAMIC WS-AGING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.

       01 MASTER-RECORD.
           COPY INVREC.

       FD REQUEST-FILE.

       01 REQUEST-RECORD.
           05 RQ-CATALOG-NUM                     PIC X(5).
           05 RQ-QTY                             PIC 9(5).
           05 RQ-LOCATION                        PIC X(4).
           05 RQ-REASON                          PIC X(3).
           05 RQ-PO-NUMBER                       PIC X(6).

       FD ITEMVEND-FILE.

       01 ITEMVEND-RECORD.
           COPY IVXREC.

       FD VENDOR-FILE.

       01 VENDOR-RECORD.
           COPY VENDREC.

       FD RMANUM-FILE.

       01 RMANUM-RECORD.
           05 RN-LAST-RMA-NUMBER                 PIC 9(6).

       FD RMA-FILE.

       01 RMA-RECORD.
           COPY RMAREC.

       FD CREDIT-FILE.

       01 CREDIT-RECORD.
           05 CR-RMA-NUMBER                      PIC X(6).
           05 CR-CREDIT-MEMO                     PIC X(10).

       FD LOCATION-FILE.

       01 LOCATION-RECORD.
           COPY LOCREC.

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
           05 RJ-REQUEST-IMAGE                   PIC X(23).
           05                                    PIC X.
           05 RJ-REASON                          PIC X(3).

       FD MEMO-FILE.

       01 MEMO-RECORD                            PIC X(80).

       FD AGING-FILE.

       01 AGING-RECORD                           PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-FILE-NAMES.
           05 WS-MASTER-FILE-NAME       PIC X(40)
                                         VALUE 'PR1FA17.dat'.
           05 WS-REQUEST-FILE-NAME      PIC X(40)
                                         VALUE 'pr1rtvrq.txt'.
           05 WS-ITEMVEND-FILE-NAME     PIC X(40)
                                         VALUE 'pr1itmvn.txt'.
           05 WS-VENDOR-FILE-NAME       PIC X(40)
                                         VALUE 'pr1vend.txt'.
           05 WS-RMANUM-FILE-NAME       PIC X(40)
                                         VALUE 'pr1rmano.txt'.
           05 WS-RMA-FILE-NAME          PIC X(40)
                                         VALUE 'pr1rma.txt'.
           05 WS-CREDIT-FILE-NAME       PIC X(40)
                                         VALUE 'pr1rmacr.txt'.
           05 WS-LOCATION-FILE-NAME     PIC X(40)
                                         VALUE 'pr1locs.txt'.
           05 WS-LOT-FILE-NAME          PIC X(40)
                                         VALUE 'pr1lots.txt'.
           05 WS-OPERATOR-FILE-NAME     PIC X(40)
                                         VALUE 'pr1oper.txt'.
           05 WS-MOVEMENT-FILE-NAME     PIC X(40)
                                         VALUE 'pr1moves.txt'.
           05 WS-REJECT-FILE-NAME       PIC X(40)
                                         VALUE 'pr1rtvrj.txt'.
           05 WS-MEMO-FILE-NAME         PIC X(40)
                                         VALUE 'pr1dbmem.txt'.
           05 WS-AGING-FILE-NAME        PIC X(40)
                                         VALUE 'pr1rmaag.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS          PIC XX VALUE '00'.
           05 WS-MASTER-OK              PIC X(3) VALUE 'NO'.
           05 WS-FOUND-FLAG             PIC X(3) VALUE 'NO'.
           05 WS-OPERATOR-ID            PIC X(6) VALUE SPACES.
           05 WS-OPERATOR-STATUS        PIC XX VALUE '00'.
           05 WS-OPERATOR-OK            PIC X(3) VALUE 'NO'.
           05 WS-OPERATOR-NAME          PIC X(20) VALUE SPACES.
           05 WS-REQUEST-STATUS         PIC XX VALUE '00'.
           05 WS-ITEMVEND-STATUS        PIC XX VALUE '00'.
           05 WS-VENDOR-STATUS          PIC XX VALUE '00'.
           05 WS-RMANUM-STATUS          PIC XX VALUE '00'.
           05 WS-RMA-STATUS             PIC XX VALUE '00'.
           05 WS-CREDIT-STATUS          PIC XX VALUE '00'.
           05 WS-LOCATION-STATUS        PIC XX VALUE '00'.
           05 WS-LOT-STATUS             PIC XX VALUE '00'.
           05 WS-MOVEMENT-STATUS        PIC XX VALUE '00'.
           05 WS-TODAY                  PIC 9(8) VALUE 0.
           05 WS-TODAY-INT              PIC 9(7) VALUE 0.
           05 WS-DAYS-OPEN              PIC S9(5) VALUE 0.
           05 WS-VND-COUNT              PIC 9(3) VALUE 0.
           05 WS-XREF-COUNT             PIC 9(5) VALUE 0.
           05 WS-ITEM-VENDOR            PIC X(4) VALUE SPACES.
           05 WS-LAST-RMA-NUMBER        PIC 9(6) VALUE 0.
           05 WS-CUR-RMA-NUMBER         PIC 9(6) VALUE 0.
           05 WS-RMA-COUNT              PIC 9(5) VALUE 0.
           05 WS-RMA-FILE-PRESENT       PIC X(3) VALUE 'NO'.
           05 WS-RMA-DROPPED            PIC X(3) VALUE 'NO'.
           05 WS-CR-RMA-NUM             PIC 9(6) VALUE 0.
           05 WS-CR-LINES               PIC 9(5) VALUE 0.
           05 WS-RUN-COUNT              PIC 9(3) VALUE 0.
           05 WS-RUN-FOUND-IDX          PIC 9(3) VALUE 0.
           05 WS-LOC-FILE-PRESENT       PIC X(3) VALUE 'NO'.
           05 WS-LOC-DROPPED            PIC X(3) VALUE 'NO'.
           05 WS-LOC-COUNT              PIC 9(5) VALUE 0.
           05 WS-LOC-FOUND-IDX          PIC 9(5) VALUE 0.
           05 WS-LOC-FIND-CATALOG       PIC X(5) VALUE SPACES.
           05 WS-LOC-FIND-CODE          PIC X(4) VALUE SPACES.
           05 WS-LOT-FILE-PRESENT       PIC X(3) VALUE 'NO'.
           05 WS-LOT-DROPPED            PIC X(3) VALUE 'NO'.
           05 WS-LOT-COUNT              PIC 9(5) VALUE 0.
           05 WS-LOT-PICK-IDX           PIC 9(5) VALUE 0.
           05 WS-LOT-PICK-KEY           PIC 9(8) VALUE 0.
           05 WS-LOT-KEY                PIC 9(8) VALUE 0.
           05 WS-LOT-NEED               PIC 9(5) VALUE 0.
           05 WS-LOT-TAKE               PIC 9(5) VALUE 0.
           05 WS-REJECT-REASON          PIC X(3) VALUE SPACES.
           05 WS-LINE-VALUE             PIC 9(9)V99 VALUE 0.
           05 WS-MEMO-TOTAL-VALUE       PIC 9(9)V99 VALUE 0.
           05 WS-AGING-TOTAL-VALUE      PIC 9(9)V99 VALUE 0.
           05 WS-CREDIT-TOTAL-VALUE     PIC 9(9)V99 VALUE 0.
           05 WS-REQUESTS-READ          PIC 9(5) VALUE 0.
           05 WS-REQUESTS-POSTED        PIC 9(5) VALUE 0.
           05 WS-REQUESTS-REJECTED      PIC 9(5) VALUE 0.
           05 WS-CREDITS-READ           PIC 9(5) VALUE 0.
           05 WS-CREDITS-APPLIED        PIC 9(5) VALUE 0.
           05 WS-OPEN-LINES             PIC 9(5) VALUE 0.
           05 PROPER-SPACING            PIC 9(2) VALUE 0.

       01  WS-VENDOR-TABLE.
           05 VN-ENTRY OCCURS 500 TIMES INDEXED BY VN-IDX.
              10 VN-CODE                         PIC X(4).
              10 VN-NAME                         PIC X(25).

       01  WS-XREF-TABLE.
           05 XR-ENTRY OCCURS 10000 TIMES INDEXED BY XR-IDX.
              10 XR-CATALOG-NUM                  PIC X(5).
              10 XR-VENDOR-CODE                  PIC X(4).

       01  WS-LOCATION-TABLE.
           05 LT-ENTRY OCCURS 20000 TIMES INDEXED BY LT-IDX.
              10 LT-CATALOG-NUM                  PIC X(5).
              10 LT-CODE                         PIC X(4).
              10 LT-QTY                          PIC 9(5).

       01  WS-LOT-TABLE.
           05 LS-ENTRY OCCURS 20000 TIMES INDEXED BY LS-IDX.
              10 LS-CATALOG-NUM                  PIC X(5).
              10 LS-LOC-CODE                     PIC X(4).
              10 LS-LOT-NUMBER                   PIC X(10).
              10 LS-EXPIRY-DATE                  PIC 9(8).
              10 LS-QTY                          PIC 9(5).

      ******************************************************************
      * Every open RMA line, old and new. A line whose credit is
      * confirmed this run is marked and left out of the rewrite.
      ******************************************************************
       01  WS-RMA-TABLE.
           05 RM-ENTRY OCCURS 5000 TIMES INDEXED BY RM-IDX.
              10 RM-NUMBER                       PIC 9(6).
              10 RM-VENDOR-CODE                  PIC X(4).
              10 RM-DATE                         PIC 9(8).
              10 RM-CATALOG-NUM                  PIC X(5).
              10 RM-DESCRIPTION                  PIC X(20).
              10 RM-LOCATION                     PIC X(4).
              10 RM-QTY                          PIC 9(5).
              10 RM-UNIT-COST                    PIC 999V99.
              10 RM-REASON                       PIC X(3).
              10 RM-PO-NUMBER                    PIC X(6).
              10 RM-OPERATOR                     PIC X(6).
              10 RM-CREDITED                     PIC X.
              10 RM-CREDIT-MEMO                  PIC X(10).

      ******************************************************************
      * The RMA number drawn for each vendor returned to this run,
      * in the order drawn, so each vendor gets one debit memo.
      ******************************************************************
       01  WS-RUN-RMA-TABLE.
           05 RR-ENTRY OCCURS 500 TIMES INDEXED BY RR-IDX.
              10 RR-VENDOR-CODE                  PIC X(4).
              10 RR-RMA-NUMBER                   PIC 9(6).

       01  MEMO-HEADING-LINE.
           05                    PIC X(19) VALUE
                                  'DEBIT MEMO RMA NO. '.
           05 MH-RMA-NUMBER-OUT  PIC 9(6).
           05                    PIC X(12) VALUE '  RETURNED  '.
           05 MH-DATE-OUT        PIC 9(8).
           05                    PIC X(9) VALUE '  ISSUED '.
           05 MH-OPERATOR-OUT    PIC X(6).

       01  MEMO-VENDOR-LINE.
           05                    PIC X(8) VALUE 'VENDOR  '.
           05 VL-CODE-OUT        PIC X(4).
           05                    PIC X(2) VALUE SPACES.
           05 VL-NAME-OUT        PIC X(25).

       01  MEMO-COLUMN-LINE.
           05                    PIC X(4) VALUE ' CAT'.
           05                    PIC X(5) VALUE '  '.
           05                    PIC X(11) VALUE 'DESCRIPTION'.
           05                    PIC X(11) VALUE '  '.
           05                    PIC X(6) VALUE 'PO NO.'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(3) VALUE 'RSN'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(8) VALUE 'QUANTITY'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(10) VALUE 'UNIT PRICE'.
           05                    PIC X(5) VALUE '  '.
           05                    PIC X(5) VALUE 'VALUE'.

       01  MEMO-DETAIL-LINE.
           05 MD-CATALOG-NUM-OUT PIC X(5).
           05                    PIC X(3) VALUE SPACES.
           05 MD-DESCRIPTION-OUT PIC X(20) VALUE SPACES.
           05                    PIC X(3) VALUE SPACES.
           05 MD-PO-NUMBER-OUT   PIC X(6).
           05                    PIC X(2) VALUE SPACES.
           05 MD-REASON-OUT      PIC X(3).
           05                    PIC X(5) VALUE SPACES.
           05 MD-QTY-OUT         PIC ZZZZ9.
           05                    PIC X(4) VALUE SPACES.
           05                    PIC X(1) VALUE '$'.
           05 MD-PRICE-OUT       PIC ZZ9.99.
           05                    PIC X(2) VALUE SPACES.
           05                    PIC X(1) VALUE '$'.
           05 MD-VALUE-OUT       PIC ZZZZZZZZ9.99.

       01  MEMO-TOTAL-LINE.
           05                    PIC X(8) VALUE SPACES.
           05                    PIC X(20) VALUE
                                  'DEBIT TOTAL VALUE  $'.
           05 MT-VALUE-OUT       PIC ZZZZZZZZ9.99.

       01  AGING-HEADING-LINE1.
           05             PIC X(3) VALUE 'TSB'.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(27) VALUE 'Drakea Cart Parts Warehouse'.
           05             PIC X(7) VALUE SPACES.
           05             PIC X(19) VALUE 'OPEN RMA AGING LIST'.

       01  AGING-HEADING-LINE2.
           05                    PIC X(9) VALUE 'AS OF    '.
           05 AH-TODAY-OUT       PIC 9(8).

       01  AGING-HEADING-LINE3.
           05                    PIC X(6) VALUE 'RMA   '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(4) VALUE 'VNDR'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(8) VALUE 'DATE    '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(4) VALUE 'CAT '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'ITEM'.
           05                    PIC X(18) VALUE '  '.
           05                    PIC X(8) VALUE 'QUANTITY'.
           05                    PIC X(6) VALUE '  '.
           05                    PIC X(5) VALUE 'DEBIT'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'DAYS'.

       01  AGING-HEADING-LINE4.
           05                    PIC X(6) VALUE 'NUMBER'.
           05                    PIC X(8) VALUE '  '.
           05                    PIC X(8) VALUE 'RETURNED'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(4) VALUE 'NUM '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(11) VALUE 'DESCRIPTION'.
           05                    PIC X(11) VALUE '  '.
           05                    PIC X(8) VALUE 'RETURNED'.
           05                    PIC X(6) VALUE '  '.
           05                    PIC X(5) VALUE 'VALUE'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'OPEN'.

       01  AGING-DETAIL-LINE.
           05 AG-RMA-NUMBER-OUT  PIC 9(6).
           05                    PIC X(2) VALUE SPACES.
           05 AG-VENDOR-OUT      PIC X(4).
           05                    PIC X(2) VALUE SPACES.
           05 AG-DATE-OUT        PIC 9(8).
           05                    PIC X(2) VALUE SPACES.
           05 AG-CATALOG-NUM-OUT PIC X(5).
           05                    PIC X(2) VALUE SPACES.
           05 AG-DESCRIPTION-OUT PIC X(20) VALUE SPACES.
           05                    PIC X(5) VALUE SPACES.
           05 AG-QTY-OUT         PIC ZZZZ9.
           05                    PIC X(2) VALUE SPACES.
           05 AG-VALUE-OUT       PIC ZZZZZZ9.99.
           05                    PIC X(2) VALUE SPACES.
           05 AG-DAYS-OUT        PIC ZZZZ9.
           05                    PIC X(2) VALUE SPACES.
           05 AG-FLAG-OUT        PIC X(11) VALUE SPACES.

       01  AGING-TOTAL-LINE.
           05 AT-LABEL-OUT       PIC X(30).
           05 AT-COUNT-OUT       PIC ZZZZ9.
           05                    PIC X(4) VALUE SPACES.
           05                    PIC X(1) VALUE '$'.
           05 AT-VALUE-OUT       PIC ZZZZZZZZ9.99.

       01  CREDIT-HEADING-LINE.
           05                    PIC X(6) VALUE 'RMA   '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(4) VALUE 'VNDR'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(4) VALUE 'CAT '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(8) VALUE 'QUANTITY'.
           05                    PIC X(6) VALUE '  '.
           05                    PIC X(5) VALUE 'DEBIT'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(11) VALUE 'CREDIT MEMO'.

       01  CREDIT-DETAIL-LINE.
           05 CD-RMA-NUMBER-OUT  PIC 9(6).
           05                    PIC X(2) VALUE SPACES.
           05 CD-VENDOR-OUT      PIC X(4).
           05                    PIC X(2) VALUE SPACES.
           05 CD-CATALOG-NUM-OUT PIC X(5).
           05                    PIC X(5) VALUE SPACES.
           05 CD-QTY-OUT         PIC ZZZZ9.
           05                    PIC X(2) VALUE SPACES.
           05 CD-VALUE-OUT       PIC ZZZZZZ9.99.
           05                    PIC X(3) VALUE SPACES.
           05 CD-CREDIT-MEMO-OUT PIC X(10).

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
              PERFORM 116-LOAD-ITEM-VENDORS
              PERFORM 118-GET-LAST-RMA-NUMBER
              PERFORM 121-LOAD-LOCATIONS
              PERFORM 126-LOAD-LOTS
              PERFORM 130-LOAD-OPEN-RMAS
              IF WS-RMA-DROPPED = 'YES'
                 DISPLAY 'RTVPOST: open RMA file exceeds the table,'
                    ' run abandoned before any update - split the'
                    ' file or raise the table'
                 CLOSE MASTER-FILE
              ELSE
                 PERFORM 135-APPLY-CREDITS
                 PERFORM 140-POST-REQUESTS
                 CLOSE MASTER-FILE
                 PERFORM 182-SAVE-LAST-RMA-NUMBER
                 PERFORM 185-REWRITE-OPEN-RMAS
                 PERFORM 190-REWRITE-LOCATIONS
                 PERFORM 194-REWRITE-LOTS
                 PERFORM 200-PRINT-DEBIT-MEMOS
                 PERFORM 210-PRINT-AGING-LIST
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
           ACCEPT WS-REQUEST-FILE-NAME
              FROM ENVIRONMENT 'PR1_RTV_REQUEST_FILE'
           IF WS-REQUEST-FILE-NAME = SPACES
              MOVE 'pr1rtvrq.txt' TO WS-REQUEST-FILE-NAME
           END-IF
           ACCEPT WS-ITEMVEND-FILE-NAME
              FROM ENVIRONMENT 'PR1_ITEMVEND_FILE'
           IF WS-ITEMVEND-FILE-NAME = SPACES
              MOVE 'pr1itmvn.txt' TO WS-ITEMVEND-FILE-NAME
           END-IF
           ACCEPT WS-VENDOR-FILE-NAME
              FROM ENVIRONMENT 'PR1_VENDOR_FILE'
           IF WS-VENDOR-FILE-NAME = SPACES
              MOVE 'pr1vend.txt' TO WS-VENDOR-FILE-NAME
           END-IF
           ACCEPT WS-RMANUM-FILE-NAME
              FROM ENVIRONMENT 'PR1_RMANUM_CONTROL'
           IF WS-RMANUM-FILE-NAME = SPACES
              MOVE 'pr1rmano.txt' TO WS-RMANUM-FILE-NAME
           END-IF
           ACCEPT WS-RMA-FILE-NAME
              FROM ENVIRONMENT 'PR1_RMA_FILE'
           IF WS-RMA-FILE-NAME = SPACES
              MOVE 'pr1rma.txt' TO WS-RMA-FILE-NAME
           END-IF
           ACCEPT WS-CREDIT-FILE-NAME
              FROM ENVIRONMENT 'PR1_RMA_CREDIT_FILE'
           IF WS-CREDIT-FILE-NAME = SPACES
              MOVE 'pr1rmacr.txt' TO WS-CREDIT-FILE-NAME
           END-IF
           ACCEPT WS-LOCATION-FILE-NAME
              FROM ENVIRONMENT 'PR1_LOCATION_FILE'
           IF WS-LOCATION-FILE-NAME = SPACES
              MOVE 'pr1locs.txt' TO WS-LOCATION-FILE-NAME
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
              FROM ENVIRONMENT 'PR1_RTV_REJECT_FILE'
           IF WS-REJECT-FILE-NAME = SPACES
              MOVE 'pr1rtvrj.txt' TO WS-REJECT-FILE-NAME
           END-IF
           ACCEPT WS-MEMO-FILE-NAME
              FROM ENVIRONMENT 'PR1_DEBIT_MEMO_FILE'
           IF WS-MEMO-FILE-NAME = SPACES
              MOVE 'pr1dbmem.txt' TO WS-MEMO-FILE-NAME
           END-IF
           ACCEPT WS-AGING-FILE-NAME
              FROM ENVIRONMENT 'PR1_RMA_AGING_FILE'
           IF WS-AGING-FILE-NAME = SPACES
              MOVE 'pr1rmaag.txt' TO WS-AGING-FILE-NAME
           END-IF
           .

       106-CHECK-OPERATOR.
           MOVE 'NO' TO WS-OPERATOR-OK
           IF WS-OPERATOR-ID = SPACES
              DISPLAY 'RTVPOST: set PR1_OPERATOR to your operator '
                 'ID, run stopped'
           ELSE
              MOVE 'YES' TO EOF-FLAG
              OPEN INPUT OPERATOR-FILE
              IF WS-OPERATOR-STATUS NOT = '00'
                 DISPLAY 'RTVPOST: operator table not found: '
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
                    DISPLAY 'RTVPOST: operator ' WS-OPERATOR-ID
                       ' not on the operator table, run stopped'
                 END-IF
              END-IF
           END-IF
           .

       108-DATE-ROUTINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           .

       110-OPEN-MASTER.
           MOVE 'NO' TO WS-MASTER-OK
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-MASTER-OK
           ELSE
              DISPLAY 'RTVPOST: cannot open master file '
                 WS-MASTER-FILE-NAME ' status ' WS-MASTER-STATUS
           END-IF
           .

       115-LOAD-VENDORS.
           MOVE 0 TO WS-VND-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = '00'
              DISPLAY 'RTVPOST: vendor master not found: '
                 WS-VENDOR-FILE-NAME
                 ', debit memos printed without vendor names'
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ VENDOR-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 117-STORE-VENDOR-ENTRY
                END-READ
              END-PERFORM
              CLOSE VENDOR-FILE
           END-IF
           .

       116-LOAD-ITEM-VENDORS.
           MOVE 0 TO WS-XREF-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT ITEMVEND-FILE
           IF WS-ITEMVEND-STATUS NOT = '00'
              DISPLAY 'RTVPOST: item-to-vendor file not found: '
                 WS-ITEMVEND-FILE-NAME
                 ', every request will be rejected NVN'
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ ITEMVEND-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     IF WS-XREF-COUNT >= 10000
                        DISPLAY 'RTVPOST: item-to-vendor table '
                           'full, record dropped: ' IVX-CATALOG-NUM
                     ELSE
                        ADD 1 TO WS-XREF-COUNT
                        MOVE IVX-CATALOG-NUM
                           TO XR-CATALOG-NUM(WS-XREF-COUNT)
                        MOVE IVX-VENDOR-CODE
                           TO XR-VENDOR-CODE(WS-XREF-COUNT)
                     END-IF
                END-READ
              END-PERFORM
              CLOSE ITEMVEND-FILE
           END-IF
           .

       117-STORE-VENDOR-ENTRY.
           IF WS-VND-COUNT >= 500
              DISPLAY 'RTVPOST: vendor table full, record dropped: '
                 VND-CODE
           ELSE
              ADD 1 TO WS-VND-COUNT
              MOVE VND-CODE TO VN-CODE(WS-VND-COUNT)
              MOVE VND-NAME TO VN-NAME(WS-VND-COUNT)
           END-IF
           .

       118-GET-LAST-RMA-NUMBER.
           MOVE 0 TO WS-LAST-RMA-NUMBER
           OPEN INPUT RMANUM-FILE
           IF WS-RMANUM-STATUS = '00'
              READ RMANUM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF RN-LAST-RMA-NUMBER NUMERIC
                      MOVE RN-LAST-RMA-NUMBER TO WS-LAST-RMA-NUMBER
                   END-IF
              END-READ
              CLOSE RMANUM-FILE
           END-IF
           .

       121-LOAD-LOCATIONS.
           MOVE 'NO' TO WS-LOC-FILE-PRESENT
           MOVE 0 TO WS-LOC-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT LOCATION-FILE
           IF WS-LOCATION-STATUS NOT = '00'
              CONTINUE
           ELSE
              MOVE 'YES' TO WS-LOC-FILE-PRESENT
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ LOCATION-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 122-STORE-LOCATION-ENTRY
                END-READ
              END-PERFORM
              CLOSE LOCATION-FILE
           END-IF
           .

       122-STORE-LOCATION-ENTRY.
           IF WS-LOC-COUNT >= 20000
              DISPLAY 'RTVPOST: location table full, record '
                 'dropped: ' LOC-CATALOG-NUM ' ' LOC-CODE
              MOVE 'YES' TO WS-LOC-DROPPED
           ELSE
              ADD 1 TO WS-LOC-COUNT
              MOVE LOC-CATALOG-NUM TO LT-CATALOG-NUM(WS-LOC-COUNT)
              MOVE LOC-CODE TO LT-CODE(WS-LOC-COUNT)
              MOVE LOC-QTY-ON-HAND TO LT-QTY(WS-LOC-COUNT)
           END-IF
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
              DISPLAY 'RTVPOST: lot table full, record dropped: '
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

       130-LOAD-OPEN-RMAS.
           MOVE 'NO' TO WS-RMA-FILE-PRESENT
           MOVE 0 TO WS-RMA-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT RMA-FILE
           IF WS-RMA-STATUS NOT = '00'
              CONTINUE
           ELSE
              MOVE 'YES' TO WS-RMA-FILE-PRESENT
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ RMA-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 132-STORE-RMA-ENTRY
                END-READ
              END-PERFORM
              CLOSE RMA-FILE
           END-IF
           .

       132-STORE-RMA-ENTRY.
           IF WS-RMA-COUNT >= 5000
              MOVE 'YES' TO WS-RMA-DROPPED
           ELSE
              ADD 1 TO WS-RMA-COUNT
              SET RM-IDX TO WS-RMA-COUNT
              MOVE RMA-NUMBER TO RM-NUMBER(RM-IDX)
              MOVE RMA-VENDOR-CODE TO RM-VENDOR-CODE(RM-IDX)
              MOVE RMA-DATE TO RM-DATE(RM-IDX)
              MOVE RMA-CATALOG-NUM TO RM-CATALOG-NUM(RM-IDX)
              MOVE RMA-DESCRIPTION TO RM-DESCRIPTION(RM-IDX)
              MOVE RMA-LOCATION TO RM-LOCATION(RM-IDX)
              MOVE RMA-QTY TO RM-QTY(RM-IDX)
              MOVE RMA-UNIT-COST TO RM-UNIT-COST(RM-IDX)
              MOVE RMA-REASON TO RM-REASON(RM-IDX)
              MOVE RMA-PO-NUMBER TO RM-PO-NUMBER(RM-IDX)
              MOVE RMA-OPERATOR TO RM-OPERATOR(RM-IDX)
              MOVE 'N' TO RM-CREDITED(RM-IDX)
              MOVE SPACES TO RM-CREDIT-MEMO(RM-IDX)
           END-IF
           .

      ******************************************************************
      * A confirmation clears every line of the RMA at once - the
      * vendor credits the debit memo, not the lines on it. A
      * confirmation for an RMA that is not open (already credited,
      * or keyed wrong) is listed and otherwise ignored.
      ******************************************************************
       135-APPLY-CREDITS.
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT CREDIT-FILE
           IF WS-CREDIT-STATUS NOT = '00'
              CONTINUE
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ CREDIT-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     IF CREDIT-RECORD NOT = SPACES
                        ADD 1 TO WS-CREDITS-READ
                        PERFORM 137-APPLY-CREDIT
                     END-IF
                END-READ
              END-PERFORM
              CLOSE CREDIT-FILE
           END-IF
           .

       137-APPLY-CREDIT.
           MOVE 0 TO WS-CR-LINES
           IF CR-RMA-NUMBER NUMERIC
              MOVE CR-RMA-NUMBER TO WS-CR-RMA-NUM
              PERFORM VARYING RM-IDX FROM 1 BY 1
                 UNTIL RM-IDX > WS-RMA-COUNT
                 IF RM-NUMBER(RM-IDX) = WS-CR-RMA-NUM
                    AND RM-CREDITED(RM-IDX) = 'N'
                    MOVE 'Y' TO RM-CREDITED(RM-IDX)
                    MOVE CR-CREDIT-MEMO TO RM-CREDIT-MEMO(RM-IDX)
                    ADD 1 TO WS-CR-LINES
                 END-IF
              END-PERFORM
           END-IF
           IF WS-CR-LINES = 0
              DISPLAY 'RTVPOST: credit confirmation for RMA '
                 CR-RMA-NUMBER ' matches no open RMA, ignored'
           ELSE
              ADD 1 TO WS-CREDITS-APPLIED
           END-IF
           .

       140-POST-REQUESTS.
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = '00'
              DISPLAY 'RTVPOST: no return-to-vendor request file '
                 'on hand, no returns posted this run'
              OPEN OUTPUT REJECT-FILE
              CLOSE REJECT-FILE
           ELSE
              OPEN OUTPUT REJECT-FILE
              OPEN EXTEND MOVEMENT-FILE
              IF WS-MOVEMENT-STATUS = '35'
                 OPEN OUTPUT MOVEMENT-FILE
              END-IF
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ REQUEST-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     IF REQUEST-RECORD NOT = SPACES
                        ADD 1 TO WS-REQUESTS-READ
                        PERFORM 150-CHECK-REQUEST
                     END-IF
                END-READ
              END-PERFORM
              CLOSE REQUEST-FILE
                    REJECT-FILE
                    MOVEMENT-FILE
           END-IF
           .

       150-CHECK-REQUEST.
           PERFORM 160-FIND-MASTER-ENTRY
           PERFORM 162-FIND-ITEM-VENDOR
           MOVE RQ-CATALOG-NUM TO WS-LOC-FIND-CATALOG
           MOVE RQ-LOCATION TO WS-LOC-FIND-CODE
           PERFORM 164-FIND-LOCATION-ENTRY
           EVALUATE TRUE
              WHEN WS-FOUND-FLAG = 'NO'
                 DISPLAY 'RTVPOST: return rejected, catalog not on '
                    'master ' RQ-CATALOG-NUM
                 MOVE 'NOF' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              WHEN RQ-QTY NOT NUMERIC OR RQ-QTY = 0
                 DISPLAY 'RTVPOST: return rejected, bad quantity '
                    'for catalog ' RQ-CATALOG-NUM
                 MOVE 'NUM' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              WHEN RQ-LOCATION = SPACES
                 DISPLAY 'RTVPOST: return rejected, blank location '
                    'for catalog ' RQ-CATALOG-NUM
                 MOVE 'LOC' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              WHEN RQ-REASON NOT = 'DEF' AND NOT = 'DMG'
                 AND NOT = 'OVS' AND NOT = 'WRG'
                 DISPLAY 'RTVPOST: return rejected, unknown reason '
                    RQ-REASON ' for catalog ' RQ-CATALOG-NUM
                 MOVE 'RSN' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              WHEN RQ-PO-NUMBER NOT = SPACES
                 AND RQ-PO-NUMBER NOT NUMERIC
                 DISPLAY 'RTVPOST: return rejected, bad PO number '
                    RQ-PO-NUMBER ' for catalog ' RQ-CATALOG-NUM
                 MOVE 'PON' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              WHEN WS-ITEM-VENDOR = SPACES
                 DISPLAY 'RTVPOST: return rejected, catalog '
                    RQ-CATALOG-NUM ' not assigned to a vendor'
                 MOVE 'NVN' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              WHEN WS-LOC-DROPPED = 'YES'
                 DISPLAY 'RTVPOST: return rejected, location file '
                    'exceeds the table and is protected this '
                    'run: ' RQ-CATALOG-NUM
                 MOVE 'FUL' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              WHEN WS-LOC-FOUND-IDX = 0
                 DISPLAY 'RTVPOST: return rejected, no stock record '
                    'for ' RQ-CATALOG-NUM ' at ' RQ-LOCATION
                 MOVE 'NLC' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              WHEN QUANITY-ON-HAND < RQ-QTY
                 OR LT-QTY(WS-LOC-FOUND-IDX) < RQ-QTY
                 DISPLAY 'RTVPOST: return rejected, not enough on '
                    'hand for ' RQ-CATALOG-NUM ' at ' RQ-LOCATION
                 MOVE 'INS' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              WHEN WS-RMA-COUNT >= 5000
                 DISPLAY 'RTVPOST: return rejected, open RMA table '
                    'full for catalog ' RQ-CATALOG-NUM
                 MOVE 'FUL' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              WHEN OTHER
                 PERFORM 155-POST-RETURN
           END-EVALUATE
           .

      ******************************************************************
      * As in SALEPOST, the location and lot tables are persisted
      * even when a master rewrite fails and the request goes to the
      * reject file, so they are only touched once the rewrite has
      * gone through. The vendor's RMA number for the run is drawn
      * with the first return that posts, so a vendor whose every
      * request is rejected uses up no number.
      ******************************************************************
       155-POST-RETURN.
           SUBTRACT RQ-QTY FROM QUANITY-ON-HAND
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY 'RTVPOST: return failed, rewrite status '
                    WS-MASTER-STATUS ' for catalog '
                    RQ-CATALOG-NUM
                 MOVE 'IOE' TO WS-REJECT-REASON
                 PERFORM 180-WRITE-REJECT-RECORD
              NOT INVALID KEY
                 SUBTRACT RQ-QTY FROM LT-QTY(WS-LOC-FOUND-IDX)
                 MOVE RQ-QTY TO WS-LOT-NEED
                 PERFORM 177-RELIEVE-LOTS
                 PERFORM 166-FIND-RUN-RMA
                 PERFORM 168-STORE-RMA-LINE
                 MOVE 'ADJ' TO MV-TYPE
                 MOVE '-' TO MV-SIGN
                 MOVE RQ-QTY TO MV-QTY
                 MOVE SPACES TO MV-REFERENCE
                 STRING 'RMA ' WS-CUR-RMA-NUMBER
                    DELIMITED BY SIZE INTO MV-REFERENCE
                 PERFORM 181-WRITE-MOVEMENT
                 ADD 1 TO WS-REQUESTS-POSTED
           END-REWRITE
           .

       160-FIND-MASTER-ENTRY.
           MOVE 'NO' TO WS-FOUND-FLAG
           MOVE RQ-CATALOG-NUM TO CATALOG-NUM
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'YES' TO WS-FOUND-FLAG
           END-READ
           .

       162-FIND-ITEM-VENDOR.
           MOVE SPACES TO WS-ITEM-VENDOR
           PERFORM VARYING XR-IDX FROM 1 BY 1
              UNTIL XR-IDX > WS-XREF-COUNT
              IF XR-CATALOG-NUM(XR-IDX) = RQ-CATALOG-NUM
                 MOVE XR-VENDOR-CODE(XR-IDX) TO WS-ITEM-VENDOR
              END-IF
           END-PERFORM
           .

       164-FIND-LOCATION-ENTRY.
           MOVE 0 TO WS-LOC-FOUND-IDX
           PERFORM VARYING LT-IDX FROM 1 BY 1
              UNTIL LT-IDX > WS-LOC-COUNT
              IF LT-CATALOG-NUM(LT-IDX) = WS-LOC-FIND-CATALOG
                 AND LT-CODE(LT-IDX) = WS-LOC-FIND-CODE
                 SET WS-LOC-FOUND-IDX TO LT-IDX
              END-IF
           END-PERFORM
           .

       166-FIND-RUN-RMA.
           MOVE 0 TO WS-RUN-FOUND-IDX
           PERFORM VARYING RR-IDX FROM 1 BY 1
              UNTIL RR-IDX > WS-RUN-COUNT
              IF RR-VENDOR-CODE(RR-IDX) = WS-ITEM-VENDOR
                 SET WS-RUN-FOUND-IDX TO RR-IDX
              END-IF
           END-PERFORM
           IF WS-RUN-FOUND-IDX = 0
              ADD 1 TO WS-LAST-RMA-NUMBER
                 ON SIZE ERROR
                    MOVE 1 TO WS-LAST-RMA-NUMBER
              END-ADD
              ADD 1 TO WS-RUN-COUNT
              MOVE WS-RUN-COUNT TO WS-RUN-FOUND-IDX
              MOVE WS-ITEM-VENDOR TO RR-VENDOR-CODE(WS-RUN-COUNT)
              MOVE WS-LAST-RMA-NUMBER TO RR-RMA-NUMBER(WS-RUN-COUNT)
           END-IF
           MOVE RR-RMA-NUMBER(WS-RUN-FOUND-IDX) TO WS-CUR-RMA-NUMBER
           .

       168-STORE-RMA-LINE.
           ADD 1 TO WS-RMA-COUNT
           SET RM-IDX TO WS-RMA-COUNT
           MOVE WS-CUR-RMA-NUMBER TO RM-NUMBER(RM-IDX)
           MOVE WS-ITEM-VENDOR TO RM-VENDOR-CODE(RM-IDX)
           MOVE WS-TODAY TO RM-DATE(RM-IDX)
           MOVE RQ-CATALOG-NUM TO RM-CATALOG-NUM(RM-IDX)
           MOVE DESCRIPTION TO RM-DESCRIPTION(RM-IDX)
           MOVE RQ-LOCATION TO RM-LOCATION(RM-IDX)
           MOVE RQ-QTY TO RM-QTY(RM-IDX)
           MOVE UNIT-PURCHASE-PRICE TO RM-UNIT-COST(RM-IDX)
           MOVE RQ-REASON TO RM-REASON(RM-IDX)
           MOVE RQ-PO-NUMBER TO RM-PO-NUMBER(RM-IDX)
           MOVE WS-OPERATOR-ID TO RM-OPERATOR(RM-IDX)
           MOVE 'N' TO RM-CREDITED(RM-IDX)
           MOVE SPACES TO RM-CREDIT-MEMO(RM-IDX)
           .

      ******************************************************************
      * The earliest-expiring lot at the location goes back first
      * (lots with no date go last). Once the location's lots run
      * out the rest of the return was stock received without a
      * lot. With the lot file protected the lots are left as they
      * are.
      ******************************************************************
       177-RELIEVE-LOTS.
           IF WS-LOT-DROPPED = 'NO'
              PERFORM UNTIL WS-LOT-NEED = 0
                 PERFORM 178-FIND-EARLIEST-LOT
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

       178-FIND-EARLIEST-LOT.
           MOVE 0 TO WS-LOT-PICK-IDX
           MOVE 0 TO WS-LOT-PICK-KEY
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > WS-LOT-COUNT
              IF LS-CATALOG-NUM(LS-IDX) = RQ-CATALOG-NUM
                 AND LS-LOC-CODE(LS-IDX) = RQ-LOCATION
                 AND LS-QTY(LS-IDX) > 0
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

       180-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE REQUEST-RECORD TO RJ-REQUEST-IMAGE
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE REJECT-RECORD
           ADD 1 TO WS-REQUESTS-REJECTED
           .

       181-WRITE-MOVEMENT.
           ACCEPT MV-DATE FROM DATE YYYYMMDD
           ACCEPT MV-TIME FROM TIME
           MOVE RQ-CATALOG-NUM TO MV-CATALOG-NUM
           MOVE RQ-LOCATION TO MV-LOCATION
           MOVE UNIT-PURCHASE-PRICE TO MV-UNIT-COST
           COMPUTE MV-VALUE = MV-QTY * MV-UNIT-COST
           MOVE 'RTVPOST' TO MV-PROGRAM
           MOVE WS-OPERATOR-ID TO MV-OPERATOR
           WRITE MOVEMENT-RECORD
           .

       182-SAVE-LAST-RMA-NUMBER.
           OPEN OUTPUT RMANUM-FILE
           MOVE WS-LAST-RMA-NUMBER TO RN-LAST-RMA-NUMBER
           WRITE RMANUM-RECORD
           CLOSE RMANUM-FILE
           .

       185-REWRITE-OPEN-RMAS.
           IF WS-RMA-FILE-PRESENT = 'YES' OR WS-RMA-COUNT > 0
              OPEN OUTPUT RMA-FILE
              PERFORM VARYING RM-IDX FROM 1 BY 1
                 UNTIL RM-IDX > WS-RMA-COUNT
                 IF RM-CREDITED(RM-IDX) = 'N'
                    MOVE RM-NUMBER(RM-IDX) TO RMA-NUMBER
                    MOVE RM-VENDOR-CODE(RM-IDX) TO RMA-VENDOR-CODE
                    MOVE RM-DATE(RM-IDX) TO RMA-DATE
                    MOVE RM-CATALOG-NUM(RM-IDX) TO RMA-CATALOG-NUM
                    MOVE RM-DESCRIPTION(RM-IDX) TO RMA-DESCRIPTION
                    MOVE RM-LOCATION(RM-IDX) TO RMA-LOCATION
                    MOVE RM-QTY(RM-IDX) TO RMA-QTY
                    MOVE RM-UNIT-COST(RM-IDX) TO RMA-UNIT-COST
                    MOVE RM-REASON(RM-IDX) TO RMA-REASON
                    MOVE RM-PO-NUMBER(RM-IDX) TO RMA-PO-NUMBER
                    MOVE RM-OPERATOR(RM-IDX) TO RMA-OPERATOR
                    WRITE RMA-RECORD
                 END-IF
              END-PERFORM
              CLOSE RMA-FILE
           END-IF
           .

       190-REWRITE-LOCATIONS.
           IF WS-LOC-DROPPED = 'YES'
              DISPLAY 'RTVPOST: location file left untouched, '
                 'records were dropped at load'
           ELSE
              IF WS-LOC-FILE-PRESENT = 'YES' OR WS-LOC-COUNT > 0
                 OPEN OUTPUT LOCATION-FILE
                 PERFORM VARYING LT-IDX FROM 1 BY 1
                    UNTIL LT-IDX > WS-LOC-COUNT
                    IF LT-QTY(LT-IDX) > 0
                       MOVE LT-CATALOG-NUM(LT-IDX)
                          TO LOC-CATALOG-NUM
                       MOVE LT-CODE(LT-IDX) TO LOC-CODE
                       MOVE LT-QTY(LT-IDX) TO LOC-QTY-ON-HAND
                       WRITE LOCATION-RECORD
                    END-IF
                 END-PERFORM
                 CLOSE LOCATION-FILE
              END-IF
           END-IF
           .

       194-REWRITE-LOTS.
           IF WS-LOT-DROPPED = 'YES'
              DISPLAY 'RTVPOST: lot file left untouched, records '
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
           END-IF
           .

       200-PRINT-DEBIT-MEMOS.
           OPEN OUTPUT MEMO-FILE
           PERFORM VARYING RR-IDX FROM 1 BY 1
              UNTIL RR-IDX > WS-RUN-COUNT
              PERFORM 205-PRINT-DEBIT-MEMO
           END-PERFORM
           CLOSE MEMO-FILE
           DISPLAY 'RTVPOST: ' WS-REQUESTS-READ ' request(s) read, '
              WS-REQUESTS-POSTED ' posted, ' WS-REQUESTS-REJECTED
              ' rejected, ' WS-RUN-COUNT ' debit memo(s) printed'
           .

       205-PRINT-DEBIT-MEMO.
           MOVE RR-RMA-NUMBER(RR-IDX) TO MH-RMA-NUMBER-OUT
           MOVE WS-TODAY TO MH-DATE-OUT
           MOVE WS-OPERATOR-ID TO MH-OPERATOR-OUT
           MOVE MEMO-HEADING-LINE TO MEMO-RECORD
           WRITE MEMO-RECORD
           MOVE RR-VENDOR-CODE(RR-IDX) TO VL-CODE-OUT
           MOVE 'VENDOR NOT ON FILE' TO VL-NAME-OUT
           PERFORM VARYING VN-IDX FROM 1 BY 1
              UNTIL VN-IDX > WS-VND-COUNT
              IF VN-CODE(VN-IDX) = RR-VENDOR-CODE(RR-IDX)
                 MOVE VN-NAME(VN-IDX) TO VL-NAME-OUT
              END-IF
           END-PERFORM
           MOVE MEMO-VENDOR-LINE TO MEMO-RECORD
           WRITE MEMO-RECORD
           MOVE MEMO-COLUMN-LINE TO MEMO-RECORD
           WRITE MEMO-RECORD
           MOVE 0 TO WS-MEMO-TOTAL-VALUE
           PERFORM VARYING RM-IDX FROM 1 BY 1
              UNTIL RM-IDX > WS-RMA-COUNT
              IF RM-NUMBER(RM-IDX) = RR-RMA-NUMBER(RR-IDX)
                 PERFORM 207-PRINT-MEMO-DETAIL
              END-IF
           END-PERFORM
           MOVE WS-MEMO-TOTAL-VALUE TO MT-VALUE-OUT
           MOVE MEMO-TOTAL-LINE TO MEMO-RECORD
           WRITE MEMO-RECORD
           MOVE SPACES TO MEMO-RECORD
           WRITE MEMO-RECORD
           .

       207-PRINT-MEMO-DETAIL.
           MOVE RM-CATALOG-NUM(RM-IDX) TO MD-CATALOG-NUM-OUT
           MOVE RM-DESCRIPTION(RM-IDX) TO MD-DESCRIPTION-OUT
           MOVE RM-PO-NUMBER(RM-IDX) TO MD-PO-NUMBER-OUT
           MOVE RM-REASON(RM-IDX) TO MD-REASON-OUT
           MOVE RM-QTY(RM-IDX) TO MD-QTY-OUT
           MOVE RM-UNIT-COST(RM-IDX) TO MD-PRICE-OUT
           COMPUTE WS-LINE-VALUE =
              RM-QTY(RM-IDX) * RM-UNIT-COST(RM-IDX)
           MOVE WS-LINE-VALUE TO MD-VALUE-OUT
           ADD WS-LINE-VALUE TO WS-MEMO-TOTAL-VALUE
              ON SIZE ERROR
                 DISPLAY 'RTVPOST: debit memo total overflowed for '
                    'RMA ' RM-NUMBER(RM-IDX)
           END-ADD
           MOVE MEMO-DETAIL-LINE TO MEMO-RECORD
           WRITE MEMO-RECORD
           .

       210-PRINT-AGING-LIST.
           OPEN OUTPUT AGING-FILE
           MOVE 1 TO PROPER-SPACING
           WRITE AGING-RECORD FROM AGING-HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TODAY TO AH-TODAY-OUT
           MOVE 1 TO PROPER-SPACING
           WRITE AGING-RECORD FROM AGING-HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE AGING-RECORD FROM AGING-HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           WRITE AGING-RECORD FROM AGING-HEADING-LINE4
             AFTER ADVANCING PROPER-SPACING
           PERFORM VARYING RM-IDX FROM 1 BY 1
              UNTIL RM-IDX > WS-RMA-COUNT
              IF RM-CREDITED(RM-IDX) = 'N'
                 PERFORM 215-PRINT-AGING-LINE
              END-IF
           END-PERFORM
           MOVE 'OPEN RMA LINES' TO AT-LABEL-OUT
           MOVE WS-OPEN-LINES TO AT-COUNT-OUT
           MOVE WS-AGING-TOTAL-VALUE TO AT-VALUE-OUT
           MOVE 2 TO PROPER-SPACING
           MOVE AGING-TOTAL-LINE TO AGING-RECORD
           WRITE AGING-RECORD
             AFTER ADVANCING PROPER-SPACING
           PERFORM 220-PRINT-CREDITS
           CLOSE AGING-FILE
           .

       215-PRINT-AGING-LINE.
           MOVE RM-NUMBER(RM-IDX) TO AG-RMA-NUMBER-OUT
           MOVE RM-VENDOR-CODE(RM-IDX) TO AG-VENDOR-OUT
           MOVE RM-DATE(RM-IDX) TO AG-DATE-OUT
           MOVE RM-CATALOG-NUM(RM-IDX) TO AG-CATALOG-NUM-OUT
           MOVE RM-DESCRIPTION(RM-IDX) TO AG-DESCRIPTION-OUT
           MOVE RM-QTY(RM-IDX) TO AG-QTY-OUT
           COMPUTE WS-LINE-VALUE =
              RM-QTY(RM-IDX) * RM-UNIT-COST(RM-IDX)
           MOVE WS-LINE-VALUE TO AG-VALUE-OUT
           IF RM-DATE(RM-IDX) NUMERIC AND RM-DATE(RM-IDX) > 0
              COMPUTE WS-DAYS-OPEN = WS-TODAY-INT
                 - FUNCTION INTEGER-OF-DATE(RM-DATE(RM-IDX))
           ELSE
              MOVE 0 TO WS-DAYS-OPEN
           END-IF
           IF WS-DAYS-OPEN < 0
              MOVE 0 TO WS-DAYS-OPEN
           END-IF
           MOVE WS-DAYS-OPEN TO AG-DAYS-OUT
           IF WS-DAYS-OPEN > 30
              MOVE '**OVER 30**' TO AG-FLAG-OUT
           ELSE
              MOVE SPACES TO AG-FLAG-OUT
           END-IF
           ADD 1 TO WS-OPEN-LINES
           ADD WS-LINE-VALUE TO WS-AGING-TOTAL-VALUE
              ON SIZE ERROR
                 DISPLAY 'RTVPOST: open RMA total overflowed'
           END-ADD
           MOVE 1 TO PROPER-SPACING
           MOVE AGING-DETAIL-LINE TO AGING-RECORD
           WRITE AGING-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       220-PRINT-CREDITS.
           MOVE 3 TO PROPER-SPACING
           MOVE 'CREDITS CONFIRMED THIS RUN' TO AGING-RECORD
           WRITE AGING-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           WRITE AGING-RECORD FROM CREDIT-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 0 TO WS-CR-LINES
           PERFORM VARYING RM-IDX FROM 1 BY 1
              UNTIL RM-IDX > WS-RMA-COUNT
              IF RM-CREDITED(RM-IDX) = 'Y'
                 MOVE RM-NUMBER(RM-IDX) TO CD-RMA-NUMBER-OUT
                 MOVE RM-VENDOR-CODE(RM-IDX) TO CD-VENDOR-OUT
                 MOVE RM-CATALOG-NUM(RM-IDX) TO CD-CATALOG-NUM-OUT
                 MOVE RM-QTY(RM-IDX) TO CD-QTY-OUT
                 COMPUTE WS-LINE-VALUE =
                    RM-QTY(RM-IDX) * RM-UNIT-COST(RM-IDX)
                 MOVE WS-LINE-VALUE TO CD-VALUE-OUT
                 MOVE RM-CREDIT-MEMO(RM-IDX) TO CD-CREDIT-MEMO-OUT
                 ADD 1 TO WS-CR-LINES
                 ADD WS-LINE-VALUE TO WS-CREDIT-TOTAL-VALUE
                    ON SIZE ERROR
                       DISPLAY 'RTVPOST: credited total overflowed'
                 END-ADD
                 MOVE 1 TO PROPER-SPACING
                 MOVE CREDIT-DETAIL-LINE TO AGING-RECORD
                 WRITE AGING-RECORD
                   AFTER ADVANCING PROPER-SPACING
              END-IF
           END-PERFORM
           MOVE 'CREDITED RMA LINES' TO AT-LABEL-OUT
           MOVE WS-CR-LINES TO AT-COUNT-OUT
           MOVE WS-CREDIT-TOTAL-VALUE TO AT-VALUE-OUT
           MOVE 2 TO PROPER-SPACING
           MOVE AGING-TOTAL-LINE TO AGING-RECORD
           WRITE AGING-RECORD
             AFTER ADVANCING PROPER-SPACING
           DISPLAY 'RTVPOST: ' WS-CREDITS-APPLIED ' of '
              WS-CREDITS-READ ' credit confirmation(s) applied, '
              WS-OPEN-LINES ' RMA line(s) still open'
           .

       250-CLOSE-ROUTINE.
           STOP RUN
           .
