      * cols 1-19 are T, catalog number, from-location,
      * to-location, and quantity. Transfers are audited like adds
      * and changes.
      * A transfer also carries lot-controlled stock with it on the
      * lot stock file (PR1_LOT_FILE, default pr1lots.txt, LOTREC
      * layout): the from-location's earliest-expiring lots move
      * first, keeping their lot numbers and expiration dates, so
      * stock put away from the dock can still be sold
      * earliest-expiring first at the bin.
      * Kits put together in the back room are built and broken
      * down from the kit bill-of-materials file (PR1_BOM_FILE,
      * default pr1bom.txt, BOMREC layout). Cols 1-15 are B (build)
      * or U (break down), kit catalog number, assembly location,
      * and number of kits. A build takes each component's
      * quantity-per-kit times the kits built off the master and
      * adds the kits; a break-down does the reverse. When a
      * location is keyed the same stock moves at that location on
      * the location file as well (components used up
      * earliest-expiring lot first, break-down components going
      * back without a lot; a build never uses a component lot that
      * expired before today, since the kit carries no lot or date
      * of its own); with the location blank only the
      * master moves. A component keyed on more than one line of
      * the same kit is taken once, at the quantities added
      * together. Every kit and component record touched is
      * audited with its before and after image under the B or U
      * code. A kit transaction is checked in full before anything
      * is posted and rejected whole with NOF kit not on master,
      * NUM bad quantity, BOM no bill of materials, CMP component
      * not on master, INS not enough component (build) or kit
      * (break-down) stock, EXP not enough unexpired component
      * stock at the location (build), NLC no stock record at the
      * location, OVR would overflow a quantity, or FUL location
      * table full.
      * Every run is keyed under an operator ID (PR1_OPERATOR) that
      * must be on the operator table (PR1_OPERATOR_FILE, default
      * pr1oper.txt, OPRREC layout); without one the run stops
      * before the master is opened. The operator ID is stamped on
      * every audit line. An add, change, or delete whose value
      * swing is over the operator's limit is not applied but held
      * on the pending-approval file (PR1_PENDING_FILE, default
      * pr1pend.txt, PNDREC layout) under a hold number drawn from
      * pr1holdn.txt (PR1_HOLD_CONTROL) for a supervisor to release
      * with HOLDREL. The swing of a change is the on-hand change
      * times UNIT-PURCHASE-PRICE plus the price change times the
      * stock on hand; of an add or delete, the stock it brings on
      * or takes off. This covers the count adjustments (COUNTREC)
      * and reorder-point changes (REORDPT) fed in as C changes.
      * Every posting that moves on-hand or cost also appends a
      * dated line to the stock movement journal (PR1_MOVEMENT_FILE,
      * default pr1moves.txt, MOVREC layout) that ROLLFWD rolls
      * forward at month end: an add, delete, or on-hand change is
      * an ADJ adjustment at the old cost, a cost change an RVL
      * revaluation of the stock left on hand, a transfer an XFR
      * out line and an XFR in line, and each kit and component a
      * kit transaction touches an ADJ line under the kit's
      * reference.
      * Before any transaction is applied the whole master is copied
      * to a generation-dated flat backup named pr1mast.gN, where N
      * cycles 1 through the retention count (PR1_GEN_RETAIN, 1-9,
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCATION-STATUS.

           SELECT LOT-FILE ASSIGN TO DYNAMIC WS-LOT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.

           SELECT BOM-FILE ASSIGN TO DYNAMIC WS-BOM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOM-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO DYNAMIC
           WS-MOVEMENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT HOLDNUM-FILE ASSIGN TO DYNAMIC WS-HOLDNUM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLDNUM-STATUS.

           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           05 TT-QTY                             PIC 9(5).
           05 TT-FILLER                          PIC X(46).

       01 TRANS-KIT-RECORD.
           05 TK-CODE                            PIC X.
           05 TK-CATALOG-NUM                     PIC X(5).
           05 TK-LOCATION                        PIC X(4).
           05 TK-QTY                             PIC 9(5).
           05 TK-FILLER                          PIC X(50).

       FD AUDIT-FILE.

       01 AUDIT-RECORD                           PIC X(183).

       FD REJECT-FILE.

       01 LOCATION-RECORD.
           COPY LOCREC.

       FD LOT-FILE.

       01 LOT-RECORD.
           COPY LOTREC.

       FD BOM-FILE.

       01 BOM-RECORD.
           COPY BOMREC.

       FD OPERATOR-FILE.

       01 OPERATOR-RECORD.
           COPY OPRREC.

       FD MOVEMENT-FILE.

       01 MOVEMENT-RECORD.
           COPY MOVREC.

       FD PENDING-FILE.

       01 PENDING-RECORD.
           COPY PNDREC.

       FD HOLDNUM-FILE.

       01 HOLDNUM-RECORD.
           05 HN-LAST-HOLD-NUMBER                PIC 9(6).

       FD BACKUP-FILE.

       01 BACKUP-RECORD                          PIC X(64).
                                         VALUE 'pr1ctl.txt'.
           05 WS-LOCATION-FILE-NAME     PIC X(40)
                                         VALUE 'pr1locs.txt'.
           05 WS-LOT-FILE-NAME          PIC X(40)
                                         VALUE 'pr1lots.txt'.
           05 WS-BOM-FILE-NAME          PIC X(40)
                                         VALUE 'pr1bom.txt'.
           05 WS-OPERATOR-FILE-NAME     PIC X(40)
                                         VALUE 'pr1oper.txt'.
           05 WS-MOVEMENT-FILE-NAME     PIC X(40)
                                         VALUE 'pr1moves.txt'.
           05 WS-PENDING-FILE-NAME      PIC X(40)
                                         VALUE 'pr1pend.txt'.
           05 WS-HOLDNUM-FILE-NAME      PIC X(40)
                                         VALUE 'pr1holdn.txt'.
           05 WS-BACKUP-FILE-NAME       PIC X(40)
                                         VALUE 'pr1mast.g1'.
           05 WS-GENNO-FILE-NAME        PIC X(40)
           05 WS-GENERATION             PIC 9(4) VALUE 0.
           05 WS-GEN-SLOT               PIC 9(1) VALUE 0.
           05 WS-GEN-QUOTIENT           PIC 9(4) VALUE 0.
           05 WS-LOT-STATUS             PIC XX VALUE '00'.
           05 WS-LOT-FILE-PRESENT       PIC X(3) VALUE 'NO'.
           05 WS-LOT-DROPPED            PIC X(3) VALUE 'NO'.
           05 WS-LOT-COUNT              PIC 9(5) VALUE 0.
           05 WS-LOT-PICK-IDX           PIC 9(5) VALUE 0.
           05 WS-LOT-PICK-KEY           PIC 9(8) VALUE 0.
           05 WS-LOT-KEY                PIC 9(8) VALUE 0.
           05 WS-LOT-TO-IDX             PIC 9(5) VALUE 0.
           05 WS-LOT-NEED               PIC 9(5) VALUE 0.
           05 WS-LOT-TAKE               PIC 9(5) VALUE 0.
           05 WS-LOT-FIND-CATALOG       PIC X(5) VALUE SPACES.
           05 WS-LOT-FIND-LOC           PIC X(4) VALUE SPACES.
           05 WS-LOT-SKIP-EXPIRED       PIC X(3) VALUE 'NO'.
           05 WS-EXPIRED-QTY            PIC 9(7) VALUE 0.
           05 WS-TODAY                  PIC 9(8) VALUE 0.
           05 WS-BOM-STATUS             PIC XX VALUE '00'.
           05 WS-BOM-COUNT              PIC 9(4) VALUE 0.
           05 WS-BOM-DROPPED            PIC X(3) VALUE 'NO'.
           05 WS-BOM-MATCH-IDX          PIC 9(4) VALUE 0.
           05 WS-KIT-LINES              PIC 9(4) VALUE 0.
           05 WS-KIT-NEW-LOCS           PIC 9(5) VALUE 0.
           05 WS-KIT-ITEM-CATALOG       PIC X(5) VALUE SPACES.
           05 WS-KIT-ITEM-QTY           PIC 9(7) VALUE 0.
           05 WS-KIT-ITEM-DIRECTION     PIC X(3) VALUE SPACES.
           05 WS-KIT-ITEM-OK            PIC X(3) VALUE 'NO'.
           05 WS-OPERATOR-ID            PIC X(6) VALUE SPACES.
           05 WS-OPERATOR-STATUS        PIC XX VALUE '00'.
           05 WS-OPERATOR-OK            PIC X(3) VALUE 'NO'.
           05 WS-OPERATOR-NAME          PIC X(20) VALUE SPACES.
           05 WS-OPERATOR-LIMIT         PIC 9(7)V99 VALUE 0.
           05 WS-PENDING-STATUS         PIC XX VALUE '00'.
           05 WS-HOLDNUM-STATUS         PIC XX VALUE '00'.
           05 WS-LAST-HOLD-NUMBER       PIC 9(6) VALUE 0.
           05 WS-HOLD-FLAG              PIC X(3) VALUE 'NO'.
           05 WS-VALUE-SWING            PIC 9(9)V99 VALUE 0.
           05 WS-QTY-SWING              PIC 9(5) VALUE 0.
           05 WS-PRICE-SWING            PIC 999V99 VALUE 0.
           05 WS-MOVEMENT-STATUS        PIC XX VALUE '00'.
           05 WS-MOVE-CATALOG           PIC X(5) VALUE SPACES.
           05 WS-MOVE-LOC               PIC X(4) VALUE SPACES.
           05 WS-MOVE-REF               PIC X(10) VALUE SPACES.
           05 WS-MOVE-BEFORE-QTY        PIC 9(5) VALUE 0.
           05 WS-MOVE-BEFORE-COST       PIC 999V99 VALUE 0.
           05 WS-MOVE-AFTER-QTY         PIC 9(5) VALUE 0.
           05 WS-MOVE-AFTER-COST        PIC 999V99 VALUE 0.

       01  WS-LOCATION-TABLE.
           05 LT-ENTRY OCCURS 20000 TIMES INDEXED BY LT-IDX.
              10 LT-CODE                         PIC X(4).
              10 LT-QTY                          PIC 9(5).

       01  WS-LOT-TABLE.
           05 LS-ENTRY OCCURS 20000 TIMES INDEXED BY LS-IDX.
              10 LS-CATALOG-NUM                  PIC X(5).
              10 LS-LOC-CODE                     PIC X(4).
              10 LS-LOT-NUMBER                   PIC X(10).
              10 LS-EXPIRY-DATE                  PIC 9(8).
              10 LS-QTY                          PIC 9(5).

       01  WS-BOM-TABLE.
           05 BM-ENTRY OCCURS 2000 TIMES INDEXED BY BM-IDX.
              10 BM-KIT-CATALOG                  PIC X(5).
              10 BM-COMP-CATALOG                 PIC X(5).
              10 BM-QTY-PER                      PIC 9(3).

       01  WS-CONTROL-TOTALS.
           05 WS-TRANS-READ             PIC 9(5) VALUE 0.
           05 WS-ADDS-APPLIED           PIC 9(5) VALUE 0.
           05 WS-DELETES-REJECTED       PIC 9(5) VALUE 0.
           05 WS-XFERS-APPLIED          PIC 9(5) VALUE 0.
           05 WS-XFERS-REJECTED         PIC 9(5) VALUE 0.
           05 WS-BUILDS-APPLIED         PIC 9(5) VALUE 0.
           05 WS-BUILDS-REJECTED        PIC 9(5) VALUE 0.
           05 WS-BREAKS-APPLIED         PIC 9(5) VALUE 0.
           05 WS-BREAKS-REJECTED        PIC 9(5) VALUE 0.
           05 WS-OTHERS-REJECTED        PIC 9(5) VALUE 0.
           05 WS-TRANS-HELD             PIC 9(5) VALUE 0.
           05 WS-MASTER-BEFORE          PIC 9(5) VALUE 0.
           05 WS-MASTER-AFTER           PIC 9(5) VALUE 0.
           05 WS-REJECT-REASON          PIC X(3) VALUE SPACES.
           05                    PIC X(9) VALUE 'RUN TIME '.
           05 CTL-TIME-OUT       PIC 9(8).

       01  CTL-OPERATOR-LINE.
           05                    PIC X(9) VALUE 'OPERATOR '.
           05 CTL-OPERATOR-OUT   PIC X(6).
           05                    PIC X(2) VALUE SPACES.
           05 CTL-OPER-NAME-OUT  PIC X(20).

       01  CTL-COLUMN-LINE.
           05                    PIC X(26) VALUE SPACES.
           05                    PIC X(7) VALUE 'APPLIED'.
           05 AD-AFTER-SOLD                      PIC ZZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-AFTER-RETURNED                  PIC ZZZ9.
           05                                     PIC X(2) VALUE SPACES.
           05 AD-OPERATOR                        PIC X(6).
           05                                     PIC X VALUE SPACE.
           05 AD-APPROVER                        PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 106-CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'YES'
              PERFORM 110-OPEN-MASTER
           END-IF
           IF WS-MASTER-OK = 'YES'
              PERFORM 111-SET-BACKUP-GENERATION
              PERFORM 112-BACKUP-AND-COUNT-MASTER
              PERFORM 114-LOAD-LOCATIONS
              PERFORM 117-LOAD-LOTS
              PERFORM 120-LOAD-BOM
              PERFORM 119-GET-LAST-HOLD-NUMBER
              PERFORM 150-PROCESS-TRANSACTIONS
              CLOSE MASTER-FILE
              PERFORM 198-SAVE-LAST-HOLD-NUMBER
              PERFORM 195-REWRITE-LOCATIONS
              PERFORM 197-REWRITE-LOTS
              PERFORM 200-WRITE-CONTROL-REPORT
           END-IF
           PERFORM 250-CLOSE-ROUTINE
           IF WS-LOCATION-FILE-NAME = SPACES
              MOVE 'pr1locs.txt' TO WS-LOCATION-FILE-NAME
           END-IF
           ACCEPT WS-LOT-FILE-NAME
              FROM ENVIRONMENT 'PR1_LOT_FILE'
           IF WS-LOT-FILE-NAME = SPACES
              MOVE 'pr1lots.txt' TO WS-LOT-FILE-NAME
           END-IF
           ACCEPT WS-BOM-FILE-NAME
              FROM ENVIRONMENT 'PR1_BOM_FILE'
           IF WS-BOM-FILE-NAME = SPACES
              MOVE 'pr1bom.txt' TO WS-BOM-FILE-NAME
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
           ACCEPT WS-PENDING-FILE-NAME
              FROM ENVIRONMENT 'PR1_PENDING_FILE'
           IF WS-PENDING-FILE-NAME = SPACES
              MOVE 'pr1pend.txt' TO WS-PENDING-FILE-NAME
           END-IF
           ACCEPT WS-HOLDNUM-FILE-NAME
              FROM ENVIRONMENT 'PR1_HOLD_CONTROL'
           IF WS-HOLDNUM-FILE-NAME = SPACES
              MOVE 'pr1holdn.txt' TO WS-HOLDNUM-FILE-NAME
           END-IF
           ACCEPT WS-GENNO-FILE-NAME
              FROM ENVIRONMENT 'PR1_GEN_CONTROL'
           IF WS-GENNO-FILE-NAME = SPACES
           END-IF
           .

       106-CHECK-OPERATOR.
           MOVE 'NO' TO WS-OPERATOR-OK
           IF WS-OPERATOR-ID = SPACES
              DISPLAY 'INVMAINT: set PR1_OPERATOR to your operator '
                 'ID, run stopped'
           ELSE
              MOVE 'YES' TO EOF-FLAG
              OPEN INPUT OPERATOR-FILE
              IF WS-OPERATOR-STATUS NOT = '00'
                 DISPLAY 'INVMAINT: operator table not found: '
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
                           MOVE OPR-LIMIT TO WS-OPERATOR-LIMIT
                           MOVE 'NO' TO EOF-FLAG
                        END-IF
                   END-READ
                 END-PERFORM
                 CLOSE OPERATOR-FILE
                 IF WS-OPERATOR-OK = 'NO'
                    DISPLAY 'INVMAINT: operator ' WS-OPERATOR-ID
                       ' not on the operator table, run stopped'
                 END-IF
              END-IF
           END-IF
           MOVE WS-OPERATOR-ID TO AD-OPERATOR
           .

       110-OPEN-MASTER.
           MOVE 'NO' TO WS-MASTER-OK
           OPEN I-O MASTER-FILE
           END-IF
           .

       117-LOAD-LOTS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
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
                     PERFORM 118-STORE-LOT-ENTRY
                END-READ
              END-PERFORM
              CLOSE LOT-FILE
           END-IF
           .

       118-STORE-LOT-ENTRY.
           IF WS-LOT-COUNT >= 20000
              DISPLAY 'INVMAINT: lot table full, record dropped: '
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

       119-GET-LAST-HOLD-NUMBER.
           MOVE 0 TO WS-LAST-HOLD-NUMBER
           OPEN INPUT HOLDNUM-FILE
           IF WS-HOLDNUM-STATUS = '00'
              READ HOLDNUM-FILE
                AT END
                   CONTINUE
                NOT AT END
                   IF HN-LAST-HOLD-NUMBER NUMERIC
                      MOVE HN-LAST-HOLD-NUMBER TO WS-LAST-HOLD-NUMBER
                   END-IF
              END-READ
              CLOSE HOLDNUM-FILE
           END-IF
           .

       120-LOAD-BOM.
           MOVE 0 TO WS-BOM-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT BOM-FILE
           IF WS-BOM-STATUS NOT = '00'
              CONTINUE
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ BOM-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 121-STORE-BOM-ENTRY
                END-READ
              END-PERFORM
              CLOSE BOM-FILE
           END-IF
           .

      ******************************************************************
      * A kit whose bill of materials did not fit in the table is
      * not built or broken down this run (BOM reject) rather than
      * posted with components missing.
      * A component keyed twice for the same kit is folded into the
      * first line's quantity per kit. Two table entries for one
      * component would each be checked against the full on-hand
      * and then both subtracted, driving the quantity below zero.
      * A total too large for the quantity per kit is treated as
      * a table overflow, so no kit is posted on a short count.
      ******************************************************************
       121-STORE-BOM-ENTRY.
           PERFORM 124-FIND-BOM-ENTRY
           EVALUATE TRUE
              WHEN BOM-QTY-PER NOT NUMERIC
                 OR BOM-QTY-PER = 0
                 OR BOM-KIT-CATALOG = SPACES
                 OR BOM-COMP-CATALOG = SPACES
                 OR BOM-COMP-CATALOG = BOM-KIT-CATALOG
                 DISPLAY 'INVMAINT: unreadable bill of materials '
                    'line skipped: ' BOM-RECORD
              WHEN WS-BOM-MATCH-IDX > 0
                 DISPLAY 'INVMAINT: component repeated on bill of '
                    'materials, quantities added: ' BOM-RECORD
                 ADD BOM-QTY-PER TO BM-QTY-PER(WS-BOM-MATCH-IDX)
                    ON SIZE ERROR
                       DISPLAY 'INVMAINT: bill of materials quantity '
                          'per kit too large: ' BOM-RECORD
                       MOVE 'YES' TO WS-BOM-DROPPED
                 END-ADD
              WHEN WS-BOM-COUNT >= 2000
                 DISPLAY 'INVMAINT: bill of materials table full, '
                    'line dropped: ' BOM-RECORD
                 MOVE 'YES' TO WS-BOM-DROPPED
              WHEN OTHER
                 ADD 1 TO WS-BOM-COUNT
                 MOVE BOM-KIT-CATALOG TO BM-KIT-CATALOG(WS-BOM-COUNT)
                 MOVE BOM-COMP-CATALOG
                    TO BM-COMP-CATALOG(WS-BOM-COUNT)
                 MOVE BOM-QTY-PER TO BM-QTY-PER(WS-BOM-COUNT)
           END-EVALUATE
           .

       124-FIND-BOM-ENTRY.
           MOVE 0 TO WS-BOM-MATCH-IDX
           PERFORM VARYING BM-IDX FROM 1 BY 1
              UNTIL BM-IDX > WS-BOM-COUNT
              IF BM-KIT-CATALOG(BM-IDX) = BOM-KIT-CATALOG
                 AND BM-COMP-CATALOG(BM-IDX) = BOM-COMP-CATALOG
                 SET WS-BOM-MATCH-IDX TO BM-IDX
              END-IF
           END-PERFORM
           .

       150-PROCESS-TRANSACTIONS.
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT TRANS-FILE
              OPEN OUTPUT AUDIT-FILE
           END-IF
           OPEN OUTPUT REJECT-FILE
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = '35'
              OPEN OUTPUT MOVEMENT-FILE
           END-IF
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-STATUS = '35'
              OPEN OUTPUT PENDING-FILE
           END-IF
           PERFORM UNTIL EOF-FLAG = 'NO'
             READ TRANS-FILE
               AT END
           CLOSE TRANS-FILE
                 AUDIT-FILE
                 REJECT-FILE
                 MOVEMENT-FILE
                 PENDING-FILE
           .

       155-APPLY-TRANSACTION.
           PERFORM 160-FIND-MASTER-ENTRY
           PERFORM 156-FIGURE-VALUE-SWING
           IF WS-HOLD-FLAG = 'YES'
              PERFORM 157-HOLD-TRANSACTION
           ELSE
              EVALUATE TR-CODE
                 WHEN 'A'
                    PERFORM 165-ADD-RECORD
                 WHEN 'C'
                    PERFORM 170-CHANGE-RECORD
                 WHEN 'D'
                    PERFORM 175-DELETE-RECORD
                 WHEN 'T'
                    PERFORM 172-TRANSFER-RECORD
                 WHEN 'B'
                 WHEN 'U'
                    PERFORM 188-KIT-TRANSACTION
                 WHEN OTHER
                    DISPLAY 'INVMAINT: unknown transaction code '
                       TR-CODE ' for catalog ' TR-CATALOG-NUM
                    MOVE 'UNK' TO WS-REJECT-REASON
                    PERFORM 185-WRITE-REJECT-RECORD
                    ADD 1 TO WS-OTHERS-REJECTED
              END-EVALUATE
           END-IF
           .

      ******************************************************************
      * Only an add, change, or delete that would actually post is
      * measured - one bound for a DUP or NOF reject is left to be
      * rejected as before. Transfers and kit transactions move
      * stock without changing what it is worth and are not held.
      * Quantities or prices that are not numeric cannot be
      * measured, so they are held for a supervisor to look at.
      ******************************************************************
       156-FIGURE-VALUE-SWING.
           MOVE 'NO' TO WS-HOLD-FLAG
           MOVE 0 TO WS-VALUE-SWING
           EVALUATE TRUE
              WHEN TR-CODE = 'A' AND WS-FOUND-FLAG = 'NO'
                 IF TR-ON-HAND NUMERIC AND TR-UNIT-PRICE NUMERIC
                    COMPUTE WS-VALUE-SWING =
                       TR-ON-HAND * TR-UNIT-PRICE
                 ELSE
                    MOVE 'YES' TO WS-HOLD-FLAG
                 END-IF
              WHEN TR-CODE = 'C' AND WS-FOUND-FLAG = 'YES'
                 IF TR-ON-HAND NUMERIC AND TR-UNIT-PRICE NUMERIC
                    IF TR-ON-HAND > QUANITY-ON-HAND
                       COMPUTE WS-QTY-SWING =
                          TR-ON-HAND - QUANITY-ON-HAND
                    ELSE
                       COMPUTE WS-QTY-SWING =
                          QUANITY-ON-HAND - TR-ON-HAND
                    END-IF
                    IF TR-UNIT-PRICE > UNIT-PURCHASE-PRICE
                       COMPUTE WS-PRICE-SWING =
                          TR-UNIT-PRICE - UNIT-PURCHASE-PRICE
                    ELSE
                       COMPUTE WS-PRICE-SWING =
                          UNIT-PURCHASE-PRICE - TR-UNIT-PRICE
                    END-IF
                    COMPUTE WS-VALUE-SWING =
                       WS-QTY-SWING * UNIT-PURCHASE-PRICE
                       + WS-PRICE-SWING * QUANITY-ON-HAND
                 ELSE
                    MOVE 'YES' TO WS-HOLD-FLAG
                 END-IF
              WHEN TR-CODE = 'D' AND WS-FOUND-FLAG = 'YES'
                 COMPUTE WS-VALUE-SWING =
                    QUANITY-ON-HAND * UNIT-PURCHASE-PRICE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-VALUE-SWING > WS-OPERATOR-LIMIT
              MOVE 'YES' TO WS-HOLD-FLAG
           END-IF
           .

       157-HOLD-TRANSACTION.
           ADD 1 TO WS-LAST-HOLD-NUMBER
              ON SIZE ERROR
                 MOVE 1 TO WS-LAST-HOLD-NUMBER
           END-ADD
           MOVE SPACES TO PENDING-RECORD
           MOVE WS-LAST-HOLD-NUMBER TO PND-HOLD-NUMBER
           ACCEPT PND-HOLD-DATE FROM DATE YYYYMMDD
           ACCEPT PND-HOLD-TIME FROM TIME
           MOVE WS-OPERATOR-ID TO PND-OPERATOR
           IF WS-VALUE-SWING > 9999999.99
              MOVE 9999999.99 TO PND-SWING
           ELSE
              MOVE WS-VALUE-SWING TO PND-SWING
           END-IF
           IF WS-FOUND-FLAG = 'YES'
              MOVE QUANITY-ON-HAND TO PND-BEFORE-ON-HAND
              MOVE UNIT-PURCHASE-PRICE TO PND-BEFORE-PRICE
           ELSE
              MOVE 0 TO PND-BEFORE-ON-HAND
              MOVE 0 TO PND-BEFORE-PRICE
           END-IF
           MOVE TRANS-RECORD TO PND-TRANS-IMAGE
           WRITE PENDING-RECORD
           ADD 1 TO WS-TRANS-HELD
           DISPLAY 'INVMAINT: ' TR-CODE ' for catalog ' TR-CATALOG-NUM
              ' held for approval as hold ' WS-LAST-HOLD-NUMBER
           .

       160-FIND-MASTER-ENTRY.
                    MOVE TR-SOLD TO AD-AFTER-SOLD
                    MOVE TR-RETURNED TO AD-AFTER-RETURNED
                    PERFORM 180-WRITE-AUDIT-RECORD
                    MOVE 0 TO WS-MOVE-BEFORE-QTY
                    MOVE TR-UNIT-PRICE TO WS-MOVE-BEFORE-COST
                    PERFORM 167-JOURNAL-MAINTENANCE
              END-WRITE
           END-IF
           .

       167-JOURNAL-MAINTENANCE.
           MOVE TR-CATALOG-NUM TO WS-MOVE-CATALOG
           MOVE SPACES TO WS-MOVE-LOC
           MOVE TR-CODE TO WS-MOVE-REF
           MOVE QUANITY-ON-HAND TO WS-MOVE-AFTER-QTY
           MOVE UNIT-PURCHASE-PRICE TO WS-MOVE-AFTER-COST
           PERFORM 184-JOURNAL-MASTER-CHANGE
           .

      ******************************************************************
      * A transfer leaves the master alone, so its two journal lines
      * carry the same value out of one location and into the other.
      ******************************************************************
       169-JOURNAL-TRANSFER.
           MOVE 'XFR' TO MV-TYPE
           MOVE TT-CATALOG-NUM TO MV-CATALOG-NUM
           MOVE TT-QTY TO MV-QTY
           MOVE UNIT-PURCHASE-PRICE TO MV-UNIT-COST
           MOVE TT-FROM-LOCATION TO MV-LOCATION
           MOVE '-' TO MV-SIGN
           MOVE SPACES TO MV-REFERENCE
           STRING 'TO ' TT-TO-LOCATION
              DELIMITED BY SIZE INTO MV-REFERENCE
           PERFORM 181-WRITE-MOVEMENT
           MOVE TT-TO-LOCATION TO MV-LOCATION
           MOVE '+' TO MV-SIGN
           MOVE SPACES TO MV-REFERENCE
           STRING 'FROM ' TT-FROM-LOCATION
              DELIMITED BY SIZE INTO MV-REFERENCE
           PERFORM 181-WRITE-MOVEMENT
           .

       170-CHANGE-RECORD.
           IF WS-FOUND-FLAG = 'NO'
              DISPLAY 'INVMAINT: change rejected, not found '
                    MOVE TR-SOLD TO AD-AFTER-SOLD
                    MOVE TR-RETURNED TO AD-AFTER-RETURNED
                    PERFORM 180-WRITE-AUDIT-RECORD
                    PERFORM 167-JOURNAL-MAINTENANCE
              END-REWRITE
           END-IF
           .
              MOVE 0 TO AD-AFTER-SOLD
              MOVE 0 TO AD-AFTER-RETURNED
              PERFORM 180-WRITE-AUDIT-RECORD
              PERFORM 169-JOURNAL-TRANSFER
              ADD 1 TO WS-XFERS-APPLIED
              MOVE TT-CATALOG-NUM TO WS-LOT-FIND-CATALOG
              MOVE TT-FROM-LOCATION TO WS-LOT-FIND-LOC
              MOVE TT-QTY TO WS-LOT-NEED
              PERFORM 177-MOVE-LOTS
           END-IF
           .

                    MOVE 0 TO AD-AFTER-SOLD
                    MOVE 0 TO AD-AFTER-RETURNED
                    PERFORM 180-WRITE-AUDIT-RECORD
                    MOVE TR-CATALOG-NUM TO WS-MOVE-CATALOG
                    MOVE SPACES TO WS-MOVE-LOC
                    MOVE TR-CODE TO WS-MOVE-REF
                    MOVE 0 TO WS-MOVE-AFTER-QTY
                    MOVE WS-MOVE-BEFORE-COST TO WS-MOVE-AFTER-COST
                    PERFORM 184-JOURNAL-MASTER-CHANGE
              END-DELETE
           END-IF
           .
           END-PERFORM
           .

      ******************************************************************
      * Lots follow the stock, earliest-expiring first (lots with no
      * date go last), landing under the same lot number at the
      * to-location. Once the from-location's lots run out the rest
      * of the transfer was stock received without a lot. With the
      * lot file protected the lots are left as they are. Expired
      * lots move like any other, earliest first, so a transfer to
      * a quarantine bin is how expired stock is pulled off the
      * shelf with its lot numbers intact.
      ******************************************************************
       177-MOVE-LOTS.
           MOVE 'NO' TO WS-LOT-SKIP-EXPIRED
           IF WS-LOT-DROPPED = 'NO'
              PERFORM UNTIL WS-LOT-NEED = 0
                 PERFORM 179-FIND-EARLIEST-LOT
                 IF WS-LOT-PICK-IDX = 0
                    MOVE 0 TO WS-LOT-NEED
                 ELSE
                    MOVE WS-LOT-NEED TO WS-LOT-TAKE
                    IF LS-QTY(WS-LOT-PICK-IDX) < WS-LOT-TAKE
                       MOVE LS-QTY(WS-LOT-PICK-IDX) TO WS-LOT-TAKE
                    END-IF
                    PERFORM 182-CREDIT-TO-LOT
                 END-IF
              END-PERFORM
           END-IF
           .

       178-SAVE-BEFORE-IMAGE.
           MOVE QUANITY-ON-HAND TO WS-MOVE-BEFORE-QTY
           MOVE UNIT-PURCHASE-PRICE TO WS-MOVE-BEFORE-COST
           MOVE DESCRIPTION TO AD-BEFORE-DESC
           MOVE UNIT-PURCHASE-PRICE TO AD-BEFORE-PRICE
           MOVE QUANITY-ON-HAND TO AD-BEFORE-ON-HAND
           MOVE RETURNED-WEEKLY TO AD-BEFORE-RETURNED
           .

      ******************************************************************
      * With WS-LOT-SKIP-EXPIRED set, a lot that expired before today
      * is passed over; one expiring today is still good, the same
      * line LOTEXP draws between its expired and expiring sections.
      ******************************************************************
       179-FIND-EARLIEST-LOT.
           MOVE 0 TO WS-LOT-PICK-IDX
           MOVE 0 TO WS-LOT-PICK-KEY
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > WS-LOT-COUNT
              IF LS-CATALOG-NUM(LS-IDX) = WS-LOT-FIND-CATALOG
                 AND LS-LOC-CODE(LS-IDX) = WS-LOT-FIND-LOC
                 AND LS-QTY(LS-IDX) > 0
                 AND (WS-LOT-SKIP-EXPIRED = 'NO'
                    OR LS-EXPIRY-DATE(LS-IDX) = 0
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

       180-WRITE-AUDIT-RECORD.
           ACCEPT AD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AD-TS-TIME FROM TIME
           WRITE AUDIT-RECORD
           .

      ******************************************************************
      * When the lot table has no room for the to-location's copy of
      * the lot, the lot stays at the from-location and the rest of
      * the transfer is treated as stock without a lot.
      ******************************************************************
       182-CREDIT-TO-LOT.
           MOVE 0 TO WS-LOT-TO-IDX
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > WS-LOT-COUNT
              IF LS-CATALOG-NUM(LS-IDX) = TT-CATALOG-NUM
                 AND LS-LOC-CODE(LS-IDX) = TT-TO-LOCATION
                 AND LS-LOT-NUMBER(LS-IDX) =
                    LS-LOT-NUMBER(WS-LOT-PICK-IDX)
                 SET WS-LOT-TO-IDX TO LS-IDX
              END-IF
           END-PERFORM
           IF WS-LOT-TO-IDX = 0
              IF WS-LOT-COUNT >= 20000
                 DISPLAY 'INVMAINT: lot table full, lot '
                    LS-LOT-NUMBER(WS-LOT-PICK-IDX) ' left at '
                    TT-FROM-LOCATION ' for ' TT-CATALOG-NUM
                 MOVE 0 TO WS-LOT-NEED
              ELSE
                 ADD 1 TO WS-LOT-COUNT
                 MOVE WS-LOT-COUNT TO WS-LOT-TO-IDX
                 MOVE TT-CATALOG-NUM TO LS-CATALOG-NUM(WS-LOT-TO-IDX)
                 MOVE TT-TO-LOCATION TO LS-LOC-CODE(WS-LOT-TO-IDX)
                 MOVE LS-LOT-NUMBER(WS-LOT-PICK-IDX)
                    TO LS-LOT-NUMBER(WS-LOT-TO-IDX)
                 MOVE LS-EXPIRY-DATE(WS-LOT-PICK-IDX)
                    TO LS-EXPIRY-DATE(WS-LOT-TO-IDX)
                 MOVE 0 TO LS-QTY(WS-LOT-TO-IDX)
              END-IF
           END-IF
           IF WS-LOT-TO-IDX > 0
              SUBTRACT WS-LOT-TAKE FROM LS-QTY(WS-LOT-PICK-IDX)
              ADD WS-LOT-TAKE TO LS-QTY(WS-LOT-TO-IDX)
                 ON SIZE ERROR
                    MOVE 99999 TO LS-QTY(WS-LOT-TO-IDX)
              END-ADD
              SUBTRACT WS-LOT-TAKE FROM WS-LOT-NEED
           END-IF
           .

       181-WRITE-MOVEMENT.
           ACCEPT MV-DATE FROM DATE YYYYMMDD
           ACCEPT MV-TIME FROM TIME
           COMPUTE MV-VALUE = MV-QTY * MV-UNIT-COST
           MOVE 'INVMAINT' TO MV-PROGRAM
           MOVE WS-OPERATOR-ID TO MV-OPERATOR
           WRITE MOVEMENT-RECORD
           .

      ******************************************************************
      * A master posting is journaled as the on-hand change valued at
      * the cost before the posting (ADJ) plus the cost change on
      * whatever is left on hand afterwards (RVL), which between them
      * add up to exactly the change in the item's stock value.
      ******************************************************************
       184-JOURNAL-MASTER-CHANGE.
           MOVE WS-MOVE-CATALOG TO MV-CATALOG-NUM
           MOVE WS-MOVE-LOC TO MV-LOCATION
           MOVE WS-MOVE-REF TO MV-REFERENCE
           IF WS-MOVE-AFTER-QTY NOT = WS-MOVE-BEFORE-QTY
              MOVE 'ADJ' TO MV-TYPE
              IF WS-MOVE-AFTER-QTY > WS-MOVE-BEFORE-QTY
                 MOVE '+' TO MV-SIGN
                 COMPUTE MV-QTY =
                    WS-MOVE-AFTER-QTY - WS-MOVE-BEFORE-QTY
              ELSE
                 MOVE '-' TO MV-SIGN
                 COMPUTE MV-QTY =
                    WS-MOVE-BEFORE-QTY - WS-MOVE-AFTER-QTY
              END-IF
              MOVE WS-MOVE-BEFORE-COST TO MV-UNIT-COST
              PERFORM 181-WRITE-MOVEMENT
           END-IF
           IF WS-MOVE-AFTER-COST NOT = WS-MOVE-BEFORE-COST
              AND WS-MOVE-AFTER-QTY > 0
              MOVE 'RVL' TO MV-TYPE
              IF WS-MOVE-AFTER-COST > WS-MOVE-BEFORE-COST
                 MOVE '+' TO MV-SIGN
                 COMPUTE MV-UNIT-COST =
                    WS-MOVE-AFTER-COST - WS-MOVE-BEFORE-COST
              ELSE
                 MOVE '-' TO MV-SIGN
                 COMPUTE MV-UNIT-COST =
                    WS-MOVE-BEFORE-COST - WS-MOVE-AFTER-COST
              END-IF
              MOVE WS-MOVE-AFTER-QTY TO MV-QTY
              PERFORM 181-WRITE-MOVEMENT
           END-IF
           .

       185-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE TRANS-RECORD TO RJ-TRANS-IMAGE
           WRITE REJECT-RECORD
           .

      ******************************************************************
      * Components used in a build come out of unexpired lots only;
      * 190 has already made sure there are enough of them.
      ******************************************************************
       183-RELIEVE-LOTS.
           IF TK-CODE = 'B'
              MOVE 'YES' TO WS-LOT-SKIP-EXPIRED
           ELSE
              MOVE 'NO' TO WS-LOT-SKIP-EXPIRED
           END-IF
           IF WS-LOT-DROPPED = 'NO'
              PERFORM UNTIL WS-LOT-NEED = 0
                 PERFORM 179-FIND-EARLIEST-LOT
                 IF WS-LOT-PICK-IDX = 0
                    MOVE 0 TO WS-LOT-NEED
                 ELSE
                    IF LS-QTY(WS-LOT-PICK-IDX) < WS-LOT-NEED
                       SUBTRACT LS-QTY(WS-LOT-PICK-IDX)
                          FROM WS-LOT-NEED
                       MOVE 0 TO LS-QTY(WS-LOT-PICK-IDX)
                    ELSE
                       SUBTRACT WS-LOT-NEED
                          FROM LS-QTY(WS-LOT-PICK-IDX)
                       MOVE 0 TO WS-LOT-NEED
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .

       186-REJECT-TRANSFER.
           PERFORM 185-WRITE-REJECT-RECORD
           ADD 1 TO WS-XFERS-REJECTED
           .

       187-REJECT-KIT.
           PERFORM 185-WRITE-REJECT-RECORD
           IF TK-CODE = 'B'
              ADD 1 TO WS-BUILDS-REJECTED
           ELSE
              ADD 1 TO WS-BREAKS-REJECTED
           END-IF
           .

       188-KIT-TRANSACTION.
           EVALUATE TRUE
              WHEN WS-FOUND-FLAG = 'NO'
                 DISPLAY 'INVMAINT: kit transaction rejected, kit '
                    'not on master ' TK-CATALOG-NUM
                 MOVE 'NOF' TO WS-REJECT-REASON
                 PERFORM 187-REJECT-KIT
              WHEN TK-QTY NOT NUMERIC
                 OR TK-QTY = 0
                 DISPLAY 'INVMAINT: kit transaction rejected, '
                    'quantity not numeric for kit ' TK-CATALOG-NUM
                 MOVE 'NUM' TO WS-REJECT-REASON
                 PERFORM 187-REJECT-KIT
              WHEN WS-BOM-DROPPED = 'YES'
                 DISPLAY 'INVMAINT: kit transaction rejected, bill '
                    'of materials file exceeds the table this run: '
                    TK-CATALOG-NUM
                 MOVE 'BOM' TO WS-REJECT-REASON
                 PERFORM 187-REJECT-KIT
              WHEN TK-LOCATION NOT = SPACES
                 AND WS-LOC-DROPPED = 'YES'
                 DISPLAY 'INVMAINT: kit transaction rejected, '
                    'location file exceeds the table and is '
                    'protected this run: ' TK-CATALOG-NUM
                 MOVE 'FUL' TO WS-REJECT-REASON
                 PERFORM 187-REJECT-KIT
              WHEN OTHER
                 PERFORM 189-CHECK-KIT
                 IF WS-REJECT-REASON = SPACES
                    PERFORM 191-APPLY-KIT-TRANSACTION
                 ELSE
                    PERFORM 187-REJECT-KIT
                 END-IF
           END-EVALUATE
           .

      ******************************************************************
      * Every component, and the kit itself, is checked before any
      * record is rewritten so a kit transaction either posts whole
      * or not at all. The first problem found is the reject reason.
      ******************************************************************
       189-CHECK-KIT.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-KIT-LINES
           MOVE 0 TO WS-KIT-NEW-LOCS
           PERFORM VARYING BM-IDX FROM 1 BY 1
              UNTIL BM-IDX > WS-BOM-COUNT
                 OR WS-REJECT-REASON NOT = SPACES
              IF BM-KIT-CATALOG(BM-IDX) = TK-CATALOG-NUM
                 ADD 1 TO WS-KIT-LINES
                 MOVE BM-COMP-CATALOG(BM-IDX) TO WS-KIT-ITEM-CATALOG
                 COMPUTE WS-KIT-ITEM-QTY = TK-QTY * BM-QTY-PER(BM-IDX)
                    ON SIZE ERROR
                       MOVE 9999999 TO WS-KIT-ITEM-QTY
                 END-COMPUTE
                 IF TK-CODE = 'B'
                    MOVE 'OUT' TO WS-KIT-ITEM-DIRECTION
                 ELSE
                    MOVE 'IN' TO WS-KIT-ITEM-DIRECTION
                 END-IF
                 PERFORM 190-CHECK-KIT-ITEM
                 IF WS-REJECT-REASON = 'NOF'
                    DISPLAY 'INVMAINT: kit transaction rejected, '
                       'component ' WS-KIT-ITEM-CATALOG
                       ' not on master for kit ' TK-CATALOG-NUM
                    MOVE 'CMP' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-PERFORM
           IF WS-REJECT-REASON = SPACES
              AND WS-KIT-LINES = 0
              DISPLAY 'INVMAINT: kit transaction rejected, no bill '
                 'of materials for kit ' TK-CATALOG-NUM
              MOVE 'BOM' TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
              MOVE TK-CATALOG-NUM TO WS-KIT-ITEM-CATALOG
              MOVE TK-QTY TO WS-KIT-ITEM-QTY
              IF TK-CODE = 'B'
                 MOVE 'IN' TO WS-KIT-ITEM-DIRECTION
              ELSE
                 MOVE 'OUT' TO WS-KIT-ITEM-DIRECTION
              END-IF
              PERFORM 190-CHECK-KIT-ITEM
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND WS-LOC-COUNT + WS-KIT-NEW-LOCS > 20000
              DISPLAY 'INVMAINT: kit transaction rejected, location '
                 'table full for kit ' TK-CATALOG-NUM
              MOVE 'FUL' TO WS-REJECT-REASON
           END-IF
           .

       190-CHECK-KIT-ITEM.
           MOVE WS-KIT-ITEM-CATALOG TO CATALOG-NUM
           READ MASTER-FILE
              INVALID KEY
                 MOVE 'NOF' TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
              IF WS-KIT-ITEM-DIRECTION = 'OUT'
                 IF QUANITY-ON-HAND < WS-KIT-ITEM-QTY
                    DISPLAY 'INVMAINT: kit transaction rejected, only '
                       QUANITY-ON-HAND ' on hand for '
                       WS-KIT-ITEM-CATALOG ', kit ' TK-CATALOG-NUM
                    MOVE 'INS' TO WS-REJECT-REASON
                 END-IF
              ELSE
                 IF QUANITY-ON-HAND + WS-KIT-ITEM-QTY > 99999
                    DISPLAY 'INVMAINT: kit transaction rejected, '
                       'would overflow on-hand for '
                       WS-KIT-ITEM-CATALOG ', kit ' TK-CATALOG-NUM
                    MOVE 'OVR' TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
              AND TK-LOCATION NOT = SPACES
              MOVE WS-KIT-ITEM-CATALOG TO WS-LOC-FIND-CATALOG
              MOVE TK-LOCATION TO WS-LOC-FIND-CODE
              PERFORM 176-FIND-LOCATION-ENTRY
              MOVE 0 TO WS-EXPIRED-QTY
              IF TK-CODE = 'B'
                 AND WS-KIT-ITEM-DIRECTION = 'OUT'
                 AND WS-LOT-DROPPED = 'NO'
                 MOVE WS-KIT-ITEM-CATALOG TO WS-LOT-FIND-CATALOG
                 MOVE TK-LOCATION TO WS-LOT-FIND-LOC
                 PERFORM 196-SUM-EXPIRED-LOTS
              END-IF
              EVALUATE TRUE
                 WHEN WS-KIT-ITEM-DIRECTION = 'OUT'
                    AND WS-LOC-FOUND-IDX = 0
                    DISPLAY 'INVMAINT: kit transaction rejected, no '
                       'stock record for ' WS-KIT-ITEM-CATALOG
                       ' at location ' TK-LOCATION
                    MOVE 'NLC' TO WS-REJECT-REASON
                 WHEN WS-KIT-ITEM-DIRECTION = 'OUT'
                    AND LT-QTY(WS-LOC-FOUND-IDX) < WS-KIT-ITEM-QTY
                    DISPLAY 'INVMAINT: kit transaction rejected, only '
                       LT-QTY(WS-LOC-FOUND-IDX) ' on hand for '
                       WS-KIT-ITEM-CATALOG ' at location '
                       TK-LOCATION
                    MOVE 'INS' TO WS-REJECT-REASON
                 WHEN WS-KIT-ITEM-DIRECTION = 'OUT'
                    AND LT-QTY(WS-LOC-FOUND-IDX) - WS-EXPIRED-QTY
                       < WS-KIT-ITEM-QTY
                    DISPLAY 'INVMAINT: kit transaction rejected, '
                       WS-EXPIRED-QTY ' of ' WS-KIT-ITEM-CATALOG
                       ' at location ' TK-LOCATION ' is in expired '
                       'lots'
                    MOVE 'EXP' TO WS-REJECT-REASON
                 WHEN WS-KIT-ITEM-DIRECTION = 'OUT'
                    CONTINUE
                 WHEN WS-LOC-FOUND-IDX = 0
                    ADD 1 TO WS-KIT-NEW-LOCS
                 WHEN LT-QTY(WS-LOC-FOUND-IDX) + WS-KIT-ITEM-QTY
                    > 99999
                    DISPLAY 'INVMAINT: kit transaction rejected, '
                       'would overflow ' WS-KIT-ITEM-CATALOG
                       ' at location ' TK-LOCATION
                    MOVE 'OVR' TO WS-REJECT-REASON
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .

       191-APPLY-KIT-TRANSACTION.
           MOVE 'YES' TO WS-KIT-ITEM-OK
           PERFORM VARYING BM-IDX FROM 1 BY 1
              UNTIL BM-IDX > WS-BOM-COUNT
              IF BM-KIT-CATALOG(BM-IDX) = TK-CATALOG-NUM
                 MOVE BM-COMP-CATALOG(BM-IDX) TO WS-KIT-ITEM-CATALOG
                 COMPUTE WS-KIT-ITEM-QTY = TK-QTY * BM-QTY-PER(BM-IDX)
                 IF TK-CODE = 'B'
                    MOVE 'OUT' TO WS-KIT-ITEM-DIRECTION
                 ELSE
                    MOVE 'IN' TO WS-KIT-ITEM-DIRECTION
                 END-IF
                 PERFORM 192-POST-KIT-ITEM
              END-IF
           END-PERFORM
           MOVE TK-CATALOG-NUM TO WS-KIT-ITEM-CATALOG
           MOVE TK-QTY TO WS-KIT-ITEM-QTY
           IF TK-CODE = 'B'
              MOVE 'IN' TO WS-KIT-ITEM-DIRECTION
           ELSE
              MOVE 'OUT' TO WS-KIT-ITEM-DIRECTION
           END-IF
           PERFORM 192-POST-KIT-ITEM
           IF WS-KIT-ITEM-OK = 'YES'
              IF TK-CODE = 'B'
                 ADD 1 TO WS-BUILDS-APPLIED
              ELSE
                 ADD 1 TO WS-BREAKS-APPLIED
              END-IF
           ELSE
              MOVE 'IOE' TO WS-REJECT-REASON
              PERFORM 187-REJECT-KIT
           END-IF
           .

      ******************************************************************
      * The checks in 189 have already passed, so a rewrite failure
      * here is a file error: the records already posted stay posted
      * (they are on the audit trail) and the transaction is written
      * to the reject file as IOE for the clerk to sort out.
      ******************************************************************
       192-POST-KIT-ITEM.
           MOVE WS-KIT-ITEM-CATALOG TO CATALOG-NUM
           READ MASTER-FILE
              INVALID KEY
                 DISPLAY 'INVMAINT: kit posting failed, read status '
                    WS-MASTER-STATUS ' for catalog '
                    WS-KIT-ITEM-CATALOG
                 MOVE 'NO' TO WS-KIT-ITEM-OK
              NOT INVALID KEY
                 PERFORM 178-SAVE-BEFORE-IMAGE
                 IF WS-KIT-ITEM-DIRECTION = 'OUT'
                    SUBTRACT WS-KIT-ITEM-QTY FROM QUANITY-ON-HAND
                 ELSE
                    ADD WS-KIT-ITEM-QTY TO QUANITY-ON-HAND
                 END-IF
                 REWRITE MASTER-RECORD
                    INVALID KEY
                       DISPLAY 'INVMAINT: kit posting failed, '
                          'rewrite status ' WS-MASTER-STATUS
                          ' for catalog ' WS-KIT-ITEM-CATALOG
                       MOVE 'NO' TO WS-KIT-ITEM-OK
                    NOT INVALID KEY
                       PERFORM 193-WRITE-KIT-AUDIT-RECORD
                       MOVE WS-KIT-ITEM-CATALOG TO WS-MOVE-CATALOG
                       MOVE TK-LOCATION TO WS-MOVE-LOC
                       MOVE SPACES TO WS-MOVE-REF
                       STRING TK-CODE ' ' TK-CATALOG-NUM
                          DELIMITED BY SIZE INTO WS-MOVE-REF
                       MOVE QUANITY-ON-HAND TO WS-MOVE-AFTER-QTY
                       MOVE UNIT-PURCHASE-PRICE TO WS-MOVE-AFTER-COST
                       PERFORM 184-JOURNAL-MASTER-CHANGE
                       IF TK-LOCATION NOT = SPACES
                          PERFORM 194-MOVE-KIT-LOCATION-STOCK
                       END-IF
                 END-REWRITE
           END-READ
           .

       193-WRITE-KIT-AUDIT-RECORD.
           MOVE DESCRIPTION TO AD-AFTER-DESC
           MOVE UNIT-PURCHASE-PRICE TO AD-AFTER-PRICE
           MOVE QUANITY-ON-HAND TO AD-AFTER-ON-HAND
           MOVE QUANITY-ON-ORDER TO AD-AFTER-ON-ORDER
           MOVE REORDER-POINT TO AD-AFTER-REORDER
           MOVE RECIEVED-WEEKLY TO AD-AFTER-RECEIVED
           MOVE SOLD-WEEKLY TO AD-AFTER-SOLD
           MOVE RETURNED-WEEKLY TO AD-AFTER-RETURNED
           ACCEPT AD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AD-TS-TIME FROM TIME
           MOVE TK-CODE TO AD-CODE
           MOVE WS-KIT-ITEM-CATALOG TO AD-CATALOG
           MOVE AUDIT-DETAIL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           .

       194-MOVE-KIT-LOCATION-STOCK.
           MOVE WS-KIT-ITEM-CATALOG TO WS-LOC-FIND-CATALOG
           MOVE TK-LOCATION TO WS-LOC-FIND-CODE
           PERFORM 176-FIND-LOCATION-ENTRY
           IF WS-KIT-ITEM-DIRECTION = 'OUT'
              SUBTRACT WS-KIT-ITEM-QTY FROM LT-QTY(WS-LOC-FOUND-IDX)
              MOVE WS-KIT-ITEM-CATALOG TO WS-LOT-FIND-CATALOG
              MOVE TK-LOCATION TO WS-LOT-FIND-LOC
              MOVE WS-KIT-ITEM-QTY TO WS-LOT-NEED
              PERFORM 183-RELIEVE-LOTS
           ELSE
              IF WS-LOC-FOUND-IDX = 0
                 ADD 1 TO WS-LOC-COUNT
                 MOVE WS-LOC-COUNT TO WS-LOC-FOUND-IDX
                 MOVE WS-KIT-ITEM-CATALOG
                    TO LT-CATALOG-NUM(WS-LOC-FOUND-IDX)
                 MOVE TK-LOCATION TO LT-CODE(WS-LOC-FOUND-IDX)
                 MOVE 0 TO LT-QTY(WS-LOC-FOUND-IDX)
              END-IF
              ADD WS-KIT-ITEM-QTY TO LT-QTY(WS-LOC-FOUND-IDX)
           END-IF
           .

       196-SUM-EXPIRED-LOTS.
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > WS-LOT-COUNT
              IF LS-CATALOG-NUM(LS-IDX) = WS-LOT-FIND-CATALOG
                 AND LS-LOC-CODE(LS-IDX) = WS-LOT-FIND-LOC
                 AND LS-EXPIRY-DATE(LS-IDX) NOT = 0
                 AND LS-EXPIRY-DATE(LS-IDX) < WS-TODAY
                 ADD LS-QTY(LS-IDX) TO WS-EXPIRED-QTY
              END-IF
           END-PERFORM
           .

       195-REWRITE-LOCATIONS.
           IF WS-LOC-DROPPED = 'YES'
              DISPLAY 'INVMAINT: location file left untouched, '
           END-IF
           .

       197-REWRITE-LOTS.
           IF WS-LOT-DROPPED = 'YES'
              DISPLAY 'INVMAINT: lot file left untouched, records '
                 'were dropped at load'
           ELSE
              IF WS-LOT-FILE-PRESENT = 'YES'
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

       198-SAVE-LAST-HOLD-NUMBER.
           IF WS-TRANS-HELD > 0
              OPEN OUTPUT HOLDNUM-FILE
              MOVE WS-LAST-HOLD-NUMBER TO HN-LAST-HOLD-NUMBER
              WRITE HOLDNUM-RECORD
              CLOSE HOLDNUM-FILE
           END-IF
           .

       200-WRITE-CONTROL-REPORT.
           OPEN OUTPUT CONTROL-FILE
           MOVE CTL-HEADING-LINE TO CONTROL-RECORD
           ACCEPT CTL-TIME-OUT FROM TIME
           MOVE CTL-DATE-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE WS-OPERATOR-ID TO CTL-OPERATOR-OUT
           MOVE WS-OPERATOR-NAME TO CTL-OPER-NAME-OUT
           MOVE CTL-OPERATOR-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'TRANSACTIONS READ' TO CTL-SINGLE-LABEL
           MOVE WS-XFERS-REJECTED TO CTL-REJECTED-OUT
           MOVE CTL-COUNT-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'KIT BUILDS' TO CTL-LABEL-OUT
           MOVE WS-BUILDS-APPLIED TO CTL-APPLIED-OUT
           MOVE WS-BUILDS-REJECTED TO CTL-REJECTED-OUT
           MOVE CTL-COUNT-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'KIT BREAK-DOWNS' TO CTL-LABEL-OUT
           MOVE WS-BREAKS-APPLIED TO CTL-APPLIED-OUT
           MOVE WS-BREAKS-REJECTED TO CTL-REJECTED-OUT
           MOVE CTL-COUNT-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'UNKNOWN CODES' TO CTL-LABEL-OUT
           MOVE 0 TO CTL-APPLIED-OUT
           MOVE WS-OTHERS-REJECTED TO CTL-REJECTED-OUT
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'HELD FOR APPROVAL' TO CTL-SINGLE-LABEL
           MOVE WS-TRANS-HELD TO CTL-SINGLE-COUNT
           MOVE CTL-SINGLE-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           COMPUTE WS-MASTER-AFTER = WS-MASTER-BEFORE
              + WS-ADDS-APPLIED - WS-DELETES-APPLIED
           MOVE 'MASTER RECORDS BEFORE' TO CTL-SINGLE-LABEL
