      * Every rejected transaction is written in full (cols 1-15)
      * plus a reason code (col 17: NOF catalog not on master, NUM
      * bad or zero quantity, UNK unknown code, LOC blank location,
      * OVR return would overflow the location, FUL location table
      * full, IOE file error) to the reject file
      * (PR1_SALES_REJECT_FILE, default pr1slsrj.txt) so the clerk
      * can correct and resubmit. A batch control report
      * (PR1_SALES_CONTROL_FILE, default pr1slsct.txt) shows counts
      * read, applied, and rejected by code and the total units
      * sold, backordered, and returned this run.
      * A sale for more than the master or the location has on hand
      * is no longer rejected as INS (or NLC when the location has
      * no stock record): whatever both can supply is posted, and
      * the remainder goes on the customer backorder file
      * (PR1_BACKORDER_FILE, default pr1bkord.txt, BKOREC layout)
      * with the location and today's date. PORECV fills open
      * backorders oldest first as stock is received, and BOAGING
      * ages whatever is still waiting.
      * Where the location holds lot-controlled stock on the lot
      * stock file (PR1_LOT_FILE, default pr1lots.txt, LOTREC
      * layout), a sale relieves the earliest-expiring lot at that
      * location first and works forward; lots with no expiration
      * date go last, and once the lots are used up the rest of the
      * sale comes from stock received without a lot. A lot whose
      * expiration date has passed is never sold: its units are held
      * back from the location's sellable quantity until LOTEXP's
      * expired list gets them pulled, and the customer's quantity
      * they would have covered is backordered. Returns go
      * back to the location without a lot. The control report
      * shows the units taken from lots.
      * The run is keyed under an operator ID (PR1_OPERATOR) that
      * must be on the operator table (PR1_OPERATOR_FILE, default
      * pr1oper.txt, OPRREC layout); without one nothing is posted.
      * The operator is named on the control report.
      * Every sale posted is journaled as cost of sales (SAL) and
      * every return as RTN, at the master's unit purchase price,
      * on the stock movement journal (PR1_MOVEMENT_FILE, default
      * pr1moves.txt, MOVREC layout) that ROLLFWD rolls forward at
      * month end; the control report shows the value of each.
      * A catalog number the manufacturer has replaced is followed
      * through the supersession file (PR1_SUPERSEDE_FILE, default
      * pr1supsd.txt, SUPREC layout) to the number now current, so a
      * clerk keying the old number is no longer rejected NOF. Sales
      * and returns post to the current number; if the replacement
      * has not been added to the master yet the transaction posts
      * as keyed. Only entries effective on or before the run date
      * are followed. A sale first sells whatever stock is left at
      * the location under the old numbers the current number
      * replaces, journaled under the old number with reference
      * SALE and the new number, and only the rest comes from the
      * current number (or is backordered against it). Rejects
      * keep the transaction exactly as keyed. The control report
      * counts the transactions that followed a supersession, lists
      * each old-to-new pair followed, and shows the units sold
      * from old-number stock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALEPOST.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCATION-STATUS.

           SELECT BACKORDER-FILE ASSIGN TO DYNAMIC
           WS-BACKORDER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.

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

           SELECT SUPERSEDE-FILE ASSIGN TO DYNAMIC
           WS-SUPERSEDE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPERSEDE-STATUS.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       01 LOCATION-RECORD.
           COPY LOCREC.

       FD BACKORDER-FILE.

       01 BACKORDER-RECORD.
           COPY BKOREC.

       FD LOT-FILE.

       01 LOT-RECORD.
           COPY LOTREC.

       FD OPERATOR-FILE.

       01 OPERATOR-RECORD.
           COPY OPRREC.

       FD MOVEMENT-FILE.

       01 MOVEMENT-RECORD.
           COPY MOVREC.

       FD SUPERSEDE-FILE.

       01 SUPERSEDE-RECORD.
           COPY SUPREC.

       FD REJECT-FILE.

       01 REJECT-RECORD.
                                         VALUE 'pr1sales.txt'.
           05 WS-LOCATION-FILE-NAME     PIC X(40)
                                         VALUE 'pr1locs.txt'.
           05 WS-BACKORDER-FILE-NAME    PIC X(40)
                                         VALUE 'pr1bkord.txt'.
           05 WS-LOT-FILE-NAME          PIC X(40)
                                         VALUE 'pr1lots.txt'.
           05 WS-OPERATOR-FILE-NAME     PIC X(40)
                                         VALUE 'pr1oper.txt'.
           05 WS-MOVEMENT-FILE-NAME     PIC X(40)
                                         VALUE 'pr1moves.txt'.
           05 WS-SUPERSEDE-FILE-NAME    PIC X(40)
                                         VALUE 'pr1supsd.txt'.
           05 WS-REJECT-FILE-NAME       PIC X(40)
                                         VALUE 'pr1slsrj.txt'.
           05 WS-CONTROL-FILE-NAME      PIC X(40)
           05 WS-LOC-FIND-CODE          PIC X(4) VALUE SPACES.
           05 WS-LOC-FOUND-IDX          PIC 9(5) VALUE 0.
           05 WS-REJECT-REASON          PIC X(3) VALUE SPACES.
           05 WS-BACKORDER-STATUS       PIC XX VALUE '00'.
           05 WS-TODAY                  PIC 9(8) VALUE 0.
           05 WS-POST-QTY               PIC 9(5) VALUE 0.
           05 WS-BACK-QTY               PIC 9(5) VALUE 0.
           05 WS-LOT-STATUS             PIC XX VALUE '00'.
           05 WS-LOT-FILE-PRESENT       PIC X(3) VALUE 'NO'.
           05 WS-LOT-DROPPED            PIC X(3) VALUE 'NO'.
           05 WS-LOT-COUNT              PIC 9(5) VALUE 0.
           05 WS-LOT-PICK-IDX           PIC 9(5) VALUE 0.
           05 WS-LOT-PICK-KEY           PIC 9(8) VALUE 0.
           05 WS-LOT-KEY                PIC 9(8) VALUE 0.
           05 WS-LOT-NEED               PIC 9(5) VALUE 0.
           05 WS-LOT-TAKE               PIC 9(5) VALUE 0.
           05 WS-EXPIRED-QTY            PIC 9(7) VALUE 0.
           05 WS-OPERATOR-ID            PIC X(6) VALUE SPACES.
           05 WS-OPERATOR-STATUS        PIC XX VALUE '00'.
           05 WS-OPERATOR-OK            PIC X(3) VALUE 'NO'.
           05 WS-OPERATOR-NAME          PIC X(20) VALUE SPACES.
           05 WS-MOVEMENT-STATUS        PIC XX VALUE '00'.
           05 WS-SUPERSEDE-STATUS       PIC XX VALUE '00'.
           05 WS-SUP-COUNT              PIC 9(3) VALUE 0.
           05 WS-SUP-HOPS               PIC 9(2) VALUE 0.
           05 WS-SUP-MORE               PIC X(3) VALUE 'NO'.
           05 WS-SUP-FIND-CATALOG       PIC X(5) VALUE SPACES.
           05 WS-SUP-CUR-CATALOG        PIC X(5) VALUE SPACES.
           05 WS-POST-CATALOG           PIC X(5) VALUE SPACES.
           05 WS-SALE-CATALOG           PIC X(5) VALUE SPACES.
           05 WS-SALE-QTY               PIC 9(5) VALUE 0.
           05 WS-SALE-COUNTED           PIC X(3) VALUE 'NO'.
           05 WS-OLD-QTY                PIC 9(5) VALUE 0.
           05 WS-OLD-READ               PIC X(3) VALUE 'NO'.
           05 WS-FOLLOW-COUNT           PIC 9(3) VALUE 0.
           05 WS-FOLLOW-FOUND-IDX       PIC 9(3) VALUE 0.

       01  WS-LOT-TABLE.
           05 LS-ENTRY OCCURS 20000 TIMES INDEXED BY LS-IDX.
              10 LS-CATALOG-NUM                  PIC X(5).
              10 LS-LOC-CODE                     PIC X(4).
              10 LS-LOT-NUMBER                   PIC X(10).
              10 LS-EXPIRY-DATE                  PIC 9(8).
              10 LS-QTY                          PIC 9(5).

       01  WS-SUPERSEDE-TABLE.
           05 SU-ENTRY OCCURS 500 TIMES INDEXED BY SU-IDX SU-IDX2.
              10 SU-OLD-CATALOG                  PIC X(5).
              10 SU-NEW-CATALOG                  PIC X(5).

       01  WS-FOLLOWED-TABLE.
           05 FW-ENTRY OCCURS 100 TIMES INDEXED BY FW-IDX.
              10 FW-OLD-CATALOG                  PIC X(5).
              10 FW-NEW-CATALOG                  PIC X(5).
              10 FW-TRANS                        PIC 9(5).

       01  WS-LOCATION-TABLE.
           05 LT-ENTRY OCCURS 20000 TIMES INDEXED BY LT-IDX.
           05 WS-OTHERS-REJECTED        PIC 9(5) VALUE 0.
           05 WS-UNITS-SOLD             PIC 9(7) VALUE 0.
           05 WS-UNITS-RETURNED         PIC 9(7) VALUE 0.
           05 WS-SALES-BACKORDERED      PIC 9(5) VALUE 0.
           05 WS-UNITS-BACKORDERED      PIC 9(7) VALUE 0.
           05 WS-UNITS-FROM-LOTS        PIC 9(7) VALUE 0.
           05 WS-COST-OF-SALES          PIC 9(9)V99 VALUE 0.
           05 WS-COST-OF-RETURNS        PIC 9(9)V99 VALUE 0.
           05 WS-SUP-FOLLOWED           PIC 9(5) VALUE 0.
           05 WS-UNITS-OLD-STOCK        PIC 9(7) VALUE 0.

       01  CTL-HEADING-LINE.
           05             PIC X(3) VALUE 'TSB'.
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
           05 CTL-SINGLE-LABEL   PIC X(26).
           05 CTL-SINGLE-COUNT   PIC ZZZZZZ9.

       01  CTL-VALUE-LINE.
           05 CTL-VALUE-LABEL    PIC X(26).
           05 CTL-VALUE-OUT      PIC ZZZZZZZZ9.99.

       01  CTL-FOLLOW-LINE.
           05                    PIC X(4) VALUE SPACES.
           05 CTL-FW-OLD-OUT     PIC X(5).
           05                    PIC X(4) VALUE ' TO '.
           05 CTL-FW-NEW-OUT     PIC X(5).
           05                    PIC X(8) VALUE SPACES.
           05 CTL-FW-TRANS-OUT   PIC ZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 106-CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'YES'
              PERFORM 110-OPEN-MASTER
           END-IF
           IF WS-MASTER-OK = 'YES'
              PERFORM 114-LOAD-LOCATIONS
              PERFORM 117-LOAD-LOTS
              PERFORM 119-LOAD-SUPERSESSIONS
              PERFORM 150-PROCESS-TRANSACTIONS
              CLOSE MASTER-FILE
              PERFORM 195-REWRITE-LOCATIONS
              PERFORM 197-REWRITE-LOTS
              PERFORM 200-WRITE-CONTROL-REPORT
           END-IF
           PERFORM 250-CLOSE-ROUTINE
           IF WS-LOCATION-FILE-NAME = SPACES
              MOVE 'pr1locs.txt' TO WS-LOCATION-FILE-NAME
           END-IF
           ACCEPT WS-BACKORDER-FILE-NAME
              FROM ENVIRONMENT 'PR1_BACKORDER_FILE'
           IF WS-BACKORDER-FILE-NAME = SPACES
              MOVE 'pr1bkord.txt' TO WS-BACKORDER-FILE-NAME
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
           ACCEPT WS-SUPERSEDE-FILE-NAME
              FROM ENVIRONMENT 'PR1_SUPERSEDE_FILE'
           IF WS-SUPERSEDE-FILE-NAME = SPACES
              MOVE 'pr1supsd.txt' TO WS-SUPERSEDE-FILE-NAME
           END-IF
           ACCEPT WS-REJECT-FILE-NAME
              FROM ENVIRONMENT 'PR1_SALES_REJECT_FILE'
           IF WS-REJECT-FILE-NAME = SPACES
           IF WS-CONTROL-FILE-NAME = SPACES
              MOVE 'pr1slsct.txt' TO WS-CONTROL-FILE-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           .

       106-CHECK-OPERATOR.
           MOVE 'NO' TO WS-OPERATOR-OK
           IF WS-OPERATOR-ID = SPACES
              DISPLAY 'SALEPOST: set PR1_OPERATOR to your operator '
                 'ID, run stopped'
           ELSE
              MOVE 'YES' TO EOF-FLAG
              OPEN INPUT OPERATOR-FILE
              IF WS-OPERATOR-STATUS NOT = '00'
                 DISPLAY 'SALEPOST: operator table not found: '
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
                    DISPLAY 'SALEPOST: operator ' WS-OPERATOR-ID
                       ' not on the operator table, run stopped'
                 END-IF
              END-IF
           END-IF
           .

       110-OPEN-MASTER.
           END-IF
           .

       117-LOAD-LOTS.
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
              DISPLAY 'SALEPOST: lot table full, record dropped: '
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

       119-LOAD-SUPERSESSIONS.
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
                     PERFORM 120-STORE-SUPERSESSION
                END-READ
              END-PERFORM
              CLOSE SUPERSEDE-FILE
           END-IF
           .

       120-STORE-SUPERSESSION.
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
                    DISPLAY 'SALEPOST: supersession table full, '
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

       150-PROCESS-TRANSACTIONS.
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT SALES-FILE
              CLOSE REJECT-FILE
           ELSE
              OPEN OUTPUT REJECT-FILE
              OPEN EXTEND BACKORDER-FILE
              IF WS-BACKORDER-STATUS = '35'
                 OPEN OUTPUT BACKORDER-FILE
              END-IF
              OPEN EXTEND MOVEMENT-FILE
              IF WS-MOVEMENT-STATUS = '35'
                 OPEN OUTPUT MOVEMENT-FILE
              END-IF
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ SALES-FILE
                  AT END
              END-PERFORM
              CLOSE SALES-FILE
                    REJECT-FILE
                    BACKORDER-FILE
                    MOVEMENT-FILE
           END-IF
           .

       155-APPLY-TRANSACTION.
           PERFORM 156-FOLLOW-SUPERSESSION
           PERFORM 160-FIND-MASTER-ENTRY
           EVALUATE SL-CODE
              WHEN 'S'
           END-EVALUATE
           .

      ******************************************************************
      * The keyed number is followed to the number now current. The
      * transaction only moves there once the replacement is on the
      * master; until INVMAINT adds it, the old number still posts.
      ******************************************************************
       156-FOLLOW-SUPERSESSION.
           MOVE SL-CATALOG-NUM TO WS-POST-CATALOG
           MOVE SL-CATALOG-NUM TO WS-SUP-FIND-CATALOG
           PERFORM 158-RESOLVE-SUPERSESSION
           IF WS-SUP-CUR-CATALOG NOT = SL-CATALOG-NUM
              MOVE WS-SUP-CUR-CATALOG TO CATALOG-NUM
              READ MASTER-FILE
                 INVALID KEY
                    DISPLAY 'SALEPOST: catalog ' SL-CATALOG-NUM
                       ' superseded by ' WS-SUP-CUR-CATALOG
                       ', not on master yet, posted as keyed'
                 NOT INVALID KEY
                    MOVE WS-SUP-CUR-CATALOG TO WS-POST-CATALOG
                    DISPLAY 'SALEPOST: catalog ' SL-CATALOG-NUM
                       ' superseded, posted to ' WS-POST-CATALOG
                    ADD 1 TO WS-SUP-FOLLOWED
                    PERFORM 157-NOTE-FOLLOWED-PAIR
              END-READ
           END-IF
           .

       157-NOTE-FOLLOWED-PAIR.
           MOVE 0 TO WS-FOLLOW-FOUND-IDX
           PERFORM VARYING FW-IDX FROM 1 BY 1
              UNTIL FW-IDX > WS-FOLLOW-COUNT
              IF FW-OLD-CATALOG(FW-IDX) = SL-CATALOG-NUM
                 SET WS-FOLLOW-FOUND-IDX TO FW-IDX
              END-IF
           END-PERFORM
           IF WS-FOLLOW-FOUND-IDX = 0
              IF WS-FOLLOW-COUNT < 100
                 ADD 1 TO WS-FOLLOW-COUNT
                 MOVE WS-FOLLOW-COUNT TO WS-FOLLOW-FOUND-IDX
                 MOVE SL-CATALOG-NUM
                    TO FW-OLD-CATALOG(WS-FOLLOW-FOUND-IDX)
                 MOVE WS-POST-CATALOG
                    TO FW-NEW-CATALOG(WS-FOLLOW-FOUND-IDX)
                 MOVE 0 TO FW-TRANS(WS-FOLLOW-FOUND-IDX)
              END-IF
           END-IF
           IF WS-FOLLOW-FOUND-IDX > 0
              ADD 1 TO FW-TRANS(WS-FOLLOW-FOUND-IDX)
           END-IF
           .

      ******************************************************************
      * Follow old-to-new links until the number has no replacement.
      * A chain keyed into a loop would never end, so after ten links
      * the number is left as it came and the loop is reported.
      ******************************************************************
       158-RESOLVE-SUPERSESSION.
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
                    DISPLAY 'SALEPOST: supersession chain for '
                       WS-SUP-FIND-CATALOG ' loops, number used as '
                       'it stands'
                    MOVE WS-SUP-FIND-CATALOG TO WS-SUP-CUR-CATALOG
                    MOVE 'NO' TO WS-SUP-MORE
                 END-IF
              END-IF
           END-PERFORM
           .

       160-FIND-MASTER-ENTRY.
           MOVE 'NO' TO WS-FOUND-FLAG
           MOVE WS-POST-CATALOG TO CATALOG-NUM
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
           .

       165-POST-SALE.
           MOVE WS-POST-CATALOG TO WS-LOC-FIND-CATALOG
           MOVE SL-LOCATION TO WS-LOC-FIND-CODE
           PERFORM 176-FIND-LOCATION-ENTRY
           EVALUATE TRUE
              WHEN WS-LOC-DROPPED = 'YES'
                 DISPLAY 'SALEPOST: sale rejected, location file '
                    'exceeds the table and is protected this '
                    'run: ' WS-POST-CATALOG
                 MOVE 'FUL' TO WS-REJECT-REASON
                 PERFORM 186-REJECT-SALE
              WHEN WS-FOUND-FLAG = 'NO'
                 DISPLAY 'SALEPOST: sale rejected, catalog not on '
                    'master ' WS-POST-CATALOG
                 MOVE 'NOF' TO WS-REJECT-REASON
                 PERFORM 186-REJECT-SALE
              WHEN SL-QTY NOT NUMERIC OR SL-QTY = 0
                 DISPLAY 'SALEPOST: sale rejected, bad quantity '
                    'for catalog ' WS-POST-CATALOG
                 MOVE 'NUM' TO WS-REJECT-REASON
                 PERFORM 186-REJECT-SALE
              WHEN SL-LOCATION = SPACES
                 DISPLAY 'SALEPOST: sale rejected, blank location '
                    'for catalog ' WS-POST-CATALOG
                 MOVE 'LOC' TO WS-REJECT-REASON
                 PERFORM 186-REJECT-SALE
              WHEN OTHER
                 MOVE SL-QTY TO WS-SALE-QTY
                 MOVE 'NO' TO WS-SALE-COUNTED
                 IF WS-SUP-COUNT > 0
                    PERFORM 161-SELL-OLD-STOCK-FIRST
                 END-IF
                 IF WS-SALE-QTY > 0
                    PERFORM 166-SPLIT-SHORT-SALE
                    IF WS-POST-QTY > 0
                       PERFORM 167-APPLY-SALE
                    ELSE
                       PERFORM 168-WRITE-BACKORDER
                    END-IF
                 END-IF
           END-EVALUATE
           .

      ******************************************************************
      * Stock left at the picking location under any old number the
      * current number replaced is sold before the current number's
      * own stock. Each old number gives what both its master record
      * and its location can supply. The current number's record and
      * location are read back afterwards for the rest of the sale.
      ******************************************************************
       161-SELL-OLD-STOCK-FIRST.
           MOVE WS-POST-CATALOG TO WS-SALE-CATALOG
           MOVE 'NO' TO WS-OLD-READ
           PERFORM VARYING SU-IDX2 FROM 1 BY 1
              UNTIL SU-IDX2 > WS-SUP-COUNT
              OR WS-SALE-QTY = 0
              IF SU-OLD-CATALOG(SU-IDX2) NOT = WS-SALE-CATALOG
                 MOVE SU-OLD-CATALOG(SU-IDX2) TO WS-SUP-FIND-CATALOG
                 PERFORM 158-RESOLVE-SUPERSESSION
                 IF WS-SUP-CUR-CATALOG = WS-SALE-CATALOG
                    MOVE SU-OLD-CATALOG(SU-IDX2) TO WS-POST-CATALOG
                    MOVE 'YES' TO WS-OLD-READ
                    PERFORM 162-SELL-OLD-NUMBER
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-SALE-CATALOG TO WS-POST-CATALOG
           IF WS-OLD-READ = 'YES'
              PERFORM 160-FIND-MASTER-ENTRY
              MOVE WS-POST-CATALOG TO WS-LOC-FIND-CATALOG
              MOVE SL-LOCATION TO WS-LOC-FIND-CODE
              PERFORM 176-FIND-LOCATION-ENTRY
           END-IF
           .

       162-SELL-OLD-NUMBER.
           MOVE WS-POST-CATALOG TO CATALOG-NUM
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE WS-POST-CATALOG TO WS-LOC-FIND-CATALOG
                 MOVE SL-LOCATION TO WS-LOC-FIND-CODE
                 PERFORM 176-FIND-LOCATION-ENTRY
                 MOVE WS-SALE-QTY TO WS-OLD-QTY
                 IF QUANITY-ON-HAND < WS-OLD-QTY
                    MOVE QUANITY-ON-HAND TO WS-OLD-QTY
                 END-IF
                 IF WS-LOC-FOUND-IDX = 0
                    MOVE 0 TO WS-OLD-QTY
                 ELSE
                    IF LT-QTY(WS-LOC-FOUND-IDX) < WS-OLD-QTY
                       MOVE LT-QTY(WS-LOC-FOUND-IDX) TO WS-OLD-QTY
                    END-IF
                    PERFORM 179-SUM-EXPIRED-LOTS
                    IF LT-QTY(WS-LOC-FOUND-IDX) - WS-EXPIRED-QTY
                       < WS-OLD-QTY
                       IF LT-QTY(WS-LOC-FOUND-IDX) > WS-EXPIRED-QTY
                          COMPUTE WS-OLD-QTY =
                             LT-QTY(WS-LOC-FOUND-IDX) - WS-EXPIRED-QTY
                       ELSE
                          MOVE 0 TO WS-OLD-QTY
                       END-IF
                    END-IF
                 END-IF
                 IF WS-OLD-QTY > 0
                    PERFORM 163-APPLY-OLD-SALE
                 END-IF
           END-READ
           .

       163-APPLY-OLD-SALE.
           SUBTRACT WS-OLD-QTY FROM QUANITY-ON-HAND
           ADD WS-OLD-QTY TO SOLD-WEEKLY
              ON SIZE ERROR
                 DISPLAY 'SALEPOST: sold-weekly overflowed for '
                    'catalog ' WS-POST-CATALOG
                 MOVE 9999 TO SOLD-WEEKLY
           END-ADD
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY 'SALEPOST: old stock left unsold, rewrite '
                    'status ' WS-MASTER-STATUS ' for catalog '
                    WS-POST-CATALOG
              NOT INVALID KEY
                 SUBTRACT WS-OLD-QTY FROM LT-QTY(WS-LOC-FOUND-IDX)
                 SUBTRACT WS-OLD-QTY FROM WS-SALE-QTY
                 IF WS-SALE-COUNTED = 'NO'
                    ADD 1 TO WS-SALES-APPLIED
                    MOVE 'YES' TO WS-SALE-COUNTED
                 END-IF
                 ADD WS-OLD-QTY TO WS-UNITS-SOLD
                 ADD WS-OLD-QTY TO WS-UNITS-OLD-STOCK
                 MOVE WS-OLD-QTY TO WS-LOT-NEED
                 PERFORM 177-RELIEVE-LOTS
                 DISPLAY 'SALEPOST: ' WS-OLD-QTY ' sold from old '
                    'catalog ' WS-POST-CATALOG ' before '
                    WS-SALE-CATALOG
                 MOVE 'SAL' TO MV-TYPE
                 MOVE '-' TO MV-SIGN
                 MOVE WS-OLD-QTY TO MV-QTY
                 MOVE SPACES TO MV-REFERENCE
                 STRING 'SALE ' WS-SALE-CATALOG
                    DELIMITED BY SIZE INTO MV-REFERENCE
                 PERFORM 180-WRITE-MOVEMENT
                 ADD MV-VALUE TO WS-COST-OF-SALES
           END-REWRITE
           .

      ******************************************************************
      * The sale can only take what both the master and the picking
      * location have; a location with no stock record has nothing
      * to give, and units in expired lots at the location are not
      * there to be sold. The rest of the quantity is backordered.
      ******************************************************************
       166-SPLIT-SHORT-SALE.
           MOVE WS-SALE-QTY TO WS-POST-QTY
           IF QUANITY-ON-HAND < WS-POST-QTY
              MOVE QUANITY-ON-HAND TO WS-POST-QTY
           END-IF
           IF WS-LOC-FOUND-IDX = 0
              MOVE 0 TO WS-POST-QTY
           ELSE
              IF LT-QTY(WS-LOC-FOUND-IDX) < WS-POST-QTY
                 MOVE LT-QTY(WS-LOC-FOUND-IDX) TO WS-POST-QTY
              END-IF
              PERFORM 179-SUM-EXPIRED-LOTS
              IF LT-QTY(WS-LOC-FOUND-IDX) - WS-EXPIRED-QTY
                 < WS-POST-QTY
                 IF LT-QTY(WS-LOC-FOUND-IDX) > WS-EXPIRED-QTY
                    COMPUTE WS-POST-QTY =
                       LT-QTY(WS-LOC-FOUND-IDX) - WS-EXPIRED-QTY
                 ELSE
                    MOVE 0 TO WS-POST-QTY
                 END-IF
              END-IF
           END-IF
           COMPUTE WS-BACK-QTY = WS-SALE-QTY - WS-POST-QTY
           .

      ******************************************************************
      * The location table is persisted by 195-REWRITE-LOCATIONS
      * even when a master rewrite fails and the transaction lands
      * on the reject file for resubmission, so the table is only
      * touched once the rewrite has gone through - otherwise a
      * corrected resubmit would relieve the bin twice. For the same
      * reason, when part of the sale already came out of an old
      * number's stock, the reject carries only the quantity still
      * unsold.
      ******************************************************************
       167-APPLY-SALE.
           SUBTRACT WS-POST-QTY FROM QUANITY-ON-HAND
           ADD WS-POST-QTY TO SOLD-WEEKLY
              ON SIZE ERROR
                 DISPLAY 'SALEPOST: sold-weekly overflowed for '
                    'catalog ' WS-POST-CATALOG
                 MOVE 9999 TO SOLD-WEEKLY
           END-ADD
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY 'SALEPOST: sale failed, rewrite status '
                    WS-MASTER-STATUS ' for catalog '
                    WS-POST-CATALOG
                 MOVE 'IOE' TO WS-REJECT-REASON
                 IF WS-SALE-QTY < SL-QTY
                    DISPLAY 'SALEPOST: ' WS-SALE-QTY ' of the sale '
                       'rejected, the rest was sold from old stock'
                    MOVE WS-SALE-QTY TO SL-QTY
                 END-IF
                 PERFORM 186-REJECT-SALE
              NOT INVALID KEY
                 SUBTRACT WS-POST-QTY FROM LT-QTY(WS-LOC-FOUND-IDX)
                 IF WS-SALE-COUNTED = 'NO'
                    ADD 1 TO WS-SALES-APPLIED
                    MOVE 'YES' TO WS-SALE-COUNTED
                 END-IF
                 ADD WS-POST-QTY TO WS-UNITS-SOLD
                 MOVE WS-POST-QTY TO WS-LOT-NEED
                 PERFORM 177-RELIEVE-LOTS
                 MOVE 'SAL' TO MV-TYPE
                 MOVE '-' TO MV-SIGN
                 MOVE WS-POST-QTY TO MV-QTY
                 MOVE 'SALE' TO MV-REFERENCE
                 PERFORM 180-WRITE-MOVEMENT
                 ADD MV-VALUE TO WS-COST-OF-SALES
                 IF WS-BACK-QTY > 0
                    PERFORM 168-WRITE-BACKORDER
                 END-IF
           END-REWRITE
           .

       168-WRITE-BACKORDER.
           MOVE SPACES TO BACKORDER-RECORD
           MOVE WS-POST-CATALOG TO BO-CATALOG-NUM
           MOVE SL-LOCATION TO BO-LOC-CODE
           MOVE WS-TODAY TO BO-DATE-TAKEN
           MOVE WS-BACK-QTY TO BO-QTY-ORIGINAL
           MOVE WS-BACK-QTY TO BO-QTY-OPEN
           WRITE BACKORDER-RECORD
           DISPLAY 'SALEPOST: ' WS-BACK-QTY ' of catalog '
              WS-POST-CATALOG ' backordered at location ' SL-LOCATION
           ADD 1 TO WS-SALES-BACKORDERED
           ADD WS-BACK-QTY TO WS-UNITS-BACKORDERED
           .

       170-POST-RETURN.
           MOVE WS-POST-CATALOG TO WS-LOC-FIND-CATALOG
           MOVE SL-LOCATION TO WS-LOC-FIND-CODE
           PERFORM 176-FIND-LOCATION-ENTRY
           EVALUATE TRUE
              WHEN WS-LOC-DROPPED = 'YES'
                 DISPLAY 'SALEPOST: return rejected, location file '
                    'exceeds the table and is protected this '
                    'run: ' WS-POST-CATALOG
                 MOVE 'FUL' TO WS-REJECT-REASON
                 PERFORM 187-REJECT-RETURN
              WHEN WS-FOUND-FLAG = 'NO'
                 DISPLAY 'SALEPOST: return rejected, catalog not '
                    'on master ' WS-POST-CATALOG
                 MOVE 'NOF' TO WS-REJECT-REASON
                 PERFORM 187-REJECT-RETURN
              WHEN SL-QTY NOT NUMERIC OR SL-QTY = 0
                 DISPLAY 'SALEPOST: return rejected, bad quantity '
                    'for catalog ' WS-POST-CATALOG
                 MOVE 'NUM' TO WS-REJECT-REASON
                 PERFORM 187-REJECT-RETURN
              WHEN SL-LOCATION = SPACES
                 DISPLAY 'SALEPOST: return rejected, blank '
                    'location for catalog ' WS-POST-CATALOG
                 MOVE 'LOC' TO WS-REJECT-REASON
                 PERFORM 187-REJECT-RETURN
              WHEN WS-LOC-FOUND-IDX = 0
                 AND WS-LOC-COUNT >= 20000
                 DISPLAY 'SALEPOST: return rejected, location '
                    'table full for ' WS-POST-CATALOG
                 MOVE 'FUL' TO WS-REJECT-REASON
                 PERFORM 187-REJECT-RETURN
              WHEN WS-LOC-FOUND-IDX > 0
                 AND LT-QTY(WS-LOC-FOUND-IDX) + SL-QTY > 99999
                 DISPLAY 'SALEPOST: return rejected, would '
                    'overflow ' WS-POST-CATALOG ' at location '
                    SL-LOCATION
                 MOVE 'OVR' TO WS-REJECT-REASON
                 PERFORM 187-REJECT-RETURN
           ADD SL-QTY TO QUANITY-ON-HAND
              ON SIZE ERROR
                 DISPLAY 'SALEPOST: on-hand overflowed for '
                    'catalog ' WS-POST-CATALOG
                 MOVE 99999 TO QUANITY-ON-HAND
           END-ADD
           ADD SL-QTY TO RETURNED-WEEKLY
              ON SIZE ERROR
                 DISPLAY 'SALEPOST: returned-weekly overflowed '
                    'for catalog ' WS-POST-CATALOG
                 MOVE 9999 TO RETURNED-WEEKLY
           END-ADD
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY 'SALEPOST: return failed, rewrite status '
                    WS-MASTER-STATUS ' for catalog '
                    WS-POST-CATALOG
                 MOVE 'IOE' TO WS-REJECT-REASON
                 PERFORM 187-REJECT-RETURN
              NOT INVALID KEY
                 PERFORM 174-POST-RETURN-LOCATION
                 ADD 1 TO WS-RETURNS-APPLIED
                 ADD SL-QTY TO WS-UNITS-RETURNED
                 MOVE 'RTN' TO MV-TYPE
                 MOVE '+' TO MV-SIGN
                 MOVE SL-QTY TO MV-QTY
                 MOVE 'RETURN' TO MV-REFERENCE
                 PERFORM 180-WRITE-MOVEMENT
                 ADD MV-VALUE TO WS-COST-OF-RETURNS
           END-REWRITE
           .

           IF WS-LOC-FOUND-IDX = 0
              ADD 1 TO WS-LOC-COUNT
              MOVE WS-LOC-COUNT TO WS-LOC-FOUND-IDX
              MOVE WS-POST-CATALOG
                 TO LT-CATALOG-NUM(WS-LOC-FOUND-IDX)
              MOVE SL-LOCATION TO LT-CODE(WS-LOC-FOUND-IDX)
              MOVE 0 TO LT-QTY(WS-LOC-FOUND-IDX)
           END-PERFORM
           .

      ******************************************************************
      * The earliest-expiring lot at the location goes out first
      * (lots with no date go last). Once the location's lots run
      * out the rest of the sale was stock received without a lot.
      * With the lot file protected the lots are left as they are.
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
                    ADD WS-LOT-TAKE TO WS-UNITS-FROM-LOTS
                 END-IF
              END-PERFORM
           END-IF
           .

      ******************************************************************
      * A lot that expired before today is not picked for a customer;
      * one expiring today is still sold, the same line LOTEXP draws
      * between its expired and expiring sections.
      ******************************************************************
       178-FIND-EARLIEST-LOT.
           MOVE 0 TO WS-LOT-PICK-IDX
           MOVE 0 TO WS-LOT-PICK-KEY
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > WS-LOT-COUNT
              IF LS-CATALOG-NUM(LS-IDX) = WS-POST-CATALOG
                 AND LS-LOC-CODE(LS-IDX) = SL-LOCATION
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

       179-SUM-EXPIRED-LOTS.
           MOVE 0 TO WS-EXPIRED-QTY
           PERFORM VARYING LS-IDX FROM 1 BY 1
              UNTIL LS-IDX > WS-LOT-COUNT
              IF LS-CATALOG-NUM(LS-IDX) = WS-POST-CATALOG
                 AND LS-LOC-CODE(LS-IDX) = SL-LOCATION
                 AND LS-EXPIRY-DATE(LS-IDX) NOT = 0
                 AND LS-EXPIRY-DATE(LS-IDX) < WS-TODAY
                 ADD LS-QTY(LS-IDX) TO WS-EXPIRED-QTY
              END-IF
           END-PERFORM
           .

       180-WRITE-MOVEMENT.
           ACCEPT MV-DATE FROM DATE YYYYMMDD
           ACCEPT MV-TIME FROM TIME
           MOVE WS-POST-CATALOG TO MV-CATALOG-NUM
           MOVE SL-LOCATION TO MV-LOCATION
           MOVE UNIT-PURCHASE-PRICE TO MV-UNIT-COST
           COMPUTE MV-VALUE = MV-QTY * MV-UNIT-COST
           MOVE 'SALEPOST' TO MV-PROGRAM
           MOVE WS-OPERATOR-ID TO MV-OPERATOR
           WRITE MOVEMENT-RECORD
           .

       185-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE SALES-RECORD TO RJ-TRANS-IMAGE
           END-IF
           .

       197-REWRITE-LOTS.
           IF WS-LOT-DROPPED = 'YES'
              DISPLAY 'SALEPOST: lot file left untouched, records '
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
           MOVE WS-SALES-REJECTED TO CTL-REJECTED-OUT
           MOVE CTL-COUNT-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'SALES BACKORDERED' TO CTL-LABEL-OUT
           MOVE WS-SALES-BACKORDERED TO CTL-APPLIED-OUT
           MOVE 0 TO CTL-REJECTED-OUT
           MOVE CTL-COUNT-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'RETURNS' TO CTL-LABEL-OUT
           MOVE WS-RETURNS-APPLIED TO CTL-APPLIED-OUT
           MOVE WS-RETURNS-REJECTED TO CTL-REJECTED-OUT
           MOVE WS-UNITS-SOLD TO CTL-SINGLE-COUNT
           MOVE CTL-SINGLE-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'UNITS BACKORDERED' TO CTL-SINGLE-LABEL
           MOVE WS-UNITS-BACKORDERED TO CTL-SINGLE-COUNT
           MOVE CTL-SINGLE-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'UNITS SOLD FROM OLD NOS' TO CTL-SINGLE-LABEL
           MOVE WS-UNITS-OLD-STOCK TO CTL-SINGLE-COUNT
           MOVE CTL-SINGLE-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'UNITS SOLD FROM LOTS' TO CTL-SINGLE-LABEL
           MOVE WS-UNITS-FROM-LOTS TO CTL-SINGLE-COUNT
           MOVE CTL-SINGLE-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'UNITS RETURNED' TO CTL-SINGLE-LABEL
           MOVE WS-UNITS-RETURNED TO CTL-SINGLE-COUNT
           MOVE CTL-SINGLE-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'COST OF SALES' TO CTL-VALUE-LABEL
           MOVE WS-COST-OF-SALES TO CTL-VALUE-OUT
           MOVE CTL-VALUE-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'COST OF RETURNS' TO CTL-VALUE-LABEL
           MOVE WS-COST-OF-RETURNS TO CTL-VALUE-OUT
           MOVE CTL-VALUE-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE SPACES TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           MOVE 'SUPERSEDED NOS FOLLOWED' TO CTL-SINGLE-LABEL
           MOVE WS-SUP-FOLLOWED TO CTL-SINGLE-COUNT
           MOVE CTL-SINGLE-LINE TO CONTROL-RECORD
           WRITE CONTROL-RECORD
           PERFORM VARYING FW-IDX FROM 1 BY 1
              UNTIL FW-IDX > WS-FOLLOW-COUNT
              MOVE FW-OLD-CATALOG(FW-IDX) TO CTL-FW-OLD-OUT
              MOVE FW-NEW-CATALOG(FW-IDX) TO CTL-FW-NEW-OUT
              MOVE FW-TRANS(FW-IDX) TO CTL-FW-TRANS-OUT
              MOVE CTL-FOLLOW-LINE TO CONTROL-RECORD
              WRITE CONTROL-RECORD
           END-PERFORM
           CLOSE CONTROL-FILE
           .

