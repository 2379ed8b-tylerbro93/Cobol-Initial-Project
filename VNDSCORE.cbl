      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: Monthly vendor performance scorecard. Reads the
      *          receipt log PORECV appends for every dock receipt
      *          posted against a purchase order line and, for each
      *          vendor with receipts in the month, prints the
      *          receipts taken, the percentage that arrived within
      *          the vendor's quoted lead time, the fill rate
      *          (quantity received against quantity ordered on the
      *          PO lines that saw a receipt), the average and worst
      *          actual lead time against the quoted one, and the
      *          number of receipts that left the line short. Where
      *          the actual lead time has drifted well away from the
      *          quote, a VENDMNT change transaction carrying the
      *          new lead time is written for purchasing to review.
      * Tectonics: cobc -xo VNDSCORE.exe --std=mf  VNDSCORE.cbl
      * Receipt log/vendor/scorecard/lead-change file names default
      * to pr1rclog.txt, pr1vend.txt, pr1vscor.txt, and
      * pr1vndlt.txt, overridable with the PR1_RECEIPT_LOG_FILE,
      * PR1_VENDOR_FILE, PR1_SCORECARD_FILE, and
      * PR1_LEAD_CHANGE_FILE environment variables (the first two
      * are shared with PORECV and VENDMNT). The month scored is
      * the run month, or forced with PR1_SCORE_PERIOD (YYYYMM);
      * a receipt belongs to the month it arrived in.
      * Actual lead time is the days from the PO order date to the
      * receipt date. A receipt is on time when that is no more
      * than the vendor's quoted lead time; a vendor not on the
      * vendor master is held to the flat two-week rule PORECV's
      * aging report uses, and is never sent a lead-time change.
      * The fill rate counts each PO line once, at the most
      * received against it by the end of the month, capped at
      * the quantity ordered.
      * A vendor with at least three receipts in the month whose
      * average lead time differs from the quote by more than the
      * drift percentage (PR1_LEAD_DRIFT_PCT, three digits, default
      * 025) and by at least two days is flagged LEAD CHG. A 'C'
      * transaction in the VENDMNT layout (cols 1-42: code, vendor,
      * name, lead days, minimum order) is written to the
      * lead-change file with the vendor's current name and minimum
      * order and the average lead time rounded to whole days.
      * Purchasing edits or deletes lines as it sees fit and runs
      * the file through VENDMNT (PR1_VENDOR_TRANS_FILE), which
      * applies and audits the changes like any other vendor
      * maintenance.
      * Receipt log layout (RCLREC): PO number cols 1-6, vendor
      * cols 7-10, catalog cols 11-15, order date cols 16-23,
      * receipt date cols 24-31, quantity ordered cols 32-36,
      * received cols 37-41, received to date cols 42-46, line
      * closed flag col 47.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VNDSCORE.
       AUTHOR. TYLERBRO93.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT RECEIPT-LOG-FILE ASSIGN TO DYNAMIC
           WS-RECEIPT-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-LOG-STATUS.

           SELECT VENDOR-FILE ASSIGN TO DYNAMIC WS-VENDOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VENDOR-STATUS.

           SELECT SCORE-FILE ASSIGN TO DYNAMIC WS-SCORE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEAD-CHANGE-FILE ASSIGN TO DYNAMIC
           WS-LEAD-CHANGE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-LOG-FILE.

       01 RECEIPT-LOG-RECORD.
           COPY RCLREC.

       FD VENDOR-FILE.

       01 VENDOR-RECORD.
           COPY VENDREC.

       FD SCORE-FILE.

       01 SCORE-RECORD                           PIC X(90).

       FD LEAD-CHANGE-FILE.

       01 LEAD-CHANGE-RECORD.
           05 VT-CODE                            PIC X.
           05 VT-VENDOR-CODE                     PIC X(4).
           05 VT-NAME                            PIC X(25).
           05 VT-LEAD-DAYS                       PIC 9(3).
           05 VT-MIN-ORDER                       PIC 9(7)V99.

       WORKING-STORAGE SECTION.

       01  WS-FILE-NAMES.
           05 WS-RECEIPT-LOG-FILE-NAME  PIC X(40)
                                         VALUE 'pr1rclog.txt'.
           05 WS-VENDOR-FILE-NAME       PIC X(40)
                                         VALUE 'pr1vend.txt'.
           05 WS-SCORE-FILE-NAME        PIC X(40)
                                         VALUE 'pr1vscor.txt'.
           05 WS-LEAD-CHANGE-FILE-NAME  PIC X(40)
                                         VALUE 'pr1vndlt.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-RECEIPT-LOG-STATUS     PIC XX VALUE '00'.
           05 WS-VENDOR-STATUS          PIC XX VALUE '00'.
           05 WS-TODAY                  PIC 9(8) VALUE 0.
           05 WS-PERIOD-X               PIC X(6) VALUE SPACES.
           05 WS-PERIOD                 PIC 9(6) VALUE 0.
           05 WS-DRIFT-PCT-X            PIC X(3) VALUE SPACES.
           05 WS-DRIFT-PCT              PIC 9(3) VALUE 25.
           05 WS-VND-COUNT              PIC 9(3) VALUE 0.
           05 WS-VND-FOUND-IDX          PIC 9(3) VALUE 0.
           05 WS-LINE-COUNT             PIC 9(5) VALUE 0.
           05 WS-LINE-FOUND-IDX         PIC 9(5) VALUE 0.
           05 WS-LINES-DROPPED          PIC X(3) VALUE 'NO'.
           05 WS-LEAD-ACTUAL            PIC S9(5) VALUE 0.
           05 WS-LEAD-QUOTED            PIC 9(3) VALUE 0.
           05 WS-LEAD-AVERAGE           PIC 9(3) VALUE 0.
           05 WS-LEAD-DIFF              PIC 9(3) VALUE 0.
           05 WS-PERCENT                PIC 9(3) VALUE 0.
           05 WS-FILLED-QTY             PIC 9(5) VALUE 0.
           05 WS-LOG-READ               PIC 9(7) VALUE 0.
           05 WS-LOG-IN-PERIOD          PIC 9(7) VALUE 0.
           05 WS-LOG-OTHER-PERIOD       PIC 9(7) VALUE 0.
           05 WS-LOG-UNREADABLE         PIC 9(7) VALUE 0.
           05 WS-VENDORS-SCORED         PIC 9(3) VALUE 0.
           05 WS-CHANGES-WRITTEN        PIC 9(3) VALUE 0.
           05 PROPER-SPACING            PIC 9(2) VALUE 0.

      ******************************************************************
      * One entry per vendor on the vendor master, plus any vendor
      * that turns up on the receipt log without being on file.
      ******************************************************************
       01  WS-VENDOR-TABLE.
           05 VS-ENTRY OCCURS 500 TIMES INDEXED BY VS-IDX.
              10 VS-CODE                         PIC X(4).
              10 VS-NAME                         PIC X(25).
              10 VS-LEAD-DAYS                    PIC 9(3).
              10 VS-MIN-ORDER                    PIC 9(7)V99.
              10 VS-ON-FILE                      PIC X.
              10 VS-RECEIPTS                     PIC 9(5).
              10 VS-ON-TIME                      PIC 9(5).
              10 VS-PARTIALS                     PIC 9(5).
              10 VS-LEAD-TOTAL                   PIC 9(7).
              10 VS-LEAD-WORST                   PIC 9(5).
              10 VS-QTY-ORDERED                  PIC 9(9).
              10 VS-QTY-FILLED                   PIC 9(9).

      ******************************************************************
      * One entry per PO line received against in the month, holding
      * the most received against the line so far.
      ******************************************************************
       01  WS-PO-LINE-TABLE.
           05 LN-ENTRY OCCURS 6000 TIMES INDEXED BY LN-IDX.
              10 LN-PO-NUMBER                    PIC 9(6).
              10 LN-CATALOG-NUM                  PIC X(5).
              10 LN-VENDOR-IDX                   PIC 9(3).
              10 LN-QTY-ORDERED                  PIC 9(5).
              10 LN-QTY-TO-DATE                  PIC 9(5).

       01  SCORE-HEADING-LINE1.
           05             PIC X(3) VALUE 'TSB'.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(27) VALUE 'Drakea Cart Parts Warehouse'.
           05             PIC X(7) VALUE SPACES.
           05             PIC X(25) VALUE 'VENDOR PERFORMANCE REPORT'.

       01  SCORE-HEADING-LINE2.
           05                    PIC X(9) VALUE 'PERIOD   '.
           05 SH-PERIOD-OUT      PIC 9(6).
           05                    PIC X(5) VALUE SPACES.
           05                    PIC X(15) VALUE 'LEAD DRIFT PCT '.
           05 SH-DRIFT-PCT-OUT   PIC ZZ9.

       01  SCORE-HEADING-LINE3.
           05                    PIC X(4) VALUE 'VEND'.
           05                    PIC X(2) VALUE SPACES.
           05                    PIC X(4) VALUE 'NAME'.
           05                    PIC X(18) VALUE SPACES.
           05                    PIC X(5) VALUE 'RCPTS'.
           05                    PIC X(2) VALUE SPACES.
           05                    PIC X(4) VALUE 'ON- '.
           05                    PIC X(3) VALUE SPACES.
           05                    PIC X(4) VALUE 'FILL'.
           05                    PIC X(2) VALUE SPACES.
           05                    PIC X(4) VALUE 'AVG '.
           05                    PIC X(2) VALUE SPACES.
           05                    PIC X(5) VALUE 'WORST'.
           05                    PIC X(1) VALUE SPACES.
           05                    PIC X(5) VALUE 'QUOTE'.
           05                    PIC X(2) VALUE SPACES.
           05                    PIC X(7) VALUE 'PARTIAL'.

       01  SCORE-HEADING-LINE4.
           05                    PIC X(4) VALUE 'CODE'.
           05                    PIC X(29) VALUE SPACES.
           05                    PIC X(5) VALUE 'TIME%'.
           05                    PIC X(2) VALUE SPACES.
           05                    PIC X(5) VALUE 'RATE%'.
           05                    PIC X(1) VALUE SPACES.
           05                    PIC X(4) VALUE 'LEAD'.
           05                    PIC X(3) VALUE SPACES.
           05                    PIC X(4) VALUE 'LEAD'.
           05                    PIC X(2) VALUE SPACES.
           05                    PIC X(4) VALUE 'LEAD'.
           05                    PIC X(3) VALUE SPACES.
           05                    PIC X(5) VALUE 'RCPTS'.

       01  SCORE-DETAIL-LINE.
           05 SD-VENDOR-OUT      PIC X(4).
           05                    PIC X(2) VALUE SPACES.
           05 SD-NAME-OUT        PIC X(20).
           05                    PIC X(2) VALUE SPACES.
           05 SD-RECEIPTS-OUT    PIC ZZZZ9.
           05                    PIC X(3) VALUE SPACES.
           05 SD-ON-TIME-OUT     PIC ZZ9.
           05                    PIC X(4) VALUE SPACES.
           05 SD-FILL-OUT        PIC ZZ9.
           05                    PIC X(3) VALUE SPACES.
           05 SD-AVG-LEAD-OUT    PIC ZZ9.
           05                    PIC X(3) VALUE SPACES.
           05 SD-WORST-LEAD-OUT  PIC ZZZZ9.
           05                    PIC X(2) VALUE SPACES.
           05 SD-QUOTED-LEAD-OUT PIC ZZ9.
           05                    PIC X(3) VALUE SPACES.
           05 SD-PARTIALS-OUT    PIC ZZZZ9.
           05                    PIC X(2) VALUE SPACES.
           05 SD-FLAG-OUT        PIC X(8) VALUE SPACES.

       01  SCORE-TOTAL-LINE.
           05 ST-LABEL-OUT       PIC X(30).
           05 ST-COUNT-OUT       PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           OPEN INPUT RECEIPT-LOG-FILE
           IF WS-RECEIPT-LOG-STATUS NOT = '00'
              DISPLAY 'VNDSCORE: receipt log not found: '
                 WS-RECEIPT-LOG-FILE-NAME ', nothing to score'
           ELSE
              PERFORM 110-LOAD-VENDORS
              PERFORM 120-READ-RECEIPT-LOG
              CLOSE RECEIPT-LOG-FILE
              PERFORM 140-TOTAL-PO-LINES
              PERFORM 200-PRINT-SCORECARD
           END-IF
           PERFORM 250-CLOSE-ROUTINE
           .

       105-GET-PARAMETERS.
           ACCEPT WS-RECEIPT-LOG-FILE-NAME
              FROM ENVIRONMENT 'PR1_RECEIPT_LOG_FILE'
           IF WS-RECEIPT-LOG-FILE-NAME = SPACES
              MOVE 'pr1rclog.txt' TO WS-RECEIPT-LOG-FILE-NAME
           END-IF
           ACCEPT WS-VENDOR-FILE-NAME
              FROM ENVIRONMENT 'PR1_VENDOR_FILE'
           IF WS-VENDOR-FILE-NAME = SPACES
              MOVE 'pr1vend.txt' TO WS-VENDOR-FILE-NAME
           END-IF
           ACCEPT WS-SCORE-FILE-NAME
              FROM ENVIRONMENT 'PR1_SCORECARD_FILE'
           IF WS-SCORE-FILE-NAME = SPACES
              MOVE 'pr1vscor.txt' TO WS-SCORE-FILE-NAME
           END-IF
           ACCEPT WS-LEAD-CHANGE-FILE-NAME
              FROM ENVIRONMENT 'PR1_LEAD_CHANGE_FILE'
           IF WS-LEAD-CHANGE-FILE-NAME = SPACES
              MOVE 'pr1vndlt.txt' TO WS-LEAD-CHANGE-FILE-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PERIOD-X FROM ENVIRONMENT 'PR1_SCORE_PERIOD'
           IF WS-PERIOD-X NUMERIC
              MOVE WS-PERIOD-X TO WS-PERIOD
           ELSE
              MOVE WS-TODAY(1:6) TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD TO WS-PERIOD-X
           ACCEPT WS-DRIFT-PCT-X FROM ENVIRONMENT 'PR1_LEAD_DRIFT_PCT'
           IF WS-DRIFT-PCT-X NUMERIC
              AND WS-DRIFT-PCT-X NOT = '000'
              MOVE WS-DRIFT-PCT-X TO WS-DRIFT-PCT
           ELSE
              MOVE 25 TO WS-DRIFT-PCT
           END-IF
           .

       110-LOAD-VENDORS.
           MOVE 0 TO WS-VND-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT VENDOR-FILE
           IF WS-VENDOR-STATUS NOT = '00'
              DISPLAY 'VNDSCORE: vendor master not found: '
                 WS-VENDOR-FILE-NAME
                 ', scoring against the two-week rule'
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ VENDOR-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 112-STORE-VENDOR-ENTRY
                END-READ
              END-PERFORM
              CLOSE VENDOR-FILE
           END-IF
           .

       112-STORE-VENDOR-ENTRY.
           IF WS-VND-COUNT >= 500
              DISPLAY 'VNDSCORE: vendor table full, record dropped: '
                 VND-CODE
           ELSE
              ADD 1 TO WS-VND-COUNT
              SET VS-IDX TO WS-VND-COUNT
              PERFORM 116-CLEAR-VENDOR-ENTRY
              MOVE VND-CODE TO VS-CODE(VS-IDX)
              MOVE VND-NAME TO VS-NAME(VS-IDX)
              MOVE VND-LEAD-DAYS TO VS-LEAD-DAYS(VS-IDX)
              MOVE VND-MIN-ORDER TO VS-MIN-ORDER(VS-IDX)
              MOVE 'Y' TO VS-ON-FILE(VS-IDX)
           END-IF
           .

      ******************************************************************
      * A vendor on the receipt log but not on the vendor master is
      * still scored, so a vendor dropped from the master with
      * orders outstanding does not vanish from the scorecard.
      ******************************************************************
       114-FIND-VENDOR-ENTRY.
           MOVE 0 TO WS-VND-FOUND-IDX
           PERFORM VARYING VS-IDX FROM 1 BY 1
              UNTIL VS-IDX > WS-VND-COUNT
              IF VS-CODE(VS-IDX) = RL-VENDOR-CODE
                 SET WS-VND-FOUND-IDX TO VS-IDX
              END-IF
           END-PERFORM
           IF WS-VND-FOUND-IDX = 0
              IF WS-VND-COUNT >= 500
                 DISPLAY 'VNDSCORE: vendor table full, receipt '
                    'not scored for vendor ' RL-VENDOR-CODE
              ELSE
                 ADD 1 TO WS-VND-COUNT
                 SET VS-IDX TO WS-VND-COUNT
                 PERFORM 116-CLEAR-VENDOR-ENTRY
                 MOVE RL-VENDOR-CODE TO VS-CODE(VS-IDX)
                 MOVE 'NOT ON VENDOR MASTER' TO VS-NAME(VS-IDX)
                 MOVE 14 TO VS-LEAD-DAYS(VS-IDX)
                 MOVE 'N' TO VS-ON-FILE(VS-IDX)
                 MOVE WS-VND-COUNT TO WS-VND-FOUND-IDX
              END-IF
           END-IF
           .

       116-CLEAR-VENDOR-ENTRY.
           MOVE 0 TO VS-MIN-ORDER(VS-IDX)
           MOVE 0 TO VS-RECEIPTS(VS-IDX)
           MOVE 0 TO VS-ON-TIME(VS-IDX)
           MOVE 0 TO VS-PARTIALS(VS-IDX)
           MOVE 0 TO VS-LEAD-TOTAL(VS-IDX)
           MOVE 0 TO VS-LEAD-WORST(VS-IDX)
           MOVE 0 TO VS-QTY-ORDERED(VS-IDX)
           MOVE 0 TO VS-QTY-FILLED(VS-IDX)
           .

       120-READ-RECEIPT-LOG.
           MOVE 'YES' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'NO'
             READ RECEIPT-LOG-FILE
               AT END
                  MOVE 'NO' TO EOF-FLAG
               NOT AT END
                  ADD 1 TO WS-LOG-READ
                  PERFORM 122-SCORE-RECEIPT
             END-READ
           END-PERFORM
           .

      ******************************************************************
      * A receipt dated before its order (a PO keyed late) counts as
      * a same-day delivery rather than a negative lead time.
      ******************************************************************
       122-SCORE-RECEIPT.
           EVALUATE TRUE
              WHEN RL-RECEIPT-DATE NOT NUMERIC
                 OR RL-ORDER-DATE NOT NUMERIC
                 OR RL-ORDER-DATE = 0
                 OR RL-QTY-ORDERED NOT NUMERIC
                 OR RL-QTY-TO-DATE NOT NUMERIC
                 DISPLAY 'VNDSCORE: unreadable receipt log line '
                    'skipped: ' RECEIPT-LOG-RECORD
                 ADD 1 TO WS-LOG-UNREADABLE
              WHEN RL-RECEIPT-DATE(1:6) NOT = WS-PERIOD-X
                 ADD 1 TO WS-LOG-OTHER-PERIOD
              WHEN OTHER
                 ADD 1 TO WS-LOG-IN-PERIOD
                 PERFORM 114-FIND-VENDOR-ENTRY
                 IF WS-VND-FOUND-IDX > 0
                    PERFORM 124-ADD-RECEIPT-TO-VENDOR
                    PERFORM 126-ADD-RECEIPT-TO-LINE
                 END-IF
           END-EVALUATE
           .

       124-ADD-RECEIPT-TO-VENDOR.
           SET VS-IDX TO WS-VND-FOUND-IDX
           COMPUTE WS-LEAD-ACTUAL =
              FUNCTION INTEGER-OF-DATE(RL-RECEIPT-DATE)
              - FUNCTION INTEGER-OF-DATE(RL-ORDER-DATE)
           IF WS-LEAD-ACTUAL < 0
              MOVE 0 TO WS-LEAD-ACTUAL
           END-IF
           ADD 1 TO VS-RECEIPTS(VS-IDX)
           ADD WS-LEAD-ACTUAL TO VS-LEAD-TOTAL(VS-IDX)
           IF WS-LEAD-ACTUAL > VS-LEAD-WORST(VS-IDX)
              MOVE WS-LEAD-ACTUAL TO VS-LEAD-WORST(VS-IDX)
           END-IF
           IF WS-LEAD-ACTUAL <= VS-LEAD-DAYS(VS-IDX)
              ADD 1 TO VS-ON-TIME(VS-IDX)
           END-IF
           IF RL-LINE-CLOSED NOT = 'Y'
              ADD 1 TO VS-PARTIALS(VS-IDX)
           END-IF
           .

       126-ADD-RECEIPT-TO-LINE.
           MOVE 0 TO WS-LINE-FOUND-IDX
           PERFORM VARYING LN-IDX FROM 1 BY 1
              UNTIL LN-IDX > WS-LINE-COUNT
              IF LN-PO-NUMBER(LN-IDX) = RL-PO-NUMBER
                 AND LN-CATALOG-NUM(LN-IDX) = RL-CATALOG-NUM
                 SET WS-LINE-FOUND-IDX TO LN-IDX
              END-IF
           END-PERFORM
           IF WS-LINE-FOUND-IDX = 0
              IF WS-LINE-COUNT >= 6000
                 IF WS-LINES-DROPPED = 'NO'
                    DISPLAY 'VNDSCORE: PO line table full, fill '
                       'rates exclude later lines'
                 END-IF
                 MOVE 'YES' TO WS-LINES-DROPPED
              ELSE
                 ADD 1 TO WS-LINE-COUNT
                 MOVE RL-PO-NUMBER TO LN-PO-NUMBER(WS-LINE-COUNT)
                 MOVE RL-CATALOG-NUM TO LN-CATALOG-NUM(WS-LINE-COUNT)
                 MOVE WS-VND-FOUND-IDX TO LN-VENDOR-IDX(WS-LINE-COUNT)
                 MOVE RL-QTY-ORDERED TO LN-QTY-ORDERED(WS-LINE-COUNT)
                 MOVE RL-QTY-TO-DATE TO LN-QTY-TO-DATE(WS-LINE-COUNT)
              END-IF
           ELSE
              IF RL-QTY-TO-DATE > LN-QTY-TO-DATE(WS-LINE-FOUND-IDX)
                 MOVE RL-QTY-TO-DATE
                    TO LN-QTY-TO-DATE(WS-LINE-FOUND-IDX)
              END-IF
           END-IF
           .

       140-TOTAL-PO-LINES.
           PERFORM VARYING LN-IDX FROM 1 BY 1
              UNTIL LN-IDX > WS-LINE-COUNT
              SET VS-IDX TO LN-VENDOR-IDX(LN-IDX)
              IF LN-QTY-TO-DATE(LN-IDX) > LN-QTY-ORDERED(LN-IDX)
                 MOVE LN-QTY-ORDERED(LN-IDX) TO WS-FILLED-QTY
              ELSE
                 MOVE LN-QTY-TO-DATE(LN-IDX) TO WS-FILLED-QTY
              END-IF
              ADD LN-QTY-ORDERED(LN-IDX) TO VS-QTY-ORDERED(VS-IDX)
              ADD WS-FILLED-QTY TO VS-QTY-FILLED(VS-IDX)
           END-PERFORM
           .

       200-PRINT-SCORECARD.
           OPEN OUTPUT SCORE-FILE
           OPEN OUTPUT LEAD-CHANGE-FILE
           MOVE 1 TO PROPER-SPACING
           WRITE SCORE-RECORD FROM SCORE-HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-PERIOD TO SH-PERIOD-OUT
           MOVE WS-DRIFT-PCT TO SH-DRIFT-PCT-OUT
           MOVE 1 TO PROPER-SPACING
           WRITE SCORE-RECORD FROM SCORE-HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE SCORE-RECORD FROM SCORE-HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           WRITE SCORE-RECORD FROM SCORE-HEADING-LINE4
             AFTER ADVANCING PROPER-SPACING
           PERFORM VARYING VS-IDX FROM 1 BY 1
              UNTIL VS-IDX > WS-VND-COUNT
              IF VS-RECEIPTS(VS-IDX) > 0
                 PERFORM 205-PRINT-VENDOR-LINE
              END-IF
           END-PERFORM
           PERFORM 220-PRINT-TOTALS
           CLOSE SCORE-FILE
                 LEAD-CHANGE-FILE
           .

       205-PRINT-VENDOR-LINE.
           ADD 1 TO WS-VENDORS-SCORED
           MOVE VS-CODE(VS-IDX) TO SD-VENDOR-OUT
           MOVE VS-NAME(VS-IDX) TO SD-NAME-OUT
           MOVE VS-RECEIPTS(VS-IDX) TO SD-RECEIPTS-OUT
           COMPUTE WS-PERCENT ROUNDED =
              VS-ON-TIME(VS-IDX) * 100 / VS-RECEIPTS(VS-IDX)
           MOVE WS-PERCENT TO SD-ON-TIME-OUT
           IF VS-QTY-ORDERED(VS-IDX) > 0
              COMPUTE WS-PERCENT ROUNDED =
                 VS-QTY-FILLED(VS-IDX) * 100 / VS-QTY-ORDERED(VS-IDX)
           ELSE
              MOVE 0 TO WS-PERCENT
           END-IF
           MOVE WS-PERCENT TO SD-FILL-OUT
           COMPUTE WS-LEAD-AVERAGE ROUNDED =
              VS-LEAD-TOTAL(VS-IDX) / VS-RECEIPTS(VS-IDX)
              ON SIZE ERROR
                 MOVE 999 TO WS-LEAD-AVERAGE
           END-COMPUTE
           MOVE WS-LEAD-AVERAGE TO SD-AVG-LEAD-OUT
           MOVE VS-LEAD-WORST(VS-IDX) TO SD-WORST-LEAD-OUT
           MOVE VS-LEAD-DAYS(VS-IDX) TO WS-LEAD-QUOTED
           MOVE WS-LEAD-QUOTED TO SD-QUOTED-LEAD-OUT
           MOVE VS-PARTIALS(VS-IDX) TO SD-PARTIALS-OUT
           MOVE SPACES TO SD-FLAG-OUT
           PERFORM 210-CHECK-LEAD-DRIFT
           MOVE 1 TO PROPER-SPACING
           MOVE SCORE-DETAIL-LINE TO SCORE-RECORD
           WRITE SCORE-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

      ******************************************************************
      * Three receipts is the least that says anything about a
      * vendor's lead time, and a day either way is noise whatever
      * the percentage, so both are required before a change goes
      * to purchasing. A vendor not on the vendor master has no
      * record for VENDMNT to change, so it is only flagged.
      ******************************************************************
       210-CHECK-LEAD-DRIFT.
           IF WS-LEAD-AVERAGE > WS-LEAD-QUOTED
              COMPUTE WS-LEAD-DIFF = WS-LEAD-AVERAGE - WS-LEAD-QUOTED
           ELSE
              COMPUTE WS-LEAD-DIFF = WS-LEAD-QUOTED - WS-LEAD-AVERAGE
           END-IF
           IF VS-RECEIPTS(VS-IDX) >= 3
              AND WS-LEAD-DIFF >= 2
              AND WS-LEAD-DIFF * 100 > WS-LEAD-QUOTED * WS-DRIFT-PCT
              IF VS-ON-FILE(VS-IDX) = 'Y'
                 MOVE 'LEAD CHG' TO SD-FLAG-OUT
                 PERFORM 215-WRITE-LEAD-CHANGE
              ELSE
                 MOVE 'DRIFT' TO SD-FLAG-OUT
              END-IF
           END-IF
           .

       215-WRITE-LEAD-CHANGE.
           MOVE SPACES TO LEAD-CHANGE-RECORD
           MOVE 'C' TO VT-CODE
           MOVE VS-CODE(VS-IDX) TO VT-VENDOR-CODE
           MOVE VS-NAME(VS-IDX) TO VT-NAME
           MOVE WS-LEAD-AVERAGE TO VT-LEAD-DAYS
           MOVE VS-MIN-ORDER(VS-IDX) TO VT-MIN-ORDER
           WRITE LEAD-CHANGE-RECORD
           ADD 1 TO WS-CHANGES-WRITTEN
           .

       220-PRINT-TOTALS.
           MOVE 'RECEIPT LOG LINES READ' TO ST-LABEL-OUT
           MOVE WS-LOG-READ TO ST-COUNT-OUT
           MOVE 3 TO PROPER-SPACING
           MOVE SCORE-TOTAL-LINE TO SCORE-RECORD
           WRITE SCORE-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 'RECEIPTS IN PERIOD' TO ST-LABEL-OUT
           MOVE WS-LOG-IN-PERIOD TO ST-COUNT-OUT
           MOVE 1 TO PROPER-SPACING
           MOVE SCORE-TOTAL-LINE TO SCORE-RECORD
           WRITE SCORE-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 'RECEIPTS IN OTHER PERIODS' TO ST-LABEL-OUT
           MOVE WS-LOG-OTHER-PERIOD TO ST-COUNT-OUT
           MOVE 1 TO PROPER-SPACING
           MOVE SCORE-TOTAL-LINE TO SCORE-RECORD
           WRITE SCORE-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 'UNREADABLE LINES SKIPPED' TO ST-LABEL-OUT
           MOVE WS-LOG-UNREADABLE TO ST-COUNT-OUT
           MOVE 1 TO PROPER-SPACING
           MOVE SCORE-TOTAL-LINE TO SCORE-RECORD
           WRITE SCORE-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 'VENDORS SCORED' TO ST-LABEL-OUT
           MOVE WS-VENDORS-SCORED TO ST-COUNT-OUT
           MOVE 1 TO PROPER-SPACING
           MOVE SCORE-TOTAL-LINE TO SCORE-RECORD
           WRITE SCORE-RECORD
             AFTER ADVANCING PROPER-SPACING
           MOVE 'LEAD-TIME CHANGES WRITTEN' TO ST-LABEL-OUT
           MOVE WS-CHANGES-WRITTEN TO ST-COUNT-OUT
           MOVE 1 TO PROPER-SPACING
           MOVE SCORE-TOTAL-LINE TO SCORE-RECORD
           WRITE SCORE-RECORD
             AFTER ADVANCING PROPER-SPACING
           DISPLAY 'VNDSCORE: ' WS-VENDORS-SCORED ' vendor(s) scored '
              'for ' WS-PERIOD ', ' WS-CHANGES-WRITTEN ' lead-time '
              'change(s) written to ' WS-LEAD-CHANGE-FILE-NAME
           .

       250-CLOSE-ROUTINE.
           STOP RUN
           .
