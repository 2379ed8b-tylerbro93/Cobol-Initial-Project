      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: Customer backorder aging report. Lists every open
      *          line on the backorder file (written by SALEPOST when
      *          a sale is short, filled oldest first by PORECV as
      *          stock arrives) with the days the customer has been
      *          waiting and the open quantity valued at the master
      *          UNIT-PURCHASE-PRICE, flags lines waiting more than
      *          30 days, and totals the open lines, units, and value
      *          into 0-7, 8-14, 15-30, and over-30 day age bands so
      *          purchasing can see which shortages need chasing.
      * Tectonics: cobc -xo BOAGING.exe --std=mf  BOAGING.cbl
      * Master/backorder/report file names default to PR1FA17.dat,
      * pr1bkord.txt, and pr1boage.txt, overridable with the
      * PR1_SOURCE_FILE, PR1_BACKORDER_FILE, and
      * PR1_BACKORDER_AGING_FILE environment variables. The master
      * is only read. Lines are listed in file order, which is the
      * order the backorders were taken and the order PORECV fills
      * them in.
      * Backorder layout (BKOREC): catalog cols 1-5, location cols
      * 6-9, date taken cols 10-17 (YYYYMMDD), quantity originally
      * backordered cols 18-22, quantity still open cols 23-27.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOAGING.
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

           SELECT BACKORDER-FILE ASSIGN TO DYNAMIC
           WS-BACKORDER-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.

           SELECT AGING-FILE ASSIGN TO DYNAMIC WS-AGING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.

       01 MASTER-RECORD.
           COPY INVREC.

       FD BACKORDER-FILE.

       01 BACKORDER-RECORD.
           COPY BKOREC.

       FD AGING-FILE.

       01 AGING-RECORD                           PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-FILE-NAMES.
           05 WS-MASTER-FILE-NAME       PIC X(40)
                                         VALUE 'PR1FA17.dat'.
           05 WS-BACKORDER-FILE-NAME    PIC X(40)
                                         VALUE 'pr1bkord.txt'.
           05 WS-AGING-FILE-NAME        PIC X(40)
                                         VALUE 'pr1boage.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS          PIC XX VALUE '00'.
           05 WS-MASTER-OK              PIC X(3) VALUE 'NO'.
           05 WS-BACKORDER-STATUS       PIC XX VALUE '00'.
           05 WS-FOUND-FLAG             PIC X(3) VALUE 'NO'.
           05 WS-TODAY                  PIC 9(8) VALUE 0.
           05 WS-TODAY-INT              PIC 9(7) VALUE 0.
           05 WS-DAYS-WAITING           PIC S9(5) VALUE 0.
           05 WS-BAND-IDX               PIC 9 VALUE 0.
           05 WS-LINE-VALUE             PIC 9(9)V99 VALUE 0.
           05 WS-LINES-READ             PIC 9(5) VALUE 0.
           05 WS-LINES-SKIPPED          PIC 9(5) VALUE 0.
           05 WS-TOTAL-LINES            PIC 9(5) VALUE 0.
           05 WS-TOTAL-UNITS            PIC 9(7) VALUE 0.
           05 WS-TOTAL-VALUE            PIC 9(9)V99 VALUE 0.
           05 PROPER-SPACING            PIC 9(2) VALUE 0.

       01  WS-BAND-TABLE-VALUES.
           05                           PIC X(12) VALUE '0-7 DAYS'.
           05                           PIC X(12) VALUE '8-14 DAYS'.
           05                           PIC X(12) VALUE '15-30 DAYS'.
           05                           PIC X(12) VALUE 'OVER 30 DAYS'.

       01  WS-BAND-TABLE REDEFINES WS-BAND-TABLE-VALUES.
           05 BN-LABEL OCCURS 4 TIMES
                       INDEXED BY BN-IDX         PIC X(12).

       01  WS-BAND-TOTALS.
           05 BT-ENTRY OCCURS 4 TIMES.
              10 BT-LINES                        PIC 9(5) VALUE 0.
              10 BT-UNITS                        PIC 9(7) VALUE 0.
              10 BT-VALUE                        PIC 9(9)V99 VALUE 0.

       01  AGING-HEADING-LINE1.
           05             PIC X(3) VALUE 'TSB'.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(27) VALUE 'Drakea Cart Parts Warehouse'.
           05             PIC X(7) VALUE SPACES.
           05             PIC X(22) VALUE 'BACKORDER AGING REPORT'.

       01  AGING-HEADING-LINE2.
           05                    PIC X(9) VALUE 'AS OF    '.
           05 AH-TODAY-OUT       PIC 9(8).

       01  AGING-HEADING-LINE3.
           05                    PIC X(4) VALUE 'CAT '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'ITEM'.
           05                    PIC X(18) VALUE '  '.
           05                    PIC X(4) VALUE 'LOC '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(8) VALUE 'DATE    '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'QTY '.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(4) VALUE 'QTY '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'DAYS'.
           05                    PIC X(6) VALUE '  '.
           05                    PIC X(4) VALUE 'OPEN'.

       01  AGING-HEADING-LINE4.
           05                    PIC X(4) VALUE 'NUM '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(11) VALUE 'DESCRIPTION'.
           05                    PIC X(17) VALUE '  '.
           05                    PIC X(8) VALUE 'TAKEN   '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'ORIG'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(4) VALUE 'OPEN'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(7) VALUE 'WAITING'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(5) VALUE 'VALUE'.

       01  AGING-DETAIL-LINE.
           05 AD-CATALOG-NUM-OUT PIC X(5).
           05                    PIC X(2) VALUE SPACES.
           05 AD-DESCRIPTION-OUT PIC X(20) VALUE SPACES.
           05                    PIC X(2) VALUE SPACES.
           05 AD-LOC-OUT         PIC X(4).
           05                    PIC X(2) VALUE SPACES.
           05 AD-DATE-TAKEN-OUT  PIC 9(8).
           05                    PIC X(2) VALUE SPACES.
           05 AD-ORIGINAL-OUT    PIC ZZZZ9.
           05                    PIC X(3) VALUE SPACES.
           05 AD-OPEN-OUT        PIC ZZZZ9.
           05                    PIC X(3) VALUE SPACES.
           05 AD-DAYS-OUT        PIC ZZZZ9.
           05                    PIC X(2) VALUE SPACES.
           05 AD-VALUE-OUT       PIC ZZZZZZ9.99.
           05                    PIC X(2) VALUE SPACES.
           05 AD-FLAG-OUT        PIC X(11) VALUE SPACES.

       01  BAND-HEADING-LINE.
           05                    PIC X(12) VALUE 'AGE BAND'.
           05                    PIC X(4) VALUE SPACES.
           05                    PIC X(5) VALUE 'LINES'.
           05                    PIC X(4) VALUE SPACES.
           05                    PIC X(10) VALUE 'UNITS OPEN'.
           05                    PIC X(9) VALUE SPACES.
           05                    PIC X(10) VALUE 'OPEN VALUE'.

       01  BAND-TOTAL-LINE.
           05 BL-LABEL-OUT       PIC X(12).
           05                    PIC X(4) VALUE SPACES.
           05 BL-LINES-OUT       PIC ZZZZ9.
           05                    PIC X(7) VALUE SPACES.
           05 BL-UNITS-OUT       PIC ZZZZZZ9.
           05                    PIC X(4) VALUE SPACES.
           05                    PIC X(1) VALUE '$'.
           05 BL-VALUE-OUT       PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 108-DATE-ROUTINE
           PERFORM 110-OPEN-MASTER
           IF WS-MASTER-OK = 'YES'
              OPEN INPUT BACKORDER-FILE
              IF WS-BACKORDER-STATUS NOT = '00'
                 DISPLAY 'BOAGING: backorder file not found: '
                    WS-BACKORDER-FILE-NAME ', nothing to report'
              ELSE
                 PERFORM 150-PRINT-REPORT
                 CLOSE BACKORDER-FILE
              END-IF
              CLOSE MASTER-FILE
           END-IF
           PERFORM 250-CLOSE-ROUTINE
           .

       105-GET-PARAMETERS.
           ACCEPT WS-MASTER-FILE-NAME
              FROM ENVIRONMENT 'PR1_SOURCE_FILE'
           IF WS-MASTER-FILE-NAME = SPACES
              MOVE 'PR1FA17.dat' TO WS-MASTER-FILE-NAME
           END-IF
           ACCEPT WS-BACKORDER-FILE-NAME
              FROM ENVIRONMENT 'PR1_BACKORDER_FILE'
           IF WS-BACKORDER-FILE-NAME = SPACES
              MOVE 'pr1bkord.txt' TO WS-BACKORDER-FILE-NAME
           END-IF
           ACCEPT WS-AGING-FILE-NAME
              FROM ENVIRONMENT 'PR1_BACKORDER_AGING_FILE'
           IF WS-AGING-FILE-NAME = SPACES
              MOVE 'pr1boage.txt' TO WS-AGING-FILE-NAME
           END-IF
           .

       108-DATE-ROUTINE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY)
           .

       110-OPEN-MASTER.
           MOVE 'NO' TO WS-MASTER-OK
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-MASTER-OK
           ELSE
              DISPLAY 'BOAGING: cannot open master file '
                 WS-MASTER-FILE-NAME ' status ' WS-MASTER-STATUS
           END-IF
           .

       150-PRINT-REPORT.
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
           MOVE 'YES' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'NO'
             READ BACKORDER-FILE
               AT END
                  MOVE 'NO' TO EOF-FLAG
               NOT AT END
                  ADD 1 TO WS-LINES-READ
                  PERFORM 155-PRINT-BACKORDER-LINE
             END-READ
           END-PERFORM
           PERFORM 200-PRINT-BAND-TOTALS
           CLOSE AGING-FILE
           .

      ******************************************************************
      * Filled lines are dropped by PORECV, but a line with nothing
      * left open is skipped here in case the aging runs between the
      * fill and the rewrite. Unreadable lines are skipped and
      * counted so the total can be checked against the file.
      ******************************************************************
       155-PRINT-BACKORDER-LINE.
           EVALUATE TRUE
              WHEN BO-QTY-OPEN NOT NUMERIC
                 OR BO-QTY-ORIGINAL NOT NUMERIC
                 OR BO-DATE-TAKEN NOT NUMERIC
                 DISPLAY 'BOAGING: unreadable backorder skipped: '
                    BACKORDER-RECORD
                 ADD 1 TO WS-LINES-SKIPPED
              WHEN BO-QTY-OPEN = 0
                 CONTINUE
              WHEN OTHER
                 PERFORM 157-FORMAT-BACKORDER-LINE
           END-EVALUATE
           .

       157-FORMAT-BACKORDER-LINE.
           MOVE BO-CATALOG-NUM TO CATALOG-NUM
           MOVE 'NO' TO WS-FOUND-FLAG
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'YES' TO WS-FOUND-FLAG
           END-READ
           MOVE BO-CATALOG-NUM TO AD-CATALOG-NUM-OUT
           MOVE BO-LOC-CODE TO AD-LOC-OUT
           MOVE BO-DATE-TAKEN TO AD-DATE-TAKEN-OUT
           MOVE BO-QTY-ORIGINAL TO AD-ORIGINAL-OUT
           MOVE BO-QTY-OPEN TO AD-OPEN-OUT
           IF WS-FOUND-FLAG = 'YES'
              MOVE DESCRIPTION TO AD-DESCRIPTION-OUT
              COMPUTE WS-LINE-VALUE =
                 BO-QTY-OPEN * UNIT-PURCHASE-PRICE
           ELSE
              MOVE 'NOT ON MASTER' TO AD-DESCRIPTION-OUT
              MOVE 0 TO WS-LINE-VALUE
           END-IF
           MOVE WS-LINE-VALUE TO AD-VALUE-OUT
           COMPUTE WS-DAYS-WAITING = WS-TODAY-INT
              - FUNCTION INTEGER-OF-DATE(BO-DATE-TAKEN)
           IF WS-DAYS-WAITING < 0
              MOVE 0 TO WS-DAYS-WAITING
           END-IF
           MOVE WS-DAYS-WAITING TO AD-DAYS-OUT
           EVALUATE TRUE
              WHEN WS-DAYS-WAITING <= 7
                 MOVE 1 TO WS-BAND-IDX
              WHEN WS-DAYS-WAITING <= 14
                 MOVE 2 TO WS-BAND-IDX
              WHEN WS-DAYS-WAITING <= 30
                 MOVE 3 TO WS-BAND-IDX
              WHEN OTHER
                 MOVE 4 TO WS-BAND-IDX
           END-EVALUATE
           IF WS-BAND-IDX = 4
              MOVE '**OVER 30**' TO AD-FLAG-OUT
           ELSE
              MOVE SPACES TO AD-FLAG-OUT
           END-IF
           ADD 1 TO BT-LINES(WS-BAND-IDX)
           ADD BO-QTY-OPEN TO BT-UNITS(WS-BAND-IDX)
           ADD WS-LINE-VALUE TO BT-VALUE(WS-BAND-IDX)
              ON SIZE ERROR
                 DISPLAY 'BOAGING: band value overflowed at '
                    'catalog ' BO-CATALOG-NUM
           END-ADD
           MOVE 1 TO PROPER-SPACING
           MOVE AGING-DETAIL-LINE TO AGING-RECORD
           WRITE AGING-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       200-PRINT-BAND-TOTALS.
           MOVE 3 TO PROPER-SPACING
           WRITE AGING-RECORD FROM BAND-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 0 TO WS-TOTAL-LINES
           MOVE 0 TO WS-TOTAL-UNITS
           MOVE 0 TO WS-TOTAL-VALUE
           PERFORM VARYING BN-IDX FROM 1 BY 1
              UNTIL BN-IDX > 4
              MOVE BN-LABEL(BN-IDX) TO BL-LABEL-OUT
              MOVE BT-LINES(BN-IDX) TO BL-LINES-OUT
              MOVE BT-UNITS(BN-IDX) TO BL-UNITS-OUT
              MOVE BT-VALUE(BN-IDX) TO BL-VALUE-OUT
              ADD BT-LINES(BN-IDX) TO WS-TOTAL-LINES
              ADD BT-UNITS(BN-IDX) TO WS-TOTAL-UNITS
              ADD BT-VALUE(BN-IDX) TO WS-TOTAL-VALUE
                 ON SIZE ERROR
                    DISPLAY 'BOAGING: report total overflowed'
              END-ADD
              MOVE 1 TO PROPER-SPACING
              MOVE BAND-TOTAL-LINE TO AGING-RECORD
              WRITE AGING-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-PERFORM
           MOVE 'ALL OPEN' TO BL-LABEL-OUT
           MOVE WS-TOTAL-LINES TO BL-LINES-OUT
           MOVE WS-TOTAL-UNITS TO BL-UNITS-OUT
           MOVE WS-TOTAL-VALUE TO BL-VALUE-OUT
           MOVE 2 TO PROPER-SPACING
           MOVE BAND-TOTAL-LINE TO AGING-RECORD
           WRITE AGING-RECORD
             AFTER ADVANCING PROPER-SPACING
           DISPLAY 'BOAGING: ' WS-LINES-READ ' backorder line(s) '
              'read, ' WS-TOTAL-LINES ' open, ' WS-LINES-SKIPPED
              ' unreadable'
           .

       250-CLOSE-ROUTINE.
           STOP RUN
           .
