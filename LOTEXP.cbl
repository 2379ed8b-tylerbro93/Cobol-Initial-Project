      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: Weekly expiring-stock report. Reads the lot stock
      *          file (written by PORECV at receipt, moved by INVMAINT
      *          transfers, relieved earliest-expiring first by
      *          SALEPOST) and lists, in two sections, lots already
      *          past their expiration date that are still on hand -
      *          to be pulled from the bins - and lots that will
      *          expire within the next N days, each with the days
      *          left and the lot quantity valued at the master
      *          UNIT-PURCHASE-PRICE, with a lot, unit, and value
      *          total for each section.
      * Tectonics: cobc -xo LOTEXP.exe --std=mf  LOTEXP.cbl
      * Master/lot/report file names default to PR1FA17.dat,
      * pr1lots.txt, and pr1lotex.txt, overridable with the
      * PR1_SOURCE_FILE, PR1_LOT_FILE, and PR1_EXPIRY_FILE
      * environment variables. The master is only read. The look-
      * ahead window defaults to 30 days and can be set with
      * PR1_EXPIRY_DAYS (3 digits, 001-999). Lots with no expiration
      * date (zeros) or nothing on hand are not listed.
      * Lot layout (LOTREC): catalog cols 1-5, location cols 6-9,
      * lot number cols 10-19, expiration date cols 20-27
      * (YYYYMMDD), lot quantity on hand cols 28-32.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTEXP.
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

           SELECT LOT-FILE ASSIGN TO DYNAMIC WS-LOT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOT-STATUS.

           SELECT EXPIRY-FILE ASSIGN TO DYNAMIC WS-EXPIRY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.

       01 MASTER-RECORD.
           COPY INVREC.

       FD LOT-FILE.

       01 LOT-RECORD.
           COPY LOTREC.

       FD EXPIRY-FILE.

       01 EXPIRY-RECORD                          PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-FILE-NAMES.
           05 WS-MASTER-FILE-NAME       PIC X(40)
                                         VALUE 'PR1FA17.dat'.
           05 WS-LOT-FILE-NAME          PIC X(40)
                                         VALUE 'pr1lots.txt'.
           05 WS-EXPIRY-FILE-NAME       PIC X(40)
                                         VALUE 'pr1lotex.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS          PIC XX VALUE '00'.
           05 WS-MASTER-OK              PIC X(3) VALUE 'NO'.
           05 WS-LOT-STATUS             PIC XX VALUE '00'.
           05 WS-FOUND-FLAG             PIC X(3) VALUE 'NO'.
           05 WS-SECTION                PIC X(8) VALUE SPACES.
           05 WS-EXPIRY-DAYS-X          PIC X(3) VALUE SPACES.
           05 WS-EXPIRY-DAYS            PIC 9(3) VALUE 30.
           05 WS-TODAY                  PIC 9(8) VALUE 0.
           05 WS-TODAY-INT              PIC 9(7) VALUE 0.
           05 WS-DAYS-LEFT              PIC S9(7) VALUE 0.
           05 WS-EXPIRY-WORK            PIC 9(8) VALUE 0.
           05 WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-WORK.
              10 WS-EXPIRY-YYYY         PIC 9(4).
              10 WS-EXPIRY-MM           PIC 9(2).
              10 WS-EXPIRY-DD           PIC 9(2).
           05 WS-LINE-VALUE             PIC 9(9)V99 VALUE 0.
           05 WS-LOTS-READ              PIC 9(5) VALUE 0.
           05 WS-LOTS-SKIPPED           PIC 9(5) VALUE 0.
           05 WS-SECTION-LOTS           PIC 9(5) VALUE 0.
           05 WS-SECTION-UNITS          PIC 9(7) VALUE 0.
           05 WS-SECTION-VALUE          PIC 9(9)V99 VALUE 0.
           05 WS-EXPIRED-LOTS           PIC 9(5) VALUE 0.
           05 WS-EXPIRING-LOTS          PIC 9(5) VALUE 0.
           05 PROPER-SPACING            PIC 9(2) VALUE 0.

       01  EXPIRY-HEADING-LINE1.
           05             PIC X(3) VALUE 'TSB'.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(27) VALUE 'Drakea Cart Parts Warehouse'.
           05             PIC X(7) VALUE SPACES.
           05             PIC X(21) VALUE 'EXPIRING STOCK REPORT'.

       01  EXPIRY-HEADING-LINE2.
           05                    PIC X(9) VALUE 'AS OF    '.
           05 EH-TODAY-OUT       PIC 9(8).
           05                    PIC X(5) VALUE SPACES.
           05                    PIC X(15) VALUE 'EXPIRING WITHIN'.
           05                    PIC X(1) VALUE SPACE.
           05 EH-DAYS-OUT        PIC ZZ9.
           05                    PIC X(5) VALUE ' DAYS'.

       01  SECTION-HEADING-LINE.
           05 SH-TITLE-OUT       PIC X(50).

       01  EXPIRY-HEADING-LINE3.
           05                    PIC X(4) VALUE 'CAT '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'ITEM'.
           05                    PIC X(18) VALUE '  '.
           05                    PIC X(4) VALUE 'LOC '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(3) VALUE 'LOT'.
           05                    PIC X(9) VALUE '  '.
           05                    PIC X(6) VALUE 'EXPIRY'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(4) VALUE 'DAYS'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(3) VALUE 'LOT'.
           05                    PIC X(6) VALUE '  '.
           05                    PIC X(3) VALUE 'LOT'.

       01  EXPIRY-HEADING-LINE4.
           05                    PIC X(4) VALUE 'NUM '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(11) VALUE 'DESCRIPTION'.
           05                    PIC X(17) VALUE '  '.
           05                    PIC X(6) VALUE 'NUMBER'.
           05                    PIC X(6) VALUE '  '.
           05                    PIC X(4) VALUE 'DATE'.
           05                    PIC X(6) VALUE '  '.
           05                    PIC X(4) VALUE 'LEFT'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(3) VALUE 'QTY'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(5) VALUE 'VALUE'.

       01  EXPIRY-DETAIL-LINE.
           05 ED-CATALOG-NUM-OUT PIC X(5).
           05                    PIC X(2) VALUE SPACES.
           05 ED-DESCRIPTION-OUT PIC X(20) VALUE SPACES.
           05                    PIC X(2) VALUE SPACES.
           05 ED-LOC-OUT         PIC X(4).
           05                    PIC X(2) VALUE SPACES.
           05 ED-LOT-OUT         PIC X(10).
           05                    PIC X(2) VALUE SPACES.
           05 ED-EXPIRY-OUT      PIC 9(8).
           05                    PIC X(1) VALUE SPACES.
           05 ED-DAYS-OUT        PIC -----9.
           05                    PIC X(1) VALUE SPACES.
           05 ED-QTY-OUT         PIC ZZZZ9.
           05                    PIC X(1) VALUE SPACES.
           05 ED-VALUE-OUT       PIC ZZZZZZ9.99.

       01  SECTION-TOTAL-LINE.
           05 ST-LABEL-OUT       PIC X(16).
           05                    PIC X(4) VALUE SPACES.
           05 ST-LOTS-OUT        PIC ZZZZ9.
           05                    PIC X(6) VALUE ' LOTS '.
           05 ST-UNITS-OUT       PIC ZZZZZZ9.
           05                    PIC X(7) VALUE ' UNITS '.
           05                    PIC X(1) VALUE '$'.
           05 ST-VALUE-OUT       PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 108-DATE-ROUTINE
           PERFORM 110-OPEN-MASTER
           IF WS-MASTER-OK = 'YES'
              OPEN INPUT LOT-FILE
              IF WS-LOT-STATUS NOT = '00'
                 DISPLAY 'LOTEXP: lot file not found: '
                    WS-LOT-FILE-NAME ', nothing to report'
              ELSE
                 CLOSE LOT-FILE
                 PERFORM 150-PRINT-REPORT
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
           ACCEPT WS-LOT-FILE-NAME
              FROM ENVIRONMENT 'PR1_LOT_FILE'
           IF WS-LOT-FILE-NAME = SPACES
              MOVE 'pr1lots.txt' TO WS-LOT-FILE-NAME
           END-IF
           ACCEPT WS-EXPIRY-FILE-NAME
              FROM ENVIRONMENT 'PR1_EXPIRY_FILE'
           IF WS-EXPIRY-FILE-NAME = SPACES
              MOVE 'pr1lotex.txt' TO WS-EXPIRY-FILE-NAME
           END-IF
           ACCEPT WS-EXPIRY-DAYS-X
              FROM ENVIRONMENT 'PR1_EXPIRY_DAYS'
           IF WS-EXPIRY-DAYS-X NUMERIC
              AND WS-EXPIRY-DAYS-X NOT = '000'
              MOVE WS-EXPIRY-DAYS-X TO WS-EXPIRY-DAYS
           ELSE
              MOVE 30 TO WS-EXPIRY-DAYS
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
              DISPLAY 'LOTEXP: cannot open master file '
                 WS-MASTER-FILE-NAME ' status ' WS-MASTER-STATUS
           END-IF
           .

      ******************************************************************
      * The lot file is read once per section so the expired lots,
      * which have to come off the shelf now, print ahead of the lots
      * that are only getting close.
      ******************************************************************
       150-PRINT-REPORT.
           OPEN OUTPUT EXPIRY-FILE
           MOVE 1 TO PROPER-SPACING
           WRITE EXPIRY-RECORD FROM EXPIRY-HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-TODAY TO EH-TODAY-OUT
           MOVE WS-EXPIRY-DAYS TO EH-DAYS-OUT
           MOVE 1 TO PROPER-SPACING
           WRITE EXPIRY-RECORD FROM EXPIRY-HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 'EXPIRED' TO WS-SECTION
           MOVE 'EXPIRED LOTS STILL ON HAND - PULL FROM STOCK'
              TO SH-TITLE-OUT
           PERFORM 160-PRINT-SECTION
           MOVE WS-SECTION-LOTS TO WS-EXPIRED-LOTS
           MOVE 'EXPIRING' TO WS-SECTION
           MOVE 'LOTS EXPIRING WITHIN THE WINDOW' TO SH-TITLE-OUT
           PERFORM 160-PRINT-SECTION
           MOVE WS-SECTION-LOTS TO WS-EXPIRING-LOTS
           CLOSE EXPIRY-FILE
           DISPLAY 'LOTEXP: ' WS-LOTS-READ ' lot record(s) read, '
              WS-EXPIRED-LOTS ' expired, ' WS-EXPIRING-LOTS
              ' expiring, ' WS-LOTS-SKIPPED ' unreadable'
           .

       160-PRINT-SECTION.
           MOVE 0 TO WS-SECTION-LOTS
           MOVE 0 TO WS-SECTION-UNITS
           MOVE 0 TO WS-SECTION-VALUE
           MOVE 3 TO PROPER-SPACING
           WRITE EXPIRY-RECORD FROM SECTION-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE EXPIRY-RECORD FROM EXPIRY-HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           WRITE EXPIRY-RECORD FROM EXPIRY-HEADING-LINE4
             AFTER ADVANCING PROPER-SPACING
           OPEN INPUT LOT-FILE
           MOVE 'YES' TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = 'NO'
             READ LOT-FILE
               AT END
                  MOVE 'NO' TO EOF-FLAG
               NOT AT END
                  PERFORM 165-CHECK-LOT
             END-READ
           END-PERFORM
           CLOSE LOT-FILE
           MOVE 'SECTION TOTAL' TO ST-LABEL-OUT
           MOVE WS-SECTION-LOTS TO ST-LOTS-OUT
           MOVE WS-SECTION-UNITS TO ST-UNITS-OUT
           MOVE WS-SECTION-VALUE TO ST-VALUE-OUT
           MOVE 2 TO PROPER-SPACING
           MOVE SECTION-TOTAL-LINE TO EXPIRY-RECORD
           WRITE EXPIRY-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

      ******************************************************************
      * Unreadable lots and lots with an impossible expiration date
      * are counted once, on the expired pass, and left off both
      * sections. A lot expiring today can still be sold today, so
      * it lists with the expiring lots at zero days left.
      ******************************************************************
       165-CHECK-LOT.
           IF WS-SECTION = 'EXPIRED'
              ADD 1 TO WS-LOTS-READ
           END-IF
           EVALUATE TRUE
              WHEN LOT-QTY-ON-HAND NOT NUMERIC
                 OR LOT-EXPIRY-DATE NOT NUMERIC
                 IF WS-SECTION = 'EXPIRED'
                    DISPLAY 'LOTEXP: unreadable lot skipped: '
                       LOT-RECORD
                    ADD 1 TO WS-LOTS-SKIPPED
                 END-IF
              WHEN LOT-QTY-ON-HAND = 0
                 OR LOT-EXPIRY-DATE = 0
                 CONTINUE
              WHEN OTHER
                 MOVE LOT-EXPIRY-DATE TO WS-EXPIRY-WORK
                 IF WS-EXPIRY-MM < 1 OR WS-EXPIRY-MM > 12
                    OR WS-EXPIRY-DD < 1 OR WS-EXPIRY-DD > 31
                    IF WS-SECTION = 'EXPIRED'
                       DISPLAY 'LOTEXP: bad expiry date skipped: '
                          LOT-RECORD
                       ADD 1 TO WS-LOTS-SKIPPED
                    END-IF
                 ELSE
                    COMPUTE WS-DAYS-LEFT =
                       FUNCTION INTEGER-OF-DATE(LOT-EXPIRY-DATE)
                       - WS-TODAY-INT
                    IF (WS-SECTION = 'EXPIRED' AND WS-DAYS-LEFT < 0)
                       OR (WS-SECTION = 'EXPIRING'
                          AND WS-DAYS-LEFT >= 0
                          AND WS-DAYS-LEFT <= WS-EXPIRY-DAYS)
                       PERFORM 170-PRINT-LOT-LINE
                    END-IF
                 END-IF
           END-EVALUATE
           .

       170-PRINT-LOT-LINE.
           MOVE LOT-CATALOG-NUM TO CATALOG-NUM
           MOVE 'NO' TO WS-FOUND-FLAG
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'YES' TO WS-FOUND-FLAG
           END-READ
           MOVE LOT-CATALOG-NUM TO ED-CATALOG-NUM-OUT
           MOVE LOT-LOC-CODE TO ED-LOC-OUT
           MOVE LOT-NUMBER TO ED-LOT-OUT
           MOVE LOT-EXPIRY-DATE TO ED-EXPIRY-OUT
           MOVE WS-DAYS-LEFT TO ED-DAYS-OUT
           MOVE LOT-QTY-ON-HAND TO ED-QTY-OUT
           IF WS-FOUND-FLAG = 'YES'
              MOVE DESCRIPTION TO ED-DESCRIPTION-OUT
              COMPUTE WS-LINE-VALUE =
                 LOT-QTY-ON-HAND * UNIT-PURCHASE-PRICE
           ELSE
              MOVE 'NOT ON MASTER' TO ED-DESCRIPTION-OUT
              MOVE 0 TO WS-LINE-VALUE
           END-IF
           MOVE WS-LINE-VALUE TO ED-VALUE-OUT
           ADD 1 TO WS-SECTION-LOTS
           ADD LOT-QTY-ON-HAND TO WS-SECTION-UNITS
           ADD WS-LINE-VALUE TO WS-SECTION-VALUE
              ON SIZE ERROR
                 DISPLAY 'LOTEXP: section value overflowed at '
                    'catalog ' LOT-CATALOG-NUM
           END-ADD
           MOVE 1 TO PROPER-SPACING
           MOVE EXPIRY-DETAIL-LINE TO EXPIRY-RECORD
           WRITE EXPIRY-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       250-CLOSE-ROUTINE.
           STOP RUN
           .
