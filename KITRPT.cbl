      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: Kit buildability and component shortage report.
      *          For every kit on the bill-of-materials file it shows
      *          how many kits the back room could build right now
      *          from the components' master on-hand and which
      *          component runs out first (the limiting component).
      *          A second section lists, for each kit below its
      *          reorder point that cannot be built back up to it,
      *          the components that are short - quantity needed to
      *          build the missing kits, on hand, on order, and the
      *          shortfall still uncovered by open orders - so the
      *          buyer can order components instead of kits.
      * Tectonics: cobc -xo KITRPT.exe --std=mf  KITRPT.cbl
      * Master/bill-of-materials/report file names default to
      * PR1FA17.dat, pr1bom.txt, and pr1kits.txt, overridable with
      * the PR1_SOURCE_FILE, PR1_BOM_FILE, and PR1_KIT_REPORT_FILE
      * environment variables. The master is only read. Kits print
      * in the order they first appear on the bill of materials.
      * Bill-of-materials layout (BOMREC): kit catalog cols 1-5,
      * component catalog cols 6-10, quantity per kit cols 11-13.
      * When the bill of materials outgrows the table, a kit whose
      * component lines were cut off part way is still listed but
      * flagged BOM INCOMPLETE, is not counted as buildable and is
      * left out of the shortage section, since its figures only
      * cover the components that were loaded.
      * A component keyed on more than one line of the same kit is
      * counted once, at the quantities added together; if the
      * total will not fit in the quantity per kit the kit is
      * flagged BOM INCOMPLETE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITRPT.
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

           SELECT BOM-FILE ASSIGN TO DYNAMIC WS-BOM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOM-STATUS.

           SELECT KIT-REPORT-FILE ASSIGN TO DYNAMIC
           WS-KIT-REPORT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.

       01 MASTER-RECORD.
           COPY INVREC.

       FD BOM-FILE.

       01 BOM-RECORD.
           COPY BOMREC.

       FD KIT-REPORT-FILE.

       01 KIT-REPORT-RECORD                      PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-FILE-NAMES.
           05 WS-MASTER-FILE-NAME       PIC X(40)
                                         VALUE 'PR1FA17.dat'.
           05 WS-BOM-FILE-NAME          PIC X(40)
                                         VALUE 'pr1bom.txt'.
           05 WS-KIT-REPORT-FILE-NAME   PIC X(40)
                                         VALUE 'pr1kits.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS          PIC XX VALUE '00'.
           05 WS-MASTER-OK              PIC X(3) VALUE 'NO'.
           05 WS-BOM-STATUS             PIC XX VALUE '00'.
           05 WS-BOM-COUNT              PIC 9(4) VALUE 0.
           05 WS-BOM-DROPPED            PIC X(3) VALUE 'NO'.
           05 WS-BOM-MATCH-IDX          PIC 9(4) VALUE 0.
           05 WS-KIT-COUNT              PIC 9(4) VALUE 0.
           05 WS-KIT-DROPPED            PIC X(3) VALUE 'NO'.
           05 WS-FOUND-FLAG             PIC X(3) VALUE 'NO'.
           05 WS-KIT-FOUND              PIC X(3) VALUE 'NO'.
           05 WS-COMP-CAN-BUILD         PIC 9(5) VALUE 0.
           05 WS-COMP-NEED              PIC 9(7) VALUE 0.
           05 WS-COMP-SHORT             PIC S9(7) VALUE 0.
           05 WS-KITS-LISTED            PIC 9(4) VALUE 0.
           05 WS-KITS-BUILDABLE         PIC 9(4) VALUE 0.
           05 WS-SHORT-LINES            PIC 9(5) VALUE 0.
           05 PROPER-SPACING            PIC 9(2) VALUE 0.

       01  WS-BOM-TABLE.
           05 BM-ENTRY OCCURS 2000 TIMES INDEXED BY BM-IDX.
              10 BM-KIT-CATALOG                  PIC X(5).
              10 BM-COMP-CATALOG                 PIC X(5).
              10 BM-QTY-PER                      PIC 9(3).

       01  WS-KIT-TABLE.
           05 KT-ENTRY OCCURS 500 TIMES INDEXED BY KT-IDX.
              10 KT-CATALOG                      PIC X(5).
              10 KT-DESCRIPTION                  PIC X(20).
              10 KT-ON-HAND                      PIC 9(5).
              10 KT-REORDER-POINT                PIC 9(5).
              10 KT-CAN-BUILD                    PIC 9(5).
              10 KT-WANTED                       PIC 9(5).
              10 KT-LIMIT-CATALOG                PIC X(5).
              10 KT-LIMIT-ON-HAND                PIC 9(5).
              10 KT-LIMIT-QTY-PER                PIC 9(3).
              10 KT-LIMIT-MISSING                PIC X(3).
              10 KT-INCOMPLETE                   PIC X(3).

       01  KIT-HEADING-LINE1.
           05             PIC X(3) VALUE 'TSB'.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(27) VALUE 'Drakea Cart Parts Warehouse'.
           05             PIC X(7) VALUE SPACES.
           05             PIC X(25) VALUE 'KIT BUILDABILITY REPORT'.

       01  KIT-HEADING-LINE2.
           05                    PIC X(9) VALUE 'AS OF    '.
           05 KH-TODAY-OUT       PIC 9(8).

       01  SECTION-HEADING-LINE.
           05 SH-TITLE-OUT       PIC X(60).

       01  BUILD-HEADING-LINE1.
           05                    PIC X(4) VALUE 'KIT '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'KIT '.
           05                    PIC X(18) VALUE '  '.
           05                    PIC X(7) VALUE 'KITS ON'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(7) VALUE 'REORDER'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(5) VALUE 'CAN  '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(8) VALUE 'LIMITING'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(7) VALUE 'COMP ON'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(3) VALUE 'PER'.

       01  BUILD-HEADING-LINE2.
           05                    PIC X(4) VALUE 'NUM '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(11) VALUE 'DESCRIPTION'.
           05                    PIC X(11) VALUE '  '.
           05                    PIC X(4) VALUE 'HAND'.
           05                    PIC X(5) VALUE '  '.
           05                    PIC X(5) VALUE 'POINT'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(5) VALUE 'BUILD'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(9) VALUE 'COMPONENT'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(4) VALUE 'HAND'.
           05                    PIC X(5) VALUE '  '.
           05                    PIC X(3) VALUE 'KIT'.

       01  BUILD-DETAIL-LINE.
           05 BD-KIT-OUT         PIC X(5).
           05                    PIC X(2) VALUE SPACES.
           05 BD-DESCRIPTION-OUT PIC X(20).
           05                    PIC X(2) VALUE SPACES.
           05 BD-ON-HAND-OUT     PIC ZZZZ9.
           05                    PIC X(4) VALUE SPACES.
           05 BD-REORDER-OUT     PIC ZZZZ9.
           05                    PIC X(4) VALUE SPACES.
           05 BD-CAN-BUILD-OUT   PIC ZZZZ9.
           05                    PIC X(3) VALUE SPACES.
           05 BD-LIMIT-OUT       PIC X(5).
           05                    PIC X(6) VALUE SPACES.
           05 BD-LIMIT-HAND-OUT  PIC ZZZZ9.
           05                    PIC X(4) VALUE SPACES.
           05 BD-LIMIT-PER-OUT   PIC ZZ9.
           05                    PIC X(2) VALUE SPACES.
           05 BD-FLAG-OUT        PIC X(18) VALUE SPACES.

       01  SHORT-HEADING-LINE1.
           05                    PIC X(4) VALUE 'COMP'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'ITEM'.
           05                    PIC X(18) VALUE '  '.
           05                    PIC X(3) VALUE 'FOR'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(4) VALUE 'KITS'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(6) VALUE 'NEEDED'.
           05                    PIC X(5) VALUE '  '.
           05                    PIC X(2) VALUE 'ON'.
           05                    PIC X(6) VALUE '  '.
           05                    PIC X(2) VALUE 'ON'.
           05                    PIC X(5) VALUE '  '.
           05                    PIC X(5) VALUE 'SHORT'.

       01  SHORT-HEADING-LINE2.
           05                    PIC X(4) VALUE 'NUM '.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(11) VALUE 'DESCRIPTION'.
           05                    PIC X(11) VALUE '  '.
           05                    PIC X(3) VALUE 'KIT'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(6) VALUE 'WANTED'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(6) VALUE 'TO USE'.
           05                    PIC X(3) VALUE '  '.
           05                    PIC X(4) VALUE 'HAND'.
           05                    PIC X(4) VALUE '  '.
           05                    PIC X(5) VALUE 'ORDER'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(8) VALUE 'TO ORDER'.

       01  SHORT-DETAIL-LINE.
           05 SD-COMP-OUT        PIC X(5).
           05                    PIC X(2) VALUE SPACES.
           05 SD-DESCRIPTION-OUT PIC X(20).
           05                    PIC X(2) VALUE SPACES.
           05 SD-KIT-OUT         PIC X(5).
           05                    PIC X(2) VALUE SPACES.
           05 SD-WANTED-OUT      PIC ZZZZ9.
           05                    PIC X(2) VALUE SPACES.
           05 SD-NEED-OUT        PIC ZZZZZZ9.
           05                    PIC X(2) VALUE SPACES.
           05 SD-ON-HAND-OUT     PIC ZZZZ9.
           05                    PIC X(3) VALUE SPACES.
           05 SD-ON-ORDER-OUT    PIC ZZZZ9.
           05                    PIC X(2) VALUE SPACES.
           05 SD-SHORT-OUT       PIC ZZZZZZ9.

       01  KIT-TOTAL-LINE.
           05 KL-LABEL-OUT       PIC X(30).
           05 KL-COUNT-OUT       PIC ZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 110-OPEN-MASTER
           IF WS-MASTER-OK = 'YES'
              PERFORM 120-LOAD-BOM
              IF WS-BOM-COUNT = 0
                 DISPLAY 'KITRPT: no bill of materials on '
                    WS-BOM-FILE-NAME ', nothing to report'
              ELSE
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
           ACCEPT WS-BOM-FILE-NAME
              FROM ENVIRONMENT 'PR1_BOM_FILE'
           IF WS-BOM-FILE-NAME = SPACES
              MOVE 'pr1bom.txt' TO WS-BOM-FILE-NAME
           END-IF
           ACCEPT WS-KIT-REPORT-FILE-NAME
              FROM ENVIRONMENT 'PR1_KIT_REPORT_FILE'
           IF WS-KIT-REPORT-FILE-NAME = SPACES
              MOVE 'pr1kits.txt' TO WS-KIT-REPORT-FILE-NAME
           END-IF
           .

       110-OPEN-MASTER.
           MOVE 'NO' TO WS-MASTER-OK
           OPEN INPUT MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-MASTER-OK
           ELSE
              DISPLAY 'KITRPT: cannot open master file '
                 WS-MASTER-FILE-NAME ' status ' WS-MASTER-STATUS
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
           IF WS-BOM-DROPPED = 'YES'
              DISPLAY 'KITRPT: bill of materials exceeds the table, '
                 'kits past the table are not reported'
              DISPLAY 'KITRPT: kits cut off part way are flagged BOM '
                 'INCOMPLETE'
           END-IF
           .

       121-STORE-BOM-ENTRY.
           PERFORM 124-FIND-BOM-ENTRY
           EVALUATE TRUE
              WHEN BOM-QTY-PER NOT NUMERIC
                 OR BOM-QTY-PER = 0
                 OR BOM-KIT-CATALOG = SPACES
                 OR BOM-COMP-CATALOG = SPACES
                 OR BOM-COMP-CATALOG = BOM-KIT-CATALOG
                 DISPLAY 'KITRPT: unreadable bill of materials '
                    'line skipped: ' BOM-RECORD
              WHEN WS-BOM-MATCH-IDX > 0
                 DISPLAY 'KITRPT: component repeated on bill of '
                    'materials, quantities added: ' BOM-RECORD
                 ADD BOM-QTY-PER TO BM-QTY-PER(WS-BOM-MATCH-IDX)
                    ON SIZE ERROR
                       DISPLAY 'KITRPT: bill of materials quantity '
                          'per kit too large: ' BOM-RECORD
                       PERFORM 123-MARK-KIT-INCOMPLETE
                 END-ADD
              WHEN WS-BOM-COUNT >= 2000
                 MOVE 'YES' TO WS-BOM-DROPPED
                 PERFORM 123-MARK-KIT-INCOMPLETE
              WHEN OTHER
                 ADD 1 TO WS-BOM-COUNT
                 MOVE BOM-KIT-CATALOG TO BM-KIT-CATALOG(WS-BOM-COUNT)
                 MOVE BOM-COMP-CATALOG
                    TO BM-COMP-CATALOG(WS-BOM-COUNT)
                 MOVE BOM-QTY-PER TO BM-QTY-PER(WS-BOM-COUNT)
                 PERFORM 122-STORE-KIT-ENTRY
           END-EVALUATE
           .

       122-STORE-KIT-ENTRY.
           MOVE 'NO' TO WS-KIT-FOUND
           PERFORM VARYING KT-IDX FROM 1 BY 1
              UNTIL KT-IDX > WS-KIT-COUNT
              IF KT-CATALOG(KT-IDX) = BOM-KIT-CATALOG
                 MOVE 'YES' TO WS-KIT-FOUND
              END-IF
           END-PERFORM
           IF WS-KIT-FOUND = 'NO'
              IF WS-KIT-COUNT >= 500
                 IF WS-KIT-DROPPED = 'NO'
                    DISPLAY 'KITRPT: kit table full, kits from '
                       BOM-KIT-CATALOG ' on are not reported'
                 END-IF
                 MOVE 'YES' TO WS-KIT-DROPPED
              ELSE
                 ADD 1 TO WS-KIT-COUNT
                 MOVE BOM-KIT-CATALOG TO KT-CATALOG(WS-KIT-COUNT)
                 MOVE 'NO' TO KT-INCOMPLETE(WS-KIT-COUNT)
              END-IF
           END-IF
           .

      ******************************************************************
      * A line that does not fit may belong to a kit whose first
      * lines did; that kit's components are no longer all known.
      ******************************************************************
       123-MARK-KIT-INCOMPLETE.
           PERFORM VARYING KT-IDX FROM 1 BY 1
              UNTIL KT-IDX > WS-KIT-COUNT
              IF KT-CATALOG(KT-IDX) = BOM-KIT-CATALOG
                 MOVE 'YES' TO KT-INCOMPLETE(KT-IDX)
              END-IF
           END-PERFORM
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

       150-PRINT-REPORT.
           OPEN OUTPUT KIT-REPORT-FILE
           MOVE 1 TO PROPER-SPACING
           WRITE KIT-REPORT-RECORD FROM KIT-HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           ACCEPT KH-TODAY-OUT FROM DATE YYYYMMDD
           MOVE 1 TO PROPER-SPACING
           WRITE KIT-REPORT-RECORD FROM KIT-HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 'KITS THAT CAN BE BUILT FROM COMPONENTS ON HAND'
              TO SH-TITLE-OUT
           MOVE 3 TO PROPER-SPACING
           WRITE KIT-REPORT-RECORD FROM SECTION-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE KIT-REPORT-RECORD FROM BUILD-HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           WRITE KIT-REPORT-RECORD FROM BUILD-HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           PERFORM VARYING KT-IDX FROM 1 BY 1
              UNTIL KT-IDX > WS-KIT-COUNT
              PERFORM 160-FIGURE-KIT
              PERFORM 170-PRINT-KIT-LINE
           END-PERFORM
           MOVE 'KITS LISTED' TO KL-LABEL-OUT
           MOVE WS-KITS-LISTED TO KL-COUNT-OUT
           MOVE 2 TO PROPER-SPACING
           WRITE KIT-REPORT-RECORD FROM KIT-TOTAL-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'KITS BUILDABLE NOW' TO KL-LABEL-OUT
           MOVE WS-KITS-BUILDABLE TO KL-COUNT-OUT
           MOVE 1 TO PROPER-SPACING
           WRITE KIT-REPORT-RECORD FROM KIT-TOTAL-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'COMPONENT SHORTAGES FOR KITS BELOW REORDER POINT'
              TO SH-TITLE-OUT
           MOVE 3 TO PROPER-SPACING
           WRITE KIT-REPORT-RECORD FROM SECTION-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE KIT-REPORT-RECORD FROM SHORT-HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           WRITE KIT-REPORT-RECORD FROM SHORT-HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           PERFORM VARYING KT-IDX FROM 1 BY 1
              UNTIL KT-IDX > WS-KIT-COUNT
              IF KT-WANTED(KT-IDX) > KT-CAN-BUILD(KT-IDX)
                 AND KT-INCOMPLETE(KT-IDX) = 'NO'
                 PERFORM 180-LIST-KIT-SHORTAGES
              END-IF
           END-PERFORM
           MOVE 'COMPONENT SHORTAGE LINES' TO KL-LABEL-OUT
           MOVE WS-SHORT-LINES TO KL-COUNT-OUT
           MOVE 2 TO PROPER-SPACING
           WRITE KIT-REPORT-RECORD FROM KIT-TOTAL-LINE
             AFTER ADVANCING PROPER-SPACING
           CLOSE KIT-REPORT-FILE
           DISPLAY 'KITRPT: ' WS-KITS-LISTED ' kit(s) reported, '
              WS-SHORT-LINES ' component shortage line(s)'
           .

      ******************************************************************
      * A kit can be built as many times as its scarcest component
      * allows: each component's on-hand divided by its quantity per
      * kit, the smallest of those being the limit. A component
      * missing from the master stops the kit at zero. The kits
      * wanted are what it takes to bring the kit back up to its
      * reorder point.
      ******************************************************************
       160-FIGURE-KIT.
           MOVE KT-CATALOG(KT-IDX) TO CATALOG-NUM
           MOVE 'NO' TO WS-FOUND-FLAG
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'YES' TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = 'YES'
              MOVE DESCRIPTION TO KT-DESCRIPTION(KT-IDX)
              MOVE QUANITY-ON-HAND TO KT-ON-HAND(KT-IDX)
              MOVE REORDER-POINT TO KT-REORDER-POINT(KT-IDX)
           ELSE
              MOVE 'KIT NOT ON MASTER' TO KT-DESCRIPTION(KT-IDX)
              MOVE 0 TO KT-ON-HAND(KT-IDX)
              MOVE 0 TO KT-REORDER-POINT(KT-IDX)
           END-IF
           IF KT-REORDER-POINT(KT-IDX) > KT-ON-HAND(KT-IDX)
              COMPUTE KT-WANTED(KT-IDX) =
                 KT-REORDER-POINT(KT-IDX) - KT-ON-HAND(KT-IDX)
           ELSE
              MOVE 0 TO KT-WANTED(KT-IDX)
           END-IF
           MOVE 99999 TO KT-CAN-BUILD(KT-IDX)
           MOVE SPACES TO KT-LIMIT-CATALOG(KT-IDX)
           MOVE 0 TO KT-LIMIT-ON-HAND(KT-IDX)
           MOVE 0 TO KT-LIMIT-QTY-PER(KT-IDX)
           MOVE 'NO' TO KT-LIMIT-MISSING(KT-IDX)
           PERFORM VARYING BM-IDX FROM 1 BY 1
              UNTIL BM-IDX > WS-BOM-COUNT
              IF BM-KIT-CATALOG(BM-IDX) = KT-CATALOG(KT-IDX)
                 PERFORM 165-FIGURE-COMPONENT
              END-IF
           END-PERFORM
           .

       165-FIGURE-COMPONENT.
           MOVE BM-COMP-CATALOG(BM-IDX) TO CATALOG-NUM
           MOVE 'NO' TO WS-FOUND-FLAG
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'YES' TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = 'YES'
              DIVIDE QUANITY-ON-HAND BY BM-QTY-PER(BM-IDX)
                 GIVING WS-COMP-CAN-BUILD
           ELSE
              MOVE 0 TO WS-COMP-CAN-BUILD
              MOVE 0 TO QUANITY-ON-HAND
           END-IF
           IF WS-COMP-CAN-BUILD < KT-CAN-BUILD(KT-IDX)
              OR KT-LIMIT-CATALOG(KT-IDX) = SPACES
              MOVE WS-COMP-CAN-BUILD TO KT-CAN-BUILD(KT-IDX)
              MOVE BM-COMP-CATALOG(BM-IDX) TO KT-LIMIT-CATALOG(KT-IDX)
              MOVE QUANITY-ON-HAND TO KT-LIMIT-ON-HAND(KT-IDX)
              MOVE BM-QTY-PER(BM-IDX) TO KT-LIMIT-QTY-PER(KT-IDX)
              IF WS-FOUND-FLAG = 'YES'
                 MOVE 'NO' TO KT-LIMIT-MISSING(KT-IDX)
              ELSE
                 MOVE 'YES' TO KT-LIMIT-MISSING(KT-IDX)
              END-IF
           END-IF
           .

       170-PRINT-KIT-LINE.
           MOVE KT-CATALOG(KT-IDX) TO BD-KIT-OUT
           MOVE KT-DESCRIPTION(KT-IDX) TO BD-DESCRIPTION-OUT
           MOVE KT-ON-HAND(KT-IDX) TO BD-ON-HAND-OUT
           MOVE KT-REORDER-POINT(KT-IDX) TO BD-REORDER-OUT
           MOVE KT-CAN-BUILD(KT-IDX) TO BD-CAN-BUILD-OUT
           MOVE KT-LIMIT-CATALOG(KT-IDX) TO BD-LIMIT-OUT
           MOVE KT-LIMIT-ON-HAND(KT-IDX) TO BD-LIMIT-HAND-OUT
           MOVE KT-LIMIT-QTY-PER(KT-IDX) TO BD-LIMIT-PER-OUT
           EVALUATE TRUE
              WHEN KT-INCOMPLETE(KT-IDX) = 'YES'
                 MOVE 'BOM INCOMPLETE' TO BD-FLAG-OUT
              WHEN KT-LIMIT-MISSING(KT-IDX) = 'YES'
                 MOVE 'COMP NOT ON MASTER' TO BD-FLAG-OUT
              WHEN OTHER
                 MOVE SPACES TO BD-FLAG-OUT
           END-EVALUATE
           ADD 1 TO WS-KITS-LISTED
           IF KT-CAN-BUILD(KT-IDX) > 0
              AND KT-INCOMPLETE(KT-IDX) = 'NO'
              ADD 1 TO WS-KITS-BUILDABLE
           END-IF
           MOVE 1 TO PROPER-SPACING
           MOVE BUILD-DETAIL-LINE TO KIT-REPORT-RECORD
           WRITE KIT-REPORT-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

      ******************************************************************
      * A component is short when its on-hand will not cover the
      * kits wanted. The last column nets out what is already on
      * order, so zero there means an open PO covers it.
      ******************************************************************
       180-LIST-KIT-SHORTAGES.
           PERFORM VARYING BM-IDX FROM 1 BY 1
              UNTIL BM-IDX > WS-BOM-COUNT
              IF BM-KIT-CATALOG(BM-IDX) = KT-CATALOG(KT-IDX)
                 PERFORM 185-CHECK-COMPONENT-SHORT
              END-IF
           END-PERFORM
           .

       185-CHECK-COMPONENT-SHORT.
           COMPUTE WS-COMP-NEED =
              KT-WANTED(KT-IDX) * BM-QTY-PER(BM-IDX)
              ON SIZE ERROR
                 MOVE 9999999 TO WS-COMP-NEED
           END-COMPUTE
           MOVE BM-COMP-CATALOG(BM-IDX) TO CATALOG-NUM
           MOVE 'NO' TO WS-FOUND-FLAG
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'YES' TO WS-FOUND-FLAG
           END-READ
           IF WS-FOUND-FLAG = 'NO'
              MOVE 'NOT ON MASTER' TO DESCRIPTION
              MOVE 0 TO QUANITY-ON-HAND
              MOVE 0 TO QUANITY-ON-ORDER
           END-IF
           IF QUANITY-ON-HAND < WS-COMP-NEED
              COMPUTE WS-COMP-SHORT = WS-COMP-NEED
                 - QUANITY-ON-HAND - QUANITY-ON-ORDER
              IF WS-COMP-SHORT < 0
                 MOVE 0 TO WS-COMP-SHORT
              END-IF
              MOVE BM-COMP-CATALOG(BM-IDX) TO SD-COMP-OUT
              MOVE DESCRIPTION TO SD-DESCRIPTION-OUT
              MOVE KT-CATALOG(KT-IDX) TO SD-KIT-OUT
              MOVE KT-WANTED(KT-IDX) TO SD-WANTED-OUT
              MOVE WS-COMP-NEED TO SD-NEED-OUT
              MOVE QUANITY-ON-HAND TO SD-ON-HAND-OUT
              MOVE QUANITY-ON-ORDER TO SD-ON-ORDER-OUT
              MOVE WS-COMP-SHORT TO SD-SHORT-OUT
              ADD 1 TO WS-SHORT-LINES
              MOVE 1 TO PROPER-SPACING
              MOVE SHORT-DETAIL-LINE TO KIT-REPORT-RECORD
              WRITE KIT-REPORT-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-IF
           .

       250-CLOSE-ROUTINE.
           STOP RUN
           .
