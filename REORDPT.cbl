      * file for purchasing to key by hand after review; set
      * PR1_ROP_WRITE_ALL=YES to write them anyway. Unchanged
      * recommendations are reported but never written.
      * Catalog numbers a manufacturer has replaced are followed
      * through the supersession file (pr1supsd.txt, overridable
      * with PR1_SUPERSEDE_FILE, SUPREC layout) to the number now
      * current, so the old number's weekly sales count toward the
      * replacement's recommendation instead of leaving it with no
      * movement. Only entries effective on or before the run date
      * are followed; the old number gets no recommendation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORDPT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEMVEND-STATUS.

           SELECT SUPERSEDE-FILE ASSIGN TO DYNAMIC
           WS-SUPERSEDE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPERSEDE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO DYNAMIC WS-REVIEW-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

       01 ITEMVEND-RECORD.
           COPY IVXREC.

       FD SUPERSEDE-FILE.

       01 SUPERSEDE-RECORD.
           COPY SUPREC.

       FD REVIEW-FILE.

       01 REVIEW-RECORD                          PIC X(79).
                                         VALUE 'pr1vend.txt'.
           05 WS-ITEMVEND-FILE-NAME     PIC X(40)
                                         VALUE 'pr1itmvn.txt'.
           05 WS-SUPERSEDE-FILE-NAME    PIC X(40)
                                         VALUE 'pr1supsd.txt'.
           05 WS-REVIEW-FILE-NAME       PIC X(40)
                                         VALUE 'pr1rprev.txt'.
           05 WS-ROPTRANS-FILE-NAME     PIC X(40)
           05 WS-HISTORY-STATUS         PIC XX VALUE '00'.
           05 WS-VENDOR-STATUS          PIC XX VALUE '00'.
           05 WS-ITEMVEND-STATUS        PIC XX VALUE '00'.
           05 WS-SUPERSEDE-STATUS       PIC XX VALUE '00'.
           05 WS-TODAY                  PIC 9(8) VALUE 0.
           05 WS-SUP-COUNT              PIC 9(3) VALUE 0.
           05 WS-SUP-HOPS               PIC 9(2) VALUE 0.
           05 WS-SUP-MORE               PIC X(3) VALUE 'NO'.
           05 WS-SUP-FIND-CATALOG       PIC X(5) VALUE SPACES.
           05 WS-SUP-CUR-CATALOG        PIC X(5) VALUE SPACES.
           05 WS-HIST-CATALOG           PIC X(5) VALUE SPACES.
           05 WS-SUP-COMBINED           PIC 9(7) VALUE 0.
           05 WS-MASTER-OK              PIC X(3) VALUE 'NO'.
           05 WS-FOUND-FLAG             PIC X(3) VALUE 'NO'.
           05 WS-WINDOW-X               PIC X(2) VALUE SPACES.
              10 IT-CATALOG-NUM                  PIC X(5).
              10 IT-SOLD-SUM                     PIC 9(7).
              10 IT-SOLD-SUMSQ                   PIC 9(11).
              10 IT-WEEK-IDX                     PIC 9(3).
              10 IT-WEEK-SOLD                    PIC 9(5).

       01  WS-SUPERSEDE-TABLE.
           05 SU-ENTRY OCCURS 500 TIMES INDEXED BY SU-IDX.
              10 SU-OLD-CATALOG                  PIC X(5).
              10 SU-NEW-CATALOG                  PIC X(5).

       01  WS-VENDOR-TABLE.
           05 VN-ENTRY OCCURS 500 TIMES INDEXED BY VN-IDX.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 107-LOAD-SUPERSESSIONS
           PERFORM 110-SCAN-WEEKS
           IF WS-WEEK-TOTAL = 0
              DISPLAY 'REORDPT: no item history on file, '
                    ' items reviewed, ' WS-TRANS-WRITTEN
                    ' transactions written, ' WS-FLAGGED-COUNT
                    ' held for review'
                 IF WS-SUP-COMBINED > 0
                    DISPLAY 'REORDPT: ' WS-SUP-COMBINED
                       ' history records of superseded numbers '
                       'combined with their replacements'
                 END-IF
              END-IF
           END-IF
           PERFORM 250-CLOSE-ROUTINE
           IF WS-ITEMVEND-FILE-NAME = SPACES
              MOVE 'pr1itmvn.txt' TO WS-ITEMVEND-FILE-NAME
           END-IF
           ACCEPT WS-SUPERSEDE-FILE-NAME
              FROM ENVIRONMENT 'PR1_SUPERSEDE_FILE'
           IF WS-SUPERSEDE-FILE-NAME = SPACES
              MOVE 'pr1supsd.txt' TO WS-SUPERSEDE-FILE-NAME
           END-IF
           ACCEPT WS-REVIEW-FILE-NAME
              FROM ENVIRONMENT 'PR1_ROP_REVIEW_FILE'
           IF WS-REVIEW-FILE-NAME = SPACES
           END-IF
           .

       107-LOAD-SUPERSESSIONS.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
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
                     PERFORM 108-STORE-SUPERSESSION
                END-READ
              END-PERFORM
              CLOSE SUPERSEDE-FILE
           END-IF
           .

       108-STORE-SUPERSESSION.
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
                    DISPLAY 'REORDPT: supersession table full, '
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

       110-SCAN-WEEKS.
           MOVE 0 TO WS-WEEK-TOTAL
           MOVE 'YES' TO EOF-FLAG
             END-READ
           END-PERFORM
           CLOSE HISTORY-FILE
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
              UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
              PERFORM 125-FOLD-ITEM-WEEK
           END-PERFORM
           .

      ******************************************************************
      * A superseded number's weeks are posted under the number that
      * replaced it. While the old stock sells off both numbers sell
      * in the same week, so each week's units are gathered per item
      * and only folded into the sum and sum of squares when the
      * item's next week starts; squaring the two numbers' sales
      * separately would understate how much the weeks bounce.
      ******************************************************************
       122-POST-HISTORY-RECORD.
           PERFORM 114-FIND-WEEK-ENTRY
           IF WS-WEEK-FOUND-IDX < WS-FIRST-WEEK-IDX
              CONTINUE
           ELSE
              MOVE HS-CATALOG-NUM TO WS-SUP-FIND-CATALOG
              PERFORM 126-RESOLVE-SUPERSESSION
              MOVE WS-SUP-CUR-CATALOG TO WS-HIST-CATALOG
              IF WS-HIST-CATALOG NOT = HS-CATALOG-NUM
                 ADD 1 TO WS-SUP-COMBINED
              END-IF
              PERFORM 124-FIND-ITEM-ENTRY
              IF WS-ITEM-IDX = 0
                 IF WS-ITEM-COUNT >= 10000
                    DISPLAY 'REORDPT: item table full, item '
                       'dropped: ' WS-HIST-CATALOG
                 ELSE
                    ADD 1 TO WS-ITEM-COUNT
                    MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
                    MOVE WS-HIST-CATALOG
                       TO IT-CATALOG-NUM(WS-ITEM-IDX)
                    MOVE 0 TO IT-SOLD-SUM(WS-ITEM-IDX)
                    MOVE 0 TO IT-SOLD-SUMSQ(WS-ITEM-IDX)
                    MOVE 0 TO IT-WEEK-IDX(WS-ITEM-IDX)
                    MOVE 0 TO IT-WEEK-SOLD(WS-ITEM-IDX)
                 END-IF
              END-IF
              IF WS-ITEM-IDX > 0
                 IF WS-WEEK-FOUND-IDX NOT = IT-WEEK-IDX(WS-ITEM-IDX)
                    PERFORM 125-FOLD-ITEM-WEEK
                    MOVE WS-WEEK-FOUND-IDX
                       TO IT-WEEK-IDX(WS-ITEM-IDX)
                 END-IF
                 ADD HS-SOLD TO IT-WEEK-SOLD(WS-ITEM-IDX)
                    ON SIZE ERROR
                       MOVE 99999 TO IT-WEEK-SOLD(WS-ITEM-IDX)
                 END-ADD
              END-IF
           END-IF
           .
           MOVE 0 TO WS-ITEM-IDX
           PERFORM VARYING IT-IDX FROM 1 BY 1
              UNTIL IT-IDX > WS-ITEM-COUNT
              IF IT-CATALOG-NUM(IT-IDX) = WS-HIST-CATALOG
                 SET WS-ITEM-IDX TO IT-IDX
              END-IF
           END-PERFORM
           .

       125-FOLD-ITEM-WEEK.
           ADD IT-WEEK-SOLD(WS-ITEM-IDX) TO IT-SOLD-SUM(WS-ITEM-IDX)
           COMPUTE IT-SOLD-SUMSQ(WS-ITEM-IDX) =
              IT-SOLD-SUMSQ(WS-ITEM-IDX)
              + IT-WEEK-SOLD(WS-ITEM-IDX) * IT-WEEK-SOLD(WS-ITEM-IDX)
              ON SIZE ERROR
                 CONTINUE
           END-COMPUTE
           MOVE 0 TO IT-WEEK-SOLD(WS-ITEM-IDX)
           .

      ******************************************************************
      * Follow old-to-new links until the number has no replacement.
      * A chain keyed into a loop would never end, so after ten links
      * the number is left as it came and the loop is reported.
      ******************************************************************
       126-RESOLVE-SUPERSESSION.
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
                    DISPLAY 'REORDPT: supersession chain for '
                       WS-SUP-FIND-CATALOG ' loops, number used as '
                       'it stands'
                    MOVE WS-SUP-FIND-CATALOG TO WS-SUP-CUR-CATALOG
                    MOVE 'NO' TO WS-SUP-MORE
                 END-IF
              END-IF
           END-PERFORM
           .

       130-LOAD-VENDOR-TABLES.
           MOVE 0 TO WS-VND-COUNT
           MOVE 'YES' TO EOF-FLAG
