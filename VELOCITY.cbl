      * PR1_TREND_FILE environment variables. The averaging window
      * defaults to 4 weeks and can be set with PR1_TREND_WEEKS
      * (2 digits, 1-99).
      * Catalog numbers a manufacturer has replaced are followed
      * through the supersession file (pr1supsd.txt, overridable
      * with PR1_SUPERSEDE_FILE, SUPREC layout) to the number now
      * current, so the old number's weeks count as sales of its
      * replacement and any old stock still on hand in the latest
      * week is added to the replacement's on-hand. Only entries
      * effective on or before the run date are followed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VELOCITY.
           SELECT TREND-FILE ASSIGN TO DYNAMIC WS-TREND-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPERSEDE-FILE ASSIGN TO DYNAMIC
           WS-SUPERSEDE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPERSEDE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       01 TREND-RECORD                           PIC X(79).

       FD SUPERSEDE-FILE.

       01 SUPERSEDE-RECORD.
           COPY SUPREC.

       WORKING-STORAGE SECTION.

       01  WS-FILE-NAMES.
                                         VALUE 'pr1hist.txt'.
           05 WS-TREND-FILE-NAME        PIC X(40)
                                         VALUE 'pr1trend.txt'.
           05 WS-SUPERSEDE-FILE-NAME    PIC X(40)
                                         VALUE 'pr1supsd.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-HISTORY-STATUS         PIC XX VALUE '00'.
           05 WS-SUPERSEDE-STATUS       PIC XX VALUE '00'.
           05 WS-TODAY                  PIC 9(8) VALUE 0.
           05 WS-SUP-COUNT              PIC 9(3) VALUE 0.
           05 WS-SUP-HOPS               PIC 9(2) VALUE 0.
           05 WS-SUP-MORE               PIC X(3) VALUE 'NO'.
           05 WS-SUP-FIND-CATALOG       PIC X(5) VALUE SPACES.
           05 WS-SUP-CUR-CATALOG        PIC X(5) VALUE SPACES.
           05 WS-HIST-CATALOG           PIC X(5) VALUE SPACES.
           05 WS-SUP-COMBINED           PIC 9(7) VALUE 0.
           05 WS-TREND-WEEKS-X          PIC X(2) VALUE SPACES.
           05 WS-TREND-WEEKS            PIC 9(2) VALUE 4.
           05 WS-WEEK-TOTAL             PIC 9(3) VALUE 0.
              10 IT-CATALOG-NUM                  PIC X(5).
              10 IT-SOLD-SUM                     PIC 9(7).
              10 IT-ON-HAND                      PIC 9(5).
              10 IT-ON-HAND-WEEK                 PIC 9(3).
              10 IT-FIRST-WEEK                   PIC 9(3).
              10 IT-LAST-SALE-WEEK               PIC 9(3).

       01  WS-SUPERSEDE-TABLE.
           05 SU-ENTRY OCCURS 500 TIMES INDEXED BY SU-IDX.
              10 SU-OLD-CATALOG                  PIC X(5).
              10 SU-NEW-CATALOG                  PIC X(5).

       01  TREND-HEADING-LINE1.
           05             PIC X(3) VALUE 'TSB'.
           05             PIC X(10) VALUE SPACES.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 107-LOAD-SUPERSESSIONS
           PERFORM 110-SCAN-WEEKS
           IF WS-WEEK-TOTAL = 0
              DISPLAY 'VELOCITY: no item history on file, '
           ELSE
              PERFORM 120-ACCUMULATE-HISTORY
              PERFORM 150-PRINT-REPORT
              IF WS-SUP-COMBINED > 0
                 DISPLAY 'VELOCITY: ' WS-SUP-COMBINED
                    ' history records of superseded numbers '
                    'combined with their replacements'
              END-IF
           END-IF
           PERFORM 250-CLOSE-ROUTINE
           .
           IF WS-TREND-FILE-NAME = SPACES
              MOVE 'pr1trend.txt' TO WS-TREND-FILE-NAME
           END-IF
           ACCEPT WS-SUPERSEDE-FILE-NAME
              FROM ENVIRONMENT 'PR1_SUPERSEDE_FILE'
           IF WS-SUPERSEDE-FILE-NAME = SPACES
              MOVE 'pr1supsd.txt' TO WS-SUPERSEDE-FILE-NAME
           END-IF
           ACCEPT WS-TREND-WEEKS-X
              FROM ENVIRONMENT 'PR1_TREND_WEEKS'
           IF WS-TREND-WEEKS-X(2:1) = SPACE
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
                    DISPLAY 'VELOCITY: supersession table full, '
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
           CLOSE HISTORY-FILE
           .

      ******************************************************************
      * A superseded number's weeks are posted under the number that
      * replaced it. On-hand is the latest week's figure; when the
      * old and new numbers both carried stock that week the two are
      * added, since the old stock is still sold before the new.
      ******************************************************************
       125-POST-HISTORY-RECORD.
           PERFORM 114-FIND-WEEK-ENTRY
           MOVE HS-CATALOG-NUM TO WS-SUP-FIND-CATALOG
           PERFORM 128-RESOLVE-SUPERSESSION
           MOVE WS-SUP-CUR-CATALOG TO WS-HIST-CATALOG
           IF WS-HIST-CATALOG NOT = HS-CATALOG-NUM
              ADD 1 TO WS-SUP-COMBINED
           END-IF
           PERFORM 127-FIND-ITEM-ENTRY
           IF WS-ITEM-IDX = 0
              IF WS-ITEM-COUNT >= 10000
                 DISPLAY 'VELOCITY: item table full, item dropped: '
                    WS-HIST-CATALOG
              ELSE
                 ADD 1 TO WS-ITEM-COUNT
                 MOVE WS-ITEM-COUNT TO WS-ITEM-IDX
                 MOVE WS-HIST-CATALOG
                    TO IT-CATALOG-NUM(WS-ITEM-IDX)
                 MOVE 0 TO IT-SOLD-SUM(WS-ITEM-IDX)
                 MOVE 0 TO IT-ON-HAND(WS-ITEM-IDX)
                 MOVE 0 TO IT-ON-HAND-WEEK(WS-ITEM-IDX)
                 MOVE WS-WEEK-FOUND-IDX
                    TO IT-FIRST-WEEK(WS-ITEM-IDX)
                 MOVE 0 TO IT-LAST-SALE-WEEK(WS-ITEM-IDX)
              IF WS-WEEK-FOUND-IDX >= WS-FIRST-WEEK-IDX
                 ADD HS-SOLD TO IT-SOLD-SUM(WS-ITEM-IDX)
              END-IF
              IF WS-WEEK-FOUND-IDX < IT-FIRST-WEEK(WS-ITEM-IDX)
                 MOVE WS-WEEK-FOUND-IDX
                    TO IT-FIRST-WEEK(WS-ITEM-IDX)
              END-IF
              IF WS-WEEK-FOUND-IDX = IT-ON-HAND-WEEK(WS-ITEM-IDX)
                 ADD HS-ON-HAND TO IT-ON-HAND(WS-ITEM-IDX)
                    ON SIZE ERROR
                       MOVE 99999 TO IT-ON-HAND(WS-ITEM-IDX)
                 END-ADD
              ELSE
                 IF WS-WEEK-FOUND-IDX > IT-ON-HAND-WEEK(WS-ITEM-IDX)
                    MOVE HS-ON-HAND TO IT-ON-HAND(WS-ITEM-IDX)
                    MOVE WS-WEEK-FOUND-IDX
                       TO IT-ON-HAND-WEEK(WS-ITEM-IDX)
                 END-IF
              END-IF
              IF HS-SOLD > 0
                 AND WS-WEEK-FOUND-IDX >
                    IT-LAST-SALE-WEEK(WS-ITEM-IDX)
           MOVE 0 TO WS-ITEM-IDX
           IF WS-NEXT-GUESS > 0
              AND WS-NEXT-GUESS < WS-ITEM-COUNT
              IF IT-CATALOG-NUM(WS-NEXT-GUESS + 1) = WS-HIST-CATALOG
                 COMPUTE WS-ITEM-IDX = WS-NEXT-GUESS + 1
              END-IF
           END-IF
           IF WS-ITEM-IDX = 0
              PERFORM VARYING IT-IDX FROM 1 BY 1
                 UNTIL IT-IDX > WS-ITEM-COUNT
                 IF IT-CATALOG-NUM(IT-IDX) = WS-HIST-CATALOG
                    SET WS-ITEM-IDX TO IT-IDX
                 END-IF
              END-PERFORM
           END-IF
           .

      ******************************************************************
      * Follow old-to-new links until the number has no replacement.
      * A chain keyed into a loop would never end, so after ten links
      * the number is left as it came and the loop is reported.
      ******************************************************************
       128-RESOLVE-SUPERSESSION.
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
                    DISPLAY 'VELOCITY: supersession chain for '
                       WS-SUP-FIND-CATALOG ' loops, number used as '
                       'it stands'
                    MOVE WS-SUP-FIND-CATALOG TO WS-SUP-CUR-CATALOG
                    MOVE 'NO' TO WS-SUP-MORE
                 END-IF
              END-IF
           END-PERFORM
           .

       150-PRINT-REPORT.
           OPEN OUTPUT TREND-FILE
           MOVE 1 TO PROPER-SPACING
