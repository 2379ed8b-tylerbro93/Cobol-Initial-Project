      * today stamped as their last-counted date on the assumption
      * the count happens before the next scheduling run; items
      * with no date on file are due immediately.
      * Catalog numbers a manufacturer has replaced are followed
      * through the supersession file (pr1supsd.txt, overridable
      * with PR1_SUPERSEDE_FILE, SUPREC layout) to the number now
      * current, so the old number's sales rank its replacement;
      * the old number, while still on the master, ranks on its
      * remaining stock value alone. Only entries effective on or
      * before the run date are followed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSCHED.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CNTDATE-STATUS.

           SELECT SUPERSEDE-FILE ASSIGN TO DYNAMIC
           WS-SUPERSEDE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPERSEDE-STATUS.

           SELECT COUNT-FILE ASSIGN TO DYNAMIC WS-COUNT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           05 CD-CATALOG-NUM                     PIC X(5).
           05 CD-LAST-COUNTED                    PIC 9(8).

       FD SUPERSEDE-FILE.

       01 SUPERSEDE-RECORD.
           COPY SUPREC.

       FD COUNT-FILE.

       01 COUNT-RECORD.
                                         VALUE 'pr1hist.txt'.
           05 WS-CNTDATE-FILE-NAME      PIC X(40)
                                         VALUE 'pr1cntdt.txt'.
           05 WS-SUPERSEDE-FILE-NAME    PIC X(40)
                                         VALUE 'pr1supsd.txt'.
           05 WS-COUNT-FILE-NAME        PIC X(40)
                                         VALUE 'pr1count.txt'.
           05 WS-CYCLE-FILE-NAME        PIC X(40)
           05 WS-MASTER-STATUS          PIC XX VALUE '00'.
           05 WS-HISTORY-STATUS         PIC XX VALUE '00'.
           05 WS-CNTDATE-STATUS         PIC XX VALUE '00'.
           05 WS-SUPERSEDE-STATUS       PIC XX VALUE '00'.
           05 WS-FOUND-FLAG             PIC X(3) VALUE 'NO'.
           05 WS-SUP-COUNT              PIC 9(3) VALUE 0.
           05 WS-SUP-HOPS               PIC 9(2) VALUE 0.
           05 WS-SUP-MORE               PIC X(3) VALUE 'NO'.
           05 WS-SUP-FIND-CATALOG       PIC X(5) VALUE SPACES.
           05 WS-SUP-CUR-CATALOG        PIC X(5) VALUE SPACES.
           05 WS-HIST-CATALOG           PIC X(5) VALUE SPACES.
           05 WS-SUP-COMBINED           PIC 9(7) VALUE 0.
           05 WS-ITEM-COUNT             PIC 9(5) VALUE 0.
           05 WS-ITEM-DROPPED           PIC X(3) VALUE 'NO'.
           05 WS-ITEM-IDX               PIC 9(5) VALUE 0.
              10 IT-CLASS                        PIC X.
              10 IT-LAST-COUNTED                 PIC 9(8).

       01  WS-SUPERSEDE-TABLE.
           05 SU-ENTRY OCCURS 500 TIMES INDEXED BY SU-IDX.
              10 SU-OLD-CATALOG                  PIC X(5).
              10 SU-NEW-CATALOG                  PIC X(5).

       01  CYCLE-HEADING-LINE1.
           05             PIC X(3) VALUE 'TSB'.
           05             PIC X(10) VALUE SPACES.
              DISPLAY 'CYCSCHED: no master items on file, '
                 'nothing to schedule'
           ELSE
              PERFORM 115-LOAD-SUPERSESSIONS
              PERFORM 120-ACCUMULATE-HISTORY
              PERFORM 125-LOAD-COUNT-DATES
              PERFORM 130-CLASSIFY-ITEMS
              DISPLAY 'CYCSCHED: ' WS-A-COUNT ' A / ' WS-B-COUNT
                 ' B / ' WS-C-COUNT ' C items, ' WS-DUE-COUNT
                 ' on this count sheet'
              IF WS-SUP-COMBINED > 0
                 DISPLAY 'CYCSCHED: ' WS-SUP-COMBINED
                    ' history records of superseded numbers '
                    'combined with their replacements'
              END-IF
           END-IF
           PERFORM 250-CLOSE-ROUTINE
           .
           IF WS-CNTDATE-FILE-NAME = SPACES
              MOVE 'pr1cntdt.txt' TO WS-CNTDATE-FILE-NAME
           END-IF
           ACCEPT WS-SUPERSEDE-FILE-NAME
              FROM ENVIRONMENT 'PR1_SUPERSEDE_FILE'
           IF WS-SUPERSEDE-FILE-NAME = SPACES
              MOVE 'pr1supsd.txt' TO WS-SUPERSEDE-FILE-NAME
           END-IF
           ACCEPT WS-COUNT-FILE-NAME
              FROM ENVIRONMENT 'PR1_COUNT_FILE'
           IF WS-COUNT-FILE-NAME = SPACES
           END-IF
           .

       115-LOAD-SUPERSESSIONS.
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
                     PERFORM 116-STORE-SUPERSESSION
                END-READ
              END-PERFORM
              CLOSE SUPERSEDE-FILE
           END-IF
           .

       116-STORE-SUPERSESSION.
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
                    DISPLAY 'CYCSCHED: supersession table full, '
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

       120-ACCUMULATE-HISTORY.
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT HISTORY-FILE
           END-IF
           .

      ******************************************************************
      * A superseded number's sales are posted to the number that
      * replaced it. If the replacement has not reached the master
      * yet the sales stay with the old number so they are not lost.
      ******************************************************************
       122-POST-HISTORY-RECORD.
           MOVE HS-CATALOG-NUM TO WS-SUP-FIND-CATALOG
           PERFORM 124-RESOLVE-SUPERSESSION
           MOVE WS-SUP-CUR-CATALOG TO WS-HIST-CATALOG
           PERFORM 123-ADD-ITEM-SOLD
           IF WS-FOUND-FLAG = 'NO'
              AND WS-HIST-CATALOG NOT = HS-CATALOG-NUM
              MOVE HS-CATALOG-NUM TO WS-HIST-CATALOG
              PERFORM 123-ADD-ITEM-SOLD
           END-IF
           IF WS-FOUND-FLAG = 'YES'
              AND WS-HIST-CATALOG NOT = HS-CATALOG-NUM
              ADD 1 TO WS-SUP-COMBINED
           END-IF
           .

       123-ADD-ITEM-SOLD.
           MOVE 'NO' TO WS-FOUND-FLAG
           PERFORM VARYING IT-IDX FROM 1 BY 1
              UNTIL IT-IDX > WS-ITEM-COUNT
              IF IT-CATALOG-NUM(IT-IDX) = WS-HIST-CATALOG
                 MOVE 'YES' TO WS-FOUND-FLAG
                 ADD HS-SOLD TO IT-SOLD-SUM(IT-IDX)
                    ON SIZE ERROR
                       CONTINUE
           END-PERFORM
           .

      ******************************************************************
      * Follow old-to-new links until the number has no replacement.
      * A chain keyed into a loop would never end, so after ten links
      * the number is left as it came and the loop is reported.
      ******************************************************************
       124-RESOLVE-SUPERSESSION.
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
                    DISPLAY 'CYCSCHED: supersession chain for '
                       WS-SUP-FIND-CATALOG ' loops, number used as '
                       'it stands'
                    MOVE WS-SUP-FIND-CATALOG TO WS-SUP-CUR-CATALOG
                    MOVE 'NO' TO WS-SUP-MORE
                 END-IF
              END-IF
           END-PERFORM
           .

       125-LOAD-COUNT-DATES.
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT CNTDATE-FILE
