      * pr1audit.txt, overridable with the PR1_SOURCE_FILE and
      * PR1_AUDIT_FILE environment variables. Inquiries read the
      * live master, not yesterday's report.txt.
      * A catalog number the manufacturer has replaced is followed
      * through the supersession file (pr1supsd.txt, overridable
      * with PR1_SUPERSEDE_FILE, SUPREC layout) to the number now
      * current: each link is shown with its effective date and the
      * current number's record is displayed, or the keyed one if
      * the replacement is not on the master yet. The current
      * number's record lists the old numbers it replaces with any
      * stock still on hand under them, which is sold first. Only
      * entries effective on or before today are followed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INQUIRY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SUPERSEDE-FILE ASSIGN TO DYNAMIC
           WS-SUPERSEDE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPERSEDE-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD AUDIT-FILE.

       01 AUDIT-RECORD                           PIC X(183).

       FD SUPERSEDE-FILE.

       01 SUPERSEDE-RECORD.
           COPY SUPREC.

       WORKING-STORAGE SECTION.

                                         VALUE 'PR1FA17.dat'.
           05 WS-AUDIT-FILE-NAME        PIC X(40)
                                         VALUE 'pr1audit.txt'.
           05 WS-SUPERSEDE-FILE-NAME    PIC X(40)
                                         VALUE 'pr1supsd.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS          PIC XX VALUE '00'.
           05 WS-AUDIT-STATUS           PIC XX VALUE '00'.
           05 WS-SUPERSEDE-STATUS       PIC XX VALUE '00'.
           05 WS-TODAY                  PIC 9(8) VALUE 0.
           05 WS-FOUND-FLAG             PIC X(3) VALUE 'NO'.
           05 WS-SUP-COUNT              PIC 9(3) VALUE 0.
           05 WS-SUP-HOPS               PIC 9(2) VALUE 0.
           05 WS-SUP-MORE               PIC X(3) VALUE 'NO'.
           05 WS-SUP-SHOW               PIC X(3) VALUE 'NO'.
           05 WS-SUP-FIND-CATALOG       PIC X(5) VALUE SPACES.
           05 WS-SUP-CUR-CATALOG        PIC X(5) VALUE SPACES.
           05 WS-SHOW-CATALOG           PIC X(5) VALUE SPACES.
           05 WS-MASTER-OK              PIC X(3) VALUE 'NO'.
           05 WS-DONE-FLAG              PIC X(3) VALUE 'NO'.
           05 WS-INQUIRY-KEY            PIC X(20) VALUE SPACES.
           05 WS-QTY-ED                 PIC ZZZZ9.

       01  WS-AUDIT-RING.
           05 AR-LINE OCCURS 10 TIMES  PIC X(183).

       01  WS-SUPERSEDE-TABLE.
           05 SU-ENTRY OCCURS 500 TIMES INDEXED BY SU-IDX SU-IDX2.
              10 SU-OLD-CATALOG                  PIC X(5).
              10 SU-NEW-CATALOG                  PIC X(5).
              10 SU-EFFECTIVE-DATE               PIC 9(8).

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 107-LOAD-SUPERSESSIONS
           PERFORM 110-OPEN-MASTER
           IF WS-MASTER-OK = 'YES'
              DISPLAY 'INQUIRY: key a catalog number, ?text to '
           IF WS-AUDIT-FILE-NAME = SPACES
              MOVE 'pr1audit.txt' TO WS-AUDIT-FILE-NAME
           END-IF
           ACCEPT WS-SUPERSEDE-FILE-NAME
              FROM ENVIRONMENT 'PR1_SUPERSEDE_FILE'
           IF WS-SUPERSEDE-FILE-NAME = SPACES
              MOVE 'pr1supsd.txt' TO WS-SUPERSEDE-FILE-NAME
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
                    DISPLAY 'INQUIRY: supersession table full, '
                       'record dropped: ' SUP-OLD-CATALOG
                 ELSE
                    ADD 1 TO WS-SUP-COUNT
                    MOVE SUP-OLD-CATALOG
                       TO SU-OLD-CATALOG(WS-SUP-COUNT)
                    MOVE SUP-NEW-CATALOG
                       TO SU-NEW-CATALOG(WS-SUP-COUNT)
                    MOVE SUP-EFFECTIVE-DATE
                       TO SU-EFFECTIVE-DATE(WS-SUP-COUNT)
                 END-IF
              END-IF
           END-IF
           .

       110-OPEN-MASTER.
           .

       130-SHOW-CATALOG-RECORD.
           MOVE WS-INQUIRY-KEY(1:5) TO WS-SUP-FIND-CATALOG
           MOVE 'YES' TO WS-SUP-SHOW
           PERFORM 160-RESOLVE-SUPERSESSION
           MOVE 'NO' TO WS-SUP-SHOW
           MOVE WS-SUP-CUR-CATALOG TO WS-SHOW-CATALOG
           PERFORM 132-READ-SHOW-RECORD
           IF WS-FOUND-FLAG = 'NO'
              AND WS-SHOW-CATALOG NOT = WS-INQUIRY-KEY(1:5)
              DISPLAY 'INQUIRY: replacement ' WS-SHOW-CATALOG
                 ' is not on the master yet, showing '
                 WS-INQUIRY-KEY(1:5)
              MOVE WS-INQUIRY-KEY(1:5) TO WS-SHOW-CATALOG
              PERFORM 132-READ-SHOW-RECORD
           END-IF
           IF WS-FOUND-FLAG = 'NO'
              DISPLAY 'INQUIRY: catalog ' WS-SHOW-CATALOG
                 ' is not on the master'
           ELSE
              IF WS-SHOW-CATALOG NOT = WS-INQUIRY-KEY(1:5)
                 DISPLAY 'INQUIRY: catalog ' WS-INQUIRY-KEY(1:5)
                    ' has been replaced, showing ' WS-SHOW-CATALOG
              END-IF
              PERFORM 135-DISPLAY-MASTER-FIELDS
              PERFORM 137-SHOW-REPLACED-NUMBERS
              MOVE WS-SHOW-CATALOG TO CATALOG-NUM
              PERFORM 150-SHOW-AUDIT-HISTORY
           END-IF
           .

       132-READ-SHOW-RECORD.
           MOVE 'NO' TO WS-FOUND-FLAG
           MOVE WS-SHOW-CATALOG TO CATALOG-NUM
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'YES' TO WS-FOUND-FLAG
           END-READ
           .

           DISPLAY 'RETURNED WEEKLY ' WS-QTY-ED
           .

      ******************************************************************
      * Old numbers whose chain ends at the number shown, with the
      * stock still on hand under them. The counter sells that stock
      * before any under the current number. Reads the old records
      * into the master area, so the audit lookup afterwards is keyed
      * from the number shown, not the record area.
      ******************************************************************
       137-SHOW-REPLACED-NUMBERS.
           PERFORM VARYING SU-IDX2 FROM 1 BY 1
              UNTIL SU-IDX2 > WS-SUP-COUNT
              MOVE SU-OLD-CATALOG(SU-IDX2) TO WS-SUP-FIND-CATALOG
              PERFORM 160-RESOLVE-SUPERSESSION
              IF WS-SUP-CUR-CATALOG = WS-SHOW-CATALOG
                 AND SU-OLD-CATALOG(SU-IDX2) NOT = WS-SHOW-CATALOG
                 MOVE SU-OLD-CATALOG(SU-IDX2) TO CATALOG-NUM
                 READ MASTER-FILE
                    INVALID KEY
                       DISPLAY 'REPLACES        '
                          SU-OLD-CATALOG(SU-IDX2)
                          ' (NO LONGER ON MASTER)'
                    NOT INVALID KEY
                       PERFORM 138-SHOW-OLD-STOCK
                 END-READ
              END-IF
           END-PERFORM
           .

       138-SHOW-OLD-STOCK.
           MOVE QUANITY-ON-HAND TO WS-QTY-ED
           IF QUANITY-ON-HAND > 0
              DISPLAY 'REPLACES        ' CATALOG-NUM
                 ' ON HAND ' WS-QTY-ED ' - SELL FIRST'
           ELSE
              DISPLAY 'REPLACES        ' CATALOG-NUM
                 ' ON HAND ' WS-QTY-ED
           END-IF
           .

       140-SEARCH-DESCRIPTIONS.
           MOVE WS-INQUIRY-KEY(2:) TO WS-SEARCH-TEXT
           PERFORM 142-TRIM-SEARCH-TEXT
                    UNTIL WS-RING-IDX > WS-RING-COUNT
                    DISPLAY AR-LINE(WS-RING-IDX)(1:100)
                    DISPLAY '          ' AR-LINE(WS-RING-IDX)
                       (101:83)
                 END-PERFORM
              END-IF
           END-IF
           END-IF
           .

      ******************************************************************
      * Follow old-to-new links until the number has no replacement,
      * showing each link when the clerk keyed the old number. A
      * chain keyed into a loop would never end, so after ten links
      * the number is left as it came and the loop is reported.
      ******************************************************************
       160-RESOLVE-SUPERSESSION.
           MOVE WS-SUP-FIND-CATALOG TO WS-SUP-CUR-CATALOG
           MOVE 0 TO WS-SUP-HOPS
           MOVE 'YES' TO WS-SUP-MORE
           PERFORM UNTIL WS-SUP-MORE = 'NO'
              MOVE 'NO' TO WS-SUP-MORE
              PERFORM VARYING SU-IDX FROM 1 BY 1
                 UNTIL SU-IDX > WS-SUP-COUNT
                 OR WS-SUP-MORE = 'YES'
                 IF SU-OLD-CATALOG(SU-IDX) = WS-SUP-CUR-CATALOG
                    IF WS-SUP-SHOW = 'YES'
                       DISPLAY 'SUPERSEDED      '
                          SU-OLD-CATALOG(SU-IDX) ' BY '
                          SU-NEW-CATALOG(SU-IDX) ' EFFECTIVE '
                          SU-EFFECTIVE-DATE(SU-IDX)
                    END-IF
                    MOVE SU-NEW-CATALOG(SU-IDX)
                       TO WS-SUP-CUR-CATALOG
                    MOVE 'YES' TO WS-SUP-MORE
                 END-IF
              END-PERFORM
              IF WS-SUP-MORE = 'YES'
                 ADD 1 TO WS-SUP-HOPS
                 IF WS-SUP-HOPS > 10
                    DISPLAY 'INQUIRY: supersession chain for '
                       WS-SUP-FIND-CATALOG ' loops, number used as '
                       'it stands'
                    MOVE WS-SUP-FIND-CATALOG TO WS-SUP-CUR-CATALOG
                    MOVE 'NO' TO WS-SUP-MORE
                 END-IF
              END-IF
           END-PERFORM
           .

       250-CLOSE-ROUTINE.
           STOP RUN
           .
