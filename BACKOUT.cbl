      *          image, deletes are written back. Transfer (T)
      *          audit lines affect only the location file, never
      *          the master, so they are listed for the operator to
      *          reverse with an opposite transfer. Kit build (B)
      *          and break-down (U) audit lines carry a full master
      *          before image for the kit and each component, so
      *          they are reversed the same way as changes; stock a
      *          kit transaction moved at an assembly location is
      *          not on the master, so the location file has to be
      *          corrected separately.
      * Tectonics: cobc -xo BACKOUT.exe --std=mf  BACKOUT.cbl
      * PR1_BACKOUT_MODE selects RESTORE or REVERSE. RESTORE reads
      * the file named by PR1_BACKOUT_FILE (e.g. pr1mast.g2).
      * PR1_BACKOUT_DATE (YYYYMMDD). The master file name comes
      * from PR1_SOURCE_FILE (default PR1FA17.dat) as everywhere
      * else.
      * Each master change a REVERSE run makes is journaled on the
      * stock movement journal (PR1_MOVEMENT_FILE, default
      * pr1moves.txt, MOVREC layout) as ADJ and RVL lines under the
      * reference REVERSE, so the month-end roll-forward (ROLLFWD)
      * still foots. A RESTORE replaces the whole master and is not
      * journaled; ROLLFWD will show the categories it moved as not
      * footed until the difference is explained.
      * Either mode is run under an operator ID (PR1_OPERATOR) that
      * must be on the operator table (PR1_OPERATOR_FILE, default
      * pr1oper.txt, OPRREC layout); without one the run stops
      * before the master is touched. The operator ID is stamped on
      * every movement journal line a REVERSE run writes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO DYNAMIC
           WS-MOVEMENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-STATUS.


       DATA DIVISION.
       FILE SECTION.

       FD AUDIT-FILE.

       01 AUDIT-RECORD                           PIC X(183).

       FD MOVEMENT-FILE.

       01 MOVEMENT-RECORD.
           COPY MOVREC.

       FD OPERATOR-FILE.

       01 OPERATOR-RECORD.
           COPY OPRREC.

       WORKING-STORAGE SECTION.

           05 WS-BACKUP-FILE-NAME       PIC X(40) VALUE SPACES.
           05 WS-AUDIT-FILE-NAME        PIC X(40)
                                         VALUE 'pr1audit.txt'.
           05 WS-MOVEMENT-FILE-NAME     PIC X(40)
                                         VALUE 'pr1moves.txt'.
           05 WS-OPERATOR-FILE-NAME     PIC X(40)
                                         VALUE 'pr1oper.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-ENTRY-IDX              PIC 9(4) VALUE 0.
           05 WS-FOUND-FLAG             PIC X(3) VALUE 'NO'.
           05 WS-ABANDONED-FLAG         PIC X(3) VALUE 'NO'.
           05 WS-MOVEMENT-STATUS        PIC XX VALUE '00'.
           05 WS-MOVE-BEFORE-QTY        PIC 9(5) VALUE 0.
           05 WS-MOVE-BEFORE-COST       PIC 999V99 VALUE 0.
           05 WS-MOVE-AFTER-QTY         PIC 9(5) VALUE 0.
           05 WS-MOVE-AFTER-COST        PIC 999V99 VALUE 0.
           05 WS-OPERATOR-ID            PIC X(6) VALUE SPACES.
           05 WS-OPERATOR-STATUS        PIC XX VALUE '00'.
           05 WS-OPERATOR-OK            PIC X(3) VALUE 'NO'.

       01  WS-BACKOUT-TABLE.
           05 BK-LINE OCCURS 2000 TIMES PIC X(183).

       01  WS-AUDIT-PARSE.
           05 WP-DATE                            PIC X(8).
           05 WP-B-SOLD                          PIC X(4).
           05                                    PIC X.
           05 WP-B-RETURNED                      PIC X(4).
           05                                    PIC X(85).

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 106-CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'YES'
              EVALUATE WS-BACKOUT-MODE
                 WHEN 'RESTORE'
                    PERFORM 110-RESTORE-GENERATION
                 WHEN 'REVERSE'
                    PERFORM 130-REVERSE-RUN
                 WHEN OTHER
                    DISPLAY 'BACKOUT: set PR1_BACKOUT_MODE to RESTORE '
                       '(rebuild master from a generation backup) or '
                       'REVERSE (back out one run from the audit '
                       'trail)'
              END-EVALUATE
           END-IF
           PERFORM 250-CLOSE-ROUTINE
           .

           END-IF
           ACCEPT WS-BACKOUT-DATE
              FROM ENVIRONMENT 'PR1_BACKOUT_DATE'
           ACCEPT WS-MOVEMENT-FILE-NAME
              FROM ENVIRONMENT 'PR1_MOVEMENT_FILE'
           IF WS-MOVEMENT-FILE-NAME = SPACES
              MOVE 'pr1moves.txt' TO WS-MOVEMENT-FILE-NAME
           END-IF
           ACCEPT WS-OPERATOR-FILE-NAME
              FROM ENVIRONMENT 'PR1_OPERATOR_FILE'
           IF WS-OPERATOR-FILE-NAME = SPACES
              MOVE 'pr1oper.txt' TO WS-OPERATOR-FILE-NAME
           END-IF
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'PR1_OPERATOR'
           .

       106-CHECK-OPERATOR.
           MOVE 'NO' TO WS-OPERATOR-OK
           IF WS-OPERATOR-ID = SPACES
              DISPLAY 'BACKOUT: set PR1_OPERATOR to your operator '
                 'ID, run stopped'
           ELSE
              MOVE 'YES' TO EOF-FLAG
              OPEN INPUT OPERATOR-FILE
              IF WS-OPERATOR-STATUS NOT = '00'
                 DISPLAY 'BACKOUT: operator table not found: '
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
                           MOVE 'NO' TO EOF-FLAG
                        END-IF
                   END-READ
                 END-PERFORM
                 CLOSE OPERATOR-FILE
                 IF WS-OPERATOR-OK = 'NO'
                    DISPLAY 'BACKOUT: operator ' WS-OPERATOR-ID
                       ' not on the operator table, run stopped'
                 END-IF
              END-IF
           END-IF
           .

       110-RESTORE-GENERATION.
              DISPLAY 'BACKOUT: cannot open master file '
                 WS-MASTER-FILE-NAME ' status ' WS-MASTER-STATUS
           ELSE
              OPEN EXTEND MOVEMENT-FILE
              IF WS-MOVEMENT-STATUS = '35'
                 OPEN OUTPUT MOVEMENT-FILE
              END-IF
              PERFORM VARYING WS-ENTRY-IDX
                 FROM WS-PICKED-COUNT BY -1
                 UNTIL WS-ENTRY-IDX < 1
                 PERFORM 145-REVERSE-ONE-ENTRY
              END-PERFORM
              CLOSE MASTER-FILE
                    MOVEMENT-FILE
              DISPLAY 'BACKOUT: ' WS-REVERSED-COUNT ' audit '
                 'entries reversed, ' WS-SKIPPED-COUNT ' skipped'
           END-IF
              WHEN 'A'
                 PERFORM 150-REVERSE-ADD
              WHEN 'C'
              WHEN 'B'
              WHEN 'U'
                 PERFORM 155-REVERSE-CHANGE
              WHEN 'D'
                 PERFORM 160-REVERSE-DELETE

       150-REVERSE-ADD.
           MOVE WP-CATALOG TO CATALOG-NUM
           PERFORM 165-FIND-MASTER-ENTRY
           DELETE MASTER-FILE RECORD
              INVALID KEY
                 DISPLAY 'BACKOUT: add of ' WP-CATALOG ' already '
                 ADD 1 TO WS-SKIPPED-COUNT
              NOT INVALID KEY
                 ADD 1 TO WS-REVERSED-COUNT
                 MOVE 0 TO WS-MOVE-AFTER-QTY
                 MOVE WS-MOVE-BEFORE-COST TO WS-MOVE-AFTER-COST
                 PERFORM 175-JOURNAL-REVERSAL
           END-DELETE
           .

                    ADD 1 TO WS-SKIPPED-COUNT
                 NOT INVALID KEY
                    ADD 1 TO WS-REVERSED-COUNT
                    PERFORM 172-JOURNAL-RESTORED-IMAGE
              END-WRITE
           ELSE
              PERFORM 170-BUILD-BEFORE-IMAGE
                    ADD 1 TO WS-SKIPPED-COUNT
                 NOT INVALID KEY
                    ADD 1 TO WS-REVERSED-COUNT
                    PERFORM 172-JOURNAL-RESTORED-IMAGE
              END-REWRITE
           END-IF
           .
                    ADD 1 TO WS-SKIPPED-COUNT
                 NOT INVALID KEY
                    ADD 1 TO WS-REVERSED-COUNT
                    PERFORM 172-JOURNAL-RESTORED-IMAGE
              END-REWRITE
           ELSE
              PERFORM 170-BUILD-BEFORE-IMAGE
                    ADD 1 TO WS-SKIPPED-COUNT
                 NOT INVALID KEY
                    ADD 1 TO WS-REVERSED-COUNT
                    PERFORM 172-JOURNAL-RESTORED-IMAGE
              END-WRITE
           END-IF
           .

      ******************************************************************
      * What the master held before the reversal is kept for the
      * movement journal; a catalog not on file held nothing.
      ******************************************************************
       165-FIND-MASTER-ENTRY.
           MOVE 'NO' TO WS-FOUND-FLAG
           MOVE 0 TO WS-MOVE-BEFORE-QTY
           MOVE 0 TO WS-MOVE-BEFORE-COST
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'YES' TO WS-FOUND-FLAG
                 MOVE QUANITY-ON-HAND TO WS-MOVE-BEFORE-QTY
                 MOVE UNIT-PURCHASE-PRICE TO WS-MOVE-BEFORE-COST
           END-READ
           .

           COMPUTE RETURNED-WEEKLY = FUNCTION NUMVAL(WP-B-RETURNED)
           .

       172-JOURNAL-RESTORED-IMAGE.
           MOVE QUANITY-ON-HAND TO WS-MOVE-AFTER-QTY
           MOVE UNIT-PURCHASE-PRICE TO WS-MOVE-AFTER-COST
           IF WS-FOUND-FLAG = 'NO'
              MOVE WS-MOVE-AFTER-COST TO WS-MOVE-BEFORE-COST
           END-IF
           PERFORM 175-JOURNAL-REVERSAL
           .

      ******************************************************************
      * A reversal is journaled the way INVMAINT journals the
      * posting it undoes: the on-hand change at the old cost (ADJ)
      * and the cost change on what is left on hand (RVL).
      ******************************************************************
       175-JOURNAL-REVERSAL.
           MOVE WP-CATALOG TO MV-CATALOG-NUM
           MOVE SPACES TO MV-LOCATION
           MOVE 'REVERSE' TO MV-REFERENCE
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
              PERFORM 180-WRITE-MOVEMENT
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
              PERFORM 180-WRITE-MOVEMENT
           END-IF
           .

       180-WRITE-MOVEMENT.
           ACCEPT MV-DATE FROM DATE YYYYMMDD
           ACCEPT MV-TIME FROM TIME
           COMPUTE MV-VALUE = MV-QTY * MV-UNIT-COST
           MOVE 'BACKOUT' TO MV-PROGRAM
           MOVE WS-OPERATOR-ID TO MV-OPERATOR
           WRITE MOVEMENT-RECORD
           .

       250-CLOSE-ROUTINE.
           STOP RUN
           .
