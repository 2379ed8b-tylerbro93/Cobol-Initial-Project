      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: Supervisor release run for the pending-approval
      *          file. INVMAINT holds any add, change, or delete
      *          whose value swing is over the keying operator's
      *          limit on pr1pend.txt instead of posting it. This
      *          run lists every held item and, in APPLY mode, posts
      *          the ones the supervisor approved straight to the
      *          indexed inventory master - audited the same way
      *          INVMAINT audits, under the original operator with
      *          the supervisor as approver - and rejects the rest
      *          with a reason, after which the pending file is
      *          emptied.
      * Tectonics: cobc -xo HOLDREL.exe --std=mf  HOLDREL.cbl
      * Master/pending/audit file names default to PR1FA17.dat,
      * pr1pend.txt, and pr1audit.txt, overridable with the
      * PR1_SOURCE_FILE, PR1_PENDING_FILE, and PR1_AUDIT_FILE
      * environment variables (all three shared with INVMAINT).
      * The run is keyed under the supervisor's operator ID
      * (PR1_OPERATOR), which must be on the operator table
      * (PR1_OPERATOR_FILE, default pr1oper.txt, OPRREC layout) at
      * level 5 or above. PR1_RELEASE_MODE=LIST only prints the
      * held items and changes nothing; the default, APPLY, works
      * the supervisor's decisions.
      * Decision layout (PR1_APPROVAL_FILE, default pr1apprv.txt):
      * hold number cols 1-6, decision col 7 (A approve, R reject),
      * reject reason cols 8-10 (SUP when left blank). APPLY mode
      * will not run without a decision file, so an empty run can
      * never throw the whole queue away.
      * An approved item is still rejected when it cannot safely
      * post: SLF the supervisor keyed it, LIM its swing is over
      * the supervisor's own limit, STL the master has moved since
      * it was held (on-hand or cost changed, or an add's catalog
      * has since been added), NOF change or delete not found, NUM
      * bad quantity or price, IOE file error. A held item with no
      * decision is rejected NAP. Every rejected item is written in
      * full TRANS-RECORD layout (cols 1-65) plus the reason code
      * (col 67) to the release reject file (PR1_RELEASE_REJECT_FILE,
      * default pr1relrj.txt) so the clerk can correct and resubmit
      * it through INVMAINT. The release report (PR1_RELEASE_FILE,
      * default pr1relrp.txt) lists each held item with what was
      * done with it.
      * Each posting is journaled on the stock movement journal
      * (PR1_MOVEMENT_FILE, default pr1moves.txt, MOVREC layout) the
      * same way INVMAINT journals it, under the hold number.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.
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

           SELECT PENDING-FILE ASSIGN TO DYNAMIC WS-PENDING-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO DYNAMIC
           WS-APPROVAL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT OPERATOR-FILE ASSIGN TO DYNAMIC
           WS-OPERATOR-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OPERATOR-STATUS.

           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT MOVEMENT-FILE ASSIGN TO DYNAMIC
           WS-MOVEMENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT REJECT-FILE ASSIGN TO DYNAMIC WS-REJECT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELEASE-FILE ASSIGN TO DYNAMIC WS-RELEASE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD MASTER-FILE.

       01 MASTER-RECORD.
           COPY INVREC.

       FD PENDING-FILE.

       01 PENDING-RECORD.
           COPY PNDREC.

       FD APPROVAL-FILE.

       01 APPROVAL-RECORD.
           05 AP-HOLD-NUMBER                     PIC 9(6).
           05 AP-DECISION                        PIC X.
           05 AP-REASON                          PIC X(3).

       FD OPERATOR-FILE.

       01 OPERATOR-RECORD.
           COPY OPRREC.

       FD AUDIT-FILE.

       01 AUDIT-RECORD                           PIC X(183).

       FD MOVEMENT-FILE.

       01 MOVEMENT-RECORD.
           COPY MOVREC.

       FD REJECT-FILE.

       01 REJECT-RECORD.
           05 RJ-TRANS-IMAGE                     PIC X(65).
           05                                    PIC X.
           05 RJ-REASON                          PIC X(3).

       FD RELEASE-FILE.

       01 RELEASE-RECORD                         PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-NAMES.
           05 WS-MASTER-FILE-NAME       PIC X(40)
                                         VALUE 'PR1FA17.dat'.
           05 WS-PENDING-FILE-NAME      PIC X(40)
                                         VALUE 'pr1pend.txt'.
           05 WS-APPROVAL-FILE-NAME     PIC X(40)
                                         VALUE 'pr1apprv.txt'.
           05 WS-OPERATOR-FILE-NAME     PIC X(40)
                                         VALUE 'pr1oper.txt'.
           05 WS-AUDIT-FILE-NAME        PIC X(40)
                                         VALUE 'pr1audit.txt'.
           05 WS-MOVEMENT-FILE-NAME     PIC X(40)
                                         VALUE 'pr1moves.txt'.
           05 WS-REJECT-FILE-NAME       PIC X(40)
                                         VALUE 'pr1relrj.txt'.
           05 WS-RELEASE-FILE-NAME      PIC X(40)
                                         VALUE 'pr1relrp.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-MASTER-STATUS          PIC XX VALUE '00'.
           05 WS-MASTER-OK              PIC X(3) VALUE 'NO'.
           05 WS-FOUND-FLAG             PIC X(3) VALUE 'NO'.
           05 WS-PENDING-STATUS         PIC XX VALUE '00'.
           05 WS-APPROVAL-STATUS        PIC XX VALUE '00'.
           05 WS-AUDIT-STATUS           PIC XX VALUE '00'.
           05 WS-RELEASE-MODE           PIC X(5) VALUE SPACES.
           05 WS-RUN-OK                 PIC X(3) VALUE 'NO'.
           05 WS-OPERATOR-ID            PIC X(6) VALUE SPACES.
           05 WS-OPERATOR-STATUS        PIC XX VALUE '00'.
           05 WS-OPERATOR-OK            PIC X(3) VALUE 'NO'.
           05 WS-OPERATOR-NAME          PIC X(20) VALUE SPACES.
           05 WS-OPERATOR-LEVEL         PIC 9(1) VALUE 0.
           05 WS-OPERATOR-LIMIT         PIC 9(7)V99 VALUE 0.
           05 WS-DECISION-COUNT         PIC 9(4) VALUE 0.
           05 WS-DECISION-DROPPED       PIC X(3) VALUE 'NO'.
           05 WS-DECISION               PIC X VALUE SPACE.
           05 WS-REJECT-REASON          PIC X(3) VALUE SPACES.
           05 WS-MOVEMENT-STATUS        PIC XX VALUE '00'.
           05 WS-MOVE-REF               PIC X(10) VALUE SPACES.
           05 WS-MOVE-BEFORE-QTY        PIC 9(5) VALUE 0.
           05 WS-MOVE-BEFORE-COST       PIC 999V99 VALUE 0.
           05 WS-MOVE-AFTER-QTY         PIC 9(5) VALUE 0.
           05 WS-MOVE-AFTER-COST        PIC 999V99 VALUE 0.
           05 PROPER-SPACING            PIC 9(2) VALUE 0.

       01  WS-DECISION-TABLE.
           05 DC-ENTRY OCCURS 2000 TIMES INDEXED BY DC-IDX.
              10 DC-HOLD-NUMBER                  PIC 9(6).
              10 DC-DECISION                     PIC X.
              10 DC-REASON                       PIC X(3).

       01  TRANS-RECORD.
           05 TR-CODE                            PIC X.
           05 TR-CATALOG-NUM                     PIC X(5).
           05 TR-DESCRIPTION                     PIC X(20).
           05 TR-UNIT-PRICE                      PIC 999V99.
           05 TR-FILLER                          PIC X(7).
           05 TR-ON-HAND                         PIC 9(5).
           05 TR-ON-ORDER                        PIC 9(5).
           05 TR-REORDER-POINT                   PIC 9(5).
           05 TR-RECEIVED                        PIC 9(4).
           05 TR-SOLD                            PIC 9(4).
           05 TR-RETURNED                        PIC 9(4).

       01  WS-CONTROL-TOTALS.
           05 WS-HELD-READ              PIC 9(5) VALUE 0.
           05 WS-HELD-APPLIED           PIC 9(5) VALUE 0.
           05 WS-HELD-REJECTED          PIC 9(5) VALUE 0.
           05 WS-HELD-SWING             PIC 9(9)V99 VALUE 0.
           05 WS-APPLIED-SWING          PIC 9(9)V99 VALUE 0.

       01  RELEASE-HEADING-LINE1.
           05             PIC X(3) VALUE 'TSB'.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(27) VALUE 'Drakea Cart Parts Warehouse'.
           05             PIC X(7) VALUE SPACES.
           05             PIC X(27) VALUE
                           'HELD CHANGE RELEASE REPORT'.

       01  RELEASE-HEADING-LINE2.
           05                    PIC X(9) VALUE 'RUN DATE '.
           05 RH-DATE-OUT        PIC 9(8).
           05                    PIC X(2) VALUE SPACES.
           05                    PIC X(5) VALUE 'MODE '.
           05 RH-MODE-OUT        PIC X(5).
           05                    PIC X(2) VALUE SPACES.
           05                    PIC X(11) VALUE 'SUPERVISOR '.
           05 RH-OPERATOR-OUT    PIC X(6).
           05                    PIC X(2) VALUE SPACES.
           05 RH-OPER-NAME-OUT   PIC X(20).

       01  RELEASE-HEADING-LINE3.
           05                    PIC X(6) VALUE 'HOLD  '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(8) VALUE 'HELD    '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(6) VALUE 'KEYED '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(2) VALUE 'CD'.
           05                    PIC X(1) VALUE ' '.
           05                    PIC X(5) VALUE 'CAT  '.
           05                    PIC X(5) VALUE '     '.
           05                    PIC X(5) VALUE 'VALUE'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(8) VALUE 'DECISION'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(6) VALUE 'RESULT'.

       01  RELEASE-HEADING-LINE4.
           05                    PIC X(6) VALUE 'NUMBER'.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(8) VALUE 'DATE    '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(6) VALUE 'BY    '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(2) VALUE '  '.
           05                    PIC X(1) VALUE ' '.
           05                    PIC X(5) VALUE 'NUM  '.
           05                    PIC X(5) VALUE '     '.
           05                    PIC X(5) VALUE 'SWING'.

       01  RELEASE-DETAIL-LINE.
           05 RD-HOLD-OUT        PIC 9(6).
           05                    PIC X(2) VALUE SPACES.
           05 RD-DATE-OUT        PIC 9(8).
           05                    PIC X(2) VALUE SPACES.
           05 RD-OPERATOR-OUT    PIC X(6).
           05                    PIC X(2) VALUE SPACES.
           05 RD-CODE-OUT        PIC X(1).
           05                    PIC X(2) VALUE SPACES.
           05 RD-CATALOG-OUT     PIC X(5).
           05                    PIC X(1) VALUE SPACES.
           05 RD-SWING-OUT       PIC ZZZZZZ9.99.
           05                    PIC X(2) VALUE SPACES.
           05 RD-DECISION-OUT    PIC X(8).
           05                    PIC X(2) VALUE SPACES.
           05 RD-RESULT-OUT      PIC X(20).

       01  RELEASE-TOTAL-LINE.
           05 RT-LABEL-OUT       PIC X(26).
           05 RT-COUNT-OUT       PIC ZZZZ9.
           05                    PIC X(4) VALUE SPACES.
           05                    PIC X(1) VALUE '$'.
           05 RT-VALUE-OUT       PIC ZZZZZZZZ9.99.

       01  AUDIT-DETAIL-LINE.
           05 AD-TS-DATE                         PIC 9(8).
           05                                     PIC X VALUE SPACE.
           05 AD-TS-TIME                         PIC 9(8).
           05                                     PIC X(2) VALUE SPACES.
           05 AD-CODE                            PIC X(1).
           05                                     PIC X(2) VALUE SPACES.
           05 AD-CATALOG                         PIC X(5).
           05                                     PIC X(2) VALUE SPACES.
           05                                     PIC X(8) VALUE
                                                   'BEFORE: '.
           05 AD-BEFORE-DESC                     PIC X(20).
           05                                     PIC X VALUE SPACE.
           05 AD-BEFORE-PRICE                    PIC $$$9.99.
           05                                     PIC X VALUE SPACE.
           05 AD-BEFORE-ON-HAND                  PIC ZZZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-BEFORE-ON-ORDER                 PIC ZZZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-BEFORE-REORDER                  PIC ZZZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-BEFORE-RECEIVED                 PIC ZZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-BEFORE-SOLD                     PIC ZZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-BEFORE-RETURNED                 PIC ZZZ9.
           05                                     PIC X(2) VALUE SPACES.
           05                                     PIC X(7) VALUE
                                                   'AFTER: '.
           05 AD-AFTER-DESC                      PIC X(20).
           05                                     PIC X VALUE SPACE.
           05 AD-AFTER-PRICE                     PIC $$$9.99.
           05                                     PIC X VALUE SPACE.
           05 AD-AFTER-ON-HAND                   PIC ZZZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-AFTER-ON-ORDER                  PIC ZZZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-AFTER-REORDER                   PIC ZZZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-AFTER-RECEIVED                  PIC ZZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-AFTER-SOLD                      PIC ZZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-AFTER-RETURNED                  PIC ZZZ9.
           05                                     PIC X(2) VALUE SPACES.
           05 AD-OPERATOR                        PIC X(6).
           05                                     PIC X VALUE SPACE.
           05 AD-APPROVER                        PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 106-CHECK-OPERATOR
           IF WS-OPERATOR-OK = 'YES'
              PERFORM 112-CHECK-PENDING
           END-IF
           IF WS-RUN-OK = 'YES' AND WS-RELEASE-MODE = 'APPLY'
              PERFORM 115-LOAD-DECISIONS
              IF WS-RUN-OK = 'YES'
                 PERFORM 110-OPEN-MASTER
                 IF WS-MASTER-OK = 'NO'
                    MOVE 'NO' TO WS-RUN-OK
                 END-IF
              END-IF
           END-IF
           IF WS-RUN-OK = 'YES'
              PERFORM 150-WORK-HELD-ITEMS
              IF WS-RELEASE-MODE = 'APPLY'
                 CLOSE MASTER-FILE
                 PERFORM 190-CLEAR-PENDING-FILE
              END-IF
           END-IF
           PERFORM 250-CLOSE-ROUTINE
           .

       105-GET-PARAMETERS.
           ACCEPT WS-MASTER-FILE-NAME
              FROM ENVIRONMENT 'PR1_SOURCE_FILE'
           IF WS-MASTER-FILE-NAME = SPACES
              MOVE 'PR1FA17.dat' TO WS-MASTER-FILE-NAME
           END-IF
           ACCEPT WS-PENDING-FILE-NAME
              FROM ENVIRONMENT 'PR1_PENDING_FILE'
           IF WS-PENDING-FILE-NAME = SPACES
              MOVE 'pr1pend.txt' TO WS-PENDING-FILE-NAME
           END-IF
           ACCEPT WS-APPROVAL-FILE-NAME
              FROM ENVIRONMENT 'PR1_APPROVAL_FILE'
           IF WS-APPROVAL-FILE-NAME = SPACES
              MOVE 'pr1apprv.txt' TO WS-APPROVAL-FILE-NAME
           END-IF
           ACCEPT WS-AUDIT-FILE-NAME
              FROM ENVIRONMENT 'PR1_AUDIT_FILE'
           IF WS-AUDIT-FILE-NAME = SPACES
              MOVE 'pr1audit.txt' TO WS-AUDIT-FILE-NAME
           END-IF
           ACCEPT WS-MOVEMENT-FILE-NAME
              FROM ENVIRONMENT 'PR1_MOVEMENT_FILE'
           IF WS-MOVEMENT-FILE-NAME = SPACES
              MOVE 'pr1moves.txt' TO WS-MOVEMENT-FILE-NAME
           END-IF
           ACCEPT WS-REJECT-FILE-NAME
              FROM ENVIRONMENT 'PR1_RELEASE_REJECT_FILE'
           IF WS-REJECT-FILE-NAME = SPACES
              MOVE 'pr1relrj.txt' TO WS-REJECT-FILE-NAME
           END-IF
           ACCEPT WS-RELEASE-FILE-NAME
              FROM ENVIRONMENT 'PR1_RELEASE_FILE'
           IF WS-RELEASE-FILE-NAME = SPACES
              MOVE 'pr1relrp.txt' TO WS-RELEASE-FILE-NAME
           END-IF
           ACCEPT WS-RELEASE-MODE
              FROM ENVIRONMENT 'PR1_RELEASE_MODE'
           IF WS-RELEASE-MODE NOT = 'LIST'
              MOVE 'APPLY' TO WS-RELEASE-MODE
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
              DISPLAY 'HOLDREL: set PR1_OPERATOR to your operator '
                 'ID, run stopped'
           ELSE
              MOVE 'YES' TO EOF-FLAG
              OPEN INPUT OPERATOR-FILE
              IF WS-OPERATOR-STATUS NOT = '00'
                 DISPLAY 'HOLDREL: operator table not found: '
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
                           MOVE OPR-LEVEL TO WS-OPERATOR-LEVEL
                           MOVE OPR-LIMIT TO WS-OPERATOR-LIMIT
                           MOVE 'NO' TO EOF-FLAG
                        END-IF
                   END-READ
                 END-PERFORM
                 CLOSE OPERATOR-FILE
                 IF WS-OPERATOR-OK = 'NO'
                    DISPLAY 'HOLDREL: operator ' WS-OPERATOR-ID
                       ' not on the operator table, run stopped'
                 ELSE
                    IF WS-OPERATOR-LEVEL < 5
                       MOVE 'NO' TO WS-OPERATOR-OK
                       DISPLAY 'HOLDREL: operator ' WS-OPERATOR-ID
                          ' is not a supervisor, run stopped'
                    END-IF
                 END-IF
              END-IF
           END-IF
           MOVE WS-OPERATOR-ID TO AD-APPROVER
           .

       110-OPEN-MASTER.
           MOVE 'NO' TO WS-MASTER-OK
           OPEN I-O MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-MASTER-OK
           ELSE
              DISPLAY 'HOLDREL: cannot open master file '
                 WS-MASTER-FILE-NAME ' status ' WS-MASTER-STATUS
           END-IF
           .

       112-CHECK-PENDING.
           MOVE 'NO' TO WS-RUN-OK
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS NOT = '00'
              DISPLAY 'HOLDREL: no pending file on hand, '
                 'nothing held for approval'
           ELSE
              CLOSE PENDING-FILE
              MOVE 'YES' TO WS-RUN-OK
           END-IF
           .

      ******************************************************************
      * The decisions are loaded whole before anything is posted. A
      * decision file that will not fit the table stops the run, as
      * the items past the end would otherwise be thrown out as not
      * approved.
      ******************************************************************
       115-LOAD-DECISIONS.
           MOVE 'NO' TO WS-RUN-OK
           MOVE 0 TO WS-DECISION-COUNT
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-STATUS NOT = '00'
              DISPLAY 'HOLDREL: no decision file on hand: '
                 WS-APPROVAL-FILE-NAME ', run stopped - set '
                 'PR1_RELEASE_MODE=LIST to list the held items'
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ APPROVAL-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 117-STORE-DECISION-ENTRY
                END-READ
              END-PERFORM
              CLOSE APPROVAL-FILE
              IF WS-DECISION-DROPPED = 'YES'
                 DISPLAY 'HOLDREL: decision file exceeds the table,'
                    ' run abandoned before any update - split the'
                    ' file or raise the table'
              ELSE
                 MOVE 'YES' TO WS-RUN-OK
              END-IF
           END-IF
           .

       117-STORE-DECISION-ENTRY.
           IF APPROVAL-RECORD = SPACES
              CONTINUE
           ELSE
              IF AP-HOLD-NUMBER NOT NUMERIC
                 OR (AP-DECISION NOT = 'A' AND AP-DECISION NOT = 'R')
                 DISPLAY 'HOLDREL: unreadable decision skipped: '
                    APPROVAL-RECORD
              ELSE
                 IF WS-DECISION-COUNT < 2000
                    ADD 1 TO WS-DECISION-COUNT
                    SET DC-IDX TO WS-DECISION-COUNT
                    MOVE AP-HOLD-NUMBER TO DC-HOLD-NUMBER (DC-IDX)
                    MOVE AP-DECISION TO DC-DECISION (DC-IDX)
                    IF AP-REASON = SPACES
                       MOVE 'SUP' TO DC-REASON (DC-IDX)
                    ELSE
                       MOVE AP-REASON TO DC-REASON (DC-IDX)
                    END-IF
                 ELSE
                    MOVE 'YES' TO WS-DECISION-DROPPED
                 END-IF
              END-IF
           END-IF
           .

       150-WORK-HELD-ITEMS.
           OPEN OUTPUT RELEASE-FILE
           MOVE 1 TO PROPER-SPACING
           WRITE RELEASE-RECORD FROM RELEASE-HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           ACCEPT RH-DATE-OUT FROM DATE YYYYMMDD
           MOVE WS-RELEASE-MODE TO RH-MODE-OUT
           MOVE WS-OPERATOR-ID TO RH-OPERATOR-OUT
           MOVE WS-OPERATOR-NAME TO RH-OPER-NAME-OUT
           MOVE 1 TO PROPER-SPACING
           WRITE RELEASE-RECORD FROM RELEASE-HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE RELEASE-RECORD FROM RELEASE-HEADING-LINE3
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           WRITE RELEASE-RECORD FROM RELEASE-HEADING-LINE4
             AFTER ADVANCING PROPER-SPACING
           IF WS-RELEASE-MODE = 'APPLY'
              OPEN EXTEND AUDIT-FILE
              IF WS-AUDIT-STATUS = '35'
                 OPEN OUTPUT AUDIT-FILE
              END-IF
              OPEN OUTPUT REJECT-FILE
              OPEN EXTEND MOVEMENT-FILE
              IF WS-MOVEMENT-STATUS = '35'
                 OPEN OUTPUT MOVEMENT-FILE
              END-IF
           END-IF
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT PENDING-FILE
           PERFORM UNTIL EOF-FLAG = 'NO'
             READ PENDING-FILE
               AT END
                  MOVE 'NO' TO EOF-FLAG
               NOT AT END
                  IF PENDING-RECORD = SPACES
                     CONTINUE
                  ELSE
                     ADD 1 TO WS-HELD-READ
                     PERFORM 155-WORK-HELD-ITEM
                  END-IF
             END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           IF WS-RELEASE-MODE = 'APPLY'
              CLOSE AUDIT-FILE
                    REJECT-FILE
                    MOVEMENT-FILE
           END-IF
           PERFORM 200-WRITE-RELEASE-TOTALS
           CLOSE RELEASE-FILE
           DISPLAY 'HOLDREL: ' WS-HELD-READ ' held item(s), '
              WS-HELD-APPLIED ' applied, ' WS-HELD-REJECTED
              ' rejected, see ' WS-RELEASE-FILE-NAME
           .

       155-WORK-HELD-ITEM.
           MOVE PND-TRANS-IMAGE TO TRANS-RECORD
           MOVE PND-HOLD-NUMBER TO RD-HOLD-OUT
           MOVE PND-HOLD-DATE TO RD-DATE-OUT
           MOVE PND-OPERATOR TO RD-OPERATOR-OUT
           MOVE TR-CODE TO RD-CODE-OUT
           MOVE TR-CATALOG-NUM TO RD-CATALOG-OUT
           MOVE PND-SWING TO RD-SWING-OUT
           ADD PND-SWING TO WS-HELD-SWING
           IF WS-RELEASE-MODE = 'LIST'
              MOVE SPACES TO RD-DECISION-OUT
              MOVE 'STILL HELD' TO RD-RESULT-OUT
           ELSE
              PERFORM 157-FIND-DECISION
              IF WS-DECISION = 'A'
                 MOVE 'APPROVE' TO RD-DECISION-OUT
                 PERFORM 160-CHECK-APPROVED-ITEM
                 IF WS-REJECT-REASON = SPACES
                    PERFORM 165-APPLY-APPROVED-ITEM
                 END-IF
              ELSE
                 IF WS-DECISION = 'R'
                    MOVE 'REJECT' TO RD-DECISION-OUT
                 ELSE
                    MOVE 'NONE' TO RD-DECISION-OUT
                    MOVE 'NAP' TO WS-REJECT-REASON
                 END-IF
              END-IF
              IF WS-REJECT-REASON = SPACES
                 MOVE 'APPLIED' TO RD-RESULT-OUT
                 ADD 1 TO WS-HELD-APPLIED
                 ADD PND-SWING TO WS-APPLIED-SWING
              ELSE
                 MOVE SPACES TO RD-RESULT-OUT
                 STRING 'REJECTED ' WS-REJECT-REASON
                    DELIMITED BY SIZE INTO RD-RESULT-OUT
                 PERFORM 185-WRITE-REJECT-RECORD
                 ADD 1 TO WS-HELD-REJECTED
              END-IF
           END-IF
           MOVE 1 TO PROPER-SPACING
           MOVE RELEASE-DETAIL-LINE TO RELEASE-RECORD
           WRITE RELEASE-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

      ******************************************************************
      * A hold keyed twice on the decision file takes the last
      * decision keyed for it.
      ******************************************************************
       157-FIND-DECISION.
           MOVE SPACE TO WS-DECISION
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM VARYING DC-IDX FROM 1 BY 1
              UNTIL DC-IDX > WS-DECISION-COUNT
              IF DC-HOLD-NUMBER (DC-IDX) = PND-HOLD-NUMBER
                 MOVE DC-DECISION (DC-IDX) TO WS-DECISION
                 IF DC-DECISION (DC-IDX) = 'R'
                    MOVE DC-REASON (DC-IDX) TO WS-REJECT-REASON
                 ELSE
                    MOVE SPACES TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-PERFORM
           .

      ******************************************************************
      * The master is re-read and compared with the on-hand and cost
      * saved when the item was held; if either has moved the swing
      * the supervisor approved is no longer the swing that would
      * post, so the item goes back to the clerk as STL.
      ******************************************************************
       160-CHECK-APPROVED-ITEM.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'NO' TO WS-FOUND-FLAG
           MOVE TR-CATALOG-NUM TO CATALOG-NUM
           READ MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'YES' TO WS-FOUND-FLAG
           END-READ
           EVALUATE TRUE
              WHEN PND-OPERATOR = WS-OPERATOR-ID
                 MOVE 'SLF' TO WS-REJECT-REASON
              WHEN PND-SWING > WS-OPERATOR-LIMIT
                 MOVE 'LIM' TO WS-REJECT-REASON
              WHEN TR-CODE = 'A' AND WS-FOUND-FLAG = 'YES'
                 MOVE 'STL' TO WS-REJECT-REASON
              WHEN (TR-CODE = 'C' OR TR-CODE = 'D')
                 AND WS-FOUND-FLAG = 'NO'
                 MOVE 'NOF' TO WS-REJECT-REASON
              WHEN (TR-CODE = 'C' OR TR-CODE = 'D')
                 AND (QUANITY-ON-HAND NOT = PND-BEFORE-ON-HAND
                 OR UNIT-PURCHASE-PRICE NOT = PND-BEFORE-PRICE)
                 MOVE 'STL' TO WS-REJECT-REASON
              WHEN TR-CODE NOT = 'A' AND TR-CODE NOT = 'C'
                 AND TR-CODE NOT = 'D'
                 MOVE 'UNK' TO WS-REJECT-REASON
              WHEN TR-CODE = 'D'
                 CONTINUE
              WHEN TR-UNIT-PRICE NOT NUMERIC
                 OR TR-ON-HAND NOT NUMERIC
                 OR TR-ON-ORDER NOT NUMERIC
                 OR TR-REORDER-POINT NOT NUMERIC
                 OR TR-RECEIVED NOT NUMERIC
                 OR TR-SOLD NOT NUMERIC
                 OR TR-RETURNED NOT NUMERIC
                 MOVE 'NUM' TO WS-REJECT-REASON
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       165-APPLY-APPROVED-ITEM.
           EVALUATE TR-CODE
              WHEN 'A'
                 PERFORM 170-ADD-RECORD
              WHEN 'C'
                 PERFORM 172-CHANGE-RECORD
              WHEN 'D'
                 PERFORM 175-DELETE-RECORD
           END-EVALUATE
           .

       170-ADD-RECORD.
           MOVE SPACES TO MASTER-RECORD
           MOVE TR-CATALOG-NUM TO CATALOG-NUM
           MOVE TR-DESCRIPTION TO DESCRIPTION
           MOVE TR-UNIT-PRICE TO UNIT-PURCHASE-PRICE
           MOVE TR-ON-HAND TO QUANITY-ON-HAND
           MOVE TR-ON-ORDER TO QUANITY-ON-ORDER
           MOVE TR-REORDER-POINT TO REORDER-POINT
           MOVE TR-RECEIVED TO RECIEVED-WEEKLY
           MOVE TR-SOLD TO SOLD-WEEKLY
           MOVE TR-RETURNED TO RETURNED-WEEKLY
           WRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY 'HOLDREL: add failed, write status '
                    WS-MASTER-STATUS ' for catalog '
                    TR-CATALOG-NUM
                 MOVE 'IOE' TO WS-REJECT-REASON
              NOT INVALID KEY
                 MOVE SPACES TO AD-BEFORE-DESC
                 MOVE 0 TO AD-BEFORE-PRICE
                 MOVE 0 TO AD-BEFORE-ON-HAND
                 MOVE 0 TO AD-BEFORE-ON-ORDER
                 MOVE 0 TO AD-BEFORE-REORDER
                 MOVE 0 TO AD-BEFORE-RECEIVED
                 MOVE 0 TO AD-BEFORE-SOLD
                 MOVE 0 TO AD-BEFORE-RETURNED
                 PERFORM 177-SAVE-AFTER-IMAGE
                 PERFORM 180-WRITE-AUDIT-RECORD
                 MOVE 0 TO WS-MOVE-BEFORE-QTY
                 MOVE TR-UNIT-PRICE TO WS-MOVE-BEFORE-COST
                 MOVE TR-ON-HAND TO WS-MOVE-AFTER-QTY
                 MOVE TR-UNIT-PRICE TO WS-MOVE-AFTER-COST
                 PERFORM 184-JOURNAL-MASTER-CHANGE
           END-WRITE
           .

       172-CHANGE-RECORD.
           PERFORM 178-SAVE-BEFORE-IMAGE
           MOVE TR-DESCRIPTION TO DESCRIPTION
           MOVE TR-UNIT-PRICE TO UNIT-PURCHASE-PRICE
           MOVE TR-ON-HAND TO QUANITY-ON-HAND
           MOVE TR-ON-ORDER TO QUANITY-ON-ORDER
           MOVE TR-REORDER-POINT TO REORDER-POINT
           MOVE TR-RECEIVED TO RECIEVED-WEEKLY
           MOVE TR-SOLD TO SOLD-WEEKLY
           MOVE TR-RETURNED TO RETURNED-WEEKLY
           REWRITE MASTER-RECORD
              INVALID KEY
                 DISPLAY 'HOLDREL: change failed, rewrite status '
                    WS-MASTER-STATUS ' for catalog '
                    TR-CATALOG-NUM
                 MOVE 'IOE' TO WS-REJECT-REASON
              NOT INVALID KEY
                 PERFORM 177-SAVE-AFTER-IMAGE
                 PERFORM 180-WRITE-AUDIT-RECORD
                 MOVE TR-ON-HAND TO WS-MOVE-AFTER-QTY
                 MOVE TR-UNIT-PRICE TO WS-MOVE-AFTER-COST
                 PERFORM 184-JOURNAL-MASTER-CHANGE
           END-REWRITE
           .

       175-DELETE-RECORD.
           PERFORM 178-SAVE-BEFORE-IMAGE
           DELETE MASTER-FILE RECORD
              INVALID KEY
                 DISPLAY 'HOLDREL: delete failed, status '
                    WS-MASTER-STATUS ' for catalog '
                    TR-CATALOG-NUM
                 MOVE 'IOE' TO WS-REJECT-REASON
              NOT INVALID KEY
                 MOVE SPACES TO AD-AFTER-DESC
                 MOVE 0 TO AD-AFTER-PRICE
                 MOVE 0 TO AD-AFTER-ON-HAND
                 MOVE 0 TO AD-AFTER-ON-ORDER
                 MOVE 0 TO AD-AFTER-REORDER
                 MOVE 0 TO AD-AFTER-RECEIVED
                 MOVE 0 TO AD-AFTER-SOLD
                 MOVE 0 TO AD-AFTER-RETURNED
                 PERFORM 180-WRITE-AUDIT-RECORD
                 MOVE 0 TO WS-MOVE-AFTER-QTY
                 MOVE WS-MOVE-BEFORE-COST TO WS-MOVE-AFTER-COST
                 PERFORM 184-JOURNAL-MASTER-CHANGE
           END-DELETE
           .

       177-SAVE-AFTER-IMAGE.
           MOVE TR-DESCRIPTION TO AD-AFTER-DESC
           MOVE TR-UNIT-PRICE TO AD-AFTER-PRICE
           MOVE TR-ON-HAND TO AD-AFTER-ON-HAND
           MOVE TR-ON-ORDER TO AD-AFTER-ON-ORDER
           MOVE TR-REORDER-POINT TO AD-AFTER-REORDER
           MOVE TR-RECEIVED TO AD-AFTER-RECEIVED
           MOVE TR-SOLD TO AD-AFTER-SOLD
           MOVE TR-RETURNED TO AD-AFTER-RETURNED
           .

       178-SAVE-BEFORE-IMAGE.
           MOVE QUANITY-ON-HAND TO WS-MOVE-BEFORE-QTY
           MOVE UNIT-PURCHASE-PRICE TO WS-MOVE-BEFORE-COST
           MOVE DESCRIPTION TO AD-BEFORE-DESC
           MOVE UNIT-PURCHASE-PRICE TO AD-BEFORE-PRICE
           MOVE QUANITY-ON-HAND TO AD-BEFORE-ON-HAND
           MOVE QUANITY-ON-ORDER TO AD-BEFORE-ON-ORDER
           MOVE REORDER-POINT TO AD-BEFORE-REORDER
           MOVE RECIEVED-WEEKLY TO AD-BEFORE-RECEIVED
           MOVE SOLD-WEEKLY TO AD-BEFORE-SOLD
           MOVE RETURNED-WEEKLY TO AD-BEFORE-RETURNED
           .

       180-WRITE-AUDIT-RECORD.
           ACCEPT AD-TS-DATE FROM DATE YYYYMMDD
           ACCEPT AD-TS-TIME FROM TIME
           MOVE TR-CODE TO AD-CODE
           MOVE TR-CATALOG-NUM TO AD-CATALOG
           MOVE PND-OPERATOR TO AD-OPERATOR
           MOVE AUDIT-DETAIL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           .

       181-WRITE-MOVEMENT.
           ACCEPT MV-DATE FROM DATE YYYYMMDD
           ACCEPT MV-TIME FROM TIME
           COMPUTE MV-VALUE = MV-QTY * MV-UNIT-COST
           MOVE 'HOLDREL' TO MV-PROGRAM
           MOVE PND-OPERATOR TO MV-OPERATOR
           WRITE MOVEMENT-RECORD
           .

      ******************************************************************
      * Journaled as INVMAINT journals a posting: the on-hand change
      * at the old cost (ADJ) and the cost change on what is left on
      * hand (RVL).
      ******************************************************************
       184-JOURNAL-MASTER-CHANGE.
           MOVE SPACES TO WS-MOVE-REF
           STRING 'HOLD' PND-HOLD-NUMBER
              DELIMITED BY SIZE INTO WS-MOVE-REF
           MOVE TR-CATALOG-NUM TO MV-CATALOG-NUM
           MOVE SPACES TO MV-LOCATION
           MOVE WS-MOVE-REF TO MV-REFERENCE
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
              PERFORM 181-WRITE-MOVEMENT
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
              PERFORM 181-WRITE-MOVEMENT
           END-IF
           .

       185-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE TRANS-RECORD TO RJ-TRANS-IMAGE
           MOVE WS-REJECT-REASON TO RJ-REASON
           WRITE REJECT-RECORD
           .

      ******************************************************************
      * Every held item has now been applied or written to the
      * release reject file, so nothing is left waiting.
      ******************************************************************
       190-CLEAR-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           CLOSE PENDING-FILE
           .

       200-WRITE-RELEASE-TOTALS.
           MOVE 'HELD ITEMS LISTED' TO RT-LABEL-OUT
           MOVE WS-HELD-READ TO RT-COUNT-OUT
           MOVE WS-HELD-SWING TO RT-VALUE-OUT
           MOVE 2 TO PROPER-SPACING
           MOVE RELEASE-TOTAL-LINE TO RELEASE-RECORD
           WRITE RELEASE-RECORD
             AFTER ADVANCING PROPER-SPACING
           IF WS-RELEASE-MODE = 'APPLY'
              MOVE 'APPLIED' TO RT-LABEL-OUT
              MOVE WS-HELD-APPLIED TO RT-COUNT-OUT
              MOVE WS-APPLIED-SWING TO RT-VALUE-OUT
              MOVE 1 TO PROPER-SPACING
              MOVE RELEASE-TOTAL-LINE TO RELEASE-RECORD
              WRITE RELEASE-RECORD
                AFTER ADVANCING PROPER-SPACING
              MOVE 'REJECTED' TO RT-LABEL-OUT
              MOVE WS-HELD-REJECTED TO RT-COUNT-OUT
              COMPUTE RT-VALUE-OUT =
                 WS-HELD-SWING - WS-APPLIED-SWING
              MOVE 1 TO PROPER-SPACING
              MOVE RELEASE-TOTAL-LINE TO RELEASE-RECORD
              WRITE RELEASE-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-IF
           .

       250-CLOSE-ROUTINE.
           STOP RUN
           .
