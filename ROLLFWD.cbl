      ******************************************************************
      * Author: Tyler Brown
      * Date: 10/15/2026
      * Purpose: Month-end perpetual inventory roll-forward. Reads
      *          the stock movement journal that INVMAINT, HOLDREL,
      *          SALEPOST, PORECV, BACKOUT, and RTVPOST append to,
      *          and rolls each category's stock value forward for
      *          the month: beginning value, plus receipts, less
      *          cost of sales, plus customer returns, plus or minus
      *          adjustments and revaluations, equals ending value.
      *          The ending value is then tied to what PROJECT1's
      *          month-end GL mode posted for the category's GL
      *          account on pr1glpost.txt, and every category that
      *          does not foot is flagged for the accountants.
      * Tectonics: cobc -xo ROLLFWD.exe --std=mf  ROLLFWD.cbl
      * Movement/GL posting/GL map/report file names default to
      * pr1moves.txt, pr1glpost.txt, pr1glmap.txt, and pr1roll.txt,
      * overridable with the PR1_MOVEMENT_FILE, PR1_GL_POST_FILE,
      * PR1_GL_MAP_FILE, and PR1_ROLL_REPORT_FILE environment
      * variables (the first three shared with the programs that
      * write them). The period defaults to the run month and can be
      * forced with PR1_GL_PERIOD (YYYYMM), the same as PROJECT1, so
      * run this after the PROJECT1 GL extract for the same month.
      * Only movement lines dated in the period are rolled; transfer
      * (XFR) lines move stock between locations without changing
      * its value and are left out. The GL side is the debit line
      * for each category's account in the period; the ** control
      * account credit is not used. Where several categories map to
      * one GL account they are tied as a group on the account
      * tie-out at the back of the report.
      * Each run leaves every category's beginning and ending value
      * for the period on the carry balance file
      * (PR1_ROLL_BALANCE_FILE, default pr1rollb.txt: period cols
      * 1-6, category cols 7-8, beginning value cols 9-19, ending
      * value cols 20-30, both 9(9)V99). The next month begins from
      * the ending values, a rerun of the same month begins from the
      * same beginning values, and the ending value carried is the
      * GL posted value wherever the category has its own account,
      * so each month ties on its own. A category with no carried
      * balance (the first month, or after a month was skipped)
      * takes its opening value from the GL less the month's
      * movements and is marked OPENING BALANCE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLFWD.
       AUTHOR. TYLERBRO93.


       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. OCEANBLUE.
       OBJECT-COMPUTER. OCEANBLUE.


       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT MOVEMENT-FILE ASSIGN TO DYNAMIC
           WS-MOVEMENT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MOVEMENT-STATUS.

           SELECT GLMAP-FILE ASSIGN TO DYNAMIC WS-GL-MAP-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLMAP-STATUS.

           SELECT GLPOST-FILE ASSIGN TO DYNAMIC WS-GL-POST-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLPOST-STATUS.

           SELECT BALANCE-FILE ASSIGN TO DYNAMIC
           WS-BALANCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ROLL-FILE ASSIGN TO DYNAMIC WS-ROLL-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
       FD MOVEMENT-FILE.

       01 MOVEMENT-RECORD.
           COPY MOVREC.

       FD GLMAP-FILE.

       01 GLMAP-RECORD.
           05 GM-CATEGORY                        PIC X(2).
           05 GM-ACCOUNT                         PIC X(8).

       FD GLPOST-FILE.

       01 GLPOST-RECORD.
           05 GL-ACCOUNT-IN                      PIC X(8).
           05                                    PIC X.
           05 GL-PERIOD-IN                       PIC X(6).
           05                                    PIC X.
           05 GL-DRCR-IN                         PIC X.
           05                                    PIC X.
           05 GL-AMOUNT-IN                       PIC ZZZZZZZZ9.99.
           05 GL-AMOUNT-IN-X REDEFINES GL-AMOUNT-IN
                                                 PIC X(12).

       FD BALANCE-FILE.

       01 BALANCE-RECORD.
           05 RB-PERIOD                          PIC 9(6).
           05 RB-CATEGORY                        PIC X(2).
           05 RB-BEGIN                           PIC 9(9)V99.
           05 RB-END                             PIC 9(9)V99.

       FD ROLL-FILE.

       01 ROLL-RECORD                            PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-NAMES.
           05 WS-MOVEMENT-FILE-NAME     PIC X(40)
                                         VALUE 'pr1moves.txt'.
           05 WS-GL-MAP-FILE-NAME       PIC X(40)
                                         VALUE 'pr1glmap.txt'.
           05 WS-GL-POST-FILE-NAME      PIC X(40)
                                         VALUE 'pr1glpost.txt'.
           05 WS-BALANCE-FILE-NAME      PIC X(40)
                                         VALUE 'pr1rollb.txt'.
           05 WS-ROLL-FILE-NAME         PIC X(40)
                                         VALUE 'pr1roll.txt'.

       01  WS-WORK-AREAS.
           05 EOF-FLAG                  PIC X(3) VALUE 'YES'.
           05 WS-MOVEMENT-STATUS        PIC XX VALUE '00'.
           05 WS-GLMAP-STATUS           PIC XX VALUE '00'.
           05 WS-GLPOST-STATUS          PIC XX VALUE '00'.
           05 WS-BALANCE-STATUS         PIC XX VALUE '00'.
           05 WS-RUN-OK                 PIC X(3) VALUE 'NO'.
           05 WS-PERIOD-X               PIC X(6) VALUE SPACES.
           05 WS-PERIOD                 PIC 9(6) VALUE 0.
           05 WS-PRIOR-PERIOD           PIC 9(6) VALUE 0.
           05 WS-PRIOR-PARTS REDEFINES WS-PRIOR-PERIOD.
              10 WS-PRIOR-YYYY          PIC 9(4).
              10 WS-PRIOR-MM            PIC 9(2).
           05 WS-TODAY                  PIC 9(8) VALUE 0.
           05 WS-FIND-CATEGORY          PIC X(2) VALUE SPACES.
           05 WS-FIND-ACCOUNT           PIC X(8) VALUE SPACES.
           05 WS-CAT-FOUND-IDX          PIC 9(3) VALUE 0.
           05 WS-ACCT-FOUND-IDX         PIC 9(3) VALUE 0.
           05 WS-CAT-COUNT              PIC 9(3) VALUE 0.
           05 WS-CAT-DROPPED            PIC X(3) VALUE 'NO'.
           05 WS-ACCT-COUNT             PIC 9(3) VALUE 0.
           05 WS-GL-AMOUNT              PIC 9(9)V99 VALUE 0.
           05 WS-NET-MOVEMENT           PIC S9(9)V99 VALUE 0.
           05 WS-FLAG-TEXT              PIC X(20) VALUE SPACES.
           05 PROPER-SPACING            PIC 9(2) VALUE 0.

       01  WS-CONTROL-TOTALS.
           05 WS-MOVES-READ             PIC 9(7) VALUE 0.
           05 WS-MOVES-ROLLED           PIC 9(7) VALUE 0.
           05 WS-MOVES-OTHER-PERIOD     PIC 9(7) VALUE 0.
           05 WS-MOVES-TRANSFER         PIC 9(7) VALUE 0.
           05 WS-MOVES-SKIPPED          PIC 9(7) VALUE 0.
           05 WS-GL-LINES-USED          PIC 9(5) VALUE 0.
           05 WS-GL-LINES-SKIPPED       PIC 9(5) VALUE 0.
           05 WS-CARRY-STALE            PIC 9(5) VALUE 0.
           05 WS-NOT-FOOTED             PIC 9(3) VALUE 0.
           05 WS-TOT-BEGIN              PIC S9(9)V99 VALUE 0.
           05 WS-TOT-RECEIPTS           PIC S9(9)V99 VALUE 0.
           05 WS-TOT-COGS               PIC S9(9)V99 VALUE 0.
           05 WS-TOT-RETURNS            PIC S9(9)V99 VALUE 0.
           05 WS-TOT-ADJUST             PIC S9(9)V99 VALUE 0.
           05 WS-TOT-REVAL              PIC S9(9)V99 VALUE 0.
           05 WS-TOT-END                PIC S9(9)V99 VALUE 0.
           05 WS-TOT-GL                 PIC S9(9)V99 VALUE 0.

       01  WS-CATEGORY-TABLE.
           05 CT-ENTRY OCCURS 200 TIMES INDEXED BY CT-IDX.
              10 CT-CATEGORY                     PIC X(2).
              10 CT-ACCT-IDX                     PIC 9(3).
              10 CT-HAS-CARRY                    PIC X(3).
              10 CT-OPENING                      PIC X(3).
              10 CT-BEGIN                        PIC S9(9)V99.
              10 CT-RECEIPTS                     PIC S9(9)V99.
              10 CT-COGS                         PIC S9(9)V99.
              10 CT-RETURNS                      PIC S9(9)V99.
              10 CT-ADJUST                       PIC S9(9)V99.
              10 CT-REVAL                        PIC S9(9)V99.
              10 CT-END                          PIC S9(9)V99.

       01  WS-ACCOUNT-TABLE.
           05 AC-ENTRY OCCURS 200 TIMES INDEXED BY AC-IDX.
              10 AC-ACCOUNT                      PIC X(8).
              10 AC-CAT-COUNT                    PIC 9(3).
              10 AC-GL-FOUND                     PIC X(3).
              10 AC-GL-VALUE                     PIC S9(9)V99.
              10 AC-ROLL-END                     PIC S9(9)V99.
              10 AC-DIFFERENCE                   PIC S9(9)V99.

       01  ROLL-HEADING-LINE1.
           05             PIC X(3) VALUE 'TSB'.
           05             PIC X(10) VALUE SPACES.
           05             PIC X(27) VALUE 'Drakea Cart Parts Warehouse'.
           05             PIC X(7) VALUE SPACES.
           05             PIC X(22) VALUE 'INVENTORY ROLL-FORWARD'.

       01  ROLL-HEADING-LINE2.
           05                    PIC X(9) VALUE 'PERIOD   '.
           05 RH-PERIOD-OUT      PIC 9(6).
           05                    PIC X(5) VALUE SPACES.
           05                    PIC X(7) VALUE 'RUN ON '.
           05 RH-TODAY-OUT       PIC 9(8).

       01  SECTION-HEADING-LINE.
           05 SH-TITLE-OUT       PIC X(50).

       01  CATEGORY-HEADING-LINE.
           05                    PIC X(9) VALUE 'CATEGORY '.
           05 CH-CATEGORY-OUT    PIC X(2).
           05                    PIC X(14) VALUE '   GL ACCOUNT '.
           05 CH-ACCOUNT-OUT     PIC X(8).
           05                    PIC X(3) VALUE SPACES.
           05 CH-NOTE-OUT        PIC X(20).

       01  AMOUNT-LINE.
           05                    PIC X(3) VALUE SPACES.
           05 AL-LABEL-OUT       PIC X(24).
           05 AL-AMOUNT-OUT      PIC ---------9.99.
           05                    PIC X(2) VALUE SPACES.
           05 AL-FLAG-OUT        PIC X(20).

       01  NOTE-LINE.
           05                    PIC X(3) VALUE SPACES.
           05 NL-TEXT-OUT        PIC X(60).

       01  ACCOUNT-HEADING-LINE.
           05                    PIC X(8) VALUE 'ACCOUNT '.
           05                    PIC X(2) VALUE SPACES.
           05                    PIC X(4) VALUE 'CATS'.
           05                    PIC X(3) VALUE SPACES.
           05                    PIC X(12) VALUE 'ROLLED VALUE'.
           05                    PIC X(4) VALUE SPACES.
           05                    PIC X(9) VALUE 'GL POSTED'.
           05                    PIC X(4) VALUE SPACES.
           05                    PIC X(10) VALUE 'DIFFERENCE'.

       01  ACCOUNT-DETAIL-LINE.
           05 AT-ACCOUNT-OUT     PIC X(8).
           05                    PIC X(2) VALUE SPACES.
           05 AT-CATS-OUT        PIC ZZZ9.
           05                    PIC X(1) VALUE SPACES.
           05 AT-ROLLED-OUT      PIC ---------9.99.
           05                    PIC X(1) VALUE SPACES.
           05 AT-GL-OUT          PIC ---------9.99.
           05                    PIC X(1) VALUE SPACES.
           05 AT-DIFF-OUT        PIC ---------9.99.
           05                    PIC X(2) VALUE SPACES.
           05 AT-FLAG-OUT        PIC X(20).

       01  COUNT-LINE.
           05 CL-LABEL-OUT       PIC X(30).
           05 CL-COUNT-OUT       PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 105-GET-PARAMETERS
           PERFORM 110-LOAD-GL-MAP
           PERFORM 115-LOAD-CARRY-BALANCES
           PERFORM 120-LOAD-MOVEMENTS
           IF WS-RUN-OK = 'YES'
              PERFORM 125-LOAD-GL-POSTINGS
              PERFORM 140-ROLL-CATEGORIES
              PERFORM 145-TIE-ACCOUNTS
              PERFORM 200-PRINT-REPORT
              IF WS-CAT-DROPPED = 'NO'
                 PERFORM 230-WRITE-CARRY-BALANCES
              ELSE
                 DISPLAY 'ROLLFWD: category table overflowed, '
                    'carry balance file left as it was'
              END-IF
              DISPLAY 'ROLLFWD: period ' WS-PERIOD ', '
                 WS-CAT-COUNT ' categories rolled, '
                 WS-NOT-FOOTED ' not footed'
           END-IF
           PERFORM 250-CLOSE-ROUTINE
           .

       105-GET-PARAMETERS.
           ACCEPT WS-MOVEMENT-FILE-NAME
              FROM ENVIRONMENT 'PR1_MOVEMENT_FILE'
           IF WS-MOVEMENT-FILE-NAME = SPACES
              MOVE 'pr1moves.txt' TO WS-MOVEMENT-FILE-NAME
           END-IF
           ACCEPT WS-GL-MAP-FILE-NAME
              FROM ENVIRONMENT 'PR1_GL_MAP_FILE'
           IF WS-GL-MAP-FILE-NAME = SPACES
              MOVE 'pr1glmap.txt' TO WS-GL-MAP-FILE-NAME
           END-IF
           ACCEPT WS-GL-POST-FILE-NAME
              FROM ENVIRONMENT 'PR1_GL_POST_FILE'
           IF WS-GL-POST-FILE-NAME = SPACES
              MOVE 'pr1glpost.txt' TO WS-GL-POST-FILE-NAME
           END-IF
           ACCEPT WS-BALANCE-FILE-NAME
              FROM ENVIRONMENT 'PR1_ROLL_BALANCE_FILE'
           IF WS-BALANCE-FILE-NAME = SPACES
              MOVE 'pr1rollb.txt' TO WS-BALANCE-FILE-NAME
           END-IF
           ACCEPT WS-ROLL-FILE-NAME
              FROM ENVIRONMENT 'PR1_ROLL_REPORT_FILE'
           IF WS-ROLL-FILE-NAME = SPACES
              MOVE 'pr1roll.txt' TO WS-ROLL-FILE-NAME
           END-IF
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-PERIOD-X FROM ENVIRONMENT 'PR1_GL_PERIOD'
           IF WS-PERIOD-X NUMERIC
              MOVE WS-PERIOD-X TO WS-PERIOD
           ELSE
              MOVE WS-TODAY(1:6) TO WS-PERIOD
           END-IF
           MOVE WS-PERIOD TO WS-PERIOD-X
           MOVE WS-PERIOD TO WS-PRIOR-PERIOD
           IF WS-PRIOR-MM = 1
              SUBTRACT 1 FROM WS-PRIOR-YYYY
              MOVE 12 TO WS-PRIOR-MM
           ELSE
              SUBTRACT 1 FROM WS-PRIOR-MM
           END-IF
           .

      ******************************************************************
      * Every category on the GL mapping starts on the roll-forward,
      * so a category that had no movement this month is still tied
      * to its GL balance. The ** entry is the control account and
      * is not a category.
      ******************************************************************
       110-LOAD-GL-MAP.
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT GLMAP-FILE
           IF WS-GLMAP-STATUS NOT = '00'
              DISPLAY 'ROLLFWD: GL mapping file not found: '
                 WS-GL-MAP-FILE-NAME ', nothing can be tied to '
                 'the GL this run'
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ GLMAP-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     IF GM-CATEGORY NOT = SPACES
                        AND GM-CATEGORY NOT = '**'
                        PERFORM 112-STORE-GL-MAP-ENTRY
                     END-IF
                END-READ
              END-PERFORM
              CLOSE GLMAP-FILE
           END-IF
           .

       112-STORE-GL-MAP-ENTRY.
           MOVE GM-CATEGORY TO WS-FIND-CATEGORY
           PERFORM 130-FIND-CATEGORY
           IF WS-CAT-FOUND-IDX > 0
              MOVE GM-ACCOUNT TO WS-FIND-ACCOUNT
              PERFORM 135-FIND-ACCOUNT
              IF WS-ACCT-FOUND-IDX > 0
                 MOVE WS-ACCT-FOUND-IDX
                    TO CT-ACCT-IDX(WS-CAT-FOUND-IDX)
                 ADD 1 TO AC-CAT-COUNT(WS-ACCT-FOUND-IDX)
              END-IF
           END-IF
           .

      ******************************************************************
      * Last month's ending values begin this month; a balance
      * already carried for this month means the month is being
      * rerun, so it begins where it began the first time. Anything
      * older is a skipped month and cannot be trusted.
      ******************************************************************
       115-LOAD-CARRY-BALANCES.
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = '00'
              DISPLAY 'ROLLFWD: no carry balance file on hand, '
                 'every category opens from the GL this run'
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ BALANCE-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 117-STORE-CARRY-ENTRY
                END-READ
              END-PERFORM
              CLOSE BALANCE-FILE
              IF WS-CARRY-STALE > 0
                 DISPLAY 'ROLLFWD: ' WS-CARRY-STALE ' carried '
                    'balance(s) not from ' WS-PRIOR-PERIOD ' or '
                    WS-PERIOD ' ignored'
              END-IF
           END-IF
           .

       117-STORE-CARRY-ENTRY.
           EVALUATE TRUE
              WHEN RB-PERIOD NOT NUMERIC
                 OR RB-BEGIN NOT NUMERIC
                 OR RB-END NOT NUMERIC
                 OR RB-CATEGORY = SPACES
                 ADD 1 TO WS-CARRY-STALE
              WHEN RB-PERIOD = WS-PRIOR-PERIOD
                 OR RB-PERIOD = WS-PERIOD
                 MOVE RB-CATEGORY TO WS-FIND-CATEGORY
                 PERFORM 130-FIND-CATEGORY
                 IF WS-CAT-FOUND-IDX > 0
                    MOVE 'YES' TO CT-HAS-CARRY(WS-CAT-FOUND-IDX)
                    IF RB-PERIOD = WS-PERIOD
                       MOVE RB-BEGIN TO CT-BEGIN(WS-CAT-FOUND-IDX)
                    ELSE
                       MOVE RB-END TO CT-BEGIN(WS-CAT-FOUND-IDX)
                    END-IF
                 END-IF
              WHEN OTHER
                 ADD 1 TO WS-CARRY-STALE
           END-EVALUATE
           .

       120-LOAD-MOVEMENTS.
           MOVE 'NO' TO WS-RUN-OK
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS NOT = '00'
              DISPLAY 'ROLLFWD: movement journal not found: '
                 WS-MOVEMENT-FILE-NAME ', nothing rolled forward'
           ELSE
              MOVE 'YES' TO WS-RUN-OK
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ MOVEMENT-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     ADD 1 TO WS-MOVES-READ
                     PERFORM 122-ACCUMULATE-MOVEMENT
                END-READ
              END-PERFORM
              CLOSE MOVEMENT-FILE
           END-IF
           .

       122-ACCUMULATE-MOVEMENT.
           EVALUATE TRUE
              WHEN MV-DATE NOT NUMERIC
                 OR MV-VALUE NOT NUMERIC
                 OR (MV-SIGN NOT = '+' AND MV-SIGN NOT = '-')
                 DISPLAY 'ROLLFWD: unreadable movement skipped: '
                    MOVEMENT-RECORD
                 ADD 1 TO WS-MOVES-SKIPPED
              WHEN MV-DATE(1:6) NOT = WS-PERIOD-X
                 ADD 1 TO WS-MOVES-OTHER-PERIOD
              WHEN MV-TYPE = 'XFR'
                 ADD 1 TO WS-MOVES-TRANSFER
              WHEN MV-TYPE NOT = 'RCP' AND MV-TYPE NOT = 'SAL'
                 AND MV-TYPE NOT = 'RTN' AND MV-TYPE NOT = 'ADJ'
                 AND MV-TYPE NOT = 'RVL'
                 DISPLAY 'ROLLFWD: unknown movement type skipped: '
                    MOVEMENT-RECORD
                 ADD 1 TO WS-MOVES-SKIPPED
              WHEN OTHER
                 PERFORM 123-POST-MOVEMENT
           END-EVALUATE
           .

      ******************************************************************
      * Cost of sales is carried as a positive amount and taken off
      * the roll, so a SAL line is added to it and anything coming
      * back the other way is netted out of it.
      ******************************************************************
       123-POST-MOVEMENT.
           MOVE MV-CATALOG-NUM(1:2) TO WS-FIND-CATEGORY
           PERFORM 130-FIND-CATEGORY
           IF WS-CAT-FOUND-IDX = 0
              ADD 1 TO WS-MOVES-SKIPPED
           ELSE
              ADD 1 TO WS-MOVES-ROLLED
              EVALUATE MV-TYPE ALSO MV-SIGN
                 WHEN 'RCP' ALSO '+'
                    ADD MV-VALUE TO CT-RECEIPTS(WS-CAT-FOUND-IDX)
                 WHEN 'RCP' ALSO '-'
                    SUBTRACT MV-VALUE
                       FROM CT-RECEIPTS(WS-CAT-FOUND-IDX)
                 WHEN 'SAL' ALSO '-'
                    ADD MV-VALUE TO CT-COGS(WS-CAT-FOUND-IDX)
                 WHEN 'SAL' ALSO '+'
                    SUBTRACT MV-VALUE FROM CT-COGS(WS-CAT-FOUND-IDX)
                 WHEN 'RTN' ALSO '+'
                    ADD MV-VALUE TO CT-RETURNS(WS-CAT-FOUND-IDX)
                 WHEN 'RTN' ALSO '-'
                    SUBTRACT MV-VALUE
                       FROM CT-RETURNS(WS-CAT-FOUND-IDX)
                 WHEN 'ADJ' ALSO '+'
                    ADD MV-VALUE TO CT-ADJUST(WS-CAT-FOUND-IDX)
                 WHEN 'ADJ' ALSO '-'
                    SUBTRACT MV-VALUE FROM CT-ADJUST(WS-CAT-FOUND-IDX)
                 WHEN 'RVL' ALSO '+'
                    ADD MV-VALUE TO CT-REVAL(WS-CAT-FOUND-IDX)
                 WHEN 'RVL' ALSO '-'
                    SUBTRACT MV-VALUE FROM CT-REVAL(WS-CAT-FOUND-IDX)
              END-EVALUATE
           END-IF
           .

      ******************************************************************
      * Only the period's debit lines are the category balances; the
      * control-account credit and any other period's lines on the
      * same file are passed over.
      ******************************************************************
       125-LOAD-GL-POSTINGS.
           MOVE 'YES' TO EOF-FLAG
           OPEN INPUT GLPOST-FILE
           IF WS-GLPOST-STATUS NOT = '00'
              DISPLAY 'ROLLFWD: GL posting file not found: '
                 WS-GL-POST-FILE-NAME ', run the PROJECT1 GL '
                 'extract for ' WS-PERIOD ' first'
           ELSE
              PERFORM UNTIL EOF-FLAG = 'NO'
                READ GLPOST-FILE
                  AT END
                     MOVE 'NO' TO EOF-FLAG
                  NOT AT END
                     PERFORM 127-ACCUMULATE-GL-LINE
                END-READ
              END-PERFORM
              CLOSE GLPOST-FILE
              IF WS-GL-LINES-USED = 0
                 DISPLAY 'ROLLFWD: no GL debit lines for '
                    WS-PERIOD ' on ' WS-GL-POST-FILE-NAME
              END-IF
           END-IF
           .

       127-ACCUMULATE-GL-LINE.
           IF GL-PERIOD-IN NOT = WS-PERIOD-X
              ADD 1 TO WS-GL-LINES-SKIPPED
           ELSE
              IF GL-DRCR-IN NOT = 'D'
                 OR GL-AMOUNT-IN-X = SPACES
                 ADD 1 TO WS-GL-LINES-SKIPPED
              ELSE
                 MOVE 0 TO WS-ACCT-FOUND-IDX
                 PERFORM VARYING AC-IDX FROM 1 BY 1
                    UNTIL AC-IDX > WS-ACCT-COUNT
                    IF AC-ACCOUNT(AC-IDX) = GL-ACCOUNT-IN
                       SET WS-ACCT-FOUND-IDX TO AC-IDX
                    END-IF
                 END-PERFORM
                 IF WS-ACCT-FOUND-IDX = 0
                    DISPLAY 'ROLLFWD: GL account ' GL-ACCOUNT-IN
                       ' is not on the GL mapping, line skipped'
                    ADD 1 TO WS-GL-LINES-SKIPPED
                 ELSE
                    MOVE GL-AMOUNT-IN TO WS-GL-AMOUNT
                    ADD WS-GL-AMOUNT
                       TO AC-GL-VALUE(WS-ACCT-FOUND-IDX)
                    MOVE 'YES' TO AC-GL-FOUND(WS-ACCT-FOUND-IDX)
                    ADD 1 TO WS-GL-LINES-USED
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
      * Finds the category on the roll-forward table, adding it with
      * nothing moved when it is new. WS-CAT-FOUND-IDX comes back
      * zero only when the table is full.
      ******************************************************************
       130-FIND-CATEGORY.
           MOVE 0 TO WS-CAT-FOUND-IDX
           PERFORM VARYING CT-IDX FROM 1 BY 1
              UNTIL CT-IDX > WS-CAT-COUNT
              IF CT-CATEGORY(CT-IDX) = WS-FIND-CATEGORY
                 SET WS-CAT-FOUND-IDX TO CT-IDX
              END-IF
           END-PERFORM
           IF WS-CAT-FOUND-IDX = 0
              IF WS-CAT-COUNT >= 200
                 IF WS-CAT-DROPPED = 'NO'
                    DISPLAY 'ROLLFWD: category table full at '
                       'category ' WS-FIND-CATEGORY
                 END-IF
                 MOVE 'YES' TO WS-CAT-DROPPED
              ELSE
                 ADD 1 TO WS-CAT-COUNT
                 MOVE WS-CAT-COUNT TO WS-CAT-FOUND-IDX
                 MOVE WS-FIND-CATEGORY
                    TO CT-CATEGORY(WS-CAT-FOUND-IDX)
                 MOVE 0 TO CT-ACCT-IDX(WS-CAT-FOUND-IDX)
                 MOVE 'NO' TO CT-HAS-CARRY(WS-CAT-FOUND-IDX)
                 MOVE 'NO' TO CT-OPENING(WS-CAT-FOUND-IDX)
                 MOVE 0 TO CT-BEGIN(WS-CAT-FOUND-IDX)
                 MOVE 0 TO CT-RECEIPTS(WS-CAT-FOUND-IDX)
                 MOVE 0 TO CT-COGS(WS-CAT-FOUND-IDX)
                 MOVE 0 TO CT-RETURNS(WS-CAT-FOUND-IDX)
                 MOVE 0 TO CT-ADJUST(WS-CAT-FOUND-IDX)
                 MOVE 0 TO CT-REVAL(WS-CAT-FOUND-IDX)
                 MOVE 0 TO CT-END(WS-CAT-FOUND-IDX)
              END-IF
           END-IF
           .

       135-FIND-ACCOUNT.
           MOVE 0 TO WS-ACCT-FOUND-IDX
           PERFORM VARYING AC-IDX FROM 1 BY 1
              UNTIL AC-IDX > WS-ACCT-COUNT
              IF AC-ACCOUNT(AC-IDX) = WS-FIND-ACCOUNT
                 SET WS-ACCT-FOUND-IDX TO AC-IDX
              END-IF
           END-PERFORM
           IF WS-ACCT-FOUND-IDX = 0
              IF WS-ACCT-COUNT >= 200
                 DISPLAY 'ROLLFWD: GL account table full, account '
                    WS-FIND-ACCOUNT ' dropped'
              ELSE
                 ADD 1 TO WS-ACCT-COUNT
                 MOVE WS-ACCT-COUNT TO WS-ACCT-FOUND-IDX
                 MOVE WS-FIND-ACCOUNT
                    TO AC-ACCOUNT(WS-ACCT-FOUND-IDX)
                 MOVE 0 TO AC-CAT-COUNT(WS-ACCT-FOUND-IDX)
                 MOVE 'NO' TO AC-GL-FOUND(WS-ACCT-FOUND-IDX)
                 MOVE 0 TO AC-GL-VALUE(WS-ACCT-FOUND-IDX)
                 MOVE 0 TO AC-ROLL-END(WS-ACCT-FOUND-IDX)
                 MOVE 0 TO AC-DIFFERENCE(WS-ACCT-FOUND-IDX)
              END-IF
           END-IF
           .

       140-ROLL-CATEGORIES.
           PERFORM VARYING CT-IDX FROM 1 BY 1
              UNTIL CT-IDX > WS-CAT-COUNT
              PERFORM 142-ROLL-CATEGORY
           END-PERFORM
           .

      ******************************************************************
      * With nothing carried in, the opening value can only come
      * from the GL, and only when the category has an account to
      * itself that was posted this period.
      ******************************************************************
       142-ROLL-CATEGORY.
           COMPUTE WS-NET-MOVEMENT = CT-RECEIPTS(CT-IDX)
              - CT-COGS(CT-IDX) + CT-RETURNS(CT-IDX)
              + CT-ADJUST(CT-IDX) + CT-REVAL(CT-IDX)
           IF CT-HAS-CARRY(CT-IDX) = 'NO'
              MOVE 'YES' TO CT-OPENING(CT-IDX)
              IF CT-ACCT-IDX(CT-IDX) > 0
                 IF AC-CAT-COUNT(CT-ACCT-IDX(CT-IDX)) = 1
                    AND AC-GL-FOUND(CT-ACCT-IDX(CT-IDX)) = 'YES'
                    COMPUTE CT-BEGIN(CT-IDX) =
                       AC-GL-VALUE(CT-ACCT-IDX(CT-IDX))
                       - WS-NET-MOVEMENT
                 END-IF
              END-IF
           END-IF
           COMPUTE CT-END(CT-IDX) =
              CT-BEGIN(CT-IDX) + WS-NET-MOVEMENT
           .

       145-TIE-ACCOUNTS.
           PERFORM VARYING CT-IDX FROM 1 BY 1
              UNTIL CT-IDX > WS-CAT-COUNT
              IF CT-ACCT-IDX(CT-IDX) > 0
                 ADD CT-END(CT-IDX)
                    TO AC-ROLL-END(CT-ACCT-IDX(CT-IDX))
              END-IF
           END-PERFORM
           PERFORM VARYING AC-IDX FROM 1 BY 1
              UNTIL AC-IDX > WS-ACCT-COUNT
              COMPUTE AC-DIFFERENCE(AC-IDX) =
                 AC-ROLL-END(AC-IDX) - AC-GL-VALUE(AC-IDX)
           END-PERFORM
           .

       200-PRINT-REPORT.
           OPEN OUTPUT ROLL-FILE
           MOVE 1 TO PROPER-SPACING
           WRITE ROLL-RECORD FROM ROLL-HEADING-LINE1
             AFTER ADVANCING PROPER-SPACING
           MOVE WS-PERIOD TO RH-PERIOD-OUT
           MOVE WS-TODAY TO RH-TODAY-OUT
           WRITE ROLL-RECORD FROM ROLL-HEADING-LINE2
             AFTER ADVANCING PROPER-SPACING
           MOVE 'STOCK VALUE ROLL-FORWARD BY CATEGORY' TO SH-TITLE-OUT
           MOVE 3 TO PROPER-SPACING
           WRITE ROLL-RECORD FROM SECTION-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           PERFORM VARYING CT-IDX FROM 1 BY 1
              UNTIL CT-IDX > WS-CAT-COUNT
              PERFORM 205-PRINT-CATEGORY
           END-PERFORM
           PERFORM 215-PRINT-GRAND-TOTALS
           PERFORM 220-PRINT-ACCOUNT-TIE-OUT
           PERFORM 225-PRINT-CONTROL-COUNTS
           CLOSE ROLL-FILE
           .

       205-PRINT-CATEGORY.
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE SPACES TO CH-ACCOUNT-OUT
           EVALUATE TRUE
              WHEN CT-ACCT-IDX(CT-IDX) = 0
                 MOVE 'NO GL ACCOUNT' TO WS-FLAG-TEXT
                 ADD 1 TO WS-NOT-FOOTED
              WHEN AC-DIFFERENCE(CT-ACCT-IDX(CT-IDX)) NOT = 0
                 MOVE '** NOT FOOTED **' TO WS-FLAG-TEXT
                 ADD 1 TO WS-NOT-FOOTED
              WHEN CT-OPENING(CT-IDX) = 'YES'
                 MOVE 'OPENING BALANCE' TO WS-FLAG-TEXT
           END-EVALUATE
           IF CT-ACCT-IDX(CT-IDX) > 0
              MOVE AC-ACCOUNT(CT-ACCT-IDX(CT-IDX)) TO CH-ACCOUNT-OUT
           END-IF
           MOVE CT-CATEGORY(CT-IDX) TO CH-CATEGORY-OUT
           MOVE WS-FLAG-TEXT TO CH-NOTE-OUT
           MOVE 2 TO PROPER-SPACING
           WRITE ROLL-RECORD FROM CATEGORY-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE 'BEGINNING VALUE' TO AL-LABEL-OUT
           MOVE CT-BEGIN(CT-IDX) TO AL-AMOUNT-OUT
           MOVE SPACES TO AL-FLAG-OUT
           IF CT-OPENING(CT-IDX) = 'YES'
              MOVE 'OPENING BALANCE' TO AL-FLAG-OUT
           END-IF
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE SPACES TO AL-FLAG-OUT
           MOVE '+ RECEIPTS' TO AL-LABEL-OUT
           MOVE CT-RECEIPTS(CT-IDX) TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE '- COST OF SALES' TO AL-LABEL-OUT
           MOVE CT-COGS(CT-IDX) TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE '+ CUSTOMER RETURNS' TO AL-LABEL-OUT
           MOVE CT-RETURNS(CT-IDX) TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE '+/- ADJUSTMENTS' TO AL-LABEL-OUT
           MOVE CT-ADJUST(CT-IDX) TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE '+/- REVALUATIONS' TO AL-LABEL-OUT
           MOVE CT-REVAL(CT-IDX) TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE '= ENDING VALUE' TO AL-LABEL-OUT
           MOVE CT-END(CT-IDX) TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           EVALUATE TRUE
              WHEN CT-ACCT-IDX(CT-IDX) = 0
                 MOVE 'NOT ON THE GL MAPPING, NOT TIED'
                    TO NL-TEXT-OUT
                 WRITE ROLL-RECORD FROM NOTE-LINE
                   AFTER ADVANCING PROPER-SPACING
              WHEN AC-CAT-COUNT(CT-ACCT-IDX(CT-IDX)) > 1
                 MOVE 'GL ACCOUNT SHARED, TIED ON THE ACCOUNT TIE-OUT'
                    TO NL-TEXT-OUT
                 WRITE ROLL-RECORD FROM NOTE-LINE
                   AFTER ADVANCING PROPER-SPACING
              WHEN OTHER
                 MOVE 'GL POSTED VALUE' TO AL-LABEL-OUT
                 MOVE AC-GL-VALUE(CT-ACCT-IDX(CT-IDX))
                    TO AL-AMOUNT-OUT
                 IF AC-GL-FOUND(CT-ACCT-IDX(CT-IDX)) = 'NO'
                    MOVE 'NOTHING POSTED' TO AL-FLAG-OUT
                 END-IF
                 PERFORM 210-WRITE-AMOUNT-LINE
                 MOVE SPACES TO AL-FLAG-OUT
                 MOVE 'DIFFERENCE' TO AL-LABEL-OUT
                 MOVE AC-DIFFERENCE(CT-ACCT-IDX(CT-IDX))
                    TO AL-AMOUNT-OUT
                 IF AC-DIFFERENCE(CT-ACCT-IDX(CT-IDX)) NOT = 0
                    MOVE '** NOT FOOTED **' TO AL-FLAG-OUT
                 END-IF
                 PERFORM 210-WRITE-AMOUNT-LINE
           END-EVALUATE
           ADD CT-BEGIN(CT-IDX) TO WS-TOT-BEGIN
           ADD CT-RECEIPTS(CT-IDX) TO WS-TOT-RECEIPTS
           ADD CT-COGS(CT-IDX) TO WS-TOT-COGS
           ADD CT-RETURNS(CT-IDX) TO WS-TOT-RETURNS
           ADD CT-ADJUST(CT-IDX) TO WS-TOT-ADJUST
           ADD CT-REVAL(CT-IDX) TO WS-TOT-REVAL
           ADD CT-END(CT-IDX) TO WS-TOT-END
           .

       210-WRITE-AMOUNT-LINE.
           MOVE 1 TO PROPER-SPACING
           MOVE AMOUNT-LINE TO ROLL-RECORD
           WRITE ROLL-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       215-PRINT-GRAND-TOTALS.
           MOVE 'ALL CATEGORIES' TO SH-TITLE-OUT
           MOVE 3 TO PROPER-SPACING
           WRITE ROLL-RECORD FROM SECTION-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE SPACES TO AL-FLAG-OUT
           MOVE 'BEGINNING VALUE' TO AL-LABEL-OUT
           MOVE WS-TOT-BEGIN TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE '+ RECEIPTS' TO AL-LABEL-OUT
           MOVE WS-TOT-RECEIPTS TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE '- COST OF SALES' TO AL-LABEL-OUT
           MOVE WS-TOT-COGS TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE '+ CUSTOMER RETURNS' TO AL-LABEL-OUT
           MOVE WS-TOT-RETURNS TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE '+/- ADJUSTMENTS' TO AL-LABEL-OUT
           MOVE WS-TOT-ADJUST TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE '+/- REVALUATIONS' TO AL-LABEL-OUT
           MOVE WS-TOT-REVAL TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           MOVE '= ENDING VALUE' TO AL-LABEL-OUT
           MOVE WS-TOT-END TO AL-AMOUNT-OUT
           PERFORM 210-WRITE-AMOUNT-LINE
           .

       220-PRINT-ACCOUNT-TIE-OUT.
           MOVE 'GL ACCOUNT TIE-OUT' TO SH-TITLE-OUT
           MOVE 3 TO PROPER-SPACING
           WRITE ROLL-RECORD FROM SECTION-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           WRITE ROLL-RECORD FROM ACCOUNT-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 0 TO WS-TOT-GL
           PERFORM VARYING AC-IDX FROM 1 BY 1
              UNTIL AC-IDX > WS-ACCT-COUNT
              MOVE AC-ACCOUNT(AC-IDX) TO AT-ACCOUNT-OUT
              MOVE AC-CAT-COUNT(AC-IDX) TO AT-CATS-OUT
              MOVE AC-ROLL-END(AC-IDX) TO AT-ROLLED-OUT
              MOVE AC-GL-VALUE(AC-IDX) TO AT-GL-OUT
              MOVE AC-DIFFERENCE(AC-IDX) TO AT-DIFF-OUT
              EVALUATE TRUE
                 WHEN AC-DIFFERENCE(AC-IDX) NOT = 0
                    MOVE '** NOT FOOTED **' TO AT-FLAG-OUT
                 WHEN AC-GL-FOUND(AC-IDX) = 'NO'
                    MOVE 'NOTHING POSTED' TO AT-FLAG-OUT
                 WHEN OTHER
                    MOVE SPACES TO AT-FLAG-OUT
              END-EVALUATE
              ADD AC-GL-VALUE(AC-IDX) TO WS-TOT-GL
              MOVE 1 TO PROPER-SPACING
              MOVE ACCOUNT-DETAIL-LINE TO ROLL-RECORD
              WRITE ROLL-RECORD
                AFTER ADVANCING PROPER-SPACING
           END-PERFORM
           MOVE SPACES TO AL-FLAG-OUT
           MOVE 'TOTAL GL POSTED' TO AL-LABEL-OUT
           MOVE WS-TOT-GL TO AL-AMOUNT-OUT
           MOVE 2 TO PROPER-SPACING
           MOVE AMOUNT-LINE TO ROLL-RECORD
           WRITE ROLL-RECORD
             AFTER ADVANCING PROPER-SPACING
           .

       225-PRINT-CONTROL-COUNTS.
           MOVE 'CONTROL COUNTS' TO SH-TITLE-OUT
           MOVE 3 TO PROPER-SPACING
           WRITE ROLL-RECORD FROM SECTION-HEADING-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 2 TO PROPER-SPACING
           MOVE 'MOVEMENTS READ' TO CL-LABEL-OUT
           MOVE WS-MOVES-READ TO CL-COUNT-OUT
           WRITE ROLL-RECORD FROM COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 1 TO PROPER-SPACING
           MOVE 'MOVEMENTS ROLLED' TO CL-LABEL-OUT
           MOVE WS-MOVES-ROLLED TO CL-COUNT-OUT
           WRITE ROLL-RECORD FROM COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'TRANSFERS LEFT OUT' TO CL-LABEL-OUT
           MOVE WS-MOVES-TRANSFER TO CL-COUNT-OUT
           WRITE ROLL-RECORD FROM COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'OTHER PERIODS' TO CL-LABEL-OUT
           MOVE WS-MOVES-OTHER-PERIOD TO CL-COUNT-OUT
           WRITE ROLL-RECORD FROM COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'UNREADABLE MOVEMENTS' TO CL-LABEL-OUT
           MOVE WS-MOVES-SKIPPED TO CL-COUNT-OUT
           WRITE ROLL-RECORD FROM COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'GL LINES TIED' TO CL-LABEL-OUT
           MOVE WS-GL-LINES-USED TO CL-COUNT-OUT
           WRITE ROLL-RECORD FROM COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'GL LINES PASSED OVER' TO CL-LABEL-OUT
           MOVE WS-GL-LINES-SKIPPED TO CL-COUNT-OUT
           WRITE ROLL-RECORD FROM COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           MOVE 'CATEGORIES NOT FOOTED' TO CL-LABEL-OUT
           MOVE WS-NOT-FOOTED TO CL-COUNT-OUT
           WRITE ROLL-RECORD FROM COUNT-LINE
             AFTER ADVANCING PROPER-SPACING
           .

      ******************************************************************
      * Where the category has its own GL account the posted value
      * is what next month begins from, so a difference found this
      * month is not carried into the next one. The carry file holds
      * unsigned values; a negative roll carries as zero.
      ******************************************************************
       230-WRITE-CARRY-BALANCES.
           OPEN OUTPUT BALANCE-FILE
           PERFORM VARYING CT-IDX FROM 1 BY 1
              UNTIL CT-IDX > WS-CAT-COUNT
              MOVE SPACES TO BALANCE-RECORD
              MOVE WS-PERIOD TO RB-PERIOD
              MOVE CT-CATEGORY(CT-IDX) TO RB-CATEGORY
              IF CT-BEGIN(CT-IDX) < 0
                 MOVE 0 TO RB-BEGIN
              ELSE
                 MOVE CT-BEGIN(CT-IDX) TO RB-BEGIN
              END-IF
              IF CT-END(CT-IDX) < 0
                 MOVE 0 TO RB-END
              ELSE
                 MOVE CT-END(CT-IDX) TO RB-END
              END-IF
              IF CT-ACCT-IDX(CT-IDX) > 0
                 IF AC-CAT-COUNT(CT-ACCT-IDX(CT-IDX)) = 1
                    AND AC-GL-FOUND(CT-ACCT-IDX(CT-IDX)) = 'YES'
                    MOVE AC-GL-VALUE(CT-ACCT-IDX(CT-IDX)) TO RB-END
                 END-IF
              END-IF
              WRITE BALANCE-RECORD
           END-PERFORM
           CLOSE BALANCE-FILE
           .

       250-CLOSE-ROUTINE.
           STOP RUN
           .
