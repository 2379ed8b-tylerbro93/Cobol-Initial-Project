      ******************************************************************
      * PNDREC - shared PENDING-ITEM layout for the pending-approval
      * file (pr1pend.txt-style): one record per INVMAINT
      * transaction held because its value swing was over the
      * operator's limit. It carries the hold number (drawn from
      * pr1holdn.txt), when and by whom it was keyed, the value
      * swing, the master's on-hand and cost when it was held (so
      * a release can tell whether the record has moved since),
      * and the transaction itself in TRANS-RECORD layout. COPYed
      * into INVMAINT (which holds) and HOLDREL (which releases)
      * so both programs stay in sync with the file layout.
      ******************************************************************
           05 PENDING-ITEM                       .
              10 PND-HOLD-NUMBER                 PIC 9(6).
              10 PND-HOLD-DATE                   PIC 9(8).
              10 PND-HOLD-TIME                   PIC 9(8).
              10 PND-OPERATOR                    PIC X(6).
              10 PND-SWING                       PIC 9(7)V99.
              10 PND-BEFORE-ON-HAND              PIC 9(5).
              10 PND-BEFORE-PRICE                PIC 999V99.
              10 PND-TRANS-IMAGE                 PIC X(65).
