      ******************************************************************
      * SUPREC - shared SUPERSEDE-ITEM layout for the catalog number
      * supersession file (pr1supsd.txt-style): one record per part
      * a manufacturer has replaced, mapping the old catalog number
      * to its replacement from the effective date on. Kept by hand
      * alongside the INVMAINT add of the new number; an old number
      * may itself be the replacement of an older one, so programs
      * follow the chain to the number now current. Entries with a
      * blank number, a non-numeric effective date or a date after
      * the run date are ignored. COPYed into SALEPOST and PORECV
      * (posting follows the chain), INQUIRY (lookups), VELOCITY,
      * REORDPT and CYCSCHED (old history counts toward the new
      * number), and PROJECT1 (demand moves to the replacement) so
      * every program stays in sync with the layout.
      ******************************************************************
           05 SUPERSEDE-ITEM                     .
              10 SUP-OLD-CATALOG                 PIC X(5).
              10 SUP-NEW-CATALOG                 PIC X(5).
              10 SUP-EFFECTIVE-DATE              PIC 9(8).
