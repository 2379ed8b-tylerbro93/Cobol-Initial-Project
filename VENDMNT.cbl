      *           name 6-30, lead-time days 31-33, minimum order
      *           value 34-42 (9(7)V99).
      *   I/U   - item assign/unassign: catalog number cols 2-6,
      *           vendor code cols 7-10 (U ignores the vendor code);
      *           an I also carries the vendor's purchasing unit
      *           cols 11-14 (CS, BX, RL ...), the eaches in one
      *           unit cols 15-19 and the vendor's catalog/part
      *           number cols 20-34. An I with no unit and no pack
      *           size assigns the item in eaches (EA, 1 per unit).
      * Every rejected transaction is written in full (cols 1-42)
      * plus a reason code (col 44: DUP add on existing vendor, NOF
      * vendor or assignment not found, UNK unknown code, NUM bad
      * lead time or minimum order, or pack size not numeric or
      * zero, UOM purchasing unit missing for a pack of more than
      * one, or EA with more than one each per unit, CAT blank
      * catalog number, INU delete of a vendor still assigned to
      * items, FUL table full)
      * to the reject file (PR1_VENDOR_REJECT_FILE, default
      * pr1vndrj.txt) so the clerk can correct and resubmit. A batch
      * control report (PR1_VENDOR_CONTROL_FILE, default
      * pr1vndct.txt) shows counts read, applied, and rejected by
      * transaction code and the before/after vendor count. Applied
      * transactions are audited with before/after images like
      * INVMAINT maintenance; item assignments show the vendor,
      * unit and pack size in the name columns and the vendor part
      * number in the PART columns at the end of the line.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT.
           05 XT-CODE                            PIC X.
           05 XT-CATALOG-NUM                     PIC X(5).
           05 XT-VENDOR-CODE                     PIC X(4).
           05 XT-PURCH-UNIT                      PIC X(4).
           05 XT-EACH-PER-UNIT-X                 PIC X(5).
           05 XT-EACH-PER-UNIT REDEFINES XT-EACH-PER-UNIT-X
                                                 PIC 9(5).
           05 XT-VENDOR-PART                     PIC X(15).
           05 XT-FILLER                          PIC X(8).

       FD AUDIT-FILE.

       01 AUDIT-RECORD                           PIC X(183).

       FD REJECT-FILE.

           05 WS-XRF-FOUND-IDX          PIC 9(5) VALUE 0.
           05 WS-XRF-IN-USE             PIC X(3) VALUE 'NO'.
           05 WS-REJECT-REASON          PIC X(3) VALUE SPACES.
           05 WS-PACK-REASON            PIC X(3) VALUE SPACES.
           05 WS-ASSIGN-UNIT            PIC X(4) VALUE SPACES.
           05 WS-ASSIGN-EACH            PIC 9(5) VALUE 0.

       01  WS-CONTROL-TOTALS.
           05 WS-TRANS-READ             PIC 9(5) VALUE 0.
           05 XR-ENTRY OCCURS 10000 TIMES INDEXED BY XR-IDX.
              10 XR-CATALOG-NUM                  PIC X(5).
              10 XR-VENDOR-CODE                  PIC X(4).
              10 XR-PURCH-UNIT                   PIC X(4).
              10 XR-EACH-PER-UNIT                PIC 9(5).
              10 XR-VENDOR-PART                  PIC X(15).

       01  CTL-HEADING-LINE.
           05             PIC X(3) VALUE 'TSB'.
           05 AD-AFTER-LEAD                      PIC ZZ9.
           05                                     PIC X VALUE SPACE.
           05 AD-AFTER-MIN                       PIC ZZZZZZ9.99.
           05                                     PIC X(2) VALUE SPACES.
           05                                     PIC X(5) VALUE
                                                   'PART '.
           05 AD-BEFORE-PART                     PIC X(15) VALUE SPACES.
           05                                     PIC X(2) VALUE SPACES.
           05                                     PIC X(5) VALUE
                                                   'PART '.
           05 AD-AFTER-PART                      PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.

              ADD 1 TO WS-XRF-COUNT
              MOVE IVX-CATALOG-NUM TO XR-CATALOG-NUM(WS-XRF-COUNT)
              MOVE IVX-VENDOR-CODE TO XR-VENDOR-CODE(WS-XRF-COUNT)
              MOVE IVX-VENDOR-PART TO XR-VENDOR-PART(WS-XRF-COUNT)
              IF IVX-PURCH-UNIT = SPACES
                 OR IVX-EACH-PER-UNIT NOT NUMERIC
                 OR IVX-EACH-PER-UNIT = 0
                 MOVE 'EA' TO XR-PURCH-UNIT(WS-XRF-COUNT)
                 MOVE 1 TO XR-EACH-PER-UNIT(WS-XRF-COUNT)
              ELSE
                 MOVE IVX-PURCH-UNIT TO XR-PURCH-UNIT(WS-XRF-COUNT)
                 MOVE IVX-EACH-PER-UNIT
                    TO XR-EACH-PER-UNIT(WS-XRF-COUNT)
              END-IF
           END-IF
           .

           MOVE XT-VENDOR-CODE TO WS-FIND-VENDOR
           PERFORM 158-FIND-VENDOR-ENTRY
           PERFORM 172-FIND-XREF-ENTRY
           PERFORM 176-EDIT-PACK-SIZE
           EVALUATE TRUE
              WHEN XT-CATALOG-NUM = SPACES
                 DISPLAY 'VENDMNT: assignment rejected, blank '
                 MOVE 'NOF' TO WS-REJECT-REASON
                 PERFORM 185-WRITE-REJECT-RECORD
                 ADD 1 TO WS-ASSIGNS-REJECTED
              WHEN WS-PACK-REASON NOT = SPACES
                 DISPLAY 'VENDMNT: assignment rejected, bad '
                    'purchasing unit or pack size for '
                    XT-CATALOG-NUM
                 MOVE WS-PACK-REASON TO WS-REJECT-REASON
                 PERFORM 185-WRITE-REJECT-RECORD
                 ADD 1 TO WS-ASSIGNS-REJECTED
              WHEN WS-XRF-FOUND-IDX = 0
                 AND WS-XRF-COUNT >= 10000
                 DISPLAY 'VENDMNT: assignment rejected, '
                 PERFORM 185-WRITE-REJECT-RECORD
                 ADD 1 TO WS-ASSIGNS-REJECTED
              WHEN OTHER
                 MOVE SPACES TO AD-BEFORE-NAME
                 MOVE SPACES TO AD-BEFORE-PART
                 IF WS-XRF-FOUND-IDX = 0
                    ADD 1 TO WS-XRF-COUNT
                    MOVE WS-XRF-COUNT TO WS-XRF-FOUND-IDX
                    MOVE XT-CATALOG-NUM
                       TO XR-CATALOG-NUM(WS-XRF-FOUND-IDX)
                 ELSE
                    STRING 'VENDOR '
                       XR-VENDOR-CODE(WS-XRF-FOUND-IDX) ' '
                       XR-PURCH-UNIT(WS-XRF-FOUND-IDX) '/'
                       XR-EACH-PER-UNIT(WS-XRF-FOUND-IDX)
                       DELIMITED BY SIZE INTO AD-BEFORE-NAME
                    MOVE XR-VENDOR-PART(WS-XRF-FOUND-IDX)
                       TO AD-BEFORE-PART
                 END-IF
                 MOVE XT-VENDOR-CODE
                    TO XR-VENDOR-CODE(WS-XRF-FOUND-IDX)
                 MOVE WS-ASSIGN-UNIT
                    TO XR-PURCH-UNIT(WS-XRF-FOUND-IDX)
                 MOVE WS-ASSIGN-EACH
                    TO XR-EACH-PER-UNIT(WS-XRF-FOUND-IDX)
                 MOVE XT-VENDOR-PART
                    TO XR-VENDOR-PART(WS-XRF-FOUND-IDX)
                 ADD 1 TO WS-ASSIGNS-APPLIED
                 MOVE 0 TO AD-BEFORE-LEAD
                 MOVE 0 TO AD-BEFORE-MIN
                 MOVE SPACES TO AD-AFTER-NAME
                 STRING 'VENDOR ' XT-VENDOR-CODE ' '
                    WS-ASSIGN-UNIT '/' WS-ASSIGN-EACH
                    DELIMITED BY SIZE INTO AD-AFTER-NAME
                 MOVE XT-VENDOR-PART TO AD-AFTER-PART
                 MOVE 0 TO AD-AFTER-LEAD
                 MOVE 0 TO AD-AFTER-MIN
                 MOVE XT-CATALOG-NUM TO AD-KEY
           END-EVALUATE
           .

      ******************************************************************
      * A unit and pack size travel together: both blank assigns the
      * item in eaches as before, a pack of one with no unit is
      * eaches too, but a bigger pack has to say what it is and an
      * EA cannot hold more than one each.
      ******************************************************************
       176-EDIT-PACK-SIZE.
           MOVE SPACES TO WS-PACK-REASON
           MOVE XT-PURCH-UNIT TO WS-ASSIGN-UNIT
           MOVE 1 TO WS-ASSIGN-EACH
           EVALUATE TRUE
              WHEN XT-PURCH-UNIT = SPACES
                 AND XT-EACH-PER-UNIT-X = SPACES
                 MOVE 'EA' TO WS-ASSIGN-UNIT
              WHEN XT-EACH-PER-UNIT NOT NUMERIC
                 MOVE 'NUM' TO WS-PACK-REASON
              WHEN XT-EACH-PER-UNIT = 0
                 MOVE 'NUM' TO WS-PACK-REASON
              WHEN XT-PURCH-UNIT = SPACES
                 AND XT-EACH-PER-UNIT = 1
                 MOVE 'EA' TO WS-ASSIGN-UNIT
              WHEN XT-PURCH-UNIT = SPACES
                 MOVE 'UOM' TO WS-PACK-REASON
              WHEN XT-PURCH-UNIT = 'EA'
                 AND XT-EACH-PER-UNIT > 1
                 MOVE 'UOM' TO WS-PACK-REASON
              WHEN OTHER
                 MOVE XT-EACH-PER-UNIT TO WS-ASSIGN-EACH
           END-EVALUATE
           .

       178-UNASSIGN-ITEM.
           PERFORM 172-FIND-XREF-ENTRY
           EVALUATE TRUE
              WHEN OTHER
                 MOVE SPACES TO AD-BEFORE-NAME
                 STRING 'VENDOR '
                    XR-VENDOR-CODE(WS-XRF-FOUND-IDX) ' '
                    XR-PURCH-UNIT(WS-XRF-FOUND-IDX) '/'
                    XR-EACH-PER-UNIT(WS-XRF-FOUND-IDX)
                    DELIMITED BY SIZE INTO AD-BEFORE-NAME
                 MOVE XR-VENDOR-PART(WS-XRF-FOUND-IDX)
                    TO AD-BEFORE-PART
                 MOVE SPACES
                    TO XR-CATALOG-NUM(WS-XRF-FOUND-IDX)
                 MOVE SPACES
           MOVE VT-CODE TO AD-CODE
           MOVE AUDIT-DETAIL-LINE TO AUDIT-RECORD
           WRITE AUDIT-RECORD
           MOVE SPACES TO AD-BEFORE-PART
           MOVE SPACES TO AD-AFTER-PART
           .

       185-WRITE-REJECT-RECORD.
              IF XR-CATALOG-NUM(XR-IDX) NOT = SPACES
                 MOVE XR-CATALOG-NUM(XR-IDX) TO IVX-CATALOG-NUM
                 MOVE XR-VENDOR-CODE(XR-IDX) TO IVX-VENDOR-CODE
                 MOVE XR-PURCH-UNIT(XR-IDX) TO IVX-PURCH-UNIT
                 MOVE XR-EACH-PER-UNIT(XR-IDX) TO IVX-EACH-PER-UNIT
                 MOVE XR-VENDOR-PART(XR-IDX) TO IVX-VENDOR-PART
                 WRITE ITEMVEND-RECORD
              END-IF
           END-PERFORM
