      ******************************************************************
      * BOMREC - shared BOM-ITEM layout for the kit bill-of-materials
      * file (pr1bom.txt-style): one record per component of a kit,
      * naming the kit's catalog number, the component's catalog
      * number, and how many of the component go into one kit. Both
      * the kit and its components are ordinary master items. The
      * file is keyed by the clerk, one line per component, kits
      * grouped together. COPYed into INVMAINT (B build and U
      * break-down transactions) and KITRPT (buildability and
      * component shortage report) so both programs stay in sync
      * with the file layout.
      ******************************************************************
           05 BOM-ITEM                           .
              10 BOM-KIT-CATALOG                 PIC X(5).
              10 BOM-COMP-CATALOG                PIC X(5).
              10 BOM-QTY-PER                     PIC 9(3).
