      *          transaction code, by catalog number, and by day -
      *          is printed over the archived lines so the
      *          supervisor can review a month's maintenance without
      *          paging through raw 183-byte audit lines.
      * Tectonics: cobc -xo AUDARCH.exe --std=mf  AUDARCH.cbl
      * Audit/temp/summary file names default to pr1audit.txt,
      * pr1aud.tmp, and pr1audsm.txt, overridable with the
       FILE SECTION.
       FD AUDIT-FILE.

       01 AUDIT-RECORD                           PIC X(183).

       FD ARCHIVE-FILE.

       01 ARCHIVE-RECORD                         PIC X(183).

       FD TEMP-FILE.

       01 TEMP-RECORD                            PIC X(183).

       FD SUMMARY-FILE.

