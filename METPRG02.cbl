
      *----------------------------------------------------------------*
      * Archived rows keep the same layout, so an archived year can    *
      * be reported with the same code that reads the live trail.      *
      * The row grew from 72 to 114 bytes when changes started being   *
      * held for approval (source, step, checker and request fields)   *
      *----------------------------------------------------------------*
       FD  AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD           PIC X(114).

       WORKING-STORAGE SECTION.

