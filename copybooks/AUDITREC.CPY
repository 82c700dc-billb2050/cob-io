      * 09/02/2026  BB   Added reasons 05 (bad visit date) and 06
      *                  (unknown host) for the VISITFIL visitor
      *                  feed edits in cob-batch.
      * 10/15/2026  BB   Added reason 07 (barred visitor) - a visitor
      *                  the VISITREG register marks barred is
      *                  refused, not greeted.
      *----------------------------------------------------------------
       01  AUDIT-REC.
           05  AU-RUN-DATE             PIC 9(08).
               88  AU-REASON-NOTFOUND  VALUE "04".
               88  AU-REASON-VISDATE   VALUE "05".
               88  AU-REASON-HOST      VALUE "06".
               88  AU-REASON-BARRED    VALUE "07".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  AU-REASON-TEXT          PIC X(21).
           05  FILLER                  PIC X(01)   VALUE SPACE.
