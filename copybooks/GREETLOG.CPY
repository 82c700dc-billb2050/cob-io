      *                  hello, A/B when the EVENT run greeted an
      *                  occasion - so cob-trend can count occasion
      *                  greetings separately.
      * 10/15/2026  BB   Added GL-REPROC-FLAG - R when the REPROCESS
      *                  run greeted a repaired suspense entry - and
      *                  GL-HOST-ID, the host operator a *VIS*
      *                  visitor greeting was for, so the month-end
      *                  chargeback (cob-chgback) can price a
      *                  reprocessed greeting at its own rate and
      *                  charge a visitor to the host's cost center.
      *----------------------------------------------------------------
       01  GL-LOG-RECORD.
           05  GL-RUN-DATE             PIC 9(08).
           05  GL-OPER-ID              PIC X(05).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  GL-EVENT-TYPE           PIC X(01).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  GL-REPROC-FLAG          PIC X(01).
               88  GL-REPROCESSED      VALUE "R".
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  GL-HOST-ID              PIC X(05).
