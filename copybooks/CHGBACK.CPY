      *----------------------------------------------------------------
      * CHGBACK.CPY
      * Record layouts for the CHGBKGL chargeback interface file,
      * written by the month-end chargeback program (cob-chgback)
      * for the general ledger.  The ledger proves completeness from
      * the file itself, the same way the print shop proves
      * GREETDIST:
      *
      *   H  header   - the chargeback period (YYYYMM) and the run
      *                 date and time
      *   D  detail   - one per cost center and greeting type
      *                 charged, carrying the greeting count, the
      *                 price per greeting and the amount
      *   T  trailer  - detail count, greeting count total, amount
      *                 total, hash total, and the run's graded
      *                 return code
      *
      * The hash total is the sum of the ordinal values of the eight
      * CB-DTL-KEY bytes (cost center, separator, greeting type),
      * kept modulo 1,000,000,000 - computed exactly as for
      * GREETDIST.
      *
      * Greetings whose operator has no cost center are charged to
      * the cost center UNASGN, so the file still balances to the
      * month's greetings and Finance can see what is left to
      * assign.  Each run writes the file afresh for one period.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026  BB   Original version.
      *----------------------------------------------------------------
       01  CB-HEADER-REC.
           05  CB-HDR-TYPE             PIC X(01).
               88  CB-HEADER           VALUE "H".
           05  FILLER                  PIC X(01).
           05  CB-HDR-PERIOD           PIC 9(06).
           05  FILLER                  PIC X(01).
           05  CB-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  CB-HDR-RUN-TIME         PIC 9(08).

       01  CB-DETAIL-REC.
           05  CB-DTL-TYPE             PIC X(01).
               88  CB-DETAIL           VALUE "D".
           05  FILLER                  PIC X(01).
           05  CB-DTL-KEY.
               10  CB-DTL-COST-CENTER  PIC X(06).
               10  FILLER              PIC X(01).
               10  CB-DTL-GREET-TYPE   PIC X(01).
           05  FILLER                  PIC X(01).
           05  CB-DTL-QUANTITY         PIC 9(07).
           05  FILLER                  PIC X(01).
           05  CB-DTL-RATE             PIC 9(04)V99.
           05  FILLER                  PIC X(01).
           05  CB-DTL-AMOUNT           PIC 9(09)V99.

       01  CB-TRAILER-REC.
           05  CB-TRL-TYPE             PIC X(01).
               88  CB-TRAILER          VALUE "T".
           05  FILLER                  PIC X(01).
           05  CB-TRL-COUNT            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  CB-TRL-QUANTITY         PIC 9(09).
           05  FILLER                  PIC X(01).
           05  CB-TRL-AMOUNT           PIC 9(11)V99.
           05  FILLER                  PIC X(01).
           05  CB-TRL-HASH             PIC 9(09).
           05  FILLER                  PIC X(01).
           05  CB-TRL-GRADE            PIC 9(02).
