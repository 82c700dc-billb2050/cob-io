      *----------------------------------------------------------------
      * GREETMSG.CPY
      * Record layouts for the GREETMSG outbound message interface
      * file, written by cob-batch for every greeting whose roster
      * entry asks for electronic delivery and verified by
      * cob-balance before the run deck releases the handoff.  The
      * messaging gateway proves completeness from the file itself,
      * the same way the print shop proves GREETDIST:
      *
      *   H  run header  - run date, time and run mode
      *   D  detail      - one per electronic greeting, carrying the
      *                    operator ID and language code, the event
      *                    type for an occasion greeting, the contact
      *                    address and the greeting text
      *   T  trailer     - detail count, hash total, and the run's
      *                    graded return code
      *
      * The hash total is the sum of the ordinal values of the eight
      * GM-DTL-KEY bytes (operator ID, separator, language code),
      * kept modulo 1,000,000,000 - computed exactly as for GREETDIST.
      *
      * The daily run starts the file afresh; an occasion (EVENT) or
      * reprocess (REPROC) run adds its own header-to-trailer group
      * to the end of it, so one file may carry several groups, each
      * balanced on its own.
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026  BB   Original version.
      *----------------------------------------------------------------
       01  GM-HEADER-REC.
           05  GM-HDR-TYPE             PIC X(01).
               88  GM-HEADER           VALUE "H".
           05  FILLER                  PIC X(01).
           05  GM-HDR-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  GM-HDR-RUN-TIME         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  GM-HDR-RUN-MODE         PIC X(08).

       01  GM-DETAIL-REC.
           05  GM-DTL-TYPE             PIC X(01).
               88  GM-DETAIL           VALUE "D".
           05  FILLER                  PIC X(01).
           05  GM-DTL-KEY.
               10  GM-DTL-OPER-ID      PIC X(05).
               10  FILLER              PIC X(01).
               10  GM-DTL-LANG-CODE    PIC X(02).
           05  FILLER                  PIC X(01).
           05  GM-DTL-EVENT-TYPE       PIC X(01).
           05  FILLER                  PIC X(01).
           05  GM-DTL-CONTACT-ADDR     PIC X(40).
           05  FILLER                  PIC X(01).
           05  GM-DTL-TEXT             PIC X(80).

       01  GM-TRAILER-REC.
           05  GM-TRL-TYPE             PIC X(01).
               88  GM-TRAILER          VALUE "T".
           05  FILLER                  PIC X(01).
           05  GM-TRL-COUNT            PIC 9(07).
           05  FILLER                  PIC X(01).
           05  GM-TRL-HASH             PIC 9(09).
           05  FILLER                  PIC X(01).
           05  GM-TRL-GRADE            PIC 9(02).
