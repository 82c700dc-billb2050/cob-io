      *----------------------------------------------------------------
      * GREETACK.CPY
      * Record layout for the GREETACK acknowledgement return file
      * the print shop sends back for each GREETDIST handoff it
      * receives.  One record per acknowledged run, echoing our
      * GD-HDR-RUN-DATE / GD-HDR-RUN-TIME run identifier with the
      * shop's own counts, so cob-ackrec can match it against the
      * GREETDIST trailer we sent:
      *
      *   col 1-8    run date       (GD-HDR-RUN-DATE echoed)
      *   col 10-17  run time       (GD-HDR-RUN-TIME echoed)
      *   col 19-25  detail records received
      *   col 27-35  hash total over the received details, computed
      *              the GREETDIST way
      *   col 37-43  items printed
      *   col 45-51  items spoiled
      *   col 53-60  date the shop acknowledged (blank = unknown)
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026  BB   Original version.
      *----------------------------------------------------------------
       01  GA-ACK-REC.
           05  GA-RUN-ID.
               10  GA-RUN-DATE         PIC 9(08).
               10  FILLER              PIC X(01).
               10  GA-RUN-TIME         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  GA-RECEIVED-COUNT       PIC 9(07).
           05  FILLER                  PIC X(01).
           05  GA-RECEIVED-HASH        PIC 9(09).
           05  FILLER                  PIC X(01).
           05  GA-PRINTED-COUNT        PIC 9(07).
           05  FILLER                  PIC X(01).
           05  GA-SPOILED-COUNT        PIC 9(07).
           05  FILLER                  PIC X(01).
           05  GA-ACK-DATE             PIC X(08).
