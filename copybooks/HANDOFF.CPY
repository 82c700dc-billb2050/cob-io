      *----------------------------------------------------------------
      * HANDOFF.CPY
      * Record layout for the HANDOFF outstanding-handoff register,
      * an indexed file keyed on the GREETDIST run identifier
      * (GD-HDR-RUN-DATE and GD-HDR-RUN-TIME).  cob-ackrec adds an
      * entry when the GREETBAT deck releases a GREETDIST handoff,
      * carrying the trailer control totals we sent, and completes
      * it when the print shop's GREETACK acknowledgement comes
      * back:
      *
      *   O  outstanding   - released, no acknowledgement yet
      *   A  acknowledged  - the shop's counts agree with ours
      *   M  mismatched    - acknowledged, but the counts or hash
      *                      disagree (a corrected acknowledgement
      *                      clears it)
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026  BB   Original version.
      *----------------------------------------------------------------
       01  HANDOFF-REC.
           05  HO-RUN-ID.
               10  HO-RUN-DATE         PIC 9(08).
               10  HO-RUN-TIME         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HO-RELEASE-DATE         PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HO-SENT-COUNT           PIC 9(07).
           05  FILLER                  PIC X(01).
           05  HO-SENT-HASH            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HO-SENT-GRADE           PIC 9(02).
           05  FILLER                  PIC X(01).
           05  HO-STATUS               PIC X(01).
               88  HO-OUTSTANDING      VALUE "O".
               88  HO-ACKNOWLEDGED     VALUE "A".
               88  HO-MISMATCHED       VALUE "M".
           05  FILLER                  PIC X(01).
           05  HO-ACK-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).
           05  HO-RECV-COUNT           PIC 9(07).
           05  FILLER                  PIC X(01).
           05  HO-RECV-HASH            PIC 9(09).
           05  FILLER                  PIC X(01).
           05  HO-PRINTED-COUNT        PIC 9(07).
           05  FILLER                  PIC X(01).
           05  HO-SPOILED-COUNT        PIC 9(07).
           05  FILLER                  PIC X(01).
           05  HO-RECON-DATE           PIC 9(08).
