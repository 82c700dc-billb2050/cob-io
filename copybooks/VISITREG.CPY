      *----------------------------------------------------------------
      * VISITREG.CPY
      * Record layout for the VISITREG visitor register, an indexed
      * file keyed on the visitor's name as the front desk keys it on
      * VISITFIL.  cob-batch posts every visitor it greets - first
      * and last visit date, the count of visit days, the usual
      * host, and the preferred language - and refuses a visitor
      * flagged barred (audit reason 07, SECALERT alert record).
      * The cob-visitor screen maintains the register; setting or
      * clearing a bar needs lead privilege and stamps who did it
      * and when.  cob-visrpt reads it for the monthly frequent-
      * visitor report.
      *
      *   VR-HOST-ID     the usual host - the host the visitor sees
      *                  most often, kept by a running tally
      *                  (VR-HOST-TALLY) in cob-batch
      *   VR-BAR-FLAG    Y barred, N or blank not barred
      *   VR-BAR-REASON  why the visitor is barred (kept as history
      *                  when the bar is cleared)
      *   VR-BAR-DATE    date the bar was last set or cleared
      *   VR-BAR-USER    signed-on operator who set or cleared it
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026  BB   Original version.
      *----------------------------------------------------------------
       01  VISIT-REG-REC.
           05  VR-VISITOR-NAME         PIC X(20).
           05  FILLER                  PIC X(01).
           05  VR-FIRST-VISIT          PIC X(08).
           05  FILLER                  PIC X(01).
           05  VR-LAST-VISIT           PIC X(08).
           05  FILLER                  PIC X(01).
           05  VR-VISIT-COUNT          PIC 9(05).
           05  FILLER                  PIC X(01).
           05  VR-HOST-ID              PIC X(05).
           05  FILLER                  PIC X(01).
           05  VR-HOST-TALLY           PIC 9(03).
           05  FILLER                  PIC X(01).
           05  VR-LANG-CODE            PIC X(02).
           05  FILLER                  PIC X(01).
           05  VR-BAR-FLAG             PIC X(01).
               88  VR-BARRED           VALUE "Y".
               88  VR-NOT-BARRED       VALUE "N" SPACE.
           05  FILLER                  PIC X(01).
           05  VR-BAR-REASON           PIC X(30).
           05  FILLER                  PIC X(01).
           05  VR-BAR-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  VR-BAR-USER             PIC X(05).
