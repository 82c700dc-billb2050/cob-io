      *----------------------------------------------------------------
      * SECALERT.CPY
      * Record layout for the SECALERT security alert file cob-batch
      * writes for the front desk - one record for every visitor on
      * the day's VISITFIL whom the VISITREG register marks barred.
      * The visitor is not greeted; the same visit is audited with
      * reason 07.  The file is rewritten by each daily run, so it
      * always holds the current day's alerts (empty when nobody
      * barred was expected).
      *
      *   col 1-8    date the alert was raised
      *   col 10-17  time the alert was raised
      *   col 19-38  visitor name
      *   col 40-44  host operator ID the visitor named
      *   col 46-53  visit date from VISITFIL
      *   col 55-84  bar reason from the register
      *   col 86-93  date the bar was set
      *   col 95-99  operator who set the bar
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026  BB   Original version.
      *----------------------------------------------------------------
       01  SEC-ALERT-REC.
           05  SA-ALERT-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SA-ALERT-TIME           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  SA-VISITOR-NAME         PIC X(20).
           05  FILLER                  PIC X(01).
           05  SA-HOST-ID              PIC X(05).
           05  FILLER                  PIC X(01).
           05  SA-VISIT-DATE           PIC X(08).
           05  FILLER                  PIC X(01).
           05  SA-BAR-REASON           PIC X(30).
           05  FILLER                  PIC X(01).
           05  SA-BAR-DATE             PIC X(08).
           05  FILLER                  PIC X(01).
           05  SA-BAR-USER             PIC X(05).
