      *                  the operators on shift.  Blank means the
      *                  entry is not assigned and is greeted on
      *                  every window.
      * 10/15/2026  BB   Added NR-DELIV-PREF and NR-CONTACT-ADDR, the
      *                  entry's greeting delivery preference (print,
      *                  electronic, both, or none) and the address
      *                  an electronic greeting is sent to.  Blank
      *                  preference means print, as every entry was
      *                  delivered before.
      * 10/15/2026  BB   Added NR-COST-CENTER, the department cost
      *                  center greeting services for the entry (and
      *                  for the visitors it hosts) are charged back
      *                  to by the month-end cob-chgback run.  Blank
      *                  means not yet assigned.
      *----------------------------------------------------------------
       01  NAME-REC.
           05  NR-OPER-ID              PIC X(05).
               88  NR-INACTIVE         VALUE "I".
           05  FILLER                  PIC X(01).
           05  NR-SHIFT-CODE           PIC X(01).
           05  FILLER                  PIC X(01).
           05  NR-DELIV-PREF           PIC X(01).
               88  NR-DELIV-PRINT      VALUE SPACE "P".
               88  NR-DELIV-ELECTRONIC VALUE "E".
               88  NR-DELIV-BOTH       VALUE "B".
               88  NR-DELIV-NONE       VALUE "N".
               88  NR-DELIV-VALID      VALUE SPACE "P" "E" "B" "N".
           05  FILLER                  PIC X(01).
           05  NR-CONTACT-ADDR         PIC X(40).
           05  FILLER                  PIC X(01).
           05  NR-COST-CENTER          PIC X(06).
