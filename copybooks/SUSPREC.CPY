      *                  shift assignment (NR-SHIFT-CODE) survives
      *                  the park-repair-reprocess round trip and
      *                  reaches the master again intact.
      * 10/15/2026  BB   Added SU-DELIV-PREF and SU-CONTACT-ADDR so the
      *                  entry's delivery preference and contact
      *                  address make the same round trip.
      * 10/15/2026  BB   Added SU-COST-CENTER so the entry's cost
      *                  center makes the same round trip.
      *----------------------------------------------------------------
       01  SUSP-REC.
           05  SU-OPER-ID              PIC X(05).
           05  SU-ORIG-ID              PIC X(05).
           05  FILLER                  PIC X(01).
           05  SU-SHIFT-CODE           PIC X(01).
           05  FILLER                  PIC X(01).
           05  SU-DELIV-PREF           PIC X(01).
           05  FILLER                  PIC X(01).
           05  SU-CONTACT-ADDR         PIC X(40).
           05  FILLER                  PIC X(01).
           05  SU-COST-CENTER          PIC X(06).
