      *                  and GL-OPER-ID columns added to GREETLOG.
      * 09/02/2026  BB   GH-LOG-DATA widened for the GL-EVENT-TYPE
      *                  column added to GREETLOG.
      * 10/15/2026  BB   GH-LOG-DATA widened for the GL-REPROC-FLAG
      *                  and GL-HOST-ID columns added to GREETLOG.
      *----------------------------------------------------------------
       01  GREET-HIST-REC.
           05  GH-RUN-ID.
               10  FILLER              PIC X(01)   VALUE SPACE.
               10  GH-RUN-TIME         PIC 9(08).
           05  FILLER                  PIC X(01)   VALUE SPACE.
           05  GH-LOG-DATA             PIC X(63).

       01  AUDIT-HIST-REC.
           05  AH-RUN-ID.
