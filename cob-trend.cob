003050*                  VISITFIL pass logs instead of an operator
003060*                  ID) are now counted separately and kept
003070*                  out of the busiest-operators ranking.
003110* 10/15/2026  BB   History record widened for the reprocess flag
003150*                  and visitor host columns added to GREETLOG.
003190*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. GNUCOBOL.
006800     05  GHI-OPER-ID             PIC X(05).
006810     05  FILLER                  PIC X(01).
006820     05  GHI-EVENT-TYPE          PIC X(01).
006830     05  FILLER                  PIC X(01).
006840     05  GHI-REPROC-FLAG         PIC X(01).
006850     05  FILLER                  PIC X(01).
006860     05  GHI-HOST-ID             PIC X(05).
006900
007000 FD  AUDIT-HIST-IN
007100     LABEL RECORDS ARE STANDARD.
