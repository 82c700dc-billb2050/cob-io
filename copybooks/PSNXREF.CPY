      *----------------------------------------------------------------
      * PSNXREF.CPY
      * Record layout for the PSNXREF pseudonym cross-reference, the
      * one place the name of a scrubbed operator is still held.  The
      * cob-scrub privacy scrub replaces the name of an operator long
      * inactive on NAMEFILE with a pseudonymous token everywhere it
      * is kept in history - GREETHIS, GREETCOLD, AUDITHIS, AUDITCOLD
      * and the MAINTLOG before and after images - and appends one
      * record here for each operator it gives a token.  An operator
      * scrubbed again on a later run keeps the token already given.
      *
      * The token is the *PSN* marker followed by a six-digit number
      * taken in turn, so it reads as a pseudonym wherever it turns
      * up in a history extract.  The file is read only by cob-scrub
      * and by the cob-psnlook lookup screen, which needs lead
      * privilege on USERSEC; the run deck keeps it readable by the
      * owning account only.
      *
      * PSNXREF file record layout (one per line, in token order):
      *   col 1-11   token, *PSN*nnnnnn
      *   col 13-17  operator ID, matches NR-OPER-ID
      *   col 19-38  operator name as it stood on NAMEFILE
      *   col 40-47  date the token was given, YYYYMMDD
      *   col 49-56  operator's last activity date, YYYYMMDD
      *----------------------------------------------------------------
      * MODIFICATION HISTORY
      *----------------------------------------------------------------
      * 10/15/2026  BB   Original version.
      *----------------------------------------------------------------
       01  PSN-XREF-REC.
           05  PX-TOKEN.
               10  PX-TOKEN-MARK       PIC X(05).
               10  PX-TOKEN-SEQ        PIC 9(06).
           05  FILLER                  PIC X(01).
           05  PX-OPER-ID              PIC X(05).
           05  FILLER                  PIC X(01).
           05  PX-NAME                 PIC X(20).
           05  FILLER                  PIC X(01).
           05  PX-SCRUB-DATE           PIC 9(08).
           05  FILLER                  PIC X(01).
           05  PX-LAST-ACTIVE          PIC 9(08).
