004897* 09/02/2026  BB   NAMEFILE now carries the NR-NAME alternate
004898*                  index - declared here so the file
004899*                  attributes agree across every opener.
004917* 10/15/2026  BB   Clean, error, and suspense records widened
004935*                  for the delivery preference and contact
004953*                  address added to NAMEREC; both ride through
004971*                  the edit and the suspense park untouched.
004977* 10/15/2026  BB   Records widened again for the cost center
004983*                  added to NAMEREC, carried the same way.
004990*----------------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. GNUCOBOL.
008400
008500 FD  CLEAN-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  EDT-CLEAN-RECORD            PIC X(83).
008800
008900 FD  ERROR-FILE
009000     LABEL RECORDS ARE STANDARD.
009100 01  EDT-ERROR-RECORD.
009200     05  EDT-ERR-NAME-DATA       PIC X(83).
009300     05  FILLER                  PIC X(01)   VALUE SPACE.
009400     05  EDT-ERR-REASON-CODE     PIC X(02).
009500     05  FILLER                  PIC X(01)   VALUE SPACE.
039900     MOVE "S" TO SU-DISP.
039910     MOVE NR-OPER-ID TO SU-ORIG-ID.
039920     MOVE NR-SHIFT-CODE TO SU-SHIFT-CODE.
039940     MOVE NR-DELIV-PREF TO SU-DELIV-PREF.
039960     MOVE NR-CONTACT-ADDR TO SU-CONTACT-ADDR.
039980     MOVE NR-COST-CENTER TO SU-COST-CENTER.
040000     WRITE SUSP-REC.
040100     IF NR-OPER-ID NOT = SPACES
040200         AND EDT-SUSP-ID-COUNT < 500
