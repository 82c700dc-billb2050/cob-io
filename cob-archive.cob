003030*                  cumulative cold archive files GREETCOLD
003040*                  and AUDITCOLD instead, where the
003050*                  cob-inquiry program can still reach them.
003085* 10/15/2026  BB   Log and history records widened for the
003120*                  reprocess flag and visitor host columns added
003155*                  to GREETLOG.
003190*----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. GNUCOBOL.
006100 FILE SECTION.
006200 FD  GREETLOG-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  GLI-RECORD                  PIC X(63).
006500
006600 FD  AUDIT-FILE
006700     LABEL RECORDS ARE STANDARD.
007100     LABEL RECORDS ARE STANDARD.
007200 01  GHI-RECORD.
007300     05  GHI-RUN-DATE            PIC 9(08).
007400     05  FILLER                  PIC X(73).
007500
007600 FD  AUDIT-HIST-IN
007700     LABEL RECORDS ARE STANDARD.
008100
008200 FD  GREET-HIST-OUT
008300     LABEL RECORDS ARE STANDARD.
008400 01  GHO-RECORD                  PIC X(81).
008500
008600 FD  AUDIT-HIST-OUT
008700     LABEL RECORDS ARE STANDARD.
008810
008820 FD  GREET-COLD-OUT
008830     LABEL RECORDS ARE STANDARD.
008840 01  GCO-RECORD                  PIC X(81).
008850
008860 FD  AUDIT-COLD-OUT
008870     LABEL RECORDS ARE STANDARD.
