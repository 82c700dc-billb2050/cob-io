002690*                  return code 12 when another updater holds
002692*                  it, so a reorg cannot rebuild the roster
002694*                  out from under an open session or load.
002718* 10/15/2026  BB   NAMEBKUP record widened for the delivery
002742*                  preference and contact address added to
002766*                  NAMEREC.
002774* 10/15/2026  BB   NAMEBKUP record widened for the cost center
002782*                  added to NAMEREC.
002790*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. GNUCOBOL.
004900
005000 FD  BACKUP-FILE
005100     LABEL RECORDS ARE STANDARD.
005200 01  REO-BKUP-RECORD             PIC X(83).
005210
005220 FD  LOCK-FILE
005230     LABEL RECORDS ARE STANDARD.
