002700*----------------------------------------------------------------
002800* 09/02/2026  BB   Original version - hot-plus-cold history
002900*                  inquiry by operator ID or name.
002947* 10/15/2026  BB   History records widened for the reprocess
002994*                  flag and visitor host columns added to
003041*                  GREETLOG.
003090*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. GNUCOBOL.
005700 FILE SECTION.
005800 FD  GREET-HIST-IN
005900     LABEL RECORDS ARE STANDARD.
006000 01  GHI-RECORD                  PIC X(81).
006100
006200 FD  GREET-COLD-IN
006300     LABEL RECORDS ARE STANDARD.
006400 01  GCI-RECORD                  PIC X(81).
006500
006600 FD  AUDIT-HIST-IN
006700     LABEL RECORDS ARE STANDARD.
009700     05  IGW-OPER-ID             PIC X(05).
009710     05  FILLER                  PIC X(01).
009720     05  IGW-EVENT-TYPE          PIC X(01).
009730     05  FILLER                  PIC X(01).
009740     05  IGW-REPROC-FLAG         PIC X(01).
009750     05  FILLER                  PIC X(01).
009760     05  IGW-HOST-ID             PIC X(05).
009800
009900 01  INQ-AUDIT-WORK.
010000     05  IAW-RUN-ID              PIC X(17).
