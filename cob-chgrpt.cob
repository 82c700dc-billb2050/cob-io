002400*                  the MAINTLOG change history.
002410* 09/02/2026  BB   Each change now also shows the signed-on
002420*                  operator (MT-USER-ID) who keyed it.
002462* 10/15/2026  BB   Before and after images widened to 100
002504*                  bytes with MAINTLOG; an image longer than
002546*                  the print line runs onto a second line.
002590*----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. GNUCOBOL.
005600         10  CT-ACTION           PIC X(01).
005700         10  CT-RECORD-KEY       PIC X(20).
005710         10  CT-USER-ID          PIC X(05).
005800         10  CT-BEFORE-IMAGE     PIC X(100).
005900         10  CT-AFTER-IMAGE      PIC X(100).
006000
006100 01  CHG-FILE-TABLE.
006200     05  CHG-FILE-COUNT          PIC 9(02)   COMP VALUE ZERO.
025300     WRITE RPT-LINE.
025400     MOVE SPACES TO RPT-DETAIL-WORK.
025500     STRING "    BEFORE: " DELIMITED BY SIZE
025600             CT-BEFORE-IMAGE(CHG-IX)(1:60) DELIMITED BY SIZE
025700             INTO RPT-DETAIL-WORK.
025800     MOVE RPT-DETAIL-WORK TO RPT-LINE.
025900     WRITE RPT-LINE.
025910     IF CT-BEFORE-IMAGE(CHG-IX)(61:40) NOT = SPACES
025920         MOVE SPACES TO RPT-DETAIL-WORK
025930         STRING "            " DELIMITED BY SIZE
025940                 CT-BEFORE-IMAGE(CHG-IX)(61:40)
025950                     DELIMITED BY SIZE
025960                 INTO RPT-DETAIL-WORK
025970         MOVE RPT-DETAIL-WORK TO RPT-LINE
025980         WRITE RPT-LINE
025990     END-IF.
026000     MOVE SPACES TO RPT-DETAIL-WORK.
026100     STRING "    AFTER : " DELIMITED BY SIZE
026200             CT-AFTER-IMAGE(CHG-IX)(1:60) DELIMITED BY SIZE
026300             INTO RPT-DETAIL-WORK.
026400     MOVE RPT-DETAIL-WORK TO RPT-LINE.
026500     WRITE RPT-LINE.
026510     IF CT-AFTER-IMAGE(CHG-IX)(61:40) NOT = SPACES
026520         MOVE SPACES TO RPT-DETAIL-WORK
026530         STRING "            " DELIMITED BY SIZE
026540                 CT-AFTER-IMAGE(CHG-IX)(61:40)
026550                     DELIMITED BY SIZE
026560                 INTO RPT-DETAIL-WORK
026570         MOVE RPT-DETAIL-WORK TO RPT-LINE
026580         WRITE RPT-LINE
026590     END-IF.
026600 6200-EXIT.
026700     EXIT.
026800
