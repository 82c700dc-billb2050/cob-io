003194*                  tries); scrapping an entry needs lead
003196*                  privilege, and the signed-on ID is stamped
003198*                  on the session's MAINTLOG records.
003213* 10/15/2026  BB   The parked entry's delivery preference and
003228*                  contact address (SU-DELIV-PREF and
003243*                  SU-CONTACT-ADDR) are carried through load,
003258*                  repair, and save untouched, and show on the
003273*                  MAINTLOG images.
003278* 10/15/2026  BB   The parked entry's cost center (SU-COST-CENTER)
003283*                  is carried through the same way.
003290*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. GNUCOBOL.
005500
005600 FD  SUSPENSE-WORK
005700     LABEL RECORDS ARE STANDARD.
005800 01  REP-WORK-RECORD             PIC X(94).
005900
006000 FD  TEMPLATE-FILE
006100     LABEL RECORDS ARE STANDARD.
008000             88  ST-SCRAPPED   VALUE "Y".
008010         10  ST-ORIG-ID        PIC X(05).
008020         10  ST-SHIFT-CODE     PIC X(01).
008040         10  ST-DELIV-PREF     PIC X(01).
008060         10  ST-CONTACT-ADDR   PIC X(40).
008080         10  ST-COST-CENTER    PIC X(06).
008100
008200 01  REP-CONTROLS.
008300     05  REP-FILE-STATUS       PIC X(02)   VALUE SPACES.
010500     05  REP-READ-IX           PIC 9(05)   COMP VALUE ZERO.
010510     05  REP-MNT-STATUS        PIC X(02)   VALUE SPACES.
010520     05  REP-MAINT-ACTION      PIC X(01)   VALUE SPACE.
010530     05  REP-BEFORE-IMAGE      PIC X(100)  VALUE SPACES.
010540     05  REP-AFTER-IMAGE       PIC X(100)  VALUE SPACES.
010550     05  REP-IMAGE-WORK        PIC X(100)  VALUE SPACES.
010600
010700 SCREEN SECTION.
010710 01  REP-SIGNON-SCREEN.
017900             MOVE SU-DISP TO ST-DISP(REP-COUNT)
017910             MOVE SU-ORIG-ID TO ST-ORIG-ID(REP-COUNT)
017920             MOVE SU-SHIFT-CODE TO ST-SHIFT-CODE(REP-COUNT)
017940             MOVE SU-DELIV-PREF TO ST-DELIV-PREF(REP-COUNT)
017960             MOVE SU-CONTACT-ADDR
017980                 TO ST-CONTACT-ADDR(REP-COUNT)
017986             MOVE SU-COST-CENTER
017992                 TO ST-COST-CENTER(REP-COUNT)
018000             MOVE "N" TO ST-SCRAP-SWITCH(REP-COUNT)
018100           END-IF
018200     END-READ.
035300     MOVE ST-DISP(REP-SEL-IX) TO SU-DISP.
035310     MOVE ST-ORIG-ID(REP-SEL-IX) TO SU-ORIG-ID.
035320     MOVE ST-SHIFT-CODE(REP-SEL-IX) TO SU-SHIFT-CODE.
035340     MOVE ST-DELIV-PREF(REP-SEL-IX) TO SU-DELIV-PREF.
035360     MOVE ST-CONTACT-ADDR(REP-SEL-IX) TO SU-CONTACT-ADDR.
035380     MOVE ST-COST-CENTER(REP-SEL-IX) TO SU-COST-CENTER.
035400     WRITE SUSP-REC.
035500 8100-EXIT.
035600     EXIT.
037410               MOVE ST-ORIG-ID(REP-READ-IX) TO SU-ORIG-ID
037420               MOVE ST-SHIFT-CODE(REP-READ-IX)
037430                   TO SU-SHIFT-CODE
037440               MOVE ST-DELIV-PREF(REP-READ-IX)
037450                   TO SU-DELIV-PREF
037460               MOVE ST-CONTACT-ADDR(REP-READ-IX)
037470                   TO SU-CONTACT-ADDR
037480               MOVE ST-COST-CENTER(REP-READ-IX)
037490                   TO SU-COST-CENTER
037500               WRITE REP-WORK-RECORD FROM SUSP-REC
037600             END-IF
037700           END-IF
049900             ST-DISP(REP-SEL-IX)       DELIMITED BY SIZE
050000             " "                       DELIMITED BY SIZE
050100             ST-SHIFT-CODE(REP-SEL-IX) DELIMITED BY SIZE
050120             " "                       DELIMITED BY SIZE
050140             ST-DELIV-PREF(REP-SEL-IX) DELIMITED BY SIZE
050160             " "                       DELIMITED BY SIZE
050180             ST-CONTACT-ADDR(REP-SEL-IX) DELIMITED BY SIZE
050186             " "                       DELIMITED BY SIZE
050192             ST-COST-CENTER(REP-SEL-IX) DELIMITED BY SIZE
050200             INTO REP-IMAGE-WORK.
050300 9100-EXIT.
050400     EXIT.
