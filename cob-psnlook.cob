000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cob-psnlook.
000300 AUTHOR. BILL BLASINGIM.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* A GnuCOBOL program
000900* Pseudonym token lookup - lets a lead find, from the PSNXREF
001000* cross-reference cob-scrub keeps, the operator behind a *PSN*
001100* token seen in the history, or the token given to an operator
001200* ID, with the name it replaced and the dates.  The same menu
001300* style as cob-shift and cob-leave.
001400*
001500* The screen opens with the USERSEC sign-on and needs lead
001600* privilege - anyone else is turned away at sign-on.  Every
001700* lookup, found or not, is appended to the PSNAUDIT access log
001800* with the date, time, signed-on ID and the key looked up, so
001900* the compliance file can show who saw which name.
002000*----------------------------------------------------------------
002100* MODIFICATION HISTORY
002200*----------------------------------------------------------------
002300* 10/15/2026  BB   Original version - SCREEN SECTION lookup over
002400*                  the PSNXREF pseudonym cross-reference, lead
002500*                  privilege only, with the PSNAUDIT access log.
002600*----------------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. GNUCOBOL.
003000 OBJECT-COMPUTER. GNUCOBOL.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT XREF-FILE ASSIGN TO "PSNXREF"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS PSL-XREF-STATUS.
003600
003700     SELECT ACCESS-FILE ASSIGN TO "PSNAUDIT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS PSL-ACC-STATUS.
004000
004100     SELECT USERSEC-FILE ASSIGN TO "USERSEC"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS SGN-SEC-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  XREF-FILE
004800     LABEL RECORDS ARE STANDARD.
004900     COPY PSNXREF.
005000
005100 FD  ACCESS-FILE
005200     LABEL RECORDS ARE STANDARD.
005300 01  PSA-RECORD.
005400     05  PSA-DATE                PIC 9(08).
005500     05  FILLER                  PIC X(01).
005600     05  PSA-TIME                PIC 9(08).
005700     05  FILLER                  PIC X(01).
005800     05  PSA-USER-ID             PIC X(05).
005900     05  FILLER                  PIC X(01).
006000     05  PSA-LOOKUP-TYPE         PIC X(01).
006100     05  FILLER                  PIC X(01).
006200     05  PSA-LOOKUP-KEY          PIC X(11).
006300     05  FILLER                  PIC X(01).
006400     05  PSA-FOUND-FLAG          PIC X(01).
006500
006600 FD  USERSEC-FILE
006700     LABEL RECORDS ARE STANDARD.
006800 01  USF-RECORD.
006900     05  USF-OPER-ID             PIC X(05).
007000     05  FILLER                  PIC X(01).
007100     05  USF-PIN                 PIC X(04).
007200     05  FILLER                  PIC X(01).
007300     05  USF-PRIV-LEVEL          PIC X(01).
007400
007500 WORKING-STORAGE SECTION.
007600   COPY USERSEC.
007700
007800 01  PSL-CONTROLS.
007900     05  PSL-XREF-STATUS       PIC X(02)   VALUE SPACES.
008000     05  PSL-ACC-STATUS        PIC X(02)   VALUE SPACES.
008100     05  PSL-EOF-SWITCH        PIC X(01)   VALUE "N".
008200         88  PSL-EOF           VALUE "Y".
008300     05  PSL-FOUND-SWITCH      PIC X(01)   VALUE "N".
008400         88  PSL-FOUND         VALUE "Y".
008500     05  PSL-MENU-CHOICE       PIC X(01)   VALUE SPACE.
008600     05  PSL-EXIT-SWITCH       PIC X(01)   VALUE "N".
008700         88  PSL-DONE          VALUE "Y".
008800     05  PSL-LOOKUP-TYPE       PIC X(01)   VALUE SPACE.
008900         88  PSL-BY-TOKEN      VALUE "T".
009000         88  PSL-BY-OPER       VALUE "O".
009100     05  PSL-WORK-TOKEN        PIC X(11)   VALUE SPACES.
009200     05  PSL-WORK-OPER         PIC X(05)   VALUE SPACES.
009300     05  PSL-LIST-LINE         PIC X(72)   VALUE SPACES.
009400
009500 SCREEN SECTION.
009600 01  PSL-SIGNON-SCREEN.
009700     05  BLANK SCREEN.
009800     05  LINE 1  COL 1   VALUE "COB-PSNLOOK - SIGN ON".
009900     05  LINE 3  COL 1   VALUE "Operator ID ...... ".
010000     05  LINE 3  COL 20  PIC X(05) TO SGN-WORK-ID.
010100     05  LINE 4  COL 1   VALUE "PIN .............. ".
010200     05  LINE 4  COL 20  PIC X(04) TO SGN-WORK-PIN SECURE.
010300
010400 01  PSL-MENU-SCREEN.
010500     05  BLANK SCREEN.
010600     05  LINE 1  COL 1   VALUE "COB-PSNLOOK - PSEUDONYM TOKEN ".
010700     05  LINE 1  COL 31  VALUE "LOOKUP".
010800     05  LINE 3  COL 3   VALUE "T - Look up a token".
010900     05  LINE 4  COL 3   VALUE "O - Look up an operator ID".
011000     05  LINE 5  COL 3   VALUE "X - Exit".
011100     05  LINE 7  COL 1   VALUE "Selection: ".
011200     05  LINE 7  COL 12  PIC X(01) TO PSL-MENU-CHOICE.
011300
011400 01  PSL-TOKEN-SCREEN.
011500     05  BLANK SCREEN.
011600     05  LINE 1  COL 1   VALUE "LOOK UP A PSEUDONYM TOKEN".
011700     05  LINE 3  COL 1   VALUE "Token *PSN*nnnnnn  ".
011800     05  LINE 3  COL 20  PIC X(11) TO PSL-WORK-TOKEN.
011900
012000 01  PSL-OPER-SCREEN.
012100     05  BLANK SCREEN.
012200     05  LINE 1  COL 1   VALUE "LOOK UP AN OPERATOR ID".
012300     05  LINE 3  COL 1   VALUE "Operator ID ...... ".
012400     05  LINE 3  COL 20  PIC X(05) TO PSL-WORK-OPER.
012500
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012800     PERFORM 0100-SIGN-ON
012900         THRU 0100-EXIT.
013000     IF NOT SGN-SIGNED-ON
013100         STOP RUN
013200     END-IF.
013300     IF NOT SGN-LEAD
013400         DISPLAY "Token lookup needs lead privilege - "
013500             "session ended."
013600         STOP RUN
013700     END-IF.
013800     PERFORM 2000-PROCESS-MENU
013900         THRU 2000-EXIT
014000         UNTIL PSL-DONE.
014100     STOP RUN.
014200
014300 2000-PROCESS-MENU.
014400     DISPLAY PSL-MENU-SCREEN.
014500     ACCEPT PSL-MENU-SCREEN.
014600     EVALUATE PSL-MENU-CHOICE
014700         WHEN "T" WHEN "t"
014800             PERFORM 3000-LOOKUP-TOKEN
014900                 THRU 3000-EXIT
015000         WHEN "O" WHEN "o"
015100             PERFORM 4000-LOOKUP-OPER
015200                 THRU 4000-EXIT
015300         WHEN "X" WHEN "x"
015400             MOVE "Y" TO PSL-EXIT-SWITCH
015500         WHEN OTHER
015600             DISPLAY "Invalid selection - choose T, O or X."
015700     END-EVALUATE.
015800 2000-EXIT.
015900     EXIT.
016000
016100 3000-LOOKUP-TOKEN.
016200     MOVE SPACES TO PSL-WORK-TOKEN.
016300     DISPLAY PSL-TOKEN-SCREEN.
016400     ACCEPT PSL-TOKEN-SCREEN.
016500     IF PSL-WORK-TOKEN = SPACES
016600         GO TO 3000-EXIT
016700     END-IF.
016800     MOVE "T" TO PSL-LOOKUP-TYPE.
016900     PERFORM 5000-SCAN-XREF
017000         THRU 5000-EXIT.
017100 3000-EXIT.
017200     EXIT.
017300
017400 4000-LOOKUP-OPER.
017500     MOVE SPACES TO PSL-WORK-OPER.
017600     DISPLAY PSL-OPER-SCREEN.
017700     ACCEPT PSL-OPER-SCREEN.
017800     IF PSL-WORK-OPER = SPACES
017900         GO TO 4000-EXIT
018000     END-IF.
018100     MOVE "O" TO PSL-LOOKUP-TYPE.
018200     PERFORM 5000-SCAN-XREF
018300         THRU 5000-EXIT.
018400 4000-EXIT.
018500     EXIT.
018600
018700*----------------------------------------------------------------
018800* Read PSNXREF through for the token or operator ID keyed and
018900* show the cross-reference record; an operator ID has one token
019000* at most.  The lookup is logged to PSNAUDIT either way.
019100*----------------------------------------------------------------
019200 5000-SCAN-XREF.
019300     MOVE "N" TO PSL-FOUND-SWITCH.
019400     OPEN INPUT XREF-FILE.
019500     IF PSL-XREF-STATUS NOT = "00"
019600         DISPLAY "Cross-reference PSNXREF is not available."
019700         GO TO 5000-EXIT
019800     END-IF.
019900     MOVE "N" TO PSL-EOF-SWITCH.
020000     PERFORM 5100-CHECK-XREF
020100         THRU 5100-EXIT
020200         UNTIL PSL-EOF OR PSL-FOUND.
020300     CLOSE XREF-FILE.
020400     DISPLAY " ".
020500     IF PSL-FOUND
020600         DISPLAY "TOKEN       OPER   NAME                  "
020700             "SCRUBBED  LAST ACT"
020800         MOVE SPACES TO PSL-LIST-LINE
020900         STRING PX-TOKEN          DELIMITED BY SIZE
021000                 " "              DELIMITED BY SIZE
021100                 PX-OPER-ID       DELIMITED BY SIZE
021200                 "  "             DELIMITED BY SIZE
021300                 PX-NAME          DELIMITED BY SIZE
021400                 "  "             DELIMITED BY SIZE
021500                 PX-SCRUB-DATE    DELIMITED BY SIZE
021600                 "  "             DELIMITED BY SIZE
021700                 PX-LAST-ACTIVE   DELIMITED BY SIZE
021800                 INTO PSL-LIST-LINE
021900         DISPLAY PSL-LIST-LINE
022000     ELSE
022100         IF PSL-BY-TOKEN
022200             DISPLAY "Token " PSL-WORK-TOKEN
022300                 " is not on the cross-reference."
022400         ELSE
022500             DISPLAY "Operator " PSL-WORK-OPER
022600                 " has not been given a token."
022700         END-IF
022800     END-IF.
022900     PERFORM 5200-LOG-ACCESS
023000         THRU 5200-EXIT.
023100 5000-EXIT.
023200     EXIT.
023300
023400 5100-CHECK-XREF.
023500     READ XREF-FILE
023600         AT END
023700             MOVE "Y" TO PSL-EOF-SWITCH
023800             GO TO 5100-EXIT
023900     END-READ.
024000     IF PSL-BY-TOKEN
024100         IF PX-TOKEN = PSL-WORK-TOKEN
024200             MOVE "Y" TO PSL-FOUND-SWITCH
024300         END-IF
024400     ELSE
024500         IF PX-OPER-ID = PSL-WORK-OPER
024600             MOVE "Y" TO PSL-FOUND-SWITCH
024700         END-IF
024800     END-IF.
024900 5100-EXIT.
025000     EXIT.
025100
025200 5200-LOG-ACCESS.
025300     OPEN EXTEND ACCESS-FILE.
025400     IF PSL-ACC-STATUS NOT = "00"
025500         OPEN OUTPUT ACCESS-FILE
025600     END-IF.
025700     MOVE SPACES TO PSA-RECORD.
025800     ACCEPT PSA-DATE FROM DATE YYYYMMDD.
025900     ACCEPT PSA-TIME FROM TIME.
026000     MOVE SGN-USER-ID TO PSA-USER-ID.
026100     MOVE PSL-LOOKUP-TYPE TO PSA-LOOKUP-TYPE.
026200     IF PSL-BY-TOKEN
026300         MOVE PSL-WORK-TOKEN TO PSA-LOOKUP-KEY
026400     ELSE
026500         MOVE PSL-WORK-OPER TO PSA-LOOKUP-KEY
026600     END-IF.
026700     IF PSL-FOUND
026800         MOVE "Y" TO PSA-FOUND-FLAG
026900     ELSE
027000         MOVE "N" TO PSA-FOUND-FLAG
027100     END-IF.
027200     WRITE PSA-RECORD.
027300     CLOSE ACCESS-FILE.
027400 5200-EXIT.
027500     EXIT.
027600
027700*----------------------------------------------------------------
027800* USERSEC sign-on - the operator keys the ID carried on
027900* OPERIDX and a PIN, three tries; the lookup then needs lead
028000* privilege, and the signed-on ID is stamped on the PSNAUDIT
028100* access log.  No USERSEC file means no sign-on at all - the
028200* screen fails closed.
028300*----------------------------------------------------------------
028400 0100-SIGN-ON.
028500     PERFORM 0110-LOAD-USERSEC
028600         THRU 0110-EXIT.
028700     IF SGN-USER-COUNT = ZERO
028800         DISPLAY "Security file USERSEC is not available - "
028900             "sign-on refused."
029000         GO TO 0100-EXIT
029100     END-IF.
029200     PERFORM 0130-TRY-SIGN-ON
029300         THRU 0130-EXIT
029400         UNTIL SGN-SIGNED-ON
029500             OR SGN-TRY-COUNT NOT < 3.
029600     IF NOT SGN-SIGNED-ON
029700         DISPLAY "Sign-on failed - session ended."
029800     END-IF.
029900 0100-EXIT.
030000     EXIT.
030100
030200 0110-LOAD-USERSEC.
030300     OPEN INPUT USERSEC-FILE.
030400     IF SGN-SEC-STATUS NOT = "00"
030500         GO TO 0110-EXIT
030600     END-IF.
030700     PERFORM 0120-LOAD-USERSEC-REC
030800         THRU 0120-EXIT
030900         UNTIL SGN-SEC-EOF.
031000     CLOSE USERSEC-FILE.
031100 0110-EXIT.
031200     EXIT.
031300
031400 0120-LOAD-USERSEC-REC.
031500     READ USERSEC-FILE
031600         AT END
031700             MOVE "Y" TO SGN-SEC-EOF-SWITCH
031800         NOT AT END
031900           IF USF-OPER-ID NOT = SPACES
032000             IF SGN-USER-COUNT < 50
032100               ADD 1 TO SGN-USER-COUNT
032200               MOVE USF-OPER-ID
032300                   TO UST-OPER-ID(SGN-USER-COUNT)
032400               MOVE USF-PIN
032500                   TO UST-PIN(SGN-USER-COUNT)
032600               MOVE USF-PRIV-LEVEL
032700                   TO UST-PRIV-LEVEL(SGN-USER-COUNT)
032800             END-IF
032900           END-IF
033000     END-READ.
033100 0120-EXIT.
033200     EXIT.
033300
033400 0130-TRY-SIGN-ON.
033500     ADD 1 TO SGN-TRY-COUNT.
033600     MOVE SPACES TO SGN-WORK-ID.
033700     MOVE SPACES TO SGN-WORK-PIN.
033800     DISPLAY PSL-SIGNON-SCREEN.
033900     ACCEPT PSL-SIGNON-SCREEN.
034000     MOVE ZERO TO SGN-MATCH-IX.
034100     PERFORM 0140-MATCH-USER
034200         THRU 0140-EXIT
034300         VARYING SGN-SCAN-IX FROM 1 BY 1
034400         UNTIL SGN-SCAN-IX > SGN-USER-COUNT
034500             OR SGN-MATCH-IX > ZERO.
034600     IF SGN-MATCH-IX > ZERO
034700         AND UST-PIN(SGN-MATCH-IX) = SGN-WORK-PIN
034800         MOVE "Y" TO SGN-SIGNED-SWITCH
034900         MOVE SGN-WORK-ID TO SGN-USER-ID
035000         MOVE UST-PRIV-LEVEL(SGN-MATCH-IX)
035100             TO SGN-PRIV-LEVEL
035200     ELSE
035300         DISPLAY "Operator ID or PIN not recognized."
035400     END-IF.
035500 0130-EXIT.
035600     EXIT.
035700
035800 0140-MATCH-USER.
035900     IF UST-OPER-ID(SGN-SCAN-IX) = SGN-WORK-ID
036000         MOVE SGN-SCAN-IX TO SGN-MATCH-IX
036100     END-IF.
036200 0140-EXIT.
036300     EXIT.
