000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cob-ackrec.
000300 AUTHOR. BILL BLASINGIM.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* A GnuCOBOL program
000900* Print shop acknowledgement reconciliation - cob-balance
001000* proves GREETDIST is complete when it leaves us; this program
001100* proves it arrived.  It keeps the HANDOFF outstanding-handoff
001200* register and runs in one of two modes:
001300*
001400*   REGISTER   run by the GREETBAT deck once the handoff is
001500*              released - the GREETDIST run header and trailer
001600*              are entered on the register as outstanding,
001700*              with the count, hash total and grade we sent
001800*
001900*   (default)  reconciliation - every GREETACK acknowledgement
002000*              the print shop returned is matched against the
002100*              register entry for the run it echoes; the
002200*              shop's received count and hash total must agree
002300*              with the trailer we sent, and its printed plus
002400*              spoiled items must account for everything
002500*              received.  Any released handoff still without
002600*              an acknowledgement after the set number of
002700*              days is reported overdue.
002800*
002900* In reconciliation mode the command line may carry the
003000* overdue threshold in days as four zero-padded digits (e.g.
003100* 0005); anything else falls back to the five-day default.
003200* The exception report and the open-handoff listing go to
003300* ACKRPT.
003400*
003500* Return codes: 0 everything acknowledged and in agreement or
003600* still inside the threshold, 4 one or more exceptions
003700* reported, 8 the register (or, when registering, a complete
003800* GREETDIST) was not available.
003900*----------------------------------------------------------------
004000* MODIFICATION HISTORY
004100*----------------------------------------------------------------
004200* 10/15/2026  BB   Original version - HANDOFF register, GREETACK
004300*                  matching and overdue-handoff exceptions.
004400*----------------------------------------------------------------
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. GNUCOBOL.
004800 OBJECT-COMPUTER. GNUCOBOL.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT DIST-FILE ASSIGN TO "GREETDIST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS ACK-DIST-STATUS.
005400
005500     SELECT ACK-FILE ASSIGN TO "GREETACK"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS ACK-ACK-STATUS.
005800
005900     SELECT HANDOFF-FILE ASSIGN TO "HANDOFF"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS HO-RUN-ID
006300         FILE STATUS IS ACK-HO-STATUS.
006400
006500     SELECT REPORT-FILE ASSIGN TO "ACKRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL.
006700
006800     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS ACK-RNH-STATUS.
007100
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  DIST-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY GREETDIST.
007700
007800 FD  ACK-FILE
007900     LABEL RECORDS ARE STANDARD.
008000     COPY GREETACK.
008100
008200 FD  HANDOFF-FILE
008300     LABEL RECORDS ARE STANDARD.
008400     COPY HANDOFF.
008500
008600 FD  REPORT-FILE
008700     LABEL RECORDS ARE STANDARD.
008800 01  RPT-LINE                    PIC X(80).
008900
009000 FD  RUNHIST-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY RUNHIST.
009300
009400 WORKING-STORAGE SECTION.
009500 01  ACK-CONTROLS.
009600     05  ACK-DIST-STATUS         PIC X(02)   VALUE SPACES.
009700     05  ACK-ACK-STATUS          PIC X(02)   VALUE SPACES.
009800     05  ACK-HO-STATUS           PIC X(02)   VALUE SPACES.
009900     05  ACK-RNH-STATUS          PIC X(02)   VALUE SPACES.
010000     05  ACK-DIST-EOF-SWITCH     PIC X(01)   VALUE "N".
010100         88  ACK-DIST-EOF        VALUE "Y".
010200     05  ACK-ACK-EOF-SWITCH      PIC X(01)   VALUE "N".
010300         88  ACK-ACK-EOF         VALUE "Y".
010400     05  ACK-HO-EOF-SWITCH       PIC X(01)   VALUE "N".
010500         88  ACK-HO-EOF          VALUE "Y".
010600     05  ACK-HO-OPEN-SWITCH      PIC X(01)   VALUE "N".
010700         88  ACK-HO-OPEN         VALUE "Y".
010800     05  ACK-MODE-SWITCH         PIC X(01)   VALUE "R".
010900         88  ACK-REGISTER-MODE   VALUE "G".
011000         88  ACK-RECONCILE-MODE  VALUE "R".
011100     05  ACK-HDR-SWITCH          PIC X(01)   VALUE "N".
011200         88  ACK-HDR-SEEN        VALUE "Y".
011300     05  ACK-TRL-SWITCH          PIC X(01)   VALUE "N".
011400         88  ACK-TRL-SEEN        VALUE "Y".
011500     05  ACK-MISMATCH-SWITCH     PIC X(01)   VALUE "N".
011600         88  ACK-MISMATCH        VALUE "Y".
011700     05  ACK-FAIL-SWITCH         PIC X(01)   VALUE "N".
011800         88  ACK-FAILED          VALUE "Y".
011900     05  ACK-PARM                PIC X(08)   VALUE SPACES.
012000     05  ACK-OVERDUE-DAYS        PIC 9(04)   VALUE 5.
012100     05  ACK-RUN-DATE            PIC 9(08)   VALUE ZERO.
012200     05  ACK-RUN-TIME            PIC 9(08)   VALUE ZERO.
012300     05  ACK-TODAY-INT           PIC S9(09)  COMP VALUE ZERO.
012400     05  ACK-AGE-DAYS            PIC S9(09)  COMP VALUE ZERO.
012500     05  ACK-RUN-GRADE           PIC 9(02)   VALUE ZERO.
012600     05  ACK-SENT-RUN-DATE       PIC 9(08)   VALUE ZERO.
012700     05  ACK-SENT-RUN-TIME       PIC 9(08)   VALUE ZERO.
012800     05  ACK-SENT-COUNT          PIC 9(07)   VALUE ZERO.
012900     05  ACK-SENT-HASH           PIC 9(09)   VALUE ZERO.
013000     05  ACK-SENT-GRADE          PIC 9(02)   VALUE ZERO.
013100     05  ACK-ACCOUNTED           PIC 9(08)   VALUE ZERO.
013200
013300 01  ACK-COUNTERS.
013400     05  ACK-READ-COUNT          PIC 9(05)   COMP VALUE ZERO.
013500     05  ACK-MATCHED-COUNT       PIC 9(05)   COMP VALUE ZERO.
013600     05  ACK-MISMATCH-COUNT      PIC 9(05)   COMP VALUE ZERO.
013700     05  ACK-UNKNOWN-COUNT       PIC 9(05)   COMP VALUE ZERO.
013800     05  ACK-DUPLICATE-COUNT     PIC 9(05)   COMP VALUE ZERO.
013900     05  ACK-SPOILED-COUNT       PIC 9(05)   COMP VALUE ZERO.
014000     05  ACK-OPEN-COUNT          PIC 9(05)   COMP VALUE ZERO.
014100     05  ACK-OVERDUE-COUNT       PIC 9(05)   COMP VALUE ZERO.
014200     05  ACK-EXCEPTION-COUNT     PIC 9(05)   COMP VALUE ZERO.
014300
014400 01  RPT-CONTROLS.
014500     05  RPT-COUNT-DISP          PIC 9(05)   VALUE ZERO.
014600     05  RPT-AGE-DISP            PIC 9(04)   VALUE ZERO.
014700     05  RPT-EXC-RUN-DATE        PIC 9(08)   VALUE ZERO.
014800     05  RPT-EXC-RUN-TIME        PIC 9(08)   VALUE ZERO.
014900     05  RPT-EXC-TEXT            PIC X(18)   VALUE SPACES.
015000     05  RPT-EXC-DETAIL          PIC X(34)   VALUE SPACES.
015100     05  RPT-SENT-DISP           PIC 9(09)   VALUE ZERO.
015200     05  RPT-RECV-DISP           PIC 9(09)   VALUE ZERO.
015300     05  RPT-STATE-DISP          PIC X(11)   VALUE SPACES.
015400     05  RPT-DETAIL-WORK         PIC X(80)   VALUE SPACES.
015500
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900         THRU 1000-EXIT.
016000     IF ACK-REGISTER-MODE
016100         PERFORM 2000-REGISTER-HANDOFF
016200             THRU 2000-EXIT
016300     ELSE
016400         PERFORM 3000-MATCH-ACKS
016500             THRU 3000-EXIT
016600         PERFORM 4000-AGE-HANDOFFS
016700             THRU 4000-EXIT
016800         PERFORM 5000-LIST-OPEN-HANDOFFS
016900             THRU 5000-EXIT
017000     END-IF.
017100     PERFORM 6800-GRADE-RETURN-CODE
017200         THRU 6800-EXIT.
017300     PERFORM 7000-TERMINATE
017400         THRU 7000-EXIT.
017500     MOVE ACK-RUN-GRADE TO RETURN-CODE.
017600     STOP RUN.
017700
017800 1000-INITIALIZE.
017900     ACCEPT ACK-RUN-DATE FROM DATE YYYYMMDD.
018000     ACCEPT ACK-RUN-TIME FROM TIME.
018100     COMPUTE ACK-TODAY-INT =
018200         FUNCTION INTEGER-OF-DATE(ACK-RUN-DATE).
018300     ACCEPT ACK-PARM FROM COMMAND-LINE.
018400     IF ACK-PARM = "REGISTER"
018500         MOVE "G" TO ACK-MODE-SWITCH
018600     ELSE
018700         IF ACK-PARM(1:4) IS NUMERIC
018800             MOVE ACK-PARM(1:4) TO ACK-OVERDUE-DAYS
018900         END-IF
019000     END-IF.
019100     OPEN I-O HANDOFF-FILE.
019200     IF ACK-HO-STATUS NOT = "00"
019300         OPEN OUTPUT HANDOFF-FILE
019400         CLOSE HANDOFF-FILE
019500         OPEN I-O HANDOFF-FILE
019600     END-IF.
019700     IF ACK-HO-STATUS = "00"
019800         MOVE "Y" TO ACK-HO-OPEN-SWITCH
019900     ELSE
020000         DISPLAY "COB-ACKREC: HANDOFF register not available "
020100             "- status " ACK-HO-STATUS
020200         MOVE "Y" TO ACK-FAIL-SWITCH
020300     END-IF.
020400     IF ACK-RECONCILE-MODE
020500         OPEN OUTPUT REPORT-FILE
020600         PERFORM 6000-WRITE-REPORT-HEADER
020700             THRU 6000-EXIT
020800     END-IF.
020900 1000-EXIT.
021000     EXIT.
021100
021200*----------------------------------------------------------------
021300* REGISTER - enter the released GREETDIST on the register.
021400* The file must carry both its run header and its trailer (the
021500* balancing step has already proven the totals); a run that is
021600* already on the register is left as it stands, so a deck
021700* rerun does not reopen an acknowledged handoff.
021800*----------------------------------------------------------------
021900 2000-REGISTER-HANDOFF.
022000     IF NOT ACK-HO-OPEN
022100         GO TO 2000-EXIT
022200     END-IF.
022300     OPEN INPUT DIST-FILE.
022400     IF ACK-DIST-STATUS NOT = "00"
022500         DISPLAY "COB-ACKREC: distribution file GREETDIST "
022600             "is missing - nothing to register."
022700         MOVE "Y" TO ACK-FAIL-SWITCH
022800         GO TO 2000-EXIT
022900     END-IF.
023000     PERFORM 2100-READ-DIST-REC
023100         THRU 2100-EXIT
023200         UNTIL ACK-DIST-EOF.
023300     CLOSE DIST-FILE.
023400     IF NOT ACK-HDR-SEEN OR NOT ACK-TRL-SEEN
023500         DISPLAY "COB-ACKREC: GREETDIST has no run header "
023600             "or no trailer - handoff not registered."
023700         MOVE "Y" TO ACK-FAIL-SWITCH
023800         GO TO 2000-EXIT
023900     END-IF.
024000     MOVE ACK-SENT-RUN-DATE TO HO-RUN-DATE.
024100     MOVE ACK-SENT-RUN-TIME TO HO-RUN-TIME.
024200     READ HANDOFF-FILE
024300         INVALID KEY
024400             PERFORM 2200-ADD-HANDOFF
024500                 THRU 2200-EXIT
024600         NOT INVALID KEY
024700             DISPLAY "COB-ACKREC: handoff " ACK-SENT-RUN-DATE
024800                 " " ACK-SENT-RUN-TIME
024900                 " already on the register."
025000     END-READ.
025100 2000-EXIT.
025200     EXIT.
025300
025400 2100-READ-DIST-REC.
025500     READ DIST-FILE
025600         AT END
025700             MOVE "Y" TO ACK-DIST-EOF-SWITCH
025800         NOT AT END
025900             EVALUATE GD-HDR-TYPE
026000                 WHEN "H"
026100                     MOVE "Y" TO ACK-HDR-SWITCH
026200                     MOVE GD-HDR-RUN-DATE TO ACK-SENT-RUN-DATE
026300                     MOVE GD-HDR-RUN-TIME TO ACK-SENT-RUN-TIME
026400                 WHEN "T"
026500                     MOVE "Y" TO ACK-TRL-SWITCH
026600                     MOVE GD-TRL-COUNT TO ACK-SENT-COUNT
026700                     MOVE GD-TRL-HASH TO ACK-SENT-HASH
026800                     MOVE GD-TRL-GRADE TO ACK-SENT-GRADE
026900             END-EVALUATE
027000     END-READ.
027100 2100-EXIT.
027200     EXIT.
027300
027400 2200-ADD-HANDOFF.
027500     MOVE SPACES TO HANDOFF-REC.
027600     MOVE ACK-SENT-RUN-DATE TO HO-RUN-DATE.
027700     MOVE ACK-SENT-RUN-TIME TO HO-RUN-TIME.
027800     MOVE ACK-RUN-DATE TO HO-RELEASE-DATE.
027900     MOVE ACK-SENT-COUNT TO HO-SENT-COUNT.
028000     MOVE ACK-SENT-HASH TO HO-SENT-HASH.
028100     MOVE ACK-SENT-GRADE TO HO-SENT-GRADE.
028200     MOVE "O" TO HO-STATUS.
028300     MOVE ZERO TO HO-ACK-DATE.
028400     MOVE ZERO TO HO-RECV-COUNT.
028500     MOVE ZERO TO HO-RECV-HASH.
028600     MOVE ZERO TO HO-PRINTED-COUNT.
028700     MOVE ZERO TO HO-SPOILED-COUNT.
028800     MOVE ZERO TO HO-RECON-DATE.
028900     WRITE HANDOFF-REC
029000         INVALID KEY
029100             DISPLAY "COB-ACKREC: handoff " ACK-SENT-RUN-DATE
029200                 " " ACK-SENT-RUN-TIME " could not be "
029300                 "registered - status " ACK-HO-STATUS
029400             MOVE "Y" TO ACK-FAIL-SWITCH
029500         NOT INVALID KEY
029600             ADD 1 TO ACK-OPEN-COUNT
029700             DISPLAY "COB-ACKREC: handoff " ACK-SENT-RUN-DATE
029800                 " " ACK-SENT-RUN-TIME " registered - "
029900                 ACK-SENT-COUNT " items outstanding."
030000     END-WRITE.
030100 2200-EXIT.
030200     EXIT.
030300
030400*----------------------------------------------------------------
030500* Match every GREETACK acknowledgement against the register.
030600* A missing GREETACK just means nothing came back today - the
030700* overdue check still runs.
030800*----------------------------------------------------------------
030900 3000-MATCH-ACKS.
031000     IF NOT ACK-HO-OPEN
031100         GO TO 3000-EXIT
031200     END-IF.
031300     MOVE "EXCEPTIONS" TO RPT-LINE.
031400     WRITE RPT-LINE.
031500     MOVE "  RUN-DATE RUN-TIME EXCEPTION          DETAIL"
031600         TO RPT-LINE.
031700     WRITE RPT-LINE.
031800     OPEN INPUT ACK-FILE.
031900     IF ACK-ACK-STATUS NOT = "00"
032000         GO TO 3000-EXIT
032100     END-IF.
032200     PERFORM 3100-MATCH-ACK-REC
032300         THRU 3100-EXIT
032400         UNTIL ACK-ACK-EOF.
032500     CLOSE ACK-FILE.
032600 3000-EXIT.
032700     EXIT.
032800
032900 3100-MATCH-ACK-REC.
033000     READ ACK-FILE
033100         AT END
033200             MOVE "Y" TO ACK-ACK-EOF-SWITCH
033300             GO TO 3100-EXIT
033400     END-READ.
033500     IF GA-ACK-REC = SPACES
033600         GO TO 3100-EXIT
033700     END-IF.
033800     ADD 1 TO ACK-READ-COUNT.
033900     IF GA-RUN-DATE NOT NUMERIC
034000         OR GA-RUN-TIME NOT NUMERIC
034100         OR GA-RECEIVED-COUNT NOT NUMERIC
034200         OR GA-RECEIVED-HASH NOT NUMERIC
034300         OR GA-PRINTED-COUNT NOT NUMERIC
034400         OR GA-SPOILED-COUNT NOT NUMERIC
034500         ADD 1 TO ACK-UNKNOWN-COUNT
034600         MOVE ZERO TO RPT-EXC-RUN-DATE
034700         MOVE ZERO TO RPT-EXC-RUN-TIME
034800         MOVE "UNREADABLE ACK" TO RPT-EXC-TEXT
034900         MOVE GA-ACK-REC TO RPT-EXC-DETAIL
035000         PERFORM 6200-WRITE-EXCEPTION
035100             THRU 6200-EXIT
035200         GO TO 3100-EXIT
035300     END-IF.
035400     MOVE GA-RUN-DATE TO HO-RUN-DATE.
035500     MOVE GA-RUN-TIME TO HO-RUN-TIME.
035600     MOVE GA-RUN-DATE TO RPT-EXC-RUN-DATE.
035700     MOVE GA-RUN-TIME TO RPT-EXC-RUN-TIME.
035800     READ HANDOFF-FILE
035900         INVALID KEY
036000             ADD 1 TO ACK-UNKNOWN-COUNT
036100             MOVE "NO SUCH HANDOFF" TO RPT-EXC-TEXT
036200             MOVE "ACK ECHOES A RUN WE NEVER RELEASED"
036300                 TO RPT-EXC-DETAIL
036400             PERFORM 6200-WRITE-EXCEPTION
036500                 THRU 6200-EXIT
036600             GO TO 3100-EXIT
036700     END-READ.
036800     IF NOT HO-OUTSTANDING
036900         AND GA-RECEIVED-COUNT = HO-RECV-COUNT
037000         AND GA-RECEIVED-HASH = HO-RECV-HASH
037100         AND GA-PRINTED-COUNT = HO-PRINTED-COUNT
037200         AND GA-SPOILED-COUNT = HO-SPOILED-COUNT
037300         ADD 1 TO ACK-DUPLICATE-COUNT
037400         GO TO 3100-EXIT
037500     END-IF.
037600     PERFORM 3200-CHECK-ACK-TOTALS
037700         THRU 3200-EXIT.
037800     MOVE GA-RECEIVED-COUNT TO HO-RECV-COUNT.
037900     MOVE GA-RECEIVED-HASH TO HO-RECV-HASH.
038000     MOVE GA-PRINTED-COUNT TO HO-PRINTED-COUNT.
038100     MOVE GA-SPOILED-COUNT TO HO-SPOILED-COUNT.
038200     IF GA-ACK-DATE IS NUMERIC
038300         MOVE GA-ACK-DATE TO HO-ACK-DATE
038400     ELSE
038500         MOVE ACK-RUN-DATE TO HO-ACK-DATE
038600     END-IF.
038700     MOVE ACK-RUN-DATE TO HO-RECON-DATE.
038800     IF ACK-MISMATCH
038900         MOVE "M" TO HO-STATUS
039000         ADD 1 TO ACK-MISMATCH-COUNT
039100     ELSE
039200         MOVE "A" TO HO-STATUS
039300         ADD 1 TO ACK-MATCHED-COUNT
039400     END-IF.
039500     REWRITE HANDOFF-REC
039600         INVALID KEY
039700             DISPLAY "COB-ACKREC: handoff " HO-RUN-DATE " "
039800                 HO-RUN-TIME " could not be updated - status "
039900                 ACK-HO-STATUS
040000             MOVE "Y" TO ACK-FAIL-SWITCH
040100     END-REWRITE.
040200 3100-EXIT.
040300     EXIT.
040400
040500*----------------------------------------------------------------
040600* The shop's received count and hash total must agree with the
040700* trailer we sent, and what they printed plus what they spoiled
040800* must account for everything they received.  Spoiled items
040900* are reported for reprint without failing the match.
041000*----------------------------------------------------------------
041100 3200-CHECK-ACK-TOTALS.
041200     MOVE "N" TO ACK-MISMATCH-SWITCH.
041300     IF GA-RECEIVED-COUNT NOT = HO-SENT-COUNT
041400         MOVE "Y" TO ACK-MISMATCH-SWITCH
041500         MOVE "COUNT MISMATCH" TO RPT-EXC-TEXT
041600         MOVE HO-SENT-COUNT TO RPT-SENT-DISP
041700         MOVE GA-RECEIVED-COUNT TO RPT-RECV-DISP
041800         PERFORM 6300-WRITE-SENT-RECV-EXCEPTION
041900             THRU 6300-EXIT
042000     END-IF.
042100     IF GA-RECEIVED-HASH NOT = HO-SENT-HASH
042200         MOVE "Y" TO ACK-MISMATCH-SWITCH
042300         MOVE "HASH MISMATCH" TO RPT-EXC-TEXT
042400         MOVE HO-SENT-HASH TO RPT-SENT-DISP
042500         MOVE GA-RECEIVED-HASH TO RPT-RECV-DISP
042600         PERFORM 6300-WRITE-SENT-RECV-EXCEPTION
042700             THRU 6300-EXIT
042800     END-IF.
042900     COMPUTE ACK-ACCOUNTED =
043000         GA-PRINTED-COUNT + GA-SPOILED-COUNT.
043100     IF ACK-ACCOUNTED NOT = GA-RECEIVED-COUNT
043200         MOVE "Y" TO ACK-MISMATCH-SWITCH
043300         MOVE "PRINT NOT BALANCED" TO RPT-EXC-TEXT
043400         MOVE GA-RECEIVED-COUNT TO RPT-SENT-DISP
043500         MOVE ACK-ACCOUNTED TO RPT-RECV-DISP
043600         MOVE SPACES TO RPT-EXC-DETAIL
043700         STRING "RECV " DELIMITED BY SIZE
043800                 RPT-SENT-DISP DELIMITED BY SIZE
043900                 " PRT+SPL " DELIMITED BY SIZE
044000                 RPT-RECV-DISP DELIMITED BY SIZE
044100                 INTO RPT-EXC-DETAIL
044200         PERFORM 6200-WRITE-EXCEPTION
044300             THRU 6200-EXIT
044400     END-IF.
044500     IF GA-SPOILED-COUNT > ZERO
044600         ADD 1 TO ACK-SPOILED-COUNT
044700         MOVE "SPOILED ITEMS" TO RPT-EXC-TEXT
044800         MOVE GA-SPOILED-COUNT TO RPT-RECV-DISP
044900         MOVE SPACES TO RPT-EXC-DETAIL
045000         STRING "SPOILED " DELIMITED BY SIZE
045100                 RPT-RECV-DISP DELIMITED BY SIZE
045200                 " - REPRINT" DELIMITED BY SIZE
045300                 INTO RPT-EXC-DETAIL
045400         PERFORM 6200-WRITE-EXCEPTION
045500             THRU 6200-EXIT
045600     END-IF.
045700 3200-EXIT.
045800     EXIT.
045900
046000*----------------------------------------------------------------
046100* Overdue check - every handoff still outstanding longer than
046200* the threshold is an exception: the shop has not told us it
046300* arrived, and it may have been lost.
046400*----------------------------------------------------------------
046500 4000-AGE-HANDOFFS.
046600     IF NOT ACK-HO-OPEN
046700         GO TO 4000-EXIT
046800     END-IF.
046900     MOVE "N" TO ACK-HO-EOF-SWITCH.
047000     MOVE LOW-VALUES TO HO-RUN-ID.
047100     START HANDOFF-FILE
047200         KEY NOT < HO-RUN-ID
047300         INVALID KEY
047400             MOVE "Y" TO ACK-HO-EOF-SWITCH
047500     END-START.
047600     PERFORM 4100-AGE-HANDOFF-REC
047700         THRU 4100-EXIT
047800         UNTIL ACK-HO-EOF.
047900 4000-EXIT.
048000     EXIT.
048100
048200 4100-AGE-HANDOFF-REC.
048300     READ HANDOFF-FILE NEXT RECORD
048400         AT END
048500             MOVE "Y" TO ACK-HO-EOF-SWITCH
048600             GO TO 4100-EXIT
048700     END-READ.
048800     IF NOT HO-OUTSTANDING
048900         GO TO 4100-EXIT
049000     END-IF.
049100     PERFORM 4200-COMPUTE-AGE
049200         THRU 4200-EXIT.
049300     IF ACK-AGE-DAYS > ACK-OVERDUE-DAYS
049400         ADD 1 TO ACK-OVERDUE-COUNT
049500         MOVE HO-RUN-DATE TO RPT-EXC-RUN-DATE
049600         MOVE HO-RUN-TIME TO RPT-EXC-RUN-TIME
049700         MOVE "NO ACK - OVERDUE" TO RPT-EXC-TEXT
049800         MOVE ACK-AGE-DAYS TO RPT-AGE-DISP
049900         MOVE SPACES TO RPT-EXC-DETAIL
050000         STRING "RELEASED " DELIMITED BY SIZE
050100                 HO-RELEASE-DATE DELIMITED BY SIZE
050200                 ", " DELIMITED BY SIZE
050300                 RPT-AGE-DISP DELIMITED BY SIZE
050400                 " DAYS" DELIMITED BY SIZE
050500                 INTO RPT-EXC-DETAIL
050600         PERFORM 6200-WRITE-EXCEPTION
050700             THRU 6200-EXIT
050800     END-IF.
050900 4100-EXIT.
051000     EXIT.
051100
051200 4200-COMPUTE-AGE.
051300     MOVE ZERO TO ACK-AGE-DAYS.
051400     IF HO-RELEASE-DATE IS NUMERIC
051500         AND HO-RELEASE-DATE > ZERO
051600         COMPUTE ACK-AGE-DAYS = ACK-TODAY-INT
051700             - FUNCTION INTEGER-OF-DATE(HO-RELEASE-DATE)
051800     END-IF.
051900     IF ACK-AGE-DAYS < ZERO
052000         MOVE ZERO TO ACK-AGE-DAYS
052100     END-IF.
052200 4200-EXIT.
052300     EXIT.
052400
052500*----------------------------------------------------------------
052600* The open side of the register - every handoff still
052700* outstanding or acknowledged with a mismatch, with its age.
052800*----------------------------------------------------------------
052900 5000-LIST-OPEN-HANDOFFS.
053000     IF NOT ACK-HO-OPEN
053100         GO TO 5000-EXIT
053200     END-IF.
053300     MOVE SPACES TO RPT-LINE.
053400     WRITE RPT-LINE.
053500     MOVE "OPEN HANDOFFS" TO RPT-LINE.
053600     WRITE RPT-LINE.
053700     MOVE "  RUN-DATE RUN-TIME STATE       RELEASED  AGE-D  SENT"
053800         TO RPT-LINE.
053900     WRITE RPT-LINE.
054000     MOVE "N" TO ACK-HO-EOF-SWITCH.
054100     MOVE LOW-VALUES TO HO-RUN-ID.
054200     START HANDOFF-FILE
054300         KEY NOT < HO-RUN-ID
054400         INVALID KEY
054500             MOVE "Y" TO ACK-HO-EOF-SWITCH
054600     END-START.
054700     PERFORM 5100-LIST-HANDOFF-REC
054800         THRU 5100-EXIT
054900         UNTIL ACK-HO-EOF.
055000 5000-EXIT.
055100     EXIT.
055200
055300 5100-LIST-HANDOFF-REC.
055400     READ HANDOFF-FILE NEXT RECORD
055500         AT END
055600             MOVE "Y" TO ACK-HO-EOF-SWITCH
055700             GO TO 5100-EXIT
055800     END-READ.
055900     IF HO-ACKNOWLEDGED
056000         GO TO 5100-EXIT
056100     END-IF.
056200     ADD 1 TO ACK-OPEN-COUNT.
056300     IF HO-MISMATCHED
056400         MOVE "MISMATCHED" TO RPT-STATE-DISP
056500     ELSE
056600         MOVE "OUTSTANDING" TO RPT-STATE-DISP
056700     END-IF.
056800     PERFORM 4200-COMPUTE-AGE
056900         THRU 4200-EXIT.
057000     MOVE ACK-AGE-DAYS TO RPT-AGE-DISP.
057100     MOVE SPACES TO RPT-DETAIL-WORK.
057200     STRING "  " DELIMITED BY SIZE
057300             HO-RUN-DATE DELIMITED BY SIZE
057400             " " DELIMITED BY SIZE
057500             HO-RUN-TIME DELIMITED BY SIZE
057600             " " DELIMITED BY SIZE
057700             RPT-STATE-DISP DELIMITED BY SIZE
057800             " " DELIMITED BY SIZE
057900             HO-RELEASE-DATE DELIMITED BY SIZE
058000             "  " DELIMITED BY SIZE
058100             RPT-AGE-DISP DELIMITED BY SIZE
058200             "  " DELIMITED BY SIZE
058300             HO-SENT-COUNT DELIMITED BY SIZE
058400             INTO RPT-DETAIL-WORK.
058500     MOVE RPT-DETAIL-WORK TO RPT-LINE.
058600     WRITE RPT-LINE.
058700 5100-EXIT.
058800     EXIT.
058900
059000 6000-WRITE-REPORT-HEADER.
059100     MOVE "================================================"
059200         TO RPT-LINE.
059300     WRITE RPT-LINE.
059400     MOVE "   PRINT SHOP ACKNOWLEDGEMENT RECONCILIATION"
059500         TO RPT-LINE.
059600     WRITE RPT-LINE.
059700     MOVE "================================================"
059800         TO RPT-LINE.
059900     WRITE RPT-LINE.
060000     MOVE SPACES TO RPT-LINE.
060100     STRING "Recon date ........ " DELIMITED BY SIZE
060200             ACK-RUN-DATE DELIMITED BY SIZE
060300             INTO RPT-LINE.
060400     WRITE RPT-LINE.
060500     MOVE SPACES TO RPT-LINE.
060600     STRING "Recon time ........ " DELIMITED BY SIZE
060700             ACK-RUN-TIME DELIMITED BY SIZE
060800             INTO RPT-LINE.
060900     WRITE RPT-LINE.
061000     MOVE SPACES TO RPT-LINE.
061100     STRING "Overdue after days  " DELIMITED BY SIZE
061200             ACK-OVERDUE-DAYS DELIMITED BY SIZE
061300             INTO RPT-LINE.
061400     WRITE RPT-LINE.
061500     MOVE SPACES TO RPT-LINE.
061600     WRITE RPT-LINE.
061700 6000-EXIT.
061800     EXIT.
061900
062000 6200-WRITE-EXCEPTION.
062100     ADD 1 TO ACK-EXCEPTION-COUNT.
062200     MOVE SPACES TO RPT-DETAIL-WORK.
062300     STRING "  " DELIMITED BY SIZE
062400             RPT-EXC-RUN-DATE DELIMITED BY SIZE
062500             " " DELIMITED BY SIZE
062600             RPT-EXC-RUN-TIME DELIMITED BY SIZE
062700             " " DELIMITED BY SIZE
062800             RPT-EXC-TEXT DELIMITED BY SIZE
062900             " " DELIMITED BY SIZE
063000             RPT-EXC-DETAIL DELIMITED BY SIZE
063100             INTO RPT-DETAIL-WORK.
063200     MOVE RPT-DETAIL-WORK TO RPT-LINE.
063300     WRITE RPT-LINE.
063400 6200-EXIT.
063500     EXIT.
063600
063700 6300-WRITE-SENT-RECV-EXCEPTION.
063800     MOVE SPACES TO RPT-EXC-DETAIL.
063900     STRING "SENT " DELIMITED BY SIZE
064000             RPT-SENT-DISP DELIMITED BY SIZE
064100             " RECV " DELIMITED BY SIZE
064200             RPT-RECV-DISP DELIMITED BY SIZE
064300             INTO RPT-EXC-DETAIL.
064400     PERFORM 6200-WRITE-EXCEPTION
064500         THRU 6200-EXIT.
064600 6300-EXIT.
064700     EXIT.
064800
064900 6500-WRITE-REPORT-TOTALS.
065000     MOVE SPACES TO RPT-LINE.
065100     WRITE RPT-LINE.
065200     MOVE ACK-READ-COUNT TO RPT-COUNT-DISP.
065300     MOVE SPACES TO RPT-LINE.
065400     STRING "Acks received ..... " DELIMITED BY SIZE
065500             RPT-COUNT-DISP DELIMITED BY SIZE
065600             INTO RPT-LINE.
065700     WRITE RPT-LINE.
065800     MOVE ACK-MATCHED-COUNT TO RPT-COUNT-DISP.
065900     MOVE SPACES TO RPT-LINE.
066000     STRING "Acks in agreement . " DELIMITED BY SIZE
066100             RPT-COUNT-DISP DELIMITED BY SIZE
066200             INTO RPT-LINE.
066300     WRITE RPT-LINE.
066400     MOVE ACK-MISMATCH-COUNT TO RPT-COUNT-DISP.
066500     MOVE SPACES TO RPT-LINE.
066600     STRING "Acks mismatched ... " DELIMITED BY SIZE
066700             RPT-COUNT-DISP DELIMITED BY SIZE
066800             INTO RPT-LINE.
066900     WRITE RPT-LINE.
067000     MOVE ACK-UNKNOWN-COUNT TO RPT-COUNT-DISP.
067100     MOVE SPACES TO RPT-LINE.
067200     STRING "Acks unmatched .... " DELIMITED BY SIZE
067300             RPT-COUNT-DISP DELIMITED BY SIZE
067400             INTO RPT-LINE.
067500     WRITE RPT-LINE.
067600     MOVE ACK-DUPLICATE-COUNT TO RPT-COUNT-DISP.
067700     MOVE SPACES TO RPT-LINE.
067800     STRING "Acks repeated ..... " DELIMITED BY SIZE
067900             RPT-COUNT-DISP DELIMITED BY SIZE
068000             INTO RPT-LINE.
068100     WRITE RPT-LINE.
068200     MOVE ACK-SPOILED-COUNT TO RPT-COUNT-DISP.
068300     MOVE SPACES TO RPT-LINE.
068400     STRING "Runs with spoilage  " DELIMITED BY SIZE
068500             RPT-COUNT-DISP DELIMITED BY SIZE
068600             INTO RPT-LINE.
068700     WRITE RPT-LINE.
068800     MOVE ACK-OPEN-COUNT TO RPT-COUNT-DISP.
068900     MOVE SPACES TO RPT-LINE.
069000     STRING "Handoffs open ..... " DELIMITED BY SIZE
069100             RPT-COUNT-DISP DELIMITED BY SIZE
069200             INTO RPT-LINE.
069300     WRITE RPT-LINE.
069400     MOVE ACK-OVERDUE-COUNT TO RPT-COUNT-DISP.
069500     MOVE SPACES TO RPT-LINE.
069600     STRING "Handoffs overdue .. " DELIMITED BY SIZE
069700             RPT-COUNT-DISP DELIMITED BY SIZE
069800             INTO RPT-LINE.
069900     WRITE RPT-LINE.
070000     MOVE "================================================"
070100         TO RPT-LINE.
070200     WRITE RPT-LINE.
070300 6500-EXIT.
070400     EXIT.
070500
070600 6800-GRADE-RETURN-CODE.
070700     MOVE ZERO TO ACK-RUN-GRADE.
070800     EVALUATE TRUE
070900         WHEN ACK-FAILED
071000             MOVE 8 TO ACK-RUN-GRADE
071100         WHEN ACK-EXCEPTION-COUNT > ZERO
071200             MOVE 4 TO ACK-RUN-GRADE
071300     END-EVALUATE.
071400 6800-EXIT.
071500     EXIT.
071600
071700 7000-TERMINATE.
071800     IF ACK-RECONCILE-MODE
071900         PERFORM 6500-WRITE-REPORT-TOTALS
072000             THRU 6500-EXIT
072100         CLOSE REPORT-FILE
072200     END-IF.
072300     IF ACK-HO-OPEN
072400         CLOSE HANDOFF-FILE
072500     END-IF.
072600     PERFORM 8000-WRITE-RUNHIST
072700         THRU 8000-EXIT.
072800 7000-EXIT.
072900     EXIT.
073000
073100*----------------------------------------------------------------
073200* Append this run to the RUNHIST job-step history.  Registering
073300* is a step of the GREETBAT job (step HANDOFF, one count slot:
073400* handoffs registered); reconciliation is its own GREETACK job
073500* (step ACKREC, count slots: acks received, acks mismatched or
073600* unmatched, handoffs overdue, handoffs open).
073700*----------------------------------------------------------------
073800 8000-WRITE-RUNHIST.
073900     OPEN EXTEND RUNHIST-FILE.
074000     IF ACK-RNH-STATUS NOT = "00"
074100         OPEN OUTPUT RUNHIST-FILE
074200     END-IF.
074300     MOVE SPACES TO RUN-HIST-REC.
074400     MOVE ACK-RUN-DATE TO RH-START-DATE.
074500     MOVE ACK-RUN-TIME TO RH-START-TIME.
074600     ACCEPT RH-END-DATE FROM DATE YYYYMMDD.
074700     ACCEPT RH-END-TIME FROM TIME.
074800     MOVE ACK-RUN-GRADE TO RH-RETURN-CODE.
074900     IF ACK-REGISTER-MODE
075000         MOVE "GREETBAT" TO RH-JOB-NAME
075100         MOVE "HANDOFF" TO RH-STEP-NAME
075200         MOVE ACK-OPEN-COUNT TO RH-PROCESSED
075300         MOVE ZERO TO RH-REJECTED
075400         MOVE ZERO TO RH-INACTIVE
075500         MOVE ZERO TO RH-SUSPENDED
075600     ELSE
075700         MOVE "GREETACK" TO RH-JOB-NAME
075800         MOVE "ACKREC" TO RH-STEP-NAME
075900         MOVE ACK-READ-COUNT TO RH-PROCESSED
076000         COMPUTE RH-REJECTED =
076100             ACK-MISMATCH-COUNT + ACK-UNKNOWN-COUNT
076200         MOVE ACK-OVERDUE-COUNT TO RH-INACTIVE
076300         MOVE ACK-OPEN-COUNT TO RH-SUSPENDED
076400     END-IF.
076500     WRITE RUN-HIST-REC.
076600     CLOSE RUNHIST-FILE.
076700 8000-EXIT.
076800     EXIT.
