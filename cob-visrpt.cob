000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cob-visrpt.
000300 AUTHOR. BILL BLASINGIM.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* A GnuCOBOL program
000900* Monthly frequent-visitor report - reads the visitor greetings
001000* (the *VIS* marker) on the GREETHIS archive history for a
001100* target month, counts the days each visitor came in, and
001200* lists the visitors at or above a visit-day threshold, most
001300* frequent first, with the usual host, preferred language,
001400* lifetime visit count, and first visit from the VISITREG
001500* visitor register.  A second section lists every visitor the
001600* register marks barred, and the month's barred-visitor
001700* refusals (audit reason 07) are counted from AUDITHIS.
001800*
001900* The command line is the target month as YYYYMM and,
002000* optionally after a space, the threshold as two digits
002100* (YYYYMM NN).  A month that is not numeric defaults to the
002200* current month, a threshold that is not numeric or is zero
002300* defaults to 03.  The report goes to VISRPT.
002400*----------------------------------------------------------------
002500* MODIFICATION HISTORY
002600*----------------------------------------------------------------
002700* 10/15/2026  BB   Original version - monthly frequent-visitor
002800*                  report over the archive history and the
002900*                  VISITREG visitor register.
002963* 10/15/2026  BB   History record widened for the reprocess flag
003026*                  and visitor host columns added to GREETLOG.
003090*----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. GNUCOBOL.
003400 OBJECT-COMPUTER. GNUCOBOL.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT GREET-HIST-IN ASSIGN TO "GREETHIS"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS VRP-GHIS-STATUS.
004000
004100     SELECT AUDIT-HIST-IN ASSIGN TO "AUDITHIS"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS VRP-AHIS-STATUS.
004400
004500     SELECT VISIT-REGISTER ASSIGN TO "VISITREG"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS VR-VISITOR-NAME
004900         FILE STATUS IS VRP-VREG-STATUS.
005000
005100     SELECT REPORT-FILE ASSIGN TO "VISRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  GREET-HIST-IN
005700     LABEL RECORDS ARE STANDARD.
005800 01  GHI-RECORD.
005900     05  GHI-RUN-ID              PIC X(17).
006000     05  FILLER                  PIC X(01).
006100     05  GHI-LOG-DATE.
006200         10  GHI-LOG-MONTH       PIC X(06).
006300         10  GHI-LOG-DAY         PIC X(02).
006400     05  FILLER                  PIC X(01).
006500     05  GHI-LOG-TIME            PIC X(08).
006600     05  FILLER                  PIC X(01).
006700     05  GHI-SEQ-NO              PIC X(05).
006800     05  FILLER                  PIC X(01).
006900     05  GHI-NAME                PIC X(20).
007000     05  FILLER                  PIC X(01).
007100     05  GHI-LANG-CODE           PIC X(02).
007200     05  FILLER                  PIC X(01).
007300     05  GHI-OPER-ID             PIC X(05).
007400     05  FILLER                  PIC X(01).
007500     05  GHI-EVENT-TYPE          PIC X(01).
007520     05  FILLER                  PIC X(01).
007540     05  GHI-REPROC-FLAG         PIC X(01).
007560     05  FILLER                  PIC X(01).
007580     05  GHI-HOST-ID             PIC X(05).
007600
007700 FD  AUDIT-HIST-IN
007800     LABEL RECORDS ARE STANDARD.
007900 01  AHI-RECORD.
008000     05  AHI-RUN-ID              PIC X(17).
008100     05  FILLER                  PIC X(01).
008200     05  AHI-LOG-DATE.
008300         10  AHI-LOG-MONTH       PIC X(06).
008400         10  AHI-LOG-DAY         PIC X(02).
008500     05  FILLER                  PIC X(01).
008600     05  AHI-LOG-TIME            PIC X(08).
008700     05  FILLER                  PIC X(01).
008800     05  AHI-SEQ-NO              PIC X(05).
008900     05  FILLER                  PIC X(01).
009000     05  AHI-REASON-CODE         PIC X(02).
009100     05  FILLER                  PIC X(01).
009200     05  AHI-REASON-TEXT         PIC X(21).
009300     05  FILLER                  PIC X(01).
009400     05  AHI-RAW-INPUT           PIC X(20).
009500
009600 FD  VISIT-REGISTER
009700     LABEL RECORDS ARE STANDARD.
009800     COPY VISITREG.
009900
010000 FD  REPORT-FILE
010100     LABEL RECORDS ARE STANDARD.
010200 01  RPT-LINE                    PIC X(80).
010300
010400 WORKING-STORAGE SECTION.
010500 01  VRP-CONTROLS.
010600     05  VRP-GHIS-STATUS         PIC X(02)   VALUE SPACES.
010700     05  VRP-AHIS-STATUS         PIC X(02)   VALUE SPACES.
010800     05  VRP-VREG-STATUS         PIC X(02)   VALUE SPACES.
010900     05  VRP-GHIS-EOF-SWITCH     PIC X(01)   VALUE "N".
011000         88  VRP-GHIS-EOF        VALUE "Y".
011100     05  VRP-AHIS-EOF-SWITCH     PIC X(01)   VALUE "N".
011200         88  VRP-AHIS-EOF        VALUE "Y".
011300     05  VRP-VREG-EOF-SWITCH     PIC X(01)   VALUE "N".
011400         88  VRP-VREG-EOF        VALUE "Y".
011500     05  VRP-VREG-OPEN-SWITCH    PIC X(01)   VALUE "N".
011600         88  VRP-VREG-OPEN       VALUE "Y".
011700     05  VRP-VREG-FOUND-SWITCH   PIC X(01)   VALUE "N".
011800         88  VRP-VREG-FOUND      VALUE "Y".
011900     05  VRP-OVFL-SWITCH         PIC X(01)   VALUE "N".
012000         88  VRP-OVERFLOWED      VALUE "Y".
012100     05  VRP-RANK-DONE-SWITCH    PIC X(01)   VALUE "N".
012200         88  VRP-RANK-DONE       VALUE "Y".
012300     05  VRP-PARM.
012400         10  VRP-PARM-MONTH      PIC X(06)   VALUE SPACES.
012500         10  FILLER              PIC X(01)   VALUE SPACE.
012600         10  VRP-PARM-THRESHOLD  PIC X(02)   VALUE SPACES.
012700     05  VRP-TARGET-MONTH        PIC X(06)   VALUE SPACES.
012800     05  VRP-THRESHOLD           PIC 9(02)   VALUE 3.
012900     05  VRP-TODAY               PIC 9(08)   VALUE ZERO.
013000     05  VRP-IX                  PIC 9(04)   COMP VALUE ZERO.
013100     05  VRP-MATCH-IX            PIC 9(04)   COMP VALUE ZERO.
013200     05  VRP-MAX-IX              PIC 9(04)   COMP VALUE ZERO.
013300     05  VRP-RANK-NO             PIC 9(04)   COMP VALUE ZERO.
013400
013500 01  VRP-TOTALS.
013600     05  VRP-HIST-GREETS         PIC 9(07)   COMP VALUE ZERO.
013700     05  VRP-VISITOR-GREETS      PIC 9(07)   COMP VALUE ZERO.
013800     05  VRP-FREQUENT-COUNT      PIC 9(05)   COMP VALUE ZERO.
013900     05  VRP-BARRED-COUNT        PIC 9(05)   COMP VALUE ZERO.
014000     05  VRP-REFUSED-COUNT       PIC 9(05)   COMP VALUE ZERO.
014100
014200 01  VRP-VISITOR-TABLE.
014300     05  VRP-VISITOR-COUNT-USED  PIC 9(04)   COMP VALUE ZERO.
014400     05  VRP-VISITOR-ENTRY       OCCURS 500 TIMES.
014500         10  VRP-VT-NAME         PIC X(20).
014600         10  VRP-VT-LAST-DAY     PIC X(02).
014700         10  VRP-VT-DAYS         PIC 9(03)   COMP.
014800         10  VRP-VT-GREETS       PIC 9(05)   COMP.
014900         10  VRP-VT-LISTED-SWITCH PIC X(01).
015000             88  VRP-VT-LISTED   VALUE "Y".
015100
015200 01  RPT-CONTROLS.
015300     05  RPT-RUN-DATE            PIC 9(08)   VALUE ZERO.
015400     05  RPT-COUNT-DISP          PIC 9(05)   VALUE ZERO.
015500     05  RPT-RANK-DISP           PIC 9(03)   VALUE ZERO.
015600     05  RPT-DAYS-DISP           PIC 9(03)   VALUE ZERO.
015700     05  RPT-GREETS-DISP         PIC 9(05)   VALUE ZERO.
015800     05  RPT-TOTAL-DISP          PIC 9(05)   VALUE ZERO.
015900     05  RPT-BARRED-WORD         PIC X(06)   VALUE SPACES.
016000
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016300     PERFORM 1000-INITIALIZE
016400         THRU 1000-EXIT.
016500     PERFORM 2000-TALLY-GREET-HISTORY
016600         THRU 2000-EXIT.
016700     PERFORM 3000-TALLY-AUDIT-HISTORY
016800         THRU 3000-EXIT.
016900     PERFORM 6000-WRITE-REPORT
017000         THRU 6000-EXIT.
017100     PERFORM 7000-TERMINATE
017200         THRU 7000-EXIT.
017300     STOP RUN.
017400
017500 1000-INITIALIZE.
017600     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
017700     ACCEPT VRP-PARM FROM COMMAND-LINE.
017800     IF VRP-PARM-MONTH IS NUMERIC
017900         MOVE VRP-PARM-MONTH TO VRP-TARGET-MONTH
018000     ELSE
018100         MOVE RPT-RUN-DATE TO VRP-TODAY
018200         MOVE VRP-TODAY(1:6) TO VRP-TARGET-MONTH
018300     END-IF.
018400     IF VRP-PARM-THRESHOLD IS NUMERIC
018500         MOVE VRP-PARM-THRESHOLD TO VRP-THRESHOLD
018600     END-IF.
018700     IF VRP-THRESHOLD = ZERO
018800         MOVE 3 TO VRP-THRESHOLD
018900     END-IF.
019000     INITIALIZE VRP-VISITOR-TABLE.
019100     OPEN INPUT VISIT-REGISTER.
019200     IF VRP-VREG-STATUS = "00"
019300         MOVE "Y" TO VRP-VREG-OPEN-SWITCH
019400     ELSE
019500         DISPLAY "COB-VISRPT: visitor register VISITREG not "
019600             "available - register details left blank."
019700     END-IF.
019800     OPEN OUTPUT REPORT-FILE.
019900 1000-EXIT.
020000     EXIT.
020100
020200 2000-TALLY-GREET-HISTORY.
020300     OPEN INPUT GREET-HIST-IN.
020400     IF VRP-GHIS-STATUS NOT = "00"
020500         GO TO 2000-EXIT
020600     END-IF.
020700     PERFORM 2100-TALLY-GREET-REC
020800         THRU 2100-EXIT
020900         UNTIL VRP-GHIS-EOF.
021000     CLOSE GREET-HIST-IN.
021100 2000-EXIT.
021200     EXIT.
021300
021400 2100-TALLY-GREET-REC.
021500     READ GREET-HIST-IN
021600         AT END
021700             MOVE "Y" TO VRP-GHIS-EOF-SWITCH
021800         NOT AT END
021900             ADD 1 TO VRP-HIST-GREETS
022000             IF GHI-LOG-MONTH = VRP-TARGET-MONTH
022100                 AND GHI-OPER-ID = "*VIS*"
022200                 PERFORM 2200-TALLY-VISITOR
022300                     THRU 2200-EXIT
022400             END-IF
022500     END-READ.
022600 2100-EXIT.
022700     EXIT.
022800
022900*----------------------------------------------------------------
023000* A visitor counts one visit day for each day of the month they
023100* were greeted - the history is in run order, so a repeat
023200* greeting on the day already counted is just a greeting.
023300*----------------------------------------------------------------
023400 2200-TALLY-VISITOR.
023500     ADD 1 TO VRP-VISITOR-GREETS.
023600     MOVE ZERO TO VRP-MATCH-IX.
023700     PERFORM 2210-MATCH-VISITOR
023800         THRU 2210-EXIT
023900         VARYING VRP-IX FROM 1 BY 1
024000         UNTIL VRP-IX > VRP-VISITOR-COUNT-USED
024100             OR VRP-MATCH-IX > ZERO.
024200     IF VRP-MATCH-IX = ZERO
024300         IF VRP-VISITOR-COUNT-USED = 500
024400             MOVE "Y" TO VRP-OVFL-SWITCH
024500             GO TO 2200-EXIT
024600         END-IF
024700         ADD 1 TO VRP-VISITOR-COUNT-USED
024800         MOVE VRP-VISITOR-COUNT-USED TO VRP-MATCH-IX
024900         MOVE GHI-NAME TO VRP-VT-NAME(VRP-MATCH-IX)
025000         MOVE SPACES TO VRP-VT-LAST-DAY(VRP-MATCH-IX)
025100         MOVE "N" TO VRP-VT-LISTED-SWITCH(VRP-MATCH-IX)
025200     END-IF.
025300     ADD 1 TO VRP-VT-GREETS(VRP-MATCH-IX).
025400     IF GHI-LOG-DAY NOT = VRP-VT-LAST-DAY(VRP-MATCH-IX)
025500         ADD 1 TO VRP-VT-DAYS(VRP-MATCH-IX)
025600         MOVE GHI-LOG-DAY TO VRP-VT-LAST-DAY(VRP-MATCH-IX)
025700     END-IF.
025800 2200-EXIT.
025900     EXIT.
026000
026100 2210-MATCH-VISITOR.
026200     IF VRP-VT-NAME(VRP-IX) = GHI-NAME
026300         MOVE VRP-IX TO VRP-MATCH-IX
026400     END-IF.
026500 2210-EXIT.
026600     EXIT.
026700
026800*----------------------------------------------------------------
026900* Barred-visitor refusals in the month - the reason 07 audit
027000* records the batch visitor pass writes instead of a greeting.
027100*----------------------------------------------------------------
027200 3000-TALLY-AUDIT-HISTORY.
027300     OPEN INPUT AUDIT-HIST-IN.
027400     IF VRP-AHIS-STATUS NOT = "00"
027500         GO TO 3000-EXIT
027600     END-IF.
027700     PERFORM 3100-TALLY-AUDIT-REC
027800         THRU 3100-EXIT
027900         UNTIL VRP-AHIS-EOF.
028000     CLOSE AUDIT-HIST-IN.
028100 3000-EXIT.
028200     EXIT.
028300
028400 3100-TALLY-AUDIT-REC.
028500     READ AUDIT-HIST-IN
028600         AT END
028700             MOVE "Y" TO VRP-AHIS-EOF-SWITCH
028800         NOT AT END
028900             IF AHI-LOG-MONTH = VRP-TARGET-MONTH
029000                 AND AHI-REASON-CODE = "07"
029100                 ADD 1 TO VRP-REFUSED-COUNT
029200             END-IF
029300     END-READ.
029400 3100-EXIT.
029500     EXIT.
029600
029700 6000-WRITE-REPORT.
029800     MOVE "================================================"
029900         TO RPT-LINE.
030000     WRITE RPT-LINE.
030100     MOVE "         MONTHLY FREQUENT-VISITOR REPORT"
030200         TO RPT-LINE.
030300     WRITE RPT-LINE.
030400     MOVE "================================================"
030500         TO RPT-LINE.
030600     WRITE RPT-LINE.
030700     MOVE SPACES TO RPT-LINE.
030800     STRING "Report month ...... " DELIMITED BY SIZE
030900             VRP-TARGET-MONTH DELIMITED BY SIZE
031000             INTO RPT-LINE.
031100     WRITE RPT-LINE.
031200     MOVE SPACES TO RPT-LINE.
031300     STRING "Visit-day threshold " DELIMITED BY SIZE
031400             VRP-THRESHOLD DELIMITED BY SIZE
031500             INTO RPT-LINE.
031600     WRITE RPT-LINE.
031700     MOVE SPACES TO RPT-LINE.
031800     STRING "Run date .......... " DELIMITED BY SIZE
031900             RPT-RUN-DATE DELIMITED BY SIZE
032000             INTO RPT-LINE.
032100     WRITE RPT-LINE.
032200     MOVE SPACES TO RPT-LINE.
032300     WRITE RPT-LINE.
032400     MOVE "FREQUENT VISITORS" TO RPT-LINE.
032500     WRITE RPT-LINE.
032600     MOVE "RANK NAME                 DAYS GREETS HOST  LN TOTAL"
032700         TO RPT-LINE.
032800     MOVE "FIRST VISIT" TO RPT-LINE(54:11).
032900     WRITE RPT-LINE.
033000     MOVE ZERO TO VRP-RANK-NO.
033100     PERFORM 6100-WRITE-TOP-VISITOR
033200         THRU 6100-EXIT
033300         VARYING VRP-IX FROM 1 BY 1
033400         UNTIL VRP-IX > VRP-VISITOR-COUNT-USED
033500             OR VRP-RANK-DONE.
033600     IF VRP-FREQUENT-COUNT = ZERO
033700         MOVE "  No visitor reached the threshold this month."
033800             TO RPT-LINE
033900         WRITE RPT-LINE
034000     END-IF.
034100     MOVE SPACES TO RPT-LINE.
034200     WRITE RPT-LINE.
034300     MOVE "BARRED VISITORS ON THE REGISTER" TO RPT-LINE.
034400     WRITE RPT-LINE.
034500     MOVE "NAME                 SET ON   BY    REASON"
034600         TO RPT-LINE.
034700     WRITE RPT-LINE.
034800     PERFORM 6300-LIST-BARRED
034900         THRU 6300-EXIT.
035000     MOVE SPACES TO RPT-LINE.
035100     WRITE RPT-LINE.
035200     MOVE VRP-VISITOR-COUNT-USED TO RPT-COUNT-DISP.
035300     MOVE SPACES TO RPT-LINE.
035400     STRING "Visitors this month ........ " DELIMITED BY SIZE
035500             RPT-COUNT-DISP DELIMITED BY SIZE
035600             INTO RPT-LINE.
035700     WRITE RPT-LINE.
035800     MOVE VRP-VISITOR-GREETS TO RPT-COUNT-DISP.
035900     MOVE SPACES TO RPT-LINE.
036000     STRING "Visitor greetings .......... " DELIMITED BY SIZE
036100             RPT-COUNT-DISP DELIMITED BY SIZE
036200             INTO RPT-LINE.
036300     WRITE RPT-LINE.
036400     MOVE VRP-FREQUENT-COUNT TO RPT-COUNT-DISP.
036500     MOVE SPACES TO RPT-LINE.
036600     STRING "Frequent visitors .......... " DELIMITED BY SIZE
036700             RPT-COUNT-DISP DELIMITED BY SIZE
036800             INTO RPT-LINE.
036900     WRITE RPT-LINE.
037000     MOVE VRP-BARRED-COUNT TO RPT-COUNT-DISP.
037100     MOVE SPACES TO RPT-LINE.
037200     STRING "Barred on the register ..... " DELIMITED BY SIZE
037300             RPT-COUNT-DISP DELIMITED BY SIZE
037400             INTO RPT-LINE.
037500     WRITE RPT-LINE.
037600     MOVE VRP-REFUSED-COUNT TO RPT-COUNT-DISP.
037700     MOVE SPACES TO RPT-LINE.
037800     STRING "Barred visits refused ...... " DELIMITED BY SIZE
037900             RPT-COUNT-DISP DELIMITED BY SIZE
038000             INTO RPT-LINE.
038100     WRITE RPT-LINE.
038200     IF VRP-OVERFLOWED
038300         MOVE "*** More than 500 visitors this month - the "
038400             TO RPT-LINE
038500         MOVE "excess are not ranked ***" TO RPT-LINE(45:25)
038600         WRITE RPT-LINE
038700     END-IF.
038800     MOVE "================================================"
038900         TO RPT-LINE.
039000     WRITE RPT-LINE.
039100 6000-EXIT.
039200     EXIT.
039300
039400*----------------------------------------------------------------
039500* Frequent visitors by simple selection - find the visitor with
039600* the most visit days not yet listed, stop once the best left
039700* is under the threshold.  One pass per table entry at most.
039800*----------------------------------------------------------------
039900 6100-WRITE-TOP-VISITOR.
040000     MOVE ZERO TO VRP-MAX-IX.
040100     PERFORM 6110-FIND-MAX-VISITOR
040200         THRU 6110-EXIT
040300         VARYING VRP-MATCH-IX FROM 1 BY 1
040400         UNTIL VRP-MATCH-IX > VRP-VISITOR-COUNT-USED.
040500     IF VRP-MAX-IX = ZERO
040600         MOVE "Y" TO VRP-RANK-DONE-SWITCH
040700         GO TO 6100-EXIT
040800     END-IF.
040900     IF VRP-VT-DAYS(VRP-MAX-IX) < VRP-THRESHOLD
041000         MOVE "Y" TO VRP-RANK-DONE-SWITCH
041100         GO TO 6100-EXIT
041200     END-IF.
041300     MOVE "Y" TO VRP-VT-LISTED-SWITCH(VRP-MAX-IX).
041400     ADD 1 TO VRP-RANK-NO.
041500     ADD 1 TO VRP-FREQUENT-COUNT.
041600     PERFORM 6200-READ-REGISTER
041700         THRU 6200-EXIT.
041800     MOVE VRP-RANK-NO TO RPT-RANK-DISP.
041900     MOVE VRP-VT-DAYS(VRP-MAX-IX) TO RPT-DAYS-DISP.
042000     MOVE VRP-VT-GREETS(VRP-MAX-IX) TO RPT-GREETS-DISP.
042100     MOVE SPACES TO RPT-BARRED-WORD.
042200     IF VRP-VREG-FOUND
042300         MOVE VR-VISIT-COUNT TO RPT-TOTAL-DISP
042400         IF VR-BARRED
042500             MOVE "BARRED" TO RPT-BARRED-WORD
042600         END-IF
042700     ELSE
042800         MOVE ZERO TO RPT-TOTAL-DISP
042900     END-IF.
043000     MOVE SPACES TO RPT-LINE.
043100     STRING " " DELIMITED BY SIZE
043200             RPT-RANK-DISP DELIMITED BY SIZE
043300             " " DELIMITED BY SIZE
043400             VRP-VT-NAME(VRP-MAX-IX) DELIMITED BY SIZE
043500             "  " DELIMITED BY SIZE
043600             RPT-DAYS-DISP DELIMITED BY SIZE
043700             "  " DELIMITED BY SIZE
043800             RPT-GREETS-DISP DELIMITED BY SIZE
043900             " " DELIMITED BY SIZE
044000             VR-HOST-ID DELIMITED BY SIZE
044100             " " DELIMITED BY SIZE
044200             VR-LANG-CODE DELIMITED BY SIZE
044300             " " DELIMITED BY SIZE
044400             RPT-TOTAL-DISP DELIMITED BY SIZE
044500             " " DELIMITED BY SIZE
044600             VR-FIRST-VISIT DELIMITED BY SIZE
044700             "  " DELIMITED BY SIZE
044800             RPT-BARRED-WORD DELIMITED BY SIZE
044900             INTO RPT-LINE.
045000     WRITE RPT-LINE.
045100 6100-EXIT.
045200     EXIT.
045300
045400 6110-FIND-MAX-VISITOR.
045500     IF VRP-VT-LISTED(VRP-MATCH-IX)
045600         GO TO 6110-EXIT
045700     END-IF.
045800     IF VRP-MAX-IX = ZERO
045900         MOVE VRP-MATCH-IX TO VRP-MAX-IX
046000     ELSE
046100         IF VRP-VT-DAYS(VRP-MATCH-IX)
046200                 > VRP-VT-DAYS(VRP-MAX-IX)
046300             MOVE VRP-MATCH-IX TO VRP-MAX-IX
046400         END-IF
046500     END-IF.
046600 6110-EXIT.
046700     EXIT.
046800
046900*----------------------------------------------------------------
047000* Pick up the visitor's register entry; a visitor the register
047100* does not hold (or no register at all) prints with the
047200* register columns blank.
047300*----------------------------------------------------------------
047400 6200-READ-REGISTER.
047500     MOVE "N" TO VRP-VREG-FOUND-SWITCH.
047600     MOVE SPACES TO VISIT-REG-REC.
047700     IF NOT VRP-VREG-OPEN
047800         GO TO 6200-EXIT
047900     END-IF.
048000     MOVE VRP-VT-NAME(VRP-MAX-IX) TO VR-VISITOR-NAME.
048100     READ VISIT-REGISTER
048200         INVALID KEY
048300             MOVE SPACES TO VISIT-REG-REC
048400         NOT INVALID KEY
048500             MOVE "Y" TO VRP-VREG-FOUND-SWITCH
048600     END-READ.
048700     IF VRP-VREG-FOUND AND VR-VISIT-COUNT NOT NUMERIC
048800         MOVE ZERO TO VR-VISIT-COUNT
048900     END-IF.
049000 6200-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------------
049400* Every visitor the register marks barred, in name order, with
049500* when the bar was set, by whom, and why.
049600*----------------------------------------------------------------
049700 6300-LIST-BARRED.
049800     IF NOT VRP-VREG-OPEN
049900         MOVE "  Visitor register not available." TO RPT-LINE
050000         WRITE RPT-LINE
050100         GO TO 6300-EXIT
050200     END-IF.
050300     MOVE "N" TO VRP-VREG-EOF-SWITCH.
050400     MOVE LOW-VALUES TO VR-VISITOR-NAME.
050500     START VISIT-REGISTER
050600         KEY NOT < VR-VISITOR-NAME
050700         INVALID KEY
050800             MOVE "Y" TO VRP-VREG-EOF-SWITCH
050900     END-START.
051000     PERFORM 6310-LIST-BARRED-REC
051100         THRU 6310-EXIT
051200         UNTIL VRP-VREG-EOF.
051300     IF VRP-BARRED-COUNT = ZERO
051400         MOVE "  No visitor is barred." TO RPT-LINE
051500         WRITE RPT-LINE
051600     END-IF.
051700 6300-EXIT.
051800     EXIT.
051900
052000 6310-LIST-BARRED-REC.
052100     READ VISIT-REGISTER NEXT RECORD
052200         AT END
052300             MOVE "Y" TO VRP-VREG-EOF-SWITCH
052400             GO TO 6310-EXIT
052500     END-READ.
052600     IF NOT VR-BARRED
052700         GO TO 6310-EXIT
052800     END-IF.
052900     ADD 1 TO VRP-BARRED-COUNT.
053000     MOVE SPACES TO RPT-LINE.
053100     STRING VR-VISITOR-NAME DELIMITED BY SIZE
053200             " " DELIMITED BY SIZE
053300             VR-BAR-DATE DELIMITED BY SIZE
053400             " " DELIMITED BY SIZE
053500             VR-BAR-USER DELIMITED BY SIZE
053600             " " DELIMITED BY SIZE
053700             VR-BAR-REASON DELIMITED BY SIZE
053800             INTO RPT-LINE.
053900     WRITE RPT-LINE.
054000 6310-EXIT.
054100     EXIT.
054200
054300 7000-TERMINATE.
054400     CLOSE REPORT-FILE.
054500     IF VRP-VREG-OPEN
054600         CLOSE VISIT-REGISTER
054700     END-IF.
054800     IF VRP-GHIS-STATUS NOT = "00" AND "10"
054900         DISPLAY "COB-VISRPT: no GREETHIS history available."
055000     END-IF.
055100 7000-EXIT.
055200     EXIT.
