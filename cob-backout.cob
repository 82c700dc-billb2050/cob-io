000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cob-backout.
000300 AUTHOR. BILL BLASINGIM.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* A GnuCOBOL program
000900* HR load backout - undoes one cob-hrload run from its MAINTLOG
001000* change history, for the night HR sends a bad HREXTRAC and the
001100* load applies it.  Every NAMEFILE record the run touched is put
001200* back to its before-image (a starter the run added is removed
001300* again), and every E-transaction change it made to the EVENTS
001400* occasion calendar, and every L-transaction change to the
001450* LEAVECAL leave calendar, is undone the same way.
001500*
001600* The run is named on the command line by its load date and
001700* time exactly as HRLDRPT and the RUNHIST history show them:
001800*
001900*     YYYYMMDD HHMMSSCC
002000*
002100* The RUNHIST record for that HRLOAD run gives the run's end
002200* stamp; the HRLOAD change records logged between the two are
002300* the run's changes.  Where the run changed a key more than
002400* once, the earliest before-image is restored.
002500*
002600* A key is not restored when anything has changed it since the
002700* run - a later cob-roster session on the roster record, a
002800* cob-repair session on its suspense entry, a later load, or a
002900* change the current record shows that the log does not - and
003000* it is listed as a conflict for a person to resolve by hand.
003100* A key already back at its before-image (a backout rerun) is
003200* skipped.  The backout takes the NAMELOCK enqueue like any
003300* other roster updater and logs every restore to MAINTLOG as
003400* program BACKOUT, so cob-chgrpt shows what it put back.
003500*
003600* The backout report (BACKRPT) lists the restored, skipped and
003700* conflicting keys.  Return codes: 0 the run is fully backed
003800* out, 4 one or more keys were left as conflicts, 8 the run
003900* could not be found or its changes could not be read (nothing
004000* restored), 12 NAMEFILE is locked by another updater.
004100*----------------------------------------------------------------
004200* MODIFICATION HISTORY
004300*----------------------------------------------------------------
004400* 10/15/2026  BB   Original version - cob-hrload run backout from
004500*                  the MAINTLOG before-images, with conflict
004600*                  checks against later roster and repair work.
004647* 10/15/2026  BB   Before and after images widened to the
004694*                  100-byte MAINTLOG images the longer NAMEFILE
004741*                  record needs.
004753* 10/15/2026  BB   L-transaction changes to the LEAVECAL leave
004765*                  calendar are backed out along with the roster
004777*                  and occasion calendar changes.
004790*----------------------------------------------------------------
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER. GNUCOBOL.
005100 OBJECT-COMPUTER. GNUCOBOL.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT NAME-FILE ASSIGN TO "NAMEFILE"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS NR-OPER-ID
005800         ALTERNATE RECORD KEY IS NR-NAME
005900             WITH DUPLICATES
006000         FILE STATUS IS BKO-NAME-STATUS.
006100
006200     SELECT MAINT-FILE ASSIGN TO "MAINTLOG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS BKO-MNT-STATUS.
006500
006600     SELECT EVENTS-FILE ASSIGN TO "EVENTS"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS BKO-EVT-STATUS.
006900
006920     SELECT LEAVE-FILE ASSIGN TO "LEAVECAL"
006940         ORGANIZATION IS LINE SEQUENTIAL
006960         FILE STATUS IS BKO-LVE-STATUS.
006980
007000     SELECT LOCK-FILE ASSIGN TO "NAMELOCK"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS NLK-STATUS.
007300
007400     SELECT REPORT-FILE ASSIGN TO "BACKRPT"
007500         ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS BKO-RNH-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  NAME-FILE
008400     LABEL RECORDS ARE STANDARD.
008500     COPY NAMEREC.
008600
008700 FD  MAINT-FILE
008800     LABEL RECORDS ARE STANDARD.
008900     COPY MAINTREC.
009000
009100 FD  EVENTS-FILE
009200     LABEL RECORDS ARE STANDARD.
009300 01  EVT-RECORD.
009400     05  EVT-OPER-ID             PIC X(05).
009500     05  FILLER                  PIC X(01).
009600     05  EVT-EVENT-TYPE          PIC X(01).
009700     05  FILLER                  PIC X(01).
009800     05  EVT-EVENT-DATE          PIC X(08).
009900     05  FILLER                  PIC X(01).
010000     05  EVT-RECUR               PIC X(01).
010100
010108 FD  LEAVE-FILE
010116     LABEL RECORDS ARE STANDARD.
010124 01  LVF-RECORD.
010132     05  LVF-OPER-ID             PIC X(05).
010140     05  FILLER                  PIC X(01).
010148     05  LVF-LEAVE-TYPE          PIC X(01).
010156     05  FILLER                  PIC X(01).
010164     05  LVF-START-DATE          PIC X(08).
010172     05  FILLER                  PIC X(01).
010180     05  LVF-END-DATE            PIC X(08).
010188
010200 FD  LOCK-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  NLK-RECORD.
010500     05  NLK-REC-PROGRAM         PIC X(08).
010600     05  FILLER                  PIC X(01).
010700     05  NLK-REC-USER            PIC X(05).
010800     05  FILLER                  PIC X(01).
010900     05  NLK-REC-DATE            PIC X(08).
011000     05  FILLER                  PIC X(01).
011100     05  NLK-REC-TIME            PIC X(08).
011200
011300 FD  REPORT-FILE
011400     LABEL RECORDS ARE STANDARD.
011500 01  RPT-LINE                    PIC X(80).
011600
011700 FD  RUNHIST-FILE
011800     LABEL RECORDS ARE STANDARD.
011900     COPY RUNHIST.
012000
012100 WORKING-STORAGE SECTION.
012200   COPY NAMELOCK.
012300   COPY EVENTREC.
012350   COPY LEAVEREC.
012400
012500 01  BKO-CONTROLS.
012600     05  BKO-NAME-STATUS         PIC X(02)   VALUE SPACES.
012700     05  BKO-MNT-STATUS          PIC X(02)   VALUE SPACES.
012800     05  BKO-EVT-STATUS          PIC X(02)   VALUE SPACES.
012850     05  BKO-LVE-STATUS          PIC X(02)   VALUE SPACES.
012900     05  BKO-RNH-STATUS          PIC X(02)   VALUE SPACES.
013000     05  BKO-MNT-EOF-SWITCH      PIC X(01)   VALUE "N".
013100         88  BKO-MNT-EOF         VALUE "Y".
013200     05  BKO-EVT-EOF-SWITCH      PIC X(01)   VALUE "N".
013300         88  BKO-EVT-EOF         VALUE "Y".
013330     05  BKO-LVE-EOF-SWITCH      PIC X(01)   VALUE "N".
013360         88  BKO-LVE-EOF         VALUE "Y".
013400     05  BKO-RNH-EOF-SWITCH      PIC X(01)   VALUE "N".
013500         88  BKO-RNH-EOF         VALUE "Y".
013600     05  BKO-RUN-FOUND-SWITCH    PIC X(01)   VALUE "N".
013700         88  BKO-RUN-FOUND       VALUE "Y".
013800     05  BKO-FAIL-SWITCH         PIC X(01)   VALUE "N".
013900         88  BKO-FAILED          VALUE "Y".
014000     05  BKO-LOCK-FAIL-SWITCH    PIC X(01)   VALUE "N".
014100         88  BKO-LOCK-FAIL       VALUE "Y".
014200     05  BKO-NAME-OPEN-SWITCH    PIC X(01)   VALUE "N".
014300         88  BKO-NAME-OPEN       VALUE "Y".
014400     05  BKO-EVT-CHANGED-SWITCH  PIC X(01)   VALUE "N".
014500         88  BKO-EVT-CHANGED     VALUE "Y".
014530     05  BKO-LVE-CHANGED-SWITCH  PIC X(01)   VALUE "N".
014560         88  BKO-LVE-CHANGED     VALUE "Y".
014600     05  BKO-PARM.
014700         10  BKO-PARM-DATE       PIC X(08).
014800         10  FILLER              PIC X(01).
014900         10  BKO-PARM-TIME       PIC X(08).
015000     05  BKO-FROM-STAMP.
015100         10  BKO-FROM-DATE       PIC 9(08)   VALUE ZERO.
015200         10  BKO-FROM-TIME       PIC 9(08)   VALUE ZERO.
015300     05  BKO-TO-STAMP.
015400         10  BKO-TO-DATE         PIC 9(08)   VALUE ZERO.
015500         10  BKO-TO-TIME         PIC 9(08)   VALUE ZERO.
015600     05  BKO-MT-STAMP.
015700         10  BKO-MT-DATE         PIC 9(08)   VALUE ZERO.
015800         10  BKO-MT-TIME         PIC 9(08)   VALUE ZERO.
015900     05  BKO-RUN-DATE            PIC 9(08)   VALUE ZERO.
016000     05  BKO-RUN-TIME            PIC 9(08)   VALUE ZERO.
016100     05  BKO-RUN-RC              PIC 9(02)   VALUE ZERO.
016200     05  BKO-CURRENT-IMAGE       PIC X(100)  VALUE SPACES.
016300     05  BKO-MAINT-ACTION        PIC X(01)   VALUE SPACE.
016400     05  BKO-EVT-OPER-ID         PIC X(05)   VALUE SPACES.
016500     05  BKO-EVT-TYPE            PIC X(01)   VALUE SPACE.
016600     05  BKO-EVT-MATCH-IX        PIC 9(03)   COMP VALUE ZERO.
016700     05  BKO-EVT-SAVE-IX         PIC 9(03)   COMP VALUE ZERO.
016800     05  BKO-EVT-IMAGE.
016900         10  BKO-EI-OPER-ID      PIC X(05).
017000         10  FILLER              PIC X(01).
017100         10  BKO-EI-EVENT-TYPE   PIC X(01).
017200         10  FILLER              PIC X(01).
017300         10  BKO-EI-EVENT-DATE   PIC X(08).
017400         10  FILLER              PIC X(01).
017500         10  BKO-EI-RECUR        PIC X(01).
017600         10  FILLER              PIC X(82).
017607     05  BKO-LVE-OPER-ID         PIC X(05)   VALUE SPACES.
017614     05  BKO-LVE-START           PIC X(08)   VALUE SPACES.
017621     05  BKO-LVE-MATCH-IX        PIC 9(03)   COMP VALUE ZERO.
017628     05  BKO-LVE-SAVE-IX         PIC 9(03)   COMP VALUE ZERO.
017635     05  BKO-LVE-IMAGE.
017642         10  BKO-LI-OPER-ID      PIC X(05).
017649         10  FILLER              PIC X(01).
017656         10  BKO-LI-LEAVE-TYPE   PIC X(01).
017663         10  FILLER              PIC X(01).
017670         10  BKO-LI-START-DATE   PIC X(08).
017677         10  FILLER              PIC X(01).
017684         10  BKO-LI-END-DATE     PIC X(08).
017691         10  FILLER              PIC X(75).
017700
017800*----------------------------------------------------------------
017900* One entry per key the run changed, in the order the run first
018000* touched it - the earliest before-image and the latest
018100* after-image, and what the backout did with it:
018200*   R restored   S skipped   C conflict, left alone
018300*----------------------------------------------------------------
018400 01  BKO-KEY-TABLE.
018500     05  BKO-KEY-COUNT           PIC 9(04)   COMP VALUE ZERO.
018600     05  BKO-KEY-ENTRY           OCCURS 500 TIMES.
018700         10  BK-FILE-NAME        PIC X(08).
018800         10  BK-RECORD-KEY       PIC X(20).
018900         10  BK-BEFORE-IMAGE     PIC X(100).
019000         10  BK-AFTER-IMAGE      PIC X(100).
019100         10  BK-RESULT           PIC X(01).
019200             88  BK-RESTORED     VALUE "R".
019300             88  BK-SKIPPED      VALUE "S".
019400             88  BK-CONFLICT     VALUE "C".
019500         10  BK-DETAIL           PIC X(30).
019600
019700 01  BKO-COUNTERS.
019800     05  BKO-KEY-IX              PIC 9(04)   COMP VALUE ZERO.
019900     05  BKO-MATCH-IX            PIC 9(04)   COMP VALUE ZERO.
020000     05  BKO-LOG-COUNT           PIC 9(05)   COMP VALUE ZERO.
020100     05  BKO-RESTORED-COUNT      PIC 9(05)   COMP VALUE ZERO.
020200     05  BKO-SKIPPED-COUNT       PIC 9(05)   COMP VALUE ZERO.
020300     05  BKO-CONFLICT-COUNT      PIC 9(05)   COMP VALUE ZERO.
020400     05  BKO-SECTION-COUNT       PIC 9(05)   COMP VALUE ZERO.
020500
020600 01  RPT-CONTROLS.
020700     05  RPT-COUNT-DISP          PIC 9(05)   VALUE ZERO.
020800     05  RPT-SECTION-CODE        PIC X(01)   VALUE SPACE.
020900     05  RPT-DETAIL-WORK         PIC X(80)   VALUE SPACES.
021000
021100 PROCEDURE DIVISION.
021200 0000-MAINLINE.
021300     PERFORM 1000-INITIALIZE
021400         THRU 1000-EXIT.
021500     IF NOT BKO-FAILED
021600         PERFORM 2000-FIND-RUN
021700             THRU 2000-EXIT
021800     END-IF.
021900     IF NOT BKO-FAILED
022000         PERFORM 0200-ENQUEUE-ROSTER
022100             THRU 0200-EXIT
022200         IF NOT NLK-OWNED
022300             MOVE "Y" TO BKO-LOCK-FAIL-SWITCH
022400             MOVE "Y" TO BKO-FAIL-SWITCH
022500         END-IF
022600     END-IF.
022700     IF NOT BKO-FAILED
022800         PERFORM 3000-LOAD-RUN-CHANGES
022900             THRU 3000-EXIT
023000     END-IF.
023100     IF NOT BKO-FAILED
023200         PERFORM 4000-BACK-OUT-RUN
023300             THRU 4000-EXIT
023400         PERFORM 5000-WRITE-KEY-SECTIONS
023500             THRU 5000-EXIT
023600     END-IF.
023700     PERFORM 7000-TERMINATE
023800         THRU 7000-EXIT.
023900     MOVE BKO-RUN-RC TO RETURN-CODE.
024000     STOP RUN.
024100
024200 1000-INITIALIZE.
024300     ACCEPT BKO-RUN-DATE FROM DATE YYYYMMDD.
024400     ACCEPT BKO-RUN-TIME FROM TIME.
024500     MOVE SPACES TO BKO-PARM.
024600     ACCEPT BKO-PARM FROM COMMAND-LINE.
024700     OPEN OUTPUT REPORT-FILE.
024800     PERFORM 6000-WRITE-REPORT-HEADER
024900         THRU 6000-EXIT.
025000     IF BKO-PARM-DATE NOT NUMERIC
025100         OR BKO-PARM-TIME NOT NUMERIC
025200         DISPLAY "COB-BACKOUT: name the HRLOAD run to back "
025300             "out as YYYYMMDD HHMMSSCC (load date and time)."
025400         MOVE "Run not named - nothing backed out."
025500             TO RPT-LINE
025600         WRITE RPT-LINE
025700         MOVE "Y" TO BKO-FAIL-SWITCH
025800         GO TO 1000-EXIT
025900     END-IF.
026000     MOVE BKO-PARM-DATE TO BKO-FROM-DATE.
026100     MOVE BKO-PARM-TIME TO BKO-FROM-TIME.
026200 1000-EXIT.
026300     EXIT.
026400
026500*----------------------------------------------------------------
026600* Find the named run on the RUNHIST history - its end stamp
026700* closes the window of MAINTLOG records that belong to it.
026800*----------------------------------------------------------------
026900 2000-FIND-RUN.
027000     OPEN INPUT RUNHIST-FILE.
027100     IF BKO-RNH-STATUS = "00"
027200         PERFORM 2100-READ-RUNHIST-REC
027300             THRU 2100-EXIT
027400             UNTIL BKO-RNH-EOF
027500         CLOSE RUNHIST-FILE
027600     END-IF.
027700     IF NOT BKO-RUN-FOUND
027800         DISPLAY "COB-BACKOUT: no HRLOAD run started "
027900             BKO-PARM-DATE " " BKO-PARM-TIME
028000             " on RUNHIST - nothing backed out."
028100         MOVE SPACES TO RPT-LINE
028200         STRING "HRLOAD run " DELIMITED BY SIZE
028300                 BKO-PARM-DATE DELIMITED BY SIZE
028400                 " " DELIMITED BY SIZE
028500                 BKO-PARM-TIME DELIMITED BY SIZE
028600                 " not on RUNHIST - nothing backed out."
028700                     DELIMITED BY SIZE
028800                 INTO RPT-LINE
028900         WRITE RPT-LINE
029000         MOVE "Y" TO BKO-FAIL-SWITCH
029100         GO TO 2000-EXIT
029200     END-IF.
029300     MOVE SPACES TO RPT-LINE.
029400     STRING "Run backed out .... " DELIMITED BY SIZE
029500             BKO-FROM-DATE DELIMITED BY SIZE
029600             " " DELIMITED BY SIZE
029700             BKO-FROM-TIME DELIMITED BY SIZE
029800             " to " DELIMITED BY SIZE
029900             BKO-TO-DATE DELIMITED BY SIZE
030000             " " DELIMITED BY SIZE
030100             BKO-TO-TIME DELIMITED BY SIZE
030200             INTO RPT-LINE.
030300     WRITE RPT-LINE.
030400     MOVE SPACES TO RPT-LINE.
030500     WRITE RPT-LINE.
030600 2000-EXIT.
030700     EXIT.
030800
030900 2100-READ-RUNHIST-REC.
031000     READ RUNHIST-FILE
031100         AT END
031200             MOVE "Y" TO BKO-RNH-EOF-SWITCH
031300         NOT AT END
031400             IF RH-JOB-NAME = "HRLOAD"
031500                 AND RH-STEP-NAME = "HRLOAD"
031600                 AND RH-START-DATE = BKO-FROM-DATE
031700                 AND RH-START-TIME = BKO-FROM-TIME
031800                 MOVE "Y" TO BKO-RUN-FOUND-SWITCH
031900                 MOVE RH-END-DATE TO BKO-TO-DATE
032000                 MOVE RH-END-TIME TO BKO-TO-TIME
032100             END-IF
032200     END-READ.
032300 2100-EXIT.
032400     EXIT.
032500
032600*----------------------------------------------------------------
032700* One pass over MAINTLOG.  HRLOAD records inside the run's
032800* window build the key table; records logged after it by any
032900* other program mark the keys they touch as conflicts.  A
033000* cob-repair change is logged against the suspense entry, so
033100* a SUSPENSE record conflicts with the roster key it parks.
033200* Nothing is restored unless every change of the run fits in
033300* the table.
033400*----------------------------------------------------------------
033500 3000-LOAD-RUN-CHANGES.
033600     OPEN INPUT MAINT-FILE.
033700     IF BKO-MNT-STATUS NOT = "00"
033800         DISPLAY "COB-BACKOUT: MAINTLOG change history not "
033900             "available - nothing backed out."
034000         MOVE "Y" TO BKO-FAIL-SWITCH
034100         GO TO 3000-EXIT
034200     END-IF.
034300     PERFORM 3100-SCAN-MAINT-REC
034400         THRU 3100-EXIT
034500         UNTIL BKO-MNT-EOF.
034600     CLOSE MAINT-FILE.
034700     IF BKO-FAILED
034800         DISPLAY "COB-BACKOUT: the run changed more than 500 "
034900             "keys - nothing backed out."
035000         MOVE "More than 500 keys changed - nothing backed out."
035100             TO RPT-LINE
035200         WRITE RPT-LINE
035300     END-IF.
035400 3000-EXIT.
035500     EXIT.
035600
035700 3100-SCAN-MAINT-REC.
035800     READ MAINT-FILE
035900         AT END
036000             MOVE "Y" TO BKO-MNT-EOF-SWITCH
036100             GO TO 3100-EXIT
036200     END-READ.
036300     IF MT-RUN-DATE NOT NUMERIC OR MT-RUN-TIME NOT NUMERIC
036400         GO TO 3100-EXIT
036500     END-IF.
036600     MOVE MT-RUN-DATE TO BKO-MT-DATE.
036700     MOVE MT-RUN-TIME TO BKO-MT-TIME.
036800     IF MT-PROGRAM = "HRLOAD"
036900         AND BKO-MT-STAMP NOT < BKO-FROM-STAMP
037000         AND BKO-MT-STAMP NOT > BKO-TO-STAMP
037100         PERFORM 3200-RECORD-RUN-CHANGE
037200             THRU 3200-EXIT
037300         GO TO 3100-EXIT
037400     END-IF.
037500     IF BKO-MT-STAMP > BKO-TO-STAMP
037600         AND MT-PROGRAM NOT = "BACKOUT"
037700         PERFORM 3300-CHECK-LATER-CHANGE
037800             THRU 3300-EXIT
037900     END-IF.
038000 3100-EXIT.
038100     EXIT.
038200
038300 3200-RECORD-RUN-CHANGE.
038400     IF MT-FILE-NAME NOT = "NAMEFILE"
038500         AND MT-FILE-NAME NOT = "EVENTS"
038550         AND MT-FILE-NAME NOT = "LEAVECAL"
038600         GO TO 3200-EXIT
038700     END-IF.
038800     ADD 1 TO BKO-LOG-COUNT.
038900     MOVE ZERO TO BKO-MATCH-IX.
039000     PERFORM 3210-MATCH-RUN-KEY
039100         THRU 3210-EXIT
039200         VARYING BKO-KEY-IX FROM 1 BY 1
039300         UNTIL BKO-KEY-IX > BKO-KEY-COUNT
039400             OR BKO-MATCH-IX > ZERO.
039500     IF BKO-MATCH-IX > ZERO
039600         MOVE MT-AFTER-IMAGE TO BK-AFTER-IMAGE(BKO-MATCH-IX)
039700         GO TO 3200-EXIT
039800     END-IF.
039900     IF BKO-KEY-COUNT = 500
040000         MOVE "Y" TO BKO-FAIL-SWITCH
040100         GO TO 3200-EXIT
040200     END-IF.
040300     ADD 1 TO BKO-KEY-COUNT.
040400     MOVE MT-FILE-NAME TO BK-FILE-NAME(BKO-KEY-COUNT).
040500     MOVE MT-RECORD-KEY TO BK-RECORD-KEY(BKO-KEY-COUNT).
040600     MOVE MT-BEFORE-IMAGE TO BK-BEFORE-IMAGE(BKO-KEY-COUNT).
040700     MOVE MT-AFTER-IMAGE TO BK-AFTER-IMAGE(BKO-KEY-COUNT).
040800     MOVE SPACE TO BK-RESULT(BKO-KEY-COUNT).
040900     MOVE SPACES TO BK-DETAIL(BKO-KEY-COUNT).
041000 3200-EXIT.
041100     EXIT.
041200
041300 3210-MATCH-RUN-KEY.
041400     IF BK-FILE-NAME(BKO-KEY-IX) = MT-FILE-NAME
041500         AND BK-RECORD-KEY(BKO-KEY-IX) = MT-RECORD-KEY
041600         MOVE BKO-KEY-IX TO BKO-MATCH-IX
041700     END-IF.
041800 3210-EXIT.
041900     EXIT.
042000
042100 3300-CHECK-LATER-CHANGE.
042200     PERFORM 3310-MATCH-LATER-KEY
042300         THRU 3310-EXIT
042400         VARYING BKO-KEY-IX FROM 1 BY 1
042500         UNTIL BKO-KEY-IX > BKO-KEY-COUNT.
042600 3300-EXIT.
042700     EXIT.
042800
042900 3310-MATCH-LATER-KEY.
043000     IF BK-CONFLICT(BKO-KEY-IX)
043100         GO TO 3310-EXIT
043200     END-IF.
043300     IF BK-RECORD-KEY(BKO-KEY-IX) NOT = MT-RECORD-KEY
043400         GO TO 3310-EXIT
043500     END-IF.
043600     IF BK-FILE-NAME(BKO-KEY-IX) = MT-FILE-NAME
043700         OR (BK-FILE-NAME(BKO-KEY-IX) = "NAMEFILE"
043800             AND MT-FILE-NAME = "SUSPENSE")
043900         MOVE "C" TO BK-RESULT(BKO-KEY-IX)
044000         MOVE SPACES TO BK-DETAIL(BKO-KEY-IX)
044100         STRING "LATER " DELIMITED BY SIZE
044200                 MT-PROGRAM DELIMITED BY SPACE
044300                 " CHANGE " DELIMITED BY SIZE
044400                 MT-RUN-DATE DELIMITED BY SIZE
044500                 INTO BK-DETAIL(BKO-KEY-IX)
044600     END-IF.
044700 3310-EXIT.
044800     EXIT.
044900
045000*----------------------------------------------------------------
045100* Put each key back.  The record on file now must still be the
045200* run's last after-image - anything else was changed outside
045300* the log and is left as a conflict - and a record already at
045400* its before-image is skipped.
045500*----------------------------------------------------------------
045600 4000-BACK-OUT-RUN.
045700     IF BKO-KEY-COUNT = ZERO
045800         MOVE "The run made no roster or calendar changes."
045900             TO RPT-LINE
046000         WRITE RPT-LINE
046100         MOVE SPACES TO RPT-LINE
046200         WRITE RPT-LINE
046300         GO TO 4000-EXIT
046400     END-IF.
046500     OPEN I-O NAME-FILE.
046600     IF BKO-NAME-STATUS NOT = "00"
046700         DISPLAY "COB-BACKOUT: NAMEFILE not available - status "
046800             BKO-NAME-STATUS
046900         MOVE "Y" TO BKO-FAIL-SWITCH
047000         GO TO 4000-EXIT
047100     END-IF.
047200     MOVE "Y" TO BKO-NAME-OPEN-SWITCH.
047300     PERFORM 1700-LOAD-EVENTS
047400         THRU 1700-EXIT.
047430     PERFORM 1800-LOAD-LEAVE
047460         THRU 1800-EXIT.
047500     OPEN EXTEND MAINT-FILE.
047600     IF BKO-MNT-STATUS NOT = "00"
047700         OPEN OUTPUT MAINT-FILE
047800     END-IF.
047900     PERFORM 4100-BACK-OUT-KEY
048000         THRU 4100-EXIT
048100         VARYING BKO-KEY-IX FROM 1 BY 1
048200         UNTIL BKO-KEY-IX > BKO-KEY-COUNT.
048300     CLOSE MAINT-FILE.
048400     CLOSE NAME-FILE.
048500     MOVE "N" TO BKO-NAME-OPEN-SWITCH.
048600     IF BKO-EVT-CHANGED
048700         PERFORM 7600-SAVE-EVENTS
048800             THRU 7600-EXIT
048900     END-IF.
048920     IF BKO-LVE-CHANGED
048940         PERFORM 7700-SAVE-LEAVE
048960             THRU 7700-EXIT
048980     END-IF.
049000 4000-EXIT.
049100     EXIT.
049200
049300 4100-BACK-OUT-KEY.
049400     IF BK-CONFLICT(BKO-KEY-IX)
049500         GO TO 4100-EXIT
049600     END-IF.
049660     EVALUATE BK-FILE-NAME(BKO-KEY-IX)
049720         WHEN "NAMEFILE"
049780             PERFORM 4200-RESTORE-ROSTER
049840                 THRU 4200-EXIT
049900         WHEN "EVENTS"
049960             PERFORM 4400-RESTORE-EVENT
050020                 THRU 4400-EXIT
050080         WHEN OTHER
050140             PERFORM 4500-RESTORE-LEAVE
050200                 THRU 4500-EXIT
050260     END-EVALUATE.
050400 4100-EXIT.
050500     EXIT.
050600
050700 4200-RESTORE-ROSTER.
050800     MOVE SPACES TO BKO-CURRENT-IMAGE.
050900     MOVE BK-RECORD-KEY(BKO-KEY-IX) TO NR-OPER-ID.
051000     READ NAME-FILE
051100         INVALID KEY
051200             CONTINUE
051300         NOT INVALID KEY
051400             MOVE NAME-REC TO BKO-CURRENT-IMAGE
051500     END-READ.
051600     PERFORM 4600-CHECK-CURRENT-IMAGE
051700         THRU 4600-EXIT.
051800     IF BK-RESULT(BKO-KEY-IX) NOT = SPACE
051900         GO TO 4200-EXIT
052000     END-IF.
052100     IF BK-BEFORE-IMAGE(BKO-KEY-IX) = SPACES
052200         DELETE NAME-FILE RECORD
052300             INVALID KEY
052400                 MOVE "C" TO BK-RESULT(BKO-KEY-IX)
052500                 MOVE "DELETE FAILED" TO BK-DETAIL(BKO-KEY-IX)
052600                 GO TO 4200-EXIT
052700         END-DELETE
052800         MOVE "D" TO BKO-MAINT-ACTION
052900         MOVE "ADD REMOVED" TO BK-DETAIL(BKO-KEY-IX)
053000     ELSE
053100         MOVE BK-BEFORE-IMAGE(BKO-KEY-IX) TO NAME-REC
053200         IF BKO-CURRENT-IMAGE = SPACES
053300             WRITE NAME-REC
053400                 INVALID KEY
053500                     MOVE "C" TO BK-RESULT(BKO-KEY-IX)
053600                     MOVE "WRITE FAILED"
053700                         TO BK-DETAIL(BKO-KEY-IX)
053800                     GO TO 4200-EXIT
053900             END-WRITE
054000             MOVE "A" TO BKO-MAINT-ACTION
054100         ELSE
054200             REWRITE NAME-REC
054300                 INVALID KEY
054400                     MOVE "C" TO BK-RESULT(BKO-KEY-IX)
054500                     MOVE "REWRITE FAILED"
054600                         TO BK-DETAIL(BKO-KEY-IX)
054700                     GO TO 4200-EXIT
054800             END-REWRITE
054900             MOVE "C" TO BKO-MAINT-ACTION
055000         END-IF
055100         MOVE "BEFORE-IMAGE RESTORED" TO BK-DETAIL(BKO-KEY-IX)
055200     END-IF.
055300     MOVE "R" TO BK-RESULT(BKO-KEY-IX).
055400     PERFORM 9000-WRITE-MAINTLOG
055500         THRU 9000-EXIT.
055600 4200-EXIT.
055700     EXIT.
055800
055900 4400-RESTORE-EVENT.
056000     MOVE BK-RECORD-KEY(BKO-KEY-IX)(1:5) TO BKO-EVT-OPER-ID.
056100     MOVE BK-RECORD-KEY(BKO-KEY-IX)(7:1) TO BKO-EVT-TYPE.
056200     PERFORM 4450-FIND-EVENT
056300         THRU 4450-EXIT.
056400     MOVE SPACES TO BKO-CURRENT-IMAGE.
056500     IF BKO-EVT-MATCH-IX > ZERO
056600         PERFORM 9300-BUILD-EVENT-IMAGE
056700             THRU 9300-EXIT
056800         MOVE BKO-EVT-IMAGE TO BKO-CURRENT-IMAGE
056900     END-IF.
057000     PERFORM 4600-CHECK-CURRENT-IMAGE
057100         THRU 4600-EXIT.
057200     IF BK-RESULT(BKO-KEY-IX) NOT = SPACE
057300         GO TO 4400-EXIT
057400     END-IF.
057500     MOVE BK-BEFORE-IMAGE(BKO-KEY-IX) TO BKO-EVT-IMAGE.
057600     EVALUATE TRUE
057700         WHEN BK-BEFORE-IMAGE(BKO-KEY-IX) = SPACES
057800             MOVE SPACES TO EV-OPER-ID(BKO-EVT-MATCH-IX)
057900             MOVE "D" TO BKO-MAINT-ACTION
058000             MOVE "ADD REMOVED" TO BK-DETAIL(BKO-KEY-IX)
058100         WHEN BKO-EVT-MATCH-IX = ZERO
058200             IF EV-EVENT-COUNT = 200
058300                 MOVE "C" TO BK-RESULT(BKO-KEY-IX)
058400                 MOVE "EVENT TABLE FULL"
058500                     TO BK-DETAIL(BKO-KEY-IX)
058600                 GO TO 4400-EXIT
058700             END-IF
058800             ADD 1 TO EV-EVENT-COUNT
058900             MOVE EV-EVENT-COUNT TO BKO-EVT-MATCH-IX
059000             MOVE BKO-EI-OPER-ID TO EV-OPER-ID(BKO-EVT-MATCH-IX)
059100             MOVE BKO-EI-EVENT-TYPE
059200                 TO EV-EVENT-TYPE(BKO-EVT-MATCH-IX)
059300             MOVE BKO-EI-EVENT-DATE
059400                 TO EV-EVENT-DATE(BKO-EVT-MATCH-IX)
059500             MOVE BKO-EI-RECUR TO EV-RECUR(BKO-EVT-MATCH-IX)
059600             MOVE "A" TO BKO-MAINT-ACTION
059700             MOVE "BEFORE-IMAGE RESTORED"
059800                 TO BK-DETAIL(BKO-KEY-IX)
059900         WHEN OTHER
060000             MOVE BKO-EI-EVENT-DATE
060100                 TO EV-EVENT-DATE(BKO-EVT-MATCH-IX)
060200             MOVE BKO-EI-RECUR TO EV-RECUR(BKO-EVT-MATCH-IX)
060300             MOVE "C" TO BKO-MAINT-ACTION
060400             MOVE "BEFORE-IMAGE RESTORED"
060500                 TO BK-DETAIL(BKO-KEY-IX)
060600     END-EVALUATE.
060700     MOVE "Y" TO BKO-EVT-CHANGED-SWITCH.
060800     MOVE "R" TO BK-RESULT(BKO-KEY-IX).
060900     PERFORM 9000-WRITE-MAINTLOG
061000         THRU 9000-EXIT.
061100 4400-EXIT.
061200     EXIT.
061300
061400 4450-FIND-EVENT.
061500     MOVE ZERO TO BKO-EVT-MATCH-IX.
061600     PERFORM 4460-MATCH-EVENT
061700         THRU 4460-EXIT
061800         VARYING EVENT-CAL-IX FROM 1 BY 1
061900         UNTIL EVENT-CAL-IX > EV-EVENT-COUNT
062000             OR BKO-EVT-MATCH-IX > ZERO.
062100 4450-EXIT.
062200     EXIT.
062300
062400 4460-MATCH-EVENT.
062500     IF EV-OPER-ID(EVENT-CAL-IX) = BKO-EVT-OPER-ID
062600         AND EV-EVENT-TYPE(EVENT-CAL-IX) = BKO-EVT-TYPE
062700         SET BKO-EVT-MATCH-IX TO EVENT-CAL-IX
062800     END-IF.
062900 4460-EXIT.
063000     EXIT.
063100
063101*----------------------------------------------------------------
063102* A leave entry is keyed by operator and start date, so a
063103* before-image of spaces means the run added the leave and it
063104* is removed; otherwise the leave is put back as it was.
063105*----------------------------------------------------------------
063106 4500-RESTORE-LEAVE.
063107     MOVE BK-RECORD-KEY(BKO-KEY-IX)(1:5) TO BKO-LVE-OPER-ID.
063108     MOVE BK-RECORD-KEY(BKO-KEY-IX)(7:8) TO BKO-LVE-START.
063109     PERFORM 4550-FIND-LEAVE
063110         THRU 4550-EXIT.
063111     MOVE SPACES TO BKO-CURRENT-IMAGE.
063112     IF BKO-LVE-MATCH-IX > ZERO
063113         PERFORM 9400-BUILD-LEAVE-IMAGE
063114             THRU 9400-EXIT
063115         MOVE BKO-LVE-IMAGE TO BKO-CURRENT-IMAGE
063116     END-IF.
063117     PERFORM 4600-CHECK-CURRENT-IMAGE
063118         THRU 4600-EXIT.
063119     IF BK-RESULT(BKO-KEY-IX) NOT = SPACE
063120         GO TO 4500-EXIT
063121     END-IF.
063122     MOVE BK-BEFORE-IMAGE(BKO-KEY-IX) TO BKO-LVE-IMAGE.
063123     EVALUATE TRUE
063124         WHEN BK-BEFORE-IMAGE(BKO-KEY-IX) = SPACES
063125             MOVE SPACES TO LV-OPER-ID(BKO-LVE-MATCH-IX)
063126             MOVE "D" TO BKO-MAINT-ACTION
063127             MOVE "ADD REMOVED" TO BK-DETAIL(BKO-KEY-IX)
063128         WHEN BKO-LVE-MATCH-IX = ZERO
063129             IF LV-LEAVE-COUNT = 300
063130                 MOVE "C" TO BK-RESULT(BKO-KEY-IX)
063131                 MOVE "LEAVE TABLE FULL"
063132                     TO BK-DETAIL(BKO-KEY-IX)
063133                 GO TO 4500-EXIT
063134             END-IF
063135             ADD 1 TO LV-LEAVE-COUNT
063136             MOVE LV-LEAVE-COUNT TO BKO-LVE-MATCH-IX
063137             MOVE BKO-LI-OPER-ID TO LV-OPER-ID(BKO-LVE-MATCH-IX)
063138             MOVE BKO-LI-LEAVE-TYPE
063139                 TO LV-LEAVE-TYPE(BKO-LVE-MATCH-IX)
063140             MOVE BKO-LI-START-DATE
063141                 TO LV-START-DATE(BKO-LVE-MATCH-IX)
063142             MOVE BKO-LI-END-DATE
063143                 TO LV-END-DATE(BKO-LVE-MATCH-IX)
063144             MOVE "A" TO BKO-MAINT-ACTION
063145             MOVE "BEFORE-IMAGE RESTORED"
063146                 TO BK-DETAIL(BKO-KEY-IX)
063147         WHEN OTHER
063148             MOVE BKO-LI-LEAVE-TYPE
063149                 TO LV-LEAVE-TYPE(BKO-LVE-MATCH-IX)
063150             MOVE BKO-LI-END-DATE
063151                 TO LV-END-DATE(BKO-LVE-MATCH-IX)
063152             MOVE "C" TO BKO-MAINT-ACTION
063153             MOVE "BEFORE-IMAGE RESTORED"
063154                 TO BK-DETAIL(BKO-KEY-IX)
063155     END-EVALUATE.
063156     MOVE "Y" TO BKO-LVE-CHANGED-SWITCH.
063157     MOVE "R" TO BK-RESULT(BKO-KEY-IX).
063158     PERFORM 9000-WRITE-MAINTLOG
063159         THRU 9000-EXIT.
063160 4500-EXIT.
063161     EXIT.
063162
063163 4550-FIND-LEAVE.
063164     MOVE ZERO TO BKO-LVE-MATCH-IX.
063165     PERFORM 4560-MATCH-LEAVE
063166         THRU 4560-EXIT
063167         VARYING LEAVE-CAL-IX FROM 1 BY 1
063168         UNTIL LEAVE-CAL-IX > LV-LEAVE-COUNT
063169             OR BKO-LVE-MATCH-IX > ZERO.
063170 4550-EXIT.
063171     EXIT.
063172
063173 4560-MATCH-LEAVE.
063174     IF LV-OPER-ID(LEAVE-CAL-IX) = BKO-LVE-OPER-ID
063175         AND LV-START-DATE(LEAVE-CAL-IX) = BKO-LVE-START
063176         SET BKO-LVE-MATCH-IX TO LEAVE-CAL-IX
063177     END-IF.
063178 4560-EXIT.
063179     EXIT.
063180
063200*----------------------------------------------------------------
063300* Compare the record on file now against the run's images -
063400* already at the before-image is a skip, anything other than
063500* the run's last after-image is a conflict.
063600*----------------------------------------------------------------
063700 4600-CHECK-CURRENT-IMAGE.
063800     IF BKO-CURRENT-IMAGE = BK-BEFORE-IMAGE(BKO-KEY-IX)
063900         MOVE "S" TO BK-RESULT(BKO-KEY-IX)
064000         MOVE "ALREADY AT BEFORE-IMAGE" TO BK-DETAIL(BKO-KEY-IX)
064100         GO TO 4600-EXIT
064200     END-IF.
064300     IF BKO-CURRENT-IMAGE NOT = BK-AFTER-IMAGE(BKO-KEY-IX)
064400         MOVE "C" TO BK-RESULT(BKO-KEY-IX)
064500         MOVE "CHANGED SINCE THE LOAD" TO BK-DETAIL(BKO-KEY-IX)
064600     END-IF.
064700 4600-EXIT.
064800     EXIT.
064900
065000*----------------------------------------------------------------
065100* The report lists the keys in three groups - restored, skipped
065200* and conflicts - each in the order the run touched them.
065300*----------------------------------------------------------------
065400 5000-WRITE-KEY-SECTIONS.
065500     IF BKO-KEY-COUNT = ZERO
065600         GO TO 5000-EXIT
065700     END-IF.
065800     MOVE "RESTORED" TO RPT-LINE.
065900     MOVE "R" TO RPT-SECTION-CODE.
066000     PERFORM 5100-WRITE-KEY-SECTION
066100         THRU 5100-EXIT.
066200     MOVE "SKIPPED" TO RPT-LINE.
066300     MOVE "S" TO RPT-SECTION-CODE.
066400     PERFORM 5100-WRITE-KEY-SECTION
066500         THRU 5100-EXIT.
066600     MOVE "CONFLICTS - NOT RESTORED" TO RPT-LINE.
066700     MOVE "C" TO RPT-SECTION-CODE.
066800     PERFORM 5100-WRITE-KEY-SECTION
066900         THRU 5100-EXIT.
067000 5000-EXIT.
067100     EXIT.
067200
067300 5100-WRITE-KEY-SECTION.
067400     WRITE RPT-LINE.
067500     MOVE "  FILE     KEY                  DETAIL" TO RPT-LINE.
067600     WRITE RPT-LINE.
067700     MOVE ZERO TO BKO-SECTION-COUNT.
067800     PERFORM 5200-WRITE-KEY-LINE
067900         THRU 5200-EXIT
068000         VARYING BKO-KEY-IX FROM 1 BY 1
068100         UNTIL BKO-KEY-IX > BKO-KEY-COUNT.
068200     IF BKO-SECTION-COUNT = ZERO
068300         MOVE "  (none)" TO RPT-LINE
068400         WRITE RPT-LINE
068500     END-IF.
068600     MOVE SPACES TO RPT-LINE.
068700     WRITE RPT-LINE.
068800 5100-EXIT.
068900     EXIT.
069000
069100 5200-WRITE-KEY-LINE.
069200     IF BK-RESULT(BKO-KEY-IX) NOT = RPT-SECTION-CODE
069300         GO TO 5200-EXIT
069400     END-IF.
069500     ADD 1 TO BKO-SECTION-COUNT.
069600     EVALUATE TRUE
069700         WHEN BK-RESTORED(BKO-KEY-IX)
069800             ADD 1 TO BKO-RESTORED-COUNT
069900         WHEN BK-SKIPPED(BKO-KEY-IX)
070000             ADD 1 TO BKO-SKIPPED-COUNT
070100         WHEN BK-CONFLICT(BKO-KEY-IX)
070200             ADD 1 TO BKO-CONFLICT-COUNT
070300     END-EVALUATE.
070400     MOVE SPACES TO RPT-DETAIL-WORK.
070500     STRING "  " DELIMITED BY SIZE
070600             BK-FILE-NAME(BKO-KEY-IX) DELIMITED BY SIZE
070700             " " DELIMITED BY SIZE
070800             BK-RECORD-KEY(BKO-KEY-IX) DELIMITED BY SIZE
070900             " " DELIMITED BY SIZE
071000             BK-DETAIL(BKO-KEY-IX) DELIMITED BY SIZE
071100             INTO RPT-DETAIL-WORK.
071200     MOVE RPT-DETAIL-WORK TO RPT-LINE.
071300     WRITE RPT-LINE.
071400 5200-EXIT.
071500     EXIT.
071600
071700 6000-WRITE-REPORT-HEADER.
071800     MOVE "================================================"
071900         TO RPT-LINE.
072000     WRITE RPT-LINE.
072100     MOVE "        HR EXTRACT ROSTER LOAD - BACKOUT REPORT"
072200         TO RPT-LINE.
072300     WRITE RPT-LINE.
072400     MOVE "================================================"
072500         TO RPT-LINE.
072600     WRITE RPT-LINE.
072700     MOVE SPACES TO RPT-LINE.
072800     STRING "Backout date ...... " DELIMITED BY SIZE
072900             BKO-RUN-DATE DELIMITED BY SIZE
073000             INTO RPT-LINE.
073100     WRITE RPT-LINE.
073200     MOVE SPACES TO RPT-LINE.
073300     STRING "Backout time ...... " DELIMITED BY SIZE
073400             BKO-RUN-TIME DELIMITED BY SIZE
073500             INTO RPT-LINE.
073600     WRITE RPT-LINE.
073700 6000-EXIT.
073800     EXIT.
073900
074000 6500-WRITE-REPORT-TOTALS.
074100     MOVE BKO-LOG-COUNT TO RPT-COUNT-DISP.
074200     MOVE SPACES TO RPT-LINE.
074300     STRING "Changes logged .... " DELIMITED BY SIZE
074400             RPT-COUNT-DISP DELIMITED BY SIZE
074500             INTO RPT-LINE.
074600     WRITE RPT-LINE.
074700     MOVE BKO-KEY-COUNT TO RPT-COUNT-DISP.
074800     MOVE SPACES TO RPT-LINE.
074900     STRING "Keys changed ...... " DELIMITED BY SIZE
075000             RPT-COUNT-DISP DELIMITED BY SIZE
075100             INTO RPT-LINE.
075200     WRITE RPT-LINE.
075300     MOVE BKO-RESTORED-COUNT TO RPT-COUNT-DISP.
075400     MOVE SPACES TO RPT-LINE.
075500     STRING "Restored .......... " DELIMITED BY SIZE
075600             RPT-COUNT-DISP DELIMITED BY SIZE
075700             INTO RPT-LINE.
075800     WRITE RPT-LINE.
075900     MOVE BKO-SKIPPED-COUNT TO RPT-COUNT-DISP.
076000     MOVE SPACES TO RPT-LINE.
076100     STRING "Skipped ........... " DELIMITED BY SIZE
076200             RPT-COUNT-DISP DELIMITED BY SIZE
076300             INTO RPT-LINE.
076400     WRITE RPT-LINE.
076500     MOVE BKO-CONFLICT-COUNT TO RPT-COUNT-DISP.
076600     MOVE SPACES TO RPT-LINE.
076700     STRING "Conflicts ......... " DELIMITED BY SIZE
076800             RPT-COUNT-DISP DELIMITED BY SIZE
076900             INTO RPT-LINE.
077000     WRITE RPT-LINE.
077100     MOVE "================================================"
077200         TO RPT-LINE.
077300     WRITE RPT-LINE.
077400 6500-EXIT.
077500     EXIT.
077600
077700 7000-TERMINATE.
077800     MOVE ZERO TO BKO-RUN-RC.
077900     IF BKO-CONFLICT-COUNT > ZERO
078000         MOVE 4 TO BKO-RUN-RC
078100     END-IF.
078200     IF BKO-FAILED
078300         MOVE 8 TO BKO-RUN-RC
078400     END-IF.
078500     IF BKO-LOCK-FAIL
078600         MOVE 12 TO BKO-RUN-RC
078700         MOVE "NAMEFILE locked by another updater - not run."
078800             TO RPT-LINE
078900         WRITE RPT-LINE
079000     END-IF.
079100     PERFORM 6500-WRITE-REPORT-TOTALS
079200         THRU 6500-EXIT.
079300     CLOSE REPORT-FILE.
079400     IF BKO-NAME-OPEN
079500         CLOSE NAME-FILE
079600     END-IF.
079700     PERFORM 0210-DEQUEUE-ROSTER
079800         THRU 0210-EXIT.
079900     PERFORM 8000-WRITE-RUNHIST
080000         THRU 8000-EXIT.
080100 7000-EXIT.
080200     EXIT.
080300
080400*----------------------------------------------------------------
080500* Load the EVENTS occasion calendar into the table, the same way
080600* cob-hrload does.  A missing file just means it starts empty.
080700*----------------------------------------------------------------
080800 1700-LOAD-EVENTS.
080900     OPEN INPUT EVENTS-FILE.
081000     IF BKO-EVT-STATUS NOT = "00"
081100         GO TO 1700-EXIT
081200     END-IF.
081300     PERFORM 1710-LOAD-EVENT-REC
081400         THRU 1710-EXIT
081500         UNTIL BKO-EVT-EOF.
081600     CLOSE EVENTS-FILE.
081700 1700-EXIT.
081800     EXIT.
081900
082000 1710-LOAD-EVENT-REC.
082100     READ EVENTS-FILE
082200         AT END
082300             MOVE "Y" TO BKO-EVT-EOF-SWITCH
082400         NOT AT END
082500           IF EVT-OPER-ID NOT = SPACES
082600             IF EV-EVENT-COUNT < 200
082700               ADD 1 TO EV-EVENT-COUNT
082800               MOVE EVT-OPER-ID
082900                   TO EV-OPER-ID(EV-EVENT-COUNT)
083000               MOVE EVT-EVENT-TYPE
083100                   TO EV-EVENT-TYPE(EV-EVENT-COUNT)
083200               MOVE EVT-EVENT-DATE
083300                   TO EV-EVENT-DATE(EV-EVENT-COUNT)
083400               MOVE EVT-RECUR
083500                   TO EV-RECUR(EV-EVENT-COUNT)
083600             END-IF
083700           END-IF
083800     END-READ.
083900 1710-EXIT.
084000     EXIT.
084100
084200*----------------------------------------------------------------
084300* Rewrite the EVENTS calendar from the table - removed entries
084400* carry a blank operator ID and are dropped on the way out.
084500*----------------------------------------------------------------
084600 7600-SAVE-EVENTS.
084700     OPEN OUTPUT EVENTS-FILE.
084800     PERFORM 7610-SAVE-EVENT-REC
084900         THRU 7610-EXIT
085000         VARYING BKO-EVT-SAVE-IX FROM 1 BY 1
085100         UNTIL BKO-EVT-SAVE-IX > EV-EVENT-COUNT.
085200     CLOSE EVENTS-FILE.
085300 7600-EXIT.
085400     EXIT.
085500
085600 7610-SAVE-EVENT-REC.
085700     IF EV-OPER-ID(BKO-EVT-SAVE-IX) = SPACES
085800         GO TO 7610-EXIT
085900     END-IF.
086000     MOVE SPACES TO EVT-RECORD.
086100     MOVE EV-OPER-ID(BKO-EVT-SAVE-IX) TO EVT-OPER-ID.
086200     MOVE EV-EVENT-TYPE(BKO-EVT-SAVE-IX)
086300         TO EVT-EVENT-TYPE.
086400     MOVE EV-EVENT-DATE(BKO-EVT-SAVE-IX)
086500         TO EVT-EVENT-DATE.
086600     MOVE EV-RECUR(BKO-EVT-SAVE-IX) TO EVT-RECUR.
086700     WRITE EVT-RECORD.
086800 7610-EXIT.
086900     EXIT.
087000
087001*----------------------------------------------------------------
087002* Load and rewrite the LEAVECAL leave calendar the same way as
087003* EVENTS - a missing file starts empty, removed entries carry a
087004* blank operator ID and are dropped on the way out.
087005*----------------------------------------------------------------
087006 1800-LOAD-LEAVE.
087007     OPEN INPUT LEAVE-FILE.
087008     IF BKO-LVE-STATUS NOT = "00"
087009         GO TO 1800-EXIT
087010     END-IF.
087011     PERFORM 1810-LOAD-LEAVE-REC
087012         THRU 1810-EXIT
087013         UNTIL BKO-LVE-EOF.
087014     CLOSE LEAVE-FILE.
087015 1800-EXIT.
087016     EXIT.
087017
087018 1810-LOAD-LEAVE-REC.
087019     READ LEAVE-FILE
087020         AT END
087021             MOVE "Y" TO BKO-LVE-EOF-SWITCH
087022         NOT AT END
087023           IF LVF-OPER-ID NOT = SPACES
087024             IF LV-LEAVE-COUNT < 300
087025               ADD 1 TO LV-LEAVE-COUNT
087026               MOVE LVF-OPER-ID
087027                   TO LV-OPER-ID(LV-LEAVE-COUNT)
087028               MOVE LVF-LEAVE-TYPE
087029                   TO LV-LEAVE-TYPE(LV-LEAVE-COUNT)
087030               MOVE LVF-START-DATE
087031                   TO LV-START-DATE(LV-LEAVE-COUNT)
087032               MOVE LVF-END-DATE
087033                   TO LV-END-DATE(LV-LEAVE-COUNT)
087034             END-IF
087035           END-IF
087036     END-READ.
087037 1810-EXIT.
087038     EXIT.
087039
087040 7700-SAVE-LEAVE.
087041     OPEN OUTPUT LEAVE-FILE.
087042     PERFORM 7710-SAVE-LEAVE-REC
087043         THRU 7710-EXIT
087044         VARYING BKO-LVE-SAVE-IX FROM 1 BY 1
087045         UNTIL BKO-LVE-SAVE-IX > LV-LEAVE-COUNT.
087046     CLOSE LEAVE-FILE.
087047 7700-EXIT.
087048     EXIT.
087049
087050 7710-SAVE-LEAVE-REC.
087051     IF LV-OPER-ID(BKO-LVE-SAVE-IX) = SPACES
087052         GO TO 7710-EXIT
087053     END-IF.
087054     MOVE SPACES TO LVF-RECORD.
087055     MOVE LV-OPER-ID(BKO-LVE-SAVE-IX) TO LVF-OPER-ID.
087056     MOVE LV-LEAVE-TYPE(BKO-LVE-SAVE-IX) TO LVF-LEAVE-TYPE.
087057     MOVE LV-START-DATE(BKO-LVE-SAVE-IX) TO LVF-START-DATE.
087058     MOVE LV-END-DATE(BKO-LVE-SAVE-IX) TO LVF-END-DATE.
087059     WRITE LVF-RECORD.
087060 7710-EXIT.
087061     EXIT.
087062
087100*----------------------------------------------------------------
087200* Append this run to the RUNHIST job-step history - restored
087300* keys, conflicts and skipped keys in the processed, rejected
087400* and inactive slots.
087500*----------------------------------------------------------------
087600 8000-WRITE-RUNHIST.
087700     OPEN EXTEND RUNHIST-FILE.
087800     IF BKO-RNH-STATUS NOT = "00"
087900         OPEN OUTPUT RUNHIST-FILE
088000     END-IF.
088100     MOVE SPACES TO RUN-HIST-REC.
088200     MOVE "HRBACK" TO RH-JOB-NAME.
088300     MOVE "BACKOUT" TO RH-STEP-NAME.
088400     MOVE BKO-RUN-DATE TO RH-START-DATE.
088500     MOVE BKO-RUN-TIME TO RH-START-TIME.
088600     ACCEPT RH-END-DATE FROM DATE YYYYMMDD.
088700     ACCEPT RH-END-TIME FROM TIME.
088800     MOVE BKO-RUN-RC TO RH-RETURN-CODE.
088900     MOVE BKO-RESTORED-COUNT TO RH-PROCESSED.
089000     MOVE BKO-CONFLICT-COUNT TO RH-REJECTED.
089100     MOVE BKO-SKIPPED-COUNT TO RH-INACTIVE.
089200     MOVE ZERO TO RH-SUSPENDED.
089300     WRITE RUN-HIST-REC.
089400     CLOSE RUNHIST-FILE.
089500 8000-EXIT.
089600     EXIT.
089700
089800*----------------------------------------------------------------
089900* Record each restore on the MAINTLOG change history as program
090000* BACKOUT - the record as the run left it before, the restored
090100* record after - so cob-chgrpt shows the backout alongside the
090200* load it undid.
090300*----------------------------------------------------------------
090400 9000-WRITE-MAINTLOG.
090500     MOVE SPACES TO MAINT-LOG-REC.
090600     ACCEPT MT-RUN-DATE FROM DATE YYYYMMDD.
090700     ACCEPT MT-RUN-TIME FROM TIME.
090800     MOVE "BACKOUT" TO MT-PROGRAM.
090900     MOVE BK-FILE-NAME(BKO-KEY-IX) TO MT-FILE-NAME.
091000     MOVE BKO-MAINT-ACTION TO MT-ACTION.
091100     MOVE BK-RECORD-KEY(BKO-KEY-IX) TO MT-RECORD-KEY.
091200     MOVE "BATCH" TO MT-USER-ID.
091300     MOVE BKO-CURRENT-IMAGE TO MT-BEFORE-IMAGE.
091400     MOVE BK-BEFORE-IMAGE(BKO-KEY-IX) TO MT-AFTER-IMAGE.
091500     WRITE MAINT-LOG-REC.
091600 9000-EXIT.
091700     EXIT.
091800
091900 9300-BUILD-EVENT-IMAGE.
092000     MOVE SPACES TO BKO-EVT-IMAGE.
092100     MOVE EV-OPER-ID(BKO-EVT-MATCH-IX) TO BKO-EI-OPER-ID.
092200     MOVE EV-EVENT-TYPE(BKO-EVT-MATCH-IX) TO BKO-EI-EVENT-TYPE.
092300     MOVE EV-EVENT-DATE(BKO-EVT-MATCH-IX) TO BKO-EI-EVENT-DATE.
092400     MOVE EV-RECUR(BKO-EVT-MATCH-IX) TO BKO-EI-RECUR.
092500 9300-EXIT.
092600     EXIT.
092700
092710 9400-BUILD-LEAVE-IMAGE.
092720     MOVE SPACES TO BKO-LVE-IMAGE.
092730     MOVE LV-OPER-ID(BKO-LVE-MATCH-IX) TO BKO-LI-OPER-ID.
092740     MOVE LV-LEAVE-TYPE(BKO-LVE-MATCH-IX) TO BKO-LI-LEAVE-TYPE.
092750     MOVE LV-START-DATE(BKO-LVE-MATCH-IX) TO BKO-LI-START-DATE.
092760     MOVE LV-END-DATE(BKO-LVE-MATCH-IX) TO BKO-LI-END-DATE.
092770 9400-EXIT.
092780     EXIT.
092790
092800*----------------------------------------------------------------
092900* Take the NAMELOCK enqueue before touching NAMEFILE - a held
093000* lock means another updater is in the roster and the backout
093100* must not run over it.  The deck branches on return code 12.
093200*----------------------------------------------------------------
093300 0200-ENQUEUE-ROSTER.
093400     OPEN INPUT LOCK-FILE.
093500     IF NLK-STATUS = "00"
093600         PERFORM 0205-READ-LOCK
093700             THRU 0205-EXIT
093800             UNTIL NLK-EOF
093900         CLOSE LOCK-FILE
094000     END-IF.
094100     IF NLK-HELD
094200         DISPLAY "COB-BACKOUT: NAMEFILE is locked by "
094300             NLK-OWNER-PROGRAM " (" NLK-OWNER-USER ") since "
094400             NLK-OWNER-DATE " " NLK-OWNER-TIME
094500             " - backout not run."
094600         GO TO 0200-EXIT
094700     END-IF.
094800     OPEN OUTPUT LOCK-FILE.
094900     MOVE SPACES TO NLK-RECORD.
095000     MOVE "BACKOUT" TO NLK-REC-PROGRAM.
095100     MOVE "BATCH" TO NLK-REC-USER.
095200     ACCEPT NLK-STAMP-DATE FROM DATE YYYYMMDD.
095300     ACCEPT NLK-STAMP-TIME FROM TIME.
095400     MOVE NLK-STAMP-DATE TO NLK-REC-DATE.
095500     MOVE NLK-STAMP-TIME TO NLK-REC-TIME.
095600     WRITE NLK-RECORD.
095700     CLOSE LOCK-FILE.
095800     MOVE "Y" TO NLK-OWNED-SWITCH.
095900 0200-EXIT.
096000     EXIT.
096100
096200 0205-READ-LOCK.
096300     READ LOCK-FILE
096400         AT END
096500             MOVE "Y" TO NLK-EOF-SWITCH
096600         NOT AT END
096700           IF NLK-REC-PROGRAM NOT = SPACES
096800             MOVE "Y" TO NLK-HELD-SWITCH
096900             MOVE NLK-REC-PROGRAM TO NLK-OWNER-PROGRAM
097000             MOVE NLK-REC-USER TO NLK-OWNER-USER
097100             MOVE NLK-REC-DATE TO NLK-OWNER-DATE
097200             MOVE NLK-REC-TIME TO NLK-OWNER-TIME
097300           END-IF
097400     END-READ.
097500 0205-EXIT.
097600     EXIT.
097700
097800 0210-DEQUEUE-ROSTER.
097900     IF NOT NLK-OWNED
098000         GO TO 0210-EXIT
098100     END-IF.
098200     OPEN OUTPUT LOCK-FILE.
098300     CLOSE LOCK-FILE.
098400     MOVE "N" TO NLK-OWNED-SWITCH.
098500 0210-EXIT.
098600     EXIT.
