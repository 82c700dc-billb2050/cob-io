000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cob-stream.
000300 AUTHOR. BILL BLASINGIM.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* A GnuCOBOL program
000900* Nightly job-stream driver - runs the night's job decks in
001000* schedule order instead of leaving the order to whoever is on
001100* the console.  The STREAMCTL schedule control file lists each
001200* job, the highest return code it may grade and still count as
001300* run clean, and the jobs that must have run clean before it
001400* may start.  Before a job is started, each predecessor's
001500* graded return code is taken from the RUNHIST job-step
001600* history (the worst step grade since the predecessor last
001700* started, or the deck's own exit code if that is worse); a
001800* job whose predecessor has not run clean is HELD and never
001900* started.  A job that grades above its own tolerance is
002000* FAILED, which in turn holds everything that depends on it.
002100*
002200* STREAMCTL record layout (one job per line, in run order):
002300*   col 1-8    job name - the deck run is jcl/<job>.sh
002400*   col 10-11  highest return code tolerated, two digits
002500*   col 13-20  predecessor job 1     (blank = none)
002600*   col 22-29  predecessor job 2
002700*   col 31-38  predecessor job 3
002800*   col 40-47  predecessor job 4
002900*   col 49-68  parameters passed to the deck
003000* A line with "*" in column 1 is a comment.  A missing or
003100* empty STREAMCTL seeds the standard nightly schedule:
003200* HRLOAD, OPSYNC, INTEGCHK, GREETBAT, GREETEVT, GREETFIX,
003250* GREETACK, GREETARC.
003300*
003400* The stream's progress is rewritten to the STREAMST stream
003500* status file after every job.  When the night stops short,
003600* the operator corrects the cause and reruns with RESUME on
003700* the command line: jobs that already completed are SKIPPED,
003800* and the stream carries on at the failed or held job, which
003900* is marked RESUMED.  The cob-runstat report shows the
004000* stream as a whole from STREAMST.
004100*
004200* Return codes: 0 every job complete and clean, 4 every job
004300* complete but some graded a tolerated warning, 8 one or more
004400* jobs failed or were held (RESUME after correcting), 12 the
004500* stream could not be started or resumed.
004600*----------------------------------------------------------------
004700* MODIFICATION HISTORY
004800*----------------------------------------------------------------
004900* 10/15/2026  BB   Original version - schedule-driven nightly
005000*                  stream with RUNHIST predecessor checks and
005100*                  STREAMST resume.
005130* 10/15/2026  BB   Added GREETACK (print shop acknowledgement
005160*                  reconciliation) to the standard schedule.
005170* 10/15/2026  BB   Added INTEGCHK (cross-file integrity check)
005180*                  ahead of GREETBAT - a severe break holds
005190*                  the batch greeting run.
005192* 10/15/2026  BB   Seed table now occurs 8 times to match the
005194*                  eight seeded jobs - GREETARC was read past
005196*                  the end of the table.
005200*----------------------------------------------------------------
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER. GNUCOBOL.
005600 OBJECT-COMPUTER. GNUCOBOL.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT SCHEDULE-FILE ASSIGN TO "STREAMCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS STR-SCH-STATUS.
006200
006300     SELECT STATUS-FILE ASSIGN TO "STREAMST"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS STR-SST-STATUS.
006600
006700     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS STR-RNH-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  SCHEDULE-FILE
007400     LABEL RECORDS ARE STANDARD.
007500 01  SCH-RECORD.
007600     05  SCH-JOB-NAME            PIC X(08).
007700     05  FILLER                  PIC X(01).
007800     05  SCH-MAX-RC              PIC X(02).
007900     05  FILLER                  PIC X(01).
008000     05  SCH-PRED-1              PIC X(08).
008100     05  FILLER                  PIC X(01).
008200     05  SCH-PRED-2              PIC X(08).
008300     05  FILLER                  PIC X(01).
008400     05  SCH-PRED-3              PIC X(08).
008500     05  FILLER                  PIC X(01).
008600     05  SCH-PRED-4              PIC X(08).
008700     05  FILLER                  PIC X(01).
008800     05  SCH-PARM                PIC X(20).
008900
009000 FD  STATUS-FILE
009100     LABEL RECORDS ARE STANDARD.
009200     COPY STREAMST.
009300
009400 FD  RUNHIST-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY RUNHIST.
009700
009800 WORKING-STORAGE SECTION.
009900 01  STR-CONTROLS.
010000     05  STR-SCH-STATUS          PIC X(02)   VALUE SPACES.
010100     05  STR-SST-STATUS          PIC X(02)   VALUE SPACES.
010200     05  STR-RNH-STATUS          PIC X(02)   VALUE SPACES.
010300     05  STR-SCH-EOF-SWITCH      PIC X(01)   VALUE "N".
010400         88  STR-SCH-EOF         VALUE "Y".
010500     05  STR-SST-EOF-SWITCH      PIC X(01)   VALUE "N".
010600         88  STR-SST-EOF         VALUE "Y".
010700     05  STR-RNH-EOF-SWITCH      PIC X(01)   VALUE "N".
010800         88  STR-RNH-EOF         VALUE "Y".
010900     05  STR-RESUME-SWITCH       PIC X(01)   VALUE "N".
011000         88  STR-RESUME          VALUE "Y".
011100     05  STR-ABORT-SWITCH        PIC X(01)   VALUE "N".
011200         88  STR-ABORTED         VALUE "Y".
011300     05  STR-HOLD-SWITCH         PIC X(01)   VALUE "N".
011400         88  STR-HOLD            VALUE "Y".
011500     05  STR-PARM                PIC X(08)   VALUE SPACES.
011600     05  STR-IX                  PIC 9(02)   COMP VALUE ZERO.
011700     05  STR-PRED-IX             PIC 9(02)   COMP VALUE ZERO.
011800     05  STR-MATCH-IX            PIC 9(02)   COMP VALUE ZERO.
011900     05  STR-SCAN-IX             PIC 9(02)   COMP VALUE ZERO.
012000     05  STR-GRADE-IX            PIC 9(02)   COMP VALUE ZERO.
012100     05  STR-WORK-JOB            PIC X(08)   VALUE SPACES.
012200     05  STR-DECK-COMMAND        PIC X(80)   VALUE SPACES.
012300     05  STR-SYSTEM-STATUS       PIC S9(09)  COMP VALUE ZERO.
012400     05  STR-DECK-RC             PIC 9(02)   VALUE ZERO.
012500     05  STR-GRADED-RC           PIC 9(02)   VALUE ZERO.
012600     05  STR-RC-DISP             PIC 9(02)   VALUE ZERO.
012700     05  STR-STREAM-RC           PIC 9(02)   VALUE ZERO.
012800     05  STR-RESUME-COUNT        PIC 9(02)   VALUE ZERO.
012900     05  STR-STREAM-STATE        PIC X(01)   VALUE "R".
013000     05  STR-STREAM-STAMP.
013100         10  STR-STREAM-DATE     PIC 9(08)   VALUE ZERO.
013200         10  STR-STREAM-TIME     PIC 9(08)   VALUE ZERO.
013300     05  STR-END-STAMP.
013400         10  STR-END-DATE        PIC 9(08)   VALUE ZERO.
013500         10  STR-END-TIME        PIC 9(08)   VALUE ZERO.
013600     05  STR-SESSION-STAMP.
013700         10  STR-SESSION-DATE    PIC 9(08)   VALUE ZERO.
013800         10  STR-SESSION-TIME    PIC 9(08)   VALUE ZERO.
013900     05  STR-FROM-STAMP          PIC X(16)   VALUE SPACES.
014000     05  STR-RH-STAMP.
014100         10  STR-RH-DATE         PIC 9(08)   VALUE ZERO.
014200         10  STR-RH-TIME         PIC 9(08)   VALUE ZERO.
014300
014400 01  STR-COUNTERS.
014500     05  STR-RUN-COUNT           PIC 9(05)   COMP VALUE ZERO.
014600     05  STR-FAIL-COUNT          PIC 9(05)   COMP VALUE ZERO.
014700     05  STR-HELD-COUNT          PIC 9(05)   COMP VALUE ZERO.
014800     05  STR-SKIP-COUNT          PIC 9(05)   COMP VALUE ZERO.
014900     05  STR-RESUMED-COUNT       PIC 9(05)   COMP VALUE ZERO.
015000     05  STR-WARN-COUNT          PIC 9(05)   COMP VALUE ZERO.
015100
015200*----------------------------------------------------------------
015300* In-core schedule - one entry per STREAMCTL job, carrying
015400* both the schedule definition and the job's progress this
015500* night (the same fields STREAMST keeps on disk).
015600*----------------------------------------------------------------
015700 01  STR-SCHEDULE-TABLE.
015800     05  STR-JOB-COUNT           PIC 9(02)   COMP VALUE ZERO.
015900     05  STR-JOB-ENTRY           OCCURS 20 TIMES.
016000         10  SJ-JOB-NAME         PIC X(08).
016100         10  SJ-MAX-RC           PIC 9(02).
016200         10  SJ-PRED             PIC X(08)   OCCURS 4 TIMES.
016300         10  SJ-PARM             PIC X(20).
016400         10  SJ-STATE            PIC X(01).
016500             88  SJ-PENDING      VALUE "P".
016600             88  SJ-COMPLETE     VALUE "C".
016700             88  SJ-FAILED       VALUE "F".
016800             88  SJ-HELD         VALUE "H".
016900             88  SJ-SKIPPED      VALUE "S".
017000             88  SJ-RAN-CLEAN    VALUE "C" "S".
017100         10  SJ-RESUMED          PIC X(01).
017200         10  SJ-START-STAMP.
017300             15  SJ-START-DATE   PIC 9(08).
017400             15  SJ-START-TIME   PIC 9(08).
017500         10  SJ-END-DATE         PIC 9(08).
017600         10  SJ-END-TIME         PIC 9(08).
017700         10  SJ-RC               PIC 9(02).
017800         10  SJ-NOTE             PIC X(18).
017900
018000*----------------------------------------------------------------
018100* Standard nightly schedule, used when no STREAMCTL is keyed:
018200* the roster load first, the index sync behind it, the
018250* cross-file integrity check, the batch greeting run once the
018300* roster is settled and checked, the occasion and
018400* repair runs behind the batch, and the archive last of all,
018500* once every run that writes GREETLOG has finished.
018600*----------------------------------------------------------------
018700 01  STR-SEED-VALUES.
018800     05  FILLER                  PIC X(08)   VALUE "HRLOAD".
018900     05  FILLER                  PIC 9(02)   VALUE 04.
019000     05  FILLER                  PIC X(32)   VALUE SPACES.
019100     05  FILLER                  PIC X(20)   VALUE SPACES.
019200     05  FILLER                  PIC X(08)   VALUE "OPSYNC".
019300     05  FILLER                  PIC 9(02)   VALUE 04.
019400     05  FILLER                  PIC X(32)   VALUE "HRLOAD".
019500     05  FILLER                  PIC X(20)   VALUE SPACES.
019520     05  FILLER                  PIC X(08)   VALUE "INTEGCHK".
019540     05  FILLER                  PIC 9(02)   VALUE 04.
019560     05  FILLER                  PIC X(32)
019580                                 VALUE "HRLOAD  OPSYNC".
019590     05  FILLER                  PIC X(20)   VALUE SPACES.
019600     05  FILLER                  PIC X(08)   VALUE "GREETBAT".
019700     05  FILLER                  PIC 9(02)   VALUE 04.
019800     05  FILLER                  PIC X(32)
019900                                 VALUE "HRLOAD  OPSYNC  INTEGCHK".
020000     05  FILLER                  PIC X(20)   VALUE SPACES.
020100     05  FILLER                  PIC X(08)   VALUE "GREETEVT".
020200     05  FILLER                  PIC 9(02)   VALUE 04.
020300     05  FILLER                  PIC X(32)   VALUE "GREETBAT".
020400     05  FILLER                  PIC X(20)   VALUE SPACES.
020500     05  FILLER                  PIC X(08)   VALUE "GREETFIX".
020600     05  FILLER                  PIC 9(02)   VALUE 04.
020700     05  FILLER                  PIC X(32)   VALUE "GREETBAT".
020800     05  FILLER                  PIC X(20)   VALUE SPACES.
020820     05  FILLER                  PIC X(08)   VALUE "GREETACK".
020840     05  FILLER                  PIC 9(02)   VALUE 04.
020860     05  FILLER                  PIC X(32)   VALUE "GREETBAT".
020880     05  FILLER                  PIC X(20)   VALUE "0005".
020900     05  FILLER                  PIC X(08)   VALUE "GREETARC".
021000     05  FILLER                  PIC 9(02)   VALUE ZERO.
021100     05  FILLER                  PIC X(32)
021200                                 VALUE "GREETBATGREETEVTGREETFIX".
021300     05  FILLER                  PIC X(20)   VALUE "0090".
021400 01  STR-SEED-TABLE              REDEFINES STR-SEED-VALUES.
021500     05  STR-SEED-ENTRY          OCCURS 8 TIMES.
021600         10  SEED-JOB-NAME       PIC X(08).
021700         10  SEED-MAX-RC         PIC 9(02).
021800         10  SEED-PRED           PIC X(08)   OCCURS 4 TIMES.
021900         10  SEED-PARM           PIC X(20).
022000 01  STR-SEED-COUNT              PIC 9(02)   COMP VALUE 8.
022100
022200 PROCEDURE DIVISION.
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE
022500         THRU 1000-EXIT.
022600     IF STR-ABORTED
022700         MOVE 12 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
023000     PERFORM 2000-RUN-JOB
023100         THRU 2000-EXIT
023200         VARYING STR-IX FROM 1 BY 1
023300         UNTIL STR-IX > STR-JOB-COUNT.
023400     PERFORM 6800-GRADE-STREAM
023500         THRU 6800-EXIT.
023600     PERFORM 7000-TERMINATE
023700         THRU 7000-EXIT.
023800     MOVE STR-STREAM-RC TO RETURN-CODE.
023900     STOP RUN.
024000
024100 1000-INITIALIZE.
024200     ACCEPT STR-SESSION-DATE FROM DATE YYYYMMDD.
024300     ACCEPT STR-SESSION-TIME FROM TIME.
024400     ACCEPT STR-PARM FROM COMMAND-LINE.
024500     IF STR-PARM = "RESUME"
024600         MOVE "Y" TO STR-RESUME-SWITCH
024700     END-IF.
024800     PERFORM 1100-LOAD-SCHEDULE
024900         THRU 1100-EXIT.
025000     IF STR-RESUME
025100         PERFORM 1300-RESUME-STREAM
025200             THRU 1300-EXIT
025300     ELSE
025400         PERFORM 1200-START-NEW-STREAM
025500             THRU 1200-EXIT
025600     END-IF.
025700     IF STR-ABORTED
025800         GO TO 1000-EXIT
025900     END-IF.
026000     PERFORM 4000-SAVE-STREAM-STATUS
026100         THRU 4000-EXIT.
026200 1000-EXIT.
026300     EXIT.
026400
026500*----------------------------------------------------------------
026600* Load the schedule from STREAMCTL, or seed the standard
026700* nightly schedule when none has been keyed.
026800*----------------------------------------------------------------
026900 1100-LOAD-SCHEDULE.
027000     OPEN INPUT SCHEDULE-FILE.
027100     IF STR-SCH-STATUS = "00"
027200         PERFORM 1110-LOAD-SCHEDULE-REC
027300             THRU 1110-EXIT
027400             UNTIL STR-SCH-EOF
027500         CLOSE SCHEDULE-FILE
027600     END-IF.
027700     IF STR-JOB-COUNT = ZERO
027800         PERFORM 1150-SEED-SCHEDULE-ENTRY
027900             THRU 1150-EXIT
028000             VARYING STR-IX FROM 1 BY 1
028100             UNTIL STR-IX > STR-SEED-COUNT
028200     END-IF.
028300 1100-EXIT.
028400     EXIT.
028500
028600 1110-LOAD-SCHEDULE-REC.
028700     READ SCHEDULE-FILE
028800         AT END
028900             MOVE "Y" TO STR-SCH-EOF-SWITCH
029000             GO TO 1110-EXIT
029100     END-READ.
029200     IF SCH-RECORD(1:1) = "*" OR SCH-JOB-NAME = SPACES
029300         GO TO 1110-EXIT
029400     END-IF.
029500     IF STR-JOB-COUNT = 20
029600         DISPLAY "COB-STREAM: more than 20 jobs on STREAMCTL "
029700             "- job " SCH-JOB-NAME " not scheduled."
029800         GO TO 1110-EXIT
029900     END-IF.
030000     ADD 1 TO STR-JOB-COUNT.
030100     MOVE SCH-JOB-NAME TO SJ-JOB-NAME(STR-JOB-COUNT).
030200     IF SCH-MAX-RC IS NUMERIC
030300         MOVE SCH-MAX-RC TO SJ-MAX-RC(STR-JOB-COUNT)
030400     ELSE
030500         MOVE ZERO TO SJ-MAX-RC(STR-JOB-COUNT)
030600     END-IF.
030700     MOVE SCH-PRED-1 TO SJ-PRED(STR-JOB-COUNT, 1).
030800     MOVE SCH-PRED-2 TO SJ-PRED(STR-JOB-COUNT, 2).
030900     MOVE SCH-PRED-3 TO SJ-PRED(STR-JOB-COUNT, 3).
031000     MOVE SCH-PRED-4 TO SJ-PRED(STR-JOB-COUNT, 4).
031100     MOVE SCH-PARM TO SJ-PARM(STR-JOB-COUNT).
031200 1110-EXIT.
031300     EXIT.
031400
031500 1150-SEED-SCHEDULE-ENTRY.
031600     ADD 1 TO STR-JOB-COUNT.
031700     MOVE SEED-JOB-NAME(STR-IX) TO SJ-JOB-NAME(STR-JOB-COUNT).
031800     MOVE SEED-MAX-RC(STR-IX) TO SJ-MAX-RC(STR-JOB-COUNT).
031900     MOVE SEED-PRED(STR-IX, 1) TO SJ-PRED(STR-JOB-COUNT, 1).
032000     MOVE SEED-PRED(STR-IX, 2) TO SJ-PRED(STR-JOB-COUNT, 2).
032100     MOVE SEED-PRED(STR-IX, 3) TO SJ-PRED(STR-JOB-COUNT, 3).
032200     MOVE SEED-PRED(STR-IX, 4) TO SJ-PRED(STR-JOB-COUNT, 4).
032300     MOVE SEED-PARM(STR-IX) TO SJ-PARM(STR-JOB-COUNT).
032400 1150-EXIT.
032500     EXIT.
032600
032700*----------------------------------------------------------------
032800* A fresh night - every job pending, the stream stamped with
032900* this session's start.  An unfinished stream left on STREAMST
033000* is abandoned, and the console says so, since RESUME was the
033100* way to carry it on.
033200*----------------------------------------------------------------
033300 1200-START-NEW-STREAM.
033400     OPEN INPUT STATUS-FILE.
033500     IF STR-SST-STATUS = "00"
033600         READ STATUS-FILE
033700             AT END
033800                 MOVE SPACES TO STREAM-STATUS-REC
033900         END-READ
034000         IF SS-HEADER AND NOT SS-STREAM-COMPLETE
034100             DISPLAY "COB-STREAM: unfinished stream of "
034200                 SS-STREAM-DATE " " SS-STREAM-TIME
034300                 " abandoned - starting a fresh night."
034400         END-IF
034500         CLOSE STATUS-FILE
034600     END-IF.
034700     MOVE STR-SESSION-STAMP TO STR-STREAM-STAMP.
034800     MOVE ZERO TO STR-RESUME-COUNT.
034900     PERFORM 1210-RESET-JOB
035000         THRU 1210-EXIT
035100         VARYING STR-IX FROM 1 BY 1
035200         UNTIL STR-IX > STR-JOB-COUNT.
035300 1200-EXIT.
035400     EXIT.
035500
035600 1210-RESET-JOB.
035700     MOVE "P" TO SJ-STATE(STR-IX).
035800     MOVE "N" TO SJ-RESUMED(STR-IX).
035900     MOVE ZERO TO SJ-START-DATE(STR-IX).
036000     MOVE ZERO TO SJ-START-TIME(STR-IX).
036100     MOVE ZERO TO SJ-END-DATE(STR-IX).
036200     MOVE ZERO TO SJ-END-TIME(STR-IX).
036300     MOVE ZERO TO SJ-RC(STR-IX).
036400     MOVE SPACES TO SJ-NOTE(STR-IX).
036500 1210-EXIT.
036600     EXIT.
036700
036800*----------------------------------------------------------------
036900* RESUME - pick the night up from STREAMST.  Jobs that already
037000* completed are passed over as SKIPPED; the failed and held
037100* jobs go back to pending and are marked RESUMED.  A job on
037200* the schedule that STREAMST has never heard of is simply
037300* pending.  No STREAMST, or a stream that already completed,
037400* leaves nothing to resume.
037500*----------------------------------------------------------------
037600 1300-RESUME-STREAM.
037700     PERFORM 1210-RESET-JOB
037800         THRU 1210-EXIT
037900         VARYING STR-IX FROM 1 BY 1
038000         UNTIL STR-IX > STR-JOB-COUNT.
038100     OPEN INPUT STATUS-FILE.
038200     IF STR-SST-STATUS NOT = "00"
038300         DISPLAY "COB-STREAM: no STREAMST stream status - "
038400             "nothing to resume."
038500         MOVE "Y" TO STR-ABORT-SWITCH
038600         GO TO 1300-EXIT
038700     END-IF.
038800     READ STATUS-FILE
038900         AT END
039000             MOVE SPACES TO STREAM-STATUS-REC
039100     END-READ.
039200     IF NOT SS-HEADER
039300         DISPLAY "COB-STREAM: STREAMST has no stream header - "
039400             "nothing to resume."
039500         MOVE "Y" TO STR-ABORT-SWITCH
039600         CLOSE STATUS-FILE
039700         GO TO 1300-EXIT
039800     END-IF.
039900     IF SS-STREAM-COMPLETE
040000         DISPLAY "COB-STREAM: stream of " SS-STREAM-DATE " "
040100             SS-STREAM-TIME " already complete - nothing to "
040200             "resume."
040300         MOVE "Y" TO STR-ABORT-SWITCH
040400         CLOSE STATUS-FILE
040500         GO TO 1300-EXIT
040600     END-IF.
040700     MOVE SS-STREAM-DATE TO STR-STREAM-DATE.
040800     MOVE SS-STREAM-TIME TO STR-STREAM-TIME.
040900     MOVE SS-RESUME-COUNT TO STR-RESUME-COUNT.
041000     ADD 1 TO STR-RESUME-COUNT.
041100     PERFORM 1310-LOAD-JOB-STATUS
041200         THRU 1310-EXIT
041300         UNTIL STR-SST-EOF.
041400     CLOSE STATUS-FILE.
041500     DISPLAY "COB-STREAM: resuming stream of " STR-STREAM-DATE
041600         " " STR-STREAM-TIME.
041700 1300-EXIT.
041800     EXIT.
041900
042000 1310-LOAD-JOB-STATUS.
042100     READ STATUS-FILE
042200         AT END
042300             MOVE "Y" TO STR-SST-EOF-SWITCH
042400             GO TO 1310-EXIT
042500     END-READ.
042600     IF NOT SS-JOB
042700         GO TO 1310-EXIT
042800     END-IF.
042900     MOVE SS-JOB-NAME TO STR-WORK-JOB.
043000     PERFORM 3000-FIND-JOB
043100         THRU 3000-EXIT.
043200     IF STR-MATCH-IX = ZERO
043300         GO TO 1310-EXIT
043400     END-IF.
043500     MOVE SS-JOB-START-DATE TO SJ-START-DATE(STR-MATCH-IX).
043600     MOVE SS-JOB-START-TIME TO SJ-START-TIME(STR-MATCH-IX).
043700     MOVE SS-JOB-END-DATE TO SJ-END-DATE(STR-MATCH-IX).
043800     MOVE SS-JOB-END-TIME TO SJ-END-TIME(STR-MATCH-IX).
043900     MOVE SS-JOB-RC TO SJ-RC(STR-MATCH-IX).
044000     EVALUATE TRUE
044100         WHEN SS-JOB-COMPLETE
044200         WHEN SS-JOB-SKIPPED
044300             MOVE "S" TO SJ-STATE(STR-MATCH-IX)
044400         WHEN SS-JOB-FAILED
044500         WHEN SS-JOB-HELD
044600             MOVE "Y" TO SJ-RESUMED(STR-MATCH-IX)
044700         WHEN OTHER
044800             CONTINUE
044900     END-EVALUATE.
045000 1310-EXIT.
045100     EXIT.
045200
045300*----------------------------------------------------------------
045400* One scheduled job - passed over if an earlier session of
045500* the night already ran it, held if any predecessor has not
045600* run clean, otherwise started and graded.  STREAMST is
045700* rewritten after every job, so an interrupted night resumes
045800* from where it really stopped.
045900*----------------------------------------------------------------
046000 2000-RUN-JOB.
046100     IF SJ-SKIPPED(STR-IX)
046200         ADD 1 TO STR-SKIP-COUNT
046300         DISPLAY "COB-STREAM: " SJ-JOB-NAME(STR-IX)
046400             " completed earlier this night - skipped."
046500         GO TO 2000-EXIT
046600     END-IF.
046700     MOVE "N" TO STR-HOLD-SWITCH.
046800     MOVE SPACES TO SJ-NOTE(STR-IX).
046900     PERFORM 2100-CHECK-PREDECESSOR
047000         THRU 2100-EXIT
047100         VARYING STR-PRED-IX FROM 1 BY 1
047200         UNTIL STR-PRED-IX > 4
047300             OR STR-HOLD.
047400     IF STR-HOLD
047500         MOVE "H" TO SJ-STATE(STR-IX)
047600         ADD 1 TO STR-HELD-COUNT
047700         DISPLAY "COB-STREAM: " SJ-JOB-NAME(STR-IX)
047800             " HELD - predecessor " SJ-NOTE(STR-IX)
047900     ELSE
048000         IF SJ-RESUMED(STR-IX) = "Y"
048100             ADD 1 TO STR-RESUMED-COUNT
048200         END-IF
048300         PERFORM 2200-START-JOB
048400             THRU 2200-EXIT
048500     END-IF.
048600     PERFORM 4000-SAVE-STREAM-STATUS
048700         THRU 4000-EXIT.
048800 2000-EXIT.
048900     EXIT.
049000
049100*----------------------------------------------------------------
049200* A predecessor holds the job when it is not on the schedule,
049300* has not run clean this night, or - rechecked against
049400* RUNHIST, in case it was rerun by hand since - now grades
049500* above its own tolerance.
049600*----------------------------------------------------------------
049700 2100-CHECK-PREDECESSOR.
049800     IF SJ-PRED(STR-IX, STR-PRED-IX) = SPACES
049900         GO TO 2100-EXIT
050000     END-IF.
050100     MOVE SJ-PRED(STR-IX, STR-PRED-IX) TO STR-WORK-JOB.
050200     PERFORM 3000-FIND-JOB
050300         THRU 3000-EXIT.
050400     IF STR-MATCH-IX = ZERO
050500         MOVE "Y" TO STR-HOLD-SWITCH
050600         STRING STR-WORK-JOB DELIMITED BY SIZE
050700                 " NOT SCHED" DELIMITED BY SIZE
050800                 INTO SJ-NOTE(STR-IX)
050900         GO TO 2100-EXIT
051000     END-IF.
051100     IF NOT SJ-RAN-CLEAN(STR-MATCH-IX)
051200         MOVE "Y" TO STR-HOLD-SWITCH
051300         STRING STR-WORK-JOB DELIMITED BY SIZE
051400                 " NOT CLEAN" DELIMITED BY SIZE
051500                 INTO SJ-NOTE(STR-IX)
051600         GO TO 2100-EXIT
051700     END-IF.
051800     MOVE STR-MATCH-IX TO STR-GRADE-IX.
051900     PERFORM 2500-GRADE-JOB
052000         THRU 2500-EXIT.
052100     IF STR-GRADED-RC > SJ-MAX-RC(STR-MATCH-IX)
052200         MOVE "Y" TO STR-HOLD-SWITCH
052300         MOVE STR-GRADED-RC TO STR-RC-DISP
052400         STRING STR-WORK-JOB DELIMITED BY SIZE
052500                 " GRADED " DELIMITED BY SIZE
052600                 STR-RC-DISP DELIMITED BY SIZE
052700                 INTO SJ-NOTE(STR-IX)
052800     END-IF.
052900 2100-EXIT.
053000     EXIT.
053100
053200*----------------------------------------------------------------
053300* Run the job's deck and grade it.  The shell's completion
053400* status carries the deck's exit code in its high-order byte;
053500* a deck that could not be run at all, or was killed, grades
053600* as a missing load module would.
053700*----------------------------------------------------------------
053800 2200-START-JOB.
053900     ACCEPT SJ-START-DATE(STR-IX) FROM DATE YYYYMMDD.
054000     ACCEPT SJ-START-TIME(STR-IX) FROM TIME.
054100     MOVE ZERO TO SJ-END-DATE(STR-IX).
054200     MOVE ZERO TO SJ-END-TIME(STR-IX).
054300     MOVE ZERO TO SJ-RC(STR-IX).
054400     MOVE "P" TO SJ-STATE(STR-IX).
054500     PERFORM 4000-SAVE-STREAM-STATUS
054600         THRU 4000-EXIT.
054700     MOVE SPACES TO STR-DECK-COMMAND.
054800     STRING "sh jcl/" DELIMITED BY SIZE
054900             SJ-JOB-NAME(STR-IX) DELIMITED BY SPACE
055000             ".sh " DELIMITED BY SIZE
055100             SJ-PARM(STR-IX) DELIMITED BY SIZE
055200             INTO STR-DECK-COMMAND.
055300     DISPLAY "COB-STREAM: starting " SJ-JOB-NAME(STR-IX).
055400     CALL "SYSTEM" USING STR-DECK-COMMAND.
055500     MOVE RETURN-CODE TO STR-SYSTEM-STATUS.
055600     MOVE ZERO TO RETURN-CODE.
055700     IF STR-SYSTEM-STATUS < ZERO
055800         OR (STR-SYSTEM-STATUS > ZERO
055900             AND STR-SYSTEM-STATUS < 256)
056000         MOVE 16 TO STR-DECK-RC
056100     ELSE
056200         COMPUTE STR-DECK-RC = STR-SYSTEM-STATUS / 256
056300     END-IF.
056400     ACCEPT SJ-END-DATE(STR-IX) FROM DATE YYYYMMDD.
056500     ACCEPT SJ-END-TIME(STR-IX) FROM TIME.
056600     MOVE STR-DECK-RC TO SJ-RC(STR-IX).
056700     MOVE STR-IX TO STR-GRADE-IX.
056800     PERFORM 2500-GRADE-JOB
056900         THRU 2500-EXIT.
057000     MOVE STR-GRADED-RC TO SJ-RC(STR-IX).
057100     ADD 1 TO STR-RUN-COUNT.
057200     IF STR-GRADED-RC > SJ-MAX-RC(STR-IX)
057300         MOVE "F" TO SJ-STATE(STR-IX)
057400         ADD 1 TO STR-FAIL-COUNT
057500         DISPLAY "COB-STREAM: " SJ-JOB-NAME(STR-IX)
057600             " FAILED - graded " STR-GRADED-RC
057700     ELSE
057800         MOVE "C" TO SJ-STATE(STR-IX)
057900         IF STR-GRADED-RC > ZERO
058000             ADD 1 TO STR-WARN-COUNT
058100         END-IF
058200         DISPLAY "COB-STREAM: " SJ-JOB-NAME(STR-IX)
058300             " complete - graded " STR-GRADED-RC
058400     END-IF.
058500 2200-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------------
058900* A job's graded return code is the worst of its deck's exit
059000* code and every RUNHIST step record the job has written since
059100* it last started.
059200*----------------------------------------------------------------
059300 2500-GRADE-JOB.
059400     MOVE SJ-RC(STR-GRADE-IX) TO STR-GRADED-RC.
059500     MOVE SJ-START-STAMP(STR-GRADE-IX) TO STR-FROM-STAMP.
059600     MOVE "N" TO STR-RNH-EOF-SWITCH.
059700     OPEN INPUT RUNHIST-FILE.
059800     IF STR-RNH-STATUS NOT = "00"
059900         GO TO 2500-EXIT
060000     END-IF.
060100     PERFORM 2510-GRADE-RUNHIST-REC
060200         THRU 2510-EXIT
060300         UNTIL STR-RNH-EOF.
060400     CLOSE RUNHIST-FILE.
060500 2500-EXIT.
060600     EXIT.
060700
060800 2510-GRADE-RUNHIST-REC.
060900     READ RUNHIST-FILE
061000         AT END
061100             MOVE "Y" TO STR-RNH-EOF-SWITCH
061200             GO TO 2510-EXIT
061300     END-READ.
061400     IF RH-JOB-NAME NOT = SJ-JOB-NAME(STR-GRADE-IX)
061500         GO TO 2510-EXIT
061600     END-IF.
061700     IF RH-START-DATE NOT NUMERIC
061800         OR RH-START-TIME NOT NUMERIC
061900         GO TO 2510-EXIT
062000     END-IF.
062100     MOVE RH-START-DATE TO STR-RH-DATE.
062200     MOVE RH-START-TIME TO STR-RH-TIME.
062300     IF STR-RH-STAMP < STR-FROM-STAMP
062400         GO TO 2510-EXIT
062500     END-IF.
062600     IF RH-RETURN-CODE > STR-GRADED-RC
062700         MOVE RH-RETURN-CODE TO STR-GRADED-RC
062800     END-IF.
062900 2510-EXIT.
063000     EXIT.
063100
063200 3000-FIND-JOB.
063300     MOVE ZERO TO STR-MATCH-IX.
063400     PERFORM 3010-MATCH-JOB
063500         THRU 3010-EXIT
063600         VARYING STR-SCAN-IX FROM 1 BY 1
063700         UNTIL STR-SCAN-IX > STR-JOB-COUNT
063800             OR STR-MATCH-IX > ZERO.
063900 3000-EXIT.
064000     EXIT.
064100
064200 3010-MATCH-JOB.
064300     IF SJ-JOB-NAME(STR-SCAN-IX) = STR-WORK-JOB
064400         MOVE STR-SCAN-IX TO STR-MATCH-IX
064500     END-IF.
064600 3010-EXIT.
064700     EXIT.
064800
064900*----------------------------------------------------------------
065000* Rewrite STREAMST - the stream header, then one entry per
065100* scheduled job in schedule order.
065200*----------------------------------------------------------------
065300 4000-SAVE-STREAM-STATUS.
065400     OPEN OUTPUT STATUS-FILE.
065500     MOVE SPACES TO STREAM-STATUS-REC.
065600     MOVE "H" TO SS-REC-TYPE.
065700     MOVE STR-STREAM-DATE TO SS-STREAM-DATE.
065800     MOVE STR-STREAM-TIME TO SS-STREAM-TIME.
065900     MOVE STR-END-DATE TO SS-END-DATE.
066000     MOVE STR-END-TIME TO SS-END-TIME.
066100     MOVE STR-STREAM-STATE TO SS-STREAM-STATE.
066200     MOVE STR-RESUME-COUNT TO SS-RESUME-COUNT.
066300     MOVE STR-STREAM-RC TO SS-STREAM-RC.
066400     WRITE STREAM-STATUS-REC.
066500     PERFORM 4010-WRITE-JOB-STATUS
066600         THRU 4010-EXIT
066700         VARYING STR-SCAN-IX FROM 1 BY 1
066800         UNTIL STR-SCAN-IX > STR-JOB-COUNT.
066900     CLOSE STATUS-FILE.
067000 4000-EXIT.
067100     EXIT.
067200
067300 4010-WRITE-JOB-STATUS.
067400     MOVE SPACES TO STREAM-STATUS-REC.
067500     MOVE "J" TO SS-REC-TYPE.
067600     MOVE SJ-JOB-NAME(STR-SCAN-IX) TO SS-JOB-NAME.
067700     MOVE SJ-STATE(STR-SCAN-IX) TO SS-JOB-STATE.
067800     MOVE SJ-RESUMED(STR-SCAN-IX) TO SS-JOB-RESUMED.
067900     MOVE SJ-START-DATE(STR-SCAN-IX) TO SS-JOB-START-DATE.
068000     MOVE SJ-START-TIME(STR-SCAN-IX) TO SS-JOB-START-TIME.
068100     MOVE SJ-END-DATE(STR-SCAN-IX) TO SS-JOB-END-DATE.
068200     MOVE SJ-END-TIME(STR-SCAN-IX) TO SS-JOB-END-TIME.
068300     MOVE SJ-RC(STR-SCAN-IX) TO SS-JOB-RC.
068400     MOVE SJ-NOTE(STR-SCAN-IX) TO SS-JOB-NOTE.
068500     WRITE STREAM-STATUS-REC.
068600 4010-EXIT.
068700     EXIT.
068800
068900*----------------------------------------------------------------
069000* Grade the stream: 8 when any job failed or was held (the
069100* night needs a RESUME), otherwise 4 when any job graded a
069200* tolerated warning, otherwise 0.
069300*----------------------------------------------------------------
069400 6800-GRADE-STREAM.
069500     MOVE ZERO TO STR-STREAM-RC.
069600     MOVE "C" TO STR-STREAM-STATE.
069700     EVALUATE TRUE
069800         WHEN STR-FAIL-COUNT > ZERO
069900         WHEN STR-HELD-COUNT > ZERO
070000             MOVE 8 TO STR-STREAM-RC
070100             MOVE "I" TO STR-STREAM-STATE
070200         WHEN STR-WARN-COUNT > ZERO
070300             MOVE 4 TO STR-STREAM-RC
070400     END-EVALUATE.
070500 6800-EXIT.
070600     EXIT.
070700
070800 7000-TERMINATE.
070900     ACCEPT STR-END-DATE FROM DATE YYYYMMDD.
071000     ACCEPT STR-END-TIME FROM TIME.
071100     PERFORM 4000-SAVE-STREAM-STATUS
071200         THRU 4000-EXIT.
071300     DISPLAY "COB-STREAM: stream of " STR-STREAM-DATE " "
071400         STR-STREAM-TIME " ended " STR-END-DATE " "
071500         STR-END-TIME.
071600     MOVE STR-RUN-COUNT TO STR-RC-DISP.
071700     DISPLAY "COB-STREAM: jobs run ............ " STR-RC-DISP.
071800     MOVE STR-FAIL-COUNT TO STR-RC-DISP.
071900     DISPLAY "COB-STREAM: jobs failed ......... " STR-RC-DISP.
072000     MOVE STR-HELD-COUNT TO STR-RC-DISP.
072100     DISPLAY "COB-STREAM: jobs held ........... " STR-RC-DISP.
072200     MOVE STR-SKIP-COUNT TO STR-RC-DISP.
072300     DISPLAY "COB-STREAM: jobs skipped ........ " STR-RC-DISP.
072400     MOVE STR-RESUMED-COUNT TO STR-RC-DISP.
072500     DISPLAY "COB-STREAM: jobs resumed ........ " STR-RC-DISP.
072600     PERFORM 8000-WRITE-RUNHIST
072700         THRU 8000-EXIT.
072800 7000-EXIT.
072900     EXIT.
073000
073100*----------------------------------------------------------------
073200* Append this session to the RUNHIST job-step history under
073300* job NIGHTLY, step STREAM.  The four count slots carry, in
073400* order: jobs run, jobs failed, jobs held, jobs skipped.
073500*----------------------------------------------------------------
073600 8000-WRITE-RUNHIST.
073700     OPEN EXTEND RUNHIST-FILE.
073800     IF STR-RNH-STATUS NOT = "00"
073900         OPEN OUTPUT RUNHIST-FILE
074000     END-IF.
074100     MOVE SPACES TO RUN-HIST-REC.
074200     MOVE "NIGHTLY" TO RH-JOB-NAME.
074300     MOVE "STREAM" TO RH-STEP-NAME.
074400     MOVE STR-SESSION-DATE TO RH-START-DATE.
074500     MOVE STR-SESSION-TIME TO RH-START-TIME.
074600     MOVE STR-END-DATE TO RH-END-DATE.
074700     MOVE STR-END-TIME TO RH-END-TIME.
074800     MOVE STR-STREAM-RC TO RH-RETURN-CODE.
074900     MOVE STR-RUN-COUNT TO RH-PROCESSED.
075000     MOVE STR-FAIL-COUNT TO RH-REJECTED.
075100     MOVE STR-HELD-COUNT TO RH-INACTIVE.
075200     MOVE STR-SKIP-COUNT TO RH-SUSPENDED.
075300     WRITE RUN-HIST-REC.
075400     CLOSE RUNHIST-FILE.
075500 8000-EXIT.
075600     EXIT.
