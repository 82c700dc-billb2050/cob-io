001600*     average, and GAP when a day passed with no run of that
001700*     step since the previous one
001800*   - return code history per step
001820*   - the nightly job stream as a whole, from the STREAMST
001840*     stream status the cob-stream driver keeps: when the
001860*     stream started and ended, its end-to-end elapsed time,
001880*     and which jobs were held, skipped or resumed
001900*
002000* "Did Tuesday's run finish, and how long did it take" is
002100* answered from this report instead of console scrollback.
002500*----------------------------------------------------------------
002600* 09/02/2026  BB   Original version - operations statistics
002700*                  over the RUNHIST job-step history.
002720* 10/15/2026  BB   Added the NIGHTLY STREAM section - the
002740*                  latest cob-stream night from STREAMST, with
002760*                  held, skipped and resumed jobs and the
002780*                  stream's end-to-end elapsed time.
002800*----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS RST-RNH-STATUS.
003800
003820     SELECT STATUS-FILE ASSIGN TO "STREAMST"
003840         ORGANIZATION IS LINE SEQUENTIAL
003860         FILE STATUS IS RST-SST-STATUS.
003880
003900     SELECT REPORT-FILE ASSIGN TO "RUNSTRPT"
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004400 FD  RUNHIST-FILE
004500     LABEL RECORDS ARE STANDARD.
004600     COPY RUNHIST.
004620
004640 FD  STATUS-FILE
004660     LABEL RECORDS ARE STANDARD.
004680     COPY STREAMST.
004700
004800 FD  REPORT-FILE
004900     LABEL RECORDS ARE STANDARD.
007900         10  ST-PREV-DATE-INT    PIC S9(09)  COMP.
008000         10  ST-GAP-COUNT        PIC 9(05)   COMP.
008100
008104 01  RST-STREAM-TABLE.
008108     05  RST-STREAM-FOUND-SWITCH PIC X(01)   VALUE "N".
008112         88  RST-STREAM-FOUND    VALUE "Y".
008116     05  RST-STREAM-DATE         PIC 9(08)   VALUE ZERO.
008120     05  RST-STREAM-TIME         PIC 9(08)   VALUE ZERO.
008124     05  RST-STREAM-END-DATE     PIC 9(08)   VALUE ZERO.
008128     05  RST-STREAM-END-TIME     PIC 9(08)   VALUE ZERO.
008132     05  RST-STREAM-STATE        PIC X(01)   VALUE SPACE.
008136         88  RST-STREAM-RUNNING  VALUE "R".
008140         88  RST-STREAM-COMPLETE VALUE "C".
008144     05  RST-STREAM-RESUMES      PIC 9(02)   VALUE ZERO.
008148     05  RST-STREAM-RC           PIC 9(02)   VALUE ZERO.
008152     05  RST-STREAM-ELAPSED      PIC S9(07)  COMP VALUE ZERO.
008156     05  RST-HELD-COUNT          PIC 9(05)   COMP VALUE ZERO.
008160     05  RST-SKIP-COUNT          PIC 9(05)   COMP VALUE ZERO.
008164     05  RST-RESUMED-COUNT       PIC 9(05)   COMP VALUE ZERO.
008168     05  RST-SJOB-COUNT          PIC 9(02)   COMP VALUE ZERO.
008172     05  RST-SJOB-ENTRY          OCCURS 20 TIMES.
008176         10  SJT-JOB-NAME        PIC X(08).
008180         10  SJT-STATE           PIC X(01).
008184         10  SJT-RESUMED         PIC X(01).
008188         10  SJT-RC              PIC 9(02).
008192         10  SJT-NOTE            PIC X(18).
008196
008200 01  RST-CONTROLS.
008300     05  RST-RNH-STATUS          PIC X(02)   VALUE SPACES.
008320     05  RST-SST-STATUS          PIC X(02)   VALUE SPACES.
008340     05  RST-SST-EOF-SWITCH      PIC X(01)   VALUE "N".
008360         88  RST-SST-EOF         VALUE "Y".
008400     05  RST-RNH-EOF-SWITCH      PIC X(01)   VALUE "N".
008500         88  RST-RNH-EOF         VALUE "Y".
008600     05  RST-IX                  PIC 9(04)   COMP VALUE ZERO.
010500     05  RPT-ELAPSED-DISP        PIC 9(07)   VALUE ZERO.
010600     05  RPT-RC-DISP             PIC 9(02)   VALUE ZERO.
010700     05  RPT-DETAIL-WORK         PIC X(80)   VALUE SPACES.
010750     05  RPT-STATE-DISP          PIC X(08)   VALUE SPACES.
010800
010900 PROCEDURE DIVISION.
011000 0000-MAINLINE.
011200         THRU 1000-EXIT.
011300     PERFORM 2000-LOAD-RUN-HISTORY
011400         THRU 2000-EXIT.
011430     PERFORM 2600-LOAD-STREAM-STATUS
011460         THRU 2600-EXIT.
011500     PERFORM 3000-COMPUTE-AVERAGES
011600         THRU 3000-EXIT
011700         VARYING RST-STEP-IX FROM 1 BY 1
038300         THRU 6300-EXIT
038400         VARYING RST-STEP-IX FROM 1 BY 1
038500         UNTIL RST-STEP-IX > RST-STEP-COUNT-USED.
038520     IF RST-STREAM-FOUND
038540         PERFORM 6400-WRITE-STREAM-SECTION
038560             THRU 6400-EXIT
038580     END-IF.
038600     MOVE "================================================"
038700         TO RPT-LINE.
038800     WRITE RPT-LINE.
044900     CLOSE REPORT-FILE.
045000 7000-EXIT.
045100     EXIT.
045200
045300*----------------------------------------------------------------
045400* The latest night's stream from STREAMST - the header gives
045500* the stream's start and end, the job entries say which jobs
045600* were held, skipped (already complete when a RESUME picked
045700* the night up) or resumed.  No STREAMST just means the
045800* stream driver has not run yet.
045900*----------------------------------------------------------------
046000 2600-LOAD-STREAM-STATUS.
046100     OPEN INPUT STATUS-FILE.
046200     IF RST-SST-STATUS NOT = "00"
046300         GO TO 2600-EXIT
046400     END-IF.
046500     PERFORM 2610-LOAD-STREAM-REC
046600         THRU 2610-EXIT
046700         UNTIL RST-SST-EOF.
046800     CLOSE STATUS-FILE.
046900     IF RST-STREAM-FOUND
047000         PERFORM 2700-COMPUTE-STREAM-ELAPSED
047100             THRU 2700-EXIT
047200     END-IF.
047300 2600-EXIT.
047400     EXIT.
047500
047600 2610-LOAD-STREAM-REC.
047700     READ STATUS-FILE
047800         AT END
047900             MOVE "Y" TO RST-SST-EOF-SWITCH
048000             GO TO 2610-EXIT
048100     END-READ.
048200     IF SS-HEADER
048300         MOVE "Y" TO RST-STREAM-FOUND-SWITCH
048400         MOVE SS-STREAM-DATE TO RST-STREAM-DATE
048500         MOVE SS-STREAM-TIME TO RST-STREAM-TIME
048600         MOVE SS-END-DATE TO RST-STREAM-END-DATE
048700         MOVE SS-END-TIME TO RST-STREAM-END-TIME
048800         MOVE SS-STREAM-STATE TO RST-STREAM-STATE
048900         MOVE SS-RESUME-COUNT TO RST-STREAM-RESUMES
049000         MOVE SS-STREAM-RC TO RST-STREAM-RC
049100         GO TO 2610-EXIT
049200     END-IF.
049300     IF NOT SS-JOB OR RST-SJOB-COUNT = 20
049400         GO TO 2610-EXIT
049500     END-IF.
049600     ADD 1 TO RST-SJOB-COUNT.
049700     MOVE SS-JOB-NAME TO SJT-JOB-NAME(RST-SJOB-COUNT).
049800     MOVE SS-JOB-STATE TO SJT-STATE(RST-SJOB-COUNT).
049900     MOVE SS-JOB-RESUMED TO SJT-RESUMED(RST-SJOB-COUNT).
050000     MOVE SS-JOB-RC TO SJT-RC(RST-SJOB-COUNT).
050100     MOVE SS-JOB-NOTE TO SJT-NOTE(RST-SJOB-COUNT).
050200     IF SS-JOB-HELD
050300         ADD 1 TO RST-HELD-COUNT
050400     END-IF.
050500     IF SS-JOB-SKIPPED
050600         ADD 1 TO RST-SKIP-COUNT
050700     END-IF.
050800     IF SS-JOB-WAS-RESUMED
050900         ADD 1 TO RST-RESUMED-COUNT
051000     END-IF.
051100 2610-EXIT.
051200     EXIT.
051300
051400*----------------------------------------------------------------
051500* End-to-end elapsed seconds, first job start to last job end
051600* across every session of the night - the same date and time
051700* arithmetic as the run log.  A stream still running has no
051800* end stamp yet and shows zero.
051900*----------------------------------------------------------------
052000 2700-COMPUTE-STREAM-ELAPSED.
052100     MOVE ZERO TO RST-STREAM-ELAPSED.
052200     IF RST-STREAM-DATE NOT NUMERIC
052300         OR RST-STREAM-DATE = ZERO
052400         OR RST-STREAM-END-DATE NOT NUMERIC
052500         OR RST-STREAM-END-DATE = ZERO
052600         GO TO 2700-EXIT
052700     END-IF.
052800     COMPUTE RST-START-INT =
052900         FUNCTION INTEGER-OF-DATE(RST-STREAM-DATE).
053000     COMPUTE RST-END-INT =
053100         FUNCTION INTEGER-OF-DATE(RST-STREAM-END-DATE).
053200     MOVE RST-STREAM-TIME TO RST-TIME-X.
053300     COMPUTE RST-START-SECS = RST-TIME-HH * 3600
053400         + RST-TIME-MM * 60 + RST-TIME-SS.
053500     MOVE RST-STREAM-END-TIME TO RST-TIME-X.
053600     COMPUTE RST-END-SECS = RST-TIME-HH * 3600
053700         + RST-TIME-MM * 60 + RST-TIME-SS.
053800     COMPUTE RST-STREAM-ELAPSED =
053900         (RST-END-INT - RST-START-INT) * 86400
054000         + RST-END-SECS - RST-START-SECS.
054100     IF RST-STREAM-ELAPSED < ZERO
054200         MOVE ZERO TO RST-STREAM-ELAPSED
054300     END-IF.
054400 2700-EXIT.
054500     EXIT.
054600
054700*----------------------------------------------------------------
054800* NIGHTLY STREAM - the latest night as a whole, then one line
054900* per scheduled job with its state, grade, whether a RESUME
055000* picked it up, and why it was held.
055100*----------------------------------------------------------------
055200 6400-WRITE-STREAM-SECTION.
055300     MOVE SPACES TO RPT-LINE.
055400     WRITE RPT-LINE.
055500     MOVE "NIGHTLY STREAM" TO RPT-LINE.
055600     WRITE RPT-LINE.
055700     MOVE SPACES TO RPT-LINE.
055800     STRING "Stream started .... " DELIMITED BY SIZE
055900             RST-STREAM-DATE DELIMITED BY SIZE
056000             " " DELIMITED BY SIZE
056100             RST-STREAM-TIME DELIMITED BY SIZE
056200             INTO RPT-LINE.
056300     WRITE RPT-LINE.
056400     MOVE SPACES TO RPT-LINE.
056500     IF RST-STREAM-RUNNING
056600         MOVE "Stream ended ...... STILL RUNNING" TO RPT-LINE
056700     ELSE
056800         STRING "Stream ended ...... " DELIMITED BY SIZE
056900                 RST-STREAM-END-DATE DELIMITED BY SIZE
057000                 " " DELIMITED BY SIZE
057100                 RST-STREAM-END-TIME DELIMITED BY SIZE
057200                 INTO RPT-LINE
057300     END-IF.
057400     WRITE RPT-LINE.
057500     MOVE RST-STREAM-ELAPSED TO RPT-ELAPSED-DISP.
057600     MOVE SPACES TO RPT-LINE.
057700     STRING "Elapsed seconds ... " DELIMITED BY SIZE
057800             RPT-ELAPSED-DISP DELIMITED BY SIZE
057900             INTO RPT-LINE.
058000     WRITE RPT-LINE.
058100     MOVE SPACES TO RPT-LINE.
058200     EVALUATE TRUE
058300         WHEN RST-STREAM-COMPLETE
058400             MOVE "COMPLETE" TO RPT-STATE-DISP
058500         WHEN RST-STREAM-RUNNING
058600             MOVE "RUNNING" TO RPT-STATE-DISP
058700         WHEN OTHER
058800             MOVE "STOPPED" TO RPT-STATE-DISP
058900     END-EVALUATE.
059000     MOVE RST-STREAM-RC TO RPT-RC-DISP.
059100     STRING "Stream state ...... " DELIMITED BY SIZE
059200             RPT-STATE-DISP DELIMITED BY SIZE
059300             " RC " DELIMITED BY SIZE
059400             RPT-RC-DISP DELIMITED BY SIZE
059500             INTO RPT-LINE.
059600     WRITE RPT-LINE.
059700     MOVE RST-STREAM-RESUMES TO RPT-RC-DISP.
059800     MOVE SPACES TO RPT-LINE.
059900     STRING "Times resumed ..... " DELIMITED BY SIZE
060000             RPT-RC-DISP DELIMITED BY SIZE
060100             INTO RPT-LINE.
060200     WRITE RPT-LINE.
060300     MOVE RST-HELD-COUNT TO RPT-COUNT-DISP.
060400     MOVE SPACES TO RPT-LINE.
060500     STRING "Jobs held ......... " DELIMITED BY SIZE
060600             RPT-COUNT-DISP DELIMITED BY SIZE
060700             INTO RPT-LINE.
060800     WRITE RPT-LINE.
060900     MOVE RST-SKIP-COUNT TO RPT-COUNT-DISP.
061000     MOVE SPACES TO RPT-LINE.
061100     STRING "Jobs skipped ...... " DELIMITED BY SIZE
061200             RPT-COUNT-DISP DELIMITED BY SIZE
061300             INTO RPT-LINE.
061400     WRITE RPT-LINE.
061500     MOVE RST-RESUMED-COUNT TO RPT-COUNT-DISP.
061600     MOVE SPACES TO RPT-LINE.
061700     STRING "Jobs resumed ...... " DELIMITED BY SIZE
061800             RPT-COUNT-DISP DELIMITED BY SIZE
061900             INTO RPT-LINE.
062000     WRITE RPT-LINE.
062100     MOVE "  JOB      STATE    RC RESUMED HELD BY" TO RPT-LINE.
062200     WRITE RPT-LINE.
062300     PERFORM 6410-WRITE-STREAM-JOB-LINE
062400         THRU 6410-EXIT
062500         VARYING RST-IX FROM 1 BY 1
062600         UNTIL RST-IX > RST-SJOB-COUNT.
062700 6400-EXIT.
062800     EXIT.
062900
063000 6410-WRITE-STREAM-JOB-LINE.
063100     EVALUATE SJT-STATE(RST-IX)
063200         WHEN "C"
063300             MOVE "COMPLETE" TO RPT-STATE-DISP
063400         WHEN "F"
063500             MOVE "FAILED" TO RPT-STATE-DISP
063600         WHEN "H"
063700             MOVE "HELD" TO RPT-STATE-DISP
063800         WHEN "S"
063900             MOVE "SKIPPED" TO RPT-STATE-DISP
064000         WHEN OTHER
064100             MOVE "PENDING" TO RPT-STATE-DISP
064200     END-EVALUATE.
064300     MOVE SPACES TO RPT-DETAIL-WORK.
064400     STRING "  " DELIMITED BY SIZE
064500             SJT-JOB-NAME(RST-IX) DELIMITED BY SIZE
064600             " " DELIMITED BY SIZE
064700             RPT-STATE-DISP DELIMITED BY SIZE
064800             " " DELIMITED BY SIZE
064900             SJT-RC(RST-IX) DELIMITED BY SIZE
065000             INTO RPT-DETAIL-WORK.
065100     IF SJT-RESUMED(RST-IX) = "Y"
065200         MOVE "YES" TO RPT-DETAIL-WORK(24:3)
065300     END-IF.
065400     MOVE SJT-NOTE(RST-IX) TO RPT-DETAIL-WORK(32:18).
065500     MOVE RPT-DETAIL-WORK TO RPT-LINE.
065600     WRITE RPT-LINE.
065700 6410-EXIT.
065800     EXIT.
