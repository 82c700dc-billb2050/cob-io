003592*                  GREETRPT enter both balancing equations,
003594*                  so visitor volume is accounted separately
003596*                  from roster volume.
003611* 10/15/2026  BB   A visitor the VISITREG register marks
003626*                  barred is refused instead of greeted - the
003641*                  visitors barred total on GREETRPT enters
003656*                  the report-totals equation and shows on
003671*                  the proof sheet.
003673* 10/15/2026  BB   Greetings now go by print, electronic, both
003675*                  or none as each roster entry asks.  The run's
003677*                  group on the GREETMSG outbound message file
003679*                  is verified like GREETDIST, and the channel
003681*                  totals on GREETRPT enter both equations -
003683*                  print plus electronic plus suppressed must
003685*                  account for the roster processed.
003687* 10/15/2026  BB   Operators on the LEAVECAL leave calendar are
003689*                  held back by cob-batch and counted on leave -
003691*                  the on-leave total on GREETRPT is its own
003693*                  term in both equations and shows on the
003695*                  proof sheet.
003699*----------------------------------------------------------------
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. GNUCOBOL.
006060     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
006070         ORGANIZATION IS LINE SEQUENTIAL
006080         FILE STATUS IS BAL-RNH-STATUS.
006084
006088     SELECT MSG-FILE ASSIGN TO "GREETMSG"
006092         ORGANIZATION IS LINE SEQUENTIAL
006096         FILE STATUS IS BAL-MSG-STATUS.
006100
006200 DATA DIVISION.
006300 FILE SECTION.
008260 FD  RUNHIST-FILE
008270     LABEL RECORDS ARE STANDARD.
008280     COPY RUNHIST.
008284
008288 FD  MSG-FILE
008292     LABEL RECORDS ARE STANDARD.
008296     COPY GREETMSG.
008300
008400 WORKING-STORAGE SECTION.
008500 01  BAL-CONTROLS.
010920     05  BAL-DIST-HASH           PIC 9(09)   COMP VALUE ZERO.
010930     05  BAL-TRL-COUNT           PIC 9(07)   VALUE ZERO.
010940     05  BAL-TRL-HASH            PIC 9(09)   VALUE ZERO.
010943
010946 01  BAL-MSG-CONTROLS.
010949     05  BAL-MSG-STATUS          PIC X(02)   VALUE SPACES.
010952     05  BAL-MSG-EOF-SWITCH      PIC X(01)   VALUE "N".
010955         88  BAL-MSG-EOF         VALUE "Y".
010958     05  BAL-MSG-GROUP-SWITCH    PIC X(01)   VALUE "N".
010961         88  BAL-MSG-IN-GROUP    VALUE "Y".
010964     05  BAL-MSG-HDR-SWITCH      PIC X(01)   VALUE "N".
010967         88  BAL-MSG-HDR-SEEN    VALUE "Y".
010970     05  BAL-MSG-TRL-SWITCH      PIC X(01)   VALUE "N".
010973         88  BAL-MSG-TRL-SEEN    VALUE "Y".
010976     05  BAL-MSG-OK-SWITCH       PIC X(01)   VALUE "N".
010979         88  BAL-MSG-OK          VALUE "Y".
010982     05  BAL-MSG-COUNT           PIC 9(07)   COMP VALUE ZERO.
010985     05  BAL-MSG-HASH            PIC 9(09)   COMP VALUE ZERO.
010988     05  BAL-MSG-TRL-COUNT       PIC 9(07)   VALUE ZERO.
010991     05  BAL-MSG-TRL-HASH        PIC 9(09)   VALUE ZERO.
011000
011100 01  BAL-REPORT-TOTALS.
011200     05  BAL-RUN-DATE            PIC 9(08)   VALUE ZERO.
011810     05  BAL-RPT-OUTSCOPE        PIC 9(05)   VALUE ZERO.
011820     05  BAL-RPT-VISGREET        PIC 9(05)   VALUE ZERO.
011830     05  BAL-RPT-VISREJ          PIC 9(05)   VALUE ZERO.
011860     05  BAL-RPT-VISBAR          PIC 9(05)   VALUE ZERO.
011868     05  BAL-RPT-CHPRINT         PIC 9(05)   VALUE ZERO.
011876     05  BAL-RPT-CHELEC          PIC 9(05)   VALUE ZERO.
011884     05  BAL-RPT-CHBOTH          PIC 9(05)   VALUE ZERO.
011892     05  BAL-RPT-CHSUPP          PIC 9(05)   VALUE ZERO.
011896     05  BAL-RPT-ONLEAVE         PIC 9(05)   VALUE ZERO.
011900     05  BAL-EXTRACT-COUNT       PIC 9(05)   VALUE ZERO.
012000
012100 01  PRF-CONTROLS.
013700         THRU 2400-EXIT.
013710     PERFORM 2600-VERIFY-DIST-FILE
013720         THRU 2600-EXIT.
013740     PERFORM 2800-VERIFY-MSG-FILE
013760         THRU 2800-EXIT.
013800     PERFORM 4000-RECONCILE
013900         THRU 4000-EXIT.
014000     PERFORM 6000-WRITE-PROOF-SHEET
028000             PERFORM 3200-EXTRACT-COUNT
028100                 THRU 3200-EXIT
028200             MOVE BAL-EXTRACT-COUNT TO BAL-RPT-SKIPPED
028202         WHEN RPT-IN-LINE(1:14) = "Names on leave"
028204             PERFORM 3200-EXTRACT-COUNT
028206                 THRU 3200-EXIT
028208             MOVE BAL-EXTRACT-COUNT TO BAL-RPT-ONLEAVE
028210         WHEN RPT-IN-LINE(1:18) = "Names out of scope"
028220             PERFORM 3200-EXTRACT-COUNT
028230                 THRU 3200-EXIT
028292             PERFORM 3200-EXTRACT-COUNT
028294                 THRU 3200-EXIT
028296             MOVE BAL-EXTRACT-COUNT TO BAL-RPT-VISREJ
028300         WHEN RPT-IN-LINE(1:15) = "Visitors barred"
028304             PERFORM 3200-EXTRACT-COUNT
028308                 THRU 3200-EXIT
028312             MOVE BAL-EXTRACT-COUNT TO BAL-RPT-VISBAR
028316         WHEN RPT-IN-LINE(1:13) = "Channel print"
028320             PERFORM 3200-EXTRACT-COUNT
028324                 THRU 3200-EXIT
028328             MOVE BAL-EXTRACT-COUNT TO BAL-RPT-CHPRINT
028332         WHEN RPT-IN-LINE(1:18) = "Channel electronic"
028336             PERFORM 3200-EXTRACT-COUNT
028340                 THRU 3200-EXIT
028344             MOVE BAL-EXTRACT-COUNT TO BAL-RPT-CHELEC
028348         WHEN RPT-IN-LINE(1:12) = "Channel both"
028352             PERFORM 3200-EXTRACT-COUNT
028356                 THRU 3200-EXIT
028360             MOVE BAL-EXTRACT-COUNT TO BAL-RPT-CHBOTH
028364         WHEN RPT-IN-LINE(1:18) = "Channel suppressed"
028368             PERFORM 3200-EXTRACT-COUNT
028372                 THRU 3200-EXIT
028376             MOVE BAL-EXTRACT-COUNT TO BAL-RPT-CHSUPP
028380     END-EVALUATE.
028400 3150-EXIT.
028500     EXIT.
028600
032800*----------------------------------------------------------------
032900* The balancing equations.  Records cob-batch read this run
033000* (clean file less restart skips) must equal greetings printed
033100* plus rejects plus inactives plus operators on leave, and the
033200* report's own totals must agree with what is actually in the
033250* files.
033300*----------------------------------------------------------------
033400 4000-RECONCILE.
033500     COMPUTE BAL-INPUT-COUNT =
033610         + BAL-RPT-VISGREET.
033700     COMPUTE BAL-EXPECTED-COUNT =
033800         BAL-PRT-COUNT + BAL-AUDIT-COUNT + BAL-RPT-INACTIVE
033810         + BAL-RPT-OUTSCOPE
033830         + BAL-RPT-ONLEAVE
033850         + BAL-MSG-COUNT - BAL-RPT-CHBOTH + BAL-RPT-CHSUPP.
033900     IF NOT BAL-RPT-FOUND
034000         MOVE "N" TO BAL-BALANCED-SWITCH
034100     END-IF.
034500     IF BAL-RPT-PROCESSED NOT =
034600             BAL-PRT-COUNT + BAL-RPT-REJECTED + BAL-RPT-INACTIVE
034610             + BAL-RPT-OUTSCOPE + BAL-RPT-VISREJ
034630             + BAL-RPT-ONLEAVE
034650             + BAL-RPT-VISBAR
034670             + BAL-MSG-COUNT - BAL-RPT-CHBOTH + BAL-RPT-CHSUPP
034700         MOVE "N" TO BAL-BALANCED-SWITCH
034800     END-IF.
034900     IF BAL-RPT-REJECTED NOT = BAL-AUDIT-COUNT
035000         MOVE "N" TO BAL-BALANCED-SWITCH
035100     END-IF.
035110     IF BAL-PRT-COUNT NOT =
035120             BAL-RPT-CHPRINT + BAL-RPT-CHBOTH + BAL-RPT-VISGREET
035130         MOVE "N" TO BAL-BALANCED-SWITCH
035140     END-IF.
035150     IF BAL-MSG-COUNT NOT = BAL-RPT-CHELEC + BAL-RPT-CHBOTH
035160         MOVE "N" TO BAL-BALANCED-SWITCH
035170     END-IF.
035200 4000-EXIT.
035300     EXIT.
035400
040400             PRF-COUNT-DISP DELIMITED BY SIZE
040500             INTO PRF-LINE.
040600     WRITE PRF-LINE.
040601     MOVE BAL-RPT-ONLEAVE TO PRF-COUNT-DISP.
040602     MOVE SPACES TO PRF-LINE.
040603     STRING "On-leave entries .......... " DELIMITED BY SIZE
040604             PRF-COUNT-DISP DELIMITED BY SIZE
040605             INTO PRF-LINE.
040606     WRITE PRF-LINE.
040610     MOVE BAL-RPT-OUTSCOPE TO PRF-COUNT-DISP.
040620     MOVE SPACES TO PRF-LINE.
040630     STRING "Out-of-scope entries ...... " DELIMITED BY SIZE
040680             PRF-COUNT-DISP DELIMITED BY SIZE
040682             INTO PRF-LINE.
040684     WRITE PRF-LINE.
040686     MOVE BAL-RPT-VISBAR TO PRF-COUNT-DISP.
040688     MOVE SPACES TO PRF-LINE.
040690     STRING "Visitors barred ........... " DELIMITED BY SIZE
040692             PRF-COUNT-DISP DELIMITED BY SIZE
040694             INTO PRF-LINE.
040696     WRITE PRF-LINE.
040700     MOVE BAL-RPT-PROCESSED TO PRF-COUNT-DISP.
040800     MOVE SPACES TO PRF-LINE.
040900     STRING "Report says processed ..... " DELIMITED BY SIZE
041886             TO PRF-LINE
041888     END-IF.
041890     WRITE PRF-LINE.
041893     PERFORM 6100-WRITE-CHANNEL-PROOF
041896         THRU 6100-EXIT.
041900     MOVE SPACES TO PRF-LINE.
042000     WRITE PRF-LINE.
042100     IF BAL-IN-BALANCE
047100     CLOSE RUNHIST-FILE.
047200 8000-EXIT.
047300     EXIT.
047400
047500*----------------------------------------------------------------
047600* Verify this run's group on the GREETMSG outbound message file
047700* the same way as GREETDIST.  The occasion and reprocess runs
047800* add groups of their own to the file, so only the group whose
047900* header carries the run date and start time printed in GREETRPT
048000* is counted; its trailer must follow and its detail count and
048100* hash total must prove out.
048200*----------------------------------------------------------------
048300 2800-VERIFY-MSG-FILE.
048400     OPEN INPUT MSG-FILE.
048500     IF BAL-MSG-STATUS NOT = "00"
048600         DISPLAY "COB-BALANCE: message file GREETMSG "
048700             "is missing - handoff cannot be proven."
048800         MOVE "N" TO BAL-BALANCED-SWITCH
048900         GO TO 2800-EXIT
049000     END-IF.
049100     PERFORM 2900-CHECK-MSG-REC
049200         THRU 2900-EXIT
049300         UNTIL BAL-MSG-EOF.
049400     CLOSE MSG-FILE.
049500     IF BAL-MSG-HDR-SEEN AND BAL-MSG-TRL-SEEN
049600         AND BAL-MSG-TRL-COUNT = BAL-MSG-COUNT
049700         AND BAL-MSG-TRL-HASH = BAL-MSG-HASH
049800         MOVE "Y" TO BAL-MSG-OK-SWITCH
049900     ELSE
050000         MOVE "N" TO BAL-BALANCED-SWITCH
050100         DISPLAY "COB-BALANCE: GREETMSG control totals do "
050200             "not prove out - see BALRPT."
050300     END-IF.
050400 2800-EXIT.
050500     EXIT.
050600
050700 2900-CHECK-MSG-REC.
050800     READ MSG-FILE
050900         AT END
051000             MOVE "Y" TO BAL-MSG-EOF-SWITCH
051100         NOT AT END
051200             EVALUATE TRUE
051300                 WHEN GM-HEADER
051400                     AND GM-HDR-RUN-DATE = BAL-RUN-DATE
051500                     AND GM-HDR-RUN-TIME = BAL-START-TIME
051600                     MOVE "Y" TO BAL-MSG-HDR-SWITCH
051700                     MOVE "Y" TO BAL-MSG-GROUP-SWITCH
051800                 WHEN GM-HEADER
051900                     MOVE "N" TO BAL-MSG-GROUP-SWITCH
052000                 WHEN NOT BAL-MSG-IN-GROUP
052100                     CONTINUE
052200                 WHEN GM-DETAIL
052300                     ADD 1 TO BAL-MSG-COUNT
052400                     PERFORM 2910-HASH-MSG-BYTE
052500                         THRU 2910-EXIT
052600                         VARYING BAL-HASH-IX FROM 1 BY 1
052700                         UNTIL BAL-HASH-IX > 8
052800                 WHEN GM-TRAILER
052900                     MOVE "Y" TO BAL-MSG-TRL-SWITCH
053000                     MOVE GM-TRL-COUNT TO BAL-MSG-TRL-COUNT
053100                     MOVE GM-TRL-HASH TO BAL-MSG-TRL-HASH
053200                     MOVE "N" TO BAL-MSG-GROUP-SWITCH
053300             END-EVALUATE
053400     END-READ.
053500 2900-EXIT.
053600     EXIT.
053700
053800 2910-HASH-MSG-BYTE.
053900     COMPUTE BAL-MSG-HASH = FUNCTION MOD(BAL-MSG-HASH
054000         + FUNCTION ORD(GM-DTL-KEY(BAL-HASH-IX:1))
054100         1000000000).
054200 2910-EXIT.
054300     EXIT.
054400
054500*----------------------------------------------------------------
054600* The delivery channel lines of the proof sheet - the channel
054700* totals GREETRPT reports and the GREETMSG control totals.
054800*----------------------------------------------------------------
054900 6100-WRITE-CHANNEL-PROOF.
055000     MOVE BAL-RPT-CHPRINT TO PRF-COUNT-DISP.
055100     MOVE SPACES TO PRF-LINE.
055200     STRING "Report says print only .... " DELIMITED BY SIZE
055300             PRF-COUNT-DISP DELIMITED BY SIZE
055400             INTO PRF-LINE.
055500     WRITE PRF-LINE.
055600     MOVE BAL-RPT-CHELEC TO PRF-COUNT-DISP.
055700     MOVE SPACES TO PRF-LINE.
055800     STRING "Report says electronic .... " DELIMITED BY SIZE
055900             PRF-COUNT-DISP DELIMITED BY SIZE
056000             INTO PRF-LINE.
056100     WRITE PRF-LINE.
056200     MOVE BAL-RPT-CHBOTH TO PRF-COUNT-DISP.
056300     MOVE SPACES TO PRF-LINE.
056400     STRING "Report says both ways ..... " DELIMITED BY SIZE
056500             PRF-COUNT-DISP DELIMITED BY SIZE
056600             INTO PRF-LINE.
056700     WRITE PRF-LINE.
056800     MOVE BAL-RPT-CHSUPP TO PRF-COUNT-DISP.
056900     MOVE SPACES TO PRF-LINE.
057000     STRING "Report says suppressed .... " DELIMITED BY SIZE
057100             PRF-COUNT-DISP DELIMITED BY SIZE
057200             INTO PRF-LINE.
057300     WRITE PRF-LINE.
057400     MOVE BAL-MSG-COUNT TO PRF-COUNT-DISP.
057500     MOVE SPACES TO PRF-LINE.
057600     STRING "Msg details counted ....... " DELIMITED BY SIZE
057700             PRF-COUNT-DISP DELIMITED BY SIZE
057800             INTO PRF-LINE.
057900     WRITE PRF-LINE.
058000     MOVE BAL-MSG-TRL-COUNT TO PRF-COUNT-DISP.
058100     MOVE SPACES TO PRF-LINE.
058200     STRING "Msg trailer says .......... " DELIMITED BY SIZE
058300             PRF-COUNT-DISP DELIMITED BY SIZE
058400             INTO PRF-LINE.
058500     WRITE PRF-LINE.
058600     MOVE SPACES TO PRF-LINE.
058700     IF BAL-MSG-OK
058800         MOVE "Msg control totals ........ PROVEN"
058900             TO PRF-LINE
059000     ELSE
059100         MOVE "Msg control totals ........ *** FAILED ***"
059200             TO PRF-LINE
059300     END-IF.
059400     WRITE PRF-LINE.
059500 6100-EXIT.
059600     EXIT.
