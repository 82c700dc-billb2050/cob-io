008658*                  index - declared on the REPROCESS master
008659*                  update's SELECT so the file attributes
008661*                  agree across every opener.
008662* 10/15/2026  BB   The visitor pass now keeps the VISITREG
008663*                  visitor register - first and last visit,
008664*                  visit count, usual host, preferred language
008665*                  - for every visitor it greets, and a
008666*                  visitor the register marks barred is not
008667*                  greeted: the visit is audited with reason
008668*                  07 and written to the SECALERT security
008669*                  alert file for the front desk, counted on
008670*                  the summary report, and grades the run 4.
008671* 10/15/2026  BB   Greetings are routed by the roster entry's
008672*                  delivery preference - print, electronic,
008673*                  both or none.  Electronic greetings go to the
008674*                  GREETMSG outbound message interface file in
008675*                  the GREETDIST style; a none preference is
008676*                  counted suppressed and not logged; and the
008677*                  summary report counts greetings by channel.
008678* 10/15/2026  BB   The daily, shift and EVENT runs check the
008679*                  LEAVECAL leave calendar: an active operator
008680*                  whose leave covers the run date is not
008681*                  greeted, and is counted on leave (not
008682*                  inactive) on the summary report for
008683*                  cob-balance.
008685* 10/15/2026  BB   GREETLOG entries now flag a REPROCESS greeting
008687*                  (GL-REPROC-FLAG R) and carry the host operator
008689*                  of a *VIS* visitor greeting (GL-HOST-ID) for
008691*                  the month-end chargeback; the roster entry's
008693*                  cost center rides through the suspense park
008695*                  and the REPROCESS master update.
008696* 10/15/2026  BB   A failed SECALERT open is now reported, and
008697*                  LEAVECAL entries past the leave table are
008698*                  warned of and grade the run 4.
008699*----------------------------------------------------------------
008700 ENVIRONMENT DIVISION.
008800 CONFIGURATION SECTION.
008900 SOURCE-COMPUTER. GNUCOBOL.
013117         ORGANIZATION IS LINE SEQUENTIAL
013118         FILE STATUS IS CIO-VIS-STATUS.
013119
013126     SELECT VISIT-REGISTER ASSIGN TO "VISITREG"
013133         ORGANIZATION IS INDEXED
013140         ACCESS MODE IS DYNAMIC
013147         RECORD KEY IS VR-VISITOR-NAME
013154         FILE STATUS IS CIO-VREG-STATUS.
013161
013168     SELECT ALERT-FILE ASSIGN TO "SECALERT"
013175         ORGANIZATION IS LINE SEQUENTIAL
013176         FILE STATUS IS CIO-ALERT-STATUS.
013178
013181     SELECT MSG-FILE ASSIGN TO "GREETMSG"
013184         ORGANIZATION IS LINE SEQUENTIAL
013187         FILE STATUS IS CIO-MSG-STATUS.
013190
013192     SELECT LEAVE-FILE ASSIGN TO "LEAVECAL"
013194         ORGANIZATION IS LINE SEQUENTIAL
013196         FILE STATUS IS CIO-LVE-STATUS.
013198
013200 DATA DIVISION.
013300 FILE SECTION.
013400 FD  NAME-FILE
016700     LABEL RECORDS ARE STANDARD.
016800     COPY GREETLOG.
016900
016910 FD  VISIT-REGISTER
016920     LABEL RECORDS ARE STANDARD.
016930     COPY VISITREG.
016940
016950 FD  ALERT-FILE
016960     LABEL RECORDS ARE STANDARD.
016970     COPY SECALERT.
016990
017000 FD  SUSPENSE-FILE
017100     LABEL RECORDS ARE STANDARD.
017200     COPY SUSPREC.
017300
017400 FD  SUSPENSE-NEW
017500     LABEL RECORDS ARE STANDARD.
017600 01  CIO-SUSPN-RECORD            PIC X(94).
017610
017620 FD  ROSTER-MASTER-FILE
017624     LABEL RECORDS ARE STANDARD.
017628 01  ROSTER-MASTER-REC.
017632     05  RM-OPER-ID              PIC X(05).
017636     05  FILLER                  PIC X(01).
017640     05  RM-NAME                 PIC X(20).
017644     05  FILLER                  PIC X(01).
017648     05  RM-LANG-CODE            PIC X(02).
017652     05  FILLER                  PIC X(01).
017656     05  RM-STATUS               PIC X(01).
017660     05  FILLER                  PIC X(01).
017664     05  RM-SHIFT-CODE           PIC X(01).
017668     05  FILLER                  PIC X(01).
017672     05  RM-DELIV-PREF           PIC X(01).
017676     05  FILLER                  PIC X(01).
017680     05  RM-CONTACT-ADDR         PIC X(40).
017681     05  FILLER                  PIC X(01).
017682     05  RM-COST-CENTER          PIC X(06).
017684
017701 FD  SHIFT-FILE
017702     LABEL RECORDS ARE STANDARD.
017703 01  SHC-RECORD.
017746     LABEL RECORDS ARE STANDARD.
017748     COPY RUNHIST.
017750
017751 FD  EVENTS-FILE
017752     LABEL RECORDS ARE STANDARD.
017753 01  EVT-RECORD.
017754     05  EVT-OPER-ID             PIC X(05).
017755     05  FILLER                  PIC X(01).
017756     05  EVT-EVENT-TYPE          PIC X(01).
017757     05  FILLER                  PIC X(01).
017758     05  EVT-EVENT-DATE          PIC X(08).
017759     05  FILLER                  PIC X(01).
017760     05  EVT-RECUR               PIC X(01).
017761
017762 FD  VISIT-FILE
017763     LABEL RECORDS ARE STANDARD.
017764 01  VIS-RECORD.
017765     05  VIS-NAME                PIC X(20).
017766     05  FILLER                  PIC X(01).
017767     05  VIS-LANG-CODE           PIC X(02).
017768     05  FILLER                  PIC X(01).
017769     05  VIS-VISIT-DATE          PIC X(08).
017770     05  FILLER                  PIC X(01).
017771     05  VIS-HOST-ID             PIC X(05).
017772
017773 FD  MSG-FILE
017774     LABEL RECORDS ARE STANDARD.
017775     COPY GREETMSG.
017776
017777 FD  LEAVE-FILE
017778     LABEL RECORDS ARE STANDARD.
017779 01  LVF-RECORD.
017780     05  LVF-OPER-ID             PIC X(05).
017781     05  FILLER                  PIC X(01).
017782     05  LVF-LEAVE-TYPE          PIC X(01).
017783     05  FILLER                  PIC X(01).
017784     05  LVF-START-DATE          PIC X(08).
017785     05  FILLER                  PIC X(01).
017786     05  LVF-END-DATE            PIC X(08).
017787
017800 WORKING-STORAGE SECTION.
017900   COPY GREETREC.
018000   COPY GREETTPL.
018010   COPY SHIFTCAL.
018020   COPY NAMELOCK.
018030   COPY EVENTREC.
018060   COPY LEAVEREC.
018100   01  CIO-CONTROLS.
018200       05  CIO-EOF-SWITCH        PIC X(01)   VALUE "N".
018300           88  CIO-EOF           VALUE "Y".
019311       05  CIO-DIST-COUNT        PIC 9(07)   COMP VALUE ZERO.
019312       05  CIO-DIST-HASH         PIC 9(09)   COMP VALUE ZERO.
019313       05  CIO-HASH-IX           PIC 9(02)   COMP VALUE ZERO.
019323       05  CIO-VREG-STATUS       PIC X(02)   VALUE SPACES.
019333       05  CIO-VREG-OPEN-SWITCH  PIC X(01)   VALUE "N".
019343           88  CIO-VREG-OPEN     VALUE "Y".
019353       05  CIO-VREG-FOUND-SWITCH PIC X(01)   VALUE "N".
019363           88  CIO-VREG-FOUND    VALUE "Y".
019373       05  CIO-VIS-BARRED-COUNT  PIC 9(05)   COMP VALUE ZERO.
019375       05  CIO-MSG-STATUS        PIC X(02)   VALUE SPACES.
019377       05  CIO-MSG-COUNT         PIC 9(07)   COMP VALUE ZERO.
019379       05  CIO-MSG-HASH          PIC 9(09)   COMP VALUE ZERO.
019381       05  CIO-PRINT-COUNT       PIC 9(05)   COMP VALUE ZERO.
019383       05  CIO-ELEC-COUNT        PIC 9(05)   COMP VALUE ZERO.
019385       05  CIO-BOTH-COUNT        PIC 9(05)   COMP VALUE ZERO.
019387       05  CIO-SUPPRESS-COUNT    PIC 9(05)   COMP VALUE ZERO.
019389       05  CIO-ROUTE-PRINT-SWITCH PIC X(01)  VALUE "N".
019391           88  CIO-ROUTE-PRINT   VALUE "Y".
019393       05  CIO-ROUTE-MSG-SWITCH  PIC X(01)   VALUE "N".
019395           88  CIO-ROUTE-MSG     VALUE "Y".
019400       05  CIO-LANG-FOUND-SWITCH PIC X(01)   VALUE "N".
019410           88  CIO-LANG-FOUND    VALUE "Y".
019420       05  CIO-LVE-STATUS        PIC X(02)   VALUE SPACES.
019430       05  CIO-LVE-EOF-SWITCH    PIC X(01)   VALUE "N".
019440           88  CIO-LVE-EOF       VALUE "Y".
019450       05  CIO-ON-LEAVE-SWITCH   PIC X(01)   VALUE "N".
019460           88  CIO-ON-LEAVE      VALUE "Y".
019470       05  CIO-LEAVE-COUNT       PIC 9(05)   COMP VALUE ZERO.
019480       05  CIO-LEAVE-DATE        PIC X(08)   VALUE SPACES.
019482       05  CIO-LEAVE-FULL-COUNT  PIC 9(05)   COMP VALUE ZERO.
019484       05  CIO-ALERT-STATUS      PIC X(02)   VALUE SPACES.
019486       05  CIO-ALERT-OPEN-SWITCH PIC X(01)   VALUE "N".
019488           88  CIO-ALERT-OPEN    VALUE "Y".
019500       05  CIO-RESOLVED-TEMPLATE PIC X(46)   VALUE SPACES.
019600       05  CIO-AUDIT-SEQ         PIC 9(05)   COMP VALUE ZERO.
019700       05  CIO-AUDIT-REASON-CODE PIC X(02)   VALUE SPACES.
026610     OPEN OUTPUT DIST-FILE.
026620     PERFORM 4500-WRITE-DIST-HEADER
026630         THRU 4500-EXIT.
026640     OPEN OUTPUT MSG-FILE.
026650     PERFORM 4850-WRITE-MSG-HEADER
026660         THRU 4850-EXIT.
026700     OPEN EXTEND AUDIT-FILE.
026710     IF CIO-AUD-STATUS NOT = "00"
026720         OPEN OUTPUT AUDIT-FILE
027500     MOVE ZERO TO CIO-AUDIT-SEQ.
027600     PERFORM 1500-LOAD-TEMPLATES
027700         THRU 1500-EXIT.
027730     PERFORM 1800-LOAD-LEAVE
027760         THRU 1800-EXIT.
027800     OPEN EXTEND GREETLOG-FILE.
027900     IF CIO-GLOG-STATUS NOT = "00"
028000         OPEN OUTPUT GREETLOG-FILE
036300     IF CIO-PRT-STATUS NOT = "00"
036400         OPEN OUTPUT PRINT-FILE
036500     END-IF.
036530     PERFORM 4840-OPEN-MSG-EXTEND
036560         THRU 4840-EXIT.
036600     OPEN EXTEND AUDIT-FILE.
036700     IF CIO-AUD-STATUS NOT = "00"
036800         OPEN OUTPUT AUDIT-FILE
040220         AND NR-SHIFT-CODE NOT = CIO-SHIFT-SELECT
040230         ADD 1 TO CIO-OUT-SCOPE-COUNT
040240     ELSE
040250         PERFORM 2060-CHECK-LEAVE
040260             THRU 2060-EXIT
040270         IF CIO-ON-LEAVE AND NOT NR-INACTIVE
040280             ADD 1 TO CIO-LEAVE-COUNT
040290         ELSE
040300             PERFORM 2010-GREET-ROSTER-ENTRY
040310                 THRU 2010-EXIT
040320         END-IF
040330     END-IF.
043400     PERFORM 4100-WRITE-CHECKPOINT
043500         THRU 4100-EXIT.
043600     PERFORM 1100-READ-NAME
043954                 THRU 5000-EXIT
043956             PERFORM 4300-WRITE-SUSPENSE
043958                 THRU 4300-EXIT
043959         ELSE
043960             IF NR-DELIV-NONE
043961                 ADD 1 TO CIO-SUPPRESS-COUNT
043962             ELSE
043963                 PERFORM 2200-LOOKUP-LANG-TEMPLATE
043964                     THRU 2200-EXIT
043965                 PERFORM 2300-BUILD-GREETING
043966                     THRU 2300-EXIT
043967                 PERFORM 4800-ROUTE-GREETING
043968                     THRU 4800-EXIT
043969                 PERFORM 4000-WRITE-GREETLOG
043970                     THRU 4000-EXIT
043971             END-IF
043972         END-IF
043973     END-IF.
043984 2010-EXIT.
043986     EXIT.
044000
049700     MOVE SU-LANG-CODE TO NR-LANG-CODE.
049800     MOVE SU-STATUS TO NR-STATUS.
049810     MOVE SU-SHIFT-CODE TO NR-SHIFT-CODE.
049840     MOVE SU-DELIV-PREF TO NR-DELIV-PREF.
049870     MOVE SU-CONTACT-ADDR TO NR-CONTACT-ADDR.
049880     MOVE SU-COST-CENTER TO NR-COST-CENTER.
049900     MOVE NR-NAME TO GR-RAW-INPUT.
050000     MOVE NR-LANG-CODE TO GR-LANG-CODE.
050100     IF GR-LANG-CODE = SPACES
051900             THRU 4400-EXIT
052000         GO TO 2650-EXIT
052100     END-IF.
052110     IF NR-DELIV-NONE
052120         ADD 1 TO CIO-SUPPRESS-COUNT
052130         PERFORM 2670-UPDATE-MASTER
052140             THRU 2670-EXIT
052150         GO TO 2650-EXIT
052160     END-IF.
052200     PERFORM 2200-LOOKUP-LANG-TEMPLATE
052300         THRU 2200-EXIT.
052400     PERFORM 2300-BUILD-GREETING
052500         THRU 2300-EXIT.
052630     PERFORM 4800-ROUTE-GREETING
052760         THRU 4800-EXIT.
052900     PERFORM 4000-WRITE-GREETLOG
053000         THRU 4000-EXIT.
053010     PERFORM 2670-UPDATE-MASTER
053310     MOVE NR-LANG-CODE TO RM-LANG-CODE.
053320     MOVE NR-STATUS TO RM-STATUS.
053325     MOVE NR-SHIFT-CODE TO RM-SHIFT-CODE.
053326     MOVE NR-DELIV-PREF TO RM-DELIV-PREF.
053327     MOVE NR-CONTACT-ADDR TO RM-CONTACT-ADDR.
053328     MOVE NR-COST-CENTER TO RM-COST-CENTER.
053330     REWRITE ROSTER-MASTER-REC
053340         INVALID KEY
053350             WRITE ROSTER-MASTER-REC
068900     MOVE GR-LANG-CODE TO GL-LANG-CODE.
069000     MOVE NR-OPER-ID TO GL-OPER-ID.
069010     MOVE CIO-EVENT-TYPE-WORK TO GL-EVENT-TYPE.
069030     IF CIO-REPROCESS
069050         MOVE "R" TO GL-REPROC-FLAG
069070     END-IF.
069100     WRITE GL-LOG-RECORD.
069200 4000-EXIT.
069300     EXIT.
070600     MOVE "S" TO SU-DISP.
070650     MOVE NR-OPER-ID TO SU-ORIG-ID.
070660     MOVE NR-SHIFT-CODE TO SU-SHIFT-CODE.
070670     MOVE NR-DELIV-PREF TO SU-DELIV-PREF.
070680     MOVE NR-CONTACT-ADDR TO SU-CONTACT-ADDR.
070690     MOVE NR-COST-CENTER TO SU-COST-CENTER.
070700     WRITE SUSP-REC.
070800 4300-EXIT.
070900     EXIT.
072200
072300*----------------------------------------------------------------
072400* Grade the run for the deck: 0 clean, 4 when entries were
072500* rejected, an unknown language fell back to English or the
072550* leave calendar overflowed the leave table, 8 when
072600* nothing was processed at all.  A REPROCESS run of an empty
072700* suspense queue is a normal no-work run, not an error.
072800*----------------------------------------------------------------
073600             MOVE 4 TO CIO-RUN-GRADE
073610         WHEN CIO-VIS-REJECT-COUNT > ZERO
073620             MOVE 4 TO CIO-RUN-GRADE
073640         WHEN CIO-VIS-BARRED-COUNT > ZERO
073660             MOVE 4 TO CIO-RUN-GRADE
073700         WHEN CIO-LANG-UNKNOWN-COUNT > ZERO
073800             MOVE 4 TO CIO-RUN-GRADE
073850         WHEN CIO-LEAVE-FULL-COUNT > ZERO
073870             MOVE 4 TO CIO-RUN-GRADE
073900     END-EVALUATE.
074000 6800-EXIT.
074100     EXIT.
074510     IF CIO-EVENT-RUN
074520         CLOSE NAME-FILE
074530         CLOSE PRINT-FILE
074532         PERFORM 4880-WRITE-MSG-TRAILER
074534             THRU 4880-EXIT
074536         CLOSE MSG-FILE
074540         CLOSE AUDIT-FILE
074550         CLOSE GREETLOG-FILE
074560         IF CIO-OPIX-OPEN
074900         END-IF
075000         CLOSE SUSPENSE-NEW
075100         CLOSE PRINT-FILE
075120         PERFORM 4880-WRITE-MSG-TRAILER
075140             THRU 4880-EXIT
075160         CLOSE MSG-FILE
075200         CLOSE AUDIT-FILE
075300         CLOSE GREETLOG-FILE
075400         IF CIO-OPIX-OPEN
076010     PERFORM 4700-WRITE-DIST-TRAILER
076020         THRU 4700-EXIT.
076030     CLOSE DIST-FILE.
076040     PERFORM 4880-WRITE-MSG-TRAILER
076050         THRU 4880-EXIT.
076060     CLOSE MSG-FILE.
076100     CLOSE CHECKPOINT-FILE.
076200     IF CIO-RUN-GRADE = ZERO
076300         PERFORM 4200-CLEAR-CHECKPOINT
086100             RPT-INACTIVE-COUNT-DISP DELIMITED BY SIZE
086200             INTO RPT-LINE.
086300     WRITE RPT-LINE.
086303     MOVE CIO-LEAVE-COUNT TO RPT-REC-COUNT-DISP.
086306     MOVE SPACES TO RPT-LINE.
086309     STRING "Names on leave .... " DELIMITED BY SIZE
086312             RPT-REC-COUNT-DISP DELIMITED BY SIZE
086315             INTO RPT-LINE.
086318     WRITE RPT-LINE.
086321     MOVE CIO-OUT-SCOPE-COUNT TO RPT-OUTSCOPE-COUNT-DISP.
086324     MOVE SPACES TO RPT-LINE.
086327     STRING "Names out of scope  " DELIMITED BY SIZE
086330             RPT-OUTSCOPE-COUNT-DISP DELIMITED BY SIZE
086333             INTO RPT-LINE.
086336     WRITE RPT-LINE.
086339     MOVE CIO-VIS-GREET-COUNT TO RPT-REC-COUNT-DISP.
086342     MOVE SPACES TO RPT-LINE.
086345     STRING "Visitors greeted .. " DELIMITED BY SIZE
086348             RPT-REC-COUNT-DISP DELIMITED BY SIZE
086351             INTO RPT-LINE.
086354     WRITE RPT-LINE.
086357     MOVE CIO-VIS-REJECT-COUNT TO RPT-REC-COUNT-DISP.
086360     MOVE SPACES TO RPT-LINE.
086363     STRING "Visitors rejected . " DELIMITED BY SIZE
086366             RPT-REC-COUNT-DISP DELIMITED BY SIZE
086369             INTO RPT-LINE.
086372     WRITE RPT-LINE.
086375     MOVE CIO-VIS-BARRED-COUNT TO RPT-REC-COUNT-DISP.
086378     MOVE SPACES TO RPT-LINE.
086381     STRING "Visitors barred ... " DELIMITED BY SIZE
086384             RPT-REC-COUNT-DISP DELIMITED BY SIZE
086387             INTO RPT-LINE.
086390     WRITE RPT-LINE.
086393     PERFORM 6050-WRITE-CHANNEL-COUNTS
086396         THRU 6050-EXIT.
086400     MOVE "================================================"
086500         TO RPT-LINE.
086600     WRITE RPT-LINE.
088300     IF CIO-PRT-STATUS NOT = "00"
088400         OPEN OUTPUT PRINT-FILE
088500     END-IF.
088530     PERFORM 4840-OPEN-MSG-EXTEND
088560         THRU 4840-EXIT.
088600     OPEN EXTEND AUDIT-FILE.
088700     IF CIO-AUD-STATUS NOT = "00"
088800         OPEN OUTPUT AUDIT-FILE
090400         THRU 1500-EXIT.
090500     PERFORM 1750-LOAD-EVENTS
090600         THRU 1750-EXIT.
090630     PERFORM 1800-LOAD-LEAVE
090660         THRU 1800-EXIT.
090700     IF EV-EVENT-COUNT = ZERO
090800         DISPLAY "COB-BATCH: no EVENTS calendar entries - "
090900             "nothing to greet this occasion run."
096400         IF NR-INACTIVE
096500             ADD 1 TO CIO-INACTIVE-COUNT
096600         ELSE
096640             PERFORM 2060-CHECK-LEAVE
096680                 THRU 2060-EXIT
096720             IF CIO-ON-LEAVE
096760                 ADD 1 TO CIO-LEAVE-COUNT
096800             ELSE
096840                 PERFORM 2910-CHECK-OPERATOR-EVENT
096880                     THRU 2910-EXIT
096920                     VARYING EVENT-CAL-IX FROM 1 BY 1
096960                     UNTIL EVENT-CAL-IX > EV-EVENT-COUNT
097000             END-IF
097100         END-IF
097200     END-IF.
097300     PERFORM 1100-READ-NAME
101500             THRU 5000-EXIT
101600         GO TO 2920-EXIT
101700     END-IF.
101720     IF NR-DELIV-NONE
101740         ADD 1 TO CIO-SUPPRESS-COUNT
101760         GO TO 2920-EXIT
101780     END-IF.
101800     MOVE EV-EVENT-TYPE(EVENT-CAL-IX)
101900         TO CIO-EVENT-TYPE-WORK.
102000     PERFORM 2940-LOOKUP-EVENT-TEMPLATE
102300         THRU 2300-EXIT.
102400     PERFORM 2950-SUBST-YEARS
102500         THRU 2950-EXIT.
102630     PERFORM 4800-ROUTE-GREETING
102760         THRU 4800-EXIT.
102900     PERFORM 4000-WRITE-GREETLOG
103000         THRU 4000-EXIT.
103100     MOVE SPACE TO CIO-EVENT-TYPE-WORK.
113000* logged to GREETLOG under the *VIS* marker instead of an
113100* operator ID.  A visitor never becomes a roster record.  A
113200* missing VISITFIL just means no visitors today.
113220* Every visitor greeted is posted to the VISITREG visitor
113240* register, and a visitor the register marks barred is not
113260* greeted at all - reason 07 on the audit trail and a record
113280* on the SECALERT file for the front desk instead.
113300*----------------------------------------------------------------
113400 3000-GREET-VISITORS.
113500     MOVE RPT-RUN-DATE TO CIO-RUN-DATE-X.
113550     OPEN OUTPUT ALERT-FILE.
113560     IF CIO-ALERT-STATUS = "00"
113570         MOVE "Y" TO CIO-ALERT-OPEN-SWITCH
113580     ELSE
113585         DISPLAY "COB-BATCH: security alert file SECALERT not "
113590             "available - barred visitors are on AUDITLOG only."
113595     END-IF.
113600     OPEN INPUT VISIT-FILE.
113700     IF CIO-VIS-STATUS NOT = "00"
113710         IF CIO-ALERT-OPEN
113750             CLOSE ALERT-FILE
113760         END-IF
113800         GO TO 3000-EXIT
113900     END-IF.
113930     PERFORM 3010-OPEN-REGISTER
113960         THRU 3010-EXIT.
114000     PERFORM 3050-READ-VISITOR
114100         THRU 3050-EXIT.
114200     PERFORM 3100-PROCESS-VISITOR
114300         THRU 3100-EXIT
114400         UNTIL CIO-VIS-EOF.
114500     CLOSE VISIT-FILE.
114520     IF CIO-ALERT-OPEN
114525         CLOSE ALERT-FILE
114530     END-IF.
114540     IF CIO-VREG-OPEN
114560         CLOSE VISIT-REGISTER
114580     END-IF.
114600 3000-EXIT.
114700     EXIT.
114800
117600             THRU 5000-EXIT
117700         GO TO 3100-NEXT
117800     END-IF.
117810     PERFORM 3120-READ-REGISTER
117820         THRU 3120-EXIT.
117830     IF CIO-VREG-FOUND AND VR-BARRED
117840         PERFORM 3130-REFUSE-BARRED
117850             THRU 3130-EXIT
117860         GO TO 3100-NEXT
117870     END-IF.
117900     PERFORM 3150-CHECK-HOST
118000         THRU 3150-EXIT.
118100     IF NOT CIO-HOST-OK
118900     END-IF.
119000     MOVE VIS-NAME TO GR-RAW-INPUT.
119100     MOVE VIS-LANG-CODE TO GR-LANG-CODE.
119120     IF GR-LANG-CODE = SPACES
119140         AND CIO-VREG-FOUND
119160         MOVE VR-LANG-CODE TO GR-LANG-CODE
119180     END-IF.
119200     IF GR-LANG-CODE = SPACES
119300         MOVE "EN" TO GR-LANG-CODE
119400     END-IF.
120600         THRU 4050-EXIT.
120700     PERFORM 4650-WRITE-VIS-DIST-DETAIL
120800         THRU 4650-EXIT.
120830     PERFORM 3170-UPDATE-REGISTER
120860         THRU 3170-EXIT.
120900 3100-NEXT.
121000     PERFORM 3050-READ-VISITOR
121100         THRU 3050-EXIT.
124600     MOVE GR-RAW-INPUT TO GL-RAW-INPUT.
124700     MOVE GR-LANG-CODE TO GL-LANG-CODE.
124800     MOVE "*VIS*" TO GL-OPER-ID.
124850     MOVE VIS-HOST-ID TO GL-HOST-ID.
124900     WRITE GL-LOG-RECORD.
125000 4050-EXIT.
125100     EXIT.
126300     WRITE GD-DETAIL-REC.
126400 4650-EXIT.
126500     EXIT.
126600
126700*----------------------------------------------------------------
126800* Open the VISITREG visitor register for update, creating it
126900* empty the first time.  When it cannot be opened at all the
127000* visitors are still greeted, but nobody can be screened
127100* against the barred list - the console says so.
127200*----------------------------------------------------------------
127300 3010-OPEN-REGISTER.
127400     OPEN I-O VISIT-REGISTER.
127500     IF CIO-VREG-STATUS NOT = "00"
127600         OPEN OUTPUT VISIT-REGISTER
127700         CLOSE VISIT-REGISTER
127800         OPEN I-O VISIT-REGISTER
127900     END-IF.
128000     IF CIO-VREG-STATUS = "00"
128100         MOVE "Y" TO CIO-VREG-OPEN-SWITCH
128200     ELSE
128300         DISPLAY "COB-BATCH: visitor register VISITREG not "
128400             "available - visitors are not screened."
128500     END-IF.
128600 3010-EXIT.
128700     EXIT.
128800
128900 3120-READ-REGISTER.
129000     MOVE "N" TO CIO-VREG-FOUND-SWITCH.
129100     IF NOT CIO-VREG-OPEN
129200         GO TO 3120-EXIT
129300     END-IF.
129400     MOVE VIS-NAME TO VR-VISITOR-NAME.
129500     READ VISIT-REGISTER
129600         INVALID KEY
129700             CONTINUE
129800         NOT INVALID KEY
129900             MOVE "Y" TO CIO-VREG-FOUND-SWITCH
130000     END-READ.
130100 3120-EXIT.
130200     EXIT.
130300
130400*----------------------------------------------------------------
130500* A barred visitor is not greeted.  The visit is audited with
130600* reason 07 and written to the SECALERT file with the bar
130700* reason and who set it, so the front desk has it in hand
130800* before the visitor arrives.  The register itself is left
130900* alone - a refused visit is not a visit.
131000*----------------------------------------------------------------
131100 3130-REFUSE-BARRED.
131200     ADD 1 TO CIO-VIS-BARRED-COUNT.
131300     MOVE "07" TO CIO-AUDIT-REASON-CODE.
131400     MOVE "BARRED VISITOR" TO CIO-AUDIT-REASON-TEXT.
131500     MOVE VIS-NAME TO CIO-AUDIT-RAW-INPUT.
131600     PERFORM 5000-WRITE-AUDIT-ENTRY
131700         THRU 5000-EXIT.
131750     IF NOT CIO-ALERT-OPEN
131760         DISPLAY "COB-BATCH: barred visitor " VIS-NAME
131770             " refused - see AUDITLOG reason 07."
131780         GO TO 3130-EXIT
131790     END-IF.
131800     MOVE SPACES TO SEC-ALERT-REC.
131900     ACCEPT SA-ALERT-DATE FROM DATE YYYYMMDD.
132000     ACCEPT SA-ALERT-TIME FROM TIME.
132100     MOVE VIS-NAME TO SA-VISITOR-NAME.
132200     MOVE VIS-HOST-ID TO SA-HOST-ID.
132300     MOVE VIS-VISIT-DATE TO SA-VISIT-DATE.
132400     MOVE VR-BAR-REASON TO SA-BAR-REASON.
132500     MOVE VR-BAR-DATE TO SA-BAR-DATE.
132600     MOVE VR-BAR-USER TO SA-BAR-USER.
132700     WRITE SEC-ALERT-REC.
132800     DISPLAY "COB-BATCH: barred visitor " VIS-NAME
132900         " refused - see SECALERT.".
133000 3130-EXIT.
133100     EXIT.
133200
133300*----------------------------------------------------------------
133400* Post the greeted visit to the register.  A first-time
133500* visitor is added; a returning one gets the last-visit date
133600* and count moved on.  The count is of visit days - a visitor
133700* already posted today (a second visit, or a rerun of the
133800* batch) is not counted twice.  The usual host is kept by a
133900* running tally: a visit to the usual host raises it, a visit
134000* to anyone else lowers it, and when it runs out the new host
134100* takes over - so the host the visitor sees most often wins
134200* without a per-host history.  A language on the visit
134300* replaces the preferred language on file.
134400*----------------------------------------------------------------
134500 3170-UPDATE-REGISTER.
134600     IF NOT CIO-VREG-OPEN
134700         GO TO 3170-EXIT
134800     END-IF.
134900     IF NOT CIO-VREG-FOUND
135000         MOVE SPACES TO VISIT-REG-REC
135100         MOVE VIS-NAME TO VR-VISITOR-NAME
135200         MOVE CIO-RUN-DATE-X TO VR-FIRST-VISIT
135300         MOVE CIO-RUN-DATE-X TO VR-LAST-VISIT
135400         MOVE 1 TO VR-VISIT-COUNT
135500         MOVE VIS-HOST-ID TO VR-HOST-ID
135600         MOVE 1 TO VR-HOST-TALLY
135700         MOVE GR-LANG-CODE TO VR-LANG-CODE
135800         MOVE "N" TO VR-BAR-FLAG
135900         WRITE VISIT-REG-REC
136000             INVALID KEY
136100                 DISPLAY "COB-BATCH: register add failed for "
136200                     VIS-NAME
136300         END-WRITE
136400         GO TO 3170-EXIT
136500     END-IF.
136600     IF VR-LAST-VISIT = CIO-RUN-DATE-X
136700         GO TO 3170-EXIT
136800     END-IF.
136900     IF VR-FIRST-VISIT = SPACES
137000         MOVE CIO-RUN-DATE-X TO VR-FIRST-VISIT
137100     END-IF.
137200     MOVE CIO-RUN-DATE-X TO VR-LAST-VISIT.
137300     IF VR-VISIT-COUNT NOT NUMERIC
137400         MOVE ZERO TO VR-VISIT-COUNT
137500     END-IF.
137600     IF VR-VISIT-COUNT < 99999
137700         ADD 1 TO VR-VISIT-COUNT
137800     END-IF.
137900     IF VR-HOST-TALLY NOT NUMERIC
138000         MOVE ZERO TO VR-HOST-TALLY
138100     END-IF.
138200     EVALUATE TRUE
138300         WHEN VIS-HOST-ID = VR-HOST-ID
138400             IF VR-HOST-TALLY < 999
138500                 ADD 1 TO VR-HOST-TALLY
138600             END-IF
138700         WHEN VR-HOST-TALLY > 1
138800             SUBTRACT 1 FROM VR-HOST-TALLY
138900         WHEN OTHER
139000             MOVE VIS-HOST-ID TO VR-HOST-ID
139100             MOVE 1 TO VR-HOST-TALLY
139200     END-EVALUATE.
139300     IF VIS-LANG-CODE NOT = SPACES
139400         MOVE VIS-LANG-CODE TO VR-LANG-CODE
139500     END-IF.
139600     IF VR-LANG-CODE = SPACES
139700         MOVE GR-LANG-CODE TO VR-LANG-CODE
139800     END-IF.
139900     REWRITE VISIT-REG-REC
140000         INVALID KEY
140100             DISPLAY "COB-BATCH: register update failed for "
140200                 VIS-NAME
140300     END-REWRITE.
140400 3170-EXIT.
140500     EXIT.
140600
140700*----------------------------------------------------------------
140800* Route a built greeting by the roster entry's delivery
140900* preference.  A blank or P preference prints, E sends it on the
141000* GREETMSG outbound message file, and B does both.  An entry
141100* asking for electronic delivery with no contact address on file
141200* is printed instead so the greeting is not lost.  The GREETDIST
141300* detail goes only with a printed greeting of the main run - the
141400* occasion and reprocess runs never wrote one.  A none preference
141500* never reaches here; the callers count it suppressed.
141600*----------------------------------------------------------------
141700 4800-ROUTE-GREETING.
141800     MOVE "N" TO CIO-ROUTE-PRINT-SWITCH.
141900     MOVE "N" TO CIO-ROUTE-MSG-SWITCH.
142000     EVALUATE TRUE
142100         WHEN NR-DELIV-ELECTRONIC
142200             MOVE "Y" TO CIO-ROUTE-MSG-SWITCH
142300         WHEN NR-DELIV-BOTH
142400             MOVE "Y" TO CIO-ROUTE-PRINT-SWITCH
142500             MOVE "Y" TO CIO-ROUTE-MSG-SWITCH
142600         WHEN OTHER
142700             MOVE "Y" TO CIO-ROUTE-PRINT-SWITCH
142800     END-EVALUATE.
142900     IF CIO-ROUTE-MSG
143000         AND NR-CONTACT-ADDR = SPACES
143100         DISPLAY "COB-BATCH: no contact address for "
143200             NR-OPER-ID " - greeting printed instead."
143300         MOVE "N" TO CIO-ROUTE-MSG-SWITCH
143400         MOVE "Y" TO CIO-ROUTE-PRINT-SWITCH
143500     END-IF.
143600     IF CIO-ROUTE-PRINT
143700         MOVE CIO-PRINT-LINE-WORK TO PRINT-LINE
143800         WRITE PRINT-LINE
143900         IF NOT CIO-EVENT-RUN
144000             AND NOT CIO-REPROCESS
144100             PERFORM 4600-WRITE-DIST-DETAIL
144200                 THRU 4600-EXIT
144300         END-IF
144400     END-IF.
144500     IF CIO-ROUTE-MSG
144600         PERFORM 4860-WRITE-MSG-DETAIL
144700             THRU 4860-EXIT
144800     END-IF.
144900     EVALUATE TRUE
145000         WHEN CIO-ROUTE-PRINT AND CIO-ROUTE-MSG
145100             ADD 1 TO CIO-BOTH-COUNT
145200         WHEN CIO-ROUTE-MSG
145300             ADD 1 TO CIO-ELEC-COUNT
145400         WHEN OTHER
145500             ADD 1 TO CIO-PRINT-COUNT
145600     END-EVALUATE.
145700     MOVE SPACES TO CIO-PRINT-LINE-WORK.
145800 4800-EXIT.
145900     EXIT.
146000
146100*----------------------------------------------------------------
146200* The GREETMSG outbound message interface - a run header, one
146300* detail per electronic greeting, and a trailer with the detail
146400* count, the running hash total and the run grade, built the
146500* same way as GREETDIST.  The main run starts the file afresh;
146600* the occasion and reprocess runs add their own group to it.
146700*----------------------------------------------------------------
146800 4840-OPEN-MSG-EXTEND.
146900     OPEN EXTEND MSG-FILE.
147000     IF CIO-MSG-STATUS NOT = "00"
147100         OPEN OUTPUT MSG-FILE
147200     END-IF.
147300     PERFORM 4850-WRITE-MSG-HEADER
147400         THRU 4850-EXIT.
147500 4840-EXIT.
147600     EXIT.
147700
147800 4850-WRITE-MSG-HEADER.
147900     MOVE SPACES TO GM-HEADER-REC.
148000     MOVE "H" TO GM-HDR-TYPE.
148100     MOVE RPT-RUN-DATE TO GM-HDR-RUN-DATE.
148200     MOVE RPT-START-TIME TO GM-HDR-RUN-TIME.
148300     EVALUATE TRUE
148400         WHEN CIO-REPROCESS
148500             MOVE "REPROC" TO GM-HDR-RUN-MODE
148600         WHEN CIO-EVENT-RUN
148700             MOVE "EVENT" TO GM-HDR-RUN-MODE
148800         WHEN OTHER
148900             MOVE "DAILY" TO GM-HDR-RUN-MODE
149000     END-EVALUATE.
149100     WRITE GM-HEADER-REC.
149200 4850-EXIT.
149300     EXIT.
149400
149500 4860-WRITE-MSG-DETAIL.
149600     MOVE SPACES TO GM-DETAIL-REC.
149700     MOVE "D" TO GM-DTL-TYPE.
149800     MOVE NR-OPER-ID TO GM-DTL-OPER-ID.
149900     MOVE GR-LANG-CODE TO GM-DTL-LANG-CODE.
150000     MOVE CIO-EVENT-TYPE-WORK TO GM-DTL-EVENT-TYPE.
150100     MOVE NR-CONTACT-ADDR TO GM-DTL-CONTACT-ADDR.
150200     MOVE CIO-PRINT-LINE-WORK TO GM-DTL-TEXT.
150300     ADD 1 TO CIO-MSG-COUNT.
150400     PERFORM 4870-HASH-MSG-BYTE
150500         THRU 4870-EXIT
150600         VARYING CIO-HASH-IX FROM 1 BY 1
150700         UNTIL CIO-HASH-IX > 8.
150800     WRITE GM-DETAIL-REC.
150900 4860-EXIT.
151000     EXIT.
151100
151200 4870-HASH-MSG-BYTE.
151300     COMPUTE CIO-MSG-HASH = FUNCTION MOD(CIO-MSG-HASH
151400         + FUNCTION ORD(GM-DTL-KEY(CIO-HASH-IX:1))
151500         1000000000).
151600 4870-EXIT.
151700     EXIT.
151800
151900 4880-WRITE-MSG-TRAILER.
152000     MOVE SPACES TO GM-TRAILER-REC.
152100     MOVE "T" TO GM-TRL-TYPE.
152200     MOVE CIO-MSG-COUNT TO GM-TRL-COUNT.
152300     MOVE CIO-MSG-HASH TO GM-TRL-HASH.
152400     MOVE CIO-RUN-GRADE TO GM-TRL-GRADE.
152500     WRITE GM-TRAILER-REC.
152600 4880-EXIT.
152700     EXIT.
152800
152900*----------------------------------------------------------------
153000* Roster greetings by delivery channel.  Each delivered greeting
153100* counts once - print only, electronic only, or both ways - and
153200* an entry whose preference is none counts as suppressed.
153300*----------------------------------------------------------------
153400 6050-WRITE-CHANNEL-COUNTS.
153500     MOVE CIO-PRINT-COUNT TO RPT-REC-COUNT-DISP.
153600     MOVE SPACES TO RPT-LINE.
153700     STRING "Channel print ..... " DELIMITED BY SIZE
153800             RPT-REC-COUNT-DISP DELIMITED BY SIZE
153900             INTO RPT-LINE.
154000     WRITE RPT-LINE.
154100     MOVE CIO-ELEC-COUNT TO RPT-REC-COUNT-DISP.
154200     MOVE SPACES TO RPT-LINE.
154300     STRING "Channel electronic  " DELIMITED BY SIZE
154400             RPT-REC-COUNT-DISP DELIMITED BY SIZE
154500             INTO RPT-LINE.
154600     WRITE RPT-LINE.
154700     MOVE CIO-BOTH-COUNT TO RPT-REC-COUNT-DISP.
154800     MOVE SPACES TO RPT-LINE.
154900     STRING "Channel both ...... " DELIMITED BY SIZE
155000             RPT-REC-COUNT-DISP DELIMITED BY SIZE
155100             INTO RPT-LINE.
155200     WRITE RPT-LINE.
155300     MOVE CIO-SUPPRESS-COUNT TO RPT-REC-COUNT-DISP.
155400     MOVE SPACES TO RPT-LINE.
155500     STRING "Channel suppressed  " DELIMITED BY SIZE
155600             RPT-REC-COUNT-DISP DELIMITED BY SIZE
155700             INTO RPT-LINE.
155800     WRITE RPT-LINE.
155900 6050-EXIT.
156000     EXIT.
156100
156200*----------------------------------------------------------------
156300* Load the LEAVECAL leave calendar for the daily, shift and
156400* EVENT runs.  Leave is judged against today's date; a missing
156500* file just means nobody is on leave.
156600*----------------------------------------------------------------
156700 1800-LOAD-LEAVE.
156800     MOVE RPT-RUN-DATE TO CIO-LEAVE-DATE.
156900     OPEN INPUT LEAVE-FILE.
157000     IF CIO-LVE-STATUS NOT = "00"
157100         GO TO 1800-EXIT
157200     END-IF.
157300     PERFORM 1810-LOAD-LEAVE-REC
157400         THRU 1810-EXIT
157500         UNTIL CIO-LVE-EOF.
157600     CLOSE LEAVE-FILE.
157610     IF CIO-LEAVE-FULL-COUNT > ZERO
157620         MOVE CIO-LEAVE-FULL-COUNT TO RPT-REC-COUNT-DISP
157630         DISPLAY "COB-BATCH: leave table full - "
157640             RPT-REC-COUNT-DISP " LEAVECAL entries ignored; "
157650             "those operators are not held back."
157660     END-IF.
157700 1800-EXIT.
157800     EXIT.
157900
158000 1810-LOAD-LEAVE-REC.
158100     READ LEAVE-FILE
158200         AT END
158300             MOVE "Y" TO CIO-LVE-EOF-SWITCH
158400         NOT AT END
158500           IF LVF-OPER-ID NOT = SPACES
158600             IF LV-LEAVE-COUNT < 300
158700               ADD 1 TO LV-LEAVE-COUNT
158800               MOVE LVF-OPER-ID
158900                   TO LV-OPER-ID(LV-LEAVE-COUNT)
159000               MOVE LVF-LEAVE-TYPE
159100                   TO LV-LEAVE-TYPE(LV-LEAVE-COUNT)
159200               MOVE LVF-START-DATE
159300                   TO LV-START-DATE(LV-LEAVE-COUNT)
159400               MOVE LVF-END-DATE
159500                   TO LV-END-DATE(LV-LEAVE-COUNT)
159550             ELSE
159560               ADD 1 TO CIO-LEAVE-FULL-COUNT
159600             END-IF
159700           END-IF
159800     END-READ.
159900 1810-EXIT.
160000     EXIT.
160100
160200*----------------------------------------------------------------
160300* Is the roster entry's operator on leave today - a leave on the
160400* calendar for the operator whose start and end dates take in
160500* the run date.  An inactive entry stays counted inactive; leave
160600* only holds back an operator who would otherwise be greeted.
160700*----------------------------------------------------------------
160800 2060-CHECK-LEAVE.
160900     MOVE "N" TO CIO-ON-LEAVE-SWITCH.
161000     IF NR-OPER-ID = SPACES
161100         GO TO 2060-EXIT
161200     END-IF.
161300     PERFORM 2070-MATCH-LEAVE
161400         THRU 2070-EXIT
161500         VARYING LEAVE-CAL-IX FROM 1 BY 1
161600         UNTIL LEAVE-CAL-IX > LV-LEAVE-COUNT
161700             OR CIO-ON-LEAVE.
161800 2060-EXIT.
161900     EXIT.
162000
162100 2070-MATCH-LEAVE.
162200     IF LV-OPER-ID(LEAVE-CAL-IX) = NR-OPER-ID
162300         AND LV-START-DATE(LEAVE-CAL-IX) NOT > CIO-LEAVE-DATE
162400         AND LV-END-DATE(LEAVE-CAL-IX) NOT < CIO-LEAVE-DATE
162500         MOVE "Y" TO CIO-ON-LEAVE-SWITCH
162600     END-IF.
162700 2070-EXIT.
162800     EXIT.
