000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cob-scrub.
000300 AUTHOR. BILL BLASINGIM.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* A GnuCOBOL program
000900* Privacy scrub of departed operators - finds the operators who
001000* have been inactive on the NAMEFILE roster for longer than the
001100* retention period and replaces their name with a pseudonymous
001200* token everywhere the history still holds it in plain text:
001300*
001400*   GREETHIS / GREETCOLD   GL-RAW-INPUT of the logged greeting
001500*   AUDITHIS / AUDITCOLD   AU-RAW-INPUT of the audited input
001600*   MAINTLOG               the name in the NAMEFILE and
001700*                          SUSPENSE before and after images
001800*
001900* Only the name changes - the operator ID, the dates, the
002000* language and every count stay as they were, so cob-trend,
002100* cob-runstat and cob-inquiry by operator ID report exactly as
002200* before.  The roster entry itself is left to HR.
002300*
002400* An operator is inactive since the later of the last MAINTLOG
002500* change to the roster entry and the last greeting logged for
002600* the operator ID; one with neither on file has been inactive
002700* longer than anything we hold.  A greeting is the operator's
002800* when it carries the operator ID; a greeting logged without
002900* an ID, and an audited input, are the operator's when the raw
003000* input is the operator's roster name - unless another roster
003100* entry still carries the same name, when they are left as
003200* they are and the certificate says so.  Visitor greetings and
003300* the visitor feed audit reasons are never touched.
003400*
003500* Each operator scrubbed is given a token, *PSN* and a number
003600* taken in turn, recorded on the PSNXREF cross-reference with
003700* the name it replaced (lookup: the cob-psnlook screen, lead
003800* privilege only).  An operator scrubbed on an earlier run
003900* keeps the token already given.  The scrubbed files are
004000* written as new generations - GREETHISN, GREETCLDN,
004100* AUDITHISN, AUDITCLDN and MAINTLOGN - which the run deck
004200* (PRIVSCRB.sh) installs over the originals; nothing is
004300* written when there is nobody to scrub.
004400*
004500* The SCRUBCRT scrub certificate lists every operator scrubbed
004600* (by operator ID and token, never by name) with the records
004700* changed in each file, and every file with its records read
004800* and changed, for the compliance file.
004900*
005000* The retention period in days is taken from the command line
005100* as four zero-padded digits (e.g. 0365); anything else falls
005200* back to the 365-day default.  The NAMELOCK enqueue keeps the
005300* roster screen and the HR load from appending to MAINTLOG
005400* while it is rewritten.  When a MAINTLOGN generation has been
005410* written for the deck to install, the run ends still holding
005420* the enqueue, and the deck releases it once MAINTLOGN is in
005430* place - otherwise a change logged in between would be lost.
005500*
005600* Return codes: 0 clean; 4 a scrubbed operator's name is still
005700* carried by another roster entry, so records known only by
005800* name were left, or more inactive operators than the table
005900* holds; 8 NAMEFILE or the PSNXREF cross-reference not
006000* available - nothing scrubbed; 12 the NAMELOCK enqueue is
006100* held by another updater.
006200*----------------------------------------------------------------
006300* MODIFICATION HISTORY
006400*----------------------------------------------------------------
006500* 10/15/2026  BB   Original version - privacy scrub of long-
006600*                  inactive operators' names from the history,
006700*                  cold archive and change log, with the
006800*                  PSNXREF token cross-reference and the
006900*                  SCRUBCRT scrub certificate.
006910* 10/15/2026  BB   The NAMELOCK enqueue is now left held when a
006920*                  MAINTLOGN generation was written, for the
006930*                  deck to release after it is swapped in.
007000*----------------------------------------------------------------
007100 ENVIRONMENT DIVISION.
007200 CONFIGURATION SECTION.
007300 SOURCE-COMPUTER. GNUCOBOL.
007400 OBJECT-COMPUTER. GNUCOBOL.
007500 INPUT-OUTPUT SECTION.
007600 FILE-CONTROL.
007700     SELECT NAME-FILE ASSIGN TO "NAMEFILE"
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS NR-OPER-ID
008100         ALTERNATE RECORD KEY IS NR-NAME
008200             WITH DUPLICATES
008300         FILE STATUS IS SCR-NAME-STATUS.
008400
008500     SELECT GREET-HIST-IN ASSIGN TO "GREETHIS"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS SCR-GHIS-STATUS.
008800
008900     SELECT GREET-HIST-OUT ASSIGN TO "GREETHISN"
009000         ORGANIZATION IS LINE SEQUENTIAL.
009100
009200     SELECT GREET-COLD-IN ASSIGN TO "GREETCOLD"
009300         ORGANIZATION IS LINE SEQUENTIAL
009400         FILE STATUS IS SCR-GCOLD-STATUS.
009500
009600     SELECT GREET-COLD-OUT ASSIGN TO "GREETCLDN"
009700         ORGANIZATION IS LINE SEQUENTIAL.
009800
009900     SELECT AUDIT-HIST-IN ASSIGN TO "AUDITHIS"
010000         ORGANIZATION IS LINE SEQUENTIAL
010100         FILE STATUS IS SCR-AHIS-STATUS.
010200
010300     SELECT AUDIT-HIST-OUT ASSIGN TO "AUDITHISN"
010400         ORGANIZATION IS LINE SEQUENTIAL.
010500
010600     SELECT AUDIT-COLD-IN ASSIGN TO "AUDITCOLD"
010700         ORGANIZATION IS LINE SEQUENTIAL
010800         FILE STATUS IS SCR-ACOLD-STATUS.
010900
011000     SELECT AUDIT-COLD-OUT ASSIGN TO "AUDITCLDN"
011100         ORGANIZATION IS LINE SEQUENTIAL.
011200
011300     SELECT MAINT-IN ASSIGN TO "MAINTLOG"
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS SCR-MNT-STATUS.
011600
011700     SELECT MAINT-OUT ASSIGN TO "MAINTLOGN"
011800         ORGANIZATION IS LINE SEQUENTIAL.
011900
012000     SELECT XREF-FILE ASSIGN TO "PSNXREF"
012100         ORGANIZATION IS LINE SEQUENTIAL
012200         FILE STATUS IS SCR-XREF-STATUS.
012300
012400     SELECT REPORT-FILE ASSIGN TO "SCRUBCRT"
012500         ORGANIZATION IS LINE SEQUENTIAL.
012600
012700     SELECT LOCK-FILE ASSIGN TO "NAMELOCK"
012800         ORGANIZATION IS LINE SEQUENTIAL
012900         FILE STATUS IS NLK-STATUS.
013000
013100     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
013200         ORGANIZATION IS LINE SEQUENTIAL
013300         FILE STATUS IS SCR-RNH-STATUS.
013400
013500 DATA DIVISION.
013600 FILE SECTION.
013700 FD  NAME-FILE
013800     LABEL RECORDS ARE STANDARD.
013900     COPY NAMEREC.
014000
014100 FD  GREET-HIST-IN
014200     LABEL RECORDS ARE STANDARD.
014300 01  GHI-RECORD                  PIC X(81).
014400
014500 FD  GREET-HIST-OUT
014600     LABEL RECORDS ARE STANDARD.
014700 01  GHO-RECORD                  PIC X(81).
014800
014900 FD  GREET-COLD-IN
015000     LABEL RECORDS ARE STANDARD.
015100 01  GCI-RECORD                  PIC X(81).
015200
015300 FD  GREET-COLD-OUT
015400     LABEL RECORDS ARE STANDARD.
015500 01  GCO-RECORD                  PIC X(81).
015600
015700 FD  AUDIT-HIST-IN
015800     LABEL RECORDS ARE STANDARD.
015900 01  AHI-RECORD                  PIC X(87).
016000
016100 FD  AUDIT-HIST-OUT
016200     LABEL RECORDS ARE STANDARD.
016300 01  AHO-RECORD                  PIC X(87).
016400
016500 FD  AUDIT-COLD-IN
016600     LABEL RECORDS ARE STANDARD.
016700 01  ACI-RECORD                  PIC X(87).
016800
016900 FD  AUDIT-COLD-OUT
017000     LABEL RECORDS ARE STANDARD.
017100 01  ACO-RECORD                  PIC X(87).
017200
017300 FD  MAINT-IN
017400     LABEL RECORDS ARE STANDARD.
017500 01  MTI-RECORD                  PIC X(266).
017600
017700 FD  MAINT-OUT
017800     LABEL RECORDS ARE STANDARD.
017900 01  MTO-RECORD                  PIC X(266).
018000
018100 FD  XREF-FILE
018200     LABEL RECORDS ARE STANDARD.
018300     COPY PSNXREF.
018400
018500 FD  REPORT-FILE
018600     LABEL RECORDS ARE STANDARD.
018700 01  RPT-LINE                    PIC X(80).
018800
018900 FD  LOCK-FILE
019000     LABEL RECORDS ARE STANDARD.
019100 01  NLK-RECORD.
019200     05  NLK-REC-PROGRAM         PIC X(08).
019300     05  FILLER                  PIC X(01).
019400     05  NLK-REC-USER            PIC X(05).
019500     05  FILLER                  PIC X(01).
019600     05  NLK-REC-DATE            PIC X(08).
019700     05  FILLER                  PIC X(01).
019800     05  NLK-REC-TIME            PIC X(08).
019900
020000 FD  RUNHIST-FILE
020100     LABEL RECORDS ARE STANDARD.
020200     COPY RUNHIST.
020300
020400 WORKING-STORAGE SECTION.
020500   COPY NAMELOCK.
020600   COPY HISTREC.
020700   COPY GREETLOG.
020800   COPY AUDITREC.
020900   COPY MAINTREC.
021000
021100 01  SCR-CONTROLS.
021200     05  SCR-RUN-DATE            PIC 9(08)   VALUE ZERO.
021300     05  SCR-RUN-TIME            PIC 9(08)   VALUE ZERO.
021400     05  SCR-PARM                PIC X(04)   VALUE SPACES.
021500     05  SCR-RETAIN-DAYS         PIC 9(04)   VALUE 365.
021600     05  SCR-CUTOFF-DATE         PIC 9(08)   VALUE ZERO.
021700     05  SCR-CUTOFF-INT          PIC S9(09)  COMP VALUE ZERO.
021800     05  SCR-RUN-RC              PIC 9(02)   VALUE ZERO.
021900     05  SCR-NAME-STATUS         PIC X(02)   VALUE SPACES.
022000     05  SCR-GHIS-STATUS         PIC X(02)   VALUE SPACES.
022100     05  SCR-GCOLD-STATUS        PIC X(02)   VALUE SPACES.
022200     05  SCR-AHIS-STATUS         PIC X(02)   VALUE SPACES.
022300     05  SCR-ACOLD-STATUS        PIC X(02)   VALUE SPACES.
022400     05  SCR-MNT-STATUS          PIC X(02)   VALUE SPACES.
022500     05  SCR-XREF-STATUS         PIC X(02)   VALUE SPACES.
022600     05  SCR-RNH-STATUS          PIC X(02)   VALUE SPACES.
022700     05  SCR-EOF-SWITCH          PIC X(01)   VALUE "N".
022800         88  SCR-EOF             VALUE "Y".
022860     05  SCR-NAME-EOF-SWITCH     PIC X(01)   VALUE "N".
022920         88  SCR-NAME-EOF        VALUE "Y".
022980     05  SCR-NAME-OPEN-SWITCH    PIC X(01)   VALUE "N".
023040         88  SCR-NAME-OPEN       VALUE "Y".
023100     05  SCR-LOCK-FAIL-SWITCH    PIC X(01)   VALUE "N".
023200         88  SCR-LOCK-FAIL       VALUE "Y".
023300     05  SCR-FATAL-SWITCH        PIC X(01)   VALUE "N".
023400         88  SCR-FATAL           VALUE "Y".
023500     05  SCR-FATAL-REASON        PIC X(50)   VALUE SPACES.
023600     05  SCR-CHANGED-SWITCH      PIC X(01)   VALUE "N".
023700         88  SCR-CHANGED         VALUE "Y".
023800     05  SCR-FILE-IX             PIC 9(01)   COMP VALUE ZERO.
023900     05  SCR-MATCH-IX            PIC 9(03)   COMP VALUE ZERO.
024000     05  SCR-SCAN-IX             PIC 9(03)   COMP VALUE ZERO.
024100     05  SCR-ENTRY-IX            PIC 9(03)   COMP VALUE ZERO.
024200     05  SCR-WORK-OPER           PIC X(05)   VALUE SPACES.
024300     05  SCR-WORK-NAME           PIC X(20)   VALUE SPACES.
024400     05  SCR-WORK-DATE           PIC 9(08)   VALUE ZERO.
024500     05  SCR-NEXT-SEQ            PIC 9(06)   VALUE ZERO.
024600
024700 01  SCR-COUNTERS.
024800     05  SCR-INACTIVE-COUNT      PIC 9(05)   COMP VALUE ZERO.
024900     05  SCR-RETAINED-COUNT      PIC 9(05)   COMP VALUE ZERO.
025000     05  SCR-SELECTED-COUNT      PIC 9(05)   COMP VALUE ZERO.
025100     05  SCR-NEW-TOKEN-COUNT     PIC 9(05)   COMP VALUE ZERO.
025200     05  SCR-PRIOR-COUNT         PIC 9(05)   COMP VALUE ZERO.
025300     05  SCR-SHARED-COUNT        PIC 9(05)   COMP VALUE ZERO.
025400     05  SCR-OVERFLOW-COUNT      PIC 9(05)   COMP VALUE ZERO.
025500     05  SCR-LISTED-COUNT        PIC 9(05)   COMP VALUE ZERO.
025600     05  SCR-TOTAL-CHANGED       PIC 9(07)   COMP VALUE ZERO.
025700
025800*----------------------------------------------------------------
025900* The files scrubbed, in the order they are processed and
026000* shown on the certificate.  SCR-FILE-IX selects the entry.
026100*----------------------------------------------------------------
026200 01  SCR-FILE-NAME-VALUES.
026300     05  FILLER                  PIC X(09)   VALUE "GREETHIS".
026400     05  FILLER                  PIC X(09)   VALUE "GREETCOLD".
026500     05  FILLER                  PIC X(09)   VALUE "AUDITHIS".
026600     05  FILLER                  PIC X(09)   VALUE "AUDITCOLD".
026700     05  FILLER                  PIC X(09)   VALUE "MAINTLOG".
026800 01  SCR-FILE-NAME-TABLE REDEFINES SCR-FILE-NAME-VALUES.
026900     05  SCR-FILE-NAME           PIC X(09)   OCCURS 5 TIMES.
027000
027100 01  SCR-FILE-STATS.
027200     05  SCR-FILE-STAT           OCCURS 5 TIMES.
027300         10  SCF-PRESENT-SWITCH  PIC X(01).
027400             88  SCF-PRESENT     VALUE "Y".
027500         10  SCF-READ            PIC 9(07)   COMP.
027600         10  SCF-CHANGED         PIC 9(07)   COMP.
027700
027800*----------------------------------------------------------------
027900* The inactive operators found on NAMEFILE.  SCT-SELECTED marks
028000* the ones inactive past the retention cutoff - the ones the
028100* run scrubs.
028200*----------------------------------------------------------------
028300 01  SCR-SCRUB-CONTROLS.
028400     05  SCR-ENTRY-COUNT         PIC 9(03)   COMP VALUE ZERO.
028500     05  SCR-ENTRY-MAX           PIC 9(03)   COMP VALUE 500.
028600
028700 01  SCR-SCRUB-TABLE.
028800     05  SCR-SCRUB-ENTRY         OCCURS 500 TIMES.
028900         10  SCT-OPER-ID         PIC X(05).
029000         10  SCT-NAME            PIC X(20).
029100         10  SCT-LAST-DATE       PIC 9(08).
029200         10  SCT-SELECT-SWITCH   PIC X(01).
029300             88  SCT-SELECTED    VALUE "Y".
029400         10  SCT-SHARED-SWITCH   PIC X(01).
029500             88  SCT-NAME-SHARED VALUE "Y".
029600         10  SCT-SHARED-OPER     PIC X(05).
029700         10  SCT-TOKEN-SWITCH    PIC X(01).
029800             88  SCT-NEW-TOKEN   VALUE "N".
029900             88  SCT-PRIOR-TOKEN VALUE "P".
030000         10  SCT-TOKEN.
030100             15  SCT-TOKEN-MARK  PIC X(05).
030200             15  SCT-TOKEN-SEQ   PIC 9(06).
030300         10  SCT-FILE-CHANGED    PIC 9(07)   COMP
030400                                  OCCURS 5 TIMES.
030500         10  SCT-TOTAL-CHANGED   PIC 9(07)   COMP.
030600
030700 01  RPT-CONTROLS.
030800     05  RPT-COUNT-DISP          PIC 9(07)   VALUE ZERO.
030950     05  RPT-RC-DISP             PIC 9(02)   VALUE ZERO.
031100
031200 PROCEDURE DIVISION.
031300 0000-MAINLINE.
031400     PERFORM 1000-INITIALIZE
031500         THRU 1000-EXIT.
031600     PERFORM 0200-ENQUEUE-ROSTER
031700         THRU 0200-EXIT.
031800     IF NOT NLK-OWNED
031900         MOVE "Y" TO SCR-LOCK-FAIL-SWITCH
032000         PERFORM 8000-WRITE-RUNHIST
032100             THRU 8000-EXIT
032200         MOVE 12 TO RETURN-CODE
032300         STOP RUN
032400     END-IF.
032500     PERFORM 2000-FIND-INACTIVE
032600         THRU 2000-EXIT.
032700     IF NOT SCR-FATAL AND SCR-ENTRY-COUNT > ZERO
032800         PERFORM 3000-FIND-LAST-ACTIVITY
032900             THRU 3000-EXIT
033000         PERFORM 3500-SELECT-FOR-SCRUB
033100             THRU 3500-EXIT
033200     END-IF.
033300     IF NOT SCR-FATAL AND SCR-SELECTED-COUNT > ZERO
033400         PERFORM 4000-ASSIGN-TOKENS
033500             THRU 4000-EXIT
033600     END-IF.
033700     IF NOT SCR-FATAL AND SCR-SELECTED-COUNT > ZERO
033800         PERFORM 5000-SCRUB-GREET-HIST
033900             THRU 5000-EXIT
034000         PERFORM 5100-SCRUB-GREET-COLD
034100             THRU 5100-EXIT
034200         PERFORM 5200-SCRUB-AUDIT-HIST
034300             THRU 5200-EXIT
034400         PERFORM 5300-SCRUB-AUDIT-COLD
034500             THRU 5300-EXIT
034600         PERFORM 5400-SCRUB-MAINTLOG
034700             THRU 5400-EXIT
034800     END-IF.
034900     PERFORM 7000-TERMINATE
035000         THRU 7000-EXIT.
035100     MOVE SCR-RUN-RC TO RETURN-CODE.
035200     STOP RUN.
035300
035400 1000-INITIALIZE.
035500     ACCEPT SCR-RUN-DATE FROM DATE YYYYMMDD.
035600     ACCEPT SCR-RUN-TIME FROM TIME.
035700     ACCEPT SCR-PARM FROM COMMAND-LINE.
035800     IF SCR-PARM IS NUMERIC
035900         MOVE SCR-PARM TO SCR-RETAIN-DAYS
036000     END-IF.
036100     COMPUTE SCR-CUTOFF-INT =
036200         FUNCTION INTEGER-OF-DATE(SCR-RUN-DATE)
036300         - SCR-RETAIN-DAYS.
036400     MOVE FUNCTION DATE-OF-INTEGER(SCR-CUTOFF-INT)
036500         TO SCR-CUTOFF-DATE.
036600     INITIALIZE SCR-FILE-STATS.
036700 1000-EXIT.
036800     EXIT.
036900
037000*----------------------------------------------------------------
037100* Collect every inactive operator on the roster.  NAMEFILE is
037200* left open for the shared-name check in 3600.
037300*----------------------------------------------------------------
037400 2000-FIND-INACTIVE.
037500     OPEN INPUT NAME-FILE.
037600     IF SCR-NAME-STATUS NOT = "00"
037700         MOVE "ROSTER NAMEFILE NOT AVAILABLE"
037800             TO SCR-FATAL-REASON
037900         MOVE "Y" TO SCR-FATAL-SWITCH
037980         GO TO 2000-EXIT
038060     END-IF.
038140     MOVE "Y" TO SCR-NAME-OPEN-SWITCH.
038220     MOVE "N" TO SCR-NAME-EOF-SWITCH.
038300     MOVE LOW-VALUES TO NR-OPER-ID.
038400     START NAME-FILE
038500         KEY NOT < NR-OPER-ID
038600         INVALID KEY
038700             MOVE "Y" TO SCR-NAME-EOF-SWITCH
038800     END-START.
038900     PERFORM 2100-CHECK-ROSTER-ENTRY
039000         THRU 2100-EXIT
039100         UNTIL SCR-NAME-EOF.
039200 2000-EXIT.
039300     EXIT.
039400
039500 2100-CHECK-ROSTER-ENTRY.
039600     READ NAME-FILE NEXT RECORD
039700         AT END
039800             MOVE "Y" TO SCR-NAME-EOF-SWITCH
039900             GO TO 2100-EXIT
040000     END-READ.
040100     IF NOT NR-INACTIVE OR NR-OPER-ID = SPACES
040200         GO TO 2100-EXIT
040300     END-IF.
040400     ADD 1 TO SCR-INACTIVE-COUNT.
040500     IF SCR-ENTRY-COUNT NOT < SCR-ENTRY-MAX
040600         ADD 1 TO SCR-OVERFLOW-COUNT
040700         GO TO 2100-EXIT
040800     END-IF.
040900     ADD 1 TO SCR-ENTRY-COUNT.
041000     INITIALIZE SCR-SCRUB-ENTRY(SCR-ENTRY-COUNT).
041100     MOVE NR-OPER-ID TO SCT-OPER-ID(SCR-ENTRY-COUNT).
041200     MOVE NR-NAME TO SCT-NAME(SCR-ENTRY-COUNT).
041300     MOVE "N" TO SCT-SELECT-SWITCH(SCR-ENTRY-COUNT).
041400     MOVE "N" TO SCT-SHARED-SWITCH(SCR-ENTRY-COUNT).
041500 2100-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------------
041900* Date each inactive operator's last activity - the last
042000* greeting logged under the operator ID, hot or cold, and the
042100* last MAINTLOG change to the roster entry.
042200*----------------------------------------------------------------
042300 3000-FIND-LAST-ACTIVITY.
042400     OPEN INPUT GREET-HIST-IN.
042500     IF SCR-GHIS-STATUS = "00"
042600         MOVE "N" TO SCR-EOF-SWITCH
042700         PERFORM 3100-DATE-GREET-HIST
042800             THRU 3100-EXIT
042900             UNTIL SCR-EOF
043000         CLOSE GREET-HIST-IN
043100     END-IF.
043200     OPEN INPUT GREET-COLD-IN.
043300     IF SCR-GCOLD-STATUS = "00"
043400         MOVE "N" TO SCR-EOF-SWITCH
043500         PERFORM 3200-DATE-GREET-COLD
043600             THRU 3200-EXIT
043700             UNTIL SCR-EOF
043800         CLOSE GREET-COLD-IN
043900     END-IF.
044000     OPEN INPUT MAINT-IN.
044100     IF SCR-MNT-STATUS = "00"
044200         MOVE "N" TO SCR-EOF-SWITCH
044300         PERFORM 3300-DATE-MAINTLOG
044400             THRU 3300-EXIT
044500             UNTIL SCR-EOF
044600         CLOSE MAINT-IN
044700     END-IF.
044800 3000-EXIT.
044900     EXIT.
045000
045100 3100-DATE-GREET-HIST.
045200     READ GREET-HIST-IN INTO GREET-HIST-REC
045300         AT END
045400             MOVE "Y" TO SCR-EOF-SWITCH
045500             GO TO 3100-EXIT
045600     END-READ.
045700     MOVE GH-LOG-DATA TO GL-LOG-RECORD.
045800     MOVE GL-OPER-ID TO SCR-WORK-OPER.
045900     MOVE GL-RUN-DATE TO SCR-WORK-DATE.
046000     PERFORM 3400-NOTE-ACTIVITY
046100         THRU 3400-EXIT.
046200 3100-EXIT.
046300     EXIT.
046400
046500 3200-DATE-GREET-COLD.
046600     READ GREET-COLD-IN INTO GREET-HIST-REC
046700         AT END
046800             MOVE "Y" TO SCR-EOF-SWITCH
046900             GO TO 3200-EXIT
047000     END-READ.
047100     MOVE GH-LOG-DATA TO GL-LOG-RECORD.
047200     MOVE GL-OPER-ID TO SCR-WORK-OPER.
047300     MOVE GL-RUN-DATE TO SCR-WORK-DATE.
047400     PERFORM 3400-NOTE-ACTIVITY
047500         THRU 3400-EXIT.
047600 3200-EXIT.
047700     EXIT.
047800
047900 3300-DATE-MAINTLOG.
048000     READ MAINT-IN INTO MAINT-LOG-REC
048100         AT END
048200             MOVE "Y" TO SCR-EOF-SWITCH
048300             GO TO 3300-EXIT
048400     END-READ.
048500     IF MT-FILE-NAME NOT = "NAMEFILE"
048600         GO TO 3300-EXIT
048700     END-IF.
048800     MOVE MT-RECORD-KEY TO SCR-WORK-OPER.
048900     MOVE MT-RUN-DATE TO SCR-WORK-DATE.
049000     PERFORM 3400-NOTE-ACTIVITY
049100         THRU 3400-EXIT.
049200 3300-EXIT.
049300     EXIT.
049400
049500 3400-NOTE-ACTIVITY.
049600     IF SCR-WORK-OPER = SPACES
049700         GO TO 3400-EXIT
049800     END-IF.
049900     PERFORM 8100-FIND-OPER
050000         THRU 8100-EXIT.
050100     IF SCR-MATCH-IX = ZERO
050200         GO TO 3400-EXIT
050300     END-IF.
050400     IF SCR-WORK-DATE IS NUMERIC
050500         AND SCR-WORK-DATE > SCT-LAST-DATE(SCR-MATCH-IX)
050600         MOVE SCR-WORK-DATE TO SCT-LAST-DATE(SCR-MATCH-IX)
050700     END-IF.
050800 3400-EXIT.
050900     EXIT.
051000
051100*----------------------------------------------------------------
051200* Select the operators whose last activity is before the
051300* retention cutoff, and check whether each one's name is still
051400* carried by a roster entry that is not being scrubbed.
051500*----------------------------------------------------------------
051600 3500-SELECT-FOR-SCRUB.
051700     PERFORM 3510-SELECT-ENTRY
051800         THRU 3510-EXIT
051900         VARYING SCR-ENTRY-IX FROM 1 BY 1
052000         UNTIL SCR-ENTRY-IX > SCR-ENTRY-COUNT.
052100     PERFORM 3600-CHECK-SHARED-NAME
052200         THRU 3600-EXIT
052300         VARYING SCR-ENTRY-IX FROM 1 BY 1
052400         UNTIL SCR-ENTRY-IX > SCR-ENTRY-COUNT.
052500 3500-EXIT.
052600     EXIT.
052700
052800 3510-SELECT-ENTRY.
052900     IF SCT-LAST-DATE(SCR-ENTRY-IX) < SCR-CUTOFF-DATE
053000         MOVE "Y" TO SCT-SELECT-SWITCH(SCR-ENTRY-IX)
053100         ADD 1 TO SCR-SELECTED-COUNT
053200     ELSE
053300         ADD 1 TO SCR-RETAINED-COUNT
053400     END-IF.
053500 3510-EXIT.
053600     EXIT.
053700
053800 3600-CHECK-SHARED-NAME.
053900     IF NOT SCT-SELECTED(SCR-ENTRY-IX)
054000         GO TO 3600-EXIT
054100     END-IF.
054230     IF SCT-NAME(SCR-ENTRY-IX) = SPACES
054360         GO TO 3600-EXIT
054500     END-IF.
054600     MOVE SCT-NAME(SCR-ENTRY-IX) TO NR-NAME.
054700     MOVE "N" TO SCR-NAME-EOF-SWITCH.
054800     START NAME-FILE
054900         KEY IS = NR-NAME
055000         INVALID KEY
055100             MOVE "Y" TO SCR-NAME-EOF-SWITCH
055200     END-START.
055300     PERFORM 3610-CHECK-NAME-HOLDER
055400         THRU 3610-EXIT
055500         UNTIL SCR-NAME-EOF.
055600     IF SCT-NAME-SHARED(SCR-ENTRY-IX)
055700         ADD 1 TO SCR-SHARED-COUNT
055800     END-IF.
055900 3600-EXIT.
056000     EXIT.
056100
056200 3610-CHECK-NAME-HOLDER.
056300     READ NAME-FILE NEXT RECORD
056400         AT END
056500             MOVE "Y" TO SCR-NAME-EOF-SWITCH
056600             GO TO 3610-EXIT
056700     END-READ.
056800     IF NR-NAME NOT = SCT-NAME(SCR-ENTRY-IX)
056900         MOVE "Y" TO SCR-NAME-EOF-SWITCH
057000         GO TO 3610-EXIT
057100     END-IF.
057200     MOVE NR-OPER-ID TO SCR-WORK-OPER.
057300     PERFORM 8100-FIND-OPER
057400         THRU 8100-EXIT.
057500     IF SCR-MATCH-IX > ZERO
057600         IF SCT-SELECTED(SCR-MATCH-IX)
057700             GO TO 3610-EXIT
057800         END-IF
057900     END-IF.
058000     MOVE "Y" TO SCT-SHARED-SWITCH(SCR-ENTRY-IX).
058100     MOVE NR-OPER-ID TO SCT-SHARED-OPER(SCR-ENTRY-IX).
058200     MOVE "Y" TO SCR-NAME-EOF-SWITCH.
058300 3610-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------------
058700* Give each operator selected a token.  One already on PSNXREF
058800* keeps its token; the rest take the next numbers in turn and
058900* are appended to PSNXREF before any history is touched, so a
059000* token written to history can always be looked up.
059100*----------------------------------------------------------------
059200 4000-ASSIGN-TOKENS.
059300     MOVE ZERO TO SCR-NEXT-SEQ.
059400     OPEN INPUT XREF-FILE.
059500     IF SCR-XREF-STATUS = "00"
059600         MOVE "N" TO SCR-EOF-SWITCH
059700         PERFORM 4100-READ-XREF
059800             THRU 4100-EXIT
059900             UNTIL SCR-EOF
060000         CLOSE XREF-FILE
060100     END-IF.
060200     OPEN EXTEND XREF-FILE.
060300     IF SCR-XREF-STATUS NOT = "00"
060400         OPEN OUTPUT XREF-FILE
060500     END-IF.
060600     IF SCR-XREF-STATUS NOT = "00"
060700         MOVE "PSNXREF CROSS-REFERENCE CANNOT BE WRITTEN"
060800             TO SCR-FATAL-REASON
060900         MOVE "Y" TO SCR-FATAL-SWITCH
061000         GO TO 4000-EXIT
061100     END-IF.
061200     PERFORM 4200-NEW-TOKEN
061300         THRU 4200-EXIT
061400         VARYING SCR-ENTRY-IX FROM 1 BY 1
061500         UNTIL SCR-ENTRY-IX > SCR-ENTRY-COUNT.
061600     CLOSE XREF-FILE.
061700 4000-EXIT.
061800     EXIT.
061900
062000 4100-READ-XREF.
062100     READ XREF-FILE
062200         AT END
062300             MOVE "Y" TO SCR-EOF-SWITCH
062400             GO TO 4100-EXIT
062500     END-READ.
062600     IF PX-TOKEN-SEQ NOT NUMERIC
062700         GO TO 4100-EXIT
062800     END-IF.
062900     IF PX-TOKEN-SEQ > SCR-NEXT-SEQ
063000         MOVE PX-TOKEN-SEQ TO SCR-NEXT-SEQ
063100     END-IF.
063200     MOVE PX-OPER-ID TO SCR-WORK-OPER.
063300     PERFORM 8100-FIND-OPER
063400         THRU 8100-EXIT.
063500     IF SCR-MATCH-IX > ZERO
063600         IF SCT-SELECTED(SCR-MATCH-IX)
063700             MOVE PX-TOKEN TO SCT-TOKEN(SCR-MATCH-IX)
063800             MOVE "P" TO SCT-TOKEN-SWITCH(SCR-MATCH-IX)
063900         END-IF
064000     END-IF.
064100 4100-EXIT.
064200     EXIT.
064300
064400 4200-NEW-TOKEN.
064500     IF NOT SCT-SELECTED(SCR-ENTRY-IX)
064600         OR SCT-PRIOR-TOKEN(SCR-ENTRY-IX)
064700         GO TO 4200-EXIT
064800     END-IF.
064900     ADD 1 TO SCR-NEXT-SEQ.
065000     MOVE "*PSN*" TO SCT-TOKEN-MARK(SCR-ENTRY-IX).
065100     MOVE SCR-NEXT-SEQ TO SCT-TOKEN-SEQ(SCR-ENTRY-IX).
065200     MOVE "N" TO SCT-TOKEN-SWITCH(SCR-ENTRY-IX).
065300     ADD 1 TO SCR-NEW-TOKEN-COUNT.
065400     MOVE SPACES TO PSN-XREF-REC.
065500     MOVE SCT-TOKEN(SCR-ENTRY-IX) TO PX-TOKEN.
065600     MOVE SCT-OPER-ID(SCR-ENTRY-IX) TO PX-OPER-ID.
065700     MOVE SCT-NAME(SCR-ENTRY-IX) TO PX-NAME.
065800     MOVE SCR-RUN-DATE TO PX-SCRUB-DATE.
065900     MOVE SCT-LAST-DATE(SCR-ENTRY-IX) TO PX-LAST-ACTIVE.
066000     WRITE PSN-XREF-REC.
066100 4200-EXIT.
066200     EXIT.
066300
066400*----------------------------------------------------------------
066500* Rewrite each history file to its new generation with the
066600* names replaced.  A file that is not there is shown as not
066700* present on the certificate and its generation not written.
066800*----------------------------------------------------------------
066900 5000-SCRUB-GREET-HIST.
067000     MOVE 1 TO SCR-FILE-IX.
067100     OPEN INPUT GREET-HIST-IN.
067200     IF SCR-GHIS-STATUS NOT = "00"
067300         GO TO 5000-EXIT
067400     END-IF.
067500     MOVE "Y" TO SCF-PRESENT-SWITCH(SCR-FILE-IX).
067600     OPEN OUTPUT GREET-HIST-OUT.
067700     MOVE "N" TO SCR-EOF-SWITCH.
067800     PERFORM 5010-SCRUB-GREET-HIST-REC
067900         THRU 5010-EXIT
068000         UNTIL SCR-EOF.
068100     CLOSE GREET-HIST-IN.
068200     CLOSE GREET-HIST-OUT.
068300 5000-EXIT.
068400     EXIT.
068500
068600 5010-SCRUB-GREET-HIST-REC.
068700     READ GREET-HIST-IN INTO GREET-HIST-REC
068800         AT END
068900             MOVE "Y" TO SCR-EOF-SWITCH
069000             GO TO 5010-EXIT
069100     END-READ.
069200     PERFORM 6000-SCRUB-GREETING
069300         THRU 6000-EXIT.
069400     WRITE GHO-RECORD FROM GREET-HIST-REC.
069500 5010-EXIT.
069600     EXIT.
069700
069800 5100-SCRUB-GREET-COLD.
069900     MOVE 2 TO SCR-FILE-IX.
070000     OPEN INPUT GREET-COLD-IN.
070100     IF SCR-GCOLD-STATUS NOT = "00"
070200         GO TO 5100-EXIT
070300     END-IF.
070400     MOVE "Y" TO SCF-PRESENT-SWITCH(SCR-FILE-IX).
070500     OPEN OUTPUT GREET-COLD-OUT.
070600     MOVE "N" TO SCR-EOF-SWITCH.
070700     PERFORM 5110-SCRUB-GREET-COLD-REC
070800         THRU 5110-EXIT
070900         UNTIL SCR-EOF.
071000     CLOSE GREET-COLD-IN.
071100     CLOSE GREET-COLD-OUT.
071200 5100-EXIT.
071300     EXIT.
071400
071500 5110-SCRUB-GREET-COLD-REC.
071600     READ GREET-COLD-IN INTO GREET-HIST-REC
071700         AT END
071800             MOVE "Y" TO SCR-EOF-SWITCH
071900             GO TO 5110-EXIT
072000     END-READ.
072100     PERFORM 6000-SCRUB-GREETING
072200         THRU 6000-EXIT.
072300     WRITE GCO-RECORD FROM GREET-HIST-REC.
072400 5110-EXIT.
072500     EXIT.
072600
072700 5200-SCRUB-AUDIT-HIST.
072800     MOVE 3 TO SCR-FILE-IX.
072900     OPEN INPUT AUDIT-HIST-IN.
073000     IF SCR-AHIS-STATUS NOT = "00"
073100         GO TO 5200-EXIT
073200     END-IF.
073300     MOVE "Y" TO SCF-PRESENT-SWITCH(SCR-FILE-IX).
073400     OPEN OUTPUT AUDIT-HIST-OUT.
073500     MOVE "N" TO SCR-EOF-SWITCH.
073600     PERFORM 5210-SCRUB-AUDIT-HIST-REC
073700         THRU 5210-EXIT
073800         UNTIL SCR-EOF.
073900     CLOSE AUDIT-HIST-IN.
074000     CLOSE AUDIT-HIST-OUT.
074100 5200-EXIT.
074200     EXIT.
074300
074400 5210-SCRUB-AUDIT-HIST-REC.
074500     READ AUDIT-HIST-IN INTO AUDIT-HIST-REC
074600         AT END
074700             MOVE "Y" TO SCR-EOF-SWITCH
074800             GO TO 5210-EXIT
074900     END-READ.
075000     PERFORM 6100-SCRUB-AUDIT
075100         THRU 6100-EXIT.
075200     WRITE AHO-RECORD FROM AUDIT-HIST-REC.
075300 5210-EXIT.
075400     EXIT.
075500
075600 5300-SCRUB-AUDIT-COLD.
075700     MOVE 4 TO SCR-FILE-IX.
075800     OPEN INPUT AUDIT-COLD-IN.
075900     IF SCR-ACOLD-STATUS NOT = "00"
076000         GO TO 5300-EXIT
076100     END-IF.
076200     MOVE "Y" TO SCF-PRESENT-SWITCH(SCR-FILE-IX).
076300     OPEN OUTPUT AUDIT-COLD-OUT.
076400     MOVE "N" TO SCR-EOF-SWITCH.
076500     PERFORM 5310-SCRUB-AUDIT-COLD-REC
076600         THRU 5310-EXIT
076700         UNTIL SCR-EOF.
076800     CLOSE AUDIT-COLD-IN.
076900     CLOSE AUDIT-COLD-OUT.
077000 5300-EXIT.
077100     EXIT.
077200
077300 5310-SCRUB-AUDIT-COLD-REC.
077400     READ AUDIT-COLD-IN INTO AUDIT-HIST-REC
077500         AT END
077600             MOVE "Y" TO SCR-EOF-SWITCH
077700             GO TO 5310-EXIT
077800     END-READ.
077900     PERFORM 6100-SCRUB-AUDIT
078000         THRU 6100-EXIT.
078100     WRITE ACO-RECORD FROM AUDIT-HIST-REC.
078200 5310-EXIT.
078300     EXIT.
078400
078500 5400-SCRUB-MAINTLOG.
078600     MOVE 5 TO SCR-FILE-IX.
078700     OPEN INPUT MAINT-IN.
078800     IF SCR-MNT-STATUS NOT = "00"
078900         GO TO 5400-EXIT
079000     END-IF.
079100     MOVE "Y" TO SCF-PRESENT-SWITCH(SCR-FILE-IX).
079200     OPEN OUTPUT MAINT-OUT.
079300     MOVE "N" TO SCR-EOF-SWITCH.
079400     PERFORM 5410-SCRUB-MAINTLOG-REC
079500         THRU 5410-EXIT
079600         UNTIL SCR-EOF.
079700     CLOSE MAINT-IN.
079800     CLOSE MAINT-OUT.
079900 5400-EXIT.
080000     EXIT.
080100
080200 5410-SCRUB-MAINTLOG-REC.
080300     READ MAINT-IN INTO MAINT-LOG-REC
080400         AT END
080500             MOVE "Y" TO SCR-EOF-SWITCH
080600             GO TO 5410-EXIT
080700     END-READ.
080800     PERFORM 6200-SCRUB-MAINT-IMAGES
080900         THRU 6200-EXIT.
081000     WRITE MTO-RECORD FROM MAINT-LOG-REC.
081100 5410-EXIT.
081200     EXIT.
081300
081400*----------------------------------------------------------------
081500* A greeting is the operator's by its operator ID; one logged
081600* without an ID is the operator's by the roster name, unless
081700* the name is shared.  Visitor greetings are never the
081800* operator's, whoever the visitor's name matches.
081900*----------------------------------------------------------------
082000 6000-SCRUB-GREETING.
082100     ADD 1 TO SCF-READ(SCR-FILE-IX).
082200     MOVE GH-LOG-DATA TO GL-LOG-RECORD.
082300     IF GL-OPER-ID = "*VIS*"
082400         GO TO 6000-EXIT
082500     END-IF.
082600     IF GL-OPER-ID = SPACES
082700         MOVE GL-RAW-INPUT TO SCR-WORK-NAME
082800         PERFORM 8200-FIND-NAME
082900             THRU 8200-EXIT
083000     ELSE
083100         MOVE GL-OPER-ID TO SCR-WORK-OPER
083200         PERFORM 8100-FIND-OPER
083300             THRU 8100-EXIT
083400     END-IF.
083500     IF SCR-MATCH-IX = ZERO
083600         GO TO 6000-EXIT
083700     END-IF.
083800     IF NOT SCT-SELECTED(SCR-MATCH-IX)
083900         OR GL-RAW-INPUT = SCT-TOKEN(SCR-MATCH-IX)
084000         GO TO 6000-EXIT
084100     END-IF.
084200     MOVE SCT-TOKEN(SCR-MATCH-IX) TO GL-RAW-INPUT.
084300     MOVE GL-LOG-RECORD TO GH-LOG-DATA.
084400     PERFORM 6900-COUNT-CHANGE
084500         THRU 6900-EXIT.
084600 6000-EXIT.
084700     EXIT.
084800
084900*----------------------------------------------------------------
085000* An audited input is the operator's by the roster name, unless
085100* the name is shared.  The visitor feed reasons (05, 06, 07)
085200* carry a visitor's name and are left alone.
085300*----------------------------------------------------------------
085400 6100-SCRUB-AUDIT.
085500     ADD 1 TO SCF-READ(SCR-FILE-IX).
085600     MOVE AH-LOG-DATA TO AUDIT-REC.
085700     IF AU-REASON-VISDATE OR AU-REASON-HOST OR AU-REASON-BARRED
085800         GO TO 6100-EXIT
085900     END-IF.
086000     MOVE AU-RAW-INPUT TO SCR-WORK-NAME.
086100     PERFORM 8200-FIND-NAME
086200         THRU 8200-EXIT.
086300     IF SCR-MATCH-IX = ZERO
086400         GO TO 6100-EXIT
086500     END-IF.
086600     MOVE SCT-TOKEN(SCR-MATCH-IX) TO AU-RAW-INPUT.
086700     MOVE AUDIT-REC TO AH-LOG-DATA.
086800     PERFORM 6900-COUNT-CHANGE
086900         THRU 6900-EXIT.
087000 6100-EXIT.
087100     EXIT.
087200
087300*----------------------------------------------------------------
087400* The NAMEFILE and SUSPENSE change records are keyed on the
087500* operator ID and their images carry the name in columns 7-26
087600* (SUSPREC mirrors NAMEREC).  Either image may be spaces - an
087700* add has no before image, a delete no after image.
087800*----------------------------------------------------------------
087900 6200-SCRUB-MAINT-IMAGES.
088000     ADD 1 TO SCF-READ(SCR-FILE-IX).
088100     IF MT-FILE-NAME NOT = "NAMEFILE"
088200         AND MT-FILE-NAME NOT = "SUSPENSE"
088300         GO TO 6200-EXIT
088400     END-IF.
088500     MOVE MT-RECORD-KEY TO SCR-WORK-OPER.
088600     IF SCR-WORK-OPER = SPACES
088700         OR MT-RECORD-KEY(6:15) NOT = SPACES
088800         GO TO 6200-EXIT
088900     END-IF.
089000     PERFORM 8100-FIND-OPER
089100         THRU 8100-EXIT.
089200     IF SCR-MATCH-IX = ZERO
089300         GO TO 6200-EXIT
089400     END-IF.
089500     IF NOT SCT-SELECTED(SCR-MATCH-IX)
089600         GO TO 6200-EXIT
089700     END-IF.
089800     MOVE "N" TO SCR-CHANGED-SWITCH.
089900     IF MT-BEFORE-IMAGE(7:20) NOT = SPACES
090000         AND MT-BEFORE-IMAGE(7:20) NOT = SCT-TOKEN(SCR-MATCH-IX)
090100         MOVE SCT-TOKEN(SCR-MATCH-IX) TO MT-BEFORE-IMAGE(7:20)
090200         MOVE "Y" TO SCR-CHANGED-SWITCH
090300     END-IF.
090400     IF MT-AFTER-IMAGE(7:20) NOT = SPACES
090500         AND MT-AFTER-IMAGE(7:20) NOT = SCT-TOKEN(SCR-MATCH-IX)
090600         MOVE SCT-TOKEN(SCR-MATCH-IX) TO MT-AFTER-IMAGE(7:20)
090700         MOVE "Y" TO SCR-CHANGED-SWITCH
090800     END-IF.
090900     IF SCR-CHANGED
091000         PERFORM 6900-COUNT-CHANGE
091100             THRU 6900-EXIT
091200     END-IF.
091300 6200-EXIT.
091400     EXIT.
091500
091600 6900-COUNT-CHANGE.
091700     ADD 1 TO SCF-CHANGED(SCR-FILE-IX).
091800     ADD 1 TO SCT-FILE-CHANGED(SCR-MATCH-IX, SCR-FILE-IX).
091900     ADD 1 TO SCT-TOTAL-CHANGED(SCR-MATCH-IX).
092000     ADD 1 TO SCR-TOTAL-CHANGED.
092100 6900-EXIT.
092200     EXIT.
092300
092400 7000-TERMINATE.
092500     IF SCR-NAME-OPEN
092600         CLOSE NAME-FILE
092700     END-IF.
092800     MOVE ZERO TO SCR-RUN-RC.
092900     IF SCR-SHARED-COUNT > ZERO OR SCR-OVERFLOW-COUNT > ZERO
093000         MOVE 4 TO SCR-RUN-RC
093100     END-IF.
093200     IF SCR-FATAL
093300         MOVE 8 TO SCR-RUN-RC
093400     END-IF.
093500     PERFORM 7500-WRITE-CERTIFICATE
093600         THRU 7500-EXIT.
093610     IF SCR-RUN-RC < 8
093620         AND SCF-PRESENT(5)
093630         DISPLAY "COB-SCRUB: NAMEFILE enqueue left held - "
093640             "the run deck releases it once MAINTLOGN is in."
093650     ELSE
093700         PERFORM 0210-DEQUEUE-ROSTER
093800             THRU 0210-EXIT
093810     END-IF.
093900     MOVE SCR-SELECTED-COUNT TO RPT-COUNT-DISP.
094000     DISPLAY "COB-SCRUB: operators scrubbed ......... "
094100         RPT-COUNT-DISP.
094200     MOVE SCR-TOTAL-CHANGED TO RPT-COUNT-DISP.
094300     DISPLAY "COB-SCRUB: records changed ............ "
094400         RPT-COUNT-DISP.
094500     IF SCR-FATAL
094600         DISPLAY "COB-SCRUB: " SCR-FATAL-REASON
094700             " - nothing scrubbed."
094800     END-IF.
094900     PERFORM 8000-WRITE-RUNHIST
095000         THRU 8000-EXIT.
095100 7000-EXIT.
095200     EXIT.
095300
095400*----------------------------------------------------------------
095500* The scrub certificate - the controls, every operator scrubbed
095600* (ID and token only) with the records changed file by file,
095700* and every file with its records read and changed.
095800*----------------------------------------------------------------
095900 7500-WRITE-CERTIFICATE.
096000     OPEN OUTPUT REPORT-FILE.
096100     MOVE "================================================"
096200         TO RPT-LINE.
096300     WRITE RPT-LINE.
096400     MOVE "        PRIVACY SCRUB - SCRUB CERTIFICATE"
096500         TO RPT-LINE.
096600     WRITE RPT-LINE.
096700     MOVE "================================================"
096800         TO RPT-LINE.
096900     WRITE RPT-LINE.
097000     MOVE SPACES TO RPT-LINE.
097100     STRING "Run date .......... " DELIMITED BY SIZE
097200             SCR-RUN-DATE DELIMITED BY SIZE
097300             INTO RPT-LINE.
097400     WRITE RPT-LINE.
097500     MOVE SPACES TO RPT-LINE.
097600     STRING "Run time .......... " DELIMITED BY SIZE
097700             SCR-RUN-TIME DELIMITED BY SIZE
097800             INTO RPT-LINE.
097900     WRITE RPT-LINE.
098000     MOVE SPACES TO RPT-LINE.
098100     STRING "Retention days .... " DELIMITED BY SIZE
098200             SCR-RETAIN-DAYS DELIMITED BY SIZE
098300             INTO RPT-LINE.
098400     WRITE RPT-LINE.
098500     MOVE SPACES TO RPT-LINE.
098600     STRING "Inactive before ... " DELIMITED BY SIZE
098700             SCR-CUTOFF-DATE DELIMITED BY SIZE
098800             INTO RPT-LINE.
098900     WRITE RPT-LINE.
099000     MOVE SPACES TO RPT-LINE.
099100     WRITE RPT-LINE.
099200     IF SCR-FATAL
099300         MOVE SPACES TO RPT-LINE
099400         STRING "*** " DELIMITED BY SIZE
099500                 SCR-FATAL-REASON DELIMITED BY SIZE
099600                 INTO RPT-LINE
099700         WRITE RPT-LINE
099800         MOVE "*** Nothing was scrubbed." TO RPT-LINE
099900         WRITE RPT-LINE
100000         GO TO 7500-CLOSE
100100     END-IF.
100200     MOVE SCR-INACTIVE-COUNT TO RPT-COUNT-DISP.
100300     MOVE "Inactive on NAMEFILE ........" TO RPT-LINE.
100400     MOVE RPT-COUNT-DISP TO RPT-LINE(32:7).
100500     WRITE RPT-LINE.
100600     MOVE SCR-RETAINED-COUNT TO RPT-COUNT-DISP.
100700     MOVE "Still inside retention ......" TO RPT-LINE.
100800     MOVE RPT-COUNT-DISP TO RPT-LINE(32:7).
100900     WRITE RPT-LINE.
101000     MOVE SCR-SELECTED-COUNT TO RPT-COUNT-DISP.
101100     MOVE "Scrubbed ....................." TO RPT-LINE.
101200     MOVE RPT-COUNT-DISP TO RPT-LINE(32:7).
101300     WRITE RPT-LINE.
101400     MOVE SCR-NEW-TOKEN-COUNT TO RPT-COUNT-DISP.
101500     MOVE "  given a new token .........." TO RPT-LINE.
101600     MOVE RPT-COUNT-DISP TO RPT-LINE(32:7).
101700     WRITE RPT-LINE.
101800     IF SCR-OVERFLOW-COUNT > ZERO
101900         MOVE SCR-OVERFLOW-COUNT TO RPT-COUNT-DISP
102000         MOVE "*** Over the table - next run" TO RPT-LINE
102100         MOVE RPT-COUNT-DISP TO RPT-LINE(32:7)
102200         WRITE RPT-LINE
102300     END-IF.
102400     MOVE SPACES TO RPT-LINE.
102500     WRITE RPT-LINE.
102600     MOVE "OPER  TOKEN       LAST ACT  GREETHIS GREETCOLD"
102700         TO RPT-LINE.
102800     MOVE "AUDITHIS AUDITCOLD MAINTLOG" TO RPT-LINE(49:27).
102900     WRITE RPT-LINE.
103000     MOVE "----- ----------- --------  -------- ---------"
103100         TO RPT-LINE.
103200     MOVE "-------- --------- --------" TO RPT-LINE(49:27).
103300     WRITE RPT-LINE.
103400     MOVE ZERO TO SCR-PRIOR-COUNT.
103500     MOVE ZERO TO SCR-LISTED-COUNT.
103600     PERFORM 7510-WRITE-OPERATOR
103700         THRU 7510-EXIT
103800         VARYING SCR-ENTRY-IX FROM 1 BY 1
103900         UNTIL SCR-ENTRY-IX > SCR-ENTRY-COUNT.
104000     IF SCR-LISTED-COUNT = ZERO
104100         MOVE "(no operator had anything to scrub)" TO RPT-LINE
104200         WRITE RPT-LINE
104300     END-IF.
104400     IF SCR-PRIOR-COUNT > ZERO
104500         MOVE SCR-PRIOR-COUNT TO RPT-COUNT-DISP
104600         MOVE SPACES TO RPT-LINE
104700         STRING RPT-COUNT-DISP DELIMITED BY SIZE
104800                 " operator(s) scrubbed on an earlier run had"
104900                 DELIMITED BY SIZE
105000                 " nothing left" DELIMITED BY SIZE
105100                 INTO RPT-LINE
105200         WRITE RPT-LINE
105300     END-IF.
105400     MOVE SPACES TO RPT-LINE.
105500     WRITE RPT-LINE.
105600     MOVE "FILE       STATUS       RECORDS READ  CHANGED"
105700         TO RPT-LINE.
105800     WRITE RPT-LINE.
105900     MOVE "---------  -----------  ------------  -------"
106000         TO RPT-LINE.
106100     WRITE RPT-LINE.
106200     PERFORM 7520-WRITE-FILE-LINE
106300         THRU 7520-EXIT
106400         VARYING SCR-FILE-IX FROM 1 BY 1
106500         UNTIL SCR-FILE-IX > 5.
106600     MOVE SCR-TOTAL-CHANGED TO RPT-COUNT-DISP.
106700     MOVE "Total records changed" TO RPT-LINE.
106800     MOVE RPT-COUNT-DISP TO RPT-LINE(38:7).
106900     WRITE RPT-LINE.
107000     MOVE SPACES TO RPT-LINE.
107100     WRITE RPT-LINE.
107200     MOVE "The names of the operators listed were replaced by"
107300         TO RPT-LINE.
107400     WRITE RPT-LINE.
107500     MOVE "their tokens in the files listed; operator ID,"
107600         TO RPT-LINE.
107700     WRITE RPT-LINE.
107800     MOVE "dates, language and counts are unchanged.  Tokens"
107900         TO RPT-LINE.
108000     WRITE RPT-LINE.
108100     MOVE "are held on PSNXREF, open to a lead on cob-psnlook."
108200         TO RPT-LINE.
108300     WRITE RPT-LINE.
108400 7500-CLOSE.
108500     MOVE SPACES TO RPT-LINE.
108600     WRITE RPT-LINE.
108700     MOVE SCR-RUN-RC TO RPT-RC-DISP.
108800     MOVE SPACES TO RPT-LINE.
108900     STRING "Job PRIVSCRB step SCRUB return code "
109000             DELIMITED BY SIZE
109100             RPT-RC-DISP DELIMITED BY SIZE
109200             INTO RPT-LINE.
109300     WRITE RPT-LINE.
109400     MOVE "================================================"
109500         TO RPT-LINE.
109600     WRITE RPT-LINE.
109700     CLOSE REPORT-FILE.
109800 7500-EXIT.
109900     EXIT.
110000
110100 7510-WRITE-OPERATOR.
110200     IF NOT SCT-SELECTED(SCR-ENTRY-IX)
110300         GO TO 7510-EXIT
110400     END-IF.
110500     IF SCT-PRIOR-TOKEN(SCR-ENTRY-IX)
110600         AND SCT-TOTAL-CHANGED(SCR-ENTRY-IX) = ZERO
110700         ADD 1 TO SCR-PRIOR-COUNT
110800         GO TO 7510-EXIT
110900     END-IF.
111000     ADD 1 TO SCR-LISTED-COUNT.
111100     MOVE SPACES TO RPT-LINE.
111200     MOVE SCT-OPER-ID(SCR-ENTRY-IX) TO RPT-LINE(1:5).
111300     MOVE SCT-TOKEN(SCR-ENTRY-IX) TO RPT-LINE(7:11).
111400     IF SCT-LAST-DATE(SCR-ENTRY-IX) = ZERO
111500         MOVE "NONE" TO RPT-LINE(19:8)
111600     ELSE
111700         MOVE SCT-LAST-DATE(SCR-ENTRY-IX) TO RPT-LINE(19:8)
111800     END-IF.
111900     MOVE SCT-FILE-CHANGED(SCR-ENTRY-IX, 1) TO RPT-COUNT-DISP.
112000     MOVE RPT-COUNT-DISP TO RPT-LINE(30:7).
112100     MOVE SCT-FILE-CHANGED(SCR-ENTRY-IX, 2) TO RPT-COUNT-DISP.
112200     MOVE RPT-COUNT-DISP TO RPT-LINE(40:7).
112300     MOVE SCT-FILE-CHANGED(SCR-ENTRY-IX, 3) TO RPT-COUNT-DISP.
112400     MOVE RPT-COUNT-DISP TO RPT-LINE(50:7).
112500     MOVE SCT-FILE-CHANGED(SCR-ENTRY-IX, 4) TO RPT-COUNT-DISP.
112600     MOVE RPT-COUNT-DISP TO RPT-LINE(60:7).
112700     MOVE SCT-FILE-CHANGED(SCR-ENTRY-IX, 5) TO RPT-COUNT-DISP.
112800     MOVE RPT-COUNT-DISP TO RPT-LINE(69:7).
112900     WRITE RPT-LINE.
113000     IF SCT-NAME-SHARED(SCR-ENTRY-IX)
113170         MOVE SPACES TO RPT-LINE
113340         STRING "      *** name also on roster entry "
113510                 DELIMITED BY SIZE
113680                 SCT-SHARED-OPER(SCR-ENTRY-IX) DELIMITED BY SIZE
113850                 " - records logged by" DELIMITED BY SIZE
114020                 INTO RPT-LINE
114190         WRITE RPT-LINE
114400         MOVE "          name only were left as they are"
114500             TO RPT-LINE
114600         WRITE RPT-LINE
114700     END-IF.
114800 7510-EXIT.
114900     EXIT.
115000
115100 7520-WRITE-FILE-LINE.
115200     MOVE SPACES TO RPT-LINE.
115300     MOVE SCR-FILE-NAME(SCR-FILE-IX) TO RPT-LINE(1:9).
115400     IF NOT SCF-PRESENT(SCR-FILE-IX)
115500         MOVE "NOT PRESENT" TO RPT-LINE(12:11)
115600     ELSE
115700         IF SCF-CHANGED(SCR-FILE-IX) > ZERO
115800             MOVE "SCRUBBED" TO RPT-LINE(12:8)
115900         ELSE
116000             MOVE "NO CHANGE" TO RPT-LINE(12:9)
116100         END-IF
116200         MOVE SCF-READ(SCR-FILE-IX) TO RPT-COUNT-DISP
116300         MOVE RPT-COUNT-DISP TO RPT-LINE(29:7)
116400         MOVE SCF-CHANGED(SCR-FILE-IX) TO RPT-COUNT-DISP
116500         MOVE RPT-COUNT-DISP TO RPT-LINE(38:7)
116600     END-IF.
116700     WRITE RPT-LINE.
116800 7520-EXIT.
116900     EXIT.
117000
117100*----------------------------------------------------------------
117200* Find an operator in the scrub table by operator ID, or -
117300* for the records known only by name - by a roster name that
117400* is not shared.  SCR-MATCH-IX is zero when there is none.
117500*----------------------------------------------------------------
117600 8100-FIND-OPER.
117700     MOVE ZERO TO SCR-MATCH-IX.
117800     PERFORM 8110-MATCH-OPER
117900         THRU 8110-EXIT
118000         VARYING SCR-SCAN-IX FROM 1 BY 1
118100         UNTIL SCR-SCAN-IX > SCR-ENTRY-COUNT
118200             OR SCR-MATCH-IX > ZERO.
118300 8100-EXIT.
118400     EXIT.
118500
118600 8110-MATCH-OPER.
118700     IF SCT-OPER-ID(SCR-SCAN-IX) = SCR-WORK-OPER
118800         MOVE SCR-SCAN-IX TO SCR-MATCH-IX
118900     END-IF.
119000 8110-EXIT.
119100     EXIT.
119200
119300 8200-FIND-NAME.
119400     MOVE ZERO TO SCR-MATCH-IX.
119500     IF SCR-WORK-NAME = SPACES
119600         GO TO 8200-EXIT
119700     END-IF.
119800     PERFORM 8210-MATCH-NAME
119900         THRU 8210-EXIT
120000         VARYING SCR-SCAN-IX FROM 1 BY 1
120100         UNTIL SCR-SCAN-IX > SCR-ENTRY-COUNT
120200             OR SCR-MATCH-IX > ZERO.
120300 8200-EXIT.
120400     EXIT.
120500
120600 8210-MATCH-NAME.
120700     IF SCT-SELECTED(SCR-SCAN-IX)
120800         AND NOT SCT-NAME-SHARED(SCR-SCAN-IX)
120900         AND SCT-NAME(SCR-SCAN-IX) = SCR-WORK-NAME
121000         MOVE SCR-SCAN-IX TO SCR-MATCH-IX
121100     END-IF.
121200 8210-EXIT.
121300     EXIT.
121400
121500*----------------------------------------------------------------
121600* NAMELOCK enqueue - the same protocol as every NAMEFILE
121700* updater.  Held for the whole run so nothing appends to
121800* MAINTLOG while its new generation is being written, and,
121810* when one was written, past the end of the run until the
121820* deck has swapped MAINTLOGN in (see 7000-TERMINATE).
121900*----------------------------------------------------------------
122000 0200-ENQUEUE-ROSTER.
122100     OPEN INPUT LOCK-FILE.
122200     IF NLK-STATUS = "00"
122300         PERFORM 0205-READ-LOCK
122400             THRU 0205-EXIT
122500             UNTIL NLK-EOF
122600         CLOSE LOCK-FILE
122700     END-IF.
122800     IF NLK-HELD
122900         DISPLAY "COB-SCRUB: NAMEFILE is locked by "
123000             NLK-OWNER-PROGRAM " (" NLK-OWNER-USER ") since "
123100             NLK-OWNER-DATE " " NLK-OWNER-TIME
123200             " - scrub not run."
123300         GO TO 0200-EXIT
123400     END-IF.
123500     OPEN OUTPUT LOCK-FILE.
123600     MOVE SPACES TO NLK-RECORD.
123700     MOVE "SCRUB" TO NLK-REC-PROGRAM.
123800     MOVE "BATCH" TO NLK-REC-USER.
123900     ACCEPT NLK-STAMP-DATE FROM DATE YYYYMMDD.
124000     ACCEPT NLK-STAMP-TIME FROM TIME.
124100     MOVE NLK-STAMP-DATE TO NLK-REC-DATE.
124200     MOVE NLK-STAMP-TIME TO NLK-REC-TIME.
124300     WRITE NLK-RECORD.
124400     CLOSE LOCK-FILE.
124500     MOVE "Y" TO NLK-OWNED-SWITCH.
124600 0200-EXIT.
124700     EXIT.
124800
124900 0205-READ-LOCK.
125000     READ LOCK-FILE
125100         AT END
125200             MOVE "Y" TO NLK-EOF-SWITCH
125300         NOT AT END
125400           IF NLK-REC-PROGRAM NOT = SPACES
125500             MOVE "Y" TO NLK-HELD-SWITCH
125600             MOVE NLK-REC-PROGRAM TO NLK-OWNER-PROGRAM
125700             MOVE NLK-REC-USER TO NLK-OWNER-USER
125800             MOVE NLK-REC-DATE TO NLK-OWNER-DATE
125900             MOVE NLK-REC-TIME TO NLK-OWNER-TIME
126000           END-IF
126100     END-READ.
126200 0205-EXIT.
126300     EXIT.
126400
126500 0210-DEQUEUE-ROSTER.
126600     IF NOT NLK-OWNED
126700         GO TO 0210-EXIT
126800     END-IF.
126900     OPEN OUTPUT LOCK-FILE.
127000     CLOSE LOCK-FILE.
127100     MOVE "N" TO NLK-OWNED-SWITCH.
127200 0210-EXIT.
127300     EXIT.
127400
127500*----------------------------------------------------------------
127600* Append this run to the RUNHIST job-step history for the
127700* cob-runstat operations statistics report.  The four count
127800* slots carry, in order: operators scrubbed, operators whose
127900* name is shared, inactive operators found, and records
128000* changed (low five digits).
128100*----------------------------------------------------------------
128200 8000-WRITE-RUNHIST.
128300     IF SCR-LOCK-FAIL
128400         MOVE 12 TO SCR-RUN-RC
128500     END-IF.
128600     OPEN EXTEND RUNHIST-FILE.
128700     IF SCR-RNH-STATUS NOT = "00"
128800         OPEN OUTPUT RUNHIST-FILE
128900     END-IF.
129000     MOVE SPACES TO RUN-HIST-REC.
129100     MOVE "PRIVSCRB" TO RH-JOB-NAME.
129200     MOVE "SCRUB" TO RH-STEP-NAME.
129300     MOVE SCR-RUN-DATE TO RH-START-DATE.
129400     MOVE SCR-RUN-TIME TO RH-START-TIME.
129500     ACCEPT RH-END-DATE FROM DATE YYYYMMDD.
129600     ACCEPT RH-END-TIME FROM TIME.
129700     MOVE SCR-RUN-RC TO RH-RETURN-CODE.
129800     MOVE SCR-SELECTED-COUNT TO RH-PROCESSED.
129900     MOVE SCR-SHARED-COUNT TO RH-REJECTED.
130000     MOVE SCR-INACTIVE-COUNT TO RH-INACTIVE.
130100     MOVE SCR-TOTAL-CHANGED TO RH-SUSPENDED.
130200     WRITE RUN-HIST-REC.
130300     CLOSE RUNHIST-FILE.
130400 8000-EXIT.
130500     EXIT.
