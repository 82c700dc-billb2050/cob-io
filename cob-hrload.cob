001600*
001700* Transaction layout (one per line):
001800*   col 1      action  A=add, C=change, I=inactivate,
001810*                      E=event calendar maintenance,
001815*                      L=leave calendar maintenance
001900*   col 3-7    id      operator ID, matches NR-OPER-ID
002000*   col 9-28   name    (required on add)
002100*   col 30-31  lang    language code (blank on add = EN)
002110*   col 33     shift   shift code on the SHIFTCAL calendar
002120*                      (blank = no change / unassigned)
002121*   col 35     deliv   delivery preference P print,
002122*                      E electronic, B both, N none
002123*                      (blank = no change / print)
002124*   col 37-76  addr    contact address for electronic
002125*                      delivery (blank = no change)
002126*   col 78-83  cc      cost center for the month-end
002127*                      chargeback (blank = no change)
002128*
002131* An E transaction redefines the name columns as the event
002134* fields and maintains the EVENTS calendar cob-batch's EVENT
002137* run reads:
002140*   col 9      event type   A anniversary, B birthday
002143*   col 11-18  event date   YYYYMMDD
002146*   col 20     recurrence   Y yearly, N once, D delete the
002149*                           operator's event of that type
002152*
002155* An L transaction redefines the name columns as the leave
002158* fields and maintains the LEAVECAL leave calendar cob-batch
002161* checks before greeting anyone:
002164*   col 9      leave type   M medical, P parental, S sabbatical,
002167*                           U unpaid, O other, D delete the
002170*                           operator's leave starting on the
002173*                           start date
002176*   col 11-18  start date   YYYYMMDD
002179*   col 20-27  end date     YYYYMMDD (ignored on a delete)
002181*
002183* The transactions are bracketed by a control header and trailer,
002185* both verified before any transaction is applied:
002187*   H record   col 3-10   extract date     YYYYMMDD
002189*              col 12-17  extract sequence number
002191*   T record   col 3-9    transaction count
002193*              col 11-19  hash total - the sum of the ordinal
002195*                         values of every transaction's five
002197*                         operator ID bytes, modulo 1,000,000,000
002200*
002300* The roster is matched on the operator ID carried by the HR
002400* extract, the same ID NR-OPER-ID links to the OPERIDX index.
002500* Return code 4 means one or more transactions were rejected -
002600* see HRLDRPT.
002608* Return code 8 means the extract failed its control checks (no
002616* header, no trailer, count or hash out) and 20 that the HRXREG
002624* extract register refused it as already loaded or out of
002632* sequence - either way nothing was applied.  12 is the NAMELOCK
002640* enqueue held by another updater.  24 means the HRCHKPT left by
002642* an interrupted load does not belong to this extract (or runs
002644* past its end) - the interrupted extract has to be rerun to
002646* completion, or HRCHKPT cleared, before a new one can load.
002648*
002656* Progress is checkpointed to HRCHKPT after every transaction.  A
002664* RESTART run (the deck passes it when HRCHKPT is not empty) skips
002672* the transactions already committed; a RELOAD run accepts the
002680* last extract on the register again, for the night a load has
002688* been backed out and has to go back in.
002700*----------------------------------------------------------------
002800* MODIFICATION HISTORY
002900*----------------------------------------------------------------
004178*                  index and rejected on HRLDRPT naming the
004179*                  other ID, instead of silently creating a
004181*                  second person.
004183* 10/15/2026  BB   Transactions now carry the delivery
004185*                  preference (col 35) and contact address
004187*                  (col 37-76) applied to NR-DELIV-PREF and
004189*                  NR-CONTACT-ADDR.  An electronic or both
004191*                  preference is rejected when the entry
004193*                  would be left with no contact address.
004206* 10/15/2026  BB   Added the L transaction - the nightly feed
004219*                  now maintains the LEAVECAL leave calendar
004232*                  (add/replace/delete by operator and start
004245*                  date) that cob-batch checks before greeting
004258*                  anyone.  Changes are logged to MAINTLOG like
004271*                  the event ones.
004275* 10/15/2026  BB   Transactions now carry the cost center (col
004279*                  78-83) applied to NR-COST-CENTER for the
004283*                  month-end chargeback.
004284* 10/15/2026  BB   HREXTRAC now carries a control header (extract
004285*                  date, sequence number) and trailer (count,
004286*                  operator ID hash), verified before anything is
004287*                  applied; loaded extracts are kept on the new
004288*                  HRXREG register and a re-sent or out-of-
004289*                  sequence extract is refused with return code
004290*                  20; progress is checkpointed to HRCHKPT so an
004291*                  abended load restarts where it left off.
004292* 10/15/2026  BB   A leftover HRCHKPT that does not belong to the
004293*                  extract now ends with its own return code 24
004294*                  instead of 8, so the deck can tell the
004295*                  operator to finish the interrupted extract or
004296*                  clear the checkpoint.
004297* 10/15/2026  BB   A RESTART run takes over an HRLOAD-owned
004298*                  NAMELOCK enqueue left by the interrupted load.
004299*----------------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. GNUCOBOL.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT TRAN-FILE ASSIGN TO "HREXTRAC"
004960         ORGANIZATION IS LINE SEQUENTIAL
005020         FILE STATUS IS HRL-TRAN-STATUS.
005100
005200     SELECT NAME-FILE ASSIGN TO "NAMEFILE"
005300         ORGANIZATION IS INDEXED
005600         FILE STATUS IS HRL-NAME-STATUS.
005700
005800     SELECT REPORT-FILE ASSIGN TO "HRLDRPT"
005860         ORGANIZATION IS LINE SEQUENTIAL
005920         FILE STATUS IS HRL-RPT-STATUS.
006000
006100     SELECT TEMPLATE-FILE ASSIGN TO "GREETTPL"
006200         ORGANIZATION IS LINE SEQUENTIAL
006399         ORGANIZATION IS LINE SEQUENTIAL
006401         FILE STATUS IS HRL-EVT-STATUS.
006402
006412     SELECT LEAVE-FILE ASSIGN TO "LEAVECAL"
006422         ORGANIZATION IS LINE SEQUENTIAL
006432         FILE STATUS IS HRL-LVE-STATUS.
006442
006448     SELECT REGISTER-FILE ASSIGN TO "HRXREG"
006454         ORGANIZATION IS LINE SEQUENTIAL
006460         FILE STATUS IS HRL-REG-STATUS.
006466
006472     SELECT CHECKPOINT-FILE ASSIGN TO "HRCHKPT"
006478         ORGANIZATION IS LINE SEQUENTIAL
006484         FILE STATUS IS HRL-CKPT-STATUS.
006490
006500 DATA DIVISION.
006600 FILE SECTION.
006700 FD  TRAN-FILE
007200         88  HRX-CHANGE          VALUE "C".
007300         88  HRX-INACTIVATE      VALUE "I".
007310         88  HRX-EVENT           VALUE "E".
007350         88  HRX-LEAVE           VALUE "L".
007360         88  HRX-HEADER          VALUE "H".
007370         88  HRX-TRAILER         VALUE "T".
007400     05  FILLER                  PIC X(01).
007500     05  HRX-OPER-ID             PIC X(05).
007600     05  FILLER                  PIC X(01).
007750         10  FILLER              PIC X(01).
007760         10  HRX-EV-RECUR        PIC X(01).
007770         10  FILLER              PIC X(08).
007773     05  HRX-LEAVE-FIELDS        REDEFINES HRX-NAME.
007776         10  HRX-LV-TYPE         PIC X(01).
007779         10  FILLER              PIC X(01).
007782         10  HRX-LV-START-DATE   PIC X(08).
007785         10  FILLER              PIC X(01).
007788         10  HRX-LV-END-DATE     PIC X(08).
007791         10  FILLER              PIC X(01).
007800     05  FILLER                  PIC X(01).
007900     05  HRX-LANG-CODE           PIC X(02).
007910     05  FILLER                  PIC X(01).
007920     05  HRX-SHIFT-CODE          PIC X(01).
007930     05  FILLER                  PIC X(01).
007940     05  HRX-DELIV-PREF          PIC X(01).
007950         88  HRX-DELIV-VALID     VALUE SPACE "P" "E" "B" "N".
007960     05  FILLER                  PIC X(01).
007970     05  HRX-CONTACT-ADDR        PIC X(40).
007980     05  FILLER                  PIC X(01).
007990     05  HRX-COST-CENTER         PIC X(06).
008000
008002 01  HRX-HEADER-REC.
008004     05  FILLER                  PIC X(02).
008006     05  HRX-HDR-EXTRACT-DATE    PIC X(08).
008008     05  FILLER                  PIC X(01).
008010     05  HRX-HDR-SEQ-NO          PIC X(06).
008012
008014 01  HRX-TRAILER-REC.
008016     05  FILLER                  PIC X(02).
008018     05  HRX-TRL-COUNT           PIC X(07).
008020     05  FILLER                  PIC X(01).
008022     05  HRX-TRL-HASH            PIC X(09).
008024
008026*----------------------------------------------------------------
008028* HRXREG - one record per extract loaded to the end, in load
008030* order, so the next extract's sequence number can be checked.
008032*----------------------------------------------------------------
008034 FD  REGISTER-FILE
008036     LABEL RECORDS ARE STANDARD.
008038 01  HRG-RECORD.
008040     05  HRG-EXTRACT-DATE        PIC X(08).
008042     05  FILLER                  PIC X(01).
008044     05  HRG-SEQ-NO              PIC 9(06).
008046     05  FILLER                  PIC X(01).
008048     05  HRG-LOAD-DATE           PIC 9(08).
008050     05  FILLER                  PIC X(01).
008052     05  HRG-LOAD-TIME           PIC 9(08).
008054     05  FILLER                  PIC X(01).
008056     05  HRG-TRAN-COUNT          PIC 9(07).
008058     05  FILLER                  PIC X(01).
008060     05  HRG-LOAD-MODE           PIC X(08).
008062
008064 FD  CHECKPOINT-FILE
008066     LABEL RECORDS ARE STANDARD.
008068 01  HCK-RECORD.
008070     05  HCK-EXTRACT-DATE        PIC X(08).
008072     05  FILLER                  PIC X(01).
008074     05  HCK-SEQ-NO              PIC 9(06).
008076     05  FILLER                  PIC X(01).
008078     05  HCK-LAST-TRAN-NO        PIC 9(08).
008080
008100 FD  NAME-FILE
008200     LABEL RECORDS ARE STANDARD.
008300     COPY NAMEREC.
009558     05  FILLER                  PIC X(01).
009560     05  EVT-RECUR               PIC X(01).
009562
009565 FD  LEAVE-FILE
009568     LABEL RECORDS ARE STANDARD.
009571 01  LVF-RECORD.
009574     05  LVF-OPER-ID             PIC X(05).
009577     05  FILLER                  PIC X(01).
009580     05  LVF-LEAVE-TYPE          PIC X(01).
009583     05  FILLER                  PIC X(01).
009586     05  LVF-START-DATE          PIC X(08).
009589     05  FILLER                  PIC X(01).
009592     05  LVF-END-DATE            PIC X(08).
009595
009600 WORKING-STORAGE SECTION.
009700   COPY GREETTPL.
009710   COPY SHIFTCAL.
009720   COPY NAMELOCK.
009730   COPY EVENTREC.
009760   COPY LEAVEREC.
009800
009900 01  HRL-CONTROLS.
010000     05  HRL-NAME-STATUS         PIC X(02)   VALUE SPACES.
011140     05  HRL-SHIFT-OK-SWITCH     PIC X(01)   VALUE "N".
011150         88  HRL-SHIFT-OK        VALUE "Y".
011160     05  HRL-MNT-STATUS          PIC X(02)   VALUE SPACES.
011170     05  HRL-BEFORE-IMAGE        PIC X(100)  VALUE SPACES.
011180     05  HRL-RNH-STATUS          PIC X(02)   VALUE SPACES.
011190     05  HRL-RUN-RC              PIC 9(02)   VALUE ZERO.
011210     05  HRL-EVT-STATUS          PIC X(02)   VALUE SPACES.
011250         88  HRL-EVT-CHANGED     VALUE "Y".
011260     05  HRL-EVT-MATCH-IX        PIC 9(03)   COMP VALUE ZERO.
011270     05  HRL-EVT-SAVE-IX         PIC 9(03)   COMP VALUE ZERO.
011280     05  HRL-EVT-WORK-IMAGE      PIC X(100)  VALUE SPACES.
011290     05  HRL-NAME-DUP-SWITCH     PIC X(01)   VALUE "N".
011292         88  HRL-NAME-DUP        VALUE "Y".
011294     05  HRL-DUP-OPER            PIC X(05)   VALUE SPACES.
011500     05  HRL-APPLIED-COUNT       PIC 9(05)   COMP VALUE ZERO.
011600     05  HRL-REJECTED-COUNT      PIC 9(05)   COMP VALUE ZERO.
011700     05  HRL-NOOP-COUNT          PIC 9(05)   COMP VALUE ZERO.
011709
011718 01  HRL-LEAVE-CONTROLS.
011727     05  HRL-LVE-STATUS          PIC X(02)   VALUE SPACES.
011736     05  HRL-LVE-EOF-SWITCH      PIC X(01)   VALUE "N".
011745         88  HRL-LVE-EOF         VALUE "Y".
011754     05  HRL-LVE-CHANGED-SWITCH  PIC X(01)   VALUE "N".
011763         88  HRL-LVE-CHANGED     VALUE "Y".
011772     05  HRL-LVE-MATCH-IX        PIC 9(03)   COMP VALUE ZERO.
011781     05  HRL-LVE-SAVE-IX         PIC 9(03)   COMP VALUE ZERO.
011790     05  HRL-LVE-WORK-IMAGE      PIC X(100)  VALUE SPACES.
011800
011802 01  HRL-EXTRACT-CONTROLS.
011804     05  HRL-TRAN-STATUS         PIC X(02)   VALUE SPACES.
011806     05  HRL-RPT-STATUS          PIC X(02)   VALUE SPACES.
011808     05  HRL-REG-STATUS          PIC X(02)   VALUE SPACES.
011810     05  HRL-CKPT-STATUS         PIC X(02)   VALUE SPACES.
011812     05  HRL-RUN-MODE            PIC X(08)   VALUE SPACES.
011814         88  HRL-RESTART-RUN     VALUE "RESTART".
011816         88  HRL-RELOAD-RUN      VALUE "RELOAD".
011818     05  HRL-SCAN-EOF-SWITCH     PIC X(01)   VALUE "N".
011820         88  HRL-SCAN-EOF        VALUE "Y".
011822     05  HRL-REG-EOF-SWITCH      PIC X(01)   VALUE "N".
011824         88  HRL-REG-EOF         VALUE "Y".
011826     05  HRL-CKPT-EOF-SWITCH     PIC X(01)   VALUE "N".
011828         88  HRL-CKPT-EOF        VALUE "Y".
011830     05  HRL-HEADER-SWITCH       PIC X(01)   VALUE "N".
011832         88  HRL-HEADER-FOUND    VALUE "Y".
011834     05  HRL-TRAILER-SWITCH      PIC X(01)   VALUE "N".
011836         88  HRL-TRAILER-FOUND   VALUE "Y".
011838     05  HRL-LOADED-SWITCH       PIC X(01)   VALUE "N".
011840         88  HRL-ALREADY-LOADED  VALUE "Y".
011842     05  HRL-REFUSED-SWITCH      PIC X(01)   VALUE "N".
011844         88  HRL-REFUSED         VALUE "Y".
011846     05  HRL-REFUSE-RC           PIC 9(02)   VALUE ZERO.
011848     05  HRL-REFUSE-REASON       PIC X(40)   VALUE SPACES.
011850     05  HRL-EXTRACT-DATE        PIC X(08)   VALUE SPACES.
011852     05  HRL-EXTRACT-SEQ         PIC 9(06)   VALUE ZERO.
011854     05  HRL-SCAN-COUNT          PIC 9(07)   COMP VALUE ZERO.
011856     05  HRL-SCAN-HASH           PIC 9(09)   COMP VALUE ZERO.
011858     05  HRL-HASH-IX             PIC 9(02)   COMP VALUE ZERO.
011860     05  HRL-TRL-COUNT           PIC 9(07)   VALUE ZERO.
011862     05  HRL-TRL-HASH            PIC 9(09)   VALUE ZERO.
011864     05  HRL-REG-COUNT           PIC 9(05)   COMP VALUE ZERO.
011866     05  HRL-LAST-DATE           PIC X(08)   VALUE SPACES.
011868     05  HRL-LAST-SEQ            PIC 9(06)   VALUE ZERO.
011870     05  HRL-EXPECT-SEQ          PIC 9(06)   VALUE ZERO.
011872     05  HRL-LOADED-ON           PIC 9(08)   VALUE ZERO.
011874     05  HRL-CKPT-DATE           PIC X(08)   VALUE SPACES.
011876     05  HRL-CKPT-SEQ            PIC 9(06)   VALUE ZERO.
011878     05  HRL-RESTART-TRAN-NO     PIC 9(08)   COMP VALUE ZERO.
011880     05  HRL-SKIP-IX             PIC 9(08)   COMP VALUE ZERO.
011882
011900 01  RPT-CONTROLS.
012000     05  RPT-RUN-DATE            PIC 9(08)   VALUE ZERO.
012100     05  RPT-RUN-TIME            PIC 9(08)   VALUE ZERO.
012200     05  RPT-COUNT-DISP          PIC 9(05)   VALUE ZERO.
012300     05  RPT-DETAIL-WORK         PIC X(80)   VALUE SPACES.
012320     05  RPT-CTL-COUNT-DISP      PIC 9(07)   VALUE ZERO.
012340     05  RPT-CTL-HASH-DISP       PIC 9(09)   VALUE ZERO.
012360     05  RPT-SKIP-COUNT-DISP     PIC 9(08)   VALUE ZERO.
012400
012500 PROCEDURE DIVISION.
012600 0000-MAINLINE.
012602     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
012604     ACCEPT RPT-RUN-TIME FROM TIME.
012605     ACCEPT HRL-RUN-MODE FROM COMMAND-LINE.
012606     IF NOT HRL-RESTART-RUN AND NOT HRL-RELOAD-RUN
012607         MOVE "NORMAL" TO HRL-RUN-MODE
012608     END-IF.
012610     PERFORM 0200-ENQUEUE-ROSTER
012620         THRU 0200-EXIT.
012630     IF NOT NLK-OWNED
012640         MOVE 12 TO RETURN-CODE
012650         STOP RUN
012660     END-IF.
012664     PERFORM 0300-VERIFY-EXTRACT
012668         THRU 0300-EXIT.
012672     IF HRL-REFUSED
012676         PERFORM 0400-REFUSE-EXTRACT
012680             THRU 0400-EXIT
012684         MOVE HRL-REFUSE-RC TO RETURN-CODE
012688         STOP RUN
012692     END-IF.
012700     PERFORM 1000-INITIALIZE
012800         THRU 1000-EXIT.
012900     PERFORM 2000-PROCESS-TRAN
014320         THRU 1600-EXIT.
014330     PERFORM 1700-LOAD-EVENTS
014340         THRU 1700-EXIT.
014360     PERFORM 1800-LOAD-LEAVE
014380         THRU 1800-EXIT.
014400     OPEN I-O NAME-FILE.
014500     IF HRL-NAME-STATUS NOT = "00"
014600         OPEN OUTPUT NAME-FILE
014930         OPEN OUTPUT MAINT-FILE
014940     END-IF.
015000     OPEN INPUT TRAN-FILE.
015020     IF HRL-RESTART-RUN
015040         OPEN EXTEND REPORT-FILE
015060         IF HRL-RPT-STATUS NOT = "00"
015080             OPEN OUTPUT REPORT-FILE
015100         END-IF
015120         OPEN EXTEND CHECKPOINT-FILE
015140         IF HRL-CKPT-STATUS NOT = "00"
015160             OPEN OUTPUT CHECKPOINT-FILE
015180         END-IF
015200     ELSE
015220         OPEN OUTPUT REPORT-FILE
015240         OPEN OUTPUT CHECKPOINT-FILE
015260     END-IF.
015280     PERFORM 6000-WRITE-REPORT-HEADER
015300         THRU 6000-EXIT.
015320     PERFORM 6050-WRITE-EXTRACT-CONTROLS
015340         THRU 6050-EXIT.
015360*    The first record is the control header, already verified.
015380     PERFORM 1200-READ-TRAN
015400         THRU 1200-EXIT.
015420     IF HRL-RESTART-TRAN-NO > ZERO
015440         PERFORM 1300-SKIP-APPLIED-TRAN
015460             THRU 1300-EXIT
015480             VARYING HRL-SKIP-IX FROM 1 BY 1
015500             UNTIL HRL-SKIP-IX > HRL-RESTART-TRAN-NO
015520         MOVE HRL-RESTART-TRAN-NO TO HRL-TRAN-COUNT
015540     END-IF.
015560     PERFORM 1200-READ-TRAN
015580         THRU 1200-EXIT.
015600 1000-EXIT.
015700     EXIT.
015800
016100         AT END
016200             MOVE "Y" TO HRL-TRAN-EOF-SWITCH
016300     END-READ.
016320     IF NOT HRL-TRAN-EOF AND HRX-TRAILER
016340         MOVE "Y" TO HRL-TRAN-EOF-SWITCH
016360     END-IF.
016400 1200-EXIT.
016500     EXIT.
016600
018930                 THRU 2500-EXIT
018940             PERFORM 3600-APPLY-EVENT
018950                 THRU 3600-EXIT
018958         WHEN HRX-LEAVE
018966             PERFORM 2500-READ-ROSTER-ID
018974                 THRU 2500-EXIT
018982             PERFORM 3800-APPLY-LEAVE
018990                 THRU 3800-EXIT
019000         WHEN OTHER
019100             MOVE "REJECTED" TO HRL-DISPOSITION
019200             MOVE "INVALID ACTION CODE" TO HRL-REASON-TEXT
020100     END-EVALUATE.
020200     PERFORM 6100-WRITE-REPORT-DETAIL
020300         THRU 6100-EXIT.
020330     PERFORM 4600-WRITE-CHECKPOINT
020360         THRU 4600-EXIT.
020400     PERFORM 1200-READ-TRAN
020500         THRU 1200-EXIT.
020600 2000-EXIT.
024570             GO TO 3000-EXIT
024580         END-IF
024590     END-IF.
024591     PERFORM 4400-VALIDATE-DELIVERY
024592         THRU 4400-EXIT.
024593     IF HRL-DISPOSITION = "REJECTED"
024594         GO TO 3000-EXIT
024595     END-IF.
024600     IF HRL-FOUND
024700         IF NR-INACTIVE
024800             MOVE SPACE TO NR-STATUS
025210             IF HRX-SHIFT-CODE NOT = SPACE
025220                 MOVE HRX-SHIFT-CODE TO NR-SHIFT-CODE
025230             END-IF
025235             IF HRX-COST-CENTER NOT = SPACES
025240                 MOVE HRX-COST-CENTER TO NR-COST-CENTER
025245             END-IF
025250             PERFORM 4450-APPLY-DELIVERY
025270                 THRU 4450-EXIT
025300             REWRITE NAME-REC
025400                 INVALID KEY
025500                     MOVE "REJECTED" TO HRL-DISPOSITION
027400     END-IF.
027500     MOVE SPACE TO NR-STATUS.
027510     MOVE HRX-SHIFT-CODE TO NR-SHIFT-CODE.
027520     MOVE HRX-COST-CENTER TO NR-COST-CENTER.
027540     PERFORM 4450-APPLY-DELIVERY
027570         THRU 4450-EXIT.
027600     WRITE NAME-REC
027700         INVALID KEY
027800             MOVE "REJECTED" TO HRL-DISPOSITION
029600     END-IF.
029700     IF HRX-NAME = SPACES AND HRX-LANG-CODE = SPACES
029710         AND HRX-SHIFT-CODE = SPACE
029740         AND HRX-DELIV-PREF = SPACE
029770         AND HRX-CONTACT-ADDR = SPACES
029780         AND HRX-COST-CENTER = SPACES
029800         MOVE "NO-OP" TO HRL-DISPOSITION
029900         MOVE "NO CHANGE DATA" TO HRL-REASON-TEXT
030000         GO TO 3200-EXIT
031070             GO TO 3200-EXIT
031080         END-IF
031090     END-IF.
031091     PERFORM 4400-VALIDATE-DELIVERY
031092         THRU 4400-EXIT.
031093     IF HRL-DISPOSITION = "REJECTED"
031094         GO TO 3200-EXIT
031095     END-IF.
031100     IF (HRX-NAME = SPACES OR NR-NAME = HRX-NAME)
031200         AND (HRX-LANG-CODE = SPACES
031300             OR NR-LANG-CODE = HRX-LANG-CODE)
031310         AND (HRX-SHIFT-CODE = SPACE
031320             OR NR-SHIFT-CODE = HRX-SHIFT-CODE)
031330         AND (HRX-DELIV-PREF = SPACE
031340             OR NR-DELIV-PREF = HRX-DELIV-PREF)
031350         AND (HRX-CONTACT-ADDR = SPACES
031360             OR NR-CONTACT-ADDR = HRX-CONTACT-ADDR)
031370         AND (HRX-COST-CENTER = SPACES
031380             OR NR-COST-CENTER = HRX-COST-CENTER)
031400         MOVE "NO-OP" TO HRL-DISPOSITION
031500         MOVE "NO CHANGE NEEDED" TO HRL-REASON-TEXT
031600         GO TO 3200-EXIT
032310     IF HRX-SHIFT-CODE NOT = SPACE
032320         MOVE HRX-SHIFT-CODE TO NR-SHIFT-CODE
032330     END-IF.
032335     IF HRX-COST-CENTER NOT = SPACES
032340         MOVE HRX-COST-CENTER TO NR-COST-CENTER
032345     END-IF.
032350     PERFORM 4450-APPLY-DELIVERY
032370         THRU 4450-EXIT.
032400     REWRITE NAME-REC
032500         INVALID KEY
032600             MOVE "REJECTED" TO HRL-DISPOSITION
046234         PERFORM 7600-SAVE-EVENTS
046236             THRU 7600-EXIT
046238     END-IF.
046246     IF HRL-LVE-CHANGED
046254         PERFORM 7700-SAVE-LEAVE
046262             THRU 7700-EXIT
046270     END-IF.
046271     PERFORM 7800-REGISTER-EXTRACT
046272         THRU 7800-EXIT.
046273     CLOSE CHECKPOINT-FILE.
046274     PERFORM 4650-CLEAR-CHECKPOINT
046275         THRU 4650-EXIT.
046278     PERFORM 8000-WRITE-RUNHIST
046286         THRU 8000-EXIT.
046300 7000-EXIT.
046400     EXIT.
046500
059500* Take the NAMELOCK enqueue before opening NAMEFILE for
059600* update - a held lock means another updater is in the roster
059700* and this step must not run over it.  The deck branches on
059800* return code 12.  A RESTART run that finds the lock still
059810* owned by HRLOAD takes it over - it was left behind by the
059820* interrupted load this run is carrying on with.
059900*----------------------------------------------------------------
060000 0200-ENQUEUE-ROSTER.
060100     OPEN INPUT LOCK-FILE.
060500             UNTIL NLK-EOF
060600         CLOSE LOCK-FILE
060700     END-IF.
060710     IF NLK-HELD AND HRL-RESTART-RUN
060720         AND NLK-OWNER-PROGRAM = "HRLOAD"
060730         DISPLAY "COB-HRLOAD: taking over the NAMEFILE enqueue "
060740             "left by the interrupted load of " NLK-OWNER-DATE
060750             " " NLK-OWNER-TIME "."
060760         MOVE "N" TO NLK-HELD-SWITCH
060770     END-IF.
060800     IF NLK-HELD
060900         DISPLAY "COB-HRLOAD: NAMEFILE is locked by "
061000             NLK-OWNER-PROGRAM " (" NLK-OWNER-USER ") since "
066510     IF HRL-LOCK-FAIL
066520         MOVE 12 TO HRL-RUN-RC
066530     END-IF.
066540     IF HRL-REFUSED
066550         MOVE HRL-REFUSE-RC TO HRL-RUN-RC
066560     END-IF.
066600     OPEN EXTEND RUNHIST-FILE.
066700     IF HRL-RNH-STATUS NOT = "00"
066800         OPEN OUTPUT RUNHIST-FILE
090500             INTO HRL-EVT-WORK-IMAGE.
090600 9300-EXIT.
090700     EXIT.
090800
090900*----------------------------------------------------------------
091000* Check the delivery preference and contact address.  The
091100* preference must be one of the four codes, and an electronic
091200* or both preference needs an address to send to - either on
091300* the transaction or already on the roster entry (an add has
091400* none on file).
091500*----------------------------------------------------------------
091600 4400-VALIDATE-DELIVERY.
091700     IF NOT HRX-DELIV-VALID
091800         MOVE "REJECTED" TO HRL-DISPOSITION
091900         MOVE "INVALID DELIVERY PREF" TO HRL-REASON-TEXT
092000         GO TO 4400-EXIT
092100     END-IF.
092200     IF HRX-DELIV-PREF NOT = "E" AND HRX-DELIV-PREF NOT = "B"
092300         GO TO 4400-EXIT
092400     END-IF.
092500     IF HRX-CONTACT-ADDR NOT = SPACES
092600         GO TO 4400-EXIT
092700     END-IF.
092800     IF HRL-FOUND AND NR-CONTACT-ADDR NOT = SPACES
092900         GO TO 4400-EXIT
093000     END-IF.
093100     MOVE "REJECTED" TO HRL-DISPOSITION.
093200     MOVE "NO CONTACT ADDRESS" TO HRL-REASON-TEXT.
093300 4400-EXIT.
093400     EXIT.
093500
093600 4450-APPLY-DELIVERY.
093700     IF HRX-DELIV-PREF NOT = SPACE
093800         MOVE HRX-DELIV-PREF TO NR-DELIV-PREF
093900     END-IF.
094000     IF HRX-CONTACT-ADDR NOT = SPACES
094100         MOVE HRX-CONTACT-ADDR TO NR-CONTACT-ADDR
094200     END-IF.
094300 4450-EXIT.
094400     EXIT.
094500
094600*----------------------------------------------------------------
094700* Load the LEAVECAL leave calendar into the table so the L
094800* transactions can add, replace, or delete entries.  A missing
094900* file just means nobody is on leave.
095000*----------------------------------------------------------------
095100 1800-LOAD-LEAVE.
095200     OPEN INPUT LEAVE-FILE.
095300     IF HRL-LVE-STATUS NOT = "00"
095400         GO TO 1800-EXIT
095500     END-IF.
095600     PERFORM 1810-LOAD-LEAVE-REC
095700         THRU 1810-EXIT
095800         UNTIL HRL-LVE-EOF.
095900     CLOSE LEAVE-FILE.
096000 1800-EXIT.
096100     EXIT.
096200
096300 1810-LOAD-LEAVE-REC.
096400     READ LEAVE-FILE
096500         AT END
096600             MOVE "Y" TO HRL-LVE-EOF-SWITCH
096700         NOT AT END
096800           IF LVF-OPER-ID NOT = SPACES
096900             IF LV-LEAVE-COUNT < 300
097000               ADD 1 TO LV-LEAVE-COUNT
097100               MOVE LVF-OPER-ID
097200                   TO LV-OPER-ID(LV-LEAVE-COUNT)
097300               MOVE LVF-LEAVE-TYPE
097400                   TO LV-LEAVE-TYPE(LV-LEAVE-COUNT)
097500               MOVE LVF-START-DATE
097600                   TO LV-START-DATE(LV-LEAVE-COUNT)
097700               MOVE LVF-END-DATE
097800                   TO LV-END-DATE(LV-LEAVE-COUNT)
097900             END-IF
098000           END-IF
098100     END-READ.
098200 1810-EXIT.
098300     EXIT.
098400
098500*----------------------------------------------------------------
098600* Apply an L transaction to the leave calendar.  The operator
098700* must be on the roster; a leave is keyed by operator ID plus
098800* start date, so a new type or end date for the same leave
098900* replaces the old entry; leave type D deletes the leave.  The
099000* rewritten calendar is saved at termination when anything
099100* changed, and every change is logged to MAINTLOG.
099200*----------------------------------------------------------------
099300 3800-APPLY-LEAVE.
099400     IF NOT HRL-FOUND
099500         MOVE "REJECTED" TO HRL-DISPOSITION
099600         MOVE "NOT ON ROSTER" TO HRL-REASON-TEXT
099700         GO TO 3800-EXIT
099800     END-IF.
099900     IF HRX-LV-START-DATE NOT NUMERIC
100000         MOVE "REJECTED" TO HRL-DISPOSITION
100100         MOVE "INVALID START DATE" TO HRL-REASON-TEXT
100200         GO TO 3800-EXIT
100300     END-IF.
100400     PERFORM 3850-FIND-LEAVE
100500         THRU 3850-EXIT.
100600     IF HRX-LV-TYPE = "D"
100700         PERFORM 3900-DELETE-LEAVE
100800             THRU 3900-EXIT
100900         GO TO 3800-EXIT
101000     END-IF.
101100     IF HRX-LV-TYPE NOT = "M" AND HRX-LV-TYPE NOT = "P"
101200         AND HRX-LV-TYPE NOT = "S" AND HRX-LV-TYPE NOT = "U"
101300         AND HRX-LV-TYPE NOT = "O"
101400         MOVE "REJECTED" TO HRL-DISPOSITION
101500         MOVE "INVALID LEAVE TYPE" TO HRL-REASON-TEXT
101600         GO TO 3800-EXIT
101700     END-IF.
101800     IF HRX-LV-END-DATE NOT NUMERIC
101900         MOVE "REJECTED" TO HRL-DISPOSITION
102000         MOVE "INVALID END DATE" TO HRL-REASON-TEXT
102100         GO TO 3800-EXIT
102200     END-IF.
102300     IF HRX-LV-END-DATE < HRX-LV-START-DATE
102400         MOVE "REJECTED" TO HRL-DISPOSITION
102500         MOVE "END DATE BEFORE START" TO HRL-REASON-TEXT
102600         GO TO 3800-EXIT
102700     END-IF.
102800     IF HRL-LVE-MATCH-IX > ZERO
102900         IF LV-LEAVE-TYPE(HRL-LVE-MATCH-IX) = HRX-LV-TYPE
103000             AND LV-END-DATE(HRL-LVE-MATCH-IX) = HRX-LV-END-DATE
103100             MOVE "NO-OP" TO HRL-DISPOSITION
103200             MOVE "NO CHANGE NEEDED" TO HRL-REASON-TEXT
103300             GO TO 3800-EXIT
103400         END-IF
103500         PERFORM 9400-BUILD-LEAVE-IMAGE
103600             THRU 9400-EXIT
103700         MOVE HRL-LVE-WORK-IMAGE TO HRL-BEFORE-IMAGE
103800         MOVE HRX-LV-TYPE
103900             TO LV-LEAVE-TYPE(HRL-LVE-MATCH-IX)
104000         MOVE HRX-LV-END-DATE
104100             TO LV-END-DATE(HRL-LVE-MATCH-IX)
104200         PERFORM 9400-BUILD-LEAVE-IMAGE
104300             THRU 9400-EXIT
104400         MOVE "APPLIED" TO HRL-DISPOSITION
104500         MOVE "LEAVE CHANGED" TO HRL-REASON-TEXT
104600         MOVE "Y" TO HRL-LVE-CHANGED-SWITCH
104700         PERFORM 9250-WRITE-LEAVE-MAINTLOG
104800             THRU 9250-EXIT
104900         GO TO 3800-EXIT
105000     END-IF.
105100     IF LV-LEAVE-COUNT = 300
105200         MOVE "REJECTED" TO HRL-DISPOSITION
105300         MOVE "LEAVE TABLE FULL" TO HRL-REASON-TEXT
105400         GO TO 3800-EXIT
105500     END-IF.
105600     ADD 1 TO LV-LEAVE-COUNT.
105700     MOVE LV-LEAVE-COUNT TO HRL-LVE-MATCH-IX.
105800     MOVE HRX-OPER-ID TO LV-OPER-ID(HRL-LVE-MATCH-IX).
105900     MOVE HRX-LV-TYPE TO LV-LEAVE-TYPE(HRL-LVE-MATCH-IX).
106000     MOVE HRX-LV-START-DATE TO LV-START-DATE(HRL-LVE-MATCH-IX).
106100     MOVE HRX-LV-END-DATE TO LV-END-DATE(HRL-LVE-MATCH-IX).
106200     MOVE SPACES TO HRL-BEFORE-IMAGE.
106300     PERFORM 9400-BUILD-LEAVE-IMAGE
106400         THRU 9400-EXIT.
106500     MOVE "APPLIED" TO HRL-DISPOSITION.
106600     MOVE "LEAVE ADDED" TO HRL-REASON-TEXT.
106700     MOVE "Y" TO HRL-LVE-CHANGED-SWITCH.
106800     PERFORM 9250-WRITE-LEAVE-MAINTLOG
106900         THRU 9250-EXIT.
107000 3800-EXIT.
107100     EXIT.
107200
107300 3850-FIND-LEAVE.
107400     MOVE ZERO TO HRL-LVE-MATCH-IX.
107500     PERFORM 3860-MATCH-LEAVE
107600         THRU 3860-EXIT
107700         VARYING LEAVE-CAL-IX FROM 1 BY 1
107800         UNTIL LEAVE-CAL-IX > LV-LEAVE-COUNT
107900             OR HRL-LVE-MATCH-IX > ZERO.
108000 3850-EXIT.
108100     EXIT.
108200
108300 3860-MATCH-LEAVE.
108400     IF LV-OPER-ID(LEAVE-CAL-IX) = HRX-OPER-ID
108500         AND LV-START-DATE(LEAVE-CAL-IX) = HRX-LV-START-DATE
108600         SET HRL-LVE-MATCH-IX TO LEAVE-CAL-IX
108700     END-IF.
108800 3860-EXIT.
108900     EXIT.
109000
109100 3900-DELETE-LEAVE.
109200     IF HRL-LVE-MATCH-IX = ZERO
109300         MOVE "NO-OP" TO HRL-DISPOSITION
109400         MOVE "LEAVE NOT ON FILE" TO HRL-REASON-TEXT
109500         GO TO 3900-EXIT
109600     END-IF.
109700     PERFORM 9400-BUILD-LEAVE-IMAGE
109800         THRU 9400-EXIT.
109900     MOVE HRL-LVE-WORK-IMAGE TO HRL-BEFORE-IMAGE.
110000     MOVE SPACES TO LV-OPER-ID(HRL-LVE-MATCH-IX).
110100     MOVE SPACES TO HRL-LVE-WORK-IMAGE.
110200     MOVE "APPLIED" TO HRL-DISPOSITION.
110300     MOVE "LEAVE DELETED" TO HRL-REASON-TEXT.
110400     MOVE "Y" TO HRL-LVE-CHANGED-SWITCH.
110500     PERFORM 9250-WRITE-LEAVE-MAINTLOG
110600         THRU 9250-EXIT.
110700 3900-EXIT.
110800     EXIT.
110900
111000*----------------------------------------------------------------
111100* Rewrite the LEAVECAL calendar from the table - deleted entries
111200* carry a blank operator ID and are dropped on the way out.
111300*----------------------------------------------------------------
111400 7700-SAVE-LEAVE.
111500     OPEN OUTPUT LEAVE-FILE.
111600     PERFORM 7710-SAVE-LEAVE-REC
111700         THRU 7710-EXIT
111800         VARYING HRL-LVE-SAVE-IX FROM 1 BY 1
111900         UNTIL HRL-LVE-SAVE-IX > LV-LEAVE-COUNT.
112000     CLOSE LEAVE-FILE.
112100 7700-EXIT.
112200     EXIT.
112300
112400 7710-SAVE-LEAVE-REC.
112500     IF LV-OPER-ID(HRL-LVE-SAVE-IX) = SPACES
112600         GO TO 7710-EXIT
112700     END-IF.
112800     MOVE SPACES TO LVF-RECORD.
112900     MOVE LV-OPER-ID(HRL-LVE-SAVE-IX) TO LVF-OPER-ID.
113000     MOVE LV-LEAVE-TYPE(HRL-LVE-SAVE-IX)
113100         TO LVF-LEAVE-TYPE.
113200     MOVE LV-START-DATE(HRL-LVE-SAVE-IX)
113300         TO LVF-START-DATE.
113400     MOVE LV-END-DATE(HRL-LVE-SAVE-IX) TO LVF-END-DATE.
113500     WRITE LVF-RECORD.
113600 7710-EXIT.
113700     EXIT.
113800
113900 9250-WRITE-LEAVE-MAINTLOG.
114000     MOVE SPACES TO MAINT-LOG-REC.
114100     ACCEPT MT-RUN-DATE FROM DATE YYYYMMDD.
114200     ACCEPT MT-RUN-TIME FROM TIME.
114300     MOVE "HRLOAD" TO MT-PROGRAM.
114400     MOVE "LEAVECAL" TO MT-FILE-NAME.
114500     EVALUATE HRL-REASON-TEXT
114600         WHEN "LEAVE ADDED"
114700             MOVE "A" TO MT-ACTION
114800         WHEN "LEAVE DELETED"
114900             MOVE "D" TO MT-ACTION
115000         WHEN OTHER
115100             MOVE "C" TO MT-ACTION
115200     END-EVALUATE.
115300     MOVE SPACES TO MT-RECORD-KEY.
115400     STRING HRX-OPER-ID DELIMITED BY SIZE
115500             " " DELIMITED BY SIZE
115600             HRX-LV-START-DATE DELIMITED BY SIZE
115700             INTO MT-RECORD-KEY.
115800     MOVE "BATCH" TO MT-USER-ID.
115900     MOVE HRL-BEFORE-IMAGE TO MT-BEFORE-IMAGE.
116000     MOVE HRL-LVE-WORK-IMAGE TO MT-AFTER-IMAGE.
116100     WRITE MAINT-LOG-REC.
116200 9250-EXIT.
116300     EXIT.
116400
116500 9400-BUILD-LEAVE-IMAGE.
116600     MOVE SPACES TO HRL-LVE-WORK-IMAGE.
116700     STRING LV-OPER-ID(HRL-LVE-MATCH-IX) DELIMITED BY SIZE
116800             " " DELIMITED BY SIZE
116900             LV-LEAVE-TYPE(HRL-LVE-MATCH-IX)
117000                 DELIMITED BY SIZE
117100             " " DELIMITED BY SIZE
117200             LV-START-DATE(HRL-LVE-MATCH-IX)
117300                 DELIMITED BY SIZE
117400             " " DELIMITED BY SIZE
117500             LV-END-DATE(HRL-LVE-MATCH-IX) DELIMITED BY SIZE
117600             INTO HRL-LVE-WORK-IMAGE.
117700 9400-EXIT.
117800     EXIT.
117900
118000*----------------------------------------------------------------
118100* Verify the HREXTRAC control records before anything is applied:
118200* a header first, a trailer last, and the trailer's count and
118300* operator ID hash agreeing with the transactions between them.
118400* The extract is then checked against the HRXREG register.
118500*----------------------------------------------------------------
118600 0300-VERIFY-EXTRACT.
118700     OPEN INPUT TRAN-FILE.
118800     IF HRL-TRAN-STATUS NOT = "00"
118900         MOVE "HREXTRAC NOT AVAILABLE" TO HRL-REFUSE-REASON
119000         MOVE 8 TO HRL-REFUSE-RC
119100         MOVE "Y" TO HRL-REFUSED-SWITCH
119200         GO TO 0300-EXIT
119300     END-IF.
119400     PERFORM 0310-SCAN-EXTRACT-REC
119500         THRU 0310-EXIT
119600         UNTIL HRL-SCAN-EOF.
119700     CLOSE TRAN-FILE.
119800     IF HRL-REFUSED
119900         GO TO 0300-EXIT
120000     END-IF.
120100     IF NOT HRL-HEADER-FOUND
120200         MOVE "NO HEADER RECORD - EXTRACT EMPTY"
120300             TO HRL-REFUSE-REASON
120400         MOVE 8 TO HRL-REFUSE-RC
120500         MOVE "Y" TO HRL-REFUSED-SWITCH
120600         GO TO 0300-EXIT
120700     END-IF.
120800     IF NOT HRL-TRAILER-FOUND
120900         MOVE "NO TRAILER RECORD - EXTRACT TRUNCATED"
121000             TO HRL-REFUSE-REASON
121100         MOVE 8 TO HRL-REFUSE-RC
121200         MOVE "Y" TO HRL-REFUSED-SWITCH
121300         GO TO 0300-EXIT
121400     END-IF.
121500     IF HRL-TRL-COUNT NOT = HRL-SCAN-COUNT
121600         MOVE "TRAILER COUNT DOES NOT MATCH" TO HRL-REFUSE-REASON
121700         MOVE 8 TO HRL-REFUSE-RC
121800         MOVE "Y" TO HRL-REFUSED-SWITCH
121900         GO TO 0300-EXIT
122000     END-IF.
122100     IF HRL-TRL-HASH NOT = HRL-SCAN-HASH
122200         MOVE "TRAILER HASH DOES NOT MATCH" TO HRL-REFUSE-REASON
122300         MOVE 8 TO HRL-REFUSE-RC
122400         MOVE "Y" TO HRL-REFUSED-SWITCH
122500         GO TO 0300-EXIT
122600     END-IF.
122700     PERFORM 0350-CHECK-REGISTER
122800         THRU 0350-EXIT.
122900 0300-EXIT.
123000     EXIT.
123100
123200 0310-SCAN-EXTRACT-REC.
123300     READ TRAN-FILE
123400         AT END
123500             MOVE "Y" TO HRL-SCAN-EOF-SWITCH
123600             GO TO 0310-EXIT
123700     END-READ.
123800     IF NOT HRL-HEADER-FOUND
123900         IF NOT HRX-HEADER
124000             OR HRX-HDR-EXTRACT-DATE NOT NUMERIC
124100             OR HRX-HDR-SEQ-NO NOT NUMERIC
124200             MOVE "NO VALID HEADER RECORD" TO HRL-REFUSE-REASON
124300             MOVE 8 TO HRL-REFUSE-RC
124400             MOVE "Y" TO HRL-REFUSED-SWITCH
124500             MOVE "Y" TO HRL-SCAN-EOF-SWITCH
124600             GO TO 0310-EXIT
124700         END-IF
124800         MOVE "Y" TO HRL-HEADER-SWITCH
124900         MOVE HRX-HDR-EXTRACT-DATE TO HRL-EXTRACT-DATE
125000         MOVE HRX-HDR-SEQ-NO TO HRL-EXTRACT-SEQ
125100         GO TO 0310-EXIT
125200     END-IF.
125300     IF HRL-TRAILER-FOUND
125400         IF HRX-TRAN-REC NOT = SPACES
125500             MOVE "RECORDS FOLLOW THE TRAILER"
125550                 TO HRL-REFUSE-REASON
125600             MOVE 8 TO HRL-REFUSE-RC
125700             MOVE "Y" TO HRL-REFUSED-SWITCH
125800             MOVE "Y" TO HRL-SCAN-EOF-SWITCH
125900         END-IF
126000         GO TO 0310-EXIT
126100     END-IF.
126200     IF HRX-HEADER
126300         MOVE "SECOND HEADER RECORD" TO HRL-REFUSE-REASON
126400         MOVE 8 TO HRL-REFUSE-RC
126500         MOVE "Y" TO HRL-REFUSED-SWITCH
126600         MOVE "Y" TO HRL-SCAN-EOF-SWITCH
126700         GO TO 0310-EXIT
126800     END-IF.
126900     IF HRX-TRAILER
127000         IF HRX-TRL-COUNT NOT NUMERIC
127100             OR HRX-TRL-HASH NOT NUMERIC
127200             MOVE "INVALID TRAILER RECORD" TO HRL-REFUSE-REASON
127300             MOVE 8 TO HRL-REFUSE-RC
127400             MOVE "Y" TO HRL-REFUSED-SWITCH
127500             MOVE "Y" TO HRL-SCAN-EOF-SWITCH
127600             GO TO 0310-EXIT
127700         END-IF
127800         MOVE "Y" TO HRL-TRAILER-SWITCH
127900         MOVE HRX-TRL-COUNT TO HRL-TRL-COUNT
128000         MOVE HRX-TRL-HASH TO HRL-TRL-HASH
128100         GO TO 0310-EXIT
128200     END-IF.
128300     ADD 1 TO HRL-SCAN-COUNT.
128400     PERFORM 0320-HASH-OPER-BYTE
128500         THRU 0320-EXIT
128600         VARYING HRL-HASH-IX FROM 1 BY 1
128700         UNTIL HRL-HASH-IX > 5.
128800 0310-EXIT.
128900     EXIT.
129000
129100 0320-HASH-OPER-BYTE.
129200     COMPUTE HRL-SCAN-HASH =
129300         FUNCTION MOD(HRL-SCAN-HASH
129400             + FUNCTION ORD(HRX-OPER-ID(HRL-HASH-IX:1)),
129500             1000000000).
129600 0320-EXIT.
129700     EXIT.
129800
129900*----------------------------------------------------------------
130000* Check the extract against the HRXREG register of extracts
130100* already loaded.  An extract on the register is a re-send, and
130200* any other must carry the next sequence number after the last
130300* one loaded; both are refused with return code 20.  An empty
130400* register takes whatever sequence HR starts from.  A RELOAD run
130500* takes the last extract loaded again, once it has been backed
130600* out.  A RESTART run also picks up the HRCHKPT checkpoint, which
130700* must belong to this extract; one that does not is refused
130750* with return code 24.
130800*----------------------------------------------------------------
130900 0350-CHECK-REGISTER.
131000     OPEN INPUT REGISTER-FILE.
131100     IF HRL-REG-STATUS = "00"
131200         PERFORM 0360-READ-REGISTER-REC
131300             THRU 0360-EXIT
131400             UNTIL HRL-REG-EOF
131500         CLOSE REGISTER-FILE
131600     END-IF.
131700     IF HRL-RESTART-RUN
131800         PERFORM 0370-LOAD-CHECKPOINT
131900             THRU 0370-EXIT
132000     END-IF.
132100     IF HRL-RESTART-TRAN-NO > ZERO
132200         AND HRL-REG-COUNT > ZERO
132300         AND HRL-CKPT-DATE = HRL-LAST-DATE
132400         AND HRL-CKPT-SEQ = HRL-LAST-SEQ
132500*        The load finished and was registered before the
132600*        checkpoint could be cleared - nothing to restart.
132700         MOVE ZERO TO HRL-RESTART-TRAN-NO
132800         PERFORM 4650-CLEAR-CHECKPOINT
132900             THRU 4650-EXIT
133000     END-IF.
133100     IF HRL-RESTART-TRAN-NO > ZERO
133200         IF HRL-CKPT-DATE NOT = HRL-EXTRACT-DATE
133300             OR HRL-CKPT-SEQ NOT = HRL-EXTRACT-SEQ
133400             MOVE "CHECKPOINT IS FOR ANOTHER EXTRACT"
133500                 TO HRL-REFUSE-REASON
133600             MOVE 24 TO HRL-REFUSE-RC
133700             MOVE "Y" TO HRL-REFUSED-SWITCH
133800             GO TO 0350-EXIT
133900         END-IF
134000         IF HRL-RESTART-TRAN-NO > HRL-SCAN-COUNT
134100             MOVE "CHECKPOINT IS PAST THE END OF THE EXTRACT"
134200                 TO HRL-REFUSE-REASON
134300             MOVE 24 TO HRL-REFUSE-RC
134400             MOVE "Y" TO HRL-REFUSED-SWITCH
134500             GO TO 0350-EXIT
134600         END-IF
134700     END-IF.
134800     IF HRL-REG-COUNT = ZERO
134900         GO TO 0350-EXIT
135000     END-IF.
135100     IF HRL-RELOAD-RUN
135200         IF HRL-EXTRACT-DATE NOT = HRL-LAST-DATE
135300             OR HRL-EXTRACT-SEQ NOT = HRL-LAST-SEQ
135400             MOVE "RELOAD IS NOT THE LAST EXTRACT LOADED"
135500                 TO HRL-REFUSE-REASON
135600             MOVE 20 TO HRL-REFUSE-RC
135700             MOVE "Y" TO HRL-REFUSED-SWITCH
135800         END-IF
135900         GO TO 0350-EXIT
136000     END-IF.
136100     IF HRL-ALREADY-LOADED
136200         MOVE SPACES TO HRL-REFUSE-REASON
136300         STRING "ALREADY LOADED ON " DELIMITED BY SIZE
136400                 HRL-LOADED-ON DELIMITED BY SIZE
136500                 INTO HRL-REFUSE-REASON
136600         MOVE 20 TO HRL-REFUSE-RC
136700         MOVE "Y" TO HRL-REFUSED-SWITCH
136800         GO TO 0350-EXIT
136900     END-IF.
137000     IF HRL-LAST-SEQ = 999999
137100         MOVE 1 TO HRL-EXPECT-SEQ
137200     ELSE
137300         COMPUTE HRL-EXPECT-SEQ = HRL-LAST-SEQ + 1
137400     END-IF.
137500     IF HRL-EXTRACT-SEQ NOT = HRL-EXPECT-SEQ
137600         MOVE SPACES TO HRL-REFUSE-REASON
137700         STRING "OUT OF SEQUENCE - EXPECTED " DELIMITED BY SIZE
137800                 HRL-EXPECT-SEQ DELIMITED BY SIZE
137900                 INTO HRL-REFUSE-REASON
138000         MOVE 20 TO HRL-REFUSE-RC
138100         MOVE "Y" TO HRL-REFUSED-SWITCH
138200     END-IF.
138300 0350-EXIT.
138400     EXIT.
138500
138600 0360-READ-REGISTER-REC.
138700     READ REGISTER-FILE
138800         AT END
138900             MOVE "Y" TO HRL-REG-EOF-SWITCH
139000             GO TO 0360-EXIT
139100     END-READ.
139200     IF HRG-SEQ-NO NOT NUMERIC
139300         GO TO 0360-EXIT
139400     END-IF.
139500     ADD 1 TO HRL-REG-COUNT.
139600     MOVE HRG-EXTRACT-DATE TO HRL-LAST-DATE.
139700     MOVE HRG-SEQ-NO TO HRL-LAST-SEQ.
139800     IF HRG-EXTRACT-DATE = HRL-EXTRACT-DATE
139900         AND HRG-SEQ-NO = HRL-EXTRACT-SEQ
140000         MOVE "Y" TO HRL-LOADED-SWITCH
140100         MOVE HRG-LOAD-DATE TO HRL-LOADED-ON
140200     END-IF.
140300 0360-EXIT.
140400     EXIT.
140500
140600 0370-LOAD-CHECKPOINT.
140700     OPEN INPUT CHECKPOINT-FILE.
140800     IF HRL-CKPT-STATUS NOT = "00"
140900         GO TO 0370-EXIT
141000     END-IF.
141100     PERFORM 0375-READ-CHECKPOINT-REC
141200         THRU 0375-EXIT
141300         UNTIL HRL-CKPT-EOF.
141400     CLOSE CHECKPOINT-FILE.
141500 0370-EXIT.
141600     EXIT.
141700
141800 0375-READ-CHECKPOINT-REC.
141900     READ CHECKPOINT-FILE
142000         AT END
142100             MOVE "Y" TO HRL-CKPT-EOF-SWITCH
142200             GO TO 0375-EXIT
142300     END-READ.
142400     IF HCK-SEQ-NO NUMERIC
142500         AND HCK-LAST-TRAN-NO NUMERIC
142600         MOVE HCK-EXTRACT-DATE TO HRL-CKPT-DATE
142700         MOVE HCK-SEQ-NO TO HRL-CKPT-SEQ
142800         MOVE HCK-LAST-TRAN-NO TO HRL-RESTART-TRAN-NO
142900     END-IF.
143000 0375-EXIT.
143100     EXIT.
143200
143300*----------------------------------------------------------------
143400* The extract failed its checks - report why and stop with the
143500* refusal return code.  Nothing has been opened for update, and
143600* any HRCHKPT checkpoint is left for the restart.
143700*----------------------------------------------------------------
143800 0400-REFUSE-EXTRACT.
143900     IF HRL-RESTART-RUN
144000         OPEN EXTEND REPORT-FILE
144100         IF HRL-RPT-STATUS NOT = "00"
144200             OPEN OUTPUT REPORT-FILE
144300         END-IF
144400     ELSE
144500         OPEN OUTPUT REPORT-FILE
144600     END-IF.
144700     PERFORM 6000-WRITE-REPORT-HEADER
144800         THRU 6000-EXIT.
144900     PERFORM 6050-WRITE-EXTRACT-CONTROLS
145000         THRU 6050-EXIT.
145100     MOVE SPACES TO RPT-LINE.
145200     STRING "*** EXTRACT REFUSED - " DELIMITED BY SIZE
145300             HRL-REFUSE-REASON DELIMITED BY SIZE
145400             INTO RPT-LINE.
145500     WRITE RPT-LINE.
145600     MOVE "*** No transactions were applied." TO RPT-LINE.
145700     WRITE RPT-LINE.
145720     IF HRL-REFUSE-RC = 24
145730         MOVE "*** Rerun the interrupted extract to completion or"
145740             TO RPT-LINE
145750         WRITE RPT-LINE
145760         MOVE "*** clear HRCHKPT before loading a new extract."
145770             TO RPT-LINE
145780         WRITE RPT-LINE
145790     END-IF.
145800     MOVE "================================================"
145900         TO RPT-LINE.
146000     WRITE RPT-LINE.
146100     CLOSE REPORT-FILE.
146200     DISPLAY "COB-HRLOAD: HREXTRAC REFUSED - " HRL-REFUSE-REASON.
146300     PERFORM 0210-DEQUEUE-ROSTER
146400         THRU 0210-EXIT.
146500     PERFORM 8000-WRITE-RUNHIST
146600         THRU 8000-EXIT.
146700 0400-EXIT.
146800     EXIT.
146900
147000 1300-SKIP-APPLIED-TRAN.
147100     PERFORM 1200-READ-TRAN
147200         THRU 1200-EXIT.
147300 1300-EXIT.
147400     EXIT.
147500
147600*----------------------------------------------------------------
147700* Commit the transaction just processed: any EVENTS or LEAVECAL
147800* change is saved now rather than at the end, then its number is
147900* written to HRCHKPT so a restart resumes after it.
148000*----------------------------------------------------------------
148100 4600-WRITE-CHECKPOINT.
148200     IF HRL-EVT-CHANGED
148300         PERFORM 7600-SAVE-EVENTS
148400             THRU 7600-EXIT
148500         MOVE "N" TO HRL-EVT-CHANGED-SWITCH
148600     END-IF.
148700     IF HRL-LVE-CHANGED
148800         PERFORM 7700-SAVE-LEAVE
148900             THRU 7700-EXIT
149000         MOVE "N" TO HRL-LVE-CHANGED-SWITCH
149100     END-IF.
149200     MOVE SPACES TO HCK-RECORD.
149300     MOVE HRL-EXTRACT-DATE TO HCK-EXTRACT-DATE.
149400     MOVE HRL-EXTRACT-SEQ TO HCK-SEQ-NO.
149500     MOVE HRL-TRAN-COUNT TO HCK-LAST-TRAN-NO.
149600     WRITE HCK-RECORD.
149700 4600-EXIT.
149800     EXIT.
149900
150000 4650-CLEAR-CHECKPOINT.
150100     OPEN OUTPUT CHECKPOINT-FILE.
150200     CLOSE CHECKPOINT-FILE.
150300 4650-EXIT.
150400     EXIT.
150500
150600 6050-WRITE-EXTRACT-CONTROLS.
150700     MOVE SPACES TO RPT-LINE.
150800     STRING "Run mode .......... " DELIMITED BY SIZE
150900             HRL-RUN-MODE DELIMITED BY SIZE
151000             INTO RPT-LINE.
151100     WRITE RPT-LINE.
151200     MOVE SPACES TO RPT-LINE.
151300     STRING "Extract date ...... " DELIMITED BY SIZE
151400             HRL-EXTRACT-DATE DELIMITED BY SIZE
151500             INTO RPT-LINE.
151600     WRITE RPT-LINE.
151700     MOVE SPACES TO RPT-LINE.
151800     STRING "Extract sequence .. " DELIMITED BY SIZE
151900             HRL-EXTRACT-SEQ DELIMITED BY SIZE
152000             INTO RPT-LINE.
152100     WRITE RPT-LINE.
152200     MOVE HRL-SCAN-COUNT TO RPT-CTL-COUNT-DISP.
152300     MOVE SPACES TO RPT-LINE.
152400     STRING "Trailer count ..... " DELIMITED BY SIZE
152500             HRL-TRL-COUNT DELIMITED BY SIZE
152600             "   counted " DELIMITED BY SIZE
152700             RPT-CTL-COUNT-DISP DELIMITED BY SIZE
152800             INTO RPT-LINE.
152900     WRITE RPT-LINE.
153000     MOVE HRL-SCAN-HASH TO RPT-CTL-HASH-DISP.
153100     MOVE SPACES TO RPT-LINE.
153200     STRING "Trailer hash ...... " DELIMITED BY SIZE
153300             HRL-TRL-HASH DELIMITED BY SIZE
153400             " computed " DELIMITED BY SIZE
153500             RPT-CTL-HASH-DISP DELIMITED BY SIZE
153600             INTO RPT-LINE.
153700     WRITE RPT-LINE.
153800     MOVE SPACES TO RPT-LINE.
153900     IF HRL-REG-COUNT = ZERO
154000         MOVE "Last registered ... NONE" TO RPT-LINE
154100     ELSE
154200         STRING "Last registered ... " DELIMITED BY SIZE
154300                 HRL-LAST-DATE DELIMITED BY SIZE
154400                 " seq " DELIMITED BY SIZE
154500                 HRL-LAST-SEQ DELIMITED BY SIZE
154600                 INTO RPT-LINE
154700     END-IF.
154800     WRITE RPT-LINE.
154900     IF HRL-RESTART-TRAN-NO > ZERO
155000         MOVE HRL-RESTART-TRAN-NO TO RPT-SKIP-COUNT-DISP
155100         MOVE SPACES TO RPT-LINE
155200         STRING "Skipped (restart) . " DELIMITED BY SIZE
155300                 RPT-SKIP-COUNT-DISP DELIMITED BY SIZE
155400                 INTO RPT-LINE
155500         WRITE RPT-LINE
155600     END-IF.
155700     MOVE SPACES TO RPT-LINE.
155800     WRITE RPT-LINE.
155900 6050-EXIT.
156000     EXIT.
156100
156200*----------------------------------------------------------------
156300* Record the extract on the HRXREG register once it has loaded to
156400* the end, so it cannot be loaded a second time.
156500*----------------------------------------------------------------
156600 7800-REGISTER-EXTRACT.
156700     OPEN EXTEND REGISTER-FILE.
156800     IF HRL-REG-STATUS NOT = "00"
156900         OPEN OUTPUT REGISTER-FILE
157000     END-IF.
157100     MOVE SPACES TO HRG-RECORD.
157200     MOVE HRL-EXTRACT-DATE TO HRG-EXTRACT-DATE.
157300     MOVE HRL-EXTRACT-SEQ TO HRG-SEQ-NO.
157400     MOVE RPT-RUN-DATE TO HRG-LOAD-DATE.
157500     MOVE RPT-RUN-TIME TO HRG-LOAD-TIME.
157600     MOVE HRL-SCAN-COUNT TO HRG-TRAN-COUNT.
157700     MOVE HRL-RUN-MODE TO HRG-LOAD-MODE.
157800     WRITE HRG-RECORD.
157900     CLOSE REGISTER-FILE.
158000 7800-EXIT.
158100     EXIT.
