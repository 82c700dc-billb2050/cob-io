000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cob-integ.
000300 AUTHOR. BILL BLASINGIM.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* A GnuCOBOL program
000900* Cross-file referential integrity check - run in the nightly
001000* stream ahead of the batch greeting run, it checks every
001100* cross-reference between the master and reference files the
001200* batch depends on and prints the breaks grouped by file and
001300* relationship:
001400*
001500*   NAMEFILE -> SHIFTCAL  shift assignment not on the calendar
001600*   NAMEFILE -> GREETTPL  language with no daily template
001700*   NAMEFILE -> GREETTPL  language with no occasion (A, B) or
001800*                         visitor (V) variant
001900*   NAMEFILE -> OPERIDX   operator ID not on the index
002000*   OPERIDX  -> NAMEFILE  index ID with no roster entry
002100*   EVENTS   -> NAMEFILE  event for an operator not on the
002200*                         roster, or inactive on it
002300*   USERSEC  -> OPERIDX   sign-on ID not on the index
002400*   USERSEC  -> NAMEFILE  sign-on ID inactive on the roster
002500*   SUSPENSE -> GREETTPL  parked language not on the table
002600*   SUSPENSE -> SHIFTCAL  parked shift not on the calendar
002700*   GREETTPL -> GREETTPL  variant with no daily template
002800*
002900* The roster checks look at active entries only - an inactive
003000* entry is never greeted - and use the language the batch run
003100* would use: the OPERIDX language for a linked entry, the
003200* roster's own otherwise, blank meaning EN.  A missing GREETTPL
003300* or SHIFTCAL is checked against the same built-in defaults
003400* the batch run falls back on.
003500*
003600* A break is SEVERE when it makes tonight's batch run skip or
003700* misgreet an active operator - a shift assignment no shift
003800* window will ever match, or a language with no daily
003900* template - and a WARNING otherwise.  The report goes to
004000* INTEGRPT.  Return codes: 0 clean, 4 warnings only, 8 one or
004100* more severe breaks (the stream holds GREETBAT), 12 the
004200* roster could not be opened at all.
004300*----------------------------------------------------------------
004400* MODIFICATION HISTORY
004500*----------------------------------------------------------------
004600* 10/15/2026  BB   Original version - nightly cross-file
004700*                  integrity check ahead of GREETBAT.
004800*----------------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. GNUCOBOL.
005200 OBJECT-COMPUTER. GNUCOBOL.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT NAME-FILE ASSIGN TO "NAMEFILE"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS NR-OPER-ID
005900         ALTERNATE RECORD KEY IS NR-NAME
006000             WITH DUPLICATES
006100         FILE STATUS IS ITG-NAME-STATUS.
006200
006300     SELECT OPERATOR-INDEX-FILE ASSIGN TO "OPERIDX"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS OPIX-OPER-ID
006700         FILE STATUS IS ITG-OPIX-STATUS.
006800
006900     SELECT TEMPLATE-FILE ASSIGN TO "GREETTPL"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS ITG-TPL-STATUS.
007200
007300     SELECT SHIFT-FILE ASSIGN TO "SHIFTCAL"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS ITG-SHF-STATUS.
007600
007700     SELECT EVENTS-FILE ASSIGN TO "EVENTS"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS ITG-EVT-STATUS.
008000
008100     SELECT USERSEC-FILE ASSIGN TO "USERSEC"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS SGN-SEC-STATUS.
008400
008500     SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS ITG-SUS-STATUS.
008800
008900     SELECT REPORT-FILE ASSIGN TO "INTEGRPT"
009000         ORGANIZATION IS LINE SEQUENTIAL.
009100
009200 DATA DIVISION.
009300 FILE SECTION.
009400 FD  NAME-FILE
009500     LABEL RECORDS ARE STANDARD.
009600     COPY NAMEREC.
009700
009800 FD  OPERATOR-INDEX-FILE
009900     LABEL RECORDS ARE STANDARD.
010000     COPY OPERIDX.
010100
010200 FD  TEMPLATE-FILE
010300     LABEL RECORDS ARE STANDARD.
010400 01  TPF-RECORD.
010500     05  TPF-LANG-CODE           PIC X(02).
010600     05  FILLER                  PIC X(01).
010700     05  TPF-TEMPLATE            PIC X(40).
010800     05  FILLER                  PIC X(01).
010900     05  TPF-EVENT-TYPE          PIC X(01).
011000
011100 FD  SHIFT-FILE
011200     LABEL RECORDS ARE STANDARD.
011300 01  SHC-RECORD.
011400     05  SHC-SHIFT-CODE          PIC X(01).
011500     05  FILLER                  PIC X(01).
011600     05  SHC-WORK-DAYS           PIC X(07).
011700     05  FILLER                  PIC X(01).
011800     05  SHC-WINDOW-START        PIC X(04).
011900     05  FILLER                  PIC X(01).
012000     05  SHC-WINDOW-END          PIC X(04).
012100
012200 FD  EVENTS-FILE
012300     LABEL RECORDS ARE STANDARD.
012400 01  EVT-RECORD.
012500     05  EVT-OPER-ID             PIC X(05).
012600     05  FILLER                  PIC X(01).
012700     05  EVT-EVENT-TYPE          PIC X(01).
012800     05  FILLER                  PIC X(01).
012900     05  EVT-EVENT-DATE          PIC X(08).
013000     05  FILLER                  PIC X(01).
013100     05  EVT-RECUR               PIC X(01).
013200
013300 FD  USERSEC-FILE
013400     LABEL RECORDS ARE STANDARD.
013500 01  USF-RECORD.
013600     05  USF-OPER-ID             PIC X(05).
013700     05  FILLER                  PIC X(01).
013800     05  USF-PIN                 PIC X(04).
013900     05  FILLER                  PIC X(01).
014000     05  USF-PRIV-LEVEL          PIC X(01).
014100
014200 FD  SUSPENSE-FILE
014300     LABEL RECORDS ARE STANDARD.
014400     COPY SUSPREC.
014500
014600 FD  REPORT-FILE
014700     LABEL RECORDS ARE STANDARD.
014800 01  RPT-LINE                    PIC X(80).
014900
015000 WORKING-STORAGE SECTION.
015100   COPY GREETTPL.
015200   COPY SHIFTCAL.
015300   COPY EVENTREC.
015400   COPY USERSEC.
015500
015600 01  ITG-CONTROLS.
015700     05  ITG-NAME-STATUS         PIC X(02)   VALUE SPACES.
015800     05  ITG-OPIX-STATUS         PIC X(02)   VALUE SPACES.
015900     05  ITG-TPL-STATUS          PIC X(02)   VALUE SPACES.
016000     05  ITG-SHF-STATUS          PIC X(02)   VALUE SPACES.
016100     05  ITG-EVT-STATUS          PIC X(02)   VALUE SPACES.
016200     05  ITG-SUS-STATUS          PIC X(02)   VALUE SPACES.
016300     05  ITG-NAME-EOF-SWITCH     PIC X(01)   VALUE "N".
016400         88  ITG-NAME-EOF        VALUE "Y".
016500     05  ITG-OPIX-EOF-SWITCH     PIC X(01)   VALUE "N".
016600         88  ITG-OPIX-EOF        VALUE "Y".
016700     05  ITG-TPL-EOF-SWITCH      PIC X(01)   VALUE "N".
016800         88  ITG-TPL-EOF         VALUE "Y".
016900     05  ITG-SHF-EOF-SWITCH      PIC X(01)   VALUE "N".
017000         88  ITG-SHF-EOF         VALUE "Y".
017100     05  ITG-EVT-EOF-SWITCH      PIC X(01)   VALUE "N".
017200         88  ITG-EVT-EOF         VALUE "Y".
017300     05  ITG-SUS-EOF-SWITCH      PIC X(01)   VALUE "N".
017400         88  ITG-SUS-EOF         VALUE "Y".
017500     05  ITG-NAME-OPEN-SWITCH    PIC X(01)   VALUE "N".
017600         88  ITG-NAME-OPEN       VALUE "Y".
017700     05  ITG-OPIX-OPEN-SWITCH    PIC X(01)   VALUE "N".
017800         88  ITG-OPIX-OPEN       VALUE "Y".
017900     05  ITG-FOUND-SWITCH        PIC X(01)   VALUE "N".
018000         88  ITG-FOUND           VALUE "Y".
018100     05  ITG-SHIFT-OK-SWITCH     PIC X(01)   VALUE "N".
018200         88  ITG-SHIFT-OK        VALUE "Y".
018300     05  ITG-SEVERE-SWITCH       PIC X(01)   VALUE "N".
018400         88  ITG-SEVERE          VALUE "Y".
018500     05  ITG-EVT-OVFL-SWITCH     PIC X(01)   VALUE "N".
018600         88  ITG-EVT-OVERFLOWED  VALUE "Y".
018700     05  ITG-WORK-LANG           PIC X(02)   VALUE SPACES.
018800     05  ITG-WORK-SHIFT          PIC X(01)   VALUE SPACE.
018900     05  ITG-WORK-TYPE           PIC X(01)   VALUE SPACE.
019000     05  ITG-IX                  PIC 9(04)   COMP VALUE ZERO.
019100     05  ITG-MATCH-IX            PIC 9(04)   COMP VALUE ZERO.
019200     05  ITG-SCAN-IX             PIC 9(04)   COMP VALUE ZERO.
019300     05  ITG-GRADE               PIC 9(02)   VALUE ZERO.
019400
019500 01  ITG-COUNTERS.
019600     05  ITG-ROSTER-CHECKED      PIC 9(05)   COMP VALUE ZERO.
019700     05  ITG-SECTION-COUNT       PIC 9(05)   COMP VALUE ZERO.
019800     05  ITG-SEVERE-COUNT        PIC 9(05)   COMP VALUE ZERO.
019900     05  ITG-WARNING-COUNT       PIC 9(05)   COMP VALUE ZERO.
020000
020100*----------------------------------------------------------------
020200* Languages the active roster actually greets in, with the
020300* number of active entries using each and which template
020400* types GREETTPL carries for it.
020500*----------------------------------------------------------------
020600 01  ITG-LANG-TABLE.
020700     05  ITG-LANG-COUNT-USED     PIC 9(02)   COMP VALUE ZERO.
020800     05  ITG-LANG-ENTRY          OCCURS 40 TIMES.
020900         10  ITG-LT-LANG         PIC X(02).
021000         10  ITG-LT-COUNT        PIC 9(05)   COMP.
021100         10  ITG-LT-DAILY        PIC X(01).
021200         10  ITG-LT-TYPE-A       PIC X(01).
021300         10  ITG-LT-TYPE-B       PIC X(01).
021400         10  ITG-LT-TYPE-V       PIC X(01).
021500
021600 01  RPT-CONTROLS.
021700     05  RPT-RUN-DATE            PIC 9(08)   VALUE ZERO.
021800     05  RPT-RUN-TIME            PIC 9(08)   VALUE ZERO.
021900     05  RPT-COUNT-DISP          PIC 9(05)   VALUE ZERO.
022000     05  RPT-SECTION-TITLE       PIC X(70)   VALUE SPACES.
022100     05  RPT-EXC-KEY             PIC X(27)   VALUE SPACES.
022200     05  RPT-EXC-TEXT            PIC X(40)   VALUE SPACES.
022300     05  RPT-SEVERITY-WORD       PIC X(07)   VALUE SPACES.
022400     05  RPT-MISSING-WORK        PIC X(20)   VALUE SPACES.
022500     05  RPT-MISSING-PTR         PIC 9(02)   VALUE ZERO.
022600
022700 PROCEDURE DIVISION.
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE
023000         THRU 1000-EXIT.
023100     PERFORM 2000-CHECK-ROSTER
023200         THRU 2000-EXIT.
023300     PERFORM 2500-CHECK-ROSTER-LANGUAGES
023400         THRU 2500-EXIT.
023500     PERFORM 2700-CHECK-ROSTER-INDEX
023600         THRU 2700-EXIT.
023700     PERFORM 3000-CHECK-INDEX-ROSTER
023800         THRU 3000-EXIT.
023900     PERFORM 3500-CHECK-EVENTS
024000         THRU 3500-EXIT.
024100     PERFORM 4000-CHECK-USERSEC
024200         THRU 4000-EXIT.
024300     PERFORM 4500-CHECK-SUSPENSE
024400         THRU 4500-EXIT.
024500     PERFORM 5000-CHECK-TEMPLATES
024600         THRU 5000-EXIT.
024700     PERFORM 7000-TERMINATE
024800         THRU 7000-EXIT.
024900     MOVE ITG-GRADE TO RETURN-CODE.
025000     STOP RUN.
025100
025200 1000-INITIALIZE.
025300     ACCEPT RPT-RUN-DATE FROM DATE YYYYMMDD.
025400     ACCEPT RPT-RUN-TIME FROM TIME.
025500     OPEN OUTPUT REPORT-FILE.
025600     PERFORM 6000-WRITE-REPORT-HEADER
025700         THRU 6000-EXIT.
025800     PERFORM 1100-LOAD-TEMPLATES
025900         THRU 1100-EXIT.
026000     PERFORM 1200-LOAD-SHIFTS
026100         THRU 1200-EXIT.
026200     PERFORM 1300-LOAD-EVENTS
026300         THRU 1300-EXIT.
026400     PERFORM 1400-LOAD-USERSEC
026500         THRU 1400-EXIT.
026600     OPEN INPUT NAME-FILE.
026700     IF ITG-NAME-STATUS = "00"
026800         MOVE "Y" TO ITG-NAME-OPEN-SWITCH
026900     ELSE
027000         MOVE "Roster NAMEFILE not available - the roster "
027100             TO RPT-LINE
027200         MOVE "relationships were not checked."
027300             TO RPT-LINE(44:31)
027400         WRITE RPT-LINE
027500         DISPLAY "COB-INTEG: roster NAMEFILE not available "
027600             "- status " ITG-NAME-STATUS
027700     END-IF.
027800     OPEN INPUT OPERATOR-INDEX-FILE.
027900     IF ITG-OPIX-STATUS = "00"
028000         MOVE "Y" TO ITG-OPIX-OPEN-SWITCH
028100     ELSE
028200         MOVE "Operator index OPERIDX not available - the index "
028300             TO RPT-LINE
028400         MOVE "relationships were not checked."
028500             TO RPT-LINE(50:31)
028600         WRITE RPT-LINE
028700     END-IF.
028800 1000-EXIT.
028900     EXIT.
029000
029100*----------------------------------------------------------------
029200* Load the greeting templates from GREETTPL - a missing or
029300* empty file seeds the built-in EN/ES/FR daily defaults, the
029400* same table the batch run would greet from.
029500*----------------------------------------------------------------
029600 1100-LOAD-TEMPLATES.
029700     OPEN INPUT TEMPLATE-FILE.
029800     IF ITG-TPL-STATUS = "00"
029900         PERFORM 1110-LOAD-TEMPLATE-REC
030000             THRU 1110-EXIT
030100             UNTIL ITG-TPL-EOF
030200         CLOSE TEMPLATE-FILE
030300     END-IF.
030400     IF GT-TEMPLATE-COUNT = ZERO
030500         PERFORM 1120-SEED-TEMPLATE
030600             THRU 1120-EXIT
030700             UNTIL GT-TEMPLATE-COUNT = GT-SEED-COUNT
030800         MOVE "GREETTPL not available - checked against the "
030900             TO RPT-LINE
031000         MOVE "built-in default templates." TO RPT-LINE(47:27)
031100         WRITE RPT-LINE
031200     END-IF.
031300 1100-EXIT.
031400     EXIT.
031500
031600 1110-LOAD-TEMPLATE-REC.
031700     READ TEMPLATE-FILE
031800         AT END
031900             MOVE "Y" TO ITG-TPL-EOF-SWITCH
032000         NOT AT END
032100           IF TPF-LANG-CODE NOT = SPACES
032200             IF GT-TEMPLATE-COUNT < 40
032300               ADD 1 TO GT-TEMPLATE-COUNT
032400               MOVE TPF-LANG-CODE
032500                   TO GT-LANG-CODE(GT-TEMPLATE-COUNT)
032600               MOVE TPF-TEMPLATE
032700                   TO GT-TEMPLATE(GT-TEMPLATE-COUNT)
032800               MOVE TPF-EVENT-TYPE
032900                   TO GT-EVENT-TYPE(GT-TEMPLATE-COUNT)
033000             END-IF
033100           END-IF
033200     END-READ.
033300 1110-EXIT.
033400     EXIT.
033500
033600 1120-SEED-TEMPLATE.
033700     ADD 1 TO GT-TEMPLATE-COUNT.
033800     MOVE GT-SEED-LANG(GT-TEMPLATE-COUNT)
033900         TO GT-LANG-CODE(GT-TEMPLATE-COUNT).
034000     MOVE GT-SEED-TEMPLATE(GT-TEMPLATE-COUNT)
034100         TO GT-TEMPLATE(GT-TEMPLATE-COUNT).
034200     MOVE SPACE TO GT-EVENT-TYPE(GT-TEMPLATE-COUNT).
034300 1120-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------------
034700* Load the shift calendar from SHIFTCAL - a missing or empty
034800* file seeds the single default first shift, as the copybook
034900* documents.
035000*----------------------------------------------------------------
035100 1200-LOAD-SHIFTS.
035200     OPEN INPUT SHIFT-FILE.
035300     IF ITG-SHF-STATUS = "00"
035400         PERFORM 1210-LOAD-SHIFT-REC
035500             THRU 1210-EXIT
035600             UNTIL ITG-SHF-EOF
035700         CLOSE SHIFT-FILE
035800     END-IF.
035900     IF SC-SHIFT-COUNT = ZERO
036000         MOVE 1 TO SC-SHIFT-COUNT
036100         MOVE SC-SEED-CODE TO SC-SHIFT-CODE(1)
036200         MOVE SC-SEED-DAYS TO SC-WORK-DAYS(1)
036300         MOVE SC-SEED-START TO SC-WINDOW-START(1)
036400         MOVE SC-SEED-END TO SC-WINDOW-END(1)
036500         MOVE "SHIFTCAL not available - checked against the "
036600             TO RPT-LINE
036700         MOVE "default first shift." TO RPT-LINE(47:20)
036800         WRITE RPT-LINE
036900     END-IF.
037000 1200-EXIT.
037100     EXIT.
037200
037300 1210-LOAD-SHIFT-REC.
037400     READ SHIFT-FILE
037500         AT END
037600             MOVE "Y" TO ITG-SHF-EOF-SWITCH
037700         NOT AT END
037800           IF SHC-SHIFT-CODE NOT = SPACES
037900             IF SC-SHIFT-COUNT < 10
038000               ADD 1 TO SC-SHIFT-COUNT
038100               MOVE SHC-SHIFT-CODE
038200                   TO SC-SHIFT-CODE(SC-SHIFT-COUNT)
038300               MOVE SHC-WORK-DAYS
038400                   TO SC-WORK-DAYS(SC-SHIFT-COUNT)
038500               MOVE SHC-WINDOW-START
038600                   TO SC-WINDOW-START(SC-SHIFT-COUNT)
038700               MOVE SHC-WINDOW-END
038800                   TO SC-WINDOW-END(SC-SHIFT-COUNT)
038900             END-IF
039000           END-IF
039100     END-READ.
039200 1210-EXIT.
039300     EXIT.
039400
039500 1300-LOAD-EVENTS.
039600     OPEN INPUT EVENTS-FILE.
039700     IF ITG-EVT-STATUS NOT = "00"
039800         GO TO 1300-EXIT
039900     END-IF.
040000     PERFORM 1310-LOAD-EVENT-REC
040100         THRU 1310-EXIT
040200         UNTIL ITG-EVT-EOF.
040300     CLOSE EVENTS-FILE.
040400     IF ITG-EVT-OVERFLOWED
040500         MOVE "EVENTS holds more than 200 events - the excess "
040600             TO RPT-LINE
040700         MOVE "was not checked." TO RPT-LINE(49:16)
040800         WRITE RPT-LINE
040900     END-IF.
041000 1300-EXIT.
041100     EXIT.
041200
041300 1310-LOAD-EVENT-REC.
041400     READ EVENTS-FILE
041500         AT END
041600             MOVE "Y" TO ITG-EVT-EOF-SWITCH
041700         NOT AT END
041800           IF EVT-OPER-ID NOT = SPACES
041900             IF EV-EVENT-COUNT < 200
042000               ADD 1 TO EV-EVENT-COUNT
042100               MOVE EVT-OPER-ID
042200                   TO EV-OPER-ID(EV-EVENT-COUNT)
042300               MOVE EVT-EVENT-TYPE
042400                   TO EV-EVENT-TYPE(EV-EVENT-COUNT)
042500               MOVE EVT-EVENT-DATE
042600                   TO EV-EVENT-DATE(EV-EVENT-COUNT)
042700               MOVE EVT-RECUR
042800                   TO EV-RECUR(EV-EVENT-COUNT)
042900             ELSE
043000               MOVE "Y" TO ITG-EVT-OVFL-SWITCH
043100             END-IF
043200           END-IF
043300     END-READ.
043400 1310-EXIT.
043500     EXIT.
043600
043700 1400-LOAD-USERSEC.
043800     OPEN INPUT USERSEC-FILE.
043900     IF SGN-SEC-STATUS NOT = "00"
044000         GO TO 1400-EXIT
044100     END-IF.
044200     PERFORM 1410-LOAD-USERSEC-REC
044300         THRU 1410-EXIT
044400         UNTIL SGN-SEC-EOF.
044500     CLOSE USERSEC-FILE.
044600 1400-EXIT.
044700     EXIT.
044800
044900 1410-LOAD-USERSEC-REC.
045000     READ USERSEC-FILE
045100         AT END
045200             MOVE "Y" TO SGN-SEC-EOF-SWITCH
045300         NOT AT END
045400           IF USF-OPER-ID NOT = SPACES
045500             IF SGN-USER-COUNT < 50
045600               ADD 1 TO SGN-USER-COUNT
045700               MOVE USF-OPER-ID
045800                   TO UST-OPER-ID(SGN-USER-COUNT)
045900               MOVE USF-PIN
046000                   TO UST-PIN(SGN-USER-COUNT)
046100               MOVE USF-PRIV-LEVEL
046200                   TO UST-PRIV-LEVEL(SGN-USER-COUNT)
046300             END-IF
046400           END-IF
046500     END-READ.
046600 1410-EXIT.
046700     EXIT.
046800
046900*----------------------------------------------------------------
047000* NAMEFILE -> SHIFTCAL.  Walk the roster front to back; every
047100* active entry's shift assignment must be on the calendar, and
047200* the language it will be greeted in is tallied for the
047300* template checks that follow.
047400*----------------------------------------------------------------
047500 2000-CHECK-ROSTER.
047600     MOVE "NAMEFILE -> SHIFTCAL   shift assignment not on the "
047700         TO RPT-SECTION-TITLE.
047800     MOVE "calendar" TO RPT-SECTION-TITLE(53:8).
047900     PERFORM 6100-WRITE-SECTION-HEADER
048000         THRU 6100-EXIT.
048100     IF NOT ITG-NAME-OPEN
048200         GO TO 2000-TOTAL
048300     END-IF.
048400     MOVE "N" TO ITG-NAME-EOF-SWITCH.
048500     MOVE LOW-VALUES TO NR-OPER-ID.
048600     START NAME-FILE
048700         KEY NOT < NR-OPER-ID
048800         INVALID KEY
048900             MOVE "Y" TO ITG-NAME-EOF-SWITCH
049000     END-START.
049100     PERFORM 2100-CHECK-ROSTER-ENTRY
049200         THRU 2100-EXIT
049300         UNTIL ITG-NAME-EOF.
049400 2000-TOTAL.
049500     PERFORM 6300-WRITE-SECTION-TOTAL
049600         THRU 6300-EXIT.
049700 2000-EXIT.
049800     EXIT.
049900
050000 2100-CHECK-ROSTER-ENTRY.
050100     READ NAME-FILE NEXT RECORD
050200         AT END
050300             MOVE "Y" TO ITG-NAME-EOF-SWITCH
050400             GO TO 2100-EXIT
050500     END-READ.
050600     IF NR-INACTIVE
050700         GO TO 2100-EXIT
050800     END-IF.
050900     ADD 1 TO ITG-ROSTER-CHECKED.
051000     IF NR-SHIFT-CODE NOT = SPACE
051100         MOVE NR-SHIFT-CODE TO ITG-WORK-SHIFT
051200         PERFORM 5800-VALIDATE-SHIFT
051300             THRU 5800-EXIT
051400         IF NOT ITG-SHIFT-OK
051500             PERFORM 6050-SET-ROSTER-KEY
051600                 THRU 6050-EXIT
051700             MOVE SPACES TO RPT-EXC-TEXT
051800             STRING "shift " DELIMITED BY SIZE
051900                     NR-SHIFT-CODE DELIMITED BY SIZE
052000                     " - greeted on no shift window"
052100                         DELIMITED BY SIZE
052200                     INTO RPT-EXC-TEXT
052300             MOVE "Y" TO ITG-SEVERE-SWITCH
052400             PERFORM 6200-WRITE-EXCEPTION
052500                 THRU 6200-EXIT
052600         END-IF
052700     END-IF.
052800     PERFORM 2200-TALLY-ROSTER-LANG
052900         THRU 2200-EXIT.
053000 2100-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------------
053400* The language the batch run greets this entry in - the
053500* OPERIDX language for a linked entry, the roster's own
053600* otherwise, blank meaning EN.
053700*----------------------------------------------------------------
053800 2200-TALLY-ROSTER-LANG.
053900     MOVE NR-LANG-CODE TO ITG-WORK-LANG.
054000     IF NR-OPER-ID NOT = SPACES AND ITG-OPIX-OPEN
054100         MOVE NR-OPER-ID TO OPIX-OPER-ID
054200         READ OPERATOR-INDEX-FILE
054300             INVALID KEY
054400                 CONTINUE
054500             NOT INVALID KEY
054600                 MOVE OPIX-LANG-CODE TO ITG-WORK-LANG
054700         END-READ
054800     END-IF.
054900     IF ITG-WORK-LANG = SPACES
055000         MOVE "EN" TO ITG-WORK-LANG
055100     END-IF.
055200     MOVE ZERO TO ITG-MATCH-IX.
055300     PERFORM 2210-MATCH-LANG
055400         THRU 2210-EXIT
055500         VARYING ITG-IX FROM 1 BY 1
055600         UNTIL ITG-IX > ITG-LANG-COUNT-USED
055700             OR ITG-MATCH-IX > ZERO.
055800     IF ITG-MATCH-IX > ZERO
055900         ADD 1 TO ITG-LT-COUNT(ITG-MATCH-IX)
056000         GO TO 2200-EXIT
056100     END-IF.
056200     IF ITG-LANG-COUNT-USED < 40
056300         ADD 1 TO ITG-LANG-COUNT-USED
056400         MOVE ITG-WORK-LANG
056500             TO ITG-LT-LANG(ITG-LANG-COUNT-USED)
056600         MOVE 1 TO ITG-LT-COUNT(ITG-LANG-COUNT-USED)
056700     END-IF.
056800 2200-EXIT.
056900     EXIT.
057000
057100 2210-MATCH-LANG.
057200     IF ITG-LT-LANG(ITG-IX) = ITG-WORK-LANG
057300         MOVE ITG-IX TO ITG-MATCH-IX
057400     END-IF.
057500 2210-EXIT.
057600     EXIT.
057700
057800*----------------------------------------------------------------
057900* NAMEFILE -> GREETTPL.  Every language the active roster is
058000* greeted in needs a daily template (SEVERE - the batch run
058100* would fall back and grade the run down), and should carry
058200* the anniversary (A), birthday (B), and visitor (V) variants
058300* so occasion and visitor greetings do not quietly fall back.
058400*----------------------------------------------------------------
058500 2500-CHECK-ROSTER-LANGUAGES.
058600     PERFORM 2510-FLAG-LANG-TEMPLATES
058700         THRU 2510-EXIT
058800         VARYING ITG-IX FROM 1 BY 1
058900         UNTIL ITG-IX > ITG-LANG-COUNT-USED.
059000     MOVE "NAMEFILE -> GREETTPL   roster language with no daily "
059100         TO RPT-SECTION-TITLE.
059200     MOVE "template" TO RPT-SECTION-TITLE(55:8).
059300     PERFORM 6100-WRITE-SECTION-HEADER
059400         THRU 6100-EXIT.
059500     PERFORM 2530-CHECK-LANG-DAILY
059600         THRU 2530-EXIT
059700         VARYING ITG-IX FROM 1 BY 1
059800         UNTIL ITG-IX > ITG-LANG-COUNT-USED.
059900     PERFORM 6300-WRITE-SECTION-TOTAL
060000         THRU 6300-EXIT.
060100     MOVE "NAMEFILE -> GREETTPL   roster language missing an "
060200         TO RPT-SECTION-TITLE.
060300     MOVE "A, B or V variant" TO RPT-SECTION-TITLE(52:17).
060400     PERFORM 6100-WRITE-SECTION-HEADER
060500         THRU 6100-EXIT.
060600     PERFORM 2540-CHECK-LANG-VARIANTS
060700         THRU 2540-EXIT
060800         VARYING ITG-IX FROM 1 BY 1
060900         UNTIL ITG-IX > ITG-LANG-COUNT-USED.
061000     PERFORM 6300-WRITE-SECTION-TOTAL
061100         THRU 6300-EXIT.
061200 2500-EXIT.
061300     EXIT.
061400
061500 2510-FLAG-LANG-TEMPLATES.
061600     MOVE "N" TO ITG-LT-DAILY(ITG-IX).
061700     MOVE "N" TO ITG-LT-TYPE-A(ITG-IX).
061800     MOVE "N" TO ITG-LT-TYPE-B(ITG-IX).
061900     MOVE "N" TO ITG-LT-TYPE-V(ITG-IX).
062000     PERFORM 2520-FLAG-TEMPLATE
062100         THRU 2520-EXIT
062200         VARYING GREET-TEMPLATE-IX FROM 1 BY 1
062300         UNTIL GREET-TEMPLATE-IX > GT-TEMPLATE-COUNT.
062400 2510-EXIT.
062500     EXIT.
062600
062700 2520-FLAG-TEMPLATE.
062800     IF GT-LANG-CODE(GREET-TEMPLATE-IX) NOT = ITG-LT-LANG(ITG-IX)
062900         GO TO 2520-EXIT
063000     END-IF.
063100     EVALUATE GT-EVENT-TYPE(GREET-TEMPLATE-IX)
063200         WHEN SPACE
063300             MOVE "Y" TO ITG-LT-DAILY(ITG-IX)
063400         WHEN "A"
063500             MOVE "Y" TO ITG-LT-TYPE-A(ITG-IX)
063600         WHEN "B"
063700             MOVE "Y" TO ITG-LT-TYPE-B(ITG-IX)
063800         WHEN "V"
063900             MOVE "Y" TO ITG-LT-TYPE-V(ITG-IX)
064000     END-EVALUATE.
064100 2520-EXIT.
064200     EXIT.
064300
064400 2530-CHECK-LANG-DAILY.
064500     IF ITG-LT-DAILY(ITG-IX) = "Y"
064600         GO TO 2530-EXIT
064700     END-IF.
064800     PERFORM 6060-SET-LANG-KEY
064900         THRU 6060-EXIT.
065000     MOVE "no daily template - greeting falls back"
065100         TO RPT-EXC-TEXT.
065200     MOVE "Y" TO ITG-SEVERE-SWITCH.
065300     PERFORM 6200-WRITE-EXCEPTION
065400         THRU 6200-EXIT.
065500 2530-EXIT.
065600     EXIT.
065700
065800 2540-CHECK-LANG-VARIANTS.
065900     IF ITG-LT-DAILY(ITG-IX) NOT = "Y"
066000         GO TO 2540-EXIT
066100     END-IF.
066200     MOVE SPACES TO RPT-MISSING-WORK.
066300     MOVE 1 TO RPT-MISSING-PTR.
066400     IF ITG-LT-TYPE-A(ITG-IX) NOT = "Y"
066500         STRING " A" DELIMITED BY SIZE
066600             INTO RPT-MISSING-WORK
066700             WITH POINTER RPT-MISSING-PTR
066800     END-IF.
066900     IF ITG-LT-TYPE-B(ITG-IX) NOT = "Y"
067000         STRING " B" DELIMITED BY SIZE
067100             INTO RPT-MISSING-WORK
067200             WITH POINTER RPT-MISSING-PTR
067300     END-IF.
067400     IF ITG-LT-TYPE-V(ITG-IX) NOT = "Y"
067500         STRING " V" DELIMITED BY SIZE
067600             INTO RPT-MISSING-WORK
067700             WITH POINTER RPT-MISSING-PTR
067800     END-IF.
067900     IF RPT-MISSING-WORK = SPACES
068000         GO TO 2540-EXIT
068100     END-IF.
068200     PERFORM 6060-SET-LANG-KEY
068300         THRU 6060-EXIT.
068400     MOVE SPACES TO RPT-EXC-TEXT.
068500     STRING "no variant for type" DELIMITED BY SIZE
068600             RPT-MISSING-WORK DELIMITED BY SIZE
068700             INTO RPT-EXC-TEXT.
068800     PERFORM 6200-WRITE-EXCEPTION
068900         THRU 6200-EXIT.
069000 2540-EXIT.
069100     EXIT.
069200
069300*----------------------------------------------------------------
069400* NAMEFILE -> OPERIDX.  A linked active entry whose operator ID
069500* is not on the index is audited (reason 04) by the batch run
069600* and greeted under the roster name.  Unlinked entries are
069700* cob-opsync's business and are not repeated here.
069800*----------------------------------------------------------------
069900 2700-CHECK-ROSTER-INDEX.
070000     MOVE "NAMEFILE -> OPERIDX    operator ID not on the "
070100         TO RPT-SECTION-TITLE.
070200     MOVE "operator index" TO RPT-SECTION-TITLE(47:14).
070300     PERFORM 6100-WRITE-SECTION-HEADER
070400         THRU 6100-EXIT.
070500     IF NOT ITG-NAME-OPEN OR NOT ITG-OPIX-OPEN
070600         GO TO 2700-TOTAL
070700     END-IF.
070800     MOVE "N" TO ITG-NAME-EOF-SWITCH.
070900     MOVE LOW-VALUES TO NR-OPER-ID.
071000     START NAME-FILE
071100         KEY NOT < NR-OPER-ID
071200         INVALID KEY
071300             MOVE "Y" TO ITG-NAME-EOF-SWITCH
071400     END-START.
071500     PERFORM 2710-CHECK-ROSTER-ID
071600         THRU 2710-EXIT
071700         UNTIL ITG-NAME-EOF.
071800 2700-TOTAL.
071900     PERFORM 6300-WRITE-SECTION-TOTAL
072000         THRU 6300-EXIT.
072100 2700-EXIT.
072200     EXIT.
072300
072400 2710-CHECK-ROSTER-ID.
072500     READ NAME-FILE NEXT RECORD
072600         AT END
072700             MOVE "Y" TO ITG-NAME-EOF-SWITCH
072800             GO TO 2710-EXIT
072900     END-READ.
073000     IF NR-INACTIVE OR NR-OPER-ID = SPACES
073100         GO TO 2710-EXIT
073200     END-IF.
073300     MOVE NR-OPER-ID TO OPIX-OPER-ID.
073400     READ OPERATOR-INDEX-FILE
073500         INVALID KEY
073600             PERFORM 6050-SET-ROSTER-KEY
073700                 THRU 6050-EXIT
073800             MOVE "not on OPERIDX - audited as not found"
073900                 TO RPT-EXC-TEXT
074000             PERFORM 6200-WRITE-EXCEPTION
074100                 THRU 6200-EXIT
074200     END-READ.
074300 2710-EXIT.
074400     EXIT.
074500
074600*----------------------------------------------------------------
074700* OPERIDX -> NAMEFILE.  An index entry with no roster record
074800* under its ID is greeted by nobody.
074900*----------------------------------------------------------------
075000 3000-CHECK-INDEX-ROSTER.
075100     MOVE "OPERIDX  -> NAMEFILE   index ID with no roster entry"
075200         TO RPT-SECTION-TITLE.
075300     PERFORM 6100-WRITE-SECTION-HEADER
075400         THRU 6100-EXIT.
075500     IF NOT ITG-NAME-OPEN OR NOT ITG-OPIX-OPEN
075600         GO TO 3000-TOTAL
075700     END-IF.
075800     MOVE "N" TO ITG-OPIX-EOF-SWITCH.
075900     MOVE LOW-VALUES TO OPIX-OPER-ID.
076000     START OPERATOR-INDEX-FILE
076100         KEY NOT < OPIX-OPER-ID
076200         INVALID KEY
076300             MOVE "Y" TO ITG-OPIX-EOF-SWITCH
076400     END-START.
076500     PERFORM 3100-CHECK-INDEX-ENTRY
076600         THRU 3100-EXIT
076700         UNTIL ITG-OPIX-EOF.
076800 3000-TOTAL.
076900     PERFORM 6300-WRITE-SECTION-TOTAL
077000         THRU 6300-EXIT.
077100 3000-EXIT.
077200     EXIT.
077300
077400 3100-CHECK-INDEX-ENTRY.
077500     READ OPERATOR-INDEX-FILE NEXT RECORD
077600         AT END
077700             MOVE "Y" TO ITG-OPIX-EOF-SWITCH
077800             GO TO 3100-EXIT
077900     END-READ.
078000     MOVE OPIX-OPER-ID TO NR-OPER-ID.
078100     READ NAME-FILE
078200         INVALID KEY
078300             MOVE SPACES TO RPT-EXC-KEY
078400             STRING OPIX-OPER-ID DELIMITED BY SIZE
078500                     " " DELIMITED BY SIZE
078600                     OPIX-NAME DELIMITED BY SIZE
078700                     INTO RPT-EXC-KEY
078800             MOVE "no roster entry under this ID"
078900                 TO RPT-EXC-TEXT
079000             PERFORM 6200-WRITE-EXCEPTION
079100                 THRU 6200-EXIT
079200     END-READ.
079300 3100-EXIT.
079400     EXIT.
079500
079600*----------------------------------------------------------------
079700* EVENTS -> NAMEFILE.  An occasion for an operator who is not
079800* on the roster, or is inactive on it, never fires - the EVENT
079900* run works from the roster.
080000*----------------------------------------------------------------
080100 3500-CHECK-EVENTS.
080200     MOVE "EVENTS   -> NAMEFILE   event operator not on the "
080300         TO RPT-SECTION-TITLE.
080400     MOVE "roster or inactive" TO RPT-SECTION-TITLE(50:18).
080500     PERFORM 6100-WRITE-SECTION-HEADER
080600         THRU 6100-EXIT.
080700     IF NOT ITG-NAME-OPEN
080800         GO TO 3500-TOTAL
080900     END-IF.
081000     PERFORM 3510-CHECK-EVENT
081100         THRU 3510-EXIT
081200         VARYING EVENT-CAL-IX FROM 1 BY 1
081300         UNTIL EVENT-CAL-IX > EV-EVENT-COUNT.
081400 3500-TOTAL.
081500     PERFORM 6300-WRITE-SECTION-TOTAL
081600         THRU 6300-EXIT.
081700 3500-EXIT.
081800     EXIT.
081900
082000 3510-CHECK-EVENT.
082100     MOVE SPACES TO RPT-EXC-KEY.
082200     STRING EV-OPER-ID(EVENT-CAL-IX) DELIMITED BY SIZE
082300             " type " DELIMITED BY SIZE
082400             EV-EVENT-TYPE(EVENT-CAL-IX) DELIMITED BY SIZE
082500             " " DELIMITED BY SIZE
082600             EV-EVENT-DATE(EVENT-CAL-IX) DELIMITED BY SIZE
082700             INTO RPT-EXC-KEY.
082800     MOVE EV-OPER-ID(EVENT-CAL-IX) TO NR-OPER-ID.
082900     READ NAME-FILE
083000         INVALID KEY
083100             MOVE "operator not on the roster - never fires"
083200                 TO RPT-EXC-TEXT
083300             PERFORM 6200-WRITE-EXCEPTION
083400                 THRU 6200-EXIT
083500         NOT INVALID KEY
083600             IF NR-INACTIVE
083700                 MOVE "operator inactive - never fires"
083800                     TO RPT-EXC-TEXT
083900                 PERFORM 6200-WRITE-EXCEPTION
084000                     THRU 6200-EXIT
084100             END-IF
084200     END-READ.
084300 3510-EXIT.
084400     EXIT.
084500
084600*----------------------------------------------------------------
084700* USERSEC -> OPERIDX and NAMEFILE.  A sign-on ID must be an
084800* operator on the index, and an operator marked inactive on
084900* the roster should no longer be able to sign on.
085000*----------------------------------------------------------------
085100 4000-CHECK-USERSEC.
085200     MOVE "USERSEC  -> OPERIDX    sign-on ID not on the "
085300         TO RPT-SECTION-TITLE.
085400     MOVE "operator index" TO RPT-SECTION-TITLE(46:14).
085500     PERFORM 6100-WRITE-SECTION-HEADER
085600         THRU 6100-EXIT.
085700     IF ITG-OPIX-OPEN
085800         PERFORM 4100-CHECK-USER-INDEX
085900             THRU 4100-EXIT
086000             VARYING SGN-SCAN-IX FROM 1 BY 1
086100             UNTIL SGN-SCAN-IX > SGN-USER-COUNT
086200     END-IF.
086300     PERFORM 6300-WRITE-SECTION-TOTAL
086400         THRU 6300-EXIT.
086500     MOVE "USERSEC  -> NAMEFILE   sign-on ID inactive on the "
086600         TO RPT-SECTION-TITLE.
086700     MOVE "roster" TO RPT-SECTION-TITLE(52:6).
086800     PERFORM 6100-WRITE-SECTION-HEADER
086900         THRU 6100-EXIT.
087000     IF ITG-NAME-OPEN
087100         PERFORM 4200-CHECK-USER-ROSTER
087200             THRU 4200-EXIT
087300             VARYING SGN-SCAN-IX FROM 1 BY 1
087400             UNTIL SGN-SCAN-IX > SGN-USER-COUNT
087500     END-IF.
087600     PERFORM 6300-WRITE-SECTION-TOTAL
087700         THRU 6300-EXIT.
087800 4000-EXIT.
087900     EXIT.
088000
088100 4100-CHECK-USER-INDEX.
088200     MOVE UST-OPER-ID(SGN-SCAN-IX) TO OPIX-OPER-ID.
088300     READ OPERATOR-INDEX-FILE
088400         INVALID KEY
088500             MOVE SPACES TO RPT-EXC-KEY
088600             STRING UST-OPER-ID(SGN-SCAN-IX) DELIMITED BY SIZE
088700                     " priv " DELIMITED BY SIZE
088800                     UST-PRIV-LEVEL(SGN-SCAN-IX)
088900                         DELIMITED BY SIZE
089000                     INTO RPT-EXC-KEY
089100             MOVE "can sign on but is no known operator"
089200                 TO RPT-EXC-TEXT
089300             PERFORM 6200-WRITE-EXCEPTION
089400                 THRU 6200-EXIT
089500     END-READ.
089600 4100-EXIT.
089700     EXIT.
089800
089900 4200-CHECK-USER-ROSTER.
090000     MOVE UST-OPER-ID(SGN-SCAN-IX) TO NR-OPER-ID.
090100     READ NAME-FILE
090200         INVALID KEY
090300             CONTINUE
090400         NOT INVALID KEY
090500             IF NR-INACTIVE
090600                 PERFORM 6050-SET-ROSTER-KEY
090700                     THRU 6050-EXIT
090800                 MOVE "inactive operator can still sign on"
090900                     TO RPT-EXC-TEXT
091000                 PERFORM 6200-WRITE-EXCEPTION
091100                     THRU 6200-EXIT
091200             END-IF
091300     END-READ.
091400 4200-EXIT.
091500     EXIT.
091600
091700*----------------------------------------------------------------
091800* SUSPENSE -> GREETTPL and SHIFTCAL.  A parked entry still on
091900* the queue must carry a language and shift the REPROCESS run
092000* can resolve, or it will only be parked again.  Scrapped
092100* entries are gone from the file and never seen here.
092200*----------------------------------------------------------------
092300 4500-CHECK-SUSPENSE.
092400     MOVE "SUSPENSE -> GREETTPL / SHIFTCAL   parked language or "
092500         TO RPT-SECTION-TITLE.
092600     MOVE "shift unknown" TO RPT-SECTION-TITLE(55:13).
092700     PERFORM 6100-WRITE-SECTION-HEADER
092800         THRU 6100-EXIT.
092900     OPEN INPUT SUSPENSE-FILE.
093000     IF ITG-SUS-STATUS NOT = "00"
093100         GO TO 4500-TOTAL
093200     END-IF.
093300     PERFORM 4510-CHECK-SUSPENSE-REC
093400         THRU 4510-EXIT
093500         UNTIL ITG-SUS-EOF.
093600     CLOSE SUSPENSE-FILE.
093700 4500-TOTAL.
093800     PERFORM 6300-WRITE-SECTION-TOTAL
093900         THRU 6300-EXIT.
094000 4500-EXIT.
094100     EXIT.
094200
094300 4510-CHECK-SUSPENSE-REC.
094400     READ SUSPENSE-FILE
094500         AT END
094600             MOVE "Y" TO ITG-SUS-EOF-SWITCH
094700             GO TO 4510-EXIT
094800     END-READ.
094900     MOVE SPACES TO RPT-EXC-KEY.
095000     STRING SU-OPER-ID DELIMITED BY SIZE
095100             " " DELIMITED BY SIZE
095200             SU-NAME DELIMITED BY SIZE
095300             INTO RPT-EXC-KEY.
095400     IF SU-LANG-CODE NOT = SPACES
095500         MOVE SU-LANG-CODE TO ITG-WORK-LANG
095600         MOVE SPACE TO ITG-WORK-TYPE
095700         PERFORM 5700-FIND-TEMPLATE
095800             THRU 5700-EXIT
095900         IF NOT ITG-FOUND
096000             MOVE SPACES TO RPT-EXC-TEXT
096100             STRING "language " DELIMITED BY SIZE
096200                     SU-LANG-CODE DELIMITED BY SIZE
096300                     " has no daily template" DELIMITED BY SIZE
096400                     INTO RPT-EXC-TEXT
096500             PERFORM 6200-WRITE-EXCEPTION
096600                 THRU 6200-EXIT
096700         END-IF
096800     END-IF.
096900     IF SU-SHIFT-CODE NOT = SPACE
097000         MOVE SU-SHIFT-CODE TO ITG-WORK-SHIFT
097100         PERFORM 5800-VALIDATE-SHIFT
097200             THRU 5800-EXIT
097300         IF NOT ITG-SHIFT-OK
097400             MOVE SPACES TO RPT-EXC-TEXT
097500             STRING "shift " DELIMITED BY SIZE
097600                     SU-SHIFT-CODE DELIMITED BY SIZE
097700                     " is not on the calendar" DELIMITED BY SIZE
097800                     INTO RPT-EXC-TEXT
097900             PERFORM 6200-WRITE-EXCEPTION
098000                 THRU 6200-EXIT
098100         END-IF
098200     END-IF.
098300 4510-EXIT.
098400     EXIT.
098500
098600*----------------------------------------------------------------
098700* GREETTPL -> GREETTPL.  An occasion or visitor variant for a
098800* language with no daily template is never reached the way it
098900* was meant to be - the language itself is unknown to the
099000* daily run.
099100*----------------------------------------------------------------
099200 5000-CHECK-TEMPLATES.
099300     MOVE "GREETTPL -> GREETTPL   variant with no daily "
099400         TO RPT-SECTION-TITLE.
099500     MOVE "template" TO RPT-SECTION-TITLE(46:8).
099600     PERFORM 6100-WRITE-SECTION-HEADER
099700         THRU 6100-EXIT.
099800     PERFORM 5100-CHECK-VARIANT
099900         THRU 5100-EXIT
100000         VARYING ITG-SCAN-IX FROM 1 BY 1
100100         UNTIL ITG-SCAN-IX > GT-TEMPLATE-COUNT.
100200     PERFORM 6300-WRITE-SECTION-TOTAL
100300         THRU 6300-EXIT.
100400 5000-EXIT.
100500     EXIT.
100600
100700 5100-CHECK-VARIANT.
100800     IF GT-EVENT-TYPE(ITG-SCAN-IX) = SPACE
100900         GO TO 5100-EXIT
101000     END-IF.
101100     MOVE GT-LANG-CODE(ITG-SCAN-IX) TO ITG-WORK-LANG.
101200     MOVE SPACE TO ITG-WORK-TYPE.
101300     PERFORM 5700-FIND-TEMPLATE
101400         THRU 5700-EXIT.
101500     IF ITG-FOUND
101600         GO TO 5100-EXIT
101700     END-IF.
101800     MOVE SPACES TO RPT-EXC-KEY.
101900     STRING "language " DELIMITED BY SIZE
102000             GT-LANG-CODE(ITG-SCAN-IX) DELIMITED BY SIZE
102100             " type " DELIMITED BY SIZE
102200             GT-EVENT-TYPE(ITG-SCAN-IX) DELIMITED BY SIZE
102300             INTO RPT-EXC-KEY.
102400     MOVE "variant has no daily template"
102500         TO RPT-EXC-TEXT.
102600     PERFORM 6200-WRITE-EXCEPTION
102700         THRU 6200-EXIT.
102800 5100-EXIT.
102900     EXIT.
103000
103100*----------------------------------------------------------------
103200* Is there a template for ITG-WORK-LANG of type ITG-WORK-TYPE
103300* (space = the daily greeting)?
103400*----------------------------------------------------------------
103500 5700-FIND-TEMPLATE.
103600     MOVE "N" TO ITG-FOUND-SWITCH.
103700     PERFORM 5710-MATCH-TEMPLATE
103800         THRU 5710-EXIT
103900         VARYING GREET-TEMPLATE-IX FROM 1 BY 1
104000         UNTIL GREET-TEMPLATE-IX > GT-TEMPLATE-COUNT
104100             OR ITG-FOUND.
104200 5700-EXIT.
104300     EXIT.
104400
104500 5710-MATCH-TEMPLATE.
104600     IF GT-LANG-CODE(GREET-TEMPLATE-IX) = ITG-WORK-LANG
104700         AND GT-EVENT-TYPE(GREET-TEMPLATE-IX) = ITG-WORK-TYPE
104800         MOVE "Y" TO ITG-FOUND-SWITCH
104900     END-IF.
105000 5710-EXIT.
105100     EXIT.
105200
105300 5800-VALIDATE-SHIFT.
105400     MOVE "N" TO ITG-SHIFT-OK-SWITCH.
105500     PERFORM 5810-MATCH-SHIFT
105600         THRU 5810-EXIT
105700         VARYING SHIFT-CAL-IX FROM 1 BY 1
105800         UNTIL SHIFT-CAL-IX > SC-SHIFT-COUNT
105900             OR ITG-SHIFT-OK.
106000 5800-EXIT.
106100     EXIT.
106200
106300 5810-MATCH-SHIFT.
106400     IF SC-SHIFT-CODE(SHIFT-CAL-IX) = ITG-WORK-SHIFT
106500         MOVE "Y" TO ITG-SHIFT-OK-SWITCH
106600     END-IF.
106700 5810-EXIT.
106800     EXIT.
106900
107000 6000-WRITE-REPORT-HEADER.
107100     MOVE "================================================"
107200         TO RPT-LINE.
107300     WRITE RPT-LINE.
107400     MOVE "     CROSS-FILE REFERENTIAL INTEGRITY REPORT"
107500         TO RPT-LINE.
107600     WRITE RPT-LINE.
107700     MOVE "================================================"
107800         TO RPT-LINE.
107900     WRITE RPT-LINE.
108000     MOVE SPACES TO RPT-LINE.
108100     STRING "Check date ........ " DELIMITED BY SIZE
108200             RPT-RUN-DATE DELIMITED BY SIZE
108300             INTO RPT-LINE.
108400     WRITE RPT-LINE.
108500     MOVE SPACES TO RPT-LINE.
108600     STRING "Check time ........ " DELIMITED BY SIZE
108700             RPT-RUN-TIME DELIMITED BY SIZE
108800             INTO RPT-LINE.
108900     WRITE RPT-LINE.
109000     MOVE SPACES TO RPT-LINE.
109100     WRITE RPT-LINE.
109200 6000-EXIT.
109300     EXIT.
109400
109500 6050-SET-ROSTER-KEY.
109600     MOVE SPACES TO RPT-EXC-KEY.
109700     STRING NR-OPER-ID DELIMITED BY SIZE
109800             " " DELIMITED BY SIZE
109900             NR-NAME DELIMITED BY SIZE
110000             INTO RPT-EXC-KEY.
110100 6050-EXIT.
110200     EXIT.
110300
110400 6060-SET-LANG-KEY.
110500     MOVE ITG-LT-COUNT(ITG-IX) TO RPT-COUNT-DISP.
110600     MOVE SPACES TO RPT-EXC-KEY.
110700     STRING "language " DELIMITED BY SIZE
110800             ITG-LT-LANG(ITG-IX) DELIMITED BY SIZE
110900             " (" DELIMITED BY SIZE
111000             RPT-COUNT-DISP DELIMITED BY SIZE
111100             " active)" DELIMITED BY SIZE
111200             INTO RPT-EXC-KEY.
111300 6060-EXIT.
111400     EXIT.
111500
111600 6100-WRITE-SECTION-HEADER.
111700     MOVE ZERO TO ITG-SECTION-COUNT.
111800     MOVE SPACES TO RPT-LINE.
111900     WRITE RPT-LINE.
112000     MOVE RPT-SECTION-TITLE TO RPT-LINE.
112100     WRITE RPT-LINE.
112200     MOVE "------------------------------------------------"
112300         TO RPT-LINE.
112400     WRITE RPT-LINE.
112500 6100-EXIT.
112600     EXIT.
112700
112800*----------------------------------------------------------------
112900* One exception line - the key, what is wrong, and how bad it
113000* is.  The severe switch is reset after every line, so a caller
113100* sets it only for the break it is reporting.
113200*----------------------------------------------------------------
113300 6200-WRITE-EXCEPTION.
113400     ADD 1 TO ITG-SECTION-COUNT.
113500     IF ITG-SEVERE
113600         ADD 1 TO ITG-SEVERE-COUNT
113700         MOVE "SEVERE" TO RPT-SEVERITY-WORD
113800     ELSE
113900         ADD 1 TO ITG-WARNING-COUNT
114000         MOVE "WARNING" TO RPT-SEVERITY-WORD
114100     END-IF.
114200     MOVE "N" TO ITG-SEVERE-SWITCH.
114300     MOVE SPACES TO RPT-LINE.
114400     STRING RPT-EXC-KEY DELIMITED BY SIZE
114500             " " DELIMITED BY SIZE
114600             RPT-EXC-TEXT DELIMITED BY SIZE
114700             " " DELIMITED BY SIZE
114800             RPT-SEVERITY-WORD DELIMITED BY SIZE
114900             INTO RPT-LINE.
115000     WRITE RPT-LINE.
115100 6200-EXIT.
115200     EXIT.
115300
115400 6300-WRITE-SECTION-TOTAL.
115500     IF ITG-SECTION-COUNT = ZERO
115600         MOVE "  none" TO RPT-LINE
115700         WRITE RPT-LINE
115800         GO TO 6300-EXIT
115900     END-IF.
116000     MOVE ITG-SECTION-COUNT TO RPT-COUNT-DISP.
116100     MOVE SPACES TO RPT-LINE.
116200     STRING "  exceptions ...... " DELIMITED BY SIZE
116300             RPT-COUNT-DISP DELIMITED BY SIZE
116400             INTO RPT-LINE.
116500     WRITE RPT-LINE.
116600 6300-EXIT.
116700     EXIT.
116800
116900 6500-WRITE-REPORT-TOTALS.
117000     MOVE SPACES TO RPT-LINE.
117100     WRITE RPT-LINE.
117200     MOVE ITG-ROSTER-CHECKED TO RPT-COUNT-DISP.
117300     MOVE SPACES TO RPT-LINE.
117400     STRING "Active roster checked ... " DELIMITED BY SIZE
117500             RPT-COUNT-DISP DELIMITED BY SIZE
117600             INTO RPT-LINE.
117700     WRITE RPT-LINE.
117800     MOVE ITG-SEVERE-COUNT TO RPT-COUNT-DISP.
117900     MOVE SPACES TO RPT-LINE.
118000     STRING "Severe breaks ........... " DELIMITED BY SIZE
118100             RPT-COUNT-DISP DELIMITED BY SIZE
118200             INTO RPT-LINE.
118300     WRITE RPT-LINE.
118400     MOVE ITG-WARNING-COUNT TO RPT-COUNT-DISP.
118500     MOVE SPACES TO RPT-LINE.
118600     STRING "Warnings ................ " DELIMITED BY SIZE
118700             RPT-COUNT-DISP DELIMITED BY SIZE
118800             INTO RPT-LINE.
118900     WRITE RPT-LINE.
119000     MOVE SPACES TO RPT-LINE.
119100     STRING "Return code ............. " DELIMITED BY SIZE
119200             ITG-GRADE DELIMITED BY SIZE
119300             INTO RPT-LINE.
119400     WRITE RPT-LINE.
119500     MOVE "================================================"
119600         TO RPT-LINE.
119700     WRITE RPT-LINE.
119800 6500-EXIT.
119900     EXIT.
120000
120100*----------------------------------------------------------------
120200* Grade the run: 12 when the roster could not be checked at
120300* all, 8 on any severe break, 4 on warnings only.
120400*----------------------------------------------------------------
120500 7000-TERMINATE.
120600     EVALUATE TRUE
120700         WHEN NOT ITG-NAME-OPEN
120800             MOVE 12 TO ITG-GRADE
120900         WHEN ITG-SEVERE-COUNT > ZERO
121000             MOVE 8 TO ITG-GRADE
121100         WHEN ITG-WARNING-COUNT > ZERO
121200             MOVE 4 TO ITG-GRADE
121300         WHEN OTHER
121400             MOVE ZERO TO ITG-GRADE
121500     END-EVALUATE.
121600     PERFORM 6500-WRITE-REPORT-TOTALS
121700         THRU 6500-EXIT.
121800     IF ITG-NAME-OPEN
121900         CLOSE NAME-FILE
122000     END-IF.
122100     IF ITG-OPIX-OPEN
122200         CLOSE OPERATOR-INDEX-FILE
122300     END-IF.
122400     CLOSE REPORT-FILE.
122500     IF ITG-SEVERE-COUNT > ZERO
122600         DISPLAY "COB-INTEG: " ITG-SEVERE-COUNT
122700             " severe cross-file break(s) - see INTEGRPT."
122800     END-IF.
122900 7000-EXIT.
123000     EXIT.
