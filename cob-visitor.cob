000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cob-visitor.
000300 AUTHOR. BILL BLASINGIM.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* A GnuCOBOL program
000900* Visitor register maintenance - lets the front desk list, find,
001000* add, and correct the entries on the VISITREG visitor register
001100* that the batch visitor pass (cob-batch) keeps, and lets a lead
001200* bar a visitor or clear a bar, the same menu style as
001300* cob-roster.  A barred visitor is refused by the next batch
001400* run instead of greeted, audited with reason 07, and written
001500* to the SECALERT security alert file for the front desk.
001600*
001700* The screen opens with the USERSEC sign-on; setting or
001800* clearing a bar needs lead privilege and stamps the register
001900* entry with who did it and when.  Every add, correct, bar,
002000* and clear writes a MAINTLOG change-history record with the
002100* entry's before and after images (daily report: cob-chgrpt).
002200*----------------------------------------------------------------
002300* MODIFICATION HISTORY
002400*----------------------------------------------------------------
002500* 10/15/2026  BB   Original version - SCREEN SECTION menu over
002600*                  the indexed VISITREG visitor register.
002610* 10/15/2026  BB   MAINTLOG images widened to the 100-byte
002620*                  MAINTREC images, and the image now carries
002630*                  the bar user, so cob-chgrpt shows who set or
002640*                  cleared a bar.
002700*----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. GNUCOBOL.
003100 OBJECT-COMPUTER. GNUCOBOL.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT VISIT-REGISTER ASSIGN TO "VISITREG"
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS VR-VISITOR-NAME
003800         FILE STATUS IS VRM-FILE-STATUS.
003900
004000     SELECT OPERATOR-INDEX-FILE ASSIGN TO "OPERIDX"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS OPIX-OPER-ID
004400         FILE STATUS IS VRM-OPIX-STATUS.
004500
004600     SELECT MAINT-FILE ASSIGN TO "MAINTLOG"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS VRM-MNT-STATUS.
004900
005000     SELECT USERSEC-FILE ASSIGN TO "USERSEC"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS SGN-SEC-STATUS.
005300
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  VISIT-REGISTER
005700     LABEL RECORDS ARE STANDARD.
005800     COPY VISITREG.
005900
006000 FD  OPERATOR-INDEX-FILE
006100     LABEL RECORDS ARE STANDARD.
006200     COPY OPERIDX.
006300
006400 FD  MAINT-FILE
006500     LABEL RECORDS ARE STANDARD.
006600     COPY MAINTREC.
006700
006800 FD  USERSEC-FILE
006900     LABEL RECORDS ARE STANDARD.
007000 01  USF-RECORD.
007100     05  USF-OPER-ID             PIC X(05).
007200     05  FILLER                  PIC X(01).
007300     05  USF-PIN                 PIC X(04).
007400     05  FILLER                  PIC X(01).
007500     05  USF-PRIV-LEVEL          PIC X(01).
007600
007700 WORKING-STORAGE SECTION.
007800   COPY USERSEC.
007900
008000 01  VRM-CONTROLS.
008100     05  VRM-FILE-STATUS       PIC X(02)   VALUE SPACES.
008200     05  VRM-EOF-SWITCH        PIC X(01)   VALUE "N".
008300         88  VRM-EOF           VALUE "Y".
008400     05  VRM-MENU-CHOICE       PIC X(01)   VALUE SPACE.
008500     05  VRM-EXIT-SWITCH       PIC X(01)   VALUE "N".
008600         88  VRM-DONE          VALUE "Y".
008700     05  VRM-WORK-NAME         PIC X(20)   VALUE SPACES.
008800     05  VRM-WORK-LANG         PIC X(02)   VALUE SPACES.
008900     05  VRM-WORK-HOST         PIC X(05)   VALUE SPACES.
009000     05  VRM-WORK-REASON       PIC X(30)   VALUE SPACES.
009100     05  VRM-STATUS-WORD       PIC X(06)   VALUE SPACES.
009200     05  VRM-COUNT-DISP        PIC ZZZZ9   VALUE ZERO.
009300     05  VRM-LIST-LINE         PIC X(79)   VALUE SPACES.
009400     05  VRM-FOUND-SWITCH      PIC X(01)   VALUE "N".
009500         88  VRM-FOUND         VALUE "Y".
009600     05  VRM-OPIX-STATUS       PIC X(02)   VALUE SPACES.
009700     05  VRM-OPIX-OPEN-SWITCH  PIC X(01)   VALUE "N".
009800         88  VRM-OPIX-OPEN     VALUE "Y".
009900     05  VRM-HOST-OK-SWITCH    PIC X(01)   VALUE "N".
010000         88  VRM-HOST-OK       VALUE "Y".
010100     05  VRM-TODAY             PIC 9(08)   VALUE ZERO.
010200     05  VRM-MNT-STATUS        PIC X(02)   VALUE SPACES.
010300     05  VRM-MAINT-ACTION      PIC X(01)   VALUE SPACE.
010400     05  VRM-BEFORE-IMAGE      PIC X(100)  VALUE SPACES.
010500     05  VRM-AFTER-IMAGE       PIC X(100)  VALUE SPACES.
010600     05  VRM-IMAGE-WORK        PIC X(100)  VALUE SPACES.
010700
010800 SCREEN SECTION.
010900 01  VRM-SIGNON-SCREEN.
011000     05  BLANK SCREEN.
011100     05  LINE 1  COL 1   VALUE "COB-VISITOR - SIGN ON".
011200     05  LINE 3  COL 1   VALUE "Operator ID ...... ".
011300     05  LINE 3  COL 20  PIC X(05) TO SGN-WORK-ID.
011400     05  LINE 4  COL 1   VALUE "PIN .............. ".
011500     05  LINE 4  COL 20  PIC X(04) TO SGN-WORK-PIN SECURE.
011600
011700 01  VRM-MENU-SCREEN.
011800     05  BLANK SCREEN.
011900     05  LINE 1  COL 1   VALUE "COB-VISITOR - VISITOR REGISTER".
012000     05  LINE 3  COL 3   VALUE "L - List the register".
012100     05  LINE 4  COL 3   VALUE "F - Find a visitor".
012200     05  LINE 5  COL 3   VALUE "A - Add a visitor".
012300     05  LINE 6  COL 3   VALUE "C - Correct a visitor".
012400     05  LINE 7  COL 3   VALUE "B - Bar a visitor (lead)".
012500     05  LINE 8  COL 3   VALUE "U - Clear a bar (lead)".
012600     05  LINE 9  COL 3   VALUE "X - Exit".
012700     05  LINE 11 COL 1   VALUE "Selection: ".
012800     05  LINE 11 COL 12  PIC X(01) TO VRM-MENU-CHOICE.
012900
013000 01  VRM-ADD-SCREEN.
013100     05  BLANK SCREEN.
013200     05  LINE 1  COL 1   VALUE "ADD VISITOR".
013300     05  LINE 3  COL 1   VALUE "Visitor name ..... ".
013400     05  LINE 3  COL 20  PIC X(20) TO VRM-WORK-NAME.
013500     05  LINE 4  COL 1   VALUE "Lang code (blank=EN) ".
013600     05  LINE 4  COL 22  PIC X(02) TO VRM-WORK-LANG.
013700     05  LINE 5  COL 1   VALUE "Usual host ID .... ".
013800     05  LINE 5  COL 20  PIC X(05) TO VRM-WORK-HOST.
013900
014000 01  VRM-SELECT-SCREEN.
014100     05  BLANK SCREEN.
014200     05  LINE 1  COL 1   VALUE "ENTER THE VISITOR NAME AS REGIST".
014300     05  LINE 1  COL 33  VALUE "ERED".
014400     05  LINE 3  COL 1   VALUE "Visitor name ..... ".
014500     05  LINE 3  COL 20  PIC X(20) TO VRM-WORK-NAME.
014600
014700 01  VRM-CORRECT-SCREEN.
014800     05  BLANK SCREEN.
014900     05  LINE 1  COL 1   VALUE "CORRECT VISITOR".
015000     05  LINE 3  COL 1   VALUE "New lang code (blank=no change) ".
015100     05  LINE 3  COL 34  PIC X(02) TO VRM-WORK-LANG.
015200     05  LINE 4  COL 1   VALUE "New host (blank=no change) .... ".
015300     05  LINE 4  COL 34  PIC X(05) TO VRM-WORK-HOST.
015400
015500 01  VRM-BAR-SCREEN.
015600     05  BLANK SCREEN.
015700     05  LINE 1  COL 1   VALUE "BAR VISITOR".
015800     05  LINE 3  COL 1   VALUE "Reason ........... ".
015900     05  LINE 3  COL 20  PIC X(30) TO VRM-WORK-REASON.
016000
016100 PROCEDURE DIVISION.
016200 0000-MAINLINE.
016300     PERFORM 0100-SIGN-ON
016400         THRU 0100-EXIT.
016500     IF NOT SGN-SIGNED-ON
016600         STOP RUN
016700     END-IF.
016800     PERFORM 1000-INITIALIZE
016900         THRU 1000-EXIT.
017000     PERFORM 2000-PROCESS-MENU
017100         THRU 2000-EXIT
017200         UNTIL VRM-DONE.
017300     PERFORM 7000-TERMINATE
017400         THRU 7000-EXIT.
017500     STOP RUN.
017600
017700 1000-INITIALIZE.
017800     OPEN I-O VISIT-REGISTER.
017900     IF VRM-FILE-STATUS NOT = "00"
018000         OPEN OUTPUT VISIT-REGISTER
018100         CLOSE VISIT-REGISTER
018200         OPEN I-O VISIT-REGISTER
018300     END-IF.
018400     OPEN INPUT OPERATOR-INDEX-FILE.
018500     IF VRM-OPIX-STATUS = "00"
018600         MOVE "Y" TO VRM-OPIX-OPEN-SWITCH
018700     ELSE
018800         DISPLAY "Operator index OPERIDX not available - "
018900             "host IDs will not be verified."
019000     END-IF.
019100     OPEN EXTEND MAINT-FILE.
019200     IF VRM-MNT-STATUS NOT = "00"
019300         OPEN OUTPUT MAINT-FILE
019400     END-IF.
019500 1000-EXIT.
019600     EXIT.
019700
019800 2000-PROCESS-MENU.
019900     DISPLAY VRM-MENU-SCREEN.
020000     ACCEPT VRM-MENU-SCREEN.
020100     EVALUATE VRM-MENU-CHOICE
020200         WHEN "L" WHEN "l"
020300             PERFORM 3000-LIST-REGISTER
020400                 THRU 3000-EXIT
020500         WHEN "F" WHEN "f"
020600             PERFORM 3500-FIND-VISITOR
020700                 THRU 3500-EXIT
020800         WHEN "A" WHEN "a"
020900             PERFORM 4000-ADD-VISITOR
021000                 THRU 4000-EXIT
021100         WHEN "C" WHEN "c"
021200             PERFORM 5000-CORRECT-VISITOR
021300                 THRU 5000-EXIT
021400         WHEN "B" WHEN "b"
021500             PERFORM 6000-BAR-VISITOR
021600                 THRU 6000-EXIT
021700         WHEN "U" WHEN "u"
021800             PERFORM 6500-CLEAR-BAR
021900                 THRU 6500-EXIT
022000         WHEN "X" WHEN "x"
022100             MOVE "Y" TO VRM-EXIT-SWITCH
022200         WHEN OTHER
022300             DISPLAY "Invalid selection - choose L, F, A, C, "
022400                 "B, U or X."
022500     END-EVALUATE.
022600 2000-EXIT.
022700     EXIT.
022800
022900 3000-LIST-REGISTER.
023000     DISPLAY " ".
023100     DISPLAY "  NAME                 LANG HOST   VISITS LAST V"
023200         "ISIT  STATUS".
023300     MOVE "N" TO VRM-EOF-SWITCH.
023400     MOVE LOW-VALUES TO VR-VISITOR-NAME.
023500     START VISIT-REGISTER
023600         KEY NOT < VR-VISITOR-NAME
023700         INVALID KEY
023800             MOVE "Y" TO VRM-EOF-SWITCH
023900     END-START.
024000     PERFORM 3100-LIST-ENTRY
024100         THRU 3100-EXIT
024200         UNTIL VRM-EOF.
024300 3000-EXIT.
024400     EXIT.
024500
024600 3100-LIST-ENTRY.
024700     READ VISIT-REGISTER NEXT RECORD
024800         AT END
024900             MOVE "Y" TO VRM-EOF-SWITCH
025000         NOT AT END
025100             PERFORM 3200-SHOW-ENTRY
025200                 THRU 3200-EXIT
025300     END-READ.
025400 3100-EXIT.
025500     EXIT.
025600
025700 3200-SHOW-ENTRY.
025800     IF VR-BARRED
025900         MOVE "BARRED" TO VRM-STATUS-WORD
026000     ELSE
026100         MOVE "OK" TO VRM-STATUS-WORD
026200     END-IF.
026300     IF VR-VISIT-COUNT NUMERIC
026400         MOVE VR-VISIT-COUNT TO VRM-COUNT-DISP
026500     ELSE
026600         MOVE ZERO TO VRM-COUNT-DISP
026700     END-IF.
026800     MOVE SPACES TO VRM-LIST-LINE.
026900     STRING "  "                DELIMITED BY SIZE
027000             VR-VISITOR-NAME    DELIMITED BY SIZE
027100             " "                DELIMITED BY SIZE
027200             VR-LANG-CODE       DELIMITED BY SIZE
027300             "   "              DELIMITED BY SIZE
027400             VR-HOST-ID         DELIMITED BY SIZE
027500             "  "               DELIMITED BY SIZE
027600             VRM-COUNT-DISP     DELIMITED BY SIZE
027700             "  "               DELIMITED BY SIZE
027800             VR-LAST-VISIT      DELIMITED BY SIZE
027900             "  "               DELIMITED BY SIZE
028000             VRM-STATUS-WORD    DELIMITED BY SIZE
028100             INTO VRM-LIST-LINE.
028200     DISPLAY VRM-LIST-LINE.
028300 3200-EXIT.
028400     EXIT.
028500
028600*----------------------------------------------------------------
028700* Show one visitor in full - the register line plus, for a
028800* visitor barred now or in the past, the bar reason and who
028900* set or cleared it and when.
029000*----------------------------------------------------------------
029100 3500-FIND-VISITOR.
029200     PERFORM 5500-SELECT-VISITOR
029300         THRU 5500-EXIT.
029400     IF NOT VRM-FOUND
029500         GO TO 3500-EXIT
029600     END-IF.
029700     DISPLAY " ".
029800     DISPLAY "  NAME                 LANG HOST   VISITS LAST V"
029900         "ISIT  STATUS".
030000     PERFORM 3200-SHOW-ENTRY
030100         THRU 3200-EXIT.
030200     DISPLAY "  First visit ...... " VR-FIRST-VISIT.
030300     IF VR-BAR-REASON NOT = SPACES
030400         DISPLAY "  Bar reason ....... " VR-BAR-REASON
030500         DISPLAY "  Bar set/cleared .. " VR-BAR-DATE
030600             " by " VR-BAR-USER
030700     END-IF.
030800 3500-EXIT.
030900     EXIT.
031000
031100*----------------------------------------------------------------
031200* A visitor added by hand starts with no visits - the batch
031300* visitor pass fills in the first and last visit and the count
031400* the first time the visitor is greeted.  Adding one lets the
031500* desk record a language or bar someone before their first
031600* visit.
031700*----------------------------------------------------------------
031800 4000-ADD-VISITOR.
031900     MOVE SPACES TO VRM-WORK-NAME.
032000     MOVE SPACES TO VRM-WORK-LANG.
032100     MOVE SPACES TO VRM-WORK-HOST.
032200     DISPLAY VRM-ADD-SCREEN.
032300     ACCEPT VRM-ADD-SCREEN.
032400     IF VRM-WORK-NAME = SPACES
032500         DISPLAY "Visitor name cannot be blank - visitor not "
032600             "added."
032700         GO TO 4000-EXIT
032800     END-IF.
032900     PERFORM 4600-VALIDATE-HOST
033000         THRU 4600-EXIT.
033100     IF NOT VRM-HOST-OK
033200         DISPLAY "That host ID is not on the operator index "
033300             "- visitor not added."
033400         GO TO 4000-EXIT
033500     END-IF.
033600     MOVE SPACES TO VISIT-REG-REC.
033700     MOVE VRM-WORK-NAME TO VR-VISITOR-NAME.
033800     MOVE ZERO TO VR-VISIT-COUNT.
033900     MOVE VRM-WORK-HOST TO VR-HOST-ID.
034000     IF VRM-WORK-HOST = SPACES
034100         MOVE ZERO TO VR-HOST-TALLY
034200     ELSE
034300         MOVE 1 TO VR-HOST-TALLY
034400     END-IF.
034500     IF VRM-WORK-LANG = SPACES
034600         MOVE "EN" TO VR-LANG-CODE
034700     ELSE
034800         MOVE VRM-WORK-LANG TO VR-LANG-CODE
034900     END-IF.
035000     MOVE "N" TO VR-BAR-FLAG.
035100     WRITE VISIT-REG-REC
035200         INVALID KEY
035300             DISPLAY "That visitor is already on the register "
035400                 "- use C to correct the entry."
035500         NOT INVALID KEY
035600             MOVE SPACES TO VRM-BEFORE-IMAGE
035700             MOVE "A" TO VRM-MAINT-ACTION
035800             PERFORM 9000-WRITE-MAINTLOG
035900                 THRU 9000-EXIT
036000     END-WRITE.
036100 4000-EXIT.
036200     EXIT.
036300
036400 5000-CORRECT-VISITOR.
036500     PERFORM 5500-SELECT-VISITOR
036600         THRU 5500-EXIT.
036700     IF NOT VRM-FOUND
036800         GO TO 5000-EXIT
036900     END-IF.
037000     PERFORM 9100-BUILD-ENTRY-IMAGE
037100         THRU 9100-EXIT.
037200     MOVE VRM-IMAGE-WORK TO VRM-BEFORE-IMAGE.
037300     MOVE SPACES TO VRM-WORK-LANG.
037400     MOVE SPACES TO VRM-WORK-HOST.
037500     DISPLAY VRM-CORRECT-SCREEN.
037600     ACCEPT VRM-CORRECT-SCREEN.
037700     IF VRM-WORK-LANG NOT = SPACES
037800         MOVE VRM-WORK-LANG TO VR-LANG-CODE
037900     END-IF.
038000     IF VRM-WORK-HOST NOT = SPACES
038100         PERFORM 4600-VALIDATE-HOST
038200             THRU 4600-EXIT
038300         IF NOT VRM-HOST-OK
038400             DISPLAY "That host ID is not on the operator "
038500                 "index - host left unchanged."
038600         ELSE
038700             MOVE VRM-WORK-HOST TO VR-HOST-ID
038800             MOVE 1 TO VR-HOST-TALLY
038900         END-IF
039000     END-IF.
039100     REWRITE VISIT-REG-REC
039200         INVALID KEY
039300             DISPLAY "Rewrite failed - visitor not changed."
039400         NOT INVALID KEY
039500             MOVE "C" TO VRM-MAINT-ACTION
039600             PERFORM 9000-WRITE-MAINTLOG
039700                 THRU 9000-EXIT
039800     END-REWRITE.
039900 5000-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------------
040300* Read the visitor the operator keys by name; the record is
040400* left in VISIT-REG-REC for the caller to change and rewrite.
040500*----------------------------------------------------------------
040600 5500-SELECT-VISITOR.
040700     MOVE "N" TO VRM-FOUND-SWITCH.
040800     MOVE SPACES TO VRM-WORK-NAME.
040900     DISPLAY VRM-SELECT-SCREEN.
041000     ACCEPT VRM-SELECT-SCREEN.
041100     IF VRM-WORK-NAME = SPACES
041200         DISPLAY "No visitor name entered."
041300         GO TO 5500-EXIT
041400     END-IF.
041500     MOVE VRM-WORK-NAME TO VR-VISITOR-NAME.
041600     READ VISIT-REGISTER
041700         INVALID KEY
041800             DISPLAY "That visitor is not on the register."
041900         NOT INVALID KEY
042000             MOVE "Y" TO VRM-FOUND-SWITCH
042100     END-READ.
042200 5500-EXIT.
042300     EXIT.
042400
042500*----------------------------------------------------------------
042600* Bar a visitor - lead only, and a reason is required, since
042700* it is what the front desk reads off the SECALERT alert when
042800* the visitor turns up.  The bar is stamped with the date and
042900* the signed-on lead.
043000*----------------------------------------------------------------
043100 6000-BAR-VISITOR.
043200     IF NOT SGN-LEAD
043300         DISPLAY "Only a lead may bar a visitor."
043400         GO TO 6000-EXIT
043500     END-IF.
043600     PERFORM 5500-SELECT-VISITOR
043700         THRU 5500-EXIT.
043800     IF NOT VRM-FOUND
043900         GO TO 6000-EXIT
044000     END-IF.
044100     IF VR-BARRED
044200         DISPLAY "That visitor is already barred - "
044300             VR-BAR-REASON
044400         GO TO 6000-EXIT
044500     END-IF.
044600     MOVE SPACES TO VRM-WORK-REASON.
044700     DISPLAY VRM-BAR-SCREEN.
044800     ACCEPT VRM-BAR-SCREEN.
044900     IF VRM-WORK-REASON = SPACES
045000         DISPLAY "A bar needs a reason - visitor not barred."
045100         GO TO 6000-EXIT
045200     END-IF.
045300     PERFORM 9100-BUILD-ENTRY-IMAGE
045400         THRU 9100-EXIT.
045500     MOVE VRM-IMAGE-WORK TO VRM-BEFORE-IMAGE.
045600     ACCEPT VRM-TODAY FROM DATE YYYYMMDD.
045700     MOVE "Y" TO VR-BAR-FLAG.
045800     MOVE VRM-WORK-REASON TO VR-BAR-REASON.
045900     MOVE VRM-TODAY TO VR-BAR-DATE.
046000     MOVE SGN-USER-ID TO VR-BAR-USER.
046100     REWRITE VISIT-REG-REC
046200         INVALID KEY
046300             DISPLAY "Rewrite failed - visitor not barred."
046400         NOT INVALID KEY
046500             MOVE "C" TO VRM-MAINT-ACTION
046600             PERFORM 9000-WRITE-MAINTLOG
046700                 THRU 9000-EXIT
046800             DISPLAY "Visitor barred - the next visit will "
046900                 "be refused and alerted on SECALERT."
047000     END-REWRITE.
047100 6000-EXIT.
047200     EXIT.
047300
047400*----------------------------------------------------------------
047500* Clear a bar - lead only.  The reason is kept on the entry as
047600* history; the date and user are restamped with the clear.
047700*----------------------------------------------------------------
047800 6500-CLEAR-BAR.
047900     IF NOT SGN-LEAD
048000         DISPLAY "Only a lead may clear a bar."
048100         GO TO 6500-EXIT
048200     END-IF.
048300     PERFORM 5500-SELECT-VISITOR
048400         THRU 5500-EXIT.
048500     IF NOT VRM-FOUND
048600         GO TO 6500-EXIT
048700     END-IF.
048800     IF NOT VR-BARRED
048900         DISPLAY "That visitor is not barred."
049000         GO TO 6500-EXIT
049100     END-IF.
049200     PERFORM 9100-BUILD-ENTRY-IMAGE
049300         THRU 9100-EXIT.
049400     MOVE VRM-IMAGE-WORK TO VRM-BEFORE-IMAGE.
049500     ACCEPT VRM-TODAY FROM DATE YYYYMMDD.
049600     MOVE "N" TO VR-BAR-FLAG.
049700     MOVE VRM-TODAY TO VR-BAR-DATE.
049800     MOVE SGN-USER-ID TO VR-BAR-USER.
049900     REWRITE VISIT-REG-REC
050000         INVALID KEY
050100             DISPLAY "Rewrite failed - bar not cleared."
050200         NOT INVALID KEY
050300             MOVE "C" TO VRM-MAINT-ACTION
050400             PERFORM 9000-WRITE-MAINTLOG
050500                 THRU 9000-EXIT
050600             DISPLAY "Bar cleared."
050700     END-REWRITE.
050800 6500-EXIT.
050900     EXIT.
051000
051100 7000-TERMINATE.
051200     CLOSE VISIT-REGISTER.
051300     IF VRM-OPIX-OPEN
051400         CLOSE OPERATOR-INDEX-FILE
051500     END-IF.
051600     CLOSE MAINT-FILE.
051700 7000-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------------
052100* A blank host passes (the batch pass learns the usual host
052200* from the visits); anything else must be on the operator
052300* index.  When the index is not available the host stands
052400* unverified, the same stance the batch visitor pass takes.
052500*----------------------------------------------------------------
052600 4600-VALIDATE-HOST.
052700     MOVE "Y" TO VRM-HOST-OK-SWITCH.
052800     IF VRM-WORK-HOST = SPACES
052900         GO TO 4600-EXIT
053000     END-IF.
053100     IF NOT VRM-OPIX-OPEN
053200         GO TO 4600-EXIT
053300     END-IF.
053400     MOVE VRM-WORK-HOST TO OPIX-OPER-ID.
053500     READ OPERATOR-INDEX-FILE
053600         INVALID KEY
053700             MOVE "N" TO VRM-HOST-OK-SWITCH
053800     END-READ.
053900 4600-EXIT.
054000     EXIT.
054100
054200*----------------------------------------------------------------
054300* Record the maintenance action on the MAINTLOG change history -
054400* which program, which file, which visitor, and the entry image
054500* before and after - the same trail cob-roster leaves for
054600* NAMEFILE.  Bars and clears are logged as changes; the image
054700* carries the bar flag and reason so the report shows them.
054800*----------------------------------------------------------------
054900 9000-WRITE-MAINTLOG.
055000     PERFORM 9100-BUILD-ENTRY-IMAGE
055100         THRU 9100-EXIT.
055200     MOVE VRM-IMAGE-WORK TO VRM-AFTER-IMAGE.
055300     MOVE SPACES TO MAINT-LOG-REC.
055400     ACCEPT MT-RUN-DATE FROM DATE YYYYMMDD.
055500     ACCEPT MT-RUN-TIME FROM TIME.
055600     MOVE "VISITOR" TO MT-PROGRAM.
055700     MOVE "VISITREG" TO MT-FILE-NAME.
055800     MOVE VRM-MAINT-ACTION TO MT-ACTION.
055900     MOVE VR-VISITOR-NAME TO MT-RECORD-KEY.
056000     MOVE SGN-USER-ID TO MT-USER-ID.
056100     MOVE VRM-BEFORE-IMAGE TO MT-BEFORE-IMAGE.
056200     MOVE VRM-AFTER-IMAGE TO MT-AFTER-IMAGE.
056300     WRITE MAINT-LOG-REC.
056400 9000-EXIT.
056500     EXIT.
056600
056700*----------------------------------------------------------------
056800* The image is the maintained part of the entry - language,
056900* usual host, bar flag, bar reason, bar date, and bar user -
057000* in one 100-byte MAINTLOG image; the visit history the batch
057100* pass keeps is not maintained here and is left out.
057200*----------------------------------------------------------------
057300 9100-BUILD-ENTRY-IMAGE.
057400     MOVE SPACES TO VRM-IMAGE-WORK.
057500     STRING VR-LANG-CODE              DELIMITED BY SIZE
057600             " "                       DELIMITED BY SIZE
057700             VR-HOST-ID                DELIMITED BY SIZE
057800             " "                       DELIMITED BY SIZE
057900             VR-BAR-FLAG               DELIMITED BY SIZE
058000             " "                       DELIMITED BY SIZE
058100             VR-BAR-REASON             DELIMITED BY SIZE
058200             " "                       DELIMITED BY SIZE
058300             VR-BAR-DATE               DELIMITED BY SIZE
058320             " "                       DELIMITED BY SIZE
058340             VR-BAR-USER               DELIMITED BY SIZE
058400             INTO VRM-IMAGE-WORK.
058500 9100-EXIT.
058600     EXIT.
058700
058800*----------------------------------------------------------------
058900* USERSEC sign-on - the operator keys the ID carried on
059000* OPERIDX and a PIN, three tries; setting or clearing a bar
059100* needs lead privilege, and the signed-on ID is stamped on the
059200* session's MAINTLOG records.  No USERSEC file means no
059300* sign-on at all - the screen fails closed.
059400*----------------------------------------------------------------
059500 0100-SIGN-ON.
059600     PERFORM 0110-LOAD-USERSEC
059700         THRU 0110-EXIT.
059800     IF SGN-USER-COUNT = ZERO
059900         DISPLAY "Security file USERSEC is not available - "
060000             "sign-on refused."
060100         GO TO 0100-EXIT
060200     END-IF.
060300     PERFORM 0130-TRY-SIGN-ON
060400         THRU 0130-EXIT
060500         UNTIL SGN-SIGNED-ON
060600             OR SGN-TRY-COUNT NOT < 3.
060700     IF NOT SGN-SIGNED-ON
060800         DISPLAY "Sign-on failed - session ended."
060900     END-IF.
061000 0100-EXIT.
061100     EXIT.
061200
061300 0110-LOAD-USERSEC.
061400     OPEN INPUT USERSEC-FILE.
061500     IF SGN-SEC-STATUS NOT = "00"
061600         GO TO 0110-EXIT
061700     END-IF.
061800     PERFORM 0120-LOAD-USERSEC-REC
061900         THRU 0120-EXIT
062000         UNTIL SGN-SEC-EOF.
062100     CLOSE USERSEC-FILE.
062200 0110-EXIT.
062300     EXIT.
062400
062500 0120-LOAD-USERSEC-REC.
062600     READ USERSEC-FILE
062700         AT END
062800             MOVE "Y" TO SGN-SEC-EOF-SWITCH
062900         NOT AT END
063000           IF USF-OPER-ID NOT = SPACES
063100             IF SGN-USER-COUNT < 50
063200               ADD 1 TO SGN-USER-COUNT
063300               MOVE USF-OPER-ID
063400                   TO UST-OPER-ID(SGN-USER-COUNT)
063500               MOVE USF-PIN
063600                   TO UST-PIN(SGN-USER-COUNT)
063700               MOVE USF-PRIV-LEVEL
063800                   TO UST-PRIV-LEVEL(SGN-USER-COUNT)
063900             END-IF
064000           END-IF
064100     END-READ.
064200 0120-EXIT.
064300     EXIT.
064400
064500 0130-TRY-SIGN-ON.
064600     ADD 1 TO SGN-TRY-COUNT.
064700     MOVE SPACES TO SGN-WORK-ID.
064800     MOVE SPACES TO SGN-WORK-PIN.
064900     DISPLAY VRM-SIGNON-SCREEN.
065000     ACCEPT VRM-SIGNON-SCREEN.
065100     MOVE ZERO TO SGN-MATCH-IX.
065200     PERFORM 0140-MATCH-USER
065300         THRU 0140-EXIT
065400         VARYING SGN-SCAN-IX FROM 1 BY 1
065500         UNTIL SGN-SCAN-IX > SGN-USER-COUNT
065600             OR SGN-MATCH-IX > ZERO.
065700     IF SGN-MATCH-IX > ZERO
065800         AND UST-PIN(SGN-MATCH-IX) = SGN-WORK-PIN
065900         MOVE "Y" TO SGN-SIGNED-SWITCH
066000         MOVE SGN-WORK-ID TO SGN-USER-ID
066100         MOVE UST-PRIV-LEVEL(SGN-MATCH-IX)
066200             TO SGN-PRIV-LEVEL
066300     ELSE
066400         DISPLAY "Operator ID or PIN not recognized."
066500     END-IF.
066600 0130-EXIT.
066700     EXIT.
066800
066900 0140-MATCH-USER.
067000     IF UST-OPER-ID(SGN-SCAN-IX) = SGN-WORK-ID
067100         MOVE SGN-SCAN-IX TO SGN-MATCH-IX
067200     END-IF.
067300 0140-EXIT.
067400     EXIT.
