000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cob-leave.
000300 AUTHOR. BILL BLASINGIM.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* A GnuCOBOL program
000900* Interactive leave calendar maintenance - lets a shift operator
001000* list, add, or correct the entries on the LEAVECAL leave
001100* calendar without hand-editing it, and lets a lead delete one,
001200* the same menu style as cob-shift.  A leave entry carries the
001300* operator ID, the leave type, and the start and end dates;
001400* cob-batch counts an operator whose leave covers the run date
001500* as on leave instead of greeting them, so a leave HR has not
001600* sent on the nightly feed (cob-hrload's L transaction) can be
001700* keyed here the same day.
001800*
001900* The screen opens with the USERSEC sign-on; deleting a leave
002000* needs lead privilege.  The operator ID on an add must be on
002100* the OPERIDX operator index.  Every add, correct, and delete
002200* writes a MAINTLOG change-history record with the entry's
002300* before and after images (daily report: cob-chgrpt), and the
002400* calendar is rewritten to LEAVECAL on exit.
002500*----------------------------------------------------------------
002600* MODIFICATION HISTORY
002700*----------------------------------------------------------------
002800* 10/15/2026  BB   Original version - SCREEN SECTION menu over
002900*                  the LEAVECAL leave calendar file; the leaves
003000*                  are loaded into a table, maintained there,
003100*                  and rewritten to LEAVECAL on exit.
003200*----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. GNUCOBOL.
003600 OBJECT-COMPUTER. GNUCOBOL.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT LEAVE-FILE ASSIGN TO "LEAVECAL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS LVM-FILE-STATUS.
004200
004300     SELECT OPERATOR-INDEX-FILE ASSIGN TO "OPERIDX"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS OPIX-OPER-ID
004700         FILE STATUS IS LVM-OPIX-STATUS.
004800
004900     SELECT MAINT-FILE ASSIGN TO "MAINTLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS LVM-MNT-STATUS.
005200
005300     SELECT USERSEC-FILE ASSIGN TO "USERSEC"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS SGN-SEC-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  LEAVE-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  LVF-RECORD.
006200     05  LVF-OPER-ID             PIC X(05).
006300     05  FILLER                  PIC X(01).
006400     05  LVF-LEAVE-TYPE          PIC X(01).
006500     05  FILLER                  PIC X(01).
006600     05  LVF-START-DATE          PIC X(08).
006700     05  FILLER                  PIC X(01).
006800     05  LVF-END-DATE            PIC X(08).
006900
007000 FD  OPERATOR-INDEX-FILE
007100     LABEL RECORDS ARE STANDARD.
007200     COPY OPERIDX.
007300
007400 FD  MAINT-FILE
007500     LABEL RECORDS ARE STANDARD.
007600     COPY MAINTREC.
007700
007800 FD  USERSEC-FILE
007900     LABEL RECORDS ARE STANDARD.
008000 01  USF-RECORD.
008100     05  USF-OPER-ID             PIC X(05).
008200     05  FILLER                  PIC X(01).
008300     05  USF-PIN                 PIC X(04).
008400     05  FILLER                  PIC X(01).
008500     05  USF-PRIV-LEVEL          PIC X(01).
008600
008700 WORKING-STORAGE SECTION.
008800   COPY LEAVEREC.
008900   COPY USERSEC.
009000
009100 01  LVM-CONTROLS.
009200     05  LVM-FILE-STATUS       PIC X(02)   VALUE SPACES.
009300     05  LVM-EOF-SWITCH        PIC X(01)   VALUE "N".
009400         88  LVM-EOF           VALUE "Y".
009500     05  LVM-SEL-IX            PIC 9(03)   COMP VALUE ZERO.
009600     05  LVM-SEL-ENTRY         PIC 9(03)   VALUE ZERO.
009700     05  LVM-MENU-CHOICE       PIC X(01)   VALUE SPACE.
009800     05  LVM-EXIT-SWITCH       PIC X(01)   VALUE "N".
009900         88  LVM-DONE          VALUE "Y".
010000     05  LVM-WORK-OPER         PIC X(05)   VALUE SPACES.
010100     05  LVM-WORK-TYPE         PIC X(01)   VALUE SPACE.
010200         88  LVM-TYPE-VALID    VALUE "M" "P" "S" "U" "O".
010300     05  LVM-WORK-START        PIC X(08)   VALUE SPACES.
010400     05  LVM-WORK-END          PIC X(08)   VALUE SPACES.
010500     05  LVM-LIST-LINE         PIC X(60)   VALUE SPACES.
010600     05  LVM-SEQ-DISP          PIC 9(03)   VALUE ZERO.
010700     05  LVM-FIELDS-OK-SWITCH  PIC X(01)   VALUE "N".
010800         88  LVM-FIELDS-OK     VALUE "Y".
010900     05  LVM-OPIX-STATUS       PIC X(02)   VALUE SPACES.
011000     05  LVM-OPIX-OPEN-SWITCH  PIC X(01)   VALUE "N".
011100         88  LVM-OPIX-OPEN     VALUE "Y".
011200     05  LVM-CHANGED-SWITCH    PIC X(01)   VALUE "N".
011300         88  LVM-CHANGED       VALUE "Y".
011400     05  LVM-MNT-STATUS        PIC X(02)   VALUE SPACES.
011500     05  LVM-MAINT-ACTION      PIC X(01)   VALUE SPACE.
011600     05  LVM-BEFORE-IMAGE      PIC X(50)   VALUE SPACES.
011700     05  LVM-AFTER-IMAGE       PIC X(50)   VALUE SPACES.
011800     05  LVM-IMAGE-WORK        PIC X(50)   VALUE SPACES.
011900     05  LVM-KEY-OPER          PIC X(05)   VALUE SPACES.
012000     05  LVM-KEY-START         PIC X(08)   VALUE SPACES.
012100
012200 SCREEN SECTION.
012300 01  LVM-SIGNON-SCREEN.
012400     05  BLANK SCREEN.
012500     05  LINE 1  COL 1   VALUE "COB-LEAVE - SIGN ON".
012600     05  LINE 3  COL 1   VALUE "Operator ID ...... ".
012700     05  LINE 3  COL 20  PIC X(05) TO SGN-WORK-ID.
012800     05  LINE 4  COL 1   VALUE "PIN .............. ".
012900     05  LINE 4  COL 20  PIC X(04) TO SGN-WORK-PIN SECURE.
013000
013100 01  LVM-MENU-SCREEN.
013200     05  BLANK SCREEN.
013300     05  LINE 1  COL 1   VALUE "COB-LEAVE - LEAVE CALENDAR MAI".
013400     05  LINE 1  COL 31  VALUE "NTENANCE".
013500     05  LINE 3  COL 3   VALUE "L - List the leave calendar".
013600     05  LINE 4  COL 3   VALUE "A - Add a leave".
013700     05  LINE 5  COL 3   VALUE "C - Correct a leave".
013800     05  LINE 6  COL 3   VALUE "D - Delete a leave (lead)".
013900     05  LINE 7  COL 3   VALUE "X - Exit and save".
014000     05  LINE 9  COL 1   VALUE "Selection: ".
014100     05  LINE 9  COL 12  PIC X(01) TO LVM-MENU-CHOICE.
014200
014300 01  LVM-ADD-SCREEN.
014400     05  BLANK SCREEN.
014500     05  LINE 1  COL 1   VALUE "ADD LEAVE CALENDAR ENTRY".
014600     05  LINE 3  COL 1   VALUE "Operator ID ...... ".
014700     05  LINE 3  COL 20  PIC X(05) TO LVM-WORK-OPER.
014800     05  LINE 4  COL 1   VALUE "Type M/P/S/U/O ... ".
014900     05  LINE 4  COL 20  PIC X(01) TO LVM-WORK-TYPE.
015000     05  LINE 5  COL 1   VALUE "Start YYYYMMDD ... ".
015100     05  LINE 5  COL 20  PIC X(08) TO LVM-WORK-START.
015200     05  LINE 6  COL 1   VALUE "End YYYYMMDD ..... ".
015300     05  LINE 6  COL 20  PIC X(08) TO LVM-WORK-END.
015400
015500 01  LVM-SELECT-SCREEN.
015600     05  BLANK SCREEN.
015700     05  LINE 1  COL 1   VALUE "ENTER ENTRY NUMBER FROM THE LIST".
015800     05  LINE 3  COL 1   VALUE "Entry number ..... ".
015900     05  LINE 3  COL 20  PIC 9(03) TO LVM-SEL-ENTRY.
016000
016100 01  LVM-CORRECT-SCREEN.
016200     05  BLANK SCREEN.
016300     05  LINE 1  COL 1   VALUE "CORRECT LEAVE CALENDAR ENTRY".
016400     05  LINE 3  COL 1   VALUE "New type (blank=no change) ".
016500     05  LINE 3  COL 28  PIC X(01) TO LVM-WORK-TYPE.
016600     05  LINE 4  COL 1   VALUE "New end YYYYMMDD (blank=no cha".
016700     05  LINE 4  COL 31  VALUE "nge) ".
016800     05  LINE 4  COL 36  PIC X(08) TO LVM-WORK-END.
016900
017000 PROCEDURE DIVISION.
017100 0000-MAINLINE.
017200     PERFORM 0100-SIGN-ON
017300         THRU 0100-EXIT.
017400     IF NOT SGN-SIGNED-ON
017500         STOP RUN
017600     END-IF.
017700     PERFORM 1000-INITIALIZE
017800         THRU 1000-EXIT.
017900     PERFORM 2000-PROCESS-MENU
018000         THRU 2000-EXIT
018100         UNTIL LVM-DONE.
018200     PERFORM 8000-SAVE-LEAVE
018300         THRU 8000-EXIT.
018400     STOP RUN.
018500
018600 1000-INITIALIZE.
018700     OPEN INPUT LEAVE-FILE.
018800     IF LVM-FILE-STATUS = "00"
018900         PERFORM 1100-LOAD-ENTRY
019000             THRU 1100-EXIT
019100             UNTIL LVM-EOF
019200         CLOSE LEAVE-FILE
019300     END-IF.
019400     OPEN INPUT OPERATOR-INDEX-FILE.
019500     IF LVM-OPIX-STATUS = "00"
019600         MOVE "Y" TO LVM-OPIX-OPEN-SWITCH
019700     ELSE
019800         DISPLAY "Operator index OPERIDX not available - "
019900             "operator IDs will not be verified."
020000     END-IF.
020100     OPEN EXTEND MAINT-FILE.
020200     IF LVM-MNT-STATUS NOT = "00"
020300         OPEN OUTPUT MAINT-FILE
020400     END-IF.
020500 1000-EXIT.
020600     EXIT.
020700
020800 1100-LOAD-ENTRY.
020900     READ LEAVE-FILE
021000         AT END
021100             MOVE "Y" TO LVM-EOF-SWITCH
021200         NOT AT END
021300           IF LVF-OPER-ID NOT = SPACES
021400             IF LV-LEAVE-COUNT = 300
021500               DISPLAY "Leave table is full - ignoring "
021600                   "extra entries."
021700             ELSE
021800               ADD 1 TO LV-LEAVE-COUNT
021900               MOVE LVF-OPER-ID
022000                   TO LV-OPER-ID(LV-LEAVE-COUNT)
022100               MOVE LVF-LEAVE-TYPE
022200                   TO LV-LEAVE-TYPE(LV-LEAVE-COUNT)
022300               MOVE LVF-START-DATE
022400                   TO LV-START-DATE(LV-LEAVE-COUNT)
022500               MOVE LVF-END-DATE
022600                   TO LV-END-DATE(LV-LEAVE-COUNT)
022700             END-IF
022800           END-IF
022900     END-READ.
023000 1100-EXIT.
023100     EXIT.
023200
023300 2000-PROCESS-MENU.
023400     DISPLAY LVM-MENU-SCREEN.
023500     ACCEPT LVM-MENU-SCREEN.
023600     EVALUATE LVM-MENU-CHOICE
023700         WHEN "L" WHEN "l"
023800             PERFORM 3000-LIST-LEAVE
023900                 THRU 3000-EXIT
024000         WHEN "A" WHEN "a"
024100             PERFORM 4000-ADD-LEAVE
024200                 THRU 4000-EXIT
024300         WHEN "C" WHEN "c"
024400             PERFORM 5000-CORRECT-LEAVE
024500                 THRU 5000-EXIT
024600         WHEN "D" WHEN "d"
024700             PERFORM 6000-DELETE-LEAVE
024800                 THRU 6000-EXIT
024900         WHEN "X" WHEN "x"
025000             MOVE "Y" TO LVM-EXIT-SWITCH
025100         WHEN OTHER
025200             DISPLAY "Invalid selection - choose L, A, C, D "
025300                 "or X."
025400     END-EVALUATE.
025500 2000-EXIT.
025600     EXIT.
025700
025800*----------------------------------------------------------------
025900* List the calendar by table position - the entry number is
026000* what C and D ask for.  Deleted entries are not shown.
026100*----------------------------------------------------------------
026200 3000-LIST-LEAVE.
026300     DISPLAY " ".
026400     DISPLAY "  #  OPER   TYPE  START     END".
026500     PERFORM 3100-LIST-ENTRY
026600         THRU 3100-EXIT
026700         VARYING LVM-SEL-IX FROM 1 BY 1
026800         UNTIL LVM-SEL-IX > LV-LEAVE-COUNT.
026900 3000-EXIT.
027000     EXIT.
027100
027200 3100-LIST-ENTRY.
027300     IF LV-OPER-ID(LVM-SEL-IX) = SPACES
027400         GO TO 3100-EXIT
027500     END-IF.
027600     MOVE LVM-SEL-IX TO LVM-SEQ-DISP.
027700     MOVE SPACES TO LVM-LIST-LINE.
027800     STRING LVM-SEQ-DISP          DELIMITED BY SIZE
027900             "  "                 DELIMITED BY SIZE
028000             LV-OPER-ID(LVM-SEL-IX) DELIMITED BY SIZE
028100             "    "               DELIMITED BY SIZE
028200             LV-LEAVE-TYPE(LVM-SEL-IX) DELIMITED BY SIZE
028300             "   "                DELIMITED BY SIZE
028400             LV-START-DATE(LVM-SEL-IX) DELIMITED BY SIZE
028500             "  "                 DELIMITED BY SIZE
028600             LV-END-DATE(LVM-SEL-IX) DELIMITED BY SIZE
028700             INTO LVM-LIST-LINE.
028800     DISPLAY LVM-LIST-LINE.
028900 3100-EXIT.
029000     EXIT.
029100
029200 4000-ADD-LEAVE.
029300     IF LV-LEAVE-COUNT = 300
029400         DISPLAY "Leave table is full - cannot add another."
029500         GO TO 4000-EXIT
029600     END-IF.
029700     MOVE SPACES TO LVM-WORK-OPER.
029800     MOVE SPACE TO LVM-WORK-TYPE.
029900     MOVE SPACES TO LVM-WORK-START.
030000     MOVE SPACES TO LVM-WORK-END.
030100     DISPLAY LVM-ADD-SCREEN.
030200     ACCEPT LVM-ADD-SCREEN.
030300     IF LVM-WORK-OPER = SPACES
030400         DISPLAY "Operator ID is required - entry not added."
030500         GO TO 4000-EXIT
030600     END-IF.
030700     IF LVM-OPIX-OPEN
030800         MOVE LVM-WORK-OPER TO OPIX-OPER-ID
030900         READ OPERATOR-INDEX-FILE
031000             INVALID KEY
031100                 DISPLAY "Operator " LVM-WORK-OPER
031200                     " is not on the operator index - "
031300                     "entry not added."
031400                 GO TO 4000-EXIT
031500         END-READ
031600     END-IF.
031700     PERFORM 4100-FIND-LEAVE
031800         THRU 4100-EXIT.
031900     IF LVM-SEL-IX NOT > LV-LEAVE-COUNT
032000         DISPLAY "That operator already has a leave starting "
032100             "that date - use C to correct it."
032200         GO TO 4000-EXIT
032300     END-IF.
032400     PERFORM 4500-VALIDATE-FIELDS
032500         THRU 4500-EXIT.
032600     IF NOT LVM-FIELDS-OK
032700         GO TO 4000-EXIT
032800     END-IF.
032900     ADD 1 TO LV-LEAVE-COUNT.
033000     MOVE LVM-WORK-OPER TO LV-OPER-ID(LV-LEAVE-COUNT).
033100     MOVE LVM-WORK-TYPE TO LV-LEAVE-TYPE(LV-LEAVE-COUNT).
033200     MOVE LVM-WORK-START TO LV-START-DATE(LV-LEAVE-COUNT).
033300     MOVE LVM-WORK-END TO LV-END-DATE(LV-LEAVE-COUNT).
033400     MOVE "Y" TO LVM-CHANGED-SWITCH.
033500     MOVE "A" TO LVM-MAINT-ACTION.
033600     MOVE SPACES TO LVM-BEFORE-IMAGE.
033700     MOVE LV-LEAVE-COUNT TO LVM-SEL-IX.
033800     PERFORM 9100-BUILD-ENTRY-IMAGE
033900         THRU 9100-EXIT.
034000     MOVE LVM-IMAGE-WORK TO LVM-AFTER-IMAGE.
034100     PERFORM 9000-WRITE-MAINTLOG
034200         THRU 9000-EXIT.
034300 4000-EXIT.
034400     EXIT.
034500
034600 4100-FIND-LEAVE.
034700     PERFORM 4110-MATCH-LEAVE
034800         THRU 4110-EXIT
034900         VARYING LVM-SEL-IX FROM 1 BY 1
035000         UNTIL LVM-SEL-IX > LV-LEAVE-COUNT
035100             OR (LV-OPER-ID(LVM-SEL-IX) = LVM-WORK-OPER
035200             AND LV-START-DATE(LVM-SEL-IX) = LVM-WORK-START).
035300 4100-EXIT.
035400     EXIT.
035500
035600 4110-MATCH-LEAVE.
035700     CONTINUE.
035800 4110-EXIT.
035900     EXIT.
036000
036100*----------------------------------------------------------------
036200* The leave type must be one of the five codes and both dates
036300* eight digits, with the end date not before the start date -
036400* anything else leaves the entry unchanged.
036500*----------------------------------------------------------------
036600 4500-VALIDATE-FIELDS.
036700     MOVE "Y" TO LVM-FIELDS-OK-SWITCH.
036800     IF NOT LVM-TYPE-VALID
036900         DISPLAY "Leave type must be M, P, S, U or O - "
037000             "entry not changed."
037100         MOVE "N" TO LVM-FIELDS-OK-SWITCH
037200         GO TO 4500-EXIT
037300     END-IF.
037400     IF LVM-WORK-START NOT NUMERIC
037500         OR LVM-WORK-END NOT NUMERIC
037600         DISPLAY "Dates must be eight digits YYYYMMDD - "
037700             "entry not changed."
037800         MOVE "N" TO LVM-FIELDS-OK-SWITCH
037900         GO TO 4500-EXIT
038000     END-IF.
038100     IF LVM-WORK-END < LVM-WORK-START
038200         DISPLAY "End date is before the start date - "
038300             "entry not changed."
038400         MOVE "N" TO LVM-FIELDS-OK-SWITCH
038500     END-IF.
038600 4500-EXIT.
038700     EXIT.
038800
038900*----------------------------------------------------------------
039000* Correct the type or end date of a leave.  The operator and
039100* start date are the entry's key and are not changed here - a
039200* leave entered against the wrong person or start date is
039300* deleted by a lead and added again.
039400*----------------------------------------------------------------
039500 5000-CORRECT-LEAVE.
039600     PERFORM 5500-SELECT-LEAVE
039700         THRU 5500-EXIT.
039800     IF LVM-SEL-IX = ZERO
039900         GO TO 5000-EXIT
040000     END-IF.
040100     PERFORM 9100-BUILD-ENTRY-IMAGE
040200         THRU 9100-EXIT.
040300     MOVE LVM-IMAGE-WORK TO LVM-BEFORE-IMAGE.
040400     MOVE SPACE TO LVM-WORK-TYPE.
040500     MOVE SPACES TO LVM-WORK-END.
040600     DISPLAY LVM-CORRECT-SCREEN.
040700     ACCEPT LVM-CORRECT-SCREEN.
040800     IF LVM-WORK-TYPE = SPACE
040900         MOVE LV-LEAVE-TYPE(LVM-SEL-IX) TO LVM-WORK-TYPE
041000     END-IF.
041100     IF LVM-WORK-END = SPACES
041200         MOVE LV-END-DATE(LVM-SEL-IX) TO LVM-WORK-END
041300     END-IF.
041400     MOVE LV-START-DATE(LVM-SEL-IX) TO LVM-WORK-START.
041500     PERFORM 4500-VALIDATE-FIELDS
041600         THRU 4500-EXIT.
041700     IF NOT LVM-FIELDS-OK
041800         GO TO 5000-EXIT
041900     END-IF.
042000     MOVE LVM-WORK-TYPE TO LV-LEAVE-TYPE(LVM-SEL-IX).
042100     MOVE LVM-WORK-END TO LV-END-DATE(LVM-SEL-IX).
042200     MOVE "Y" TO LVM-CHANGED-SWITCH.
042300     MOVE "C" TO LVM-MAINT-ACTION.
042400     PERFORM 9100-BUILD-ENTRY-IMAGE
042500         THRU 9100-EXIT.
042600     MOVE LVM-IMAGE-WORK TO LVM-AFTER-IMAGE.
042700     PERFORM 9000-WRITE-MAINTLOG
042800         THRU 9000-EXIT.
042900 5000-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------------
043300* List the calendar and take an entry number - a number off the
043400* end of the table, or one already deleted, selects nothing
043500* and leaves LVM-SEL-IX at zero.
043600*----------------------------------------------------------------
043700 5500-SELECT-LEAVE.
043800     PERFORM 3000-LIST-LEAVE
043900         THRU 3000-EXIT.
044000     MOVE ZERO TO LVM-SEL-ENTRY.
044100     DISPLAY LVM-SELECT-SCREEN.
044200     ACCEPT LVM-SELECT-SCREEN.
044300     MOVE LVM-SEL-ENTRY TO LVM-SEL-IX.
044400     IF LVM-SEL-IX < 1 OR LVM-SEL-IX > LV-LEAVE-COUNT
044500         DISPLAY "No such entry number."
044600         MOVE ZERO TO LVM-SEL-IX
044700         GO TO 5500-EXIT
044800     END-IF.
044900     IF LV-OPER-ID(LVM-SEL-IX) = SPACES
045000         DISPLAY "No such entry number."
045100         MOVE ZERO TO LVM-SEL-IX
045200     END-IF.
045300 5500-EXIT.
045400     EXIT.
045500
045600*----------------------------------------------------------------
045700* Delete a leave - lead only.  The entry's operator ID is
045800* blanked and the entry is dropped when the calendar is saved,
045900* the same way cob-hrload deletes one.
046000*----------------------------------------------------------------
046100 6000-DELETE-LEAVE.
046200     IF NOT SGN-LEAD
046300         DISPLAY "Only a lead may delete a leave."
046400         GO TO 6000-EXIT
046500     END-IF.
046600     PERFORM 5500-SELECT-LEAVE
046700         THRU 5500-EXIT.
046800     IF LVM-SEL-IX = ZERO
046900         GO TO 6000-EXIT
047000     END-IF.
047100     PERFORM 9100-BUILD-ENTRY-IMAGE
047200         THRU 9100-EXIT.
047300     MOVE LVM-IMAGE-WORK TO LVM-BEFORE-IMAGE.
047400     MOVE SPACES TO LVM-AFTER-IMAGE.
047500     MOVE "D" TO LVM-MAINT-ACTION.
047600     PERFORM 9000-WRITE-MAINTLOG
047700         THRU 9000-EXIT.
047800     MOVE SPACES TO LV-OPER-ID(LVM-SEL-IX).
047900     MOVE "Y" TO LVM-CHANGED-SWITCH.
048000     DISPLAY "Leave deleted.".
048100 6000-EXIT.
048200     EXIT.
048300
048400*----------------------------------------------------------------
048500* Rewrite LEAVECAL from the table when anything changed -
048600* deleted entries carry a blank operator ID and are dropped on
048700* the way out.
048800*----------------------------------------------------------------
048900 8000-SAVE-LEAVE.
049000     CLOSE MAINT-FILE.
049100     IF LVM-OPIX-OPEN
049200         CLOSE OPERATOR-INDEX-FILE
049300     END-IF.
049400     IF NOT LVM-CHANGED
049500         GO TO 8000-EXIT
049600     END-IF.
049700     OPEN OUTPUT LEAVE-FILE.
049800     PERFORM 8100-WRITE-ENTRY
049900         THRU 8100-EXIT
050000         VARYING LVM-SEL-IX FROM 1 BY 1
050100         UNTIL LVM-SEL-IX > LV-LEAVE-COUNT.
050200     CLOSE LEAVE-FILE.
050300 8000-EXIT.
050400     EXIT.
050500
050600 8100-WRITE-ENTRY.
050700     IF LV-OPER-ID(LVM-SEL-IX) = SPACES
050800         GO TO 8100-EXIT
050900     END-IF.
051000     MOVE SPACES TO LVF-RECORD.
051100     MOVE LV-OPER-ID(LVM-SEL-IX) TO LVF-OPER-ID.
051200     MOVE LV-LEAVE-TYPE(LVM-SEL-IX) TO LVF-LEAVE-TYPE.
051300     MOVE LV-START-DATE(LVM-SEL-IX) TO LVF-START-DATE.
051400     MOVE LV-END-DATE(LVM-SEL-IX) TO LVF-END-DATE.
051500     WRITE LVF-RECORD.
051600 8100-EXIT.
051700     EXIT.
051800
051900*----------------------------------------------------------------
052000* Record the maintenance action on the MAINTLOG change history -
052100* which program, which file, which key, and the leave entry's
052200* image before and after - the same trail cob-hrload leaves
052300* for its L transactions, so cob-backout can restore either.
052400* The key is the operator ID and start date; the images mirror
052500* the LEAVECAL record layout.
052600*----------------------------------------------------------------
052700 9000-WRITE-MAINTLOG.
052800     MOVE SPACES TO MAINT-LOG-REC.
052900     ACCEPT MT-RUN-DATE FROM DATE YYYYMMDD.
053000     ACCEPT MT-RUN-TIME FROM TIME.
053100     MOVE "LEAVE" TO MT-PROGRAM.
053200     MOVE "LEAVECAL" TO MT-FILE-NAME.
053300     MOVE LVM-MAINT-ACTION TO MT-ACTION.
053400     MOVE LV-OPER-ID(LVM-SEL-IX) TO LVM-KEY-OPER.
053500     MOVE LV-START-DATE(LVM-SEL-IX) TO LVM-KEY-START.
053600     STRING LVM-KEY-OPER DELIMITED BY SIZE
053700             " " DELIMITED BY SIZE
053800             LVM-KEY-START DELIMITED BY SIZE
053900             INTO MT-RECORD-KEY.
054000     MOVE SGN-USER-ID TO MT-USER-ID.
054100     MOVE LVM-BEFORE-IMAGE TO MT-BEFORE-IMAGE.
054200     MOVE LVM-AFTER-IMAGE TO MT-AFTER-IMAGE.
054300     WRITE MAINT-LOG-REC.
054400 9000-EXIT.
054500     EXIT.
054600
054700 9100-BUILD-ENTRY-IMAGE.
054800     MOVE SPACES TO LVM-IMAGE-WORK.
054900     STRING LV-OPER-ID(LVM-SEL-IX)     DELIMITED BY SIZE
055000             " "                        DELIMITED BY SIZE
055100             LV-LEAVE-TYPE(LVM-SEL-IX)  DELIMITED BY SIZE
055200             " "                        DELIMITED BY SIZE
055300             LV-START-DATE(LVM-SEL-IX)  DELIMITED BY SIZE
055400             " "                        DELIMITED BY SIZE
055500             LV-END-DATE(LVM-SEL-IX)    DELIMITED BY SIZE
055600             INTO LVM-IMAGE-WORK.
055700 9100-EXIT.
055800     EXIT.
055900
056000*----------------------------------------------------------------
056100* USERSEC sign-on - the operator keys the ID carried on
056200* OPERIDX and a PIN, three tries; deleting a leave needs lead
056300* privilege, and the signed-on ID is stamped on the session's
056400* MAINTLOG records.  No USERSEC file means no sign-on at all -
056500* the screen fails closed.
056600*----------------------------------------------------------------
056700 0100-SIGN-ON.
056800     PERFORM 0110-LOAD-USERSEC
056900         THRU 0110-EXIT.
057000     IF SGN-USER-COUNT = ZERO
057100         DISPLAY "Security file USERSEC is not available - "
057200             "sign-on refused."
057300         GO TO 0100-EXIT
057400     END-IF.
057500     PERFORM 0130-TRY-SIGN-ON
057600         THRU 0130-EXIT
057700         UNTIL SGN-SIGNED-ON
057800             OR SGN-TRY-COUNT NOT < 3.
057900     IF NOT SGN-SIGNED-ON
058000         DISPLAY "Sign-on failed - session ended."
058100     END-IF.
058200 0100-EXIT.
058300     EXIT.
058400
058500 0110-LOAD-USERSEC.
058600     OPEN INPUT USERSEC-FILE.
058700     IF SGN-SEC-STATUS NOT = "00"
058800         GO TO 0110-EXIT
058900     END-IF.
059000     PERFORM 0120-LOAD-USERSEC-REC
059100         THRU 0120-EXIT
059200         UNTIL SGN-SEC-EOF.
059300     CLOSE USERSEC-FILE.
059400 0110-EXIT.
059500     EXIT.
059600
059700 0120-LOAD-USERSEC-REC.
059800     READ USERSEC-FILE
059900         AT END
060000             MOVE "Y" TO SGN-SEC-EOF-SWITCH
060100         NOT AT END
060200           IF USF-OPER-ID NOT = SPACES
060300             IF SGN-USER-COUNT < 50
060400               ADD 1 TO SGN-USER-COUNT
060500               MOVE USF-OPER-ID
060600                   TO UST-OPER-ID(SGN-USER-COUNT)
060700               MOVE USF-PIN
060800                   TO UST-PIN(SGN-USER-COUNT)
060900               MOVE USF-PRIV-LEVEL
061000                   TO UST-PRIV-LEVEL(SGN-USER-COUNT)
061100             END-IF
061200           END-IF
061300     END-READ.
061400 0120-EXIT.
061500     EXIT.
061600
061700 0130-TRY-SIGN-ON.
061800     ADD 1 TO SGN-TRY-COUNT.
061900     MOVE SPACES TO SGN-WORK-ID.
062000     MOVE SPACES TO SGN-WORK-PIN.
062100     DISPLAY LVM-SIGNON-SCREEN.
062200     ACCEPT LVM-SIGNON-SCREEN.
062300     MOVE ZERO TO SGN-MATCH-IX.
062400     PERFORM 0140-MATCH-USER
062500         THRU 0140-EXIT
062600         VARYING SGN-SCAN-IX FROM 1 BY 1
062700         UNTIL SGN-SCAN-IX > SGN-USER-COUNT
062800             OR SGN-MATCH-IX > ZERO.
062900     IF SGN-MATCH-IX > ZERO
063000         AND UST-PIN(SGN-MATCH-IX) = SGN-WORK-PIN
063100         MOVE "Y" TO SGN-SIGNED-SWITCH
063200         MOVE SGN-WORK-ID TO SGN-USER-ID
063300         MOVE UST-PRIV-LEVEL(SGN-MATCH-IX)
063400             TO SGN-PRIV-LEVEL
063500     ELSE
063600         DISPLAY "Operator ID or PIN not recognized."
063700     END-IF.
063800 0130-EXIT.
063900     EXIT.
064000
064100 0140-MATCH-USER.
064200     IF UST-OPER-ID(SGN-SCAN-IX) = SGN-WORK-ID
064300         MOVE SGN-SCAN-IX TO SGN-MATCH-IX
064400     END-IF.
064500 0140-EXIT.
064600     EXIT.
