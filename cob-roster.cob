002019*                  index and the new F selection finds roster
002021*                  entries by name with a keyed read instead
002022*                  of a front-to-back scan.
002031* 10/15/2026  BB   Roster entries now carry the delivery
002040*                  preference and contact address - the
002049*                  preference shows on the list and both can
002058*                  be keyed on the add and correct screens.
002067*                  An electronic or both preference needs a
002076*                  contact address.
002078* 10/15/2026  BB   Roster entries now carry the cost center the
002080*                  month-end chargeback bills - it shows on the
002082*                  list and can be keyed on the add and correct
002084*                  screens.
002090*----------------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
002300 SOURCE-COMPUTER. GNUCOBOL.
005365       05  ROST-LOCK-ANSWER      PIC X(01)   VALUE SPACE.
005370       05  ROST-MNT-STATUS       PIC X(02)   VALUE SPACES.
005380       05  ROST-MAINT-ACTION     PIC X(01)   VALUE SPACE.
005390       05  ROST-BEFORE-IMAGE     PIC X(100)  VALUE SPACES.
005391       05  ROST-WORK-DELIV       PIC X(01)   VALUE SPACE.
005392           88  ROST-DELIV-VALID  VALUE SPACE "P" "E" "B" "N".
005393       05  ROST-WORK-ADDR        PIC X(40)   VALUE SPACES.
005394       05  ROST-DELIV-OK-SWITCH  PIC X(01)   VALUE "N".
005395           88  ROST-DELIV-OK     VALUE "Y".
005397       05  ROST-WORK-CC          PIC X(06)   VALUE SPACES.
005400
005500 SCREEN SECTION.
005510 01  ROST-SIGNON-SCREEN.
007500     05  LINE 5  COL 22  PIC X(02) TO ROST-WORK-LANG.
007510     05  LINE 6  COL 1   VALUE "Shift (blank=all) .. ".
007520     05  LINE 6  COL 22  PIC X(01) TO ROST-WORK-SHIFT.
007530     05  LINE 7  COL 1   VALUE "Delivery P/E/B/N ... ".
007540     05  LINE 7  COL 22  PIC X(01) TO ROST-WORK-DELIV.
007550     05  LINE 8  COL 1   VALUE "Contact address .. ".
007560     05  LINE 8  COL 20  PIC X(40) TO ROST-WORK-ADDR.
007570     05  LINE 9  COL 1   VALUE "Cost center ...... ".
007580     05  LINE 9  COL 20  PIC X(06) TO ROST-WORK-CC.
007600
007700 01  ROST-SELECT-SCREEN.
007800     05  BLANK SCREEN.
009000     05  LINE 4  COL 34  PIC X(02) TO ROST-WORK-LANG.
009010     05  LINE 5  COL 1   VALUE "New shift (blank=no change) ... ".
009020     05  LINE 5  COL 34  PIC X(01) TO ROST-WORK-SHIFT.
009030     05  LINE 6  COL 1   VALUE "New delivery (blank=no change)  ".
009040     05  LINE 6  COL 34  PIC X(01) TO ROST-WORK-DELIV.
009050     05  LINE 7  COL 1   VALUE "New address (blank=no change) . ".
009060     05  LINE 7  COL 34  PIC X(40) TO ROST-WORK-ADDR.
009070     05  LINE 8  COL 1   VALUE "New cost ctr (blank=no change)  ".
009080     05  LINE 8  COL 34  PIC X(06) TO ROST-WORK-CC.
009100
009200 PROCEDURE DIVISION.
009300 0000-MAINLINE.
013600
013700 3000-LIST-ROSTER.
013800     DISPLAY " ".
013900     DISPLAY "  ID     NAME                 LANG  SHIFT  STATUS  "
013950         "DELIV  COST CTR".
014000     MOVE "N" TO ROST-EOF-SWITCH.
014100     MOVE LOW-VALUES TO NR-OPER-ID.
014200     START NAME-FILE
017010                     NR-SHIFT-CODE    DELIMITED BY SIZE
017020                     "    "           DELIMITED BY SIZE
017100                     ROST-STATUS-WORD DELIMITED BY SIZE
017130                     "    "           DELIMITED BY SIZE
017160                     NR-DELIV-PREF    DELIMITED BY SIZE
017170                     "      "         DELIMITED BY SIZE
017180                     NR-COST-CENTER   DELIMITED BY SIZE
017200                     INTO ROST-LIST-LINE
017300             DISPLAY ROST-LIST-LINE
017400     END-READ.
018000     MOVE SPACES TO ROST-WORK-NAME.
018100     MOVE SPACES TO ROST-WORK-LANG.
018110     MOVE SPACE TO ROST-WORK-SHIFT.
018140     MOVE SPACE TO ROST-WORK-DELIV.
018170     MOVE SPACES TO ROST-WORK-ADDR.
018180     MOVE SPACES TO ROST-WORK-CC.
018200     DISPLAY ROST-ADD-SCREEN.
018300     ACCEPT ROST-ADD-SCREEN.
018400     IF ROST-WORK-OPER = SPACES
019160         GO TO 4000-EXIT
019170     END-IF.
019200     MOVE SPACES TO NAME-REC.
019210     PERFORM 4700-VALIDATE-DELIVERY
019220         THRU 4700-EXIT.
019230     IF NOT ROST-DELIV-OK
019240         DISPLAY "Delivery must be P, E, B or N, and E or B "
019250             "needs a contact address - entry not added."
019260         GO TO 4000-EXIT
019270     END-IF.
019300     MOVE ROST-WORK-OPER TO NR-OPER-ID.
019400     MOVE ROST-WORK-NAME TO NR-NAME.
019500     IF ROST-WORK-LANG = SPACES
019900     END-IF.
020000     MOVE SPACE TO NR-STATUS.
020010     MOVE ROST-WORK-SHIFT TO NR-SHIFT-CODE.
020040     MOVE ROST-WORK-DELIV TO NR-DELIV-PREF.
020070     MOVE ROST-WORK-ADDR TO NR-CONTACT-ADDR.
020080     MOVE ROST-WORK-CC TO NR-COST-CENTER.
020100     WRITE NAME-REC
020200         INVALID KEY
020300             DISPLAY "That operator ID is already on the "
021700     MOVE SPACES TO ROST-WORK-NAME.
021800     MOVE SPACES TO ROST-WORK-LANG.
021810     MOVE SPACE TO ROST-WORK-SHIFT.
021840     MOVE SPACE TO ROST-WORK-DELIV.
021870     MOVE SPACES TO ROST-WORK-ADDR.
021880     MOVE SPACES TO ROST-WORK-CC.
021900     DISPLAY ROST-CORRECT-SCREEN.
022000     ACCEPT ROST-CORRECT-SCREEN.
022100     IF ROST-WORK-NAME NOT = SPACES
022680             MOVE ROST-WORK-SHIFT TO NR-SHIFT-CODE
022690         END-IF
022692     END-IF.
022694     PERFORM 5100-CORRECT-DELIVERY
022696         THRU 5100-EXIT.
022697     IF ROST-WORK-CC NOT = SPACES
022698         MOVE ROST-WORK-CC TO NR-COST-CENTER
022699     END-IF.
022700     REWRITE NAME-REC
022800         INVALID KEY
022900             DISPLAY "Rewrite failed - entry not changed."
023100 5000-EXIT.
023200     EXIT.
023300
023304 5100-CORRECT-DELIVERY.
023308     IF ROST-WORK-DELIV = SPACE AND ROST-WORK-ADDR = SPACES
023312         GO TO 5100-EXIT
023316     END-IF.
023320     PERFORM 4700-VALIDATE-DELIVERY
023324         THRU 4700-EXIT.
023328     IF NOT ROST-DELIV-OK
023332         DISPLAY "Delivery must be P, E, B or N, and E or B "
023336             "needs a contact address - delivery left "
023340             "unchanged."
023344         GO TO 5100-EXIT
023348     END-IF.
023352     IF ROST-WORK-DELIV NOT = SPACE
023356         MOVE ROST-WORK-DELIV TO NR-DELIV-PREF
023360     END-IF.
023364     IF ROST-WORK-ADDR NOT = SPACES
023368         MOVE ROST-WORK-ADDR TO NR-CONTACT-ADDR
023372     END-IF.
023376 5100-EXIT.
023380     EXIT.
023384
023400*----------------------------------------------------------------
023500* Read the entry the operator keys by its ID; the record is
023600* left in NAME-REC for the caller to change and rewrite.
033900 4610-EXIT.
034000     EXIT.
034100
034104*----------------------------------------------------------------
034108* The keyed preference must be one of the four codes, and an
034112* electronic or both preference - keyed now or already on the
034116* entry - needs a contact address, keyed now or already on
034120* the entry.  NAME-REC holds the entry being corrected
034124* (spaces on an add).
034128*----------------------------------------------------------------
034132 4700-VALIDATE-DELIVERY.
034136     MOVE "N" TO ROST-DELIV-OK-SWITCH.
034140     IF NOT ROST-DELIV-VALID
034144         GO TO 4700-EXIT
034148     END-IF.
034152     MOVE "Y" TO ROST-DELIV-OK-SWITCH.
034156     IF ROST-WORK-ADDR NOT = SPACES
034160         OR NR-CONTACT-ADDR NOT = SPACES
034164         GO TO 4700-EXIT
034168     END-IF.
034172     IF ROST-WORK-DELIV = "E" OR "B"
034176         MOVE "N" TO ROST-DELIV-OK-SWITCH
034180     END-IF.
034184 4700-EXIT.
034188     EXIT.
034192
034200*----------------------------------------------------------------
034300* Record the maintenance action on the MAINTLOG change history -
034400* which program, which file, which key, and the record image
054600         GO TO 6500-EXIT
054700     END-IF.
054800     DISPLAY " ".
054900     DISPLAY "  ID     NAME                 LANG  SHIFT  STATUS  "
054950         "DELIV  COST CTR".
055000     PERFORM 6510-LIST-NAME-MATCH
055100         THRU 6510-EXIT
055200         UNTIL ROST-EOF.
058500             NR-SHIFT-CODE    DELIMITED BY SIZE
058600             "    "           DELIMITED BY SIZE
058700             ROST-STATUS-WORD DELIMITED BY SIZE
058730             "    "           DELIMITED BY SIZE
058760             NR-DELIV-PREF    DELIMITED BY SIZE
058770             "      "         DELIMITED BY SIZE
058780             NR-COST-CENTER   DELIMITED BY SIZE
058800             INTO ROST-LIST-LINE.
058900     DISPLAY ROST-LIST-LINE.
059000 6520-EXIT.
