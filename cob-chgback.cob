000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. cob-chgback.
000300 AUTHOR. BILL BLASINGIM.
000400 INSTALLATION. OPERATIONS.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------------
000800* A GnuCOBOL program
000900* Month-end greeting chargeback - reads the month's greetings
001000* from the GREETHIS archive history (and from the GREETCOLD
001100* cold archive when the hot history no longer reaches back to
001200* the first of the month), prices each one from the CHGRATES
001300* rate table by greeting type, and charges it to a department
001400* cost center:
001500*
001600*   D  daily greeting       - the operator's cost center
001700*   A  occasion, birthday   - the operator's cost center
001800*   B  occasion, anniversary - the operator's cost center
001900*   V  visitor (*VIS*)      - the host operator's cost center
002000*   R  reprocessed greeting - the operator's cost center
002100*
002200* The cost center is the one on the operator's NAMEFILE roster
002300* entry when the chargeback runs.  A visitor greeting logged
002400* before the host was carried on GREETLOG is charged to the
002500* visitor's usual host on the VISITREG register.  A greeting
002600* with no cost center to charge goes to UNASGN.
002700*
002800* The charges go to the CHGBKGL general ledger interface file
002900* (one detail per cost center and greeting type, with control
003000* totals on the trailer), and the CHGBKRPT report lists them by
003100* cost center and ties the month back to the greetings GREETLOG
003200* logged - every greeting in the month is either charged or
003300* shown unpriced.
003400*
003500* The command line is the chargeback month as YYYYMM; anything
003600* else defaults to the month before the current one.
003700*
003800* Return codes: 0 clean; 4 some greetings unassigned or
003900* unpriced, a CHGRATES line rejected, the cold archive needed
004000* but not available, or the controls out of balance; 8 the
004100* roster NAMEFILE or all of the history not available.
004200*----------------------------------------------------------------
004300* MODIFICATION HISTORY
004400*----------------------------------------------------------------
004500* 10/15/2026  BB   Original version - month-end chargeback of
004600*                  greeting services to department cost
004700*                  centers, with the CHGBKGL ledger interface
004800*                  and the CHGBKRPT chargeback report.
004900*----------------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER. GNUCOBOL.
005300 OBJECT-COMPUTER. GNUCOBOL.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT RATE-FILE ASSIGN TO "CHGRATES"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS CHB-RATE-STATUS.
005900
006000     SELECT GREET-HIST-IN ASSIGN TO "GREETHIS"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS CHB-GHIS-STATUS.
006300
006400     SELECT GREET-COLD-IN ASSIGN TO "GREETCOLD"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS CHB-GCOLD-STATUS.
006700
006800     SELECT NAME-FILE ASSIGN TO "NAMEFILE"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS NR-OPER-ID
007200         ALTERNATE RECORD KEY IS NR-NAME
007300             WITH DUPLICATES
007400         FILE STATUS IS CHB-NAME-STATUS.
007500
007600     SELECT VISIT-REGISTER ASSIGN TO "VISITREG"
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS DYNAMIC
007900         RECORD KEY IS VR-VISITOR-NAME
008000         FILE STATUS IS CHB-VREG-STATUS.
008100
008200     SELECT LEDGER-FILE ASSIGN TO "CHGBKGL"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS CHB-GL-STATUS.
008500
008600     SELECT REPORT-FILE ASSIGN TO "CHGBKRPT"
008700         ORGANIZATION IS LINE SEQUENTIAL.
008800
008900     SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS CHB-RNH-STATUS.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  RATE-FILE
009600     LABEL RECORDS ARE STANDARD.
009700 01  CRF-RECORD.
009800     05  CRF-GREET-TYPE          PIC X(01).
009900         88  CRF-TYPE-VALID      VALUE "D" "A" "B" "V" "R".
010000     05  FILLER                  PIC X(01).
010100     05  CRF-RATE                PIC X(06).
010200     05  CRF-RATE-NUM REDEFINES CRF-RATE
010300                                 PIC 9(04)V99.
010400
010500 FD  GREET-HIST-IN
010600     LABEL RECORDS ARE STANDARD.
010700 01  GHI-RECORD                  PIC X(81).
010800
010900 FD  GREET-COLD-IN
011000     LABEL RECORDS ARE STANDARD.
011100 01  GCI-RECORD                  PIC X(81).
011200
011300 FD  NAME-FILE
011400     LABEL RECORDS ARE STANDARD.
011500     COPY NAMEREC.
011600
011700 FD  VISIT-REGISTER
011800     LABEL RECORDS ARE STANDARD.
011900     COPY VISITREG.
012000
012100 FD  LEDGER-FILE
012200     LABEL RECORDS ARE STANDARD.
012300     COPY CHGBACK.
012400
012500 FD  REPORT-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  RPT-LINE                    PIC X(80).
012800
012900 FD  RUNHIST-FILE
013000     LABEL RECORDS ARE STANDARD.
013100     COPY RUNHIST.
013200
013300 WORKING-STORAGE SECTION.
013400   COPY CHGRATE.
013500
013600 01  CHB-CONTROLS.
013700     05  CHB-RATE-STATUS         PIC X(02)   VALUE SPACES.
013800     05  CHB-GHIS-STATUS         PIC X(02)   VALUE SPACES.
013900     05  CHB-GCOLD-STATUS        PIC X(02)   VALUE SPACES.
014000     05  CHB-NAME-STATUS         PIC X(02)   VALUE SPACES.
014100     05  CHB-VREG-STATUS         PIC X(02)   VALUE SPACES.
014200     05  CHB-GL-STATUS           PIC X(02)   VALUE SPACES.
014300     05  CHB-RNH-STATUS          PIC X(02)   VALUE SPACES.
014400     05  CHB-RATE-EOF-SWITCH     PIC X(01)   VALUE "N".
014500         88  CHB-RATE-EOF        VALUE "Y".
014600     05  CHB-HIST-EOF-SWITCH     PIC X(01)   VALUE "N".
014700         88  CHB-HIST-EOF        VALUE "Y".
014800     05  CHB-RATE-SEED-SWITCH    PIC X(01)   VALUE "N".
014900         88  CHB-RATE-SEEDED     VALUE "Y".
015000     05  CHB-NAME-OPEN-SWITCH    PIC X(01)   VALUE "N".
015100         88  CHB-NAME-OPEN       VALUE "Y".
015200     05  CHB-VREG-OPEN-SWITCH    PIC X(01)   VALUE "N".
015300         88  CHB-VREG-OPEN       VALUE "Y".
015400     05  CHB-GL-OPEN-SWITCH      PIC X(01)   VALUE "N".
015500         88  CHB-GL-OPEN         VALUE "Y".
015600     05  CHB-HOT-READ-SWITCH     PIC X(01)   VALUE "N".
015700         88  CHB-HOT-READ        VALUE "Y".
015800     05  CHB-COLD-NEED-SWITCH    PIC X(01)   VALUE "N".
015900         88  CHB-COLD-NEEDED     VALUE "Y".
016000     05  CHB-COLD-READ-SWITCH    PIC X(01)   VALUE "N".
016100         88  CHB-COLD-READ       VALUE "Y".
016200     05  CHB-OVFL-SWITCH         PIC X(01)   VALUE "N".
016300         88  CHB-OVERFLOWED      VALUE "Y".
016400     05  CHB-BALANCE-SWITCH      PIC X(01)   VALUE "Y".
016500         88  CHB-IN-BALANCE      VALUE "Y".
016600     05  CHB-PARM-MONTH          PIC X(06)   VALUE SPACES.
016700     05  CHB-TARGET-MONTH        PIC X(06)   VALUE SPACES.
016800     05  CHB-MONTH-START         PIC X(08)   VALUE SPACES.
016900     05  CHB-HOT-FIRST-DATE      PIC X(08)   VALUE HIGH-VALUES.
017000     05  CHB-RUN-DATE            PIC 9(08)   VALUE ZERO.
017100     05  CHB-RUN-TIME            PIC 9(08)   VALUE ZERO.
017200     05  CHB-GRADE               PIC 9(02)   VALUE ZERO.
017300     05  CHB-IX                  PIC 9(04)   COMP VALUE ZERO.
017400     05  CHB-MATCH-IX            PIC 9(04)   COMP VALUE ZERO.
017500     05  CHB-MIN-IX              PIC 9(04)   COMP VALUE ZERO.
017600     05  CHB-RANK-NO             PIC 9(04)   COMP VALUE ZERO.
017700     05  CHB-CENTER-IX           PIC 9(04)   COMP VALUE ZERO.
017800     05  CHB-TYPE-IX             PIC 9(02)   COMP VALUE ZERO.
017900     05  CHB-CODE-IX             PIC 9(02)   COMP VALUE ZERO.
018000     05  CHB-HASH-IX             PIC 9(02)   COMP VALUE ZERO.
018100     05  CHB-COL                 PIC 9(02)   COMP VALUE ZERO.
018200     05  CHB-GREET-TYPE          PIC X(01)   VALUE SPACE.
018300     05  CHB-COST-CENTER         PIC X(06)   VALUE SPACES.
018400     05  CHB-LOOKUP-ID           PIC X(05)   VALUE SPACES.
018500     05  CHB-TYPE-CODES          PIC X(05)   VALUE "DABVR".
018600
018700 01  CHB-DATE-WORK.
018800     05  CHB-DW-YEAR             PIC 9(04).
018900     05  CHB-DW-MONTH            PIC 9(02).
019000     05  CHB-DW-DAY              PIC 9(02).
019100
019200*----------------------------------------------------------------
019300* One history record, from GREETHIS or GREETCOLD - the
019400* GREETLOG entry behind the archive run stamp.
019500*----------------------------------------------------------------
019600 01  CHB-HIST-WORK.
019700     05  CBW-RUN-ID              PIC X(17).
019800     05  FILLER                  PIC X(01).
019900     05  CBW-LOG-DATE.
020000         10  CBW-LOG-MONTH       PIC X(06).
020100         10  CBW-LOG-DAY         PIC X(02).
020200     05  FILLER                  PIC X(01).
020300     05  CBW-LOG-TIME            PIC X(08).
020400     05  FILLER                  PIC X(01).
020500     05  CBW-SEQ-NO              PIC X(05).
020600     05  FILLER                  PIC X(01).
020700     05  CBW-NAME                PIC X(20).
020800     05  FILLER                  PIC X(01).
020900     05  CBW-LANG-CODE           PIC X(02).
021000     05  FILLER                  PIC X(01).
021100     05  CBW-OPER-ID             PIC X(05).
021200     05  FILLER                  PIC X(01).
021300     05  CBW-EVENT-TYPE          PIC X(01).
021400     05  FILLER                  PIC X(01).
021500     05  CBW-REPROC-FLAG         PIC X(01).
021600         88  CBW-REPROCESSED     VALUE "R".
021700     05  FILLER                  PIC X(01).
021800     05  CBW-HOST-ID             PIC X(05).
021900
022000 01  CHB-TOTALS.
022100     05  CHB-HOT-COUNT           PIC 9(07)   COMP VALUE ZERO.
022200     05  CHB-COLD-COUNT          PIC 9(07)   COMP VALUE ZERO.
022300     05  CHB-MONTH-GREETS        PIC 9(07)   COMP VALUE ZERO.
022400     05  CHB-CHARGED-GREETS      PIC 9(07)   COMP VALUE ZERO.
022500     05  CHB-UNPRICED-GREETS     PIC 9(07)   COMP VALUE ZERO.
022600     05  CHB-UNASGN-GREETS       PIC 9(07)   COMP VALUE ZERO.
022700     05  CHB-OTHER-GREETS        PIC 9(07)   COMP VALUE ZERO.
022800     05  CHB-OVFL-GREETS         PIC 9(07)   COMP VALUE ZERO.
022900     05  CHB-REG-HOST-GREETS     PIC 9(07)   COMP VALUE ZERO.
023000     05  CHB-RATE-REJECTS        PIC 9(03)   COMP VALUE ZERO.
023100     05  CHB-RPT-AMOUNT          PIC 9(11)V99 VALUE ZERO.
023200     05  CHB-GL-COUNT            PIC 9(07)   COMP VALUE ZERO.
023300     05  CHB-GL-QUANTITY         PIC 9(09)   COMP VALUE ZERO.
023400     05  CHB-GL-AMOUNT           PIC 9(11)V99 VALUE ZERO.
023500     05  CHB-GL-HASH             PIC 9(09)   COMP VALUE ZERO.
023600
023700*----------------------------------------------------------------
023800* Month totals by greeting type, in CHB-TYPE-CODES order
023900* (D A B V R), with the price the rate table gave each type.
024000*----------------------------------------------------------------
024100 01  CHB-TYPE-TABLE.
024200     05  CHB-TYPE-ENTRY          OCCURS 5 TIMES.
024300         10  CHB-TY-LOGGED       PIC 9(07)   COMP.
024400         10  CHB-TY-CHARGED      PIC 9(07)   COMP.
024500         10  CHB-TY-RATE         PIC 9(04)V99.
024600         10  CHB-TY-AMOUNT       PIC 9(11)V99.
024700         10  CHB-TY-PRICED-SWITCH PIC X(01).
024800             88  CHB-TY-PRICED   VALUE "Y".
024900
025000 01  CHB-TYPE-NAME-VALUES.
025100     05  FILLER                  PIC X(20)
025200                                 VALUE "Daily greeting".
025300     05  FILLER                  PIC X(20)
025400                                 VALUE "Occasion - birthday".
025500     05  FILLER                  PIC X(20)
025600                                 VALUE "Occasion - anniv.".
025700     05  FILLER                  PIC X(20)
025800                                 VALUE "Visitor greeting".
025900     05  FILLER                  PIC X(20)
026000                                 VALUE "Reprocessed greeting".
026100 01  CHB-TYPE-NAME-TABLE REDEFINES CHB-TYPE-NAME-VALUES.
026200     05  CHB-TYPE-NAME           PIC X(20)   OCCURS 5 TIMES.
026300
026400*----------------------------------------------------------------
026500* Charges by cost center, in the order the centers were first
026600* met; CHB-ORDER-ENTRY lists them in cost center order for the
026700* ledger file and the report.
026800*----------------------------------------------------------------
026900 01  CHB-CENTER-TABLE.
027000     05  CHB-CENTER-COUNT-USED   PIC 9(04)   COMP VALUE ZERO.
027100     05  CHB-CENTER-ENTRY        OCCURS 300 TIMES.
027200         10  CHB-CT-COST-CENTER  PIC X(06).
027300         10  CHB-CT-TOTAL        PIC 9(07)   COMP.
027400         10  CHB-CT-AMOUNT       PIC 9(11)V99.
027500         10  CHB-CT-LISTED-SWITCH PIC X(01).
027600             88  CHB-CT-LISTED   VALUE "Y".
027700         10  CHB-CT-CHARGE       OCCURS 5 TIMES.
027800             15  CHB-CT-QTY      PIC 9(07)   COMP.
027900             15  CHB-CT-TYPE-AMOUNT PIC 9(09)V99.
028000
028100 01  CHB-ORDER-TABLE.
028200     05  CHB-ORDER-ENTRY         PIC 9(04)   COMP
028300                                 OCCURS 300 TIMES.
028400
028500 01  RPT-CONTROLS.
028600     05  RPT-COUNT-DISP          PIC 9(07)   VALUE ZERO.
028700     05  RPT-QTY-DISP            PIC ZZZZZ9  VALUE ZERO.
028800     05  RPT-TOTAL-DISP          PIC ZZZZZZ9 VALUE ZERO.
028900     05  RPT-RATE-DISP           PIC ZZZ9.99 VALUE ZERO.
029000     05  RPT-AMOUNT-DISP         PIC ZZZ,ZZZ,ZZ9.99
029100                                 VALUE ZERO.
029200     05  RPT-GRADE-DISP          PIC 9(02)   VALUE ZERO.
029300
029400 PROCEDURE DIVISION.
029500 0000-MAINLINE.
029600     PERFORM 1000-INITIALIZE
029700         THRU 1000-EXIT.
029800     IF CHB-NAME-OPEN
029900         PERFORM 2000-READ-HOT-HISTORY
030000             THRU 2000-EXIT
030100         PERFORM 3000-READ-COLD-HISTORY
030200             THRU 3000-EXIT
030300         PERFORM 4000-PRICE-CHARGES
030400             THRU 4000-EXIT
030500         PERFORM 5000-WRITE-LEDGER
030600             THRU 5000-EXIT
030700         PERFORM 6000-WRITE-REPORT
030800             THRU 6000-EXIT
030900     ELSE
031000         PERFORM 6900-WRITE-NOT-RUN
031100             THRU 6900-EXIT
031200     END-IF.
031300     PERFORM 7000-TERMINATE
031400         THRU 7000-EXIT.
031500     MOVE CHB-GRADE TO RETURN-CODE.
031600     STOP RUN.
031700
031800 1000-INITIALIZE.
031900     ACCEPT CHB-RUN-DATE FROM DATE YYYYMMDD.
032000     ACCEPT CHB-RUN-TIME FROM TIME.
032100     ACCEPT CHB-PARM-MONTH FROM COMMAND-LINE.
032200     IF CHB-PARM-MONTH IS NUMERIC
032300         AND CHB-PARM-MONTH(5:2) NOT < "01"
032400         AND CHB-PARM-MONTH(5:2) NOT > "12"
032500         MOVE CHB-PARM-MONTH TO CHB-TARGET-MONTH
032600     ELSE
032700         PERFORM 1050-DEFAULT-MONTH
032800             THRU 1050-EXIT
032900     END-IF.
033000     MOVE CHB-TARGET-MONTH TO CHB-MONTH-START(1:6).
033100     MOVE "01" TO CHB-MONTH-START(7:2).
033200     INITIALIZE CHB-TYPE-TABLE.
033300     INITIALIZE CHB-CENTER-TABLE.
033400     PERFORM 1100-LOAD-RATES
033500         THRU 1100-EXIT.
033600     OPEN OUTPUT REPORT-FILE.
033700     OPEN INPUT NAME-FILE.
033800     IF CHB-NAME-STATUS = "00"
033900         MOVE "Y" TO CHB-NAME-OPEN-SWITCH
034000     ELSE
034100         MOVE 8 TO CHB-GRADE
034200         DISPLAY "COB-CHGBACK: roster NAMEFILE not available "
034300             "- status " CHB-NAME-STATUS
034400     END-IF.
034500     OPEN INPUT VISIT-REGISTER.
034600     IF CHB-VREG-STATUS = "00"
034700         MOVE "Y" TO CHB-VREG-OPEN-SWITCH
034800     END-IF.
034900 1000-EXIT.
035000     EXIT.
035100
035200*----------------------------------------------------------------
035300* No month given - charge the month before this one, the month
035400* just closed when the job runs at the start of the next.
035500*----------------------------------------------------------------
035600 1050-DEFAULT-MONTH.
035700     MOVE CHB-RUN-DATE TO CHB-DATE-WORK.
035800     IF CHB-DW-MONTH = 1
035900         SUBTRACT 1 FROM CHB-DW-YEAR
036000         MOVE 12 TO CHB-DW-MONTH
036100     ELSE
036200         SUBTRACT 1 FROM CHB-DW-MONTH
036300     END-IF.
036400     MOVE CHB-DATE-WORK(1:6) TO CHB-TARGET-MONTH.
036500 1050-EXIT.
036600     EXIT.
036700
036800*----------------------------------------------------------------
036900* Load the prices from CHGRATES - a missing or empty file seeds
037000* the built-in prices.  Each type's price is then set on the
037100* month type table; a type left without one is not priced.
037200*----------------------------------------------------------------
037300 1100-LOAD-RATES.
037400     OPEN INPUT RATE-FILE.
037500     IF CHB-RATE-STATUS = "00"
037600         PERFORM 1110-LOAD-RATE-REC
037700             THRU 1110-EXIT
037800             UNTIL CHB-RATE-EOF
037900         CLOSE RATE-FILE
038000     END-IF.
038100     IF CR-RATE-COUNT = ZERO
038200         MOVE "Y" TO CHB-RATE-SEED-SWITCH
038300         PERFORM 1120-SEED-RATE
038400             THRU 1120-EXIT
038500             UNTIL CR-RATE-COUNT = CR-SEED-COUNT
038600     END-IF.
038700     PERFORM 1130-SET-TYPE-RATE
038800         THRU 1130-EXIT
038900         VARYING CHB-IX FROM 1 BY 1
039000         UNTIL CHB-IX > CR-RATE-COUNT.
039100 1100-EXIT.
039200     EXIT.
039300
039400 1110-LOAD-RATE-REC.
039500     READ RATE-FILE
039600         AT END
039700             MOVE "Y" TO CHB-RATE-EOF-SWITCH
039800             GO TO 1110-EXIT
039900     END-READ.
040000     IF CRF-RECORD = SPACES
040100         GO TO 1110-EXIT
040200     END-IF.
040300     IF NOT CRF-TYPE-VALID
040400         OR CRF-RATE IS NOT NUMERIC
040500         ADD 1 TO CHB-RATE-REJECTS
040600         DISPLAY "COB-CHGBACK: CHGRATES line rejected - "
040700             CRF-RECORD
040800         GO TO 1110-EXIT
040900     END-IF.
041000     MOVE ZERO TO CHB-MATCH-IX.
041100     PERFORM 1115-MATCH-RATE
041200         THRU 1115-EXIT
041300         VARYING CHB-IX FROM 1 BY 1
041400         UNTIL CHB-IX > CR-RATE-COUNT
041500             OR CHB-MATCH-IX > ZERO.
041600     IF CHB-MATCH-IX = ZERO
041700         ADD 1 TO CR-RATE-COUNT
041800         MOVE CR-RATE-COUNT TO CHB-MATCH-IX
041900         MOVE CRF-GREET-TYPE TO CR-RATE-TYPE(CHB-MATCH-IX)
042000     END-IF.
042100     MOVE CRF-RATE-NUM TO CR-RATE(CHB-MATCH-IX).
042200 1110-EXIT.
042300     EXIT.
042400
042500 1115-MATCH-RATE.
042600     IF CR-RATE-TYPE(CHB-IX) = CRF-GREET-TYPE
042700         MOVE CHB-IX TO CHB-MATCH-IX
042800     END-IF.
042900 1115-EXIT.
043000     EXIT.
043100
043200 1120-SEED-RATE.
043300     ADD 1 TO CR-RATE-COUNT.
043400     MOVE CR-SEED-TYPE(CR-RATE-COUNT)
043500         TO CR-RATE-TYPE(CR-RATE-COUNT).
043600     MOVE CR-SEED-RATE(CR-RATE-COUNT)
043700         TO CR-RATE(CR-RATE-COUNT).
043800 1120-EXIT.
043900     EXIT.
044000
044100 1130-SET-TYPE-RATE.
044200     MOVE CR-RATE-TYPE(CHB-IX) TO CHB-GREET-TYPE.
044300     PERFORM 9100-FIND-TYPE-IX
044400         THRU 9100-EXIT.
044500     IF CHB-TYPE-IX > ZERO
044600         MOVE CR-RATE(CHB-IX) TO CHB-TY-RATE(CHB-TYPE-IX)
044700         MOVE "Y" TO CHB-TY-PRICED-SWITCH(CHB-TYPE-IX)
044800     END-IF.
044900 1130-EXIT.
045000     EXIT.
045100
045200*----------------------------------------------------------------
045300* The hot history first.  It is in run order, but the earliest
045400* greeting date is tracked anyway: once the archive has moved
045500* the start of the month out to GREETCOLD, the cold archive
045600* has to be read too.  The two never hold the same record.
045700*----------------------------------------------------------------
045800 2000-READ-HOT-HISTORY.
045900     OPEN INPUT GREET-HIST-IN.
046000     IF CHB-GHIS-STATUS NOT = "00"
046100         MOVE "Y" TO CHB-COLD-NEED-SWITCH
046200         GO TO 2000-EXIT
046300     END-IF.
046400     MOVE "Y" TO CHB-HOT-READ-SWITCH.
046500     MOVE "N" TO CHB-HIST-EOF-SWITCH.
046600     PERFORM 2100-READ-HOT-REC
046700         THRU 2100-EXIT
046800         UNTIL CHB-HIST-EOF.
046900     CLOSE GREET-HIST-IN.
047000     IF CHB-HOT-FIRST-DATE > CHB-MONTH-START
047100         MOVE "Y" TO CHB-COLD-NEED-SWITCH
047200     END-IF.
047300 2000-EXIT.
047400     EXIT.
047500
047600 2100-READ-HOT-REC.
047700     READ GREET-HIST-IN INTO CHB-HIST-WORK
047800         AT END
047900             MOVE "Y" TO CHB-HIST-EOF-SWITCH
048000             GO TO 2100-EXIT
048100     END-READ.
048200     ADD 1 TO CHB-HOT-COUNT.
048300     IF CBW-LOG-DATE < CHB-HOT-FIRST-DATE
048400         MOVE CBW-LOG-DATE TO CHB-HOT-FIRST-DATE
048500     END-IF.
048600     IF CBW-LOG-MONTH = CHB-TARGET-MONTH
048700         PERFORM 2500-CHARGE-GREETING
048800             THRU 2500-EXIT
048900     END-IF.
049000 2100-EXIT.
049100     EXIT.
049200
049300*----------------------------------------------------------------
049400* Price one greeting of the month.  A greeting of a type the
049500* rate table does not price is counted unpriced, not charged.
049600*----------------------------------------------------------------
049700 2500-CHARGE-GREETING.
049800     ADD 1 TO CHB-MONTH-GREETS.
049900     PERFORM 2600-SET-GREET-TYPE
050000         THRU 2600-EXIT.
050100     IF CHB-TYPE-IX = ZERO
050200         ADD 1 TO CHB-OTHER-GREETS
050300         ADD 1 TO CHB-UNPRICED-GREETS
050400         GO TO 2500-EXIT
050500     END-IF.
050600     ADD 1 TO CHB-TY-LOGGED(CHB-TYPE-IX).
050700     IF NOT CHB-TY-PRICED(CHB-TYPE-IX)
050800         ADD 1 TO CHB-UNPRICED-GREETS
050900         GO TO 2500-EXIT
051000     END-IF.
051100     PERFORM 2700-FIND-COST-CENTER
051200         THRU 2700-EXIT.
051300     PERFORM 2800-FIND-CENTER-ENTRY
051400         THRU 2800-EXIT.
051500     IF CHB-CENTER-IX = ZERO
051600         ADD 1 TO CHB-OVFL-GREETS
051700         ADD 1 TO CHB-UNPRICED-GREETS
051800         GO TO 2500-EXIT
051900     END-IF.
052000     ADD 1 TO CHB-CT-QTY(CHB-CENTER-IX, CHB-TYPE-IX).
052100     ADD 1 TO CHB-CT-TOTAL(CHB-CENTER-IX).
052200     ADD 1 TO CHB-TY-CHARGED(CHB-TYPE-IX).
052300     ADD 1 TO CHB-CHARGED-GREETS.
052400 2500-EXIT.
052500     EXIT.
052600
052700*----------------------------------------------------------------
052800* Greeting type: a *VIS* visitor greeting first, then a greeting
052900* the REPROCESS run made from a repaired suspense entry, then
053000* the EVENT run's occasion variants, and the daily greeting.
053100*----------------------------------------------------------------
053200 2600-SET-GREET-TYPE.
053300     EVALUATE TRUE
053400         WHEN CBW-OPER-ID = "*VIS*"
053500             MOVE "V" TO CHB-GREET-TYPE
053600         WHEN CBW-REPROCESSED
053700             MOVE "R" TO CHB-GREET-TYPE
053800         WHEN CBW-EVENT-TYPE = "A"
053900             MOVE "A" TO CHB-GREET-TYPE
054000         WHEN CBW-EVENT-TYPE = "B"
054100             MOVE "B" TO CHB-GREET-TYPE
054200         WHEN CBW-EVENT-TYPE = SPACE
054300             MOVE "D" TO CHB-GREET-TYPE
054400         WHEN OTHER
054500             MOVE SPACE TO CHB-GREET-TYPE
054600     END-EVALUATE.
054700     MOVE ZERO TO CHB-TYPE-IX.
054800     IF CHB-GREET-TYPE NOT = SPACE
054900         PERFORM 9100-FIND-TYPE-IX
055000             THRU 9100-EXIT
055100     END-IF.
055200 2600-EXIT.
055300     EXIT.
055400
055500*----------------------------------------------------------------
055600* The cost center to charge - the operator's own, or for a
055700* visitor the host's.  A visitor greeting with no host on it
055800* (logged before GREETLOG carried the host) takes the
055900* visitor's usual host from the register.
056000*----------------------------------------------------------------
056100 2700-FIND-COST-CENTER.
056200     MOVE "UNASGN" TO CHB-COST-CENTER.
056300     IF CHB-GREET-TYPE = "V"
056400         MOVE CBW-HOST-ID TO CHB-LOOKUP-ID
056500         IF CHB-LOOKUP-ID = SPACES
056600             PERFORM 2750-REGISTER-HOST
056700                 THRU 2750-EXIT
056800         END-IF
056900     ELSE
057000         MOVE CBW-OPER-ID TO CHB-LOOKUP-ID
057100     END-IF.
057200     IF CHB-LOOKUP-ID NOT = SPACES
057300         MOVE CHB-LOOKUP-ID TO NR-OPER-ID
057400         READ NAME-FILE
057500             INVALID KEY
057600                 CONTINUE
057700             NOT INVALID KEY
057800                 IF NR-COST-CENTER NOT = SPACES
057900                     MOVE NR-COST-CENTER TO CHB-COST-CENTER
058000                 END-IF
058100         END-READ
058200     END-IF.
058300     IF CHB-COST-CENTER = "UNASGN"
058400         ADD 1 TO CHB-UNASGN-GREETS
058500     END-IF.
058600 2700-EXIT.
058700     EXIT.
058800
058900 2750-REGISTER-HOST.
059000     IF NOT CHB-VREG-OPEN
059100         GO TO 2750-EXIT
059200     END-IF.
059300     MOVE CBW-NAME TO VR-VISITOR-NAME.
059400     READ VISIT-REGISTER
059500         INVALID KEY
059600             GO TO 2750-EXIT
059700     END-READ.
059800     IF VR-HOST-ID NOT = SPACES
059900         MOVE VR-HOST-ID TO CHB-LOOKUP-ID
060000         ADD 1 TO CHB-REG-HOST-GREETS
060100     END-IF.
060200 2750-EXIT.
060300     EXIT.
060400
060500 2800-FIND-CENTER-ENTRY.
060600     MOVE ZERO TO CHB-CENTER-IX.
060700     PERFORM 2810-MATCH-CENTER
060800         THRU 2810-EXIT
060900         VARYING CHB-IX FROM 1 BY 1
061000         UNTIL CHB-IX > CHB-CENTER-COUNT-USED
061100             OR CHB-CENTER-IX > ZERO.
061200     IF CHB-CENTER-IX > ZERO
061300         GO TO 2800-EXIT
061400     END-IF.
061500     IF CHB-CENTER-COUNT-USED = 300
061600         MOVE "Y" TO CHB-OVFL-SWITCH
061700         GO TO 2800-EXIT
061800     END-IF.
061900     ADD 1 TO CHB-CENTER-COUNT-USED.
062000     MOVE CHB-CENTER-COUNT-USED TO CHB-CENTER-IX.
062100     MOVE CHB-COST-CENTER TO CHB-CT-COST-CENTER(CHB-CENTER-IX).
062200     MOVE "N" TO CHB-CT-LISTED-SWITCH(CHB-CENTER-IX).
062300 2800-EXIT.
062400     EXIT.
062500
062600 2810-MATCH-CENTER.
062700     IF CHB-CT-COST-CENTER(CHB-IX) = CHB-COST-CENTER
062800         MOVE CHB-IX TO CHB-CENTER-IX
062900     END-IF.
063000 2810-EXIT.
063100     EXIT.
063200
063300*----------------------------------------------------------------
063400* The cold archive, read only when the hot history does not
063500* reach back to the first of the month (or is not there at
063600* all) - a reprocessed or late-reported month may have aged
063700* out of GREETHIS already.
063800*----------------------------------------------------------------
063900 3000-READ-COLD-HISTORY.
064000     IF NOT CHB-COLD-NEEDED
064100         GO TO 3000-EXIT
064200     END-IF.
064300     OPEN INPUT GREET-COLD-IN.
064400     IF CHB-GCOLD-STATUS NOT = "00"
064500         GO TO 3000-EXIT
064600     END-IF.
064700     MOVE "Y" TO CHB-COLD-READ-SWITCH.
064800     MOVE "N" TO CHB-HIST-EOF-SWITCH.
064900     PERFORM 3100-READ-COLD-REC
065000         THRU 3100-EXIT
065100         UNTIL CHB-HIST-EOF.
065200     CLOSE GREET-COLD-IN.
065300 3000-EXIT.
065400     EXIT.
065500
065600 3100-READ-COLD-REC.
065700     READ GREET-COLD-IN INTO CHB-HIST-WORK
065800         AT END
065900             MOVE "Y" TO CHB-HIST-EOF-SWITCH
066000             GO TO 3100-EXIT
066100     END-READ.
066200     ADD 1 TO CHB-COLD-COUNT.
066300     IF CBW-LOG-MONTH = CHB-TARGET-MONTH
066400         PERFORM 2500-CHARGE-GREETING
066500             THRU 2500-EXIT
066600     END-IF.
066700 3100-EXIT.
066800     EXIT.
066900
067000*----------------------------------------------------------------
067100* Price every cost center's greetings - count times the type's
067200* price - put the centers in cost center order, and grade the
067300* run on what could not be charged.
067400*----------------------------------------------------------------
067500 4000-PRICE-CHARGES.
067600     PERFORM 4100-PRICE-CENTER
067700         THRU 4100-EXIT
067800         VARYING CHB-CENTER-IX FROM 1 BY 1
067900         UNTIL CHB-CENTER-IX > CHB-CENTER-COUNT-USED.
068000     PERFORM 4200-RANK-CENTER
068100         THRU 4200-EXIT
068200         VARYING CHB-RANK-NO FROM 1 BY 1
068300         UNTIL CHB-RANK-NO > CHB-CENTER-COUNT-USED.
068400     IF NOT CHB-HOT-READ AND NOT CHB-COLD-READ
068500         MOVE 8 TO CHB-GRADE
068600     END-IF.
068700     IF CHB-UNASGN-GREETS > ZERO
068800         OR CHB-UNPRICED-GREETS > ZERO
068900         OR CHB-RATE-REJECTS > ZERO
069000         OR (CHB-COLD-NEEDED AND NOT CHB-COLD-READ)
069100         PERFORM 9200-GRADE-WARNING
069200             THRU 9200-EXIT
069300     END-IF.
069400 4000-EXIT.
069500     EXIT.
069600
069700 4100-PRICE-CENTER.
069800     PERFORM 4110-PRICE-CENTER-TYPE
069900         THRU 4110-EXIT
070000         VARYING CHB-TYPE-IX FROM 1 BY 1
070100         UNTIL CHB-TYPE-IX > 5.
070200 4100-EXIT.
070300     EXIT.
070400
070500 4110-PRICE-CENTER-TYPE.
070600     IF CHB-CT-QTY(CHB-CENTER-IX, CHB-TYPE-IX) = ZERO
070700         GO TO 4110-EXIT
070800     END-IF.
070900     COMPUTE CHB-CT-TYPE-AMOUNT(CHB-CENTER-IX, CHB-TYPE-IX)
071000         ROUNDED = CHB-CT-QTY(CHB-CENTER-IX, CHB-TYPE-IX)
071100                 * CHB-TY-RATE(CHB-TYPE-IX).
071200     ADD CHB-CT-TYPE-AMOUNT(CHB-CENTER-IX, CHB-TYPE-IX)
071300         TO CHB-CT-AMOUNT(CHB-CENTER-IX)
071400            CHB-TY-AMOUNT(CHB-TYPE-IX)
071500            CHB-RPT-AMOUNT.
071600 4110-EXIT.
071700     EXIT.
071800
071900*----------------------------------------------------------------
072000* Cost center order by simple selection - the lowest center
072100* not yet placed takes the next slot.  UNASGN sorts with the
072200* rest.
072300*----------------------------------------------------------------
072400 4200-RANK-CENTER.
072500     MOVE ZERO TO CHB-MIN-IX.
072600     PERFORM 4210-FIND-MIN-CENTER
072700         THRU 4210-EXIT
072800         VARYING CHB-IX FROM 1 BY 1
072900         UNTIL CHB-IX > CHB-CENTER-COUNT-USED.
073000     MOVE "Y" TO CHB-CT-LISTED-SWITCH(CHB-MIN-IX).
073100     MOVE CHB-MIN-IX TO CHB-ORDER-ENTRY(CHB-RANK-NO).
073200 4200-EXIT.
073300     EXIT.
073400
073500 4210-FIND-MIN-CENTER.
073600     IF CHB-CT-LISTED(CHB-IX)
073700         GO TO 4210-EXIT
073800     END-IF.
073900     IF CHB-MIN-IX = ZERO
074000         MOVE CHB-IX TO CHB-MIN-IX
074100     ELSE
074200         IF CHB-CT-COST-CENTER(CHB-IX)
074300                 < CHB-CT-COST-CENTER(CHB-MIN-IX)
074400             MOVE CHB-IX TO CHB-MIN-IX
074500         END-IF
074600     END-IF.
074700 4210-EXIT.
074800     EXIT.
074900
075000*----------------------------------------------------------------
075100* The ledger interface - a header for the period and a detail
075200* for every cost center and greeting type charged.  The trailer
075300* is written at termination, once the report has proved the
075400* controls and the run is graded.
075500*----------------------------------------------------------------
075600 5000-WRITE-LEDGER.
075700     OPEN OUTPUT LEDGER-FILE.
075800     IF CHB-GL-STATUS NOT = "00"
075900         DISPLAY "COB-CHGBACK: ledger file CHGBKGL could not "
076000             "be opened - status " CHB-GL-STATUS
076100         MOVE 8 TO CHB-GRADE
076200         GO TO 5000-EXIT
076300     END-IF.
076400     MOVE "Y" TO CHB-GL-OPEN-SWITCH.
076500     MOVE SPACES TO CB-HEADER-REC.
076600     MOVE "H" TO CB-HDR-TYPE.
076700     MOVE CHB-TARGET-MONTH TO CB-HDR-PERIOD.
076800     MOVE CHB-RUN-DATE TO CB-HDR-RUN-DATE.
076900     MOVE CHB-RUN-TIME TO CB-HDR-RUN-TIME.
077000     WRITE CB-HEADER-REC.
077100     PERFORM 5100-WRITE-CENTER-DETAILS
077200         THRU 5100-EXIT
077300         VARYING CHB-RANK-NO FROM 1 BY 1
077400         UNTIL CHB-RANK-NO > CHB-CENTER-COUNT-USED.
077500 5000-EXIT.
077600     EXIT.
077700
077800 5100-WRITE-CENTER-DETAILS.
077900     MOVE CHB-ORDER-ENTRY(CHB-RANK-NO) TO CHB-CENTER-IX.
078000     PERFORM 5110-WRITE-DETAIL
078100         THRU 5110-EXIT
078200         VARYING CHB-TYPE-IX FROM 1 BY 1
078300         UNTIL CHB-TYPE-IX > 5.
078400 5100-EXIT.
078500     EXIT.
078600
078700 5110-WRITE-DETAIL.
078800     IF CHB-CT-QTY(CHB-CENTER-IX, CHB-TYPE-IX) = ZERO
078900         GO TO 5110-EXIT
079000     END-IF.
079100     MOVE SPACES TO CB-DETAIL-REC.
079200     MOVE "D" TO CB-DTL-TYPE.
079300     MOVE CHB-CT-COST-CENTER(CHB-CENTER-IX)
079400         TO CB-DTL-COST-CENTER.
079500     MOVE CHB-TYPE-CODES(CHB-TYPE-IX:1) TO CB-DTL-GREET-TYPE.
079600     MOVE CHB-CT-QTY(CHB-CENTER-IX, CHB-TYPE-IX)
079700         TO CB-DTL-QUANTITY.
079800     MOVE CHB-TY-RATE(CHB-TYPE-IX) TO CB-DTL-RATE.
079900     MOVE CHB-CT-TYPE-AMOUNT(CHB-CENTER-IX, CHB-TYPE-IX)
080000         TO CB-DTL-AMOUNT.
080100     WRITE CB-DETAIL-REC.
080200     ADD 1 TO CHB-GL-COUNT.
080300     ADD CB-DTL-QUANTITY TO CHB-GL-QUANTITY.
080400     ADD CB-DTL-AMOUNT TO CHB-GL-AMOUNT.
080500     PERFORM 5120-HASH-DETAIL-BYTE
080600         THRU 5120-EXIT
080700         VARYING CHB-HASH-IX FROM 1 BY 1
080800         UNTIL CHB-HASH-IX > 8.
080900 5110-EXIT.
081000     EXIT.
081100
081200 5120-HASH-DETAIL-BYTE.
081300     COMPUTE CHB-GL-HASH = FUNCTION MOD(CHB-GL-HASH
081400         + FUNCTION ORD(CB-DTL-KEY(CHB-HASH-IX:1))
081500         , 1000000000).
081600 5120-EXIT.
081700     EXIT.
081800
081900 5900-WRITE-LEDGER-TRAILER.
082000     MOVE SPACES TO CB-TRAILER-REC.
082100     MOVE "T" TO CB-TRL-TYPE.
082200     MOVE CHB-GL-COUNT TO CB-TRL-COUNT.
082300     MOVE CHB-GL-QUANTITY TO CB-TRL-QUANTITY.
082400     MOVE CHB-GL-AMOUNT TO CB-TRL-AMOUNT.
082500     MOVE CHB-GL-HASH TO CB-TRL-HASH.
082600     MOVE CHB-GRADE TO CB-TRL-GRADE.
082700     WRITE CB-TRAILER-REC.
082800 5900-EXIT.
082900     EXIT.
083000
083100 6000-WRITE-REPORT.
083200     PERFORM 6050-WRITE-HEADING
083300         THRU 6050-EXIT.
083400     MOVE "PRICES" TO RPT-LINE.
083500     WRITE RPT-LINE.
083600     MOVE "TYPE                      PRICE" TO RPT-LINE.
083700     WRITE RPT-LINE.
083800     PERFORM 6100-WRITE-PRICE-LINE
083900         THRU 6100-EXIT
084000         VARYING CHB-TYPE-IX FROM 1 BY 1
084100         UNTIL CHB-TYPE-IX > 5.
084200     IF CHB-RATE-SEEDED
084300         MOVE "  CHGRATES not available - built-in prices used."
084400             TO RPT-LINE
084500         WRITE RPT-LINE
084600     END-IF.
084700     IF CHB-RATE-REJECTS > ZERO
084800         MOVE CHB-RATE-REJECTS TO RPT-COUNT-DISP
084900         MOVE SPACES TO RPT-LINE
085000         STRING "  CHGRATES lines rejected ... " DELIMITED BY SIZE
085100                 RPT-COUNT-DISP DELIMITED BY SIZE
085200                 INTO RPT-LINE
085300         WRITE RPT-LINE
085400     END-IF.
085500     MOVE SPACES TO RPT-LINE.
085600     WRITE RPT-LINE.
085700     MOVE "CHARGES BY COST CENTER" TO RPT-LINE.
085800     WRITE RPT-LINE.
085900     MOVE "COST CTR DAILY  OCC-A  OCC-B  VISIT REPROC    TOTAL"
086000         TO RPT-LINE.
086100     MOVE "AMOUNT" TO RPT-LINE(62:6).
086200     WRITE RPT-LINE.
086300     PERFORM 6200-WRITE-CENTER-LINE
086400         THRU 6200-EXIT
086500         VARYING CHB-RANK-NO FROM 1 BY 1
086600         UNTIL CHB-RANK-NO > CHB-CENTER-COUNT-USED.
086700     IF CHB-CENTER-COUNT-USED = ZERO
086800         MOVE "  No greetings charged this month." TO RPT-LINE
086900         WRITE RPT-LINE
087000     END-IF.
087100     PERFORM 6250-WRITE-TOTAL-LINE
087200         THRU 6250-EXIT.
087300     PERFORM 6300-WRITE-TIE-OUT
087400         THRU 6300-EXIT.
087500     MOVE "================================================"
087600         TO RPT-LINE.
087700     WRITE RPT-LINE.
087800 6000-EXIT.
087900     EXIT.
088000
088100 6050-WRITE-HEADING.
088200     MOVE "================================================"
088300         TO RPT-LINE.
088400     WRITE RPT-LINE.
088500     MOVE "          MONTH-END GREETING CHARGEBACK"
088600         TO RPT-LINE.
088700     WRITE RPT-LINE.
088800     MOVE "================================================"
088900         TO RPT-LINE.
089000     WRITE RPT-LINE.
089100     MOVE SPACES TO RPT-LINE.
089200     STRING "Chargeback month .. " DELIMITED BY SIZE
089300             CHB-TARGET-MONTH DELIMITED BY SIZE
089400             INTO RPT-LINE.
089500     WRITE RPT-LINE.
089600     MOVE SPACES TO RPT-LINE.
089700     STRING "Run date .......... " DELIMITED BY SIZE
089800             CHB-RUN-DATE DELIMITED BY SIZE
089900             INTO RPT-LINE.
090000     WRITE RPT-LINE.
090100     MOVE SPACES TO RPT-LINE.
090200     WRITE RPT-LINE.
090300 6050-EXIT.
090400     EXIT.
090500
090600 6100-WRITE-PRICE-LINE.
090700     MOVE SPACES TO RPT-LINE.
090800     MOVE CHB-TYPE-CODES(CHB-TYPE-IX:1) TO RPT-LINE(1:1).
090900     MOVE CHB-TYPE-NAME(CHB-TYPE-IX) TO RPT-LINE(3:20).
091000     IF CHB-TY-PRICED(CHB-TYPE-IX)
091100         MOVE CHB-TY-RATE(CHB-TYPE-IX) TO RPT-RATE-DISP
091200         MOVE RPT-RATE-DISP TO RPT-LINE(25:7)
091300     ELSE
091400         MOVE "NOT PRICED" TO RPT-LINE(25:10)
091500     END-IF.
091600     WRITE RPT-LINE.
091700 6100-EXIT.
091800     EXIT.
091900
092000*----------------------------------------------------------------
092100* One line per cost center - the greeting count for each type,
092200* the center's total greetings, and the amount charged.
092300*----------------------------------------------------------------
092400 6200-WRITE-CENTER-LINE.
092500     MOVE CHB-ORDER-ENTRY(CHB-RANK-NO) TO CHB-CENTER-IX.
092600     MOVE SPACES TO RPT-LINE.
092700     MOVE CHB-CT-COST-CENTER(CHB-CENTER-IX) TO RPT-LINE(1:6).
092800     PERFORM 6210-MOVE-CENTER-QTY
092900         THRU 6210-EXIT
093000         VARYING CHB-TYPE-IX FROM 1 BY 1
093100         UNTIL CHB-TYPE-IX > 5.
093200     MOVE CHB-CT-TOTAL(CHB-CENTER-IX) TO RPT-TOTAL-DISP.
093300     MOVE RPT-TOTAL-DISP TO RPT-LINE(45:7).
093400     MOVE CHB-CT-AMOUNT(CHB-CENTER-IX) TO RPT-AMOUNT-DISP.
093500     MOVE RPT-AMOUNT-DISP TO RPT-LINE(54:14).
093600     WRITE RPT-LINE.
093700 6200-EXIT.
093800     EXIT.
093900
094000 6210-MOVE-CENTER-QTY.
094100     COMPUTE CHB-COL = 9 + (CHB-TYPE-IX - 1) * 7.
094200     MOVE CHB-CT-QTY(CHB-CENTER-IX, CHB-TYPE-IX)
094300         TO RPT-QTY-DISP.
094400     MOVE RPT-QTY-DISP TO RPT-LINE(CHB-COL:6).
094500 6210-EXIT.
094600     EXIT.
094700
094800 6250-WRITE-TOTAL-LINE.
094900     MOVE SPACES TO RPT-LINE.
095000     MOVE "TOTAL" TO RPT-LINE(1:5).
095100     PERFORM 6260-MOVE-TYPE-QTY
095200         THRU 6260-EXIT
095300         VARYING CHB-TYPE-IX FROM 1 BY 1
095400         UNTIL CHB-TYPE-IX > 5.
095500     MOVE CHB-CHARGED-GREETS TO RPT-TOTAL-DISP.
095600     MOVE RPT-TOTAL-DISP TO RPT-LINE(45:7).
095700     MOVE CHB-RPT-AMOUNT TO RPT-AMOUNT-DISP.
095800     MOVE RPT-AMOUNT-DISP TO RPT-LINE(54:14).
095900     WRITE RPT-LINE.
096000 6250-EXIT.
096100     EXIT.
096200
096300 6260-MOVE-TYPE-QTY.
096400     COMPUTE CHB-COL = 9 + (CHB-TYPE-IX - 1) * 7.
096500     MOVE CHB-TY-CHARGED(CHB-TYPE-IX) TO RPT-QTY-DISP.
096600     MOVE RPT-QTY-DISP TO RPT-LINE(CHB-COL:6).
096700 6260-EXIT.
096800     EXIT.
096900
097000*----------------------------------------------------------------
097100* Tie the month back to GREETLOG: every greeting logged in the
097200* month is either charged or unpriced, and the ledger file
097300* carries exactly what this report charged.
097400*----------------------------------------------------------------
097500 6300-WRITE-TIE-OUT.
097600     MOVE SPACES TO RPT-LINE.
097700     WRITE RPT-LINE.
097800     MOVE "TIE-OUT TO THE MONTH'S GREETLOG ENTRIES" TO RPT-LINE.
097900     WRITE RPT-LINE.
098000     MOVE "TYPE                     LOGGED  CHARGED UNPRICED"
098100         TO RPT-LINE.
098200     WRITE RPT-LINE.
098300     PERFORM 6310-WRITE-TYPE-TIE
098400         THRU 6310-EXIT
098500         VARYING CHB-TYPE-IX FROM 1 BY 1
098600         UNTIL CHB-TYPE-IX > 5.
098700     MOVE SPACES TO RPT-LINE.
098800     MOVE "  Other event type" TO RPT-LINE(1:20).
098900     MOVE CHB-OTHER-GREETS TO RPT-TOTAL-DISP.
099000     MOVE RPT-TOTAL-DISP TO RPT-LINE(25:7).
099100     MOVE ZERO TO RPT-TOTAL-DISP.
099200     MOVE RPT-TOTAL-DISP TO RPT-LINE(34:7).
099300     MOVE CHB-OTHER-GREETS TO RPT-TOTAL-DISP.
099400     MOVE RPT-TOTAL-DISP TO RPT-LINE(43:7).
099500     WRITE RPT-LINE.
099600     IF CHB-OVFL-GREETS > ZERO
099700         MOVE SPACES TO RPT-LINE
099800         MOVE "  Over 300 centers" TO RPT-LINE(1:20)
099900         MOVE ZERO TO RPT-TOTAL-DISP
100000         MOVE RPT-TOTAL-DISP TO RPT-LINE(25:7)
100100         MOVE RPT-TOTAL-DISP TO RPT-LINE(34:7)
100200         MOVE CHB-OVFL-GREETS TO RPT-TOTAL-DISP
100300         MOVE RPT-TOTAL-DISP TO RPT-LINE(43:7)
100400         WRITE RPT-LINE
100500     END-IF.
100600     MOVE SPACES TO RPT-LINE.
100700     MOVE "Month total" TO RPT-LINE(1:11).
100800     MOVE CHB-MONTH-GREETS TO RPT-TOTAL-DISP.
100900     MOVE RPT-TOTAL-DISP TO RPT-LINE(25:7).
101000     MOVE CHB-CHARGED-GREETS TO RPT-TOTAL-DISP.
101100     MOVE RPT-TOTAL-DISP TO RPT-LINE(34:7).
101200     MOVE CHB-UNPRICED-GREETS TO RPT-TOTAL-DISP.
101300     MOVE RPT-TOTAL-DISP TO RPT-LINE(43:7).
101400     WRITE RPT-LINE.
101500     MOVE SPACES TO RPT-LINE.
101600     WRITE RPT-LINE.
101700     PERFORM 6400-WRITE-CONTROLS
101800         THRU 6400-EXIT.
101900 6300-EXIT.
102000     EXIT.
102100
102200 6310-WRITE-TYPE-TIE.
102300     MOVE SPACES TO RPT-LINE.
102400     MOVE CHB-TYPE-NAME(CHB-TYPE-IX) TO RPT-LINE(3:20).
102500     MOVE CHB-TY-LOGGED(CHB-TYPE-IX) TO RPT-TOTAL-DISP.
102600     MOVE RPT-TOTAL-DISP TO RPT-LINE(25:7).
102700     MOVE CHB-TY-CHARGED(CHB-TYPE-IX) TO RPT-TOTAL-DISP.
102800     MOVE RPT-TOTAL-DISP TO RPT-LINE(34:7).
102900     IF CHB-TY-PRICED(CHB-TYPE-IX)
103000         MOVE ZERO TO RPT-TOTAL-DISP
103100     ELSE
103200         MOVE CHB-TY-LOGGED(CHB-TYPE-IX) TO RPT-TOTAL-DISP
103300     END-IF.
103400     MOVE RPT-TOTAL-DISP TO RPT-LINE(43:7).
103500     WRITE RPT-LINE.
103600 6310-EXIT.
103700     EXIT.
103800
103900 6400-WRITE-CONTROLS.
104000     IF CHB-MONTH-GREETS NOT =
104100             CHB-CHARGED-GREETS + CHB-UNPRICED-GREETS
104200         OR CHB-GL-OPEN
104300             AND (CHB-GL-QUANTITY NOT = CHB-CHARGED-GREETS
104400                 OR CHB-GL-AMOUNT NOT = CHB-RPT-AMOUNT)
104500         MOVE "N" TO CHB-BALANCE-SWITCH
104600         PERFORM 9200-GRADE-WARNING
104700             THRU 9200-EXIT
104800     END-IF.
104900     MOVE CHB-HOT-COUNT TO RPT-COUNT-DISP.
105000     MOVE SPACES TO RPT-LINE.
105100     IF CHB-HOT-READ
105260         MOVE "GREETHIS records read ........ " TO RPT-LINE
105420         MOVE RPT-COUNT-DISP TO RPT-LINE(32:7)
105600     ELSE
105700         MOVE "GREETHIS not available." TO RPT-LINE
105800     END-IF.
105900     WRITE RPT-LINE.
106000     MOVE CHB-COLD-COUNT TO RPT-COUNT-DISP.
106100     MOVE SPACES TO RPT-LINE.
106200     EVALUATE TRUE
106300         WHEN CHB-COLD-READ
106460             MOVE "GREETCOLD records read ....... " TO RPT-LINE
106620             MOVE RPT-COUNT-DISP TO RPT-LINE(32:7)
106800         WHEN CHB-COLD-NEEDED
106900             MOVE "GREETCOLD needed for the start of the month "
107000                 TO RPT-LINE
107100             MOVE "but not available." TO RPT-LINE(46:18)
107200         WHEN OTHER
107300             MOVE "GREETCOLD not needed - GREETHIS covers the "
107400                 TO RPT-LINE
107500             MOVE "whole month." TO RPT-LINE(44:12)
107600     END-EVALUATE.
107700     WRITE RPT-LINE.
107800     MOVE CHB-UNASGN-GREETS TO RPT-COUNT-DISP.
107900     MOVE SPACES TO RPT-LINE.
108000     STRING "Charged to UNASGN ............ " DELIMITED BY SIZE
108100             RPT-COUNT-DISP DELIMITED BY SIZE
108200             INTO RPT-LINE.
108300     WRITE RPT-LINE.
108400     MOVE CHB-REG-HOST-GREETS TO RPT-COUNT-DISP.
108500     MOVE SPACES TO RPT-LINE.
108600     STRING "Visitor hosts from VISITREG .. " DELIMITED BY SIZE
108700             RPT-COUNT-DISP DELIMITED BY SIZE
108800             INTO RPT-LINE.
108900     WRITE RPT-LINE.
109000     MOVE CHB-GL-COUNT TO RPT-COUNT-DISP.
109100     MOVE SPACES TO RPT-LINE.
109200     STRING "CHGBKGL detail records ....... " DELIMITED BY SIZE
109300             RPT-COUNT-DISP DELIMITED BY SIZE
109400             INTO RPT-LINE.
109500     WRITE RPT-LINE.
109600     MOVE CHB-GL-QUANTITY TO RPT-COUNT-DISP.
109700     MOVE SPACES TO RPT-LINE.
109800     STRING "CHGBKGL greeting total ....... " DELIMITED BY SIZE
109900             RPT-COUNT-DISP DELIMITED BY SIZE
110000             INTO RPT-LINE.
110100     WRITE RPT-LINE.
110200     MOVE CHB-GL-AMOUNT TO RPT-AMOUNT-DISP.
110300     MOVE SPACES TO RPT-LINE.
110400     STRING "CHGBKGL amount total ... " DELIMITED BY SIZE
110500             RPT-AMOUNT-DISP DELIMITED BY SIZE
110600             INTO RPT-LINE.
110700     WRITE RPT-LINE.
110800     MOVE CHB-RPT-AMOUNT TO RPT-AMOUNT-DISP.
110900     MOVE SPACES TO RPT-LINE.
111000     STRING "Report amount total .... " DELIMITED BY SIZE
111100             RPT-AMOUNT-DISP DELIMITED BY SIZE
111200             INTO RPT-LINE.
111300     WRITE RPT-LINE.
111400     MOVE SPACES TO RPT-LINE.
111500     IF CHB-IN-BALANCE
111600         MOVE "Controls ..................... IN BALANCE"
111700             TO RPT-LINE
111800     ELSE
111900         MOVE "Controls ..................... OUT OF BALANCE"
112000             TO RPT-LINE
112100     END-IF.
112200     WRITE RPT-LINE.
112300     MOVE CHB-GRADE TO RPT-GRADE-DISP.
112400     MOVE SPACES TO RPT-LINE.
112500     STRING "Return code .................. " DELIMITED BY SIZE
112600             RPT-GRADE-DISP DELIMITED BY SIZE
112700             INTO RPT-LINE.
112800     WRITE RPT-LINE.
112900 6400-EXIT.
113000     EXIT.
113100
113200 6900-WRITE-NOT-RUN.
113300     PERFORM 6050-WRITE-HEADING
113400         THRU 6050-EXIT.
113500     MOVE "Roster NAMEFILE not available - no cost centers to "
113600         TO RPT-LINE.
113700     MOVE "charge; nothing charged." TO RPT-LINE(52:24).
113800     WRITE RPT-LINE.
113900     MOVE "================================================"
114000         TO RPT-LINE.
114100     WRITE RPT-LINE.
114200 6900-EXIT.
114300     EXIT.
114400
114500 7000-TERMINATE.
114600     IF CHB-GL-OPEN
114700         PERFORM 5900-WRITE-LEDGER-TRAILER
114800             THRU 5900-EXIT
114900         CLOSE LEDGER-FILE
115000     END-IF.
115100     CLOSE REPORT-FILE.
115200     IF CHB-NAME-OPEN
115300         CLOSE NAME-FILE
115400     END-IF.
115500     IF CHB-VREG-OPEN
115600         CLOSE VISIT-REGISTER
115700     END-IF.
115800     PERFORM 8000-WRITE-RUNHIST
115900         THRU 8000-EXIT.
116000     DISPLAY "COB-CHGBACK: month " CHB-TARGET-MONTH
116100         " charged, return code " CHB-GRADE.
116200 7000-EXIT.
116300     EXIT.
116400
116500*----------------------------------------------------------------
116600* Append this run to the RUNHIST job-step history - greetings
116700* charged, unpriced, and charged to UNASGN.
116800*----------------------------------------------------------------
116900 8000-WRITE-RUNHIST.
117000     OPEN EXTEND RUNHIST-FILE.
117100     IF CHB-RNH-STATUS NOT = "00"
117200         OPEN OUTPUT RUNHIST-FILE
117300     END-IF.
117400     MOVE SPACES TO RUN-HIST-REC.
117500     MOVE "CHGBACK" TO RH-JOB-NAME.
117600     MOVE "CHARGE" TO RH-STEP-NAME.
117700     MOVE CHB-RUN-DATE TO RH-START-DATE.
117800     MOVE CHB-RUN-TIME TO RH-START-TIME.
117900     ACCEPT RH-END-DATE FROM DATE YYYYMMDD.
118000     ACCEPT RH-END-TIME FROM TIME.
118100     MOVE CHB-GRADE TO RH-RETURN-CODE.
118200     MOVE CHB-CHARGED-GREETS TO RH-PROCESSED.
118300     MOVE CHB-UNPRICED-GREETS TO RH-REJECTED.
118400     MOVE CHB-UNASGN-GREETS TO RH-INACTIVE.
118500     MOVE ZERO TO RH-SUSPENDED.
118600     WRITE RUN-HIST-REC.
118700     CLOSE RUNHIST-FILE.
118800 8000-EXIT.
118900     EXIT.
119000
119100*----------------------------------------------------------------
119200* Position of a greeting type in CHB-TYPE-CODES - zero when it
119300* is not one of the five chargeable types.
119400*----------------------------------------------------------------
119500 9100-FIND-TYPE-IX.
119600     MOVE ZERO TO CHB-TYPE-IX.
119700     PERFORM 9110-MATCH-TYPE-CODE
119800         THRU 9110-EXIT
119900         VARYING CHB-CODE-IX FROM 1 BY 1
120000         UNTIL CHB-CODE-IX > 5
120100             OR CHB-TYPE-IX > ZERO.
120200 9100-EXIT.
120300     EXIT.
120400
120500 9110-MATCH-TYPE-CODE.
120600     IF CHB-TYPE-CODES(CHB-CODE-IX:1) = CHB-GREET-TYPE
120700         MOVE CHB-CODE-IX TO CHB-TYPE-IX
120800     END-IF.
120900 9110-EXIT.
121000     EXIT.
121100
121200 9200-GRADE-WARNING.
121300     IF CHB-GRADE < 4
121400         MOVE 4 TO CHB-GRADE
121500     END-IF.
121600 9200-EXIT.
121700     EXIT.
