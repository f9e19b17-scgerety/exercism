000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTFIN.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    TREASURER'S PERIOD FINANCIAL SUMMARY. THE MONEY RUNS
000900*    THROUGH TWO LEDGERS THAT ARE NEVER BROUGHT TOGETHER - THE
001000*    PRIZE PAYOUT LEDGER YCHTPAY APPENDS (PAYLEDG) AND THE
001100*    MEMBER ACCOUNT DETAIL YCHTACCT AND YCHTRNEW APPEND
001200*    (ACCTDTL). THIS PROGRAM READS BOTH FOR THE DATE RANGE ON
001300*    THE ONE-RECORD FINCTL CONTROL AND PRINTS, CLUB BY CLUB:
001400*      - INCOME AND EXPENDITURE: TABLE FEES BILLED, ANNUAL DUES
001500*        BILLED, CASH RECEIVED, PRIZE MONEY AND YACHT BONUSES
001600*        PAID OUT;
001700*      - THE MOVEMENT IN MEMBER BALANCES OWED, OPENING TO
001800*        CLOSING;
001900*      - THE POT RECONCILIATION: POT BROUGHT FORWARD, TABLE
002000*        FEES INTO THE POT, PRIZES AND BONUSES PAID, HOUSE CUT
002100*        RETAINED, AND THE DIFFERENCE CARRIED FORWARD;
002200*    AND LISTS EVERY NIGHT IN THE RANGE THAT HAS PAYOUTS ON
002300*    PAYLEDG BUT NO TABLE-FEE POSTINGS ON ACCTDTL.
002400*
002500*    BOTH LEDGERS ARE KEPT FROM THE START, SO THE OPENING
002600*    BALANCES OWED AND THE POT BROUGHT FORWARD ARE BUILT FROM
002700*    THE LINES DATED BEFORE THE RANGE. NEITHER LEDGER CARRIES
002800*    A CLUB CODE: A LINE FALLS TO THE CLUB THE MEMBER OR
002900*    WINNER IS ON THE ROSTER UNDER ('???' WHEN THE ID IS NO
003000*    LONGER ON THE ROSTER), AND A NIGHT'S HOUSE CUT FALLS TO
003100*    THE CLUB OF THAT NIGHT'S PRIZE WINNERS (THE HOME CLUB
003200*    WHEN NOBODY WAS PAID). ON A NIGHT BOTH CLUBS SHARED ONE
003300*    POT THE CLUB LINES NEED NOT BALANCE SEPARATELY - THE ALL
003400*    CLUBS LINE ALWAYS DOES.
003500*
003600*    RETURN CODE 4 WHEN ANY NIGHT IS FLAGGED.
003700*
003800*    MODIFICATION HISTORY.
003900*    DATE       INIT DESCRIPTION
004000*    2026-10-15 LOP  ORIGINAL PROGRAM.
004033*    2026-10-15 LOP  READS THE ROSTER MASTER AS AN INDEXED
004066*                    FILE (KEY ROSTKEY), IN MEMBER ID ORDER.
004100****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. GNUCOBOL.
004500 OBJECT-COMPUTER. GNUCOBOL.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT FINANCE-CONTROL-FILE ASSIGN TO "FINCTL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-FINANCE-CONTROL-STATUS.
005100     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
005160         ORGANIZATION IS INDEXED
005220         ACCESS IS SEQUENTIAL
005280         RECORD KEY IS RK-ROSTER-KEY
005340         FILE STATUS IS WS-ROSTER-STATUS.
005400     SELECT ACCOUNT-DETAIL-FILE ASSIGN TO "ACCTDTL"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-ACCOUNT-DETAIL-STATUS.
005700     SELECT PAY-LEDGER-FILE ASSIGN TO "PAYLEDG"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PAY-LEDGER-STATUS.
006000     SELECT PRINT-FILE ASSIGN TO "FINRPT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PRINT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  FINANCE-CONTROL-FILE
006600     RECORDING MODE IS F.
006700*    THE REPORTING PERIOD, FIRST AND LAST DAY INCLUSIVE.
006800 01  FINANCE-CONTROL-RECORD.
006900     05  FC-START-DATE               PIC 9(08).
007000     05  FC-END-DATE                 PIC 9(08).
007100 FD  ROSTER-FILE.
007200 01  ROSTER-RECORD.
007300     COPY ROSTKEY.
007400     COPY ROSTMBR.
007500 FD  ACCOUNT-DETAIL-FILE
007600     RECORDING MODE IS F.
007700 01  ACCOUNT-DETAIL-RECORD.
007800     COPY ACCTDTL.
007900 FD  PAY-LEDGER-FILE
008000     RECORDING MODE IS F.
008100*    THE SAME LAYOUT YCHTPAY WRITES: ONE LINE PER AMOUNT PAID
008200*    OUT - 'W1'-'W3' PLACE MONEY, 'YB' YACHT BONUS, 'HC' HOUSE
008300*    CUT.
008400 01  PAY-LEDGER-RECORD.
008500     05  PL-GAME-DATE                PIC 9(08).
008600     05  PL-PLAYER-ID                PIC X(10).
008700     05  PL-GAME-NO                  PIC 9(02).
008800     05  PL-REASON-CODE              PIC X(02).
008900         88  PL-PLACE-MONEY                  VALUES 'W1' 'W2'
009000                                                    'W3'.
009100         88  PL-YACHT-BONUS                  VALUE 'YB'.
009200         88  PL-HOUSE-CUT                    VALUE 'HC'.
009300     05  PL-AMOUNT                   PIC 9(05)V99.
009400 FD  PRINT-FILE
009500     RECORDING MODE IS F.
009600 01  PRINT-RECORD                PIC X(80).
009700 WORKING-STORAGE SECTION.
009800 01  WS-FINANCE-CONTROL-STATUS   PIC X(02) VALUE '00'.
009900     88  FINANCE-CONTROL-OK                  VALUE '00'.
010000 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
010100     88  ROSTER-OK                           VALUE '00'.
010200 01  WS-ACCOUNT-DETAIL-STATUS    PIC X(02) VALUE '00'.
010300     88  ACCOUNT-DETAIL-OK                   VALUE '00'.
010400 01  WS-PAY-LEDGER-STATUS        PIC X(02) VALUE '00'.
010500     88  PAY-LEDGER-OK                       VALUE '00'.
010600 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
010700     88  PRINT-OK                            VALUE '00'.
010800 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE 'N'.
010900     88  NO-MORE-ROSTER                      VALUE 'Y'.
011000 01  WS-DETAIL-EOF-SW            PIC X(01) VALUE 'N'.
011100     88  NO-MORE-DETAIL                      VALUE 'Y'.
011200 01  WS-LEDGER-EOF-SW            PIC X(01) VALUE 'N'.
011300     88  NO-MORE-LEDGER                      VALUE 'Y'.
011400 01  WS-DETAIL-OPEN-SW           PIC X(01) VALUE 'N'.
011500     88  DETAIL-OPEN                         VALUE 'Y'.
011600 01  WS-LEDGER-OPEN-SW           PIC X(01) VALUE 'N'.
011700     88  LEDGER-OPEN                         VALUE 'Y'.
011800 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
011900 01  WS-START-DATE               PIC 9(08) VALUE 0.
012000 01  WS-END-DATE                 PIC 9(08) VALUE 0.
012100 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
012200 01  WS-UNKNOWN-CLUB             PIC X(03) VALUE '???'.
012300*
012400*    MEMBER ID TO CLUB, FROM THE ROSTER. A FULL TABLE IS A
012500*    HARD ERROR - THE RUN ENDS WITH RETURN CODE 16.
012600 01  WS-ROSTER-TABLE.
012700     05  WS-ROST-ENTRY           OCCURS 500 TIMES
012800         INDEXED BY ROST-IDX.
012900         10  WS-ROST-ID          PIC X(10) VALUE SPACES.
013000         10  WS-ROST-CLUB        PIC X(03) VALUE SPACES.
013100 01  WS-ROST-COUNT               PIC 9(03) COMP VALUE 0.
013200 01  WS-LOOKUP-ID                PIC X(10) VALUE SPACES.
013300 01  WS-LOOKUP-CLUB              PIC X(03) VALUE SPACES.
013400*
013500*    ONE ENTRY PER CLUB, WITH THE LINES DATED BEFORE THE
013600*    PERIOD (OPENING FIGURES) AND THE LINES IN IT. ENTRY 1 IS
013700*    RESERVED FOR THE ALL-CLUBS TOTAL. A FULL TABLE IS A HARD
013800*    ERROR.
013900 01  WS-CLUB-TABLE.
014000     05  WS-CLUB-ENTRY           OCCURS 10 TIMES
014100         INDEXED BY CLUB-IDX.
014200         10  WS-CLUB-CODE        PIC X(03) VALUE SPACES.
014300         10  WS-CLUB-PRE-FEES    PIC S9(07)V99 VALUE 0.
014400         10  WS-CLUB-PRE-DUES    PIC S9(07)V99 VALUE 0.
014500         10  WS-CLUB-PRE-CASH    PIC S9(07)V99 VALUE 0.
014600         10  WS-CLUB-PRE-PAID    PIC S9(07)V99 VALUE 0.
014700         10  WS-CLUB-FEES        PIC S9(07)V99 VALUE 0.
014800         10  WS-CLUB-DUES        PIC S9(07)V99 VALUE 0.
014900         10  WS-CLUB-CASH        PIC S9(07)V99 VALUE 0.
015000         10  WS-CLUB-PRIZES      PIC S9(07)V99 VALUE 0.
015100         10  WS-CLUB-BONUS       PIC S9(07)V99 VALUE 0.
015200         10  WS-CLUB-HOUSE       PIC S9(07)V99 VALUE 0.
015300 01  WS-CLUB-COUNT               PIC 9(02) COMP VALUE 1.
015400 01  WS-CLUB-SUB                 PIC 9(02) COMP VALUE 0.
015500*
015600*    ONE ENTRY PER NIGHT IN THE PERIOD WITH TABLE FEES POSTED
015700*    OR MONEY PAID OUT, FOR THE PAYOUTS-WITHOUT-FEES CHECK. A
015800*    FULL TABLE IS A HARD ERROR.
015900 01  WS-NIGHT-TABLE.
016000     05  WS-NIGHT-ENTRY          OCCURS 500 TIMES
016100         INDEXED BY NIGHT-IDX.
016200         10  WS-NIGHT-DATE       PIC 9(08) VALUE 0.
016300         10  WS-NIGHT-FEES       PIC S9(07)V99 VALUE 0.
016400         10  WS-NIGHT-PAID       PIC S9(07)V99 VALUE 0.
016500         10  WS-NIGHT-CLUB       PIC X(03) VALUE SPACES.
016600 01  WS-NIGHT-COUNT              PIC 9(03) COMP VALUE 0.
016700 01  WS-NIGHT-SUB                PIC 9(03) COMP VALUE 0.
016800 01  WS-NIGHT-LOOK-DATE          PIC 9(08) VALUE 0.
016900*
017000*    THE CLUB OF THE LAST PRIZE WINNER SEEN, FOR THE HOUSE CUT
017100*    LINE THAT CLOSES EACH NIGHT ON THE PAYOUT LEDGER.
017200 01  WS-LAST-PAY-DATE            PIC 9(08) VALUE 0.
017300 01  WS-LAST-PAY-CLUB            PIC X(03) VALUE SPACES.
017400*
017500*    WORK FIGURES FOR ONE CLUB LINE.
017600 01  WS-OPENING-OWED             PIC S9(07)V99 VALUE 0.
017700 01  WS-CLOSING-OWED             PIC S9(07)V99 VALUE 0.
017800 01  WS-OWED-MOVEMENT            PIC S9(07)V99 VALUE 0.
017900 01  WS-POT-FORWARD              PIC S9(07)V99 VALUE 0.
018000 01  WS-POT-PAID-OUT             PIC S9(07)V99 VALUE 0.
018100 01  WS-POT-CARRIED              PIC S9(07)V99 VALUE 0.
018200*
018300*    CONTROL COUNTS FOR THE REPORT FOOT.
018400 01  WS-DETAIL-READ              PIC 9(07) COMP VALUE 0.
018500 01  WS-DETAIL-IN-PERIOD         PIC 9(07) COMP VALUE 0.
018600 01  WS-LEDGER-READ              PIC 9(07) COMP VALUE 0.
018700 01  WS-LEDGER-IN-PERIOD         PIC 9(07) COMP VALUE 0.
018800 01  WS-NIGHTS-FLAGGED           PIC 9(05) COMP VALUE 0.
018900*
019000*    PRINT FIELDS.
019100 01  WS-PRINT-MONEY-1            PIC ZZZZZZ9.99-.
019200 01  WS-PRINT-MONEY-2            PIC ZZZZZZ9.99-.
019300 01  WS-PRINT-MONEY-3            PIC ZZZZZZ9.99-.
019400 01  WS-PRINT-MONEY-4            PIC ZZZZZZ9.99-.
019500 01  WS-PRINT-MONEY-5            PIC ZZZZZZ9.99-.
019600 01  WS-PRINT-COUNT              PIC ZZZZZZ9.
019700 01  WS-PRINT-LABEL              PIC X(30) VALUE SPACES.
019800 01  WS-PRINT-CLUB               PIC X(05) VALUE SPACES.
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020200     PERFORM 2000-POST-ONE-DETAIL THRU 2000-EXIT
020300         UNTIL NO-MORE-DETAIL.
020400     PERFORM 3000-POST-ONE-PAYOUT THRU 3000-EXIT
020500         UNTIL NO-MORE-LEDGER.
020600     PERFORM 8000-PRINT-REPORT THRU 8000-EXIT.
020700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020800     STOP RUN.
020900*----------------------------------------------------------*
021000* 1000-INITIALIZE - READ THE PERIOD (MANDATORY - A SUMMARY
021100* OF NO PERIOD MEANS NOTHING), LOAD THE ROSTER CLUBS AND
021200* OPEN BOTH LEDGERS. A MISSING LEDGER IS REPORTED AND
021300* COUNTS AS EMPTY.
021400*----------------------------------------------------------*
021500 1000-INITIALIZE.
021600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021700     OPEN INPUT FINANCE-CONTROL-FILE.
021800     IF NOT FINANCE-CONTROL-OK
021900         DISPLAY "YCHTFIN: NO FINCTL CONTROL FILE, STATUS "
022000             WS-FINANCE-CONTROL-STATUS ", RUN ABANDONED"
022100         MOVE 16 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400     READ FINANCE-CONTROL-FILE
022500         AT END
022600             DISPLAY "YCHTFIN: FINCTL EMPTY, RUN ABANDONED"
022700             MOVE 16 TO RETURN-CODE
022800             STOP RUN
022900     END-READ.
023000     CLOSE FINANCE-CONTROL-FILE.
023100     IF FC-START-DATE NOT NUMERIC OR FC-END-DATE NOT NUMERIC
023200         OR FC-START-DATE > FC-END-DATE
023300         DISPLAY "YCHTFIN: FINCTL PERIOD INVALID, RUN ABANDONED"
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700     MOVE FC-START-DATE TO WS-START-DATE.
023800     MOVE FC-END-DATE TO WS-END-DATE.
023900     MOVE 'ALL' TO WS-CLUB-CODE(1).
024000     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT.
024100     OPEN INPUT ACCOUNT-DETAIL-FILE.
024200     IF NOT ACCOUNT-DETAIL-OK
024300         DISPLAY "YCHTFIN: NO ACCTDTL LEDGER, STATUS "
024400             WS-ACCOUNT-DETAIL-STATUS ", ACCOUNTS TAKEN AS NIL"
024500         MOVE 'Y' TO WS-DETAIL-EOF-SW
024600     ELSE
024700         MOVE 'Y' TO WS-DETAIL-OPEN-SW
024800     END-IF.
024900     OPEN INPUT PAY-LEDGER-FILE.
025000     IF NOT PAY-LEDGER-OK
025100         DISPLAY "YCHTFIN: NO PAYLEDG LEDGER, STATUS "
025200             WS-PAY-LEDGER-STATUS ", PAYOUTS TAKEN AS NIL"
025300         MOVE 'Y' TO WS-LEDGER-EOF-SW
025400     ELSE
025500         MOVE 'Y' TO WS-LEDGER-OPEN-SW
025600     END-IF.
025700     OPEN OUTPUT PRINT-FILE.
025800     IF NOT PRINT-OK
025900         DISPLAY "YCHTFIN: UNABLE TO OPEN FINRPT, STATUS "
026000             WS-PRINT-STATUS ", RUN ABANDONED"
026100         MOVE 16 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400 1000-EXIT.
026500     EXIT.
026600*----------------------------------------------------------*
026700* 1100-LOAD-ROSTER - MEMBER ID TO CLUB. NO ROSTER PUTS EVERY
026800* LINE UNDER '???' BUT STILL BALANCES THE ALL-CLUBS FIGURES.
026900*----------------------------------------------------------*
027000 1100-LOAD-ROSTER.
027100     OPEN INPUT ROSTER-FILE.
027200     IF NOT ROSTER-OK
027300         DISPLAY "YCHTFIN: UNABLE TO OPEN ROSTER, STATUS "
027400             WS-ROSTER-STATUS ", CLUBS NOT KNOWN"
027500         GO TO 1100-EXIT
027600     END-IF.
027700     PERFORM 1110-LOAD-ONE-MEMBER THRU 1110-EXIT
027800         UNTIL NO-MORE-ROSTER.
027900     CLOSE ROSTER-FILE.
028000 1100-EXIT.
028100     EXIT.
028200 1110-LOAD-ONE-MEMBER.
028300     READ ROSTER-FILE
028400         AT END
028500             MOVE 'Y' TO WS-ROSTER-EOF-SW
028600             GO TO 1110-EXIT
028700     END-READ.
028800     IF WS-ROST-COUNT >= 500
028900         DISPLAY "YCHTFIN: ROSTER TABLE FULL AT " MB-MEMBER-ID
029000             ", RUN ABANDONED"
029100         MOVE 16 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029400     ADD 1 TO WS-ROST-COUNT.
029500     MOVE MB-MEMBER-ID TO WS-ROST-ID(WS-ROST-COUNT).
029600     MOVE MB-CLUB-CODE TO WS-ROST-CLUB(WS-ROST-COUNT).
029700     IF MB-CLUB-CODE = SPACES
029800         MOVE WS-HOME-CLUB TO WS-ROST-CLUB(WS-ROST-COUNT)
029900     END-IF.
030000 1110-EXIT.
030100     EXIT.
030200*----------------------------------------------------------*
030300* 2000-POST-ONE-DETAIL - ONE ACCOUNT DETAIL LINE: BEFORE THE
030400* PERIOD IT BUILDS THE OPENING FIGURES, IN IT THE PERIOD'S,
030500* AFTER IT NOTHING. A TABLE FEE IN THE PERIOD ALSO MARKS
030600* ITS NIGHT AS HAVING FEES POSTED.
030700*----------------------------------------------------------*
030800 2000-POST-ONE-DETAIL.
030900     READ ACCOUNT-DETAIL-FILE
031000         AT END
031100             MOVE 'Y' TO WS-DETAIL-EOF-SW
031200             GO TO 2000-EXIT
031300     END-READ.
031400     ADD 1 TO WS-DETAIL-READ.
031500     IF AD-POST-DATE > WS-END-DATE
031600         GO TO 2000-EXIT
031700     END-IF.
031800     MOVE AD-MEMBER-ID TO WS-LOOKUP-ID.
031900     PERFORM 7000-FIND-CLUB THRU 7000-EXIT.
032000     IF AD-POST-DATE < WS-START-DATE
032100         EVALUATE TRUE
032200             WHEN AD-TABLE-FEE
032300                 ADD AD-AMOUNT TO WS-CLUB-PRE-FEES(WS-CLUB-SUB)
032400                 ADD AD-AMOUNT TO WS-CLUB-PRE-FEES(1)
032500             WHEN AD-DUES
032600                 ADD AD-AMOUNT TO WS-CLUB-PRE-DUES(WS-CLUB-SUB)
032700                 ADD AD-AMOUNT TO WS-CLUB-PRE-DUES(1)
032800             WHEN AD-PAYMENT
032900                 ADD AD-AMOUNT TO WS-CLUB-PRE-CASH(WS-CLUB-SUB)
033000                 ADD AD-AMOUNT TO WS-CLUB-PRE-CASH(1)
033100         END-EVALUATE
033200         GO TO 2000-EXIT
033300     END-IF.
033400     ADD 1 TO WS-DETAIL-IN-PERIOD.
033500     EVALUATE TRUE
033600         WHEN AD-TABLE-FEE
033700             ADD AD-AMOUNT TO WS-CLUB-FEES(WS-CLUB-SUB)
033800             ADD AD-AMOUNT TO WS-CLUB-FEES(1)
033900             MOVE AD-POST-DATE TO WS-NIGHT-LOOK-DATE
034000             PERFORM 7100-FIND-NIGHT THRU 7100-EXIT
034100             ADD AD-AMOUNT TO WS-NIGHT-FEES(WS-NIGHT-SUB)
034200         WHEN AD-DUES
034300             ADD AD-AMOUNT TO WS-CLUB-DUES(WS-CLUB-SUB)
034400             ADD AD-AMOUNT TO WS-CLUB-DUES(1)
034500         WHEN AD-PAYMENT
034600             ADD AD-AMOUNT TO WS-CLUB-CASH(WS-CLUB-SUB)
034700             ADD AD-AMOUNT TO WS-CLUB-CASH(1)
034800     END-EVALUATE.
034900 2000-EXIT.
035000     EXIT.
035100*----------------------------------------------------------*
035200* 3000-POST-ONE-PAYOUT - ONE PAYOUT LEDGER LINE, SPLIT THE
035300* SAME WAY BY DATE. PLACE MONEY AND THE YACHT BONUS FALL TO
035400* THE WINNER'S CLUB; THE HOUSE CUT THAT CLOSES THE NIGHT
035500* FALLS TO THE CLUB OF THE NIGHT'S LAST WINNER.
035600*----------------------------------------------------------*
035700 3000-POST-ONE-PAYOUT.
035800     READ PAY-LEDGER-FILE
035900         AT END
036000             MOVE 'Y' TO WS-LEDGER-EOF-SW
036100             GO TO 3000-EXIT
036200     END-READ.
036300     ADD 1 TO WS-LEDGER-READ.
036400     IF PL-GAME-DATE > WS-END-DATE
036500         GO TO 3000-EXIT
036600     END-IF.
036700     IF PL-HOUSE-CUT
036800         MOVE WS-HOME-CLUB TO WS-LOOKUP-CLUB
036900         IF PL-GAME-DATE = WS-LAST-PAY-DATE
037000             MOVE WS-LAST-PAY-CLUB TO WS-LOOKUP-CLUB
037100         END-IF
037200         PERFORM 7050-FIND-CLUB-ENTRY THRU 7050-EXIT
037300     ELSE
037400         MOVE PL-PLAYER-ID TO WS-LOOKUP-ID
037500         PERFORM 7000-FIND-CLUB THRU 7000-EXIT
037600         MOVE PL-GAME-DATE TO WS-LAST-PAY-DATE
037700         MOVE WS-LOOKUP-CLUB TO WS-LAST-PAY-CLUB
037800     END-IF.
037900     IF PL-GAME-DATE < WS-START-DATE
038000         ADD PL-AMOUNT TO WS-CLUB-PRE-PAID(WS-CLUB-SUB)
038100         ADD PL-AMOUNT TO WS-CLUB-PRE-PAID(1)
038200         GO TO 3000-EXIT
038300     END-IF.
038400     ADD 1 TO WS-LEDGER-IN-PERIOD.
038500     EVALUATE TRUE
038600         WHEN PL-PLACE-MONEY
038700             ADD PL-AMOUNT TO WS-CLUB-PRIZES(WS-CLUB-SUB)
038800             ADD PL-AMOUNT TO WS-CLUB-PRIZES(1)
038900         WHEN PL-YACHT-BONUS
039000             ADD PL-AMOUNT TO WS-CLUB-BONUS(WS-CLUB-SUB)
039100             ADD PL-AMOUNT TO WS-CLUB-BONUS(1)
039200         WHEN OTHER
039300             ADD PL-AMOUNT TO WS-CLUB-HOUSE(WS-CLUB-SUB)
039400             ADD PL-AMOUNT TO WS-CLUB-HOUSE(1)
039500     END-EVALUATE.
039600     IF PL-AMOUNT > ZERO
039700         MOVE PL-GAME-DATE TO WS-NIGHT-LOOK-DATE
039800         PERFORM 7100-FIND-NIGHT THRU 7100-EXIT
039900         ADD PL-AMOUNT TO WS-NIGHT-PAID(WS-NIGHT-SUB)
040000         IF WS-NIGHT-CLUB(WS-NIGHT-SUB) = SPACES
040100             MOVE WS-LOOKUP-CLUB TO WS-NIGHT-CLUB(WS-NIGHT-SUB)
040200         END-IF
040300     END-IF.
040400 3000-EXIT.
040500     EXIT.
040600*----------------------------------------------------------*
040700* 7000-FIND-CLUB - CLUB OF WS-LOOKUP-ID FROM THE ROSTER
040800* ('???' WHEN NOT ON IT), THEN ITS CLUB TABLE ENTRY.
040900*----------------------------------------------------------*
041000 7000-FIND-CLUB.
041100     MOVE WS-UNKNOWN-CLUB TO WS-LOOKUP-CLUB.
041200     SET ROST-IDX TO 1.
041300     SEARCH WS-ROST-ENTRY
041400         AT END
041500             CONTINUE
041600         WHEN ROST-IDX > WS-ROST-COUNT
041700             CONTINUE
041800         WHEN WS-ROST-ID(ROST-IDX) = WS-LOOKUP-ID
041900             MOVE WS-ROST-CLUB(ROST-IDX) TO WS-LOOKUP-CLUB
042000     END-SEARCH.
042100     PERFORM 7050-FIND-CLUB-ENTRY THRU 7050-EXIT.
042200 7000-EXIT.
042300     EXIT.
042400*----------------------------------------------------------*
042500* 7050-FIND-CLUB-ENTRY - THE CLUB TABLE ENTRY FOR
042600* WS-LOOKUP-CLUB, CLAIMING A NEW ONE THE FIRST TIME.
042700*----------------------------------------------------------*
042800 7050-FIND-CLUB-ENTRY.
042900     SET CLUB-IDX TO 2.
043000     SEARCH WS-CLUB-ENTRY
043100         AT END
043200             DISPLAY "YCHTFIN: CLUB TABLE FULL AT "
043300                 WS-LOOKUP-CLUB ", RUN ABANDONED"
043400             MOVE 16 TO RETURN-CODE
043500             STOP RUN
043600         WHEN CLUB-IDX > WS-CLUB-COUNT
043700             ADD 1 TO WS-CLUB-COUNT
043800             MOVE WS-LOOKUP-CLUB TO WS-CLUB-CODE(CLUB-IDX)
043900         WHEN WS-CLUB-CODE(CLUB-IDX) = WS-LOOKUP-CLUB
044000             CONTINUE
044100     END-SEARCH.
044200     SET WS-CLUB-SUB TO CLUB-IDX.
044300 7050-EXIT.
044400     EXIT.
044500*----------------------------------------------------------*
044600* 7100-FIND-NIGHT - THE NIGHT TABLE ENTRY FOR
044700* WS-NIGHT-LOOK-DATE, CLAIMING A NEW ONE THE FIRST TIME.
044800*----------------------------------------------------------*
044900 7100-FIND-NIGHT.
045000     SET NIGHT-IDX TO 1.
045100     SEARCH WS-NIGHT-ENTRY
045200         AT END
045300             DISPLAY "YCHTFIN: NIGHT TABLE FULL AT "
045400                 WS-NIGHT-LOOK-DATE ", RUN ABANDONED"
045500             MOVE 16 TO RETURN-CODE
045600             STOP RUN
045700         WHEN NIGHT-IDX > WS-NIGHT-COUNT
045800             ADD 1 TO WS-NIGHT-COUNT
045900             MOVE WS-NIGHT-LOOK-DATE TO WS-NIGHT-DATE(NIGHT-IDX)
046000         WHEN WS-NIGHT-DATE(NIGHT-IDX) = WS-NIGHT-LOOK-DATE
046100             CONTINUE
046200     END-SEARCH.
046300     SET WS-NIGHT-SUB TO NIGHT-IDX.
046400 7100-EXIT.
046500     EXIT.
046600*----------------------------------------------------------*
046700* 8000-PRINT-REPORT - HEADINGS, THE THREE CLUB SECTIONS
046800* (EACH CLUB, THEN ALL CLUBS) AND THE FLAGGED NIGHTS.
046900*----------------------------------------------------------*
047000 8000-PRINT-REPORT.
047100     MOVE SPACES TO PRINT-RECORD.
047200     STRING "THURSDAY NIGHT YACHT CLUB - FINANCIAL SUMMARY"
047300         "  RUN " WS-RUN-DATE
047400         DELIMITED BY SIZE INTO PRINT-RECORD.
047500     WRITE PRINT-RECORD.
047600     MOVE SPACES TO PRINT-RECORD.
047700     STRING "PERIOD " WS-START-DATE " TO " WS-END-DATE
047800         DELIMITED BY SIZE INTO PRINT-RECORD.
047900     WRITE PRINT-RECORD.
048000     MOVE SPACES TO PRINT-RECORD.
048100     WRITE PRINT-RECORD.
048200     MOVE "INCOME AND EXPENDITURE" TO PRINT-RECORD.
048300     WRITE PRINT-RECORD.
048400     MOVE SPACES TO PRINT-RECORD.
048500     STRING "           TABLE     ANNUAL       CASH  "
048600         "    PRIZE      YACHT"
048700         DELIMITED BY SIZE INTO PRINT-RECORD.
048800     WRITE PRINT-RECORD.
048900     MOVE SPACES TO PRINT-RECORD.
049000     STRING "  CLUB      FEES       DUES   RECEIVED  "
049100         "    MONEY    BONUSES"
049200         DELIMITED BY SIZE INTO PRINT-RECORD.
049300     WRITE PRINT-RECORD.
049400     PERFORM 8100-PRINT-INCOME-LINE THRU 8100-EXIT
049500         VARYING WS-CLUB-SUB FROM 2 BY 1
049600         UNTIL WS-CLUB-SUB > WS-CLUB-COUNT.
049700     MOVE 1 TO WS-CLUB-SUB.
049800     PERFORM 8100-PRINT-INCOME-LINE THRU 8100-EXIT.
049900     MOVE SPACES TO PRINT-RECORD.
050000     WRITE PRINT-RECORD.
050100     MOVE "MEMBER BALANCES OWED" TO PRINT-RECORD.
050200     WRITE PRINT-RECORD.
050300     MOVE SPACES TO PRINT-RECORD.
050400     STRING "  CLUB   OPENING     CLOSING    MOVEMENT"
050500         DELIMITED BY SIZE INTO PRINT-RECORD.
050600     WRITE PRINT-RECORD.
050700     PERFORM 8200-PRINT-BALANCE-LINE THRU 8200-EXIT
050800         VARYING WS-CLUB-SUB FROM 2 BY 1
050900         UNTIL WS-CLUB-SUB > WS-CLUB-COUNT.
051000     MOVE 1 TO WS-CLUB-SUB.
051100     PERFORM 8200-PRINT-BALANCE-LINE THRU 8200-EXIT.
051200     MOVE SPACES TO PRINT-RECORD.
051300     WRITE PRINT-RECORD.
051400     MOVE "POT RECONCILIATION" TO PRINT-RECORD.
051500     WRITE PRINT-RECORD.
051600     MOVE SPACES TO PRINT-RECORD.
051700     STRING "         BROUGHT  FEES INTO PRIZES AND  "
051800         "    HOUSE    CARRIED"
051900         DELIMITED BY SIZE INTO PRINT-RECORD.
052000     WRITE PRINT-RECORD.
052100     MOVE SPACES TO PRINT-RECORD.
052200     STRING "  CLUB   FORWARD    THE POT    BONUSES  "
052300         "      CUT    FORWARD"
052400         DELIMITED BY SIZE INTO PRINT-RECORD.
052500     WRITE PRINT-RECORD.
052600     PERFORM 8300-PRINT-POT-LINE THRU 8300-EXIT
052700         VARYING WS-CLUB-SUB FROM 2 BY 1
052800         UNTIL WS-CLUB-SUB > WS-CLUB-COUNT.
052900     MOVE 1 TO WS-CLUB-SUB.
053000     PERFORM 8300-PRINT-POT-LINE THRU 8300-EXIT.
053100     MOVE SPACES TO PRINT-RECORD.
053200     WRITE PRINT-RECORD.
053300     MOVE "NIGHTS WITH PAYOUTS BUT NO TABLE FEES POSTED"
053400         TO PRINT-RECORD.
053500     WRITE PRINT-RECORD.
053600     PERFORM 8400-CHECK-ONE-NIGHT THRU 8400-EXIT
053700         VARYING WS-NIGHT-SUB FROM 1 BY 1
053800         UNTIL WS-NIGHT-SUB > WS-NIGHT-COUNT.
053900     IF WS-NIGHTS-FLAGGED = 0
054000         MOVE "  NONE" TO PRINT-RECORD
054100         WRITE PRINT-RECORD
054200     END-IF.
054300 8000-EXIT.
054400     EXIT.
054500 8050-SET-CLUB-LABEL.
054600     MOVE SPACES TO WS-PRINT-CLUB.
054700     MOVE WS-CLUB-CODE(WS-CLUB-SUB) TO WS-PRINT-CLUB(3:3).
054800 8050-EXIT.
054900     EXIT.
055000 8100-PRINT-INCOME-LINE.
055100     PERFORM 8050-SET-CLUB-LABEL THRU 8050-EXIT.
055200     MOVE WS-CLUB-FEES(WS-CLUB-SUB) TO WS-PRINT-MONEY-1.
055300     MOVE WS-CLUB-DUES(WS-CLUB-SUB) TO WS-PRINT-MONEY-2.
055400     MOVE WS-CLUB-CASH(WS-CLUB-SUB) TO WS-PRINT-MONEY-3.
055500     MOVE WS-CLUB-PRIZES(WS-CLUB-SUB) TO WS-PRINT-MONEY-4.
055600     MOVE WS-CLUB-BONUS(WS-CLUB-SUB) TO WS-PRINT-MONEY-5.
055700     MOVE SPACES TO PRINT-RECORD.
055800     STRING WS-PRINT-CLUB " " WS-PRINT-MONEY-1 WS-PRINT-MONEY-2
055900         WS-PRINT-MONEY-3 WS-PRINT-MONEY-4 WS-PRINT-MONEY-5
056000         DELIMITED BY SIZE INTO PRINT-RECORD.
056100     WRITE PRINT-RECORD.
056200 8100-EXIT.
056300     EXIT.
056400*----------------------------------------------------------*
056500* 8200-PRINT-BALANCE-LINE - OWED = FEES PLUS DUES LESS CASH
056600* RECEIVED, BEFORE THE PERIOD AND TO ITS END.
056700*----------------------------------------------------------*
056800 8200-PRINT-BALANCE-LINE.
056900     PERFORM 8050-SET-CLUB-LABEL THRU 8050-EXIT.
057000     COMPUTE WS-OPENING-OWED =
057100         WS-CLUB-PRE-FEES(WS-CLUB-SUB)
057200         + WS-CLUB-PRE-DUES(WS-CLUB-SUB)
057300         - WS-CLUB-PRE-CASH(WS-CLUB-SUB).
057400     COMPUTE WS-OWED-MOVEMENT =
057500         WS-CLUB-FEES(WS-CLUB-SUB) + WS-CLUB-DUES(WS-CLUB-SUB)
057600         - WS-CLUB-CASH(WS-CLUB-SUB).
057700     COMPUTE WS-CLOSING-OWED = WS-OPENING-OWED + WS-OWED-MOVEMENT.
057800     MOVE WS-OPENING-OWED TO WS-PRINT-MONEY-1.
057900     MOVE WS-CLOSING-OWED TO WS-PRINT-MONEY-2.
058000     MOVE WS-OWED-MOVEMENT TO WS-PRINT-MONEY-3.
058100     MOVE SPACES TO PRINT-RECORD.
058200     STRING WS-PRINT-CLUB " " WS-PRINT-MONEY-1 " "
058300         WS-PRINT-MONEY-2 " " WS-PRINT-MONEY-3
058400         DELIMITED BY SIZE INTO PRINT-RECORD.
058500     WRITE PRINT-RECORD.
058600 8200-EXIT.
058700     EXIT.
058800*----------------------------------------------------------*
058900* 8300-PRINT-POT-LINE - THE POT BROUGHT FORWARD IS EVERY
059000* TABLE FEE BEFORE THE PERIOD LESS EVERYTHING PAID OUT OF
059100* THE POT BEFORE IT (PLACES, BONUSES AND HOUSE CUT); THE
059200* DIFFERENCE LEFT AT THE END IS CARRIED FORWARD.
059300*----------------------------------------------------------*
059400 8300-PRINT-POT-LINE.
059500     PERFORM 8050-SET-CLUB-LABEL THRU 8050-EXIT.
059600     COMPUTE WS-POT-FORWARD =
059700         WS-CLUB-PRE-FEES(WS-CLUB-SUB)
059800         - WS-CLUB-PRE-PAID(WS-CLUB-SUB).
059900     COMPUTE WS-POT-PAID-OUT =
060000         WS-CLUB-PRIZES(WS-CLUB-SUB) + WS-CLUB-BONUS(WS-CLUB-SUB).
060100     COMPUTE WS-POT-CARRIED = WS-POT-FORWARD
060200         + WS-CLUB-FEES(WS-CLUB-SUB) - WS-POT-PAID-OUT
060300         - WS-CLUB-HOUSE(WS-CLUB-SUB).
060400     MOVE WS-POT-FORWARD TO WS-PRINT-MONEY-1.
060500     MOVE WS-CLUB-FEES(WS-CLUB-SUB) TO WS-PRINT-MONEY-2.
060600     MOVE WS-POT-PAID-OUT TO WS-PRINT-MONEY-3.
060700     MOVE WS-CLUB-HOUSE(WS-CLUB-SUB) TO WS-PRINT-MONEY-4.
060800     MOVE WS-POT-CARRIED TO WS-PRINT-MONEY-5.
060900     MOVE SPACES TO PRINT-RECORD.
061000     STRING WS-PRINT-CLUB " " WS-PRINT-MONEY-1 WS-PRINT-MONEY-2
061100         WS-PRINT-MONEY-3 WS-PRINT-MONEY-4 WS-PRINT-MONEY-5
061200         DELIMITED BY SIZE INTO PRINT-RECORD.
061300     WRITE PRINT-RECORD.
061400 8300-EXIT.
061500     EXIT.
061600 8400-CHECK-ONE-NIGHT.
061700     IF WS-NIGHT-PAID(WS-NIGHT-SUB) = ZERO
061800         OR WS-NIGHT-FEES(WS-NIGHT-SUB) NOT = ZERO
061900         GO TO 8400-EXIT
062000     END-IF.
062100     ADD 1 TO WS-NIGHTS-FLAGGED.
062200     MOVE WS-NIGHT-PAID(WS-NIGHT-SUB) TO WS-PRINT-MONEY-1.
062300     MOVE SPACES TO PRINT-RECORD.
062400     STRING "  " WS-NIGHT-DATE(WS-NIGHT-SUB) "  CLUB "
062500         WS-NIGHT-CLUB(WS-NIGHT-SUB) "  PAID OUT"
062600         WS-PRINT-MONEY-1 "  NO FEES ON ACCTDTL"
062700         DELIMITED BY SIZE INTO PRINT-RECORD.
062800     WRITE PRINT-RECORD.
062900 8400-EXIT.
063000     EXIT.
063100*----------------------------------------------------------*
063200* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES.
063300*----------------------------------------------------------*
063400 9000-TERMINATE.
063500     MOVE SPACES TO PRINT-RECORD.
063600     WRITE PRINT-RECORD.
063700     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
063800     WRITE PRINT-RECORD.
063900     MOVE "  ACCOUNT DETAIL LINES READ" TO WS-PRINT-LABEL.
064000     MOVE WS-DETAIL-READ TO WS-PRINT-COUNT.
064100     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
064200     MOVE "  ACCOUNT DETAIL IN PERIOD" TO WS-PRINT-LABEL.
064300     MOVE WS-DETAIL-IN-PERIOD TO WS-PRINT-COUNT.
064400     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
064500     MOVE "  PAYOUT LEDGER LINES READ" TO WS-PRINT-LABEL.
064600     MOVE WS-LEDGER-READ TO WS-PRINT-COUNT.
064700     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
064800     MOVE "  PAYOUT LEDGER IN PERIOD" TO WS-PRINT-LABEL.
064900     MOVE WS-LEDGER-IN-PERIOD TO WS-PRINT-COUNT.
065000     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
065100     MOVE "  NIGHTS FLAGGED" TO WS-PRINT-LABEL.
065200     MOVE WS-NIGHTS-FLAGGED TO WS-PRINT-COUNT.
065300     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
065400     IF DETAIL-OPEN
065500         CLOSE ACCOUNT-DETAIL-FILE
065600     END-IF.
065700     IF LEDGER-OPEN
065800         CLOSE PAY-LEDGER-FILE
065900     END-IF.
066000     CLOSE PRINT-FILE.
066100     DISPLAY "YCHTFIN: DETAIL LINES IN PERIOD = "
066200         WS-DETAIL-IN-PERIOD.
066300     DISPLAY "YCHTFIN: PAYOUT LINES IN PERIOD = "
066400         WS-LEDGER-IN-PERIOD.
066500     DISPLAY "YCHTFIN: NIGHTS FLAGGED         = "
066600         WS-NIGHTS-FLAGGED.
066700     IF WS-NIGHTS-FLAGGED > 0
066800         MOVE 4 TO RETURN-CODE
066900     END-IF.
067000 9000-EXIT.
067100     EXIT.
067200 9100-PRINT-COUNT-LINE.
067300     MOVE SPACES TO PRINT-RECORD.
067400     STRING WS-PRINT-LABEL WS-PRINT-COUNT
067500         DELIMITED BY SIZE INTO PRINT-RECORD.
067600     WRITE PRINT-RECORD.
067700 9100-EXIT.
067800     EXIT.
