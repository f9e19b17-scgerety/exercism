000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTKNOK.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    KNOCKOUT BRACKETS FOR TOURNAMENT NIGHTS (CALENDAR NIGHT
000900*    TYPE 'T'). THE NIGHTLY RUN SCORES A TOURNAMENT NIGHT LIKE
001000*    ANY OTHER; THIS PROGRAM KEEPS THE BRACKET ALONGSIDE IT ON
001100*    A BRACKET MASTER, OLD MASTER IN AND NEW MASTER OUT THE WAY
001200*    YCHTMTCH KEEPS THE MATCH STANDINGS. IT RUNS IN TWO WAYS,
001300*    CHOSEN BY THE KNOCKOUT CONTROL RECORD:
001400*
001500*    DRAW ('D') - BEFORE THE NIGHT. THE ENTRANTS ARE SEEDED ON
001600*    THEIR SEASON TOTAL FROM THE SEASON HISTORY ('S') OR ON
001700*    THEIR ROLLING AVERAGE FROM THE HANDICAP MASTER ('H'), THE
001800*    DRAW IS ROUNDED UP TO A POWER OF TWO WITH BYES GIVEN TO
001900*    THE TOP SEEDS, AND THE FIRST ROUND IS PAIRED ONE AGAINST
002000*    THE LOWEST, TWO AGAINST THE NEXT LOWEST AND SO ON, PLACED
002100*    SO THE TOP TWO SEEDS CAN ONLY MEET IN THE FINAL.
002200*
002300*    SETTLE ('S', OR NO CONTROL RECORD) - AFTER YCHTDRV ON THE
002400*    TOURNAMENT NIGHT. ROUND N IS PLAYED AS GAME N OF THE
002500*    NIGHT. EACH MATCH GOES TO THE HIGHER GRAND TOTAL FROM THE
002600*    RESULTS FILE; A TIE GOES TO THE HIGHER UPPER-SECTION
002700*    SUBTOTAL, THEN TO THE MORE YACHTS SCORED, AND A TIE ON
002800*    ALL THREE TO THE HIGHER SEED. A SIDE WITH NO CARD LOSES
002900*    BY WALKOVER; NEITHER SIDE PLAYING IS A VOID MATCH AND THE
003000*    HIGHER SEED GOES THROUGH. WINNERS ARE DRAWN INTO THE NEXT
003100*    ROUND AND, WHILE THE RESULTS FILE HOLDS THAT ROUND'S
003200*    GAME, IT IS SETTLED IN THE SAME RUN. THE BRACKET SHEET IS
003300*    PRINTED AFTER EVERY ROUND SETTLED. ON ANY OTHER NIGHT THE
003400*    BRACKET IS CARRIED FORWARD UNCHANGED, SO THE PROGRAM CAN
003500*    SIT IN THE NIGHTLY CHAIN.
003600*
003700*    EVERY MATCH DRAWN AND EVERY MATCH SETTLED IS APPENDED TO
003800*    THE KNOCKOUT AUDIT LOG WITH THE DATE AND TIME, BOTH SIDES'
003900*    TOTALS AND THE TIE-BREAK FIGURES THE DECISION RESTED ON.
004000*
004100*    MODIFICATION HISTORY.
004200*    DATE       INIT DESCRIPTION
004300*    2026-10-15 LOP  ORIGINAL PROGRAM.
004400****************************************************************
004500 ENVIRONMENT DIVISION.
004600 CONFIGURATION SECTION.
004700 SOURCE-COMPUTER. GNUCOBOL.
004800 OBJECT-COMPUTER. GNUCOBOL.
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT KNOCKOUT-CONTROL-FILE ASSIGN TO "KNOKCTL"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-KNOCKOUT-CONTROL-STATUS.
005400     SELECT ENTRANTS-FILE ASSIGN TO "KNOKENT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-ENTRANTS-STATUS.
005700     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-HISTORY-STATUS.
006000     SELECT HANDICAP-FILE ASSIGN TO "HCAPMST"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-HANDICAP-STATUS.
006300     SELECT CALENDAR-FILE ASSIGN TO "CALNDR"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CALENDAR-STATUS.
006600     SELECT RESULTS-FILE ASSIGN TO "RESULTS"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-RESULTS-STATUS.
006900     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-RUN-CONTROL-STATUS.
007200     SELECT OLD-KNOCKOUT-FILE ASSIGN TO "OLDKNOK"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-OLD-KNOCKOUT-STATUS.
007500     SELECT NEW-KNOCKOUT-FILE ASSIGN TO "NEWKNOK"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-NEW-KNOCKOUT-STATUS.
007800     SELECT KNOCKOUT-LOG-FILE ASSIGN TO "KNOKLOG"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS WS-KNOCKOUT-LOG-STATUS.
008100     SELECT PRINT-FILE ASSIGN TO "KNOKRPT"
008200         ORGANIZATION IS LINE SEQUENTIAL
008300         FILE STATUS IS WS-PRINT-STATUS.
008400 DATA DIVISION.
008500 FILE SECTION.
008600*
008700*    ONE CONTROL RECORD. 'D' MAKES THE DRAW FOR THE NIGHT IN
008800*    KC-TOURN-DATE, SEEDED FROM 'S' SEASON TOTALS OR 'H' THE
008900*    HANDICAP MASTER; 'S' SETTLES AGAINST THE RUN-CONTROL
009000*    NIGHT AND IGNORES THE OTHER FIELDS.
009100 FD  KNOCKOUT-CONTROL-FILE
009200     RECORDING MODE IS F.
009300 01  KNOCKOUT-CONTROL-RECORD.
009400     05  KC-ACTION                   PIC X(01).
009500         88  KC-MAKE-DRAW                    VALUE 'D'.
009600     05  KC-TOURN-DATE               PIC 9(08).
009700     05  KC-SEED-SOURCE              PIC X(01).
009800         88  KC-SEED-FROM-HANDICAP           VALUE 'H'.
009900*
010000*    ONE RECORD PER ENTRANT, MEMBER ID ONLY.
010100 FD  ENTRANTS-FILE
010200     RECORDING MODE IS F.
010300 01  ENTRANTS-RECORD.
010400     05  KE-MEMBER-ID                PIC X(10).
010500 FD  HISTORY-FILE
010600     RECORDING MODE IS F.
010700 01  HISTORY-RECORD.
010800     COPY HISTREC.
010900 FD  HANDICAP-FILE
011000     RECORDING MODE IS F.
011100 01  HANDICAP-RECORD.
011200     COPY HCAPREC.
011300 FD  CALENDAR-FILE
011400     RECORDING MODE IS F.
011500 01  CALENDAR-RECORD.
011600     COPY CALREC.
011700 FD  RESULTS-FILE
011800     RECORDING MODE IS F.
011900 01  RESULTS-RECORD.
012000     COPY SCORCARD
012100         REPLACING ==SC-PLAYER-ID== BY ==RS-PLAYER-ID==
012200             ==SC-GAME-DATE== BY ==RS-GAME-DATE==
012300             ==SC-GAME-NO== BY ==RS-GAME-NO==
012400             ==SC-CATEGORY== BY ==RS-CATEGORY==
012500             ==SC-DICE== BY ==RS-DICE==
012600             ==SC-RESULT== BY ==RS-RESULT==
012700             ==SC-UPPER-SUBTOTAL== BY ==RS-UPPER-SUBTOTAL==
012800             ==SC-UPPER-BONUS== BY ==RS-UPPER-BONUS==
012900             ==SC-UPPER-COMPLETE== BY ==RS-UPPER-COMPLETE==
013000             ==SC-UPPER-SECTION-COMPLETE== BY
013100                 ==RS-UPPER-SECTION-COMPLETE==
013200             ==SC-UPPER-SECTION-INCOMPLETE== BY
013300                 ==RS-UPPER-SECTION-INCOMPLETE==
013400             ==SC-PAPER-SUBTOTAL== BY ==RS-PAPER-SUBTOTAL==
013500             ==SC-VARIANT== BY ==RS-VARIANT==
013600             ==SC-VARIANT-STANDARD== BY ==RS-VARIANT-STANDARD==
013700             ==SC-VARIANT-MAXI== BY ==RS-VARIANT-MAXI==
013800             ==SC-CLUB-CODE== BY ==RS-CLUB-CODE==.
013900 FD  RUN-CONTROL-FILE
014000     RECORDING MODE IS F.
014100 01  RUN-CONTROL-RECORD.
014200     COPY RUNCTL.
014300 FD  OLD-KNOCKOUT-FILE
014400     RECORDING MODE IS F.
014500 01  OLD-KNOCKOUT-RECORD             PIC X(67).
014600 FD  NEW-KNOCKOUT-FILE
014700     RECORDING MODE IS F.
014800 01  NEW-KNOCKOUT-RECORD             PIC X(67).
014900*
015000*    THE AUDIT LOG IS APPEND-ONLY: WHEN THE ENTRY WAS MADE,
015100*    'D' MATCH DRAWN OR 'S' MATCH SETTLED, THE MATCH AS IT
015200*    STOOD (KNOKREC), AND BOTH SIDES' TIE-BREAK FIGURES.
015300 FD  KNOCKOUT-LOG-FILE
015400     RECORDING MODE IS F.
015500 01  KNOCKOUT-LOG-RECORD.
015600     05  KL-LOG-DATE                 PIC 9(08).
015700     05  KL-LOG-TIME                 PIC 9(08).
015800     05  KL-EVENT                    PIC X(01).
015900     05  KL-MATCH-DATA               PIC X(67).
016000     05  KL-HOME-UPPER               PIC 9(03).
016100     05  KL-HOME-YACHTS              PIC 9(02).
016200     05  KL-AWAY-UPPER               PIC 9(03).
016300     05  KL-AWAY-YACHTS              PIC 9(02).
016400 FD  PRINT-FILE
016500     RECORDING MODE IS F.
016600 01  PRINT-RECORD                PIC X(80).
016700 WORKING-STORAGE SECTION.
016800 01  WS-KNOCKOUT-CONTROL-STATUS  PIC X(02) VALUE '00'.
016900     88  KNOCKOUT-CONTROL-OK                 VALUE '00'.
017000 01  WS-ENTRANTS-STATUS          PIC X(02) VALUE '00'.
017100     88  ENTRANTS-OK                         VALUE '00'.
017200 01  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
017300     88  HISTORY-OK                          VALUE '00'.
017400 01  WS-HANDICAP-STATUS          PIC X(02) VALUE '00'.
017500     88  HANDICAP-OK                         VALUE '00'.
017600 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
017700     88  CALENDAR-OK                         VALUE '00'.
017800 01  WS-RESULTS-STATUS           PIC X(02) VALUE '00'.
017900     88  RESULTS-OK                          VALUE '00'.
018000 01  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE '00'.
018100     88  RUN-CONTROL-OK                      VALUE '00'.
018200 01  WS-OLD-KNOCKOUT-STATUS      PIC X(02) VALUE '00'.
018300     88  OLD-KNOCKOUT-OK                     VALUE '00'.
018400 01  WS-NEW-KNOCKOUT-STATUS      PIC X(02) VALUE '00'.
018500     88  NEW-KNOCKOUT-OK                     VALUE '00'.
018600 01  WS-KNOCKOUT-LOG-STATUS      PIC X(02) VALUE '00'.
018700     88  KNOCKOUT-LOG-OK                     VALUE '00'.
018800 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
018900     88  PRINT-OK                            VALUE '00'.
019000 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
019100     88  NO-MORE-RESULTS                     VALUE 'Y'.
019200 01  WS-ENTRANTS-EOF-SWITCH      PIC X(01) VALUE 'N'.
019300     88  NO-MORE-ENTRANTS                    VALUE 'Y'.
019400 01  WS-HISTORY-EOF-SWITCH       PIC X(01) VALUE 'N'.
019500     88  NO-MORE-HISTORY                     VALUE 'Y'.
019600 01  WS-HANDICAP-EOF-SWITCH      PIC X(01) VALUE 'N'.
019700     88  NO-MORE-HANDICAPS                   VALUE 'Y'.
019800 01  WS-CALENDAR-EOF-SWITCH      PIC X(01) VALUE 'N'.
019900     88  NO-MORE-CALENDAR                    VALUE 'Y'.
020000 01  WS-OLD-KNOCKOUT-EOF-SWITCH  PIC X(01) VALUE 'N'.
020100     88  NO-MORE-OLD-KNOCKOUT                VALUE 'Y'.
020200 01  WS-CONTROL-DATE             PIC 9(08) VALUE 0.
020300 01  WS-CONTROL-SCORED           PIC 9(07) VALUE 0.
020400 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE 0.
020500 01  WS-DATE-ERROR-SWITCH        PIC X(01) VALUE 'N'.
020600     88  CONTROL-DATE-ERROR                  VALUE 'Y'.
020700 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
020800 01  WS-RUN-TIME                 PIC 9(08) VALUE 0.
020900*
021000*    WHICH KIND OF RUN THIS IS, AND THE SEED SOURCE FOR A DRAW.
021100 01  WS-RUN-MODE                 PIC X(01) VALUE 'S'.
021200     88  DRAW-RUN                            VALUE 'D'.
021300     88  SETTLE-RUN                          VALUE 'S'.
021400 01  WS-SEED-SOURCE              PIC X(01) VALUE 'S'.
021500     88  SEED-FROM-HANDICAP                  VALUE 'H'.
021600*
021700*    THE NIGHT BEING DRAWN OR SETTLED, AND WHAT THE CALENDAR
021800*    SAYS ABOUT IT.
021900 01  WS-NIGHT-DATE               PIC 9(08) VALUE 0.
022000 01  WS-NIGHT-SEASON-ID          PIC X(06) VALUE SPACES.
022100 01  WS-NIGHT-FOUND-SWITCH       PIC X(01) VALUE 'N'.
022200     88  NIGHT-ON-CALENDAR                   VALUE 'Y'.
022300 01  WS-NIGHT-TYPE               PIC X(01) VALUE SPACE.
022400     88  TOURNAMENT-NIGHT                    VALUE 'T'.
022500*
022600*    THE ENTRANTS FOR A DRAW, SORTED INTO SEED ORDER. THE
022700*    ENTRY SEQUENCE BREAKS A TIE ON RATING, SO TWO ENTRANTS
022800*    WITH NO HISTORY ARE SEEDED IN THE ORDER THEY ENTERED.
022900 01  WS-ENTRANT-TABLE.
023000     05  WS-ENTRANT-ENTRY        OCCURS 64 TIMES
023100         INDEXED BY ENT-IDX, SRT-IDX, SRT-BEST.
023200         10  WS-ENT-ID           PIC X(10) VALUE SPACES.
023300         10  WS-ENT-RATING       PIC 9(07) VALUE 0.
023400         10  WS-ENT-SEQUENCE     PIC 9(02) VALUE 0.
023500 01  WS-ENTRANT-COUNT            PIC 9(03) COMP VALUE 0.
023600 01  WS-ENTRANT-ENTRY-SWAP.
023700     05  WS-SWAP-ID              PIC X(10) VALUE SPACES.
023800     05  WS-SWAP-RATING          PIC 9(07) VALUE 0.
023900     05  WS-SWAP-SEQUENCE        PIC 9(02) VALUE 0.
024000*
024100*    DRAW POSITIONS: WS-DRAW-SEED(P) IS THE SEED PLACED ON
024200*    LINE P OF THE FIRST ROUND. BUILT BY DOUBLING - EACH SEED S
024300*    OF A DRAW OF L IS SPLIT INTO S AND (2L + 1 - S) - SO
024400*    LINES 2M-1 AND 2M ARE ALWAYS FIRST-ROUND MATCH M AND THE
024500*    BETTER SEED IS ALWAYS ON THE ODD LINE.
024600 01  WS-DRAW-ORDER-TABLE.
024700     05  WS-DRAW-SEED            PIC 9(02) OCCURS 64 TIMES.
024800 01  WS-DRAW-LENGTH              PIC 9(03) COMP VALUE 0.
024900 01  WS-DRAW-SUB                 PIC 9(03) COMP VALUE 0.
025000 01  WS-DRAW-LINE                PIC 9(03) COMP VALUE 0.
025100 01  WS-SPLIT-SEED               PIC 9(02) VALUE 0.
025200*
025300*    THE BRACKET ITSELF, ROUND BY MATCH. A DRAW OF 64 IS SIX
025400*    ROUNDS, THE FIRST OF 32 MATCHES.
025500 01  WS-BRACKET-TABLE.
025600     05  WS-ROUND-ENTRY          OCCURS 6 TIMES.
025700         10  WS-ROUND-MATCHES    PIC 9(02) VALUE 0.
025800         10  WS-MATCH-ENTRY      OCCURS 32 TIMES.
025900             15  WS-BK-PRESENT       PIC X(01) VALUE 'N'.
026000             15  WS-BK-HOME-SEED     PIC 9(02) VALUE 0.
026100             15  WS-BK-HOME-ID       PIC X(10) VALUE SPACES.
026200             15  WS-BK-AWAY-SEED     PIC 9(02) VALUE 0.
026300             15  WS-BK-AWAY-ID       PIC X(10) VALUE SPACES.
026400             15  WS-BK-HOME-TOTAL    PIC 9(05) VALUE 0.
026500             15  WS-BK-AWAY-TOTAL    PIC 9(05) VALUE 0.
026600             15  WS-BK-WINNER-ID     PIC X(10) VALUE SPACES.
026700             15  WS-BK-DECIDED-BY    PIC X(01) VALUE SPACE.
026800             15  WS-BK-SETTLED-DATE  PIC 9(08) VALUE 0.
026900 01  WS-BRACKET-DATE             PIC 9(08) VALUE 0.
027000 01  WS-BRACKET-SIZE             PIC 9(02) VALUE 0.
027100 01  WS-ROUND-COUNT              PIC 9(02) COMP VALUE 0.
027200 01  WS-ROUND-SUB                PIC 9(02) COMP VALUE 0.
027300 01  WS-MATCH-SUB                PIC 9(02) COMP VALUE 0.
027400 01  WS-NEXT-ROUND               PIC 9(02) COMP VALUE 0.
027500 01  WS-FEEDER-MATCH             PIC 9(02) COMP VALUE 0.
027600 01  WS-CURRENT-ROUND            PIC 9(02) COMP VALUE 0.
027700 01  WS-STOP-SWITCH              PIC X(01) VALUE 'N'.
027800     88  NO-MORE-ROUNDS                      VALUE 'Y'.
027900 01  WS-ROUND-PLAYED-SWITCH      PIC X(01) VALUE 'N'.
028000     88  ROUND-PLAYED                        VALUE 'Y'.
028100*
028200*    ONE MATCH RECORD AS WRITTEN TO THE MASTER AND THE LOG.
028300 01  WS-KNOCKOUT-RECORD.
028400     COPY KNOKREC.
028500*
028600*    ONE TABLE ENTRY PER CARD PLAYED TONIGHT (PLAYER PLUS
028700*    GAME) WITH THE THREE FIGURES A MATCH CAN BE DECIDED ON.
028800*    A FULL TABLE IS A HARD ERROR AND THE RUN ENDS WITH RC 16.
028900 01  WS-CARD-TABLE.
029000     05  WS-CARD-ENTRY           OCCURS 500 TIMES
029100         INDEXED BY CARD-IDX.
029200         10  WS-CARD-ID          PIC X(10) VALUE SPACES.
029300         10  WS-CARD-GAME-NO     PIC 9(02) VALUE 0.
029400         10  WS-CARD-TOTAL       PIC 9(05) VALUE 0.
029500         10  WS-CARD-BONUS       PIC 9(02) VALUE 0.
029600         10  WS-CARD-UPPER       PIC 9(03) VALUE 0.
029700         10  WS-CARD-YACHTS      PIC 9(02) VALUE 0.
029800 01  WS-CARD-COUNT               PIC 9(03) COMP VALUE 0.
029900 01  WS-CARD-SUB                 PIC 9(03) COMP VALUE 0.
030000*
030100*    ONE SIDE'S CARD LOOKUP, AND BOTH SIDES' FIGURES FOR THE
030200*    MATCH BEING SETTLED.
030300 01  WS-LOOKUP-ID                PIC X(10) VALUE SPACES.
030400 01  WS-LOOKUP-GAME-NO           PIC 9(02) VALUE 0.
030500 01  WS-SIDE-FOUND-SWITCH        PIC X(01) VALUE 'N'.
030600     88  SIDE-HAS-CARD                       VALUE 'Y'.
030700 01  WS-SIDE-TOTAL               PIC 9(05) VALUE 0.
030800 01  WS-SIDE-UPPER               PIC 9(03) VALUE 0.
030900 01  WS-SIDE-YACHTS              PIC 9(02) VALUE 0.
031000 01  WS-HOME-FOUND               PIC X(01) VALUE 'N'.
031100 01  WS-HOME-TOTAL               PIC 9(05) VALUE 0.
031200 01  WS-HOME-UPPER               PIC 9(03) VALUE 0.
031300 01  WS-HOME-YACHTS              PIC 9(02) VALUE 0.
031400 01  WS-AWAY-FOUND               PIC X(01) VALUE 'N'.
031500 01  WS-AWAY-TOTAL               PIC 9(05) VALUE 0.
031600 01  WS-AWAY-UPPER               PIC 9(03) VALUE 0.
031700 01  WS-AWAY-YACHTS              PIC 9(02) VALUE 0.
031800 01  WS-HOME-WINS-SWITCH         PIC X(01) VALUE 'N'.
031900     88  HOME-WINS                           VALUE 'Y'.
032000 01  WS-LOG-EVENT                PIC X(01) VALUE SPACE.
032100*
032200*    CONTROL COUNTS FOR THE REPORT FOOT.
032300 01  WS-MATCHES-DRAWN            PIC 9(03) COMP VALUE 0.
032400 01  WS-MATCHES-SETTLED          PIC 9(03) COMP VALUE 0.
032500 01  WS-MATCHES-WALKOVER         PIC 9(03) COMP VALUE 0.
032600 01  WS-MATCHES-VOID             PIC 9(03) COMP VALUE 0.
032700 01  WS-MATCHES-BYE              PIC 9(03) COMP VALUE 0.
032800 01  WS-ROUNDS-SETTLED           PIC 9(03) COMP VALUE 0.
032900 01  WS-MATCHES-WRITTEN          PIC 9(03) COMP VALUE 0.
033000*
033100*    PRINT WORK AREAS.
033200 01  WS-PRINT-ROUND              PIC Z9.
033300 01  WS-PRINT-ROUNDS             PIC Z9.
033400 01  WS-PRINT-MATCH              PIC 99.
033500 01  WS-PRINT-HOME-SEED          PIC 99.
033600 01  WS-PRINT-AWAY-SEED          PIC 99.
033700 01  WS-PRINT-TOTAL              PIC ZZZZ9.
033800 01  WS-PRINT-TOTAL-2            PIC ZZZZ9.
033900 01  WS-PRINT-RATING             PIC ZZZZZZ9.
034000 01  WS-PRINT-COUNT              PIC ZZZ9.
034100 01  WS-PRINT-AWAY-TEXT          PIC X(15) VALUE SPACES.
034200 01  WS-PRINT-RESULT-TEXT        PIC X(23) VALUE SPACES.
034300 01  WS-PRINT-REASON             PIC X(11) VALUE SPACES.
034400 PROCEDURE DIVISION.
034500 0000-MAINLINE.
034600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034700     IF DRAW-RUN
034800         PERFORM 3000-MAKE-DRAW THRU 3000-EXIT
034900     ELSE
035000         PERFORM 4000-SETTLE-BRACKET THRU 4000-EXIT
035100     END-IF.
035200     PERFORM 8000-WRITE-BRACKET THRU 8000-EXIT.
035300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
035400     GOBACK.
035500*----------------------------------------------------------*
035600* 1000-INITIALIZE - READ THE CONTROL RECORD, FIX THE NIGHT
035700* BEING DRAWN OR SETTLED, LOOK IT UP ON THE CALENDAR AND
035800* OPEN THE OUTPUT FILES.
035900*----------------------------------------------------------*
036000 1000-INITIALIZE.
036100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036200     ACCEPT WS-RUN-TIME FROM TIME.
036300     PERFORM 1050-READ-KNOCKOUT-CONTROL THRU 1050-EXIT.
036400     IF DRAW-RUN
036500         MOVE KC-TOURN-DATE TO WS-NIGHT-DATE
036600     ELSE
036700         PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT
036800         MOVE WS-CONTROL-DATE TO WS-NIGHT-DATE
036900     END-IF.
037000     PERFORM 1200-FIND-NIGHT THRU 1200-EXIT.
037100     IF DRAW-RUN AND NOT TOURNAMENT-NIGHT
037200         DISPLAY "YCHTKNOK: NIGHT " WS-NIGHT-DATE " IS NOT A "
037300             "TOURNAMENT NIGHT ON THE CALENDAR, RUN ABANDONED"
037400         MOVE 16 TO RETURN-CODE
037500         GOBACK
037600     END-IF.
037700     OPEN OUTPUT NEW-KNOCKOUT-FILE.
037800     IF NOT NEW-KNOCKOUT-OK
037900         DISPLAY "YCHTKNOK: UNABLE TO OPEN NEWKNOK, STATUS "
038000             WS-NEW-KNOCKOUT-STATUS ", RUN ABANDONED"
038100         MOVE 16 TO RETURN-CODE
038200         GOBACK
038300     END-IF.
038400     OPEN EXTEND KNOCKOUT-LOG-FILE.
038500     IF NOT KNOCKOUT-LOG-OK
038600         OPEN OUTPUT KNOCKOUT-LOG-FILE
038700         IF NOT KNOCKOUT-LOG-OK
038800             DISPLAY "YCHTKNOK: UNABLE TO OPEN KNOKLOG, STATUS "
038900                 WS-KNOCKOUT-LOG-STATUS ", RUN ABANDONED"
039000             MOVE 16 TO RETURN-CODE
039100             GOBACK
039200         END-IF
039300     END-IF.
039400     OPEN OUTPUT PRINT-FILE.
039500     IF NOT PRINT-OK
039600         DISPLAY "YCHTKNOK: UNABLE TO OPEN KNOKRPT, STATUS "
039700             WS-PRINT-STATUS ", RUN ABANDONED"
039800         MOVE 16 TO RETURN-CODE
039900         GOBACK
040000     END-IF.
040100     MOVE SPACES TO PRINT-RECORD.
040200     MOVE "THURSDAY NIGHT YACHT CLUB - KNOCKOUT BRACKET"
040300         TO PRINT-RECORD.
040400     WRITE PRINT-RECORD.
040500     MOVE SPACES TO PRINT-RECORD.
040600     STRING "TOURNAMENT NIGHT " WS-NIGHT-DATE
040700         "  SEASON " WS-NIGHT-SEASON-ID
040800         DELIMITED BY SIZE INTO PRINT-RECORD.
040900     WRITE PRINT-RECORD.
041000     MOVE SPACES TO PRINT-RECORD.
041100     WRITE PRINT-RECORD.
041200 1000-EXIT.
041300     EXIT.
041400*----------------------------------------------------------*
041500* 1050-READ-KNOCKOUT-CONTROL - NO CONTROL FILE, OR AN EMPTY
041600* ONE, IS A SETTLEMENT RUN - THE WAY THE NIGHTLY CHAIN RUNS
041700* THE STEP.
041800*----------------------------------------------------------*
041900 1050-READ-KNOCKOUT-CONTROL.
042000     OPEN INPUT KNOCKOUT-CONTROL-FILE.
042100     IF NOT KNOCKOUT-CONTROL-OK
042200         GO TO 1050-EXIT
042300     END-IF.
042400     READ KNOCKOUT-CONTROL-FILE
042500         AT END
042600             CLOSE KNOCKOUT-CONTROL-FILE
042700             GO TO 1050-EXIT
042800     END-READ.
042900     CLOSE KNOCKOUT-CONTROL-FILE.
043000     IF NOT KC-MAKE-DRAW
043100         GO TO 1050-EXIT
043200     END-IF.
043300     MOVE 'D' TO WS-RUN-MODE.
043400     IF KC-TOURN-DATE IS NOT NUMERIC OR KC-TOURN-DATE = 0
043500         DISPLAY "YCHTKNOK: DRAW REQUESTED WITH NO TOURNAMENT "
043600             "DATE, RUN ABANDONED"
043700         MOVE 16 TO RETURN-CODE
043800         GOBACK
043900     END-IF.
044000     IF KC-SEED-FROM-HANDICAP
044100         MOVE 'H' TO WS-SEED-SOURCE
044200     END-IF.
044300 1050-EXIT.
044400     EXIT.
044500*----------------------------------------------------------*
044600* 1100-VERIFY-RUN-CONTROL - REFUSE TO SETTLE UNLESS YCHTDRV'S
044700* RUN-CONTROL RECORD IS PRESENT AND MARKED COMPLETE.
044800*----------------------------------------------------------*
044900 1100-VERIFY-RUN-CONTROL.
045000     OPEN INPUT RUN-CONTROL-FILE.
045100     IF NOT RUN-CONTROL-OK
045200         DISPLAY "YCHTKNOK: NO RUN-CONTROL RECORD, STATUS "
045300             WS-RUN-CONTROL-STATUS ", RUN ABANDONED"
045400         MOVE 16 TO RETURN-CODE
045500         GOBACK
045600     END-IF.
045700     READ RUN-CONTROL-FILE
045800         AT END
045900             DISPLAY "YCHTKNOK: RUN-CONTROL FILE EMPTY, "
046000                 "RUN ABANDONED"
046100             MOVE 16 TO RETURN-CODE
046200             GOBACK
046300     END-READ.
046400     IF NOT RN-RUN-COMPLETE
046500         DISPLAY "YCHTKNOK: SCORING RUN MARKED INCOMPLETE, "
046600             "RUN ABANDONED"
046700         MOVE 16 TO RETURN-CODE
046800         GOBACK
046900     END-IF.
047000     MOVE RN-RUN-DATE TO WS-CONTROL-DATE.
047100     MOVE RN-LINES-SCORED TO WS-CONTROL-SCORED.
047200     CLOSE RUN-CONTROL-FILE.
047300 1100-EXIT.
047400     EXIT.
047500*----------------------------------------------------------*
047600* 1200-FIND-NIGHT - LOOK THE NIGHT UP ON THE CLUB CALENDAR
047700* FOR ITS NIGHT TYPE AND SEASON. A NIGHT NOT ON THE CALENDAR
047800* IS NOT A TOURNAMENT NIGHT.
047900*----------------------------------------------------------*
048000 1200-FIND-NIGHT.
048100     OPEN INPUT CALENDAR-FILE.
048200     IF NOT CALENDAR-OK
048300         DISPLAY "YCHTKNOK: UNABLE TO OPEN CALNDR, STATUS "
048400             WS-CALENDAR-STATUS ", RUN ABANDONED"
048500         MOVE 16 TO RETURN-CODE
048600         GOBACK
048700     END-IF.
048800     PERFORM 1210-SCAN-ONE-NIGHT THRU 1210-EXIT
048900         UNTIL NO-MORE-CALENDAR OR NIGHT-ON-CALENDAR.
049000     CLOSE CALENDAR-FILE.
049100 1200-EXIT.
049200     EXIT.
049300 1210-SCAN-ONE-NIGHT.
049400     READ CALENDAR-FILE
049500         AT END
049600             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
049700             GO TO 1210-EXIT
049800     END-READ.
049900     IF CL-NIGHT-DATE = WS-NIGHT-DATE
050000         MOVE 'Y' TO WS-NIGHT-FOUND-SWITCH
050100         MOVE CL-NIGHT-TYPE TO WS-NIGHT-TYPE
050200         MOVE CL-SEASON-ID TO WS-NIGHT-SEASON-ID
050300     END-IF.
050400 1210-EXIT.
050500     EXIT.
050600*----------------------------------------------------------*
050700* 2000-PROCESS-RESULTS - FOLD ONE RESULT INTO THE CARD
050800* TABLE, THEN READ THE NEXT ONE.
050900*----------------------------------------------------------*
051000 2000-PROCESS-RESULTS.
051100     ADD 1 TO WS-RECORDS-READ.
051200     IF RS-GAME-DATE NOT = WS-CONTROL-DATE
051300         MOVE 'Y' TO WS-DATE-ERROR-SWITCH
051400     END-IF.
051500     PERFORM 2300-UPDATE-CARD THRU 2300-EXIT.
051600     PERFORM 2100-READ-RESULTS THRU 2100-EXIT.
051700 2000-EXIT.
051800     EXIT.
051900 2100-READ-RESULTS.
052000     READ RESULTS-FILE
052100         AT END
052200             MOVE 'Y' TO WS-EOF-SWITCH
052300     END-READ.
052400 2100-EXIT.
052500     EXIT.
052600*----------------------------------------------------------*
052700* 2300-UPDATE-CARD - CLAIM THIS CARD'S SLOT (THE FIRST TIME
052800* SEEN) AND FOLD THIS RESULT INTO THE GRAND TOTAL, THE
052900* UPPER-SECTION SUBTOTAL AND THE YACHT COUNT.
053000*----------------------------------------------------------*
053100 2300-UPDATE-CARD.
053200     SET CARD-IDX TO 1.
053300     SEARCH WS-CARD-ENTRY
053400         AT END
053500             DISPLAY "YCHTKNOK: CARD TABLE FULL AT "
053600                 RS-PLAYER-ID ", RUN ABANDONED"
053700             MOVE 16 TO RETURN-CODE
053800             GOBACK
053900         WHEN (WS-CARD-ID(CARD-IDX) = RS-PLAYER-ID
054000                 AND WS-CARD-GAME-NO(CARD-IDX) = RS-GAME-NO)
054100             OR WS-CARD-ID(CARD-IDX) = SPACES
054200             IF WS-CARD-ID(CARD-IDX) = SPACES
054300                 MOVE RS-PLAYER-ID TO WS-CARD-ID(CARD-IDX)
054400                 MOVE RS-GAME-NO TO WS-CARD-GAME-NO(CARD-IDX)
054500                 ADD 1 TO WS-CARD-COUNT
054600             END-IF
054700             ADD RS-RESULT TO WS-CARD-TOTAL(CARD-IDX)
054800             IF RS-UPPER-COMPLETE = 'Y'
054900                 MOVE RS-UPPER-BONUS TO WS-CARD-BONUS(CARD-IDX)
055000             END-IF
055100             IF RS-CATEGORY = 'ones' OR 'twos' OR 'threes'
055200                 OR 'fours' OR 'fives' OR 'sixes'
055300                 ADD RS-RESULT TO WS-CARD-UPPER(CARD-IDX)
055400             END-IF
055500             IF RS-CATEGORY = 'yacht' AND RS-RESULT > 0
055600                 ADD 1 TO WS-CARD-YACHTS(CARD-IDX)
055700             END-IF
055800     END-SEARCH.
055900 2300-EXIT.
056000     EXIT.
056100*----------------------------------------------------------*
056200* 3000-MAKE-DRAW - SEED THE ENTRANTS AND DRAW THE FIRST
056300* ROUND. ANY BRACKET ALREADY ON THE MASTER IS REPLACED.
056400*----------------------------------------------------------*
056500 3000-MAKE-DRAW.
056600     PERFORM 3100-LOAD-ENTRANTS THRU 3100-EXIT.
056700     IF WS-ENTRANT-COUNT < 2
056800         DISPLAY "YCHTKNOK: " WS-ENTRANT-COUNT " ENTRANT(S) ON "
056900             "KNOKENT, NO DRAW POSSIBLE, RUN ABANDONED"
057000         MOVE 16 TO RETURN-CODE
057100         GOBACK
057200     END-IF.
057300     IF SEED-FROM-HANDICAP
057400         PERFORM 3250-RATE-FROM-HANDICAPS THRU 3250-EXIT
057500     ELSE
057600         PERFORM 3200-RATE-FROM-HISTORY THRU 3200-EXIT
057700     END-IF.
057800     PERFORM 3300-SORT-ENTRANTS THRU 3300-EXIT.
057900     PERFORM 3400-BUILD-DRAW-ORDER THRU 3400-EXIT.
058000     MOVE WS-NIGHT-DATE TO WS-BRACKET-DATE.
058100     PERFORM 4150-SET-ROUND-SIZES THRU 4150-EXIT.
058200     PERFORM 3500-DRAW-ONE-MATCH THRU 3500-EXIT
058300         VARYING WS-MATCH-SUB FROM 1 BY 1
058400         UNTIL WS-MATCH-SUB > WS-ROUND-MATCHES(1).
058500     PERFORM 3600-PRINT-SEEDS THRU 3600-EXIT.
058600     MOVE 1 TO WS-CURRENT-ROUND.
058700     PERFORM 5000-PRINT-BRACKET THRU 5000-EXIT.
058800 3000-EXIT.
058900     EXIT.
059000*----------------------------------------------------------*
059100* 3100-LOAD-ENTRANTS - ONE ENTRY PER MEMBER ID; A BLANK OR
059200* REPEATED ID IS REPORTED AND DROPPED. A DRAW IS LIMITED TO
059300* 64 - A FULL TABLE IS A HARD ERROR (RC 16).
059400*----------------------------------------------------------*
059500 3100-LOAD-ENTRANTS.
059600     OPEN INPUT ENTRANTS-FILE.
059700     IF NOT ENTRANTS-OK
059800         DISPLAY "YCHTKNOK: UNABLE TO OPEN KNOKENT, STATUS "
059900             WS-ENTRANTS-STATUS ", RUN ABANDONED"
060000         MOVE 16 TO RETURN-CODE
060100         GOBACK
060200     END-IF.
060300     PERFORM 3110-LOAD-ONE-ENTRANT THRU 3110-EXIT
060400         UNTIL NO-MORE-ENTRANTS.
060500     CLOSE ENTRANTS-FILE.
060600 3100-EXIT.
060700     EXIT.
060800 3110-LOAD-ONE-ENTRANT.
060900     READ ENTRANTS-FILE
061000         AT END
061100             MOVE 'Y' TO WS-ENTRANTS-EOF-SWITCH
061200             GO TO 3110-EXIT
061300     END-READ.
061400     IF KE-MEMBER-ID = SPACES
061500         DISPLAY "YCHTKNOK: BLANK ENTRANT ID DROPPED"
061600         GO TO 3110-EXIT
061700     END-IF.
061800     SET ENT-IDX TO 1.
061900     SEARCH WS-ENTRANT-ENTRY
062000         AT END
062100             DISPLAY "YCHTKNOK: ENTRANT TABLE FULL AT "
062200                 KE-MEMBER-ID ", RUN ABANDONED"
062300             MOVE 16 TO RETURN-CODE
062400             GOBACK
062500         WHEN WS-ENT-ID(ENT-IDX) = KE-MEMBER-ID
062600             DISPLAY "YCHTKNOK: ENTRANT " KE-MEMBER-ID
062700                 " ENTERED TWICE, SECOND ENTRY DROPPED"
062800         WHEN WS-ENT-ID(ENT-IDX) = SPACES
062900             ADD 1 TO WS-ENTRANT-COUNT
063000             MOVE KE-MEMBER-ID TO WS-ENT-ID(ENT-IDX)
063100             MOVE WS-ENTRANT-COUNT TO WS-ENT-SEQUENCE(ENT-IDX)
063200     END-SEARCH.
063300 3110-EXIT.
063400     EXIT.
063500*----------------------------------------------------------*
063600* 3200-RATE-FROM-HISTORY - SEASON STANDINGS: EACH ENTRANT'S
063700* SEASON-TO-DATE TOTAL FROM THE SEASON HISTORY, COUNTING
063800* RECORDS OF THE TOURNAMENT NIGHT'S SEASON (AND BLANK-SEASON
063900* RECORDS, AS THE CLOSEOUT DOES). NO HISTORY FILE SEEDS
064000* EVERYONE IN ENTRY ORDER.
064100*----------------------------------------------------------*
064200 3200-RATE-FROM-HISTORY.
064300     OPEN INPUT HISTORY-FILE.
064400     IF NOT HISTORY-OK
064500         DISPLAY "YCHTKNOK: NO SEASON HISTORY, STATUS "
064600             WS-HISTORY-STATUS ", SEEDED IN ENTRY ORDER"
064700         GO TO 3200-EXIT
064800     END-IF.
064900     PERFORM 3210-RATE-ONE-HISTORY THRU 3210-EXIT
065000         UNTIL NO-MORE-HISTORY.
065100     CLOSE HISTORY-FILE.
065200 3200-EXIT.
065300     EXIT.
065400 3210-RATE-ONE-HISTORY.
065500     READ HISTORY-FILE
065600         AT END
065700             MOVE 'Y' TO WS-HISTORY-EOF-SWITCH
065800             GO TO 3210-EXIT
065900     END-READ.
066000     IF HY-SEASON-ID NOT = WS-NIGHT-SEASON-ID
066100         AND HY-SEASON-ID NOT = SPACES
066200         GO TO 3210-EXIT
066300     END-IF.
066400     SET ENT-IDX TO 1.
066500     SEARCH WS-ENTRANT-ENTRY
066600         AT END
066700             CONTINUE
066800         WHEN WS-ENT-ID(ENT-IDX) = HY-PLAYER-ID
066900             ADD HY-GRAND-TOTAL TO WS-ENT-RATING(ENT-IDX)
067000     END-SEARCH.
067100 3210-EXIT.
067200     EXIT.
067300*----------------------------------------------------------*
067400* 3250-RATE-FROM-HANDICAPS - EACH ENTRANT'S ROLLING AVERAGE
067500* FROM THE HANDICAP MASTER. AN ENTRANT WITH NO HANDICAP
067600* RECORD RATES ZERO AND IS SEEDED AFTER THOSE WHO HAVE ONE.
067700*----------------------------------------------------------*
067800 3250-RATE-FROM-HANDICAPS.
067900     OPEN INPUT HANDICAP-FILE.
068000     IF NOT HANDICAP-OK
068100         DISPLAY "YCHTKNOK: NO HANDICAP MASTER, STATUS "
068200             WS-HANDICAP-STATUS ", SEEDED IN ENTRY ORDER"
068300         GO TO 3250-EXIT
068400     END-IF.
068500     PERFORM 3260-RATE-ONE-HANDICAP THRU 3260-EXIT
068600         UNTIL NO-MORE-HANDICAPS.
068700     CLOSE HANDICAP-FILE.
068800 3250-EXIT.
068900     EXIT.
069000 3260-RATE-ONE-HANDICAP.
069100     READ HANDICAP-FILE
069200         AT END
069300             MOVE 'Y' TO WS-HANDICAP-EOF-SWITCH
069400             GO TO 3260-EXIT
069500     END-READ.
069600     SET ENT-IDX TO 1.
069700     SEARCH WS-ENTRANT-ENTRY
069800         AT END
069900             CONTINUE
070000         WHEN WS-ENT-ID(ENT-IDX) = HC-PLAYER-ID
070100             MOVE HC-ROLLING-AVG TO WS-ENT-RATING(ENT-IDX)
070200     END-SEARCH.
070300 3260-EXIT.
070400     EXIT.
070500*----------------------------------------------------------*
070600* 3300-SORT-ENTRANTS - SEED ORDER: HIGHEST RATING FIRST, THE
070700* ENTRY SEQUENCE BREAKING TIES - THE SAME SELECTION SORT THE
070800* STANDINGS USE.
070900*----------------------------------------------------------*
071000 3300-SORT-ENTRANTS.
071100     PERFORM 3310-SORT-ONE-PASS THRU 3310-EXIT
071200         VARYING SRT-IDX FROM 1 BY 1
071300         UNTIL SRT-IDX >= WS-ENTRANT-COUNT.
071400 3300-EXIT.
071500     EXIT.
071600 3310-SORT-ONE-PASS.
071700     SET SRT-BEST TO SRT-IDX.
071800     PERFORM 3320-SORT-COMPARE THRU 3320-EXIT
071900         VARYING ENT-IDX FROM SRT-IDX BY 1
072000         UNTIL ENT-IDX > WS-ENTRANT-COUNT.
072100     IF SRT-BEST NOT = SRT-IDX
072200         PERFORM 3330-SWAP-ENTRANTS THRU 3330-EXIT
072300     END-IF.
072400 3310-EXIT.
072500     EXIT.
072600 3320-SORT-COMPARE.
072700     IF WS-ENT-RATING(ENT-IDX) > WS-ENT-RATING(SRT-BEST)
072800         OR (WS-ENT-RATING(ENT-IDX) = WS-ENT-RATING(SRT-BEST)
072900             AND WS-ENT-SEQUENCE(ENT-IDX)
073000                 < WS-ENT-SEQUENCE(SRT-BEST))
073100         SET SRT-BEST TO ENT-IDX
073200     END-IF.
073300 3320-EXIT.
073400     EXIT.
073500 3330-SWAP-ENTRANTS.
073600     MOVE WS-ENTRANT-ENTRY(SRT-IDX)  TO WS-ENTRANT-ENTRY-SWAP.
073700     MOVE WS-ENTRANT-ENTRY(SRT-BEST) TO WS-ENTRANT-ENTRY(SRT-IDX).
073800     MOVE WS-ENTRANT-ENTRY-SWAP
073900         TO WS-ENTRANT-ENTRY(SRT-BEST).
074000 3330-EXIT.
074100     EXIT.
074200*----------------------------------------------------------*
074300* 3400-BUILD-DRAW-ORDER - ROUND THE DRAW UP TO A POWER OF
074400* TWO AND PLACE THE SEEDS ON THE FIRST-ROUND LINES. SEEDS
074500* ABOVE THE ENTRANT COUNT ARE BYES, SO THE BYES FALL TO THE
074600* TOP SEEDS.
074700*----------------------------------------------------------*
074800 3400-BUILD-DRAW-ORDER.
074900     MOVE 1 TO WS-DRAW-LENGTH.
075000     MOVE 1 TO WS-DRAW-SEED(1).
075100     PERFORM 3410-DOUBLE-DRAW THRU 3410-EXIT
075200         UNTIL WS-DRAW-LENGTH >= WS-ENTRANT-COUNT.
075300     MOVE WS-DRAW-LENGTH TO WS-BRACKET-SIZE.
075400 3400-EXIT.
075500     EXIT.
075600 3410-DOUBLE-DRAW.
075700     PERFORM 3420-SPLIT-ONE-SEED THRU 3420-EXIT
075800         VARYING WS-DRAW-SUB FROM WS-DRAW-LENGTH BY -1
075900         UNTIL WS-DRAW-SUB < 1.
076000     MULTIPLY 2 BY WS-DRAW-LENGTH.
076100 3410-EXIT.
076200     EXIT.
076300*    WORKING DOWN FROM THE TOP LINE, SO EACH SEED IS READ
076400*    BEFORE ITS LINE IS OVERWRITTEN.
076500 3420-SPLIT-ONE-SEED.
076600     MOVE WS-DRAW-SEED(WS-DRAW-SUB) TO WS-SPLIT-SEED.
076700     COMPUTE WS-DRAW-LINE = WS-DRAW-SUB * 2.
076800     COMPUTE WS-DRAW-SEED(WS-DRAW-LINE) =
076900         WS-DRAW-LENGTH * 2 + 1 - WS-SPLIT-SEED.
077000     SUBTRACT 1 FROM WS-DRAW-LINE.
077100     MOVE WS-SPLIT-SEED TO WS-DRAW-SEED(WS-DRAW-LINE).
077200 3420-EXIT.
077300     EXIT.
077400*----------------------------------------------------------*
077500* 3500-DRAW-ONE-MATCH - FIRST-ROUND MATCH WS-MATCH-SUB FROM
077600* DRAW LINES 2M-1 AND 2M. A BYE IS SETTLED AT THE DRAW.
077700*----------------------------------------------------------*
077800 3500-DRAW-ONE-MATCH.
077900     MOVE 1 TO WS-ROUND-SUB.
078000     MOVE 'Y' TO WS-BK-PRESENT(1, WS-MATCH-SUB).
078100     COMPUTE WS-DRAW-LINE = WS-MATCH-SUB * 2.
078200     MOVE WS-DRAW-SEED(WS-DRAW-LINE)
078300         TO WS-BK-AWAY-SEED(1, WS-MATCH-SUB).
078400     SUBTRACT 1 FROM WS-DRAW-LINE.
078500     MOVE WS-DRAW-SEED(WS-DRAW-LINE)
078600         TO WS-BK-HOME-SEED(1, WS-MATCH-SUB).
078700     MOVE WS-BK-HOME-SEED(1, WS-MATCH-SUB) TO WS-DRAW-SUB.
078800     MOVE WS-ENT-ID(WS-DRAW-SUB)
078900         TO WS-BK-HOME-ID(1, WS-MATCH-SUB).
079000     IF WS-BK-AWAY-SEED(1, WS-MATCH-SUB) > WS-ENTRANT-COUNT
079100         MOVE SPACES TO WS-BK-AWAY-ID(1, WS-MATCH-SUB)
079200         MOVE WS-BK-HOME-ID(1, WS-MATCH-SUB)
079300             TO WS-BK-WINNER-ID(1, WS-MATCH-SUB)
079400         MOVE 'B' TO WS-BK-DECIDED-BY(1, WS-MATCH-SUB)
079500         MOVE WS-NIGHT-DATE TO WS-BK-SETTLED-DATE(1, WS-MATCH-SUB)
079600         ADD 1 TO WS-MATCHES-BYE
079700     ELSE
079800         MOVE WS-BK-AWAY-SEED(1, WS-MATCH-SUB) TO WS-DRAW-SUB
079900         MOVE WS-ENT-ID(WS-DRAW-SUB)
080000             TO WS-BK-AWAY-ID(1, WS-MATCH-SUB)
080100     END-IF.
080200     ADD 1 TO WS-MATCHES-DRAWN.
080300     MOVE ZERO TO WS-HOME-UPPER WS-HOME-YACHTS
080400         WS-AWAY-UPPER WS-AWAY-YACHTS.
080500     MOVE 'D' TO WS-LOG-EVENT.
080600     PERFORM 5500-LOG-MATCH THRU 5500-EXIT.
080700 3500-EXIT.
080800     EXIT.
080900*----------------------------------------------------------*
081000* 3600-PRINT-SEEDS - THE SEEDING LIST AT THE HEAD OF THE
081100* DRAW SHEET.
081200*----------------------------------------------------------*
081300 3600-PRINT-SEEDS.
081400     MOVE SPACES TO PRINT-RECORD.
081500     IF SEED-FROM-HANDICAP
081600         MOVE "SEEDING (ROLLING AVERAGE, HANDICAP MASTER)"
081700             TO PRINT-RECORD
081800     ELSE
081900         MOVE "SEEDING (SEASON TOTAL, SEASON HISTORY)"
082000             TO PRINT-RECORD
082100     END-IF.
082200     WRITE PRINT-RECORD.
082300     MOVE SPACES TO PRINT-RECORD.
082400     MOVE "  SEED  PLAYER ID      RATING" TO PRINT-RECORD.
082500     WRITE PRINT-RECORD.
082600     PERFORM 3610-PRINT-ONE-SEED THRU 3610-EXIT
082700         VARYING ENT-IDX FROM 1 BY 1
082800         UNTIL ENT-IDX > WS-ENTRANT-COUNT.
082900     MOVE SPACES TO PRINT-RECORD.
083000     WRITE PRINT-RECORD.
083100 3600-EXIT.
083200     EXIT.
083300 3610-PRINT-ONE-SEED.
083400     SET WS-DRAW-SUB TO ENT-IDX.
083500     MOVE WS-DRAW-SUB TO WS-PRINT-HOME-SEED.
083600     MOVE WS-ENT-RATING(ENT-IDX) TO WS-PRINT-RATING.
083700     MOVE SPACES TO PRINT-RECORD.
083800     STRING "    " WS-PRINT-HOME-SEED
083900         "  " WS-ENT-ID(ENT-IDX)
084000         " " WS-PRINT-RATING
084100         DELIMITED BY SIZE INTO PRINT-RECORD.
084200     WRITE PRINT-RECORD.
084300 3610-EXIT.
084400     EXIT.
084500*----------------------------------------------------------*
084600* 4000-SETTLE-BRACKET - LOAD THE BRACKET AND, ON ITS OWN
084700* TOURNAMENT NIGHT, SETTLE EVERY ROUND THE RESULTS FILE
084800* HOLDS A GAME FOR. ANY OTHER NIGHT THE BRACKET IS CARRIED
084900* FORWARD UNCHANGED.
085000*----------------------------------------------------------*
085100 4000-SETTLE-BRACKET.
085200     PERFORM 4100-LOAD-OLD-BRACKET THRU 4100-EXIT.
085300     IF WS-BRACKET-SIZE = 0
085400         DISPLAY "YCHTKNOK: NO BRACKET ON FILE, NOTHING TO SETTLE"
085500         GO TO 4000-EXIT
085600     END-IF.
085700     IF NOT TOURNAMENT-NIGHT
085800         DISPLAY "YCHTKNOK: " WS-NIGHT-DATE " IS NOT A "
085900             "TOURNAMENT NIGHT, BRACKET CARRIED FORWARD"
086000         GO TO 4000-EXIT
086100     END-IF.
086200     IF WS-BRACKET-DATE NOT = WS-NIGHT-DATE
086300         DISPLAY "YCHTKNOK: BRACKET ON FILE IS FOR "
086400             WS-BRACKET-DATE ", CARRIED FORWARD"
086500         GO TO 4000-EXIT
086600     END-IF.
086700     OPEN INPUT RESULTS-FILE.
086800     IF NOT RESULTS-OK
086900         DISPLAY "YCHTKNOK: UNABLE TO OPEN RESULTS, STATUS "
087000             WS-RESULTS-STATUS ", RUN ABANDONED"
087100         MOVE 16 TO RETURN-CODE
087200         GOBACK
087300     END-IF.
087400     PERFORM 2100-READ-RESULTS THRU 2100-EXIT.
087500     PERFORM 2000-PROCESS-RESULTS THRU 2000-EXIT
087600         UNTIL NO-MORE-RESULTS.
087700     CLOSE RESULTS-FILE.
087800     PERFORM 6000-CROSS-CHECK-CONTROL THRU 6000-EXIT.
087900     PERFORM 4200-FIND-CURRENT-ROUND THRU 4200-EXIT.
088000     PERFORM 4300-PLAY-ONE-ROUND THRU 4300-EXIT
088100         UNTIL NO-MORE-ROUNDS.
088200 4000-EXIT.
088300     EXIT.
088400*----------------------------------------------------------*
088500* 4100-LOAD-OLD-BRACKET - THE BRACKET MASTER INTO THE TABLE.
088600* A MISSING OR EMPTY FILE IS NO TOURNAMENT IN PROGRESS.
088700*----------------------------------------------------------*
088800 4100-LOAD-OLD-BRACKET.
088900     OPEN INPUT OLD-KNOCKOUT-FILE.
089000     IF NOT OLD-KNOCKOUT-OK
089100         GO TO 4100-EXIT
089200     END-IF.
089300     PERFORM 4110-LOAD-ONE-MATCH THRU 4110-EXIT
089400         UNTIL NO-MORE-OLD-KNOCKOUT.
089500     CLOSE OLD-KNOCKOUT-FILE.
089600     IF WS-BRACKET-SIZE > 0
089700         PERFORM 4150-SET-ROUND-SIZES THRU 4150-EXIT
089800     END-IF.
089900 4100-EXIT.
090000     EXIT.
090100 4110-LOAD-ONE-MATCH.
090200     READ OLD-KNOCKOUT-FILE INTO WS-KNOCKOUT-RECORD
090300         AT END
090400             MOVE 'Y' TO WS-OLD-KNOCKOUT-EOF-SWITCH
090500             GO TO 4110-EXIT
090600     END-READ.
090700     IF KO-ROUND-NO < 1 OR KO-ROUND-NO > 6
090800         OR KO-MATCH-NO < 1 OR KO-MATCH-NO > 32
090900         DISPLAY "YCHTKNOK: BRACKET RECORD ROUND " KO-ROUND-NO
091000             " MATCH " KO-MATCH-NO " OUT OF RANGE, RUN ABANDONED"
091100         MOVE 16 TO RETURN-CODE
091200         GOBACK
091300     END-IF.
091400     MOVE KO-TOURN-DATE TO WS-BRACKET-DATE.
091500     MOVE KO-BRACKET-SIZE TO WS-BRACKET-SIZE.
091600     MOVE KO-ROUND-NO TO WS-ROUND-SUB.
091700     MOVE KO-MATCH-NO TO WS-MATCH-SUB.
091800     MOVE 'Y' TO WS-BK-PRESENT(WS-ROUND-SUB, WS-MATCH-SUB).
091900     MOVE KO-HOME-SEED
092000         TO WS-BK-HOME-SEED(WS-ROUND-SUB, WS-MATCH-SUB).
092100     MOVE KO-HOME-ID
092200         TO WS-BK-HOME-ID(WS-ROUND-SUB, WS-MATCH-SUB).
092300     MOVE KO-AWAY-SEED
092400         TO WS-BK-AWAY-SEED(WS-ROUND-SUB, WS-MATCH-SUB).
092500     MOVE KO-AWAY-ID
092600         TO WS-BK-AWAY-ID(WS-ROUND-SUB, WS-MATCH-SUB).
092700     MOVE KO-HOME-TOTAL
092800         TO WS-BK-HOME-TOTAL(WS-ROUND-SUB, WS-MATCH-SUB).
092900     MOVE KO-AWAY-TOTAL
093000         TO WS-BK-AWAY-TOTAL(WS-ROUND-SUB, WS-MATCH-SUB).
093100     MOVE KO-WINNER-ID
093200         TO WS-BK-WINNER-ID(WS-ROUND-SUB, WS-MATCH-SUB).
093300     MOVE KO-DECIDED-BY
093400         TO WS-BK-DECIDED-BY(WS-ROUND-SUB, WS-MATCH-SUB).
093500     MOVE KO-SETTLED-DATE
093600         TO WS-BK-SETTLED-DATE(WS-ROUND-SUB, WS-MATCH-SUB).
093700 4110-EXIT.
093800     EXIT.
093900*----------------------------------------------------------*
094000* 4150-SET-ROUND-SIZES - MATCHES PER ROUND, HALVING FROM
094100* HALF THE DRAW DOWN TO THE FINAL.
094200*----------------------------------------------------------*
094300 4150-SET-ROUND-SIZES.
094400     MOVE 1 TO WS-ROUND-COUNT.
094500     COMPUTE WS-ROUND-MATCHES(1) = WS-BRACKET-SIZE / 2.
094600     PERFORM 4160-HALVE-ONE-ROUND THRU 4160-EXIT
094700         UNTIL WS-ROUND-MATCHES(WS-ROUND-COUNT) <= 1.
094800 4150-EXIT.
094900     EXIT.
095000 4160-HALVE-ONE-ROUND.
095100     ADD 1 TO WS-ROUND-COUNT.
095200     COMPUTE WS-ROUND-MATCHES(WS-ROUND-COUNT) =
095300         WS-ROUND-MATCHES(WS-ROUND-COUNT - 1) / 2.
095400 4160-EXIT.
095500     EXIT.
095600*----------------------------------------------------------*
095700* 4200-FIND-CURRENT-ROUND - THE FIRST ROUND WITH A MATCH
095800* STILL TO PLAY. NONE MEANS THE FINAL IS ALREADY SETTLED.
095900*----------------------------------------------------------*
096000 4200-FIND-CURRENT-ROUND.
096100     MOVE 0 TO WS-CURRENT-ROUND.
096200     PERFORM 4210-CHECK-ONE-ROUND THRU 4210-EXIT
096300         VARYING WS-ROUND-SUB FROM WS-ROUND-COUNT BY -1
096400         UNTIL WS-ROUND-SUB < 1.
096500 4200-EXIT.
096600     EXIT.
096700 4210-CHECK-ONE-ROUND.
096800     PERFORM 4220-CHECK-ONE-MATCH THRU 4220-EXIT
096900         VARYING WS-MATCH-SUB FROM 1 BY 1
097000         UNTIL WS-MATCH-SUB > WS-ROUND-MATCHES(WS-ROUND-SUB).
097100 4210-EXIT.
097200     EXIT.
097300 4220-CHECK-ONE-MATCH.
097400     IF WS-BK-PRESENT(WS-ROUND-SUB, WS-MATCH-SUB) = 'Y'
097500         AND WS-BK-DECIDED-BY(WS-ROUND-SUB, WS-MATCH-SUB)
097600             = SPACE
097700         MOVE WS-ROUND-SUB TO WS-CURRENT-ROUND
097800     END-IF.
097900 4220-EXIT.
098000     EXIT.
098100*----------------------------------------------------------*
098200* 4300-PLAY-ONE-ROUND - SETTLE THE CURRENT ROUND IF TONIGHT'S
098300* RESULTS HOLD ITS GAME, PRINT THE BRACKET SHEET, AND DRAW
098400* THE WINNERS INTO THE NEXT ROUND.
098500*----------------------------------------------------------*
098600 4300-PLAY-ONE-ROUND.
098700     IF WS-CURRENT-ROUND = 0
098800         DISPLAY "YCHTKNOK: FINAL ALREADY SETTLED, NOTHING TO DO"
098900         MOVE 'Y' TO WS-STOP-SWITCH
099000         GO TO 4300-EXIT
099100     END-IF.
099200     MOVE WS-CURRENT-ROUND TO WS-ROUND-SUB.
099300     MOVE 'N' TO WS-ROUND-PLAYED-SWITCH.
099400     PERFORM 4310-CHECK-MATCH-PLAYED THRU 4310-EXIT
099500         VARYING WS-MATCH-SUB FROM 1 BY 1
099600         UNTIL WS-MATCH-SUB > WS-ROUND-MATCHES(WS-ROUND-SUB).
099700     IF NOT ROUND-PLAYED
099800         DISPLAY "YCHTKNOK: NO CARDS FOR ROUND " WS-CURRENT-ROUND
099900             " (GAME " WS-CURRENT-ROUND ") IN RESULTS, ROUND "
100000             "LEFT TO PLAY"
100100         MOVE 'Y' TO WS-STOP-SWITCH
100200         GO TO 4300-EXIT
100300     END-IF.
100400     PERFORM 4400-SETTLE-ONE-MATCH THRU 4400-EXIT
100500         VARYING WS-MATCH-SUB FROM 1 BY 1
100600         UNTIL WS-MATCH-SUB > WS-ROUND-MATCHES(WS-ROUND-SUB).
100700     ADD 1 TO WS-ROUNDS-SETTLED.
100800     IF WS-CURRENT-ROUND < WS-ROUND-COUNT
100900         PERFORM 4600-DRAW-NEXT-ROUND THRU 4600-EXIT
101000     END-IF.
101100     PERFORM 5000-PRINT-BRACKET THRU 5000-EXIT.
101200     IF WS-CURRENT-ROUND = WS-ROUND-COUNT
101300         PERFORM 5300-PRINT-CHAMPION THRU 5300-EXIT
101400         MOVE 'Y' TO WS-STOP-SWITCH
101500         GO TO 4300-EXIT
101600     END-IF.
101700     ADD 1 TO WS-CURRENT-ROUND.
101800 4300-EXIT.
101900     EXIT.
102000*    A ROUND IS PLAYED WHEN EITHER SIDE OF ANY OF ITS OPEN
102100*    MATCHES HAS A CARD FOR THE ROUND'S GAME NUMBER.
102200 4310-CHECK-MATCH-PLAYED.
102300     IF WS-BK-DECIDED-BY(WS-ROUND-SUB, WS-MATCH-SUB) NOT = SPACE
102400         GO TO 4310-EXIT
102500     END-IF.
102600     MOVE WS-ROUND-SUB TO WS-LOOKUP-GAME-NO.
102700     MOVE WS-BK-HOME-ID(WS-ROUND-SUB, WS-MATCH-SUB)
102800         TO WS-LOOKUP-ID.
102900     PERFORM 4500-FIND-CARD THRU 4500-EXIT.
103000     IF SIDE-HAS-CARD
103100         MOVE 'Y' TO WS-ROUND-PLAYED-SWITCH
103200         GO TO 4310-EXIT
103300     END-IF.
103400     MOVE WS-BK-AWAY-ID(WS-ROUND-SUB, WS-MATCH-SUB)
103500         TO WS-LOOKUP-ID.
103600     PERFORM 4500-FIND-CARD THRU 4500-EXIT.
103700     IF SIDE-HAS-CARD
103800         MOVE 'Y' TO WS-ROUND-PLAYED-SWITCH
103900     END-IF.
104000 4310-EXIT.
104100     EXIT.
104200*----------------------------------------------------------*
104300* 4400-SETTLE-ONE-MATCH - LOOK BOTH SIDES' CARDS UP FOR THE
104400* ROUND'S GAME AND DECIDE THE MATCH: GRAND TOTAL, THEN UPPER
104500* SUBTOTAL, THEN YACHT COUNT, THEN SEEDING. A BYE OR A MATCH
104600* ALREADY SETTLED IS LEFT AS IT IS.
104700*----------------------------------------------------------*
104800 4400-SETTLE-ONE-MATCH.
104900     IF WS-BK-DECIDED-BY(WS-ROUND-SUB, WS-MATCH-SUB) NOT = SPACE
105000         GO TO 4400-EXIT
105100     END-IF.
105200     MOVE WS-ROUND-SUB TO WS-LOOKUP-GAME-NO.
105300     MOVE WS-BK-HOME-ID(WS-ROUND-SUB, WS-MATCH-SUB)
105400         TO WS-LOOKUP-ID.
105500     PERFORM 4500-FIND-CARD THRU 4500-EXIT.
105600     MOVE WS-SIDE-FOUND-SWITCH TO WS-HOME-FOUND.
105700     MOVE WS-SIDE-TOTAL TO WS-HOME-TOTAL.
105800     MOVE WS-SIDE-UPPER TO WS-HOME-UPPER.
105900     MOVE WS-SIDE-YACHTS TO WS-HOME-YACHTS.
106000     MOVE WS-BK-AWAY-ID(WS-ROUND-SUB, WS-MATCH-SUB)
106100         TO WS-LOOKUP-ID.
106200     PERFORM 4500-FIND-CARD THRU 4500-EXIT.
106300     MOVE WS-SIDE-FOUND-SWITCH TO WS-AWAY-FOUND.
106400     MOVE WS-SIDE-TOTAL TO WS-AWAY-TOTAL.
106500     MOVE WS-SIDE-UPPER TO WS-AWAY-UPPER.
106600     MOVE WS-SIDE-YACHTS TO WS-AWAY-YACHTS.
106700     MOVE 'N' TO WS-HOME-WINS-SWITCH.
106800     IF WS-BK-HOME-SEED(WS-ROUND-SUB, WS-MATCH-SUB)
106900         < WS-BK-AWAY-SEED(WS-ROUND-SUB, WS-MATCH-SUB)
107000         MOVE 'Y' TO WS-HOME-WINS-SWITCH
107100     END-IF.
107200     EVALUATE TRUE
107300         WHEN WS-HOME-FOUND = 'N' AND WS-AWAY-FOUND = 'N'
107400             MOVE 'V' TO WS-BK-DECIDED-BY(WS-ROUND-SUB,
107500                 WS-MATCH-SUB)
107600             ADD 1 TO WS-MATCHES-VOID
107700         WHEN WS-AWAY-FOUND = 'N'
107800             MOVE 'Y' TO WS-HOME-WINS-SWITCH
107900             MOVE 'W' TO WS-BK-DECIDED-BY(WS-ROUND-SUB,
108000                 WS-MATCH-SUB)
108100             ADD 1 TO WS-MATCHES-WALKOVER
108200         WHEN WS-HOME-FOUND = 'N'
108300             MOVE 'N' TO WS-HOME-WINS-SWITCH
108400             MOVE 'W' TO WS-BK-DECIDED-BY(WS-ROUND-SUB,
108500                 WS-MATCH-SUB)
108600             ADD 1 TO WS-MATCHES-WALKOVER
108700         WHEN WS-HOME-TOTAL NOT = WS-AWAY-TOTAL
108800             IF WS-HOME-TOTAL > WS-AWAY-TOTAL
108900                 MOVE 'Y' TO WS-HOME-WINS-SWITCH
109000             ELSE
109100                 MOVE 'N' TO WS-HOME-WINS-SWITCH
109200             END-IF
109300             MOVE 'G' TO WS-BK-DECIDED-BY(WS-ROUND-SUB,
109400                 WS-MATCH-SUB)
109500         WHEN WS-HOME-UPPER NOT = WS-AWAY-UPPER
109600             IF WS-HOME-UPPER > WS-AWAY-UPPER
109700                 MOVE 'Y' TO WS-HOME-WINS-SWITCH
109800             ELSE
109900                 MOVE 'N' TO WS-HOME-WINS-SWITCH
110000             END-IF
110100             MOVE 'U' TO WS-BK-DECIDED-BY(WS-ROUND-SUB,
110200                 WS-MATCH-SUB)
110300         WHEN WS-HOME-YACHTS NOT = WS-AWAY-YACHTS
110400             IF WS-HOME-YACHTS > WS-AWAY-YACHTS
110500                 MOVE 'Y' TO WS-HOME-WINS-SWITCH
110600             ELSE
110700                 MOVE 'N' TO WS-HOME-WINS-SWITCH
110800             END-IF
110900             MOVE 'Y' TO WS-BK-DECIDED-BY(WS-ROUND-SUB,
111000                 WS-MATCH-SUB)
111100         WHEN OTHER
111200             MOVE 'S' TO WS-BK-DECIDED-BY(WS-ROUND-SUB,
111300                 WS-MATCH-SUB)
111400     END-EVALUATE.
111500     MOVE WS-HOME-TOTAL
111600         TO WS-BK-HOME-TOTAL(WS-ROUND-SUB, WS-MATCH-SUB).
111700     MOVE WS-AWAY-TOTAL
111800         TO WS-BK-AWAY-TOTAL(WS-ROUND-SUB, WS-MATCH-SUB).
111900     IF HOME-WINS
112000         MOVE WS-BK-HOME-ID(WS-ROUND-SUB, WS-MATCH-SUB)
112100             TO WS-BK-WINNER-ID(WS-ROUND-SUB, WS-MATCH-SUB)
112200     ELSE
112300         MOVE WS-BK-AWAY-ID(WS-ROUND-SUB, WS-MATCH-SUB)
112400             TO WS-BK-WINNER-ID(WS-ROUND-SUB, WS-MATCH-SUB)
112500     END-IF.
112600     MOVE WS-NIGHT-DATE
112700         TO WS-BK-SETTLED-DATE(WS-ROUND-SUB, WS-MATCH-SUB).
112800     ADD 1 TO WS-MATCHES-SETTLED.
112900     MOVE 'S' TO WS-LOG-EVENT.
113000     PERFORM 5500-LOG-MATCH THRU 5500-EXIT.
113100 4400-EXIT.
113200     EXIT.
113300*----------------------------------------------------------*
113400* 4500-FIND-CARD - WS-LOOKUP-ID'S CARD FOR GAME
113500* WS-LOOKUP-GAME-NO. NO CARD LEAVES THE FOUND SWITCH AT 'N'.
113600*----------------------------------------------------------*
113700 4500-FIND-CARD.
113800     MOVE 'N' TO WS-SIDE-FOUND-SWITCH.
113900     MOVE ZERO TO WS-SIDE-TOTAL WS-SIDE-UPPER WS-SIDE-YACHTS.
114000     IF WS-LOOKUP-ID = SPACES OR WS-CARD-COUNT = 0
114100         GO TO 4500-EXIT
114200     END-IF.
114300     PERFORM 4510-CHECK-ONE-CARD THRU 4510-EXIT
114400         VARYING WS-CARD-SUB FROM 1 BY 1
114500         UNTIL WS-CARD-SUB > WS-CARD-COUNT OR SIDE-HAS-CARD.
114600 4500-EXIT.
114700     EXIT.
114800 4510-CHECK-ONE-CARD.
114900     IF WS-CARD-ID(WS-CARD-SUB) = WS-LOOKUP-ID
115000         AND WS-CARD-GAME-NO(WS-CARD-SUB) = WS-LOOKUP-GAME-NO
115100         MOVE 'Y' TO WS-SIDE-FOUND-SWITCH
115200         COMPUTE WS-SIDE-TOTAL =
115300             WS-CARD-TOTAL(WS-CARD-SUB)
115400                 + WS-CARD-BONUS(WS-CARD-SUB)
115500         MOVE WS-CARD-UPPER(WS-CARD-SUB) TO WS-SIDE-UPPER
115600         MOVE WS-CARD-YACHTS(WS-CARD-SUB) TO WS-SIDE-YACHTS
115700     END-IF.
115800 4510-EXIT.
115900     EXIT.
116000*----------------------------------------------------------*
116100* 4600-DRAW-NEXT-ROUND - THE WINNERS OF MATCHES 2M-1 AND 2M
116200* MEET IN MATCH M OF THE NEXT ROUND, EACH CARRYING THE SEED
116300* THEY WERE DRAWN WITH.
116400*----------------------------------------------------------*
116500 4600-DRAW-NEXT-ROUND.
116600     COMPUTE WS-NEXT-ROUND = WS-CURRENT-ROUND + 1.
116700     PERFORM 4610-DRAW-ONE-MATCH THRU 4610-EXIT
116800         VARYING WS-MATCH-SUB FROM 1 BY 1
116900         UNTIL WS-MATCH-SUB > WS-ROUND-MATCHES(WS-NEXT-ROUND).
117000 4600-EXIT.
117100     EXIT.
117200 4610-DRAW-ONE-MATCH.
117300     MOVE WS-NEXT-ROUND TO WS-ROUND-SUB.
117400     IF WS-BK-PRESENT(WS-ROUND-SUB, WS-MATCH-SUB) = 'Y'
117500         GO TO 4610-EXIT
117600     END-IF.
117700     MOVE 'Y' TO WS-BK-PRESENT(WS-ROUND-SUB, WS-MATCH-SUB).
117800     COMPUTE WS-FEEDER-MATCH = WS-MATCH-SUB * 2 - 1.
117900     MOVE WS-BK-WINNER-ID(WS-CURRENT-ROUND, WS-FEEDER-MATCH)
118000         TO WS-BK-HOME-ID(WS-ROUND-SUB, WS-MATCH-SUB).
118100     IF WS-BK-WINNER-ID(WS-CURRENT-ROUND, WS-FEEDER-MATCH)
118200         = WS-BK-HOME-ID(WS-CURRENT-ROUND, WS-FEEDER-MATCH)
118300         MOVE WS-BK-HOME-SEED(WS-CURRENT-ROUND, WS-FEEDER-MATCH)
118400             TO WS-BK-HOME-SEED(WS-ROUND-SUB, WS-MATCH-SUB)
118500     ELSE
118600         MOVE WS-BK-AWAY-SEED(WS-CURRENT-ROUND, WS-FEEDER-MATCH)
118700             TO WS-BK-HOME-SEED(WS-ROUND-SUB, WS-MATCH-SUB)
118800     END-IF.
118900     ADD 1 TO WS-FEEDER-MATCH.
119000     MOVE WS-BK-WINNER-ID(WS-CURRENT-ROUND, WS-FEEDER-MATCH)
119100         TO WS-BK-AWAY-ID(WS-ROUND-SUB, WS-MATCH-SUB).
119200     IF WS-BK-WINNER-ID(WS-CURRENT-ROUND, WS-FEEDER-MATCH)
119300         = WS-BK-HOME-ID(WS-CURRENT-ROUND, WS-FEEDER-MATCH)
119400         MOVE WS-BK-HOME-SEED(WS-CURRENT-ROUND, WS-FEEDER-MATCH)
119500             TO WS-BK-AWAY-SEED(WS-ROUND-SUB, WS-MATCH-SUB)
119600     ELSE
119700         MOVE WS-BK-AWAY-SEED(WS-CURRENT-ROUND, WS-FEEDER-MATCH)
119800             TO WS-BK-AWAY-SEED(WS-ROUND-SUB, WS-MATCH-SUB)
119900     END-IF.
120000     ADD 1 TO WS-MATCHES-DRAWN.
120100     MOVE ZERO TO WS-HOME-UPPER WS-HOME-YACHTS
120200         WS-AWAY-UPPER WS-AWAY-YACHTS.
120300     MOVE 'D' TO WS-LOG-EVENT.
120400     PERFORM 5500-LOG-MATCH THRU 5500-EXIT.
120500 4610-EXIT.
120600     EXIT.
120700*----------------------------------------------------------*
120800* 5000-PRINT-BRACKET - THE BRACKET SHEET AS IT STANDS: EVERY
120900* ROUND DRAWN SO FAR, MATCH BY MATCH.
121000*----------------------------------------------------------*
121100 5000-PRINT-BRACKET.
121200     MOVE WS-CURRENT-ROUND TO WS-PRINT-ROUND.
121300     MOVE WS-ROUND-COUNT TO WS-PRINT-ROUNDS.
121400     MOVE SPACES TO PRINT-RECORD.
121500     IF DRAW-RUN
121600         STRING "BRACKET SHEET - DRAW, " WS-PRINT-ROUNDS
121700             " ROUNDS"
121800             DELIMITED BY SIZE INTO PRINT-RECORD
121900     ELSE
122000         STRING "BRACKET SHEET AFTER ROUND " WS-PRINT-ROUND
122100             " OF " WS-PRINT-ROUNDS
122200             DELIMITED BY SIZE INTO PRINT-RECORD
122300     END-IF.
122400     WRITE PRINT-RECORD.
122500     PERFORM 5100-PRINT-ONE-ROUND THRU 5100-EXIT
122600         VARYING WS-ROUND-SUB FROM 1 BY 1
122700         UNTIL WS-ROUND-SUB > WS-ROUND-COUNT.
122800     MOVE SPACES TO PRINT-RECORD.
122900     WRITE PRINT-RECORD.
123000 5000-EXIT.
123100     EXIT.
123200 5100-PRINT-ONE-ROUND.
123300     IF WS-BK-PRESENT(WS-ROUND-SUB, 1) NOT = 'Y'
123400         GO TO 5100-EXIT
123500     END-IF.
123600     MOVE WS-ROUND-SUB TO WS-PRINT-ROUND.
123700     MOVE SPACES TO PRINT-RECORD.
123800     WRITE PRINT-RECORD.
123900     MOVE SPACES TO PRINT-RECORD.
124000     IF WS-ROUND-SUB = WS-ROUND-COUNT
124100         STRING "  ROUND " WS-PRINT-ROUND " - FINAL"
124200             DELIMITED BY SIZE INTO PRINT-RECORD
124300     ELSE
124400         STRING "  ROUND " WS-PRINT-ROUND
124500             DELIMITED BY SIZE INTO PRINT-RECORD
124600     END-IF.
124700     WRITE PRINT-RECORD.
124800     PERFORM 5200-PRINT-ONE-MATCH THRU 5200-EXIT
124900         VARYING WS-MATCH-SUB FROM 1 BY 1
125000         UNTIL WS-MATCH-SUB > WS-ROUND-MATCHES(WS-ROUND-SUB).
125100 5100-EXIT.
125200     EXIT.
125300 5200-PRINT-ONE-MATCH.
125400     MOVE WS-MATCH-SUB TO WS-PRINT-MATCH.
125500     MOVE WS-BK-HOME-SEED(WS-ROUND-SUB, WS-MATCH-SUB)
125600         TO WS-PRINT-HOME-SEED.
125700     MOVE WS-BK-AWAY-SEED(WS-ROUND-SUB, WS-MATCH-SUB)
125800         TO WS-PRINT-AWAY-SEED.
125900     MOVE SPACES TO WS-PRINT-AWAY-TEXT WS-PRINT-RESULT-TEXT.
126000     IF WS-BK-AWAY-ID(WS-ROUND-SUB, WS-MATCH-SUB) = SPACES
126100         MOVE "BYE" TO WS-PRINT-AWAY-TEXT
126200     ELSE
126300         STRING "(" WS-PRINT-AWAY-SEED ") "
126400             WS-BK-AWAY-ID(WS-ROUND-SUB, WS-MATCH-SUB)
126500             DELIMITED BY SIZE INTO WS-PRINT-AWAY-TEXT
126600     END-IF.
126700     EVALUATE WS-BK-DECIDED-BY(WS-ROUND-SUB, WS-MATCH-SUB)
126800         WHEN 'G'
126900             MOVE "GRAND TOTAL" TO WS-PRINT-REASON
127000         WHEN 'U'
127100             MOVE "UPPER TOTAL" TO WS-PRINT-REASON
127200         WHEN 'Y'
127300             MOVE "YACHTS" TO WS-PRINT-REASON
127400         WHEN 'S'
127500             MOVE "SEEDING" TO WS-PRINT-REASON
127600         WHEN 'W'
127700             MOVE "WALKOVER" TO WS-PRINT-REASON
127800         WHEN 'V'
127900             MOVE "VOID" TO WS-PRINT-REASON
128000         WHEN 'B'
128100             MOVE "BYE" TO WS-PRINT-REASON
128200         WHEN OTHER
128300             MOVE SPACES TO WS-PRINT-REASON
128400     END-EVALUATE.
128500     MOVE WS-BK-HOME-TOTAL(WS-ROUND-SUB, WS-MATCH-SUB)
128600         TO WS-PRINT-TOTAL.
128700     MOVE WS-BK-AWAY-TOTAL(WS-ROUND-SUB, WS-MATCH-SUB)
128800         TO WS-PRINT-TOTAL-2.
128900     EVALUATE WS-BK-DECIDED-BY(WS-ROUND-SUB, WS-MATCH-SUB)
129000         WHEN SPACE
129100             MOVE "TO PLAY" TO WS-PRINT-RESULT-TEXT
129200         WHEN 'B'
129300             STRING WS-BK-WINNER-ID(WS-ROUND-SUB, WS-MATCH-SUB)
129400                 " " WS-PRINT-REASON
129500                 DELIMITED BY SIZE INTO WS-PRINT-RESULT-TEXT
129600         WHEN OTHER
129700             STRING WS-BK-WINNER-ID(WS-ROUND-SUB, WS-MATCH-SUB)
129800                 " " WS-PRINT-REASON
129900                 DELIMITED BY SIZE INTO WS-PRINT-RESULT-TEXT
130000             MOVE SPACES TO PRINT-RECORD
130100             STRING "    " WS-PRINT-MATCH
130200                 " (" WS-PRINT-HOME-SEED ") "
130300                 WS-BK-HOME-ID(WS-ROUND-SUB, WS-MATCH-SUB)
130400                 WS-PRINT-TOTAL " V " WS-PRINT-AWAY-TEXT
130500                 WS-PRINT-TOTAL-2 "  " WS-PRINT-RESULT-TEXT
130600                 DELIMITED BY SIZE INTO PRINT-RECORD
130700             WRITE PRINT-RECORD
130800             GO TO 5200-EXIT
130900     END-EVALUATE.
131000     MOVE SPACES TO PRINT-RECORD.
131100     STRING "    " WS-PRINT-MATCH
131200         " (" WS-PRINT-HOME-SEED ") "
131300         WS-BK-HOME-ID(WS-ROUND-SUB, WS-MATCH-SUB)
131400         "      V " WS-PRINT-AWAY-TEXT
131500         "       " WS-PRINT-RESULT-TEXT
131600         DELIMITED BY SIZE INTO PRINT-RECORD.
131700     WRITE PRINT-RECORD.
131800 5200-EXIT.
131900     EXIT.
132000*----------------------------------------------------------*
132100* 5300-PRINT-CHAMPION - THE FINAL IS SETTLED.
132200*----------------------------------------------------------*
132300 5300-PRINT-CHAMPION.
132400     MOVE SPACES TO PRINT-RECORD.
132500     STRING "TOURNAMENT WINNER: "
132600         WS-BK-WINNER-ID(WS-ROUND-COUNT, 1)
132700         DELIMITED BY SIZE INTO PRINT-RECORD.
132800     WRITE PRINT-RECORD.
132900     MOVE SPACES TO PRINT-RECORD.
133000     WRITE PRINT-RECORD.
133100 5300-EXIT.
133200     EXIT.
133300*----------------------------------------------------------*
133400* 5500-LOG-MATCH - APPEND MATCH (WS-ROUND-SUB, WS-MATCH-SUB)
133500* TO THE AUDIT LOG AS IT NOW STANDS.
133600*----------------------------------------------------------*
133700 5500-LOG-MATCH.
133800     PERFORM 8300-BUILD-MATCH-RECORD THRU 8300-EXIT.
133900     MOVE SPACES TO KNOCKOUT-LOG-RECORD.
134000     MOVE WS-RUN-DATE TO KL-LOG-DATE.
134100     MOVE WS-RUN-TIME TO KL-LOG-TIME.
134200     MOVE WS-LOG-EVENT TO KL-EVENT.
134300     MOVE WS-KNOCKOUT-RECORD TO KL-MATCH-DATA.
134400     MOVE WS-HOME-UPPER TO KL-HOME-UPPER.
134500     MOVE WS-HOME-YACHTS TO KL-HOME-YACHTS.
134600     MOVE WS-AWAY-UPPER TO KL-AWAY-UPPER.
134700     MOVE WS-AWAY-YACHTS TO KL-AWAY-YACHTS.
134800     WRITE KNOCKOUT-LOG-RECORD.
134900 5500-EXIT.
135000     EXIT.
135100*----------------------------------------------------------*
135200* 6000-CROSS-CHECK-CONTROL - NO MATCH IS SETTLED FROM A
135300* STALE OR PARTIAL RESULTS FILE.
135400*----------------------------------------------------------*
135500 6000-CROSS-CHECK-CONTROL.
135600     IF CONTROL-DATE-ERROR
135700         DISPLAY "YCHTKNOK: RESULTS DATE DOES NOT MATCH RUN "
135800             "CONTROL " WS-CONTROL-DATE ", RUN ABANDONED"
135900         MOVE 16 TO RETURN-CODE
136000         GOBACK
136100     END-IF.
136200     IF WS-RECORDS-READ NOT = WS-CONTROL-SCORED
136300         DISPLAY "YCHTKNOK: RESULTS COUNT " WS-RECORDS-READ
136400             " DOES NOT MATCH RUN CONTROL " WS-CONTROL-SCORED
136500             ", RUN ABANDONED"
136600         MOVE 16 TO RETURN-CODE
136700         GOBACK
136800     END-IF.
136900 6000-EXIT.
137000     EXIT.
137100*----------------------------------------------------------*
137200* 8000-WRITE-BRACKET - THE NEW BRACKET MASTER, ROUND BY
137300* ROUND.
137400*----------------------------------------------------------*
137500 8000-WRITE-BRACKET.
137600     IF WS-BRACKET-SIZE > 0
137700         PERFORM 8100-WRITE-ONE-ROUND THRU 8100-EXIT
137800             VARYING WS-ROUND-SUB FROM 1 BY 1
137900             UNTIL WS-ROUND-SUB > WS-ROUND-COUNT
138000     END-IF.
138100 8000-EXIT.
138200     EXIT.
138300 8100-WRITE-ONE-ROUND.
138400     PERFORM 8200-WRITE-ONE-MATCH THRU 8200-EXIT
138500         VARYING WS-MATCH-SUB FROM 1 BY 1
138600         UNTIL WS-MATCH-SUB > WS-ROUND-MATCHES(WS-ROUND-SUB).
138700 8100-EXIT.
138800     EXIT.
138900 8200-WRITE-ONE-MATCH.
139000     IF WS-BK-PRESENT(WS-ROUND-SUB, WS-MATCH-SUB) NOT = 'Y'
139100         GO TO 8200-EXIT
139200     END-IF.
139300     PERFORM 8300-BUILD-MATCH-RECORD THRU 8300-EXIT.
139400     WRITE NEW-KNOCKOUT-RECORD FROM WS-KNOCKOUT-RECORD.
139500     ADD 1 TO WS-MATCHES-WRITTEN.
139600 8200-EXIT.
139700     EXIT.
139800 8300-BUILD-MATCH-RECORD.
139900     MOVE WS-BRACKET-DATE TO KO-TOURN-DATE.
140000     MOVE WS-BRACKET-SIZE TO KO-BRACKET-SIZE.
140100     MOVE WS-ROUND-SUB TO KO-ROUND-NO.
140200     MOVE WS-MATCH-SUB TO KO-MATCH-NO.
140300     MOVE WS-BK-HOME-SEED(WS-ROUND-SUB, WS-MATCH-SUB)
140400         TO KO-HOME-SEED.
140500     MOVE WS-BK-HOME-ID(WS-ROUND-SUB, WS-MATCH-SUB)
140600         TO KO-HOME-ID.
140700     MOVE WS-BK-AWAY-SEED(WS-ROUND-SUB, WS-MATCH-SUB)
140800         TO KO-AWAY-SEED.
140900     MOVE WS-BK-AWAY-ID(WS-ROUND-SUB, WS-MATCH-SUB)
141000         TO KO-AWAY-ID.
141100     MOVE WS-BK-HOME-TOTAL(WS-ROUND-SUB, WS-MATCH-SUB)
141200         TO KO-HOME-TOTAL.
141300     MOVE WS-BK-AWAY-TOTAL(WS-ROUND-SUB, WS-MATCH-SUB)
141400         TO KO-AWAY-TOTAL.
141500     MOVE WS-BK-WINNER-ID(WS-ROUND-SUB, WS-MATCH-SUB)
141600         TO KO-WINNER-ID.
141700     MOVE WS-BK-DECIDED-BY(WS-ROUND-SUB, WS-MATCH-SUB)
141800         TO KO-DECIDED-BY.
141900     MOVE WS-BK-SETTLED-DATE(WS-ROUND-SUB, WS-MATCH-SUB)
142000         TO KO-SETTLED-DATE.
142100 8300-EXIT.
142200     EXIT.
142300*----------------------------------------------------------*
142400* 9000-TERMINATE - CONTROL COUNTS AND CLOSE.
142500*----------------------------------------------------------*
142600 9000-TERMINATE.
142700     MOVE SPACES TO PRINT-RECORD.
142800     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
142900     WRITE PRINT-RECORD.
143000     MOVE WS-MATCHES-DRAWN TO WS-PRINT-COUNT.
143100     MOVE SPACES TO PRINT-RECORD.
143200     STRING "  MATCHES DRAWN      " WS-PRINT-COUNT
143300         DELIMITED BY SIZE INTO PRINT-RECORD.
143400     WRITE PRINT-RECORD.
143500     MOVE WS-MATCHES-BYE TO WS-PRINT-COUNT.
143600     MOVE SPACES TO PRINT-RECORD.
143700     STRING "  FIRST-ROUND BYES   " WS-PRINT-COUNT
143800         DELIMITED BY SIZE INTO PRINT-RECORD.
143900     WRITE PRINT-RECORD.
144000     MOVE WS-ROUNDS-SETTLED TO WS-PRINT-COUNT.
144100     MOVE SPACES TO PRINT-RECORD.
144200     STRING "  ROUNDS SETTLED     " WS-PRINT-COUNT
144300         DELIMITED BY SIZE INTO PRINT-RECORD.
144400     WRITE PRINT-RECORD.
144500     MOVE WS-MATCHES-SETTLED TO WS-PRINT-COUNT.
144600     MOVE SPACES TO PRINT-RECORD.
144700     STRING "  MATCHES SETTLED    " WS-PRINT-COUNT
144800         DELIMITED BY SIZE INTO PRINT-RECORD.
144900     WRITE PRINT-RECORD.
145000     MOVE WS-MATCHES-WALKOVER TO WS-PRINT-COUNT.
145100     MOVE SPACES TO PRINT-RECORD.
145200     STRING "    BY WALKOVER      " WS-PRINT-COUNT
145300         DELIMITED BY SIZE INTO PRINT-RECORD.
145400     WRITE PRINT-RECORD.
145500     MOVE WS-MATCHES-VOID TO WS-PRINT-COUNT.
145600     MOVE SPACES TO PRINT-RECORD.
145700     STRING "    VOID             " WS-PRINT-COUNT
145800         DELIMITED BY SIZE INTO PRINT-RECORD.
145900     WRITE PRINT-RECORD.
146000     MOVE WS-MATCHES-WRITTEN TO WS-PRINT-COUNT.
146100     MOVE SPACES TO PRINT-RECORD.
146200     STRING "  BRACKET RECORDS    " WS-PRINT-COUNT
146300         DELIMITED BY SIZE INTO PRINT-RECORD.
146400     WRITE PRINT-RECORD.
146500     CLOSE NEW-KNOCKOUT-FILE.
146600     CLOSE KNOCKOUT-LOG-FILE.
146700     CLOSE PRINT-FILE.
146800 9000-EXIT.
146900     EXIT.
