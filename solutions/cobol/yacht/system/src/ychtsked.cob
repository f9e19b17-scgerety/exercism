000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTSKED.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    WINTER-LEAGUE FIXTURE GENERATOR. BUILDS THE SEASON'S
000900*    HEAD-TO-HEAD FIXTURE FILE (FIXTREC) THAT YCHTMTCH SETTLES,
001000*    SO IT NO LONGER HAS TO BE KEYED BY HAND. THE PLAYERS ARE
001100*    THE CLUB'S ACTIVE FULL MEMBERS ON THE ROSTER MASTER (NO
001200*    GUESTS, NO RETIRED MEMBERS) AND THE NIGHTS ARE THE
001300*    SEASON'S REGULAR NIGHTS ON THE CLUB CALENDAR - MAKE-UP
001375*    NIGHTS ARE SKIPPED, AND SO ARE TOURNAMENT NIGHTS, WHICH
001450*    ARE PLAYED AS A KNOCKOUT (YCHTKNOK), AND INTER-CLUB
001525*    CHALLENGE NIGHTS (YCHTCHAL).
001600*
001700*    THE DRAW IS A ROUND ROBIN BY THE CIRCLE METHOD: THE FIRST
001800*    MEMBER STAYS PUT AND THE REST ROTATE ONE PLACE A NIGHT,
001900*    SO EVERYONE MEETS EVERYONE ONCE IN N-1 NIGHTS (N ROUNDED
002000*    UP TO EVEN). WITH AN ODD NUMBER THE EMPTY PLACE ROTATES
002100*    TOO, SO EACH MEMBER SITS OUT ONCE A CYCLE. A SEASON WITH
002200*    MORE NIGHTS THAN ROUNDS STARTS THE CYCLE AGAIN. HOME AND
002300*    AWAY ALTERNATE: THE SIDE THAT WAS AWAY LAST TIME IS AT
002400*    HOME, AND WHERE BOTH OR NEITHER WERE, THE SIDE WITH FEWER
002500*    HOME FIXTURES SO FAR.
002600*
002700*    REGENERATION. WHEN A MEMBER JOINS OR RETIRES MID-SEASON,
002800*    RUN AGAIN WITH A FROM-DATE ON THE CONTROL RECORD AND THE
002900*    CURRENT FIXTURE FILE AS OLDFIXT. EVERY FIXTURE BEFORE THE
003000*    FROM-DATE IS COPIED THROUGH UNCHANGED AND ONLY THE NIGHTS
003100*    FROM THAT DATE ON ARE DRAWN AFRESH FOR THE CURRENT
003200*    MEMBERSHIP. THE PAIRS WHO HAVE MET LEAST IN THE FIXTURES
003237*    KEPT ARE STILL TO MEET THIS CYCLE; EACH NIGHT LEFT TAKES
003274*    THE ROUND OF THE CIRCLE THAT PLACES MOST OF THEM, THEN ANY
003311*    OTHER SUCH PAIR WHO ARE BOTH FREE, SO A NEW MEMBER MEETS
003348*    EVERYONE BEFORE ANYONE MEETS TWICE. IF THE NIGHTS LEFT
003385*    CANNOT HOLD THEM ALL THE PAIRS NOT PLACED ARE LISTED AND
003422*    THE RUN ENDS WITH RC 4. THE HOME/AWAY ALTERNATION CARRIES
003459*    ON FROM THE KEPT FIXTURES.
003500*
003600*    MODIFICATION HISTORY.
003700*    DATE       INIT DESCRIPTION
003800*    2026-10-15 LOP  ORIGINAL PROGRAM.
003833*    2026-10-15 LOP  READS THE ROSTER MASTER AS AN INDEXED
003866*                    FILE (KEY ROSTKEY), IN MEMBER ID ORDER.
003872*    2026-10-15 LOP  A REGENERATION DRAWS THE NIGHTS LEFT
003878*                    FROM THE PAIRS STILL TO MEET THIS CYCLE,
003884*                    RC 4 IF THEY DO NOT FIT. CHALLENGE NIGHTS
003890*                    ARE SKIPPED WITH MAKE-UP AND TOURNAMENT.
003900****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. GNUCOBOL.
004300 OBJECT-COMPUTER. GNUCOBOL.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT SCHEDULE-CONTROL-FILE ASSIGN TO "SKEDCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-SCHEDULE-CONTROL-STATUS.
004900     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
004960         ORGANIZATION IS INDEXED
005020         ACCESS IS SEQUENTIAL
005080         RECORD KEY IS RK-ROSTER-KEY
005140         FILE STATUS IS WS-ROSTER-STATUS.
005200     SELECT CALENDAR-FILE ASSIGN TO "CALNDR"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CALENDAR-STATUS.
005500     SELECT OLD-FIXTURES-FILE ASSIGN TO "OLDFIXT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-OLD-FIXTURES-STATUS.
005800     SELECT NEW-FIXTURES-FILE ASSIGN TO "NEWFIXT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-NEW-FIXTURES-STATUS.
006100     SELECT PRINT-FILE ASSIGN TO "SKEDRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PRINT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600*
006700*    ONE CONTROL RECORD: THE SEASON TO DRAW, THE CLUB (BLANK
006800*    IS THE HOME CLUB), AND THE FROM-DATE FOR A REGENERATION -
006900*    ZERO DRAWS THE WHOLE SEASON FROM SCRATCH.
007000 FD  SCHEDULE-CONTROL-FILE
007100     RECORDING MODE IS F.
007200 01  SCHEDULE-CONTROL-RECORD.
007300     05  SK-SEASON-ID                PIC X(06).
007400     05  SK-CLUB-CODE                PIC X(03).
007500     05  SK-FROM-DATE                PIC 9(08).
007600 FD  ROSTER-FILE.
007700 01  ROSTER-RECORD.
007800     COPY ROSTKEY.
007900     COPY ROSTMBR.
008000 FD  CALENDAR-FILE
008100     RECORDING MODE IS F.
008200 01  CALENDAR-RECORD.
008300     COPY CALREC.
008400 FD  OLD-FIXTURES-FILE
008500     RECORDING MODE IS F.
008600 01  OLD-FIXTURES-RECORD.
008700     COPY FIXTREC
008800         REPLACING ==FX-NIGHT-DATE== BY ==OF-NIGHT-DATE==
008900             ==FX-BOARD-NO== BY ==OF-BOARD-NO==
009000             ==FX-HOME-ID== BY ==OF-HOME-ID==
009100             ==FX-AWAY-ID== BY ==OF-AWAY-ID==.
009200 FD  NEW-FIXTURES-FILE
009300     RECORDING MODE IS F.
009400 01  NEW-FIXTURES-RECORD.
009500     COPY FIXTREC.
009600 FD  PRINT-FILE
009700     RECORDING MODE IS F.
009800 01  PRINT-RECORD                PIC X(80).
009900 WORKING-STORAGE SECTION.
010000 01  WS-SCHEDULE-CONTROL-STATUS  PIC X(02) VALUE '00'.
010100     88  SCHEDULE-CONTROL-OK                 VALUE '00'.
010200 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
010300     88  ROSTER-OK                           VALUE '00'.
010400 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
010500     88  CALENDAR-OK                         VALUE '00'.
010600 01  WS-OLD-FIXTURES-STATUS      PIC X(02) VALUE '00'.
010700     88  OLD-FIXTURES-OK                     VALUE '00'.
010800 01  WS-NEW-FIXTURES-STATUS      PIC X(02) VALUE '00'.
010900     88  NEW-FIXTURES-OK                     VALUE '00'.
011000 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
011100     88  PRINT-OK                            VALUE '00'.
011200 01  WS-ROSTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
011300     88  NO-MORE-ROSTER                      VALUE 'Y'.
011400 01  WS-CALENDAR-EOF-SWITCH      PIC X(01) VALUE 'N'.
011500     88  NO-MORE-CALENDAR                    VALUE 'Y'.
011600 01  WS-OLD-FIXTURES-EOF-SWITCH  PIC X(01) VALUE 'N'.
011700     88  NO-MORE-OLD-FIXTURES                VALUE 'Y'.
011800 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
011900 01  WS-SELECT-CLUB              PIC X(03) VALUE SPACES.
012000 01  WS-MEMBER-CLUB              PIC X(03) VALUE SPACES.
012100 01  WS-SEASON-ID                PIC X(06) VALUE SPACES.
012200 01  WS-FROM-DATE                PIC 9(08) VALUE 0.
012300 01  WS-REGENERATE-SWITCH        PIC X(01) VALUE 'N'.
012400     88  REGENERATING                        VALUE 'Y'.
012500*
012600*    THE DRAW: THE CLUB'S ACTIVE FULL MEMBERS IN ROSTER
012700*    ORDER, WITH EACH ONE'S LAST VENUE ('H' OR 'A', SPACE
012775*    BEFORE THEIR FIRST FIXTURE), HOME FIXTURES SO FAR AND
012850*    WHETHER THEY ARE ON A BOARD TONIGHT (REGENERATION). A
012925*    FULL TABLE IS A HARD ERROR AND THE RUN ENDS WITH RC 16.
013000 01  WS-PLAYER-TABLE.
013100     05  WS-PLAYER-ENTRY         OCCURS 100 TIMES
013200         INDEXED BY PLYR-IDX.
013300         10  WS-PLAYER-ID        PIC X(10) VALUE SPACES.
013400         10  WS-PLAYER-NAME      PIC X(30) VALUE SPACES.
013500         10  WS-PLAYER-LAST-VENUE PIC X(01) VALUE SPACE.
013600         10  WS-PLAYER-HOMES     PIC 9(03) VALUE 0.
013633         10  WS-PLAYER-TONIGHT   PIC X(01) VALUE 'N'.
013666             88  PLAYER-ON-BOARD             VALUE 'Y'.
013700 01  WS-PLAYER-COUNT             PIC 9(03) COMP VALUE 0.
013800*
013900*    THE CIRCLE: WS-CIRCLE-PLAYER(P) IS THE PLAYER-TABLE ENTRY
014000*    IN PLACE P, ZERO FOR THE EMPTY PLACE THAT MAKES AN ODD
014100*    NUMBER EVEN. PLACE P MEETS PLACE (N + 1 - P).
014200 01  WS-CIRCLE-TABLE.
014300     05  WS-CIRCLE-PLAYER        PIC 9(03) COMP OCCURS 100 TIMES.
014400 01  WS-CIRCLE-SIZE              PIC 9(03) COMP VALUE 0.
014500 01  WS-CIRCLE-SUB               PIC 9(03) COMP VALUE 0.
014600 01  WS-CIRCLE-OPPOSITE          PIC 9(03) COMP VALUE 0.
014700 01  WS-CIRCLE-SAVE              PIC 9(03) COMP VALUE 0.
014800 01  WS-PAIRS-PER-ROUND          PIC 9(03) COMP VALUE 0.
014900 01  WS-ROUNDS-PER-CYCLE         PIC 9(03) COMP VALUE 0.
015000 01  WS-ROUND-IN-CYCLE           PIC 9(03) COMP VALUE 0.
015100 01  WS-CYCLE-NO                 PIC 9(03) COMP VALUE 1.
015200 01  WS-ROUND-PARITY             PIC 9(01) COMP VALUE 0.
015300*
015400*    THE SEASON'S REGULAR NIGHTS, IN DATE ORDER.
015500 01  WS-NIGHT-TABLE.
015600     05  WS-NIGHT-ENTRY          OCCURS 60 TIMES
015700         INDEXED BY NIGHT-IDX, SRT-IDX, SRT-BEST.
015800         10  WS-NIGHT-DATE       PIC 9(08) VALUE 0.
015900         10  WS-NIGHT-WEEK-NO    PIC 9(02) VALUE 0.
016000 01  WS-NIGHT-COUNT              PIC 9(03) COMP VALUE 0.
016100 01  WS-NIGHTS-TO-DRAW           PIC 9(03) COMP VALUE 0.
016200 01  WS-NIGHT-ENTRY-SWAP.
016300     05  WS-SWAP-DATE            PIC 9(08) VALUE 0.
016400     05  WS-SWAP-WEEK-NO         PIC 9(02) VALUE 0.
016500 01  WS-NIGHTS-SKIPPED           PIC 9(03) COMP VALUE 0.
016600*
016700*    FIXTURES KEPT FROM THE OLD FILE ON A REGENERATION - THE
016800*    NIGHTS ALREADY PLAYED. A FULL TABLE IS A HARD ERROR (RC 16).
016900 01  WS-KEPT-TABLE.
017000     05  WS-KEPT-ENTRY           OCCURS 2000 TIMES
017100         INDEXED BY KEPT-IDX.
017200         10  WS-KEPT-DATE        PIC 9(08) VALUE 0.
017300         10  WS-KEPT-BOARD-NO    PIC 9(02) VALUE 0.
017400         10  WS-KEPT-HOME-ID     PIC X(10) VALUE SPACES.
017500         10  WS-KEPT-AWAY-ID     PIC X(10) VALUE SPACES.
017600 01  WS-KEPT-COUNT               PIC 9(04) COMP VALUE 0.
017700 01  WS-KEPT-SUB                 PIC 9(04) COMP VALUE 0.
017705*
017710*    ON A REGENERATION, EVERY PAIR OF MEMBERS IN THE DRAW (100
017715*    MEMBERS MAKE 4950 PAIRS) WITH HOW OFTEN THEY MET IN THE
017720*    FIXTURES KEPT AND WHETHER THEY ARE STILL TO MEET ('U') OR
017725*    HAVE MET ('M') THIS CYCLE.
017730 01  WS-PAIR-TABLE.
017735     05  WS-PAIR-ENTRY           OCCURS 4950 TIMES.
017740         10  WS-PAIR-SIDE-A      PIC 9(03) COMP VALUE 0.
017745         10  WS-PAIR-SIDE-B      PIC 9(03) COMP VALUE 0.
017750         10  WS-PAIR-MEETINGS    PIC 9(03) COMP VALUE 0.
017755         10  WS-PAIR-STATE       PIC X(01) VALUE SPACE.
017760             88  PAIR-TO-MEET                VALUE 'U'.
017765 01  WS-PAIR-COUNT               PIC 9(04) COMP VALUE 0.
017770 01  WS-PAIR-SUB                 PIC 9(04) COMP VALUE 0.
017775 01  WS-PAIR-LOW                 PIC 9(03) COMP VALUE 0.
017780 01  WS-PAIR-HIGH                PIC 9(03) COMP VALUE 0.
017785 01  WS-PAIRS-TO-MEET            PIC 9(04) COMP VALUE 0.
017790 01  WS-FEWEST-MEETINGS          PIC 9(03) COMP VALUE 0.
017795 01  WS-CYCLE-WRAPPED-SWITCH     PIC X(01) VALUE 'N'.
017800     88  CYCLE-WRAPPED                       VALUE 'Y'.
017805*
017810*    ONE ROUND OF THE CIRCLE, WORKED OUT FROM THE CIRCLE AS
017815*    SET UP, FOR THE REGENERATION DRAW.
017820 01  WS-ROUND-TABLE.
017825     05  WS-ROUND-PLAYER         PIC 9(03) COMP OCCURS 100 TIMES.
017830 01  WS-ROUND-NO                 PIC 9(03) COMP VALUE 0.
017835 01  WS-ROUND-WORK               PIC 9(03) COMP VALUE 0.
017840 01  WS-ROUND-FROM               PIC 9(03) COMP VALUE 0.
017845 01  WS-ROUND-PAIRS              PIC 9(03) COMP VALUE 0.
017850 01  WS-BEST-ROUND               PIC 9(03) COMP VALUE 0.
017855 01  WS-BEST-ROUND-PAIRS         PIC 9(03) COMP VALUE 0.
017860 01  WS-PLACE-SWITCH             PIC X(01) VALUE 'N'.
017865     88  PLACING-PAIRS                       VALUE 'Y'.
017900*
018000*    ONE PAIRING'S WORK AREAS. HOME AND AWAY ARE PLAYER-TABLE
018100*    SUBSCRIPTS.
018200 01  WS-SIDE-A                   PIC 9(03) COMP VALUE 0.
018300 01  WS-SIDE-B                   PIC 9(03) COMP VALUE 0.
018400 01  WS-HOME-SUB                 PIC 9(03) COMP VALUE 0.
018500 01  WS-AWAY-SUB                 PIC 9(03) COMP VALUE 0.
018600 01  WS-BOARD-NO                 PIC 9(02) VALUE 0.
018700 01  WS-LOOKUP-ID                PIC X(10) VALUE SPACES.
018800 01  WS-LOOKUP-NAME              PIC X(30) VALUE SPACES.
019000*
019100*    CONTROL COUNTS FOR THE CARD FOOT.
019200 01  WS-FIXTURES-KEPT            PIC 9(05) COMP VALUE 0.
019300 01  WS-FIXTURES-WRITTEN         PIC 9(05) COMP VALUE 0.
019400 01  WS-BYES-GIVEN               PIC 9(05) COMP VALUE 0.
019500 01  WS-PAIRS-ALREADY-MET        PIC 9(05) COMP VALUE 0.
019600 01  WS-NIGHTS-DRAWN             PIC 9(03) COMP VALUE 0.
019625 01  WS-PAIRS-UNPLACED           PIC 9(05) COMP VALUE 0.
019650 01  WS-WARNING-SWITCH           PIC X(01) VALUE 'N'.
019675     88  RUN-WARNED                          VALUE 'Y'.
019700*
019800*    PRINT WORK AREAS.
019900 01  WS-PRINT-COUNT              PIC ZZZZ9.
020000 01  WS-PRINT-COUNT-2            PIC ZZZZ9.
020100 01  WS-PRINT-BOARD              PIC 99.
020200 01  WS-PRINT-HOME-NAME          PIC X(20) VALUE SPACES.
020300 01  WS-PRINT-AWAY-NAME          PIC X(20) VALUE SPACES.
020400 PROCEDURE DIVISION.
020500 0000-MAINLINE.
020600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020700     PERFORM 1500-LOAD-MEMBERS THRU 1500-EXIT.
020800     PERFORM 1600-LOAD-NIGHTS THRU 1600-EXIT.
020900     IF REGENERATING
021000         PERFORM 1700-LOAD-KEPT-FIXTURES THRU 1700-EXIT
021100     END-IF.
021200     PERFORM 2000-SET-UP-CIRCLE THRU 2000-EXIT.
021225     IF REGENERATING
021250         PERFORM 1800-BUILD-PAIRS THRU 1800-EXIT
021275     END-IF.
021300     PERFORM 3000-DRAW-ONE-NIGHT THRU 3000-EXIT
021400         VARYING NIGHT-IDX FROM 1 BY 1
021500         UNTIL NIGHT-IDX > WS-NIGHT-COUNT.
021525     IF REGENERATING
021550         PERFORM 3700-CHECK-PAIRS-PLACED THRU 3700-EXIT
021575     END-IF.
021600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021700     STOP RUN.
021800*----------------------------------------------------------*
021900* 1000-INITIALIZE - READ THE CONTROL RECORD AND OPEN THE
022000* OUTPUT FILES.
022100*----------------------------------------------------------*
022200 1000-INITIALIZE.
022300     OPEN INPUT SCHEDULE-CONTROL-FILE.
022400     IF NOT SCHEDULE-CONTROL-OK
022500         DISPLAY "YCHTSKED: NO SKEDCTL CONTROL FILE, STATUS "
022600             WS-SCHEDULE-CONTROL-STATUS ", RUN ABANDONED"
022700         MOVE 16 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
023000     READ SCHEDULE-CONTROL-FILE
023100         AT END
023200             DISPLAY "YCHTSKED: SKEDCTL EMPTY, RUN ABANDONED"
023300             MOVE 16 TO RETURN-CODE
023400             STOP RUN
023500     END-READ.
023600     CLOSE SCHEDULE-CONTROL-FILE.
023700     IF SK-SEASON-ID = SPACES
023800         DISPLAY "YCHTSKED: NO SEASON ON SKEDCTL, RUN ABANDONED"
023900         MOVE 16 TO RETURN-CODE
024000         STOP RUN
024100     END-IF.
024200     MOVE SK-SEASON-ID TO WS-SEASON-ID.
024300     MOVE SK-CLUB-CODE TO WS-SELECT-CLUB.
024400     IF WS-SELECT-CLUB = SPACES
024500         MOVE WS-HOME-CLUB TO WS-SELECT-CLUB
024600     END-IF.
024700     IF SK-FROM-DATE IS NUMERIC AND SK-FROM-DATE > 0
024800         MOVE SK-FROM-DATE TO WS-FROM-DATE
024900         MOVE 'Y' TO WS-REGENERATE-SWITCH
025000     END-IF.
025100     OPEN OUTPUT NEW-FIXTURES-FILE.
025200     IF NOT NEW-FIXTURES-OK
025300         DISPLAY "YCHTSKED: UNABLE TO OPEN NEWFIXT, STATUS "
025400             WS-NEW-FIXTURES-STATUS ", RUN ABANDONED"
025500         MOVE 16 TO RETURN-CODE
025600         STOP RUN
025700     END-IF.
025800     OPEN OUTPUT PRINT-FILE.
025900     IF NOT PRINT-OK
026000         DISPLAY "YCHTSKED: UNABLE TO OPEN SKEDRPT, STATUS "
026100             WS-PRINT-STATUS ", RUN ABANDONED"
026200         MOVE 16 TO RETURN-CODE
026300         STOP RUN
026400     END-IF.
026500     MOVE SPACES TO PRINT-RECORD.
026600     MOVE "THURSDAY NIGHT YACHT CLUB - SEASON FIXTURE CARD"
026700         TO PRINT-RECORD.
026800     WRITE PRINT-RECORD.
026900     MOVE SPACES TO PRINT-RECORD.
027000     IF REGENERATING
027100         STRING "SEASON " WS-SEASON-ID "  CLUB " WS-SELECT-CLUB
027200             "  REDRAWN FROM " WS-FROM-DATE
027300             DELIMITED BY SIZE INTO PRINT-RECORD
027400     ELSE
027500         STRING "SEASON " WS-SEASON-ID "  CLUB " WS-SELECT-CLUB
027600             DELIMITED BY SIZE INTO PRINT-RECORD
027700     END-IF.
027800     WRITE PRINT-RECORD.
027900     MOVE SPACES TO PRINT-RECORD.
028000     WRITE PRINT-RECORD.
028100 1000-EXIT.
028200     EXIT.
028300*----------------------------------------------------------*
028400* 1500-LOAD-MEMBERS - THE CLUB'S ACTIVE FULL MEMBERS. A
028500* BLANK CLUB CODE ON THE ROSTER READS AS THE HOME CLUB.
028600*----------------------------------------------------------*
028700 1500-LOAD-MEMBERS.
028800     OPEN INPUT ROSTER-FILE.
028900     IF NOT ROSTER-OK
029000         DISPLAY "YCHTSKED: UNABLE TO OPEN ROSTER, STATUS "
029100             WS-ROSTER-STATUS ", RUN ABANDONED"
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF.
029500     PERFORM 1510-LOAD-ONE-MEMBER THRU 1510-EXIT
029600         UNTIL NO-MORE-ROSTER.
029700     CLOSE ROSTER-FILE.
029800     IF WS-PLAYER-COUNT < 2
029900         DISPLAY "YCHTSKED: " WS-PLAYER-COUNT " ACTIVE MEMBER(S) "
030000             "FOR " WS-SELECT-CLUB ", NO FIXTURES POSSIBLE, "
030100             "RUN ABANDONED"
030200         MOVE 16 TO RETURN-CODE
030300         STOP RUN
030400     END-IF.
030500 1500-EXIT.
030600     EXIT.
030700 1510-LOAD-ONE-MEMBER.
030800     READ ROSTER-FILE
030900         AT END
031000             MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
031100             GO TO 1510-EXIT
031200     END-READ.
031300     MOVE MB-CLUB-CODE TO WS-MEMBER-CLUB.
031400     IF WS-MEMBER-CLUB = SPACES
031500         MOVE WS-HOME-CLUB TO WS-MEMBER-CLUB
031600     END-IF.
031700     IF NOT MB-MEMBER-ACTIVE OR NOT MB-FULL-MEMBER
031800         OR WS-MEMBER-CLUB NOT = WS-SELECT-CLUB
031900         GO TO 1510-EXIT
032000     END-IF.
032100     IF WS-PLAYER-COUNT >= 100
032200         DISPLAY "YCHTSKED: MEMBER TABLE FULL AT "
032300             MB-MEMBER-ID ", RUN ABANDONED"
032400         MOVE 16 TO RETURN-CODE
032500         STOP RUN
032600     END-IF.
032700     ADD 1 TO WS-PLAYER-COUNT.
032800     MOVE MB-MEMBER-ID TO WS-PLAYER-ID(WS-PLAYER-COUNT).
032900     MOVE MB-MEMBER-NAME TO WS-PLAYER-NAME(WS-PLAYER-COUNT).
033000 1510-EXIT.
033100     EXIT.
033200*----------------------------------------------------------*
033300* 1600-LOAD-NIGHTS - THE SEASON'S REGULAR NIGHTS, SORTED
033400* INTO DATE ORDER. MAKE-UP, TOURNAMENT AND CHALLENGE NIGHTS
033500* ARE LEFT OFF THE CARD.
033600*----------------------------------------------------------*
033700 1600-LOAD-NIGHTS.
033800     OPEN INPUT CALENDAR-FILE.
033900     IF NOT CALENDAR-OK
034000         DISPLAY "YCHTSKED: UNABLE TO OPEN CALNDR, STATUS "
034100             WS-CALENDAR-STATUS ", RUN ABANDONED"
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN
034400     END-IF.
034500     PERFORM 1610-LOAD-ONE-NIGHT THRU 1610-EXIT
034600         UNTIL NO-MORE-CALENDAR.
034700     CLOSE CALENDAR-FILE.
034800     IF WS-NIGHT-COUNT = 0
034900         DISPLAY "YCHTSKED: NO REGULAR NIGHTS FOR SEASON "
035000             WS-SEASON-ID " ON THE CALENDAR, RUN ABANDONED"
035100         MOVE 16 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400     IF WS-NIGHT-COUNT > 1
035500         PERFORM 1620-SORT-ONE-PASS THRU 1620-EXIT
035600             VARYING SRT-IDX FROM 1 BY 1
035700             UNTIL SRT-IDX >= WS-NIGHT-COUNT
035800     END-IF.
035900 1600-EXIT.
036000     EXIT.
036100 1610-LOAD-ONE-NIGHT.
036200     READ CALENDAR-FILE
036300         AT END
036400             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
036500             GO TO 1610-EXIT
036600     END-READ.
036700     IF CL-SEASON-ID NOT = WS-SEASON-ID
036800         GO TO 1610-EXIT
036900     END-IF.
037000     IF NOT CL-REGULAR-NIGHT
037100         ADD 1 TO WS-NIGHTS-SKIPPED
037200         GO TO 1610-EXIT
037300     END-IF.
037400     IF WS-NIGHT-COUNT >= 60
037500         DISPLAY "YCHTSKED: NIGHT TABLE FULL AT "
037600             CL-NIGHT-DATE ", RUN ABANDONED"
037700         MOVE 16 TO RETURN-CODE
037800         STOP RUN
037900     END-IF.
038000     ADD 1 TO WS-NIGHT-COUNT.
038100     MOVE CL-NIGHT-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT).
038200     MOVE CL-WEEK-NO TO WS-NIGHT-WEEK-NO(WS-NIGHT-COUNT).
038300     IF CL-NIGHT-DATE >= WS-FROM-DATE
038400         ADD 1 TO WS-NIGHTS-TO-DRAW
038500     END-IF.
038600 1610-EXIT.
038700     EXIT.
038800 1620-SORT-ONE-PASS.
038900     SET SRT-BEST TO SRT-IDX.
039000     PERFORM 1630-SORT-COMPARE THRU 1630-EXIT
039100         VARYING NIGHT-IDX FROM SRT-IDX BY 1
039200         UNTIL NIGHT-IDX > WS-NIGHT-COUNT.
039300     IF SRT-BEST NOT = SRT-IDX
039400         MOVE WS-NIGHT-ENTRY(SRT-IDX) TO WS-NIGHT-ENTRY-SWAP
039500         MOVE WS-NIGHT-ENTRY(SRT-BEST) TO WS-NIGHT-ENTRY(SRT-IDX)
039600         MOVE WS-NIGHT-ENTRY-SWAP TO WS-NIGHT-ENTRY(SRT-BEST)
039700     END-IF.
039800 1620-EXIT.
039900     EXIT.
040000 1630-SORT-COMPARE.
040100     IF WS-NIGHT-DATE(NIGHT-IDX) < WS-NIGHT-DATE(SRT-BEST)
040200         SET SRT-BEST TO NIGHT-IDX
040300     END-IF.
040400 1630-EXIT.
040500     EXIT.
040600*----------------------------------------------------------*
040700* 1700-LOAD-KEPT-FIXTURES - ON A REGENERATION, COPY EVERY
040800* FIXTURE DATED BEFORE THE FROM-DATE STRAIGHT THROUGH AND
040900* HOLD IT FOR THE CARD, THE ALREADY-MET CHECK AND THE
041000* HOME/AWAY CARRY-OVER. LATER FIXTURES ARE DROPPED AND
041100* DRAWN AGAIN.
041200*----------------------------------------------------------*
041300 1700-LOAD-KEPT-FIXTURES.
041400     OPEN INPUT OLD-FIXTURES-FILE.
041500     IF NOT OLD-FIXTURES-OK
041600         DISPLAY "YCHTSKED: UNABLE TO OPEN OLDFIXT, STATUS "
041700             WS-OLD-FIXTURES-STATUS ", RUN ABANDONED"
041800         MOVE 16 TO RETURN-CODE
041900         STOP RUN
042000     END-IF.
042100     PERFORM 1710-LOAD-ONE-FIXTURE THRU 1710-EXIT
042200         UNTIL NO-MORE-OLD-FIXTURES.
042300     CLOSE OLD-FIXTURES-FILE.
042400 1700-EXIT.
042500     EXIT.
042600 1710-LOAD-ONE-FIXTURE.
042700     READ OLD-FIXTURES-FILE
042800         AT END
042900             MOVE 'Y' TO WS-OLD-FIXTURES-EOF-SWITCH
043000             GO TO 1710-EXIT
043100     END-READ.
043200     IF OF-NIGHT-DATE >= WS-FROM-DATE
043300         GO TO 1710-EXIT
043400     END-IF.
043500     IF WS-KEPT-COUNT >= 2000
043600         DISPLAY "YCHTSKED: KEPT-FIXTURE TABLE FULL AT "
043700             OF-NIGHT-DATE ", RUN ABANDONED"
043800         MOVE 16 TO RETURN-CODE
043900         STOP RUN
044000     END-IF.
044100     ADD 1 TO WS-KEPT-COUNT.
044200     MOVE OF-NIGHT-DATE TO WS-KEPT-DATE(WS-KEPT-COUNT).
044300     MOVE OF-BOARD-NO TO WS-KEPT-BOARD-NO(WS-KEPT-COUNT).
044400     MOVE OF-HOME-ID TO WS-KEPT-HOME-ID(WS-KEPT-COUNT).
044500     MOVE OF-AWAY-ID TO WS-KEPT-AWAY-ID(WS-KEPT-COUNT).
044600     MOVE OLD-FIXTURES-RECORD TO NEW-FIXTURES-RECORD.
044700     WRITE NEW-FIXTURES-RECORD.
044800     ADD 1 TO WS-FIXTURES-KEPT.
044900     MOVE OF-HOME-ID TO WS-LOOKUP-ID.
045000     PERFORM 6100-FIND-PLAYER THRU 6100-EXIT.
045100     IF WS-SIDE-A > 0
045200         MOVE 'H' TO WS-PLAYER-LAST-VENUE(WS-SIDE-A)
045300         ADD 1 TO WS-PLAYER-HOMES(WS-SIDE-A)
045400     END-IF.
045500     MOVE OF-AWAY-ID TO WS-LOOKUP-ID.
045600     PERFORM 6100-FIND-PLAYER THRU 6100-EXIT.
045700     IF WS-SIDE-A > 0
045800         MOVE 'A' TO WS-PLAYER-LAST-VENUE(WS-SIDE-A)
045900     END-IF.
046000 1710-EXIT.
046100     EXIT.
046200*----------------------------------------------------------*
046231* 1800-BUILD-PAIRS - ON A REGENERATION, EVERY PAIR OF MEMBERS
046262* IN THE DRAW AND HOW OFTEN THEY MET IN THE FIXTURES KEPT.
046293* THE PAIRS WHO HAVE MET LEAST ARE STILL TO MEET THIS CYCLE,
046324* AND THE NIGHTS FROM THE FROM-DATE ARE DRAWN FROM THEM.
046355*----------------------------------------------------------*
046386 1800-BUILD-PAIRS.
046417     PERFORM 1810-PAIR-ONE-MEMBER THRU 1810-EXIT
046448         VARYING WS-SIDE-A FROM 1 BY 1
046479         UNTIL WS-SIDE-A >= WS-PLAYER-COUNT.
046510     PERFORM 1830-COUNT-ONE-KEPT THRU 1830-EXIT
046541         VARYING WS-KEPT-SUB FROM 1 BY 1
046572         UNTIL WS-KEPT-SUB > WS-KEPT-COUNT.
046603     MOVE 999 TO WS-FEWEST-MEETINGS.
046634     PERFORM 1840-CHECK-ONE-PAIR THRU 1840-EXIT
046665         VARYING WS-PAIR-SUB FROM 1 BY 1
046696         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
046727     MOVE 0 TO WS-PAIRS-TO-MEET.
046758     PERFORM 1850-MARK-ONE-PAIR THRU 1850-EXIT
046789         VARYING WS-PAIR-SUB FROM 1 BY 1
046820         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
046851     COMPUTE WS-PAIRS-ALREADY-MET = WS-PAIR-COUNT
046882         - WS-PAIRS-TO-MEET.
046913     COMPUTE WS-CYCLE-NO = WS-FEWEST-MEETINGS + 1.
046944 1800-EXIT.
046975     EXIT.
047006 1810-PAIR-ONE-MEMBER.
047037     PERFORM 1820-ADD-ONE-PAIR THRU 1820-EXIT
047068         VARYING WS-SIDE-B FROM WS-SIDE-A BY 1
047099         UNTIL WS-SIDE-B > WS-PLAYER-COUNT.
047130 1810-EXIT.
047161     EXIT.
047192 1820-ADD-ONE-PAIR.
047223     IF WS-SIDE-B = WS-SIDE-A
047254         GO TO 1820-EXIT
047285     END-IF.
047316     ADD 1 TO WS-PAIR-COUNT.
047347     MOVE WS-SIDE-A TO WS-PAIR-SIDE-A(WS-PAIR-COUNT).
047378     MOVE WS-SIDE-B TO WS-PAIR-SIDE-B(WS-PAIR-COUNT).
047409 1820-EXIT.
047440     EXIT.
047471 1830-COUNT-ONE-KEPT.
047502     MOVE WS-KEPT-HOME-ID(WS-KEPT-SUB) TO WS-LOOKUP-ID.
047533     PERFORM 6100-FIND-PLAYER THRU 6100-EXIT.
047564     MOVE WS-SIDE-A TO WS-SIDE-B.
047595     MOVE WS-KEPT-AWAY-ID(WS-KEPT-SUB) TO WS-LOOKUP-ID.
047626     PERFORM 6100-FIND-PLAYER THRU 6100-EXIT.
047657     IF WS-SIDE-A = 0 OR WS-SIDE-B = 0
047688         OR WS-SIDE-A = WS-SIDE-B
047719         GO TO 1830-EXIT
047750     END-IF.
047781     PERFORM 3660-FIND-PAIR THRU 3660-EXIT.
047812     ADD 1 TO WS-PAIR-MEETINGS(WS-PAIR-SUB).
047843 1830-EXIT.
047874     EXIT.
047905 1840-CHECK-ONE-PAIR.
047936     IF WS-PAIR-MEETINGS(WS-PAIR-SUB) < WS-FEWEST-MEETINGS
047967         MOVE WS-PAIR-MEETINGS(WS-PAIR-SUB) TO WS-FEWEST-MEETINGS
047998     END-IF.
048029 1840-EXIT.
048060     EXIT.
048091 1850-MARK-ONE-PAIR.
048122     IF WS-PAIR-MEETINGS(WS-PAIR-SUB) = WS-FEWEST-MEETINGS
048153         MOVE 'U' TO WS-PAIR-STATE(WS-PAIR-SUB)
048184         ADD 1 TO WS-PAIRS-TO-MEET
048215     ELSE
048246         MOVE 'M' TO WS-PAIR-STATE(WS-PAIR-SUB)
048277     END-IF.
048308 1850-EXIT.
048339     EXIT.
048370*----------------------------------------------------------*
048401* 2000-SET-UP-CIRCLE - PLACE THE MEMBERS ROUND THE CIRCLE,
048432* WITH AN EMPTY PLACE WHEN THE NUMBER IS ODD.
048463*----------------------------------------------------------*
048494 2000-SET-UP-CIRCLE.
048525     MOVE WS-PLAYER-COUNT TO WS-CIRCLE-SIZE.
048556     PERFORM 2100-PLACE-ONE-MEMBER THRU 2100-EXIT
048587         VARYING WS-CIRCLE-SUB FROM 1 BY 1
048618         UNTIL WS-CIRCLE-SUB > WS-PLAYER-COUNT.
048649     DIVIDE WS-PLAYER-COUNT BY 2 GIVING WS-PAIRS-PER-ROUND
048680         REMAINDER WS-CIRCLE-SAVE.
048711     IF WS-CIRCLE-SAVE NOT = 0
048742         ADD 1 TO WS-CIRCLE-SIZE
048773         MOVE 0 TO WS-CIRCLE-PLAYER(WS-CIRCLE-SIZE)
048804         ADD 1 TO WS-PAIRS-PER-ROUND
048835     END-IF.
048866     COMPUTE WS-ROUNDS-PER-CYCLE = WS-CIRCLE-SIZE - 1.
048897     MOVE 0 TO WS-ROUND-IN-CYCLE.
048928     MOVE 1 TO WS-CYCLE-NO.
048959     IF NOT REGENERATING
048990         AND WS-NIGHTS-TO-DRAW < WS-ROUNDS-PER-CYCLE
049021         MOVE WS-NIGHTS-TO-DRAW TO WS-PRINT-COUNT
049052         MOVE WS-ROUNDS-PER-CYCLE TO WS-PRINT-COUNT-2
049083         DISPLAY "YCHTSKED: ONLY" WS-PRINT-COUNT " NIGHTS TO DRAW"
049114             " FOR A" WS-PRINT-COUNT-2 "-ROUND CYCLE - NOT"
049145             " EVERYONE WILL MEET"
049176     END-IF.
049207 2000-EXIT.
049238     EXIT.
049269 2100-PLACE-ONE-MEMBER.
049300     MOVE WS-CIRCLE-SUB TO WS-CIRCLE-PLAYER(WS-CIRCLE-SUB).
049331 2100-EXIT.
049362     EXIT.
049400*----------------------------------------------------------*
049500* 3000-DRAW-ONE-NIGHT - ONE NIGHT OF THE CARD. A NIGHT
049560* BEFORE THE FROM-DATE PRINTS THE FIXTURES KEPT. ON A
049620* REGENERATION THE OTHERS ARE DRAWN FROM THE PAIRS STILL TO
049680* MEET (3600); ON A FULL DRAW EACH TAKES THE NEXT ROUND OF THE
049740* CIRCLE AND THEN TURNS IT.
049800*----------------------------------------------------------*
049900 3000-DRAW-ONE-NIGHT.
050000     MOVE SPACES TO PRINT-RECORD.
050100     IF WS-NIGHT-DATE(NIGHT-IDX) < WS-FROM-DATE
050200         STRING "WEEK " WS-NIGHT-WEEK-NO(NIGHT-IDX)
050300             "  " WS-NIGHT-DATE(NIGHT-IDX)
050400             "  (PLAYED - UNCHANGED)"
050500             DELIMITED BY SIZE INTO PRINT-RECORD
050600         WRITE PRINT-RECORD
050700         PERFORM 3900-PRINT-KEPT-FIXTURE THRU 3900-EXIT
050800             VARYING WS-KEPT-SUB FROM 1 BY 1
050900             UNTIL WS-KEPT-SUB > WS-KEPT-COUNT
051000         GO TO 3000-NEXT
051100     END-IF.
051200     STRING "WEEK " WS-NIGHT-WEEK-NO(NIGHT-IDX)
051300         "  " WS-NIGHT-DATE(NIGHT-IDX)
051400         DELIMITED BY SIZE INTO PRINT-RECORD.
051500     WRITE PRINT-RECORD.
051600     ADD 1 TO WS-NIGHTS-DRAWN.
051700     MOVE 0 TO WS-BOARD-NO.
051720     IF REGENERATING
051740         PERFORM 3600-DRAW-FROM-PAIRS THRU 3600-EXIT
051760         GO TO 3000-NEXT
051780     END-IF.
051800     PERFORM 3100-DRAW-ONE-PAIR THRU 3100-EXIT
051900         VARYING WS-CIRCLE-SUB FROM 1 BY 1
052000         UNTIL WS-CIRCLE-SUB > WS-PAIRS-PER-ROUND.
052100     IF WS-BOARD-NO = 0
052200         MOVE SPACES TO PRINT-RECORD
052300         MOVE "  NO FIXTURES - EVERY PAIR ALREADY MET THIS CYCLE"
052400             TO PRINT-RECORD
052500         WRITE PRINT-RECORD
052600     END-IF.
052700     PERFORM 3500-TURN-CIRCLE THRU 3500-EXIT.
052800 3000-NEXT.
052900     MOVE SPACES TO PRINT-RECORD.
053000     WRITE PRINT-RECORD.
053100 3000-EXIT.
053200     EXIT.
053300*----------------------------------------------------------*
053400* 3100-DRAW-ONE-PAIR - PLACE P AGAINST PLACE (N + 1 - P). THE
053500* EMPTY PLACE GIVES THE OTHER SIDE A BYE.
053700*----------------------------------------------------------*
053800 3100-DRAW-ONE-PAIR.
053900     COMPUTE WS-CIRCLE-OPPOSITE =
054000         WS-CIRCLE-SIZE + 1 - WS-CIRCLE-SUB.
054100     MOVE WS-CIRCLE-PLAYER(WS-CIRCLE-SUB) TO WS-SIDE-A.
054200     MOVE WS-CIRCLE-PLAYER(WS-CIRCLE-OPPOSITE) TO WS-SIDE-B.
054300     IF WS-SIDE-A = 0 OR WS-SIDE-B = 0
054400         ADD 1 TO WS-BYES-GIVEN
054500         IF WS-SIDE-A = 0
054600             MOVE WS-SIDE-B TO WS-SIDE-A
054700         END-IF
054800         MOVE SPACES TO PRINT-RECORD
054900         STRING "  BYE       " WS-PLAYER-ID(WS-SIDE-A)
055000             " " WS-PLAYER-NAME(WS-SIDE-A)
055100             DELIMITED BY SIZE INTO PRINT-RECORD
055200         WRITE PRINT-RECORD
055300         GO TO 3100-EXIT
055400     END-IF.
055500     PERFORM 3150-WRITE-FIXTURE THRU 3150-EXIT.
055600 3100-EXIT.
055700     EXIT.
055800*----------------------------------------------------------*
055900* 3150-WRITE-FIXTURE - SIDES A AND B MEET TONIGHT: SETTLE
056000* HOME AND AWAY, WRITE THE FIXTURE AND PRINT THE BOARD.
056100*----------------------------------------------------------*
056200 3150-WRITE-FIXTURE.
056300     PERFORM 3300-CHOOSE-HOME-SIDE THRU 3300-EXIT.
056400     ADD 1 TO WS-BOARD-NO.
056500     MOVE WS-NIGHT-DATE(NIGHT-IDX) TO FX-NIGHT-DATE.
056600     MOVE WS-BOARD-NO TO FX-BOARD-NO.
056700     MOVE WS-PLAYER-ID(WS-HOME-SUB) TO FX-HOME-ID.
056800     MOVE WS-PLAYER-ID(WS-AWAY-SUB) TO FX-AWAY-ID.
056900     WRITE NEW-FIXTURES-RECORD.
057000     ADD 1 TO WS-FIXTURES-WRITTEN.
057100     MOVE 'H' TO WS-PLAYER-LAST-VENUE(WS-HOME-SUB).
057200     ADD 1 TO WS-PLAYER-HOMES(WS-HOME-SUB).
057300     MOVE 'A' TO WS-PLAYER-LAST-VENUE(WS-AWAY-SUB).
057400     MOVE WS-BOARD-NO TO WS-PRINT-BOARD.
057500     MOVE WS-PLAYER-NAME(WS-HOME-SUB) TO WS-PRINT-HOME-NAME.
057600     MOVE WS-PLAYER-NAME(WS-AWAY-SUB) TO WS-PRINT-AWAY-NAME.
057700     MOVE SPACES TO PRINT-RECORD.
057800     STRING "  BOARD " WS-PRINT-BOARD
057900         "  " WS-PLAYER-ID(WS-HOME-SUB) " " WS-PRINT-HOME-NAME
058000         " V " WS-PLAYER-ID(WS-AWAY-SUB) " " WS-PRINT-AWAY-NAME
058100         DELIMITED BY SIZE INTO PRINT-RECORD.
058200     WRITE PRINT-RECORD.
058300 3150-EXIT.
058400     EXIT.
060600*----------------------------------------------------------*
060700* 3300-CHOOSE-HOME-SIDE - THE SIDE THAT WAS AWAY LAST TIME
060800* IS AT HOME (OR, PUT THE OTHER WAY, THE SIDE THAT WAS AT
060900* HOME GOES AWAY); OTHERWISE FEWER HOME FIXTURES SO FAR, AND
061000* ON A DEAD LEVEL THE CIRCLE'S FIXED SIDE ON ODD ROUNDS.
061100*----------------------------------------------------------*
061200 3300-CHOOSE-HOME-SIDE.
061300     EVALUATE TRUE
061400         WHEN WS-PLAYER-LAST-VENUE(WS-SIDE-A) = 'A'
061500             AND WS-PLAYER-LAST-VENUE(WS-SIDE-B) NOT = 'A'
061600             MOVE WS-SIDE-A TO WS-HOME-SUB
061700         WHEN WS-PLAYER-LAST-VENUE(WS-SIDE-B) = 'A'
061800             AND WS-PLAYER-LAST-VENUE(WS-SIDE-A) NOT = 'A'
061900             MOVE WS-SIDE-B TO WS-HOME-SUB
062000         WHEN WS-PLAYER-LAST-VENUE(WS-SIDE-A) = 'H'
062100             AND WS-PLAYER-LAST-VENUE(WS-SIDE-B) NOT = 'H'
062200             MOVE WS-SIDE-B TO WS-HOME-SUB
062300         WHEN WS-PLAYER-LAST-VENUE(WS-SIDE-B) = 'H'
062400             AND WS-PLAYER-LAST-VENUE(WS-SIDE-A) NOT = 'H'
062500             MOVE WS-SIDE-A TO WS-HOME-SUB
062600         WHEN WS-PLAYER-HOMES(WS-SIDE-A)
062700             < WS-PLAYER-HOMES(WS-SIDE-B)
062800             MOVE WS-SIDE-A TO WS-HOME-SUB
062900         WHEN WS-PLAYER-HOMES(WS-SIDE-B)
063000             < WS-PLAYER-HOMES(WS-SIDE-A)
063100             MOVE WS-SIDE-B TO WS-HOME-SUB
063200         WHEN OTHER
063300             DIVIDE WS-NIGHTS-DRAWN BY 2 GIVING WS-CIRCLE-SAVE
063400                 REMAINDER WS-ROUND-PARITY
063500             IF WS-ROUND-PARITY = 1
063600                 MOVE WS-SIDE-A TO WS-HOME-SUB
063700             ELSE
063800                 MOVE WS-SIDE-B TO WS-HOME-SUB
063900             END-IF
064000     END-EVALUATE.
064100     IF WS-HOME-SUB = WS-SIDE-A
064200         MOVE WS-SIDE-B TO WS-AWAY-SUB
064300     ELSE
064400         MOVE WS-SIDE-A TO WS-AWAY-SUB
064500     END-IF.
064600 3300-EXIT.
064700     EXIT.
064800*----------------------------------------------------------*
064900* 3500-TURN-CIRCLE - PLACE 1 STAYS PUT; EVERY OTHER PLACE
065000* MOVES ON ONE, THE LAST WRAPPING ROUND TO PLACE 2. AFTER
065100* N-1 TURNS THE CIRCLE IS BACK WHERE IT STARTED AND A NEW
065200* CYCLE BEGINS.
065300*----------------------------------------------------------*
065400 3500-TURN-CIRCLE.
065500     MOVE WS-CIRCLE-PLAYER(WS-CIRCLE-SIZE) TO WS-CIRCLE-SAVE.
065600     PERFORM 3510-MOVE-ONE-PLACE THRU 3510-EXIT
065700         VARYING WS-CIRCLE-SUB FROM WS-CIRCLE-SIZE BY -1
065800         UNTIL WS-CIRCLE-SUB < 3.
065900     MOVE WS-CIRCLE-SAVE TO WS-CIRCLE-PLAYER(2).
066000     ADD 1 TO WS-ROUND-IN-CYCLE.
066100     IF WS-ROUND-IN-CYCLE >= WS-ROUNDS-PER-CYCLE
066200         MOVE 0 TO WS-ROUND-IN-CYCLE
066300         ADD 1 TO WS-CYCLE-NO
066400     END-IF.
066500 3500-EXIT.
066600     EXIT.
066700 3510-MOVE-ONE-PLACE.
066800     MOVE WS-CIRCLE-PLAYER(WS-CIRCLE-SUB - 1)
066900         TO WS-CIRCLE-PLAYER(WS-CIRCLE-SUB).
067000 3510-EXIT.
067100     EXIT.
067200*----------------------------------------------------------*
067217* 3600-DRAW-FROM-PAIRS - ONE NIGHT OF A REGENERATION, DRAWN
067234* FROM THE PAIRS STILL TO MEET THIS CYCLE: FIRST THE ROUND OF
067251* THE CIRCLE THAT PLACES MOST OF THEM, THEN ANY OTHER PAIR
067268* STILL TO MEET WHOSE SIDES ARE BOTH FREE. A MEMBER LEFT OVER
067285* HAS A BYE. ONCE EVERY PAIR HAS MET THE NEXT CYCLE BEGINS.
067302*----------------------------------------------------------*
067319 3600-DRAW-FROM-PAIRS.
067336     IF WS-PAIRS-TO-MEET = 0
067353         PERFORM 3690-START-NEW-CYCLE THRU 3690-EXIT
067370     END-IF.
067387     PERFORM 3605-FREE-ONE-MEMBER THRU 3605-EXIT
067404         VARYING PLYR-IDX FROM 1 BY 1
067421         UNTIL PLYR-IDX > WS-PLAYER-COUNT.
067438     MOVE 'N' TO WS-PLACE-SWITCH.
067455     MOVE 0 TO WS-BEST-ROUND WS-BEST-ROUND-PAIRS.
067472     PERFORM 3610-TRY-ONE-ROUND THRU 3610-EXIT
067489         VARYING WS-ROUND-NO FROM 0 BY 1
067506         UNTIL WS-ROUND-NO >= WS-ROUNDS-PER-CYCLE.
067523     IF WS-BEST-ROUND-PAIRS > 0
067540         MOVE 'Y' TO WS-PLACE-SWITCH
067557         MOVE WS-BEST-ROUND TO WS-ROUND-NO
067574         PERFORM 3610-TRY-ONE-ROUND THRU 3610-EXIT
067591     END-IF.
067608     PERFORM 3630-FILL-ONE-PAIR THRU 3630-EXIT
067625         VARYING WS-PAIR-SUB FROM 1 BY 1
067642         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
067659     PERFORM 3640-GIVE-ONE-BYE THRU 3640-EXIT
067676         VARYING PLYR-IDX FROM 1 BY 1
067693         UNTIL PLYR-IDX > WS-PLAYER-COUNT.
067710 3600-EXIT.
067727     EXIT.
067744 3605-FREE-ONE-MEMBER.
067761     MOVE 'N' TO WS-PLAYER-TONIGHT(PLYR-IDX).
067778 3605-EXIT.
067795     EXIT.
067812*----------------------------------------------------------*
067829* 3610-TRY-ONE-ROUND - COUNT (OR, WITH THE PLACE SWITCH ON,
067846* PLACE) THE PAIRS STILL TO MEET IN ROUND WS-ROUND-NO OF THE
067863* CIRCLE, REMEMBERING THE ROUND THAT PLACES MOST.
067880*----------------------------------------------------------*
067897 3610-TRY-ONE-ROUND.
067914     PERFORM 3650-BUILD-ROUND THRU 3650-EXIT.
067931     MOVE 0 TO WS-ROUND-PAIRS.
067948     PERFORM 3620-CHECK-ROUND-PAIR THRU 3620-EXIT
067965         VARYING WS-CIRCLE-SUB FROM 1 BY 1
067982         UNTIL WS-CIRCLE-SUB > WS-PAIRS-PER-ROUND.
067999     IF NOT PLACING-PAIRS
068016         AND WS-ROUND-PAIRS > WS-BEST-ROUND-PAIRS
068033         MOVE WS-ROUND-NO TO WS-BEST-ROUND
068050         MOVE WS-ROUND-PAIRS TO WS-BEST-ROUND-PAIRS
068067     END-IF.
068084 3610-EXIT.
068101     EXIT.
068118 3620-CHECK-ROUND-PAIR.
068135     COMPUTE WS-CIRCLE-OPPOSITE =
068152         WS-CIRCLE-SIZE + 1 - WS-CIRCLE-SUB.
068169     MOVE WS-ROUND-PLAYER(WS-CIRCLE-SUB) TO WS-SIDE-A.
068186     MOVE WS-ROUND-PLAYER(WS-CIRCLE-OPPOSITE) TO WS-SIDE-B.
068203     IF WS-SIDE-A = 0 OR WS-SIDE-B = 0
068220         GO TO 3620-EXIT
068237     END-IF.
068254     PERFORM 3660-FIND-PAIR THRU 3660-EXIT.
068271     IF NOT PAIR-TO-MEET(WS-PAIR-SUB)
068288         GO TO 3620-EXIT
068305     END-IF.
068322     ADD 1 TO WS-ROUND-PAIRS.
068339     IF PLACING-PAIRS
068356         PERFORM 3670-PLACE-PAIR THRU 3670-EXIT
068373     END-IF.
068390 3620-EXIT.
068407     EXIT.
068424*----------------------------------------------------------*
068441* 3630-FILL-ONE-PAIR - A PAIR STILL TO MEET WHO ARE BOTH FREE
068458* TONIGHT TAKE THE NEXT BOARD.
068475*----------------------------------------------------------*
068492 3630-FILL-ONE-PAIR.
068509     IF NOT PAIR-TO-MEET(WS-PAIR-SUB)
068526         GO TO 3630-EXIT
068543     END-IF.
068560     MOVE WS-PAIR-SIDE-A(WS-PAIR-SUB) TO WS-SIDE-A.
068577     MOVE WS-PAIR-SIDE-B(WS-PAIR-SUB) TO WS-SIDE-B.
068594     IF PLAYER-ON-BOARD(WS-SIDE-A) OR PLAYER-ON-BOARD(WS-SIDE-B)
068611         GO TO 3630-EXIT
068628     END-IF.
068645     PERFORM 3670-PLACE-PAIR THRU 3670-EXIT.
068662 3630-EXIT.
068679     EXIT.
068696 3640-GIVE-ONE-BYE.
068713     IF PLAYER-ON-BOARD(PLYR-IDX)
068730         GO TO 3640-EXIT
068747     END-IF.
068764     ADD 1 TO WS-BYES-GIVEN.
068781     MOVE SPACES TO PRINT-RECORD.
068798     STRING "  BYE       " WS-PLAYER-ID(PLYR-IDX)
068815         " " WS-PLAYER-NAME(PLYR-IDX)
068832         DELIMITED BY SIZE INTO PRINT-RECORD.
068849     WRITE PRINT-RECORD.
068866 3640-EXIT.
068883     EXIT.
068900*----------------------------------------------------------*
068917* 3650-BUILD-ROUND - ROUND WS-ROUND-NO OF THE CIRCLE AS SET
068934* UP: PLACE 1 STAYS PUT AND PLACE P HOLDS THE MEMBER THAT
068951* MANY TURNS HAVE BROUGHT ROUND TO IT.
068968*----------------------------------------------------------*
068985 3650-BUILD-ROUND.
069002     MOVE WS-CIRCLE-PLAYER(1) TO WS-ROUND-PLAYER(1).
069019     PERFORM 3655-PLACE-ONE-MEMBER THRU 3655-EXIT
069036         VARYING WS-CIRCLE-SUB FROM 2 BY 1
069053         UNTIL WS-CIRCLE-SUB > WS-CIRCLE-SIZE.
069070 3650-EXIT.
069087     EXIT.
069104 3655-PLACE-ONE-MEMBER.
069121     COMPUTE WS-ROUND-WORK = WS-CIRCLE-SUB - 2
069138         + WS-ROUNDS-PER-CYCLE - WS-ROUND-NO.
069155     DIVIDE WS-ROUND-WORK BY WS-ROUNDS-PER-CYCLE
069172         GIVING WS-CIRCLE-SAVE REMAINDER WS-ROUND-FROM.
069189     ADD 2 TO WS-ROUND-FROM.
069206     MOVE WS-CIRCLE-PLAYER(WS-ROUND-FROM)
069223         TO WS-ROUND-PLAYER(WS-CIRCLE-SUB).
069240 3655-EXIT.
069257     EXIT.
069274*----------------------------------------------------------*
069291* 3660-FIND-PAIR - THE PAIR-TABLE ENTRY FOR SIDES A AND B,
069308* EITHER WAY ROUND. THE TABLE HOLDS (1,2) ... (1,N), (2,3)
069325* ... (N-1,N), SO THE ENTRY IS WORKED OUT, NOT SEARCHED.
069342*----------------------------------------------------------*
069359 3660-FIND-PAIR.
069376     IF WS-SIDE-A < WS-SIDE-B
069393         MOVE WS-SIDE-A TO WS-PAIR-LOW
069410         MOVE WS-SIDE-B TO WS-PAIR-HIGH
069427     ELSE
069444         MOVE WS-SIDE-B TO WS-PAIR-LOW
069461         MOVE WS-SIDE-A TO WS-PAIR-HIGH
069478     END-IF.
069495     COMPUTE WS-PAIR-SUB = (WS-PAIR-LOW - 1)
069512         * (2 * WS-PLAYER-COUNT - WS-PAIR-LOW) / 2
069529         + WS-PAIR-HIGH - WS-PAIR-LOW.
069546 3660-EXIT.
069563     EXIT.
069580 3670-PLACE-PAIR.
069597     MOVE 'M' TO WS-PAIR-STATE(WS-PAIR-SUB).
069614     SUBTRACT 1 FROM WS-PAIRS-TO-MEET.
069631     MOVE 'Y' TO WS-PLAYER-TONIGHT(WS-SIDE-A).
069648     MOVE 'Y' TO WS-PLAYER-TONIGHT(WS-SIDE-B).
069665     PERFORM 3150-WRITE-FIXTURE THRU 3150-EXIT.
069682 3670-EXIT.
069699     EXIT.
069716*----------------------------------------------------------*
069733* 3690-START-NEW-CYCLE - EVERY PAIR HAS MET; THEY ARE ALL TO
069750* MEET AGAIN.
069767*----------------------------------------------------------*
069784 3690-START-NEW-CYCLE.
069801     PERFORM 3695-RESET-ONE-PAIR THRU 3695-EXIT
069818         VARYING WS-PAIR-SUB FROM 1 BY 1
069835         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
069852     MOVE WS-PAIR-COUNT TO WS-PAIRS-TO-MEET.
069869     ADD 1 TO WS-CYCLE-NO.
069886     MOVE 'Y' TO WS-CYCLE-WRAPPED-SWITCH.
069903 3690-EXIT.
069920     EXIT.
069937 3695-RESET-ONE-PAIR.
069954     MOVE 'U' TO WS-PAIR-STATE(WS-PAIR-SUB).
069971 3695-EXIT.
069988     EXIT.
070005*----------------------------------------------------------*
070022* 3700-CHECK-PAIRS-PLACED - A REGENERATION THAT RUNS OUT OF
070039* NIGHTS BEFORE THE CYCLE IN PROGRESS IS COMPLETE LEAVES
070056* PAIRS WHO NEVER MEET. THEY ARE LISTED AND THE RUN ENDS
070073* WITH RETURN CODE 4.
070090*----------------------------------------------------------*
070107 3700-CHECK-PAIRS-PLACED.
070124     IF CYCLE-WRAPPED OR WS-PAIRS-TO-MEET = 0
070141         GO TO 3700-EXIT
070158     END-IF.
070175     MOVE WS-PAIRS-TO-MEET TO WS-PAIRS-UNPLACED.
070192     MOVE 'Y' TO WS-WARNING-SWITCH.
070209     MOVE WS-PAIRS-UNPLACED TO WS-PRINT-COUNT.
070226     DISPLAY "YCHTSKED:" WS-PRINT-COUNT " PAIR(S) STILL TO MEET"
070243         " THIS CYCLE DO NOT FIT IN THE NIGHTS LEFT".
070260     MOVE SPACES TO PRINT-RECORD.
070277     STRING "PAIRS STILL TO MEET THIS CYCLE - NO NIGHT LEFT"
070294         DELIMITED BY SIZE INTO PRINT-RECORD.
070311     WRITE PRINT-RECORD.
070328     PERFORM 3710-LIST-ONE-PAIR THRU 3710-EXIT
070345         VARYING WS-PAIR-SUB FROM 1 BY 1
070362         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
070379     MOVE SPACES TO PRINT-RECORD.
070396     WRITE PRINT-RECORD.
070413 3700-EXIT.
070430     EXIT.
070447 3710-LIST-ONE-PAIR.
070464     IF NOT PAIR-TO-MEET(WS-PAIR-SUB)
070481         GO TO 3710-EXIT
070498     END-IF.
070515     MOVE WS-PAIR-SIDE-A(WS-PAIR-SUB) TO WS-SIDE-A.
070532     MOVE WS-PAIR-SIDE-B(WS-PAIR-SUB) TO WS-SIDE-B.
070549     MOVE WS-PLAYER-NAME(WS-SIDE-A) TO WS-PRINT-HOME-NAME.
070566     MOVE WS-PLAYER-NAME(WS-SIDE-B) TO WS-PRINT-AWAY-NAME.
070583     MOVE SPACES TO PRINT-RECORD.
070600     STRING "  NOT PLACED " WS-PLAYER-ID(WS-SIDE-A) " "
070617         WS-PRINT-HOME-NAME " V " WS-PLAYER-ID(WS-SIDE-B) " "
070634         WS-PRINT-AWAY-NAME
070651         DELIMITED BY SIZE INTO PRINT-RECORD.
070668     WRITE PRINT-RECORD.
070685 3710-EXIT.
070702     EXIT.
070719*----------------------------------------------------------*
070736* 3900-PRINT-KEPT-FIXTURE - ONE FIXTURE KEPT FROM THE OLD
070753* FILE, IF IT BELONGS TO THE NIGHT BEING PRINTED.
070770*----------------------------------------------------------*
070787 3900-PRINT-KEPT-FIXTURE.
070804     IF WS-KEPT-DATE(WS-KEPT-SUB) NOT = WS-NIGHT-DATE(NIGHT-IDX)
070821         GO TO 3900-EXIT
070838     END-IF.
070855     MOVE WS-KEPT-HOME-ID(WS-KEPT-SUB) TO WS-LOOKUP-ID.
070872     PERFORM 6100-FIND-PLAYER THRU 6100-EXIT.
070889     MOVE WS-LOOKUP-NAME TO WS-PRINT-HOME-NAME.
070906     MOVE WS-KEPT-AWAY-ID(WS-KEPT-SUB) TO WS-LOOKUP-ID.
070923     PERFORM 6100-FIND-PLAYER THRU 6100-EXIT.
070940     MOVE WS-LOOKUP-NAME TO WS-PRINT-AWAY-NAME.
070957     MOVE WS-KEPT-BOARD-NO(WS-KEPT-SUB) TO WS-PRINT-BOARD.
070974     MOVE SPACES TO PRINT-RECORD.
070991     STRING "  BOARD " WS-PRINT-BOARD
071008         "  " WS-KEPT-HOME-ID(WS-KEPT-SUB) " " WS-PRINT-HOME-NAME
071025         " V " WS-KEPT-AWAY-ID(WS-KEPT-SUB) " " WS-PRINT-AWAY-NAME
071042         DELIMITED BY SIZE INTO PRINT-RECORD.
071059     WRITE PRINT-RECORD.
071076 3900-EXIT.
071093     EXIT.
071110*----------------------------------------------------------*
071127* 6100-FIND-PLAYER - WS-LOOKUP-ID'S ENTRY IN THE DRAW (ZERO
071144* IN WS-SIDE-A, AND NO NAME, FOR A MEMBER WHO HAS SINCE
071161* RETIRED OR LEFT THE CLUB).
071178*----------------------------------------------------------*
071195 6100-FIND-PLAYER.
071212     MOVE 0 TO WS-SIDE-A.
071229     MOVE SPACES TO WS-LOOKUP-NAME.
071246     SET PLYR-IDX TO 1.
071263     SEARCH WS-PLAYER-ENTRY
071280         AT END
071297             CONTINUE
071314         WHEN WS-PLAYER-ID(PLYR-IDX) = SPACES
071331             CONTINUE
071348         WHEN WS-PLAYER-ID(PLYR-IDX) = WS-LOOKUP-ID
071365             SET WS-SIDE-A TO PLYR-IDX
071382             MOVE WS-PLAYER-NAME(PLYR-IDX) TO WS-LOOKUP-NAME
071399     END-SEARCH.
071416 6100-EXIT.
071433     EXIT.
071500*----------------------------------------------------------*
071600* 9000-TERMINATE - CONTROL COUNTS AND CLOSE.
071700*----------------------------------------------------------*
071800 9000-TERMINATE.
071900     MOVE SPACES TO PRINT-RECORD.
072000     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
072100     WRITE PRINT-RECORD.
072200     MOVE WS-PLAYER-COUNT TO WS-PRINT-COUNT.
072300     MOVE SPACES TO PRINT-RECORD.
072400     STRING "  MEMBERS IN THE DRAW       " WS-PRINT-COUNT
072500         DELIMITED BY SIZE INTO PRINT-RECORD.
072600     WRITE PRINT-RECORD.
072700     MOVE WS-NIGHT-COUNT TO WS-PRINT-COUNT.
072800     MOVE SPACES TO PRINT-RECORD.
072900     STRING "  REGULAR NIGHTS            " WS-PRINT-COUNT
073000         DELIMITED BY SIZE INTO PRINT-RECORD.
073100     WRITE PRINT-RECORD.
073200     MOVE WS-NIGHTS-SKIPPED TO WS-PRINT-COUNT.
073300     MOVE SPACES TO PRINT-RECORD.
073400     STRING "  NIGHTS SKIPPED (M, T OR C)" WS-PRINT-COUNT
073500         DELIMITED BY SIZE INTO PRINT-RECORD.
073600     WRITE PRINT-RECORD.
073700     MOVE WS-NIGHTS-DRAWN TO WS-PRINT-COUNT.
073800     MOVE SPACES TO PRINT-RECORD.
073900     STRING "  NIGHTS DRAWN              " WS-PRINT-COUNT
074000         DELIMITED BY SIZE INTO PRINT-RECORD.
074100     WRITE PRINT-RECORD.
074200     MOVE WS-FIXTURES-KEPT TO WS-PRINT-COUNT.
074300     MOVE SPACES TO PRINT-RECORD.
074400     STRING "  FIXTURES KEPT             " WS-PRINT-COUNT
074500         DELIMITED BY SIZE INTO PRINT-RECORD.
074600     WRITE PRINT-RECORD.
074700     MOVE WS-FIXTURES-WRITTEN TO WS-PRINT-COUNT.
074800     MOVE SPACES TO PRINT-RECORD.
074900     STRING "  FIXTURES DRAWN            " WS-PRINT-COUNT
075000         DELIMITED BY SIZE INTO PRINT-RECORD.
075100     WRITE PRINT-RECORD.
075200     MOVE WS-BYES-GIVEN TO WS-PRINT-COUNT.
075300     MOVE SPACES TO PRINT-RECORD.
075400     STRING "  BYES                      " WS-PRINT-COUNT
075500         DELIMITED BY SIZE INTO PRINT-RECORD.
075600     WRITE PRINT-RECORD.
075700     IF REGENERATING
075758         MOVE WS-PAIRS-ALREADY-MET TO WS-PRINT-COUNT
075816         MOVE SPACES TO PRINT-RECORD
075874         STRING "  PAIRS ALREADY MET         " WS-PRINT-COUNT
075932             DELIMITED BY SIZE INTO PRINT-RECORD
075990         WRITE PRINT-RECORD
076048         MOVE WS-PAIRS-UNPLACED TO WS-PRINT-COUNT
076106         MOVE SPACES TO PRINT-RECORD
076164         STRING "  PAIRS LEFT UNPLACED       " WS-PRINT-COUNT
076222             DELIMITED BY SIZE INTO PRINT-RECORD
076280         WRITE PRINT-RECORD
076338     END-IF.
076400     CLOSE NEW-FIXTURES-FILE.
076500     CLOSE PRINT-FILE.
076525     IF RUN-WARNED
076550         MOVE 4 TO RETURN-CODE
076575     END-IF.
076600 9000-EXIT.
076700     EXIT.
