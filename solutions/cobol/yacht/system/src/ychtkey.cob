000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTKEY.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    SCOREKEEPER'S TERMINAL ENTRY FOR THE KEYED SCORESHEET
000900*    BATCH. REPLACES KEYING THE KEYSHEET FILE IN A TEXT EDITOR
001000*    AND WORKING OUT THE TRAILER BY HAND. EACH LINE IS CHECKED
001100*    AS IT IS TYPED: THE PLAYER ID AND CLUB AGAINST THE ROSTER
001200*    (ACTIVE MEMBERS AND GUESTS ONLY, THE SAME RULE AS
001300*    YCHTDRV), THE GAME NUMBER, THE CATEGORY AGAINST CATTABLE
001400*    (TWO PAIRS ONLY ON A MAXI CARD), AND THE DICE - FIVE DIGITS
001500*    1-6 FOR A STANDARD CARD, SIX FOR A MAXI. THE PLAYER'S NAME
001600*    AND THE CATEGORIES STILL OPEN ON THE CARD ARE SHOWN, AND A
001700*    CATEGORY ALREADY FILLED ON THE CARD IS REFUSED.
001800*
001900*    EVERY ACCEPTED LINE GOES STRAIGHT TO THE KEYWORK SESSION
002000*    FILE. STOPPING (QUIT), OR LOSING THE TERMINAL, LEAVES THE
002100*    SESSION THERE; THE NEXT RUN PICKS IT UP WHERE IT LEFT OFF.
002200*    CLOSING THE BATCH (END) WRITES THE KEYSHEET FILE YCHTEDIT
002300*    READS - HEADER, DETAILS AND A TRAILER WHOSE LINE COUNT AND
002400*    DICE HASH ARE COUNTED HERE - AND EMPTIES THE SESSION FILE.
002500*
002600*    MODIFICATION HISTORY.
002700*    DATE       INIT DESCRIPTION
002800*    2026-10-15 LOP  ORIGINAL PROGRAM.
002833*    2026-10-15 LOP  READS THE ROSTER MASTER AS AN INDEXED
002866*                    FILE (KEY ROSTKEY), IN MEMBER ID ORDER.
002900****************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. GNUCOBOL.
003300 OBJECT-COMPUTER. GNUCOBOL.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003660         ORGANIZATION IS INDEXED
003720         ACCESS IS SEQUENTIAL
003780         RECORD KEY IS RK-ROSTER-KEY
003840         FILE STATUS IS WS-ROSTER-STATUS.
003900     SELECT WORK-FILE ASSIGN TO "KEYWORK"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-WORK-STATUS.
004200     SELECT KEYED-BATCH-FILE ASSIGN TO "KEYSHEET"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-KEYED-BATCH-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  ROSTER-FILE.
004800 01  ROSTER-RECORD.
004900     COPY ROSTKEY.
005000     COPY ROSTMBR.
005100 FD  WORK-FILE
005200     RECORDING MODE IS F.
005300*    THE SESSION SO FAR, IN KEYSHEET FORMAT: THE 'H' BATCH
005400*    HEADER, THEN ONE 'D' LINE PER ACCEPTED ENTRY.
005500 01  BATCH-HEADER-RECORD.
005600     05  BH-RECORD-TYPE          PIC X(01).
005700         88  BH-HEADER                       VALUE 'H'.
005800     05  BH-BATCH-DATE           PIC 9(08).
005900 01  BATCH-DETAIL-RECORD.
006000     05  BD-RECORD-TYPE          PIC X(01).
006100         88  BD-DETAIL                       VALUE 'D'.
006200     COPY SCORCARD
006300         REPLACING ==SC-PLAYER-ID== BY ==KS-PLAYER-ID==
006400             ==SC-GAME-DATE== BY ==KS-GAME-DATE==
006500             ==SC-GAME-NO== BY ==KS-GAME-NO==
006600             ==SC-CATEGORY== BY ==KS-CATEGORY==
006700             ==SC-DICE== BY ==KS-DICE==
006800             ==SC-RESULT== BY ==KS-RESULT==
006900             ==SC-UPPER-SUBTOTAL== BY ==KS-UPPER-SUBTOTAL==
007000             ==SC-UPPER-BONUS== BY ==KS-UPPER-BONUS==
007100             ==SC-UPPER-COMPLETE== BY ==KS-UPPER-COMPLETE==
007200             ==SC-UPPER-SECTION-COMPLETE== BY
007300                 ==KS-UPPER-SECTION-COMPLETE==
007400             ==SC-UPPER-SECTION-INCOMPLETE== BY
007500                 ==KS-UPPER-SECTION-INCOMPLETE==
007600             ==SC-PAPER-SUBTOTAL== BY ==KS-PAPER-SUBTOTAL==
007700             ==SC-VARIANT== BY ==KS-VARIANT==
007800             ==SC-VARIANT-STANDARD== BY ==KS-VARIANT-STANDARD==
007900             ==SC-VARIANT-MAXI== BY ==KS-VARIANT-MAXI==
008000             ==SC-CLUB-CODE== BY ==KS-CLUB-CODE==.
008100 FD  KEYED-BATCH-FILE
008200     RECORDING MODE IS F.
008300 01  KEYED-BATCH-RECORD          PIC X(58).
008400 WORKING-STORAGE SECTION.
008500 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
008600     88  ROSTER-OK                           VALUE '00'.
008700 01  WS-WORK-STATUS              PIC X(02) VALUE '00'.
008800     88  WORK-OK                             VALUE '00'.
008900 01  WS-KEYED-BATCH-STATUS       PIC X(02) VALUE '00'.
009000     88  KEYED-BATCH-OK                      VALUE '00'.
009100 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE 'N'.
009200     88  NO-MORE-ROSTER                      VALUE 'Y'.
009300 01  WS-WORK-EOF-SW              PIC X(01) VALUE 'N'.
009400     88  NO-MORE-WORK                        VALUE 'Y'.
009500*    'K' KEYING, 'C' BATCH CLOSED, 'Q' SESSION SUSPENDED.
009600 01  WS-SESSION-SW               PIC X(01) VALUE 'K'.
009700     88  SESSION-KEYING                      VALUE 'K'.
009800     88  BATCH-CLOSED                        VALUE 'C'.
009900     88  SESSION-ENDED                       VALUES 'C', 'Q'.
010000 01  WS-CARD-DONE-SW             PIC X(01) VALUE 'N'.
010100     88  CARD-DONE                           VALUE 'Y'.
010200 01  WS-ENTRY-OK-SW              PIC X(01) VALUE 'Y'.
010300     88  ENTRY-OK                            VALUE 'Y'.
010400 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
010500 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
010600 01  WS-LOWER-CASE               PIC X(26)
010700         VALUE 'abcdefghijklmnopqrstuvwxyz'.
010800 01  WS-UPPER-CASE               PIC X(26)
010900         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
011000*
011100*    THE BATCH DATE, KEYED AT THE START OF A NEW BATCH OR
011200*    TAKEN FROM THE HEADER OF A RESUMED ONE.
011300 01  WS-BATCH-DATE               PIC 9(08) VALUE 0.
011400 01  WS-BATCH-DATE-PARTS REDEFINES WS-BATCH-DATE.
011500     05  WS-BATCH-YEAR           PIC 9(04).
011600     05  WS-BATCH-MONTH          PIC 9(02).
011700     05  WS-BATCH-DAY            PIC 9(02).
011800*
011900*    WHAT THE SCOREKEEPER TYPES, ONE ANSWER AT A TIME.
012000 01  WS-ENTRY-ID                 PIC X(10) VALUE SPACES.
012100 01  WS-ENTRY-CLUB               PIC X(03) VALUE SPACES.
012200 01  WS-ENTRY-GAME-X             PIC X(02) VALUE SPACES.
012300 01  WS-ENTRY-GAME REDEFINES WS-ENTRY-GAME-X
012400                                 PIC 9(02).
012500 01  WS-ENTRY-VARIANT            PIC X(01) VALUE SPACES.
012600 01  WS-ENTRY-CATEGORY           PIC X(15) VALUE SPACES.
012700 01  WS-ENTRY-DICE               PIC X(06) VALUE SPACES.
012800 01  WS-ENTRY-DICE-TABLE REDEFINES WS-ENTRY-DICE.
012900     05  WS-ENTRY-DIE            PIC X(01) OCCURS 6 TIMES.
013000 01  WS-ENTRY-DATE-X             PIC X(08) VALUE SPACES.
013100 01  WS-ENTRY-REPLY              PIC X(01) VALUE SPACES.
013200 01  WS-DIE-SUB                  PIC 9(01) COMP VALUE 0.
013300 01  WS-DIE-COUNT                PIC 9(01) COMP VALUE 0.
013400 01  WS-CARD-DICE                PIC 9(06) VALUE 0.
013500 01  WS-CARD-DICE-X REDEFINES WS-CARD-DICE
013600                                 PIC X(06).
013700*
013800*    THE ROSTER, FOR THE PLAYER CHECK AND THE NAME ON SCREEN.
013900*    A FULL TABLE IS A HARD ERROR (RC 16).
014000 01  WS-ROSTER-TABLE.
014100     05  WS-ROSTER-ENTRY         OCCURS 500 TIMES
014200         INDEXED BY ROST-IDX.
014300         10  WS-ROST-ID          PIC X(10) VALUE SPACES.
014400         10  WS-ROST-CLUB        PIC X(03) VALUE SPACES.
014500         10  WS-ROST-NAME        PIC X(30) VALUE SPACES.
014600         10  WS-ROST-FLAG        PIC X(01) VALUE SPACE.
014700 01  WS-ROSTER-COUNT             PIC 9(03) COMP VALUE 0.
014800*
014900*    ONE ENTRY PER CARD KEYED THIS BATCH (PLAYER, CLUB AND
015000*    GAME NUMBER), WITH THE CARD'S VARIANT AND A FILLED SWITCH
015100*    PER CATTABLE CATEGORY. A FULL TABLE IS A HARD ERROR.
015200 01  WS-CARD-TABLE.
015300     05  WS-CARD-ENTRY           OCCURS 300 TIMES
015400         INDEXED BY CARD-IDX.
015500         10  WS-CARD-ID          PIC X(10) VALUE SPACES.
015600         10  WS-CARD-CLUB        PIC X(03) VALUE SPACES.
015700         10  WS-CARD-GAME-NO     PIC 9(02) VALUE 0.
015800         10  WS-CARD-VARIANT     PIC X(01) VALUE SPACE.
015900         10  WS-CARD-FILLED      PIC 9(02) VALUE 0.
016000         10  WS-CARD-CAT-SW      PIC X(01) OCCURS 13 TIMES.
016100 01  WS-CARD-COUNT               PIC 9(03) COMP VALUE 0.
016200 01  WS-CARD-SUB                 PIC 9(03) COMP VALUE 0.
016300 01  WS-CARD-SIZE                PIC 9(02) VALUE 0.
016400 01  WS-CAT-SUB                  PIC 9(02) COMP VALUE 0.
016500 01  WS-CAT-FOUND                PIC 9(02) COMP VALUE 0.
016600 01  WS-LOOKUP-ID                PIC X(10) VALUE SPACES.
016700 01  WS-LOOKUP-CLUB              PIC X(03) VALUE SPACES.
016800 01  WS-LOOKUP-GAME-NO           PIC 9(02) VALUE 0.
016900 01  WS-LOOKUP-VARIANT           PIC X(01) VALUE SPACE.
017000     COPY CATTABLE.
017100*
017200*    BATCH CONTROL FIGURES, THE SAME ONES YCHTEDIT PROVES.
017300*    THE HASH WRAPS BY DESIGN, AS IN YCHTEDIT.
017400 01  WS-LINES-KEYED              PIC 9(07) VALUE 0.
017500 01  WS-DICE-HASH                PIC 9(13) VALUE 0.
017600 01  WS-CARDS-OPEN               PIC 9(03) VALUE 0.
017700 01  BATCH-TRAILER-RECORD.
017800     05  BT-RECORD-TYPE          PIC X(01) VALUE 'T'.
017900     05  BT-LINES-KEYED          PIC 9(07) VALUE 0.
018000     05  BT-DICE-HASH            PIC 9(13) VALUE 0.
018100*
018200*    SCREEN WORK AREAS.
018300 01  WS-SCREEN-LINE              PIC X(80) VALUE SPACES.
018400 01  WS-SCREEN-POINTER           PIC 9(03) COMP VALUE 1.
018500 01  WS-SCREEN-ITEMS             PIC 9(02) COMP VALUE 0.
018600 01  WS-SHOW-COUNT               PIC ZZZZZZ9.
018700 01  WS-SHOW-GAME                PIC Z9.
018800 PROCEDURE DIVISION.
018900 0000-MAINLINE.
019000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019100     PERFORM 2000-KEY-ONE-PLAYER THRU 2000-EXIT
019200         UNTIL SESSION-ENDED.
019300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019400     STOP RUN.
019500*----------------------------------------------------------*
019600* 1000-INITIALIZE - LOAD THE ROSTER, THEN EITHER PICK UP THE
019700* SESSION LEFT ON KEYWORK OR START A NEW BATCH.
019800*----------------------------------------------------------*
019900 1000-INITIALIZE.
020000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
020100     OPEN INPUT ROSTER-FILE.
020200     IF NOT ROSTER-OK
020300         DISPLAY "YCHTKEY: UNABLE TO OPEN ROSTER, STATUS "
020400             WS-ROSTER-STATUS ", RUN ABANDONED"
020500         MOVE 16 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800     PERFORM 1110-READ-ROSTER THRU 1110-EXIT.
020900     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT
021000         UNTIL NO-MORE-ROSTER.
021100     CLOSE ROSTER-FILE.
021200     DISPLAY "THURSDAY NIGHT YACHT CLUB - SCORESHEET ENTRY".
021300     OPEN INPUT WORK-FILE.
021400     IF WORK-OK
021500         PERFORM 1210-READ-WORK THRU 1210-EXIT
021600         IF NOT NO-MORE-WORK AND BH-HEADER
021700             PERFORM 1200-RESUME-SESSION THRU 1200-EXIT
021800             GO TO 1000-EXIT
021900         END-IF
022000         CLOSE WORK-FILE
022100     END-IF.
022200     PERFORM 1300-START-BATCH THRU 1300-EXIT.
022300 1000-EXIT.
022400     EXIT.
022500*----------------------------------------------------------*
022600* 1100-LOAD-ROSTER - ONE MEMBER INTO THE TABLE, CLUB BLANK
022700* READ AS THE HOME CLUB, THEN READ THE NEXT.
022800*----------------------------------------------------------*
022900 1100-LOAD-ROSTER.
023000     IF WS-ROSTER-COUNT >= 500
023100         DISPLAY "YCHTKEY: ROSTER TABLE FULL AT "
023200             MB-MEMBER-ID ", RUN ABANDONED"
023300         MOVE 16 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     ADD 1 TO WS-ROSTER-COUNT.
023700     MOVE MB-MEMBER-ID TO WS-ROST-ID(WS-ROSTER-COUNT).
023800     MOVE MB-MEMBER-NAME TO WS-ROST-NAME(WS-ROSTER-COUNT).
023900     MOVE MB-ACTIVE-FLAG TO WS-ROST-FLAG(WS-ROSTER-COUNT).
024000     IF MB-CLUB-CODE = SPACES
024100         MOVE WS-HOME-CLUB TO WS-ROST-CLUB(WS-ROSTER-COUNT)
024200     ELSE
024300         MOVE MB-CLUB-CODE TO WS-ROST-CLUB(WS-ROSTER-COUNT)
024400     END-IF.
024500     PERFORM 1110-READ-ROSTER THRU 1110-EXIT.
024600 1100-EXIT.
024700     EXIT.
024800 1110-READ-ROSTER.
024900     READ ROSTER-FILE
025000         AT END
025100             MOVE 'Y' TO WS-ROSTER-EOF-SW
025200     END-READ.
025300 1110-EXIT.
025400     EXIT.
025500*----------------------------------------------------------*
025600* 1200-RESUME-SESSION - KEYWORK HOLDS AN UNFINISHED BATCH.
025700* TAKE THE BATCH DATE FROM ITS HEADER AND REBUILD THE COUNTS,
025800* THE HASH AND THE CARDS FROM THE LINES ALREADY ACCEPTED.
025900*----------------------------------------------------------*
026000 1200-RESUME-SESSION.
026100     MOVE BH-BATCH-DATE TO WS-BATCH-DATE.
026200     PERFORM 1210-READ-WORK THRU 1210-EXIT.
026300     PERFORM 1220-RELOAD-ONE-LINE THRU 1220-EXIT
026400         UNTIL NO-MORE-WORK.
026500     CLOSE WORK-FILE.
026600     MOVE WS-LINES-KEYED TO WS-SHOW-COUNT.
026700     DISPLAY "RESUMING THE BATCH DATED " WS-BATCH-DATE
026800         " - " WS-SHOW-COUNT " LINES ALREADY KEYED".
026900 1200-EXIT.
027000     EXIT.
027100 1210-READ-WORK.
027200     READ WORK-FILE
027300         AT END
027400             MOVE 'Y' TO WS-WORK-EOF-SW
027500     END-READ.
027600 1210-EXIT.
027700     EXIT.
027800 1220-RELOAD-ONE-LINE.
027900     IF NOT BD-DETAIL
028000         GO TO 1220-NEXT
028100     END-IF.
028200     ADD 1 TO WS-LINES-KEYED.
028300     ADD KS-DICE TO WS-DICE-HASH.
028400     MOVE KS-PLAYER-ID TO WS-LOOKUP-ID.
028500     MOVE KS-CLUB-CODE TO WS-LOOKUP-CLUB.
028600     MOVE KS-GAME-NO TO WS-LOOKUP-GAME-NO.
028700     MOVE KS-VARIANT TO WS-LOOKUP-VARIANT.
028800     PERFORM 7200-FIND-CARD THRU 7200-EXIT.
028900     IF CARD-IDX = 0
029000         PERFORM 7300-ADD-CARD THRU 7300-EXIT
029100     END-IF.
029200     MOVE KS-CATEGORY TO WS-ENTRY-CATEGORY.
029300     PERFORM 7400-FIND-CATEGORY THRU 7400-EXIT.
029400     IF WS-CAT-FOUND > 0
029500         MOVE 'Y' TO WS-CARD-CAT-SW(CARD-IDX, WS-CAT-FOUND)
029600         ADD 1 TO WS-CARD-FILLED(CARD-IDX)
029700     END-IF.
029800 1220-NEXT.
029900     PERFORM 1210-READ-WORK THRU 1210-EXIT.
030000 1220-EXIT.
030100     EXIT.
030200*----------------------------------------------------------*
030300* 1300-START-BATCH - NOTHING LEFT FROM AN EARLIER SESSION:
030400* TAKE THE BATCH DATE AND WRITE THE HEADER TO KEYWORK.
030500*----------------------------------------------------------*
030600 1300-START-BATCH.
030700     DISPLAY "NEW BATCH - BATCH DATE YYYYMMDD (BLANK = TODAY):".
030800     MOVE SPACES TO WS-ENTRY-DATE-X.
030900     ACCEPT WS-ENTRY-DATE-X.
031000     IF WS-ENTRY-DATE-X = SPACES
031100         MOVE WS-RUN-DATE TO WS-BATCH-DATE
031200         GO TO 1300-WRITE
031300     END-IF.
031400     IF WS-ENTRY-DATE-X IS NOT NUMERIC
031500         DISPLAY "YCHTKEY: BATCH DATE NOT VALID, NOTHING KEYED"
031600         MOVE 8 TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
031900     MOVE WS-ENTRY-DATE-X TO WS-BATCH-DATE.
032000     IF WS-BATCH-MONTH < 1 OR WS-BATCH-MONTH > 12
032100         OR WS-BATCH-DAY < 1 OR WS-BATCH-DAY > 31
032200         DISPLAY "YCHTKEY: BATCH DATE NOT VALID, NOTHING KEYED"
032300         MOVE 8 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600 1300-WRITE.
032700     OPEN OUTPUT WORK-FILE.
032800     IF NOT WORK-OK
032900         DISPLAY "YCHTKEY: UNABLE TO OPEN KEYWORK, STATUS "
033000             WS-WORK-STATUS ", RUN ABANDONED"
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033400     MOVE SPACES TO BATCH-HEADER-RECORD.
033500     MOVE 'H' TO BH-RECORD-TYPE.
033600     MOVE WS-BATCH-DATE TO BH-BATCH-DATE.
033700     WRITE BATCH-HEADER-RECORD.
033800     CLOSE WORK-FILE.
033900     DISPLAY "BATCH DATED " WS-BATCH-DATE " STARTED".
034000 1300-EXIT.
034100     EXIT.
034200*----------------------------------------------------------*
034300* 2000-KEY-ONE-PLAYER - ONE PLAYER'S CARD: PLAYER, CLUB AND
034400* GAME NUMBER (AND THE VARIANT FOR A CARD NOT YET STARTED),
034500* THEN CATEGORY AND DICE LINES UNTIL THE CARD IS COMPLETE OR
034600* A BLANK CATEGORY IS KEYED. END CLOSES THE BATCH; QUIT OR A
034700* BLANK PLAYER STOPS FOR NOW, KEEPING EVERYTHING KEYED.
034800*----------------------------------------------------------*
034900 2000-KEY-ONE-PLAYER.
035000     DISPLAY " ".
035100     DISPLAY "PLAYER ID (END = CLOSE BATCH, "
035200         "QUIT = STOP FOR NOW):".
035300     MOVE SPACES TO WS-ENTRY-ID.
035400     ACCEPT WS-ENTRY-ID.
035500     INSPECT WS-ENTRY-ID
035600         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
035700     IF WS-ENTRY-ID = 'END'
035800         PERFORM 6000-CLOSE-BATCH THRU 6000-EXIT
035900         GO TO 2000-EXIT
036000     END-IF.
036100     IF WS-ENTRY-ID = 'QUIT' OR WS-ENTRY-ID = SPACES
036200         MOVE 'Q' TO WS-SESSION-SW
036300         GO TO 2000-EXIT
036400     END-IF.
036500     DISPLAY "CLUB (BLANK = " WS-HOME-CLUB "):".
036600     MOVE SPACES TO WS-ENTRY-CLUB.
036700     ACCEPT WS-ENTRY-CLUB.
036800     INSPECT WS-ENTRY-CLUB
036900         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
037000     IF WS-ENTRY-CLUB = SPACES
037100         MOVE WS-HOME-CLUB TO WS-ENTRY-CLUB
037200     END-IF.
037300     PERFORM 2100-CHECK-PLAYER THRU 2100-EXIT.
037400     IF NOT ENTRY-OK
037500         GO TO 2000-EXIT
037600     END-IF.
037700     DISPLAY "GAME NUMBER (BLANK = 01):".
037800     MOVE SPACES TO WS-ENTRY-GAME-X.
037900     ACCEPT WS-ENTRY-GAME-X.
038000     PERFORM 2200-CHECK-GAME-NO THRU 2200-EXIT.
038100     IF NOT ENTRY-OK
038200         GO TO 2000-EXIT
038300     END-IF.
038400     MOVE WS-ENTRY-ID TO WS-LOOKUP-ID.
038500     MOVE WS-ENTRY-CLUB TO WS-LOOKUP-CLUB.
038600     MOVE WS-ENTRY-GAME TO WS-LOOKUP-GAME-NO.
038700     PERFORM 7200-FIND-CARD THRU 7200-EXIT.
038800     IF CARD-IDX = 0
038900         PERFORM 2300-START-CARD THRU 2300-EXIT
039000         IF NOT ENTRY-OK
039100             GO TO 2000-EXIT
039200         END-IF
039300     END-IF.
039400     PERFORM 7500-SET-CARD-SIZE THRU 7500-EXIT.
039500     MOVE WS-ENTRY-GAME TO WS-SHOW-GAME.
039600     IF WS-CARD-VARIANT(CARD-IDX) = 'M'
039700         DISPLAY "CARD: " WS-ROST-NAME(ROST-IDX) " GAME "
039800             WS-SHOW-GAME " MAXI YACHT"
039900     ELSE
040000         DISPLAY "CARD: " WS-ROST-NAME(ROST-IDX) " GAME "
040100             WS-SHOW-GAME " STANDARD"
040200     END-IF.
040300     IF WS-CARD-FILLED(CARD-IDX) NOT < WS-CARD-SIZE
040400         DISPLAY "THIS CARD IS ALREADY COMPLETE"
040500         GO TO 2000-EXIT
040600     END-IF.
040700     PERFORM 4000-SHOW-OPEN-CATEGORIES THRU 4000-EXIT.
040800     MOVE 'N' TO WS-CARD-DONE-SW.
040900     PERFORM 3000-KEY-ONE-LINE THRU 3000-EXIT
041000         UNTIL CARD-DONE.
041100 2000-EXIT.
041200     EXIT.
041300*----------------------------------------------------------*
041400* 2100-CHECK-PLAYER - THE PLAYER MUST BE ON THE ROSTER FOR
041500* THE CLUB KEYED AND ACTIVE, THE RULE YCHTDRV SCORES BY.
041600*----------------------------------------------------------*
041700 2100-CHECK-PLAYER.
041800     MOVE 'Y' TO WS-ENTRY-OK-SW.
041900     SET ROST-IDX TO 1.
042000     SEARCH WS-ROSTER-ENTRY
042100         AT END
042200             MOVE 'N' TO WS-ENTRY-OK-SW
042300         WHEN ROST-IDX > WS-ROSTER-COUNT
042400             MOVE 'N' TO WS-ENTRY-OK-SW
042500         WHEN WS-ROST-ID(ROST-IDX) = WS-ENTRY-ID
042600             AND WS-ROST-CLUB(ROST-IDX) = WS-ENTRY-CLUB
042700             CONTINUE
042800     END-SEARCH.
042900     IF NOT ENTRY-OK
043000         DISPLAY "** " WS-ENTRY-ID " IS NOT ON THE " WS-ENTRY-CLUB
043100             " ROSTER - NOT KEYED"
043200         GO TO 2100-EXIT
043300     END-IF.
043400     EVALUATE WS-ROST-FLAG(ROST-IDX)
043500         WHEN 'A'
043600             DISPLAY "PLAYER: " WS-ROST-NAME(ROST-IDX)
043700         WHEN 'L'
043800             MOVE 'N' TO WS-ENTRY-OK-SW
043900             DISPLAY "** " WS-ROST-NAME(ROST-IDX)
044000                 " IS LAPSED FOR UNPAID DUES - NOT KEYED"
044100         WHEN OTHER
044200             MOVE 'N' TO WS-ENTRY-OK-SW
044300             DISPLAY "** " WS-ROST-NAME(ROST-IDX)
044400                 " IS NOT AN ACTIVE MEMBER - NOT KEYED"
044500     END-EVALUATE.
044600 2100-EXIT.
044700     EXIT.
044800*----------------------------------------------------------*
044900* 2200-CHECK-GAME-NO - BLANK IS GAME 01, AS IN YCHTDRV;
045000* OTHERWISE ONE OR TWO DIGITS, NOT ZERO.
045100*----------------------------------------------------------*
045200 2200-CHECK-GAME-NO.
045300     MOVE 'Y' TO WS-ENTRY-OK-SW.
045400     IF WS-ENTRY-GAME-X = SPACES
045500         MOVE '01' TO WS-ENTRY-GAME-X
045600     END-IF.
045700     IF WS-ENTRY-GAME-X(2:1) = SPACE
045800         MOVE WS-ENTRY-GAME-X(1:1) TO WS-ENTRY-GAME-X(2:1)
045900         MOVE '0' TO WS-ENTRY-GAME-X(1:1)
046000     END-IF.
046100     IF WS-ENTRY-GAME-X IS NOT NUMERIC
046200         MOVE 'N' TO WS-ENTRY-OK-SW
046300         DISPLAY "** GAME NUMBER MUST BE 01-99 - NOT KEYED"
046400         GO TO 2200-EXIT
046500     END-IF.
046600     IF WS-ENTRY-GAME = 0
046700         MOVE 'N' TO WS-ENTRY-OK-SW
046800         DISPLAY "** GAME NUMBER MUST BE 01-99 - NOT KEYED"
046900     END-IF.
047000 2200-EXIT.
047100     EXIT.
047200*----------------------------------------------------------*
047300* 2300-START-CARD - A CARD NOT YET KEYED THIS BATCH: TAKE ITS
047400* VARIANT AND ADD IT TO THE CARD TABLE.
047500*----------------------------------------------------------*
047600 2300-START-CARD.
047700     MOVE 'Y' TO WS-ENTRY-OK-SW.
047800     DISPLAY "NEW CARD - VARIANT S STANDARD OR M MAXI "
047900         "(BLANK = S):".
048000     MOVE SPACES TO WS-ENTRY-VARIANT.
048100     ACCEPT WS-ENTRY-VARIANT.
048200     INSPECT WS-ENTRY-VARIANT
048300         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
048400     IF WS-ENTRY-VARIANT = SPACE
048500         MOVE 'S' TO WS-ENTRY-VARIANT
048600     END-IF.
048700     IF WS-ENTRY-VARIANT NOT = 'S' AND WS-ENTRY-VARIANT NOT = 'M'
048800         MOVE 'N' TO WS-ENTRY-OK-SW
048900         DISPLAY "** VARIANT MUST BE S OR M - NOT KEYED"
049000         GO TO 2300-EXIT
049100     END-IF.
049200     MOVE WS-ENTRY-VARIANT TO WS-LOOKUP-VARIANT.
049300     PERFORM 7300-ADD-CARD THRU 7300-EXIT.
049400 2300-EXIT.
049500     EXIT.
049600*----------------------------------------------------------*
049700* 3000-KEY-ONE-LINE - ONE CATEGORY AND ITS DICE FOR THE CARD
049800* IN HAND. AN ACCEPTED LINE IS SAVED TO KEYWORK AT ONCE. A
049900* BLANK CATEGORY FINISHES WITH THE CARD FOR NOW.
050000*----------------------------------------------------------*
050100 3000-KEY-ONE-LINE.
050200     DISPLAY "CATEGORY (BLANK = NEXT PLAYER):".
050300     MOVE SPACES TO WS-ENTRY-CATEGORY.
050400     ACCEPT WS-ENTRY-CATEGORY.
050500     IF WS-ENTRY-CATEGORY = SPACES
050600         MOVE 'Y' TO WS-CARD-DONE-SW
050700         GO TO 3000-EXIT
050800     END-IF.
050900     INSPECT WS-ENTRY-CATEGORY
051000         CONVERTING WS-UPPER-CASE TO WS-LOWER-CASE.
051100     PERFORM 7400-FIND-CATEGORY THRU 7400-EXIT.
051200     IF WS-CAT-FOUND = 0 OR WS-CAT-FOUND > WS-CARD-SIZE
051300         DISPLAY "** '" WS-ENTRY-CATEGORY
051400             "' IS NOT A CATEGORY ON THIS CARD"
051500         PERFORM 4000-SHOW-OPEN-CATEGORIES THRU 4000-EXIT
051600         GO TO 3000-EXIT
051700     END-IF.
051800     IF WS-CARD-CAT-SW(CARD-IDX, WS-CAT-FOUND) = 'Y'
051900         DISPLAY "** " WS-ENTRY-CATEGORY
052000             " IS ALREADY FILLED ON THIS CARD - REFUSED"
052100         PERFORM 4000-SHOW-OPEN-CATEGORIES THRU 4000-EXIT
052200         GO TO 3000-EXIT
052300     END-IF.
052400     IF WS-CARD-VARIANT(CARD-IDX) = 'M'
052500         DISPLAY "DICE (SIX DIGITS 1-6):"
052600         MOVE 6 TO WS-DIE-COUNT
052700     ELSE
052800         DISPLAY "DICE (FIVE DIGITS 1-6):"
052900         MOVE 5 TO WS-DIE-COUNT
053000     END-IF.
053100     MOVE SPACES TO WS-ENTRY-DICE.
053200     ACCEPT WS-ENTRY-DICE.
053300     PERFORM 3100-CHECK-DICE THRU 3100-EXIT.
053400     IF NOT ENTRY-OK
053500         DISPLAY "** DICE MUST BE ONE DIGIT 1-6 PER DIE - "
053600             "LINE NOT KEYED"
053700         GO TO 3000-EXIT
053800     END-IF.
053900     PERFORM 7100-SAVE-LINE THRU 7100-EXIT.
054000     MOVE 'Y' TO WS-CARD-CAT-SW(CARD-IDX, WS-CAT-FOUND).
054100     ADD 1 TO WS-CARD-FILLED(CARD-IDX).
054200     MOVE WS-LINES-KEYED TO WS-SHOW-COUNT.
054300     DISPLAY "ACCEPTED - LINE " WS-SHOW-COUNT " OF THE BATCH".
054400     IF WS-CARD-FILLED(CARD-IDX) NOT < WS-CARD-SIZE
054500         DISPLAY "CARD COMPLETE"
054600         MOVE 'Y' TO WS-CARD-DONE-SW
054700         GO TO 3000-EXIT
054800     END-IF.
054900     PERFORM 4000-SHOW-OPEN-CATEGORIES THRU 4000-EXIT.
055000 3000-EXIT.
055100     EXIT.
055200*----------------------------------------------------------*
055300* 3100-CHECK-DICE - EXACTLY AS MANY DIGITS AS THE VARIANT HAS
055400* DICE, EACH A FACE 1-6. A STANDARD ROLL IS STORED RIGHT-
055500* JUSTIFIED WITH THE SIXTH DIGIT ZERO, AS SCORCARD SAYS.
055600*----------------------------------------------------------*
055700 3100-CHECK-DICE.
055800     MOVE 'Y' TO WS-ENTRY-OK-SW.
055900     PERFORM 3110-CHECK-ONE-DIE THRU 3110-EXIT
056000         VARYING WS-DIE-SUB FROM 1 BY 1
056100         UNTIL WS-DIE-SUB > 6.
056200     IF NOT ENTRY-OK
056300         GO TO 3100-EXIT
056400     END-IF.
056500     IF WS-DIE-COUNT = 6
056600         MOVE WS-ENTRY-DICE TO WS-CARD-DICE-X
056700     ELSE
056800         MOVE '0' TO WS-CARD-DICE-X(1:1)
056900         MOVE WS-ENTRY-DICE(1:5) TO WS-CARD-DICE-X(2:5)
057000     END-IF.
057100 3100-EXIT.
057200     EXIT.
057300 3110-CHECK-ONE-DIE.
057400     IF WS-DIE-SUB > WS-DIE-COUNT
057500         IF WS-ENTRY-DIE(WS-DIE-SUB) NOT = SPACE
057600             MOVE 'N' TO WS-ENTRY-OK-SW
057700         END-IF
057800         GO TO 3110-EXIT
057900     END-IF.
058000     IF WS-ENTRY-DIE(WS-DIE-SUB) < '1'
058100         OR WS-ENTRY-DIE(WS-DIE-SUB) > '6'
058200         MOVE 'N' TO WS-ENTRY-OK-SW
058300     END-IF.
058400 3110-EXIT.
058500     EXIT.
058600*----------------------------------------------------------*
058700* 4000-SHOW-OPEN-CATEGORIES - THE CATEGORIES STILL OPEN ON
058800* THE CARD IN HAND, FOUR TO A LINE.
058900*----------------------------------------------------------*
059000 4000-SHOW-OPEN-CATEGORIES.
059100     DISPLAY "OPEN ON THIS CARD:".
059200     MOVE SPACES TO WS-SCREEN-LINE.
059300     MOVE 1 TO WS-SCREEN-POINTER.
059400     MOVE 0 TO WS-SCREEN-ITEMS.
059500     PERFORM 4100-SHOW-ONE-CATEGORY THRU 4100-EXIT
059600         VARYING WS-CAT-SUB FROM 1 BY 1
059700         UNTIL WS-CAT-SUB > WS-CARD-SIZE.
059800     IF WS-SCREEN-ITEMS > 0
059900         DISPLAY WS-SCREEN-LINE
060000     END-IF.
060100 4000-EXIT.
060200     EXIT.
060300 4100-SHOW-ONE-CATEGORY.
060400     IF WS-CARD-CAT-SW(CARD-IDX, WS-CAT-SUB) = 'Y'
060500         GO TO 4100-EXIT
060600     END-IF.
060700     STRING "  " CT-CATEGORY-NAME(WS-CAT-SUB) " "
060800         DELIMITED BY SIZE INTO WS-SCREEN-LINE
060900         WITH POINTER WS-SCREEN-POINTER.
061000     ADD 1 TO WS-SCREEN-ITEMS.
061100     IF WS-SCREEN-ITEMS = 4
061200         DISPLAY WS-SCREEN-LINE
061300         MOVE SPACES TO WS-SCREEN-LINE
061400         MOVE 1 TO WS-SCREEN-POINTER
061500         MOVE 0 TO WS-SCREEN-ITEMS
061600     END-IF.
061700 4100-EXIT.
061800     EXIT.
061900*----------------------------------------------------------*
062000* 6000-CLOSE-BATCH - WRITE THE KEYSHEET FILE: THE HEADER AND
062100* DETAILS FROM KEYWORK, THEN A TRAILER CARRYING THE LINE
062200* COUNT AND DICE HASH COUNTED HERE. CARDS LEFT INCOMPLETE ARE
062300* LISTED AND THE SCOREKEEPER ASKED TO CONFIRM. ONCE WRITTEN,
062400* KEYWORK IS EMPTIED SO THE NEXT RUN STARTS A NEW BATCH.
062500*----------------------------------------------------------*
062600 6000-CLOSE-BATCH.
062700     IF WS-LINES-KEYED = 0
062800         DISPLAY "** NOTHING KEYED YET - BATCH NOT CLOSED"
062900         GO TO 6000-EXIT
063000     END-IF.
063100     MOVE 0 TO WS-CARDS-OPEN.
063200     PERFORM 6100-LIST-OPEN-CARD THRU 6100-EXIT
063300         VARYING WS-CARD-SUB FROM 1 BY 1
063400         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
063500     IF WS-CARDS-OPEN > 0
063600         DISPLAY WS-CARDS-OPEN " CARD(S) NOT COMPLETE - "
063700             "CLOSE THE BATCH ANYWAY (Y/N):"
063800         MOVE SPACES TO WS-ENTRY-REPLY
063900         ACCEPT WS-ENTRY-REPLY
064000         IF WS-ENTRY-REPLY NOT = 'Y' AND WS-ENTRY-REPLY NOT = 'y'
064100             DISPLAY "BATCH LEFT OPEN"
064200             GO TO 6000-EXIT
064300         END-IF
064400     END-IF.
064500     OPEN OUTPUT KEYED-BATCH-FILE.
064600     IF NOT KEYED-BATCH-OK
064700         DISPLAY "** UNABLE TO OPEN KEYSHEET, STATUS "
064800             WS-KEYED-BATCH-STATUS " - BATCH LEFT OPEN"
064900         GO TO 6000-EXIT
065000     END-IF.
065100     OPEN INPUT WORK-FILE.
065200     IF NOT WORK-OK
065300         DISPLAY "** UNABLE TO OPEN KEYWORK, STATUS "
065400             WS-WORK-STATUS " - BATCH LEFT OPEN"
065500         CLOSE KEYED-BATCH-FILE
065600         GO TO 6000-EXIT
065700     END-IF.
065800     MOVE 'N' TO WS-WORK-EOF-SW.
065900     PERFORM 1210-READ-WORK THRU 1210-EXIT.
066000     PERFORM 6200-COPY-ONE-LINE THRU 6200-EXIT
066100         UNTIL NO-MORE-WORK.
066200     CLOSE WORK-FILE.
066300     MOVE WS-LINES-KEYED TO BT-LINES-KEYED.
066400     MOVE WS-DICE-HASH TO BT-DICE-HASH.
066500     MOVE BATCH-TRAILER-RECORD TO KEYED-BATCH-RECORD.
066600     WRITE KEYED-BATCH-RECORD.
066700     CLOSE KEYED-BATCH-FILE.
066800     OPEN OUTPUT WORK-FILE.
066900     CLOSE WORK-FILE.
067000     MOVE 'C' TO WS-SESSION-SW.
067100 6000-EXIT.
067200     EXIT.
067300 6100-LIST-OPEN-CARD.
067400     SET CARD-IDX TO WS-CARD-SUB.
067500     PERFORM 7500-SET-CARD-SIZE THRU 7500-EXIT.
067600     IF WS-CARD-FILLED(CARD-IDX) < WS-CARD-SIZE
067700         ADD 1 TO WS-CARDS-OPEN
067800         DISPLAY "  NOT COMPLETE: " WS-CARD-ID(CARD-IDX) " "
067900             WS-CARD-CLUB(CARD-IDX) " GAME "
068000             WS-CARD-GAME-NO(CARD-IDX) " - "
068100             WS-CARD-FILLED(CARD-IDX) " OF " WS-CARD-SIZE
068200             " CATEGORIES"
068300     END-IF.
068400 6100-EXIT.
068500     EXIT.
068600 6200-COPY-ONE-LINE.
068700     IF BH-HEADER OR BD-DETAIL
068800         MOVE BATCH-DETAIL-RECORD TO KEYED-BATCH-RECORD
068900         WRITE KEYED-BATCH-RECORD
069000     END-IF.
069100     PERFORM 1210-READ-WORK THRU 1210-EXIT.
069200 6200-EXIT.
069300     EXIT.
069400*----------------------------------------------------------*
069500* 7100-SAVE-LINE - APPEND THE ACCEPTED LINE TO KEYWORK AND
069600* COUNT IT. THE FILE IS CLOSED AGAIN AFTER EVERY LINE SO A
069700* DROPPED TERMINAL LOSES NOTHING ALREADY ACCEPTED.
069800*----------------------------------------------------------*
069900 7100-SAVE-LINE.
070000     OPEN EXTEND WORK-FILE.
070100     IF NOT WORK-OK
070200         DISPLAY "YCHTKEY: UNABLE TO EXTEND KEYWORK, STATUS "
070300             WS-WORK-STATUS ", SESSION ABANDONED"
070400         MOVE 16 TO RETURN-CODE
070500         STOP RUN
070600     END-IF.
070700     MOVE SPACES TO BATCH-DETAIL-RECORD.
070800     MOVE 'D' TO BD-RECORD-TYPE.
070900     MOVE WS-ENTRY-ID TO KS-PLAYER-ID.
071000     MOVE WS-BATCH-DATE TO KS-GAME-DATE.
071100     MOVE WS-CARD-GAME-NO(CARD-IDX) TO KS-GAME-NO.
071200     MOVE CT-CATEGORY-NAME(WS-CAT-FOUND) TO KS-CATEGORY.
071300     MOVE WS-CARD-DICE TO KS-DICE.
071400     MOVE ZERO TO KS-RESULT.
071500     MOVE ZERO TO KS-UPPER-SUBTOTAL.
071600     MOVE ZERO TO KS-UPPER-BONUS.
071700     MOVE ZERO TO KS-PAPER-SUBTOTAL.
071800     MOVE WS-CARD-VARIANT(CARD-IDX) TO KS-VARIANT.
071900     MOVE WS-CARD-CLUB(CARD-IDX) TO KS-CLUB-CODE.
072000     WRITE BATCH-DETAIL-RECORD.
072100     CLOSE WORK-FILE.
072200     ADD 1 TO WS-LINES-KEYED.
072300     ADD KS-DICE TO WS-DICE-HASH.
072400 7100-EXIT.
072500     EXIT.
072600*----------------------------------------------------------*
072700* 7200-FIND-CARD - CARD-IDX TO THE CARD FOR WS-LOOKUP-ID,
072800* -CLUB AND -GAME-NO, ZERO WHEN NOT YET KEYED THIS BATCH.
072900*----------------------------------------------------------*
073000 7200-FIND-CARD.
073100     SET CARD-IDX TO 1.
073200     SEARCH WS-CARD-ENTRY
073300         AT END
073400             SET CARD-IDX TO 0
073500         WHEN CARD-IDX > WS-CARD-COUNT
073600             SET CARD-IDX TO 0
073700         WHEN WS-CARD-ID(CARD-IDX) = WS-LOOKUP-ID
073800             AND WS-CARD-CLUB(CARD-IDX) = WS-LOOKUP-CLUB
073900             AND WS-CARD-GAME-NO(CARD-IDX) = WS-LOOKUP-GAME-NO
074000             CONTINUE
074100     END-SEARCH.
074200 7200-EXIT.
074300     EXIT.
074400*----------------------------------------------------------*
074500* 7300-ADD-CARD - A NEW CARD, NOTHING FILLED, FOR THE LOOKUP
074600* FIELDS; CARD-IDX IS LEFT ON IT.
074700*----------------------------------------------------------*
074800 7300-ADD-CARD.
074900     IF WS-CARD-COUNT >= 300
075000         DISPLAY "YCHTKEY: CARD TABLE FULL AT " WS-LOOKUP-ID
075100             ", SESSION ABANDONED - RUN AGAIN TO CLOSE THE BATCH"
075200         MOVE 16 TO RETURN-CODE
075300         STOP RUN
075400     END-IF.
075500     ADD 1 TO WS-CARD-COUNT.
075600     SET CARD-IDX TO WS-CARD-COUNT.
075700     MOVE WS-LOOKUP-ID TO WS-CARD-ID(CARD-IDX).
075800     MOVE WS-LOOKUP-CLUB TO WS-CARD-CLUB(CARD-IDX).
075900     MOVE WS-LOOKUP-GAME-NO TO WS-CARD-GAME-NO(CARD-IDX).
076000     MOVE WS-LOOKUP-VARIANT TO WS-CARD-VARIANT(CARD-IDX).
076100     MOVE 0 TO WS-CARD-FILLED(CARD-IDX).
076200     PERFORM 7310-CLEAR-ONE-CATEGORY THRU 7310-EXIT
076300         VARYING WS-CAT-SUB FROM 1 BY 1
076400         UNTIL WS-CAT-SUB > 13.
076500 7300-EXIT.
076600     EXIT.
076700 7310-CLEAR-ONE-CATEGORY.
076800     MOVE 'N' TO WS-CARD-CAT-SW(CARD-IDX, WS-CAT-SUB).
076900 7310-EXIT.
077000     EXIT.
077100*----------------------------------------------------------*
077200* 7400-FIND-CATEGORY - WS-CAT-FOUND TO WS-ENTRY-CATEGORY'S
077300* PLACE IN CATTABLE, ZERO WHEN IT IS NOT A CATEGORY.
077400*----------------------------------------------------------*
077500 7400-FIND-CATEGORY.
077600     MOVE 0 TO WS-CAT-FOUND.
077700     SET CT-NAME-IDX TO 1.
077800     SEARCH CT-CATEGORY-NAME
077900         AT END
078000             CONTINUE
078100         WHEN CT-CATEGORY-NAME(CT-NAME-IDX) = WS-ENTRY-CATEGORY
078200             SET WS-CAT-FOUND TO CT-NAME-IDX
078300     END-SEARCH.
078400 7400-EXIT.
078500     EXIT.
078600*----------------------------------------------------------*
078700* 7500-SET-CARD-SIZE - 12 CATEGORIES ON A STANDARD CARD, 13
078800* ON A MAXI CARD.
078900*----------------------------------------------------------*
079000 7500-SET-CARD-SIZE.
079100     IF WS-CARD-VARIANT(CARD-IDX) = 'M'
079200         MOVE 13 TO WS-CARD-SIZE
079300     ELSE
079400         MOVE 12 TO WS-CARD-SIZE
079500     END-IF.
079600 7500-EXIT.
079700     EXIT.
079800*----------------------------------------------------------*
079900* 9000-TERMINATE - SAY WHERE THE BATCH STANDS.
080000*----------------------------------------------------------*
080100 9000-TERMINATE.
080200     MOVE WS-LINES-KEYED TO WS-SHOW-COUNT.
080300     IF BATCH-CLOSED
080400         DISPLAY "YCHTKEY: BATCH CLOSED - KEYSHEET WRITTEN"
080500         DISPLAY "YCHTKEY: LINES KEYED = " WS-SHOW-COUNT
080600             "  DICE HASH = " WS-DICE-HASH
080700     ELSE
080800         DISPLAY "YCHTKEY: SESSION STOPPED - " WS-SHOW-COUNT
080900             " LINES KEPT ON KEYWORK, RUN AGAIN TO CARRY ON"
081000         MOVE 4 TO RETURN-CODE
081100     END-IF.
081200 9000-EXIT.
081300     EXIT.
