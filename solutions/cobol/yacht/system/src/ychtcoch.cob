000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTCOCH.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    MISSED-POINTS COACHING REPORT. REPLAYS EVERY CARD ON THE
000900*    AUDIT JOURNAL IN THE ORDER IT WAS SCORED AND, FOR EACH
001000*    ROLL, ASKS THE YACHT ENGINE WHAT THE DICE WOULD HAVE MADE
001100*    IN EVERY CATEGORY STILL OPEN ON THAT CARD AT THE TIME -
001200*    THE TWELVE STANDARD CATEGORIES, OR ALL THIRTEEN ON A MAXI
001300*    CARD, IN CATTABLE ORDER. EACH CARD IS PRINTED ROLL BY
001400*    ROLL: THE CATEGORY TAKEN AND ITS POINTS, THE BEST CATEGORY
001500*    THAT WAS STILL OPEN AND ITS POINTS, AND THE POINTS LOST.
001600*    A SEASON "POINTS LEFT ON THE TABLE" SUMMARY PER MEMBER,
001700*    WORST FIRST, CLOSES THE REPORT FOR THE COACHING EVENINGS.
001800*
001900*    THE ENGINE IS CALLED WITH ITS WHAT-IF FUNCTION ('E'), SO
002000*    NOTHING IS JOURNALED AND NO CARD'S RUNNING STATE CHANGES;
002100*    EACH CARD'S HOUSE RULE COMES FROM RULECTL THE SAME WAY
002200*    THE NIGHTLY DRIVER RESOLVES IT.
002300*
002400*    THE COMPARISON IS ROLL BY ROLL ON CATEGORY POINTS. IT DOES
002500*    NOT LOOK AHEAD - A LOW SCORE PARKED IN ONE CATEGORY TO KEEP
002600*    A BETTER ONE OPEN STILL SHOWS AS POINTS LOST - AND IT
002700*    LEAVES THE 35-POINT UPPER BONUS OUT, AS YCHTSIM DOES.
002800*
002900*    A CARD CORRECTED BY YCHTCORR JOURNALS THE SAME CATEGORY
003000*    TWICE. AS IN YCHTSIM THE FIRST ENTRY IS THE ONE REPLAYED
003100*    AND THE LATER ONE IS COUNTED AS SUPERSEDED.
003200*
003300*    MODIFICATION HISTORY.
003400*    DATE       INIT DESCRIPTION
003500*    2026-10-15 LOP  ORIGINAL PROGRAM.
003533*    2026-10-15 LOP  READS THE ROSTER MASTER AS AN INDEXED
003566*                    FILE (KEY ROSTKEY), IN MEMBER ID ORDER.
003600***************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. GNUCOBOL.
004000 OBJECT-COMPUTER. GNUCOBOL.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT COACH-JOURNAL-FILE ASSIGN TO "COACHJRN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-COACH-JOURNAL-STATUS.
004600     SELECT COACH-CONTROL-FILE ASSIGN TO "COACHCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-COACH-CONTROL-STATUS.
004900     SELECT RULE-CONTROL-FILE ASSIGN TO "RULECTL"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-RULE-CONTROL-STATUS.
005200     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
005260         ORGANIZATION IS INDEXED
005320         ACCESS IS SEQUENTIAL
005380         RECORD KEY IS RK-ROSTER-KEY
005440         FILE STATUS IS WS-ROSTER-STATUS.
005500     SELECT PRINT-FILE ASSIGN TO "COACHRPT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-PRINT-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  COACH-JOURNAL-FILE
006100     RECORDING MODE IS F.
006200 01  COACH-JOURNAL-RECORD.
006300     COPY JRNLREC.
006400 FD  COACH-CONTROL-FILE
006500     RECORDING MODE IS F.
006600*    OPTIONAL DATE RANGE TO REPLAY - ONE NIGHT (BOTH DATES
006700*    EQUAL), A SEASON, OR ZEROES (OR NO FILE) FOR EVERYTHING.
006800 01  COACH-CONTROL-RECORD.
006900     05  CO-START-DATE           PIC 9(08).
007000     05  CO-END-DATE             PIC 9(08).
007100 FD  RULE-CONTROL-FILE
007200     RECORDING MODE IS F.
007300 01  RULE-CONTROL-RECORD.
007400     COPY RULEREC.
007500 FD  ROSTER-FILE.
007600 01  ROSTER-RECORD.
007700     COPY ROSTKEY.
007800     COPY ROSTMBR.
007900 FD  PRINT-FILE
008000     RECORDING MODE IS F.
008100 01  PRINT-RECORD                PIC X(100).
008200 WORKING-STORAGE SECTION.
008300 01  WS-COACH-JOURNAL-STATUS     PIC X(02) VALUE '00'.
008400     88  COACH-JOURNAL-OK                    VALUE '00'.
008500 01  WS-COACH-CONTROL-STATUS     PIC X(02) VALUE '00'.
008600     88  COACH-CONTROL-OK                    VALUE '00'.
008700 01  WS-RULE-CONTROL-STATUS      PIC X(02) VALUE '00'.
008800     88  RULE-CONTROL-OK                     VALUE '00'.
008900 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
009000     88  ROSTER-OK                           VALUE '00'.
009100 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
009200     88  PRINT-OK                            VALUE '00'.
009300 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
009400     88  NO-MORE-JOURNAL                     VALUE 'Y'.
009500 01  WS-ROSTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
009600     88  NO-MORE-ROSTER                      VALUE 'Y'.
009700 01  WS-RULE-EOF-SWITCH          PIC X(01) VALUE 'N'.
009800     88  NO-MORE-RULES                       VALUE 'Y'.
009900 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
010000*    SHARED CATEGORY NAME TABLE, IN SCOREPAD ORDER.
010100     COPY CATTABLE.
010200*
010300*    THE REPLAY RANGE.
010400 01  WS-START-DATE               PIC 9(08) VALUE 0.
010500 01  WS-END-DATE                 PIC 9(08) VALUE 99999999.
010600*
010700*    THE NIGHT CURRENTLY BEING REPLAYED - A DATE CHANGE PRINTS
010800*    AND CLEARS THE PREVIOUS NIGHT'S CARDS.
010900 01  WS-CURRENT-NIGHT            PIC 9(08) VALUE 0.
011000*
011100*    THE CALL INTERFACE TO YACHT, THE SAME SHAPE THE NIGHTLY
011200*    DRIVER USES.
011300 01  WS-CALL-SCORECARD.
011400     COPY SCORCARD.
011500 01  WS-CALL-EDIT-STATUS         PIC X(01).
011600     88  CALL-EDIT-OK                        VALUE 'Y'.
011700 01  WS-CALL-FUNCTION            PIC X(01) VALUE 'E'.
011800 01  WS-CALL-SUBTOTAL-MISMATCH   PIC X(01).
011900 01  WS-CALL-HOUSE-RULE          PIC X(01) VALUE 'S'.
012000*
012100*    ONE HOUSE-RULE ENTRY PER CLUB, LOADED ONCE FROM RULECTL.
012200*    A BLANK CLUB CODE ON FILE APPLIES TO THE HOME CLUB.
012300 01  WS-RULE-TABLE.
012400     05  WS-RULE-ENTRY           OCCURS 10 TIMES.
012500         10  WS-RULE-CLUB        PIC X(03) VALUE SPACES.
012600         10  WS-RULE-FLAG        PIC X(01) VALUE 'S'.
012700 01  WS-RULE-COUNT               PIC 9(02) COMP VALUE 0.
012800 01  WS-RULE-SUB                 PIC 9(02) COMP VALUE 0.
012900*
013000*    ONE ENTRY PER CARD (PLAYER PLUS GAME NUMBER) ON THE NIGHT
013100*    BEING REPLAYED, WITH THE CATEGORIES ALREADY USED AND EACH
013200*    ROLL'S TAKEN AND BEST-OPEN FIGURES HELD FOR PRINTING. A
013300*    FULL TABLE IS A HARD ERROR (RC 16).
013400 01  WS-CARD-TABLE.
013500     05  WS-CARD-ENTRY           OCCURS 500 TIMES
013600         INDEXED BY CARD-IDX.
013700         10  WS-CARD-ID          PIC X(10).
013800         10  WS-CARD-GAME-NO     PIC 9(02).
013900         10  WS-CARD-CLUB        PIC X(03).
014000         10  WS-CARD-VARIANT     PIC X(01).
014100             88  CARD-IS-MAXI                VALUE 'M'.
014200         10  WS-CARD-SLOTS       PIC 9(02).
014300         10  WS-CARD-DONE        PIC X(01) OCCURS 13 TIMES.
014400         10  WS-CARD-ROLLS       PIC 9(02).
014500         10  WS-CARD-ROLL        OCCURS 13 TIMES.
014600             15  WS-ROLL-DICE        PIC 9(06).
014700             15  WS-ROLL-TAKEN-SLOT  PIC 9(02).
014800             15  WS-ROLL-TAKEN-PTS   PIC 9(03).
014900             15  WS-ROLL-BEST-SLOT   PIC 9(02).
015000             15  WS-ROLL-BEST-PTS    PIC 9(03).
015100             15  WS-ROLL-LOST        PIC 9(03).
015200         10  WS-CARD-TAKEN       PIC 9(05).
015300         10  WS-CARD-LOST        PIC 9(05).
015400         10  WS-CARD-MISSES      PIC 9(02).
015500         10  WS-CARD-WORST       PIC 9(03).
015600 01  WS-CARD-COUNT               PIC 9(03) COMP VALUE 0.
015700*
015800*    SEASON FIGURES, ONE ENTRY PER MEMBER SEEN. A FULL TABLE IS
015900*    A HARD ERROR (RC 16).
016000 01  WS-MEMBER-TABLE.
016100     05  WS-MEMBER-ENTRY         OCCURS 500 TIMES
016200         INDEXED BY MBR-IDX, SRT-IDX, SRT-BEST.
016300         10  WS-MBR-ID           PIC X(10) VALUE SPACES.
016400         10  WS-MBR-CARDS        PIC 9(04) VALUE 0.
016500         10  WS-MBR-ROLLS        PIC 9(05) VALUE 0.
016600         10  WS-MBR-TAKEN        PIC 9(07) VALUE 0.
016700         10  WS-MBR-LOST         PIC 9(07) VALUE 0.
016800         10  WS-MBR-MISSES       PIC 9(05) VALUE 0.
016900         10  WS-MBR-WORST        PIC 9(03) VALUE 0.
017000 01  WS-MEMBER-COUNT             PIC 9(03) COMP VALUE 0.
017100 01  WS-MEMBER-ENTRY-SWAP.
017200     05  WS-SWAP-ID              PIC X(10) VALUE SPACES.
017300     05  WS-SWAP-CARDS           PIC 9(04) VALUE 0.
017400     05  WS-SWAP-ROLLS           PIC 9(05) VALUE 0.
017500     05  WS-SWAP-TAKEN           PIC 9(07) VALUE 0.
017600     05  WS-SWAP-LOST            PIC 9(07) VALUE 0.
017700     05  WS-SWAP-MISSES          PIC 9(05) VALUE 0.
017800     05  WS-SWAP-WORST           PIC 9(03) VALUE 0.
017900*
018000*    MEMBER NAMES FOR THE PRINT, LOADED ONCE FROM THE ROSTER.
018100 01  WS-ROSTER-TABLE.
018200     05  WS-ROSTER-ENTRY         OCCURS 500 TIMES
018300         INDEXED BY ROST-IDX.
018400         10  WS-ROST-ID          PIC X(10) VALUE SPACES.
018500         10  WS-ROST-NAME        PIC X(30).
018600 01  WS-ROSTER-COUNT             PIC 9(03) COMP VALUE 0.
018700 01  WS-MEMBER-NAME              PIC X(30) VALUE SPACES.
018800 01  WS-NAME-ID                  PIC X(10) VALUE SPACES.
018900*
019000*    ONE ROLL'S WORKING FIGURES.
019100 01  WS-TAKEN-SLOT               PIC 9(02) COMP VALUE 0.
019200 01  WS-BEST-SLOT                PIC 9(02) COMP VALUE 0.
019300 01  WS-BEST-POINTS              PIC 9(03) VALUE 0.
019400 01  WS-ROLL-LOSS                PIC 9(03) VALUE 0.
019500 01  WS-SLOT-SUB                 PIC 9(02) COMP VALUE 0.
019600 01  WS-ROLL-SUB                 PIC 9(02) COMP VALUE 0.
019700*
019800*    REPLAY CONTROL COUNTS.
019900 01  WS-ENTRIES-REPLAYED         PIC 9(07) COMP VALUE 0.
020000 01  WS-ENTRIES-SKIPPED          PIC 9(07) COMP VALUE 0.
020100 01  WS-ENTRIES-REJECTED         PIC 9(07) COMP VALUE 0.
020200 01  WS-ENTRIES-SUPERSEDED       PIC 9(07) COMP VALUE 0.
020300 01  WS-NIGHTS-REPLAYED          PIC 9(04) COMP VALUE 0.
020400 01  WS-CARDS-REPLAYED           PIC 9(05) COMP VALUE 0.
020500 01  WS-AVERAGE-LOST             PIC 9(03)V9 VALUE 0.
020600*
020700*    PRINT WORK AREAS.
020800 01  WS-PRINT-GAME               PIC Z9.
020900 01  WS-PRINT-DICE               PIC 9(06).
021000 01  WS-PRINT-POINTS             PIC ZZ9.
021100 01  WS-PRINT-BEST               PIC ZZ9.
021200 01  WS-PRINT-LOST               PIC ZZ9.
021300 01  WS-PRINT-CARD-TAKEN         PIC ZZZZ9.
021400 01  WS-PRINT-CARD-LOST          PIC ZZZZ9.
021500 01  WS-PRINT-CARDS              PIC ZZZ9.
021600 01  WS-PRINT-ROLLS              PIC ZZZZ9.
021700 01  WS-PRINT-TAKEN              PIC ZZZZZZ9.
021800 01  WS-PRINT-SEASON-LOST        PIC ZZZZZZ9.
021900 01  WS-PRINT-AVERAGE            PIC ZZ9.9.
022000 01  WS-PRINT-MISSES             PIC ZZZZ9.
022100 01  WS-PRINT-WORST              PIC ZZ9.
022200 01  WS-PRINT-NIGHTS             PIC ZZZ9.
022300 01  WS-PRINT-VARIANT            PIC X(08) VALUE SPACES.
022400 PROCEDURE DIVISION.
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022700     PERFORM 2000-REPLAY-JOURNAL THRU 2000-EXIT
022800         UNTIL NO-MORE-JOURNAL.
022900     PERFORM 3000-CLOSE-NIGHT THRU 3000-EXIT.
023000     PERFORM 7000-SORT-MEMBERS THRU 7000-EXIT.
023100     PERFORM 8000-PRINT-SEASON-SUMMARY THRU 8000-EXIT.
023200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023300     STOP RUN.
023400*----------------------------------------------------------*
023500* 1000-INITIALIZE - READ THE OPTIONAL REPLAY RANGE, LOAD THE
023600* HOUSE RULES AND MEMBER NAMES, OPEN FILES AND PRIME THE
023700* READ.
023800*----------------------------------------------------------*
023900 1000-INITIALIZE.
024000     PERFORM 1100-READ-COACH-CONTROL THRU 1100-EXIT.
024100     PERFORM 1200-READ-HOUSE-RULE THRU 1200-EXIT.
024200     PERFORM 1500-LOAD-ROSTER THRU 1500-EXIT.
024300     MOVE SPACES TO WS-CARD-TABLE.
024400     OPEN INPUT COACH-JOURNAL-FILE.
024500     IF NOT COACH-JOURNAL-OK
024600         DISPLAY "YCHTCOCH: UNABLE TO OPEN COACHJRN, STATUS "
024700             WS-COACH-JOURNAL-STATUS ", RUN ABANDONED"
024800         MOVE 16 TO RETURN-CODE
024900         STOP RUN
025000     END-IF.
025100     OPEN OUTPUT PRINT-FILE.
025200     IF NOT PRINT-OK
025300         DISPLAY "YCHTCOCH: UNABLE TO OPEN COACHRPT, STATUS "
025400             WS-PRINT-STATUS ", RUN ABANDONED"
025500         MOVE 16 TO RETURN-CODE
025600         STOP RUN
025700     END-IF.
025800     MOVE SPACES TO PRINT-RECORD.
025900     MOVE "THURSDAY NIGHT YACHT CLUB - MISSED-POINTS COACHING"
026000         TO PRINT-RECORD.
026100     WRITE PRINT-RECORD.
026200     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
026300 1000-EXIT.
026400     EXIT.
026500*----------------------------------------------------------*
026600* 1100-READ-COACH-CONTROL - THE REPLAY RANGE. NO CONTROL
026700* FILE, AN EMPTY ONE OR ZERO DATES REPLAY THE WHOLE JOURNAL.
026800*----------------------------------------------------------*
026900 1100-READ-COACH-CONTROL.
027000     OPEN INPUT COACH-CONTROL-FILE.
027100     IF NOT COACH-CONTROL-OK
027200         GO TO 1100-EXIT
027300     END-IF.
027400     READ COACH-CONTROL-FILE
027500         AT END
027600             GO TO 1100-CLOSE
027700     END-READ.
027800     IF CO-START-DATE IS NUMERIC AND CO-START-DATE > 0
027900         MOVE CO-START-DATE TO WS-START-DATE
028000     END-IF.
028100     IF CO-END-DATE IS NUMERIC AND CO-END-DATE > 0
028200         MOVE CO-END-DATE TO WS-END-DATE
028300     END-IF.
028400 1100-CLOSE.
028500     CLOSE COACH-CONTROL-FILE.
028600 1100-EXIT.
028700     EXIT.
028800*----------------------------------------------------------*
028900* 1200-READ-HOUSE-RULE - LOAD THE ONE-RECORD-PER-CLUB RULE
029000* CONTROL. NO CONTROL FILE (OR AN EMPTY ONE) LEAVES EVERY
029100* CLUB AT THE DEFAULT OF STRICT.
029200*----------------------------------------------------------*
029300 1200-READ-HOUSE-RULE.
029400     OPEN INPUT RULE-CONTROL-FILE.
029500     IF NOT RULE-CONTROL-OK
029600         GO TO 1200-EXIT
029700     END-IF.
029800     PERFORM 1220-LOAD-ONE-RULE THRU 1220-EXIT
029900         UNTIL NO-MORE-RULES.
030000     CLOSE RULE-CONTROL-FILE.
030100 1200-EXIT.
030200     EXIT.
030300*----------------------------------------------------------*
030400* 1220-LOAD-ONE-RULE - FOLD ONE CLUB'S HOUSE-RULE RECORD
030500* INTO THE TABLE. A BLANK CLUB CODE IS THE HOME CLUB'S.
030600*----------------------------------------------------------*
030700 1220-LOAD-ONE-RULE.
030800     READ RULE-CONTROL-FILE
030900         AT END
031000             MOVE 'Y' TO WS-RULE-EOF-SWITCH
031100             GO TO 1220-EXIT
031200     END-READ.
031300     IF WS-RULE-COUNT >= 10
031400         DISPLAY "YCHTCOCH: RULE TABLE FULL AT " RC-CLUB-CODE
031500         GO TO 1220-EXIT
031600     END-IF.
031700     ADD 1 TO WS-RULE-COUNT.
031800     IF RC-CLUB-CODE = SPACES
031900         MOVE WS-HOME-CLUB TO WS-RULE-CLUB(WS-RULE-COUNT)
032000     ELSE
032100         MOVE RC-CLUB-CODE TO WS-RULE-CLUB(WS-RULE-COUNT)
032200     END-IF.
032300     MOVE RC-HOUSE-RULE TO WS-RULE-FLAG(WS-RULE-COUNT).
032400 1220-EXIT.
032500     EXIT.
032600*----------------------------------------------------------*
032700* 1500-LOAD-ROSTER - MEMBER NAMES FOR THE PRINT. A MISSING
032800* ROSTER ONLY COSTS THE NAMES.
032900*----------------------------------------------------------*
033000 1500-LOAD-ROSTER.
033100     OPEN INPUT ROSTER-FILE.
033200     IF NOT ROSTER-OK
033300         DISPLAY "YCHTCOCH: UNABLE TO OPEN ROSTER, STATUS "
033400             WS-ROSTER-STATUS ", NAMES NOT PRINTED"
033500         GO TO 1500-EXIT
033600     END-IF.
033700     PERFORM 1510-READ-ROSTER THRU 1510-EXIT.
033800     PERFORM 1520-LOAD-ONE-MEMBER THRU 1520-EXIT
033900         UNTIL NO-MORE-ROSTER.
034000     CLOSE ROSTER-FILE.
034100 1500-EXIT.
034200     EXIT.
034300 1510-READ-ROSTER.
034400     READ ROSTER-FILE
034500         AT END
034600             MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
034700     END-READ.
034800 1510-EXIT.
034900     EXIT.
035000 1520-LOAD-ONE-MEMBER.
035100     IF WS-ROSTER-COUNT >= 500
035200         DISPLAY "YCHTCOCH: ROSTER TABLE FULL AT " MB-MEMBER-ID
035300         MOVE 16 TO RETURN-CODE
035400         STOP RUN
035500     END-IF.
035600     ADD 1 TO WS-ROSTER-COUNT.
035700     MOVE MB-MEMBER-ID TO WS-ROST-ID(WS-ROSTER-COUNT).
035800     MOVE MB-MEMBER-NAME TO WS-ROST-NAME(WS-ROSTER-COUNT).
035900     PERFORM 1510-READ-ROSTER THRU 1510-EXIT.
036000 1520-EXIT.
036100     EXIT.
036200*----------------------------------------------------------*
036300* 2000-REPLAY-JOURNAL - REPLAY ONE JOURNAL ENTRY AGAINST ITS
036400* CARD, THEN READ THE NEXT ONE. A DATE CHANGE IS A NEW NIGHT,
036500* SO THE CARDS OF THE NIGHT JUST FINISHED ARE PRINTED FIRST.
036600*----------------------------------------------------------*
036700 2000-REPLAY-JOURNAL.
036800     IF AJ-DATE < WS-START-DATE OR AJ-DATE > WS-END-DATE
036900         ADD 1 TO WS-ENTRIES-SKIPPED
037000         GO TO 2000-NEXT
037100     END-IF.
037200     IF AJ-DATE NOT = WS-CURRENT-NIGHT
037300         PERFORM 3000-CLOSE-NIGHT THRU 3000-EXIT
037400         MOVE AJ-DATE TO WS-CURRENT-NIGHT
037500         ADD 1 TO WS-NIGHTS-REPLAYED
037600     END-IF.
037700     PERFORM 2300-FIND-CARD THRU 2300-EXIT.
037800     PERFORM 2400-REPLAY-ONE-ROLL THRU 2400-EXIT.
037900 2000-NEXT.
038000     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
038100 2000-EXIT.
038200     EXIT.
038300 2100-READ-JOURNAL.
038400     READ COACH-JOURNAL-FILE
038500         AT END
038600             MOVE 'Y' TO WS-EOF-SWITCH
038700     END-READ.
038800 2100-EXIT.
038900     EXIT.
039000*----------------------------------------------------------*
039100* 2300-FIND-CARD - FIND THIS ENTRY'S CARD, CLAIMING A FRESH
039200* ONE THE FIRST TIME A PLAYER/GAME PAIR IS SEEN TONIGHT. THE
039300* JOURNAL CARRIES NO VARIANT FLAG, BUT A MAXI ROLL IS THE
039400* ONLY ONE WITH A NON-ZERO SIXTH (LEFTMOST) DIE.
039500*----------------------------------------------------------*
039600 2300-FIND-CARD.
039700     SET CARD-IDX TO 1.
039800     SEARCH WS-CARD-ENTRY
039900         AT END
040000             DISPLAY "YCHTCOCH: CARD TABLE FULL AT "
040100                 AJ-PLAYER-ID ", RUN ABANDONED"
040200             MOVE 16 TO RETURN-CODE
040300             STOP RUN
040400         WHEN (WS-CARD-ID(CARD-IDX) = AJ-PLAYER-ID
040500                 AND WS-CARD-GAME-NO(CARD-IDX) = AJ-GAME-NO)
040600             OR WS-CARD-ID(CARD-IDX) = SPACES
040700             IF WS-CARD-ID(CARD-IDX) = SPACES
040800                 PERFORM 2310-CLAIM-CARD THRU 2310-EXIT
040900             END-IF
041000     END-SEARCH.
041100 2300-EXIT.
041200     EXIT.
041300 2310-CLAIM-CARD.
041400     ADD 1 TO WS-CARD-COUNT.
041500     MOVE AJ-PLAYER-ID TO WS-CARD-ID(CARD-IDX).
041600     MOVE AJ-GAME-NO TO WS-CARD-GAME-NO(CARD-IDX).
041700     IF AJ-CLUB-CODE = SPACES
041800         MOVE WS-HOME-CLUB TO WS-CARD-CLUB(CARD-IDX)
041900     ELSE
042000         MOVE AJ-CLUB-CODE TO WS-CARD-CLUB(CARD-IDX)
042100     END-IF.
042200     IF AJ-DICE >= 100000
042300         MOVE 'M' TO WS-CARD-VARIANT(CARD-IDX)
042400         MOVE 13 TO WS-CARD-SLOTS(CARD-IDX)
042500     ELSE
042600         MOVE 'S' TO WS-CARD-VARIANT(CARD-IDX)
042700         MOVE 12 TO WS-CARD-SLOTS(CARD-IDX)
042800     END-IF.
042900     PERFORM 2320-CLEAR-ONE-SLOT THRU 2320-EXIT
043000         VARYING WS-SLOT-SUB FROM 1 BY 1
043100         UNTIL WS-SLOT-SUB > 13.
043200     MOVE ZERO TO WS-CARD-ROLLS(CARD-IDX).
043300     MOVE ZERO TO WS-CARD-TAKEN(CARD-IDX).
043400     MOVE ZERO TO WS-CARD-LOST(CARD-IDX).
043500     MOVE ZERO TO WS-CARD-MISSES(CARD-IDX).
043600     MOVE ZERO TO WS-CARD-WORST(CARD-IDX).
043700 2310-EXIT.
043800     EXIT.
043900 2320-CLEAR-ONE-SLOT.
044000     MOVE 'N' TO WS-CARD-DONE(CARD-IDX, WS-SLOT-SUB).
044100 2320-EXIT.
044200     EXIT.
044300*----------------------------------------------------------*
044400* 2400-REPLAY-ONE-ROLL - THE POINTS TAKEN ARE THE JOURNAL'S
044500* OWN RESULT. EVERY OTHER CATEGORY STILL OPEN ON THE CARD IS
044600* TRIED THROUGH THE ENGINE; THE TAKEN CATEGORY STANDS AS BEST
044700* UNLESS ANOTHER OPEN ONE WOULD HAVE SCORED STRICTLY MORE.
044800*----------------------------------------------------------*
044900 2400-REPLAY-ONE-ROLL.
045000     SET CT-NAME-IDX TO 1.
045100     SEARCH CT-CATEGORY-NAME
045200         AT END
045300             ADD 1 TO WS-ENTRIES-REJECTED
045400             DISPLAY "YCHTCOCH: UNKNOWN CATEGORY ON JOURNAL "
045500                 AJ-CATEGORY " PLAYER " AJ-PLAYER-ID
045600                 " DATE " AJ-DATE
045700             GO TO 2400-EXIT
045800         WHEN CT-CATEGORY-NAME(CT-NAME-IDX) = AJ-CATEGORY
045900             SET WS-TAKEN-SLOT TO CT-NAME-IDX
046000     END-SEARCH.
046100     IF WS-TAKEN-SLOT > WS-CARD-SLOTS(CARD-IDX)
046200         ADD 1 TO WS-ENTRIES-REJECTED
046300         DISPLAY "YCHTCOCH: MAXI CATEGORY ON A STANDARD CARD, "
046400             "PLAYER " AJ-PLAYER-ID " DATE " AJ-DATE
046500         GO TO 2400-EXIT
046600     END-IF.
046700     IF WS-CARD-DONE(CARD-IDX, WS-TAKEN-SLOT) = 'Y'
046800*        THE SECOND JOURNALING OF A CATEGORY IS A YCHTCORR
046900*        CORRECTION APPENDED AFTER THE ORIGINAL ROLL.
047000         ADD 1 TO WS-ENTRIES-SUPERSEDED
047100         GO TO 2400-EXIT
047200     END-IF.
047300     MOVE WS-TAKEN-SLOT TO WS-BEST-SLOT.
047400     MOVE AJ-RESULT TO WS-BEST-POINTS.
047500     MOVE AJ-PLAYER-ID TO SC-PLAYER-ID.
047600     MOVE AJ-DATE TO SC-GAME-DATE.
047700     MOVE AJ-GAME-NO TO SC-GAME-NO.
047800     MOVE AJ-DICE TO SC-DICE.
047900     MOVE WS-CARD-VARIANT(CARD-IDX) TO SC-VARIANT.
048000     MOVE WS-CARD-CLUB(CARD-IDX) TO SC-CLUB-CODE.
048100     MOVE ZERO TO SC-PAPER-SUBTOTAL.
048200     PERFORM 2450-SET-HOUSE-RULE THRU 2450-EXIT.
048300     PERFORM 2500-TRY-ONE-CATEGORY THRU 2500-EXIT
048400         VARYING WS-SLOT-SUB FROM 1 BY 1
048500         UNTIL WS-SLOT-SUB > WS-CARD-SLOTS(CARD-IDX).
048600     COMPUTE WS-ROLL-LOSS = WS-BEST-POINTS - AJ-RESULT.
048700     ADD 1 TO WS-CARD-ROLLS(CARD-IDX).
048800     MOVE WS-CARD-ROLLS(CARD-IDX) TO WS-ROLL-SUB.
048900     MOVE AJ-DICE TO WS-ROLL-DICE(CARD-IDX, WS-ROLL-SUB).
049000     MOVE WS-TAKEN-SLOT
049100         TO WS-ROLL-TAKEN-SLOT(CARD-IDX, WS-ROLL-SUB).
049200     MOVE AJ-RESULT TO WS-ROLL-TAKEN-PTS(CARD-IDX, WS-ROLL-SUB).
049300     MOVE WS-BEST-SLOT
049400         TO WS-ROLL-BEST-SLOT(CARD-IDX, WS-ROLL-SUB).
049500     MOVE WS-BEST-POINTS
049600         TO WS-ROLL-BEST-PTS(CARD-IDX, WS-ROLL-SUB).
049700     MOVE WS-ROLL-LOSS TO WS-ROLL-LOST(CARD-IDX, WS-ROLL-SUB).
049800     ADD AJ-RESULT TO WS-CARD-TAKEN(CARD-IDX).
049900     ADD WS-ROLL-LOSS TO WS-CARD-LOST(CARD-IDX).
050000     IF WS-ROLL-LOSS > 0
050100         ADD 1 TO WS-CARD-MISSES(CARD-IDX)
050200     END-IF.
050300     IF WS-ROLL-LOSS > WS-CARD-WORST(CARD-IDX)
050400         MOVE WS-ROLL-LOSS TO WS-CARD-WORST(CARD-IDX)
050500     END-IF.
050600     MOVE 'Y' TO WS-CARD-DONE(CARD-IDX, WS-TAKEN-SLOT).
050700     ADD 1 TO WS-ENTRIES-REPLAYED.
050800 2400-EXIT.
050900     EXIT.
051000*----------------------------------------------------------*
051100* 2450-SET-HOUSE-RULE - THE CARD'S CLUB RULE, STRICT WHEN
051200* THE CLUB HAS NO RECORD ON RULECTL.
051300*----------------------------------------------------------*
051400 2450-SET-HOUSE-RULE.
051500     MOVE 'S' TO WS-CALL-HOUSE-RULE.
051600     IF WS-RULE-COUNT > 0
051700         PERFORM 2460-MATCH-ONE-RULE THRU 2460-EXIT
051800             VARYING WS-RULE-SUB FROM 1 BY 1
051900             UNTIL WS-RULE-SUB > WS-RULE-COUNT
052000     END-IF.
052100 2450-EXIT.
052200     EXIT.
052300 2460-MATCH-ONE-RULE.
052400     IF WS-RULE-CLUB(WS-RULE-SUB) = WS-CARD-CLUB(CARD-IDX)
052500         MOVE WS-RULE-FLAG(WS-RULE-SUB) TO WS-CALL-HOUSE-RULE
052600     END-IF.
052700 2460-EXIT.
052800     EXIT.
052900*----------------------------------------------------------*
053000* 2500-TRY-ONE-CATEGORY - WHAT THE DICE WOULD HAVE MADE IN
053100* ONE OTHER CATEGORY STILL OPEN ON THE CARD.
053200*----------------------------------------------------------*
053300 2500-TRY-ONE-CATEGORY.
053400     IF WS-SLOT-SUB = WS-TAKEN-SLOT
053500         OR WS-CARD-DONE(CARD-IDX, WS-SLOT-SUB) = 'Y'
053600         GO TO 2500-EXIT
053700     END-IF.
053800     MOVE CT-CATEGORY-NAME(WS-SLOT-SUB) TO SC-CATEGORY.
053900     MOVE 'E' TO WS-CALL-FUNCTION.
054000     CALL "YACHT" USING WS-CALL-SCORECARD, WS-CALL-EDIT-STATUS,
054100         WS-CALL-FUNCTION, WS-CALL-SUBTOTAL-MISMATCH,
054200         WS-CALL-HOUSE-RULE.
054300     IF CALL-EDIT-OK AND SC-RESULT > WS-BEST-POINTS
054400         MOVE WS-SLOT-SUB TO WS-BEST-SLOT
054500         MOVE SC-RESULT TO WS-BEST-POINTS
054600     END-IF.
054700 2500-EXIT.
054800     EXIT.
054900*----------------------------------------------------------*
055000* 3000-CLOSE-NIGHT - PRINT EVERY CARD OF THE NIGHT JUST
055100* REPLAYED, FOLD EACH INTO ITS MEMBER'S SEASON FIGURES, AND
055200* CLEAR THE CARD TABLE FOR THE NEXT NIGHT.
055300*----------------------------------------------------------*
055400 3000-CLOSE-NIGHT.
055500     IF WS-CARD-COUNT = 0
055600         GO TO 3000-EXIT
055700     END-IF.
055800     MOVE SPACES TO PRINT-RECORD.
055900     WRITE PRINT-RECORD.
056000     MOVE SPACES TO PRINT-RECORD.
056100     STRING "NIGHT OF " WS-CURRENT-NIGHT
056200         DELIMITED BY SIZE INTO PRINT-RECORD.
056300     WRITE PRINT-RECORD.
056400     PERFORM 3100-PRINT-ONE-CARD THRU 3100-EXIT
056500         VARYING CARD-IDX FROM 1 BY 1
056600         UNTIL CARD-IDX > WS-CARD-COUNT.
056700     MOVE SPACES TO WS-CARD-TABLE.
056800     MOVE ZERO TO WS-CARD-COUNT.
056900 3000-EXIT.
057000     EXIT.
057100*----------------------------------------------------------*
057200* 3100-PRINT-ONE-CARD - CARD HEADING, ONE LINE PER ROLL IN
057300* SCORING ORDER, AND THE CARD'S TAKEN AND LOST TOTALS.
057400*----------------------------------------------------------*
057500 3100-PRINT-ONE-CARD.
057600     ADD 1 TO WS-CARDS-REPLAYED.
057700     MOVE WS-CARD-ID(CARD-IDX) TO WS-NAME-ID.
057800     PERFORM 8200-FIND-MEMBER-NAME THRU 8200-EXIT.
057900     MOVE WS-CARD-GAME-NO(CARD-IDX) TO WS-PRINT-GAME.
058000     IF CARD-IS-MAXI(CARD-IDX)
058100         MOVE "MAXI" TO WS-PRINT-VARIANT
058200     ELSE
058300         MOVE "STANDARD" TO WS-PRINT-VARIANT
058400     END-IF.
058500     MOVE SPACES TO PRINT-RECORD.
058600     WRITE PRINT-RECORD.
058700     MOVE SPACES TO PRINT-RECORD.
058800     STRING "  PLAYER " WS-CARD-ID(CARD-IDX)
058900         "  " WS-MEMBER-NAME
059000         "  GAME " WS-PRINT-GAME
059100         "  " WS-PRINT-VARIANT
059200         "  CLUB " WS-CARD-CLUB(CARD-IDX)
059300         DELIMITED BY SIZE INTO PRINT-RECORD.
059400     WRITE PRINT-RECORD.
059500     MOVE SPACES TO PRINT-RECORD.
059600     STRING "    CATEGORY TAKEN     DICE  PTS  "
059700         "BEST OPEN          PTS LOST"
059800         DELIMITED BY SIZE INTO PRINT-RECORD.
059900     WRITE PRINT-RECORD.
060000     IF WS-CARD-ROLLS(CARD-IDX) > 0
060100         PERFORM 3200-PRINT-ONE-ROLL THRU 3200-EXIT
060200             VARYING WS-ROLL-SUB FROM 1 BY 1
060300             UNTIL WS-ROLL-SUB > WS-CARD-ROLLS(CARD-IDX)
060400     END-IF.
060500     MOVE WS-CARD-TAKEN(CARD-IDX) TO WS-PRINT-CARD-TAKEN.
060600     MOVE WS-CARD-LOST(CARD-IDX) TO WS-PRINT-CARD-LOST.
060700     MOVE SPACES TO PRINT-RECORD.
060800     STRING "    CARD TOTAL TAKEN " WS-PRINT-CARD-TAKEN
060900         "   POINTS LOST " WS-PRINT-CARD-LOST
061000         DELIMITED BY SIZE INTO PRINT-RECORD.
061100     WRITE PRINT-RECORD.
061200     PERFORM 3500-FOLD-INTO-MEMBER THRU 3500-EXIT.
061300 3100-EXIT.
061400     EXIT.
061500 3200-PRINT-ONE-ROLL.
061600     MOVE WS-ROLL-DICE(CARD-IDX, WS-ROLL-SUB) TO WS-PRINT-DICE.
061700     MOVE WS-ROLL-TAKEN-PTS(CARD-IDX, WS-ROLL-SUB)
061800         TO WS-PRINT-POINTS.
061900     MOVE WS-ROLL-BEST-PTS(CARD-IDX, WS-ROLL-SUB)
062000         TO WS-PRINT-BEST.
062100     MOVE WS-ROLL-LOST(CARD-IDX, WS-ROLL-SUB) TO WS-PRINT-LOST.
062200     MOVE WS-ROLL-TAKEN-SLOT(CARD-IDX, WS-ROLL-SUB)
062300         TO WS-SLOT-SUB.
062400     MOVE WS-ROLL-BEST-SLOT(CARD-IDX, WS-ROLL-SUB)
062500         TO WS-BEST-SLOT.
062600     MOVE SPACES TO PRINT-RECORD.
062700     STRING "    " CT-CATEGORY-NAME(WS-SLOT-SUB)
062800         "  " WS-PRINT-DICE
062900         "  " WS-PRINT-POINTS
063000         "  " CT-CATEGORY-NAME(WS-BEST-SLOT)
063100         "    " WS-PRINT-BEST
063200         "  " WS-PRINT-LOST
063300         DELIMITED BY SIZE INTO PRINT-RECORD.
063400     WRITE PRINT-RECORD.
063500 3200-EXIT.
063600     EXIT.
063700*----------------------------------------------------------*
063800* 3500-FOLD-INTO-MEMBER - ADD ONE FINISHED CARD TO ITS
063900* MEMBER'S SEASON FIGURES.
064000*----------------------------------------------------------*
064100 3500-FOLD-INTO-MEMBER.
064200     SET MBR-IDX TO 1.
064300     SEARCH WS-MEMBER-ENTRY
064400         AT END
064500             DISPLAY "YCHTCOCH: MEMBER TABLE FULL AT "
064600                 WS-CARD-ID(CARD-IDX) ", RUN ABANDONED"
064700             MOVE 16 TO RETURN-CODE
064800             STOP RUN
064900         WHEN WS-MBR-ID(MBR-IDX) = WS-CARD-ID(CARD-IDX)
065000             OR WS-MBR-ID(MBR-IDX) = SPACES
065100             IF WS-MBR-ID(MBR-IDX) = SPACES
065200                 MOVE WS-CARD-ID(CARD-IDX) TO WS-MBR-ID(MBR-IDX)
065300                 ADD 1 TO WS-MEMBER-COUNT
065400             END-IF
065500             ADD 1 TO WS-MBR-CARDS(MBR-IDX)
065600             ADD WS-CARD-ROLLS(CARD-IDX) TO WS-MBR-ROLLS(MBR-IDX)
065700             ADD WS-CARD-TAKEN(CARD-IDX) TO WS-MBR-TAKEN(MBR-IDX)
065800             ADD WS-CARD-LOST(CARD-IDX) TO WS-MBR-LOST(MBR-IDX)
065900             ADD WS-CARD-MISSES(CARD-IDX)
066000                 TO WS-MBR-MISSES(MBR-IDX)
066100             IF WS-CARD-WORST(CARD-IDX) > WS-MBR-WORST(MBR-IDX)
066200                 MOVE WS-CARD-WORST(CARD-IDX)
066300                     TO WS-MBR-WORST(MBR-IDX)
066400             END-IF
066500     END-SEARCH.
066600 3500-EXIT.
066700     EXIT.
066800*----------------------------------------------------------*
066900* 7000-SORT-MEMBERS - ORDER THE SEASON SUMMARY ON POINTS
067000* LOST, MOST FIRST.
067100*----------------------------------------------------------*
067200 7000-SORT-MEMBERS.
067300     IF WS-MEMBER-COUNT > 1
067400         PERFORM 7100-SORT-ONE-PASS THRU 7100-EXIT
067500             VARYING SRT-IDX FROM 1 BY 1
067600             UNTIL SRT-IDX >= WS-MEMBER-COUNT
067700     END-IF.
067800 7000-EXIT.
067900     EXIT.
068000 7100-SORT-ONE-PASS.
068100     SET SRT-BEST TO SRT-IDX.
068200     PERFORM 7200-SORT-COMPARE THRU 7200-EXIT
068300         VARYING MBR-IDX FROM SRT-IDX BY 1
068400         UNTIL MBR-IDX > WS-MEMBER-COUNT.
068500     IF SRT-BEST NOT = SRT-IDX
068600         PERFORM 7300-SWAP-ENTRIES THRU 7300-EXIT
068700     END-IF.
068800 7100-EXIT.
068900     EXIT.
069000 7200-SORT-COMPARE.
069100     IF WS-MBR-LOST(MBR-IDX) > WS-MBR-LOST(SRT-BEST)
069200         SET SRT-BEST TO MBR-IDX
069300     END-IF.
069400 7200-EXIT.
069500     EXIT.
069600 7300-SWAP-ENTRIES.
069700     MOVE WS-MEMBER-ENTRY(SRT-IDX) TO WS-MEMBER-ENTRY-SWAP.
069800     MOVE WS-MEMBER-ENTRY(SRT-BEST) TO WS-MEMBER-ENTRY(SRT-IDX).
069900     MOVE WS-MEMBER-ENTRY-SWAP TO WS-MEMBER-ENTRY(SRT-BEST).
070000 7300-EXIT.
070100     EXIT.
070200*----------------------------------------------------------*
070300* 8000-PRINT-SEASON-SUMMARY - POINTS LEFT ON THE TABLE, ONE
070400* LINE PER MEMBER, ON A NEW PAGE AFTER THE CARDS.
070500*----------------------------------------------------------*
070600 8000-PRINT-SEASON-SUMMARY.
070700     MOVE SPACES TO PRINT-RECORD.
070800     MOVE "THURSDAY NIGHT YACHT CLUB - POINTS LEFT ON THE TABLE"
070900         TO PRINT-RECORD.
071000     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
071100     MOVE WS-NIGHTS-REPLAYED TO WS-PRINT-NIGHTS.
071200     MOVE SPACES TO PRINT-RECORD.
071300     STRING "NIGHTS REPLAYED " WS-PRINT-NIGHTS
071400         "  FROM " WS-START-DATE " TO " WS-END-DATE
071500         DELIMITED BY SIZE INTO PRINT-RECORD.
071600     WRITE PRINT-RECORD.
071700     MOVE SPACES TO PRINT-RECORD.
071800     WRITE PRINT-RECORD.
071900     MOVE SPACES TO PRINT-RECORD.
072000     STRING "  PLAYER ID   CARDS  ROLLS    TAKEN     LOST"
072100         "  LOST/CARD  MISSED  WORST  NAME"
072200         DELIMITED BY SIZE INTO PRINT-RECORD.
072300     WRITE PRINT-RECORD.
072400     IF WS-MEMBER-COUNT > 0
072500         PERFORM 8100-PRINT-ONE-MEMBER THRU 8100-EXIT
072600             VARYING MBR-IDX FROM 1 BY 1
072700             UNTIL MBR-IDX > WS-MEMBER-COUNT
072800     END-IF.
072900 8000-EXIT.
073000     EXIT.
073100 8100-PRINT-ONE-MEMBER.
073200     MOVE ZERO TO WS-AVERAGE-LOST.
073300     IF WS-MBR-CARDS(MBR-IDX) > 0
073400         COMPUTE WS-AVERAGE-LOST ROUNDED =
073500             WS-MBR-LOST(MBR-IDX) / WS-MBR-CARDS(MBR-IDX)
073600     END-IF.
073700     MOVE WS-MBR-CARDS(MBR-IDX) TO WS-PRINT-CARDS.
073800     MOVE WS-MBR-ROLLS(MBR-IDX) TO WS-PRINT-ROLLS.
073900     MOVE WS-MBR-TAKEN(MBR-IDX) TO WS-PRINT-TAKEN.
074000     MOVE WS-MBR-LOST(MBR-IDX) TO WS-PRINT-SEASON-LOST.
074100     MOVE WS-AVERAGE-LOST TO WS-PRINT-AVERAGE.
074200     MOVE WS-MBR-MISSES(MBR-IDX) TO WS-PRINT-MISSES.
074300     MOVE WS-MBR-WORST(MBR-IDX) TO WS-PRINT-WORST.
074400     MOVE WS-MBR-ID(MBR-IDX) TO WS-NAME-ID.
074500     PERFORM 8200-FIND-MEMBER-NAME THRU 8200-EXIT.
074600     MOVE SPACES TO PRINT-RECORD.
074700     STRING "  " WS-MBR-ID(MBR-IDX)
074800         "   " WS-PRINT-CARDS
074900         "  " WS-PRINT-ROLLS
075000         "  " WS-PRINT-TAKEN
075100         "  " WS-PRINT-SEASON-LOST
075200         "      " WS-PRINT-AVERAGE
075300         "   " WS-PRINT-MISSES
075400         "    " WS-PRINT-WORST
075500         "  " WS-MEMBER-NAME
075600         DELIMITED BY SIZE INTO PRINT-RECORD.
075700     WRITE PRINT-RECORD.
075800 8100-EXIT.
075900     EXIT.
076000*----------------------------------------------------------*
076100* 8200-FIND-MEMBER-NAME - NAME FOR WS-NAME-ID FROM THE ROSTER
076200* TABLE.
076300*----------------------------------------------------------*
076400 8200-FIND-MEMBER-NAME.
076500     MOVE SPACES TO WS-MEMBER-NAME.
076600     IF WS-ROSTER-COUNT = 0
076700         GO TO 8200-EXIT
076800     END-IF.
076900     SET ROST-IDX TO 1.
077000     SEARCH WS-ROSTER-ENTRY
077100         AT END
077200             MOVE '*NOT ON ROSTER*' TO WS-MEMBER-NAME
077300         WHEN WS-ROST-ID(ROST-IDX) = WS-NAME-ID
077400             MOVE WS-ROST-NAME(ROST-IDX) TO WS-MEMBER-NAME
077500     END-SEARCH.
077600 8200-EXIT.
077700     EXIT.
077800*----------------------------------------------------------*
077900* 9000-TERMINATE - CLOSE FILES AND REPORT COUNTS.
078000*----------------------------------------------------------*
078100 9000-TERMINATE.
078200     CLOSE COACH-JOURNAL-FILE.
078300     CLOSE PRINT-FILE.
078400     DISPLAY "YCHTCOCH: ENTRIES REPLAYED = "
078500         WS-ENTRIES-REPLAYED.
078600     DISPLAY "YCHTCOCH: ENTRIES SKIPPED  = "
078700         WS-ENTRIES-SKIPPED.
078800     DISPLAY "YCHTCOCH: ENTRIES REJECTED = "
078900         WS-ENTRIES-REJECTED.
079000     DISPLAY "YCHTCOCH: CORRECTIONS SUPERSEDED = "
079100         WS-ENTRIES-SUPERSEDED.
079200     DISPLAY "YCHTCOCH: CARDS REPLAYED   = "
079300         WS-CARDS-REPLAYED.
079400     DISPLAY "YCHTCOCH: NIGHTS REPLAYED  = "
079500         WS-NIGHTS-REPLAYED.
079600 9000-EXIT.
079700     EXIT.
