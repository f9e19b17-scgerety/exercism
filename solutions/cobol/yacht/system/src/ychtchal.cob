000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTCHAL.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    INTER-CLUB CHALLENGE MATCH SETTLEMENT. ONCE A MONTH THE
000900*    HOME CLUB MEETS A SISTER CLUB ON A CHALLENGE NIGHT
001000*    (CALENDAR NIGHT TYPE 'C'). THE NIGHTLY RUN SCORES THE
001100*    NIGHT LIKE ANY OTHER; THIS PROGRAM, RUN AFTER YCHTDRV,
001200*    SETTLES THE MATCH ON THE TERMS AGREED FOR THAT NIGHT ON
001300*    THE CHALLENGE CONTROL FILE (CHALCTL):
001400*
001500*    - A CARD IS A PLAYER'S GAME FROM THE RESULTS FILE, GRAND
001600*      TOTAL WITH THE UPPER-SECTION BONUS. IT QUALIFIES FOR
001700*      THE CLUB IT WAS PLAYED FOR WHEN THE PLAYER IS ON THAT
001800*      CLUB'S ROSTER AS A FULL MEMBER - GUESTS NEVER COUNT.
001900*    - WHERE THE TERMS SAY SO, THE PLAYER'S HANDICAP FROM THE
002000*      HANDICAP MASTER IS ADDED TO THE CARD (NONE ON FILE IS
002100*      NIL).
002200*    - A PLAYER COUNTS ONCE, WITH THEIR BEST CARD OF THE NIGHT.
002300*      EACH CLUB'S BEST N CARDS ARE SUMMED; A CLUB SHORT OF N
002400*      CARDS COUNTS NIL FOR EVERY CARD MISSING.
002500*    - THE HIGHER TOTAL TAKES THE MATCH; LEVEL TOTALS HALVE IT.
002600*
002700*    THE MATCH SHEET LISTS BOTH CLUBS' COUNTING CARDS, THE
002800*    TOTALS AND THE MARGIN, THEN THE HEAD-TO-HEAD SERIES. THE
002900*    SERIES MASTER (CHSRREC) IS KEPT OLD MASTER IN AND NEW
003000*    MASTER OUT, ONE RECORD PER SISTER CLUB PER SEASON, SO THE
003100*    SERIES RUNS ON ACROSS SEASONS. A NIGHT ALREADY ON THE
003200*    SERIES IS NOT COUNTED AGAIN (RETURN CODE 4). ON ANY OTHER
003300*    NIGHT THE SERIES IS CARRIED FORWARD UNCHANGED, SO THE
003400*    PROGRAM CAN SIT IN THE NIGHTLY CHAIN.
003500*
003600*    MODIFICATION HISTORY.
003700*    DATE       INIT DESCRIPTION
003800*    2026-10-15 LOP  ORIGINAL PROGRAM.
003900****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. GNUCOBOL.
004300 OBJECT-COMPUTER. GNUCOBOL.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CHALLENGE-CONTROL-FILE ASSIGN TO "CHALCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CHALLENGE-CONTROL-STATUS.
004900     SELECT CALENDAR-FILE ASSIGN TO "CALNDR"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-CALENDAR-STATUS.
005200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUN-CONTROL-STATUS.
005500     SELECT RESULTS-FILE ASSIGN TO "RESULTS"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-RESULTS-STATUS.
005800     SELECT HANDICAP-FILE ASSIGN TO "HCAPMST"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-HANDICAP-STATUS.
006100     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
006200         ORGANIZATION IS INDEXED
006300         ACCESS IS RANDOM
006400         RECORD KEY IS RK-ROSTER-KEY
006500         FILE STATUS IS WS-ROSTER-STATUS.
006600     SELECT OLD-SERIES-FILE ASSIGN TO "OLDCHSR"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-OLD-SERIES-STATUS.
006900     SELECT NEW-SERIES-FILE ASSIGN TO "NEWCHSR"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-NEW-SERIES-STATUS.
007200     SELECT PRINT-FILE ASSIGN TO "CHALRPT"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-PRINT-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  CHALLENGE-CONTROL-FILE
007800     RECORDING MODE IS F.
007900 01  CHALLENGE-CONTROL-RECORD.
008000     COPY CHALCTL.
008100 FD  CALENDAR-FILE
008200     RECORDING MODE IS F.
008300 01  CALENDAR-RECORD.
008400     COPY CALREC.
008500 FD  RUN-CONTROL-FILE
008600     RECORDING MODE IS F.
008700 01  RUN-CONTROL-RECORD.
008800     COPY RUNCTL.
008900 FD  RESULTS-FILE
009000     RECORDING MODE IS F.
009100 01  RESULTS-RECORD.
009200     COPY SCORCARD
009300         REPLACING ==SC-PLAYER-ID== BY ==RS-PLAYER-ID==
009400             ==SC-GAME-DATE== BY ==RS-GAME-DATE==
009500             ==SC-GAME-NO== BY ==RS-GAME-NO==
009600             ==SC-CATEGORY== BY ==RS-CATEGORY==
009700             ==SC-DICE== BY ==RS-DICE==
009800             ==SC-RESULT== BY ==RS-RESULT==
009900             ==SC-UPPER-SUBTOTAL== BY ==RS-UPPER-SUBTOTAL==
010000             ==SC-UPPER-BONUS== BY ==RS-UPPER-BONUS==
010100             ==SC-UPPER-COMPLETE== BY ==RS-UPPER-COMPLETE==
010200             ==SC-UPPER-SECTION-COMPLETE== BY
010300                 ==RS-UPPER-SECTION-COMPLETE==
010400             ==SC-UPPER-SECTION-INCOMPLETE== BY
010500                 ==RS-UPPER-SECTION-INCOMPLETE==
010600             ==SC-PAPER-SUBTOTAL== BY ==RS-PAPER-SUBTOTAL==
010700             ==SC-VARIANT== BY ==RS-VARIANT==
010800             ==SC-VARIANT-STANDARD== BY ==RS-VARIANT-STANDARD==
010900             ==SC-VARIANT-MAXI== BY ==RS-VARIANT-MAXI==
011000             ==SC-CLUB-CODE== BY ==RS-CLUB-CODE==.
011100 FD  HANDICAP-FILE
011200     RECORDING MODE IS F.
011300 01  HANDICAP-RECORD.
011400     COPY HCAPREC.
011500 FD  ROSTER-FILE.
011600 01  ROSTER-RECORD.
011700     COPY ROSTKEY.
011800     COPY ROSTMBR.
011900 FD  OLD-SERIES-FILE
012000     RECORDING MODE IS F.
012100 01  OLD-SERIES-RECORD               PIC X(59).
012200 FD  NEW-SERIES-FILE
012300     RECORDING MODE IS F.
012400 01  NEW-SERIES-RECORD               PIC X(59).
012500 FD  PRINT-FILE
012600     RECORDING MODE IS F.
012700 01  PRINT-RECORD                PIC X(80).
012800 WORKING-STORAGE SECTION.
012900 01  WS-CHALLENGE-CONTROL-STATUS PIC X(02) VALUE '00'.
013000     88  CHALLENGE-CONTROL-OK                VALUE '00'.
013100 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
013200     88  CALENDAR-OK                         VALUE '00'.
013300 01  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE '00'.
013400     88  RUN-CONTROL-OK                      VALUE '00'.
013500 01  WS-RESULTS-STATUS           PIC X(02) VALUE '00'.
013600     88  RESULTS-OK                          VALUE '00'.
013700 01  WS-HANDICAP-STATUS          PIC X(02) VALUE '00'.
013800     88  HANDICAP-OK                         VALUE '00'.
013900 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
014000     88  ROSTER-OK                           VALUE '00'.
014100 01  WS-OLD-SERIES-STATUS        PIC X(02) VALUE '00'.
014200     88  OLD-SERIES-OK                       VALUE '00'.
014300 01  WS-NEW-SERIES-STATUS        PIC X(02) VALUE '00'.
014400     88  NEW-SERIES-OK                       VALUE '00'.
014500 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
014600     88  PRINT-OK                            VALUE '00'.
014700 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
014800     88  NO-MORE-RESULTS                     VALUE 'Y'.
014900 01  WS-CALENDAR-EOF-SWITCH      PIC X(01) VALUE 'N'.
015000     88  NO-MORE-CALENDAR                    VALUE 'Y'.
015100 01  WS-TERMS-EOF-SWITCH         PIC X(01) VALUE 'N'.
015200     88  NO-MORE-TERMS                       VALUE 'Y'.
015300 01  WS-HANDICAP-EOF-SWITCH      PIC X(01) VALUE 'N'.
015400     88  NO-MORE-HANDICAPS                   VALUE 'Y'.
015500 01  WS-OLD-SERIES-EOF-SWITCH    PIC X(01) VALUE 'N'.
015600     88  NO-MORE-OLD-SERIES                  VALUE 'Y'.
015700 01  WS-CONTROL-DATE             PIC 9(08) VALUE 0.
015800 01  WS-CONTROL-SCORED           PIC 9(07) VALUE 0.
015900 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE 0.
016000 01  WS-DATE-ERROR-SWITCH        PIC X(01) VALUE 'N'.
016100     88  CONTROL-DATE-ERROR                  VALUE 'Y'.
016200 01  WS-WARNING-SWITCH           PIC X(01) VALUE 'N'.
016300     88  RUN-WARNED                          VALUE 'Y'.
016400*
016500*    THE NIGHT BEING SETTLED, AND WHAT THE CALENDAR SAYS
016600*    ABOUT IT.
016700 01  WS-NIGHT-DATE               PIC 9(08) VALUE 0.
016800 01  WS-NIGHT-SEASON-ID          PIC X(06) VALUE SPACES.
016900 01  WS-NIGHT-FOUND-SWITCH       PIC X(01) VALUE 'N'.
017000     88  NIGHT-ON-CALENDAR                   VALUE 'Y'.
017100 01  WS-NIGHT-TYPE               PIC X(01) VALUE SPACE.
017200     88  CHALLENGE-NIGHT                     VALUE 'C'.
017300*
017400*    THE TERMS AGREED FOR TONIGHT. A BLANK CLUB CODE IS THE
017500*    HOME CLUB ON ROSTER AND RESULTS ALIKE; A BLANK SISTER CLUB
017600*    ON THE TERMS IS HARBOURSIDE.
017700 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
017800 01  WS-DEFAULT-SISTER-CLUB      PIC X(03) VALUE 'HBS'.
017900 01  WS-SISTER-CLUB              PIC X(03) VALUE SPACES.
018000 01  WS-COUNTING-CARDS           PIC 9(02) VALUE 0.
018100 01  WS-HANDICAP-SWITCH          PIC X(01) VALUE 'N'.
018200     88  HANDICAPS-APPLY                     VALUE 'Y'.
018300 01  WS-TERMS-FOUND-SWITCH       PIC X(01) VALUE 'N'.
018400     88  TERMS-FOUND                         VALUE 'Y'.
018500*
018600*    THE HANDICAP MASTER, LOADED ONLY WHEN THE TERMS APPLY IT.
018700 01  WS-HANDICAP-TABLE.
018800     05  WS-HANDICAP-ENTRY       OCCURS 500 TIMES
018900         INDEXED BY HCAP-IDX.
019000         10  WS-HCAP-ID          PIC X(10) VALUE SPACES.
019100         10  WS-HCAP-VALUE       PIC 9(03) VALUE 0.
019200 01  WS-HANDICAP-COUNT           PIC 9(03) COMP VALUE 0.
019300*
019400*    ONE TABLE ENTRY PER CARD PLAYED TONIGHT (PLAYER, CLUB AND
019500*    GAME). A FULL TABLE IS A HARD ERROR AND THE RUN ENDS WITH
019600*    RC 16.
019700 01  WS-CARD-TABLE.
019800     05  WS-CARD-ENTRY           OCCURS 500 TIMES
019900         INDEXED BY CARD-IDX.
020000         10  WS-CARD-ID          PIC X(10) VALUE SPACES.
020100         10  WS-CARD-CLUB        PIC X(03) VALUE SPACES.
020200         10  WS-CARD-GAME-NO     PIC 9(02) VALUE 0.
020300         10  WS-CARD-TOTAL       PIC 9(05) VALUE 0.
020400         10  WS-CARD-BONUS       PIC 9(02) VALUE 0.
020500 01  WS-CARD-COUNT               PIC 9(03) COMP VALUE 0.
020600 01  WS-CARD-CLUB-WORK           PIC X(03) VALUE SPACES.
020700*
020800*    EACH QUALIFYING PLAYER'S BEST CARD, SIDE 1 THE HOME CLUB
020900*    AND SIDE 2 THE SISTER CLUB, SORTED INTO SIDE ORDER AND
021000*    BEST CARD FIRST WITHIN THE SIDE.
021100 01  WS-PLAYER-TABLE.
021200     05  WS-PLAYER-ENTRY         OCCURS 500 TIMES
021300         INDEXED BY PLR-IDX, SRT-IDX, SRT-BEST.
021400         10  WS-PLR-SIDE         PIC 9(01) VALUE 0.
021500         10  WS-PLR-ID           PIC X(10) VALUE SPACES.
021600         10  WS-PLR-NAME         PIC X(30) VALUE SPACES.
021700         10  WS-PLR-GAME-NO      PIC 9(02) VALUE 0.
021800         10  WS-PLR-SCRATCH      PIC 9(05) VALUE 0.
021900         10  WS-PLR-HANDICAP     PIC 9(03) VALUE 0.
022000         10  WS-PLR-TOTAL        PIC 9(05) VALUE 0.
022100 01  WS-PLAYER-COUNT             PIC 9(03) COMP VALUE 0.
022200 01  WS-PLAYER-ENTRY-SWAP.
022300     05  WS-SWAP-SIDE            PIC 9(01) VALUE 0.
022400     05  WS-SWAP-ID              PIC X(10) VALUE SPACES.
022500     05  WS-SWAP-NAME            PIC X(30) VALUE SPACES.
022600     05  WS-SWAP-GAME-NO         PIC 9(02) VALUE 0.
022700     05  WS-SWAP-SCRATCH         PIC 9(05) VALUE 0.
022800     05  WS-SWAP-HANDICAP        PIC 9(03) VALUE 0.
022900     05  WS-SWAP-TOTAL           PIC 9(05) VALUE 0.
023000*
023100*    THE CARD BEING QUALIFIED.
023200 01  WS-CARD-SIDE                PIC 9(01) VALUE 0.
023300 01  WS-CARD-SCRATCH             PIC 9(05) VALUE 0.
023400 01  WS-CARD-HANDICAP            PIC 9(03) VALUE 0.
023500 01  WS-CARD-MATCH-TOTAL         PIC 9(05) VALUE 0.
023600*
023700*    BOTH SIDES OF THE MATCH.
023800 01  WS-SIDE-TABLE.
023900     05  WS-SIDE-ENTRY           OCCURS 2 TIMES.
024000         10  WS-SIDE-CLUB        PIC X(03) VALUE SPACES.
024100         10  WS-SIDE-QUALIFIED   PIC 9(03) COMP VALUE 0.
024200         10  WS-SIDE-COUNTED     PIC 9(03) COMP VALUE 0.
024300         10  WS-SIDE-TOTAL       PIC 9(07) VALUE 0.
024400 01  WS-SIDE-SUB                 PIC 9(01) COMP VALUE 0.
024500 01  WS-SIDE-RANK                PIC 9(03) COMP VALUE 0.
024600 01  WS-CARDS-SHORT              PIC 9(02) VALUE 0.
024700 01  WS-MARGIN                   PIC 9(07) VALUE 0.
024800 01  WS-WINNER-CLUB              PIC X(03) VALUE SPACES.
024900 01  WS-MATCH-OUTCOME            PIC X(01) VALUE 'N'.
025000     88  HOME-CLUB-WON                       VALUE 'H'.
025100     88  SISTER-CLUB-WON                     VALUE 'S'.
025200     88  MATCH-HALVED                        VALUE 'D'.
025300     88  MATCH-NOT-PLAYED                    VALUE 'N'.
025400*
025500*    THE SERIES MASTER IN STORAGE, ONE CHSRREC IMAGE PER
025600*    ENTRY IN FILE ORDER. WS-SERIES-RECORD IS THE WORKING VIEW
025700*    OF ONE ENTRY.
025800 01  WS-SERIES-TABLE.
025900     05  WS-SERIES-DATA          PIC X(59) OCCURS 100 TIMES.
026000 01  WS-SERIES-COUNT             PIC 9(03) COMP VALUE 0.
026100 01  WS-SERIES-SUB               PIC 9(03) COMP VALUE 0.
026200 01  WS-SEASON-SUB               PIC 9(03) COMP VALUE 0.
026300 01  WS-SERIES-RECORD.
026400     COPY CHSRREC.
026500*
026600*    THE SERIES ACROSS ALL SEASONS FOR TONIGHT'S CLUB PAIR.
026700 01  WS-SERIES-PLAYED            PIC 9(05) VALUE 0.
026800 01  WS-SERIES-HOME-WINS         PIC 9(05) VALUE 0.
026900 01  WS-SERIES-SISTER-WINS       PIC 9(05) VALUE 0.
027000 01  WS-SERIES-HALVED            PIC 9(05) VALUE 0.
027100 01  WS-SERIES-HOME-POINTS       PIC 9(07) VALUE 0.
027200 01  WS-SERIES-SISTER-POINTS     PIC 9(07) VALUE 0.
027300 01  WS-SERIES-LEAD              PIC 9(05) VALUE 0.
027400*
027500*    CONTROL COUNTS FOR THE REPORT FOOT.
027600 01  WS-CARDS-OTHER-CLUB         PIC 9(05) COMP VALUE 0.
027700 01  WS-CARDS-NOT-ON-ROSTER      PIC 9(05) COMP VALUE 0.
027800 01  WS-CARDS-GUEST              PIC 9(05) COMP VALUE 0.
027900 01  WS-CARDS-QUALIFIED          PIC 9(05) COMP VALUE 0.
028000 01  WS-SERIES-READ              PIC 9(05) COMP VALUE 0.
028100 01  WS-SERIES-WRITTEN           PIC 9(05) COMP VALUE 0.
028200*
028300*    REPORT LINES.
028400 01  WS-CARD-HEADING.
028500     05  FILLER                  PIC X(19)
028600                                 VALUE "   NO  PLAYER      ".
028700     05  FILLER                  PIC X(26) VALUE "NAME".
028800     05  FILLER                  PIC X(22)
028900                                 VALUE "GM SCRATCH  HCP  TOTAL".
029000 01  WS-CARD-LINE.
029100     05  FILLER                  PIC X(03) VALUE SPACES.
029200     05  CD-RANK                 PIC Z9.
029300     05  FILLER                  PIC X(02) VALUE SPACES.
029400     05  CD-PLAYER-ID            PIC X(10).
029500     05  FILLER                  PIC X(02) VALUE SPACES.
029600     05  CD-PLAYER-NAME          PIC X(24).
029700     05  FILLER                  PIC X(02) VALUE SPACES.
029800     05  CD-GAME-NO              PIC Z9.
029900     05  FILLER                  PIC X(03) VALUE SPACES.
030000     05  CD-SCRATCH              PIC ZZZZ9.
030100     05  FILLER                  PIC X(02) VALUE SPACES.
030200     05  CD-HANDICAP             PIC ZZ9.
030300     05  FILLER                  PIC X(02) VALUE SPACES.
030400     05  CD-TOTAL                PIC ZZZZ9.
030500 01  WS-SERIES-LINE.
030600     05  FILLER                  PIC X(02) VALUE SPACES.
030700     05  SR-SEASON               PIC X(11).
030800     05  FILLER                  PIC X(03) VALUE SPACES.
030900     05  SR-PLAYED               PIC ZZ9.
031000     05  FILLER                  PIC X(06) VALUE SPACES.
031100     05  SR-HOME-WINS            PIC ZZ9.
031200     05  FILLER                  PIC X(06) VALUE SPACES.
031300     05  SR-SISTER-WINS          PIC ZZ9.
031400     05  FILLER                  PIC X(05) VALUE SPACES.
031500     05  SR-HALVED               PIC ZZ9.
031600     05  FILLER                  PIC X(03) VALUE SPACES.
031700     05  SR-HOME-POINTS          PIC Z(6)9.
031800     05  FILLER                  PIC X(03) VALUE SPACES.
031900     05  SR-SISTER-POINTS        PIC Z(6)9.
032000*
032100*    PRINT WORK AREAS.
032200 01  WS-PRINT-CARDS              PIC Z9.
032300 01  WS-PRINT-COUNT              PIC ZZZ9.
032400 01  WS-PRINT-TOTAL              PIC Z(6)9.
032500 01  WS-PRINT-TOTAL-2            PIC Z(6)9.
032600 01  WS-PRINT-MARGIN             PIC Z(6)9.
032700 01  WS-PRINT-LEAD               PIC ZZZZ9.
032800 01  WS-PRINT-SIDE-TEXT          PIC X(12) VALUE SPACES.
032900 PROCEDURE DIVISION.
033000 0000-MAINLINE.
033100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033200     PERFORM 2000-LOAD-SERIES THRU 2000-EXIT.
033300     IF CHALLENGE-NIGHT
033400         PERFORM 3000-SETTLE-CHALLENGE THRU 3000-EXIT
033500     ELSE
033600         MOVE SPACES TO PRINT-RECORD
033700         MOVE "NOT A CHALLENGE NIGHT - SERIES CARRIED FORWARD"
033800             TO PRINT-RECORD
033900         WRITE PRINT-RECORD
034000         MOVE SPACES TO PRINT-RECORD
034100         WRITE PRINT-RECORD
034200     END-IF.
034300     PERFORM 8000-WRITE-SERIES THRU 8000-EXIT.
034400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
034500     GOBACK.
034600*----------------------------------------------------------*
034700* 1000-INITIALIZE - CHECK THE SCORING RUN, LOOK THE NIGHT UP
034800* ON THE CALENDAR AND OPEN THE OUTPUT FILES.
034900*----------------------------------------------------------*
035000 1000-INITIALIZE.
035100     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT.
035200     MOVE WS-CONTROL-DATE TO WS-NIGHT-DATE.
035300     PERFORM 1200-FIND-NIGHT THRU 1200-EXIT.
035400     OPEN OUTPUT NEW-SERIES-FILE.
035500     IF NOT NEW-SERIES-OK
035600         DISPLAY "YCHTCHAL: UNABLE TO OPEN NEWCHSR, STATUS "
035700             WS-NEW-SERIES-STATUS ", RUN ABANDONED"
035800         MOVE 16 TO RETURN-CODE
035900         GOBACK
036000     END-IF.
036100     OPEN OUTPUT PRINT-FILE.
036200     IF NOT PRINT-OK
036300         DISPLAY "YCHTCHAL: UNABLE TO OPEN CHALRPT, STATUS "
036400             WS-PRINT-STATUS ", RUN ABANDONED"
036500         MOVE 16 TO RETURN-CODE
036600         GOBACK
036700     END-IF.
036800     MOVE SPACES TO PRINT-RECORD.
036900     MOVE "THURSDAY NIGHT YACHT CLUB - INTER-CLUB CHALLENGE MATCH"
037000         TO PRINT-RECORD.
037100     WRITE PRINT-RECORD.
037200     MOVE SPACES TO PRINT-RECORD.
037300     STRING "NIGHT " WS-NIGHT-DATE
037400         "  SEASON " WS-NIGHT-SEASON-ID
037500         DELIMITED BY SIZE INTO PRINT-RECORD.
037600     WRITE PRINT-RECORD.
037700     MOVE SPACES TO PRINT-RECORD.
037800     WRITE PRINT-RECORD.
037900 1000-EXIT.
038000     EXIT.
038100*----------------------------------------------------------*
038200* 1100-VERIFY-RUN-CONTROL - REFUSE TO SETTLE UNLESS YCHTDRV'S
038300* RUN-CONTROL RECORD IS PRESENT AND MARKED COMPLETE.
038400*----------------------------------------------------------*
038500 1100-VERIFY-RUN-CONTROL.
038600     OPEN INPUT RUN-CONTROL-FILE.
038700     IF NOT RUN-CONTROL-OK
038800         DISPLAY "YCHTCHAL: NO RUN-CONTROL RECORD, STATUS "
038900             WS-RUN-CONTROL-STATUS ", RUN ABANDONED"
039000         MOVE 16 TO RETURN-CODE
039100         GOBACK
039200     END-IF.
039300     READ RUN-CONTROL-FILE
039400         AT END
039500             DISPLAY "YCHTCHAL: RUN-CONTROL FILE EMPTY, "
039600                 "RUN ABANDONED"
039700             MOVE 16 TO RETURN-CODE
039800             GOBACK
039900     END-READ.
040000     IF NOT RN-RUN-COMPLETE
040100         DISPLAY "YCHTCHAL: SCORING RUN MARKED INCOMPLETE, "
040200             "RUN ABANDONED"
040300         MOVE 16 TO RETURN-CODE
040400         GOBACK
040500     END-IF.
040600     MOVE RN-RUN-DATE TO WS-CONTROL-DATE.
040700     MOVE RN-LINES-SCORED TO WS-CONTROL-SCORED.
040800     CLOSE RUN-CONTROL-FILE.
040900 1100-EXIT.
041000     EXIT.
041100*----------------------------------------------------------*
041200* 1200-FIND-NIGHT - LOOK THE NIGHT UP ON THE CLUB CALENDAR
041300* FOR ITS NIGHT TYPE AND SEASON. A NIGHT NOT ON THE CALENDAR
041400* IS NOT A CHALLENGE NIGHT.
041500*----------------------------------------------------------*
041600 1200-FIND-NIGHT.
041700     OPEN INPUT CALENDAR-FILE.
041800     IF NOT CALENDAR-OK
041900         DISPLAY "YCHTCHAL: UNABLE TO OPEN CALNDR, STATUS "
042000             WS-CALENDAR-STATUS ", RUN ABANDONED"
042100         MOVE 16 TO RETURN-CODE
042200         GOBACK
042300     END-IF.
042400     PERFORM 1210-SCAN-ONE-NIGHT THRU 1210-EXIT
042500         UNTIL NO-MORE-CALENDAR OR NIGHT-ON-CALENDAR.
042600     CLOSE CALENDAR-FILE.
042700 1200-EXIT.
042800     EXIT.
042900 1210-SCAN-ONE-NIGHT.
043000     READ CALENDAR-FILE
043100         AT END
043200             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
043300             GO TO 1210-EXIT
043400     END-READ.
043500     IF CL-NIGHT-DATE = WS-NIGHT-DATE
043600         MOVE 'Y' TO WS-NIGHT-FOUND-SWITCH
043700         MOVE CL-NIGHT-TYPE TO WS-NIGHT-TYPE
043800         MOVE CL-SEASON-ID TO WS-NIGHT-SEASON-ID
043900     END-IF.
044000 1210-EXIT.
044100     EXIT.
044200*----------------------------------------------------------*
044300* 2000-LOAD-SERIES - THE SERIES MASTER INTO THE TABLE. A
044400* MISSING OR EMPTY FILE IS NO CHALLENGE PLAYED YET.
044500*----------------------------------------------------------*
044600 2000-LOAD-SERIES.
044700     OPEN INPUT OLD-SERIES-FILE.
044800     IF NOT OLD-SERIES-OK
044900         GO TO 2000-EXIT
045000     END-IF.
045100     PERFORM 2100-LOAD-ONE-SEASON THRU 2100-EXIT
045200         UNTIL NO-MORE-OLD-SERIES.
045300     CLOSE OLD-SERIES-FILE.
045400 2000-EXIT.
045500     EXIT.
045600 2100-LOAD-ONE-SEASON.
045700     READ OLD-SERIES-FILE
045800         AT END
045900             MOVE 'Y' TO WS-OLD-SERIES-EOF-SWITCH
046000             GO TO 2100-EXIT
046100     END-READ.
046200     ADD 1 TO WS-SERIES-READ.
046300     IF WS-SERIES-COUNT >= 100
046400         DISPLAY "YCHTCHAL: SERIES TABLE FULL, RUN ABANDONED"
046500         MOVE 16 TO RETURN-CODE
046600         GOBACK
046700     END-IF.
046800     ADD 1 TO WS-SERIES-COUNT.
046900     MOVE OLD-SERIES-RECORD TO WS-SERIES-DATA(WS-SERIES-COUNT).
047000 2100-EXIT.
047100     EXIT.
047200*----------------------------------------------------------*
047300* 3000-SETTLE-CHALLENGE - TAKE THE TERMS FOR TONIGHT, GATHER
047400* AND QUALIFY THE CARDS, PRINT BOTH CLUBS' COUNTING CARDS,
047500* DECIDE THE MATCH AND CARRY IT TO THE SERIES.
047600*----------------------------------------------------------*
047700 3000-SETTLE-CHALLENGE.
047800     PERFORM 3100-READ-TERMS THRU 3100-EXIT.
047900     MOVE WS-HOME-CLUB TO WS-SIDE-CLUB(1).
048000     MOVE WS-SISTER-CLUB TO WS-SIDE-CLUB(2).
048100     PERFORM 3200-FIND-SEASON THRU 3200-EXIT.
048200     IF WS-SEASON-SUB > 0
048300         MOVE WS-SERIES-DATA(WS-SEASON-SUB) TO WS-SERIES-RECORD
048400         IF CM-LAST-NIGHT >= WS-NIGHT-DATE
048500             DISPLAY "YCHTCHAL: CHALLENGE NIGHT " WS-NIGHT-DATE
048600                 " ALREADY ON THE SERIES, CARRIED FORWARD"
048700             MOVE SPACES TO PRINT-RECORD
048800             STRING "CHALLENGE NIGHT ALREADY SETTLED - SERIES "
048900                 "CARRIED FORWARD"
049000                 DELIMITED BY SIZE INTO PRINT-RECORD
049033             WRITE PRINT-RECORD
049088             MOVE SPACES TO PRINT-RECORD
049143             WRITE PRINT-RECORD
049200             MOVE 'Y' TO WS-WARNING-SWITCH
049300             GO TO 3000-EXIT
049400         END-IF
049500     END-IF.
049600     IF HANDICAPS-APPLY
049700         PERFORM 3300-LOAD-HANDICAPS THRU 3300-EXIT
049800     END-IF.
049900     OPEN INPUT RESULTS-FILE.
050000     IF NOT RESULTS-OK
050100         DISPLAY "YCHTCHAL: UNABLE TO OPEN RESULTS, STATUS "
050200             WS-RESULTS-STATUS ", RUN ABANDONED"
050300         MOVE 16 TO RETURN-CODE
050400         GOBACK
050500     END-IF.
050600     PERFORM 3410-READ-RESULTS THRU 3410-EXIT.
050700     PERFORM 3400-PROCESS-RESULTS THRU 3400-EXIT
050800         UNTIL NO-MORE-RESULTS.
050900     CLOSE RESULTS-FILE.
051000     PERFORM 6000-CROSS-CHECK-CONTROL THRU 6000-EXIT.
051100     OPEN INPUT ROSTER-FILE.
051200     IF NOT ROSTER-OK
051300         DISPLAY "YCHTCHAL: UNABLE TO OPEN ROSTER, STATUS "
051400             WS-ROSTER-STATUS ", RUN ABANDONED"
051500         MOVE 16 TO RETURN-CODE
051600         GOBACK
051700     END-IF.
051800     PERFORM 3500-QUALIFY-ONE-CARD THRU 3500-EXIT
051900         VARYING CARD-IDX FROM 1 BY 1
052000         UNTIL CARD-IDX > WS-CARD-COUNT.
052100     CLOSE ROSTER-FILE.
052200     PERFORM 3600-SORT-PLAYERS THRU 3600-EXIT.
052300     PERFORM 4000-PRINT-TERMS THRU 4000-EXIT.
052400     PERFORM 4100-PRINT-ONE-SIDE THRU 4100-EXIT
052500         VARYING WS-SIDE-SUB FROM 1 BY 1
052600         UNTIL WS-SIDE-SUB > 2.
052700     PERFORM 4500-DECIDE-MATCH THRU 4500-EXIT.
052800     IF MATCH-NOT-PLAYED
052900         GO TO 3000-EXIT
053000     END-IF.
053100     PERFORM 5000-UPDATE-SERIES THRU 5000-EXIT.
053200     PERFORM 5500-PRINT-SERIES THRU 5500-EXIT.
053300 3000-EXIT.
053400     EXIT.
053500*----------------------------------------------------------*
053600* 3100-READ-TERMS - THE CHALLENGE CONTROL RECORD FOR TONIGHT.
053700* A CHALLENGE NIGHT WITH NO AGREED TERMS IS NOT SETTLED ON A
053800* GUESS: THE RUN IS ABANDONED.
053900*----------------------------------------------------------*
054000 3100-READ-TERMS.
054100     OPEN INPUT CHALLENGE-CONTROL-FILE.
054200     IF NOT CHALLENGE-CONTROL-OK
054300         DISPLAY "YCHTCHAL: UNABLE TO OPEN CHALCTL, STATUS "
054400             WS-CHALLENGE-CONTROL-STATUS ", RUN ABANDONED"
054500         MOVE 16 TO RETURN-CODE
054600         GOBACK
054700     END-IF.
054800     PERFORM 3110-SCAN-ONE-TERMS THRU 3110-EXIT
054900         UNTIL NO-MORE-TERMS OR TERMS-FOUND.
055000     CLOSE CHALLENGE-CONTROL-FILE.
055100     IF NOT TERMS-FOUND
055200         DISPLAY "YCHTCHAL: NO CHALLENGE TERMS FOR NIGHT "
055300             WS-NIGHT-DATE ", RUN ABANDONED"
055400         MOVE 16 TO RETURN-CODE
055500         GOBACK
055600     END-IF.
055700     IF WS-COUNTING-CARDS IS NOT NUMERIC OR WS-COUNTING-CARDS = 0
055800         DISPLAY "YCHTCHAL: CHALLENGE TERMS FOR NIGHT "
055900             WS-NIGHT-DATE " COUNT NO CARDS, RUN ABANDONED"
056000         MOVE 16 TO RETURN-CODE
056100         GOBACK
056200     END-IF.
056300     IF WS-SISTER-CLUB = WS-HOME-CLUB
056400         DISPLAY "YCHTCHAL: CHALLENGE TERMS FOR NIGHT "
056500             WS-NIGHT-DATE " NAME THE HOME CLUB AS SISTER CLUB, "
056600             "RUN ABANDONED"
056700         MOVE 16 TO RETURN-CODE
056800         GOBACK
056900     END-IF.
057000 3100-EXIT.
057100     EXIT.
057200 3110-SCAN-ONE-TERMS.
057300     READ CHALLENGE-CONTROL-FILE
057400         AT END
057500             MOVE 'Y' TO WS-TERMS-EOF-SWITCH
057600             GO TO 3110-EXIT
057700     END-READ.
057800     IF CH-CHALLENGE-DATE NOT = WS-NIGHT-DATE
057900         GO TO 3110-EXIT
058000     END-IF.
058100     MOVE 'Y' TO WS-TERMS-FOUND-SWITCH.
058200     IF CH-SISTER-CLUB = SPACES
058300         MOVE WS-DEFAULT-SISTER-CLUB TO WS-SISTER-CLUB
058400     ELSE
058500         MOVE CH-SISTER-CLUB TO WS-SISTER-CLUB
058600     END-IF.
058700     MOVE CH-COUNTING-CARDS TO WS-COUNTING-CARDS.
058800     IF CH-HANDICAPS-APPLY
058900         MOVE 'Y' TO WS-HANDICAP-SWITCH
059000     END-IF.
059100 3110-EXIT.
059200     EXIT.
059300*----------------------------------------------------------*
059400* 3200-FIND-SEASON - THE SERIES ENTRY FOR TONIGHT'S SISTER
059500* CLUB AND SEASON, ZERO IF THIS IS THE SEASON'S FIRST MATCH.
059600*----------------------------------------------------------*
059700 3200-FIND-SEASON.
059800     MOVE 0 TO WS-SEASON-SUB.
059900     PERFORM 3210-CHECK-ONE-SEASON THRU 3210-EXIT
060000         VARYING WS-SERIES-SUB FROM 1 BY 1
060100         UNTIL WS-SERIES-SUB > WS-SERIES-COUNT
060200             OR WS-SEASON-SUB > 0.
060300 3200-EXIT.
060400     EXIT.
060500 3210-CHECK-ONE-SEASON.
060600     MOVE WS-SERIES-DATA(WS-SERIES-SUB) TO WS-SERIES-RECORD.
060700     IF CM-HOME-CLUB = WS-HOME-CLUB
060800         AND CM-SISTER-CLUB = WS-SISTER-CLUB
060900         AND CM-SEASON-ID = WS-NIGHT-SEASON-ID
061000         MOVE WS-SERIES-SUB TO WS-SEASON-SUB
061100     END-IF.
061200 3210-EXIT.
061300     EXIT.
061400*----------------------------------------------------------*
061500* 3300-LOAD-HANDICAPS - THE TERMS APPLY HANDICAPS, SO THE
061600* HANDICAP MASTER MUST BE THERE.
061700*----------------------------------------------------------*
061800 3300-LOAD-HANDICAPS.
061900     OPEN INPUT HANDICAP-FILE.
062000     IF NOT HANDICAP-OK
062100         DISPLAY "YCHTCHAL: HANDICAPS AGREED BUT UNABLE TO OPEN "
062200             "HCAPMST, STATUS " WS-HANDICAP-STATUS
062300             ", RUN ABANDONED"
062400         MOVE 16 TO RETURN-CODE
062500         GOBACK
062600     END-IF.
062700     PERFORM 3310-LOAD-ONE-HANDICAP THRU 3310-EXIT
062800         UNTIL NO-MORE-HANDICAPS.
062900     CLOSE HANDICAP-FILE.
063000 3300-EXIT.
063100     EXIT.
063200 3310-LOAD-ONE-HANDICAP.
063300     READ HANDICAP-FILE
063400         AT END
063500             MOVE 'Y' TO WS-HANDICAP-EOF-SWITCH
063600             GO TO 3310-EXIT
063700     END-READ.
063800     IF WS-HANDICAP-COUNT >= 500
063900         DISPLAY "YCHTCHAL: HANDICAP TABLE FULL AT "
064000             HC-PLAYER-ID ", RUN ABANDONED"
064100         MOVE 16 TO RETURN-CODE
064200         GOBACK
064300     END-IF.
064400     ADD 1 TO WS-HANDICAP-COUNT.
064500     MOVE HC-PLAYER-ID TO WS-HCAP-ID(WS-HANDICAP-COUNT).
064600     MOVE HC-HANDICAP TO WS-HCAP-VALUE(WS-HANDICAP-COUNT).
064700 3310-EXIT.
064800     EXIT.
064900*----------------------------------------------------------*
065000* 3400-PROCESS-RESULTS - FOLD ONE RESULT INTO ITS CARD,
065100* THEN READ THE NEXT ONE.
065200*----------------------------------------------------------*
065300 3400-PROCESS-RESULTS.
065400     ADD 1 TO WS-RECORDS-READ.
065500     IF RS-GAME-DATE NOT = WS-CONTROL-DATE
065600         MOVE 'Y' TO WS-DATE-ERROR-SWITCH
065700     END-IF.
065800     PERFORM 3420-UPDATE-CARD THRU 3420-EXIT.
065900     PERFORM 3410-READ-RESULTS THRU 3410-EXIT.
066000 3400-EXIT.
066100     EXIT.
066200 3410-READ-RESULTS.
066300     READ RESULTS-FILE
066400         AT END
066500             MOVE 'Y' TO WS-EOF-SWITCH
066600     END-READ.
066700 3410-EXIT.
066800     EXIT.
066900*----------------------------------------------------------*
067000* 3420-UPDATE-CARD - CLAIM THIS CARD'S SLOT (THE FIRST TIME
067100* SEEN) AND FOLD THIS RESULT INTO ITS GRAND TOTAL. A BLANK
067200* CLUB CODE ON THE CARD IS THE HOME CLUB.
067300*----------------------------------------------------------*
067400 3420-UPDATE-CARD.
067500     IF RS-CLUB-CODE = SPACES
067600         MOVE WS-HOME-CLUB TO WS-CARD-CLUB-WORK
067700     ELSE
067800         MOVE RS-CLUB-CODE TO WS-CARD-CLUB-WORK
067900     END-IF.
068000     SET CARD-IDX TO 1.
068100     SEARCH WS-CARD-ENTRY
068200         AT END
068300             DISPLAY "YCHTCHAL: CARD TABLE FULL AT "
068400                 RS-PLAYER-ID ", RUN ABANDONED"
068500             MOVE 16 TO RETURN-CODE
068600             GOBACK
068700         WHEN (WS-CARD-ID(CARD-IDX) = RS-PLAYER-ID
068800                 AND WS-CARD-CLUB(CARD-IDX) = WS-CARD-CLUB-WORK
068900                 AND WS-CARD-GAME-NO(CARD-IDX) = RS-GAME-NO)
069000             OR WS-CARD-ID(CARD-IDX) = SPACES
069100             IF WS-CARD-ID(CARD-IDX) = SPACES
069200                 MOVE RS-PLAYER-ID TO WS-CARD-ID(CARD-IDX)
069300                 MOVE WS-CARD-CLUB-WORK TO WS-CARD-CLUB(CARD-IDX)
069400                 MOVE RS-GAME-NO TO WS-CARD-GAME-NO(CARD-IDX)
069500                 ADD 1 TO WS-CARD-COUNT
069600             END-IF
069700             ADD RS-RESULT TO WS-CARD-TOTAL(CARD-IDX)
069800             IF RS-UPPER-COMPLETE = 'Y'
069900                 MOVE RS-UPPER-BONUS TO WS-CARD-BONUS(CARD-IDX)
070000             END-IF
070100     END-SEARCH.
070200 3420-EXIT.
070300     EXIT.
070400*----------------------------------------------------------*
070500* 3500-QUALIFY-ONE-CARD - A CARD COUNTS FOR ITS CLUB WHEN THE
070600* CLUB IS IN THE MATCH AND THE PLAYER IS ON THAT CLUB'S
070700* ROSTER AS A FULL MEMBER. THE PLAYER KEEPS THEIR BEST CARD.
070800*----------------------------------------------------------*
070900 3500-QUALIFY-ONE-CARD.
071000     EVALUATE WS-CARD-CLUB(CARD-IDX)
071100         WHEN WS-HOME-CLUB
071200             MOVE 1 TO WS-CARD-SIDE
071300         WHEN WS-SISTER-CLUB
071400             MOVE 2 TO WS-CARD-SIDE
071500         WHEN OTHER
071600             ADD 1 TO WS-CARDS-OTHER-CLUB
071700             GO TO 3500-EXIT
071800     END-EVALUATE.
071900     MOVE WS-CARD-ID(CARD-IDX) TO RK-MEMBER-ID.
072000     MOVE WS-CARD-CLUB(CARD-IDX) TO RK-CLUB-CODE.
072100     READ ROSTER-FILE
072200         INVALID KEY
072300             ADD 1 TO WS-CARDS-NOT-ON-ROSTER
072400             GO TO 3500-EXIT
072500     END-READ.
072600     IF MB-MEMBER-GUEST
072700         ADD 1 TO WS-CARDS-GUEST
072800         GO TO 3500-EXIT
072900     END-IF.
073000     ADD 1 TO WS-CARDS-QUALIFIED.
073100     COMPUTE WS-CARD-SCRATCH = WS-CARD-TOTAL(CARD-IDX)
073200         + WS-CARD-BONUS(CARD-IDX).
073300     MOVE 0 TO WS-CARD-HANDICAP.
073400     IF HANDICAPS-APPLY
073500         PERFORM 3510-FIND-HANDICAP THRU 3510-EXIT
073600     END-IF.
073700     COMPUTE WS-CARD-MATCH-TOTAL = WS-CARD-SCRATCH
073800         + WS-CARD-HANDICAP.
073900     SET PLR-IDX TO 1.
074000     SEARCH WS-PLAYER-ENTRY
074100         AT END
074200             DISPLAY "YCHTCHAL: PLAYER TABLE FULL AT "
074300                 WS-CARD-ID(CARD-IDX) ", RUN ABANDONED"
074400             MOVE 16 TO RETURN-CODE
074500             GOBACK
074600         WHEN PLR-IDX > WS-PLAYER-COUNT
074700             ADD 1 TO WS-PLAYER-COUNT
074800             ADD 1 TO WS-SIDE-QUALIFIED(WS-CARD-SIDE)
074900             PERFORM 3520-TAKE-CARD THRU 3520-EXIT
075000         WHEN WS-PLR-ID(PLR-IDX) = WS-CARD-ID(CARD-IDX)
075100                 AND WS-PLR-SIDE(PLR-IDX) = WS-CARD-SIDE
075200             IF WS-CARD-MATCH-TOTAL > WS-PLR-TOTAL(PLR-IDX)
075300                 PERFORM 3520-TAKE-CARD THRU 3520-EXIT
075400             END-IF
075500     END-SEARCH.
075600 3500-EXIT.
075700     EXIT.
075800 3510-FIND-HANDICAP.
075900     SET HCAP-IDX TO 1.
076000     SEARCH WS-HANDICAP-ENTRY
076100         AT END
076200             CONTINUE
076300         WHEN HCAP-IDX > WS-HANDICAP-COUNT
076400             CONTINUE
076500         WHEN WS-HCAP-ID(HCAP-IDX) = WS-CARD-ID(CARD-IDX)
076600             MOVE WS-HCAP-VALUE(HCAP-IDX) TO WS-CARD-HANDICAP
076700     END-SEARCH.
076800 3510-EXIT.
076900     EXIT.
077000 3520-TAKE-CARD.
077100     MOVE WS-CARD-SIDE TO WS-PLR-SIDE(PLR-IDX).
077200     MOVE WS-CARD-ID(CARD-IDX) TO WS-PLR-ID(PLR-IDX).
077300     MOVE MB-MEMBER-NAME TO WS-PLR-NAME(PLR-IDX).
077400     MOVE WS-CARD-GAME-NO(CARD-IDX) TO WS-PLR-GAME-NO(PLR-IDX).
077500     MOVE WS-CARD-SCRATCH TO WS-PLR-SCRATCH(PLR-IDX).
077600     MOVE WS-CARD-HANDICAP TO WS-PLR-HANDICAP(PLR-IDX).
077700     MOVE WS-CARD-MATCH-TOTAL TO WS-PLR-TOTAL(PLR-IDX).
077800 3520-EXIT.
077900     EXIT.
078000*----------------------------------------------------------*
078100* 3600-SORT-PLAYERS - SIDE ORDER, THEN BEST CARD FIRST, THE
078200* MEMBER ID BREAKING A TIE - THE SAME SELECTION SORT THE
078300* STANDINGS USE.
078400*----------------------------------------------------------*
078500 3600-SORT-PLAYERS.
078600     PERFORM 3610-SORT-ONE-PASS THRU 3610-EXIT
078700         VARYING SRT-IDX FROM 1 BY 1
078800         UNTIL SRT-IDX >= WS-PLAYER-COUNT.
078900 3600-EXIT.
079000     EXIT.
079100 3610-SORT-ONE-PASS.
079200     SET SRT-BEST TO SRT-IDX.
079300     PERFORM 3620-SORT-COMPARE THRU 3620-EXIT
079400         VARYING PLR-IDX FROM SRT-IDX BY 1
079500         UNTIL PLR-IDX > WS-PLAYER-COUNT.
079600     IF SRT-BEST NOT = SRT-IDX
079700         PERFORM 3630-SWAP-PLAYERS THRU 3630-EXIT
079800     END-IF.
079900 3610-EXIT.
080000     EXIT.
080100 3620-SORT-COMPARE.
080200     IF WS-PLR-SIDE(PLR-IDX) < WS-PLR-SIDE(SRT-BEST)
080300         SET SRT-BEST TO PLR-IDX
080400         GO TO 3620-EXIT
080500     END-IF.
080600     IF WS-PLR-SIDE(PLR-IDX) > WS-PLR-SIDE(SRT-BEST)
080700         GO TO 3620-EXIT
080800     END-IF.
080900     IF WS-PLR-TOTAL(PLR-IDX) > WS-PLR-TOTAL(SRT-BEST)
081000         OR (WS-PLR-TOTAL(PLR-IDX) = WS-PLR-TOTAL(SRT-BEST)
081100             AND WS-PLR-ID(PLR-IDX) < WS-PLR-ID(SRT-BEST))
081200         SET SRT-BEST TO PLR-IDX
081300     END-IF.
081400 3620-EXIT.
081500     EXIT.
081600 3630-SWAP-PLAYERS.
081700     MOVE WS-PLAYER-ENTRY(SRT-IDX)  TO WS-PLAYER-ENTRY-SWAP.
081800     MOVE WS-PLAYER-ENTRY(SRT-BEST) TO WS-PLAYER-ENTRY(SRT-IDX).
081900     MOVE WS-PLAYER-ENTRY-SWAP
082000         TO WS-PLAYER-ENTRY(SRT-BEST).
082100 3630-EXIT.
082200     EXIT.
082300*----------------------------------------------------------*
082400* 4000-PRINT-TERMS - THE TERMS THE MATCH WAS SETTLED ON.
082500*----------------------------------------------------------*
082600 4000-PRINT-TERMS.
082700     MOVE WS-COUNTING-CARDS TO WS-PRINT-CARDS.
082800     MOVE SPACES TO PRINT-RECORD.
082900     STRING WS-HOME-CLUB " V " WS-SISTER-CLUB
083000         " - BEST " WS-PRINT-CARDS " CARDS EACH"
083100         DELIMITED BY SIZE INTO PRINT-RECORD.
083200     WRITE PRINT-RECORD.
083300     MOVE SPACES TO PRINT-RECORD.
083400     IF HANDICAPS-APPLY
083500         MOVE "PLAYED OFF HANDICAP" TO PRINT-RECORD
083600     ELSE
083700         MOVE "PLAYED OFF SCRATCH" TO PRINT-RECORD
083800     END-IF.
083900     WRITE PRINT-RECORD.
084000 4000-EXIT.
084100     EXIT.
084200*----------------------------------------------------------*
084300* 4100-PRINT-ONE-SIDE - ONE CLUB'S COUNTING CARDS AND TOTAL.
084400*----------------------------------------------------------*
084500 4100-PRINT-ONE-SIDE.
084600     IF WS-SIDE-SUB = 1
084700         MOVE "HOME CLUB" TO WS-PRINT-SIDE-TEXT
084800     ELSE
084900         MOVE "SISTER CLUB" TO WS-PRINT-SIDE-TEXT
085000     END-IF.
085100     MOVE SPACES TO PRINT-RECORD.
085200     WRITE PRINT-RECORD.
085300     MOVE SPACES TO PRINT-RECORD.
085400     STRING WS-PRINT-SIDE-TEXT WS-SIDE-CLUB(WS-SIDE-SUB)
085500         " - COUNTING CARDS"
085600         DELIMITED BY SIZE INTO PRINT-RECORD.
085700     WRITE PRINT-RECORD.
085800     WRITE PRINT-RECORD FROM WS-CARD-HEADING.
085900     MOVE 0 TO WS-SIDE-RANK.
086000     PERFORM 4200-PRINT-ONE-CARD THRU 4200-EXIT
086100         VARYING PLR-IDX FROM 1 BY 1
086200         UNTIL PLR-IDX > WS-PLAYER-COUNT.
086300     MOVE WS-SIDE-TOTAL(WS-SIDE-SUB) TO WS-PRINT-TOTAL.
086400     MOVE WS-SIDE-COUNTED(WS-SIDE-SUB) TO WS-PRINT-COUNT.
086500     MOVE SPACES TO PRINT-RECORD.
086600     STRING "  CLUB TOTAL " WS-PRINT-TOTAL "   CARDS COUNTED"
086700         WS-PRINT-COUNT
086800         DELIMITED BY SIZE INTO PRINT-RECORD.
086900     WRITE PRINT-RECORD.
087000     IF WS-SIDE-COUNTED(WS-SIDE-SUB) < WS-COUNTING-CARDS
087100         COMPUTE WS-CARDS-SHORT = WS-COUNTING-CARDS
087200             - WS-SIDE-COUNTED(WS-SIDE-SUB)
087300         MOVE WS-CARDS-SHORT TO WS-PRINT-CARDS
087400         MOVE SPACES TO PRINT-RECORD
087500         STRING "  SHORT " WS-PRINT-CARDS
087600             " CARD(S) - EACH MISSING CARD COUNTS NIL"
087700             DELIMITED BY SIZE INTO PRINT-RECORD
087800         WRITE PRINT-RECORD
087900     END-IF.
088000 4100-EXIT.
088100     EXIT.
088200 4200-PRINT-ONE-CARD.
088300     IF WS-PLR-SIDE(PLR-IDX) NOT = WS-SIDE-SUB
088400         OR WS-SIDE-RANK >= WS-COUNTING-CARDS
088500         GO TO 4200-EXIT
088600     END-IF.
088700     ADD 1 TO WS-SIDE-RANK.
088800     ADD 1 TO WS-SIDE-COUNTED(WS-SIDE-SUB).
088900     ADD WS-PLR-TOTAL(PLR-IDX) TO WS-SIDE-TOTAL(WS-SIDE-SUB).
089000     MOVE WS-SIDE-RANK TO CD-RANK.
089100     MOVE WS-PLR-ID(PLR-IDX) TO CD-PLAYER-ID.
089200     MOVE WS-PLR-NAME(PLR-IDX) TO CD-PLAYER-NAME.
089300     MOVE WS-PLR-GAME-NO(PLR-IDX) TO CD-GAME-NO.
089400     MOVE WS-PLR-SCRATCH(PLR-IDX) TO CD-SCRATCH.
089500     MOVE WS-PLR-HANDICAP(PLR-IDX) TO CD-HANDICAP.
089600     MOVE WS-PLR-TOTAL(PLR-IDX) TO CD-TOTAL.
089700     WRITE PRINT-RECORD FROM WS-CARD-LINE.
089800 4200-EXIT.
089900     EXIT.
090000*----------------------------------------------------------*
090100* 4500-DECIDE-MATCH - THE HIGHER TOTAL TAKES THE MATCH. WITH
090200* NO COUNTING CARD ON EITHER SIDE THE MATCH WAS NOT PLAYED
090300* AND IS LEFT OFF THE SERIES.
090400*----------------------------------------------------------*
090500 4500-DECIDE-MATCH.
090600     MOVE SPACES TO PRINT-RECORD.
090700     WRITE PRINT-RECORD.
090800     IF WS-SIDE-COUNTED(1) = 0 AND WS-SIDE-COUNTED(2) = 0
090900         MOVE 'N' TO WS-MATCH-OUTCOME
091000         DISPLAY "YCHTCHAL: NO QUALIFYING CARDS FOR EITHER CLUB, "
091100             "MATCH NOT SETTLED"
091200         MOVE "NO QUALIFYING CARDS - MATCH NOT SETTLED"
091300             TO PRINT-RECORD
091400         WRITE PRINT-RECORD
091500         MOVE 'Y' TO WS-WARNING-SWITCH
091600         GO TO 4500-EXIT
091700     END-IF.
091800     MOVE WS-SIDE-TOTAL(1) TO WS-PRINT-TOTAL.
091900     MOVE WS-SIDE-TOTAL(2) TO WS-PRINT-TOTAL-2.
092000     STRING "RESULT: " WS-HOME-CLUB WS-PRINT-TOTAL "   "
092100         WS-SISTER-CLUB WS-PRINT-TOTAL-2
092200         DELIMITED BY SIZE INTO PRINT-RECORD.
092300     WRITE PRINT-RECORD.
092400     EVALUATE TRUE
092500         WHEN WS-SIDE-TOTAL(1) > WS-SIDE-TOTAL(2)
092600             MOVE 'H' TO WS-MATCH-OUTCOME
092700             MOVE WS-HOME-CLUB TO WS-WINNER-CLUB
092800             COMPUTE WS-MARGIN = WS-SIDE-TOTAL(1)
092900                 - WS-SIDE-TOTAL(2)
093000         WHEN WS-SIDE-TOTAL(2) > WS-SIDE-TOTAL(1)
093100             MOVE 'S' TO WS-MATCH-OUTCOME
093200             MOVE WS-SISTER-CLUB TO WS-WINNER-CLUB
093300             COMPUTE WS-MARGIN = WS-SIDE-TOTAL(2)
093400                 - WS-SIDE-TOTAL(1)
093500         WHEN OTHER
093600             MOVE 'D' TO WS-MATCH-OUTCOME
093700             MOVE SPACES TO WS-WINNER-CLUB
093800             MOVE 0 TO WS-MARGIN
093900     END-EVALUATE.
094000     MOVE SPACES TO PRINT-RECORD.
094100     IF MATCH-HALVED
094200         MOVE "MATCH HALVED - TOTALS LEVEL" TO PRINT-RECORD
094300     ELSE
094400         MOVE WS-MARGIN TO WS-PRINT-MARGIN
094500         STRING WS-WINNER-CLUB " WIN BY A MARGIN OF"
094600             WS-PRINT-MARGIN
094700             DELIMITED BY SIZE INTO PRINT-RECORD
094800     END-IF.
094900     WRITE PRINT-RECORD.
095000 4500-EXIT.
095100     EXIT.
095200*----------------------------------------------------------*
095300* 5000-UPDATE-SERIES - ADD TONIGHT'S MATCH TO THE SEASON'S
095400* SERIES RECORD, OPENING ONE FOR THE SEASON'S FIRST MATCH.
095500*----------------------------------------------------------*
095600 5000-UPDATE-SERIES.
095700     IF WS-SEASON-SUB = 0
095800         IF WS-SERIES-COUNT >= 100
095900             DISPLAY "YCHTCHAL: SERIES TABLE FULL, RUN ABANDONED"
096000             MOVE 16 TO RETURN-CODE
096100             GOBACK
096200         END-IF
096300         ADD 1 TO WS-SERIES-COUNT
096400         MOVE WS-SERIES-COUNT TO WS-SEASON-SUB
096500         MOVE WS-HOME-CLUB TO CM-HOME-CLUB
096600         MOVE WS-SISTER-CLUB TO CM-SISTER-CLUB
096700         MOVE WS-NIGHT-SEASON-ID TO CM-SEASON-ID
096800         MOVE ZERO TO CM-MATCHES-PLAYED CM-HOME-WINS
096900             CM-SISTER-WINS CM-MATCHES-HALVED CM-HOME-POINTS
097000             CM-SISTER-POINTS
097100     ELSE
097200         MOVE WS-SERIES-DATA(WS-SEASON-SUB) TO WS-SERIES-RECORD
097300     END-IF.
097400     ADD 1 TO CM-MATCHES-PLAYED.
097500     EVALUATE TRUE
097600         WHEN HOME-CLUB-WON
097700             ADD 1 TO CM-HOME-WINS
097800         WHEN SISTER-CLUB-WON
097900             ADD 1 TO CM-SISTER-WINS
098000         WHEN OTHER
098100             ADD 1 TO CM-MATCHES-HALVED
098200     END-EVALUATE.
098300     ADD WS-SIDE-TOTAL(1) TO CM-HOME-POINTS.
098400     ADD WS-SIDE-TOTAL(2) TO CM-SISTER-POINTS.
098500     MOVE WS-NIGHT-DATE TO CM-LAST-NIGHT.
098600     MOVE WS-SIDE-TOTAL(1) TO CM-LAST-HOME-TOTAL.
098700     MOVE WS-SIDE-TOTAL(2) TO CM-LAST-SISTER-TOTAL.
098800     MOVE WS-WINNER-CLUB TO CM-LAST-WINNER.
098900     MOVE WS-SERIES-RECORD TO WS-SERIES-DATA(WS-SEASON-SUB).
099000 5000-EXIT.
099100     EXIT.
099200*----------------------------------------------------------*
099300* 5500-PRINT-SERIES - THE HEAD-TO-HEAD SERIES BETWEEN THE TWO
099400* CLUBS, SEASON BY SEASON AND ACROSS ALL SEASONS.
099500*----------------------------------------------------------*
099600 5500-PRINT-SERIES.
099700     MOVE SPACES TO PRINT-RECORD.
099800     WRITE PRINT-RECORD.
099900     STRING "HEAD-TO-HEAD SERIES " WS-HOME-CLUB " V "
100000         WS-SISTER-CLUB
100100         DELIMITED BY SIZE INTO PRINT-RECORD.
100200     WRITE PRINT-RECORD.
100300     MOVE SPACES TO PRINT-RECORD.
100400     STRING "  SEASON     PLAYED  " WS-HOME-CLUB " WON  "
100500         WS-SISTER-CLUB " WON  HALVED   " WS-HOME-CLUB " PTS   "
100600         WS-SISTER-CLUB " PTS"
100700         DELIMITED BY SIZE INTO PRINT-RECORD.
100800     WRITE PRINT-RECORD.
100900     PERFORM 5510-PRINT-ONE-SEASON THRU 5510-EXIT
101000         VARYING WS-SERIES-SUB FROM 1 BY 1
101100         UNTIL WS-SERIES-SUB > WS-SERIES-COUNT.
101200     MOVE "ALL SEASONS" TO SR-SEASON.
101300     MOVE WS-SERIES-PLAYED TO SR-PLAYED.
101400     MOVE WS-SERIES-HOME-WINS TO SR-HOME-WINS.
101500     MOVE WS-SERIES-SISTER-WINS TO SR-SISTER-WINS.
101600     MOVE WS-SERIES-HALVED TO SR-HALVED.
101700     MOVE WS-SERIES-HOME-POINTS TO SR-HOME-POINTS.
101800     MOVE WS-SERIES-SISTER-POINTS TO SR-SISTER-POINTS.
101900     WRITE PRINT-RECORD FROM WS-SERIES-LINE.
102000     MOVE SPACES TO PRINT-RECORD.
102100     EVALUATE TRUE
102200         WHEN WS-SERIES-HOME-WINS > WS-SERIES-SISTER-WINS
102300             COMPUTE WS-SERIES-LEAD = WS-SERIES-HOME-WINS
102400                 - WS-SERIES-SISTER-WINS
102500             MOVE WS-SERIES-LEAD TO WS-PRINT-LEAD
102600             STRING "SERIES LED BY " WS-HOME-CLUB " BY"
102700                 WS-PRINT-LEAD " MATCH(ES)"
102800                 DELIMITED BY SIZE INTO PRINT-RECORD
102900         WHEN WS-SERIES-SISTER-WINS > WS-SERIES-HOME-WINS
103000             COMPUTE WS-SERIES-LEAD = WS-SERIES-SISTER-WINS
103100                 - WS-SERIES-HOME-WINS
103200             MOVE WS-SERIES-LEAD TO WS-PRINT-LEAD
103300             STRING "SERIES LED BY " WS-SISTER-CLUB " BY"
103400                 WS-PRINT-LEAD " MATCH(ES)"
103500                 DELIMITED BY SIZE INTO PRINT-RECORD
103600         WHEN OTHER
103700             MOVE "SERIES LEVEL" TO PRINT-RECORD
103800     END-EVALUATE.
103900     WRITE PRINT-RECORD.
104000     MOVE SPACES TO PRINT-RECORD.
104100     WRITE PRINT-RECORD.
104200 5500-EXIT.
104300     EXIT.
104400 5510-PRINT-ONE-SEASON.
104500     MOVE WS-SERIES-DATA(WS-SERIES-SUB) TO WS-SERIES-RECORD.
104600     IF CM-HOME-CLUB NOT = WS-HOME-CLUB
104700         OR CM-SISTER-CLUB NOT = WS-SISTER-CLUB
104800         GO TO 5510-EXIT
104900     END-IF.
105000     ADD CM-MATCHES-PLAYED TO WS-SERIES-PLAYED.
105100     ADD CM-HOME-WINS TO WS-SERIES-HOME-WINS.
105200     ADD CM-SISTER-WINS TO WS-SERIES-SISTER-WINS.
105300     ADD CM-MATCHES-HALVED TO WS-SERIES-HALVED.
105400     ADD CM-HOME-POINTS TO WS-SERIES-HOME-POINTS.
105500     ADD CM-SISTER-POINTS TO WS-SERIES-SISTER-POINTS.
105600     MOVE CM-SEASON-ID TO SR-SEASON.
105700     MOVE CM-MATCHES-PLAYED TO SR-PLAYED.
105800     MOVE CM-HOME-WINS TO SR-HOME-WINS.
105900     MOVE CM-SISTER-WINS TO SR-SISTER-WINS.
106000     MOVE CM-MATCHES-HALVED TO SR-HALVED.
106100     MOVE CM-HOME-POINTS TO SR-HOME-POINTS.
106200     MOVE CM-SISTER-POINTS TO SR-SISTER-POINTS.
106300     WRITE PRINT-RECORD FROM WS-SERIES-LINE.
106400 5510-EXIT.
106500     EXIT.
106600*----------------------------------------------------------*
106700* 6000-CROSS-CHECK-CONTROL - NO MATCH IS SETTLED FROM A
106800* STALE OR PARTIAL RESULTS FILE.
106900*----------------------------------------------------------*
107000 6000-CROSS-CHECK-CONTROL.
107100     IF CONTROL-DATE-ERROR
107200         DISPLAY "YCHTCHAL: RESULTS DATE DOES NOT MATCH RUN "
107300             "CONTROL " WS-CONTROL-DATE ", RUN ABANDONED"
107400         MOVE 16 TO RETURN-CODE
107500         GOBACK
107600     END-IF.
107700     IF WS-RECORDS-READ NOT = WS-CONTROL-SCORED
107800         DISPLAY "YCHTCHAL: RESULTS COUNT " WS-RECORDS-READ
107900             " DOES NOT MATCH RUN CONTROL " WS-CONTROL-SCORED
108000             ", RUN ABANDONED"
108100         MOVE 16 TO RETURN-CODE
108200         GOBACK
108300     END-IF.
108400 6000-EXIT.
108500     EXIT.
108600*----------------------------------------------------------*
108700* 8000-WRITE-SERIES - THE NEW SERIES MASTER, IN FILE ORDER
108800* WITH ANY NEW SEASON AT THE END.
108900*----------------------------------------------------------*
109000 8000-WRITE-SERIES.
109100     PERFORM 8100-WRITE-ONE-SEASON THRU 8100-EXIT
109200         VARYING WS-SERIES-SUB FROM 1 BY 1
109300         UNTIL WS-SERIES-SUB > WS-SERIES-COUNT.
109400 8000-EXIT.
109500     EXIT.
109600 8100-WRITE-ONE-SEASON.
109700     WRITE NEW-SERIES-RECORD FROM WS-SERIES-DATA(WS-SERIES-SUB).
109800     ADD 1 TO WS-SERIES-WRITTEN.
109900 8100-EXIT.
110000     EXIT.
110100*----------------------------------------------------------*
110200* 9000-TERMINATE - CONTROL COUNTS, RETURN CODE AND CLOSE.
110300*----------------------------------------------------------*
110400 9000-TERMINATE.
110500     MOVE SPACES TO PRINT-RECORD.
110600     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
110700     WRITE PRINT-RECORD.
110800     MOVE WS-CARD-COUNT TO WS-PRINT-COUNT.
110900     MOVE SPACES TO PRINT-RECORD.
111000     STRING "  CARDS PLAYED         " WS-PRINT-COUNT
111100         DELIMITED BY SIZE INTO PRINT-RECORD.
111200     WRITE PRINT-RECORD.
111300     MOVE WS-CARDS-QUALIFIED TO WS-PRINT-COUNT.
111400     MOVE SPACES TO PRINT-RECORD.
111500     STRING "  CARDS QUALIFIED      " WS-PRINT-COUNT
111600         DELIMITED BY SIZE INTO PRINT-RECORD.
111700     WRITE PRINT-RECORD.
111800     MOVE WS-CARDS-GUEST TO WS-PRINT-COUNT.
111900     MOVE SPACES TO PRINT-RECORD.
112000     STRING "  GUEST CARDS LEFT OUT " WS-PRINT-COUNT
112100         DELIMITED BY SIZE INTO PRINT-RECORD.
112200     WRITE PRINT-RECORD.
112300     MOVE WS-CARDS-NOT-ON-ROSTER TO WS-PRINT-COUNT.
112400     MOVE SPACES TO PRINT-RECORD.
112500     STRING "  NOT ON CLUB ROSTER   " WS-PRINT-COUNT
112600         DELIMITED BY SIZE INTO PRINT-RECORD.
112700     WRITE PRINT-RECORD.
112800     MOVE WS-CARDS-OTHER-CLUB TO WS-PRINT-COUNT.
112900     MOVE SPACES TO PRINT-RECORD.
113000     STRING "  OTHER CLUB CARDS     " WS-PRINT-COUNT
113100         DELIMITED BY SIZE INTO PRINT-RECORD.
113200     WRITE PRINT-RECORD.
113300     MOVE WS-SERIES-READ TO WS-PRINT-COUNT.
113400     MOVE SPACES TO PRINT-RECORD.
113500     STRING "  SERIES RECORDS IN    " WS-PRINT-COUNT
113600         DELIMITED BY SIZE INTO PRINT-RECORD.
113700     WRITE PRINT-RECORD.
113800     MOVE WS-SERIES-WRITTEN TO WS-PRINT-COUNT.
113900     MOVE SPACES TO PRINT-RECORD.
114000     STRING "  SERIES RECORDS OUT   " WS-PRINT-COUNT
114100         DELIMITED BY SIZE INTO PRINT-RECORD.
114200     WRITE PRINT-RECORD.
114300     CLOSE NEW-SERIES-FILE.
114400     CLOSE PRINT-FILE.
114500     IF RUN-WARNED
114600         MOVE 4 TO RETURN-CODE
114700     ELSE
114800         MOVE 0 TO RETURN-CODE
114900     END-IF.
115000 9000-EXIT.
115100     EXIT.
