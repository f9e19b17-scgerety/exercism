000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTMKUP.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    MAKE-UP CARD CHECK. A MEMBER WHO MISSED A SCHEDULED NIGHT
000900*    MAY PLAY A MAKE-UP CARD ON A LATER NIGHT, AND HANDS IN A
001000*    SLIP (MKUPCARD) NAMING THE CARD - MEMBER AND GAME NUMBER
001100*    - AND THE SCHEDULED NIGHT IT REPLACES. RUN AFTER YCHTDRV
001200*    AND AHEAD OF YCHTHIST, THIS PROGRAM CHECKS EACH SLIP
001300*    AGAINST TONIGHT'S RESULTS, THE CLUB CALENDAR, THE SEASON
001400*    HISTORY AND THE MAKE-UP REGISTER, AND REFUSES IT WHEN:
001500*      - NO SUCH CARD WAS PLAYED TONIGHT;
001600*      - THE NIGHT NAMED IS NOT A REGULAR, TOURNAMENT OR
001700*        CHALLENGE NIGHT OF THIS SEASON BEFORE TONIGHT;
001800*      - THE MEMBER ALREADY HAS A CARD FOR THAT NIGHT;
001900*      - THE MEMBER HAS ALREADY HAD A MAKE-UP FOR THAT NIGHT
002000*        (ONE MAKE-UP PER MISSED NIGHT);
002100*      - A SECOND SLIP NAMES THE SAME CARD.
002200*    EVERY SLIP IS APPENDED TO THE MAKE-UP REGISTER (MKUPREG)
002300*    AS ACCEPTED OR REFUSED. YCHTHIST AND YCHTEXT READ THE
002400*    ACCEPTED ENTRIES TO CREDIT THE CARD TO THE MISSED WEEK.
002500*
002600*    THE CHECK REPORT LISTS EVERY SLIP WITH ITS OUTCOME, THEN
002700*    THE MAKE-UP CARDS THAT COULD NOT BE MATCHED TO A MISSED
002800*    NIGHT: EVERY CARD PLAYED ON A MAKE-UP NIGHT (CALENDAR
002900*    TYPE 'M') WITHOUT AN ACCEPTED SLIP, AND ANY CARD ON
003000*    ANOTHER NIGHT WHOSE SLIP WAS REFUSED. SUCH A CARD IS
003100*    STILL POSTED, UNDER THE WEEK OF THE NIGHT IT WAS PLAYED.
003200*
003300*    THE REGISTER IS APPENDED NIGHT AFTER NIGHT, SO A SECOND
003400*    RUN FOR A NIGHT ALREADY ON IT IS ABANDONED (RC 16), THE
003500*    SAME GUARD YCHTHIST KEEPS ON THE SEASON FILE. RETURN
003600*    CODE 4 WHEN ANY MAKE-UP CARD IS LEFT UNMATCHED.
003700*
003800*    MODIFICATION HISTORY.
003900*    DATE       INIT DESCRIPTION
004000*    2026-10-15 LOP  ORIGINAL PROGRAM.
004033*    2026-10-15 LOP  CHALLENGE NIGHTS (CALENDAR TYPE 'C')
004066*                    NAMED ON THE SHEET HEADING.
004100***************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. GNUCOBOL.
004500 OBJECT-COMPUTER. GNUCOBOL.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-RUN-CONTROL-STATUS.
005100     SELECT CALENDAR-FILE ASSIGN TO "CALNDR"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-CALENDAR-STATUS.
005400     SELECT RESULTS-FILE ASSIGN TO "RESULTS"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-RESULTS-STATUS.
005700     SELECT MAKEUP-SLIP-FILE ASSIGN TO "MKUPCARD"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-MAKEUP-SLIP-STATUS.
006000     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-HISTORY-STATUS.
006300     SELECT MAKEUP-REGISTER-FILE ASSIGN TO "MKUPREG"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-MAKEUP-REGISTER-STATUS.
006600     SELECT PRINT-FILE ASSIGN TO "MKUPRPT"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-PRINT-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  RUN-CONTROL-FILE
007200     RECORDING MODE IS F.
007300 01  RUN-CONTROL-RECORD.
007400     COPY RUNCTL.
007500 FD  CALENDAR-FILE
007600     RECORDING MODE IS F.
007700 01  CALENDAR-RECORD.
007800     COPY CALREC.
007900 FD  RESULTS-FILE
008000     RECORDING MODE IS F.
008100 01  RESULTS-RECORD.
008200     COPY SCORCARD
008300         REPLACING ==SC-PLAYER-ID== BY ==RS-PLAYER-ID==
008400             ==SC-GAME-DATE== BY ==RS-GAME-DATE==
008500             ==SC-GAME-NO== BY ==RS-GAME-NO==
008600             ==SC-CATEGORY== BY ==RS-CATEGORY==
008700             ==SC-DICE== BY ==RS-DICE==
008800             ==SC-RESULT== BY ==RS-RESULT==
008900             ==SC-UPPER-SUBTOTAL== BY ==RS-UPPER-SUBTOTAL==
009000             ==SC-UPPER-BONUS== BY ==RS-UPPER-BONUS==
009100             ==SC-UPPER-COMPLETE== BY ==RS-UPPER-COMPLETE==
009200             ==SC-UPPER-SECTION-COMPLETE== BY
009300                 ==RS-UPPER-SECTION-COMPLETE==
009400             ==SC-UPPER-SECTION-INCOMPLETE== BY
009500                 ==RS-UPPER-SECTION-INCOMPLETE==
009600             ==SC-PAPER-SUBTOTAL== BY ==RS-PAPER-SUBTOTAL==
009700             ==SC-VARIANT== BY ==RS-VARIANT==
009800             ==SC-VARIANT-STANDARD== BY ==RS-VARIANT-STANDARD==
009900             ==SC-VARIANT-MAXI== BY ==RS-VARIANT-MAXI==
010000             ==SC-CLUB-CODE== BY ==RS-CLUB-CODE==.
010100 FD  MAKEUP-SLIP-FILE
010200     RECORDING MODE IS F.
010300*    ONE SLIP PER MAKE-UP CARD, KEYED BY THE SCOREKEEPER: THE
010400*    MEMBER, THE CARD'S GAME NUMBER TONIGHT (BLANK OR ZERO IS
010500*    GAME 01, AS ON THE SCORESHEET) AND THE SCHEDULED NIGHT
010600*    THE CARD REPLACES.
010700 01  MAKEUP-SLIP-RECORD.
010800     05  MS-PLAYER-ID            PIC X(10).
010900     05  MS-GAME-NO              PIC X(02).
011000     05  MS-MISSED-DATE          PIC X(08).
011100 FD  HISTORY-FILE
011200     RECORDING MODE IS F.
011300 01  HISTORY-RECORD.
011400     COPY HISTREC.
011500 FD  MAKEUP-REGISTER-FILE
011600     RECORDING MODE IS F.
011700 01  MAKEUP-REGISTER-RECORD.
011800     COPY MKUPREC.
011900 FD  PRINT-FILE
012000     RECORDING MODE IS F.
012100 01  PRINT-RECORD                PIC X(80).
012200 WORKING-STORAGE SECTION.
012300 01  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE '00'.
012400     88  RUN-CONTROL-OK                      VALUE '00'.
012500 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
012600     88  CALENDAR-OK                         VALUE '00'.
012700 01  WS-RESULTS-STATUS           PIC X(02) VALUE '00'.
012800     88  RESULTS-OK                          VALUE '00'.
012900 01  WS-MAKEUP-SLIP-STATUS       PIC X(02) VALUE '00'.
013000     88  MAKEUP-SLIP-OK                      VALUE '00'.
013100 01  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
013200     88  HISTORY-OK                          VALUE '00'.
013300 01  WS-MAKEUP-REGISTER-STATUS   PIC X(02) VALUE '00'.
013400     88  MAKEUP-REGISTER-OK                  VALUE '00'.
013500 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
013600     88  PRINT-OK                            VALUE '00'.
013700 01  WS-CALENDAR-EOF-SW          PIC X(01) VALUE 'N'.
013800     88  NO-MORE-CALENDAR                    VALUE 'Y'.
013900 01  WS-RESULTS-EOF-SW           PIC X(01) VALUE 'N'.
014000     88  NO-MORE-RESULTS                     VALUE 'Y'.
014100 01  WS-SLIP-EOF-SW              PIC X(01) VALUE 'N'.
014200     88  NO-MORE-SLIPS                       VALUE 'Y'.
014300 01  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
014400     88  NO-MORE-HISTORY                     VALUE 'Y'.
014500 01  WS-REGISTER-EOF-SW          PIC X(01) VALUE 'N'.
014600     88  NO-MORE-REGISTER                    VALUE 'Y'.
014700 01  WS-CONTROL-DATE             PIC 9(08) VALUE 0.
014800 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
014900*
015000*    TONIGHT ON THE CALENDAR.
015100 01  WS-NIGHT-FOUND-SW           PIC X(01) VALUE 'N'.
015200     88  NIGHT-ON-CALENDAR                   VALUE 'Y'.
015300 01  WS-NIGHT-WEEK-NO            PIC 9(02) VALUE 0.
015400 01  WS-NIGHT-TYPE               PIC X(01) VALUE SPACE.
015500     88  TONIGHT-IS-MAKEUP                   VALUE 'M'.
015600 01  WS-NIGHT-SEASON-ID          PIC X(06) VALUE SPACES.
015700*
015800*    THE CLUB CALENDAR, IN DATE ORDER. A FULL TABLE IS A HARD
015900*    ERROR - THE RUN ENDS WITH RETURN CODE 16.
016000 01  WS-CALENDAR-TABLE.
016100     05  WS-CAL-ENTRY            OCCURS 200 TIMES
016200         INDEXED BY CAL-IDX.
016300         10  WS-CAL-DATE         PIC 9(08).
016400         10  WS-CAL-WEEK-NO      PIC 9(02).
016500         10  WS-CAL-TYPE         PIC X(01).
016600         10  WS-CAL-SEASON-ID    PIC X(06).
016700 01  WS-CAL-COUNT                PIC 9(03) COMP VALUE 0.
016800*
016900*    ONE ENTRY PER CARD (PLAYER PLUS GAME NUMBER) ON TONIGHT'S
017000*    RESULTS. THE OUTCOME IS 'A' WHEN AN ACCEPTED SLIP COVERS
017100*    THE CARD, OR THE REASON CODE OF A REFUSED ONE. A FULL
017200*    TABLE IS A HARD ERROR.
017300 01  WS-CARD-TABLE.
017400     05  WS-CARD-ENTRY           OCCURS 500 TIMES
017500         INDEXED BY CARD-IDX.
017600         10  WS-CARD-ID          PIC X(10).
017700         10  WS-CARD-GAME-NO     PIC 9(02).
017800         10  WS-CARD-CLUB        PIC X(03).
017900         10  WS-CARD-OUTCOME     PIC X(01).
018000             88  CARD-MATCHED                VALUE 'A'.
018100             88  CARD-NO-SLIP                VALUE SPACE.
018200 01  WS-CARD-COUNT               PIC 9(03) COMP VALUE 0.
018300 01  WS-CARD-SUB                 PIC 9(03) COMP VALUE 0.
018400 01  WS-CARD-FOUND-SW            PIC X(01) VALUE 'N'.
018500     88  CARD-FOUND                          VALUE 'Y'.
018600 01  WS-CARD-CLUB-WORK           PIC X(03) VALUE SPACES.
018700*
018800*    TONIGHT'S SLIPS, WITH THE OUTCOME OF EACH CHECK. A FULL
018900*    TABLE IS A HARD ERROR.
019000 01  WS-SLIP-TABLE.
019100     05  WS-SLIP-ENTRY           OCCURS 200 TIMES
019200         INDEXED BY SLIP-IDX.
019300         10  WS-SLIP-ID          PIC X(10).
019400         10  WS-SLIP-GAME-NO     PIC 9(02).
019500         10  WS-SLIP-MISSED-DATE PIC 9(08).
019600         10  WS-SLIP-MISSED-WEEK PIC 9(02).
019700         10  WS-SLIP-CLUB        PIC X(03).
019800         10  WS-SLIP-HAS-CARD-SW PIC X(01).
019900             88  SLIP-MEMBER-HAS-CARD        VALUE 'Y'.
020000         10  WS-SLIP-STATUS      PIC X(01).
020100         10  WS-SLIP-REASON      PIC X(01).
020200 01  WS-SLIP-COUNT               PIC 9(03) COMP VALUE 0.
020300 01  WS-SLIP-SUB                 PIC 9(03) COMP VALUE 0.
020400 01  WS-EARLIER-SUB              PIC 9(03) COMP VALUE 0.
020500 01  WS-SLIP-GAME-WORK           PIC 9(02) VALUE 0.
020600*
020700*    MAKE-UPS ALREADY GRANTED ON EARLIER NIGHTS, FROM THE
020800*    REGISTER: MEMBER AND THE NIGHT MADE UP. A FULL TABLE IS A
020900*    HARD ERROR.
021000 01  WS-GRANTED-TABLE.
021100     05  WS-GRANTED-ENTRY        OCCURS 1000 TIMES
021200         INDEXED BY GRNT-IDX.
021300         10  WS-GRANTED-ID       PIC X(10).
021400         10  WS-GRANTED-DATE     PIC 9(08).
021500 01  WS-GRANTED-COUNT            PIC 9(04) COMP VALUE 0.
021600 01  WS-REGISTER-PRESENT-SW      PIC X(01) VALUE 'N'.
021700     88  REGISTER-PRESENT                    VALUE 'Y'.
021800*
021900*    THE REFUSAL REASON BEING TESTED, AND ITS WORDING.
022000 01  WS-REASON-CODE              PIC X(01) VALUE SPACE.
022100 01  WS-REASON-TEXT              PIC X(38) VALUE SPACES.
022200*
022300*    REPORT LINES.
022400 01  WS-SLIP-LINE.
022500     05  FILLER                  PIC X(02) VALUE SPACES.
022600     05  SL-PLAYER-ID            PIC X(10).
022700     05  FILLER                  PIC X(02) VALUE SPACES.
022800     05  SL-GAME-NO              PIC Z9.
022900     05  FILLER                  PIC X(02) VALUE SPACES.
023000     05  SL-MISSED-DATE          PIC 9(08).
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  SL-WEEK-NO              PIC Z9.
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  SL-OUTCOME              PIC X(48).
023500 01  WS-UNMATCHED-LINE.
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  UL-PLAYER-ID            PIC X(10).
023800     05  FILLER                  PIC X(02) VALUE SPACES.
023900     05  UL-GAME-NO              PIC Z9.
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  UL-CLUB                 PIC X(03).
024200     05  FILLER                  PIC X(03) VALUE SPACES.
024300     05  UL-REASON               PIC X(46).
024400*
024500*    CONTROL COUNTS FOR THE REPORT FOOT.
024600 01  WS-RESULTS-READ             PIC 9(07) COMP VALUE 0.
024700 01  WS-SLIPS-READ               PIC 9(05) COMP VALUE 0.
024800 01  WS-SLIPS-ACCEPTED           PIC 9(05) COMP VALUE 0.
024900 01  WS-SLIPS-REFUSED            PIC 9(05) COMP VALUE 0.
025000 01  WS-HISTORY-READ             PIC 9(07) COMP VALUE 0.
025100 01  WS-REGISTER-READ            PIC 9(05) COMP VALUE 0.
025200 01  WS-UNMATCHED-COUNT          PIC 9(05) COMP VALUE 0.
025300*
025400*    PRINT FIELDS.
025500 01  WS-PRINT-COUNT              PIC ZZZZ9.
025600 01  WS-PRINT-LABEL              PIC X(30) VALUE SPACES.
025700 01  WS-PRINT-WEEK               PIC Z9.
025800 PROCEDURE DIVISION.
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026100     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
026200     PERFORM 1300-LOAD-CARDS THRU 1300-EXIT.
026300     PERFORM 1400-LOAD-SLIPS THRU 1400-EXIT.
026400     PERFORM 1500-LOAD-REGISTER THRU 1500-EXIT.
026500     PERFORM 2000-CHECK-HISTORY THRU 2000-EXIT.
026600     PERFORM 3000-CHECK-SLIPS THRU 3000-EXIT.
026700     PERFORM 4000-LIST-UNMATCHED THRU 4000-EXIT.
026800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026900     GOBACK.
027000*----------------------------------------------------------*
027100* 1000-INITIALIZE - REFUSE TO RUN UNLESS YCHTDRV'S RUN-
027200* CONTROL RECORD IS PRESENT AND MARKED COMPLETE; ITS DATE IS
027300* TONIGHT. THEN OPEN THE REPORT.
027400*----------------------------------------------------------*
027500 1000-INITIALIZE.
027600     OPEN INPUT RUN-CONTROL-FILE.
027700     IF NOT RUN-CONTROL-OK
027800         DISPLAY "YCHTMKUP: NO RUN-CONTROL RECORD, STATUS "
027900             WS-RUN-CONTROL-STATUS ", RUN ABANDONED"
028000         MOVE 16 TO RETURN-CODE
028100         GOBACK
028200     END-IF.
028300     READ RUN-CONTROL-FILE
028400         AT END
028500             DISPLAY "YCHTMKUP: RUN-CONTROL FILE EMPTY, "
028600                 "RUN ABANDONED"
028700             MOVE 16 TO RETURN-CODE
028800             GOBACK
028900     END-READ.
029000     IF NOT RN-RUN-COMPLETE
029100         DISPLAY "YCHTMKUP: SCORING RUN MARKED INCOMPLETE, "
029200             "RUN ABANDONED"
029300         MOVE 16 TO RETURN-CODE
029400         GOBACK
029500     END-IF.
029600     MOVE RN-RUN-DATE TO WS-CONTROL-DATE.
029700     CLOSE RUN-CONTROL-FILE.
029800     OPEN OUTPUT PRINT-FILE.
029900     IF NOT PRINT-OK
030000         DISPLAY "YCHTMKUP: UNABLE TO OPEN MKUPRPT, STATUS "
030100             WS-PRINT-STATUS ", RUN ABANDONED"
030200         MOVE 16 TO RETURN-CODE
030300         GOBACK
030400     END-IF.
030500 1000-EXIT.
030600     EXIT.
030700*----------------------------------------------------------*
030800* 1200-LOAD-CALENDAR - THE WHOLE CALENDAR IS HELD SO A SLIP'S
030900* MISSED NIGHT CAN BE LOOKED UP. TONIGHT MUST BE ON IT - THE
031000* DRIVER ALREADY ABANDONED ANY UNSCHEDULED NIGHT, SO A MISS
031100* HERE MEANS THE WRONG CALENDAR IS MOUNTED.
031200*----------------------------------------------------------*
031300 1200-LOAD-CALENDAR.
031400     OPEN INPUT CALENDAR-FILE.
031500     IF NOT CALENDAR-OK
031600         DISPLAY "YCHTMKUP: UNABLE TO OPEN CALNDR, STATUS "
031700             WS-CALENDAR-STATUS ", RUN ABANDONED"
031800         MOVE 16 TO RETURN-CODE
031900         GOBACK
032000     END-IF.
032100     PERFORM 1210-LOAD-ONE-NIGHT THRU 1210-EXIT
032200         UNTIL NO-MORE-CALENDAR.
032300     CLOSE CALENDAR-FILE.
032400     IF NOT NIGHT-ON-CALENDAR
032500         DISPLAY "YCHTMKUP: NIGHT " WS-CONTROL-DATE " NOT ON "
032600             "THE CLUB CALENDAR, RUN ABANDONED"
032700         MOVE 16 TO RETURN-CODE
032800         GOBACK
032900     END-IF.
033000     MOVE SPACES TO PRINT-RECORD.
033100     STRING "THURSDAY NIGHT YACHT CLUB - MAKE-UP CARD CHECK"
033200         "  RUN " WS-CONTROL-DATE
033300         DELIMITED BY SIZE INTO PRINT-RECORD.
033400     WRITE PRINT-RECORD.
033500     MOVE SPACES TO PRINT-RECORD.
033600     WRITE PRINT-RECORD.
033700     MOVE WS-NIGHT-WEEK-NO TO WS-PRINT-WEEK.
033800     EVALUATE TRUE
033900         WHEN TONIGHT-IS-MAKEUP
034000             STRING "NIGHT " WS-CONTROL-DATE "  WEEK "
034100                 WS-PRINT-WEEK "  MAKE-UP NIGHT"
034200                 DELIMITED BY SIZE INTO PRINT-RECORD
034300         WHEN WS-NIGHT-TYPE = 'T'
034400             STRING "NIGHT " WS-CONTROL-DATE "  WEEK "
034500                 WS-PRINT-WEEK "  TOURNAMENT NIGHT"
034600                 DELIMITED BY SIZE INTO PRINT-RECORD
034620         WHEN WS-NIGHT-TYPE = 'C'
034640             STRING "NIGHT " WS-CONTROL-DATE "  WEEK "
034660                 WS-PRINT-WEEK "  CHALLENGE NIGHT"
034680                 DELIMITED BY SIZE INTO PRINT-RECORD
034700         WHEN OTHER
034800             STRING "NIGHT " WS-CONTROL-DATE "  WEEK "
034900                 WS-PRINT-WEEK "  REGULAR NIGHT"
035000                 DELIMITED BY SIZE INTO PRINT-RECORD
035100     END-EVALUATE.
035200     WRITE PRINT-RECORD.
035300 1200-EXIT.
035400     EXIT.
035500 1210-LOAD-ONE-NIGHT.
035600     READ CALENDAR-FILE
035700         AT END
035800             MOVE 'Y' TO WS-CALENDAR-EOF-SW
035900             GO TO 1210-EXIT
036000     END-READ.
036100     IF WS-CAL-COUNT >= 200
036200         DISPLAY "YCHTMKUP: CALENDAR TABLE FULL AT "
036300             CL-NIGHT-DATE ", RUN ABANDONED"
036400         MOVE 16 TO RETURN-CODE
036500         GOBACK
036600     END-IF.
036700     ADD 1 TO WS-CAL-COUNT.
036800     MOVE CL-NIGHT-DATE TO WS-CAL-DATE(WS-CAL-COUNT).
036900     MOVE CL-WEEK-NO TO WS-CAL-WEEK-NO(WS-CAL-COUNT).
037000     MOVE CL-NIGHT-TYPE TO WS-CAL-TYPE(WS-CAL-COUNT).
037100     MOVE CL-SEASON-ID TO WS-CAL-SEASON-ID(WS-CAL-COUNT).
037200     IF CL-NIGHT-DATE = WS-CONTROL-DATE
037300         MOVE 'Y' TO WS-NIGHT-FOUND-SW
037400         MOVE CL-WEEK-NO TO WS-NIGHT-WEEK-NO
037500         MOVE CL-NIGHT-TYPE TO WS-NIGHT-TYPE
037600         MOVE CL-SEASON-ID TO WS-NIGHT-SEASON-ID
037700     END-IF.
037800 1210-EXIT.
037900     EXIT.
038000*----------------------------------------------------------*
038100* 1300-LOAD-CARDS - ONE ENTRY PER CARD ON TONIGHT'S RESULTS.
038200*----------------------------------------------------------*
038300 1300-LOAD-CARDS.
038400     OPEN INPUT RESULTS-FILE.
038500     IF NOT RESULTS-OK
038600         DISPLAY "YCHTMKUP: UNABLE TO OPEN RESULTS, STATUS "
038700             WS-RESULTS-STATUS ", RUN ABANDONED"
038800         MOVE 16 TO RETURN-CODE
038900         GOBACK
039000     END-IF.
039100     PERFORM 1310-LOAD-ONE-RESULT THRU 1310-EXIT
039200         UNTIL NO-MORE-RESULTS.
039300     CLOSE RESULTS-FILE.
039400 1300-EXIT.
039500     EXIT.
039600 1310-LOAD-ONE-RESULT.
039700     READ RESULTS-FILE
039800         AT END
039900             MOVE 'Y' TO WS-RESULTS-EOF-SW
040000             GO TO 1310-EXIT
040100     END-READ.
040200     ADD 1 TO WS-RESULTS-READ.
040300     IF RS-CLUB-CODE = SPACES
040400         MOVE WS-HOME-CLUB TO WS-CARD-CLUB-WORK
040500     ELSE
040600         MOVE RS-CLUB-CODE TO WS-CARD-CLUB-WORK
040700     END-IF.
040800     SET CARD-IDX TO 1.
040900     SEARCH WS-CARD-ENTRY
041000         AT END
041100             DISPLAY "YCHTMKUP: CARD TABLE FULL AT "
041200                 RS-PLAYER-ID ", RUN ABANDONED"
041300             MOVE 16 TO RETURN-CODE
041400             GOBACK
041500         WHEN CARD-IDX > WS-CARD-COUNT
041600             ADD 1 TO WS-CARD-COUNT
041700             MOVE RS-PLAYER-ID TO WS-CARD-ID(CARD-IDX)
041800             MOVE RS-GAME-NO TO WS-CARD-GAME-NO(CARD-IDX)
041900             MOVE WS-CARD-CLUB-WORK TO WS-CARD-CLUB(CARD-IDX)
042000             MOVE SPACE TO WS-CARD-OUTCOME(CARD-IDX)
042100         WHEN WS-CARD-ID(CARD-IDX) = RS-PLAYER-ID
042200             AND WS-CARD-GAME-NO(CARD-IDX) = RS-GAME-NO
042300             CONTINUE
042400     END-SEARCH.
042500 1310-EXIT.
042600     EXIT.
042700*----------------------------------------------------------*
042800* 1400-LOAD-SLIPS - TONIGHT'S MAKE-UP SLIPS. NO FILE, OR AN
042900* EMPTY ONE, IS A NIGHT WITH NO MAKE-UPS HANDED IN.
043000*----------------------------------------------------------*
043100 1400-LOAD-SLIPS.
043200     OPEN INPUT MAKEUP-SLIP-FILE.
043300     IF NOT MAKEUP-SLIP-OK
043400         GO TO 1400-EXIT
043500     END-IF.
043600     PERFORM 1410-LOAD-ONE-SLIP THRU 1410-EXIT
043700         UNTIL NO-MORE-SLIPS.
043800     CLOSE MAKEUP-SLIP-FILE.
043900 1400-EXIT.
044000     EXIT.
044100 1410-LOAD-ONE-SLIP.
044200     READ MAKEUP-SLIP-FILE
044300         AT END
044400             MOVE 'Y' TO WS-SLIP-EOF-SW
044500             GO TO 1410-EXIT
044600     END-READ.
044700     ADD 1 TO WS-SLIPS-READ.
044800     IF WS-SLIP-COUNT >= 200
044900         DISPLAY "YCHTMKUP: SLIP TABLE FULL AT "
045000             MS-PLAYER-ID ", RUN ABANDONED"
045100         MOVE 16 TO RETURN-CODE
045200         GOBACK
045300     END-IF.
045400     ADD 1 TO WS-SLIP-COUNT.
045500     SET SLIP-IDX TO WS-SLIP-COUNT.
045600     MOVE MS-PLAYER-ID TO WS-SLIP-ID(SLIP-IDX).
045700     IF MS-GAME-NO IS NUMERIC AND MS-GAME-NO NOT = '00'
045800         MOVE MS-GAME-NO TO WS-SLIP-GAME-NO(SLIP-IDX)
045900     ELSE
046000         MOVE 1 TO WS-SLIP-GAME-NO(SLIP-IDX)
046100     END-IF.
046200     IF MS-MISSED-DATE IS NUMERIC
046300         MOVE MS-MISSED-DATE TO WS-SLIP-MISSED-DATE(SLIP-IDX)
046400     ELSE
046500         MOVE ZERO TO WS-SLIP-MISSED-DATE(SLIP-IDX)
046600     END-IF.
046700     MOVE ZERO TO WS-SLIP-MISSED-WEEK(SLIP-IDX).
046800     MOVE SPACES TO WS-SLIP-CLUB(SLIP-IDX).
046900     MOVE 'N' TO WS-SLIP-HAS-CARD-SW(SLIP-IDX).
047000     MOVE SPACE TO WS-SLIP-STATUS(SLIP-IDX).
047100     MOVE SPACE TO WS-SLIP-REASON(SLIP-IDX).
047200 1410-EXIT.
047300     EXIT.
047400*----------------------------------------------------------*
047500* 1500-LOAD-REGISTER - THE MAKE-UPS GRANTED ON EARLIER
047600* NIGHTS. NO REGISTER YET IS THE FIRST MAKE-UP OF THE
047700* SEASON. TONIGHT ALREADY ON THE REGISTER MEANS THIS NIGHT
047800* HAS BEEN CHECKED ONCE - A SECOND RUN IS ABANDONED.
047900*----------------------------------------------------------*
048000 1500-LOAD-REGISTER.
048100     OPEN INPUT MAKEUP-REGISTER-FILE.
048200     IF NOT MAKEUP-REGISTER-OK
048300         GO TO 1500-EXIT
048400     END-IF.
048500     MOVE 'Y' TO WS-REGISTER-PRESENT-SW.
048600     PERFORM 1510-LOAD-ONE-ENTRY THRU 1510-EXIT
048700         UNTIL NO-MORE-REGISTER.
048800     CLOSE MAKEUP-REGISTER-FILE.
048900 1500-EXIT.
049000     EXIT.
049100 1510-LOAD-ONE-ENTRY.
049200     READ MAKEUP-REGISTER-FILE
049300         AT END
049400             MOVE 'Y' TO WS-REGISTER-EOF-SW
049500             GO TO 1510-EXIT
049600     END-READ.
049700     ADD 1 TO WS-REGISTER-READ.
049800     IF MU-MAKEUP-DATE = WS-CONTROL-DATE
049900         DISPLAY "YCHTMKUP: NIGHT " WS-CONTROL-DATE
050000             " ALREADY ON THE MAKE-UP REGISTER, RUN ABANDONED"
050100         MOVE 16 TO RETURN-CODE
050200         GOBACK
050300     END-IF.
050400     IF NOT MU-ACCEPTED
050500         GO TO 1510-EXIT
050600     END-IF.
050700     IF WS-GRANTED-COUNT >= 1000
050800         DISPLAY "YCHTMKUP: GRANTED TABLE FULL AT "
050900             MU-PLAYER-ID ", RUN ABANDONED"
051000         MOVE 16 TO RETURN-CODE
051100         GOBACK
051200     END-IF.
051300     ADD 1 TO WS-GRANTED-COUNT.
051400     MOVE MU-PLAYER-ID TO WS-GRANTED-ID(WS-GRANTED-COUNT).
051500     MOVE MU-MISSED-DATE TO WS-GRANTED-DATE(WS-GRANTED-COUNT).
051600 1510-EXIT.
051700     EXIT.
051800*----------------------------------------------------------*
051900* 2000-CHECK-HISTORY - ONE PASS OF THE SEASON FILE, MARKING
052000* EVERY SLIP WHOSE MEMBER ALREADY HAS A CARD POSTED FOR THE
052100* NIGHT THE SLIP NAMES. A MISSING SEASON FILE IS THE FIRST
052200* NIGHT OF A SEASON AND HOLDS NO CARDS.
052300*----------------------------------------------------------*
052400 2000-CHECK-HISTORY.
052500     IF WS-SLIP-COUNT = 0
052600         GO TO 2000-EXIT
052700     END-IF.
052800     OPEN INPUT HISTORY-FILE.
052900     IF NOT HISTORY-OK
053000         GO TO 2000-EXIT
053100     END-IF.
053200     PERFORM 2100-CHECK-ONE-HISTORY THRU 2100-EXIT
053300         UNTIL NO-MORE-HISTORY.
053400     CLOSE HISTORY-FILE.
053500 2000-EXIT.
053600     EXIT.
053700 2100-CHECK-ONE-HISTORY.
053800     READ HISTORY-FILE
053900         AT END
054000             MOVE 'Y' TO WS-HISTORY-EOF-SW
054100             GO TO 2100-EXIT
054200     END-READ.
054300     ADD 1 TO WS-HISTORY-READ.
054400     PERFORM 2200-MATCH-ONE-SLIP THRU 2200-EXIT
054500         VARYING WS-SLIP-SUB FROM 1 BY 1
054600         UNTIL WS-SLIP-SUB > WS-SLIP-COUNT.
054700 2100-EXIT.
054800     EXIT.
054900 2200-MATCH-ONE-SLIP.
055000     IF WS-SLIP-ID(WS-SLIP-SUB) = HY-PLAYER-ID
055100         AND WS-SLIP-MISSED-DATE(WS-SLIP-SUB) = HY-GAME-DATE
055200         MOVE 'Y' TO WS-SLIP-HAS-CARD-SW(WS-SLIP-SUB)
055300     END-IF.
055400 2200-EXIT.
055500     EXIT.
055600*----------------------------------------------------------*
055700* 3000-CHECK-SLIPS - DECIDE EACH SLIP IN THE ORDER KEYED,
055800* PRINT ITS OUTCOME AND APPEND IT TO THE REGISTER. THE
055900* REGISTER IS EXTENDED NIGHT AFTER NIGHT; THE FIRST MAKE-UP
056000* OF A SEASON HAS NO FILE YET, SO FALL BACK TO OUTPUT THE
056100* SAME WAY YCHTHIST OPENS THE SEASON FILE.
056200*----------------------------------------------------------*
056300 3000-CHECK-SLIPS.
056400     MOVE SPACES TO PRINT-RECORD.
056500     WRITE PRINT-RECORD.
056600     MOVE "MAKE-UP SLIPS HANDED IN" TO PRINT-RECORD.
056700     WRITE PRINT-RECORD.
056800     IF WS-SLIP-COUNT = 0
056900         MOVE "  NONE" TO PRINT-RECORD
057000         WRITE PRINT-RECORD
057100         GO TO 3000-EXIT
057200     END-IF.
057300     MOVE "  MEMBER      GM  MISSED    WK  OUTCOME"
057400         TO PRINT-RECORD.
057500     WRITE PRINT-RECORD.
057600     OPEN EXTEND MAKEUP-REGISTER-FILE.
057700     IF NOT MAKEUP-REGISTER-OK
057800         OPEN OUTPUT MAKEUP-REGISTER-FILE
057900         IF NOT MAKEUP-REGISTER-OK
058000             DISPLAY "YCHTMKUP: UNABLE TO OPEN MKUPREG, STATUS "
058100                 WS-MAKEUP-REGISTER-STATUS ", RUN ABANDONED"
058200             MOVE 16 TO RETURN-CODE
058300             GOBACK
058400         END-IF
058500     END-IF.
058600     PERFORM 3100-CHECK-ONE-SLIP THRU 3100-EXIT
058700         VARYING WS-SLIP-SUB FROM 1 BY 1
058800         UNTIL WS-SLIP-SUB > WS-SLIP-COUNT.
058900     CLOSE MAKEUP-REGISTER-FILE.
059000 3000-EXIT.
059100     EXIT.
059200 3100-CHECK-ONE-SLIP.
059300     SET SLIP-IDX TO WS-SLIP-SUB.
059400     PERFORM 3200-DECIDE-SLIP THRU 3200-EXIT.
059500     IF WS-REASON-CODE = SPACE
059600         MOVE 'A' TO WS-SLIP-STATUS(SLIP-IDX)
059700         ADD 1 TO WS-SLIPS-ACCEPTED
059800         MOVE "ACCEPTED - CREDITED TO THE MISSED WEEK"
059900             TO SL-OUTCOME
060000     ELSE
060100         MOVE 'R' TO WS-SLIP-STATUS(SLIP-IDX)
060200         ADD 1 TO WS-SLIPS-REFUSED
060300         PERFORM 7000-REASON-TEXT THRU 7000-EXIT
060400         MOVE SPACES TO SL-OUTCOME
060500         STRING "REFUSED - " WS-REASON-TEXT
060600             DELIMITED BY SIZE INTO SL-OUTCOME
060700     END-IF.
060800     MOVE WS-REASON-CODE TO WS-SLIP-REASON(SLIP-IDX).
060900*    THE CARD CARRIES ITS FIRST SLIP'S OUTCOME FOR THE
061000*    UNMATCHED LIST; A SECOND SLIP IS ALWAYS REFUSED AND
061100*    LEAVES IT ALONE.
061200     IF CARD-FOUND AND CARD-NO-SLIP(CARD-IDX)
061300         IF WS-REASON-CODE = SPACE
061400             MOVE 'A' TO WS-CARD-OUTCOME(CARD-IDX)
061500         ELSE
061600             MOVE WS-REASON-CODE TO WS-CARD-OUTCOME(CARD-IDX)
061700         END-IF
061800     END-IF.
061900     MOVE WS-SLIP-ID(SLIP-IDX) TO SL-PLAYER-ID.
062000     MOVE WS-SLIP-GAME-NO(SLIP-IDX) TO SL-GAME-NO.
062100     MOVE WS-SLIP-MISSED-DATE(SLIP-IDX) TO SL-MISSED-DATE.
062200     MOVE WS-SLIP-MISSED-WEEK(SLIP-IDX) TO SL-WEEK-NO.
062300     MOVE WS-SLIP-LINE TO PRINT-RECORD.
062400     WRITE PRINT-RECORD.
062500     MOVE WS-SLIP-ID(SLIP-IDX) TO MU-PLAYER-ID.
062600     MOVE WS-SLIP-CLUB(SLIP-IDX) TO MU-CLUB-CODE.
062700     MOVE WS-CONTROL-DATE TO MU-MAKEUP-DATE.
062800     MOVE WS-SLIP-GAME-NO(SLIP-IDX) TO MU-GAME-NO.
062900     MOVE WS-SLIP-MISSED-DATE(SLIP-IDX) TO MU-MISSED-DATE.
063000     MOVE WS-SLIP-MISSED-WEEK(SLIP-IDX) TO MU-MISSED-WEEK.
063100     MOVE WS-SLIP-STATUS(SLIP-IDX) TO MU-STATUS.
063200     MOVE WS-REASON-CODE TO MU-REASON-CODE.
063300     WRITE MAKEUP-REGISTER-RECORD.
063400 3100-EXIT.
063500     EXIT.
063600*----------------------------------------------------------*
063700* 3200-DECIDE-SLIP - LEAVE WS-REASON-CODE SPACE WHEN THE
063800* SLIP STANDS, OR SET TO THE FIRST REASON IT FAILS. CARD-IDX
063900* IS LEFT ON THE SLIP'S CARD WHEN CARD-FOUND.
064000*----------------------------------------------------------*
064100 3200-DECIDE-SLIP.
064200     MOVE SPACE TO WS-REASON-CODE.
064300     MOVE 'N' TO WS-CARD-FOUND-SW.
064400     SET CARD-IDX TO 1.
064500     SEARCH WS-CARD-ENTRY
064600         AT END
064700             CONTINUE
064800         WHEN CARD-IDX > WS-CARD-COUNT
064900             CONTINUE
065000         WHEN WS-CARD-ID(CARD-IDX) = WS-SLIP-ID(SLIP-IDX)
065100             AND WS-CARD-GAME-NO(CARD-IDX)
065200                 = WS-SLIP-GAME-NO(SLIP-IDX)
065300             MOVE 'Y' TO WS-CARD-FOUND-SW
065400             MOVE WS-CARD-CLUB(CARD-IDX) TO WS-SLIP-CLUB(SLIP-IDX)
065500     END-SEARCH.
065600*    THE MISSED NIGHT'S WEEK IS LOOKED UP FIRST SO IT PRINTS
065700*    WHATEVER THE OUTCOME.
065800     SET CAL-IDX TO 1.
065900     SEARCH WS-CAL-ENTRY
066000         AT END
066100             SET CAL-IDX TO 1
066200             MOVE 'S' TO WS-REASON-CODE
066300         WHEN CAL-IDX > WS-CAL-COUNT
066400             SET CAL-IDX TO 1
066500             MOVE 'S' TO WS-REASON-CODE
066600         WHEN WS-CAL-DATE(CAL-IDX) = WS-SLIP-MISSED-DATE(SLIP-IDX)
066700             MOVE WS-CAL-WEEK-NO(CAL-IDX)
066800                 TO WS-SLIP-MISSED-WEEK(SLIP-IDX)
066900     END-SEARCH.
067000     PERFORM 3300-CHECK-EARLIER-SLIPS THRU 3300-EXIT
067100         VARYING WS-EARLIER-SUB FROM 1 BY 1
067200         UNTIL WS-EARLIER-SUB >= WS-SLIP-SUB.
067300     IF WS-REASON-CODE = 'D'
067400         GO TO 3200-EXIT
067500     END-IF.
067600     IF NOT CARD-FOUND
067700         MOVE 'N' TO WS-REASON-CODE
067800         GO TO 3200-EXIT
067900     END-IF.
068000     IF WS-REASON-CODE = 'S'
068100         GO TO 3200-EXIT
068200     END-IF.
068300     IF WS-CAL-TYPE(CAL-IDX) = 'M'
068400         OR WS-CAL-DATE(CAL-IDX) NOT < WS-CONTROL-DATE
068500         OR WS-CAL-SEASON-ID(CAL-IDX) NOT = WS-NIGHT-SEASON-ID
068600         MOVE 'S' TO WS-REASON-CODE
068700         GO TO 3200-EXIT
068800     END-IF.
068900     IF SLIP-MEMBER-HAS-CARD(SLIP-IDX)
069000         MOVE 'C' TO WS-REASON-CODE
069100         GO TO 3200-EXIT
069200     END-IF.
069300     IF WS-GRANTED-COUNT > 0
069400         SET GRNT-IDX TO 1
069500         SEARCH WS-GRANTED-ENTRY
069600             WHEN GRNT-IDX > WS-GRANTED-COUNT
069700                 CONTINUE
069800             WHEN WS-GRANTED-ID(GRNT-IDX) = WS-SLIP-ID(SLIP-IDX)
069900                 AND WS-GRANTED-DATE(GRNT-IDX)
070000                     = WS-SLIP-MISSED-DATE(SLIP-IDX)
070100                 MOVE 'G' TO WS-REASON-CODE
070200         END-SEARCH
070300     END-IF.
070400     IF WS-REASON-CODE NOT = SPACE
070500         GO TO 3200-EXIT
070600     END-IF.
070700     PERFORM 3400-CHECK-GRANTED-TONIGHT THRU 3400-EXIT
070800         VARYING WS-EARLIER-SUB FROM 1 BY 1
070900         UNTIL WS-EARLIER-SUB >= WS-SLIP-SUB.
071000 3200-EXIT.
071100     EXIT.
071200*    A SECOND SLIP FOR A CARD ALREADY NAMED TONIGHT.
071300 3300-CHECK-EARLIER-SLIPS.
071400     IF WS-SLIP-ID(WS-EARLIER-SUB) = WS-SLIP-ID(SLIP-IDX)
071500         AND WS-SLIP-GAME-NO(WS-EARLIER-SUB)
071600             = WS-SLIP-GAME-NO(SLIP-IDX)
071700         MOVE 'D' TO WS-REASON-CODE
071800     END-IF.
071900 3300-EXIT.
072000     EXIT.
072100*    TWO CARDS TONIGHT NAMING THE SAME MISSED NIGHT - ONLY THE
072200*    FIRST ACCEPTED ONE IS THE MAKE-UP.
072300 3400-CHECK-GRANTED-TONIGHT.
072400     IF WS-SLIP-ID(WS-EARLIER-SUB) = WS-SLIP-ID(SLIP-IDX)
072500         AND WS-SLIP-MISSED-DATE(WS-EARLIER-SUB)
072600             = WS-SLIP-MISSED-DATE(SLIP-IDX)
072700         AND WS-SLIP-STATUS(WS-EARLIER-SUB) = 'A'
072800         MOVE 'G' TO WS-REASON-CODE
072900     END-IF.
073000 3400-EXIT.
073100     EXIT.
073200*----------------------------------------------------------*
073300* 4000-LIST-UNMATCHED - ON A MAKE-UP NIGHT EVERY CARD WITHOUT
073400* AN ACCEPTED SLIP; ON ANY OTHER NIGHT, A CARD WHOSE SLIP WAS
073500* REFUSED. EITHER WAY THE CARD POSTS UNDER TONIGHT'S WEEK.
073600*----------------------------------------------------------*
073700 4000-LIST-UNMATCHED.
073800     MOVE SPACES TO PRINT-RECORD.
073900     WRITE PRINT-RECORD.
074000     MOVE "MAKE-UP CARDS NOT MATCHED TO A MISSED NIGHT"
074100         TO PRINT-RECORD.
074200     WRITE PRINT-RECORD.
074300     MOVE "  MEMBER      GM  CLUB  REASON" TO PRINT-RECORD.
074400     WRITE PRINT-RECORD.
074500     PERFORM 4100-CHECK-ONE-CARD THRU 4100-EXIT
074600         VARYING WS-CARD-SUB FROM 1 BY 1
074700         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
074800     IF WS-UNMATCHED-COUNT = 0
074900         MOVE "  NONE" TO PRINT-RECORD
075000         WRITE PRINT-RECORD
075100     END-IF.
075200 4000-EXIT.
075300     EXIT.
075400 4100-CHECK-ONE-CARD.
075500     SET CARD-IDX TO WS-CARD-SUB.
075600     IF CARD-MATCHED(CARD-IDX)
075700         GO TO 4100-EXIT
075800     END-IF.
075900     IF CARD-NO-SLIP(CARD-IDX)
076000         IF NOT TONIGHT-IS-MAKEUP
076100             GO TO 4100-EXIT
076200         END-IF
076300         MOVE "NO MAKE-UP SLIP HANDED IN" TO WS-REASON-TEXT
076400     ELSE
076500         MOVE WS-CARD-OUTCOME(CARD-IDX) TO WS-REASON-CODE
076600         PERFORM 7000-REASON-TEXT THRU 7000-EXIT
076700     END-IF.
076800     ADD 1 TO WS-UNMATCHED-COUNT.
076900     MOVE WS-CARD-ID(CARD-IDX) TO UL-PLAYER-ID.
077000     MOVE WS-CARD-GAME-NO(CARD-IDX) TO UL-GAME-NO.
077100     MOVE WS-CARD-CLUB(CARD-IDX) TO UL-CLUB.
077200     MOVE WS-REASON-TEXT TO UL-REASON.
077300     MOVE WS-UNMATCHED-LINE TO PRINT-RECORD.
077400     WRITE PRINT-RECORD.
077500 4100-EXIT.
077600     EXIT.
077700*----------------------------------------------------------*
077800* 7000-REASON-TEXT - THE WORDING FOR WS-REASON-CODE.
077900*----------------------------------------------------------*
078000 7000-REASON-TEXT.
078100     EVALUATE WS-REASON-CODE
078200         WHEN 'N'
078300             MOVE "NO SUCH CARD PLAYED TONIGHT" TO WS-REASON-TEXT
078400         WHEN 'S'
078500             MOVE "NOT A SCHEDULED NIGHT BEFORE TONIGHT"
078600                 TO WS-REASON-TEXT
078700         WHEN 'C'
078800             MOVE "ALREADY HAS A CARD FOR THAT NIGHT"
078900                 TO WS-REASON-TEXT
079000         WHEN 'G'
079100             MOVE "MAKE-UP ALREADY GRANTED FOR THAT NIGHT"
079200                 TO WS-REASON-TEXT
079300         WHEN 'D'
079400             MOVE "SECOND SLIP FOR THE SAME CARD"
079500                TO WS-REASON-TEXT
079600         WHEN OTHER
079700             MOVE SPACES TO WS-REASON-TEXT
079800     END-EVALUATE.
079900 7000-EXIT.
080000     EXIT.
080100*----------------------------------------------------------*
080200* 9000-TERMINATE - CONTROL TOTALS AND THE RETURN CODE.
080300*----------------------------------------------------------*
080400 9000-TERMINATE.
080500     MOVE SPACES TO PRINT-RECORD.
080600     WRITE PRINT-RECORD.
080700     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
080800     WRITE PRINT-RECORD.
080900     MOVE "  RESULTS RECORDS READ" TO WS-PRINT-LABEL.
081000     MOVE WS-RESULTS-READ TO WS-PRINT-COUNT.
081100     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
081200     MOVE "  CARDS PLAYED TONIGHT" TO WS-PRINT-LABEL.
081300     MOVE WS-CARD-COUNT TO WS-PRINT-COUNT.
081400     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
081500     MOVE "  MAKE-UP SLIPS READ" TO WS-PRINT-LABEL.
081600     MOVE WS-SLIPS-READ TO WS-PRINT-COUNT.
081700     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
081800     MOVE "  SLIPS ACCEPTED" TO WS-PRINT-LABEL.
081900     MOVE WS-SLIPS-ACCEPTED TO WS-PRINT-COUNT.
082000     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
082100     MOVE "  SLIPS REFUSED" TO WS-PRINT-LABEL.
082200     MOVE WS-SLIPS-REFUSED TO WS-PRINT-COUNT.
082300     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
082400     MOVE "  CARDS NOT MATCHED" TO WS-PRINT-LABEL.
082500     MOVE WS-UNMATCHED-COUNT TO WS-PRINT-COUNT.
082600     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
082700     MOVE "  HISTORY RECORDS READ" TO WS-PRINT-LABEL.
082800     MOVE WS-HISTORY-READ TO WS-PRINT-COUNT.
082900     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
083000     MOVE "  REGISTER RECORDS READ" TO WS-PRINT-LABEL.
083100     MOVE WS-REGISTER-READ TO WS-PRINT-COUNT.
083200     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
083300     CLOSE PRINT-FILE.
083400     DISPLAY "YCHTMKUP: SLIPS ACCEPTED    = " WS-SLIPS-ACCEPTED.
083500     DISPLAY "YCHTMKUP: SLIPS REFUSED     = " WS-SLIPS-REFUSED.
083600     DISPLAY "YCHTMKUP: CARDS NOT MATCHED = " WS-UNMATCHED-COUNT.
083700*    4 LETS THE NIGHT CONTROLLER RUN ON - THE CARDS STILL POST.
083800     IF WS-UNMATCHED-COUNT > 0
083900         MOVE 4 TO RETURN-CODE
084000     ELSE
084100         MOVE 0 TO RETURN-CODE
084200     END-IF.
084300 9000-EXIT.
084400     EXIT.
084500 9100-PRINT-COUNT-LINE.
084600     MOVE SPACES TO PRINT-RECORD.
084700     STRING WS-PRINT-LABEL WS-PRINT-COUNT
084800         DELIMITED BY SIZE INTO PRINT-RECORD.
084900     WRITE PRINT-RECORD.
085000 9100-EXIT.
085100     EXIT.
