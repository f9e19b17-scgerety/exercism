000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTCAGE.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    WEEKLY AGING REPORT FOR THE SCORE DISPUTE REGISTER. EVERY
000900*    CASE ON THE CASE MASTER (CASEREC) NOT YET CLOSED - OPEN OR
001000*    RULED - IS LISTED UNDER ITS AGE BAND, OLDEST BAND FIRST,
001100*    WITH ITS AGE IN DAYS SINCE IT WAS OPENED.
001200*
001300*    THE SECOND PART READS THE WHOLE CORRECTION LOG (CRLGREC)
001400*    AND FLAGS EVERY CORRECTION NO CASE STANDS BEHIND - ONE
001500*    KEYED WITHOUT A CASE NUMBER THAT NO CASE HAS SINCE BEEN
001600*    LINKED TO, OR ONE NAMING A CASE NUMBER NOT ON THE
001700*    REGISTER. A FLAGGED CORRECTION STAYS ON THE REPORT UNTIL
001800*    THE SECRETARY OPENS A CASE FOR IT AND LINKS IT ('L' ON
001900*    YCHTCASE).
002000*
002100*    MODIFICATION HISTORY.
002200*    DATE       INIT DESCRIPTION
002300*    2026-10-15 LOP  ORIGINAL PROGRAM.
002400****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. GNUCOBOL.
002800 OBJECT-COMPUTER. GNUCOBOL.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CASE-FILE ASSIGN TO "CASEMST"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-CASE-STATUS.
003400     SELECT CORRECTION-LOG-FILE ASSIGN TO "CORRLOG"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-CORRECTION-LOG-STATUS.
003700     SELECT PRINT-FILE ASSIGN TO "CAGERPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PRINT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CASE-FILE
004300     RECORDING MODE IS F.
004400 01  CASE-RECORD.
004500     COPY CASEREC.
004600 FD  CORRECTION-LOG-FILE
004700     RECORDING MODE IS F.
004800 01  CORRECTION-LOG-RECORD.
004900     COPY CRLGREC.
005000 FD  PRINT-FILE
005100     RECORDING MODE IS F.
005200 01  PRINT-RECORD                PIC X(80).
005300 WORKING-STORAGE SECTION.
005400 01  WS-CASE-STATUS              PIC X(02) VALUE '00'.
005500     88  CASE-OK                             VALUE '00'.
005600 01  WS-CORRECTION-LOG-STATUS    PIC X(02) VALUE '00'.
005700     88  CORRECTION-LOG-OK                   VALUE '00'.
005800 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
005900     88  PRINT-OK                            VALUE '00'.
006000 01  WS-CASE-EOF-SW              PIC X(01) VALUE 'N'.
006100     88  NO-MORE-CASES                       VALUE 'Y'.
006200 01  WS-CORRECTION-LOG-EOF-SW    PIC X(01) VALUE 'N'.
006300     88  NO-MORE-CORRECTIONS                 VALUE 'Y'.
006400 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
006500 01  WS-RUN-DAY-NO               PIC 9(07) VALUE 0.
006600*
006700*    EVERY CASE ON THE REGISTER, OPEN OR CLOSED, WITH THE
006800*    CORRECTION LINKED TO IT, SO A LOGGED CORRECTION CAN BE
006900*    MATCHED TO ITS CASE. A FULL TABLE IS A HARD ERROR - THE
007000*    RUN ENDS WITH RETURN CODE 16.
007100 01  WS-CASE-TABLE.
007200     05  WS-CASE-ENTRY           OCCURS 500 TIMES
007300         INDEXED BY CASE-IDX.
007400         10  WS-CASE-NUMBER      PIC 9(06) VALUE 0.
007500         10  WS-CASE-STAT        PIC X(01) VALUE SPACE.
007600         10  WS-CASE-PLAYER      PIC X(10) VALUE SPACES.
007700         10  WS-CASE-NIGHT       PIC 9(08) VALUE 0.
007800         10  WS-CASE-GAME        PIC 9(02) VALUE 0.
007900         10  WS-CASE-CATEGORY    PIC X(15) VALUE SPACES.
008000         10  WS-CASE-OPENED      PIC 9(08) VALUE 0.
008100         10  WS-CASE-AGE         PIC 9(05) VALUE 0.
008200         10  WS-CASE-CORR-DATE   PIC 9(08) VALUE 0.
008300         10  WS-CASE-CORR-TIME   PIC 9(08) VALUE 0.
008400 01  WS-CASE-COUNT               PIC 9(03) COMP VALUE 0.
008500*
008600*    THE AGE BANDS, OLDEST FIRST. A CASE FALLS IN THE FIRST
008700*    BAND WHOSE LOWER LIMIT ITS AGE REACHES.
008800 01  WS-BAND-VALUES.
008900     05  FILLER                  PIC X(20) VALUE
009000         '00029OVER 28 DAYS   '.
009100     05  FILLER                  PIC X(20) VALUE
009200         '0001515 TO 28 DAYS  '.
009300     05  FILLER                  PIC X(20) VALUE
009400         '000088 TO 14 DAYS   '.
009500     05  FILLER                  PIC X(20) VALUE
009600         '00000UNDER 8 DAYS   '.
009700 01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.
009800     05  WS-BAND-ENTRY           OCCURS 4 TIMES.
009900         10  WS-BAND-LOW         PIC 9(05).
010000         10  WS-BAND-NAME        PIC X(15).
010100 01  WS-BAND-SUB                 PIC 9(01) COMP VALUE 0.
010200 01  WS-BAND-HIGH                PIC 9(05) VALUE 0.
010300 01  WS-BAND-COUNT               PIC 9(05) COMP VALUE 0.
010400*
010500*    DAY-NUMBER ARITHMETIC - DAYS SINCE 0001-01-01 FOR ONE
010600*    YYYYMMDD DATE, SO TWO DATES CAN BE SUBTRACTED.
010700 01  WS-DN-DATE                  PIC 9(08) VALUE 0.
010800 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
010900     05  WS-DN-YEAR              PIC 9(04).
011000     05  WS-DN-MONTH             PIC 9(02).
011100     05  WS-DN-DAY               PIC 9(02).
011200 01  WS-DN-DAYS                  PIC 9(07) VALUE 0.
011300 01  WS-DN-PRIOR-YEARS           PIC 9(04) VALUE 0.
011400 01  WS-DN-QUOTIENT              PIC 9(04) VALUE 0.
011500 01  WS-DN-REMAINDER             PIC 9(04) VALUE 0.
011600 01  WS-DN-LEAP-SW               PIC X(01) VALUE 'N'.
011700     88  DN-LEAP-YEAR                        VALUE 'Y'.
011800 01  WS-MONTH-START-VALUES.
011900     05  FILLER                  PIC X(36) VALUE
012000         '000031059090120151181212243273304334'.
012100 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
012200     05  WS-MONTH-START          PIC 9(03) OCCURS 12 TIMES.
012300*
012400*    CONTROL COUNTS FOR THE REPORT FOOT.
012500 01  WS-CASES-READ               PIC 9(05) COMP VALUE 0.
012600 01  WS-CASES-NOT-CLOSED         PIC 9(05) COMP VALUE 0.
012700 01  WS-CORRECTIONS-READ         PIC 9(05) COMP VALUE 0.
012800 01  WS-CORRECTIONS-BACKED       PIC 9(05) COMP VALUE 0.
012900 01  WS-CORRECTIONS-FLAGGED      PIC 9(05) COMP VALUE 0.
013000 01  WS-FLAG-REASON              PIC X(30) VALUE SPACES.
013100*
013200*    PRINT FIELDS.
013300 01  WS-PRINT-CASE-NO            PIC 9(06).
013400 01  WS-PRINT-GAME               PIC 99.
013500 01  WS-PRINT-AGE                PIC ZZZZ9.
013600 01  WS-PRINT-COUNT              PIC ZZZZ9.
013700 01  WS-PRINT-STATUS-TEXT        PIC X(05) VALUE SPACES.
013800 PROCEDURE DIVISION.
013900 0000-MAINLINE.
014000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014100     PERFORM 2000-LOAD-CASE THRU 2000-EXIT
014200         UNTIL NO-MORE-CASES.
014300     PERFORM 4000-PRINT-AGING THRU 4000-EXIT.
014400     PERFORM 5000-CHECK-CORRECTIONS THRU 5000-EXIT.
014500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
014600     STOP RUN.
014700*----------------------------------------------------------*
014800* 1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ.
014900*----------------------------------------------------------*
015000 1000-INITIALIZE.
015100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
015200     MOVE WS-RUN-DATE TO WS-DN-DATE.
015300     PERFORM 7000-DAY-NUMBER THRU 7000-EXIT.
015400     MOVE WS-DN-DAYS TO WS-RUN-DAY-NO.
015500     OPEN OUTPUT PRINT-FILE.
015600     IF NOT PRINT-OK
015700         DISPLAY "YCHTCAGE: UNABLE TO OPEN CAGERPT, STATUS "
015800             WS-PRINT-STATUS ", RUN ABANDONED"
015900         MOVE 16 TO RETURN-CODE
016000         STOP RUN
016100     END-IF.
016200     MOVE SPACES TO PRINT-RECORD.
016300     STRING "THURSDAY NIGHT YACHT CLUB - OPEN DISPUTE CASES "
016400         "BY AGE  AS AT " WS-RUN-DATE
016500         DELIMITED BY SIZE INTO PRINT-RECORD.
016600     WRITE PRINT-RECORD.
016700     OPEN INPUT CASE-FILE.
016800     IF NOT CASE-OK
016900         DISPLAY "YCHTCAGE: NO CASE MASTER, STATUS "
017000             WS-CASE-STATUS ", NO CASES TO AGE"
017100         MOVE 'Y' TO WS-CASE-EOF-SW
017200         GO TO 1000-EXIT
017300     END-IF.
017400     PERFORM 2100-READ-CASE THRU 2100-EXIT.
017500 1000-EXIT.
017600     EXIT.
017700*----------------------------------------------------------*
017800* 2000-LOAD-CASE - HOLD ONE CASE, AGED IF NOT YET CLOSED.
017900*----------------------------------------------------------*
018000 2000-LOAD-CASE.
018100     ADD 1 TO WS-CASES-READ.
018200     IF WS-CASE-COUNT >= 500
018300         DISPLAY "YCHTCAGE: CASE TABLE FULL AT " CS-CASE-NO
018400             ", RUN ABANDONED"
018500         MOVE 16 TO RETURN-CODE
018600         STOP RUN
018700     END-IF.
018800     ADD 1 TO WS-CASE-COUNT.
018900     SET CASE-IDX TO WS-CASE-COUNT.
019000     MOVE CS-CASE-NO TO WS-CASE-NUMBER(CASE-IDX).
019100     MOVE CS-STATUS TO WS-CASE-STAT(CASE-IDX).
019200     MOVE CS-PLAYER-ID TO WS-CASE-PLAYER(CASE-IDX).
019300     MOVE CS-NIGHT-DATE TO WS-CASE-NIGHT(CASE-IDX).
019400     MOVE CS-GAME-NO TO WS-CASE-GAME(CASE-IDX).
019500     MOVE CS-CATEGORY TO WS-CASE-CATEGORY(CASE-IDX).
019600     MOVE CS-OPENED-DATE TO WS-CASE-OPENED(CASE-IDX).
019700     MOVE CS-CORR-APPLIED-DATE TO WS-CASE-CORR-DATE(CASE-IDX).
019800     MOVE CS-CORR-APPLIED-TIME TO WS-CASE-CORR-TIME(CASE-IDX).
019900     MOVE ZERO TO WS-CASE-AGE(CASE-IDX).
020000     IF NOT CS-CASE-CLOSED
020100         ADD 1 TO WS-CASES-NOT-CLOSED
020200         MOVE CS-OPENED-DATE TO WS-DN-DATE
020300         PERFORM 7000-DAY-NUMBER THRU 7000-EXIT
020400         IF WS-RUN-DAY-NO > WS-DN-DAYS
020500             COMPUTE WS-CASE-AGE(CASE-IDX) =
020600                 WS-RUN-DAY-NO - WS-DN-DAYS
020700         END-IF
020800     END-IF.
020900     PERFORM 2100-READ-CASE THRU 2100-EXIT.
021000 2000-EXIT.
021100     EXIT.
021200*----------------------------------------------------------*
021300* 2100-READ-CASE - READ NEXT CASE, SET EOF SWITCH.
021400*----------------------------------------------------------*
021500 2100-READ-CASE.
021600     READ CASE-FILE
021700         AT END
021800             MOVE 'Y' TO WS-CASE-EOF-SW
021900     END-READ.
022000 2100-EXIT.
022100     EXIT.
022200*----------------------------------------------------------*
022300* 4000-PRINT-AGING - ONE SECTION PER AGE BAND, OLDEST FIRST.
022400*----------------------------------------------------------*
022500 4000-PRINT-AGING.
022600     MOVE 99999 TO WS-BAND-HIGH.
022700     PERFORM 4100-PRINT-ONE-BAND THRU 4100-EXIT
022800         VARYING WS-BAND-SUB FROM 1 BY 1
022900         UNTIL WS-BAND-SUB > 4.
023000 4000-EXIT.
023100     EXIT.
023200 4100-PRINT-ONE-BAND.
023300     MOVE SPACES TO PRINT-RECORD.
023400     WRITE PRINT-RECORD.
023500     MOVE SPACES TO PRINT-RECORD.
023600     STRING "OPEN " WS-BAND-NAME(WS-BAND-SUB)
023700         DELIMITED BY SIZE INTO PRINT-RECORD.
023800     WRITE PRINT-RECORD.
023900     MOVE SPACES TO PRINT-RECORD.
024000     STRING "  CASE    STATUS PLAYER     NIGHT    GAME "
024100         "CATEGORY        OPENED      AGE"
024200         DELIMITED BY SIZE INTO PRINT-RECORD.
024300     WRITE PRINT-RECORD.
024400     MOVE ZERO TO WS-BAND-COUNT.
024500     IF WS-CASE-COUNT > 0
024600         PERFORM 4200-PRINT-ONE-CASE THRU 4200-EXIT
024700             VARYING CASE-IDX FROM 1 BY 1
024800             UNTIL CASE-IDX > WS-CASE-COUNT
024900     END-IF.
025000     MOVE WS-BAND-COUNT TO WS-PRINT-COUNT.
025100     MOVE SPACES TO PRINT-RECORD.
025200     STRING "  CASES IN BAND " WS-PRINT-COUNT
025300         DELIMITED BY SIZE INTO PRINT-RECORD.
025400     WRITE PRINT-RECORD.
025500     COMPUTE WS-BAND-HIGH = WS-BAND-LOW(WS-BAND-SUB) - 1.
025600 4100-EXIT.
025700     EXIT.
025800 4200-PRINT-ONE-CASE.
025900     IF WS-CASE-STAT(CASE-IDX) = 'C'
026000         GO TO 4200-EXIT
026100     END-IF.
026200     IF WS-CASE-AGE(CASE-IDX) < WS-BAND-LOW(WS-BAND-SUB)
026300         OR WS-CASE-AGE(CASE-IDX) > WS-BAND-HIGH
026400         GO TO 4200-EXIT
026500     END-IF.
026600     ADD 1 TO WS-BAND-COUNT.
026700     IF WS-CASE-STAT(CASE-IDX) = 'R'
026800         MOVE "RULED" TO WS-PRINT-STATUS-TEXT
026900     ELSE
027000         MOVE "OPEN" TO WS-PRINT-STATUS-TEXT
027100     END-IF.
027200     MOVE WS-CASE-NUMBER(CASE-IDX) TO WS-PRINT-CASE-NO.
027300     MOVE WS-CASE-GAME(CASE-IDX) TO WS-PRINT-GAME.
027400     MOVE WS-CASE-AGE(CASE-IDX) TO WS-PRINT-AGE.
027500     MOVE SPACES TO PRINT-RECORD.
027600     STRING "  " WS-PRINT-CASE-NO "  " WS-PRINT-STATUS-TEXT
027700         "  " WS-CASE-PLAYER(CASE-IDX) " "
027800         WS-CASE-NIGHT(CASE-IDX) " " WS-PRINT-GAME "  "
027900         WS-CASE-CATEGORY(CASE-IDX) " "
028000         WS-CASE-OPENED(CASE-IDX) " " WS-PRINT-AGE
028100         DELIMITED BY SIZE INTO PRINT-RECORD.
028200     WRITE PRINT-RECORD.
028300 4200-EXIT.
028400     EXIT.
028500*----------------------------------------------------------*
028600* 5000-CHECK-CORRECTIONS - FLAG EVERY LOGGED CORRECTION NO
028700* CASE STANDS BEHIND. NO LOG YET IS NOT AN ERROR.
028800*----------------------------------------------------------*
028900 5000-CHECK-CORRECTIONS.
029000     MOVE SPACES TO PRINT-RECORD.
029100     WRITE PRINT-RECORD.
029200     MOVE SPACES TO PRINT-RECORD.
029300     MOVE "CORRECTIONS APPLIED WITHOUT A CASE" TO PRINT-RECORD.
029400     WRITE PRINT-RECORD.
029500     MOVE SPACES TO PRINT-RECORD.
029600     STRING "  APPLIED  PLAYER     NIGHT    GAME CATEGORY"
029700         "        REASON"
029800         DELIMITED BY SIZE INTO PRINT-RECORD.
029900     WRITE PRINT-RECORD.
030000     OPEN INPUT CORRECTION-LOG-FILE.
030100     IF NOT CORRECTION-LOG-OK
030200         MOVE SPACES TO PRINT-RECORD
030300         MOVE "  NO CORRECTION LOG ON FILE" TO PRINT-RECORD
030400         WRITE PRINT-RECORD
030500         GO TO 5000-EXIT
030600     END-IF.
030700     PERFORM 5100-READ-CORRECTION-LOG THRU 5100-EXIT.
030800     PERFORM 5200-CHECK-ONE-CORRECTION THRU 5200-EXIT
030900         UNTIL NO-MORE-CORRECTIONS.
031000     CLOSE CORRECTION-LOG-FILE.
031100 5000-EXIT.
031200     EXIT.
031300 5100-READ-CORRECTION-LOG.
031400     READ CORRECTION-LOG-FILE
031500         AT END
031600             MOVE 'Y' TO WS-CORRECTION-LOG-EOF-SW
031700     END-READ.
031800 5100-EXIT.
031900     EXIT.
032000*----------------------------------------------------------*
032100* 5200-CHECK-ONE-CORRECTION - A CORRECTION IS BACKED WHEN
032200* THE CASE IT NAMES IS ON THE REGISTER, OR, WHEN IT NAMES
032300* NONE, WHEN SOME CASE HAS BEEN LINKED TO IT SINCE.
032400*----------------------------------------------------------*
032500 5200-CHECK-ONE-CORRECTION.
032600     ADD 1 TO WS-CORRECTIONS-READ.
032700     IF CX-CASE-NO NOT NUMERIC
032800         MOVE ZERO TO CX-CASE-NO
032900     END-IF.
033000     SET CASE-IDX TO 1.
033100     IF CX-CASE-NO > ZERO
033200         SEARCH WS-CASE-ENTRY
033300             AT END SET CASE-IDX TO 0
033400             WHEN CASE-IDX > WS-CASE-COUNT
033500                 SET CASE-IDX TO 0
033600             WHEN WS-CASE-NUMBER(CASE-IDX) = CX-CASE-NO
033700                 CONTINUE
033800         END-SEARCH
033900         MOVE "CASE NOT ON REGISTER" TO WS-FLAG-REASON
034000     ELSE
034100         SEARCH WS-CASE-ENTRY
034200             AT END SET CASE-IDX TO 0
034300             WHEN CASE-IDX > WS-CASE-COUNT
034400                 SET CASE-IDX TO 0
034500             WHEN WS-CASE-CORR-DATE(CASE-IDX) = CX-APPLIED-DATE
034600                 AND WS-CASE-CORR-TIME(CASE-IDX) = CX-APPLIED-TIME
034700                 AND WS-CASE-PLAYER(CASE-IDX) = CX-PLAYER-ID
034800                 CONTINUE
034900         END-SEARCH
035000         MOVE "NO CASE" TO WS-FLAG-REASON
035100     END-IF.
035200     IF CASE-IDX > 0
035300         ADD 1 TO WS-CORRECTIONS-BACKED
035400         GO TO 5200-NEXT
035500     END-IF.
035600     ADD 1 TO WS-CORRECTIONS-FLAGGED.
035700     MOVE CX-GAME-NO TO WS-PRINT-GAME.
035800     MOVE SPACES TO PRINT-RECORD.
035900     STRING "  " CX-APPLIED-DATE " " CX-PLAYER-ID " "
036000         CX-NIGHT-DATE " " WS-PRINT-GAME "  " CX-CATEGORY " "
036100         WS-FLAG-REASON
036200         DELIMITED BY SIZE INTO PRINT-RECORD.
036300     WRITE PRINT-RECORD.
036400 5200-NEXT.
036500     PERFORM 5100-READ-CORRECTION-LOG THRU 5100-EXIT.
036600 5200-EXIT.
036700     EXIT.
036800*----------------------------------------------------------*
036900* 7000-DAY-NUMBER - DAYS FROM 0001-01-01 TO WS-DN-DATE:
037000* 365 A YEAR FOR THE YEARS BEFORE IT PLUS ONE FOR EACH LEAP
037100* YEAR AMONG THEM, THE DAYS BEFORE ITS MONTH, ITS DAY, AND
037200* ONE MORE PAST FEBRUARY IN A LEAP YEAR. AN UNUSABLE DATE
037300* GIVES ZERO.
037400*----------------------------------------------------------*
037500 7000-DAY-NUMBER.
037600     MOVE ZERO TO WS-DN-DAYS.
037700     IF WS-DN-DATE NOT NUMERIC OR WS-DN-YEAR = ZERO
037800         OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
037900         GO TO 7000-EXIT
038000     END-IF.
038100     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YEAR - 1.
038200     COMPUTE WS-DN-DAYS = WS-DN-PRIOR-YEARS * 365.
038300     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT.
038400     ADD WS-DN-QUOTIENT TO WS-DN-DAYS.
038500     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT.
038600     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYS.
038700     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT.
038800     ADD WS-DN-QUOTIENT TO WS-DN-DAYS.
038900     ADD WS-MONTH-START(WS-DN-MONTH) TO WS-DN-DAYS.
039000     ADD WS-DN-DAY TO WS-DN-DAYS.
039100     MOVE 'N' TO WS-DN-LEAP-SW.
039200     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
039300         REMAINDER WS-DN-REMAINDER.
039400     IF WS-DN-REMAINDER = 0
039500         MOVE 'Y' TO WS-DN-LEAP-SW
039600         DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
039700             REMAINDER WS-DN-REMAINDER
039800         IF WS-DN-REMAINDER = 0
039900             DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
040000                 REMAINDER WS-DN-REMAINDER
040100             IF WS-DN-REMAINDER NOT = 0
040200                 MOVE 'N' TO WS-DN-LEAP-SW
040300             END-IF
040400         END-IF
040500     END-IF.
040600     IF DN-LEAP-YEAR AND WS-DN-MONTH > 2
040700         ADD 1 TO WS-DN-DAYS
040800     END-IF.
040900 7000-EXIT.
041000     EXIT.
041100*----------------------------------------------------------*
041200* 9000-TERMINATE - CONTROL COUNTS AND CLOSE.
041300*----------------------------------------------------------*
041400 9000-TERMINATE.
041500     MOVE SPACES TO PRINT-RECORD.
041600     WRITE PRINT-RECORD.
041700     MOVE SPACES TO PRINT-RECORD.
041800     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
041900     WRITE PRINT-RECORD.
042000     MOVE WS-CASES-READ TO WS-PRINT-COUNT.
042100     MOVE SPACES TO PRINT-RECORD.
042200     STRING "  CASES ON REGISTER      " WS-PRINT-COUNT
042300         DELIMITED BY SIZE INTO PRINT-RECORD.
042400     WRITE PRINT-RECORD.
042500     MOVE WS-CASES-NOT-CLOSED TO WS-PRINT-COUNT.
042600     MOVE SPACES TO PRINT-RECORD.
042700     STRING "  CASES NOT CLOSED       " WS-PRINT-COUNT
042800         DELIMITED BY SIZE INTO PRINT-RECORD.
042900     WRITE PRINT-RECORD.
043000     MOVE WS-CORRECTIONS-READ TO WS-PRINT-COUNT.
043100     MOVE SPACES TO PRINT-RECORD.
043200     STRING "  CORRECTIONS LOGGED     " WS-PRINT-COUNT
043300         DELIMITED BY SIZE INTO PRINT-RECORD.
043400     WRITE PRINT-RECORD.
043500     MOVE WS-CORRECTIONS-BACKED TO WS-PRINT-COUNT.
043600     MOVE SPACES TO PRINT-RECORD.
043700     STRING "  WITH A CASE            " WS-PRINT-COUNT
043800         DELIMITED BY SIZE INTO PRINT-RECORD.
043900     WRITE PRINT-RECORD.
044000     MOVE WS-CORRECTIONS-FLAGGED TO WS-PRINT-COUNT.
044100     MOVE SPACES TO PRINT-RECORD.
044200     STRING "  WITHOUT A CASE         " WS-PRINT-COUNT
044300         DELIMITED BY SIZE INTO PRINT-RECORD.
044400     WRITE PRINT-RECORD.
044500     CLOSE CASE-FILE.
044600     CLOSE PRINT-FILE.
044700     IF WS-CORRECTIONS-FLAGGED > 0
044800         MOVE 4 TO RETURN-CODE
044900     END-IF.
045000 9000-EXIT.
045100     EXIT.
