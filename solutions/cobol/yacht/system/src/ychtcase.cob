000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTCASE.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    SCORE DISPUTE CASE REGISTER MAINTENANCE. APPLIES A FILE OF
000900*    CASE TRANSACTIONS AGAINST THE CASE MASTER FROM THE PRIOR
001000*    RUN AND WRITES A NEW CASE MASTER IN CASE NUMBER ORDER,
001100*    OLD MASTER IN AND NEW MASTER OUT THE SAME WAY YCHTROST
001200*    KEEPS THE ROSTER. THE TRANSACTIONS ARE:
001300*
001400*    'O' OPEN   - A NEW CASE AGAINST ONE ENTRY (PLAYER, NIGHT,
001500*                 GAME NUMBER, CATEGORY) WITH THE COMPLAINT AS
001600*                 THE TEXT. A ZERO CASE NUMBER TAKES THE NEXT
001700*                 NUMBER AFTER THE HIGHEST ON FILE.
001800*    'U' UPDATE - A NOTE ON THE CASE; ANY OF PLAYER, CLUB,
001900*                 NIGHT, GAME OR CATEGORY KEYED ON THE
002000*                 TRANSACTION RE-POINTS THE CASE AT THAT ENTRY.
002100*    'R' RULE   - THE COMMITTEE'S RULING, 'U' UPHELD, 'D'
002200*                 DISMISSED OR 'W' WITHDRAWN, WITH ITS TEXT.
002300*    'C' CLOSE  - ONLY A RULED CASE CLOSES, AND AN UPHELD ONE
002400*                 ONLY ONCE A CORRECTION IS LINKED TO IT.
002500*    'L' LINK   - LINK THE CASE TO THE LATEST LOGGED CORRECTION
002600*                 OF ITS ENTRY THAT NO OTHER CASE CLAIMED, OR TO
002700*                 THE ONE APPLIED ON THE DATE KEYED.
002800*    'P' PRINT  - REPRINT THE CASE WITHOUT CHANGING IT.
002900*
003000*    BEFORE THE TRANSACTIONS ARE APPLIED, EVERY CORRECTION LOG
003100*    ENTRY (CRLGREC) THAT YCHTCORR WROTE WITH A CASE NUMBER ON
003200*    IT IS LINKED TO THAT CASE, SO A CORRECTION KEYED AGAINST A
003300*    CASE NEEDS NO 'L' TRANSACTION. EVERY CASE TOUCHED BY THE
003400*    RUN IS PRINTED WITH THE AUDIT JOURNAL ENTRIES FOR ITS
003500*    ENTRY - THE ROLLS POSTED ON THE NIGHT ITSELF AND ON THE
003600*    DAY ANY LINKED CORRECTION WAS RESCORED.
003620*
003640*    A CASETRAN THAT CANNOT BE OPENED IS NOT TAKEN FOR A QUIET
003660*    NIGHT: THE REGISTER IS CARRIED FORWARD WITH NO TRANSACTIONS
003680*    APPLIED AND THE RUN ENDS WITH RETURN CODE 16.
003700*
003800*    MODIFICATION HISTORY.
003900*    DATE       INIT DESCRIPTION
004000*    2026-10-15 LOP  ORIGINAL PROGRAM.
004025*    2026-10-15 LOP  A CASETRAN THAT CANNOT BE OPENED ENDS THE
004050*                    RUN RC 16 ONCE THE REGISTER IS CARRIED
004075*                    FORWARD.
004100****************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. GNUCOBOL.
004500 OBJECT-COMPUTER. GNUCOBOL.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT TRANSACTION-FILE ASSIGN TO "CASETRAN"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-TRANSACTION-STATUS.
005100     SELECT OLD-CASE-FILE ASSIGN TO "OLDCASE"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-OLD-CASE-STATUS.
005400     SELECT NEW-CASE-FILE ASSIGN TO "NEWCASE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-NEW-CASE-STATUS.
005700     SELECT CORRECTION-LOG-FILE ASSIGN TO "CORRLOG"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CORRECTION-LOG-STATUS.
006000     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-JOURNAL-STATUS.
006300     SELECT PRINT-FILE ASSIGN TO "CASERPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-PRINT-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  TRANSACTION-FILE
006900     RECORDING MODE IS F.
007000 01  TRANSACTION-RECORD.
007100     05  DT-ACTION                   PIC X(01).
007200         88  DT-OPEN-CASE                    VALUE 'O'.
007300         88  DT-UPDATE-CASE                  VALUE 'U'.
007400         88  DT-RULE-CASE                    VALUE 'R'.
007500         88  DT-CLOSE-CASE                   VALUE 'C'.
007600         88  DT-LINK-CASE                    VALUE 'L'.
007700         88  DT-PRINT-CASE                   VALUE 'P'.
007800     05  DT-CASE-NO                  PIC 9(06).
007900*    THE ENTRY IN QUESTION. REQUIRED ON AN OPEN; ON AN UPDATE
008000*    ONLY THE FIELDS KEYED ARE CHANGED. A ZERO GAME NUMBER ON
008100*    AN OPEN MEANS GAME 01, AS ON A CORRECTION.
008200     05  DT-PLAYER-ID                PIC X(10).
008300     05  DT-CLUB-CODE                PIC X(03).
008400     05  DT-NIGHT-DATE               PIC 9(08).
008500     05  DT-GAME-NO                  PIC 9(02).
008600     05  DT-CATEGORY                 PIC X(15).
008700*    RULE ONLY - 'U' UPHELD, 'D' DISMISSED, 'W' WITHDRAWN.
008800     05  DT-RULING                   PIC X(01).
008900*    THE COMPLAINT (OPEN), NOTE (UPDATE) OR RULING TEXT (RULE).
009000     05  DT-TEXT                     PIC X(40).
009100*    LINK ONLY - THE DATE THE CORRECTION WAS APPLIED, WHEN
009200*    THE ENTRY WAS CORRECTED MORE THAN ONCE. ZERO TAKES THE
009300*    LATEST.
009400     05  DT-CORR-DATE                PIC 9(08).
009500 FD  OLD-CASE-FILE
009600     RECORDING MODE IS F.
009700 01  OLD-CASE-RECORD                 PIC X(235).
009800 FD  NEW-CASE-FILE
009900     RECORDING MODE IS F.
010000 01  NEW-CASE-RECORD                 PIC X(235).
010100 FD  CORRECTION-LOG-FILE
010200     RECORDING MODE IS F.
010300 01  CORRECTION-LOG-RECORD.
010400     COPY CRLGREC.
010500 FD  JOURNAL-FILE
010600     RECORDING MODE IS F.
010700 01  JOURNAL-RECORD.
010800     COPY JRNLREC.
010900 FD  PRINT-FILE
011000     RECORDING MODE IS F.
011100 01  PRINT-RECORD                PIC X(80).
011200 WORKING-STORAGE SECTION.
011300 01  WS-TRANSACTION-STATUS       PIC X(02) VALUE '00'.
011400     88  TRANSACTION-OK                      VALUE '00'.
011500 01  WS-OLD-CASE-STATUS          PIC X(02) VALUE '00'.
011600     88  OLD-CASE-OK                         VALUE '00'.
011700 01  WS-NEW-CASE-STATUS          PIC X(02) VALUE '00'.
011800     88  NEW-CASE-OK                         VALUE '00'.
011900 01  WS-CORRECTION-LOG-STATUS    PIC X(02) VALUE '00'.
012000     88  CORRECTION-LOG-OK                   VALUE '00'.
012100 01  WS-JOURNAL-STATUS           PIC X(02) VALUE '00'.
012200     88  JOURNAL-OK                          VALUE '00'.
012300 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
012400     88  PRINT-OK                            VALUE '00'.
012500 01  WS-TRANSACTION-EOF-SW       PIC X(01) VALUE 'N'.
012600     88  NO-MORE-TRANSACTIONS                VALUE 'Y'.
012633 01  WS-TRANSACTION-MISSING-SW   PIC X(01) VALUE 'N'.
012666     88  TRANSACTIONS-MISSING                VALUE 'Y'.
012700 01  WS-OLD-CASE-EOF-SW          PIC X(01) VALUE 'N'.
012800     88  NO-MORE-OLD-CASES                   VALUE 'Y'.
012900 01  WS-CORRECTION-LOG-EOF-SW    PIC X(01) VALUE 'N'.
013000     88  NO-MORE-CORRECTIONS                 VALUE 'Y'.
013100 01  WS-JOURNAL-EOF-SW           PIC X(01) VALUE 'N'.
013200     88  NO-MORE-JOURNAL                     VALUE 'Y'.
013300 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
013400 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
013500*
013600*    THE WHOLE REGISTER IS HELD HERE IN CASE NUMBER ORDER WHILE
013700*    THE TRANSACTIONS ARE APPLIED. EACH ENTRY IS ONE CASEREC
013800*    IMAGE, WORKED ON THROUGH WS-CASE-RECORD, PLUS A SWITCH SET
013900*    WHEN THE RUN TOUCHES THE CASE SO IT IS PRINTED. A FULL
014000*    TABLE IS A HARD ERROR - THE RUN ENDS WITH RETURN CODE 16.
014100 01  WS-CASE-TABLE.
014200     05  WS-CASE-ENTRY           OCCURS 500 TIMES
014300         INDEXED BY CASE-IDX.
014400         10  WS-CASE-NUMBER      PIC 9(06) VALUE 0.
014500         10  WS-CASE-DATA        PIC X(235) VALUE SPACES.
014600         10  WS-CASE-TOUCHED     PIC X(01) VALUE 'N'.
014700             88  CASE-TOUCHED                VALUE 'Y'.
014800 01  WS-CASE-COUNT               PIC 9(03) COMP VALUE 0.
014900 01  WS-CASE-SUB                 PIC 9(03) COMP VALUE 0.
015000 01  WS-SHIFT-SUB                PIC 9(03) COMP VALUE 0.
015100 01  WS-SHIFT-TO                 PIC 9(03) COMP VALUE 0.
015200 01  WS-INSERT-SUB               PIC 9(03) COMP VALUE 0.
015300 01  WS-HIGH-CASE-NO             PIC 9(06) VALUE 0.
015400 01  WS-NEW-CASE-NO              PIC 9(06) VALUE 0.
015500 01  WS-CASE-RECORD.
015600     COPY CASEREC.
015700*
015800*    LINK SEARCH - THE CASE BEING LINKED AND THE BEST LOGGED
015900*    CORRECTION FOUND FOR IT SO FAR.
016000 01  WS-LINK-FOUND-SW            PIC X(01) VALUE 'N'.
016100     88  LINK-FOUND                          VALUE 'Y'.
016200 01  WS-LINK-RECORD.
016300     COPY CRLGREC
016400         REPLACING ==CX-APPLIED-DATE== BY ==LK-APPLIED-DATE==
016500             ==CX-APPLIED-TIME== BY ==LK-APPLIED-TIME==
016600             ==CX-NIGHT-DATE== BY ==LK-NIGHT-DATE==
016700             ==CX-PLAYER-ID== BY ==LK-PLAYER-ID==
016800             ==CX-GAME-NO== BY ==LK-GAME-NO==
016900             ==CX-CATEGORY== BY ==LK-CATEGORY==
017000             ==CX-NEW-CATEGORY== BY ==LK-NEW-CATEGORY==
017100             ==CX-OLD-RESULT== BY ==LK-OLD-RESULT==
017200             ==CX-NEW-RESULT== BY ==LK-NEW-RESULT==
017300             ==CX-CASE-NO== BY ==LK-CASE-NO==
017400             ==CX-CLUB-CODE== BY ==LK-CLUB-CODE==.
017500*
017600*    THE OUTCOME OF ONE TRANSACTION FOR THE TRANSACTION LIST.
017700 01  WS-TRAN-OUTCOME             PIC X(40) VALUE SPACES.
017800 01  WS-TRAN-REJECT-SW           PIC X(01) VALUE 'N'.
017900     88  TRAN-REJECTED                       VALUE 'Y'.
018000*
018100*    CONTROL COUNTS FOR THE REPORT FOOT.
018200 01  WS-TRANS-READ               PIC 9(05) COMP VALUE 0.
018300 01  WS-TRANS-REJECTED           PIC 9(05) COMP VALUE 0.
018400 01  WS-CASES-OPENED             PIC 9(05) COMP VALUE 0.
018500 01  WS-CASES-UPDATED            PIC 9(05) COMP VALUE 0.
018600 01  WS-CASES-RULED              PIC 9(05) COMP VALUE 0.
018700 01  WS-CASES-CLOSED             PIC 9(05) COMP VALUE 0.
018800 01  WS-CASES-LINKED             PIC 9(05) COMP VALUE 0.
018900 01  WS-CASES-PRINTED            PIC 9(05) COMP VALUE 0.
019000 01  WS-CASES-WRITTEN            PIC 9(05) COMP VALUE 0.
019100 01  WS-LOG-UNKNOWN-CASE         PIC 9(05) COMP VALUE 0.
019200 01  WS-JOURNAL-LINES            PIC 9(05) COMP VALUE 0.
019300*
019400*    PRINT FIELDS.
019500 01  WS-PRINT-CASE-NO            PIC 9(06).
019600 01  WS-PRINT-GAME               PIC 99.
019700 01  WS-PRINT-DICE               PIC 9(06).
019800 01  WS-PRINT-RESULT             PIC ZZ9.
019900 01  WS-PRINT-RESULT-2           PIC ZZ9.
020000 01  WS-PRINT-COUNT              PIC ZZZZ9.
020100 01  WS-PRINT-STATUS-TEXT        PIC X(06) VALUE SPACES.
020200 01  WS-PRINT-RULING-TEXT        PIC X(09) VALUE SPACES.
020300 PROCEDURE DIVISION.
020400 0000-MAINLINE.
020500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020600     PERFORM 2000-LOAD-OLD-CASES THRU 2000-EXIT
020700         UNTIL NO-MORE-OLD-CASES.
020800     PERFORM 2500-LINK-KEYED-CORRECTIONS THRU 2500-EXIT.
020900     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
021000         UNTIL NO-MORE-TRANSACTIONS.
021100     PERFORM 5000-PRINT-CASES THRU 5000-EXIT.
021200     PERFORM 8000-WRITE-NEW-CASES THRU 8000-EXIT.
021300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021400     STOP RUN.
021500*----------------------------------------------------------*
021600* 1000-INITIALIZE - OPEN FILES AND PRIME BOTH READS.
021700*----------------------------------------------------------*
021800 1000-INITIALIZE.
021900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022000     OPEN INPUT TRANSACTION-FILE.
022100     IF NOT TRANSACTION-OK
022183         DISPLAY "YCHTCASE: UNABLE TO OPEN CASETRAN, STATUS "
022266             WS-TRANSACTION-STATUS ", REGISTER CARRIED FORWARD"
022349         MOVE 'Y' TO WS-TRANSACTION-EOF-SW
022432         MOVE 'Y' TO WS-TRANSACTION-MISSING-SW
022515     END-IF.
022600*    A MISSING OLD MASTER IS NOT AN ERROR - THE FIRST EVER RUN
022700*    BUILDS THE REGISTER FROM OPEN TRANSACTIONS ALONE.
022800     OPEN INPUT OLD-CASE-FILE.
022900     IF NOT OLD-CASE-OK
023000         DISPLAY "YCHTCASE: NO PRIOR CASE MASTER, STATUS "
023100             WS-OLD-CASE-STATUS ", BUILDING FROM "
023200             "TRANSACTIONS ONLY"
023300         MOVE 'Y' TO WS-OLD-CASE-EOF-SW
023400     END-IF.
023500     OPEN OUTPUT NEW-CASE-FILE.
023600     IF NOT NEW-CASE-OK
023700         DISPLAY "YCHTCASE: UNABLE TO OPEN NEWCASE, STATUS "
023800             WS-NEW-CASE-STATUS ", RUN ABANDONED"
023900         MOVE 16 TO RETURN-CODE
024000         STOP RUN
024100     END-IF.
024200     OPEN OUTPUT PRINT-FILE.
024300     IF NOT PRINT-OK
024400         DISPLAY "YCHTCASE: UNABLE TO OPEN CASERPT, STATUS "
024500             WS-PRINT-STATUS ", RUN ABANDONED"
024600         MOVE 16 TO RETURN-CODE
024700         STOP RUN
024800     END-IF.
024900     MOVE SPACES TO PRINT-RECORD.
025000     STRING "THURSDAY NIGHT YACHT CLUB - DISPUTE CASE REGISTER  "
025100         "RUN " WS-RUN-DATE
025200         DELIMITED BY SIZE INTO PRINT-RECORD.
025300     WRITE PRINT-RECORD.
025400     MOVE SPACES TO PRINT-RECORD.
025500     WRITE PRINT-RECORD.
025600     IF NOT NO-MORE-OLD-CASES
025700         PERFORM 2100-READ-OLD-CASE THRU 2100-EXIT
025800     END-IF.
025900     IF NOT NO-MORE-TRANSACTIONS
026000         PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT
026100     END-IF.
026200 1000-EXIT.
026300     EXIT.
026400*----------------------------------------------------------*
026500* 2000-LOAD-OLD-CASES - FOLD ONE PRIOR-MASTER CASE INTO THE
026600* TABLE, THEN READ THE NEXT ONE.
026700*----------------------------------------------------------*
026800 2000-LOAD-OLD-CASES.
026900     IF WS-CASE-COUNT >= 500
027000         DISPLAY "YCHTCASE: CASE TABLE FULL AT "
027100             OLD-CASE-RECORD(1:6) ", RUN ABANDONED"
027200         MOVE 16 TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500     MOVE OLD-CASE-RECORD TO WS-CASE-RECORD.
027600     ADD 1 TO WS-CASE-COUNT.
027700     MOVE CS-CASE-NO TO WS-CASE-NUMBER(WS-CASE-COUNT).
027800     MOVE WS-CASE-RECORD TO WS-CASE-DATA(WS-CASE-COUNT).
027900     MOVE 'N' TO WS-CASE-TOUCHED(WS-CASE-COUNT).
028000     IF CS-CASE-NO > WS-HIGH-CASE-NO
028100         MOVE CS-CASE-NO TO WS-HIGH-CASE-NO
028200     END-IF.
028300     PERFORM 2100-READ-OLD-CASE THRU 2100-EXIT.
028400 2000-EXIT.
028500     EXIT.
028600*----------------------------------------------------------*
028700* 2100-READ-OLD-CASE - READ NEXT CASE, SET EOF SWITCH.
028800*----------------------------------------------------------*
028900 2100-READ-OLD-CASE.
029000     READ OLD-CASE-FILE
029100         AT END
029200             MOVE 'Y' TO WS-OLD-CASE-EOF-SW
029300     END-READ.
029400 2100-EXIT.
029500     EXIT.
029600*----------------------------------------------------------*
029700* 2500-LINK-KEYED-CORRECTIONS - ONE PASS OF THE CORRECTION
029800* LOG. AN ENTRY CARRYING A CASE NUMBER IS LINKED TO THAT
029900* CASE WHEN IT IS LATER THAN THE CORRECTION ALREADY LINKED,
030000* SO RE-READING THE WHOLE LOG EVERY RUN LINKS EACH ENTRY
030100* ONCE AND A SECOND CORRECTION OF THE SAME ENTRY SUPERSEDES
030200* THE FIRST. NO LOG YET IS NOT AN ERROR.
030300*----------------------------------------------------------*
030400 2500-LINK-KEYED-CORRECTIONS.
030500     OPEN INPUT CORRECTION-LOG-FILE.
030600     IF NOT CORRECTION-LOG-OK
030700         GO TO 2500-EXIT
030800     END-IF.
030900     MOVE 'N' TO WS-CORRECTION-LOG-EOF-SW.
031000     PERFORM 2600-READ-CORRECTION-LOG THRU 2600-EXIT.
031100     PERFORM 2700-LINK-ONE-KEYED THRU 2700-EXIT
031200         UNTIL NO-MORE-CORRECTIONS.
031300     CLOSE CORRECTION-LOG-FILE.
031400 2500-EXIT.
031500     EXIT.
031600 2600-READ-CORRECTION-LOG.
031700     READ CORRECTION-LOG-FILE
031800         AT END
031900             MOVE 'Y' TO WS-CORRECTION-LOG-EOF-SW
032000     END-READ.
032100 2600-EXIT.
032200     EXIT.
032300 2700-LINK-ONE-KEYED.
032400     IF CX-CASE-NO NOT NUMERIC OR CX-CASE-NO = ZERO
032500         GO TO 2700-NEXT
032600     END-IF.
032700     MOVE CX-CASE-NO TO WS-NEW-CASE-NO.
032800     PERFORM 7000-FIND-CASE THRU 7000-EXIT.
032900     IF CASE-IDX = 0
033000         DISPLAY "YCHTCASE: CORRECTION " CX-APPLIED-DATE " "
033100             CX-PLAYER-ID " NAMES CASE " CX-CASE-NO
033200             " NOT ON THE REGISTER"
033300         ADD 1 TO WS-LOG-UNKNOWN-CASE
033400         GO TO 2700-NEXT
033500     END-IF.
033600     MOVE WS-CASE-DATA(CASE-IDX) TO WS-CASE-RECORD.
033700     IF CS-CASE-CLOSED
033800         GO TO 2700-NEXT
033900     END-IF.
034000     IF CX-APPLIED-DATE < CS-CORR-APPLIED-DATE
034100         GO TO 2700-NEXT
034200     END-IF.
034300     IF CX-APPLIED-DATE = CS-CORR-APPLIED-DATE
034400         AND CX-APPLIED-TIME NOT > CS-CORR-APPLIED-TIME
034500         GO TO 2700-NEXT
034600     END-IF.
034700     IF CX-PLAYER-ID NOT = CS-PLAYER-ID
034800         OR CX-NIGHT-DATE NOT = CS-NIGHT-DATE
034900         DISPLAY "YCHTCASE: CORRECTION " CX-APPLIED-DATE " "
035000             CX-PLAYER-ID " NAMES CASE " CX-CASE-NO
035100             " BUT IS FOR ANOTHER PLAYER OR NIGHT, NOT LINKED"
035200         GO TO 2700-NEXT
035300     END-IF.
035400     MOVE CORRECTION-LOG-RECORD TO WS-LINK-RECORD.
035500     PERFORM 7200-APPLY-LINK THRU 7200-EXIT.
035600     MOVE WS-CASE-RECORD TO WS-CASE-DATA(CASE-IDX).
035700     MOVE 'Y' TO WS-CASE-TOUCHED(CASE-IDX).
035800 2700-NEXT.
035900     PERFORM 2600-READ-CORRECTION-LOG THRU 2600-EXIT.
036000 2700-EXIT.
036100     EXIT.
036200*----------------------------------------------------------*
036300* 3000-APPLY-TRANSACTION - APPLY ONE CASE TRANSACTION, LIST
036400* IT WITH ITS OUTCOME, THEN READ THE NEXT.
036500*----------------------------------------------------------*
036600 3000-APPLY-TRANSACTION.
036700     ADD 1 TO WS-TRANS-READ.
036800     MOVE 'N' TO WS-TRAN-REJECT-SW.
036900     MOVE SPACES TO WS-TRAN-OUTCOME.
037000     IF DT-CASE-NO NOT NUMERIC
037100         MOVE ZERO TO DT-CASE-NO
037200     END-IF.
037300     IF DT-NIGHT-DATE NOT NUMERIC
037400         MOVE ZERO TO DT-NIGHT-DATE
037500     END-IF.
037600     IF DT-GAME-NO NOT NUMERIC
037700         MOVE ZERO TO DT-GAME-NO
037800     END-IF.
037900     IF DT-CORR-DATE NOT NUMERIC
038000         MOVE ZERO TO DT-CORR-DATE
038100     END-IF.
038200     IF DT-OPEN-CASE
038300         PERFORM 3200-OPEN-CASE THRU 3200-EXIT
038400         GO TO 3000-LIST
038500     END-IF.
038600     MOVE DT-CASE-NO TO WS-NEW-CASE-NO.
038700     PERFORM 7000-FIND-CASE THRU 7000-EXIT.
038800     IF CASE-IDX = 0
038900         MOVE 'Y' TO WS-TRAN-REJECT-SW
039000         MOVE "REJECTED - CASE NOT ON THE REGISTER"
039100             TO WS-TRAN-OUTCOME
039200         GO TO 3000-LIST
039300     END-IF.
039400     MOVE WS-CASE-DATA(CASE-IDX) TO WS-CASE-RECORD.
039500     IF CS-CASE-CLOSED AND NOT DT-PRINT-CASE
039600         MOVE 'Y' TO WS-TRAN-REJECT-SW
039700         MOVE "REJECTED - CASE ALREADY CLOSED"
039800             TO WS-TRAN-OUTCOME
039900         GO TO 3000-LIST
040000     END-IF.
040100     EVALUATE TRUE
040200         WHEN DT-UPDATE-CASE
040300             PERFORM 3300-UPDATE-CASE THRU 3300-EXIT
040400         WHEN DT-RULE-CASE
040500             PERFORM 3400-RULE-CASE THRU 3400-EXIT
040600         WHEN DT-CLOSE-CASE
040700             PERFORM 3500-CLOSE-CASE THRU 3500-EXIT
040800         WHEN DT-LINK-CASE
040900             PERFORM 3600-LINK-CASE THRU 3600-EXIT
041000         WHEN DT-PRINT-CASE
041100             MOVE "PRINTED" TO WS-TRAN-OUTCOME
041200         WHEN OTHER
041300             MOVE 'Y' TO WS-TRAN-REJECT-SW
041400             MOVE "REJECTED - UNKNOWN ACTION"
041500                 TO WS-TRAN-OUTCOME
041600     END-EVALUATE.
041700     IF NOT TRAN-REJECTED
041800         MOVE WS-CASE-RECORD TO WS-CASE-DATA(CASE-IDX)
041900         MOVE 'Y' TO WS-CASE-TOUCHED(CASE-IDX)
042000     END-IF.
042100 3000-LIST.
042200     IF TRAN-REJECTED
042300         ADD 1 TO WS-TRANS-REJECTED
042400         DISPLAY "YCHTCASE: " DT-ACTION " " DT-CASE-NO " "
042500             WS-TRAN-OUTCOME
042600     END-IF.
042700     PERFORM 3900-LIST-TRANSACTION THRU 3900-EXIT.
042800     PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT.
042900 3000-EXIT.
043000     EXIT.
043100*----------------------------------------------------------*
043200* 3100-READ-TRANSACTION - READ NEXT TRANSACTION, SET EOF.
043300*----------------------------------------------------------*
043400 3100-READ-TRANSACTION.
043500     READ TRANSACTION-FILE
043600         AT END
043700             MOVE 'Y' TO WS-TRANSACTION-EOF-SW
043800     END-READ.
043900 3100-EXIT.
044000     EXIT.
044100*----------------------------------------------------------*
044200* 3200-OPEN-CASE - ADD A NEW OPEN CASE IN ITS PLACE IN CASE
044300* NUMBER ORDER.
044400*----------------------------------------------------------*
044500 3200-OPEN-CASE.
044600     IF DT-PLAYER-ID = SPACES OR DT-NIGHT-DATE = ZERO
044700         OR DT-CATEGORY = SPACES
044800         MOVE 'Y' TO WS-TRAN-REJECT-SW
044900         MOVE "REJECTED - PLAYER, NIGHT OR CATEGORY BLANK"
045000             TO WS-TRAN-OUTCOME
045100         GO TO 3200-EXIT
045200     END-IF.
045300     IF DT-CASE-NO = ZERO
045400         COMPUTE WS-NEW-CASE-NO = WS-HIGH-CASE-NO + 1
045500     ELSE
045600         MOVE DT-CASE-NO TO WS-NEW-CASE-NO
045700         PERFORM 7000-FIND-CASE THRU 7000-EXIT
045800         IF CASE-IDX > 0
045900             MOVE 'Y' TO WS-TRAN-REJECT-SW
046000             MOVE "REJECTED - CASE NUMBER ALREADY IN USE"
046100                 TO WS-TRAN-OUTCOME
046200             GO TO 3200-EXIT
046300         END-IF
046400     END-IF.
046500     IF WS-CASE-COUNT >= 500
046600         DISPLAY "YCHTCASE: CASE TABLE FULL AT "
046700             WS-NEW-CASE-NO ", RUN ABANDONED"
046800         MOVE 16 TO RETURN-CODE
046900         STOP RUN
047000     END-IF.
047100     MOVE SPACES TO WS-CASE-RECORD.
047200     MOVE WS-NEW-CASE-NO TO CS-CASE-NO.
047300     MOVE 'O' TO CS-STATUS.
047400     MOVE DT-PLAYER-ID TO CS-PLAYER-ID.
047500     IF DT-CLUB-CODE = SPACES
047600         MOVE WS-HOME-CLUB TO CS-CLUB-CODE
047700     ELSE
047800         MOVE DT-CLUB-CODE TO CS-CLUB-CODE
047900     END-IF.
048000     MOVE DT-NIGHT-DATE TO CS-NIGHT-DATE.
048100     IF DT-GAME-NO > 0
048200         MOVE DT-GAME-NO TO CS-GAME-NO
048300     ELSE
048400         MOVE 1 TO CS-GAME-NO
048500     END-IF.
048600     MOVE DT-CATEGORY TO CS-CATEGORY.
048700     MOVE WS-RUN-DATE TO CS-OPENED-DATE.
048800     MOVE DT-TEXT TO CS-COMPLAINT.
048900     MOVE ZERO TO CS-UPDATED-DATE.
049000     MOVE ZERO TO CS-RULING-DATE.
049100     MOVE ZERO TO CS-CLOSED-DATE.
049200     MOVE ZERO TO CS-CORR-APPLIED-DATE.
049300     MOVE ZERO TO CS-CORR-APPLIED-TIME.
049400     MOVE ZERO TO CS-CORR-OLD-RESULT.
049500     MOVE ZERO TO CS-CORR-NEW-RESULT.
049600     PERFORM 3250-INSERT-CASE THRU 3250-EXIT.
049700     IF WS-NEW-CASE-NO > WS-HIGH-CASE-NO
049800         MOVE WS-NEW-CASE-NO TO WS-HIGH-CASE-NO
049900     END-IF.
050000     MOVE WS-NEW-CASE-NO TO DT-CASE-NO.
050100     ADD 1 TO WS-CASES-OPENED.
050200     MOVE "OPENED" TO WS-TRAN-OUTCOME.
050300 3200-EXIT.
050400     EXIT.
050500*----------------------------------------------------------*
050600* 3250-INSERT-CASE - FIND THE FIRST CASE WITH A HIGHER
050700* NUMBER, MOVE IT AND EVERYTHING AFTER IT DOWN ONE PLACE,
050800* AND PUT WS-CASE-RECORD IN THE GAP.
050900*----------------------------------------------------------*
051000 3250-INSERT-CASE.
051100     COMPUTE WS-INSERT-SUB = WS-CASE-COUNT + 1.
051200     PERFORM 3260-FIND-INSERT-POINT THRU 3260-EXIT
051300         VARYING WS-CASE-SUB FROM WS-CASE-COUNT BY -1
051400         UNTIL WS-CASE-SUB < 1.
051500     PERFORM 3270-SHIFT-ONE-DOWN THRU 3270-EXIT
051600         VARYING WS-SHIFT-SUB FROM WS-CASE-COUNT BY -1
051700         UNTIL WS-SHIFT-SUB < WS-INSERT-SUB.
051800     ADD 1 TO WS-CASE-COUNT.
051900     MOVE CS-CASE-NO TO WS-CASE-NUMBER(WS-INSERT-SUB).
052000     MOVE WS-CASE-RECORD TO WS-CASE-DATA(WS-INSERT-SUB).
052100     MOVE 'Y' TO WS-CASE-TOUCHED(WS-INSERT-SUB).
052200     SET CASE-IDX TO WS-INSERT-SUB.
052300 3250-EXIT.
052400     EXIT.
052500 3260-FIND-INSERT-POINT.
052600     IF WS-CASE-NUMBER(WS-CASE-SUB) > CS-CASE-NO
052700         MOVE WS-CASE-SUB TO WS-INSERT-SUB
052800     END-IF.
052900 3260-EXIT.
053000     EXIT.
053100 3270-SHIFT-ONE-DOWN.
053200     COMPUTE WS-SHIFT-TO = WS-SHIFT-SUB + 1.
053300     MOVE WS-CASE-ENTRY(WS-SHIFT-SUB)
053400         TO WS-CASE-ENTRY(WS-SHIFT-TO).
053500 3270-EXIT.
053600     EXIT.
053700*----------------------------------------------------------*
053800* 3300-UPDATE-CASE - RECORD A NOTE AND RE-POINT THE CASE AT
053900* ANY ENTRY FIELDS KEYED.
054000*----------------------------------------------------------*
054100 3300-UPDATE-CASE.
054200     IF DT-TEXT = SPACES AND DT-PLAYER-ID = SPACES
054300         AND DT-CLUB-CODE = SPACES AND DT-NIGHT-DATE = ZERO
054400         AND DT-GAME-NO = ZERO AND DT-CATEGORY = SPACES
054500         MOVE 'Y' TO WS-TRAN-REJECT-SW
054600         MOVE "REJECTED - NOTHING TO UPDATE" TO WS-TRAN-OUTCOME
054700         GO TO 3300-EXIT
054800     END-IF.
054900     IF DT-PLAYER-ID NOT = SPACES
055000         MOVE DT-PLAYER-ID TO CS-PLAYER-ID
055100     END-IF.
055200     IF DT-CLUB-CODE NOT = SPACES
055300         MOVE DT-CLUB-CODE TO CS-CLUB-CODE
055400     END-IF.
055500     IF DT-NIGHT-DATE > ZERO
055600         MOVE DT-NIGHT-DATE TO CS-NIGHT-DATE
055700     END-IF.
055800     IF DT-GAME-NO > ZERO
055900         MOVE DT-GAME-NO TO CS-GAME-NO
056000     END-IF.
056100     IF DT-CATEGORY NOT = SPACES
056200         MOVE DT-CATEGORY TO CS-CATEGORY
056300     END-IF.
056400     IF DT-TEXT NOT = SPACES
056500         MOVE DT-TEXT TO CS-NOTE
056600     END-IF.
056700     MOVE WS-RUN-DATE TO CS-UPDATED-DATE.
056800     ADD 1 TO WS-CASES-UPDATED.
056900     MOVE "UPDATED" TO WS-TRAN-OUTCOME.
057000 3300-EXIT.
057100     EXIT.
057200*----------------------------------------------------------*
057300* 3400-RULE-CASE - RECORD THE COMMITTEE'S RULING. A RULING
057400* MAY BE RE-KEYED UNTIL THE CASE IS CLOSED.
057500*----------------------------------------------------------*
057600 3400-RULE-CASE.
057700     IF DT-RULING NOT = 'U' AND DT-RULING NOT = 'D'
057800         AND DT-RULING NOT = 'W'
057900         MOVE 'Y' TO WS-TRAN-REJECT-SW
058000         MOVE "REJECTED - RULING MUST BE U, D OR W"
058100             TO WS-TRAN-OUTCOME
058200         GO TO 3400-EXIT
058300     END-IF.
058400     MOVE DT-RULING TO CS-RULING.
058500     MOVE WS-RUN-DATE TO CS-RULING-DATE.
058600     MOVE DT-TEXT TO CS-RULING-TEXT.
058700     MOVE 'R' TO CS-STATUS.
058800     ADD 1 TO WS-CASES-RULED.
058900     MOVE "RULED" TO WS-TRAN-OUTCOME.
059000 3400-EXIT.
059100     EXIT.
059200*----------------------------------------------------------*
059300* 3500-CLOSE-CASE - CLOSE A RULED CASE. AN UPHELD CASE MUST
059400* HAVE ITS CORRECTION LINKED FIRST, SO THE REGISTER ALWAYS
059500* SHOWS WHICH CORRECTION CARRIED OUT THE RULING.
059600*----------------------------------------------------------*
059700 3500-CLOSE-CASE.
059800     IF NOT CS-CASE-RULED
059900         MOVE 'Y' TO WS-TRAN-REJECT-SW
060000         MOVE "REJECTED - CASE NOT YET RULED ON"
060100             TO WS-TRAN-OUTCOME
060200         GO TO 3500-EXIT
060300     END-IF.
060400     IF CS-RULING-UPHELD AND CS-CORR-APPLIED-DATE = ZERO
060500         MOVE 'Y' TO WS-TRAN-REJECT-SW
060600         MOVE "REJECTED - UPHELD, NO CORRECTION LINKED"
060700             TO WS-TRAN-OUTCOME
060800         GO TO 3500-EXIT
060900     END-IF.
061000     MOVE 'C' TO CS-STATUS.
061100     MOVE WS-RUN-DATE TO CS-CLOSED-DATE.
061200     ADD 1 TO WS-CASES-CLOSED.
061300     MOVE "CLOSED" TO WS-TRAN-OUTCOME.
061400 3500-EXIT.
061500     EXIT.
061600*----------------------------------------------------------*
061700* 3600-LINK-CASE - SEARCH THE CORRECTION LOG FOR THE CASE'S
061800* ENTRY - SAME PLAYER, NIGHT AND GAME, WITH THE CASE'S
061900* CATEGORY EITHER THE ONE CORRECTED OR THE ONE IT WAS
062000* CORRECTED TO - SKIPPING ANY ENTRY KEYED AGAINST ANOTHER
062100* CASE. THE LAST ONE FOUND (OR THE ONE APPLIED ON
062200* DT-CORR-DATE) IS LINKED.
062300*----------------------------------------------------------*
062400 3600-LINK-CASE.
062500     MOVE 'N' TO WS-LINK-FOUND-SW.
062600     OPEN INPUT CORRECTION-LOG-FILE.
062700     IF NOT CORRECTION-LOG-OK
062800         MOVE 'Y' TO WS-TRAN-REJECT-SW
062900         MOVE "REJECTED - NO CORRECTION LOG" TO WS-TRAN-OUTCOME
063000         GO TO 3600-EXIT
063100     END-IF.
063200     MOVE 'N' TO WS-CORRECTION-LOG-EOF-SW.
063300     PERFORM 2600-READ-CORRECTION-LOG THRU 2600-EXIT.
063400     PERFORM 3700-CHECK-ONE-CORRECTION THRU 3700-EXIT
063500         UNTIL NO-MORE-CORRECTIONS.
063600     CLOSE CORRECTION-LOG-FILE.
063700     IF NOT LINK-FOUND
063800         MOVE 'Y' TO WS-TRAN-REJECT-SW
063900         MOVE "REJECTED - NO MATCHING CORRECTION LOGGED"
064000             TO WS-TRAN-OUTCOME
064100         GO TO 3600-EXIT
064200     END-IF.
064300     PERFORM 7200-APPLY-LINK THRU 7200-EXIT.
064400     MOVE "LINKED" TO WS-TRAN-OUTCOME.
064500 3600-EXIT.
064600     EXIT.
064700 3700-CHECK-ONE-CORRECTION.
064800     IF CX-PLAYER-ID NOT = CS-PLAYER-ID
064900         OR CX-NIGHT-DATE NOT = CS-NIGHT-DATE
065000         OR CX-GAME-NO NOT = CS-GAME-NO
065100         GO TO 3700-NEXT
065200     END-IF.
065300     IF CX-CATEGORY NOT = CS-CATEGORY
065400         AND CX-NEW-CATEGORY NOT = CS-CATEGORY
065500         GO TO 3700-NEXT
065600     END-IF.
065700     IF CX-CASE-NO IS NUMERIC AND CX-CASE-NO > ZERO
065800         AND CX-CASE-NO NOT = CS-CASE-NO
065900         GO TO 3700-NEXT
066000     END-IF.
066100     IF DT-CORR-DATE > ZERO AND CX-APPLIED-DATE NOT = DT-CORR-DATE
066200         GO TO 3700-NEXT
066300     END-IF.
066400     MOVE CORRECTION-LOG-RECORD TO WS-LINK-RECORD.
066500     MOVE 'Y' TO WS-LINK-FOUND-SW.
066600 3700-NEXT.
066700     PERFORM 2600-READ-CORRECTION-LOG THRU 2600-EXIT.
066800 3700-EXIT.
066900     EXIT.
067000*----------------------------------------------------------*
067100* 3900-LIST-TRANSACTION - ONE LINE PER TRANSACTION READ.
067200*----------------------------------------------------------*
067300 3900-LIST-TRANSACTION.
067400     IF WS-TRANS-READ = 1
067500         MOVE SPACES TO PRINT-RECORD
067600         MOVE "TRANSACTIONS" TO PRINT-RECORD
067700         WRITE PRINT-RECORD
067800         MOVE SPACES TO PRINT-RECORD
067900         MOVE "  ACT CASE    PLAYER     OUTCOME" TO PRINT-RECORD
068000         WRITE PRINT-RECORD
068100     END-IF.
068200     MOVE DT-CASE-NO TO WS-PRINT-CASE-NO.
068300     MOVE SPACES TO PRINT-RECORD.
068400     STRING "   " DT-ACTION "  " WS-PRINT-CASE-NO "  "
068500         DT-PLAYER-ID " " WS-TRAN-OUTCOME
068600         DELIMITED BY SIZE INTO PRINT-RECORD.
068700     WRITE PRINT-RECORD.
068800 3900-EXIT.
068900     EXIT.
069000*----------------------------------------------------------*
069100* 5000-PRINT-CASES - ONE CASE SHEET FOR EVERY CASE THE RUN
069200* OPENED, CHANGED, LINKED OR WAS ASKED TO PRINT.
069300*----------------------------------------------------------*
069400 5000-PRINT-CASES.
069500     IF WS-CASE-COUNT > 0
069600         PERFORM 5100-PRINT-ONE-CASE THRU 5100-EXIT
069700             VARYING CASE-IDX FROM 1 BY 1
069800             UNTIL CASE-IDX > WS-CASE-COUNT
069900     END-IF.
070000 5000-EXIT.
070100     EXIT.
070200 5100-PRINT-ONE-CASE.
070300     IF NOT CASE-TOUCHED(CASE-IDX)
070400         GO TO 5100-EXIT
070500     END-IF.
070600     MOVE WS-CASE-DATA(CASE-IDX) TO WS-CASE-RECORD.
070700     ADD 1 TO WS-CASES-PRINTED.
070800     EVALUATE TRUE
070900         WHEN CS-CASE-OPEN
071000             MOVE "OPEN" TO WS-PRINT-STATUS-TEXT
071100         WHEN CS-CASE-RULED
071200             MOVE "RULED" TO WS-PRINT-STATUS-TEXT
071300         WHEN CS-CASE-CLOSED
071400             MOVE "CLOSED" TO WS-PRINT-STATUS-TEXT
071500         WHEN OTHER
071600             MOVE CS-STATUS TO WS-PRINT-STATUS-TEXT
071700     END-EVALUATE.
071800     MOVE CS-CASE-NO TO WS-PRINT-CASE-NO.
071900     MOVE CS-GAME-NO TO WS-PRINT-GAME.
072000     MOVE SPACES TO PRINT-RECORD.
072100     WRITE PRINT-RECORD.
072200     MOVE SPACES TO PRINT-RECORD.
072300     STRING "DISPUTE CASE " WS-PRINT-CASE-NO "   "
072400         WS-PRINT-STATUS-TEXT
072500         DELIMITED BY SIZE INTO PRINT-RECORD.
072600     WRITE PRINT-RECORD.
072700     MOVE SPACES TO PRINT-RECORD.
072800     STRING "  PLAYER     " CS-PLAYER-ID "  CLUB " CS-CLUB-CODE
072900         DELIMITED BY SIZE INTO PRINT-RECORD.
073000     WRITE PRINT-RECORD.
073100     MOVE SPACES TO PRINT-RECORD.
073200     STRING "  NIGHT      " CS-NIGHT-DATE "    GAME "
073300         WS-PRINT-GAME "   CATEGORY " CS-CATEGORY
073400         DELIMITED BY SIZE INTO PRINT-RECORD.
073500     WRITE PRINT-RECORD.
073600     MOVE SPACES TO PRINT-RECORD.
073700     STRING "  OPENED     " CS-OPENED-DATE "  " CS-COMPLAINT
073800         DELIMITED BY SIZE INTO PRINT-RECORD.
073900     WRITE PRINT-RECORD.
074000     IF CS-UPDATED-DATE > ZERO
074100         MOVE SPACES TO PRINT-RECORD
074200         STRING "  UPDATED    " CS-UPDATED-DATE "  " CS-NOTE
074300             DELIMITED BY SIZE INTO PRINT-RECORD
074400         WRITE PRINT-RECORD
074500     END-IF.
074600     IF CS-RULING-DATE > ZERO
074700         EVALUATE TRUE
074800             WHEN CS-RULING-UPHELD
074900                 MOVE "UPHELD" TO WS-PRINT-RULING-TEXT
075000             WHEN CS-RULING-DISMISSED
075100                 MOVE "DISMISSED" TO WS-PRINT-RULING-TEXT
075200             WHEN CS-RULING-WITHDRAWN
075300                 MOVE "WITHDRAWN" TO WS-PRINT-RULING-TEXT
075400             WHEN OTHER
075500                 MOVE CS-RULING TO WS-PRINT-RULING-TEXT
075600         END-EVALUATE
075700         MOVE SPACES TO PRINT-RECORD
075800         STRING "  RULED      " CS-RULING-DATE "  "
075900             WS-PRINT-RULING-TEXT " " CS-RULING-TEXT
076000             DELIMITED BY SIZE INTO PRINT-RECORD
076100         WRITE PRINT-RECORD
076200     END-IF.
076300     IF CS-CLOSED-DATE > ZERO
076400         MOVE SPACES TO PRINT-RECORD
076500         STRING "  CLOSED     " CS-CLOSED-DATE
076600             DELIMITED BY SIZE INTO PRINT-RECORD
076700         WRITE PRINT-RECORD
076800     END-IF.
076900     MOVE SPACES TO PRINT-RECORD.
077000     IF CS-CORR-APPLIED-DATE > ZERO
077100         MOVE CS-CORR-OLD-RESULT TO WS-PRINT-RESULT
077200         MOVE CS-CORR-NEW-RESULT TO WS-PRINT-RESULT-2
077300         STRING "  CORRECTION " CS-CORR-APPLIED-DATE " "
077400             CS-CORR-APPLIED-TIME " " CS-CORR-NEW-CATEGORY
077500             " WAS " WS-PRINT-RESULT " NOW " WS-PRINT-RESULT-2
077600             DELIMITED BY SIZE INTO PRINT-RECORD
077700     ELSE
077800         MOVE "  CORRECTION NONE LINKED" TO PRINT-RECORD
077900     END-IF.
078000     WRITE PRINT-RECORD.
078100     PERFORM 5200-PRINT-JOURNAL THRU 5200-EXIT.
078200 5100-EXIT.
078300     EXIT.
078400*----------------------------------------------------------*
078500* 5200-PRINT-JOURNAL - ONE PASS OF THE AUDIT JOURNAL PER
078600* CASE, LISTING EVERY ROLL POSTED FOR THE CASE'S PLAYER AND
078700* GAME UNDER ITS CATEGORY (OR THE CATEGORY IT WAS CORRECTED
078800* TO) ON THE NIGHT OR ON THE DAY OF THE LINKED CORRECTION.
078900*----------------------------------------------------------*
079000 5200-PRINT-JOURNAL.
079100     MOVE SPACES TO PRINT-RECORD.
079200     STRING "  JOURNAL    DATE     TIME     GAME CATEGORY       "
079300         "   DICE   RESULT"
079400         DELIMITED BY SIZE INTO PRINT-RECORD.
079500     WRITE PRINT-RECORD.
079600     MOVE ZERO TO WS-JOURNAL-LINES.
079700     OPEN INPUT JOURNAL-FILE.
079800     IF NOT JOURNAL-OK
079900         MOVE SPACES TO PRINT-RECORD
080000         MOVE "             AUDIT JOURNAL NOT AVAILABLE"
080100             TO PRINT-RECORD
080200         WRITE PRINT-RECORD
080300         GO TO 5200-EXIT
080400     END-IF.
080500     MOVE 'N' TO WS-JOURNAL-EOF-SW.
080600     PERFORM 5300-READ-JOURNAL THRU 5300-EXIT.
080700     PERFORM 5400-CHECK-ONE-ROLL THRU 5400-EXIT
080800         UNTIL NO-MORE-JOURNAL.
080900     CLOSE JOURNAL-FILE.
081000     IF WS-JOURNAL-LINES = ZERO
081100         MOVE SPACES TO PRINT-RECORD
081200         MOVE "             NO JOURNAL ENTRIES FOUND"
081300             TO PRINT-RECORD
081400         WRITE PRINT-RECORD
081500     END-IF.
081600 5200-EXIT.
081700     EXIT.
081800 5300-READ-JOURNAL.
081900     READ JOURNAL-FILE
082000         AT END
082100             MOVE 'Y' TO WS-JOURNAL-EOF-SW
082200     END-READ.
082300 5300-EXIT.
082400     EXIT.
082500 5400-CHECK-ONE-ROLL.
082600     IF AJ-PLAYER-ID NOT = CS-PLAYER-ID
082700         OR AJ-GAME-NO NOT = CS-GAME-NO
082800         GO TO 5400-NEXT
082900     END-IF.
083000     IF AJ-CATEGORY NOT = CS-CATEGORY
083100         AND (CS-CORR-NEW-CATEGORY = SPACES
083200             OR AJ-CATEGORY NOT = CS-CORR-NEW-CATEGORY)
083300         GO TO 5400-NEXT
083400     END-IF.
083500     IF AJ-DATE NOT = CS-NIGHT-DATE
083600         AND (CS-CORR-APPLIED-DATE = ZERO
083700             OR AJ-DATE NOT = CS-CORR-APPLIED-DATE)
083800         GO TO 5400-NEXT
083900     END-IF.
084000     ADD 1 TO WS-JOURNAL-LINES.
084100     MOVE AJ-GAME-NO TO WS-PRINT-GAME.
084200     MOVE AJ-DICE TO WS-PRINT-DICE.
084300     MOVE AJ-RESULT TO WS-PRINT-RESULT.
084400     MOVE SPACES TO PRINT-RECORD.
084500     STRING "             " AJ-DATE " " AJ-TIME "  "
084600         WS-PRINT-GAME " " AJ-CATEGORY "  " WS-PRINT-DICE
084700         "   " WS-PRINT-RESULT
084800         DELIMITED BY SIZE INTO PRINT-RECORD.
084900     WRITE PRINT-RECORD.
085000 5400-NEXT.
085100     PERFORM 5300-READ-JOURNAL THRU 5300-EXIT.
085200 5400-EXIT.
085300     EXIT.
085400*----------------------------------------------------------*
085500* 7000-FIND-CASE - LOOK UP WS-NEW-CASE-NO IN THE TABLE.
085600* CASE-IDX IS ZERO WHEN IT IS NOT ON THE REGISTER.
085700*----------------------------------------------------------*
085800 7000-FIND-CASE.
085900     IF WS-CASE-COUNT = 0
086000         SET CASE-IDX TO 0
086100         GO TO 7000-EXIT
086200     END-IF.
086300     SET CASE-IDX TO 1.
086400     SEARCH WS-CASE-ENTRY
086500         AT END SET CASE-IDX TO 0
086600         WHEN CASE-IDX > WS-CASE-COUNT
086700             SET CASE-IDX TO 0
086800         WHEN WS-CASE-NUMBER(CASE-IDX) = WS-NEW-CASE-NO
086900             CONTINUE
087000     END-SEARCH.
087100 7000-EXIT.
087200     EXIT.
087300*----------------------------------------------------------*
087400* 7200-APPLY-LINK - CARRY THE CORRECTION IN WS-LINK-RECORD
087500* ONTO THE CASE IN WS-CASE-RECORD.
087600*----------------------------------------------------------*
087700 7200-APPLY-LINK.
087800     MOVE LK-APPLIED-DATE TO CS-CORR-APPLIED-DATE.
087900     MOVE LK-APPLIED-TIME TO CS-CORR-APPLIED-TIME.
088000     MOVE LK-NEW-CATEGORY TO CS-CORR-NEW-CATEGORY.
088100     MOVE LK-OLD-RESULT TO CS-CORR-OLD-RESULT.
088200     MOVE LK-NEW-RESULT TO CS-CORR-NEW-RESULT.
088300     ADD 1 TO WS-CASES-LINKED.
088400 7200-EXIT.
088500     EXIT.
088600*----------------------------------------------------------*
088700* 8000-WRITE-NEW-CASES - THE NEW CASE MASTER, IN CASE
088800* NUMBER ORDER.
088900*----------------------------------------------------------*
089000 8000-WRITE-NEW-CASES.
089100     IF WS-CASE-COUNT > 0
089200         PERFORM 8100-WRITE-ONE-CASE THRU 8100-EXIT
089300             VARYING CASE-IDX FROM 1 BY 1
089400             UNTIL CASE-IDX > WS-CASE-COUNT
089500     END-IF.
089600 8000-EXIT.
089700     EXIT.
089800 8100-WRITE-ONE-CASE.
089900     WRITE NEW-CASE-RECORD FROM WS-CASE-DATA(CASE-IDX).
090000     ADD 1 TO WS-CASES-WRITTEN.
090100 8100-EXIT.
090200     EXIT.
090300*----------------------------------------------------------*
090400* 9000-TERMINATE - CONTROL COUNTS AND CLOSE.
090500*----------------------------------------------------------*
090600 9000-TERMINATE.
090700     MOVE SPACES TO PRINT-RECORD.
090800     WRITE PRINT-RECORD.
090900     MOVE SPACES TO PRINT-RECORD.
091000     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
091100     WRITE PRINT-RECORD.
091200     MOVE WS-TRANS-READ TO WS-PRINT-COUNT.
091300     MOVE SPACES TO PRINT-RECORD.
091400     STRING "  TRANSACTIONS READ      " WS-PRINT-COUNT
091500         DELIMITED BY SIZE INTO PRINT-RECORD.
091600     WRITE PRINT-RECORD.
091700     MOVE WS-TRANS-REJECTED TO WS-PRINT-COUNT.
091800     MOVE SPACES TO PRINT-RECORD.
091900     STRING "  TRANSACTIONS REJECTED  " WS-PRINT-COUNT
092000         DELIMITED BY SIZE INTO PRINT-RECORD.
092100     WRITE PRINT-RECORD.
092200     MOVE WS-CASES-OPENED TO WS-PRINT-COUNT.
092300     MOVE SPACES TO PRINT-RECORD.
092400     STRING "  CASES OPENED           " WS-PRINT-COUNT
092500         DELIMITED BY SIZE INTO PRINT-RECORD.
092600     WRITE PRINT-RECORD.
092700     MOVE WS-CASES-UPDATED TO WS-PRINT-COUNT.
092800     MOVE SPACES TO PRINT-RECORD.
092900     STRING "  CASES UPDATED          " WS-PRINT-COUNT
093000         DELIMITED BY SIZE INTO PRINT-RECORD.
093100     WRITE PRINT-RECORD.
093200     MOVE WS-CASES-RULED TO WS-PRINT-COUNT.
093300     MOVE SPACES TO PRINT-RECORD.
093400     STRING "  CASES RULED            " WS-PRINT-COUNT
093500         DELIMITED BY SIZE INTO PRINT-RECORD.
093600     WRITE PRINT-RECORD.
093700     MOVE WS-CASES-CLOSED TO WS-PRINT-COUNT.
093800     MOVE SPACES TO PRINT-RECORD.
093900     STRING "  CASES CLOSED           " WS-PRINT-COUNT
094000         DELIMITED BY SIZE INTO PRINT-RECORD.
094100     WRITE PRINT-RECORD.
094200     MOVE WS-CASES-LINKED TO WS-PRINT-COUNT.
094300     MOVE SPACES TO PRINT-RECORD.
094400     STRING "  CORRECTIONS LINKED     " WS-PRINT-COUNT
094500         DELIMITED BY SIZE INTO PRINT-RECORD.
094600     WRITE PRINT-RECORD.
094700     MOVE WS-LOG-UNKNOWN-CASE TO WS-PRINT-COUNT.
094800     MOVE SPACES TO PRINT-RECORD.
094900     STRING "  LOG CASE NOT ON FILE   " WS-PRINT-COUNT
095000         DELIMITED BY SIZE INTO PRINT-RECORD.
095100     WRITE PRINT-RECORD.
095200     MOVE WS-CASES-PRINTED TO WS-PRINT-COUNT.
095300     MOVE SPACES TO PRINT-RECORD.
095400     STRING "  CASES PRINTED          " WS-PRINT-COUNT
095500         DELIMITED BY SIZE INTO PRINT-RECORD.
095600     WRITE PRINT-RECORD.
095700     MOVE WS-CASES-WRITTEN TO WS-PRINT-COUNT.
095800     MOVE SPACES TO PRINT-RECORD.
095900     STRING "  CASES ON NEW MASTER    " WS-PRINT-COUNT
096000         DELIMITED BY SIZE INTO PRINT-RECORD.
096100     WRITE PRINT-RECORD.
096200     CLOSE TRANSACTION-FILE.
096300     CLOSE OLD-CASE-FILE.
096400     CLOSE NEW-CASE-FILE.
096500     CLOSE PRINT-FILE.
096600     IF TRANSACTIONS-MISSING
096642         MOVE 16 TO RETURN-CODE
096684     ELSE
096726         IF WS-TRANS-REJECTED > 0
096768             MOVE 4 TO RETURN-CODE
096810         END-IF
096852     END-IF.
096900 9000-EXIT.
097000     EXIT.
