001700*    MODIFICATION HISTORY.
001800*    DATE       INIT DESCRIPTION
001900*    2026-09-02 LOP  ORIGINAL PROGRAM.
001910*    2026-10-15 LOP  ANNUAL DUES LINES ('D', POSTED BY THE
001920*                    RENEWAL RUN) PRINT ON THEIR OWN LINE AND
001930*                    NO LONGER COUNT AS PAYMENTS.
001953*    2026-10-15 LOP  READS THE ROSTER MASTER AS AN INDEXED
001976*                    FILE (KEY ROSTKEY), IN MEMBER ID ORDER.
002000***************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-STATEMENT-CONTROL-STATUS.
003600     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003660         ORGANIZATION IS INDEXED
003720         ACCESS IS SEQUENTIAL
003780         RECORD KEY IS RK-ROSTER-KEY
003840         FILE STATUS IS WS-ROSTER-STATUS.
003900     SELECT PRINT-FILE ASSIGN TO "STMTOUT"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-PRINT-STATUS.
005400*    THE STATEMENT MONTH, YYYYMM.
005500 01  STATEMENT-CONTROL-RECORD.
005600     05  SN-STATEMENT-MONTH      PIC 9(06).
005700 FD  ROSTER-FILE.
005800 01  ROSTER-RECORD.
005900     COPY ROSTKEY.
006000     COPY ROSTMBR.
006100 FD  PRINT-FILE
006200     RECORDING MODE IS F.
009400         10  WS-STMT-FEES        PIC 9(05)V99 VALUE 0.
009500         10  WS-STMT-PAY-COUNT   PIC 9(03) VALUE 0.
009600         10  WS-STMT-PAYS        PIC 9(05)V99 VALUE 0.
009610         10  WS-STMT-DUES        PIC 9(05)V99 VALUE 0.
009700 01  WS-STMT-COUNT               PIC 9(03) COMP VALUE 0.
009800 01  WS-STMT-SUB                 PIC 9(03) COMP VALUE 0.
009900 01  WS-POST-ID                  PIC X(10) VALUE SPACES.
023400     EXIT.
023500*----------------------------------------------------------*
023600* 3000-FOLD-IN-DETAIL - ACCUMULATE THE STATEMENT MONTH'S
023700* FEES, DUES AND PAYMENTS PER MEMBER, THEN READ THE NEXT LINE.
023800* LEDGER LINES OUTSIDE THE MONTH ARE PART OF THE BALANCE
023900* BROUGHT FORWARD AND NEED NO DETAIL HERE.
024000*----------------------------------------------------------*
024200     IF AD-POST-DATE(1:6) = WS-STATEMENT-MONTH
024300         MOVE AD-MEMBER-ID TO WS-POST-ID
024400         PERFORM 3300-FIND-ACCOUNT THRU 3300-EXIT
024500         EVALUATE AD-TYPE
024510             WHEN 'F'
024600                 ADD 1 TO WS-STMT-FEE-COUNT(STMT-IDX)
024700                 ADD AD-AMOUNT TO WS-STMT-FEES(STMT-IDX)
024800             WHEN 'D'
024820                 ADD AD-AMOUNT TO WS-STMT-DUES(STMT-IDX)
024830             WHEN OTHER
024900                 ADD 1 TO WS-STMT-PAY-COUNT(STMT-IDX)
025000                 ADD AD-AMOUNT TO WS-STMT-PAYS(STMT-IDX)
025100         END-EVALUATE
025200     END-IF.
025300     PERFORM 3100-READ-DETAIL THRU 3100-EXIT.
025400 3000-EXIT.
029900     IF WS-STMT-CLOSING(STMT-IDX) = 0
030000         AND WS-STMT-FEE-COUNT(STMT-IDX) = 0
030100         AND WS-STMT-PAY-COUNT(STMT-IDX) = 0
030110         AND WS-STMT-DUES(STMT-IDX) = 0
030200         GO TO 8100-EXIT
030300     END-IF.
030400     MOVE WS-STMT-ID(STMT-IDX) TO WS-LOOKUP-ID.
032100     COMPUTE WS-OPENING-BALANCE =
032200         WS-STMT-CLOSING(STMT-IDX)
032300             - WS-STMT-FEES(STMT-IDX)
032310             - WS-STMT-DUES(STMT-IDX)
032400             + WS-STMT-PAYS(STMT-IDX).
032500     MOVE WS-OPENING-BALANCE TO WS-PRINT-MONEY.
032600     MOVE SPACES TO PRINT-RECORD.
033400         " CARDS)         " WS-PRINT-MONEY
033500         DELIMITED BY SIZE INTO PRINT-RECORD.
033600     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
033610     IF WS-STMT-DUES(STMT-IDX) > 0
033620         MOVE WS-STMT-DUES(STMT-IDX) TO WS-PRINT-MONEY
033630         MOVE SPACES TO PRINT-RECORD
033640         STRING "  ANNUAL DUES                   "
033645             WS-PRINT-MONEY
033650             DELIMITED BY SIZE INTO PRINT-RECORD
033660         WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
033670     END-IF.
033700     MOVE WS-STMT-PAY-COUNT(STMT-IDX) TO WS-PRINT-COUNT.
033800     MOVE WS-STMT-PAYS(STMT-IDX) TO WS-PRINT-MONEY.
033900     MOVE SPACES TO PRINT-RECORD.
