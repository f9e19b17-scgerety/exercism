001800*    MODIFICATION HISTORY.
001900*    DATE       INIT DESCRIPTION
002000*    2026-08-22 LOP  ORIGINAL PROGRAM.
002025*    2026-10-15 LOP  MEMBER NAMES ARE READ BY KEY FROM THE
002050*                    INDEXED ROSTER MASTER INSTEAD OF A
002075*                    500-ENTRY TABLE.
002100***************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-PRINT-STATUS.
003400     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003460         ORGANIZATION IS INDEXED
003520         ACCESS IS DYNAMIC
003580         RECORD KEY IS RK-ROSTER-KEY
003640         FILE STATUS IS WS-ROSTER-STATUS.
003700     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-RUN-CONTROL-STATUS.
006300 FD  PRINT-FILE
006400     RECORDING MODE IS F.
006500 01  PRINT-RECORD                PIC X(80).
006600 FD  ROSTER-FILE.
006700 01  ROSTER-RECORD.
006800     COPY ROSTKEY.
006900     COPY ROSTMBR.
007000 FD  RUN-CONTROL-FILE
007100     RECORDING MODE IS F.
008000     88  ROSTER-OK                           VALUE '00'.
008100 01  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE '00'.
008200     88  RUN-CONTROL-OK                      VALUE '00'.
008300 01  WS-ROSTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
008400     88  ROSTER-OPEN                         VALUE 'Y'.
008500 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
008600     88  NO-MORE-RESULTS                     VALUE 'Y'.
008700 01  WS-CONTROL-DATE             PIC 9(08) VALUE 0.
010900             15  WS-CAT-DICE     PIC 9(06) VALUE 0.
011000             15  WS-CAT-SCORE    PIC 9(03) VALUE 0.
011100 01  WS-CARD-COUNT               PIC 9(03) COMP VALUE 0.
012000 01  WS-MEMBER-NAME              PIC X(30) VALUE SPACES.
012100*
012200*    PAGE WORK AREAS.
013700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013800     STOP RUN.
013900*----------------------------------------------------------*
014000* 1000-INITIALIZE - VERIFY THE RUN CONTROL, OPEN THE ROSTER,
014100* OPEN FILES AND PRIME THE READ.
014200*----------------------------------------------------------*
014300 1000-INITIALIZE.
014400     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT.
014500     PERFORM 1500-OPEN-ROSTER THRU 1500-EXIT.
014600     OPEN INPUT RESULTS-FILE.
014700     IF NOT RESULTS-OK
014800         DISPLAY "YCHTPRNT: UNABLE TO OPEN RESULTS, STATUS "
019000 1100-EXIT.
019100     EXIT.
019200*----------------------------------------------------------*
019300* 1500-OPEN-ROSTER - NAMES FOR THE CARD HEADERS, READ BY KEY; A
019400* MISSING ROSTER ONLY COSTS THE NAMES.
019500*----------------------------------------------------------*
019600 1500-OPEN-ROSTER.
019700     OPEN INPUT ROSTER-FILE.
019800     IF NOT ROSTER-OK
019900         DISPLAY "YCHTPRNT: UNABLE TO OPEN ROSTER, STATUS "
020000             WS-ROSTER-STATUS ", NAMES NOT PRINTED"
020100         GO TO 1500-EXIT
020200     END-IF.
020300     MOVE 'Y' TO WS-ROSTER-OPEN-SWITCH.
020400 1500-EXIT.
020500     EXIT.
022800*----------------------------------------------------------*
022900* 2000-PROCESS-RESULTS - FOLD ONE RESULT INTO ITS CARD'S
023000* TABLE ENTRY, THEN READ THE NEXT ONE.
038600 8100-EXIT.
038700     EXIT.
038800*----------------------------------------------------------*
038864* 8150-FIND-MEMBER-NAME - READ THE CARD PLAYER'S ROSTER RECORD
038928* BY MEMBER ID (THE FIRST CLUB HOLDING IT); NO RECORD PRINTS
038992* '*NOT ON ROSTER*', NO ROSTER A BLANK NAME.
039056*----------------------------------------------------------*
039120 8150-FIND-MEMBER-NAME.
039184     MOVE SPACES TO WS-MEMBER-NAME.
039248     IF NOT ROSTER-OPEN
039312         GO TO 8150-EXIT
039376     END-IF.
039440     MOVE '*NOT ON ROSTER*' TO WS-MEMBER-NAME.
039504     MOVE WS-CARD-ID(CARD-IDX) TO RK-MEMBER-ID.
039568     MOVE LOW-VALUES TO RK-CLUB-CODE.
039632     START ROSTER-FILE KEY >= RK-ROSTER-KEY
039696         INVALID KEY
039760             GO TO 8150-EXIT
039824     END-START.
039888     READ ROSTER-FILE NEXT RECORD
039952         AT END
040016             GO TO 8150-EXIT
040080     END-READ.
040144     IF RK-MEMBER-ID NOT = WS-CARD-ID(CARD-IDX)
040208         GO TO 8150-EXIT
040272     END-IF.
040336     MOVE MB-MEMBER-NAME TO WS-MEMBER-NAME.
040400 8150-EXIT.
040500     EXIT.
040600*----------------------------------------------------------*
044100 9000-TERMINATE.
044200     CLOSE RESULTS-FILE.
044300     CLOSE PRINT-FILE.
044325     IF ROSTER-OPEN
044350         CLOSE ROSTER-FILE
044375     END-IF.
044400     DISPLAY "YCHTPRNT: CARDS PRINTED = " WS-CARD-COUNT.
044500 9000-EXIT.
044600     EXIT.
