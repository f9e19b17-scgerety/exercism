002302*                    NIGHT CONTROLLER (YCHTNITE) CAN RUN THE
002303*                    CHAIN AS CALLED STEPS; RUN STANDALONE, THE
002304*                    BEHAVIOR IS UNCHANGED.
002328*    2026-10-15 LOP  MEMBER NAMES ARE READ BY KEY FROM THE
002352*                    INDEXED ROSTER MASTER INSTEAD OF A
002376*                    500-ENTRY TABLE.
002400***************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-PRINT-STATUS.
003700     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003760         ORGANIZATION IS INDEXED
003820         ACCESS IS DYNAMIC
003880         RECORD KEY IS RK-ROSTER-KEY
003940         FILE STATUS IS WS-ROSTER-STATUS.
004000     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RUN-CONTROL-STATUS.
006600 FD  PRINT-FILE
006700     RECORDING MODE IS F.
006800 01  PRINT-RECORD                PIC X(80).
006900 FD  ROSTER-FILE.
007000 01  ROSTER-RECORD.
007100     COPY ROSTKEY.
007200     COPY ROSTMBR.
007300 FD  RUN-CONTROL-FILE
007400     RECORDING MODE IS F.
008200     88  PRINT-OK                            VALUE '00'.
008300 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
008400     88  ROSTER-OK                           VALUE '00'.
008500 01  WS-ROSTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
008600     88  ROSTER-OPEN                         VALUE 'Y'.
008700 01  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE '00'.
008800     88  RUN-CONTROL-OK                      VALUE '00'.
008900 01  WS-CONTROL-DATE             PIC 9(08) VALUE 0.
011000         10  WS-PLYR-CAT-SCORED  PIC X(01) VALUE 'N'
011100             OCCURS 13 TIMES.
011200 01  WS-PLAYER-COUNT             PIC 9(03) COMP VALUE 0.
012300 01  WS-MEMBER-NAME              PIC X(30) VALUE SPACES.
012400*
012500*    PER-CARD AND WHOLE-NIGHT COMPLETION COUNTS.
014400*----------------------------------------------------------*
014500 1000-INITIALIZE.
014600     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT.
014700     PERFORM 1500-OPEN-ROSTER THRU 1500-EXIT.
014800     OPEN INPUT RESULTS-FILE.
014900     IF NOT RESULTS-OK
015000         DISPLAY "YCHTCHK: UNABLE TO OPEN RESULTS, STATUS "
019200 1100-EXIT.
019300     EXIT.
019400*----------------------------------------------------------*
019500* 1500-OPEN-ROSTER - OPEN THE INDEXED ROSTER MASTER FOR NAME
019600* LOOKUPS. A MISSING ROSTER ONLY COSTS THE NAMES - THE
019700* CHECKLIST STILL PRINTS WITH IDS.
019800*----------------------------------------------------------*
019900 1500-OPEN-ROSTER.
020000     OPEN INPUT ROSTER-FILE.
020100     IF NOT ROSTER-OK
020200         DISPLAY "YCHTCHK: UNABLE TO OPEN ROSTER, STATUS "
020300             WS-ROSTER-STATUS ", NAMES NOT PRINTED"
020400         GO TO 1500-EXIT
020500     END-IF.
020600     MOVE 'Y' TO WS-ROSTER-OPEN-SWITCH.
020700 1500-EXIT.
020800     EXIT.
023700*----------------------------------------------------------*
023800* 2000-PROCESS-RESULTS - FOLD ONE RESULT INTO THE PLAYER
023900* TABLE, THEN READ THE NEXT ONE.
038800 8100-EXIT.
038900     EXIT.
039000*----------------------------------------------------------*
039066* 8150-FIND-MEMBER-NAME - READ THE PLAYER'S ROSTER RECORD BY
039132* MEMBER ID (THE FIRST CLUB HOLDING IT); NO RECORD PRINTS
039198* '*NOT ON ROSTER*', NO ROSTER A BLANK NAME.
039264*----------------------------------------------------------*
039330 8150-FIND-MEMBER-NAME.
039396     MOVE SPACES TO WS-MEMBER-NAME.
039462     IF NOT ROSTER-OPEN
039528         GO TO 8150-EXIT
039594     END-IF.
039660     MOVE '*NOT ON ROSTER*' TO WS-MEMBER-NAME.
039726     MOVE WS-PLYR-ID(PLYR-IDX) TO RK-MEMBER-ID.
039792     MOVE LOW-VALUES TO RK-CLUB-CODE.
039858     START ROSTER-FILE KEY >= RK-ROSTER-KEY
039924         INVALID KEY
039990             GO TO 8150-EXIT
040056     END-START.
040122     READ ROSTER-FILE NEXT RECORD
040188         AT END
040254             GO TO 8150-EXIT
040320     END-READ.
040386     IF RK-MEMBER-ID = WS-PLYR-ID(PLYR-IDX)
040452         MOVE MB-MEMBER-NAME TO WS-MEMBER-NAME
040518     END-IF.
040600 8150-EXIT.
040700     EXIT.
040800*----------------------------------------------------------*
042800 9000-TERMINATE.
042900     CLOSE RESULTS-FILE.
043000     CLOSE PRINT-FILE.
043025     IF ROSTER-OPEN
043050         CLOSE ROSTER-FILE
043075     END-IF.
043100     DISPLAY "YCHTCHK: PLAYERS CHECKED   = " WS-PLAYER-COUNT.
043200     DISPLAY "YCHTCHK: CARDS COMPLETE    = " WS-CARDS-COMPLETE.
043300     DISPLAY "YCHTCHK: CARDS INCOMPLETE  = "
