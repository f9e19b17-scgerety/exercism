002002*                    NIGHT CONTROLLER (YCHTNITE) CAN RUN THE
002003*                    CHAIN AS CALLED STEPS; RUN STANDALONE, THE
002004*                    BEHAVIOR IS UNCHANGED.
002028*    2026-10-15 LOP  MEMBER NAMES ARE READ BY KEY FROM THE
002052*                    INDEXED ROSTER MASTER INSTEAD OF A
002076*                    500-ENTRY TABLE.
002100***************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-PRINT-STATUS.
004000     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
004060         ORGANIZATION IS INDEXED
004120         ACCESS IS DYNAMIC
004180         RECORD KEY IS RK-ROSTER-KEY
004240         FILE STATUS IS WS-ROSTER-STATUS.
004300     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-RUN-CONTROL-STATUS.
008300 FD  PRINT-FILE
008400     RECORDING MODE IS F.
008500 01  PRINT-RECORD                PIC X(80).
008600 FD  ROSTER-FILE.
008700 01  ROSTER-RECORD.
008800     COPY ROSTKEY.
008900     COPY ROSTMBR.
009000 FD  RUN-CONTROL-FILE
009100     RECORDING MODE IS F.
010800     88  NO-MORE-RESULTS                     VALUE 'Y'.
010900 01  WS-OLD-RECORDS-EOF-SW       PIC X(01) VALUE 'N'.
011000     88  NO-MORE-OLD-RECORDS                 VALUE 'Y'.
011100 01  WS-ROSTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
011200     88  ROSTER-OPEN                         VALUE 'Y'.
011300 01  WS-CONTROL-DATE             PIC 9(08) VALUE 0.
011400 01  WS-CONTROL-SCORED           PIC 9(07) VALUE 0.
011500 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE 0.
013300*    THE VARIANT OF THE RESULT BEING FOLDED IN, WITH A BLANK
013400*    (PRE-VARIANT) FLAG READ AS STANDARD.
013500 01  WS-THIS-VARIANT             PIC X(01) VALUE 'S'.
014400 01  WS-MEMBER-NAME              PIC X(30) VALUE SPACES.
014500 01  WS-LOOKUP-ID                PIC X(10) VALUE SPACES.
014600*
016000     GOBACK.
016100*----------------------------------------------------------*
016200* 1000-INITIALIZE - VERIFY THE RUN CONTROL, LOAD THE PRIOR
016300* RECORD BOOK, OPEN THE ROSTER AND FILES, PRIME THE READ.
016400*----------------------------------------------------------*
016500 1000-INITIALIZE.
016600     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT.
016700     PERFORM 1300-LOAD-OLD-RECORDS THRU 1300-EXIT.
016800     PERFORM 1500-OPEN-ROSTER THRU 1500-EXIT.
016900     OPEN INPUT RESULTS-FILE.
017000     IF NOT RESULTS-OK
017100         DISPLAY "YCHTRCRD: UNABLE TO OPEN RESULTS, STATUS "
025800 1310-EXIT.
025900     EXIT.
026000*----------------------------------------------------------*
026100* 1500-OPEN-ROSTER - NAMES FOR THE RECORD BOOK, READ BY KEY; A
026200* MISSING ROSTER ONLY COSTS THE NAMES.
026300*----------------------------------------------------------*
026400 1500-OPEN-ROSTER.
026500     OPEN INPUT ROSTER-FILE.
026600     IF NOT ROSTER-OK
026700         DISPLAY "YCHTRCRD: UNABLE TO OPEN ROSTER, STATUS "
026800             WS-ROSTER-STATUS ", NAMES NOT PRINTED"
026900         GO TO 1500-EXIT
027000     END-IF.
027100     MOVE 'Y' TO WS-ROSTER-OPEN-SWITCH.
027200 1500-EXIT.
027300     EXIT.
029600*----------------------------------------------------------*
029700* 2000-PROCESS-RESULTS - TEST ONE RESULT AGAINST THE RECORD
029800* BOOK, THEN READ THE NEXT ONE.
044900 8300-EXIT.
045000     EXIT.
045100*----------------------------------------------------------*
045164* 8400-FIND-MEMBER-NAME - READ THE HOLDER'S ROSTER RECORD BY
045228* MEMBER ID (THE FIRST CLUB HOLDING IT); NO RECORD PRINTS
045292* '*NOT ON ROSTER*', NO ROSTER A BLANK NAME.
045356*----------------------------------------------------------*
045420 8400-FIND-MEMBER-NAME.
045484     MOVE SPACES TO WS-MEMBER-NAME.
045548     IF NOT ROSTER-OPEN OR WS-LOOKUP-ID = SPACES
045612         GO TO 8400-EXIT
045676     END-IF.
045740     MOVE '*NOT ON ROSTER*' TO WS-MEMBER-NAME.
045804     MOVE WS-LOOKUP-ID TO RK-MEMBER-ID.
045868     MOVE LOW-VALUES TO RK-CLUB-CODE.
045932     START ROSTER-FILE KEY >= RK-ROSTER-KEY
045996         INVALID KEY
046060             GO TO 8400-EXIT
046124     END-START.
046188     READ ROSTER-FILE NEXT RECORD
046252         AT END
046316             GO TO 8400-EXIT
046380     END-READ.
046444     IF RK-MEMBER-ID NOT = WS-LOOKUP-ID
046508         GO TO 8400-EXIT
046572     END-IF.
046636     MOVE MB-MEMBER-NAME TO WS-MEMBER-NAME.
046700 8400-EXIT.
046800     EXIT.
046900*----------------------------------------------------------*
047300     CLOSE RESULTS-FILE.
047400     CLOSE NEW-RECORDS-FILE.
047500     CLOSE PRINT-FILE.
047525     IF ROSTER-OPEN
047550         CLOSE ROSTER-FILE
047575     END-IF.
047600     DISPLAY "YCHTRCRD: RECORDS ON BOOK   = " WS-RECD-COUNT.
047700     DISPLAY "YCHTRCRD: RECORDS FELL      = " WS-RECORDS-FELL.
047800 9000-EXIT.
