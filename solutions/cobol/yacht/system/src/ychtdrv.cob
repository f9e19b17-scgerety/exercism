005820*                    NIGHT CONTROLLER (YCHTNITE) CAN RUN THE
005830*                    CHAIN AS CALLED STEPS; RUN STANDALONE, THE
005840*                    BEHAVIOR IS UNCHANGED.
005841*    2026-10-15 LOP  A MEMBER LAPSED FOR UNPAID DUES (ROSTER
005842*                    FLAG 'L') REJECTS WITH REASON 'L' RATHER
005843*                    THAN 'P', SO THE SCOREKEEPER KNOWS TO SEND
005844*                    THEM TO THE TREASURER.
005845*    2026-10-15 LOP  THE ROSTER MASTER IS NOW INDEXED ON
005846*                    MEMBER ID PLUS CLUB: EACH PLAYER IS READ
005847*                    BY KEY, NO LONGER FROM A 500-ENTRY TABLE.
005850 ENVIRONMENT DIVISION.
005900 CONFIGURATION SECTION.
006000 SOURCE-COMPUTER. GNUCOBOL.
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-RULE-CONTROL-STATUS.
008200     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
008260         ORGANIZATION IS INDEXED
008320         ACCESS IS RANDOM
008380         RECORD KEY IS RK-ROSTER-KEY
008440         FILE STATUS IS WS-ROSTER-STATUS.
008500     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-RUN-CONTROL-STATUS.
014900     RECORDING MODE IS F.
015000 01  RULE-CONTROL-RECORD.
015100     COPY RULEREC.
015600 FD  ROSTER-FILE.
015700 01  ROSTER-RECORD.
015800     COPY ROSTKEY.
015900     COPY ROSTMBR.
016000 FD  RUN-CONTROL-FILE
016100     RECORDING MODE IS F.
018209 01  WS-PLAYER-HELD-SWITCH       PIC X(01) VALUE 'N'.
018210     88  PLAYER-IN-ARREARS                   VALUE 'Y'.
018220 01  WS-CONTROL-FLAG             PIC X(01) VALUE 'I'.
018500 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
018600     88  NO-MORE-SCORESHEETS                 VALUE 'Y'.
018700*    DRIVES THE RESTART REPLAY READ OF RESULTS-FILE SEPARATELY
021396*    THE CLUB THE CURRENT SCORESHEET LINE BELONGS TO, AFTER
021397*    A BLANK CODE IS RESOLVED TO THE HOME CLUB.
021398 01  WS-CARD-CLUB                PIC X(03) VALUE SPACES.
022400 01  WS-PLAYER-KNOWN-SWITCH      PIC X(01) VALUE 'N'.
022500     88  PLAYER-ON-ROSTER                    VALUE 'Y'.
022510 01  WS-PLAYER-LAPSED-SWITCH     PIC X(01) VALUE 'N'.
022520     88  PLAYER-LAPSED                       VALUE 'Y'.
022600 01  WS-RUN-DATE                 PIC 9(08).
022700 01  WS-LINES-READ               PIC 9(07) COMP VALUE 0.
022800 01  WS-LINES-SCORED             PIC 9(07) COMP VALUE 0.
026010     PERFORM 1400-VERIFY-BATCH-CONTROL THRU 1400-EXIT.
026020     PERFORM 1500-VERIFY-CLUB-CALENDAR THRU 1500-EXIT.
026100     PERFORM 1200-READ-HOUSE-RULE THRU 1200-EXIT.
026200     PERFORM 1300-OPEN-ROSTER THRU 1300-EXIT.
026210     PERFORM 1600-LOAD-ARREARS THRU 1600-EXIT.
026300     OPEN INPUT SCORESHEET-FILE.
026400     IF NOT SCORESHEET-OK
031403 1220-EXIT.
031404     EXIT.
031410*----------------------------------------------------------*
031510* 1300-OPEN-ROSTER - OPEN THE INDEXED ROSTER MASTER FOR KEYED
031610* LOOKUPS. A MISSING ROSTER IS A HARD ERROR - EVERY SCORESHEET
031710* LINE WOULD REJECT, SO THE RUN ENDS ON THE SPOT (NO FILES ARE
031810* OPEN YET, AND STOPPING HERE KEEPS THE 16 FROM BEING
031910* OVERLAID BY A LATER CALL'S RETURN CODE).
032010*----------------------------------------------------------*
032110 1300-OPEN-ROSTER.
032210     OPEN INPUT ROSTER-FILE.
032310     IF NOT ROSTER-OK
032410         DISPLAY "YCHTDRV: UNABLE TO OPEN ROSTER, STATUS "
032510             WS-ROSTER-STATUS ", RUN ABANDONED"
032610         MOVE 16 TO RETURN-CODE
032710         GOBACK
032810     END-IF.
032910 1300-EXIT.
033010     EXIT.
036010*----------------------------------------------------------*
036020* 1400-VERIFY-BATCH-CONTROL - REFUSE TO SCORE UNLESS THE
036030* PRE-EDIT'S BATCH-CONTROL RECORD IS PRESENT, BALANCED AND
052800         MOVE SS-CATEGORY TO RJ-CATEGORY
052900         MOVE SS-DICE TO RJ-DICE
053000         MOVE 'P' TO RJ-REASON-CODE
053010         IF PLAYER-LAPSED
053020             MOVE 'L' TO RJ-REASON-CODE
053030         END-IF
053100         MOVE SS-VARIANT TO RJ-VARIANT
053110         MOVE WS-CARD-CLUB TO RJ-CLUB-CODE
053200         WRITE REJECTS-RECORD
058100 2000-EXIT.
058200     EXIT.
058300*----------------------------------------------------------*
058377* 2600-VALIDATE-PLAYER - READ THE SCORESHEET PLAYER'S ROSTER
058454* RECORD BY MEMBER ID AND CARD CLUB. ONLY AN ACTIVE MEMBER MAY
058531* BE SCORED; AN UNKNOWN OR RETIRED ID IS ROUTED TO REJECTS BY
058608* THE CALLER. A MEMBER LAPSED FOR UNPAID DUES IS NOTED
058685* SEPARATELY SO THE REJECT CARRIES ITS OWN REASON.
058762*----------------------------------------------------------*
058839 2600-VALIDATE-PLAYER.
058916     MOVE 'N' TO WS-PLAYER-KNOWN-SWITCH.
058993     MOVE 'N' TO WS-PLAYER-LAPSED-SWITCH.
059070     MOVE SS-PLAYER-ID TO RK-MEMBER-ID.
059147     MOVE WS-CARD-CLUB TO RK-CLUB-CODE.
059224     READ ROSTER-FILE
059301         INVALID KEY
059378             GO TO 2600-EXIT
059455     END-READ.
059532     IF MB-MEMBER-ACTIVE
059609         MOVE 'Y' TO WS-PLAYER-KNOWN-SWITCH
059686     END-IF.
059763     IF MB-MEMBER-LAPSED
059840         MOVE 'Y' TO WS-PLAYER-LAPSED-SWITCH
059917     END-IF.
059960 2600-EXIT.
060000     EXIT.
060010*----------------------------------------------------------*
060020* 2650-CHECK-ARREARS - WITH THE HOLD ON, A MEMBER FLAGGED IN
067300     CLOSE RESULTS-FILE.
067400     CLOSE REJECTS-FILE.
067500     CLOSE MISMATCH-FILE.
067505     CLOSE ROSTER-FILE.
067510*    THE WHOLE BATCH THE PRE-EDIT PASSED MUST HAVE BEEN READ;
067520*    ANYTHING SHORT IS A TRUNCATED SCORESHEET FILE, AND THE
067530*    RUN-CONTROL RECORD STAYS INCOMPLETE SO THE DOWNSTREAM
