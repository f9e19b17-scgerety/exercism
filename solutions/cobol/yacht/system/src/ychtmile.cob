002342*                    NIGHT CONTROLLER (YCHTNITE) CAN RUN THE
002343*                    CHAIN AS CALLED STEPS; RUN STANDALONE, THE
002344*                    BEHAVIOR IS UNCHANGED.
002358*    2026-10-15 LOP  MEMBER NAMES ARE READ BY KEY FROM THE
002372*                    INDEXED ROSTER MASTER INSTEAD OF A
002386*                    500-ENTRY TABLE.
002400***************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CERTIFICATE-STATUS.
004600     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
004660         ORGANIZATION IS INDEXED
004720         ACCESS IS DYNAMIC
004780         RECORD KEY IS RK-ROSTER-KEY
004840         FILE STATUS IS WS-ROSTER-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  HISTORY-FILE
007000 FD  CERTIFICATE-FILE
007100     RECORDING MODE IS F.
007200 01  CERTIFICATE-RECORD          PIC X(80).
007300 FD  ROSTER-FILE.
007400 01  ROSTER-RECORD.
007500     COPY ROSTKEY.
007600     COPY ROSTMBR.
007700 WORKING-STORAGE SECTION.
007800 01  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
009300     88  NO-MORE-JOURNAL                     VALUE 'Y'.
009400 01  WS-OLD-MILE-EOF-SWITCH      PIC X(01) VALUE 'N'.
009500     88  NO-MORE-OLD-MILESTONES              VALUE 'Y'.
009600 01  WS-ROSTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
009700     88  ROSTER-OPEN                         VALUE 'Y'.
009800*
009900*    THE FOUR MILESTONE CODES IN SLOT ORDER, AND THE WORDING
010000*    THAT GOES ON THE CERTIFICATE FOR EACH.
013600 01  WS-MILE-SUB                 PIC 9(03) COMP VALUE 0.
013610*    THE NIGHT THE MILESTONE BEING AWARDED WAS REACHED.
013620 01  WS-AWARD-DATE               PIC 9(08) VALUE 0.
014500 01  WS-MEMBER-NAME              PIC X(30) VALUE SPACES.
014600 01  WS-LOOKUP-ID                PIC X(10) VALUE SPACES.
014700*
016100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016200     GOBACK.
016300*----------------------------------------------------------*
016400* 1000-INITIALIZE - OPEN THE ROSTER, LOAD THE PRIOR MILESTONE
016500* MASTER, OPEN THE INPUT FILES AND PRIME THE READS. MISSING
016600* HISTORY OR JOURNAL ONLY MEANS NOTHING TO DETECT FROM THAT
016700* SOURCE; A MISSING PRIOR MASTER IS THE FIRST EVER RUN.
016800*----------------------------------------------------------*
016900 1000-INITIALIZE.
017000     PERFORM 1500-OPEN-ROSTER THRU 1500-EXIT.
017100     PERFORM 1300-LOAD-OLD-MILESTONES THRU 1300-EXIT.
017200     OPEN INPUT HISTORY-FILE.
017300     IF NOT HISTORY-OK
024900 1320-EXIT.
025000     EXIT.
025100*----------------------------------------------------------*
025200* 1500-OPEN-ROSTER - NAMES FOR THE CERTIFICATES, READ BY KEY; A
025300* MISSING ROSTER ONLY COSTS THE NAMES.
025400*----------------------------------------------------------*
025500 1500-OPEN-ROSTER.
025600     OPEN INPUT ROSTER-FILE.
025700     IF NOT ROSTER-OK
025800         DISPLAY "YCHTMILE: UNABLE TO OPEN ROSTER, STATUS "
025900             WS-ROSTER-STATUS ", NAMES NOT PRINTED"
026000         GO TO 1500-EXIT
026100     END-IF.
026200     MOVE 'Y' TO WS-ROSTER-OPEN-SWITCH.
026300 1500-EXIT.
026400     EXIT.
028700*----------------------------------------------------------*
028800* 2000-PROCESS-HISTORY - FOLD ONE POSTED NIGHT INTO THE
028900* PLAYER'S RUNNING FIGURES AND TEST THE HISTORY-DERIVED
046900 8700-EXIT.
047000     EXIT.
047100*----------------------------------------------------------*
047164* 8800-FIND-MEMBER-NAME - READ THE MEMBER'S ROSTER RECORD BY
047228* MEMBER ID (THE FIRST CLUB HOLDING IT); NO RECORD PRINTS
047292* '*NOT ON ROSTER*', NO ROSTER A BLANK NAME.
047356*----------------------------------------------------------*
047420 8800-FIND-MEMBER-NAME.
047484     MOVE SPACES TO WS-MEMBER-NAME.
047548     IF NOT ROSTER-OPEN OR WS-LOOKUP-ID = SPACES
047612         GO TO 8800-EXIT
047676     END-IF.
047740     MOVE '*NOT ON ROSTER*' TO WS-MEMBER-NAME.
047804     MOVE WS-LOOKUP-ID TO RK-MEMBER-ID.
047868     MOVE LOW-VALUES TO RK-CLUB-CODE.
047932     START ROSTER-FILE KEY >= RK-ROSTER-KEY
047996         INVALID KEY
048060             GO TO 8800-EXIT
048124     END-START.
048188     READ ROSTER-FILE NEXT RECORD
048252         AT END
048316             GO TO 8800-EXIT
048380     END-READ.
048444     IF RK-MEMBER-ID NOT = WS-LOOKUP-ID
048508         GO TO 8800-EXIT
048572     END-IF.
048636     MOVE MB-MEMBER-NAME TO WS-MEMBER-NAME.
048700 8800-EXIT.
048800     EXIT.
048900*----------------------------------------------------------*
049600     CLOSE JOURNAL-FILE.
049900     CLOSE NEW-MILESTONE-FILE.
050000     CLOSE CERTIFICATE-FILE.
050025     IF ROSTER-OPEN
050050         CLOSE ROSTER-FILE
050075     END-IF.
050100     DISPLAY "YCHTMILE: MILESTONES ON FILE = "
050200         WS-MILESTONES-ON-FILE.
050300     DISPLAY "YCHTMILE: NEW TONIGHT        = "
