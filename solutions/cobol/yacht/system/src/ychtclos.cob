002530*                    READS, WITH THE SAME DEFAULTS, SO THE
002540*                    SEEDED MASTER AGREES WITH THE FIRST
002550*                    WEEKLY REBUILD OF THE NEW SEASON.
002562*    2026-10-15 LOP  MEMBER NAMES AND GUEST FLAGS ARE READ BY
002574*                    KEY FROM THE INDEXED ROSTER MASTER INSTEAD
002586*                    OF A 500-ENTRY TABLE.
002600***************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SEASON-CONTROL-STATUS.
005100     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
005160         ORGANIZATION IS INDEXED
005220         ACCESS IS DYNAMIC
005280         RECORD KEY IS RK-ROSTER-KEY
005340         FILE STATUS IS WS-ROSTER-STATUS.
005400     SELECT PRINT-FILE ASSIGN TO "CLOSRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-PRINT-STATUS.
010800 01  SEASON-CONTROL-RECORD.
010900     05  SE-CLOSING-SEASON       PIC X(06).
011000     05  SE-NEW-SEASON           PIC X(06).
011100 FD  ROSTER-FILE.
011200 01  ROSTER-RECORD.
011300     COPY ROSTKEY.
011400     COPY ROSTMBR.
011500 FD  PRINT-FILE
011600     RECORDING MODE IS F.
013400     88  PRINT-OK                            VALUE '00'.
013500 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
013600     88  NO-MORE-HISTORY                     VALUE 'Y'.
013700 01  WS-ROSTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
013800     88  ROSTER-OPEN                         VALUE 'Y'.
013900*
014000*    THE CLOSING AND NEW SEASON IDS FROM THE CONTROL.
014100 01  WS-CLOSING-SEASON           PIC X(06) VALUE SPACES.
016800*    THE BEST SINGLE NIGHT OF THE CLOSING SEASON.
016900 01  WS-BEST-NIGHT-SCORE         PIC 9(05) VALUE 0.
017000 01  WS-BEST-NIGHT-PLAYER        PIC X(10) VALUE SPACES.
017900 01  WS-MEMBER-NAME              PIC X(30) VALUE SPACES.
018000 01  WS-LOOKUP-ID                PIC X(10) VALUE SPACES.
018010 01  WS-CARD-GUEST-SWITCH        PIC X(01) VALUE 'N'.
020600     STOP RUN.
020700*----------------------------------------------------------*
020800* 1000-INITIALIZE - READ THE SEASON CONTROL (MANDATORY - A
020900* CLOSEOUT WITHOUT A SEASON TO CLOSE IS MEANINGLESS), OPEN
021000* THE ROSTER, OPEN EVERYTHING AND PRIME THE READ.
021100*----------------------------------------------------------*
021200 1000-INITIALIZE.
023300         STOP RUN
023400     END-IF.
023410     PERFORM 1200-READ-HANDICAP-CONTROL THRU 1200-EXIT.
023500     PERFORM 1500-OPEN-ROSTER THRU 1500-EXIT.
023600     OPEN INPUT HISTORY-FILE.
023700     IF NOT HISTORY-OK
023800         DISPLAY "YCHTCLOS: UNABLE TO OPEN HISTORY, STATUS "
028777 1200-EXIT.
028778     EXIT.
028800*----------------------------------------------------------*
028900* 1500-OPEN-ROSTER - NAMES FOR THE AWARDS AND THE FROZEN
029000* STANDINGS, READ BY KEY; A MISSING ROSTER ONLY COSTS THE
029100* NAMES.
029200*----------------------------------------------------------*
029300 1500-OPEN-ROSTER.
029400     OPEN INPUT ROSTER-FILE.
029500     IF NOT ROSTER-OK
029600         DISPLAY "YCHTCLOS: UNABLE TO OPEN ROSTER, STATUS "
029700             WS-ROSTER-STATUS ", NAMES NOT PRINTED"
029800         GO TO 1500-EXIT
029900     END-IF.
030000     MOVE 'Y' TO WS-ROSTER-OPEN-SWITCH.
030100 1500-EXIT.
030200     EXIT.
032400*----------------------------------------------------------*
032500* 2000-SPLIT-HISTORY - A CLOSING-SEASON RECORD GOES TO THE
032600* ARCHIVE AND INTO THE FROZEN STANDINGS; ANY OTHER SEASON'S
054100 8600-EXIT.
054200     EXIT.
054300*----------------------------------------------------------*
054355* 6500-FIND-MEMBER-NAME - READ THE MEMBER'S ROSTER RECORD BY
054410* MEMBER ID (THE FIRST CLUB HOLDING IT); NO RECORD PRINTS
054465* '*NOT ON ROSTER*', NO ROSTER A BLANK NAME.
054520*----------------------------------------------------------*
054575 6500-FIND-MEMBER-NAME.
054630     MOVE SPACES TO WS-MEMBER-NAME.
054685     MOVE 'N' TO WS-CARD-GUEST-SWITCH.
054740     IF NOT ROSTER-OPEN OR WS-LOOKUP-ID = SPACES
054795         GO TO 6500-EXIT
054850     END-IF.
054905     MOVE '*NOT ON ROSTER*' TO WS-MEMBER-NAME.
054960     MOVE WS-LOOKUP-ID TO RK-MEMBER-ID.
055015     MOVE LOW-VALUES TO RK-CLUB-CODE.
055070     START ROSTER-FILE KEY >= RK-ROSTER-KEY
055125         INVALID KEY
055180             GO TO 6500-EXIT
055235     END-START.
055290     READ ROSTER-FILE NEXT RECORD
055345         AT END
055400             GO TO 6500-EXIT
055455     END-READ.
055510     IF RK-MEMBER-ID NOT = WS-LOOKUP-ID
055565         GO TO 6500-EXIT
055620     END-IF.
055675     MOVE MB-MEMBER-NAME TO WS-MEMBER-NAME.
055730     IF MB-MEMBER-GUEST
055785         MOVE 'Y' TO WS-CARD-GUEST-SWITCH
055840     END-IF.
055900 6500-EXIT.
056000     EXIT.
056100*----------------------------------------------------------*
061000     CLOSE AWARDS-FILE.
061100     CLOSE NEW-HANDICAP-FILE.
061200     CLOSE PRINT-FILE.
061225     IF ROSTER-OPEN
061250         CLOSE ROSTER-FILE
061275     END-IF.
061300     DISPLAY "YCHTCLOS: NIGHTS ARCHIVED   = "
061400         WS-RECORDS-ARCHIVED.
061500     DISPLAY "YCHTCLOS: NIGHTS CARRIED    = "
