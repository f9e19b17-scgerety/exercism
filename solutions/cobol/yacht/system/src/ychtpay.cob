001942*                    NIGHT CONTROLLER (YCHTNITE) CAN RUN THE
001943*                    CHAIN AS CALLED STEPS; RUN STANDALONE, THE
001944*                    BEHAVIOR IS UNCHANGED.
001955*    2026-10-15 LOP  MEMBER NAMES AND GUEST FLAGS ARE READ BY
001970*                    KEY FROM THE INDEXED ROSTER MASTER INSTEAD
001985*                    OF A 500-ENTRY TABLE.
002000***************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-PAY-LEDGER-STATUS.
003900     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003960         ORGANIZATION IS INDEXED
004020         ACCESS IS DYNAMIC
004080         RECORD KEY IS RK-ROSTER-KEY
004140         FILE STATUS IS WS-ROSTER-STATUS.
004200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-RUN-CONTROL-STATUS.
009000     05  PL-GAME-NO              PIC 9(02).
009100     05  PL-REASON-CODE          PIC X(02).
009200     05  PL-AMOUNT               PIC 9(05)V99.
009300 FD  ROSTER-FILE.
009400 01  ROSTER-RECORD.
009500     COPY ROSTKEY.
009600     COPY ROSTMBR.
009700 FD  RUN-CONTROL-FILE
009800     RECORDING MODE IS F.
011100     88  ROSTER-OK                           VALUE '00'.
011200 01  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE '00'.
011300     88  RUN-CONTROL-OK                      VALUE '00'.
011400 01  WS-ROSTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
011500     88  ROSTER-OPEN                         VALUE 'Y'.
011600 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
011700     88  NO-MORE-RESULTS                     VALUE 'Y'.
011800 01  WS-CONTROL-DATE             PIC 9(08) VALUE 0.
014400 01  WS-BEST-YACHT-SCORE         PIC 9(03) VALUE 0.
014500 01  WS-BEST-YACHT-PLAYER        PIC X(10) VALUE SPACES.
014600 01  WS-BEST-YACHT-GAME          PIC 9(02) VALUE 0.
015500 01  WS-MEMBER-NAME              PIC X(30) VALUE SPACES.
015600 01  WS-LOOKUP-ID                PIC X(10) VALUE SPACES.
015610 01  WS-CARD-GUEST-SWITCH        PIC X(01) VALUE 'N'.
018200*----------------------------------------------------------*
018300* 1000-INITIALIZE - VERIFY THE RUN CONTROL, READ THE PAYOUT
018400* RULES (MANDATORY - NOBODY GETS PAID ON GUESSED RULES),
018500* OPEN THE ROSTER AND PRIME THE RESULTS READ.
018600*----------------------------------------------------------*
018700 1000-INITIALIZE.
018800     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT.
020000             GOBACK
020100     END-READ.
020200     CLOSE PAY-RULES-FILE.
020300     PERFORM 1500-OPEN-ROSTER THRU 1500-EXIT.
020400     OPEN INPUT RESULTS-FILE.
020500     IF NOT RESULTS-OK
020600         DISPLAY "YCHTPAY: UNABLE TO OPEN RESULTS, STATUS "
025900 1100-EXIT.
026000     EXIT.
026100*----------------------------------------------------------*
026200* 1500-OPEN-ROSTER - NAMES FOR THE PAYOUT SHEET, READ BY KEY; A
026300* MISSING ROSTER ONLY COSTS THE NAMES.
026400*----------------------------------------------------------*
026500 1500-OPEN-ROSTER.
026600     OPEN INPUT ROSTER-FILE.
026700     IF NOT ROSTER-OK
026800         DISPLAY "YCHTPAY: UNABLE TO OPEN ROSTER, STATUS "
026900             WS-ROSTER-STATUS ", NAMES NOT PRINTED"
027000         GO TO 1500-EXIT
027100     END-IF.
027200     MOVE 'Y' TO WS-ROSTER-OPEN-SWITCH.
027300 1500-EXIT.
027400     EXIT.
029700*----------------------------------------------------------*
029800* 2000-PROCESS-RESULTS - FOLD ONE RESULT INTO THE CARD TABLE
029900* AND THE BEST-YACHT TRACKING, THEN READ THE NEXT ONE.
053400 8200-EXIT.
053500     EXIT.
053600*----------------------------------------------------------*
053655* 8300-FIND-MEMBER-NAME - READ WS-LOOKUP-ID'S ROSTER RECORD BY
053710* MEMBER ID (THE FIRST CLUB HOLDING IT); NO RECORD PRINTS
053765* '*NOT ON ROSTER*', NO ROSTER A BLANK NAME.
053820*----------------------------------------------------------*
053875 8300-FIND-MEMBER-NAME.
053930     MOVE SPACES TO WS-MEMBER-NAME.
053985     MOVE 'N' TO WS-CARD-GUEST-SWITCH.
054040     IF NOT ROSTER-OPEN OR WS-LOOKUP-ID = SPACES
054095         GO TO 8300-EXIT
054150     END-IF.
054205     MOVE '*NOT ON ROSTER*' TO WS-MEMBER-NAME.
054260     MOVE WS-LOOKUP-ID TO RK-MEMBER-ID.
054315     MOVE LOW-VALUES TO RK-CLUB-CODE.
054370     START ROSTER-FILE KEY >= RK-ROSTER-KEY
054425         INVALID KEY
054480             GO TO 8300-EXIT
054535     END-START.
054590     READ ROSTER-FILE NEXT RECORD
054645         AT END
054700             GO TO 8300-EXIT
054755     END-READ.
054810     IF RK-MEMBER-ID NOT = WS-LOOKUP-ID
054865         GO TO 8300-EXIT
054920     END-IF.
054975     MOVE MB-MEMBER-NAME TO WS-MEMBER-NAME.
055030     IF MB-MEMBER-GUEST
055085         MOVE 'Y' TO WS-CARD-GUEST-SWITCH
055140     END-IF.
055200 8300-EXIT.
055300     EXIT.
055400*----------------------------------------------------------*
055800     CLOSE RESULTS-FILE.
055900     CLOSE PAY-SHEET-FILE.
056000     CLOSE PAY-LEDGER-FILE.
056025     IF ROSTER-OPEN
056050         CLOSE ROSTER-FILE
056075     END-IF.
056100     DISPLAY "YCHTPAY: CARDS PAID AGAINST = " WS-PLAYER-COUNT.
056200 9000-EXIT.
056300     EXIT.
