000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTRIDX.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    ONE-OFF CONVERSION OF THE CLUB ROSTER MASTER FROM THE OLD
000900*    SEQUENTIAL FILE (OLDROST, ONE ROSTMBR RECORD PER MEMBER)
001000*    TO THE INDEXED ROSTER MASTER (ROSTER) KEYED ON MEMBER ID
001100*    PLUS CLUB CODE (ROSTKEY). A BLANK CLUB CODE IS KEYED UNDER
001200*    THE HOME CLUB; THE MEMBER FIELDS ARE CARRIED ACROSS AS
001300*    THEY STAND. A SECOND RECORD FOR THE SAME MEMBER AND CLUB
001400*    IS LEFT OFF AND LISTED - EVERY PROGRAM ALREADY RESOLVED
001500*    THE ID TO THE FIRST ONE - AND THE RUN ENDS WITH RETURN
001600*    CODE 4. THE RUN REFUSES TO START (RETURN CODE 16) WHEN
001700*    THE INDEXED ROSTER ALREADY HOLDS A MEMBER, SO IT CANNOT
001800*    OVERWRITE A LIVE MASTER BY BEING RUN TWICE.
001900*
002000*    MODIFICATION HISTORY.
002100*    DATE       INIT DESCRIPTION
002200*    2026-10-15 LOP  ORIGINAL PROGRAM.
002300****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. GNUCOBOL.
002700 OBJECT-COMPUTER. GNUCOBOL.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OLD-ROSTER-FILE ASSIGN TO "OLDROST"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-OLD-ROSTER-STATUS.
003300     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003400         ORGANIZATION IS INDEXED
003500         ACCESS IS DYNAMIC
003600         RECORD KEY IS RK-ROSTER-KEY
003700         FILE STATUS IS WS-ROSTER-STATUS.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  OLD-ROSTER-FILE
004100     RECORDING MODE IS F.
004200 01  OLD-ROSTER-RECORD.
004300     COPY ROSTMBR
004400         REPLACING ==MB-MEMBER-ID== BY ==OM-MEMBER-ID==
004500             ==MB-MEMBER-NAME== BY ==OM-MEMBER-NAME==
004600             ==MB-JOIN-DATE== BY ==OM-JOIN-DATE==
004700             ==MB-LEAGUE-REG-NO== BY ==OM-LEAGUE-REG-NO==
004800             ==MB-ACTIVE-FLAG== BY ==OM-ACTIVE-FLAG==
004900             ==MB-MEMBER-ACTIVE== BY ==OM-MEMBER-ACTIVE==
005000             ==MB-MEMBER-RETIRED== BY ==OM-MEMBER-RETIRED==
005100             ==MB-MEMBER-LAPSED== BY ==OM-MEMBER-LAPSED==
005200             ==MB-GUEST-FLAG== BY ==OM-GUEST-FLAG==
005300             ==MB-MEMBER-GUEST== BY ==OM-MEMBER-GUEST==
005400             ==MB-FULL-MEMBER== BY ==OM-FULL-MEMBER==
005500             ==MB-CLUB-CODE== BY ==OM-CLUB-CODE==.
005600 FD  ROSTER-FILE.
005700 01  ROSTER-RECORD.
005800     COPY ROSTKEY.
005900     COPY ROSTMBR.
006000 WORKING-STORAGE SECTION.
006100 01  WS-OLD-ROSTER-STATUS        PIC X(02) VALUE '00'.
006200     88  OLD-ROSTER-OK                       VALUE '00'.
006300 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
006400     88  ROSTER-OK                           VALUE '00'.
006500 01  WS-OLD-ROSTER-EOF-SW        PIC X(01) VALUE 'N'.
006600     88  NO-MORE-OLD-ROSTER                  VALUE 'Y'.
006700 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
006800 01  WS-MEMBERS-READ             PIC 9(05) COMP VALUE 0.
006900 01  WS-MEMBERS-LOADED           PIC 9(05) COMP VALUE 0.
007000 01  WS-DUPLICATES-LEFT          PIC 9(05) COMP VALUE 0.
007100 PROCEDURE DIVISION.
007200 0000-MAINLINE.
007300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007400     PERFORM 2000-LOAD-MEMBER THRU 2000-EXIT
007500         UNTIL NO-MORE-OLD-ROSTER.
007600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
007700     STOP RUN.
007800*----------------------------------------------------------*
007900* 1000-INITIALIZE - REFUSE A ROSTER ALREADY LOADED, THEN OPEN
008000* THE OLD MASTER AND THE NEW INDEXED ONE AND PRIME THE READ.
008100*----------------------------------------------------------*
008200 1000-INITIALIZE.
008300     OPEN INPUT ROSTER-FILE.
008400     IF ROSTER-OK
008500         READ ROSTER-FILE NEXT RECORD
008600             AT END
008700                 CONTINUE
008800             NOT AT END
008900                 DISPLAY "YCHTRIDX: INDEXED ROSTER ALREADY HOLDS "
009000                     RK-MEMBER-ID ", RUN ABANDONED"
009100                 CLOSE ROSTER-FILE
009200                 MOVE 16 TO RETURN-CODE
009300                 STOP RUN
009400         END-READ
009500         CLOSE ROSTER-FILE
009600     END-IF.
009700     OPEN INPUT OLD-ROSTER-FILE.
009800     IF NOT OLD-ROSTER-OK
009900         DISPLAY "YCHTRIDX: UNABLE TO OPEN OLDROST, STATUS "
010000             WS-OLD-ROSTER-STATUS ", RUN ABANDONED"
010100         MOVE 16 TO RETURN-CODE
010200         STOP RUN
010300     END-IF.
010400     OPEN OUTPUT ROSTER-FILE.
010500     IF NOT ROSTER-OK
010600         DISPLAY "YCHTRIDX: UNABLE TO OPEN ROSTER, STATUS "
010700             WS-ROSTER-STATUS ", RUN ABANDONED"
010800         MOVE 16 TO RETURN-CODE
010900         STOP RUN
011000     END-IF.
011100     PERFORM 2100-READ-OLD-ROSTER THRU 2100-EXIT.
011200 1000-EXIT.
011300     EXIT.
011400*----------------------------------------------------------*
011500* 2000-LOAD-MEMBER - KEY ONE OLD ROSTER RECORD AND WRITE IT,
011600* THEN READ THE NEXT ONE.
011700*----------------------------------------------------------*
011800 2000-LOAD-MEMBER.
011900     ADD 1 TO WS-MEMBERS-READ.
012000     MOVE OM-MEMBER-ID TO RK-MEMBER-ID.
012100     IF OM-CLUB-CODE = SPACES
012200         MOVE WS-HOME-CLUB TO RK-CLUB-CODE
012300     ELSE
012400         MOVE OM-CLUB-CODE TO RK-CLUB-CODE
012500     END-IF.
012600     MOVE OM-MEMBER-ID TO MB-MEMBER-ID.
012700     MOVE OM-MEMBER-NAME TO MB-MEMBER-NAME.
012800     MOVE OM-JOIN-DATE TO MB-JOIN-DATE.
012900     MOVE OM-LEAGUE-REG-NO TO MB-LEAGUE-REG-NO.
013000     MOVE OM-ACTIVE-FLAG TO MB-ACTIVE-FLAG.
013100     MOVE OM-GUEST-FLAG TO MB-GUEST-FLAG.
013200     MOVE OM-CLUB-CODE TO MB-CLUB-CODE.
013300     WRITE ROSTER-RECORD
013400         INVALID KEY
013500             DISPLAY "YCHTRIDX: DUPLICATE MEMBER " OM-MEMBER-ID
013600                 " CLUB " RK-CLUB-CODE ", SECOND RECORD LEFT OFF"
013700             ADD 1 TO WS-DUPLICATES-LEFT
013800         NOT INVALID KEY
013900             ADD 1 TO WS-MEMBERS-LOADED
014000     END-WRITE.
014100     PERFORM 2100-READ-OLD-ROSTER THRU 2100-EXIT.
014200 2000-EXIT.
014300     EXIT.
014400*----------------------------------------------------------*
014500* 2100-READ-OLD-ROSTER - READ NEXT MEMBER, SET EOF SWITCH.
014600*----------------------------------------------------------*
014700 2100-READ-OLD-ROSTER.
014800     READ OLD-ROSTER-FILE
014900         AT END
015000             MOVE 'Y' TO WS-OLD-ROSTER-EOF-SW
015100     END-READ.
015200 2100-EXIT.
015300     EXIT.
015400*----------------------------------------------------------*
015500* 9000-TERMINATE - CLOSE FILES, REPORT COUNTS AND SET THE
015600* RETURN CODE.
015700*----------------------------------------------------------*
015800 9000-TERMINATE.
015900     CLOSE OLD-ROSTER-FILE.
016000     CLOSE ROSTER-FILE.
016100     DISPLAY "YCHTRIDX: MEMBERS READ     = " WS-MEMBERS-READ.
016200     DISPLAY "YCHTRIDX: MEMBERS LOADED   = " WS-MEMBERS-LOADED.
016300     DISPLAY "YCHTRIDX: DUPLICATES LEFT  = " WS-DUPLICATES-LEFT.
016400     IF WS-DUPLICATES-LEFT > 0
016500         MOVE 4 TO RETURN-CODE
016600     ELSE
016700         MOVE 0 TO RETURN-CODE
016800     END-IF.
016900 9000-EXIT.
017000     EXIT.
