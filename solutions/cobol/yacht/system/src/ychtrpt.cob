003788*                    VARIANT, SO ON A MIXED NIGHT A STANDARD
003792*                    RECORD STILL FLAGS EVEN WHEN A MAXI CARD
003796*                    TOPS THE CATEGORY, AND THE OTHER WAY UP.
003797*    2026-10-15 LOP  MEMBER NAMES AND GUEST FLAGS ARE READ BY
003798*                    KEY FROM THE INDEXED ROSTER MASTER INSTEAD
003799*                    OF A 500-ENTRY TABLE.
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. GNUCOBOL.
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-PRINT-STATUS.
005000     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
005060         ORGANIZATION IS INDEXED
005120         ACCESS IS DYNAMIC
005180         RECORD KEY IS RK-ROSTER-KEY
005240         FILE STATUS IS WS-ROSTER-STATUS.
005300     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RUN-CONTROL-STATUS.
008200 FD  PRINT-FILE
008300     RECORDING MODE IS F.
008400 01  PRINT-RECORD                PIC X(80).
008500 FD  ROSTER-FILE.
008600 01  ROSTER-RECORD.
008700     COPY ROSTKEY.
008800     COPY ROSTMBR.
008900 FD  RUN-CONTROL-FILE
009000     RECORDING MODE IS F.
010200     88  PRINT-OK                            VALUE '00'.
010300 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
010400     88  ROSTER-OK                           VALUE '00'.
010500 01  WS-ROSTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
010600     88  ROSTER-OPEN                         VALUE 'Y'.
010700 01  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE '00'.
010800     88  RUN-CONTROL-OK                      VALUE '00'.
010900*    THE NIGHT THE RUN-CONTROL RECORD SAYS WE ARE READING,
013000 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
013100     88  NO-MORE-RESULTS                     VALUE 'Y'.
013200*
013300*    MEMBER NAMES ARE READ BY KEY FROM THE CLUB ROSTER MASTER
013400*    SO THE CLUBHOUSE BOARD SHOWS REAL NAMES INSTEAD OF CRYPTIC
013500*    MEMBER IDS. RETIRED MEMBERS STAY ON THE ROSTER, SO A NIGHT
013600*    SCORED BEFORE A RETIREMENT STILL PRINTS A NAME.
014300 01  WS-MEMBER-NAME              PIC X(30) VALUE SPACES.
014310*    '(GUEST)' WHEN THE LOOKED-UP PLAYER IS A GUEST, SPACES
014320*    OTHERWISE, SO THE BOARD SHOWS WHO IS NOT COMPETING FOR
021000     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT.
021010     PERFORM 1400-READ-CLUB-SELECT THRU 1400-EXIT.
021020     PERFORM 1700-LOAD-RECORD-BOOK THRU 1700-EXIT.
021100     PERFORM 1500-OPEN-ROSTER THRU 1500-EXIT.
021200     PERFORM 1600-LOAD-HANDICAPS THRU 1600-EXIT.
021300     OPEN INPUT RESULTS-FILE.
021400     IF NOT RESULTS-OK
026101 1400-EXIT.
026102     EXIT.
026110*----------------------------------------------------------*
026210* 1500-OPEN-ROSTER - OPEN THE INDEXED ROSTER MASTER FOR NAME
026310* LOOKUPS. A MISSING ROSTER ONLY COSTS THE NAMES - THE REPORT
026410* STILL PRINTS WITH IDS, AS IT DID BEFORE THE ROSTER EXISTED.
026510*----------------------------------------------------------*
026610 1500-OPEN-ROSTER.
026710     OPEN INPUT ROSTER-FILE.
026810     IF NOT ROSTER-OK
026910         DISPLAY "YCHTRPT: UNABLE TO OPEN ROSTER, STATUS "
027010             WS-ROSTER-STATUS ", NAMES NOT PRINTED"
027110         GO TO 1500-EXIT
027210     END-IF.
027310     MOVE 'Y' TO WS-ROSTER-OPEN-SWITCH.
027410 1500-EXIT.
027510     EXIT.
030400*----------------------------------------------------------*
030500* 1600-LOAD-HANDICAPS - LOAD THE HANDICAP MASTER ONCE PER
030600* RUN. A MISSING MASTER LEAVES EVERY HANDICAP AT ZERO, SO
057900         DELIMITED BY SIZE INTO PRINT-RECORD.
058000     WRITE PRINT-RECORD.
058100*----------------------------------------------------------*
058160* 8300-FIND-MEMBER-NAME - READ WS-LOOKUP-ID'S ROSTER RECORD BY
058220* MEMBER ID (THE FIRST CLUB HOLDING IT). AN ID WITH NO ROSTER
058280* RECORD (OR A CATEGORY NOBODY HAS SCORED YET) PRINTS WITH A
058340* BLANK NAME RATHER THAN STOPPING THE REPORT.
058400*----------------------------------------------------------*
058460 8300-FIND-MEMBER-NAME.
058520     MOVE SPACES TO WS-MEMBER-NAME.
058580     MOVE SPACES TO WS-GUEST-MARK.
058640     IF WS-LOOKUP-ID = SPACES OR NOT ROSTER-OPEN
058700         GO TO 8300-EXIT
058760     END-IF.
058820     MOVE '*NOT ON ROSTER*' TO WS-MEMBER-NAME.
058880     MOVE WS-LOOKUP-ID TO RK-MEMBER-ID.
058940     MOVE LOW-VALUES TO RK-CLUB-CODE.
059000     START ROSTER-FILE KEY >= RK-ROSTER-KEY
059060         INVALID KEY
059120             GO TO 8300-EXIT
059180     END-START.
059240     READ ROSTER-FILE NEXT RECORD
059300         AT END
059360             GO TO 8300-EXIT
059420     END-READ.
059480     IF RK-MEMBER-ID NOT = WS-LOOKUP-ID
059540         GO TO 8300-EXIT
059600     END-IF.
059660     MOVE MB-MEMBER-NAME TO WS-MEMBER-NAME.
059720     IF MB-MEMBER-GUEST
059780         MOVE '(GUEST)' TO WS-GUEST-MARK
059840     END-IF.
059900 8300-EXIT.
060000     EXIT.
060100*----------------------------------------------------------*
060400 9000-TERMINATE.
060500     CLOSE RESULTS-FILE.
060600     CLOSE PRINT-FILE.
060625     IF ROSTER-OPEN
060650         CLOSE ROSTER-FILE
060675     END-IF.
060700 9000-EXIT.
060800     EXIT.
