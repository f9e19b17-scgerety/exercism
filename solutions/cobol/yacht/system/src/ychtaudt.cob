000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTAUDT.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    WEEKLY CROSS-MASTER INTEGRITY AUDIT. EACH MASTER IS KEPT
000900*    BY ITS OWN JOB - ROSTER BY YCHTROST, HISTORY BY YCHTHIST,
001000*    HCAPMST BY YCHTHCAP, THE ACCOUNT MASTER BY YCHTACCT, THE
001100*    MILESTONE MASTER BY YCHTMILE, THE RENEWAL REGISTER BY
001200*    YCHTRNEW AND TEAMMST BY HAND - AND NONE OF THEM CHECKS
001300*    THE OTHERS. THIS PROGRAM LOADS THE ROSTER AND READS EVERY
001400*    OTHER MASTER AGAINST IT, REPORTING EACH ORPHAN, DANGLING
001500*    REFERENCE AND CLUB-CODE DISAGREEMENT WITH A SEVERITY:
001600*      'S' SERIOUS - BAD DATA THAT WOULD REACH THE REPORTS OR
001700*          THE MONEY (A TEAM LISTING A RETIRED OR UNKNOWN
001800*          MEMBER, A BALANCE LEFT UNDER AN ID NO LONGER ON THE
001900*          ROSTER, A DUPLICATED MASTER RECORD)
002000*      'W' WARNING  - AN ORPHAN OR DISAGREEMENT TO BE TIDIED
002100*      'I' INFORMATION ONLY
002200*    ONLY THE ROSTER IS MANDATORY; A MASTER THAT IS NOT
002300*    PRESENT IS NOTED ON THE REPORT AND SKIPPED.
002400*
002500*    RETURN CODE 8 WHEN ANY SERIOUS FINDING IS MADE, SO THE
002600*    NIGHT CONTROLLER (YCHTNITE) HOLDS THE CHAIN BEFORE THE
002700*    BAD DATA REACHES THE REPORTS; 4 WHEN THERE ARE WARNINGS
002800*    ONLY.
002900*
003000*    MODIFICATION HISTORY.
003100*    DATE       INIT DESCRIPTION
003200*    2026-10-15 LOP  ORIGINAL PROGRAM.
003233*    2026-10-15 LOP  READS THE ROSTER MASTER AS AN INDEXED
003266*                    FILE (KEY ROSTKEY), IN MEMBER ID ORDER.
003300****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. GNUCOBOL.
003700 OBJECT-COMPUTER. GNUCOBOL.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
004060         ORGANIZATION IS INDEXED
004120         ACCESS IS SEQUENTIAL
004180         RECORD KEY IS RK-ROSTER-KEY
004240         FILE STATUS IS WS-ROSTER-STATUS.
004300     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-HISTORY-STATUS.
004600     SELECT HANDICAP-MASTER-FILE ASSIGN TO "HCAPMST"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-HANDICAP-MASTER-STATUS.
004900     SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMST"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
005200     SELECT MILESTONE-MASTER-FILE ASSIGN TO "MILEMST"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-MILESTONE-MASTER-STATUS.
005500     SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMST"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-TEAM-MASTER-STATUS.
005800     SELECT RENEWAL-MASTER-FILE ASSIGN TO "RNEWMST"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-RENEWAL-MASTER-STATUS.
006100     SELECT PRINT-FILE ASSIGN TO "AUDTRPT"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-PRINT-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  ROSTER-FILE.
006700 01  ROSTER-RECORD.
006800     COPY ROSTKEY.
006900     COPY ROSTMBR.
007000 FD  HISTORY-FILE
007100     RECORDING MODE IS F.
007200 01  HISTORY-RECORD.
007300     COPY HISTREC.
007400 FD  HANDICAP-MASTER-FILE
007500     RECORDING MODE IS F.
007600 01  HANDICAP-MASTER-RECORD.
007700     COPY HCAPREC.
007800 FD  ACCOUNT-MASTER-FILE
007900     RECORDING MODE IS F.
008000 01  ACCOUNT-MASTER-RECORD.
008100     COPY ACCTREC.
008200 FD  MILESTONE-MASTER-FILE
008300     RECORDING MODE IS F.
008400 01  MILESTONE-MASTER-RECORD.
008500     COPY MILEREC.
008600 FD  TEAM-MASTER-FILE
008700     RECORDING MODE IS F.
008800 01  TEAM-MASTER-RECORD.
008900     COPY TEAMREC.
009000 FD  RENEWAL-MASTER-FILE
009100     RECORDING MODE IS F.
009200 01  RENEWAL-MASTER-RECORD.
009300     COPY RNEWREC.
009400 FD  PRINT-FILE
009500     RECORDING MODE IS F.
009600 01  PRINT-RECORD                PIC X(80).
009700 WORKING-STORAGE SECTION.
009800 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
009900     88  ROSTER-OK                           VALUE '00'.
010000 01  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
010100     88  HISTORY-OK                          VALUE '00'.
010200 01  WS-HANDICAP-MASTER-STATUS   PIC X(02) VALUE '00'.
010300     88  HANDICAP-MASTER-OK                  VALUE '00'.
010400 01  WS-ACCOUNT-MASTER-STATUS    PIC X(02) VALUE '00'.
010500     88  ACCOUNT-MASTER-OK                   VALUE '00'.
010600 01  WS-MILESTONE-MASTER-STATUS  PIC X(02) VALUE '00'.
010700     88  MILESTONE-MASTER-OK                 VALUE '00'.
010800 01  WS-TEAM-MASTER-STATUS       PIC X(02) VALUE '00'.
010900     88  TEAM-MASTER-OK                      VALUE '00'.
011000 01  WS-RENEWAL-MASTER-STATUS    PIC X(02) VALUE '00'.
011100     88  RENEWAL-MASTER-OK                   VALUE '00'.
011200 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
011300     88  PRINT-OK                            VALUE '00'.
011400 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE 'N'.
011500     88  NO-MORE-ROSTER                      VALUE 'Y'.
011600 01  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
011700     88  NO-MORE-HISTORY                     VALUE 'Y'.
011800 01  WS-HANDICAP-EOF-SW          PIC X(01) VALUE 'N'.
011900     88  NO-MORE-HANDICAPS                   VALUE 'Y'.
012000 01  WS-ACCOUNT-EOF-SW           PIC X(01) VALUE 'N'.
012100     88  NO-MORE-ACCOUNTS                    VALUE 'Y'.
012200 01  WS-MILESTONE-EOF-SW         PIC X(01) VALUE 'N'.
012300     88  NO-MORE-MILESTONES                  VALUE 'Y'.
012400 01  WS-TEAM-EOF-SW              PIC X(01) VALUE 'N'.
012500     88  NO-MORE-TEAMS                       VALUE 'Y'.
012600 01  WS-RENEWAL-EOF-SW           PIC X(01) VALUE 'N'.
012700     88  NO-MORE-RENEWALS                    VALUE 'Y'.
012800 01  WS-ACCOUNTS-PRESENT-SW      PIC X(01) VALUE 'N'.
012900     88  ACCOUNTS-PRESENT                    VALUE 'Y'.
013000 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
013100 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
013200*
013300*    THE ROSTER IN STORAGE. THE ACCOUNT SWITCH IS SET WHEN THE
013400*    ACCOUNT MASTER IS SEEN TO HOLD THE MEMBER, AND THE TEAM
013500*    ID WHEN TEAMMST PLACES THE MEMBER ON A TEAM. A FULL TABLE
013600*    IS A HARD ERROR - THE RUN ENDS WITH RETURN CODE 16.
013700 01  WS-ROSTER-TABLE.
013800     05  WS-ROST-ENTRY           OCCURS 500 TIMES
013900         INDEXED BY ROST-IDX.
014000         10  WS-ROST-ID          PIC X(10) VALUE SPACES.
014100         10  WS-ROST-CLUB        PIC X(03) VALUE SPACES.
014200         10  WS-ROST-FLAG        PIC X(01) VALUE SPACE.
014300             88  ROST-ACTIVE                 VALUE 'A'.
014400             88  ROST-RETIRED                VALUE 'R'.
014500             88  ROST-LAPSED                 VALUE 'L'.
014600         10  WS-ROST-GUEST       PIC X(01) VALUE SPACE.
014700             88  ROST-GUEST                  VALUE 'G'.
014800         10  WS-ROST-ACCT-SW     PIC X(01) VALUE 'N'.
014900             88  ROST-HAS-ACCOUNT            VALUE 'Y'.
015000         10  WS-ROST-TEAM        PIC X(04) VALUE SPACES.
015100 01  WS-ROST-COUNT               PIC 9(03) COMP VALUE 0.
015200 01  WS-ROST-SUB                 PIC 9(03) COMP VALUE 0.
015300*
015400*    ROSTER LOOK-UP. THE SAME ID MAY BE ON THE ROSTER UNDER
015500*    MORE THAN ONE CLUB, SO THE LOOK-UP PREFERS THE ENTRY FOR
015600*    THE CLUB ASKED FOR; A BLANK CLUB TAKES THE FIRST ENTRY.
015700 01  WS-LOOK-ID                  PIC X(10) VALUE SPACES.
015800 01  WS-LOOK-CLUB                PIC X(03) VALUE SPACES.
015900 01  WS-FOUND-SUB                PIC 9(03) COMP VALUE 0.
016000 01  WS-LOOK-RESULT              PIC X(01) VALUE 'N'.
016100     88  LOOK-NOT-FOUND                      VALUE 'N'.
016200     88  LOOK-CLUB-DIFFERS                   VALUE 'C'.
016300     88  LOOK-FOUND                          VALUE 'Y'.
016400*
016500*    ONE ENTRY PER PLAYER AND CLUB SEEN ON THE HISTORY, SO AN
016600*    ORPHAN IS REPORTED ONCE WITH ITS RECORD COUNT RATHER THAN
016700*    ONCE PER NIGHT. A FULL TABLE IS A HARD ERROR.
016800 01  WS-HIST-TABLE.
016900     05  WS-HIST-ENTRY           OCCURS 500 TIMES
017000         INDEXED BY HIST-IDX.
017100         10  WS-HIST-ID          PIC X(10) VALUE SPACES.
017200         10  WS-HIST-CLUB        PIC X(03) VALUE SPACES.
017300         10  WS-HIST-RECORDS     PIC 9(05) COMP VALUE 0.
017400 01  WS-HIST-COUNT               PIC 9(03) COMP VALUE 0.
017500 01  WS-HIST-SUB                 PIC 9(03) COMP VALUE 0.
017600 01  WS-HIST-CLUB-WORK           PIC X(03) VALUE SPACES.
017700*
017800*    KEYS ALREADY SEEN ON THE MASTER BEING AUDITED, CLEARED
017900*    AT THE START OF EACH MASTER, TO CATCH DUPLICATE RECORDS.
018000*    A FULL TABLE IS A HARD ERROR.
018100 01  WS-SEEN-TABLE.
018200     05  WS-SEEN-ENTRY           OCCURS 500 TIMES
018300         INDEXED BY SEEN-IDX.
018400         10  WS-SEEN-KEY         PIC X(14) VALUE SPACES.
018500 01  WS-SEEN-COUNT               PIC 9(03) COMP VALUE 0.
018600 01  WS-CHECK-KEY                PIC X(14) VALUE SPACES.
018700 01  WS-SEEN-SW                  PIC X(01) VALUE 'N'.
018800     88  SEEN-BEFORE                         VALUE 'Y'.
018900*
019000*    TEAM WORK AREAS.
019100 01  WS-TEAM-SLOT                PIC 9(01) COMP VALUE 0.
019200 01  WS-TEAM-CLUB                PIC X(03) VALUE SPACES.
019300*
019400*    THE FINDING BEING REPORTED, SET BY THE CALLER BEFORE
019500*    7200-WRITE-FINDING.
019600 01  WS-FIND-SEVERITY            PIC X(01) VALUE SPACE.
019700     88  FIND-SERIOUS                        VALUE 'S'.
019800     88  FIND-WARNING                        VALUE 'W'.
019900     88  FIND-INFORMATION                    VALUE 'I'.
020000 01  WS-FIND-MASTER              PIC X(08) VALUE SPACES.
020100 01  WS-FIND-KEY                 PIC X(14) VALUE SPACES.
020200 01  WS-FIND-CLUB                PIC X(03) VALUE SPACES.
020300 01  WS-FIND-TEXT                PIC X(46) VALUE SPACES.
020400 01  WS-FINDING-LINE.
020500     05  FILLER                  PIC X(02) VALUE SPACES.
020600     05  FL-SEVERITY             PIC X(01).
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  FL-MASTER               PIC X(08).
020900     05  FILLER                  PIC X(01) VALUE SPACES.
021000     05  FL-KEY                  PIC X(14).
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200     05  FL-CLUB                 PIC X(03).
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  FL-TEXT                 PIC X(46).
021500*
021600*    CONTROL COUNTS FOR THE REPORT FOOT.
021700 01  WS-ROSTER-READ              PIC 9(05) COMP VALUE 0.
021800 01  WS-HISTORY-READ             PIC 9(05) COMP VALUE 0.
021900 01  WS-HANDICAPS-READ           PIC 9(05) COMP VALUE 0.
022000 01  WS-ACCOUNTS-READ            PIC 9(05) COMP VALUE 0.
022100 01  WS-MILESTONES-READ          PIC 9(05) COMP VALUE 0.
022200 01  WS-TEAMS-READ               PIC 9(05) COMP VALUE 0.
022300 01  WS-RENEWALS-READ            PIC 9(05) COMP VALUE 0.
022400 01  WS-SERIOUS-COUNT            PIC 9(05) COMP VALUE 0.
022500 01  WS-WARNING-COUNT            PIC 9(05) COMP VALUE 0.
022600 01  WS-INFORMATION-COUNT        PIC 9(05) COMP VALUE 0.
022700*
022800*    PRINT FIELDS.
022900 01  WS-PRINT-COUNT              PIC ZZZZ9.
023000 01  WS-PRINT-BALANCE            PIC ZZZZ9.99-.
023100 01  WS-PRINT-LABEL              PIC X(30) VALUE SPACES.
023200 PROCEDURE DIVISION.
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023500     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT
023600         UNTIL NO-MORE-ROSTER.
023700     CLOSE ROSTER-FILE.
023800     PERFORM 2000-AUDIT-HISTORY THRU 2000-EXIT.
023900     PERFORM 3000-AUDIT-HANDICAPS THRU 3000-EXIT.
024000     PERFORM 4000-AUDIT-ACCOUNTS THRU 4000-EXIT.
024100     PERFORM 5000-AUDIT-MILESTONES THRU 5000-EXIT.
024200     PERFORM 6000-AUDIT-TEAMS THRU 6000-EXIT.
024300     PERFORM 6500-AUDIT-RENEWALS THRU 6500-EXIT.
024400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024500     GOBACK.
024600*----------------------------------------------------------*
024700* 1000-INITIALIZE - OPEN THE ROSTER (MANDATORY - IT IS WHAT
024800* EVERYTHING ELSE IS CHECKED AGAINST) AND THE REPORT, AND
024900* PRINT THE HEADINGS.
025000*----------------------------------------------------------*
025100 1000-INITIALIZE.
025200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
025300     OPEN INPUT ROSTER-FILE.
025400     IF NOT ROSTER-OK
025500         DISPLAY "YCHTAUDT: UNABLE TO OPEN ROSTER, STATUS "
025600             WS-ROSTER-STATUS ", RUN ABANDONED"
025700         MOVE 16 TO RETURN-CODE
025800         GOBACK
025900     END-IF.
026000     OPEN OUTPUT PRINT-FILE.
026100     IF NOT PRINT-OK
026200         DISPLAY "YCHTAUDT: UNABLE TO OPEN AUDTRPT, STATUS "
026300             WS-PRINT-STATUS ", RUN ABANDONED"
026400         MOVE 16 TO RETURN-CODE
026500         GOBACK
026600     END-IF.
026700     MOVE SPACES TO PRINT-RECORD.
026800     STRING "THURSDAY NIGHT YACHT CLUB - MASTER INTEGRITY AUDIT"
026900         "  RUN " WS-RUN-DATE
027000         DELIMITED BY SIZE INTO PRINT-RECORD.
027100     WRITE PRINT-RECORD.
027200     MOVE SPACES TO PRINT-RECORD.
027300     WRITE PRINT-RECORD.
027400     MOVE "  S  MASTER   KEY            CLUB  FINDING"
027500         TO PRINT-RECORD.
027600     WRITE PRINT-RECORD.
027700 1000-EXIT.
027800     EXIT.
027900*----------------------------------------------------------*
028000* 1100-LOAD-ROSTER - ONE TABLE ENTRY PER ROSTER RECORD. THE
028100* SAME ID TWICE UNDER ONE CLUB IS SERIOUS - EVERY LOOK-UP IN
028200* THE SYSTEM WOULD TAKE WHICHEVER COMES FIRST.
028300*----------------------------------------------------------*
028400 1100-LOAD-ROSTER.
028500     READ ROSTER-FILE
028600         AT END
028700             MOVE 'Y' TO WS-ROSTER-EOF-SW
028800             GO TO 1100-EXIT
028900     END-READ.
029000     ADD 1 TO WS-ROSTER-READ.
029100     MOVE MB-MEMBER-ID TO WS-LOOK-ID.
029200     MOVE MB-CLUB-CODE TO WS-LOOK-CLUB.
029300     IF WS-LOOK-CLUB = SPACES
029400         MOVE WS-HOME-CLUB TO WS-LOOK-CLUB
029500     END-IF.
029600     MOVE "ROSTER" TO WS-FIND-MASTER.
029700     MOVE MB-MEMBER-ID TO WS-FIND-KEY.
029800     MOVE WS-LOOK-CLUB TO WS-FIND-CLUB.
029900     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
030000     IF LOOK-FOUND
030100         MOVE 'S' TO WS-FIND-SEVERITY
030200         MOVE "DUPLICATE ROSTER ENTRY FOR ID AND CLUB"
030300             TO WS-FIND-TEXT
030400         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
030500         GO TO 1100-EXIT
030600     END-IF.
030700     IF NOT MB-MEMBER-ACTIVE AND NOT MB-MEMBER-RETIRED
030800         AND NOT MB-MEMBER-LAPSED
030900         MOVE 'W' TO WS-FIND-SEVERITY
031000         MOVE SPACES TO WS-FIND-TEXT
031100         STRING "UNKNOWN ACTIVE FLAG '" MB-ACTIVE-FLAG "'"
031200             DELIMITED BY SIZE INTO WS-FIND-TEXT
031300         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
031400     END-IF.
031500     IF NOT MB-MEMBER-GUEST AND NOT MB-FULL-MEMBER
031600         MOVE 'W' TO WS-FIND-SEVERITY
031700         MOVE SPACES TO WS-FIND-TEXT
031800         STRING "UNKNOWN GUEST FLAG '" MB-GUEST-FLAG "'"
031900             DELIMITED BY SIZE INTO WS-FIND-TEXT
032000         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
032100     END-IF.
032200     IF WS-ROST-COUNT >= 500
032300         DISPLAY "YCHTAUDT: ROSTER TABLE FULL AT "
032400             MB-MEMBER-ID ", RUN ABANDONED"
032500         MOVE 16 TO RETURN-CODE
032600         GOBACK
032700     END-IF.
032800     ADD 1 TO WS-ROST-COUNT.
032900     MOVE MB-MEMBER-ID TO WS-ROST-ID(WS-ROST-COUNT).
033000     MOVE WS-LOOK-CLUB TO WS-ROST-CLUB(WS-ROST-COUNT).
033100     MOVE MB-ACTIVE-FLAG TO WS-ROST-FLAG(WS-ROST-COUNT).
033200     MOVE MB-GUEST-FLAG TO WS-ROST-GUEST(WS-ROST-COUNT).
033300 1100-EXIT.
033400     EXIT.
033500*----------------------------------------------------------*
033600* 2000-AUDIT-HISTORY - COUNT THE HISTORY BY PLAYER AND CLUB,
033700* THEN CHECK EACH PAIR AGAINST THE ROSTER: A PLAYER NOT ON
033800* THE ROSTER AT ALL, OR POSTED UNDER A CLUB THE ROSTER DOES
033900* NOT HOLD THEM IN.
034000*----------------------------------------------------------*
034100 2000-AUDIT-HISTORY.
034200     OPEN INPUT HISTORY-FILE.
034300     IF NOT HISTORY-OK
034400         MOVE "HISTORY" TO WS-FIND-MASTER
034500         PERFORM 7300-NOT-AUDITED THRU 7300-EXIT
034600         GO TO 2000-EXIT
034700     END-IF.
034800     PERFORM 2100-COUNT-ONE-HISTORY THRU 2100-EXIT
034900         UNTIL NO-MORE-HISTORY.
035000     CLOSE HISTORY-FILE.
035100     MOVE "HISTORY" TO WS-FIND-MASTER.
035200     PERFORM 2200-CHECK-ONE-PLAYER THRU 2200-EXIT
035300         VARYING WS-HIST-SUB FROM 1 BY 1
035400         UNTIL WS-HIST-SUB > WS-HIST-COUNT.
035500 2000-EXIT.
035600     EXIT.
035700 2100-COUNT-ONE-HISTORY.
035800     READ HISTORY-FILE
035900         AT END
036000             MOVE 'Y' TO WS-HISTORY-EOF-SW
036100             GO TO 2100-EXIT
036200     END-READ.
036300     ADD 1 TO WS-HISTORY-READ.
036400     MOVE HY-CLUB-CODE TO WS-HIST-CLUB-WORK.
036500     IF WS-HIST-CLUB-WORK = SPACES
036600         MOVE WS-HOME-CLUB TO WS-HIST-CLUB-WORK
036700     END-IF.
036800     SET HIST-IDX TO 1.
036900     SEARCH WS-HIST-ENTRY
037000         AT END
037100             DISPLAY "YCHTAUDT: HISTORY TABLE FULL AT "
037200                 HY-PLAYER-ID ", RUN ABANDONED"
037300             MOVE 16 TO RETURN-CODE
037400             GOBACK
037500         WHEN HIST-IDX > WS-HIST-COUNT
037600             ADD 1 TO WS-HIST-COUNT
037700             MOVE HY-PLAYER-ID TO WS-HIST-ID(HIST-IDX)
037800             MOVE WS-HIST-CLUB-WORK TO WS-HIST-CLUB(HIST-IDX)
037900             MOVE 1 TO WS-HIST-RECORDS(HIST-IDX)
038000         WHEN WS-HIST-ID(HIST-IDX) = HY-PLAYER-ID
038100             AND WS-HIST-CLUB(HIST-IDX) = WS-HIST-CLUB-WORK
038200             ADD 1 TO WS-HIST-RECORDS(HIST-IDX)
038300     END-SEARCH.
038400 2100-EXIT.
038500     EXIT.
038600 2200-CHECK-ONE-PLAYER.
038700     MOVE WS-HIST-ID(WS-HIST-SUB) TO WS-LOOK-ID.
038800     MOVE WS-HIST-CLUB(WS-HIST-SUB) TO WS-LOOK-CLUB.
038900     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
039000     IF LOOK-FOUND
039100         GO TO 2200-EXIT
039200     END-IF.
039300     MOVE 'W' TO WS-FIND-SEVERITY.
039400     MOVE WS-LOOK-ID TO WS-FIND-KEY.
039500     MOVE WS-LOOK-CLUB TO WS-FIND-CLUB.
039600     MOVE WS-HIST-RECORDS(WS-HIST-SUB) TO WS-PRINT-COUNT.
039700     MOVE SPACES TO WS-FIND-TEXT.
039800     IF LOOK-NOT-FOUND
039900         STRING "NOT ON ROSTER -" WS-PRINT-COUNT
040000             " HISTORY RECORDS"
040100             DELIMITED BY SIZE INTO WS-FIND-TEXT
040200     ELSE
040300         STRING "ROSTER CLUB IS " WS-ROST-CLUB(WS-FOUND-SUB)
040400             " -" WS-PRINT-COUNT " HISTORY RECORDS"
040500             DELIMITED BY SIZE INTO WS-FIND-TEXT
040600     END-IF.
040700     PERFORM 7200-WRITE-FINDING THRU 7200-EXIT.
040800 2200-EXIT.
040900     EXIT.
041000*----------------------------------------------------------*
041100* 3000-AUDIT-HANDICAPS - A HANDICAP FOR AN ID NOT ON THE
041200* ROSTER IS AN ORPHAN; TWO HANDICAPS FOR ONE ID IS SERIOUS,
041300* SINCE THE REPORTS WOULD TAKE WHICHEVER COMES FIRST.
041400*----------------------------------------------------------*
041500 3000-AUDIT-HANDICAPS.
041600     MOVE "HCAPMST" TO WS-FIND-MASTER.
041700     OPEN INPUT HANDICAP-MASTER-FILE.
041800     IF NOT HANDICAP-MASTER-OK
041900         PERFORM 7300-NOT-AUDITED THRU 7300-EXIT
042000         GO TO 3000-EXIT
042100     END-IF.
042200     MOVE 0 TO WS-SEEN-COUNT.
042300     PERFORM 3100-CHECK-ONE-HANDICAP THRU 3100-EXIT
042400         UNTIL NO-MORE-HANDICAPS.
042500     CLOSE HANDICAP-MASTER-FILE.
042600 3000-EXIT.
042700     EXIT.
042800 3100-CHECK-ONE-HANDICAP.
042900     READ HANDICAP-MASTER-FILE
043000         AT END
043100             MOVE 'Y' TO WS-HANDICAP-EOF-SW
043200             GO TO 3100-EXIT
043300     END-READ.
043400     ADD 1 TO WS-HANDICAPS-READ.
043500     MOVE HC-PLAYER-ID TO WS-FIND-KEY.
043600     MOVE SPACES TO WS-FIND-CLUB.
043700     MOVE HC-PLAYER-ID TO WS-CHECK-KEY.
043800     PERFORM 7100-CHECK-SEEN THRU 7100-EXIT.
043900     IF SEEN-BEFORE
044000         MOVE 'S' TO WS-FIND-SEVERITY
044100         MOVE "DUPLICATE HANDICAP RECORD" TO WS-FIND-TEXT
044200         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
044300         GO TO 3100-EXIT
044400     END-IF.
044500     MOVE HC-PLAYER-ID TO WS-LOOK-ID.
044600     MOVE SPACES TO WS-LOOK-CLUB.
044700     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
044800     IF LOOK-NOT-FOUND
044900         MOVE 'W' TO WS-FIND-SEVERITY
045000         MOVE "HANDICAP FOR ID NOT ON ROSTER" TO WS-FIND-TEXT
045100         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
045200     END-IF.
045300 3100-EXIT.
045400     EXIT.
045500*----------------------------------------------------------*
045600* 4000-AUDIT-ACCOUNTS - MONEY LEFT UNDER AN ID THAT IS NO
045700* LONGER ON THE ROSTER (A PROMOTED GUEST'S OLD ID, SAY) IS
045800* SERIOUS - NOBODY WILL EVER BE BILLED FOR IT OR REFUNDED
045900* IT. AN EMPTY ORPHAN ACCOUNT AND A BALANCE ON A RETIRED
046000* MEMBER ARE WARNINGS. AN ACTIVE FULL MEMBER WITH NO ACCOUNT
046100* IS NOTED FOR INFORMATION - THE ACCOUNT OPENS WITH THE
046200* FIRST FEE.
046300*----------------------------------------------------------*
046400 4000-AUDIT-ACCOUNTS.
046500     MOVE "ACCTMST" TO WS-FIND-MASTER.
046600     OPEN INPUT ACCOUNT-MASTER-FILE.
046700     IF NOT ACCOUNT-MASTER-OK
046800         PERFORM 7300-NOT-AUDITED THRU 7300-EXIT
046900         GO TO 4000-EXIT
047000     END-IF.
047100     MOVE 'Y' TO WS-ACCOUNTS-PRESENT-SW.
047200     MOVE 0 TO WS-SEEN-COUNT.
047300     PERFORM 4100-CHECK-ONE-ACCOUNT THRU 4100-EXIT
047400         UNTIL NO-MORE-ACCOUNTS.
047500     CLOSE ACCOUNT-MASTER-FILE.
047600     PERFORM 4200-CHECK-MEMBER-ACCOUNT THRU 4200-EXIT
047700         VARYING WS-ROST-SUB FROM 1 BY 1
047800         UNTIL WS-ROST-SUB > WS-ROST-COUNT.
047900 4000-EXIT.
048000     EXIT.
048100 4100-CHECK-ONE-ACCOUNT.
048200     READ ACCOUNT-MASTER-FILE
048300         AT END
048400             MOVE 'Y' TO WS-ACCOUNT-EOF-SW
048500             GO TO 4100-EXIT
048600     END-READ.
048700     ADD 1 TO WS-ACCOUNTS-READ.
048800     MOVE AC-MEMBER-ID TO WS-FIND-KEY.
048900     MOVE SPACES TO WS-FIND-CLUB.
049000     MOVE AC-MEMBER-ID TO WS-CHECK-KEY.
049100     PERFORM 7100-CHECK-SEEN THRU 7100-EXIT.
049200     IF SEEN-BEFORE
049300         MOVE 'S' TO WS-FIND-SEVERITY
049400         MOVE "DUPLICATE ACCOUNT RECORD" TO WS-FIND-TEXT
049500         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
049600         GO TO 4100-EXIT
049700     END-IF.
049800     MOVE AC-MEMBER-ID TO WS-LOOK-ID.
049900     MOVE SPACES TO WS-LOOK-CLUB.
050000     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
050100     MOVE AC-BALANCE TO WS-PRINT-BALANCE.
050200     MOVE SPACES TO WS-FIND-TEXT.
050300     IF LOOK-NOT-FOUND
050400         IF AC-BALANCE NOT = ZERO
050500             MOVE 'S' TO WS-FIND-SEVERITY
050600             STRING "BALANCE " WS-PRINT-BALANCE
050700                 " UNDER ID NOT ON ROSTER"
050800                 DELIMITED BY SIZE INTO WS-FIND-TEXT
050900         ELSE
051000             MOVE 'W' TO WS-FIND-SEVERITY
051100             MOVE "ACCOUNT FOR ID NOT ON ROSTER" TO WS-FIND-TEXT
051200         END-IF
051300         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
051400         GO TO 4100-EXIT
051500     END-IF.
051600     MOVE 'Y' TO WS-ROST-ACCT-SW(WS-FOUND-SUB).
051700     MOVE WS-ROST-CLUB(WS-FOUND-SUB) TO WS-FIND-CLUB.
051800     IF ROST-RETIRED(WS-FOUND-SUB) AND AC-BALANCE NOT = ZERO
051900         MOVE 'W' TO WS-FIND-SEVERITY
052000         STRING "BALANCE " WS-PRINT-BALANCE
052100             " ON A RETIRED MEMBER"
052200             DELIMITED BY SIZE INTO WS-FIND-TEXT
052300         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
052400     END-IF.
052500 4100-EXIT.
052600     EXIT.
052700 4200-CHECK-MEMBER-ACCOUNT.
052800     IF ROST-HAS-ACCOUNT(WS-ROST-SUB)
052900         OR NOT ROST-ACTIVE(WS-ROST-SUB)
053000         OR ROST-GUEST(WS-ROST-SUB)
053100         GO TO 4200-EXIT
053200     END-IF.
053300     MOVE 'I' TO WS-FIND-SEVERITY.
053400     MOVE WS-ROST-ID(WS-ROST-SUB) TO WS-FIND-KEY.
053500     MOVE WS-ROST-CLUB(WS-ROST-SUB) TO WS-FIND-CLUB.
053600     MOVE "ACTIVE MEMBER HAS NO ACCOUNT" TO WS-FIND-TEXT.
053700     PERFORM 7200-WRITE-FINDING THRU 7200-EXIT.
053800 4200-EXIT.
053900     EXIT.
054000*----------------------------------------------------------*
054100* 5000-AUDIT-MILESTONES - A MILESTONE FOR AN ID NOT ON THE
054200* ROSTER, OR THE SAME MILESTONE TWICE FOR ONE MEMBER (THE
054300* CERTIFICATE WOULD PRINT AGAIN).
054400*----------------------------------------------------------*
054500 5000-AUDIT-MILESTONES.
054600     MOVE "MILEMST" TO WS-FIND-MASTER.
054700     OPEN INPUT MILESTONE-MASTER-FILE.
054800     IF NOT MILESTONE-MASTER-OK
054900         PERFORM 7300-NOT-AUDITED THRU 7300-EXIT
055000         GO TO 5000-EXIT
055100     END-IF.
055200     MOVE 0 TO WS-SEEN-COUNT.
055300     PERFORM 5100-CHECK-ONE-MILESTONE THRU 5100-EXIT
055400         UNTIL NO-MORE-MILESTONES.
055500     CLOSE MILESTONE-MASTER-FILE.
055600 5000-EXIT.
055700     EXIT.
055800 5100-CHECK-ONE-MILESTONE.
055900     READ MILESTONE-MASTER-FILE
056000         AT END
056100             MOVE 'Y' TO WS-MILESTONE-EOF-SW
056200             GO TO 5100-EXIT
056300     END-READ.
056400     ADD 1 TO WS-MILESTONES-READ.
056500     MOVE ML-PLAYER-ID TO WS-FIND-KEY.
056600     MOVE SPACES TO WS-FIND-CLUB.
056700     MOVE SPACES TO WS-FIND-TEXT.
056800     MOVE ML-PLAYER-ID TO WS-CHECK-KEY.
056900     MOVE ML-MILESTONE-CODE TO WS-CHECK-KEY(11:2).
057000     PERFORM 7100-CHECK-SEEN THRU 7100-EXIT.
057100     IF SEEN-BEFORE
057200         MOVE 'W' TO WS-FIND-SEVERITY
057300         STRING "DUPLICATE MILESTONE " ML-MILESTONE-CODE
057400             DELIMITED BY SIZE INTO WS-FIND-TEXT
057500         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
057600         GO TO 5100-EXIT
057700     END-IF.
057800     MOVE ML-PLAYER-ID TO WS-LOOK-ID.
057900     MOVE SPACES TO WS-LOOK-CLUB.
058000     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
058100     IF LOOK-NOT-FOUND
058200         MOVE 'W' TO WS-FIND-SEVERITY
058300         STRING "MILESTONE " ML-MILESTONE-CODE
058400             " FOR ID NOT ON ROSTER"
058500             DELIMITED BY SIZE INTO WS-FIND-TEXT
058600         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
058700     END-IF.
058800 5100-EXIT.
058900     EXIT.
059000*----------------------------------------------------------*
059100* 6000-AUDIT-TEAMS - TEAMMST IS KEYED BY HAND, SO EVERY
059200* MEMBER SLOT IS CHECKED: AN ID NOT ON THE ROSTER OR A
059300* RETIRED MEMBER IS SERIOUS (THE TEAM BOARD WOULD COUNT A
059400* CARD THAT CAN NEVER COME), A LAPSED MEMBER, A MEMBER ON
059500* TWO TEAMS OR A TEAM MIXING CLUBS IS A WARNING. A DUPLICATE
059600* TEAM ID IS SERIOUS.
059700*----------------------------------------------------------*
059800 6000-AUDIT-TEAMS.
059900     MOVE "TEAMMST" TO WS-FIND-MASTER.
060000     OPEN INPUT TEAM-MASTER-FILE.
060100     IF NOT TEAM-MASTER-OK
060200         PERFORM 7300-NOT-AUDITED THRU 7300-EXIT
060300         GO TO 6000-EXIT
060400     END-IF.
060500     MOVE 0 TO WS-SEEN-COUNT.
060600     PERFORM 6100-CHECK-ONE-TEAM THRU 6100-EXIT
060700         UNTIL NO-MORE-TEAMS.
060800     CLOSE TEAM-MASTER-FILE.
060900 6000-EXIT.
061000     EXIT.
061100 6100-CHECK-ONE-TEAM.
061200     READ TEAM-MASTER-FILE
061300         AT END
061400             MOVE 'Y' TO WS-TEAM-EOF-SW
061500             GO TO 6100-EXIT
061600     END-READ.
061700     ADD 1 TO WS-TEAMS-READ.
061800     MOVE TM-TEAM-ID TO WS-CHECK-KEY.
061900     PERFORM 7100-CHECK-SEEN THRU 7100-EXIT.
062000     IF SEEN-BEFORE
062100         MOVE 'S' TO WS-FIND-SEVERITY
062200         MOVE TM-TEAM-ID TO WS-FIND-KEY
062300         MOVE SPACES TO WS-FIND-CLUB
062400         MOVE "DUPLICATE TEAM ID" TO WS-FIND-TEXT
062500         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
062600         GO TO 6100-EXIT
062700     END-IF.
062800     MOVE SPACES TO WS-TEAM-CLUB.
062900     PERFORM 6200-CHECK-ONE-SLOT THRU 6200-EXIT
063000         VARYING WS-TEAM-SLOT FROM 1 BY 1
063100         UNTIL WS-TEAM-SLOT > 4.
063200 6100-EXIT.
063300     EXIT.
063400 6200-CHECK-ONE-SLOT.
063500     MOVE TM-MEMBER-ID(WS-TEAM-SLOT) TO WS-FIND-KEY.
063600     MOVE SPACES TO WS-FIND-CLUB.
063700     MOVE SPACES TO WS-FIND-TEXT.
063800     IF TM-MEMBER-ID(WS-TEAM-SLOT) = SPACES
063900         MOVE 'I' TO WS-FIND-SEVERITY
064000         MOVE TM-TEAM-ID TO WS-FIND-KEY
064100         MOVE "TEAM HAS AN EMPTY MEMBER SLOT" TO WS-FIND-TEXT
064200         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
064300         GO TO 6200-EXIT
064400     END-IF.
064500     MOVE TM-MEMBER-ID(WS-TEAM-SLOT) TO WS-LOOK-ID.
064600     MOVE SPACES TO WS-LOOK-CLUB.
064700     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
064800     IF LOOK-NOT-FOUND
064900         MOVE 'S' TO WS-FIND-SEVERITY
065000         STRING "TEAM " TM-TEAM-ID " LISTS ID NOT ON ROSTER"
065100             DELIMITED BY SIZE INTO WS-FIND-TEXT
065200         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
065300         GO TO 6200-EXIT
065400     END-IF.
065500     MOVE WS-ROST-CLUB(WS-FOUND-SUB) TO WS-FIND-CLUB.
065600     IF ROST-RETIRED(WS-FOUND-SUB)
065700         MOVE 'S' TO WS-FIND-SEVERITY
065800         STRING "TEAM " TM-TEAM-ID " LISTS A RETIRED MEMBER"
065900             DELIMITED BY SIZE INTO WS-FIND-TEXT
066000         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
066100     END-IF.
066200     IF ROST-LAPSED(WS-FOUND-SUB)
066300         MOVE 'W' TO WS-FIND-SEVERITY
066400         STRING "TEAM " TM-TEAM-ID " LISTS A LAPSED MEMBER"
066500             DELIMITED BY SIZE INTO WS-FIND-TEXT
066600         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
066700     END-IF.
066800     MOVE SPACES TO WS-FIND-TEXT.
066900     IF WS-ROST-TEAM(WS-FOUND-SUB) NOT = SPACES
067000         AND WS-ROST-TEAM(WS-FOUND-SUB) NOT = TM-TEAM-ID
067100         MOVE 'W' TO WS-FIND-SEVERITY
067200         STRING "ON TEAM " TM-TEAM-ID " AND TEAM "
067300             WS-ROST-TEAM(WS-FOUND-SUB)
067400             DELIMITED BY SIZE INTO WS-FIND-TEXT
067500         PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
067600     ELSE
067700         MOVE TM-TEAM-ID TO WS-ROST-TEAM(WS-FOUND-SUB)
067800     END-IF.
067900     MOVE SPACES TO WS-FIND-TEXT.
068000     IF WS-TEAM-CLUB = SPACES
068100         MOVE WS-ROST-CLUB(WS-FOUND-SUB) TO WS-TEAM-CLUB
068200     ELSE
068300         IF WS-ROST-CLUB(WS-FOUND-SUB) NOT = WS-TEAM-CLUB
068400             MOVE 'W' TO WS-FIND-SEVERITY
068500             STRING "TEAM " TM-TEAM-ID " MIXES CLUBS - FIRST "
068600                 "MEMBER IS " WS-TEAM-CLUB
068700                 DELIMITED BY SIZE INTO WS-FIND-TEXT
068800             PERFORM 7200-WRITE-FINDING THRU 7200-EXIT
068900         END-IF
069000     END-IF.
069100 6200-EXIT.
069200     EXIT.
069300*----------------------------------------------------------*
069400* 6500-AUDIT-RENEWALS - A RENEWAL FOR AN ID NOT ON THE
069500* ROSTER, OR BILLED UNDER A CLUB THE ROSTER DOES NOT HOLD
069600* THE MEMBER IN.
069700*----------------------------------------------------------*
069800 6500-AUDIT-RENEWALS.
069900     MOVE "RNEWMST" TO WS-FIND-MASTER.
070000     OPEN INPUT RENEWAL-MASTER-FILE.
070100     IF NOT RENEWAL-MASTER-OK
070200         PERFORM 7300-NOT-AUDITED THRU 7300-EXIT
070300         GO TO 6500-EXIT
070400     END-IF.
070500     PERFORM 6600-CHECK-ONE-RENEWAL THRU 6600-EXIT
070600         UNTIL NO-MORE-RENEWALS.
070700     CLOSE RENEWAL-MASTER-FILE.
070800 6500-EXIT.
070900     EXIT.
071000 6600-CHECK-ONE-RENEWAL.
071100     READ RENEWAL-MASTER-FILE
071200         AT END
071300             MOVE 'Y' TO WS-RENEWAL-EOF-SW
071400             GO TO 6600-EXIT
071500     END-READ.
071600     ADD 1 TO WS-RENEWALS-READ.
071700     MOVE RW-MEMBER-ID TO WS-LOOK-ID.
071800     MOVE RW-CLUB-CODE TO WS-LOOK-CLUB.
071900     IF WS-LOOK-CLUB = SPACES
072000         MOVE WS-HOME-CLUB TO WS-LOOK-CLUB
072100     END-IF.
072200     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
072300     IF LOOK-FOUND
072400         GO TO 6600-EXIT
072500     END-IF.
072600     MOVE 'W' TO WS-FIND-SEVERITY.
072700     MOVE RW-MEMBER-ID TO WS-FIND-KEY.
072800     MOVE WS-LOOK-CLUB TO WS-FIND-CLUB.
072900     MOVE SPACES TO WS-FIND-TEXT.
073000     IF LOOK-NOT-FOUND
073100         STRING RW-RENEWAL-YEAR " RENEWAL FOR ID NOT ON ROSTER"
073200             DELIMITED BY SIZE INTO WS-FIND-TEXT
073300     ELSE
073400         STRING RW-RENEWAL-YEAR " RENEWAL - ROSTER CLUB IS "
073500             WS-ROST-CLUB(WS-FOUND-SUB)
073600             DELIMITED BY SIZE INTO WS-FIND-TEXT
073700     END-IF.
073800     PERFORM 7200-WRITE-FINDING THRU 7200-EXIT.
073900 6600-EXIT.
074000     EXIT.
074100*----------------------------------------------------------*
074200* 7000-FIND-MEMBER - LOOK WS-LOOK-ID UP ON THE ROSTER TABLE.
074300* FOUND FOR THE CLUB ASKED FOR (OR ANY CLUB WHEN THE CLUB IS
074400* BLANK) SETS LOOK-FOUND; FOUND ONLY UNDER ANOTHER CLUB SETS
074500* LOOK-CLUB-DIFFERS. WS-FOUND-SUB POINTS AT THE ENTRY.
074600*----------------------------------------------------------*
074700 7000-FIND-MEMBER.
074800     MOVE 'N' TO WS-LOOK-RESULT.
074900     MOVE 0 TO WS-FOUND-SUB.
075000     PERFORM 7010-TEST-ONE-MEMBER THRU 7010-EXIT
075100         VARYING WS-ROST-SUB FROM 1 BY 1
075200         UNTIL WS-ROST-SUB > WS-ROST-COUNT
075300             OR LOOK-FOUND.
075400 7000-EXIT.
075500     EXIT.
075600 7010-TEST-ONE-MEMBER.
075700     IF WS-ROST-ID(WS-ROST-SUB) NOT = WS-LOOK-ID
075800         GO TO 7010-EXIT
075900     END-IF.
076000     IF WS-LOOK-CLUB = SPACES
076100         OR WS-ROST-CLUB(WS-ROST-SUB) = WS-LOOK-CLUB
076200         MOVE 'Y' TO WS-LOOK-RESULT
076300         MOVE WS-ROST-SUB TO WS-FOUND-SUB
076400         GO TO 7010-EXIT
076500     END-IF.
076600     IF WS-FOUND-SUB = 0
076700         MOVE 'C' TO WS-LOOK-RESULT
076800         MOVE WS-ROST-SUB TO WS-FOUND-SUB
076900     END-IF.
077000 7010-EXIT.
077100     EXIT.
077200*----------------------------------------------------------*
077300* 7100-CHECK-SEEN - HAS WS-CHECK-KEY ALREADY BEEN SEEN ON
077400* THE MASTER BEING AUDITED? IF NOT, REMEMBER IT.
077500*----------------------------------------------------------*
077600 7100-CHECK-SEEN.
077700     MOVE 'N' TO WS-SEEN-SW.
077800     SET SEEN-IDX TO 1.
077900     SEARCH WS-SEEN-ENTRY
078000         AT END
078100             DISPLAY "YCHTAUDT: KEY TABLE FULL AT "
078200                 WS-CHECK-KEY ", RUN ABANDONED"
078300             MOVE 16 TO RETURN-CODE
078400             GOBACK
078500         WHEN SEEN-IDX > WS-SEEN-COUNT
078600             ADD 1 TO WS-SEEN-COUNT
078700             MOVE WS-CHECK-KEY TO WS-SEEN-KEY(SEEN-IDX)
078800         WHEN WS-SEEN-KEY(SEEN-IDX) = WS-CHECK-KEY
078900             MOVE 'Y' TO WS-SEEN-SW
079000     END-SEARCH.
079100     MOVE SPACES TO WS-CHECK-KEY.
079200 7100-EXIT.
079300     EXIT.
079400*----------------------------------------------------------*
079500* 7200-WRITE-FINDING - ONE REPORT LINE PER FINDING, COUNTED
079600* BY SEVERITY.
079700*----------------------------------------------------------*
079800 7200-WRITE-FINDING.
079900     EVALUATE TRUE
080000         WHEN FIND-SERIOUS
080100             ADD 1 TO WS-SERIOUS-COUNT
080200         WHEN FIND-WARNING
080300             ADD 1 TO WS-WARNING-COUNT
080400         WHEN OTHER
080500             ADD 1 TO WS-INFORMATION-COUNT
080600     END-EVALUATE.
080700     MOVE WS-FIND-SEVERITY TO FL-SEVERITY.
080800     MOVE WS-FIND-MASTER TO FL-MASTER.
080900     MOVE WS-FIND-KEY TO FL-KEY.
081000     MOVE WS-FIND-CLUB TO FL-CLUB.
081100     MOVE WS-FIND-TEXT TO FL-TEXT.
081200     MOVE WS-FINDING-LINE TO PRINT-RECORD.
081300     WRITE PRINT-RECORD.
081400     MOVE SPACES TO WS-FIND-TEXT.
081500 7200-EXIT.
081600     EXIT.
081700*----------------------------------------------------------*
081800* 7300-NOT-AUDITED - A MASTER THAT IS NOT PRESENT IS NOTED
081900* ON THE REPORT AND SKIPPED.
082000*----------------------------------------------------------*
082100 7300-NOT-AUDITED.
082200     MOVE SPACES TO PRINT-RECORD.
082300     STRING "     " WS-FIND-MASTER " NOT PRESENT - NOT AUDITED"
082400         DELIMITED BY SIZE INTO PRINT-RECORD.
082500     WRITE PRINT-RECORD.
082600 7300-EXIT.
082700     EXIT.
082800*----------------------------------------------------------*
082900* 9000-TERMINATE - CONTROL TOTALS, CLOSE THE REPORT AND SET
083000* THE RETURN CODE FROM THE WORST SEVERITY FOUND.
083100*----------------------------------------------------------*
083200 9000-TERMINATE.
083300     MOVE SPACES TO PRINT-RECORD.
083400     WRITE PRINT-RECORD.
083500     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
083600     WRITE PRINT-RECORD.
083700     MOVE "  ROSTER RECORDS READ" TO WS-PRINT-LABEL.
083800     MOVE WS-ROSTER-READ TO WS-PRINT-COUNT.
083900     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
084000     MOVE "  HISTORY RECORDS READ" TO WS-PRINT-LABEL.
084100     MOVE WS-HISTORY-READ TO WS-PRINT-COUNT.
084200     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
084300     MOVE "  HANDICAP RECORDS READ" TO WS-PRINT-LABEL.
084400     MOVE WS-HANDICAPS-READ TO WS-PRINT-COUNT.
084500     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
084600     MOVE "  ACCOUNT RECORDS READ" TO WS-PRINT-LABEL.
084700     MOVE WS-ACCOUNTS-READ TO WS-PRINT-COUNT.
084800     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
084900     MOVE "  MILESTONE RECORDS READ" TO WS-PRINT-LABEL.
085000     MOVE WS-MILESTONES-READ TO WS-PRINT-COUNT.
085100     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
085200     MOVE "  TEAM RECORDS READ" TO WS-PRINT-LABEL.
085300     MOVE WS-TEAMS-READ TO WS-PRINT-COUNT.
085400     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
085500     MOVE "  RENEWAL RECORDS READ" TO WS-PRINT-LABEL.
085600     MOVE WS-RENEWALS-READ TO WS-PRINT-COUNT.
085700     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
085800     MOVE "  SERIOUS FINDINGS (S)" TO WS-PRINT-LABEL.
085900     MOVE WS-SERIOUS-COUNT TO WS-PRINT-COUNT.
086000     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
086100     MOVE "  WARNINGS (W)" TO WS-PRINT-LABEL.
086200     MOVE WS-WARNING-COUNT TO WS-PRINT-COUNT.
086300     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
086400     MOVE "  INFORMATION (I)" TO WS-PRINT-LABEL.
086500     MOVE WS-INFORMATION-COUNT TO WS-PRINT-COUNT.
086600     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
086700     MOVE SPACES TO PRINT-RECORD.
086800     WRITE PRINT-RECORD.
086900     MOVE SPACES TO PRINT-RECORD.
087000     IF WS-SERIOUS-COUNT > 0
087100         MOVE "  SERIOUS FINDINGS - CORRECT THE MASTERS BEFORE "
087200             TO PRINT-RECORD
087300         MOVE "THE REPORTS RUN" TO PRINT-RECORD(49:)
087400     ELSE
087500         MOVE "  NO SERIOUS FINDINGS" TO PRINT-RECORD
087600     END-IF.
087700     WRITE PRINT-RECORD.
087800     CLOSE PRINT-FILE.
087900     DISPLAY "YCHTAUDT: SERIOUS FINDINGS = " WS-SERIOUS-COUNT.
088000     DISPLAY "YCHTAUDT: WARNINGS         = " WS-WARNING-COUNT.
088100     DISPLAY "YCHTAUDT: INFORMATION      = "
088200         WS-INFORMATION-COUNT.
088300*    8 HOLDS THE NIGHT CONTROLLER'S CHAIN; 4 LETS IT RUN ON.
088400     IF WS-SERIOUS-COUNT > 0
088500         MOVE 8 TO RETURN-CODE
088600     ELSE
088700         IF WS-WARNING-COUNT > 0
088800             MOVE 4 TO RETURN-CODE
088900         ELSE
089000             MOVE 0 TO RETURN-CODE
089100         END-IF
089200     END-IF.
089300 9000-EXIT.
089400     EXIT.
089500 9100-PRINT-COUNT-LINE.
089600     MOVE SPACES TO PRINT-RECORD.
089700     STRING WS-PRINT-LABEL WS-PRINT-COUNT
089800         DELIMITED BY SIZE INTO PRINT-RECORD.
089900     WRITE PRINT-RECORD.
090000 9100-EXIT.
090100     EXIT.
