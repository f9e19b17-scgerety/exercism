000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTPROF.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    MEMBER SEASON PROFILE. ONE PERSONAL SUMMARY PAGE PER
000900*    MEMBER, DRAWN TOGETHER FROM THE MASTERS THE OTHER JOBS
001000*    KEEP, FOR THE PRESENTATION NIGHT PACK:
001100*      - NIGHTS AND CARDS PLAYED, THE GRAND-TOTAL AVERAGE AND
001200*        THE BEST AND WORST NIGHT, FROM THE SEASON HISTORY;
001300*      - THE AVERAGE AND ZERO RATE IN EACH CATEGORY, FROM THE
001400*        AUDIT JOURNAL ROLLS DATED INSIDE THE SEASON;
001500*      - THE CURRENT HANDICAP AND ITS TREND, FROM HCAPMST;
001600*      - THE MATCH-PLAY RECORD AND POSITION, FROM THE MATCH
001700*        STANDINGS (MSTDREC);
001800*      - THE MEMBER'S TEAM AND ITS POSITION, FROM TEAMMST AND
001900*        THE TEAM STANDINGS (TSTDREC);
002000*      - THE MILESTONES REACHED THIS SEASON (MILEREC) AND ANY
002100*        CLUB RECORDS HELD (RECDREC).
002200*
002300*    THE LIVE HISTORY FILE HOLDS THE CURRENT SEASON ONLY (THE
002400*    CLOSEOUT ARCHIVES THE REST), SO ITS EARLIEST NIGHT IS
002500*    TAKEN AS THE START OF THE SEASON FOR THE JOURNAL AND THE
002600*    MILESTONES.
002700*
002800*    THE OPTIONAL PROFCTL CARD NAMES ONE MEMBER ID AND/OR ONE
002900*    CLUB. A MEMBER ID PRINTS THAT MEMBER'S PAGE WHATEVER
003000*    THEIR ACTIVE FLAG; A BLANK ID (OR NO CARD) PRINTS A PAGE
003100*    FOR EVERY ACTIVE FULL MEMBER OF THE CLUB, OR OF BOTH
003200*    CLUBS WHEN THE CLUB IS BLANK TOO. ONLY THE ROSTER IS
003300*    MANDATORY - A MASTER THAT IS NOT PRESENT LEAVES ITS PART
003400*    OF EACH PAGE SHOWING "NOT AVAILABLE".
003500*
003600*    A CARD CORRECTED BY YCHTCORR JOURNALS THE SAME CATEGORY
003700*    TWICE. AS IN YCHTSIM AND YCHTCOCH THE FIRST ENTRY IS THE
003800*    ONE COUNTED AND THE LATER ONE IS COUNTED AS SUPERSEDED.
003900*
004000*    RETURN CODE 4 WHEN THE MEMBER ASKED FOR IS NOT ON THE
004100*    ROSTER, OR NO MEMBER WAS SELECTED AT ALL.
004200*
004300*    MODIFICATION HISTORY.
004400*    DATE       INIT DESCRIPTION
004500*    2026-10-15 LOP  ORIGINAL PROGRAM.
004533*    2026-10-15 LOP  READS THE ROSTER MASTER AS AN INDEXED
004566*                    FILE (KEY ROSTKEY), IN MEMBER ID ORDER.
004600***************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER. GNUCOBOL.
005000 OBJECT-COMPUTER. GNUCOBOL.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT PROFILE-CONTROL-FILE ASSIGN TO "PROFCTL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-PROFILE-CONTROL-STATUS.
005600     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
005660         ORGANIZATION IS INDEXED
005720         ACCESS IS SEQUENTIAL
005780         RECORD KEY IS RK-ROSTER-KEY
005840         FILE STATUS IS WS-ROSTER-STATUS.
005900     SELECT HISTORY-FILE ASSIGN TO "HISTORY"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-HISTORY-STATUS.
006200     SELECT JOURNAL-FILE ASSIGN TO "JOURNAL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-JOURNAL-STATUS.
006500     SELECT HANDICAP-MASTER-FILE ASSIGN TO "HCAPMST"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-HANDICAP-MASTER-STATUS.
006800     SELECT MATCH-STANDINGS-FILE ASSIGN TO "MSTDMST"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-MATCH-STANDINGS-STATUS.
007100     SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMST"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-TEAM-MASTER-STATUS.
007400     SELECT TEAM-STANDINGS-FILE ASSIGN TO "TSTDMST"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-TEAM-STANDINGS-STATUS.
007700     SELECT MILESTONE-MASTER-FILE ASSIGN TO "MILEMST"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-MILESTONE-MASTER-STATUS.
008000     SELECT RECORD-BOOK-FILE ASSIGN TO "RECDMST"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-RECORD-BOOK-STATUS.
008300     SELECT PRINT-FILE ASSIGN TO "PROFRPT"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-PRINT-STATUS.
008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  PROFILE-CONTROL-FILE
008900     RECORDING MODE IS F.
009000*    ONE MEMBER ID, OR BLANK FOR EVERY ACTIVE FULL MEMBER;
009100*    ONE CLUB CODE, OR BLANK FOR BOTH CLUBS.
009200 01  PROFILE-CONTROL-RECORD.
009300     05  PF-MEMBER-ID            PIC X(10).
009400     05  PF-CLUB-CODE            PIC X(03).
009500 FD  ROSTER-FILE.
009600 01  ROSTER-RECORD.
009700     COPY ROSTKEY.
009800     COPY ROSTMBR.
009900 FD  HISTORY-FILE
010000     RECORDING MODE IS F.
010100 01  HISTORY-RECORD.
010200     COPY HISTREC.
010300 FD  JOURNAL-FILE
010400     RECORDING MODE IS F.
010500 01  JOURNAL-RECORD.
010600     COPY JRNLREC.
010700 FD  HANDICAP-MASTER-FILE
010800     RECORDING MODE IS F.
010900 01  HANDICAP-MASTER-RECORD.
011000     COPY HCAPREC.
011100 FD  MATCH-STANDINGS-FILE
011200     RECORDING MODE IS F.
011300 01  MATCH-STANDINGS-RECORD.
011400     COPY MSTDREC.
011500 FD  TEAM-MASTER-FILE
011600     RECORDING MODE IS F.
011700 01  TEAM-MASTER-RECORD.
011800     COPY TEAMREC.
011900 FD  TEAM-STANDINGS-FILE
012000     RECORDING MODE IS F.
012100 01  TEAM-STANDINGS-RECORD.
012200     COPY TSTDREC.
012300 FD  MILESTONE-MASTER-FILE
012400     RECORDING MODE IS F.
012500 01  MILESTONE-MASTER-RECORD.
012600     COPY MILEREC.
012700 FD  RECORD-BOOK-FILE
012800     RECORDING MODE IS F.
012900 01  RECORD-BOOK-RECORD.
013000     COPY RECDREC.
013100 FD  PRINT-FILE
013200     RECORDING MODE IS F.
013300 01  PRINT-RECORD                PIC X(80).
013400 WORKING-STORAGE SECTION.
013500 01  WS-PROFILE-CONTROL-STATUS   PIC X(02) VALUE '00'.
013600     88  PROFILE-CONTROL-OK                  VALUE '00'.
013700 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
013800     88  ROSTER-OK                           VALUE '00'.
013900 01  WS-HISTORY-STATUS           PIC X(02) VALUE '00'.
014000     88  HISTORY-OK                          VALUE '00'.
014100 01  WS-JOURNAL-STATUS           PIC X(02) VALUE '00'.
014200     88  JOURNAL-OK                          VALUE '00'.
014300 01  WS-HANDICAP-MASTER-STATUS   PIC X(02) VALUE '00'.
014400     88  HANDICAP-MASTER-OK                  VALUE '00'.
014500 01  WS-MATCH-STANDINGS-STATUS   PIC X(02) VALUE '00'.
014600     88  MATCH-STANDINGS-OK                  VALUE '00'.
014700 01  WS-TEAM-MASTER-STATUS       PIC X(02) VALUE '00'.
014800     88  TEAM-MASTER-OK                      VALUE '00'.
014900 01  WS-TEAM-STANDINGS-STATUS    PIC X(02) VALUE '00'.
015000     88  TEAM-STANDINGS-OK                   VALUE '00'.
015100 01  WS-MILESTONE-MASTER-STATUS  PIC X(02) VALUE '00'.
015200     88  MILESTONE-MASTER-OK                 VALUE '00'.
015300 01  WS-RECORD-BOOK-STATUS       PIC X(02) VALUE '00'.
015400     88  RECORD-BOOK-OK                      VALUE '00'.
015500 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
015600     88  PRINT-OK                            VALUE '00'.
015700 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE 'N'.
015800     88  NO-MORE-ROSTER                      VALUE 'Y'.
015900 01  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
016000     88  NO-MORE-HISTORY                     VALUE 'Y'.
016100 01  WS-JOURNAL-EOF-SW           PIC X(01) VALUE 'N'.
016200     88  NO-MORE-JOURNAL                     VALUE 'Y'.
016300 01  WS-HANDICAP-EOF-SW          PIC X(01) VALUE 'N'.
016400     88  NO-MORE-HANDICAPS                   VALUE 'Y'.
016500 01  WS-MATCH-EOF-SW             PIC X(01) VALUE 'N'.
016600     88  NO-MORE-MATCHES                     VALUE 'Y'.
016700 01  WS-TEAM-EOF-SW              PIC X(01) VALUE 'N'.
016800     88  NO-MORE-TEAMS                       VALUE 'Y'.
016900 01  WS-TSTD-EOF-SW              PIC X(01) VALUE 'N'.
017000     88  NO-MORE-TEAM-STANDINGS              VALUE 'Y'.
017100 01  WS-MILESTONE-EOF-SW         PIC X(01) VALUE 'N'.
017200     88  NO-MORE-MILESTONES                  VALUE 'Y'.
017300 01  WS-RECORD-EOF-SW            PIC X(01) VALUE 'N'.
017400     88  NO-MORE-RECORDS                     VALUE 'Y'.
017500*
017600*    WHICH OPTIONAL MASTERS COULD BE OPENED, SO EACH PAGE CAN
017700*    TELL "NOTHING ON FILE" FROM "FILE NOT AVAILABLE".
017800 01  WS-HISTORY-PRESENT-SW       PIC X(01) VALUE 'N'.
017900     88  HISTORY-PRESENT                     VALUE 'Y'.
018000 01  WS-JOURNAL-PRESENT-SW       PIC X(01) VALUE 'N'.
018100     88  JOURNAL-PRESENT                     VALUE 'Y'.
018200 01  WS-HANDICAP-PRESENT-SW      PIC X(01) VALUE 'N'.
018300     88  HANDICAP-PRESENT                    VALUE 'Y'.
018400 01  WS-MATCH-PRESENT-SW         PIC X(01) VALUE 'N'.
018500     88  MATCH-PRESENT                       VALUE 'Y'.
018600 01  WS-TEAM-PRESENT-SW          PIC X(01) VALUE 'N'.
018700     88  TEAM-PRESENT                        VALUE 'Y'.
018800 01  WS-TSTD-PRESENT-SW          PIC X(01) VALUE 'N'.
018900     88  TEAM-STANDINGS-PRESENT              VALUE 'Y'.
019000 01  WS-MILESTONE-PRESENT-SW     PIC X(01) VALUE 'N'.
019100     88  MILESTONE-PRESENT                   VALUE 'Y'.
019200 01  WS-RECORD-PRESENT-SW        PIC X(01) VALUE 'N'.
019300     88  RECORD-BOOK-PRESENT                 VALUE 'Y'.
019400 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
019500 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
019600 01  WS-SELECT-ID                PIC X(10) VALUE SPACES.
019700 01  WS-SELECT-CLUB              PIC X(03) VALUE SPACES.
019800 01  WS-MEMBER-CLUB              PIC X(03) VALUE SPACES.
019900 01  WS-SEASON-START             PIC 9(08) VALUE 0.
020000 01  WS-SEASON-END               PIC 9(08) VALUE 0.
020100*
020200*    MILESTONE CODES AND THE WORDING YCHTMILE PUTS ON THE
020300*    CERTIFICATE FOR EACH.
020400 01  WS-CODE-VALUES.
020500     05  FILLER                  PIC X(02) VALUE 'FY'.
020600     05  FILLER                  PIC X(02) VALUE 'H3'.
020700     05  FILLER                  PIC X(02) VALUE 'N5'.
020800     05  FILLER                  PIC X(02) VALUE 'CP'.
020900 01  WS-CODE-TABLE REDEFINES WS-CODE-VALUES.
021000     05  WS-CODE                 PIC X(02) OCCURS 4 TIMES.
021100 01  WS-CODE-WORDINGS.
021200     05  FILLER                  PIC X(30)
021300         VALUE 'A FIRST GENUINE YACHT'.
021400     05  FILLER                  PIC X(30)
021500         VALUE 'A FIRST 300-PLUS NIGHT'.
021600     05  FILLER                  PIC X(30)
021700         VALUE 'A 50TH NIGHT PLAYED'.
021800     05  FILLER                  PIC X(30)
021900         VALUE 'CAREER 10,000 POINTS'.
022000 01  WS-WORDING-TABLE REDEFINES WS-CODE-WORDINGS.
022100     05  WS-CODE-WORDING         PIC X(30) OCCURS 4 TIMES.
022200 01  WS-CODE-SUB                 PIC 9(01) COMP VALUE 0.
022300 COPY CATTABLE.
022400*
022500*    ONE ENTRY PER MEMBER SELECTED FOR A PAGE, CARRYING EVERY
022600*    FIGURE THE PAGE PRINTS SO EACH MASTER IS READ ONCE. THE
022700*    CURRENT-CARD FIELDS TRACK WHICH CATEGORIES THE MEMBER'S
022800*    CARD HAS ALREADY JOURNALED, TO SPOT A CORRECTION. A FULL
022900*    TABLE IS A HARD ERROR - THE RUN ENDS WITH RETURN CODE 16.
023000 01  WS-MEMBER-TABLE.
023100     05  WS-MEM-ENTRY            OCCURS 500 TIMES
023200         INDEXED BY MEM-IDX.
023300         10  WS-MEM-ID           PIC X(10).
023400         10  WS-MEM-NAME         PIC X(30).
023500         10  WS-MEM-CLUB         PIC X(03).
023600         10  WS-MEM-JOIN-DATE    PIC 9(08).
023700         10  WS-MEM-FLAG         PIC X(01).
023800         10  WS-MEM-NIGHTS       PIC 9(03) COMP.
023900         10  WS-MEM-CARDS        PIC 9(03) COMP.
024000         10  WS-MEM-POINTS       PIC 9(07) COMP.
024100         10  WS-MEM-LAST-DATE    PIC 9(08).
024200         10  WS-MEM-BEST         PIC 9(05).
024300         10  WS-MEM-BEST-DATE    PIC 9(08).
024400         10  WS-MEM-BEST-GAME    PIC 9(02).
024500         10  WS-MEM-WORST        PIC 9(05).
024600         10  WS-MEM-WORST-DATE   PIC 9(08).
024700         10  WS-MEM-WORST-GAME   PIC 9(02).
024800         10  WS-MEM-CARD-DATE    PIC 9(08).
024900         10  WS-MEM-CARD-GAME    PIC 9(02).
025000         10  WS-MEM-CARD-DONE    PIC X(01) OCCURS 13 TIMES.
025100         10  WS-MEM-CAT          OCCURS 13 TIMES.
025200             15  WS-MEM-CAT-ROLLS    PIC 9(05) COMP.
025300             15  WS-MEM-CAT-POINTS   PIC 9(07) COMP.
025400             15  WS-MEM-CAT-ZEROES   PIC 9(05) COMP.
025500         10  WS-MEM-HCAP-SW      PIC X(01).
025600             88  MEM-HAS-HANDICAP            VALUE 'Y'.
025700         10  WS-MEM-HANDICAP     PIC 9(03).
025800         10  WS-MEM-ROLLING-AVG  PIC 9(05).
025900         10  WS-MEM-HCAP-GAMES   PIC 9(04).
026000         10  WS-MEM-MATCH-SW     PIC X(01).
026100             88  MEM-HAS-MATCHES             VALUE 'Y'.
026200         10  WS-MEM-MATCH-POS    PIC 9(03) COMP.
026300         10  WS-MEM-PLAYED       PIC 9(03).
026400         10  WS-MEM-WON          PIC 9(03).
026500         10  WS-MEM-DRAWN        PIC 9(03).
026600         10  WS-MEM-LOST         PIC 9(03).
026700         10  WS-MEM-MATCH-POINTS PIC 9(04).
026800         10  WS-MEM-TEAM-ID      PIC X(04).
026900         10  WS-MEM-TEAM-NAME    PIC X(30).
027000         10  WS-MEM-MILE-COUNT   PIC 9(01) COMP.
027100         10  WS-MEM-MILE         OCCURS 4 TIMES.
027200             15  WS-MEM-MILE-CODE    PIC X(02).
027300             15  WS-MEM-MILE-DATE    PIC 9(08).
027400 01  WS-MEM-COUNT                PIC 9(03) COMP VALUE 0.
027500 01  WS-MEM-SUB                  PIC 9(03) COMP VALUE 0.
027600 01  WS-CAT-SUB                  PIC 9(02) COMP VALUE 0.
027700 01  WS-MILE-SUB                 PIC 9(01) COMP VALUE 0.
027800 01  WS-SLOT-SUB                 PIC 9(01) COMP VALUE 0.
027900 01  WS-LOOK-ID                  PIC X(10) VALUE SPACES.
028000 01  WS-LOOK-RESULT              PIC X(01) VALUE 'N'.
028100     88  LOOK-NOT-FOUND                      VALUE 'N'.
028200     88  LOOK-FOUND                          VALUE 'Y'.
028300*
028400*    THE TEAM STANDINGS IN FILE (RANKED) ORDER - A TEAM'S
028500*    POSITION IS ITS PLACE IN THE TABLE. A FULL TABLE IS A
028600*    HARD ERROR.
028700 01  WS-TSTD-TABLE.
028800     05  WS-TSTD-ENTRY           OCCURS 200 TIMES
028900         INDEXED BY TSTD-IDX.
029000         10  WS-TSTD-ID          PIC X(04).
029100         10  WS-TSTD-NIGHTS      PIC 9(03).
029200         10  WS-TSTD-TOTAL       PIC 9(07).
029300 01  WS-TSTD-COUNT               PIC 9(03) COMP VALUE 0.
029400 01  WS-TEAM-POSITION            PIC 9(03) COMP VALUE 0.
029500*
029600*    THE RECORD BOOK - ONE ENTRY PER CATEGORY AND VARIANT. A
029700*    FULL TABLE IS A HARD ERROR.
029800 01  WS-RECD-TABLE.
029900     05  WS-RECD-ENTRY           OCCURS 50 TIMES
030000         INDEXED BY RECD-IDX.
030100         10  WS-RECD-CATEGORY    PIC X(15).
030200         10  WS-RECD-VARIANT     PIC X(01).
030300         10  WS-RECD-BEST        PIC 9(03).
030400         10  WS-RECD-HOLDER      PIC X(10).
030500         10  WS-RECD-DATE        PIC 9(08).
030600 01  WS-RECD-COUNT               PIC 9(02) COMP VALUE 0.
030700 01  WS-RECD-SUB                 PIC 9(02) COMP VALUE 0.
030800 01  WS-RECORDS-HELD             PIC 9(02) COMP VALUE 0.
030900*
031000*    WORK FIELDS FOR ONE PAGE.
031100 01  WS-SEASON-AVG               PIC 9(05)V9 VALUE 0.
031200 01  WS-SEASON-AVG-WHOLE         PIC 9(05) VALUE 0.
031300 01  WS-CAT-AVG                  PIC 9(03)V9 VALUE 0.
031400 01  WS-ZERO-RATE                PIC 9(03)V9 VALUE 0.
031500 01  WS-CAT-SLOTS                PIC 9(02) COMP VALUE 0.
031600 01  WS-JRNL-SLOT                PIC 9(02) COMP VALUE 0.
031700 01  WS-MATCH-TOTAL              PIC 9(03) COMP VALUE 0.
031800*
031900*    CONTROL COUNTS FOR THE REPORT FOOT.
032000 01  WS-ROSTER-READ              PIC 9(05) COMP VALUE 0.
032100 01  WS-HISTORY-READ             PIC 9(07) COMP VALUE 0.
032200 01  WS-JOURNAL-READ             PIC 9(07) COMP VALUE 0.
032300 01  WS-ROLLS-COUNTED            PIC 9(07) COMP VALUE 0.
032400 01  WS-ROLLS-SUPERSEDED         PIC 9(07) COMP VALUE 0.
032500 01  WS-HANDICAPS-READ           PIC 9(05) COMP VALUE 0.
032600 01  WS-MATCHES-READ             PIC 9(05) COMP VALUE 0.
032700 01  WS-TEAMS-READ               PIC 9(05) COMP VALUE 0.
032800 01  WS-TSTD-READ                PIC 9(05) COMP VALUE 0.
032900 01  WS-MILESTONES-READ          PIC 9(05) COMP VALUE 0.
033000 01  WS-RECORDS-READ             PIC 9(05) COMP VALUE 0.
033100 01  WS-PAGES-PRINTED            PIC 9(05) COMP VALUE 0.
033200*
033300*    PRINT FIELDS.
033400 01  WS-PRINT-COUNT              PIC ZZZZ9.
033500 01  WS-PRINT-LABEL              PIC X(30) VALUE SPACES.
033600 01  WS-PRINT-NUM-A              PIC ZZZZ9.
033700 01  WS-PRINT-NUM-B              PIC ZZZZ9.
033800 01  WS-PRINT-NUM-C              PIC ZZZZ9.
033900 01  WS-PRINT-NUM-D              PIC ZZZZ9.
034000 01  WS-PRINT-NUM-E              PIC ZZZZ9.
034100 01  WS-PRINT-TOTAL              PIC ZZZZZZ9.
034200 01  WS-PRINT-GAME               PIC Z9.
034300 01  WS-PRINT-AVERAGE            PIC ZZZZ9.9.
034400 01  WS-PRINT-CAT-AVG            PIC ZZ9.9.
034500 01  WS-PRINT-ZERO-RATE          PIC ZZ9.9.
034600 01  WS-PRINT-VARIANT            PIC X(08) VALUE SPACES.
034700 01  WS-CATEGORY-LINE.
034800     05  FILLER                  PIC X(04) VALUE SPACES.
034900     05  CL-CATEGORY             PIC X(15).
035000     05  FILLER                  PIC X(02) VALUE SPACES.
035100     05  CL-ROLLS                PIC ZZZZ9.
035200     05  FILLER                  PIC X(04) VALUE SPACES.
035300     05  CL-AVERAGE              PIC ZZ9.9.
035400     05  FILLER                  PIC X(03) VALUE SPACES.
035500     05  CL-ZEROES               PIC ZZZZ9.
035600     05  FILLER                  PIC X(04) VALUE SPACES.
035700     05  CL-ZERO-RATE            PIC ZZ9.9.
035800     05  FILLER                  PIC X(01) VALUE '%'.
035900 PROCEDURE DIVISION.
036000 0000-MAINLINE.
036100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036200     PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT
036300         UNTIL NO-MORE-ROSTER.
036400     CLOSE ROSTER-FILE.
036500     IF WS-MEM-COUNT = 0
036600         PERFORM 1300-NOTHING-SELECTED THRU 1300-EXIT
036700         PERFORM 9000-TERMINATE THRU 9000-EXIT
036800         STOP RUN
036900     END-IF.
037000     PERFORM 2000-READ-HISTORY THRU 2000-EXIT.
037100     PERFORM 3000-READ-JOURNAL THRU 3000-EXIT.
037200     PERFORM 4000-READ-HANDICAPS THRU 4000-EXIT.
037300     PERFORM 4200-READ-MATCH-STANDINGS THRU 4200-EXIT.
037400     PERFORM 4400-READ-TEAMS THRU 4400-EXIT.
037500     PERFORM 4600-READ-TEAM-STANDINGS THRU 4600-EXIT.
037600     PERFORM 4800-READ-MILESTONES THRU 4800-EXIT.
037700     PERFORM 5000-READ-RECORD-BOOK THRU 5000-EXIT.
037800     PERFORM 6000-PRINT-PROFILE THRU 6000-EXIT
037900         VARYING WS-MEM-SUB FROM 1 BY 1
038000         UNTIL WS-MEM-SUB > WS-MEM-COUNT.
038100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
038200     STOP RUN.
038300*----------------------------------------------------------*
038400* 1000-INITIALIZE - OPEN THE ROSTER (MANDATORY) AND THE
038500* REPORT AND READ THE SELECTION CARD.
038600*----------------------------------------------------------*
038700 1000-INITIALIZE.
038800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
038900     OPEN INPUT ROSTER-FILE.
039000     IF NOT ROSTER-OK
039100         DISPLAY "YCHTPROF: UNABLE TO OPEN ROSTER, STATUS "
039200             WS-ROSTER-STATUS ", RUN ABANDONED"
039300         MOVE 16 TO RETURN-CODE
039400         STOP RUN
039500     END-IF.
039600     OPEN OUTPUT PRINT-FILE.
039700     IF NOT PRINT-OK
039800         DISPLAY "YCHTPROF: UNABLE TO OPEN PROFRPT, STATUS "
039900             WS-PRINT-STATUS ", RUN ABANDONED"
040000         MOVE 16 TO RETURN-CODE
040100         STOP RUN
040200     END-IF.
040300     PERFORM 1100-READ-PROFILE-CONTROL THRU 1100-EXIT.
040400 1000-EXIT.
040500     EXIT.
040600*----------------------------------------------------------*
040700* 1100-READ-PROFILE-CONTROL - NO CARD, AN EMPTY ONE OR A
040800* BLANK CARD PRINTS EVERY ACTIVE FULL MEMBER OF BOTH CLUBS.
040900*----------------------------------------------------------*
041000 1100-READ-PROFILE-CONTROL.
041100     OPEN INPUT PROFILE-CONTROL-FILE.
041200     IF NOT PROFILE-CONTROL-OK
041300         GO TO 1100-EXIT
041400     END-IF.
041500     READ PROFILE-CONTROL-FILE
041600         AT END
041700             GO TO 1100-CLOSE
041800     END-READ.
041900     MOVE PF-MEMBER-ID TO WS-SELECT-ID.
042000     MOVE PF-CLUB-CODE TO WS-SELECT-CLUB.
042100 1100-CLOSE.
042200     CLOSE PROFILE-CONTROL-FILE.
042300 1100-EXIT.
042400     EXIT.
042500*----------------------------------------------------------*
042600* 1200-LOAD-ROSTER - ONE TABLE ENTRY PER MEMBER SELECTED. A
042700* NAMED MEMBER IS TAKEN WHATEVER THEIR FLAG; A CLUB RUN
042800* TAKES ACTIVE FULL MEMBERS ONLY, LEAVING OUT RETIRED AND
042900* LAPSED MEMBERS AND GUESTS.
043000*----------------------------------------------------------*
043100 1200-LOAD-ROSTER.
043200     READ ROSTER-FILE
043300         AT END
043400             MOVE 'Y' TO WS-ROSTER-EOF-SW
043500             GO TO 1200-EXIT
043600     END-READ.
043700     ADD 1 TO WS-ROSTER-READ.
043800     MOVE MB-CLUB-CODE TO WS-MEMBER-CLUB.
043900     IF WS-MEMBER-CLUB = SPACES
044000         MOVE WS-HOME-CLUB TO WS-MEMBER-CLUB
044100     END-IF.
044200     IF WS-SELECT-CLUB NOT = SPACES
044300         AND WS-MEMBER-CLUB NOT = WS-SELECT-CLUB
044400         GO TO 1200-EXIT
044500     END-IF.
044600     IF WS-SELECT-ID NOT = SPACES
044700         IF MB-MEMBER-ID NOT = WS-SELECT-ID
044800             GO TO 1200-EXIT
044900         END-IF
045000     ELSE
045100         IF NOT MB-MEMBER-ACTIVE OR MB-MEMBER-GUEST
045200             GO TO 1200-EXIT
045300         END-IF
045400     END-IF.
045500     IF WS-MEM-COUNT >= 500
045600         DISPLAY "YCHTPROF: MEMBER TABLE FULL AT "
045700             MB-MEMBER-ID ", RUN ABANDONED"
045800         MOVE 16 TO RETURN-CODE
045900         STOP RUN
046000     END-IF.
046100     ADD 1 TO WS-MEM-COUNT.
046200     SET MEM-IDX TO WS-MEM-COUNT.
046300     INITIALIZE WS-MEM-ENTRY(MEM-IDX).
046400     MOVE MB-MEMBER-ID TO WS-MEM-ID(MEM-IDX).
046500     MOVE MB-MEMBER-NAME TO WS-MEM-NAME(MEM-IDX).
046600     MOVE WS-MEMBER-CLUB TO WS-MEM-CLUB(MEM-IDX).
046700     MOVE MB-JOIN-DATE TO WS-MEM-JOIN-DATE(MEM-IDX).
046800     MOVE MB-ACTIVE-FLAG TO WS-MEM-FLAG(MEM-IDX).
046900     MOVE 'N' TO WS-MEM-HCAP-SW(MEM-IDX).
047000     MOVE 'N' TO WS-MEM-MATCH-SW(MEM-IDX).
047100 1200-EXIT.
047200     EXIT.
047300*----------------------------------------------------------*
047400* 1300-NOTHING-SELECTED - THE MEMBER ASKED FOR IS NOT ON THE
047500* ROSTER (OR THE CLUB HAS NO ACTIVE MEMBERS).
047600*----------------------------------------------------------*
047700 1300-NOTHING-SELECTED.
047800     MOVE SPACES TO PRINT-RECORD.
047900     STRING "THURSDAY NIGHT YACHT CLUB - MEMBER SEASON PROFILE"
048000         "  RUN " WS-RUN-DATE
048100         DELIMITED BY SIZE INTO PRINT-RECORD.
048200     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
048300     MOVE SPACES TO PRINT-RECORD.
048400     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
048500     IF WS-SELECT-ID NOT = SPACES
048600         STRING "  MEMBER " WS-SELECT-ID
048700             " IS NOT ON THE ROSTER - NO PROFILE PRINTED"
048800             DELIMITED BY SIZE INTO PRINT-RECORD
048900         DISPLAY "YCHTPROF: MEMBER " WS-SELECT-ID
049000             " NOT ON ROSTER"
049100     ELSE
049200         MOVE "  NO ACTIVE MEMBERS SELECTED - NO PROFILES PRINTED"
049300             TO PRINT-RECORD
049400         DISPLAY "YCHTPROF: NO ACTIVE MEMBERS SELECTED"
049500     END-IF.
049600     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
049700 1300-EXIT.
049800     EXIT.
049900*----------------------------------------------------------*
050000* 2000-READ-HISTORY - NIGHTS, CARDS, POINTS AND THE BEST AND
050100* WORST CARD FOR EACH SELECTED MEMBER. THE HISTORY IS IN
050200* DATE ORDER, SO A NEW NIGHT IS A DATE DIFFERENT FROM THE
050300* MEMBER'S LAST ONE. THE SEASON RUNS FROM THE EARLIEST TO
050400* THE LATEST NIGHT ON THE FILE, WHOEVER PLAYED IT.
050500*----------------------------------------------------------*
050600 2000-READ-HISTORY.
050700     OPEN INPUT HISTORY-FILE.
050800     IF NOT HISTORY-OK
050900         DISPLAY "YCHTPROF: HISTORY NOT AVAILABLE, STATUS "
051000             WS-HISTORY-STATUS
051100         GO TO 2000-EXIT
051200     END-IF.
051300     MOVE 'Y' TO WS-HISTORY-PRESENT-SW.
051400     PERFORM 2100-ONE-HISTORY THRU 2100-EXIT
051500         UNTIL NO-MORE-HISTORY.
051600     CLOSE HISTORY-FILE.
051700 2000-EXIT.
051800     EXIT.
051900 2100-ONE-HISTORY.
052000     READ HISTORY-FILE
052100         AT END
052200             MOVE 'Y' TO WS-HISTORY-EOF-SW
052300             GO TO 2100-EXIT
052400     END-READ.
052500     ADD 1 TO WS-HISTORY-READ.
052600     IF WS-SEASON-START = 0 OR HY-GAME-DATE < WS-SEASON-START
052700         MOVE HY-GAME-DATE TO WS-SEASON-START
052800     END-IF.
052900     IF HY-GAME-DATE > WS-SEASON-END
053000         MOVE HY-GAME-DATE TO WS-SEASON-END
053100     END-IF.
053200     MOVE HY-PLAYER-ID TO WS-LOOK-ID.
053300     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
053400     IF LOOK-NOT-FOUND
053500         GO TO 2100-EXIT
053600     END-IF.
053700     IF HY-GAME-DATE NOT = WS-MEM-LAST-DATE(MEM-IDX)
053800         ADD 1 TO WS-MEM-NIGHTS(MEM-IDX)
053900         MOVE HY-GAME-DATE TO WS-MEM-LAST-DATE(MEM-IDX)
054000     END-IF.
054100     ADD 1 TO WS-MEM-CARDS(MEM-IDX).
054200     ADD HY-GRAND-TOTAL TO WS-MEM-POINTS(MEM-IDX).
054300     IF WS-MEM-CARDS(MEM-IDX) = 1
054400         OR HY-GRAND-TOTAL > WS-MEM-BEST(MEM-IDX)
054500         MOVE HY-GRAND-TOTAL TO WS-MEM-BEST(MEM-IDX)
054600         MOVE HY-GAME-DATE TO WS-MEM-BEST-DATE(MEM-IDX)
054700         MOVE HY-GAME-NO TO WS-MEM-BEST-GAME(MEM-IDX)
054800     END-IF.
054900     IF WS-MEM-CARDS(MEM-IDX) = 1
055000         OR HY-GRAND-TOTAL < WS-MEM-WORST(MEM-IDX)
055100         MOVE HY-GRAND-TOTAL TO WS-MEM-WORST(MEM-IDX)
055200         MOVE HY-GAME-DATE TO WS-MEM-WORST-DATE(MEM-IDX)
055300         MOVE HY-GAME-NO TO WS-MEM-WORST-GAME(MEM-IDX)
055400     END-IF.
055500 2100-EXIT.
055600     EXIT.
055700*----------------------------------------------------------*
055800* 3000-READ-JOURNAL - PER-CATEGORY ROLLS, POINTS AND ZEROES
055900* FOR EACH SELECTED MEMBER, FROM ROLLS DATED INSIDE THE
056000* SEASON. THE YEARLY ARCHIVES MAY BE CONCATENATED AHEAD OF
056100* THE LIVE JOURNAL; ANYTHING BEFORE THE SEASON IS PASSED BY.
056200*----------------------------------------------------------*
056300 3000-READ-JOURNAL.
056400     OPEN INPUT JOURNAL-FILE.
056500     IF NOT JOURNAL-OK
056600         DISPLAY "YCHTPROF: JOURNAL NOT AVAILABLE, STATUS "
056700             WS-JOURNAL-STATUS
056800         GO TO 3000-EXIT
056900     END-IF.
057000     MOVE 'Y' TO WS-JOURNAL-PRESENT-SW.
057100     PERFORM 3100-ONE-JOURNAL THRU 3100-EXIT
057200         UNTIL NO-MORE-JOURNAL.
057300     CLOSE JOURNAL-FILE.
057400 3000-EXIT.
057500     EXIT.
057600 3100-ONE-JOURNAL.
057700     READ JOURNAL-FILE
057800         AT END
057900             MOVE 'Y' TO WS-JOURNAL-EOF-SW
058000             GO TO 3100-EXIT
058100     END-READ.
058200     ADD 1 TO WS-JOURNAL-READ.
058300     IF AJ-DATE < WS-SEASON-START
058400         OR (WS-SEASON-END > 0 AND AJ-DATE > WS-SEASON-END)
058500         GO TO 3100-EXIT
058600     END-IF.
058700     MOVE AJ-PLAYER-ID TO WS-LOOK-ID.
058800     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
058900     IF LOOK-NOT-FOUND
059000         GO TO 3100-EXIT
059100     END-IF.
059200     SET CT-NAME-IDX TO 1.
059300     SEARCH CT-CATEGORY-NAME
059400         AT END
059500             DISPLAY "YCHTPROF: UNKNOWN CATEGORY ON JOURNAL "
059600                 AJ-CATEGORY " PLAYER " AJ-PLAYER-ID
059700                 " DATE " AJ-DATE
059800             GO TO 3100-EXIT
059900         WHEN CT-CATEGORY-NAME(CT-NAME-IDX) = AJ-CATEGORY
060000             SET WS-JRNL-SLOT TO CT-NAME-IDX
060100     END-SEARCH.
060200*    A NEW PLAYER/NIGHT/GAME STARTS A FRESH CARD.
060300     IF AJ-DATE NOT = WS-MEM-CARD-DATE(MEM-IDX)
060400         OR AJ-GAME-NO NOT = WS-MEM-CARD-GAME(MEM-IDX)
060500         MOVE AJ-DATE TO WS-MEM-CARD-DATE(MEM-IDX)
060600         MOVE AJ-GAME-NO TO WS-MEM-CARD-GAME(MEM-IDX)
060700         PERFORM 3200-CLEAR-ONE-SLOT THRU 3200-EXIT
060800             VARYING WS-CAT-SUB FROM 1 BY 1
060900             UNTIL WS-CAT-SUB > 13
061000     END-IF.
061100     IF WS-MEM-CARD-DONE(MEM-IDX, WS-JRNL-SLOT) = 'Y'
061200*        THE SECOND JOURNALING OF A CATEGORY IS A YCHTCORR
061300*        CORRECTION APPENDED AFTER THE ORIGINAL ROLL.
061400         ADD 1 TO WS-ROLLS-SUPERSEDED
061500         GO TO 3100-EXIT
061600     END-IF.
061700     MOVE 'Y' TO WS-MEM-CARD-DONE(MEM-IDX, WS-JRNL-SLOT).
061800     ADD 1 TO WS-MEM-CAT-ROLLS(MEM-IDX, WS-JRNL-SLOT).
061900     ADD AJ-RESULT TO WS-MEM-CAT-POINTS(MEM-IDX, WS-JRNL-SLOT).
062000     IF AJ-RESULT = 0
062100         ADD 1 TO WS-MEM-CAT-ZEROES(MEM-IDX, WS-JRNL-SLOT)
062200     END-IF.
062300     ADD 1 TO WS-ROLLS-COUNTED.
062400 3100-EXIT.
062500     EXIT.
062600 3200-CLEAR-ONE-SLOT.
062700     MOVE 'N' TO WS-MEM-CARD-DONE(MEM-IDX, WS-CAT-SUB).
062800 3200-EXIT.
062900     EXIT.
063000*----------------------------------------------------------*
063100* 4000-READ-HANDICAPS - THE CURRENT HANDICAP, ROLLING
063200* AVERAGE AND NIGHTS COUNTED FROM HCAPMST.
063300*----------------------------------------------------------*
063400 4000-READ-HANDICAPS.
063500     OPEN INPUT HANDICAP-MASTER-FILE.
063600     IF NOT HANDICAP-MASTER-OK
063700         DISPLAY "YCHTPROF: HCAPMST NOT AVAILABLE, STATUS "
063800             WS-HANDICAP-MASTER-STATUS
063900         GO TO 4000-EXIT
064000     END-IF.
064100     MOVE 'Y' TO WS-HANDICAP-PRESENT-SW.
064200     PERFORM 4100-ONE-HANDICAP THRU 4100-EXIT
064300         UNTIL NO-MORE-HANDICAPS.
064400     CLOSE HANDICAP-MASTER-FILE.
064500 4000-EXIT.
064600     EXIT.
064700 4100-ONE-HANDICAP.
064800     READ HANDICAP-MASTER-FILE
064900         AT END
065000             MOVE 'Y' TO WS-HANDICAP-EOF-SW
065100             GO TO 4100-EXIT
065200     END-READ.
065300     ADD 1 TO WS-HANDICAPS-READ.
065400     MOVE HC-PLAYER-ID TO WS-LOOK-ID.
065500     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
065600     IF LOOK-NOT-FOUND
065700         GO TO 4100-EXIT
065800     END-IF.
065900     MOVE 'Y' TO WS-MEM-HCAP-SW(MEM-IDX).
066000     MOVE HC-HANDICAP TO WS-MEM-HANDICAP(MEM-IDX).
066100     MOVE HC-ROLLING-AVG TO WS-MEM-ROLLING-AVG(MEM-IDX).
066200     MOVE HC-GAMES-COUNTED TO WS-MEM-HCAP-GAMES(MEM-IDX).
066300 4100-EXIT.
066400     EXIT.
066500*----------------------------------------------------------*
066600* 4200-READ-MATCH-STANDINGS - THE FILE IS WRITTEN RANKED ON
066700* MATCH POINTS, SO A MEMBER'S POSITION IS THE RECORD'S
066800* PLACE ON THE FILE, OUT OF THE RECORDS ON IT.
066900*----------------------------------------------------------*
067000 4200-READ-MATCH-STANDINGS.
067100     OPEN INPUT MATCH-STANDINGS-FILE.
067200     IF NOT MATCH-STANDINGS-OK
067300         DISPLAY "YCHTPROF: MSTDMST NOT AVAILABLE, STATUS "
067400             WS-MATCH-STANDINGS-STATUS
067500         GO TO 4200-EXIT
067600     END-IF.
067700     MOVE 'Y' TO WS-MATCH-PRESENT-SW.
067800     PERFORM 4300-ONE-MATCH-STANDING THRU 4300-EXIT
067900         UNTIL NO-MORE-MATCHES.
068000     CLOSE MATCH-STANDINGS-FILE.
068100     MOVE WS-MATCHES-READ TO WS-MATCH-TOTAL.
068200 4200-EXIT.
068300     EXIT.
068400 4300-ONE-MATCH-STANDING.
068500     READ MATCH-STANDINGS-FILE
068600         AT END
068700             MOVE 'Y' TO WS-MATCH-EOF-SW
068800             GO TO 4300-EXIT
068900     END-READ.
069000     ADD 1 TO WS-MATCHES-READ.
069100     MOVE MS-PLAYER-ID TO WS-LOOK-ID.
069200     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
069300     IF LOOK-NOT-FOUND
069400         GO TO 4300-EXIT
069500     END-IF.
069600     MOVE 'Y' TO WS-MEM-MATCH-SW(MEM-IDX).
069700     MOVE WS-MATCHES-READ TO WS-MEM-MATCH-POS(MEM-IDX).
069800     MOVE MS-PLAYED TO WS-MEM-PLAYED(MEM-IDX).
069900     MOVE MS-WON TO WS-MEM-WON(MEM-IDX).
070000     MOVE MS-DRAWN TO WS-MEM-DRAWN(MEM-IDX).
070100     MOVE MS-LOST TO WS-MEM-LOST(MEM-IDX).
070200     MOVE MS-POINTS TO WS-MEM-MATCH-POINTS(MEM-IDX).
070300 4300-EXIT.
070400     EXIT.
070500*----------------------------------------------------------*
070600* 4400-READ-TEAMS - PLACE EACH SELECTED MEMBER ON THEIR
070700* TEAM. SHOULD TEAMMST LIST A MEMBER TWICE (YCHTAUDT REPORTS
070800* IT) THE FIRST TEAM STANDS.
070900*----------------------------------------------------------*
071000 4400-READ-TEAMS.
071100     OPEN INPUT TEAM-MASTER-FILE.
071200     IF NOT TEAM-MASTER-OK
071300         DISPLAY "YCHTPROF: TEAMMST NOT AVAILABLE, STATUS "
071400             WS-TEAM-MASTER-STATUS
071500         GO TO 4400-EXIT
071600     END-IF.
071700     MOVE 'Y' TO WS-TEAM-PRESENT-SW.
071800     PERFORM 4500-ONE-TEAM THRU 4500-EXIT
071900         UNTIL NO-MORE-TEAMS.
072000     CLOSE TEAM-MASTER-FILE.
072100 4400-EXIT.
072200     EXIT.
072300 4500-ONE-TEAM.
072400     READ TEAM-MASTER-FILE
072500         AT END
072600             MOVE 'Y' TO WS-TEAM-EOF-SW
072700             GO TO 4500-EXIT
072800     END-READ.
072900     ADD 1 TO WS-TEAMS-READ.
073000     PERFORM 4510-ONE-TEAM-SLOT THRU 4510-EXIT
073100         VARYING WS-SLOT-SUB FROM 1 BY 1
073200         UNTIL WS-SLOT-SUB > 4.
073300 4500-EXIT.
073400     EXIT.
073500 4510-ONE-TEAM-SLOT.
073600     IF TM-MEMBER-ID(WS-SLOT-SUB) = SPACES
073700         GO TO 4510-EXIT
073800     END-IF.
073900     MOVE TM-MEMBER-ID(WS-SLOT-SUB) TO WS-LOOK-ID.
074000     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
074100     IF LOOK-NOT-FOUND
074200         GO TO 4510-EXIT
074300     END-IF.
074400     IF WS-MEM-TEAM-ID(MEM-IDX) = SPACES
074500         MOVE TM-TEAM-ID TO WS-MEM-TEAM-ID(MEM-IDX)
074600         MOVE TM-TEAM-NAME TO WS-MEM-TEAM-NAME(MEM-IDX)
074700     END-IF.
074800 4510-EXIT.
074900     EXIT.
075000*----------------------------------------------------------*
075100* 4600-READ-TEAM-STANDINGS - THE RANKED TEAM TABLE, HELD IN
075200* FILE ORDER SO A TEAM'S POSITION IS ITS PLACE IN IT.
075300*----------------------------------------------------------*
075400 4600-READ-TEAM-STANDINGS.
075500     OPEN INPUT TEAM-STANDINGS-FILE.
075600     IF NOT TEAM-STANDINGS-OK
075700         DISPLAY "YCHTPROF: TSTDMST NOT AVAILABLE, STATUS "
075800             WS-TEAM-STANDINGS-STATUS
075900         GO TO 4600-EXIT
076000     END-IF.
076100     MOVE 'Y' TO WS-TSTD-PRESENT-SW.
076200     PERFORM 4700-ONE-TEAM-STANDING THRU 4700-EXIT
076300         UNTIL NO-MORE-TEAM-STANDINGS.
076400     CLOSE TEAM-STANDINGS-FILE.
076500 4600-EXIT.
076600     EXIT.
076700 4700-ONE-TEAM-STANDING.
076800     READ TEAM-STANDINGS-FILE
076900         AT END
077000             MOVE 'Y' TO WS-TSTD-EOF-SW
077100             GO TO 4700-EXIT
077200     END-READ.
077300     ADD 1 TO WS-TSTD-READ.
077400     IF WS-TSTD-COUNT >= 200
077500         DISPLAY "YCHTPROF: TEAM STANDINGS TABLE FULL AT "
077600             TS-TEAM-ID ", RUN ABANDONED"
077700         MOVE 16 TO RETURN-CODE
077800         STOP RUN
077900     END-IF.
078000     ADD 1 TO WS-TSTD-COUNT.
078100     MOVE TS-TEAM-ID TO WS-TSTD-ID(WS-TSTD-COUNT).
078200     MOVE TS-NIGHTS TO WS-TSTD-NIGHTS(WS-TSTD-COUNT).
078300     MOVE TS-SEASON-TOTAL TO WS-TSTD-TOTAL(WS-TSTD-COUNT).
078400 4700-EXIT.
078500     EXIT.
078600*----------------------------------------------------------*
078700* 4800-READ-MILESTONES - MILESTONES REACHED ON OR AFTER THE
078800* FIRST NIGHT OF THE SEASON. EACH CODE IS REACHED ONCE, SO
078900* FOUR SLOTS PER MEMBER ARE ENOUGH.
079000*----------------------------------------------------------*
079100 4800-READ-MILESTONES.
079200     OPEN INPUT MILESTONE-MASTER-FILE.
079300     IF NOT MILESTONE-MASTER-OK
079400         DISPLAY "YCHTPROF: MILEMST NOT AVAILABLE, STATUS "
079500             WS-MILESTONE-MASTER-STATUS
079600         GO TO 4800-EXIT
079700     END-IF.
079800     MOVE 'Y' TO WS-MILESTONE-PRESENT-SW.
079900     PERFORM 4900-ONE-MILESTONE THRU 4900-EXIT
080000         UNTIL NO-MORE-MILESTONES.
080100     CLOSE MILESTONE-MASTER-FILE.
080200 4800-EXIT.
080300     EXIT.
080400 4900-ONE-MILESTONE.
080500     READ MILESTONE-MASTER-FILE
080600         AT END
080700             MOVE 'Y' TO WS-MILESTONE-EOF-SW
080800             GO TO 4900-EXIT
080900     END-READ.
081000     ADD 1 TO WS-MILESTONES-READ.
081100     IF ML-ACHIEVED-DATE < WS-SEASON-START
081200         GO TO 4900-EXIT
081300     END-IF.
081400     MOVE ML-PLAYER-ID TO WS-LOOK-ID.
081500     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
081600     IF LOOK-NOT-FOUND
081700         OR WS-MEM-MILE-COUNT(MEM-IDX) >= 4
081800         GO TO 4900-EXIT
081900     END-IF.
082000     ADD 1 TO WS-MEM-MILE-COUNT(MEM-IDX).
082100     MOVE WS-MEM-MILE-COUNT(MEM-IDX) TO WS-MILE-SUB.
082200     MOVE ML-MILESTONE-CODE
082300         TO WS-MEM-MILE-CODE(MEM-IDX, WS-MILE-SUB).
082400     MOVE ML-ACHIEVED-DATE
082500         TO WS-MEM-MILE-DATE(MEM-IDX, WS-MILE-SUB).
082600 4900-EXIT.
082700     EXIT.
082800*----------------------------------------------------------*
082900* 5000-READ-RECORD-BOOK - THE WHOLE BOOK IS HELD; EACH PAGE
083000* LISTS THE ENTRIES ITS MEMBER HOLDS.
083100*----------------------------------------------------------*
083200 5000-READ-RECORD-BOOK.
083300     OPEN INPUT RECORD-BOOK-FILE.
083400     IF NOT RECORD-BOOK-OK
083500         DISPLAY "YCHTPROF: RECDMST NOT AVAILABLE, STATUS "
083600             WS-RECORD-BOOK-STATUS
083700         GO TO 5000-EXIT
083800     END-IF.
083900     MOVE 'Y' TO WS-RECORD-PRESENT-SW.
084000     PERFORM 5100-ONE-RECORD THRU 5100-EXIT
084100         UNTIL NO-MORE-RECORDS.
084200     CLOSE RECORD-BOOK-FILE.
084300 5000-EXIT.
084400     EXIT.
084500 5100-ONE-RECORD.
084600     READ RECORD-BOOK-FILE
084700         AT END
084800             MOVE 'Y' TO WS-RECORD-EOF-SW
084900             GO TO 5100-EXIT
085000     END-READ.
085100     ADD 1 TO WS-RECORDS-READ.
085200     IF WS-RECD-COUNT >= 50
085300         DISPLAY "YCHTPROF: RECORD BOOK TABLE FULL AT "
085400             RB-CATEGORY ", RUN ABANDONED"
085500         MOVE 16 TO RETURN-CODE
085600         STOP RUN
085700     END-IF.
085800     ADD 1 TO WS-RECD-COUNT.
085900     MOVE RB-CATEGORY TO WS-RECD-CATEGORY(WS-RECD-COUNT).
086000     MOVE RB-VARIANT TO WS-RECD-VARIANT(WS-RECD-COUNT).
086100     MOVE RB-BEST-SCORE TO WS-RECD-BEST(WS-RECD-COUNT).
086200     MOVE RB-HOLDER-ID TO WS-RECD-HOLDER(WS-RECD-COUNT).
086300     MOVE RB-GAME-DATE TO WS-RECD-DATE(WS-RECD-COUNT).
086400 5100-EXIT.
086500     EXIT.
086600*----------------------------------------------------------*
086700* 6000-PRINT-PROFILE - ONE PAGE FOR THE MEMBER AT
086800* WS-MEM-SUB.
086900*----------------------------------------------------------*
087000 6000-PRINT-PROFILE.
087100     SET MEM-IDX TO WS-MEM-SUB.
087200     ADD 1 TO WS-PAGES-PRINTED.
087300     MOVE SPACES TO PRINT-RECORD.
087400     STRING "THURSDAY NIGHT YACHT CLUB - MEMBER SEASON PROFILE"
087500         "  RUN " WS-RUN-DATE
087600         DELIMITED BY SIZE INTO PRINT-RECORD.
087700     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
087800     MOVE SPACES TO PRINT-RECORD.
087900     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
088000     STRING "  MEMBER " WS-MEM-ID(MEM-IDX) "  "
088100         WS-MEM-NAME(MEM-IDX) "  CLUB " WS-MEM-CLUB(MEM-IDX)
088200         DELIMITED BY SIZE INTO PRINT-RECORD.
088300     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
088400     STRING "  JOINED " WS-MEM-JOIN-DATE(MEM-IDX)
088500         DELIMITED BY SIZE INTO PRINT-RECORD.
088600     EVALUATE WS-MEM-FLAG(MEM-IDX)
088700         WHEN 'R'
088800             MOVE "  (RETIRED)" TO PRINT-RECORD(18:)
088900         WHEN 'L'
089000             MOVE "  (LAPSED)" TO PRINT-RECORD(18:)
089100     END-EVALUATE.
089200     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
089300     PERFORM 6100-PRINT-SEASON-PLAY THRU 6100-EXIT.
089400     PERFORM 6200-PRINT-HANDICAP THRU 6200-EXIT.
089500     PERFORM 6300-PRINT-CATEGORIES THRU 6300-EXIT.
089600     PERFORM 6400-PRINT-MATCH-PLAY THRU 6400-EXIT.
089700     PERFORM 6500-PRINT-TEAM THRU 6500-EXIT.
089800     PERFORM 6600-PRINT-MILESTONES THRU 6600-EXIT.
089900     PERFORM 6700-PRINT-RECORDS THRU 6700-EXIT.
090000 6000-EXIT.
090100     EXIT.
090200*----------------------------------------------------------*
090300* 6100-PRINT-SEASON-PLAY - NIGHTS AND CARDS, THE GRAND-TOTAL
090400* AVERAGE PER CARD, AND THE BEST AND WORST CARD OF THE
090500* SEASON WITH THE NIGHT IT WAS PLAYED.
090600*----------------------------------------------------------*
090700 6100-PRINT-SEASON-PLAY.
090800     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
090900     IF NOT HISTORY-PRESENT
091000         MOVE "  SEASON PLAY - HISTORY NOT AVAILABLE"
091100             TO PRINT-RECORD
091200         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
091300         GO TO 6100-EXIT
091400     END-IF.
091500     STRING "  SEASON PLAY  " WS-SEASON-START " TO "
091600         WS-SEASON-END
091700         DELIMITED BY SIZE INTO PRINT-RECORD.
091800     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
091900     IF WS-MEM-CARDS(MEM-IDX) = 0
092000         MOVE "    NO CARDS PLAYED THIS SEASON" TO PRINT-RECORD
092100         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
092200         GO TO 6100-EXIT
092300     END-IF.
092400     MOVE WS-MEM-NIGHTS(MEM-IDX) TO WS-PRINT-NUM-A.
092500     MOVE WS-MEM-CARDS(MEM-IDX) TO WS-PRINT-NUM-B.
092600     STRING "    NIGHTS PLAYED       " WS-PRINT-NUM-A
092700         "     CARDS PLAYED  " WS-PRINT-NUM-B
092800         DELIMITED BY SIZE INTO PRINT-RECORD.
092900     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
093000     COMPUTE WS-SEASON-AVG ROUNDED =
093100         WS-MEM-POINTS(MEM-IDX) / WS-MEM-CARDS(MEM-IDX).
093200     MOVE WS-SEASON-AVG TO WS-PRINT-AVERAGE.
093300     STRING "    GRAND-TOTAL AVERAGE " WS-PRINT-AVERAGE
093400         DELIMITED BY SIZE INTO PRINT-RECORD.
093500     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
093600     MOVE WS-MEM-BEST(MEM-IDX) TO WS-PRINT-NUM-A.
093700     MOVE WS-MEM-BEST-GAME(MEM-IDX) TO WS-PRINT-GAME.
093800     STRING "    BEST NIGHT          " WS-PRINT-NUM-A
093900         "     ON " WS-MEM-BEST-DATE(MEM-IDX) " GAME "
094000         WS-PRINT-GAME
094100         DELIMITED BY SIZE INTO PRINT-RECORD.
094200     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
094300     MOVE WS-MEM-WORST(MEM-IDX) TO WS-PRINT-NUM-A.
094400     MOVE WS-MEM-WORST-GAME(MEM-IDX) TO WS-PRINT-GAME.
094500     STRING "    WORST NIGHT         " WS-PRINT-NUM-A
094600         "     ON " WS-MEM-WORST-DATE(MEM-IDX) " GAME "
094700         WS-PRINT-GAME
094800         DELIMITED BY SIZE INTO PRINT-RECORD.
094900     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
095000 6100-EXIT.
095100     EXIT.
095200*----------------------------------------------------------*
095300* 6200-PRINT-HANDICAP - THE HANDICAP IS A SHARE OF THE GAP
095400* BELOW THE BASE SCORE, SO A ROLLING (RECENT) AVERAGE ABOVE
095500* THE SEASON AVERAGE MEANS IT IS COMING DOWN, AND ONE BELOW
095600* MEANS IT IS GOING UP. WHILE THE ROLLING WINDOW STILL
095700* COVERS THE WHOLE SEASON THERE IS NO TREND TO SHOW.
095800*----------------------------------------------------------*
095900 6200-PRINT-HANDICAP.
096000     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
096100     IF NOT HANDICAP-PRESENT
096200         MOVE "  HANDICAP - HCAPMST NOT AVAILABLE" TO PRINT-RECORD
096300         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
096400         GO TO 6200-EXIT
096500     END-IF.
096600     IF NOT MEM-HAS-HANDICAP(MEM-IDX)
096700         MOVE "  HANDICAP - NONE ON FILE" TO PRINT-RECORD
096800         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
096900         GO TO 6200-EXIT
097000     END-IF.
097100     MOVE WS-MEM-HANDICAP(MEM-IDX) TO WS-PRINT-NUM-A.
097200     MOVE WS-MEM-ROLLING-AVG(MEM-IDX) TO WS-PRINT-NUM-B.
097300     MOVE WS-MEM-HCAP-GAMES(MEM-IDX) TO WS-PRINT-NUM-C.
097400     STRING "  HANDICAP     " WS-PRINT-NUM-A
097500         "     ROLLING AVERAGE" WS-PRINT-NUM-B
097600         " OVER" WS-PRINT-NUM-C " CARDS"
097700         DELIMITED BY SIZE INTO PRINT-RECORD.
097800     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
097900     IF WS-MEM-CARDS(MEM-IDX) = 0
098000         OR WS-MEM-CARDS(MEM-IDX) <= WS-MEM-HCAP-GAMES(MEM-IDX)
098100         MOVE "    TREND  NOT YET ESTABLISHED" TO PRINT-RECORD
098200         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
098300         GO TO 6200-EXIT
098400     END-IF.
098500     COMPUTE WS-SEASON-AVG-WHOLE ROUNDED =
098600         WS-MEM-POINTS(MEM-IDX) / WS-MEM-CARDS(MEM-IDX).
098700     EVALUATE TRUE
098800         WHEN WS-MEM-ROLLING-AVG(MEM-IDX) > WS-SEASON-AVG-WHOLE
098900             MOVE "    TREND  COMING DOWN - RECENT FORM"
099000                 TO PRINT-RECORD
099100             MOVE " ABOVE THE SEASON AVERAGE" TO PRINT-RECORD(37:)
099200         WHEN WS-MEM-ROLLING-AVG(MEM-IDX) < WS-SEASON-AVG-WHOLE
099300             MOVE "    TREND  GOING UP - RECENT FORM"
099400                 TO PRINT-RECORD
099500             MOVE " BELOW THE SEASON AVERAGE" TO PRINT-RECORD(34:)
099600         WHEN OTHER
099700             MOVE "    TREND  STEADY - RECENT FORM"
099800                 TO PRINT-RECORD
099900             MOVE " AT THE SEASON AVERAGE" TO PRINT-RECORD(32:)
100000     END-EVALUATE.
100100     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
100200 6200-EXIT.
100300     EXIT.
100400*----------------------------------------------------------*
100500* 6300-PRINT-CATEGORIES - ONE LINE PER CATEGORY IN SCOREPAD
100600* ORDER; TWO PAIRS ONLY WHEN THE MEMBER PLAYED A MAXI CARD.
100700*----------------------------------------------------------*
100800 6300-PRINT-CATEGORIES.
100900     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
101000     IF NOT JOURNAL-PRESENT
101100         MOVE "  CATEGORIES - JOURNAL NOT AVAILABLE"
101200             TO PRINT-RECORD
101300         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
101400         GO TO 6300-EXIT
101500     END-IF.
101600     MOVE "    CATEGORY         ROLLS  AVERAGE  ZEROES ZERO RATE"
101700         TO PRINT-RECORD.
101800     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
101900     IF WS-MEM-CAT-ROLLS(MEM-IDX, 13) > 0
102000         MOVE 13 TO WS-CAT-SLOTS
102100     ELSE
102200         MOVE 12 TO WS-CAT-SLOTS
102300     END-IF.
102400     PERFORM 6310-PRINT-ONE-CATEGORY THRU 6310-EXIT
102500         VARYING WS-CAT-SUB FROM 1 BY 1
102600         UNTIL WS-CAT-SUB > WS-CAT-SLOTS.
102700 6300-EXIT.
102800     EXIT.
102900 6310-PRINT-ONE-CATEGORY.
103000     MOVE CT-CATEGORY-NAME(WS-CAT-SUB) TO CL-CATEGORY.
103100     MOVE WS-MEM-CAT-ROLLS(MEM-IDX, WS-CAT-SUB) TO CL-ROLLS.
103200     MOVE WS-MEM-CAT-ZEROES(MEM-IDX, WS-CAT-SUB) TO CL-ZEROES.
103300     IF WS-MEM-CAT-ROLLS(MEM-IDX, WS-CAT-SUB) = 0
103400         MOVE ZERO TO WS-CAT-AVG
103500         MOVE ZERO TO WS-ZERO-RATE
103600     ELSE
103700         COMPUTE WS-CAT-AVG ROUNDED =
103800             WS-MEM-CAT-POINTS(MEM-IDX, WS-CAT-SUB)
103900             / WS-MEM-CAT-ROLLS(MEM-IDX, WS-CAT-SUB)
104000         COMPUTE WS-ZERO-RATE ROUNDED =
104100             WS-MEM-CAT-ZEROES(MEM-IDX, WS-CAT-SUB) * 100
104200             / WS-MEM-CAT-ROLLS(MEM-IDX, WS-CAT-SUB)
104300     END-IF.
104400     MOVE WS-CAT-AVG TO CL-AVERAGE.
104500     MOVE WS-ZERO-RATE TO CL-ZERO-RATE.
104600     MOVE WS-CATEGORY-LINE TO PRINT-RECORD.
104700     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
104800 6310-EXIT.
104900     EXIT.
105000*----------------------------------------------------------*
105100* 6400-PRINT-MATCH-PLAY - THE HEAD-TO-HEAD RECORD AND
105200* POSITION IN THE MATCH STANDINGS.
105300*----------------------------------------------------------*
105400 6400-PRINT-MATCH-PLAY.
105500     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
105600     IF NOT MATCH-PRESENT
105700         MOVE "  MATCH PLAY - MSTDMST NOT AVAILABLE"
105800             TO PRINT-RECORD
105900         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
106000         GO TO 6400-EXIT
106100     END-IF.
106200     IF NOT MEM-HAS-MATCHES(MEM-IDX)
106300         MOVE "  MATCH PLAY - NO MATCHES PLAYED" TO PRINT-RECORD
106400         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
106500         GO TO 6400-EXIT
106600     END-IF.
106700     MOVE WS-MEM-MATCH-POS(MEM-IDX) TO WS-PRINT-NUM-A.
106800     MOVE WS-MATCH-TOTAL TO WS-PRINT-NUM-B.
106900     STRING "  MATCH PLAY   POSITION" WS-PRINT-NUM-A " OF"
107000         WS-PRINT-NUM-B
107100         DELIMITED BY SIZE INTO PRINT-RECORD.
107200     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
107300     MOVE WS-MEM-PLAYED(MEM-IDX) TO WS-PRINT-NUM-A.
107400     MOVE WS-MEM-WON(MEM-IDX) TO WS-PRINT-NUM-B.
107500     MOVE WS-MEM-DRAWN(MEM-IDX) TO WS-PRINT-NUM-C.
107600     MOVE WS-MEM-LOST(MEM-IDX) TO WS-PRINT-NUM-D.
107700     MOVE WS-MEM-MATCH-POINTS(MEM-IDX) TO WS-PRINT-NUM-E.
107800     STRING "    PLAYED" WS-PRINT-NUM-A "  WON" WS-PRINT-NUM-B
107900         "  DRAWN" WS-PRINT-NUM-C "  LOST" WS-PRINT-NUM-D
108000         "  POINTS" WS-PRINT-NUM-E
108100         DELIMITED BY SIZE INTO PRINT-RECORD.
108200     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
108300 6400-EXIT.
108400     EXIT.
108500*----------------------------------------------------------*
108600* 6500-PRINT-TEAM - THE MEMBER'S TEAM AND ITS PLACE IN THE
108700* TEAM STANDINGS.
108800*----------------------------------------------------------*
108900 6500-PRINT-TEAM.
109000     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
109100     IF NOT TEAM-PRESENT
109200         MOVE "  TEAM - TEAMMST NOT AVAILABLE" TO PRINT-RECORD
109300         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
109400         GO TO 6500-EXIT
109500     END-IF.
109600     IF WS-MEM-TEAM-ID(MEM-IDX) = SPACES
109700         MOVE "  TEAM - NOT ON A TEAM" TO PRINT-RECORD
109800         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
109900         GO TO 6500-EXIT
110000     END-IF.
110100     STRING "  TEAM         " WS-MEM-TEAM-ID(MEM-IDX) "  "
110200         WS-MEM-TEAM-NAME(MEM-IDX)
110300         DELIMITED BY SIZE INTO PRINT-RECORD.
110400     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
110500     MOVE 0 TO WS-TEAM-POSITION.
110600     IF WS-TSTD-COUNT > 0
110700         SET TSTD-IDX TO 1
110800         SEARCH WS-TSTD-ENTRY
110900             WHEN TSTD-IDX > WS-TSTD-COUNT
111000                 MOVE 0 TO WS-TEAM-POSITION
111100             WHEN WS-TSTD-ID(TSTD-IDX) = WS-MEM-TEAM-ID(MEM-IDX)
111200                 SET WS-TEAM-POSITION TO TSTD-IDX
111300         END-SEARCH
111400     END-IF.
111500     IF WS-TEAM-POSITION = 0
111600         MOVE "    NO TEAM STANDING ON FILE" TO PRINT-RECORD
111700         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
111800         GO TO 6500-EXIT
111900     END-IF.
112000     MOVE WS-TEAM-POSITION TO WS-PRINT-NUM-A.
112100     MOVE WS-TSTD-COUNT TO WS-PRINT-NUM-B.
112200     MOVE WS-TSTD-NIGHTS(WS-TEAM-POSITION) TO WS-PRINT-NUM-C.
112300     MOVE WS-TSTD-TOTAL(WS-TEAM-POSITION) TO WS-PRINT-TOTAL.
112400     STRING "    POSITION" WS-PRINT-NUM-A " OF" WS-PRINT-NUM-B
112500         "  NIGHTS" WS-PRINT-NUM-C "  SEASON TOTAL"
112600         WS-PRINT-TOTAL
112700         DELIMITED BY SIZE INTO PRINT-RECORD.
112800     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
112900 6500-EXIT.
113000     EXIT.
113100*----------------------------------------------------------*
113200* 6600-PRINT-MILESTONES - MILESTONES REACHED THIS SEASON,
113300* WITH YCHTMILE'S CERTIFICATE WORDING.
113400*----------------------------------------------------------*
113500 6600-PRINT-MILESTONES.
113600     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
113700     IF NOT MILESTONE-PRESENT
113800         MOVE "  MILESTONES - MILEMST NOT AVAILABLE"
113900             TO PRINT-RECORD
114000         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
114100         GO TO 6600-EXIT
114200     END-IF.
114300     IF WS-MEM-MILE-COUNT(MEM-IDX) = 0
114400         MOVE "  MILESTONES - NONE THIS SEASON" TO PRINT-RECORD
114500         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
114600         GO TO 6600-EXIT
114700     END-IF.
114800     MOVE "  MILESTONES THIS SEASON" TO PRINT-RECORD.
114900     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
115000     PERFORM 6610-PRINT-ONE-MILESTONE THRU 6610-EXIT
115100         VARYING WS-MILE-SUB FROM 1 BY 1
115200         UNTIL WS-MILE-SUB > WS-MEM-MILE-COUNT(MEM-IDX).
115300 6600-EXIT.
115400     EXIT.
115500 6610-PRINT-ONE-MILESTONE.
115600     STRING "    " WS-MEM-MILE-DATE(MEM-IDX, WS-MILE-SUB) "  "
115700         DELIMITED BY SIZE INTO PRINT-RECORD.
115800     MOVE WS-MEM-MILE-CODE(MEM-IDX, WS-MILE-SUB)
115900         TO PRINT-RECORD(15:2).
116000     PERFORM 6620-MATCH-ONE-CODE THRU 6620-EXIT
116100         VARYING WS-CODE-SUB FROM 1 BY 1
116200         UNTIL WS-CODE-SUB > 4.
116300     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
116400 6610-EXIT.
116500     EXIT.
116600 6620-MATCH-ONE-CODE.
116700     IF WS-CODE(WS-CODE-SUB)
116800         = WS-MEM-MILE-CODE(MEM-IDX, WS-MILE-SUB)
116900         MOVE WS-CODE-WORDING(WS-CODE-SUB) TO PRINT-RECORD(15:)
117000     END-IF.
117100 6620-EXIT.
117200     EXIT.
117300*----------------------------------------------------------*
117400* 6700-PRINT-RECORDS - EVERY RECORD-BOOK ENTRY THE MEMBER
117500* HOLDS.
117600*----------------------------------------------------------*
117700 6700-PRINT-RECORDS.
117800     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
117900     IF NOT RECORD-BOOK-PRESENT
118000         MOVE "  CLUB RECORDS - RECDMST NOT AVAILABLE"
118100             TO PRINT-RECORD
118200         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
118300         GO TO 6700-EXIT
118400     END-IF.
118500     MOVE "  CLUB RECORDS HELD" TO PRINT-RECORD.
118600     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
118700     MOVE 0 TO WS-RECORDS-HELD.
118800     PERFORM 6710-PRINT-ONE-RECORD THRU 6710-EXIT
118900         VARYING WS-RECD-SUB FROM 1 BY 1
119000         UNTIL WS-RECD-SUB > WS-RECD-COUNT.
119100     IF WS-RECORDS-HELD = 0
119200         MOVE "    NONE" TO PRINT-RECORD
119300         PERFORM 8900-PRINT-LINE THRU 8900-EXIT
119400     END-IF.
119500 6700-EXIT.
119600     EXIT.
119700 6710-PRINT-ONE-RECORD.
119800     IF WS-RECD-HOLDER(WS-RECD-SUB) NOT = WS-MEM-ID(MEM-IDX)
119900         GO TO 6710-EXIT
120000     END-IF.
120100     ADD 1 TO WS-RECORDS-HELD.
120200     IF WS-RECD-VARIANT(WS-RECD-SUB) = 'M'
120300         MOVE "MAXI" TO WS-PRINT-VARIANT
120400     ELSE
120500         MOVE "STANDARD" TO WS-PRINT-VARIANT
120600     END-IF.
120700     MOVE WS-RECD-BEST(WS-RECD-SUB) TO WS-PRINT-NUM-A.
120800     STRING "    " WS-RECD-CATEGORY(WS-RECD-SUB) " "
120900         WS-PRINT-VARIANT WS-PRINT-NUM-A
121000         "     ON " WS-RECD-DATE(WS-RECD-SUB)
121100         DELIMITED BY SIZE INTO PRINT-RECORD.
121200     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
121300 6710-EXIT.
121400     EXIT.
121500*----------------------------------------------------------*
121600* 7000-FIND-MEMBER - LOOK WS-LOOK-ID UP AMONG THE SELECTED
121700* MEMBERS, LEAVING MEM-IDX ON THE ENTRY WHEN FOUND.
121800*----------------------------------------------------------*
121900 7000-FIND-MEMBER.
122000     MOVE 'N' TO WS-LOOK-RESULT.
122100     SET MEM-IDX TO 1.
122200     SEARCH WS-MEM-ENTRY
122300         WHEN MEM-IDX > WS-MEM-COUNT
122400             MOVE 'N' TO WS-LOOK-RESULT
122500         WHEN WS-MEM-ID(MEM-IDX) = WS-LOOK-ID
122600             MOVE 'Y' TO WS-LOOK-RESULT
122700     END-SEARCH.
122800 7000-EXIT.
122900     EXIT.
123000*----------------------------------------------------------*
123100* 8900-PRINT-LINE - WRITE THE LINE BUILT AND CLEAR IT FOR
123200* THE NEXT.
123300*----------------------------------------------------------*
123400 8900-PRINT-LINE.
123500     WRITE PRINT-RECORD AFTER ADVANCING 1 LINE.
123600     MOVE SPACES TO PRINT-RECORD.
123700 8900-EXIT.
123800     EXIT.
123900*----------------------------------------------------------*
124000* 9000-TERMINATE - CONTROL TOTALS ON A PAGE OF THEIR OWN.
124100*----------------------------------------------------------*
124200 9000-TERMINATE.
124300     MOVE SPACES TO PRINT-RECORD.
124400     STRING "THURSDAY NIGHT YACHT CLUB - MEMBER SEASON PROFILE"
124500         "  RUN " WS-RUN-DATE
124600         DELIMITED BY SIZE INTO PRINT-RECORD.
124700     WRITE PRINT-RECORD AFTER ADVANCING PAGE.
124800     MOVE SPACES TO PRINT-RECORD.
124900     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
125000     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
125100     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
125200     MOVE "  ROSTER RECORDS READ" TO WS-PRINT-LABEL.
125300     MOVE WS-ROSTER-READ TO WS-PRINT-COUNT.
125400     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
125500     MOVE "  HISTORY RECORDS READ" TO WS-PRINT-LABEL.
125600     MOVE WS-HISTORY-READ TO WS-PRINT-COUNT.
125700     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
125800     MOVE "  JOURNAL RECORDS READ" TO WS-PRINT-LABEL.
125900     MOVE WS-JOURNAL-READ TO WS-PRINT-COUNT.
126000     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
126100     MOVE "  ROLLS COUNTED" TO WS-PRINT-LABEL.
126200     MOVE WS-ROLLS-COUNTED TO WS-PRINT-COUNT.
126300     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
126400     MOVE "  CORRECTIONS SUPERSEDED" TO WS-PRINT-LABEL.
126500     MOVE WS-ROLLS-SUPERSEDED TO WS-PRINT-COUNT.
126600     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
126700     MOVE "  HANDICAP RECORDS READ" TO WS-PRINT-LABEL.
126800     MOVE WS-HANDICAPS-READ TO WS-PRINT-COUNT.
126900     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
127000     MOVE "  MATCH STANDINGS READ" TO WS-PRINT-LABEL.
127100     MOVE WS-MATCHES-READ TO WS-PRINT-COUNT.
127200     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
127300     MOVE "  TEAM RECORDS READ" TO WS-PRINT-LABEL.
127400     MOVE WS-TEAMS-READ TO WS-PRINT-COUNT.
127500     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
127600     MOVE "  TEAM STANDINGS READ" TO WS-PRINT-LABEL.
127700     MOVE WS-TSTD-READ TO WS-PRINT-COUNT.
127800     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
127900     MOVE "  MILESTONE RECORDS READ" TO WS-PRINT-LABEL.
128000     MOVE WS-MILESTONES-READ TO WS-PRINT-COUNT.
128100     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
128200     MOVE "  RECORD-BOOK ENTRIES READ" TO WS-PRINT-LABEL.
128300     MOVE WS-RECORDS-READ TO WS-PRINT-COUNT.
128400     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
128500     MOVE "  PROFILE PAGES PRINTED" TO WS-PRINT-LABEL.
128600     MOVE WS-PAGES-PRINTED TO WS-PRINT-COUNT.
128700     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
128800     CLOSE PRINT-FILE.
128900     DISPLAY "YCHTPROF: PROFILE PAGES PRINTED = "
129000         WS-PAGES-PRINTED.
129100     IF WS-PAGES-PRINTED = 0
129200         MOVE 4 TO RETURN-CODE
129300     ELSE
129400         MOVE 0 TO RETURN-CODE
129500     END-IF.
129600 9000-EXIT.
129700     EXIT.
129800 9100-PRINT-COUNT-LINE.
129900     MOVE SPACES TO PRINT-RECORD.
130000     STRING WS-PRINT-LABEL WS-PRINT-COUNT
130100         DELIMITED BY SIZE INTO PRINT-RECORD.
130200     PERFORM 8900-PRINT-LINE THRU 8900-EXIT.
130300 9100-EXIT.
130400     EXIT.
