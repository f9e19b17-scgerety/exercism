000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTERAS.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    ERASURE OF A DEPARTED MEMBER'S PERSONAL DATA. THE ERASURE
000900*    CONTROL (ERASCTL) CARRIES ONE RECORD PER MEMBER WHO HAS
001000*    ASKED TO BE REMOVED. FOR EACH ONE THE RUN:
001100*      - REPLACES THE ROSTER NAME WITH AN ANONYMOUS LABEL,
001200*        'ERASED MEMBER NNNNN' (NNNNN IS THE CERTIFICATE
001300*        NUMBER), AND BLANKS THE LEAGUE REGISTRATION NUMBER;
001400*      - RENAMES THE MEMBER'S ENTRIES ON THE SEASON AWARDS
001500*        FILE, WHICH CARRIES THE NAME AS PRINTED;
001600*      - REMOVES THE MEMBER'S NAMES FROM THE BANK PAYER
001700*        REGISTER (YCHTBANK);
001733*      - DROPS THE MEMBER'S E-MAIL AND TEXT ADDRESSES FROM
001766*        THE MEMBER CONTACT FILE (YCHTNOTE);
001800*      - COUNTS THE ENTRIES KEPT UNDER THE MEMBER ID ON THE
001900*        ACCOUNT, MILESTONE, TEAM AND RECORD-BOOK MASTERS.
002000*        THOSE HOLD NO NAME - EVERY REPORT LOOKS THE NAME UP
002100*        ON THE ROSTER - SO THEY NOW SHOW THE LABEL;
002200*      - APPENDS WHAT WAS ERASED, AND WHEN, TO THE PERMANENT
002300*        ERASURE LOG (ERASREC), AND PRINTS A CERTIFICATE.
002400*    THE MEMBER ID IS KEPT, SO SCORES, TOTALS AND STANDINGS
002500*    POSITIONS ARE UNTOUCHED.
002600*
002700*    A REQUEST IS REFUSED, AND NOTHING OF THAT MEMBER CHANGED,
002800*    WHEN THE MEMBER IS NOT ON THE ROSTER OR NOT OF THE CLUB
002900*    NAMED, IS NOT RETIRED (ROSTER FLAG 'R'), WAS ERASED
003000*    BEFORE, STILL OWES THE CLUB MONEY ON THE ACCOUNT MASTER,
003100*    OR HAS A DISPUTE CASE THAT IS NOT CLOSED. THE ACCOUNT
003200*    MASTER AND THE CASE REGISTER ARE THEREFORE BOTH REQUIRED
003300*    - NOBODY IS ERASED ON A GUESS. RETURN CODE 4 WHEN ANY
003400*    REQUEST IS REFUSED.
003500*
003600*    MODIFICATION HISTORY.
003700*    DATE       INIT DESCRIPTION
003800*    2026-10-15 LOP  ORIGINAL PROGRAM.
003833*    2026-10-15 LOP  THE ROSTER MASTER IS NOW INDEXED: AN ERASED
003866*                    MEMBER IS REWRITTEN IN PLACE - NO NEWROST.
003877*    2026-10-15 LOP  AN ERASED MEMBER'S RECORD IS ALSO DROPPED
003888*                    FROM THE MEMBER CONTACT FILE (CONTREC).
003891*    2026-10-15 LOP  A FAILED ROSTER REWRITE LEAVES THE MEMBER
003894*                    UNERASED AND ENDS THE RUN RC 16. CONTACT
003897*                    RECORDS REMOVED GO ON THE ERASURE LOG.
003900****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. GNUCOBOL.
004300 OBJECT-COMPUTER. GNUCOBOL.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ERASURE-CONTROL-FILE ASSIGN TO "ERASCTL"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ERASURE-CONTROL-STATUS.
004900     SELECT ERASURE-LOG-FILE ASSIGN TO "ERASLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-ERASURE-LOG-STATUS.
005200     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMST"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-ACCOUNT-STATUS.
005500     SELECT CASE-FILE ASSIGN TO "CASEMST"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CASE-STATUS.
005800     SELECT MILESTONE-FILE ASSIGN TO "MILEMST"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-MILESTONE-STATUS.
006100     SELECT TEAM-FILE ASSIGN TO "TEAMMST"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-TEAM-STATUS.
006400     SELECT RECORD-BOOK-FILE ASSIGN TO "RECDMST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-RECORD-BOOK-STATUS.
006700     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
006800         ORGANIZATION IS INDEXED
006900         ACCESS IS SEQUENTIAL
007000         RECORD KEY IS RK-ROSTER-KEY
007100         FILE STATUS IS WS-ROSTER-STATUS.
007300     SELECT OLD-AWARDS-FILE ASSIGN TO "OLDAWRD"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-OLD-AWARDS-STATUS.
007600     SELECT NEW-AWARDS-FILE ASSIGN TO "NEWAWRD"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-NEW-AWARDS-STATUS.
007900     SELECT OLD-PAYER-FILE ASSIGN TO "OLDPAYR"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-OLD-PAYER-STATUS.
008200     SELECT NEW-PAYER-FILE ASSIGN TO "NEWPAYR"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-NEW-PAYER-STATUS.
008414     SELECT OLD-CONTACT-FILE ASSIGN TO "OLDCONT"
008428         ORGANIZATION IS LINE SEQUENTIAL
008442         FILE STATUS IS WS-OLD-CONTACT-STATUS.
008456     SELECT NEW-CONTACT-FILE ASSIGN TO "NEWCONT"
008470         ORGANIZATION IS LINE SEQUENTIAL
008484         FILE STATUS IS WS-NEW-CONTACT-STATUS.
008500     SELECT CERTIFICATE-FILE ASSIGN TO "ERASCERT"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-CERTIFICATE-STATUS.
008800     SELECT PRINT-FILE ASSIGN TO "ERASRPT"
008900         ORGANIZATION IS LINE SEQUENTIAL
009000         FILE STATUS IS WS-PRINT-STATUS.
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  ERASURE-CONTROL-FILE
009400     RECORDING MODE IS F.
009500*    ONE RECORD PER ERASURE REQUEST, KEYED BY THE SECRETARY.
009600*    A BLANK CLUB TAKES THE MEMBER'S ROSTER CLUB AS IT STANDS.
009700 01  ERASURE-CONTROL-RECORD.
009800     05  EC-MEMBER-ID                PIC X(10).
009900     05  EC-CLUB-CODE                PIC X(03).
010000 FD  ERASURE-LOG-FILE
010100     RECORDING MODE IS F.
010200 01  ERASURE-LOG-RECORD.
010300     COPY ERASREC.
010400 FD  ACCOUNT-FILE
010500     RECORDING MODE IS F.
010600 01  ACCOUNT-RECORD.
010700     COPY ACCTREC.
010800 FD  CASE-FILE
010900     RECORDING MODE IS F.
011000 01  CASE-RECORD.
011100     COPY CASEREC.
011200 FD  MILESTONE-FILE
011300     RECORDING MODE IS F.
011400 01  MILESTONE-RECORD.
011500     COPY MILEREC.
011600 FD  TEAM-FILE
011700     RECORDING MODE IS F.
011800 01  TEAM-RECORD.
011900     COPY TEAMREC.
012000 FD  RECORD-BOOK-FILE
012100     RECORDING MODE IS F.
012200 01  RECORD-BOOK-RECORD.
012300     COPY RECDREC.
012400 FD  ROSTER-FILE.
012500 01  ROSTER-RECORD.
012600     COPY ROSTKEY.
012700     COPY ROSTMBR.
013100 FD  OLD-AWARDS-FILE
013200     RECORDING MODE IS F.
013300*    THE AWARDS FILE YCHTCLOS WRITES FOR PRESENTATION NIGHT.
013400 01  OLD-AWARDS-RECORD.
013500     05  AW-SEASON-ID                PIC X(06).
013600     05  AW-AWARD-CODE               PIC X(02).
013700     05  AW-PLAYER-ID                PIC X(10).
013800     05  AW-MEMBER-NAME              PIC X(30).
013900     05  AW-VALUE                    PIC 9(07).
014000 FD  NEW-AWARDS-FILE
014100     RECORDING MODE IS F.
014200 01  NEW-AWARDS-RECORD               PIC X(55).
014300 FD  OLD-PAYER-FILE
014400     RECORDING MODE IS F.
014500*    THE PAYER REGISTER YCHTBANK MATCHES BANK CREDITS WITH.
014600 01  OLD-PAYER-RECORD.
014700     05  PG-MEMBER-ID                PIC X(10).
014800     05  PG-PAYER-NAME               PIC X(30).
014900 FD  NEW-PAYER-FILE
015000     RECORDING MODE IS F.
015100 01  NEW-PAYER-RECORD                PIC X(40).
015111 FD  OLD-CONTACT-FILE
015122     RECORDING MODE IS F.
015133*    THE E-MAIL AND TEXT ADDRESSES YCHTNOTE SENDS TO.
015144 01  OLD-CONTACT-RECORD.
015155     COPY CONTREC.
015166 FD  NEW-CONTACT-FILE
015177     RECORDING MODE IS F.
015188 01  NEW-CONTACT-RECORD              PIC X(81).
015200 FD  CERTIFICATE-FILE
015300     RECORDING MODE IS F.
015400 01  CERTIFICATE-RECORD              PIC X(80).
015500 FD  PRINT-FILE
015600     RECORDING MODE IS F.
015700 01  PRINT-RECORD                    PIC X(80).
015800 WORKING-STORAGE SECTION.
015900 01  WS-ERASURE-CONTROL-STATUS   PIC X(02) VALUE '00'.
016000     88  ERASURE-CONTROL-OK                  VALUE '00'.
016100 01  WS-ERASURE-LOG-STATUS       PIC X(02) VALUE '00'.
016200     88  ERASURE-LOG-OK                      VALUE '00'.
016300 01  WS-ACCOUNT-STATUS           PIC X(02) VALUE '00'.
016400     88  ACCOUNT-OK                          VALUE '00'.
016500 01  WS-CASE-STATUS              PIC X(02) VALUE '00'.
016600     88  CASE-OK                             VALUE '00'.
016700 01  WS-MILESTONE-STATUS         PIC X(02) VALUE '00'.
016800     88  MILESTONE-OK                        VALUE '00'.
016900 01  WS-TEAM-STATUS              PIC X(02) VALUE '00'.
017000     88  TEAM-OK                             VALUE '00'.
017100 01  WS-RECORD-BOOK-STATUS       PIC X(02) VALUE '00'.
017200     88  RECORD-BOOK-OK                      VALUE '00'.
017300 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
017400     88  ROSTER-OK                           VALUE '00'.
017700 01  WS-OLD-AWARDS-STATUS        PIC X(02) VALUE '00'.
017800     88  OLD-AWARDS-OK                       VALUE '00'.
017900 01  WS-NEW-AWARDS-STATUS        PIC X(02) VALUE '00'.
018000     88  NEW-AWARDS-OK                       VALUE '00'.
018100 01  WS-OLD-PAYER-STATUS         PIC X(02) VALUE '00'.
018200     88  OLD-PAYER-OK                        VALUE '00'.
018300 01  WS-NEW-PAYER-STATUS         PIC X(02) VALUE '00'.
018400     88  NEW-PAYER-OK                        VALUE '00'.
018420 01  WS-OLD-CONTACT-STATUS       PIC X(02) VALUE '00'.
018440     88  OLD-CONTACT-OK                      VALUE '00'.
018460 01  WS-NEW-CONTACT-STATUS       PIC X(02) VALUE '00'.
018480     88  NEW-CONTACT-OK                      VALUE '00'.
018500 01  WS-CERTIFICATE-STATUS       PIC X(02) VALUE '00'.
018600     88  CERTIFICATE-OK                      VALUE '00'.
018700 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
018800     88  PRINT-OK                            VALUE '00'.
018900 01  WS-CONTROL-EOF-SW           PIC X(01) VALUE 'N'.
019000     88  NO-MORE-REQUESTS                    VALUE 'Y'.
019100 01  WS-LOG-EOF-SW               PIC X(01) VALUE 'N'.
019200     88  NO-MORE-LOG                         VALUE 'Y'.
019300 01  WS-ACCOUNT-EOF-SW           PIC X(01) VALUE 'N'.
019400     88  NO-MORE-ACCOUNTS                    VALUE 'Y'.
019500 01  WS-CASE-EOF-SW              PIC X(01) VALUE 'N'.
019600     88  NO-MORE-CASES                       VALUE 'Y'.
019700 01  WS-MILESTONE-EOF-SW         PIC X(01) VALUE 'N'.
019800     88  NO-MORE-MILESTONES                  VALUE 'Y'.
019900 01  WS-TEAM-EOF-SW              PIC X(01) VALUE 'N'.
020000     88  NO-MORE-TEAMS                       VALUE 'Y'.
020100 01  WS-RECORD-BOOK-EOF-SW       PIC X(01) VALUE 'N'.
020200     88  NO-MORE-RECORD-BOOK                 VALUE 'Y'.
020300 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE 'N'.
020400     88  NO-MORE-ROSTER                      VALUE 'Y'.
020500 01  WS-AWARDS-EOF-SW            PIC X(01) VALUE 'N'.
020600     88  NO-MORE-AWARDS                      VALUE 'Y'.
020700 01  WS-PAYER-EOF-SW             PIC X(01) VALUE 'N'.
020800     88  NO-MORE-PAYERS                      VALUE 'Y'.
020833 01  WS-CONTACT-EOF-SW           PIC X(01) VALUE 'N'.
020866     88  NO-MORE-CONTACTS                    VALUE 'Y'.
020900 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
021000 01  WS-RUN-TIME                 PIC 9(08) VALUE 0.
021100 01  WS-RUN-TIME-PARTS REDEFINES WS-RUN-TIME.
021200     05  WS-RUN-HHMMSS           PIC 9(06).
021300     05  WS-RUN-HHMMSS-PARTS REDEFINES WS-RUN-HHMMSS.
021400         10  WS-RUN-HH           PIC 9(02).
021500         10  WS-RUN-MM           PIC 9(02).
021600         10  WS-RUN-SS           PIC 9(02).
021700     05  FILLER                  PIC 9(02).
021800 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
021900 01  WS-MEMBER-CLUB              PIC X(03) VALUE SPACES.
022000*
022100*    THE HIGHEST CERTIFICATE NUMBER ON THE LOG; EACH MEMBER
022200*    ERASED THIS RUN TAKES THE NEXT ONE.
022300 01  WS-LAST-CERTIFICATE-NO      PIC 9(05) VALUE 0.
022400*
022500*    ONE ENTRY PER ERASURE REQUEST. EVERY SCAN FINDS A
022600*    MEMBER'S FIRST REQUEST; A REPEAT IS REFUSED AS IT IS
022700*    LOADED. THE OUTCOME IS 'E' ERASED OR THE REFUSAL REASON:
022800*      'M' NOT ON THE ROSTER        'K' NOT OF THE CLUB NAMED
022900*      'A' NOT A RETIRED MEMBER     'P' ERASED ON AN EARLIER RUN
023000*      'O' STILL OWES THE CLUB      'D' DISPUTE CASE NOT CLOSED
023100*      'R' REPEATED REQUEST         'F' ROSTER REWRITE FAILED
023200*    A FULL TABLE IS A HARD ERROR - THE RUN ENDS WITH RETURN
023300*    CODE 16, AS IT DOES WHEN AN ERASURE CANNOT BE REWRITTEN.
023400 01  WS-REQUEST-TABLE.
023500     05  WS-REQ-ENTRY            OCCURS 100 TIMES
023600         INDEXED BY REQ-IDX.
023700         10  WS-REQ-ID           PIC X(10).
023800         10  WS-REQ-CLUB         PIC X(03).
023900         10  WS-REQ-OUTCOME      PIC X(01).
024000             88  REQ-PENDING                 VALUE SPACE.
024100             88  REQ-ERASED                  VALUE 'E'.
024200         10  WS-REQ-ON-LOG-SW    PIC X(01).
024300             88  REQ-ON-LOG                  VALUE 'Y'.
024400         10  WS-REQ-PRIOR-CERT   PIC 9(05).
024500         10  WS-REQ-BALANCE      PIC S9(05)V99.
024600         10  WS-REQ-OPEN-CASES   PIC 9(03).
024700         10  WS-REQ-ACCOUNTS     PIC 9(03).
024800         10  WS-REQ-MILESTONES   PIC 9(03).
024900         10  WS-REQ-TEAM-PLACES  PIC 9(03).
025000         10  WS-REQ-RECORDS      PIC 9(03).
025100         10  WS-REQ-AWARDS       PIC 9(03).
025200         10  WS-REQ-PAYERS       PIC 9(03).
025250         10  WS-REQ-CONTACTS     PIC 9(03).
025300         10  WS-REQ-CERT-NO      PIC 9(05).
025400         10  WS-REQ-LABEL        PIC X(30).
025500         10  WS-REQ-NAME-SW      PIC X(01).
025600         10  WS-REQ-REG-NO-SW    PIC X(01).
025700 01  WS-REQ-COUNT                PIC 9(03) COMP VALUE 0.
025800 01  WS-REQ-SUB                  PIC 9(03) COMP VALUE 0.
025900 01  WS-REQ-FOUND-SW             PIC X(01) VALUE 'N'.
026000     88  REQ-FOUND                           VALUE 'Y'.
026033 01  WS-REWRITE-FAILED-SW        PIC X(01) VALUE 'N'.
026066     88  ROSTER-REWRITE-FAILED               VALUE 'Y'.
026100 01  WS-LOOKUP-ID                PIC X(10) VALUE SPACES.
026200 01  WS-TEAM-SUB                 PIC 9(01) COMP VALUE 0.
026300*
026400*    CONTROL COUNTS FOR THE REPORT FOOT.
026500 01  WS-REQUESTS-READ            PIC 9(05) COMP VALUE 0.
026600 01  WS-MEMBERS-ERASED           PIC 9(05) COMP VALUE 0.
026700 01  WS-REQUESTS-REFUSED         PIC 9(05) COMP VALUE 0.
026800 01  WS-LOG-READ                 PIC 9(05) COMP VALUE 0.
026900 01  WS-ROSTER-READ              PIC 9(05) COMP VALUE 0.
027000 01  WS-ROSTER-WRITTEN           PIC 9(05) COMP VALUE 0.
027100 01  WS-AWARDS-READ              PIC 9(05) COMP VALUE 0.
027200 01  WS-AWARDS-RENAMED           PIC 9(05) COMP VALUE 0.
027300 01  WS-PAYERS-READ              PIC 9(05) COMP VALUE 0.
027400 01  WS-PAYERS-REMOVED           PIC 9(05) COMP VALUE 0.
027433 01  WS-CONTACTS-READ            PIC 9(05) COMP VALUE 0.
027466 01  WS-CONTACTS-REMOVED         PIC 9(05) COMP VALUE 0.
027500*
027600*    PRINT FIELDS.
027700 01  WS-PRINT-COUNT              PIC ZZZZ9.
027800 01  WS-PRINT-SMALL              PIC ZZ9.
027900 01  WS-PRINT-AMOUNT             PIC ZZZZ9.99.
028000 01  WS-PRINT-LABEL              PIC X(30) VALUE SPACES.
028100 01  WS-PRINT-OUTCOME            PIC X(58) VALUE SPACES.
028200 01  WS-REQUEST-LINE.
028300     05  FILLER                  PIC X(02) VALUE SPACES.
028400     05  RL-MEMBER-ID            PIC X(10).
028500     05  FILLER                  PIC X(02) VALUE SPACES.
028600     05  RL-CLUB                 PIC X(03).
028700     05  FILLER                  PIC X(03) VALUE SPACES.
028800     05  RL-OUTCOME              PIC X(60).
028900 PROCEDURE DIVISION.
029000 0000-MAINLINE.
029100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029200     PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT.
029300     PERFORM 1200-LOAD-LOG THRU 1200-EXIT.
029400     PERFORM 1300-SCAN-ACCOUNTS THRU 1300-EXIT.
029500     PERFORM 1400-SCAN-CASES THRU 1400-EXIT.
029600     PERFORM 1500-SCAN-MILESTONES THRU 1500-EXIT.
029700     PERFORM 1600-SCAN-TEAMS THRU 1600-EXIT.
029800     PERFORM 1700-SCAN-RECORD-BOOK THRU 1700-EXIT.
029900     PERFORM 2000-UPDATE-ROSTER THRU 2000-EXIT.
030000     PERFORM 3000-UPDATE-AWARDS THRU 3000-EXIT.
030100     PERFORM 4000-UPDATE-PAYERS THRU 4000-EXIT.
030150     PERFORM 4500-UPDATE-CONTACTS THRU 4500-EXIT.
030200     PERFORM 5000-LOG-AND-CERTIFY THRU 5000-EXIT.
030300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
030400     STOP RUN.
030500*----------------------------------------------------------*
030600* 1000-INITIALIZE - TAKE THE RUN DATE AND TIME AND OPEN THE
030700* TWO PRINT FILES.
030800*----------------------------------------------------------*
030900 1000-INITIALIZE.
031000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
031100     ACCEPT WS-RUN-TIME FROM TIME.
031200     OPEN OUTPUT PRINT-FILE.
031300     IF NOT PRINT-OK
031400         DISPLAY "YCHTERAS: UNABLE TO OPEN ERASRPT, STATUS "
031500             WS-PRINT-STATUS ", RUN ABANDONED"
031600         MOVE 16 TO RETURN-CODE
031700         STOP RUN
031800     END-IF.
031900     OPEN OUTPUT CERTIFICATE-FILE.
032000     IF NOT CERTIFICATE-OK
032100         DISPLAY "YCHTERAS: UNABLE TO OPEN ERASCERT, STATUS "
032200             WS-CERTIFICATE-STATUS ", RUN ABANDONED"
032300         MOVE 16 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600     MOVE SPACES TO PRINT-RECORD.
032700     STRING "THURSDAY NIGHT YACHT CLUB - MEMBER ERASURE"
032800         "  RUN " WS-RUN-DATE
032900         DELIMITED BY SIZE INTO PRINT-RECORD.
033000     WRITE PRINT-RECORD.
033100 1000-EXIT.
033200     EXIT.
033300*----------------------------------------------------------*
033400* 1100-LOAD-REQUESTS - THE ERASURE CONTROL IS REQUIRED. A
033500* REPEATED MEMBER ID IS LOADED ALREADY REFUSED.
033600*----------------------------------------------------------*
033700 1100-LOAD-REQUESTS.
033800     OPEN INPUT ERASURE-CONTROL-FILE.
033900     IF NOT ERASURE-CONTROL-OK
034000         DISPLAY "YCHTERAS: NO ERASCTL CONTROL FILE, STATUS "
034100             WS-ERASURE-CONTROL-STATUS ", RUN ABANDONED"
034200         MOVE 16 TO RETURN-CODE
034300         STOP RUN
034400     END-IF.
034500     PERFORM 1110-LOAD-ONE-REQUEST THRU 1110-EXIT
034600         UNTIL NO-MORE-REQUESTS.
034700     CLOSE ERASURE-CONTROL-FILE.
034800 1100-EXIT.
034900     EXIT.
035000 1110-LOAD-ONE-REQUEST.
035100     READ ERASURE-CONTROL-FILE
035200         AT END
035300             MOVE 'Y' TO WS-CONTROL-EOF-SW
035400             GO TO 1110-EXIT
035500     END-READ.
035600     IF EC-MEMBER-ID = SPACES
035700         GO TO 1110-EXIT
035800     END-IF.
035900     ADD 1 TO WS-REQUESTS-READ.
036000     IF WS-REQ-COUNT >= 100
036100         DISPLAY "YCHTERAS: REQUEST TABLE FULL AT "
036200             EC-MEMBER-ID ", RUN ABANDONED"
036300         MOVE 16 TO RETURN-CODE
036400         STOP RUN
036500     END-IF.
036600     MOVE EC-MEMBER-ID TO WS-LOOKUP-ID.
036700     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
036800     ADD 1 TO WS-REQ-COUNT.
036900     SET REQ-IDX TO WS-REQ-COUNT.
037000     MOVE EC-MEMBER-ID TO WS-REQ-ID(REQ-IDX).
037100     MOVE EC-CLUB-CODE TO WS-REQ-CLUB(REQ-IDX).
037200     IF REQ-FOUND
037300         MOVE 'R' TO WS-REQ-OUTCOME(REQ-IDX)
037400     ELSE
037500         MOVE SPACE TO WS-REQ-OUTCOME(REQ-IDX)
037600     END-IF.
037700     MOVE 'N' TO WS-REQ-ON-LOG-SW(REQ-IDX).
037800     MOVE ZERO TO WS-REQ-PRIOR-CERT(REQ-IDX).
037900     MOVE ZERO TO WS-REQ-BALANCE(REQ-IDX).
038000     MOVE ZERO TO WS-REQ-OPEN-CASES(REQ-IDX).
038100     MOVE ZERO TO WS-REQ-ACCOUNTS(REQ-IDX).
038200     MOVE ZERO TO WS-REQ-MILESTONES(REQ-IDX).
038300     MOVE ZERO TO WS-REQ-TEAM-PLACES(REQ-IDX).
038400     MOVE ZERO TO WS-REQ-RECORDS(REQ-IDX).
038500     MOVE ZERO TO WS-REQ-AWARDS(REQ-IDX).
038600     MOVE ZERO TO WS-REQ-PAYERS(REQ-IDX).
038650     MOVE ZERO TO WS-REQ-CONTACTS(REQ-IDX).
038700     MOVE ZERO TO WS-REQ-CERT-NO(REQ-IDX).
038800     MOVE SPACES TO WS-REQ-LABEL(REQ-IDX).
038900     MOVE 'N' TO WS-REQ-NAME-SW(REQ-IDX).
039000     MOVE 'N' TO WS-REQ-REG-NO-SW(REQ-IDX).
039100 1110-EXIT.
039200     EXIT.
039300*----------------------------------------------------------*
039400* 1200-LOAD-LOG - THE ERASURE LOG: THE LAST CERTIFICATE
039500* NUMBER ISSUED, AND ANY REQUESTED MEMBER ALREADY ERASED. NO
039600* LOG YET IS THE FIRST ERASURE.
039700*----------------------------------------------------------*
039800 1200-LOAD-LOG.
039900     OPEN INPUT ERASURE-LOG-FILE.
040000     IF NOT ERASURE-LOG-OK
040100         GO TO 1200-EXIT
040200     END-IF.
040300     PERFORM 1210-LOAD-ONE-LOG THRU 1210-EXIT
040400         UNTIL NO-MORE-LOG.
040500     CLOSE ERASURE-LOG-FILE.
040600 1200-EXIT.
040700     EXIT.
040800 1210-LOAD-ONE-LOG.
040900     READ ERASURE-LOG-FILE
041000         AT END
041100             MOVE 'Y' TO WS-LOG-EOF-SW
041200             GO TO 1210-EXIT
041300     END-READ.
041400     ADD 1 TO WS-LOG-READ.
041500     IF EL-CERTIFICATE-NO > WS-LAST-CERTIFICATE-NO
041600         MOVE EL-CERTIFICATE-NO TO WS-LAST-CERTIFICATE-NO
041700     END-IF.
041800     MOVE EL-MEMBER-ID TO WS-LOOKUP-ID.
041900     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
042000     IF REQ-FOUND
042100         MOVE 'Y' TO WS-REQ-ON-LOG-SW(REQ-IDX)
042200         MOVE EL-CERTIFICATE-NO TO WS-REQ-PRIOR-CERT(REQ-IDX)
042300     END-IF.
042400 1210-EXIT.
042500     EXIT.
042600*----------------------------------------------------------*
042700* 1300-SCAN-ACCOUNTS - THE BALANCE EACH REQUESTED MEMBER
042800* OWES. REQUIRED: A MISSING MASTER CANNOT PROVE NOTHING IS
042900* OWED.
043000*----------------------------------------------------------*
043100 1300-SCAN-ACCOUNTS.
043200     OPEN INPUT ACCOUNT-FILE.
043300     IF NOT ACCOUNT-OK
043400         DISPLAY "YCHTERAS: UNABLE TO OPEN ACCTMST, STATUS "
043500             WS-ACCOUNT-STATUS ", RUN ABANDONED"
043600         MOVE 16 TO RETURN-CODE
043700         STOP RUN
043800     END-IF.
043900     PERFORM 1310-SCAN-ONE-ACCOUNT THRU 1310-EXIT
044000         UNTIL NO-MORE-ACCOUNTS.
044100     CLOSE ACCOUNT-FILE.
044200 1300-EXIT.
044300     EXIT.
044400 1310-SCAN-ONE-ACCOUNT.
044500     READ ACCOUNT-FILE
044600         AT END
044700             MOVE 'Y' TO WS-ACCOUNT-EOF-SW
044800             GO TO 1310-EXIT
044900     END-READ.
045000     MOVE AC-MEMBER-ID TO WS-LOOKUP-ID.
045100     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
045200     IF REQ-FOUND
045300         ADD 1 TO WS-REQ-ACCOUNTS(REQ-IDX)
045400         ADD AC-BALANCE TO WS-REQ-BALANCE(REQ-IDX)
045500     END-IF.
045600 1310-EXIT.
045700     EXIT.
045800*----------------------------------------------------------*
045900* 1400-SCAN-CASES - DISPUTE CASES NOT YET CLOSED. REQUIRED,
046000* FOR THE SAME REASON AS THE ACCOUNT MASTER.
046100*----------------------------------------------------------*
046200 1400-SCAN-CASES.
046300     OPEN INPUT CASE-FILE.
046400     IF NOT CASE-OK
046500         DISPLAY "YCHTERAS: UNABLE TO OPEN CASEMST, STATUS "
046600             WS-CASE-STATUS ", RUN ABANDONED"
046700         MOVE 16 TO RETURN-CODE
046800         STOP RUN
046900     END-IF.
047000     PERFORM 1410-SCAN-ONE-CASE THRU 1410-EXIT
047100         UNTIL NO-MORE-CASES.
047200     CLOSE CASE-FILE.
047300 1400-EXIT.
047400     EXIT.
047500 1410-SCAN-ONE-CASE.
047600     READ CASE-FILE
047700         AT END
047800             MOVE 'Y' TO WS-CASE-EOF-SW
047900             GO TO 1410-EXIT
048000     END-READ.
048100     IF CS-CASE-CLOSED
048200         GO TO 1410-EXIT
048300     END-IF.
048400     MOVE CS-PLAYER-ID TO WS-LOOKUP-ID.
048500     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
048600     IF REQ-FOUND
048700         ADD 1 TO WS-REQ-OPEN-CASES(REQ-IDX)
048800     END-IF.
048900 1410-EXIT.
049000     EXIT.
049100*----------------------------------------------------------*
049200* 1500-SCAN-MILESTONES - MILESTONES KEPT UNDER THE MEMBER
049300* ID. A MISSING MASTER COUNTS NONE.
049400*----------------------------------------------------------*
049500 1500-SCAN-MILESTONES.
049600     OPEN INPUT MILESTONE-FILE.
049700     IF NOT MILESTONE-OK
049800         DISPLAY "YCHTERAS: MILEMST NOT AVAILABLE, STATUS "
049900             WS-MILESTONE-STATUS
050000         GO TO 1500-EXIT
050100     END-IF.
050200     PERFORM 1510-SCAN-ONE-MILESTONE THRU 1510-EXIT
050300         UNTIL NO-MORE-MILESTONES.
050400     CLOSE MILESTONE-FILE.
050500 1500-EXIT.
050600     EXIT.
050700 1510-SCAN-ONE-MILESTONE.
050800     READ MILESTONE-FILE
050900         AT END
051000             MOVE 'Y' TO WS-MILESTONE-EOF-SW
051100             GO TO 1510-EXIT
051200     END-READ.
051300     MOVE ML-PLAYER-ID TO WS-LOOKUP-ID.
051400     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
051500     IF REQ-FOUND
051600         ADD 1 TO WS-REQ-MILESTONES(REQ-IDX)
051700     END-IF.
051800 1510-EXIT.
051900     EXIT.
052000*----------------------------------------------------------*
052100* 1600-SCAN-TEAMS - TEAM PLACES KEPT UNDER THE MEMBER ID.
052200* A MISSING MASTER COUNTS NONE.
052300*----------------------------------------------------------*
052400 1600-SCAN-TEAMS.
052500     OPEN INPUT TEAM-FILE.
052600     IF NOT TEAM-OK
052700         DISPLAY "YCHTERAS: TEAMMST NOT AVAILABLE, STATUS "
052800             WS-TEAM-STATUS
052900         GO TO 1600-EXIT
053000     END-IF.
053100     PERFORM 1610-SCAN-ONE-TEAM THRU 1610-EXIT
053200         UNTIL NO-MORE-TEAMS.
053300     CLOSE TEAM-FILE.
053400 1600-EXIT.
053500     EXIT.
053600 1610-SCAN-ONE-TEAM.
053700     READ TEAM-FILE
053800         AT END
053900             MOVE 'Y' TO WS-TEAM-EOF-SW
054000             GO TO 1610-EXIT
054100     END-READ.
054200     PERFORM 1620-SCAN-ONE-PLACE THRU 1620-EXIT
054300         VARYING WS-TEAM-SUB FROM 1 BY 1
054400         UNTIL WS-TEAM-SUB > 4.
054500 1610-EXIT.
054600     EXIT.
054700 1620-SCAN-ONE-PLACE.
054800     IF TM-MEMBER-ID(WS-TEAM-SUB) = SPACES
054900         GO TO 1620-EXIT
055000     END-IF.
055100     MOVE TM-MEMBER-ID(WS-TEAM-SUB) TO WS-LOOKUP-ID.
055200     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
055300     IF REQ-FOUND
055400         ADD 1 TO WS-REQ-TEAM-PLACES(REQ-IDX)
055500     END-IF.
055600 1620-EXIT.
055700     EXIT.
055800*----------------------------------------------------------*
055900* 1700-SCAN-RECORD-BOOK - CLUB RECORDS HELD UNDER THE
056000* MEMBER ID. A MISSING RECORD BOOK COUNTS NONE.
056100*----------------------------------------------------------*
056200 1700-SCAN-RECORD-BOOK.
056300     OPEN INPUT RECORD-BOOK-FILE.
056400     IF NOT RECORD-BOOK-OK
056500         DISPLAY "YCHTERAS: RECDMST NOT AVAILABLE, STATUS "
056600             WS-RECORD-BOOK-STATUS
056700         GO TO 1700-EXIT
056800     END-IF.
056900     PERFORM 1710-SCAN-ONE-RECORD THRU 1710-EXIT
057000         UNTIL NO-MORE-RECORD-BOOK.
057100     CLOSE RECORD-BOOK-FILE.
057200 1700-EXIT.
057300     EXIT.
057400 1710-SCAN-ONE-RECORD.
057500     READ RECORD-BOOK-FILE
057600         AT END
057700             MOVE 'Y' TO WS-RECORD-BOOK-EOF-SW
057800             GO TO 1710-EXIT
057900     END-READ.
058000     MOVE RB-HOLDER-ID TO WS-LOOKUP-ID.
058100     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
058200     IF REQ-FOUND
058300         ADD 1 TO WS-REQ-RECORDS(REQ-IDX)
058400     END-IF.
058500 1710-EXIT.
058600     EXIT.
058700*----------------------------------------------------------*
058800* 2000-UPDATE-ROSTER - READ THE ROSTER THROUGH, DECIDING
058900* EACH REQUESTED MEMBER ON THE WAY PAST AND REWRITING IN
059000* PLACE THOSE THAT PASS EVERY TEST.
059100*----------------------------------------------------------*
059200 2000-UPDATE-ROSTER.
059300     OPEN I-O ROSTER-FILE.
059400     IF NOT ROSTER-OK
059500         DISPLAY "YCHTERAS: UNABLE TO OPEN ROSTER, STATUS "
059600             WS-ROSTER-STATUS ", RUN ABANDONED"
059700         MOVE 16 TO RETURN-CODE
059800         STOP RUN
059900     END-IF.
060000     PERFORM 2100-COPY-ONE-MEMBER THRU 2100-EXIT
060100         UNTIL NO-MORE-ROSTER.
060200     CLOSE ROSTER-FILE.
061100*    A REQUEST STILL UNDECIDED NAMED NOBODY ON THE ROSTER.
061200     PERFORM 2300-CHECK-NOT-FOUND THRU 2300-EXIT
061300         VARYING WS-REQ-SUB FROM 1 BY 1
061400         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
061500 2000-EXIT.
061600     EXIT.
061700 2100-COPY-ONE-MEMBER.
061800     READ ROSTER-FILE
061886         AT END
061972             MOVE 'Y' TO WS-ROSTER-EOF-SW
062058             GO TO 2100-EXIT
062144     END-READ.
062230     ADD 1 TO WS-ROSTER-READ.
062316     MOVE MB-MEMBER-ID TO WS-LOOKUP-ID.
062402     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
062488     IF REQ-FOUND AND REQ-PENDING(REQ-IDX)
062574         PERFORM 2200-DECIDE-MEMBER THRU 2200-EXIT
062660         IF REQ-ERASED(REQ-IDX)
062746             REWRITE ROSTER-RECORD
062765             IF ROSTER-OK
062784                 ADD 1 TO WS-ROSTER-WRITTEN
062803             ELSE
062822                 DISPLAY "YCHTERAS: ROSTER REWRITE FAILED FOR "
062841                     RK-MEMBER-ID " " RK-CLUB-CODE ", STATUS "
062860                     WS-ROSTER-STATUS
062879                 MOVE 'F' TO WS-REQ-OUTCOME(REQ-IDX)
062898                 SUBTRACT 1 FROM WS-LAST-CERTIFICATE-NO
062917                 MOVE 'Y' TO WS-REWRITE-FAILED-SW
062936                 MOVE 16 TO RETURN-CODE
062955             END-IF
062974         END-IF
063004     END-IF.
063100 2100-EXIT.
063200     EXIT.
063300*----------------------------------------------------------*
063400* 2200-DECIDE-MEMBER - THE REFUSAL TESTS IN TURN; A MEMBER
063500* WHO PASSES THEM ALL IS ERASED ON THE ROSTER RECORD IN
063600* HAND AND TAKES THE NEXT CERTIFICATE NUMBER.
063700*----------------------------------------------------------*
063800 2200-DECIDE-MEMBER.
063900     IF MB-CLUB-CODE = SPACES
064000         MOVE WS-HOME-CLUB TO WS-MEMBER-CLUB
064100     ELSE
064200         MOVE MB-CLUB-CODE TO WS-MEMBER-CLUB
064300     END-IF.
064400     IF WS-REQ-CLUB(REQ-IDX) NOT = SPACES
064500         AND WS-REQ-CLUB(REQ-IDX) NOT = WS-MEMBER-CLUB
064600         MOVE 'K' TO WS-REQ-OUTCOME(REQ-IDX)
064700         GO TO 2200-EXIT
064800     END-IF.
064900     MOVE WS-MEMBER-CLUB TO WS-REQ-CLUB(REQ-IDX).
065000     IF NOT MB-MEMBER-RETIRED
065100         MOVE 'A' TO WS-REQ-OUTCOME(REQ-IDX)
065200         GO TO 2200-EXIT
065300     END-IF.
065400     IF REQ-ON-LOG(REQ-IDX)
065500         MOVE 'P' TO WS-REQ-OUTCOME(REQ-IDX)
065600         GO TO 2200-EXIT
065700     END-IF.
065800     IF WS-REQ-BALANCE(REQ-IDX) > 0
065900         MOVE 'O' TO WS-REQ-OUTCOME(REQ-IDX)
066000         GO TO 2200-EXIT
066100     END-IF.
066200     IF WS-REQ-OPEN-CASES(REQ-IDX) > 0
066300         MOVE 'D' TO WS-REQ-OUTCOME(REQ-IDX)
066400         GO TO 2200-EXIT
066500     END-IF.
066600     MOVE 'E' TO WS-REQ-OUTCOME(REQ-IDX).
066700     ADD 1 TO WS-LAST-CERTIFICATE-NO.
066800     MOVE WS-LAST-CERTIFICATE-NO TO WS-REQ-CERT-NO(REQ-IDX).
066900     MOVE SPACES TO WS-REQ-LABEL(REQ-IDX).
067000     STRING "ERASED MEMBER " WS-LAST-CERTIFICATE-NO
067100         DELIMITED BY SIZE INTO WS-REQ-LABEL(REQ-IDX).
067200     IF MB-MEMBER-NAME NOT = SPACES
067300         MOVE 'Y' TO WS-REQ-NAME-SW(REQ-IDX)
067400     END-IF.
067500     IF MB-LEAGUE-REG-NO NOT = SPACES
067600         MOVE 'Y' TO WS-REQ-REG-NO-SW(REQ-IDX)
067700     END-IF.
067800     MOVE WS-REQ-LABEL(REQ-IDX) TO MB-MEMBER-NAME.
067900     MOVE SPACES TO MB-LEAGUE-REG-NO.
068000 2200-EXIT.
068100     EXIT.
068200 2300-CHECK-NOT-FOUND.
068300     SET REQ-IDX TO WS-REQ-SUB.
068400     IF REQ-PENDING(REQ-IDX)
068500         MOVE 'M' TO WS-REQ-OUTCOME(REQ-IDX)
068600     END-IF.
068700 2300-EXIT.
068800     EXIT.
068900*----------------------------------------------------------*
069000* 3000-UPDATE-AWARDS - COPY THE AWARDS FILE OLD TO NEW WITH
069100* EVERY ERASED MEMBER'S NAME REPLACED BY THE LABEL. NO
069200* AWARDS FILE YET LEAVES THE NEW ONE EMPTY.
069300*----------------------------------------------------------*
069400 3000-UPDATE-AWARDS.
069500     OPEN OUTPUT NEW-AWARDS-FILE.
069600     IF NOT NEW-AWARDS-OK
069700         DISPLAY "YCHTERAS: UNABLE TO OPEN NEWAWRD, STATUS "
069800             WS-NEW-AWARDS-STATUS ", RUN ABANDONED"
069900         MOVE 16 TO RETURN-CODE
070000         STOP RUN
070100     END-IF.
070200     OPEN INPUT OLD-AWARDS-FILE.
070300     IF NOT OLD-AWARDS-OK
070400         DISPLAY "YCHTERAS: OLDAWRD NOT AVAILABLE, STATUS "
070500             WS-OLD-AWARDS-STATUS
070600         CLOSE NEW-AWARDS-FILE
070700         GO TO 3000-EXIT
070800     END-IF.
070900     PERFORM 3100-COPY-ONE-AWARD THRU 3100-EXIT
071000         UNTIL NO-MORE-AWARDS.
071100     CLOSE OLD-AWARDS-FILE.
071200     CLOSE NEW-AWARDS-FILE.
071300 3000-EXIT.
071400     EXIT.
071500 3100-COPY-ONE-AWARD.
071600     READ OLD-AWARDS-FILE
071700         AT END
071800             MOVE 'Y' TO WS-AWARDS-EOF-SW
071900             GO TO 3100-EXIT
072000     END-READ.
072100     ADD 1 TO WS-AWARDS-READ.
072200     MOVE AW-PLAYER-ID TO WS-LOOKUP-ID.
072300     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
072400     IF REQ-FOUND AND REQ-ERASED(REQ-IDX)
072500         MOVE WS-REQ-LABEL(REQ-IDX) TO AW-MEMBER-NAME
072600         ADD 1 TO WS-REQ-AWARDS(REQ-IDX)
072700         ADD 1 TO WS-AWARDS-RENAMED
072800     END-IF.
072900     WRITE NEW-AWARDS-RECORD FROM OLD-AWARDS-RECORD.
073000 3100-EXIT.
073100     EXIT.
073200*----------------------------------------------------------*
073300* 4000-UPDATE-PAYERS - COPY THE BANK PAYER REGISTER OLD TO
073400* NEW, DROPPING EVERY NAME REGISTERED TO AN ERASED MEMBER.
073500* NO REGISTER YET LEAVES THE NEW ONE EMPTY.
073600*----------------------------------------------------------*
073700 4000-UPDATE-PAYERS.
073800     OPEN OUTPUT NEW-PAYER-FILE.
073900     IF NOT NEW-PAYER-OK
074000         DISPLAY "YCHTERAS: UNABLE TO OPEN NEWPAYR, STATUS "
074100             WS-NEW-PAYER-STATUS ", RUN ABANDONED"
074200         MOVE 16 TO RETURN-CODE
074300         STOP RUN
074400     END-IF.
074500     OPEN INPUT OLD-PAYER-FILE.
074600     IF NOT OLD-PAYER-OK
074700         DISPLAY "YCHTERAS: OLDPAYR NOT AVAILABLE, STATUS "
074800             WS-OLD-PAYER-STATUS
074900         CLOSE NEW-PAYER-FILE
075000         GO TO 4000-EXIT
075100     END-IF.
075200     PERFORM 4100-COPY-ONE-PAYER THRU 4100-EXIT
075300         UNTIL NO-MORE-PAYERS.
075400     CLOSE OLD-PAYER-FILE.
075500     CLOSE NEW-PAYER-FILE.
075600 4000-EXIT.
075700     EXIT.
075800 4100-COPY-ONE-PAYER.
075900     READ OLD-PAYER-FILE
076000         AT END
076100             MOVE 'Y' TO WS-PAYER-EOF-SW
076200             GO TO 4100-EXIT
076300     END-READ.
076400     ADD 1 TO WS-PAYERS-READ.
076500     MOVE PG-MEMBER-ID TO WS-LOOKUP-ID.
076600     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
076700     IF REQ-FOUND AND REQ-ERASED(REQ-IDX)
076800         ADD 1 TO WS-REQ-PAYERS(REQ-IDX)
076900         ADD 1 TO WS-PAYERS-REMOVED
077000         GO TO 4100-EXIT
077100     END-IF.
077200     WRITE NEW-PAYER-RECORD FROM OLD-PAYER-RECORD.
077300 4100-EXIT.
077400     EXIT.
077402*----------------------------------------------------------*
077404* 4500-UPDATE-CONTACTS - COPY THE MEMBER CONTACT FILE OLD TO
077406* NEW, DROPPING AN ERASED MEMBER'S ADDRESSES. NO CONTACT FILE
077408* YET LEAVES THE NEW ONE EMPTY.
077410*----------------------------------------------------------*
077412 4500-UPDATE-CONTACTS.
077414     OPEN OUTPUT NEW-CONTACT-FILE.
077416     IF NOT NEW-CONTACT-OK
077418         DISPLAY "YCHTERAS: UNABLE TO OPEN NEWCONT, STATUS "
077420             WS-NEW-CONTACT-STATUS ", RUN ABANDONED"
077422         MOVE 16 TO RETURN-CODE
077424         STOP RUN
077426     END-IF.
077428     OPEN INPUT OLD-CONTACT-FILE.
077430     IF NOT OLD-CONTACT-OK
077432         DISPLAY "YCHTERAS: OLDCONT NOT AVAILABLE, STATUS "
077434             WS-OLD-CONTACT-STATUS
077436         CLOSE NEW-CONTACT-FILE
077438         GO TO 4500-EXIT
077440     END-IF.
077442     PERFORM 4600-COPY-ONE-CONTACT THRU 4600-EXIT
077444         UNTIL NO-MORE-CONTACTS.
077446     CLOSE OLD-CONTACT-FILE.
077448     CLOSE NEW-CONTACT-FILE.
077450 4500-EXIT.
077452     EXIT.
077454 4600-COPY-ONE-CONTACT.
077456     READ OLD-CONTACT-FILE
077458         AT END
077460             MOVE 'Y' TO WS-CONTACT-EOF-SW
077462             GO TO 4600-EXIT
077464     END-READ.
077466     ADD 1 TO WS-CONTACTS-READ.
077468     MOVE CT-MEMBER-ID TO WS-LOOKUP-ID.
077470     PERFORM 7000-FIND-REQUEST THRU 7000-EXIT.
077472     IF REQ-FOUND AND REQ-ERASED(REQ-IDX)
077474         ADD 1 TO WS-REQ-CONTACTS(REQ-IDX)
077476         ADD 1 TO WS-CONTACTS-REMOVED
077478         GO TO 4600-EXIT
077480     END-IF.
077482     WRITE NEW-CONTACT-RECORD FROM OLD-CONTACT-RECORD.
077484 4600-EXIT.
077486     EXIT.
077500*----------------------------------------------------------*
077600* 5000-LOG-AND-CERTIFY - ONE REPORT LINE PER REQUEST; FOR
077700* EACH MEMBER ERASED, A LOG RECORD AND A CERTIFICATE. THE
077800* LOG IS EXTENDED RUN AFTER RUN; THE FIRST ERASURE HAS NO
077900* FILE YET, SO FALL BACK TO OUTPUT.
078000*----------------------------------------------------------*
078100 5000-LOG-AND-CERTIFY.
078200     MOVE SPACES TO PRINT-RECORD.
078300     WRITE PRINT-RECORD.
078400     MOVE "ERASURE REQUESTS" TO PRINT-RECORD.
078500     WRITE PRINT-RECORD.
078600     IF WS-REQ-COUNT = 0
078700         MOVE "  NONE" TO PRINT-RECORD
078800         WRITE PRINT-RECORD
078900         GO TO 5000-EXIT
079000     END-IF.
079100     MOVE "  MEMBER      CLUB   OUTCOME" TO PRINT-RECORD.
079200     WRITE PRINT-RECORD.
079300     OPEN EXTEND ERASURE-LOG-FILE.
079400     IF NOT ERASURE-LOG-OK
079500         OPEN OUTPUT ERASURE-LOG-FILE
079600         IF NOT ERASURE-LOG-OK
079700             DISPLAY "YCHTERAS: UNABLE TO OPEN ERASLOG, STATUS "
079800                 WS-ERASURE-LOG-STATUS ", RUN ABANDONED"
079900             MOVE 16 TO RETURN-CODE
080000             STOP RUN
080100         END-IF
080200     END-IF.
080300     PERFORM 5100-FINISH-ONE-REQUEST THRU 5100-EXIT
080400         VARYING WS-REQ-SUB FROM 1 BY 1
080500         UNTIL WS-REQ-SUB > WS-REQ-COUNT.
080600     CLOSE ERASURE-LOG-FILE.
080700 5000-EXIT.
080800     EXIT.
080900 5100-FINISH-ONE-REQUEST.
081000     SET REQ-IDX TO WS-REQ-SUB.
081100     PERFORM 5200-OUTCOME-TEXT THRU 5200-EXIT.
081200     MOVE WS-REQ-ID(REQ-IDX) TO RL-MEMBER-ID.
081300     MOVE WS-REQ-CLUB(REQ-IDX) TO RL-CLUB.
081400     MOVE WS-PRINT-OUTCOME TO RL-OUTCOME.
081500     MOVE WS-REQUEST-LINE TO PRINT-RECORD.
081600     WRITE PRINT-RECORD.
081700     IF NOT REQ-ERASED(REQ-IDX)
081800         ADD 1 TO WS-REQUESTS-REFUSED
081900         GO TO 5100-EXIT
082000     END-IF.
082100     ADD 1 TO WS-MEMBERS-ERASED.
082200     MOVE WS-REQ-CERT-NO(REQ-IDX) TO EL-CERTIFICATE-NO.
082300     MOVE WS-REQ-ID(REQ-IDX) TO EL-MEMBER-ID.
082400     MOVE WS-REQ-CLUB(REQ-IDX) TO EL-CLUB-CODE.
082500     MOVE WS-RUN-DATE TO EL-ERASED-DATE.
082600     MOVE WS-RUN-HHMMSS TO EL-ERASED-TIME.
082700     MOVE WS-REQ-LABEL(REQ-IDX) TO EL-ANON-LABEL.
082800     MOVE WS-REQ-NAME-SW(REQ-IDX) TO EL-NAME-ERASED.
082900     MOVE WS-REQ-REG-NO-SW(REQ-IDX) TO EL-REG-NO-ERASED.
083000     MOVE WS-REQ-AWARDS(REQ-IDX) TO EL-AWARDS-RENAMED.
083100     MOVE WS-REQ-PAYERS(REQ-IDX) TO EL-PAYERS-REMOVED.
083150     MOVE WS-REQ-CONTACTS(REQ-IDX) TO EL-CONTACTS-REMOVED.
083200     MOVE WS-REQ-ACCOUNTS(REQ-IDX) TO EL-ACCOUNTS-KEPT.
083300     MOVE WS-REQ-MILESTONES(REQ-IDX) TO EL-MILESTONES-KEPT.
083400     MOVE WS-REQ-TEAM-PLACES(REQ-IDX) TO EL-TEAM-PLACES-KEPT.
083500     MOVE WS-REQ-RECORDS(REQ-IDX) TO EL-RECORDS-KEPT.
083600     WRITE ERASURE-LOG-RECORD.
083700     PERFORM 6000-PRINT-CERTIFICATE THRU 6000-EXIT.
083800 5100-EXIT.
083900     EXIT.
084000*----------------------------------------------------------*
084100* 5200-OUTCOME-TEXT - THE REPORT WORDING FOR A REQUEST.
084200*----------------------------------------------------------*
084300 5200-OUTCOME-TEXT.
084400     MOVE SPACES TO WS-PRINT-OUTCOME.
084500     EVALUATE WS-REQ-OUTCOME(REQ-IDX)
084600         WHEN 'E'
084700             STRING "ERASED - CERTIFICATE "
084800                 WS-REQ-CERT-NO(REQ-IDX)
084900                 DELIMITED BY SIZE INTO WS-PRINT-OUTCOME
085000         WHEN 'M'
085100             MOVE "REFUSED - NOT ON THE ROSTER"
085200                 TO WS-PRINT-OUTCOME
085300         WHEN 'K'
085400             MOVE "REFUSED - NOT A MEMBER OF THE CLUB NAMED"
085500                 TO WS-PRINT-OUTCOME
085600         WHEN 'A'
085700             MOVE "REFUSED - NOT A RETIRED MEMBER"
085800                 TO WS-PRINT-OUTCOME
085900         WHEN 'P'
086000             STRING "REFUSED - ALREADY ERASED, CERTIFICATE "
086100                 WS-REQ-PRIOR-CERT(REQ-IDX)
086200                 DELIMITED BY SIZE INTO WS-PRINT-OUTCOME
086300         WHEN 'O'
086400             MOVE WS-REQ-BALANCE(REQ-IDX) TO WS-PRINT-AMOUNT
086500             STRING "REFUSED - STILL OWES THE CLUB "
086600                 WS-PRINT-AMOUNT
086700                 DELIMITED BY SIZE INTO WS-PRINT-OUTCOME
086800         WHEN 'D'
086900             MOVE WS-REQ-OPEN-CASES(REQ-IDX) TO WS-PRINT-SMALL
087000             STRING "REFUSED - DISPUTE CASES NOT CLOSED "
087100                 WS-PRINT-SMALL
087200                 DELIMITED BY SIZE INTO WS-PRINT-OUTCOME
087300         WHEN 'R'
087400             MOVE "REFUSED - REPEATED REQUEST" TO WS-PRINT-OUTCOME
087425         WHEN 'F'
087450             MOVE "NOT ERASED - ROSTER REWRITE FAILED"
087475                 TO WS-PRINT-OUTCOME
087500     END-EVALUATE.
087600 5200-EXIT.
087700     EXIT.
087800*----------------------------------------------------------*
087900* 6000-PRINT-CERTIFICATE - ONE PAGE FOR THE MEMBER'S FILE:
088000* WHAT WAS ERASED, WHAT IS KEPT UNDER THE MEMBER ID ONLY,
088100* AND WHEN.
088200*----------------------------------------------------------*
088300 6000-PRINT-CERTIFICATE.
088400     MOVE "THURSDAY NIGHT YACHT CLUB - CERTIFICATE OF ERASURE"
088500         TO CERTIFICATE-RECORD.
088600     WRITE CERTIFICATE-RECORD AFTER ADVANCING PAGE.
088700     MOVE SPACES TO CERTIFICATE-RECORD.
088800     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
088900     STRING "CERTIFICATE NO    " WS-REQ-CERT-NO(REQ-IDX)
089000         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
089100     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
089200     STRING "MEMBER ID         " WS-REQ-ID(REQ-IDX)
089300         "  CLUB " WS-REQ-CLUB(REQ-IDX)
089400         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
089500     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
089600     STRING "ERASED ON         " WS-RUN-DATE " AT "
089700         WS-RUN-HH ":" WS-RUN-MM ":" WS-RUN-SS
089800         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
089900     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
090000     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
090100     MOVE "PERSONAL DATA ERASED" TO CERTIFICATE-RECORD.
090200     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
090300     STRING "  MEMBER NAME              REPLACED BY "
090400         WS-REQ-LABEL(REQ-IDX)
090500         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
090600     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
090700     IF WS-REQ-REG-NO-SW(REQ-IDX) = 'Y'
090800         MOVE "  LEAGUE REGISTRATION NO   BLANKED"
090900             TO CERTIFICATE-RECORD
091000     ELSE
091100         MOVE "  LEAGUE REGISTRATION NO   NONE HELD"
091200             TO CERTIFICATE-RECORD
091300     END-IF.
091400     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
091500     MOVE WS-REQ-AWARDS(REQ-IDX) TO WS-PRINT-SMALL.
091600     STRING "  SEASON AWARDS FILE       " WS-PRINT-SMALL
091700         " ENTRIES RENAMED"
091800         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
091900     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
092000     MOVE WS-REQ-PAYERS(REQ-IDX) TO WS-PRINT-SMALL.
092100     STRING "  BANK PAYER REGISTER      " WS-PRINT-SMALL
092200         " NAMES REMOVED"
092300         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
092400     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
092416     MOVE WS-REQ-CONTACTS(REQ-IDX) TO WS-PRINT-SMALL.
092432     STRING "  MEMBER CONTACT FILE      " WS-PRINT-SMALL
092448         " RECORDS REMOVED"
092464         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
092480     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
092500     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
092600     MOVE "KEPT UNDER THE MEMBER ID ONLY - NO NAME HELD"
092700         TO CERTIFICATE-RECORD.
092800     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
092900     MOVE WS-REQ-ACCOUNTS(REQ-IDX) TO WS-PRINT-SMALL.
093000     STRING "  ACCOUNT MASTER           " WS-PRINT-SMALL
093100         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
093200     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
093300     MOVE WS-REQ-MILESTONES(REQ-IDX) TO WS-PRINT-SMALL.
093400     STRING "  MILESTONE MASTER         " WS-PRINT-SMALL
093500         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
093600     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
093700     MOVE WS-REQ-TEAM-PLACES(REQ-IDX) TO WS-PRINT-SMALL.
093800     STRING "  TEAM PLACES              " WS-PRINT-SMALL
093900         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
094000     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
094100     MOVE WS-REQ-RECORDS(REQ-IDX) TO WS-PRINT-SMALL.
094200     STRING "  RECORD-BOOK RECORDS      " WS-PRINT-SMALL
094300         DELIMITED BY SIZE INTO CERTIFICATE-RECORD.
094400     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
094500     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
094600     MOVE "SCORES, TOTALS AND STANDINGS POSITIONS ARE UNCHANGED"
094700         TO CERTIFICATE-RECORD.
094800     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
094900     MOVE "AND NOW APPEAR UNDER THE LABEL ABOVE."
095000         TO CERTIFICATE-RECORD.
095100     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
095200     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
095300     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
095400     MOVE "SIGNED ____________________________  CLUB SECRETARY"
095500         TO CERTIFICATE-RECORD.
095600     PERFORM 6900-CERTIFICATE-LINE THRU 6900-EXIT.
095700 6000-EXIT.
095800     EXIT.
095900 6900-CERTIFICATE-LINE.
096000     WRITE CERTIFICATE-RECORD AFTER ADVANCING 1 LINE.
096100     MOVE SPACES TO CERTIFICATE-RECORD.
096200 6900-EXIT.
096300     EXIT.
096400*----------------------------------------------------------*
096500* 7000-FIND-REQUEST - THE FIRST REQUEST FOR WS-LOOKUP-ID;
096600* REQ-FOUND AND REQ-IDX ON IT WHEN THERE IS ONE.
096700*----------------------------------------------------------*
096800 7000-FIND-REQUEST.
096900     MOVE 'N' TO WS-REQ-FOUND-SW.
097000     IF WS-REQ-COUNT = 0
097100         GO TO 7000-EXIT
097200     END-IF.
097300     SET REQ-IDX TO 1.
097400     SEARCH WS-REQ-ENTRY
097500         AT END
097600             CONTINUE
097700         WHEN REQ-IDX > WS-REQ-COUNT
097800             CONTINUE
097900         WHEN WS-REQ-ID(REQ-IDX) = WS-LOOKUP-ID
098000             MOVE 'Y' TO WS-REQ-FOUND-SW
098100     END-SEARCH.
098200 7000-EXIT.
098300     EXIT.
098400*----------------------------------------------------------*
098500* 9000-TERMINATE - CONTROL TOTALS AND THE RETURN CODE.
098600*----------------------------------------------------------*
098700 9000-TERMINATE.
098800     MOVE SPACES TO PRINT-RECORD.
098900     WRITE PRINT-RECORD.
099000     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
099100     WRITE PRINT-RECORD.
099200     MOVE "  ERASURE REQUESTS READ" TO WS-PRINT-LABEL.
099300     MOVE WS-REQUESTS-READ TO WS-PRINT-COUNT.
099400     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
099500     MOVE "  MEMBERS ERASED" TO WS-PRINT-LABEL.
099600     MOVE WS-MEMBERS-ERASED TO WS-PRINT-COUNT.
099700     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
099800     MOVE "  REQUESTS REFUSED" TO WS-PRINT-LABEL.
099900     MOVE WS-REQUESTS-REFUSED TO WS-PRINT-COUNT.
100000     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
100100     MOVE "  ROSTER RECORDS READ" TO WS-PRINT-LABEL.
100200     MOVE WS-ROSTER-READ TO WS-PRINT-COUNT.
100300     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
100400     MOVE "  ROSTER RECORDS REWRITTEN" TO WS-PRINT-LABEL.
100500     MOVE WS-ROSTER-WRITTEN TO WS-PRINT-COUNT.
100600     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
100700     MOVE "  AWARDS RECORDS READ" TO WS-PRINT-LABEL.
100800     MOVE WS-AWARDS-READ TO WS-PRINT-COUNT.
100900     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
101000     MOVE "  AWARDS ENTRIES RENAMED" TO WS-PRINT-LABEL.
101100     MOVE WS-AWARDS-RENAMED TO WS-PRINT-COUNT.
101200     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
101300     MOVE "  PAYER NAMES READ" TO WS-PRINT-LABEL.
101400     MOVE WS-PAYERS-READ TO WS-PRINT-COUNT.
101500     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
101600     MOVE "  PAYER NAMES REMOVED" TO WS-PRINT-LABEL.
101700     MOVE WS-PAYERS-REMOVED TO WS-PRINT-COUNT.
101800     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
101814     MOVE "  CONTACT RECORDS READ" TO WS-PRINT-LABEL.
101828     MOVE WS-CONTACTS-READ TO WS-PRINT-COUNT.
101842     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
101856     MOVE "  CONTACT RECORDS REMOVED" TO WS-PRINT-LABEL.
101870     MOVE WS-CONTACTS-REMOVED TO WS-PRINT-COUNT.
101884     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
101900     MOVE "  ERASURE LOG RECORDS READ" TO WS-PRINT-LABEL.
102000     MOVE WS-LOG-READ TO WS-PRINT-COUNT.
102100     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
102200     CLOSE PRINT-FILE.
102300     CLOSE CERTIFICATE-FILE.
102400     DISPLAY "YCHTERAS: MEMBERS ERASED   = " WS-MEMBERS-ERASED.
102500     DISPLAY "YCHTERAS: REQUESTS REFUSED = " WS-REQUESTS-REFUSED.
102600     IF ROSTER-REWRITE-FAILED
102655         MOVE 16 TO RETURN-CODE
102710     ELSE
102765         IF WS-REQUESTS-REFUSED > 0
102820             MOVE 4 TO RETURN-CODE
102875         ELSE
102930             MOVE 0 TO RETURN-CODE
102985         END-IF
103040     END-IF.
103100 9000-EXIT.
103200     EXIT.
103300 9100-PRINT-COUNT-LINE.
103400     MOVE SPACES TO PRINT-RECORD.
103500     STRING WS-PRINT-LABEL WS-PRINT-COUNT
103600         DELIMITED BY SIZE INTO PRINT-RECORD.
103700     WRITE PRINT-RECORD.
103800 9100-EXIT.
103900     EXIT.
