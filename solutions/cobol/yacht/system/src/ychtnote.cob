000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTNOTE.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    NIGHTLY MEMBER NOTIFICATION EXTRACT. MEMBERS HAVE BEEN
000900*    FINDING OUT ON THURSDAY THAT THEY WERE PUT IN ARREARS, HAD
001000*    A SCORE CORRECTED, HAVE A CERTIFICATE WAITING, ARE DRAWN
001100*    IN A FIXTURE, OR HAD A LINE REJECTED. THIS PROGRAM WRITES
001200*    ONE DELIMITED RECORD PER MESSAGE FOR THE CLUB'S MAILING
001300*    TOOL TO SEND BY E-MAIL OR TEXT:
001400*      'AR' ACCOUNT IN ARREARS         (ACCOUNT MASTER)
001500*      'SC' SCORE CORRECTED            (YCHTCORR'S CORRECTION
001600*                                       LOG)
001700*      'MC' MILESTONE CERTIFICATE      (MILESTONE MASTER)
001800*      'FX' FIXTURE ON THE NEXT NIGHT  (CALENDAR AND FIXTURES)
001900*      'RJ' LINE REJECTED, NOT REPAIRED (THE RESIDUAL REJECTS)
002000*    CORRECTIONS AND MILESTONES ARE EVENTS: THOSE DATED AFTER
002100*    THE LAST EXTRACT'S RUN DATE ARE TOLD ONCE. THE FIRST RUN,
002200*    WITH NO LAST EXTRACT, TAKES TONIGHT'S ONLY.
002300*
002400*    ADDRESSES AND OPT-OUTS COME FROM THE CONTACT FILE
002500*    (CONTREC). A MEMBER WITH NO CONTACT RECORD, OR OPTED OUT
002600*    OF THAT TYPE, IS COUNTED AND SENT NOTHING.
002700*
002800*    SUPPRESSION: THE MESSAGES SENT ARE KEPT ON THE
002900*    NOTIFICATIONS-SENT FILE (NOTEREC), OLD TO NEW. A MESSAGE
003000*    ALREADY SENT LAST NIGHT - SAME MEMBER, TYPE AND SUBJECT -
003100*    IS HELD BACK TONIGHT AND LEFT OFF THE NEW FILE, SO A
003200*    STANDING CONDITION SUCH AS ARREARS IS REPEATED EVERY OTHER
003300*    NIGHT WHILE IT LASTS, NEVER TWO NIGHTS RUNNING.
003400*
003500*    THE EXTRACT IS '|'-DELIMITED (THE MESSAGE TEXT MAY CARRY
003600*    COMMAS): A HEADER 'H', ONE 'D' RECORD PER MESSAGE -
003700*    MEMBER ID, CHANNEL ('E' E-MAIL, 'T' TEXT), ADDRESS,
003800*    MESSAGE TYPE, MESSAGE TEXT - AND A CONTROL TRAILER 'T'
003900*    WITH THE RUN DATE, THE MESSAGE COUNT AND THE COUNT PER
004000*    TYPE, SO THE MAILING TOOL CAN PROVE IT RECEIVED THE LOT.
004100*
004200*    MODIFICATION HISTORY.
004300*    DATE       INIT DESCRIPTION
004400*    2026-10-15 LOP  ORIGINAL PROGRAM.
004500****************************************************************
004600 ENVIRONMENT DIVISION.
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER. GNUCOBOL.
004900 OBJECT-COMPUTER. GNUCOBOL.
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUN-CONTROL-STATUS.
005500     SELECT CONTACT-FILE ASSIGN TO "CONTACT"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-CONTACT-STATUS.
005800     SELECT OLD-SENT-FILE ASSIGN TO "OLDNOTE"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-OLD-SENT-STATUS.
006100     SELECT NEW-SENT-FILE ASSIGN TO "NEWNOTE"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-NEW-SENT-STATUS.
006400     SELECT ACCOUNT-FILE ASSIGN TO "ACCTMST"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-ACCOUNT-STATUS.
006700     SELECT CORRECTION-LOG-FILE ASSIGN TO "CORRLOG"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS WS-CORRECTION-LOG-STATUS.
007000     SELECT MILESTONE-FILE ASSIGN TO "MILEMST"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS WS-MILESTONE-STATUS.
007300     SELECT CALENDAR-FILE ASSIGN TO "CALNDR"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS WS-CALENDAR-STATUS.
007600     SELECT FIXTURES-FILE ASSIGN TO "FIXTURES"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-FIXTURES-STATUS.
007900     SELECT REJECTS-FILE ASSIGN TO "REJECTS"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS WS-REJECTS-STATUS.
008200     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
008300         ORGANIZATION IS INDEXED
008400         ACCESS IS DYNAMIC
008500         RECORD KEY IS RK-ROSTER-KEY
008600         FILE STATUS IS WS-ROSTER-STATUS.
008700     SELECT NOTICE-FILE ASSIGN TO "NOTEOUT"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS WS-NOTICE-STATUS.
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  RUN-CONTROL-FILE
009300     RECORDING MODE IS F.
009400 01  RUN-CONTROL-RECORD.
009500     COPY RUNCTL.
009600 FD  CONTACT-FILE
009700     RECORDING MODE IS F.
009800 01  CONTACT-RECORD.
009900     COPY CONTREC.
010000 FD  OLD-SENT-FILE
010100     RECORDING MODE IS F.
010200 01  OLD-SENT-RECORD.
010300     COPY NOTEREC.
010400 FD  NEW-SENT-FILE
010500     RECORDING MODE IS F.
010600 01  NEW-SENT-RECORD.
010700     COPY NOTEREC
010800         REPLACING ==NT-RECORD-TYPE== BY ==NN-RECORD-TYPE==
010900             ==NT-HEADER== BY ==NN-HEADER==
011000             ==NT-MESSAGE-SENT== BY ==NN-MESSAGE-SENT==
011100             ==NT-RUN-DATE== BY ==NN-RUN-DATE==
011200             ==NT-MEMBER-ID== BY ==NN-MEMBER-ID==
011300             ==NT-MESSAGE-TYPE== BY ==NN-MESSAGE-TYPE==
011400             ==NT-MESSAGE-REF== BY ==NN-MESSAGE-REF==.
011500 FD  ACCOUNT-FILE
011600     RECORDING MODE IS F.
011700 01  ACCOUNT-RECORD.
011800     COPY ACCTREC.
011900 FD  CORRECTION-LOG-FILE
012000     RECORDING MODE IS F.
012100 01  CORRECTION-LOG-RECORD.
012200     COPY CRLGREC.
012300 FD  MILESTONE-FILE
012400     RECORDING MODE IS F.
012500 01  MILESTONE-RECORD.
012600     COPY MILEREC.
012700 FD  CALENDAR-FILE
012800     RECORDING MODE IS F.
012900 01  CALENDAR-RECORD.
013000     COPY CALREC.
013100 FD  FIXTURES-FILE
013200     RECORDING MODE IS F.
013300 01  FIXTURES-RECORD.
013400     COPY FIXTREC.
013500 FD  REJECTS-FILE
013600     RECORDING MODE IS F.
013700 01  REJECTS-RECORD.
013800     COPY REJREC.
013900 FD  ROSTER-FILE.
014000 01  ROSTER-RECORD.
014100     COPY ROSTKEY.
014200     COPY ROSTMBR.
014300 FD  NOTICE-FILE
014400     RECORDING MODE IS F.
014500 01  NOTICE-RECORD               PIC X(200).
014600 WORKING-STORAGE SECTION.
014700 01  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE '00'.
014800     88  RUN-CONTROL-OK                      VALUE '00'.
014900 01  WS-CONTACT-STATUS           PIC X(02) VALUE '00'.
015000     88  CONTACT-OK                          VALUE '00'.
015100 01  WS-OLD-SENT-STATUS          PIC X(02) VALUE '00'.
015200     88  OLD-SENT-OK                         VALUE '00'.
015300 01  WS-NEW-SENT-STATUS          PIC X(02) VALUE '00'.
015400     88  NEW-SENT-OK                         VALUE '00'.
015500 01  WS-ACCOUNT-STATUS           PIC X(02) VALUE '00'.
015600     88  ACCOUNT-OK                          VALUE '00'.
015700 01  WS-CORRECTION-LOG-STATUS    PIC X(02) VALUE '00'.
015800     88  CORRECTION-LOG-OK                   VALUE '00'.
015900 01  WS-MILESTONE-STATUS         PIC X(02) VALUE '00'.
016000     88  MILESTONE-OK                        VALUE '00'.
016100 01  WS-CALENDAR-STATUS          PIC X(02) VALUE '00'.
016200     88  CALENDAR-OK                         VALUE '00'.
016300 01  WS-FIXTURES-STATUS          PIC X(02) VALUE '00'.
016400     88  FIXTURES-OK                         VALUE '00'.
016500 01  WS-REJECTS-STATUS           PIC X(02) VALUE '00'.
016600     88  REJECTS-OK                          VALUE '00'.
016700 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
016800     88  ROSTER-OK                           VALUE '00'.
016900 01  WS-NOTICE-STATUS            PIC X(02) VALUE '00'.
017000     88  NOTICE-OK                           VALUE '00'.
017100 01  WS-CONTACT-EOF-SW           PIC X(01) VALUE 'N'.
017200     88  NO-MORE-CONTACTS                    VALUE 'Y'.
017300 01  WS-OLD-SENT-EOF-SW          PIC X(01) VALUE 'N'.
017400     88  NO-MORE-OLD-SENT                    VALUE 'Y'.
017500 01  WS-FILE-EOF-SW              PIC X(01) VALUE 'N'.
017600     88  NO-MORE-RECORDS                     VALUE 'Y'.
017700 01  WS-ROSTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
017800     88  ROSTER-OPEN                         VALUE 'Y'.
017900 01  WS-CONTACT-FOUND-SW         PIC X(01) VALUE 'N'.
018000     88  CONTACT-FOUND                       VALUE 'Y'.
018100 01  WS-SENT-FOUND-SW            PIC X(01) VALUE 'N'.
018200     88  SENT-FOUND                          VALUE 'Y'.
018300*
018400*    THE NIGHT BEING NOTIFIED (FROM THE RUN CONTROL), THE LAST
018500*    EXTRACT'S RUN DATE, AND THE NEXT NIGHT ON THE CALENDAR.
018600*    AN EVENT IS NEW WHEN DATED AFTER WS-SINCE-DATE.
018700 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
018800 01  WS-SINCE-DATE               PIC 9(08) VALUE 0.
018900 01  WS-NEXT-NIGHT               PIC 9(08) VALUE 0.
019000*
019100*    THE FIVE MESSAGE TYPES IN SLOT ORDER - THE SAME ORDER AS
019200*    THE OPT-OUT FLAGS ON THE CONTACT RECORD.
019300 01  WS-TYPE-VALUES.
019400     05  FILLER                  PIC X(02) VALUE 'AR'.
019500     05  FILLER                  PIC X(02) VALUE 'SC'.
019600     05  FILLER                  PIC X(02) VALUE 'MC'.
019700     05  FILLER                  PIC X(02) VALUE 'FX'.
019800     05  FILLER                  PIC X(02) VALUE 'RJ'.
019900 01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
020000     05  WS-TYPE-CODE            PIC X(02) OCCURS 5 TIMES.
020100 01  WS-TYPE-SENT-TABLE.
020200     05  WS-TYPE-SENT            PIC 9(05) COMP OCCURS 5 TIMES.
020300 01  WS-TYPE-SUB                 PIC 9(02) COMP VALUE 0.
020400*
020500*    THE MILESTONE CODES AND THE WORDING FOR EACH, AS ON
020600*    YCHTMILE'S CERTIFICATES.
020700 01  WS-MILE-VALUES.
020800     05  FILLER                  PIC X(02) VALUE 'FY'.
020900     05  FILLER                  PIC X(02) VALUE 'H3'.
021000     05  FILLER                  PIC X(02) VALUE 'N5'.
021100     05  FILLER                  PIC X(02) VALUE 'CP'.
021200 01  WS-MILE-TABLE REDEFINES WS-MILE-VALUES.
021300     05  WS-MILE-CODE            PIC X(02) OCCURS 4 TIMES
021400         INDEXED BY MILE-IDX.
021500 01  WS-MILE-WORDINGS.
021600     05  FILLER                  PIC X(30)
021700         VALUE 'A FIRST GENUINE YACHT'.
021800     05  FILLER                  PIC X(30)
021900         VALUE 'A FIRST 300-PLUS NIGHT'.
022000     05  FILLER                  PIC X(30)
022100         VALUE 'A 50TH NIGHT PLAYED'.
022200     05  FILLER                  PIC X(30)
022300         VALUE 'CAREER 10,000 POINTS'.
022400 01  WS-MILE-WORDING-TABLE REDEFINES WS-MILE-WORDINGS.
022500     05  WS-MILE-WORDING         PIC X(30) OCCURS 4 TIMES.
022600 01  WS-MILE-SUB                 PIC 9(02) COMP VALUE 0.
022700*
022800*    ONE ENTRY PER MEMBER ON THE CONTACT FILE: THE ADDRESS TO
022900*    USE, ITS CHANNEL AND THE OPT-OUTS. A FULL TABLE IS A HARD
023000*    ERROR (RC 16).
023100 01  WS-CONTACT-TABLE.
023200     05  WS-CON-ENTRY            OCCURS 500 TIMES
023300         INDEXED BY CON-IDX.
023400         10  WS-CON-ID           PIC X(10).
023500         10  WS-CON-CHANNEL      PIC X(01).
023600         10  WS-CON-ADDRESS      PIC X(50).
023700         10  WS-CON-OPT-OUT      PIC X(01) OCCURS 5 TIMES.
023800 01  WS-CONTACT-COUNT            PIC 9(03) COMP VALUE 0.
023900*
024000*    EVERY MESSAGE SENT LAST NIGHT ('P') AND SO FAR TONIGHT
024100*    ('T'). A MESSAGE ALREADY HERE IS NOT SENT AGAIN. A FULL
024200*    TABLE IS A HARD ERROR (RC 16).
024300 01  WS-SENT-TABLE.
024400     05  WS-SENT-ENTRY           OCCURS 2000 TIMES
024500         INDEXED BY SENT-IDX.
024600         10  WS-SENT-ID          PIC X(10).
024700         10  WS-SENT-TYPE        PIC X(02).
024800         10  WS-SENT-REF         PIC X(25).
024900         10  WS-SENT-WHEN        PIC X(01).
025000             88  SENT-LAST-NIGHT             VALUE 'P'.
025100             88  SENT-TONIGHT                VALUE 'T'.
025200 01  WS-SENT-COUNT               PIC 9(04) COMP VALUE 0.
025300*
025400*    THE MESSAGE BEING ISSUED.
025500 01  WS-NOTE-MEMBER              PIC X(10) VALUE SPACES.
025600 01  WS-MESSAGE-REF.
025700     05  WS-REF-DATE             PIC 9(08).
025800     05  WS-REF-NUMBER           PIC 9(02).
025900     05  WS-REF-TEXT             PIC X(15).
026000 01  WS-MESSAGE-TEXT             PIC X(100) VALUE SPACES.
026100 01  WS-TEXT-AMOUNT              PIC ZZZZ9.99.
026200 01  WS-LEAD-SPACES              PIC 9(02) COMP VALUE 0.
026300 01  WS-LOOKUP-ID                PIC X(10) VALUE SPACES.
026400 01  WS-MEMBER-NAME              PIC X(30) VALUE SPACES.
026500 01  WS-OPPONENT-ID              PIC X(10) VALUE SPACES.
026600 01  WS-SIDE                     PIC X(04) VALUE SPACES.
026700 01  WS-REASON-TEXT              PIC X(30) VALUE SPACES.
026800*    A CATEGORY NAME AND ITS LENGTH LESS TRAILING SPACES, SO
026900*    THE TEXT READS 'LARGE STRAIGHT 040', NOT WITH TWO SPACES.
027000 01  WS-CAT-WORK                 PIC X(15) VALUE SPACES.
027100 01  WS-CAT-LEN                  PIC 9(02) COMP VALUE 0.
027200 01  WS-NEW-CAT-WORK             PIC X(15) VALUE SPACES.
027300 01  WS-NEW-CAT-LEN              PIC 9(02) COMP VALUE 0.
027400*
027500*    CONTROL COUNTS.
027600 01  WS-CONTACTS-LOADED          PIC 9(05) COMP VALUE 0.
027700 01  WS-SENT-LAST-NIGHT          PIC 9(05) COMP VALUE 0.
027800 01  WS-CANDIDATES               PIC 9(05) COMP VALUE 0.
027900 01  WS-MESSAGES-WRITTEN         PIC 9(05) COMP VALUE 0.
028000 01  WS-NO-CONTACT               PIC 9(05) COMP VALUE 0.
028100 01  WS-OPTED-OUT                PIC 9(05) COMP VALUE 0.
028200 01  WS-SUPPRESSED               PIC 9(05) COMP VALUE 0.
028300*
028400*    TRAILER FIGURES, DISPLAY FORMAT FOR THE DELIMITED RECORD.
028500 01  WS-TRAILER-COUNTS.
028600     05  WS-TRL-TOTAL            PIC 9(05).
028700     05  WS-TRL-TYPE             PIC 9(05) OCCURS 5 TIMES.
028800 PROCEDURE DIVISION.
028900 0000-MAINLINE.
029000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029100     PERFORM 2000-ARREARS THRU 2000-EXIT.
029200     PERFORM 3000-CORRECTIONS THRU 3000-EXIT.
029300     PERFORM 4000-MILESTONES THRU 4000-EXIT.
029400     PERFORM 5000-FIXTURES THRU 5000-EXIT.
029500     PERFORM 6000-REJECTS THRU 6000-EXIT.
029600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029700     GOBACK.
029800*----------------------------------------------------------*
029900* 1000-INITIALIZE - VERIFY THE RUN CONTROL, LOAD THE CONTACTS
030000* AND LAST NIGHT'S MESSAGES, OPEN THE OUTPUTS AND WRITE THE
030100* HEADERS.
030200*----------------------------------------------------------*
030300 1000-INITIALIZE.
030400     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT.
030500     PERFORM 1200-LOAD-CONTACTS THRU 1200-EXIT.
030600     PERFORM 1300-LOAD-SENT THRU 1300-EXIT.
030700     PERFORM 1500-OPEN-ROSTER THRU 1500-EXIT.
030800     INITIALIZE WS-TYPE-SENT-TABLE.
030900     OPEN OUTPUT NOTICE-FILE.
031000     IF NOT NOTICE-OK
031100         DISPLAY "YCHTNOTE: UNABLE TO OPEN NOTEOUT, STATUS "
031200             WS-NOTICE-STATUS ", RUN ABANDONED"
031300         MOVE 16 TO RETURN-CODE
031400         GOBACK
031500     END-IF.
031600     OPEN OUTPUT NEW-SENT-FILE.
031700     IF NOT NEW-SENT-OK
031800         DISPLAY "YCHTNOTE: UNABLE TO OPEN NEWNOTE, STATUS "
031900             WS-NEW-SENT-STATUS ", RUN ABANDONED"
032000         MOVE 16 TO RETURN-CODE
032100         GOBACK
032200     END-IF.
032300     MOVE SPACES TO NOTICE-RECORD.
032400     STRING "H|" WS-RUN-DATE "|YCHTNOTE"
032500         DELIMITED BY SIZE INTO NOTICE-RECORD.
032600     WRITE NOTICE-RECORD.
032700     MOVE SPACES TO NEW-SENT-RECORD.
032800     MOVE 'H' TO NN-RECORD-TYPE.
032900     MOVE WS-RUN-DATE TO NN-RUN-DATE.
033000     WRITE NEW-SENT-RECORD.
033100 1000-EXIT.
033200     EXIT.
033300*----------------------------------------------------------*
033400* 1100-VERIFY-RUN-CONTROL - NOTHING IS SENT FROM A RUN NOT
033500* MARKED COMPLETE. THE RUN DATE IS THE NIGHT NOTIFIED.
033600*----------------------------------------------------------*
033700 1100-VERIFY-RUN-CONTROL.
033800     OPEN INPUT RUN-CONTROL-FILE.
033900     IF NOT RUN-CONTROL-OK
034000         DISPLAY "YCHTNOTE: NO RUN-CONTROL RECORD, STATUS "
034100             WS-RUN-CONTROL-STATUS ", RUN ABANDONED"
034200         MOVE 16 TO RETURN-CODE
034300         GOBACK
034400     END-IF.
034500     READ RUN-CONTROL-FILE
034600         AT END
034700             DISPLAY "YCHTNOTE: RUN-CONTROL FILE EMPTY, "
034800                 "RUN ABANDONED"
034900             MOVE 16 TO RETURN-CODE
035000             GOBACK
035100     END-READ.
035200     IF NOT RN-RUN-COMPLETE
035300         DISPLAY "YCHTNOTE: SCORING RUN MARKED INCOMPLETE, "
035400             "RUN ABANDONED"
035500         MOVE 16 TO RETURN-CODE
035600         GOBACK
035700     END-IF.
035800     MOVE RN-RUN-DATE TO WS-RUN-DATE.
035900     CLOSE RUN-CONTROL-FILE.
036000 1100-EXIT.
036100     EXIT.
036200*----------------------------------------------------------*
036300* 1200-LOAD-CONTACTS - THE CONTACT FILE IS REQUIRED: WITHOUT
036400* IT NOBODY CAN BE TOLD ANYTHING. A RECORD WITH NEITHER
036500* ADDRESS IS LEFT OFF.
036600*----------------------------------------------------------*
036700 1200-LOAD-CONTACTS.
036800     OPEN INPUT CONTACT-FILE.
036900     IF NOT CONTACT-OK
037000         DISPLAY "YCHTNOTE: UNABLE TO OPEN CONTACT, STATUS "
037100             WS-CONTACT-STATUS ", RUN ABANDONED"
037200         MOVE 16 TO RETURN-CODE
037300         GOBACK
037400     END-IF.
037500     PERFORM 1210-LOAD-ONE-CONTACT THRU 1210-EXIT
037600         UNTIL NO-MORE-CONTACTS.
037700     CLOSE CONTACT-FILE.
037800 1200-EXIT.
037900     EXIT.
038000 1210-LOAD-ONE-CONTACT.
038100     READ CONTACT-FILE
038200         AT END
038300             MOVE 'Y' TO WS-CONTACT-EOF-SW
038400             GO TO 1210-EXIT
038500     END-READ.
038600     IF CT-MEMBER-ID = SPACES
038700         GO TO 1210-EXIT
038800     END-IF.
038900     IF CT-EMAIL-ADDRESS = SPACES AND CT-MOBILE-NO = SPACES
039000         GO TO 1210-EXIT
039100     END-IF.
039200     IF WS-CONTACT-COUNT >= 500
039300         DISPLAY "YCHTNOTE: CONTACT TABLE FULL AT " CT-MEMBER-ID
039400             ", RUN ABANDONED"
039500         MOVE 16 TO RETURN-CODE
039600         GOBACK
039700     END-IF.
039800     ADD 1 TO WS-CONTACT-COUNT.
039900     ADD 1 TO WS-CONTACTS-LOADED.
040000     SET CON-IDX TO WS-CONTACT-COUNT.
040100     MOVE CT-MEMBER-ID TO WS-CON-ID(CON-IDX).
040200*    THE PREFERRED ADDRESS, OR THE OTHER ONE WHEN IT IS BLANK.
040300     IF (CT-PREFERS-TEXT AND CT-MOBILE-NO NOT = SPACES)
040400         OR CT-EMAIL-ADDRESS = SPACES
040500         MOVE 'T' TO WS-CON-CHANNEL(CON-IDX)
040600         MOVE CT-MOBILE-NO TO WS-CON-ADDRESS(CON-IDX)
040700     ELSE
040800         MOVE 'E' TO WS-CON-CHANNEL(CON-IDX)
040900         MOVE CT-EMAIL-ADDRESS TO WS-CON-ADDRESS(CON-IDX)
041000     END-IF.
041100     MOVE CT-OPT-OUT(1) TO WS-CON-OPT-OUT(CON-IDX, 1).
041200     MOVE CT-OPT-OUT(2) TO WS-CON-OPT-OUT(CON-IDX, 2).
041300     MOVE CT-OPT-OUT(3) TO WS-CON-OPT-OUT(CON-IDX, 3).
041400     MOVE CT-OPT-OUT(4) TO WS-CON-OPT-OUT(CON-IDX, 4).
041500     MOVE CT-OPT-OUT(5) TO WS-CON-OPT-OUT(CON-IDX, 5).
041600 1210-EXIT.
041700     EXIT.
041800*----------------------------------------------------------*
041900* 1300-LOAD-SENT - LAST NIGHT'S NOTIFICATIONS-SENT FILE: ITS
042000* HEADER GIVES THE DATE EVENTS ARE TAKEN AFTER, ITS MESSAGES
042100* ARE HELD BACK TONIGHT. NO FILE IS THE FIRST RUN - EVENTS
042200* FROM TONIGHT ONLY.
042300*----------------------------------------------------------*
042400 1300-LOAD-SENT.
042500     COMPUTE WS-SINCE-DATE = WS-RUN-DATE - 1.
042600     OPEN INPUT OLD-SENT-FILE.
042700     IF NOT OLD-SENT-OK
042800         DISPLAY "YCHTNOTE: NO OLDNOTE FILE, STATUS "
042900             WS-OLD-SENT-STATUS ", TONIGHT'S EVENTS ONLY"
043000         GO TO 1300-EXIT
043100     END-IF.
043200     PERFORM 1310-LOAD-ONE-SENT THRU 1310-EXIT
043300         UNTIL NO-MORE-OLD-SENT.
043400     CLOSE OLD-SENT-FILE.
043500 1300-EXIT.
043600     EXIT.
043700 1310-LOAD-ONE-SENT.
043800     READ OLD-SENT-FILE
043900         AT END
044000             MOVE 'Y' TO WS-OLD-SENT-EOF-SW
044100             GO TO 1310-EXIT
044200     END-READ.
044300     IF NT-HEADER
044400         IF NT-RUN-DATE < WS-RUN-DATE
044500             MOVE NT-RUN-DATE TO WS-SINCE-DATE
044600         END-IF
044700         GO TO 1310-EXIT
044800     END-IF.
044900     IF WS-SENT-COUNT >= 2000
045000         DISPLAY "YCHTNOTE: SENT TABLE FULL AT " NT-MEMBER-ID
045100             ", RUN ABANDONED"
045200         MOVE 16 TO RETURN-CODE
045300         GOBACK
045400     END-IF.
045500     ADD 1 TO WS-SENT-COUNT.
045600     ADD 1 TO WS-SENT-LAST-NIGHT.
045700     SET SENT-IDX TO WS-SENT-COUNT.
045800     MOVE NT-MEMBER-ID TO WS-SENT-ID(SENT-IDX).
045900     MOVE NT-MESSAGE-TYPE TO WS-SENT-TYPE(SENT-IDX).
046000     MOVE NT-MESSAGE-REF TO WS-SENT-REF(SENT-IDX).
046100     MOVE 'P' TO WS-SENT-WHEN(SENT-IDX).
046200 1310-EXIT.
046300     EXIT.
046400*----------------------------------------------------------*
046500* 1500-OPEN-ROSTER - OPPONENTS' NAMES FOR THE FIXTURE
046600* MESSAGES, READ BY KEY; A MISSING ROSTER ONLY COSTS THE
046700* NAMES.
046800*----------------------------------------------------------*
046900 1500-OPEN-ROSTER.
047000     OPEN INPUT ROSTER-FILE.
047100     IF NOT ROSTER-OK
047200         DISPLAY "YCHTNOTE: UNABLE TO OPEN ROSTER, STATUS "
047300             WS-ROSTER-STATUS ", OPPONENTS NOT NAMED"
047400         GO TO 1500-EXIT
047500     END-IF.
047600     MOVE 'Y' TO WS-ROSTER-OPEN-SWITCH.
047700 1500-EXIT.
047800     EXIT.
047900*----------------------------------------------------------*
048000* 2000-ARREARS - ONE MESSAGE PER ACCOUNT FLAGGED IN ARREARS,
048100* WITH THE BALANCE OWED.
048200*----------------------------------------------------------*
048300 2000-ARREARS.
048400     OPEN INPUT ACCOUNT-FILE.
048500     IF NOT ACCOUNT-OK
048600         DISPLAY "YCHTNOTE: NO ACCTMST FILE, STATUS "
048700             WS-ACCOUNT-STATUS ", NO ARREARS MESSAGES"
048800         GO TO 2000-EXIT
048900     END-IF.
049000     MOVE 'N' TO WS-FILE-EOF-SW.
049100     PERFORM 2100-ONE-ACCOUNT THRU 2100-EXIT
049200         UNTIL NO-MORE-RECORDS.
049300     CLOSE ACCOUNT-FILE.
049400 2000-EXIT.
049500     EXIT.
049600 2100-ONE-ACCOUNT.
049700     READ ACCOUNT-FILE
049800         AT END
049900             MOVE 'Y' TO WS-FILE-EOF-SW
050000             GO TO 2100-EXIT
050100     END-READ.
050200     IF NOT AC-IN-ARREARS
050300         GO TO 2100-EXIT
050400     END-IF.
050500     MOVE 1 TO WS-TYPE-SUB.
050600     MOVE AC-MEMBER-ID TO WS-NOTE-MEMBER.
050700     MOVE SPACES TO WS-MESSAGE-REF.
050800     MOVE AC-BALANCE TO WS-TEXT-AMOUNT.
050900     MOVE 0 TO WS-LEAD-SPACES.
051000     INSPECT WS-TEXT-AMOUNT TALLYING WS-LEAD-SPACES
051100         FOR LEADING SPACE.
051200     MOVE SPACES TO WS-MESSAGE-TEXT.
051300     STRING "YOUR CLUB ACCOUNT IS IN ARREARS - BALANCE OWED "
051400         WS-TEXT-AMOUNT(WS-LEAD-SPACES + 1:)
051500         " - PLEASE SEE THE TREASURER"
051600         DELIMITED BY SIZE INTO WS-MESSAGE-TEXT.
051700     PERFORM 7000-ISSUE-MESSAGE THRU 7000-EXIT.
051800 2100-EXIT.
051900     EXIT.
052000*----------------------------------------------------------*
052100* 3000-CORRECTIONS - ONE MESSAGE PER ENTRY YCHTCORR RESCORED
052200* SINCE THE LAST EXTRACT.
052300*----------------------------------------------------------*
052400 3000-CORRECTIONS.
052500     OPEN INPUT CORRECTION-LOG-FILE.
052600     IF NOT CORRECTION-LOG-OK
052700         DISPLAY "YCHTNOTE: NO CORRLOG FILE, STATUS "
052800             WS-CORRECTION-LOG-STATUS ", NO CORRECTION MESSAGES"
052900         GO TO 3000-EXIT
053000     END-IF.
053100     MOVE 'N' TO WS-FILE-EOF-SW.
053200     PERFORM 3100-ONE-CORRECTION THRU 3100-EXIT
053300         UNTIL NO-MORE-RECORDS.
053400     CLOSE CORRECTION-LOG-FILE.
053500 3000-EXIT.
053600     EXIT.
053700 3100-ONE-CORRECTION.
053800     READ CORRECTION-LOG-FILE
053900         AT END
054000             MOVE 'Y' TO WS-FILE-EOF-SW
054100             GO TO 3100-EXIT
054200     END-READ.
054300     IF CX-APPLIED-DATE NOT > WS-SINCE-DATE
054400         GO TO 3100-EXIT
054500     END-IF.
054600     MOVE 2 TO WS-TYPE-SUB.
054700     MOVE CX-PLAYER-ID TO WS-NOTE-MEMBER.
054800     MOVE CX-NIGHT-DATE TO WS-REF-DATE.
054900     MOVE CX-GAME-NO TO WS-REF-NUMBER.
055000     MOVE CX-CATEGORY TO WS-REF-TEXT.
055100     MOVE CX-NEW-CATEGORY TO WS-CAT-WORK.
055200     PERFORM 7300-MEASURE-CATEGORY THRU 7300-EXIT.
055300     MOVE WS-CAT-WORK TO WS-NEW-CAT-WORK.
055400     MOVE WS-CAT-LEN TO WS-NEW-CAT-LEN.
055500     MOVE CX-CATEGORY TO WS-CAT-WORK.
055600     PERFORM 7300-MEASURE-CATEGORY THRU 7300-EXIT.
055700     MOVE SPACES TO WS-MESSAGE-TEXT.
055800     STRING "YOUR SCORE FOR " DELIMITED BY SIZE
055900         CX-NIGHT-DATE DELIMITED BY SIZE
056000         " GAME " DELIMITED BY SIZE
056100         CX-GAME-NO DELIMITED BY SIZE
056200         " WAS CORRECTED: " DELIMITED BY SIZE
056300         WS-CAT-WORK(1:WS-CAT-LEN) DELIMITED BY SIZE
056400         " " DELIMITED BY SIZE
056500         CX-OLD-RESULT DELIMITED BY SIZE
056600         " IS NOW " DELIMITED BY SIZE
056700         WS-NEW-CAT-WORK(1:WS-NEW-CAT-LEN) DELIMITED BY SIZE
056800         " " DELIMITED BY SIZE
056900         CX-NEW-RESULT DELIMITED BY SIZE
057000         INTO WS-MESSAGE-TEXT.
057100     PERFORM 7000-ISSUE-MESSAGE THRU 7000-EXIT.
057200 3100-EXIT.
057300     EXIT.
057400*----------------------------------------------------------*
057500* 4000-MILESTONES - ONE MESSAGE PER MILESTONE REACHED SINCE
057600* THE LAST EXTRACT: THE CERTIFICATE IS WAITING AT THE CLUB.
057700*----------------------------------------------------------*
057800 4000-MILESTONES.
057900     OPEN INPUT MILESTONE-FILE.
058000     IF NOT MILESTONE-OK
058100         DISPLAY "YCHTNOTE: NO MILEMST FILE, STATUS "
058200             WS-MILESTONE-STATUS ", NO MILESTONE MESSAGES"
058300         GO TO 4000-EXIT
058400     END-IF.
058500     MOVE 'N' TO WS-FILE-EOF-SW.
058600     PERFORM 4100-ONE-MILESTONE THRU 4100-EXIT
058700         UNTIL NO-MORE-RECORDS.
058800     CLOSE MILESTONE-FILE.
058900 4000-EXIT.
059000     EXIT.
059100 4100-ONE-MILESTONE.
059200     READ MILESTONE-FILE
059300         AT END
059400             MOVE 'Y' TO WS-FILE-EOF-SW
059500             GO TO 4100-EXIT
059600     END-READ.
059700     IF ML-ACHIEVED-DATE NOT > WS-SINCE-DATE
059800         GO TO 4100-EXIT
059900     END-IF.
060000     SET MILE-IDX TO 1.
060100     SEARCH WS-MILE-CODE
060200         AT END
060300             GO TO 4100-EXIT
060400         WHEN WS-MILE-CODE(MILE-IDX) = ML-MILESTONE-CODE
060500             SET WS-MILE-SUB TO MILE-IDX
060600     END-SEARCH.
060700     MOVE 3 TO WS-TYPE-SUB.
060800     MOVE ML-PLAYER-ID TO WS-NOTE-MEMBER.
060900     MOVE SPACES TO WS-MESSAGE-REF.
061000     MOVE ML-MILESTONE-CODE TO WS-REF-TEXT.
061100     MOVE SPACES TO WS-MESSAGE-TEXT.
061200     STRING "CONGRATULATIONS ON " DELIMITED BY SIZE
061300         WS-MILE-WORDING(WS-MILE-SUB) DELIMITED BY '  '
061400         " ON " DELIMITED BY SIZE
061500         ML-ACHIEVED-DATE DELIMITED BY SIZE
061600         " - YOUR CERTIFICATE IS WAITING AT THE CLUB"
061700             DELIMITED BY SIZE
061800         INTO WS-MESSAGE-TEXT.
061900     PERFORM 7000-ISSUE-MESSAGE THRU 7000-EXIT.
062000 4100-EXIT.
062100     EXIT.
062200*----------------------------------------------------------*
062300* 5000-FIXTURES - THE NEXT NIGHT ON THE CALENDAR AFTER THE
062400* RUN DATE, AND A MESSAGE TO EACH PLAYER DRAWN ON IT NAMING
062500* THE BOARD AND THE OPPONENT.
062600*----------------------------------------------------------*
062700 5000-FIXTURES.
062800     OPEN INPUT CALENDAR-FILE.
062900     IF NOT CALENDAR-OK
063000         DISPLAY "YCHTNOTE: NO CALNDR FILE, STATUS "
063100             WS-CALENDAR-STATUS ", NO FIXTURE MESSAGES"
063200         GO TO 5000-EXIT
063300     END-IF.
063400     MOVE 'N' TO WS-FILE-EOF-SW.
063500     PERFORM 5100-FIND-NEXT-NIGHT THRU 5100-EXIT
063600         UNTIL NO-MORE-RECORDS.
063700     CLOSE CALENDAR-FILE.
063800     IF WS-NEXT-NIGHT = 0
063900         GO TO 5000-EXIT
064000     END-IF.
064100     OPEN INPUT FIXTURES-FILE.
064200     IF NOT FIXTURES-OK
064300         DISPLAY "YCHTNOTE: NO FIXTURES FILE, STATUS "
064400             WS-FIXTURES-STATUS ", NO FIXTURE MESSAGES"
064500         GO TO 5000-EXIT
064600     END-IF.
064700     MOVE 'N' TO WS-FILE-EOF-SW.
064800     PERFORM 5200-ONE-FIXTURE THRU 5200-EXIT
064900         UNTIL NO-MORE-RECORDS.
065000     CLOSE FIXTURES-FILE.
065100 5000-EXIT.
065200     EXIT.
065300*    THE CALENDAR IS IN DATE ORDER; THE FIRST NIGHT AFTER THE
065400*    RUN DATE ENDS THE SEARCH.
065500 5100-FIND-NEXT-NIGHT.
065600     READ CALENDAR-FILE
065700         AT END
065800             MOVE 'Y' TO WS-FILE-EOF-SW
065900             GO TO 5100-EXIT
066000     END-READ.
066100     IF CL-NIGHT-DATE > WS-RUN-DATE
066200         MOVE CL-NIGHT-DATE TO WS-NEXT-NIGHT
066300         MOVE 'Y' TO WS-FILE-EOF-SW
066400     END-IF.
066500 5100-EXIT.
066600     EXIT.
066700 5200-ONE-FIXTURE.
066800     READ FIXTURES-FILE
066900         AT END
067000             MOVE 'Y' TO WS-FILE-EOF-SW
067100             GO TO 5200-EXIT
067200     END-READ.
067300     IF FX-NIGHT-DATE NOT = WS-NEXT-NIGHT
067400         GO TO 5200-EXIT
067500     END-IF.
067600     MOVE FX-HOME-ID TO WS-NOTE-MEMBER.
067700     MOVE FX-AWAY-ID TO WS-OPPONENT-ID.
067800     MOVE "HOME" TO WS-SIDE.
067900     PERFORM 5300-FIXTURE-MESSAGE THRU 5300-EXIT.
068000     MOVE FX-AWAY-ID TO WS-NOTE-MEMBER.
068100     MOVE FX-HOME-ID TO WS-OPPONENT-ID.
068200     MOVE "AWAY" TO WS-SIDE.
068300     PERFORM 5300-FIXTURE-MESSAGE THRU 5300-EXIT.
068400 5200-EXIT.
068500     EXIT.
068600 5300-FIXTURE-MESSAGE.
068700     IF WS-NOTE-MEMBER = SPACES
068800         GO TO 5300-EXIT
068900     END-IF.
069000     MOVE WS-OPPONENT-ID TO WS-LOOKUP-ID.
069100     PERFORM 8800-FIND-MEMBER-NAME THRU 8800-EXIT.
069200     IF WS-MEMBER-NAME = SPACES
069300         MOVE WS-OPPONENT-ID TO WS-MEMBER-NAME
069400     END-IF.
069500     MOVE 4 TO WS-TYPE-SUB.
069600     MOVE SPACES TO WS-MESSAGE-REF.
069700     MOVE FX-NIGHT-DATE TO WS-REF-DATE.
069800     MOVE FX-BOARD-NO TO WS-REF-NUMBER.
069900     MOVE SPACES TO WS-MESSAGE-TEXT.
070000     STRING "YOUR NEXT FIXTURE: " DELIMITED BY SIZE
070100         FX-NIGHT-DATE DELIMITED BY SIZE
070200         " BOARD " DELIMITED BY SIZE
070300         FX-BOARD-NO DELIMITED BY SIZE
070400         " " DELIMITED BY SIZE
070500         WS-SIDE DELIMITED BY SIZE
070600         " AGAINST " DELIMITED BY SIZE
070700         WS-MEMBER-NAME DELIMITED BY '  '
070800         INTO WS-MESSAGE-TEXT.
070900     PERFORM 7000-ISSUE-MESSAGE THRU 7000-EXIT.
071000 5300-EXIT.
071100     EXIT.
071200*----------------------------------------------------------*
071300* 6000-REJECTS - ONE MESSAGE PER LINE STILL ON THE REJECTS
071400* FILE AFTER THE SAME-NIGHT REPAIR (YCHTFIX), WITH THE
071500* REASON IN WORDS.
071600*----------------------------------------------------------*
071700 6000-REJECTS.
071800     OPEN INPUT REJECTS-FILE.
071900     IF NOT REJECTS-OK
072000         DISPLAY "YCHTNOTE: NO REJECTS FILE, STATUS "
072100             WS-REJECTS-STATUS ", NO REJECTED-LINE MESSAGES"
072200         GO TO 6000-EXIT
072300     END-IF.
072400     MOVE 'N' TO WS-FILE-EOF-SW.
072500     PERFORM 6100-ONE-REJECT THRU 6100-EXIT
072600         UNTIL NO-MORE-RECORDS.
072700     CLOSE REJECTS-FILE.
072800 6000-EXIT.
072900     EXIT.
073000 6100-ONE-REJECT.
073100     READ REJECTS-FILE
073200         AT END
073300             MOVE 'Y' TO WS-FILE-EOF-SW
073400             GO TO 6100-EXIT
073500     END-READ.
073600     EVALUATE RJ-REASON-CODE
073700         WHEN 'N'
073800             MOVE "THE DICE WERE NOT VALID" TO WS-REASON-TEXT
073900         WHEN 'C'
074000             MOVE "THE CATEGORY WAS NOT KNOWN" TO WS-REASON-TEXT
074100         WHEN 'D'
074200             MOVE "THE CATEGORY WAS ALREADY USED"
074300                 TO WS-REASON-TEXT
074400         WHEN 'P'
074500             MOVE "NOT ON THE CLUB ROSTER" TO WS-REASON-TEXT
074600         WHEN 'F'
074700             MOVE "ACCOUNT HELD IN ARREARS" TO WS-REASON-TEXT
074800         WHEN 'L'
074900             MOVE "MEMBERSHIP LAPSED" TO WS-REASON-TEXT
075000         WHEN OTHER
075100             MOVE "SEE THE SCOREKEEPER" TO WS-REASON-TEXT
075200     END-EVALUATE.
075300     MOVE 5 TO WS-TYPE-SUB.
075400     MOVE RJ-PLAYER-ID TO WS-NOTE-MEMBER.
075500     MOVE WS-RUN-DATE TO WS-REF-DATE.
075600     MOVE RJ-GAME-NO TO WS-REF-NUMBER.
075700     MOVE RJ-CATEGORY TO WS-REF-TEXT.
075800     MOVE RJ-CATEGORY TO WS-CAT-WORK.
075900     PERFORM 7300-MEASURE-CATEGORY THRU 7300-EXIT.
076000     MOVE SPACES TO WS-MESSAGE-TEXT.
076100     STRING "A LINE ON YOUR " DELIMITED BY SIZE
076200         WS-RUN-DATE DELIMITED BY SIZE
076300         " CARD WAS NOT SCORED: GAME " DELIMITED BY SIZE
076400         RJ-GAME-NO DELIMITED BY SIZE
076500         " " DELIMITED BY SIZE
076600         WS-CAT-WORK(1:WS-CAT-LEN) DELIMITED BY SIZE
076700         " - " DELIMITED BY SIZE
076800         WS-REASON-TEXT DELIMITED BY '  '
076900         INTO WS-MESSAGE-TEXT.
077000     PERFORM 7000-ISSUE-MESSAGE THRU 7000-EXIT.
077100 6100-EXIT.
077200     EXIT.
077300*----------------------------------------------------------*
077400* 7000-ISSUE-MESSAGE - SEND WS-MESSAGE-TEXT OF TYPE
077500* WS-TYPE-SUB TO WS-NOTE-MEMBER UNLESS THE MEMBER HAS NO
077600* CONTACT RECORD, HAS OPTED OUT OF THE TYPE, OR WAS SENT THE
077700* SAME MESSAGE LAST NIGHT (OR ALREADY TONIGHT).
077800*----------------------------------------------------------*
077900 7000-ISSUE-MESSAGE.
078000     ADD 1 TO WS-CANDIDATES.
078100     PERFORM 7100-FIND-CONTACT THRU 7100-EXIT.
078200     IF NOT CONTACT-FOUND
078300         ADD 1 TO WS-NO-CONTACT
078400         GO TO 7000-EXIT
078500     END-IF.
078600     IF WS-CON-OPT-OUT(CON-IDX, WS-TYPE-SUB) = 'Y'
078700         ADD 1 TO WS-OPTED-OUT
078800         GO TO 7000-EXIT
078900     END-IF.
079000     PERFORM 7200-FIND-SENT THRU 7200-EXIT.
079100     IF SENT-FOUND
079200         ADD 1 TO WS-SUPPRESSED
079300         GO TO 7000-EXIT
079400     END-IF.
079500     IF WS-SENT-COUNT >= 2000
079600         DISPLAY "YCHTNOTE: SENT TABLE FULL AT " WS-NOTE-MEMBER
079700             ", RUN ABANDONED"
079800         MOVE 16 TO RETURN-CODE
079900         GOBACK
080000     END-IF.
080100     MOVE SPACES TO NOTICE-RECORD.
080200     STRING "D|" DELIMITED BY SIZE
080300         WS-NOTE-MEMBER DELIMITED BY SPACE
080400         "|" DELIMITED BY SIZE
080500         WS-CON-CHANNEL(CON-IDX) DELIMITED BY SIZE
080600         "|" DELIMITED BY SIZE
080700         WS-CON-ADDRESS(CON-IDX) DELIMITED BY SPACE
080800         "|" DELIMITED BY SIZE
080900         WS-TYPE-CODE(WS-TYPE-SUB) DELIMITED BY SIZE
081000         "|" DELIMITED BY SIZE
081100         WS-MESSAGE-TEXT DELIMITED BY SIZE
081200         INTO NOTICE-RECORD.
081300     WRITE NOTICE-RECORD.
081400     ADD 1 TO WS-MESSAGES-WRITTEN.
081500     ADD 1 TO WS-TYPE-SENT(WS-TYPE-SUB).
081600     ADD 1 TO WS-SENT-COUNT.
081700     SET SENT-IDX TO WS-SENT-COUNT.
081800     MOVE WS-NOTE-MEMBER TO WS-SENT-ID(SENT-IDX).
081900     MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO WS-SENT-TYPE(SENT-IDX).
082000     MOVE WS-MESSAGE-REF TO WS-SENT-REF(SENT-IDX).
082100     MOVE 'T' TO WS-SENT-WHEN(SENT-IDX).
082200     MOVE SPACES TO NEW-SENT-RECORD.
082300     MOVE 'D' TO NN-RECORD-TYPE.
082400     MOVE WS-RUN-DATE TO NN-RUN-DATE.
082500     MOVE WS-NOTE-MEMBER TO NN-MEMBER-ID.
082600     MOVE WS-TYPE-CODE(WS-TYPE-SUB) TO NN-MESSAGE-TYPE.
082700     MOVE WS-MESSAGE-REF TO NN-MESSAGE-REF.
082800     WRITE NEW-SENT-RECORD.
082900 7000-EXIT.
083000     EXIT.
083100 7100-FIND-CONTACT.
083200     MOVE 'N' TO WS-CONTACT-FOUND-SW.
083300     IF WS-CONTACT-COUNT = 0 OR WS-NOTE-MEMBER = SPACES
083400         GO TO 7100-EXIT
083500     END-IF.
083600     SET CON-IDX TO 1.
083700     SEARCH WS-CON-ENTRY
083800         AT END
083900             CONTINUE
084000         WHEN CON-IDX > WS-CONTACT-COUNT
084100             CONTINUE
084200         WHEN WS-CON-ID(CON-IDX) = WS-NOTE-MEMBER
084300             MOVE 'Y' TO WS-CONTACT-FOUND-SW
084400     END-SEARCH.
084500 7100-EXIT.
084600     EXIT.
084700 7200-FIND-SENT.
084800     MOVE 'N' TO WS-SENT-FOUND-SW.
084900     IF WS-SENT-COUNT = 0
085000         GO TO 7200-EXIT
085100     END-IF.
085200     SET SENT-IDX TO 1.
085300     SEARCH WS-SENT-ENTRY
085400         AT END
085500             CONTINUE
085600         WHEN SENT-IDX > WS-SENT-COUNT
085700             CONTINUE
085800         WHEN WS-SENT-ID(SENT-IDX) = WS-NOTE-MEMBER
085900             AND WS-SENT-TYPE(SENT-IDX) =
086000                 WS-TYPE-CODE(WS-TYPE-SUB)
086100             AND WS-SENT-REF(SENT-IDX) = WS-MESSAGE-REF
086200             MOVE 'Y' TO WS-SENT-FOUND-SW
086300     END-SEARCH.
086400 7200-EXIT.
086500     EXIT.
086600*----------------------------------------------------------*
086700* 7300-MEASURE-CATEGORY - WS-CAT-LEN TO THE LAST NON-BLANK
086800* CHARACTER OF WS-CAT-WORK (1 FOR A BLANK CATEGORY).
086900*----------------------------------------------------------*
087000 7300-MEASURE-CATEGORY.
087100     MOVE 15 TO WS-CAT-LEN.
087200     PERFORM 7310-STEP-BACK THRU 7310-EXIT
087300         UNTIL WS-CAT-LEN = 1
087400             OR WS-CAT-WORK(WS-CAT-LEN:1) NOT = SPACE.
087500 7300-EXIT.
087600     EXIT.
087700 7310-STEP-BACK.
087800     SUBTRACT 1 FROM WS-CAT-LEN.
087900 7310-EXIT.
088000     EXIT.
088100*----------------------------------------------------------*
088200* 8800-FIND-MEMBER-NAME - READ THE MEMBER'S ROSTER RECORD BY
088300* MEMBER ID (THE FIRST CLUB HOLDING IT); NO RECORD OR NO
088400* ROSTER LEAVES A BLANK NAME.
088500*----------------------------------------------------------*
088600 8800-FIND-MEMBER-NAME.
088700     MOVE SPACES TO WS-MEMBER-NAME.
088800     IF NOT ROSTER-OPEN OR WS-LOOKUP-ID = SPACES
088900         GO TO 8800-EXIT
089000     END-IF.
089100     MOVE WS-LOOKUP-ID TO RK-MEMBER-ID.
089200     MOVE LOW-VALUES TO RK-CLUB-CODE.
089300     START ROSTER-FILE KEY >= RK-ROSTER-KEY
089400         INVALID KEY
089500             GO TO 8800-EXIT
089600     END-START.
089700     READ ROSTER-FILE NEXT RECORD
089800         AT END
089900             GO TO 8800-EXIT
090000     END-READ.
090100     IF RK-MEMBER-ID NOT = WS-LOOKUP-ID
090200         GO TO 8800-EXIT
090300     END-IF.
090400     MOVE MB-MEMBER-NAME TO WS-MEMBER-NAME.
090500 8800-EXIT.
090600     EXIT.
090700*----------------------------------------------------------*
090800* 9000-TERMINATE - WRITE THE CONTROL TRAILER, CLOSE FILES AND
090900* REPORT COUNTS.
091000*----------------------------------------------------------*
091100 9000-TERMINATE.
091200     MOVE WS-MESSAGES-WRITTEN TO WS-TRL-TOTAL.
091300     MOVE WS-TYPE-SENT(1) TO WS-TRL-TYPE(1).
091400     MOVE WS-TYPE-SENT(2) TO WS-TRL-TYPE(2).
091500     MOVE WS-TYPE-SENT(3) TO WS-TRL-TYPE(3).
091600     MOVE WS-TYPE-SENT(4) TO WS-TRL-TYPE(4).
091700     MOVE WS-TYPE-SENT(5) TO WS-TRL-TYPE(5).
091800     MOVE SPACES TO NOTICE-RECORD.
091900     STRING "T|" WS-RUN-DATE
092000         "|" WS-TRL-TOTAL
092100         "|AR=" WS-TRL-TYPE(1)
092200         "|SC=" WS-TRL-TYPE(2)
092300         "|MC=" WS-TRL-TYPE(3)
092400         "|FX=" WS-TRL-TYPE(4)
092500         "|RJ=" WS-TRL-TYPE(5)
092600         DELIMITED BY SIZE INTO NOTICE-RECORD.
092700     WRITE NOTICE-RECORD.
092800     CLOSE NOTICE-FILE.
092900     CLOSE NEW-SENT-FILE.
093000     IF ROSTER-OPEN
093100         CLOSE ROSTER-FILE
093200     END-IF.
093300     DISPLAY "YCHTNOTE: CONTACTS LOADED  = " WS-CONTACTS-LOADED.
093400     DISPLAY "YCHTNOTE: SENT LAST NIGHT  = " WS-SENT-LAST-NIGHT.
093500     DISPLAY "YCHTNOTE: MESSAGES DUE     = " WS-CANDIDATES.
093600     DISPLAY "YCHTNOTE: MESSAGES WRITTEN = " WS-MESSAGES-WRITTEN.
093700     DISPLAY "YCHTNOTE: NO CONTACT       = " WS-NO-CONTACT.
093800     DISPLAY "YCHTNOTE: OPTED OUT        = " WS-OPTED-OUT.
093900     DISPLAY "YCHTNOTE: HELD BACK        = " WS-SUPPRESSED.
094000 9000-EXIT.
094100     EXIT.
