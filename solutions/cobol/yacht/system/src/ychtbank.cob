000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTBANK.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    BANK STATEMENT IMPORT. READS THE BANK'S STATEMENT EXPORT
000900*    AND PUTS EACH CREDIT TO A MEMBER SO THE TREASURER NO
001000*    LONGER KEYS BANK RECEIPTS BY HAND. A CREDIT IS MATCHED
001100*    FIRST ON ITS PAYMENT REFERENCE - A WORD OF THE REFERENCE
001200*    THAT IS A MEMBER ID OR LEAGUE REGISTRATION NUMBER ON THE
001300*    ROSTER - AND FAILING THAT ON THE PAYER NAME, WHICH MUST BE
001400*    THE MEMBER'S ROSTER NAME OR A PAYER NAME REGISTERED FOR
001500*    THE MEMBER ON THE PAYER REGISTER (PAYERREG). A CREDIT THAT
001600*    MATCHES EXACTLY ONE MEMBER BECOMES A PAYMENTS RECORD FOR
001700*    YCHTACCT; ONE THAT MATCHES NOBODY, OR MORE THAN ONE
001800*    MEMBER, GOES TO THE SUSPENSE MASTER (SUSPREC).
001900*
002000*    THE TREASURER CLEARS A SUSPENSE ITEM TO A MEMBER ON A
002100*    LATER RUN WITH A CLEARANCE TRANSACTION (ITEM NUMBER PLUS
002200*    MEMBER ID); THE ITEM THEN POSTS AS A PAYMENT ON ITS
002300*    ORIGINAL BANK DATE AND LEAVES SUSPENSE.
002400*
002500*    NOTHING IS WRITTEN UNTIL THE CONTROL TOTALS PROVE - BANK
002600*    CREDITS EQUAL CREDITS POSTED PLUS CREDITS TO SUSPENSE,
002700*    AND SUSPENSE BROUGHT FORWARD LESS CLEARED PLUS NEW EQUALS
002800*    SUSPENSE CARRIED FORWARD, AGAINST THE BANK'S OWN TRAILER
002900*    WHEN THE EXPORT HAS ONE. AN UNPROVED RUN ENDS WITH RETURN
003000*    CODE 16 AND WRITES NO PAYMENTS, SO YCHTACCT NEVER SETS AN
003100*    ARREARS FLAG FROM A PART-POSTED STATEMENT. RUN ONCE PER
003200*    STATEMENT, BEFORE YCHTACCT.
003300*
003400*    MODIFICATION HISTORY.
003500*    DATE       INIT DESCRIPTION
003600*    2026-10-15 LOP  ORIGINAL PROGRAM.
003633*    2026-10-15 LOP  READS THE ROSTER MASTER AS AN INDEXED
003666*                    FILE (KEY ROSTKEY), IN MEMBER ID ORDER.
003700****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. GNUCOBOL.
004100 OBJECT-COMPUTER. GNUCOBOL.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT STATEMENT-FILE ASSIGN TO "BANKSTMT"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-STATEMENT-STATUS.
004700     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
004760         ORGANIZATION IS INDEXED
004820         ACCESS IS SEQUENTIAL
004880         RECORD KEY IS RK-ROSTER-KEY
004940         FILE STATUS IS WS-ROSTER-STATUS.
005000     SELECT PAYER-FILE ASSIGN TO "PAYERREG"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-PAYER-STATUS.
005300     SELECT CLEARANCE-FILE ASSIGN TO "SUSPCLR"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CLEARANCE-STATUS.
005600     SELECT OLD-SUSPENSE-FILE ASSIGN TO "OLDSUSP"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-OLD-SUSPENSE-STATUS.
005900     SELECT NEW-SUSPENSE-FILE ASSIGN TO "NEWSUSP"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-NEW-SUSPENSE-STATUS.
006200     SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-PAYMENTS-STATUS.
006500     SELECT PRINT-FILE ASSIGN TO "BANKRPT"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-PRINT-STATUS.
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  STATEMENT-FILE
007100     RECORDING MODE IS F.
007200*    THE BANK'S FIXED-COLUMN STATEMENT EXPORT - ONE DETAIL LINE
007300*    PER STATEMENT ENTRY, CREDITS AND DEBITS ALIKE, AND A
007400*    TRAILER CARRYING THE BANK'S CREDIT COUNT AND TOTAL.
007500 01  STATEMENT-RECORD.
007600     05  BS-RECORD-TYPE              PIC X(01).
007700         88  BS-DETAIL                       VALUE 'D'.
007800         88  BS-TRAILER                      VALUE 'T'.
007900     05  BS-POST-DATE                PIC 9(08).
008000     05  BS-DR-CR                    PIC X(02).
008100         88  BS-CREDIT                       VALUE 'CR'.
008200         88  BS-DEBIT                        VALUE 'DR'.
008300     05  BS-AMOUNT                   PIC 9(05)V99.
008400     05  BS-REFERENCE                PIC X(18).
008500     05  BS-PAYER-NAME               PIC X(30).
008600 01  STATEMENT-TRAILER.
008700     05  FILLER                      PIC X(01).
008800     05  BT-CREDIT-COUNT             PIC 9(05).
008900     05  BT-CREDIT-TOTAL             PIC 9(07)V99.
009000     05  FILLER                      PIC X(51).
009100 FD  ROSTER-FILE.
009200 01  ROSTER-RECORD.
009300     COPY ROSTKEY.
009400     COPY ROSTMBR.
009500 FD  PAYER-FILE
009600     RECORDING MODE IS F.
009700*    THE NAME A MEMBER'S MONEY ARRIVES UNDER WHEN IT IS NOT THE
009800*    ROSTER NAME - A JOINT ACCOUNT, A PARENT, A BUSINESS. KEYED
009900*    BY THE TREASURER; ONE MEMBER MAY HAVE SEVERAL.
010000 01  PAYER-RECORD.
010100     05  PG-MEMBER-ID                PIC X(10).
010200     05  PG-PAYER-NAME               PIC X(30).
010300 FD  CLEARANCE-FILE
010400     RECORDING MODE IS F.
010500*    ONE TRANSACTION PER SUSPENSE ITEM THE TREASURER HAS TRACED
010600*    TO A MEMBER.
010700 01  CLEARANCE-RECORD.
010800     05  CL-ITEM-NO                  PIC 9(06).
010900     05  CL-MEMBER-ID                PIC X(10).
011000 FD  OLD-SUSPENSE-FILE
011100     RECORDING MODE IS F.
011200 01  OLD-SUSPENSE-RECORD             PIC X(78).
011300 FD  NEW-SUSPENSE-FILE
011400     RECORDING MODE IS F.
011500 01  NEW-SUSPENSE-RECORD             PIC X(78).
011600 FD  PAYMENTS-FILE
011700     RECORDING MODE IS F.
011800*    THE SAME PAYMENTS TRANSACTION YCHTACCT READS.
011900 01  PAYMENTS-RECORD.
012000     05  PY-MEMBER-ID                PIC X(10).
012100     05  PY-PAY-DATE                 PIC 9(08).
012200     05  PY-AMOUNT                   PIC 9(05)V99.
012300 FD  PRINT-FILE
012400     RECORDING MODE IS F.
012500 01  PRINT-RECORD                PIC X(80).
012600 WORKING-STORAGE SECTION.
012700 01  WS-STATEMENT-STATUS         PIC X(02) VALUE '00'.
012800     88  STATEMENT-OK                        VALUE '00'.
012900 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
013000     88  ROSTER-OK                           VALUE '00'.
013100 01  WS-PAYER-STATUS             PIC X(02) VALUE '00'.
013200     88  PAYER-OK                            VALUE '00'.
013300 01  WS-CLEARANCE-STATUS         PIC X(02) VALUE '00'.
013400     88  CLEARANCE-OK                        VALUE '00'.
013500 01  WS-OLD-SUSPENSE-STATUS      PIC X(02) VALUE '00'.
013600     88  OLD-SUSPENSE-OK                     VALUE '00'.
013700 01  WS-NEW-SUSPENSE-STATUS      PIC X(02) VALUE '00'.
013800     88  NEW-SUSPENSE-OK                     VALUE '00'.
013900 01  WS-PAYMENTS-STATUS          PIC X(02) VALUE '00'.
014000     88  PAYMENTS-OK                         VALUE '00'.
014100 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
014200     88  PRINT-OK                            VALUE '00'.
014300 01  WS-STATEMENT-EOF-SW         PIC X(01) VALUE 'N'.
014400     88  NO-MORE-STATEMENT                   VALUE 'Y'.
014500 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE 'N'.
014600     88  NO-MORE-ROSTER                      VALUE 'Y'.
014700 01  WS-PAYER-EOF-SW             PIC X(01) VALUE 'N'.
014800     88  NO-MORE-PAYERS                      VALUE 'Y'.
014900 01  WS-CLEARANCE-EOF-SW         PIC X(01) VALUE 'N'.
015000     88  NO-MORE-CLEARANCES                  VALUE 'Y'.
015100 01  WS-OLD-SUSPENSE-EOF-SW      PIC X(01) VALUE 'N'.
015200     88  NO-MORE-OLD-SUSPENSE                VALUE 'Y'.
015300 01  WS-TRAILER-SW               PIC X(01) VALUE 'N'.
015400     88  TRAILER-SEEN                        VALUE 'Y'.
015500 01  WS-BALANCE-SW               PIC X(01) VALUE 'Y'.
015600     88  RUN-IN-BALANCE                      VALUE 'Y'.
015700 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
015800 01  WS-LOWER-CASE               PIC X(26)
015900         VALUE 'abcdefghijklmnopqrstuvwxyz'.
016000 01  WS-UPPER-CASE               PIC X(26)
016100         VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
016200*
016300*    EVERY ROSTER MEMBER, NAME IN CAPITALS, WITH A HIT SWITCH
016400*    SET WHILE ONE CREDIT IS BEING MATCHED. A FULL TABLE IS A
016500*    HARD ERROR - THE RUN ENDS WITH RETURN CODE 16.
016600 01  WS-MEMBER-TABLE.
016700     05  WS-MBR-ENTRY            OCCURS 500 TIMES
016800         INDEXED BY MBR-IDX.
016900         10  WS-MBR-ID           PIC X(10) VALUE SPACES.
017000         10  WS-MBR-REG-NO       PIC X(08) VALUE SPACES.
017100         10  WS-MBR-NAME         PIC X(30) VALUE SPACES.
017200         10  WS-MBR-HIT          PIC X(01) VALUE 'N'.
017300             88  MBR-HIT                     VALUE 'Y'.
017400 01  WS-MBR-COUNT                PIC 9(03) COMP VALUE 0.
017500 01  WS-MBR-SUB                  PIC 9(03) COMP VALUE 0.
017600*
017700*    THE PAYER REGISTER, NAMES IN CAPITALS, EACH WITH ITS
017800*    MEMBER'S SLOT IN THE MEMBER TABLE.
017900 01  WS-PAYER-TABLE.
018000     05  WS-PYR-ENTRY            OCCURS 500 TIMES.
018100         10  WS-PYR-NAME         PIC X(30) VALUE SPACES.
018200         10  WS-PYR-MBR-SUB      PIC 9(03) COMP VALUE 0.
018300 01  WS-PYR-COUNT                PIC 9(03) COMP VALUE 0.
018400 01  WS-PYR-SUB                  PIC 9(03) COMP VALUE 0.
018500*
018600*    THE SUSPENSE MASTER IN STORAGE - ITEMS BROUGHT FORWARD,
018700*    THEN THE RUN'S NEW ITEMS - EACH ONE SUSPREC IMAGE WORKED
018800*    ON THROUGH WS-SUSPENSE-RECORD. A FULL TABLE IS A HARD
018900*    ERROR - THE RUN ENDS WITH RETURN CODE 16.
019000 01  WS-SUSPENSE-TABLE.
019100     05  WS-SUSP-ENTRY           OCCURS 500 TIMES
019200         INDEXED BY SUSP-IDX.
019300         10  WS-SUSP-ITEM-NO     PIC 9(06) VALUE 0.
019400         10  WS-SUSP-DATA        PIC X(78) VALUE SPACES.
019500         10  WS-SUSP-STATE       PIC X(01) VALUE SPACE.
019600             88  SUSP-BROUGHT-FORWARD        VALUE 'B'.
019700             88  SUSP-NEW                    VALUE 'N'.
019800             88  SUSP-CLEARED                VALUE 'C'.
019900 01  WS-SUSP-COUNT               PIC 9(03) COMP VALUE 0.
020000 01  WS-SUSP-SUB                 PIC 9(03) COMP VALUE 0.
020100 01  WS-HIGH-ITEM-NO             PIC 9(06) VALUE 0.
020200 01  WS-SUSPENSE-RECORD.
020300     COPY SUSPREC.
020400*
020500*    THE PAYMENTS THE RUN WILL POST, HELD UNTIL THE TOTALS
020600*    PROVE. A FULL TABLE IS A HARD ERROR - THE RUN ENDS WITH
020700*    RETURN CODE 16.
020800 01  WS-PAYMENT-TABLE.
020900     05  WS-PAY-ENTRY            OCCURS 500 TIMES.
021000         10  WS-PAY-MEMBER-ID    PIC X(10) VALUE SPACES.
021100         10  WS-PAY-DATE         PIC 9(08) VALUE 0.
021200         10  WS-PAY-AMOUNT       PIC 9(05)V99 VALUE 0.
021300 01  WS-PAY-COUNT                PIC 9(03) COMP VALUE 0.
021400 01  WS-PAY-SUB                  PIC 9(03) COMP VALUE 0.
021500 01  WS-POST-ID                  PIC X(10) VALUE SPACES.
021600 01  WS-POST-DATE                PIC 9(08) VALUE 0.
021700 01  WS-POST-AMOUNT              PIC 9(05)V99 VALUE 0.
021800*
021900*    MATCHING ONE CREDIT - THE REFERENCE AND PAYER NAME IN
022000*    CAPITALS, THE WORDS OF THE REFERENCE, AND HOW MANY
022100*    MEMBERS (AND WHICH ONE FIRST) WERE HIT.
022200 01  WS-WORK-REFERENCE           PIC X(18) VALUE SPACES.
022300 01  WS-WORK-PAYER-NAME          PIC X(30) VALUE SPACES.
022400 01  WS-REFERENCE-WORDS.
022500     05  WS-REF-WORD             PIC X(18) OCCURS 6 TIMES.
022600 01  WS-WORD-SUB                 PIC 9(03) COMP VALUE 0.
022700 01  WS-HIT-COUNT                PIC 9(03) COMP VALUE 0.
022800 01  WS-HIT-SUB                  PIC 9(03) COMP VALUE 0.
022900 01  WS-MATCH-HOW                PIC X(20) VALUE SPACES.
023000*
023100*    CONTROL TOTALS.
023200 01  WS-LINES-READ               PIC 9(05) COMP VALUE 0.
023300 01  WS-LINES-UNREADABLE         PIC 9(05) COMP VALUE 0.
023400 01  WS-DEBITS-COUNT             PIC 9(05) COMP VALUE 0.
023500 01  WS-DEBITS-TOTAL             PIC 9(07)V99 VALUE 0.
023600 01  WS-CREDITS-COUNT            PIC 9(05) COMP VALUE 0.
023700 01  WS-CREDITS-TOTAL            PIC 9(07)V99 VALUE 0.
023800 01  WS-MATCHED-REF-COUNT        PIC 9(05) COMP VALUE 0.
023900 01  WS-MATCHED-NAME-COUNT       PIC 9(05) COMP VALUE 0.
024000 01  WS-MATCHED-COUNT            PIC 9(05) COMP VALUE 0.
024100 01  WS-MATCHED-TOTAL            PIC 9(07)V99 VALUE 0.
024200 01  WS-NEW-SUSP-COUNT           PIC 9(05) COMP VALUE 0.
024300 01  WS-NEW-SUSP-TOTAL           PIC 9(07)V99 VALUE 0.
024400 01  WS-BF-SUSP-COUNT            PIC 9(05) COMP VALUE 0.
024500 01  WS-BF-SUSP-TOTAL            PIC 9(07)V99 VALUE 0.
024600 01  WS-CLEARED-COUNT            PIC 9(05) COMP VALUE 0.
024700 01  WS-CLEARED-TOTAL            PIC 9(07)V99 VALUE 0.
024800 01  WS-CF-SUSP-COUNT            PIC 9(05) COMP VALUE 0.
024900 01  WS-CF-SUSP-TOTAL            PIC 9(07)V99 VALUE 0.
025000 01  WS-POSTED-TOTAL             PIC 9(07)V99 VALUE 0.
025100 01  WS-PROOF-TOTAL              PIC 9(07)V99 VALUE 0.
025200 01  WS-PROOF-COUNT              PIC 9(05) COMP VALUE 0.
025300 01  WS-CLEARANCES-READ          PIC 9(05) COMP VALUE 0.
025400 01  WS-CLEARANCES-REJECTED      PIC 9(05) COMP VALUE 0.
025500 01  WS-PAYERS-IGNORED           PIC 9(05) COMP VALUE 0.
025600*
025700*    PRINT FIELDS.
025800 01  WS-PRINT-ITEM-NO            PIC 9(06).
025900 01  WS-PRINT-AMOUNT             PIC ZZZZ9.99.
026000 01  WS-PRINT-TOTAL              PIC Z,ZZZ,ZZ9.99.
026100 01  WS-PRINT-COUNT              PIC ZZZZ9.
026200 01  WS-PRINT-REASON             PIC X(20) VALUE SPACES.
026300 01  WS-PRINT-LABEL              PIC X(36) VALUE SPACES.
026400 PROCEDURE DIVISION.
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026700     PERFORM 1100-LOAD-ROSTER THRU 1100-EXIT
026800         UNTIL NO-MORE-ROSTER.
026900     PERFORM 1200-LOAD-PAYERS THRU 1200-EXIT
027000         UNTIL NO-MORE-PAYERS.
027100     PERFORM 1300-LOAD-SUSPENSE THRU 1300-EXIT
027200         UNTIL NO-MORE-OLD-SUSPENSE.
027300     PERFORM 2000-APPLY-CLEARANCE THRU 2000-EXIT
027400         UNTIL NO-MORE-CLEARANCES.
027500     PERFORM 3000-PROCESS-STATEMENT THRU 3000-EXIT
027600         UNTIL NO-MORE-STATEMENT.
027700     PERFORM 5000-PRINT-EXCEPTIONS THRU 5000-EXIT.
027800     PERFORM 6000-PROVE-TOTALS THRU 6000-EXIT.
027900     PERFORM 8000-WRITE-OUTPUTS THRU 8000-EXIT.
028000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028100     STOP RUN.
028200*----------------------------------------------------------*
028300* 1000-INITIALIZE - OPEN FILES AND PRIME THE READS. THE
028400* STATEMENT AND THE ROSTER ARE MANDATORY; THE PAYER
028500* REGISTER, THE CLEARANCES AND THE SUSPENSE MASTER MAY NOT
028600* EXIST YET.
028700*----------------------------------------------------------*
028800 1000-INITIALIZE.
028900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029000     OPEN INPUT STATEMENT-FILE.
029100     IF NOT STATEMENT-OK
029200         DISPLAY "YCHTBANK: UNABLE TO OPEN BANKSTMT, STATUS "
029300             WS-STATEMENT-STATUS ", RUN ABANDONED"
029400         MOVE 16 TO RETURN-CODE
029500         STOP RUN
029600     END-IF.
029700     OPEN INPUT ROSTER-FILE.
029800     IF NOT ROSTER-OK
029900         DISPLAY "YCHTBANK: UNABLE TO OPEN ROSTER, STATUS "
030000             WS-ROSTER-STATUS ", RUN ABANDONED"
030100         MOVE 16 TO RETURN-CODE
030200         STOP RUN
030300     END-IF.
030400     OPEN INPUT PAYER-FILE.
030500     IF NOT PAYER-OK
030600         DISPLAY "YCHTBANK: NO PAYER REGISTER, STATUS "
030700             WS-PAYER-STATUS ", MATCHING ON ROSTER NAMES ONLY"
030800         MOVE 'Y' TO WS-PAYER-EOF-SW
030900     END-IF.
031000     OPEN INPUT CLEARANCE-FILE.
031100     IF NOT CLEARANCE-OK
031200         MOVE 'Y' TO WS-CLEARANCE-EOF-SW
031300     END-IF.
031400     OPEN INPUT OLD-SUSPENSE-FILE.
031500     IF NOT OLD-SUSPENSE-OK
031600         DISPLAY "YCHTBANK: NO PRIOR SUSPENSE MASTER, STATUS "
031700             WS-OLD-SUSPENSE-STATUS ", STARTING EMPTY"
031800         MOVE 'Y' TO WS-OLD-SUSPENSE-EOF-SW
031900     END-IF.
032000     OPEN OUTPUT PRINT-FILE.
032100     IF NOT PRINT-OK
032200         DISPLAY "YCHTBANK: UNABLE TO OPEN BANKRPT, STATUS "
032300             WS-PRINT-STATUS ", RUN ABANDONED"
032400         MOVE 16 TO RETURN-CODE
032500         STOP RUN
032600     END-IF.
032700     MOVE SPACES TO PRINT-RECORD.
032800     STRING "THURSDAY NIGHT YACHT CLUB - BANK STATEMENT IMPORT  "
032900         "RUN " WS-RUN-DATE
033000         DELIMITED BY SIZE INTO PRINT-RECORD.
033100     WRITE PRINT-RECORD.
033200     MOVE SPACES TO PRINT-RECORD.
033300     WRITE PRINT-RECORD.
033400     PERFORM 1110-READ-ROSTER THRU 1110-EXIT.
033500     IF NOT NO-MORE-PAYERS
033600         PERFORM 1210-READ-PAYER THRU 1210-EXIT
033700     END-IF.
033800     IF NOT NO-MORE-OLD-SUSPENSE
033900         PERFORM 1310-READ-SUSPENSE THRU 1310-EXIT
034000     END-IF.
034100     IF NOT NO-MORE-CLEARANCES
034200         PERFORM 2100-READ-CLEARANCE THRU 2100-EXIT
034300     END-IF.
034400     PERFORM 3100-READ-STATEMENT THRU 3100-EXIT.
034500 1000-EXIT.
034600     EXIT.
034700*----------------------------------------------------------*
034800* 1100-LOAD-ROSTER - ONE MEMBER INTO THE TABLE, NAME IN
034900* CAPITALS, THEN READ THE NEXT. RETIRED MEMBERS STAY IN -
035000* THEY MAY STILL BE SETTLING A BALANCE.
035100*----------------------------------------------------------*
035200 1100-LOAD-ROSTER.
035300     IF WS-MBR-COUNT >= 500
035400         DISPLAY "YCHTBANK: MEMBER TABLE FULL AT "
035500             MB-MEMBER-ID ", RUN ABANDONED"
035600         MOVE 16 TO RETURN-CODE
035700         STOP RUN
035800     END-IF.
035900     ADD 1 TO WS-MBR-COUNT.
036000     MOVE MB-MEMBER-ID TO WS-MBR-ID(WS-MBR-COUNT).
036100     MOVE MB-LEAGUE-REG-NO TO WS-MBR-REG-NO(WS-MBR-COUNT).
036200     MOVE MB-MEMBER-NAME TO WS-MBR-NAME(WS-MBR-COUNT).
036300     INSPECT WS-MBR-NAME(WS-MBR-COUNT)
036400         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
036500     PERFORM 1110-READ-ROSTER THRU 1110-EXIT.
036600 1100-EXIT.
036700     EXIT.
036800 1110-READ-ROSTER.
036900     READ ROSTER-FILE
037000         AT END
037100             MOVE 'Y' TO WS-ROSTER-EOF-SW
037200     END-READ.
037300 1110-EXIT.
037400     EXIT.
037500*----------------------------------------------------------*
037600* 1200-LOAD-PAYERS - ONE REGISTERED PAYER NAME INTO THE
037700* TABLE AGAINST ITS MEMBER'S SLOT, THEN READ THE NEXT. A
037800* NAME REGISTERED TO SOMEONE NOT ON THE ROSTER IS IGNORED.
037900*----------------------------------------------------------*
038000 1200-LOAD-PAYERS.
038100     IF PG-PAYER-NAME = SPACES
038200         GO TO 1200-NEXT
038300     END-IF.
038400     MOVE PG-MEMBER-ID TO WS-POST-ID.
038500     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
038600     IF MBR-IDX = 0
038700         DISPLAY "YCHTBANK: PAYER " PG-PAYER-NAME
038800             " REGISTERED TO " PG-MEMBER-ID
038900             " NOT ON THE ROSTER, IGNORED"
039000         ADD 1 TO WS-PAYERS-IGNORED
039100         GO TO 1200-NEXT
039200     END-IF.
039300     IF WS-PYR-COUNT >= 500
039400         DISPLAY "YCHTBANK: PAYER TABLE FULL AT "
039500             PG-MEMBER-ID ", RUN ABANDONED"
039600         MOVE 16 TO RETURN-CODE
039700         STOP RUN
039800     END-IF.
039900     ADD 1 TO WS-PYR-COUNT.
040000     MOVE PG-PAYER-NAME TO WS-PYR-NAME(WS-PYR-COUNT).
040100     INSPECT WS-PYR-NAME(WS-PYR-COUNT)
040200         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
040300     SET WS-PYR-MBR-SUB(WS-PYR-COUNT) TO MBR-IDX.
040400 1200-NEXT.
040500     PERFORM 1210-READ-PAYER THRU 1210-EXIT.
040600 1200-EXIT.
040700     EXIT.
040800 1210-READ-PAYER.
040900     READ PAYER-FILE
041000         AT END
041100             MOVE 'Y' TO WS-PAYER-EOF-SW
041200     END-READ.
041300 1210-EXIT.
041400     EXIT.
041500*----------------------------------------------------------*
041600* 1300-LOAD-SUSPENSE - ONE OPEN ITEM BROUGHT FORWARD INTO
041700* THE TABLE, THEN READ THE NEXT.
041800*----------------------------------------------------------*
041900 1300-LOAD-SUSPENSE.
042000     IF WS-SUSP-COUNT >= 500
042100         DISPLAY "YCHTBANK: SUSPENSE TABLE FULL AT "
042200             OLD-SUSPENSE-RECORD(1:6) ", RUN ABANDONED"
042300         MOVE 16 TO RETURN-CODE
042400         STOP RUN
042500     END-IF.
042600     MOVE OLD-SUSPENSE-RECORD TO WS-SUSPENSE-RECORD.
042700     ADD 1 TO WS-SUSP-COUNT.
042800     MOVE SU-ITEM-NO TO WS-SUSP-ITEM-NO(WS-SUSP-COUNT).
042900     MOVE WS-SUSPENSE-RECORD TO WS-SUSP-DATA(WS-SUSP-COUNT).
043000     MOVE 'B' TO WS-SUSP-STATE(WS-SUSP-COUNT).
043100     ADD 1 TO WS-BF-SUSP-COUNT.
043200     ADD SU-AMOUNT TO WS-BF-SUSP-TOTAL.
043300     IF SU-ITEM-NO > WS-HIGH-ITEM-NO
043400         MOVE SU-ITEM-NO TO WS-HIGH-ITEM-NO
043500     END-IF.
043600     PERFORM 1310-READ-SUSPENSE THRU 1310-EXIT.
043700 1300-EXIT.
043800     EXIT.
043900 1310-READ-SUSPENSE.
044000     READ OLD-SUSPENSE-FILE
044100         AT END
044200             MOVE 'Y' TO WS-OLD-SUSPENSE-EOF-SW
044300     END-READ.
044400 1310-EXIT.
044500     EXIT.
044600*----------------------------------------------------------*
044700* 2000-APPLY-CLEARANCE - CLEAR ONE SUSPENSE ITEM TO THE
044800* MEMBER THE TREASURER NAMED: THE ITEM POSTS AS A PAYMENT
044900* ON ITS BANK DATE AND LEAVES SUSPENSE. AN ITEM NOT OPEN IN
045000* SUSPENSE, OR A MEMBER NOT ON THE ROSTER, IS REJECTED AND
045100* THE ITEM STAYS WHERE IT IS.
045200*----------------------------------------------------------*
045300 2000-APPLY-CLEARANCE.
045400     ADD 1 TO WS-CLEARANCES-READ.
045500     IF WS-CLEARANCES-READ = 1
045600         MOVE "SUSPENSE ITEMS CLEARED" TO PRINT-RECORD
045700         WRITE PRINT-RECORD
045800         MOVE "  ITEM    BANK DATE    AMOUNT  MEMBER      OUTCOME"
045900             TO PRINT-RECORD
046000         WRITE PRINT-RECORD
046100     END-IF.
046200     IF CL-ITEM-NO NOT NUMERIC
046300         MOVE ZERO TO CL-ITEM-NO
046400     END-IF.
046500     MOVE CL-ITEM-NO TO WS-PRINT-ITEM-NO.
046600     MOVE ZERO TO WS-PRINT-AMOUNT.
046700     MOVE SPACES TO WS-PRINT-REASON.
046800     PERFORM 7100-FIND-SUSPENSE-ITEM THRU 7100-EXIT.
046900     IF SUSP-IDX = 0
047000         MOVE "NOT IN SUSPENSE" TO WS-PRINT-REASON
047100         GO TO 2000-REJECT
047200     END-IF.
047300     MOVE WS-SUSP-DATA(SUSP-IDX) TO WS-SUSPENSE-RECORD.
047400     MOVE SU-AMOUNT TO WS-PRINT-AMOUNT.
047500     IF SUSP-CLEARED(SUSP-IDX)
047600         MOVE "ALREADY CLEARED" TO WS-PRINT-REASON
047700         GO TO 2000-REJECT
047800     END-IF.
047900     MOVE CL-MEMBER-ID TO WS-POST-ID.
048000     PERFORM 7000-FIND-MEMBER THRU 7000-EXIT.
048100     IF MBR-IDX = 0
048200         MOVE "MEMBER NOT ON ROSTER" TO WS-PRINT-REASON
048300         GO TO 2000-REJECT
048400     END-IF.
048500     MOVE SU-BANK-DATE TO WS-POST-DATE.
048600     MOVE SU-AMOUNT TO WS-POST-AMOUNT.
048700     PERFORM 3500-HOLD-PAYMENT THRU 3500-EXIT.
048800     MOVE 'C' TO WS-SUSP-STATE(SUSP-IDX).
048900     ADD 1 TO WS-CLEARED-COUNT.
049000     ADD SU-AMOUNT TO WS-CLEARED-TOTAL.
049100     MOVE SPACES TO PRINT-RECORD.
049200     STRING "  " WS-PRINT-ITEM-NO "  " SU-BANK-DATE "  "
049300         WS-PRINT-AMOUNT "  " CL-MEMBER-ID "  POSTED"
049400         DELIMITED BY SIZE INTO PRINT-RECORD.
049500     WRITE PRINT-RECORD.
049600     GO TO 2000-NEXT.
049700 2000-REJECT.
049800     ADD 1 TO WS-CLEARANCES-REJECTED.
049900     MOVE SPACES TO PRINT-RECORD.
050000     STRING "  " WS-PRINT-ITEM-NO "            "
050100         WS-PRINT-AMOUNT "  " CL-MEMBER-ID "  REJECTED - "
050200         WS-PRINT-REASON
050300         DELIMITED BY SIZE INTO PRINT-RECORD.
050400     WRITE PRINT-RECORD.
050500 2000-NEXT.
050600     PERFORM 2100-READ-CLEARANCE THRU 2100-EXIT.
050700     IF NO-MORE-CLEARANCES
050800         MOVE SPACES TO PRINT-RECORD
050900         WRITE PRINT-RECORD
051000     END-IF.
051100 2000-EXIT.
051200     EXIT.
051300 2100-READ-CLEARANCE.
051400     READ CLEARANCE-FILE
051500         AT END
051600             MOVE 'Y' TO WS-CLEARANCE-EOF-SW
051700     END-READ.
051800 2100-EXIT.
051900     EXIT.
052000*----------------------------------------------------------*
052100* 3000-PROCESS-STATEMENT - ONE STATEMENT LINE. A DEBIT IS
052200* COUNTED AND PASSED OVER; A CREDIT IS MATCHED AND HELD AS A
052300* PAYMENT OR PUT TO SUSPENSE, AND LISTED EITHER WAY; THE
052400* TRAILER IS KEPT FOR THE PROOF. THEN READ THE NEXT.
052500*----------------------------------------------------------*
052600 3000-PROCESS-STATEMENT.
052700     ADD 1 TO WS-LINES-READ.
052800     IF BS-TRAILER
052900         MOVE 'Y' TO WS-TRAILER-SW
053000         IF BT-CREDIT-COUNT NOT NUMERIC
053100             OR BT-CREDIT-TOTAL NOT NUMERIC
053200             DISPLAY "YCHTBANK: STATEMENT TRAILER UNREADABLE"
053300             ADD 1 TO WS-LINES-UNREADABLE
053400         END-IF
053500         GO TO 3000-NEXT
053600     END-IF.
053700     IF NOT BS-DETAIL
053800         OR BS-POST-DATE NOT NUMERIC
053900         OR BS-AMOUNT NOT NUMERIC
054000         OR NOT (BS-CREDIT OR BS-DEBIT)
054100         DISPLAY "YCHTBANK: STATEMENT LINE " WS-LINES-READ
054200             " UNREADABLE: " STATEMENT-RECORD(1:40)
054300         ADD 1 TO WS-LINES-UNREADABLE
054400         GO TO 3000-NEXT
054500     END-IF.
054600     IF BS-DEBIT
054700         ADD 1 TO WS-DEBITS-COUNT
054800         ADD BS-AMOUNT TO WS-DEBITS-TOTAL
054900         GO TO 3000-NEXT
055000     END-IF.
055100     ADD 1 TO WS-CREDITS-COUNT.
055200     ADD BS-AMOUNT TO WS-CREDITS-TOTAL.
055300     IF WS-CREDITS-COUNT = 1
055400         MOVE "STATEMENT CREDITS" TO PRINT-RECORD
055500         WRITE PRINT-RECORD
055600         MOVE "  BANK DATE    AMOUNT  REFERENCE           MEMBER"
055700             TO PRINT-RECORD
055800         WRITE PRINT-RECORD
055900     END-IF.
056000     MOVE BS-REFERENCE TO WS-WORK-REFERENCE.
056100     INSPECT WS-WORK-REFERENCE
056200         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
056300     MOVE BS-PAYER-NAME TO WS-WORK-PAYER-NAME.
056400     INSPECT WS-WORK-PAYER-NAME
056500         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
056600     PERFORM 3200-MATCH-REFERENCE THRU 3200-EXIT.
056700     IF WS-HIT-COUNT = 1
056800         MOVE "BY REFERENCE" TO WS-MATCH-HOW
056900         ADD 1 TO WS-MATCHED-REF-COUNT
057000         GO TO 3000-MATCHED
057100     END-IF.
057200     IF WS-HIT-COUNT > 1
057300         MOVE 'R' TO SU-REASON
057400         GO TO 3000-SUSPENSE
057500     END-IF.
057600     PERFORM 3300-MATCH-PAYER-NAME THRU 3300-EXIT.
057700     IF WS-HIT-COUNT = 1
057800         MOVE "BY PAYER NAME" TO WS-MATCH-HOW
057900         ADD 1 TO WS-MATCHED-NAME-COUNT
058000         GO TO 3000-MATCHED
058100     END-IF.
058200     IF WS-HIT-COUNT > 1
058300         MOVE 'N' TO SU-REASON
058400     ELSE
058500         MOVE 'U' TO SU-REASON
058600     END-IF.
058700 3000-SUSPENSE.
058800     PERFORM 3600-ADD-TO-SUSPENSE THRU 3600-EXIT.
058900     GO TO 3000-NEXT.
059000 3000-MATCHED.
059100     MOVE WS-MBR-ID(WS-HIT-SUB) TO WS-POST-ID.
059200     MOVE BS-POST-DATE TO WS-POST-DATE.
059300     MOVE BS-AMOUNT TO WS-POST-AMOUNT.
059400     PERFORM 3500-HOLD-PAYMENT THRU 3500-EXIT.
059500     ADD 1 TO WS-MATCHED-COUNT.
059600     ADD BS-AMOUNT TO WS-MATCHED-TOTAL.
059700     MOVE BS-AMOUNT TO WS-PRINT-AMOUNT.
059800     MOVE SPACES TO PRINT-RECORD.
059900     STRING "  " BS-POST-DATE "  " WS-PRINT-AMOUNT "  "
060000         BS-REFERENCE "  " WS-POST-ID "  " WS-MATCH-HOW
060100         DELIMITED BY SIZE INTO PRINT-RECORD.
060200     WRITE PRINT-RECORD.
060300 3000-NEXT.
060400     PERFORM 3100-READ-STATEMENT THRU 3100-EXIT.
060500 3000-EXIT.
060600     EXIT.
060700 3100-READ-STATEMENT.
060800     READ STATEMENT-FILE
060900         AT END
061000             MOVE 'Y' TO WS-STATEMENT-EOF-SW
061100     END-READ.
061200 3100-EXIT.
061300     EXIT.
061400*----------------------------------------------------------*
061500* 3200-MATCH-REFERENCE - SPLIT THE REFERENCE INTO WORDS AND
061600* HIT EVERY MEMBER WHOSE ID OR LEAGUE REGISTRATION NUMBER IS
061700* ONE OF THEM.
061800*----------------------------------------------------------*
061900 3200-MATCH-REFERENCE.
062000     MOVE SPACES TO WS-REFERENCE-WORDS.
062100     UNSTRING WS-WORK-REFERENCE DELIMITED BY ALL SPACE
062200         INTO WS-REF-WORD(1) WS-REF-WORD(2) WS-REF-WORD(3)
062300             WS-REF-WORD(4) WS-REF-WORD(5) WS-REF-WORD(6)
062400     END-UNSTRING.
062500     PERFORM 7200-CLEAR-HITS THRU 7200-EXIT.
062600     IF WS-WORK-REFERENCE NOT = SPACES
062700         PERFORM 3210-TEST-ONE-MEMBER THRU 3210-EXIT
062800             VARYING WS-MBR-SUB FROM 1 BY 1
062900             UNTIL WS-MBR-SUB > WS-MBR-COUNT
063000     END-IF.
063100     PERFORM 7300-COUNT-HITS THRU 7300-EXIT.
063200 3200-EXIT.
063300     EXIT.
063400 3210-TEST-ONE-MEMBER.
063500     PERFORM 3220-TEST-ONE-WORD THRU 3220-EXIT
063600         VARYING WS-WORD-SUB FROM 1 BY 1
063700         UNTIL WS-WORD-SUB > 6.
063800 3210-EXIT.
063900     EXIT.
064000 3220-TEST-ONE-WORD.
064100     IF WS-REF-WORD(WS-WORD-SUB) = SPACES
064200         GO TO 3220-EXIT
064300     END-IF.
064400     IF WS-REF-WORD(WS-WORD-SUB) = WS-MBR-ID(WS-MBR-SUB)
064500         MOVE 'Y' TO WS-MBR-HIT(WS-MBR-SUB)
064600     END-IF.
064700     IF WS-MBR-REG-NO(WS-MBR-SUB) NOT = SPACES
064800         AND WS-REF-WORD(WS-WORD-SUB) = WS-MBR-REG-NO(WS-MBR-SUB)
064900         MOVE 'Y' TO WS-MBR-HIT(WS-MBR-SUB)
065000     END-IF.
065100 3220-EXIT.
065200     EXIT.
065300*----------------------------------------------------------*
065400* 3300-MATCH-PAYER-NAME - HIT EVERY MEMBER WHOSE ROSTER NAME
065500* OR REGISTERED PAYER NAME IS THE PAYER NAME ON THE CREDIT.
065600*----------------------------------------------------------*
065700 3300-MATCH-PAYER-NAME.
065800     PERFORM 7200-CLEAR-HITS THRU 7200-EXIT.
065900     IF WS-WORK-PAYER-NAME NOT = SPACES
066000         PERFORM 3310-TEST-ROSTER-NAME THRU 3310-EXIT
066100             VARYING WS-MBR-SUB FROM 1 BY 1
066200             UNTIL WS-MBR-SUB > WS-MBR-COUNT
066300         PERFORM 3320-TEST-PAYER-NAME THRU 3320-EXIT
066400             VARYING WS-PYR-SUB FROM 1 BY 1
066500             UNTIL WS-PYR-SUB > WS-PYR-COUNT
066600     END-IF.
066700     PERFORM 7300-COUNT-HITS THRU 7300-EXIT.
066800 3300-EXIT.
066900     EXIT.
067000 3310-TEST-ROSTER-NAME.
067100     IF WS-MBR-NAME(WS-MBR-SUB) = WS-WORK-PAYER-NAME
067200         MOVE 'Y' TO WS-MBR-HIT(WS-MBR-SUB)
067300     END-IF.
067400 3310-EXIT.
067500     EXIT.
067600 3320-TEST-PAYER-NAME.
067700     IF WS-PYR-NAME(WS-PYR-SUB) = WS-WORK-PAYER-NAME
067800         MOVE WS-PYR-MBR-SUB(WS-PYR-SUB) TO WS-MBR-SUB
067900         MOVE 'Y' TO WS-MBR-HIT(WS-MBR-SUB)
068000     END-IF.
068100 3320-EXIT.
068200     EXIT.
068300*----------------------------------------------------------*
068400* 3500-HOLD-PAYMENT - ADD WS-POST-ID / DATE / AMOUNT TO THE
068500* PAYMENTS TO BE WRITTEN ONCE THE TOTALS PROVE.
068600*----------------------------------------------------------*
068700 3500-HOLD-PAYMENT.
068800     IF WS-PAY-COUNT >= 500
068900         DISPLAY "YCHTBANK: PAYMENT TABLE FULL AT "
069000             WS-POST-ID ", RUN ABANDONED"
069100         MOVE 16 TO RETURN-CODE
069200         STOP RUN
069300     END-IF.
069400     ADD 1 TO WS-PAY-COUNT.
069500     MOVE WS-POST-ID TO WS-PAY-MEMBER-ID(WS-PAY-COUNT).
069600     MOVE WS-POST-DATE TO WS-PAY-DATE(WS-PAY-COUNT).
069700     MOVE WS-POST-AMOUNT TO WS-PAY-AMOUNT(WS-PAY-COUNT).
069800     ADD WS-POST-AMOUNT TO WS-POSTED-TOTAL.
069900 3500-EXIT.
070000     EXIT.
070100*----------------------------------------------------------*
070200* 3600-ADD-TO-SUSPENSE - THE CREDIT BECOMES A NEW SUSPENSE
070300* ITEM UNDER THE NEXT ITEM NUMBER. SU-REASON IS ALREADY SET.
070400*----------------------------------------------------------*
070500 3600-ADD-TO-SUSPENSE.
070600     IF WS-SUSP-COUNT >= 500
070700         DISPLAY "YCHTBANK: SUSPENSE TABLE FULL AT "
070800             BS-REFERENCE ", RUN ABANDONED"
070900         MOVE 16 TO RETURN-CODE
071000         STOP RUN
071100     END-IF.
071200     ADD 1 TO WS-HIGH-ITEM-NO.
071300     MOVE WS-HIGH-ITEM-NO TO SU-ITEM-NO.
071400     MOVE BS-POST-DATE TO SU-BANK-DATE.
071500     MOVE BS-AMOUNT TO SU-AMOUNT.
071600     MOVE BS-REFERENCE TO SU-REFERENCE.
071700     MOVE BS-PAYER-NAME TO SU-PAYER-NAME.
071800     MOVE WS-RUN-DATE TO SU-ADDED-DATE.
071900     ADD 1 TO WS-SUSP-COUNT.
072000     MOVE SU-ITEM-NO TO WS-SUSP-ITEM-NO(WS-SUSP-COUNT).
072100     MOVE WS-SUSPENSE-RECORD TO WS-SUSP-DATA(WS-SUSP-COUNT).
072200     MOVE 'N' TO WS-SUSP-STATE(WS-SUSP-COUNT).
072300     ADD 1 TO WS-NEW-SUSP-COUNT.
072400     ADD BS-AMOUNT TO WS-NEW-SUSP-TOTAL.
072500     MOVE SU-ITEM-NO TO WS-PRINT-ITEM-NO.
072600     MOVE BS-AMOUNT TO WS-PRINT-AMOUNT.
072700     MOVE SPACES TO PRINT-RECORD.
072800     STRING "  " BS-POST-DATE "  " WS-PRINT-AMOUNT "  "
072900         BS-REFERENCE "  SUSPENSE ITEM " WS-PRINT-ITEM-NO
073000         DELIMITED BY SIZE INTO PRINT-RECORD.
073100     WRITE PRINT-RECORD.
073200 3600-EXIT.
073300     EXIT.
073400*----------------------------------------------------------*
073500* 5000-PRINT-EXCEPTIONS - EVERY ITEM LEFT IN SUSPENSE, OLD
073600* AND NEW, FOR THE TREASURER TO TRACE AND CLEAR.
073700*----------------------------------------------------------*
073800 5000-PRINT-EXCEPTIONS.
073900     MOVE SPACES TO PRINT-RECORD.
074000     WRITE PRINT-RECORD.
074100     MOVE "EXCEPTIONS - ITEMS IN SUSPENSE" TO PRINT-RECORD.
074200     WRITE PRINT-RECORD.
074300     MOVE SPACES TO PRINT-RECORD.
074400     STRING "  ITEM    BANK DATE    AMOUNT  REFERENCE           "
074500         "REASON"
074600         DELIMITED BY SIZE INTO PRINT-RECORD.
074700     WRITE PRINT-RECORD.
074800     IF WS-SUSP-COUNT > 0
074900         PERFORM 5100-PRINT-ONE-ITEM THRU 5100-EXIT
075000             VARYING WS-SUSP-SUB FROM 1 BY 1
075100             UNTIL WS-SUSP-SUB > WS-SUSP-COUNT
075200     END-IF.
075300     IF WS-CF-SUSP-COUNT = 0
075400         MOVE "  NONE" TO PRINT-RECORD
075500         WRITE PRINT-RECORD
075600     END-IF.
075700 5000-EXIT.
075800     EXIT.
075900 5100-PRINT-ONE-ITEM.
076000     IF SUSP-CLEARED(WS-SUSP-SUB)
076100         GO TO 5100-EXIT
076200     END-IF.
076300     MOVE WS-SUSP-DATA(WS-SUSP-SUB) TO WS-SUSPENSE-RECORD.
076400     ADD 1 TO WS-CF-SUSP-COUNT.
076500     ADD SU-AMOUNT TO WS-CF-SUSP-TOTAL.
076600     EVALUATE TRUE
076700         WHEN SU-REFERENCE-AMBIGUOUS
076800             MOVE "REFERENCE AMBIGUOUS" TO WS-PRINT-REASON
076900         WHEN SU-NAME-AMBIGUOUS
077000             MOVE "PAYER NAME AMBIGUOUS" TO WS-PRINT-REASON
077100         WHEN OTHER
077200             MOVE "NO MATCH" TO WS-PRINT-REASON
077300     END-EVALUATE.
077400     MOVE SU-ITEM-NO TO WS-PRINT-ITEM-NO.
077500     MOVE SU-AMOUNT TO WS-PRINT-AMOUNT.
077600     MOVE SPACES TO PRINT-RECORD.
077700     STRING "  " WS-PRINT-ITEM-NO "  " SU-BANK-DATE "  "
077800         WS-PRINT-AMOUNT "  " SU-REFERENCE "  " WS-PRINT-REASON
077900         DELIMITED BY SIZE INTO PRINT-RECORD.
078000     WRITE PRINT-RECORD.
078100     MOVE SPACES TO PRINT-RECORD.
078200     IF SUSP-NEW(WS-SUSP-SUB)
078300         STRING "          PAYER " SU-PAYER-NAME "  NEW THIS RUN"
078400             DELIMITED BY SIZE INTO PRINT-RECORD
078500     ELSE
078600         STRING "          PAYER " SU-PAYER-NAME "  SINCE "
078700             SU-ADDED-DATE
078800             DELIMITED BY SIZE INTO PRINT-RECORD
078900     END-IF.
079000     WRITE PRINT-RECORD.
079100 5100-EXIT.
079200     EXIT.
079300*----------------------------------------------------------*
079400* 6000-PROVE-TOTALS - PRINT THE CONTROL TOTALS AND PROVE
079500* THEM. ANY LINE THAT DOES NOT PROVE, AN UNREADABLE LINE, OR
079600* A TRAILER THAT DISAGREES PUTS THE RUN OUT OF BALANCE.
079700*----------------------------------------------------------*
079800 6000-PROVE-TOTALS.
079900     MOVE SPACES TO PRINT-RECORD.
080000     WRITE PRINT-RECORD.
080100     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
080200     WRITE PRINT-RECORD.
080300     MOVE "STATEMENT LINES READ" TO WS-PRINT-LABEL.
080400     MOVE WS-LINES-READ TO WS-PRINT-COUNT.
080500     PERFORM 6100-PRINT-COUNT-LINE THRU 6100-EXIT.
080600     MOVE "UNREADABLE LINES" TO WS-PRINT-LABEL.
080700     MOVE WS-LINES-UNREADABLE TO WS-PRINT-COUNT.
080800     PERFORM 6100-PRINT-COUNT-LINE THRU 6100-EXIT.
080900     MOVE "DEBITS PASSED OVER" TO WS-PRINT-LABEL.
081000     MOVE WS-DEBITS-COUNT TO WS-PRINT-COUNT.
081100     MOVE WS-DEBITS-TOTAL TO WS-PRINT-TOTAL.
081200     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
081300     MOVE "BANK CREDITS" TO WS-PRINT-LABEL.
081400     MOVE WS-CREDITS-COUNT TO WS-PRINT-COUNT.
081500     MOVE WS-CREDITS-TOTAL TO WS-PRINT-TOTAL.
081600     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
081700     MOVE "  MATCHED BY REFERENCE" TO WS-PRINT-LABEL.
081800     MOVE WS-MATCHED-REF-COUNT TO WS-PRINT-COUNT.
081900     PERFORM 6100-PRINT-COUNT-LINE THRU 6100-EXIT.
082000     MOVE "  MATCHED BY PAYER NAME" TO WS-PRINT-LABEL.
082100     MOVE WS-MATCHED-NAME-COUNT TO WS-PRINT-COUNT.
082200     PERFORM 6100-PRINT-COUNT-LINE THRU 6100-EXIT.
082300     MOVE "  CREDITS MATCHED" TO WS-PRINT-LABEL.
082400     MOVE WS-MATCHED-COUNT TO WS-PRINT-COUNT.
082500     MOVE WS-MATCHED-TOTAL TO WS-PRINT-TOTAL.
082600     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
082700     MOVE "  CREDITS TO SUSPENSE" TO WS-PRINT-LABEL.
082800     MOVE WS-NEW-SUSP-COUNT TO WS-PRINT-COUNT.
082900     MOVE WS-NEW-SUSP-TOTAL TO WS-PRINT-TOTAL.
083000     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
083100     MOVE "SUSPENSE BROUGHT FORWARD" TO WS-PRINT-LABEL.
083200     MOVE WS-BF-SUSP-COUNT TO WS-PRINT-COUNT.
083300     MOVE WS-BF-SUSP-TOTAL TO WS-PRINT-TOTAL.
083400     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
083500     MOVE "  LESS CLEARED TO MEMBERS" TO WS-PRINT-LABEL.
083600     MOVE WS-CLEARED-COUNT TO WS-PRINT-COUNT.
083700     MOVE WS-CLEARED-TOTAL TO WS-PRINT-TOTAL.
083800     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
083900     MOVE "  PLUS NEW THIS RUN" TO WS-PRINT-LABEL.
084000     MOVE WS-NEW-SUSP-COUNT TO WS-PRINT-COUNT.
084100     MOVE WS-NEW-SUSP-TOTAL TO WS-PRINT-TOTAL.
084200     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
084300     MOVE "SUSPENSE CARRIED FORWARD" TO WS-PRINT-LABEL.
084400     MOVE WS-CF-SUSP-COUNT TO WS-PRINT-COUNT.
084500     MOVE WS-CF-SUSP-TOTAL TO WS-PRINT-TOTAL.
084600     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
084700     MOVE "PAYMENTS POSTED FOR YCHTACCT" TO WS-PRINT-LABEL.
084800     MOVE WS-PAY-COUNT TO WS-PRINT-COUNT.
084900     MOVE WS-POSTED-TOTAL TO WS-PRINT-TOTAL.
085000     PERFORM 6200-PRINT-TOTAL-LINE THRU 6200-EXIT.
085100     MOVE "CLEARANCES READ" TO WS-PRINT-LABEL.
085200     MOVE WS-CLEARANCES-READ TO WS-PRINT-COUNT.
085300     PERFORM 6100-PRINT-COUNT-LINE THRU 6100-EXIT.
085400     MOVE "CLEARANCES REJECTED" TO WS-PRINT-LABEL.
085500     MOVE WS-CLEARANCES-REJECTED TO WS-PRINT-COUNT.
085600     PERFORM 6100-PRINT-COUNT-LINE THRU 6100-EXIT.
085700     MOVE SPACES TO PRINT-RECORD.
085800     WRITE PRINT-RECORD.
085900*    CREDITS = MATCHED + TO SUSPENSE.
086000     ADD WS-MATCHED-TOTAL WS-NEW-SUSP-TOTAL
086100         GIVING WS-PROOF-TOTAL.
086200     ADD WS-MATCHED-COUNT WS-NEW-SUSP-COUNT
086300         GIVING WS-PROOF-COUNT.
086400     IF WS-PROOF-TOTAL NOT = WS-CREDITS-TOTAL
086500         OR WS-PROOF-COUNT NOT = WS-CREDITS-COUNT
086600         MOVE "OUT OF BALANCE - CREDITS NOT ALL ACCOUNTED FOR"
086700             TO PRINT-RECORD
086800         PERFORM 6300-PRINT-PROOF-FAILURE THRU 6300-EXIT
086900     END-IF.
087000*    BROUGHT FORWARD - CLEARED + NEW = CARRIED FORWARD.
087100     ADD WS-BF-SUSP-TOTAL WS-NEW-SUSP-TOTAL
087200         GIVING WS-PROOF-TOTAL.
087300     SUBTRACT WS-CLEARED-TOTAL FROM WS-PROOF-TOTAL.
087400     IF WS-PROOF-TOTAL NOT = WS-CF-SUSP-TOTAL
087500         MOVE "OUT OF BALANCE - SUSPENSE DOES NOT ROLL FORWARD"
087600             TO PRINT-RECORD
087700         PERFORM 6300-PRINT-PROOF-FAILURE THRU 6300-EXIT
087800     END-IF.
087900*    POSTED = MATCHED + CLEARED.
088000     ADD WS-MATCHED-TOTAL WS-CLEARED-TOTAL
088100         GIVING WS-PROOF-TOTAL.
088200     IF WS-PROOF-TOTAL NOT = WS-POSTED-TOTAL
088300         MOVE "OUT OF BALANCE - PAYMENTS DO NOT AGREE"
088400             TO PRINT-RECORD
088500         PERFORM 6300-PRINT-PROOF-FAILURE THRU 6300-EXIT
088600     END-IF.
088700     IF WS-LINES-UNREADABLE > 0
088800         MOVE "OUT OF BALANCE - UNREADABLE STATEMENT LINES"
088900             TO PRINT-RECORD
089000         PERFORM 6300-PRINT-PROOF-FAILURE THRU 6300-EXIT
089100     END-IF.
089200     IF NOT TRAILER-SEEN
089300         MOVE "NO BANK TRAILER - CREDITS NOT PROVED TO THE BANK"
089400             TO PRINT-RECORD
089500         WRITE PRINT-RECORD
089600         GO TO 6000-RESULT
089700     END-IF.
089800     IF BT-CREDIT-COUNT NOT NUMERIC
089900         OR BT-CREDIT-TOTAL NOT NUMERIC
090000         GO TO 6000-RESULT
090100     END-IF.
090200     MOVE SPACES TO PRINT-RECORD.
090300     MOVE BT-CREDIT-COUNT TO WS-PRINT-COUNT.
090400     MOVE BT-CREDIT-TOTAL TO WS-PRINT-TOTAL.
090500     STRING "BANK TRAILER CREDITS                " WS-PRINT-COUNT
090600         "  " WS-PRINT-TOTAL
090700         DELIMITED BY SIZE INTO PRINT-RECORD.
090800     WRITE PRINT-RECORD.
090900     IF BT-CREDIT-COUNT NOT = WS-CREDITS-COUNT
091000         OR BT-CREDIT-TOTAL NOT = WS-CREDITS-TOTAL
091100         MOVE "OUT OF BALANCE - CREDITS DISAGREE WITH THE BANK"
091200             TO PRINT-RECORD
091300         PERFORM 6300-PRINT-PROOF-FAILURE THRU 6300-EXIT
091400     END-IF.
091500 6000-RESULT.
091600     IF RUN-IN-BALANCE
091700         MOVE "IN BALANCE - PAYMENTS AND SUSPENSE WRITTEN"
091800             TO PRINT-RECORD
091900     ELSE
092000         MOVE "RUN ABANDONED - NOTHING POSTED, SUSPENSE UNCHANGED"
092100             TO PRINT-RECORD
092200     END-IF.
092300     WRITE PRINT-RECORD.
092400 6000-EXIT.
092500     EXIT.
092600 6100-PRINT-COUNT-LINE.
092700     MOVE SPACES TO PRINT-RECORD.
092800     STRING WS-PRINT-LABEL WS-PRINT-COUNT
092900         DELIMITED BY SIZE INTO PRINT-RECORD.
093000     WRITE PRINT-RECORD.
093100 6100-EXIT.
093200     EXIT.
093300 6200-PRINT-TOTAL-LINE.
093400     MOVE SPACES TO PRINT-RECORD.
093500     STRING WS-PRINT-LABEL WS-PRINT-COUNT "  " WS-PRINT-TOTAL
093600         DELIMITED BY SIZE INTO PRINT-RECORD.
093700     WRITE PRINT-RECORD.
093800 6200-EXIT.
093900     EXIT.
094000 6300-PRINT-PROOF-FAILURE.
094100     WRITE PRINT-RECORD.
094200     DISPLAY "YCHTBANK: " PRINT-RECORD.
094300     MOVE 'N' TO WS-BALANCE-SW.
094400 6300-EXIT.
094500     EXIT.
094600*----------------------------------------------------------*
094700* 7000-FIND-MEMBER - MBR-IDX TO WS-POST-ID'S MEMBER TABLE
094800* SLOT, ZERO WHEN NOT ON THE ROSTER.
094900*----------------------------------------------------------*
095000 7000-FIND-MEMBER.
095100     SET MBR-IDX TO 1.
095200     SEARCH WS-MBR-ENTRY
095300         AT END
095400             SET MBR-IDX TO 0
095500         WHEN MBR-IDX > WS-MBR-COUNT
095600             SET MBR-IDX TO 0
095700         WHEN WS-MBR-ID(MBR-IDX) = WS-POST-ID
095800             CONTINUE
095900     END-SEARCH.
096000 7000-EXIT.
096100     EXIT.
096200*----------------------------------------------------------*
096300* 7100-FIND-SUSPENSE-ITEM - SUSP-IDX TO CL-ITEM-NO'S SLOT,
096400* ZERO WHEN THE ITEM IS NOT IN SUSPENSE.
096500*----------------------------------------------------------*
096600 7100-FIND-SUSPENSE-ITEM.
096700     SET SUSP-IDX TO 1.
096800     SEARCH WS-SUSP-ENTRY
096900         AT END
097000             SET SUSP-IDX TO 0
097100         WHEN SUSP-IDX > WS-SUSP-COUNT
097200             SET SUSP-IDX TO 0
097300         WHEN WS-SUSP-ITEM-NO(SUSP-IDX) = CL-ITEM-NO
097400             CONTINUE
097500     END-SEARCH.
097600 7100-EXIT.
097700     EXIT.
097800*----------------------------------------------------------*
097900* 7200-CLEAR-HITS - RESET EVERY MEMBER'S HIT SWITCH.
098000*----------------------------------------------------------*
098100 7200-CLEAR-HITS.
098200     PERFORM 7210-CLEAR-ONE-HIT THRU 7210-EXIT
098300         VARYING WS-MBR-SUB FROM 1 BY 1
098400         UNTIL WS-MBR-SUB > WS-MBR-COUNT.
098500 7200-EXIT.
098600     EXIT.
098700 7210-CLEAR-ONE-HIT.
098800     MOVE 'N' TO WS-MBR-HIT(WS-MBR-SUB).
098900 7210-EXIT.
099000     EXIT.
099100*----------------------------------------------------------*
099200* 7300-COUNT-HITS - HOW MANY MEMBERS WERE HIT, AND THE SLOT
099300* OF THE FIRST IN WS-HIT-SUB.
099400*----------------------------------------------------------*
099500 7300-COUNT-HITS.
099600     MOVE 0 TO WS-HIT-COUNT.
099700     MOVE 0 TO WS-HIT-SUB.
099800     PERFORM 7310-COUNT-ONE-HIT THRU 7310-EXIT
099900         VARYING WS-MBR-SUB FROM 1 BY 1
100000         UNTIL WS-MBR-SUB > WS-MBR-COUNT.
100100 7300-EXIT.
100200     EXIT.
100300 7310-COUNT-ONE-HIT.
100400     IF MBR-HIT(WS-MBR-SUB)
100500         ADD 1 TO WS-HIT-COUNT
100600         IF WS-HIT-SUB = 0
100700             MOVE WS-MBR-SUB TO WS-HIT-SUB
100800         END-IF
100900     END-IF.
101000 7310-EXIT.
101100     EXIT.
101200*----------------------------------------------------------*
101300* 8000-WRITE-OUTPUTS - ONLY WHEN THE TOTALS PROVED: APPEND
101400* THE PAYMENTS TO THE PAYMENTS FILE YCHTACCT READS AND WRITE
101500* THE NEW SUSPENSE MASTER (CLEARED ITEMS DROPPED).
101600*----------------------------------------------------------*
101700 8000-WRITE-OUTPUTS.
101800     IF NOT RUN-IN-BALANCE
101900         MOVE 16 TO RETURN-CODE
102000         GO TO 8000-EXIT
102100     END-IF.
102200     OPEN EXTEND PAYMENTS-FILE.
102300     IF NOT PAYMENTS-OK
102400         OPEN OUTPUT PAYMENTS-FILE
102500     END-IF.
102600     IF NOT PAYMENTS-OK
102700         DISPLAY "YCHTBANK: UNABLE TO OPEN PAYMENTS, STATUS "
102800             WS-PAYMENTS-STATUS ", RUN ABANDONED"
102900         MOVE 16 TO RETURN-CODE
103000         GO TO 8000-EXIT
103100     END-IF.
103200     OPEN OUTPUT NEW-SUSPENSE-FILE.
103300     IF NOT NEW-SUSPENSE-OK
103400         DISPLAY "YCHTBANK: UNABLE TO OPEN NEWSUSP, STATUS "
103500             WS-NEW-SUSPENSE-STATUS ", RUN ABANDONED"
103600         CLOSE PAYMENTS-FILE
103700         MOVE 16 TO RETURN-CODE
103800         GO TO 8000-EXIT
103900     END-IF.
104000     IF WS-PAY-COUNT > 0
104100         PERFORM 8100-WRITE-ONE-PAYMENT THRU 8100-EXIT
104200             VARYING WS-PAY-SUB FROM 1 BY 1
104300             UNTIL WS-PAY-SUB > WS-PAY-COUNT
104400     END-IF.
104500     IF WS-SUSP-COUNT > 0
104600         PERFORM 8200-WRITE-ONE-ITEM THRU 8200-EXIT
104700             VARYING WS-SUSP-SUB FROM 1 BY 1
104800             UNTIL WS-SUSP-SUB > WS-SUSP-COUNT
104900     END-IF.
105000     CLOSE PAYMENTS-FILE.
105100     CLOSE NEW-SUSPENSE-FILE.
105200     IF WS-NEW-SUSP-COUNT > 0 OR WS-CLEARANCES-REJECTED > 0
105300         MOVE 4 TO RETURN-CODE
105400     END-IF.
105500 8000-EXIT.
105600     EXIT.
105700 8100-WRITE-ONE-PAYMENT.
105800     MOVE WS-PAY-MEMBER-ID(WS-PAY-SUB) TO PY-MEMBER-ID.
105900     MOVE WS-PAY-DATE(WS-PAY-SUB) TO PY-PAY-DATE.
106000     MOVE WS-PAY-AMOUNT(WS-PAY-SUB) TO PY-AMOUNT.
106100     WRITE PAYMENTS-RECORD.
106200 8100-EXIT.
106300     EXIT.
106400 8200-WRITE-ONE-ITEM.
106500     IF NOT SUSP-CLEARED(WS-SUSP-SUB)
106600         MOVE WS-SUSP-DATA(WS-SUSP-SUB) TO NEW-SUSPENSE-RECORD
106700         WRITE NEW-SUSPENSE-RECORD
106800     END-IF.
106900 8200-EXIT.
107000     EXIT.
107100*----------------------------------------------------------*
107200* 9000-TERMINATE - CLOSE FILES AND REPORT COUNTS.
107300*----------------------------------------------------------*
107400 9000-TERMINATE.
107500     CLOSE STATEMENT-FILE.
107600     CLOSE ROSTER-FILE.
107700     CLOSE PAYER-FILE.
107800     CLOSE CLEARANCE-FILE.
107900     CLOSE OLD-SUSPENSE-FILE.
108000     CLOSE PRINT-FILE.
108100     DISPLAY "YCHTBANK: BANK CREDITS     = " WS-CREDITS-COUNT.
108200     DISPLAY "YCHTBANK: PAYMENTS POSTED  = " WS-PAY-COUNT.
108300     DISPLAY "YCHTBANK: TO SUSPENSE      = " WS-NEW-SUSP-COUNT.
108400     DISPLAY "YCHTBANK: CLEARED          = " WS-CLEARED-COUNT.
108500     DISPLAY "YCHTBANK: CARRIED FORWARD  = " WS-CF-SUSP-COUNT.
108600     IF NOT RUN-IN-BALANCE
108700         DISPLAY "YCHTBANK: OUT OF BALANCE, NOTHING POSTED"
108800     END-IF.
108900 9000-EXIT.
109000     EXIT.
