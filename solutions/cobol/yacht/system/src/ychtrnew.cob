000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. YCHTRNEW.
000300 AUTHOR. LEAGUE-OPERATIONS.
000400 INSTALLATION. THURSDAY-NIGHT-YACHT-CLUB.
000500 DATE-WRITTEN. 2026-10-15.
000600 DATE-COMPILED.
000700*REMARKS.
000800*    ANNUAL MEMBERSHIP RENEWAL. RUN AFTER THE NIGHTLY ACCOUNTS
000900*    STEP (YCHTACCT) ON ANY NIGHT FROM THE RENEWAL DATE ON. THE
001000*    ONE-RECORD RENEWAL CONTROL (RNEWCTL) GIVES THE RENEWAL
001100*    YEAR AND DATE, THE FULL AND REDUCED DUES RATES, THE JOIN
001200*    DATE FROM WHICH A MEMBER PAYS THE REDUCED RATE, AND THE
001300*    GRACE PERIOD IN DAYS.
001400*
001500*    EVERY ACTIVE FULL MEMBER WHO JOINED BEFORE THE RENEWAL
001600*    DATE AND HAS NOT YET BEEN BILLED FOR THE RENEWAL YEAR IS
001700*    BILLED: THE DUES ARE CHARGED TO THE ACCOUNT MASTER, A 'D'
001800*    LINE IS APPENDED TO THE ACCOUNT DETAIL LEDGER, THE MEMBER
001900*    GOES ON THE RENEWAL REGISTER (RNEWREC) AND A RENEWAL
002000*    NOTICE IS PRINTED. GUESTS AND RETIRED MEMBERS ARE NOT
002100*    BILLED.
002200*
002300*    DUES COUNT AS PAID ONCE THE ACCOUNT BALANCE, LESS THE
002400*    TABLE FEES CHARGED SINCE THE DUES WERE POSTED, IS NOTHING
002500*    OWED - PAYMENTS CLEAR THE OLDEST CHARGES FIRST. A MEMBER
002600*    STILL UNPAID WHEN THE GRACE PERIOD IS OVER IS LAPSED:
002700*    ROSTER FLAG 'L', WHICH THE NIGHTLY ROSTER CHECK REFUSES
002800*    (REJECT REASON 'L'). A LAPSED MEMBER WHOSE DUES ARE LATER
002900*    PAID IS REINSTATED TO 'A' ON THE NEXT RUN.
003000*
003100*    MODIFICATION HISTORY.
003200*    DATE       INIT DESCRIPTION
003300*    2026-10-15 LOP  ORIGINAL PROGRAM.
003325*    2026-10-15 LOP  THE ROSTER MASTER IS NOW INDEXED: A
003350*                    LAPSED OR REINSTATED MEMBER IS REWRITTEN
003375*                    IN PLACE - NO NEWROST TO COPY BACK.
003383*    2026-10-15 LOP  A FAILED ROSTER REWRITE WITHDRAWS THE LAPSE
003391*                    OR REINSTATEMENT FROM THE REGISTER, RC 16.
003400****************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. GNUCOBOL.
003800 OBJECT-COMPUTER. GNUCOBOL.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT RENEWAL-CONTROL-FILE ASSIGN TO "RNEWCTL"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-RENEWAL-CONTROL-STATUS.
004400     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
004500         ORGANIZATION IS INDEXED
004600         ACCESS IS SEQUENTIAL
004700         RECORD KEY IS RK-ROSTER-KEY
004800         FILE STATUS IS WS-ROSTER-STATUS.
005000     SELECT OLD-REGISTER-FILE ASSIGN TO "OLDRNEW"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-OLD-REGISTER-STATUS.
005300     SELECT NEW-REGISTER-FILE ASSIGN TO "NEWRNEW"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-NEW-REGISTER-STATUS.
005600     SELECT OLD-ACCOUNT-FILE ASSIGN TO "OLDACCT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-OLD-ACCOUNT-STATUS.
005900     SELECT NEW-ACCOUNT-FILE ASSIGN TO "NEWACCT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-NEW-ACCOUNT-STATUS.
006200     SELECT ACCOUNT-DETAIL-FILE ASSIGN TO "ACCTDTL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS WS-ACCOUNT-DETAIL-STATUS.
006500     SELECT NOTICE-FILE ASSIGN TO "RNEWNOTE"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-NOTICE-STATUS.
006800     SELECT PRINT-FILE ASSIGN TO "RNEWRPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS WS-PRINT-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  RENEWAL-CONTROL-FILE
007400     RECORDING MODE IS F.
007500*    KEYED BY THE TREASURER ONCE A YEAR.
007600 01  RENEWAL-CONTROL-RECORD.
007700     05  RV-RENEWAL-YEAR             PIC 9(04).
007800     05  RV-RENEWAL-DATE             PIC 9(08).
007900     05  RV-FULL-RATE                PIC 9(05)V99.
008000     05  RV-REDUCED-RATE             PIC 9(05)V99.
008100*    A MEMBER WHO JOINED ON OR AFTER THIS DATE PAYS THE
008200*    REDUCED RATE.
008300     05  RV-LATE-JOIN-DATE           PIC 9(08).
008400     05  RV-GRACE-DAYS               PIC 9(03).
008500 FD  ROSTER-FILE.
008600 01  ROSTER-RECORD.
008700     COPY ROSTKEY.
008800     COPY ROSTMBR.
009200 FD  OLD-REGISTER-FILE
009300     RECORDING MODE IS F.
009400 01  OLD-REGISTER-RECORD             PIC X(50).
009500 FD  NEW-REGISTER-FILE
009600     RECORDING MODE IS F.
009700 01  NEW-REGISTER-RECORD             PIC X(50).
009800 FD  OLD-ACCOUNT-FILE
009900     RECORDING MODE IS F.
010000 01  OLD-ACCOUNT-RECORD.
010100     COPY ACCTREC
010200         REPLACING ==AC-MEMBER-ID== BY ==OA-MEMBER-ID==
010300             ==AC-BALANCE== BY ==OA-BALANCE==
010400             ==AC-ARREARS-FLAG== BY ==OA-ARREARS-FLAG==
010500             ==AC-IN-ARREARS== BY ==OA-IN-ARREARS==
010600             ==AC-IN-GOOD-STANDING== BY ==OA-IN-GOOD-STANDING==.
010700 FD  NEW-ACCOUNT-FILE
010800     RECORDING MODE IS F.
010900 01  NEW-ACCOUNT-RECORD.
011000     COPY ACCTREC.
011100 FD  ACCOUNT-DETAIL-FILE
011200     RECORDING MODE IS F.
011300 01  ACCOUNT-DETAIL-RECORD.
011400     COPY ACCTDTL.
011500 FD  NOTICE-FILE
011600     RECORDING MODE IS F.
011700 01  NOTICE-RECORD               PIC X(80).
011800 FD  PRINT-FILE
011900     RECORDING MODE IS F.
012000 01  PRINT-RECORD                PIC X(80).
012100 WORKING-STORAGE SECTION.
012200 01  WS-RENEWAL-CONTROL-STATUS   PIC X(02) VALUE '00'.
012300     88  RENEWAL-CONTROL-OK                  VALUE '00'.
012400 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
012500     88  ROSTER-OK                           VALUE '00'.
012800 01  WS-OLD-REGISTER-STATUS      PIC X(02) VALUE '00'.
012900     88  OLD-REGISTER-OK                     VALUE '00'.
013000 01  WS-NEW-REGISTER-STATUS      PIC X(02) VALUE '00'.
013100     88  NEW-REGISTER-OK                     VALUE '00'.
013200 01  WS-OLD-ACCOUNT-STATUS       PIC X(02) VALUE '00'.
013300     88  OLD-ACCOUNT-OK                      VALUE '00'.
013400 01  WS-NEW-ACCOUNT-STATUS       PIC X(02) VALUE '00'.
013500     88  NEW-ACCOUNT-OK                      VALUE '00'.
013600 01  WS-ACCOUNT-DETAIL-STATUS    PIC X(02) VALUE '00'.
013700     88  ACCOUNT-DETAIL-OK                   VALUE '00'.
013800 01  WS-NOTICE-STATUS            PIC X(02) VALUE '00'.
013900     88  NOTICE-OK                           VALUE '00'.
014000 01  WS-PRINT-STATUS             PIC X(02) VALUE '00'.
014100     88  PRINT-OK                            VALUE '00'.
014200 01  WS-ROSTER-EOF-SW            PIC X(01) VALUE 'N'.
014300     88  NO-MORE-ROSTER                      VALUE 'Y'.
014400 01  WS-REGISTER-EOF-SW          PIC X(01) VALUE 'N'.
014500     88  NO-MORE-REGISTER                    VALUE 'Y'.
014600 01  WS-ACCOUNT-EOF-SW           PIC X(01) VALUE 'N'.
014700     88  NO-MORE-ACCOUNTS                    VALUE 'Y'.
014800 01  WS-DETAIL-EOF-SW            PIC X(01) VALUE 'N'.
014900     88  NO-MORE-DETAIL                      VALUE 'Y'.
015000 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
015100 01  WS-RUN-DAY-NO               PIC 9(07) VALUE 0.
015200 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
015300 01  WS-MEMBER-CLUB              PIC X(03) VALUE SPACES.
015325*    THE MEMBER'S ROSTER FLAG AS READ, SO ONLY A MEMBER WHOSE
015341*    FLAG THIS RUN CHANGES IS REWRITTEN, AND THEIR REGISTER
015357*    ENTRY AS READ, PUT BACK IF THAT REWRITE FAILS.
015375 01  WS-FLAG-AS-READ             PIC X(01) VALUE SPACE.
015387 01  WS-REGISTER-AS-READ         PIC X(50) VALUE SPACES.
015400 01  WS-DAYS-SINCE-BILLED        PIC 9(07) VALUE 0.
015500*
015600*    THE RENEWAL REGISTER IN STORAGE, ONE RNEWREC IMAGE PER
015700*    MEMBER WORKED ON THROUGH WS-REGISTER-RECORD. THE LEDGER
015800*    SCAN SETS THE POSTED SWITCH WHEN IT FINDS THE MEMBER'S
015900*    DUES LINE AND TOTALS THE TABLE FEES CHARGED AFTER IT. A
016000*    FULL TABLE IS A HARD ERROR - THE RUN ENDS WITH RETURN
016100*    CODE 16.
016200 01  WS-REGISTER-TABLE.
016300     05  WS-RNEW-ENTRY           OCCURS 500 TIMES
016400         INDEXED BY RNEW-IDX.
016500         10  WS-RNEW-ID          PIC X(10) VALUE SPACES.
016600         10  WS-RNEW-CLUB        PIC X(03) VALUE SPACES.
016700         10  WS-RNEW-DATA        PIC X(50) VALUE SPACES.
016800         10  WS-RNEW-POSTED      PIC X(01) VALUE 'N'.
016900             88  RNEW-DUES-POSTED            VALUE 'Y'.
017000         10  WS-RNEW-LATER-FEES  PIC 9(05)V99 VALUE 0.
017100 01  WS-RNEW-COUNT               PIC 9(03) COMP VALUE 0.
017200 01  WS-RNEW-SUB                 PIC 9(03) COMP VALUE 0.
017300 01  WS-REGISTER-RECORD.
017400     COPY RNEWREC.
017500*
017600*    THE ACCOUNT MASTER IN STORAGE - BALANCES BROUGHT FORWARD
017700*    PLUS THE DUES BILLED THIS RUN. A FULL TABLE IS A HARD
017800*    ERROR - THE RUN ENDS WITH RETURN CODE 16.
017900 01  WS-ACCT-TABLE.
018000     05  WS-ACCT-ENTRY           OCCURS 500 TIMES
018100         INDEXED BY ACCT-IDX.
018200         10  WS-ACCT-ID          PIC X(10) VALUE SPACES.
018300         10  WS-ACCT-BALANCE     PIC S9(05)V99 VALUE 0.
018400         10  WS-ACCT-FLAG        PIC X(01) VALUE SPACE.
018500 01  WS-ACCT-COUNT               PIC 9(03) COMP VALUE 0.
018600 01  WS-ACCT-SUB                 PIC 9(03) COMP VALUE 0.
018700 01  WS-POST-ID                  PIC X(10) VALUE SPACES.
018800 01  WS-DUES-OWED                PIC S9(06)V99 VALUE 0.
018900*
019000*    DAY-NUMBER ARITHMETIC - DAYS SINCE 0001-01-01 FOR ONE
019100*    YYYYMMDD DATE, SO TWO DATES CAN BE SUBTRACTED.
019200 01  WS-DN-DATE                  PIC 9(08) VALUE 0.
019300 01  WS-DN-DATE-PARTS REDEFINES WS-DN-DATE.
019400     05  WS-DN-YEAR              PIC 9(04).
019500     05  WS-DN-MONTH             PIC 9(02).
019600     05  WS-DN-DAY               PIC 9(02).
019700 01  WS-DN-DAYS                  PIC 9(07) VALUE 0.
019800 01  WS-DN-PRIOR-YEARS           PIC 9(04) VALUE 0.
019900 01  WS-DN-QUOTIENT              PIC 9(04) VALUE 0.
020000 01  WS-DN-REMAINDER             PIC 9(04) VALUE 0.
020100 01  WS-DN-LEAP-SW               PIC X(01) VALUE 'N'.
020200     88  DN-LEAP-YEAR                        VALUE 'Y'.
020300 01  WS-MONTH-START-VALUES.
020400     05  FILLER                  PIC X(36) VALUE
020500         '000031059090120151181212243273304334'.
020600 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-START-VALUES.
020700     05  WS-MONTH-START          PIC 9(03) OCCURS 12 TIMES.
020800*
020900*    CONTROL COUNTS FOR THE REPORT FOOT.
021000 01  WS-MEMBERS-READ             PIC 9(05) COMP VALUE 0.
021100 01  WS-BILLED-FULL              PIC 9(05) COMP VALUE 0.
021200 01  WS-BILLED-FULL-AMT          PIC 9(07)V99 VALUE 0.
021300 01  WS-BILLED-REDUCED           PIC 9(05) COMP VALUE 0.
021400 01  WS-BILLED-REDUCED-AMT       PIC 9(07)V99 VALUE 0.
021500 01  WS-DUES-PAID                PIC 9(05) COMP VALUE 0.
021600 01  WS-DUES-OUTSTANDING         PIC 9(05) COMP VALUE 0.
021700 01  WS-MEMBERS-LAPSED           PIC 9(05) COMP VALUE 0.
021800 01  WS-MEMBERS-REINSTATED       PIC 9(05) COMP VALUE 0.
021900 01  WS-NOTICES-PRINTED          PIC 9(05) COMP VALUE 0.
022000*
022100*    PRINT FIELDS.
022200 01  WS-PRINT-AMOUNT             PIC ZZZZ9.99.
022300 01  WS-PRINT-TOTAL              PIC Z,ZZZ,ZZ9.99.
022400 01  WS-PRINT-COUNT              PIC ZZZZ9.
022500 01  WS-PRINT-DAYS               PIC ZZ9.
022600 01  WS-PRINT-ACTION             PIC X(20) VALUE SPACES.
022700 01  WS-PRINT-LABEL              PIC X(30) VALUE SPACES.
022800 PROCEDURE DIVISION.
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023100     PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT
023200         UNTIL NO-MORE-REGISTER.
023300     PERFORM 1200-LOAD-ACCOUNTS THRU 1200-EXIT
023400         UNTIL NO-MORE-ACCOUNTS.
023500     PERFORM 1300-SCAN-LEDGER THRU 1300-EXIT.
023600     PERFORM 1400-OPEN-OUTPUTS THRU 1400-EXIT.
023700     PERFORM 2000-PROCESS-MEMBER THRU 2000-EXIT
023800         UNTIL NO-MORE-ROSTER.
023900     PERFORM 8000-WRITE-NEW-MASTERS THRU 8000-EXIT.
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100     STOP RUN.
024200*----------------------------------------------------------*
024300* 1000-INITIALIZE - READ THE RENEWAL CONTROL (MANDATORY -
024400* NOBODY IS BILLED AT A GUESSED RATE), OPEN THE INPUT
024500* MASTERS AND PRIME THE READS.
024600*----------------------------------------------------------*
024700 1000-INITIALIZE.
024800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
024900     MOVE WS-RUN-DATE TO WS-DN-DATE.
025000     PERFORM 7000-DAY-NUMBER THRU 7000-EXIT.
025100     MOVE WS-DN-DAYS TO WS-RUN-DAY-NO.
025200     OPEN INPUT RENEWAL-CONTROL-FILE.
025300     IF NOT RENEWAL-CONTROL-OK
025400         DISPLAY "YCHTRNEW: NO RNEWCTL CONTROL FILE, STATUS "
025500             WS-RENEWAL-CONTROL-STATUS ", RUN ABANDONED"
025600         MOVE 16 TO RETURN-CODE
025700         STOP RUN
025800     END-IF.
025900     READ RENEWAL-CONTROL-FILE
026000         AT END
026100             DISPLAY "YCHTRNEW: RNEWCTL EMPTY, RUN ABANDONED"
026200             MOVE 16 TO RETURN-CODE
026300             STOP RUN
026400     END-READ.
026500     CLOSE RENEWAL-CONTROL-FILE.
026600     IF RV-RENEWAL-YEAR NOT NUMERIC
026700         OR RV-RENEWAL-DATE NOT NUMERIC
026800         OR RV-FULL-RATE NOT NUMERIC
026900         OR RV-REDUCED-RATE NOT NUMERIC
027000         OR RV-LATE-JOIN-DATE NOT NUMERIC
027100         OR RV-GRACE-DAYS NOT NUMERIC
027200         DISPLAY "YCHTRNEW: RNEWCTL NOT NUMERIC, RUN ABANDONED"
027300         MOVE 16 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600     OPEN I-O ROSTER-FILE.
027700     IF NOT ROSTER-OK
027800         DISPLAY "YCHTRNEW: UNABLE TO OPEN ROSTER, STATUS "
027900             WS-ROSTER-STATUS ", RUN ABANDONED"
028000         MOVE 16 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300*    NO REGISTER OR ACCOUNT MASTER YET IS THE FIRST RENEWAL.
028400     OPEN INPUT OLD-REGISTER-FILE.
028500     IF NOT OLD-REGISTER-OK
028600         DISPLAY "YCHTRNEW: NO PRIOR RENEWAL REGISTER, STATUS "
028700             WS-OLD-REGISTER-STATUS ", STARTING FRESH"
028800         MOVE 'Y' TO WS-REGISTER-EOF-SW
028900     END-IF.
029000     OPEN INPUT OLD-ACCOUNT-FILE.
029100     IF NOT OLD-ACCOUNT-OK
029200         DISPLAY "YCHTRNEW: NO PRIOR ACCOUNT MASTER, STATUS "
029300             WS-OLD-ACCOUNT-STATUS ", STARTING FRESH"
029400         MOVE 'Y' TO WS-ACCOUNT-EOF-SW
029500     END-IF.
029600     PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
029700     IF NOT NO-MORE-REGISTER
029800         PERFORM 1110-READ-REGISTER THRU 1110-EXIT
029900     END-IF.
030000     IF NOT NO-MORE-ACCOUNTS
030100         PERFORM 1210-READ-ACCOUNT THRU 1210-EXIT
030200     END-IF.
030300 1000-EXIT.
030400     EXIT.
030500*----------------------------------------------------------*
030600* 1100-LOAD-REGISTER - ONE REGISTER RECORD INTO THE TABLE,
030700* THEN READ THE NEXT.
030800*----------------------------------------------------------*
030900 1100-LOAD-REGISTER.
031000     IF WS-RNEW-COUNT >= 500
031100         DISPLAY "YCHTRNEW: REGISTER TABLE FULL AT "
031200             OLD-REGISTER-RECORD(1:10) ", RUN ABANDONED"
031300         MOVE 16 TO RETURN-CODE
031400         STOP RUN
031500     END-IF.
031600     MOVE OLD-REGISTER-RECORD TO WS-REGISTER-RECORD.
031700     ADD 1 TO WS-RNEW-COUNT.
031800     MOVE RW-MEMBER-ID TO WS-RNEW-ID(WS-RNEW-COUNT).
031900     MOVE RW-CLUB-CODE TO WS-RNEW-CLUB(WS-RNEW-COUNT).
032000     MOVE WS-REGISTER-RECORD TO WS-RNEW-DATA(WS-RNEW-COUNT).
032100     PERFORM 1110-READ-REGISTER THRU 1110-EXIT.
032200 1100-EXIT.
032300     EXIT.
032400 1110-READ-REGISTER.
032500     READ OLD-REGISTER-FILE
032600         AT END
032700             MOVE 'Y' TO WS-REGISTER-EOF-SW
032800     END-READ.
032900 1110-EXIT.
033000     EXIT.
033100*----------------------------------------------------------*
033200* 1200-LOAD-ACCOUNTS - ONE ACCOUNT INTO THE TABLE, THEN READ
033300* THE NEXT.
033400*----------------------------------------------------------*
033500 1200-LOAD-ACCOUNTS.
033600     IF WS-ACCT-COUNT >= 500
033700         DISPLAY "YCHTRNEW: ACCOUNT TABLE FULL AT "
033800             OA-MEMBER-ID ", RUN ABANDONED"
033900         MOVE 16 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200     ADD 1 TO WS-ACCT-COUNT.
034300     MOVE OA-MEMBER-ID TO WS-ACCT-ID(WS-ACCT-COUNT).
034400     MOVE OA-BALANCE TO WS-ACCT-BALANCE(WS-ACCT-COUNT).
034500     MOVE OA-ARREARS-FLAG TO WS-ACCT-FLAG(WS-ACCT-COUNT).
034600     PERFORM 1210-READ-ACCOUNT THRU 1210-EXIT.
034700 1200-EXIT.
034800     EXIT.
034900 1210-READ-ACCOUNT.
035000     READ OLD-ACCOUNT-FILE
035100         AT END
035200             MOVE 'Y' TO WS-ACCOUNT-EOF-SW
035300     END-READ.
035400 1210-EXIT.
035500     EXIT.
035600*----------------------------------------------------------*
035700* 1300-SCAN-LEDGER - ONE PASS OF THE ACCOUNT DETAIL LEDGER.
035800* FOR EVERY MEMBER ON THE REGISTER, FIND THE 'D' LINE THE
035900* DUES WERE POSTED ON AND TOTAL THE TABLE FEES CHARGED AFTER
036000* IT - THOSE ARE NEWER THAN THE DUES, SO A PAYMENT CLEARS
036100* THE DUES BEFORE IT CLEARS THEM. NO LEDGER YET IS NOT AN
036200* ERROR.
036300*----------------------------------------------------------*
036400 1300-SCAN-LEDGER.
036500     OPEN INPUT ACCOUNT-DETAIL-FILE.
036600     IF NOT ACCOUNT-DETAIL-OK
036700         GO TO 1300-EXIT
036800     END-IF.
036900     PERFORM 1310-READ-DETAIL THRU 1310-EXIT.
037000     PERFORM 1320-NOTE-ONE-DETAIL THRU 1320-EXIT
037100         UNTIL NO-MORE-DETAIL.
037200     CLOSE ACCOUNT-DETAIL-FILE.
037300 1300-EXIT.
037400     EXIT.
037500 1310-READ-DETAIL.
037600     READ ACCOUNT-DETAIL-FILE
037700         AT END
037800             MOVE 'Y' TO WS-DETAIL-EOF-SW
037900     END-READ.
038000 1310-EXIT.
038100     EXIT.
038200 1320-NOTE-ONE-DETAIL.
038300     IF AD-PAYMENT OR WS-RNEW-COUNT = 0
038400         GO TO 1320-NEXT
038500     END-IF.
038600     SET RNEW-IDX TO 1.
038700     SEARCH WS-RNEW-ENTRY
038800         AT END
038900             GO TO 1320-NEXT
039000         WHEN RNEW-IDX > WS-RNEW-COUNT
039100             GO TO 1320-NEXT
039200         WHEN WS-RNEW-ID(RNEW-IDX) = AD-MEMBER-ID
039300             CONTINUE
039400     END-SEARCH.
039500     MOVE WS-RNEW-DATA(RNEW-IDX) TO WS-REGISTER-RECORD.
039600     IF AD-DUES AND AD-POST-DATE = RW-BILLED-DATE
039700         MOVE 'Y' TO WS-RNEW-POSTED(RNEW-IDX)
039800         MOVE ZERO TO WS-RNEW-LATER-FEES(RNEW-IDX)
039900         GO TO 1320-NEXT
040000     END-IF.
040100     IF AD-TABLE-FEE AND RNEW-DUES-POSTED(RNEW-IDX)
040200         ADD AD-AMOUNT TO WS-RNEW-LATER-FEES(RNEW-IDX)
040300     END-IF.
040400 1320-NEXT.
040500     PERFORM 1310-READ-DETAIL THRU 1310-EXIT.
040600 1320-EXIT.
040700     EXIT.
040800*----------------------------------------------------------*
040900* 1400-OPEN-OUTPUTS - THE NEW MASTERS, THE LEDGER (EXTENDED
041000* THE SAME WAY YCHTACCT EXTENDS IT), THE NOTICES AND THE
041100* RUN REPORT.
041200*----------------------------------------------------------*
041300 1400-OPEN-OUTPUTS.
042100     OPEN OUTPUT NEW-REGISTER-FILE.
042200     IF NOT NEW-REGISTER-OK
042300         DISPLAY "YCHTRNEW: UNABLE TO OPEN NEWRNEW, STATUS "
042400             WS-NEW-REGISTER-STATUS ", RUN ABANDONED"
042500         MOVE 16 TO RETURN-CODE
042600         STOP RUN
042700     END-IF.
042800     OPEN OUTPUT NEW-ACCOUNT-FILE.
042900     IF NOT NEW-ACCOUNT-OK
043000         DISPLAY "YCHTRNEW: UNABLE TO OPEN NEWACCT, STATUS "
043100             WS-NEW-ACCOUNT-STATUS ", RUN ABANDONED"
043200         MOVE 16 TO RETURN-CODE
043300         STOP RUN
043400     END-IF.
043500     OPEN EXTEND ACCOUNT-DETAIL-FILE.
043600     IF NOT ACCOUNT-DETAIL-OK
043700         OPEN OUTPUT ACCOUNT-DETAIL-FILE
043800         IF NOT ACCOUNT-DETAIL-OK
043900             DISPLAY "YCHTRNEW: UNABLE TO OPEN ACCTDTL, STATUS "
044000                 WS-ACCOUNT-DETAIL-STATUS ", RUN ABANDONED"
044100             MOVE 16 TO RETURN-CODE
044200             STOP RUN
044300         END-IF
044400     END-IF.
044500     OPEN OUTPUT NOTICE-FILE.
044600     IF NOT NOTICE-OK
044700         DISPLAY "YCHTRNEW: UNABLE TO OPEN RNEWNOTE, STATUS "
044800             WS-NOTICE-STATUS ", RUN ABANDONED"
044900         MOVE 16 TO RETURN-CODE
045000         STOP RUN
045100     END-IF.
045200     OPEN OUTPUT PRINT-FILE.
045300     IF NOT PRINT-OK
045400         DISPLAY "YCHTRNEW: UNABLE TO OPEN RNEWRPT, STATUS "
045500             WS-PRINT-STATUS ", RUN ABANDONED"
045600         MOVE 16 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900     MOVE SPACES TO PRINT-RECORD.
046000     STRING "THURSDAY NIGHT YACHT CLUB - MEMBERSHIP RENEWAL "
046100         RV-RENEWAL-YEAR "  RUN " WS-RUN-DATE
046200         DELIMITED BY SIZE INTO PRINT-RECORD.
046300     WRITE PRINT-RECORD.
046400     MOVE SPACES TO PRINT-RECORD.
046500     WRITE PRINT-RECORD.
046600     MOVE "  MEMBER      CLUB  ACTION                 AMOUNT"
046700         TO PRINT-RECORD.
046800     WRITE PRINT-RECORD.
046900 1400-EXIT.
047000     EXIT.
047100*----------------------------------------------------------*
047200* 2000-PROCESS-MEMBER - ONE ROSTER MEMBER: BILL THE DUES IF
047300* THEY ARE DUE, OTHERWISE SEE WHETHER DUES ALREADY BILLED
047400* HAVE BEEN PAID OR HAVE RUN PAST THE GRACE PERIOD. A MEMBER
047500* LAPSED OR REINSTATED IS REWRITTEN IN PLACE ON THE ROSTER,
047600* AND THE NEXT ONE READ.
047700*----------------------------------------------------------*
047800 2000-PROCESS-MEMBER.
047900     ADD 1 TO WS-MEMBERS-READ.
047950     MOVE MB-ACTIVE-FLAG TO WS-FLAG-AS-READ.
048000     IF MB-CLUB-CODE = SPACES
048100         MOVE WS-HOME-CLUB TO WS-MEMBER-CLUB
048200     ELSE
048300         MOVE MB-CLUB-CODE TO WS-MEMBER-CLUB
048400     END-IF.
048500     PERFORM 7100-FIND-REGISTER THRU 7100-EXIT.
048600     IF RNEW-IDX > 0
048675         MOVE WS-RNEW-DATA(RNEW-IDX) TO WS-REGISTER-RECORD
048750         MOVE WS-RNEW-DATA(RNEW-IDX) TO WS-REGISTER-AS-READ
048825     END-IF.
048900     IF MB-MEMBER-ACTIVE AND MB-FULL-MEMBER
049000         AND WS-RUN-DATE NOT < RV-RENEWAL-DATE
049100         AND MB-JOIN-DATE < RV-RENEWAL-DATE
049200         IF RNEW-IDX = 0
049300             PERFORM 3000-BILL-DUES THRU 3000-EXIT
049400             GO TO 2000-WRITE
049500         END-IF
049600         IF RW-RENEWAL-YEAR < RV-RENEWAL-YEAR
049700             PERFORM 3000-BILL-DUES THRU 3000-EXIT
049800             GO TO 2000-WRITE
049900         END-IF
050000     END-IF.
050100     IF RNEW-IDX = 0
050200         GO TO 2000-WRITE
050300     END-IF.
050400     IF RW-DUES-BILLED OR RW-DUES-LAPSED
050500         PERFORM 4000-CHECK-DUES THRU 4000-EXIT
050600     END-IF.
050700 2000-WRITE.
050775     IF MB-ACTIVE-FLAG NOT = WS-FLAG-AS-READ
050812         REWRITE ROSTER-RECORD
050849         IF NOT ROSTER-OK
050886             PERFORM 2200-REWRITE-FAILED THRU 2200-EXIT
050923         END-IF
050960     END-IF.
051000     PERFORM 2100-READ-ROSTER THRU 2100-EXIT.
051100 2000-EXIT.
051200     EXIT.
051300 2100-READ-ROSTER.
051400     READ ROSTER-FILE
051500         AT END
051600             MOVE 'Y' TO WS-ROSTER-EOF-SW
051700     END-READ.
051800 2100-EXIT.
051900     EXIT.
051904*----------------------------------------------------------*
051908* 2200-REWRITE-FAILED - THE LAPSE OR REINSTATEMENT DID NOT
051912* REACH THE ROSTER, SO IT IS WITHDRAWN: THE REGISTER ENTRY
051916* GOES BACK AS READ AND THE COUNTS COME OFF. RC 16.
051920*----------------------------------------------------------*
051924 2200-REWRITE-FAILED.
051928     DISPLAY "YCHTRNEW: ROSTER REWRITE FAILED FOR " MB-MEMBER-ID
051932         ", STATUS " WS-ROSTER-STATUS.
051936     IF MB-ACTIVE-FLAG = 'L'
051940         SUBTRACT 1 FROM WS-MEMBERS-LAPSED
051944     ELSE
051948         SUBTRACT 1 FROM WS-MEMBERS-REINSTATED
051952         SUBTRACT 1 FROM WS-DUES-PAID
051956         ADD 1 TO WS-DUES-OUTSTANDING
051960     END-IF.
051964     MOVE WS-REGISTER-AS-READ TO WS-RNEW-DATA(RNEW-IDX).
051968     MOVE WS-FLAG-AS-READ TO MB-ACTIVE-FLAG.
051972     MOVE "ROSTER NOT UPDATED" TO WS-PRINT-ACTION.
051976     MOVE ZERO TO WS-PRINT-AMOUNT.
051980     PERFORM 6000-LIST-ACTION THRU 6000-EXIT.
051984     MOVE 16 TO RETURN-CODE.
051988 2200-EXIT.
051992     EXIT.
052000*----------------------------------------------------------*
052100* 3000-BILL-DUES - CHARGE THE YEAR'S DUES: FULL RATE, OR
052200* THE REDUCED RATE FOR A MEMBER WHO JOINED ON OR AFTER THE
052300* LATE-JOIN DATE. THE REGISTER RECORD IS ADDED (OR THE LAST
052400* YEAR'S REPLACED), THE ACCOUNT CHARGED, THE 'D' LINE
052500* APPENDED TO THE LEDGER AND THE NOTICE PRINTED. A ZERO
052600* RATE BILLS NOTHING AND THE YEAR IS PAID AT ONCE.
052700*----------------------------------------------------------*
052800 3000-BILL-DUES.
052900     IF RNEW-IDX = 0
053000         IF WS-RNEW-COUNT >= 500
053100             DISPLAY "YCHTRNEW: REGISTER TABLE FULL AT "
053200                 MB-MEMBER-ID ", RUN ABANDONED"
053300             MOVE 16 TO RETURN-CODE
053400             STOP RUN
053500         END-IF
053600         ADD 1 TO WS-RNEW-COUNT
053700         SET RNEW-IDX TO WS-RNEW-COUNT
053800         MOVE MB-MEMBER-ID TO WS-RNEW-ID(RNEW-IDX)
053900         MOVE WS-MEMBER-CLUB TO WS-RNEW-CLUB(RNEW-IDX)
054000     END-IF.
054100     MOVE SPACES TO WS-REGISTER-RECORD.
054200     MOVE MB-MEMBER-ID TO RW-MEMBER-ID.
054300     MOVE WS-MEMBER-CLUB TO RW-CLUB-CODE.
054400     MOVE RV-RENEWAL-YEAR TO RW-RENEWAL-YEAR.
054500     MOVE WS-RUN-DATE TO RW-BILLED-DATE.
054600     MOVE ZERO TO RW-PAID-DATE.
054700     MOVE ZERO TO RW-LAPSED-DATE.
054800     IF MB-JOIN-DATE NOT < RV-LATE-JOIN-DATE
054900         MOVE 'R' TO RW-RATE-CODE
055000         MOVE RV-REDUCED-RATE TO RW-DUES-AMOUNT
055100         ADD 1 TO WS-BILLED-REDUCED
055200         ADD RV-REDUCED-RATE TO WS-BILLED-REDUCED-AMT
055300         MOVE "BILLED REDUCED RATE" TO WS-PRINT-ACTION
055400     ELSE
055500         MOVE 'F' TO RW-RATE-CODE
055600         MOVE RV-FULL-RATE TO RW-DUES-AMOUNT
055700         ADD 1 TO WS-BILLED-FULL
055800         ADD RV-FULL-RATE TO WS-BILLED-FULL-AMT
055900         MOVE "BILLED FULL RATE" TO WS-PRINT-ACTION
056000     END-IF.
056100     IF RW-DUES-AMOUNT = ZERO
056200         MOVE 'P' TO RW-STATUS
056300         MOVE WS-RUN-DATE TO RW-PAID-DATE
056400     ELSE
056500         MOVE 'B' TO RW-STATUS
056600         MOVE MB-MEMBER-ID TO WS-POST-ID
056700         PERFORM 7200-FIND-ACCOUNT THRU 7200-EXIT
056800         ADD RW-DUES-AMOUNT TO WS-ACCT-BALANCE(ACCT-IDX)
056900         MOVE WS-RUN-DATE TO AD-POST-DATE
057000         MOVE MB-MEMBER-ID TO AD-MEMBER-ID
057100         MOVE 'D' TO AD-TYPE
057200         MOVE RW-DUES-AMOUNT TO AD-AMOUNT
057300         WRITE ACCOUNT-DETAIL-RECORD
057400     END-IF.
057500     MOVE WS-REGISTER-RECORD TO WS-RNEW-DATA(RNEW-IDX).
057600     MOVE 'Y' TO WS-RNEW-POSTED(RNEW-IDX).
057700     MOVE ZERO TO WS-RNEW-LATER-FEES(RNEW-IDX).
057800     PERFORM 5000-PRINT-NOTICE THRU 5000-EXIT.
057900     MOVE RW-DUES-AMOUNT TO WS-PRINT-AMOUNT.
058000     PERFORM 6000-LIST-ACTION THRU 6000-EXIT.
058100 3000-EXIT.
058200     EXIT.
058300*----------------------------------------------------------*
058400* 4000-CHECK-DUES - DUES BILLED BUT NOT YET SEEN PAID. WHAT
058500* IS STILL OWED ON THEM IS THE ACCOUNT BALANCE LESS THE
058600* TABLE FEES CHARGED SINCE. PAID: THE YEAR IS MARKED PAID AND
058700* A LAPSED MEMBER REINSTATED. UNPAID PAST THE GRACE PERIOD:
058800* AN ACTIVE MEMBER IS LAPSED. DUES NOT YET ON THE LEDGER ARE
058900* LEFT ALONE.
059000*----------------------------------------------------------*
059100 4000-CHECK-DUES.
059200     IF NOT RNEW-DUES-POSTED(RNEW-IDX)
059300         ADD 1 TO WS-DUES-OUTSTANDING
059400         GO TO 4000-EXIT
059500     END-IF.
059600     MOVE ZERO TO WS-DUES-OWED.
059700     MOVE RW-MEMBER-ID TO WS-POST-ID.
059800     PERFORM 7300-LOOK-UP-ACCOUNT THRU 7300-EXIT.
059900     IF ACCT-IDX > 0
060000         COMPUTE WS-DUES-OWED = WS-ACCT-BALANCE(ACCT-IDX)
060100             - WS-RNEW-LATER-FEES(RNEW-IDX)
060200     END-IF.
060300     IF WS-DUES-OWED NOT > ZERO
060400         GO TO 4000-PAID
060500     END-IF.
060600     IF RW-DUES-LAPSED OR NOT MB-MEMBER-ACTIVE
060700         ADD 1 TO WS-DUES-OUTSTANDING
060800         GO TO 4000-EXIT
060900     END-IF.
061000     MOVE RW-BILLED-DATE TO WS-DN-DATE.
061100     PERFORM 7000-DAY-NUMBER THRU 7000-EXIT.
061200     MOVE ZERO TO WS-DAYS-SINCE-BILLED.
061300     IF WS-RUN-DAY-NO > WS-DN-DAYS
061400         COMPUTE WS-DAYS-SINCE-BILLED =
061500             WS-RUN-DAY-NO - WS-DN-DAYS
061600     END-IF.
061700     IF WS-DAYS-SINCE-BILLED NOT > RV-GRACE-DAYS
061800         ADD 1 TO WS-DUES-OUTSTANDING
061900         GO TO 4000-EXIT
062000     END-IF.
062100     MOVE 'L' TO RW-STATUS.
062200     MOVE WS-RUN-DATE TO RW-LAPSED-DATE.
062300     MOVE 'L' TO MB-ACTIVE-FLAG.
062400     ADD 1 TO WS-MEMBERS-LAPSED.
062500     MOVE "LAPSED - DUES UNPAID" TO WS-PRINT-ACTION.
062600     GO TO 4000-LIST.
062700 4000-PAID.
062800     MOVE 'P' TO RW-STATUS.
062900     MOVE WS-RUN-DATE TO RW-PAID-DATE.
063000     ADD 1 TO WS-DUES-PAID.
063100     MOVE "DUES PAID" TO WS-PRINT-ACTION.
063200     IF MB-ACTIVE-FLAG = 'L'
063300         MOVE 'A' TO MB-ACTIVE-FLAG
063400         ADD 1 TO WS-MEMBERS-REINSTATED
063500         MOVE "PAID - REINSTATED" TO WS-PRINT-ACTION
063600     END-IF.
063700 4000-LIST.
063800     MOVE WS-REGISTER-RECORD TO WS-RNEW-DATA(RNEW-IDX).
063900     MOVE RW-DUES-AMOUNT TO WS-PRINT-AMOUNT.
064000     PERFORM 6000-LIST-ACTION THRU 6000-EXIT.
064100 4000-EXIT.
064200     EXIT.
064300*----------------------------------------------------------*
064400* 5000-PRINT-NOTICE - ONE RENEWAL NOTICE PAGE FOR THE MEMBER
064500* JUST BILLED.
064600*----------------------------------------------------------*
064700 5000-PRINT-NOTICE.
064800     MOVE "THURSDAY NIGHT YACHT CLUB - MEMBERSHIP RENEWAL NOTICE"
064900         TO NOTICE-RECORD.
065000     WRITE NOTICE-RECORD AFTER ADVANCING PAGE.
065100     MOVE SPACES TO NOTICE-RECORD.
065200     STRING "MEMBER " MB-MEMBER-ID "  " MB-MEMBER-NAME
065300         DELIMITED BY SIZE INTO NOTICE-RECORD.
065400     WRITE NOTICE-RECORD AFTER ADVANCING 1 LINE.
065500     MOVE SPACES TO NOTICE-RECORD.
065600     STRING "RENEWAL YEAR " RV-RENEWAL-YEAR
065700         "  DATE OF NOTICE " WS-RUN-DATE
065800         DELIMITED BY SIZE INTO NOTICE-RECORD.
065900     WRITE NOTICE-RECORD AFTER ADVANCING 1 LINE.
066000     MOVE SPACES TO NOTICE-RECORD.
066100     WRITE NOTICE-RECORD AFTER ADVANCING 1 LINE.
066200     MOVE RW-DUES-AMOUNT TO WS-PRINT-AMOUNT.
066300     MOVE SPACES TO NOTICE-RECORD.
066400     IF RW-REDUCED-RATE
066500         STRING "  ANNUAL DUES - REDUCED RATE (JOINED "
066600             MB-JOIN-DATE ")  " WS-PRINT-AMOUNT
066700             DELIMITED BY SIZE INTO NOTICE-RECORD
066800     ELSE
066900         STRING "  ANNUAL DUES - FULL RATE                  "
067000             WS-PRINT-AMOUNT
067100             DELIMITED BY SIZE INTO NOTICE-RECORD
067200     END-IF.
067300     WRITE NOTICE-RECORD AFTER ADVANCING 1 LINE.
067400     MOVE SPACES TO NOTICE-RECORD.
067500     WRITE NOTICE-RECORD AFTER ADVANCING 1 LINE.
067600     IF RW-DUES-PAID
067700         MOVE "  NO DUES ARE PAYABLE THIS YEAR." TO NOTICE-RECORD
067800         WRITE NOTICE-RECORD AFTER ADVANCING 1 LINE
067900         GO TO 5000-COUNT
068000     END-IF.
068100     MOVE RV-GRACE-DAYS TO WS-PRINT-DAYS.
068200     MOVE SPACES TO NOTICE-RECORD.
068300     STRING "  PLEASE PAY WITHIN " WS-PRINT-DAYS
068400         " DAYS, QUOTING YOUR MEMBER ID AS THE REFERENCE."
068500         DELIMITED BY SIZE INTO NOTICE-RECORD.
068600     WRITE NOTICE-RECORD AFTER ADVANCING 1 LINE.
068700     MOVE "  MEMBERSHIP LAPSES IF THE DUES ARE STILL UNPAID AFTER"
068800         TO NOTICE-RECORD.
068900     WRITE NOTICE-RECORD AFTER ADVANCING 1 LINE.
069000     MOVE "  THAT, AND SCORESHEETS ARE NOT ACCEPTED UNTIL PAID."
069100         TO NOTICE-RECORD.
069200     WRITE NOTICE-RECORD AFTER ADVANCING 1 LINE.
069300 5000-COUNT.
069400     ADD 1 TO WS-NOTICES-PRINTED.
069500 5000-EXIT.
069600     EXIT.
069700*----------------------------------------------------------*
069800* 6000-LIST-ACTION - ONE LINE ON THE RUN REPORT FOR THE
069900* MEMBER, ACTION AND AMOUNT ALREADY SET.
070000*----------------------------------------------------------*
070100 6000-LIST-ACTION.
070200     MOVE SPACES TO PRINT-RECORD.
070300     STRING "  " MB-MEMBER-ID "  " WS-MEMBER-CLUB "   "
070400         WS-PRINT-ACTION "  " WS-PRINT-AMOUNT
070500         DELIMITED BY SIZE INTO PRINT-RECORD.
070600     WRITE PRINT-RECORD.
070700 6000-EXIT.
070800     EXIT.
070900*----------------------------------------------------------*
071000* 7000-DAY-NUMBER - DAYS FROM 0001-01-01 TO WS-DN-DATE:
071100* 365 A YEAR FOR THE YEARS BEFORE IT PLUS ONE FOR EACH LEAP
071200* YEAR AMONG THEM, THE DAYS BEFORE ITS MONTH, ITS DAY, AND
071300* ONE MORE PAST FEBRUARY IN A LEAP YEAR. AN UNUSABLE DATE
071400* GIVES ZERO.
071500*----------------------------------------------------------*
071600 7000-DAY-NUMBER.
071700     MOVE ZERO TO WS-DN-DAYS.
071800     IF WS-DN-DATE NOT NUMERIC OR WS-DN-YEAR = ZERO
071900         OR WS-DN-MONTH < 1 OR WS-DN-MONTH > 12
072000         GO TO 7000-EXIT
072100     END-IF.
072200     COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YEAR - 1.
072300     COMPUTE WS-DN-DAYS = WS-DN-PRIOR-YEARS * 365.
072400     DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-QUOTIENT.
072500     ADD WS-DN-QUOTIENT TO WS-DN-DAYS.
072600     DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-QUOTIENT.
072700     SUBTRACT WS-DN-QUOTIENT FROM WS-DN-DAYS.
072800     DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-QUOTIENT.
072900     ADD WS-DN-QUOTIENT TO WS-DN-DAYS.
073000     ADD WS-MONTH-START(WS-DN-MONTH) TO WS-DN-DAYS.
073100     ADD WS-DN-DAY TO WS-DN-DAYS.
073200     MOVE 'N' TO WS-DN-LEAP-SW.
073300     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOTIENT
073400         REMAINDER WS-DN-REMAINDER.
073500     IF WS-DN-REMAINDER = 0
073600         MOVE 'Y' TO WS-DN-LEAP-SW
073700         DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOTIENT
073800             REMAINDER WS-DN-REMAINDER
073900         IF WS-DN-REMAINDER = 0
074000             DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOTIENT
074100                 REMAINDER WS-DN-REMAINDER
074200             IF WS-DN-REMAINDER NOT = 0
074300                 MOVE 'N' TO WS-DN-LEAP-SW
074400             END-IF
074500         END-IF
074600     END-IF.
074700     IF DN-LEAP-YEAR AND WS-DN-MONTH > 2
074800         ADD 1 TO WS-DN-DAYS
074900     END-IF.
075000 7000-EXIT.
075100     EXIT.
075200*----------------------------------------------------------*
075300* 7100-FIND-REGISTER - RNEW-IDX TO THE MEMBER'S REGISTER
075400* SLOT (MEMBER AND CLUB), ZERO WHEN THE MEMBER HAS NEVER
075500* BEEN BILLED.
075600*----------------------------------------------------------*
075700 7100-FIND-REGISTER.
075800     SET RNEW-IDX TO 1.
075900     SEARCH WS-RNEW-ENTRY
076000         AT END
076100             SET RNEW-IDX TO 0
076200         WHEN RNEW-IDX > WS-RNEW-COUNT
076300             SET RNEW-IDX TO 0
076400         WHEN WS-RNEW-ID(RNEW-IDX) = MB-MEMBER-ID
076500             AND WS-RNEW-CLUB(RNEW-IDX) = WS-MEMBER-CLUB
076600             CONTINUE
076700     END-SEARCH.
076800 7100-EXIT.
076900     EXIT.
077000*----------------------------------------------------------*
077100* 7200-FIND-ACCOUNT - CLAIM WS-POST-ID'S ACCOUNT SLOT, THE
077200* FIRST BLANK ONE THE FIRST TIME THE MEMBER IS SEEN.
077300*----------------------------------------------------------*
077400 7200-FIND-ACCOUNT.
077500     SET ACCT-IDX TO 1.
077600     SEARCH WS-ACCT-ENTRY
077700         AT END
077800             DISPLAY "YCHTRNEW: ACCOUNT TABLE FULL AT "
077900                 WS-POST-ID ", RUN ABANDONED"
078000             MOVE 16 TO RETURN-CODE
078100             STOP RUN
078200         WHEN WS-ACCT-ID(ACCT-IDX) = WS-POST-ID
078300             OR WS-ACCT-ID(ACCT-IDX) = SPACES
078400             IF WS-ACCT-ID(ACCT-IDX) = SPACES
078500                 MOVE WS-POST-ID TO WS-ACCT-ID(ACCT-IDX)
078600                 MOVE 'G' TO WS-ACCT-FLAG(ACCT-IDX)
078700                 ADD 1 TO WS-ACCT-COUNT
078800             END-IF
078900     END-SEARCH.
079000 7200-EXIT.
079100     EXIT.
079200*----------------------------------------------------------*
079300* 7300-LOOK-UP-ACCOUNT - ACCT-IDX TO WS-POST-ID'S ACCOUNT
079400* SLOT, ZERO WHEN THE MEMBER HAS NO ACCOUNT.
079500*----------------------------------------------------------*
079600 7300-LOOK-UP-ACCOUNT.
079700     SET ACCT-IDX TO 1.
079800     SEARCH WS-ACCT-ENTRY
079900         AT END
080000             SET ACCT-IDX TO 0
080100         WHEN ACCT-IDX > WS-ACCT-COUNT
080200             SET ACCT-IDX TO 0
080300         WHEN WS-ACCT-ID(ACCT-IDX) = WS-POST-ID
080400             CONTINUE
080500     END-SEARCH.
080600 7300-EXIT.
080700     EXIT.
080800*----------------------------------------------------------*
080900* 8000-WRITE-NEW-MASTERS - THE REGISTER AND THE ACCOUNT
081000* MASTER, ARREARS FLAGS AS BROUGHT FORWARD (YCHTACCT SETS
081100* THEM AFRESH ON ITS NEXT RUN).
081200*----------------------------------------------------------*
081300 8000-WRITE-NEW-MASTERS.
081400     IF WS-RNEW-COUNT > 0
081500         PERFORM 8100-WRITE-ONE-REGISTER THRU 8100-EXIT
081600             VARYING WS-RNEW-SUB FROM 1 BY 1
081700             UNTIL WS-RNEW-SUB > WS-RNEW-COUNT
081800     END-IF.
081900     IF WS-ACCT-COUNT > 0
082000         PERFORM 8200-WRITE-ONE-ACCOUNT THRU 8200-EXIT
082100             VARYING WS-ACCT-SUB FROM 1 BY 1
082200             UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
082300     END-IF.
082400 8000-EXIT.
082500     EXIT.
082600 8100-WRITE-ONE-REGISTER.
082700     MOVE WS-RNEW-DATA(WS-RNEW-SUB) TO NEW-REGISTER-RECORD.
082800     WRITE NEW-REGISTER-RECORD.
082900 8100-EXIT.
083000     EXIT.
083100 8200-WRITE-ONE-ACCOUNT.
083200     MOVE WS-ACCT-ID(WS-ACCT-SUB) TO AC-MEMBER-ID.
083300     MOVE WS-ACCT-BALANCE(WS-ACCT-SUB) TO AC-BALANCE.
083400     MOVE WS-ACCT-FLAG(WS-ACCT-SUB) TO AC-ARREARS-FLAG.
083500     WRITE NEW-ACCOUNT-RECORD.
083600 8200-EXIT.
083700     EXIT.
083800*----------------------------------------------------------*
083900* 9000-TERMINATE - CONTROL TOTALS, CLOSE FILES.
084000*----------------------------------------------------------*
084100 9000-TERMINATE.
084200     MOVE SPACES TO PRINT-RECORD.
084300     WRITE PRINT-RECORD.
084400     MOVE "CONTROL TOTALS" TO PRINT-RECORD.
084500     WRITE PRINT-RECORD.
084600     MOVE "  MEMBERS ON ROSTER" TO WS-PRINT-LABEL.
084700     MOVE WS-MEMBERS-READ TO WS-PRINT-COUNT.
084800     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
084900     MOVE "  BILLED AT FULL RATE" TO WS-PRINT-LABEL.
085000     MOVE WS-BILLED-FULL TO WS-PRINT-COUNT.
085100     MOVE WS-BILLED-FULL-AMT TO WS-PRINT-TOTAL.
085200     PERFORM 9200-PRINT-TOTAL-LINE THRU 9200-EXIT.
085300     MOVE "  BILLED AT REDUCED RATE" TO WS-PRINT-LABEL.
085400     MOVE WS-BILLED-REDUCED TO WS-PRINT-COUNT.
085500     MOVE WS-BILLED-REDUCED-AMT TO WS-PRINT-TOTAL.
085600     PERFORM 9200-PRINT-TOTAL-LINE THRU 9200-EXIT.
085700     MOVE "  RENEWAL NOTICES PRINTED" TO WS-PRINT-LABEL.
085800     MOVE WS-NOTICES-PRINTED TO WS-PRINT-COUNT.
085900     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
086000     MOVE "  DUES SEEN PAID" TO WS-PRINT-LABEL.
086100     MOVE WS-DUES-PAID TO WS-PRINT-COUNT.
086200     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
086300     MOVE "  DUES STILL OUTSTANDING" TO WS-PRINT-LABEL.
086400     MOVE WS-DUES-OUTSTANDING TO WS-PRINT-COUNT.
086500     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
086600     MOVE "  MEMBERS LAPSED" TO WS-PRINT-LABEL.
086700     MOVE WS-MEMBERS-LAPSED TO WS-PRINT-COUNT.
086800     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
086900     MOVE "  MEMBERS REINSTATED" TO WS-PRINT-LABEL.
087000     MOVE WS-MEMBERS-REINSTATED TO WS-PRINT-COUNT.
087100     PERFORM 9100-PRINT-COUNT-LINE THRU 9100-EXIT.
087200     CLOSE ROSTER-FILE.
087400     CLOSE OLD-REGISTER-FILE.
087500     CLOSE NEW-REGISTER-FILE.
087600     CLOSE OLD-ACCOUNT-FILE.
087700     CLOSE NEW-ACCOUNT-FILE.
087800     CLOSE ACCOUNT-DETAIL-FILE.
087900     CLOSE NOTICE-FILE.
088000     CLOSE PRINT-FILE.
088100     DISPLAY "YCHTRNEW: BILLED FULL RATE    = " WS-BILLED-FULL.
088200     DISPLAY "YCHTRNEW: BILLED REDUCED RATE = "
088300         WS-BILLED-REDUCED.
088400     DISPLAY "YCHTRNEW: DUES SEEN PAID      = " WS-DUES-PAID.
088500     DISPLAY "YCHTRNEW: MEMBERS LAPSED      = "
088600         WS-MEMBERS-LAPSED.
088700     DISPLAY "YCHTRNEW: MEMBERS REINSTATED  = "
088800         WS-MEMBERS-REINSTATED.
088900 9000-EXIT.
089000     EXIT.
089100 9100-PRINT-COUNT-LINE.
089200     MOVE SPACES TO PRINT-RECORD.
089300     STRING WS-PRINT-LABEL WS-PRINT-COUNT
089400         DELIMITED BY SIZE INTO PRINT-RECORD.
089500     WRITE PRINT-RECORD.
089600 9100-EXIT.
089700     EXIT.
089800 9200-PRINT-TOTAL-LINE.
089900     MOVE SPACES TO PRINT-RECORD.
090000     STRING WS-PRINT-LABEL WS-PRINT-COUNT "  " WS-PRINT-TOTAL
090100         DELIMITED BY SIZE INTO PRINT-RECORD.
090200     WRITE PRINT-RECORD.
090300 9200-EXIT.
090400     EXIT.
