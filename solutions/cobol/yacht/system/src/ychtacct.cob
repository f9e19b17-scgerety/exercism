002302*                    NIGHT CONTROLLER (YCHTNITE) CAN RUN THE
002303*                    CHAIN AS CALLED STEPS; RUN STANDALONE, THE
002304*                    BEHAVIOR IS UNCHANGED.
002305*    2026-10-15 LOP  READS THE RENEWAL REGISTER (RNEWMST) SO
002306*                    ANNUAL DUES BILLED AND STILL INSIDE THEIR
002307*                    GRACE PERIOD ARE LEFT OUT OF THE ARREARS
002308*                    TEST - UNPAID DUES LAPSE THE MEMBER
002309*                    THROUGH YCHTRNEW, NOT THE TABLE-FEE HOLD.
002400***************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
005200     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUN-CONTROL-STATUS.
005410     SELECT RENEWAL-REGISTER-FILE ASSIGN TO "RNEWMST"
005420         ORGANIZATION IS LINE SEQUENTIAL
005430         FILE STATUS IS WS-RENEWAL-REGISTER-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  RESULTS-FILE
011800     RECORDING MODE IS F.
011900 01  RUN-CONTROL-RECORD.
012000     COPY RUNCTL.
012010 FD  RENEWAL-REGISTER-FILE
012020     RECORDING MODE IS F.
012030 01  RENEWAL-REGISTER-RECORD.
012040     COPY RNEWREC.
012100 WORKING-STORAGE SECTION.
012200 01  WS-RESULTS-STATUS           PIC X(02) VALUE '00'.
012300     88  RESULTS-OK                          VALUE '00'.
013500     88  ACCOUNT-CONTROL-OK                  VALUE '00'.
013600 01  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE '00'.
013700     88  RUN-CONTROL-OK                      VALUE '00'.
013710 01  WS-RENEWAL-REGISTER-STATUS  PIC X(02) VALUE '00'.
013720     88  RENEWAL-REGISTER-OK                 VALUE '00'.
013800 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
013900     88  NO-MORE-RESULTS                     VALUE 'Y'.
014000 01  WS-PAYMENTS-EOF-SWITCH      PIC X(01) VALUE 'N'.
014100     88  NO-MORE-PAYMENTS                    VALUE 'Y'.
014200 01  WS-OLD-ACCOUNT-EOF-SWITCH   PIC X(01) VALUE 'N'.
014300     88  NO-MORE-OLD-ACCOUNTS                VALUE 'Y'.
014310 01  WS-RENEWAL-EOF-SWITCH       PIC X(01) VALUE 'N'.
014320     88  NO-MORE-RENEWALS                    VALUE 'Y'.
014400 01  WS-CONTROL-DATE             PIC 9(08) VALUE 0.
014500 01  WS-CONTROL-SCORED           PIC 9(07) VALUE 0.
014600 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE 0.
016400*
016500*    THE ACCOUNT MASTER IN STORAGE - OLD BALANCES PLUS THE
016600*    NIGHT'S FEES AND PAYMENTS. A FULL TABLE IS A HARD ERROR.
016610*    THE DUES-IN-GRACE FIGURE IS THE ANNUAL DUES BILLED BY
016620*    THE RENEWAL RUN AND NOT YET SEEN PAID OR LAPSED.
016700 01  WS-ACCT-TABLE.
016800     05  WS-ACCT-ENTRY           OCCURS 500 TIMES
016900         INDEXED BY ACCT-IDX.
017000         10  WS-ACCT-ID          PIC X(10) VALUE SPACES.
017100         10  WS-ACCT-BALANCE     PIC S9(05)V99 VALUE 0.
017110         10  WS-ACCT-GRACE-DUES  PIC 9(05)V99 VALUE 0.
017200 01  WS-ACCT-COUNT               PIC 9(03) COMP VALUE 0.
017300 01  WS-ACCT-SUB                 PIC 9(03) COMP VALUE 0.
017400 01  WS-POST-ID                  PIC X(10) VALUE SPACES.
017500 01  WS-POST-AMOUNT              PIC 9(05)V99 VALUE 0.
017510 01  WS-ARREARS-BASIS            PIC S9(06)V99 VALUE 0.
017600*
017700*    CONTROL COUNTS.
017800 01  WS-FEES-POSTED              PIC 9(05) COMP VALUE 0.
021400     CLOSE PAY-RULES-FILE.
021500     PERFORM 1200-READ-ACCOUNT-CONTROL THRU 1200-EXIT.
021600     PERFORM 1300-LOAD-OLD-ACCOUNTS THRU 1300-EXIT.
021610     PERFORM 1400-LOAD-DUES-IN-GRACE THRU 1400-EXIT.
021700     OPEN INPUT RESULTS-FILE.
021800     IF NOT RESULTS-OK
021900         DISPLAY "YCHTACCT: UNABLE TO OPEN RESULTS, STATUS "
033500     MOVE OA-BALANCE TO WS-ACCT-BALANCE(WS-ACCT-COUNT).
033600 1310-EXIT.
033700     EXIT.
033701*----------------------------------------------------------*
033702* 1400-LOAD-DUES-IN-GRACE - DUES THE RENEWAL RUN HAS BILLED
033703* (STATUS 'B') AGAINST EACH ACCOUNT. NO REGISTER IS A CLUB
033704* THAT HAS NOT YET RUN A RENEWAL.
033705*----------------------------------------------------------*
033706 1400-LOAD-DUES-IN-GRACE.
033707     OPEN INPUT RENEWAL-REGISTER-FILE.
033708     IF NOT RENEWAL-REGISTER-OK
033709         GO TO 1400-EXIT
033710     END-IF.
033711     PERFORM 1410-NOTE-ONE-RENEWAL THRU 1410-EXIT
033712         UNTIL NO-MORE-RENEWALS.
033713     CLOSE RENEWAL-REGISTER-FILE.
033714 1400-EXIT.
033715     EXIT.
033716 1410-NOTE-ONE-RENEWAL.
033717     READ RENEWAL-REGISTER-FILE
033718         AT END
033719             MOVE 'Y' TO WS-RENEWAL-EOF-SWITCH
033720             GO TO 1410-EXIT
033721     END-READ.
033722     IF NOT RW-DUES-BILLED OR WS-ACCT-COUNT = 0
033723         GO TO 1410-EXIT
033724     END-IF.
033725     SET ACCT-IDX TO 1.
033726     SEARCH WS-ACCT-ENTRY
033727         AT END
033728             GO TO 1410-EXIT
033729         WHEN ACCT-IDX > WS-ACCT-COUNT
033730             GO TO 1410-EXIT
033731         WHEN WS-ACCT-ID(ACCT-IDX) = RW-MEMBER-ID
033732             ADD RW-DUES-AMOUNT TO WS-ACCT-GRACE-DUES(ACCT-IDX)
033733     END-SEARCH.
033734 1410-EXIT.
033735     EXIT.
033800*----------------------------------------------------------*
033900* 2000-PROCESS-RESULTS - NOTE EACH DISTINCT CARD PLAYED,
034000* THEN READ THE NEXT RESULT.
046500     EXIT.
046600*----------------------------------------------------------*
046700* 8000-WRITE-NEW-MASTER - THE UPDATED BALANCES, WITH THE
046800* ARREARS FLAG SET WHEREVER THE LIMIT IS PASSED BY THE
046810* BALANCE LESS ANY DUES STILL IN THEIR GRACE PERIOD.
046900*----------------------------------------------------------*
047000 8000-WRITE-NEW-MASTER.
047100     IF WS-ACCT-COUNT > 0
047800 8100-WRITE-ONE-ACCOUNT.
047900     MOVE WS-ACCT-ID(WS-ACCT-SUB) TO AC-MEMBER-ID.
048000     MOVE WS-ACCT-BALANCE(WS-ACCT-SUB) TO AC-BALANCE.
048010     COMPUTE WS-ARREARS-BASIS = WS-ACCT-BALANCE(WS-ACCT-SUB)
048020         - WS-ACCT-GRACE-DUES(WS-ACCT-SUB).
048100     IF WS-ARREARS-BASIS > WS-ARREARS-LIMIT
048200         MOVE 'A' TO AC-ARREARS-FLAG
048300         ADD 1 TO WS-ACCOUNTS-FLAGGED
048400     ELSE
