000700*REMARKS.
000800*    CLUB ROSTER MAINTENANCE. APPLIES A FILE OF MEMBERSHIP
000900*    TRANSACTIONS (ADD A NEW MEMBER, RETIRE AN EXISTING ONE)
001000*    AGAINST THE INDEXED ROSTER MASTER, UPDATING IT IN PLACE.
001100*    RETIRED MEMBERS ARE KEPT ON FILE WITH
001200*    THEIR FLAG SET TO 'R' RATHER THAN DROPPED, SO SCORES
001300*    POSTED WHILE THEY WERE ACTIVE STILL RESOLVE TO A NAME.
001400*
002900*                    (AND THE ARREARS HOLD CAN STILL COLLECT)
003000*                    AND NO MILESTONE CERTIFICATE PRINTS A
003100*                    SECOND TIME UNDER THE NEW ID.
003110*    2026-10-15 LOP  OLD-MASTER COPY RENAMES THE NEW LAPSED
003120*                    CONDITION WITH THE REST.
003140*    2026-10-15 LOP  THE ROSTER MASTER IS NOW INDEXED ON MEMBER
003160*                    ID PLUS CLUB AND IS UPDATED IN PLACE BY
003180*                    KEY - NO ROSTER TABLE, NO NEWROST.
003185*    2026-10-15 LOP  A FAILED RETIRE REWRITE OR CONVERT RE-KEY
003190*                    IS REJECTED WITH RC 16; THE GUEST RECORD IS
003195*                    WRITTEN BACK AND NO HISTORY IS RE-KEYED.
003200***************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003900     SELECT TRANSACTION-FILE ASSIGN TO "ROSTTRAN"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-TRANSACTION-STATUS.
004200     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
004300         ORGANIZATION IS INDEXED
004400         ACCESS IS DYNAMIC
004500         RECORD KEY IS RK-ROSTER-KEY
004600         FILE STATUS IS WS-ROSTER-STATUS.
004800     SELECT OLD-HISTORY-FILE ASSIGN TO "OLDHIST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-OLD-HISTORY-STATUS.
009200*    WHICH CLUB THE ADD OR GUEST BELONGS TO; BLANK READS AS
009300*    THE HOME CLUB, AS EVERYWHERE ELSE.
009400     05  TR-CLUB-CODE            PIC X(03).
009500*    THE ROSTER MASTER, KEYED ON MEMBER ID PLUS CLUB CODE.
009600 FD  ROSTER-FILE.
009700 01  ROSTER-RECORD.
009800     COPY ROSTKEY.
009900     COPY ROSTMBR.
011400 FD  OLD-HISTORY-FILE
011500     RECORDING MODE IS F.
011600 01  OLD-HISTORY-RECORD.
017200 WORKING-STORAGE SECTION.
017300 01  WS-TRANSACTION-STATUS       PIC X(02) VALUE '00'.
017400     88  TRANSACTION-OK                      VALUE '00'.
017500 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
017600     88  ROSTER-OK                           VALUE '00'.
017700     88  ROSTER-NOT-FOUND                    VALUE '35'.
017900 01  WS-OLD-HISTORY-STATUS       PIC X(02) VALUE '00'.
018000     88  OLD-HISTORY-OK                      VALUE '00'.
018100 01  WS-NEW-HISTORY-STATUS       PIC X(02) VALUE '00'.
020100     88  NO-MORE-GUEST-RESULTS               VALUE 'Y'.
020200 01  WS-TRANSACTION-EOF-SW       PIC X(01) VALUE 'N'.
020300     88  NO-MORE-TRANSACTIONS                VALUE 'Y'.
020600*
020700*    THE CLUB A BLANK TRANSACTION CLUB CODE IS KEYED UNDER.
020800 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
020900*
021000*    SET BY 2000-FIND-MEMBER. A GUEST BEING CONVERTED IS HELD
021100*    IN WS-SAVED-MEMBER WHILE ITS NEW ID IS LOOKED UP.
021200 01  WS-MEMBER-FOUND-SW          PIC X(01) VALUE 'N'.
021300     88  MEMBER-FOUND                        VALUE 'Y'.
021400 01  WS-FIND-ID                  PIC X(10) VALUE SPACES.
021500 01  WS-SAVED-MEMBER             PIC X(74) VALUE SPACES.
021600 01  WS-MEMBERS-ADDED            PIC 9(03) COMP VALUE 0.
021700 01  WS-MEMBERS-RETIRED          PIC 9(03) COMP VALUE 0.
021800 01  WS-TRANS-REJECTED           PIC 9(03) COMP VALUE 0.
022500 01  WS-GUESTS-ADDED             PIC 9(03) COMP VALUE 0.
022600 01  WS-GUESTS-CONVERTED         PIC 9(03) COMP VALUE 0.
022700 01  WS-HIST-REKEYED             PIC 9(05) COMP VALUE 0.
023900         10  WS-CONV-NEW-ID      PIC X(10) VALUE SPACES.
024000 01  WS-CONVERT-COUNT            PIC 9(02) COMP VALUE 0.
024100 01  WS-CONV-SUB                 PIC 9(02) COMP VALUE 0.
024300 01  WS-NEW-ID-SWITCH            PIC X(01) VALUE 'N'.
024400     88  NEW-ID-IN-USE                       VALUE 'Y'.
024500 PROCEDURE DIVISION.
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025000     PERFORM 3000-APPLY-TRANSACTION THRU 3000-EXIT
025100         UNTIL NO-MORE-TRANSACTIONS.
025200     PERFORM 7000-REKEY-CONVERSIONS THRU 7000-EXIT.
025400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025500     STOP RUN.
025600*----------------------------------------------------------*
025700* 1000-INITIALIZE - OPEN FILES AND PRIME THE FIRST READ.
025800*----------------------------------------------------------*
025900 1000-INITIALIZE.
026000     OPEN INPUT TRANSACTION-FILE.
026300             WS-TRANSACTION-STATUS
026400         MOVE 'Y' TO WS-TRANSACTION-EOF-SW
026500     END-IF.
026600*    A MISSING ROSTER IS NOT AN ERROR - THE FIRST EVER RUN
026700*    BUILDS THE ROSTER FROM ADD TRANSACTIONS ALONE.
026800     OPEN I-O ROSTER-FILE.
026900     IF ROSTER-NOT-FOUND
027000         DISPLAY "YCHTROST: NO PRIOR ROSTER, BUILDING FROM "
027100             "TRANSACTIONS ONLY"
027200         OPEN OUTPUT ROSTER-FILE
027300         CLOSE ROSTER-FILE
027400         OPEN I-O ROSTER-FILE
027500     END-IF.
027600     IF NOT ROSTER-OK
027700         DISPLAY "YCHTROST: UNABLE TO OPEN ROSTER, STATUS "
027800             WS-ROSTER-STATUS
027900         MOVE 'Y' TO WS-TRANSACTION-EOF-SW
028000     END-IF.
028500     IF NOT NO-MORE-TRANSACTIONS
028600         PERFORM 3100-READ-TRANSACTION THRU 3100-EXIT
028700     END-IF.
028800 1000-EXIT.
028900     EXIT.
029000*----------------------------------------------------------*
029100* 2000-FIND-MEMBER - READ THE FIRST ROSTER RECORD FOR
029200* WS-FIND-ID, WHATEVER ITS CLUB: START AT THE ID WITH THE
029300* LOWEST CLUB AND READ THE NEXT RECORD. MEMBER-FOUND WHEN IT
029400* IS THAT MEMBER, WHOSE RECORD IS THEN IN THE ROSTER AREA.
029500*----------------------------------------------------------*
029600 2000-FIND-MEMBER.
029700     MOVE 'N' TO WS-MEMBER-FOUND-SW.
029800     MOVE WS-FIND-ID TO RK-MEMBER-ID.
029900     MOVE LOW-VALUES TO RK-CLUB-CODE.
030000     START ROSTER-FILE KEY >= RK-ROSTER-KEY
030100         INVALID KEY
030200             GO TO 2000-EXIT
030300     END-START.
030400     READ ROSTER-FILE NEXT RECORD
030500         AT END
030600             GO TO 2000-EXIT
030700     END-READ.
030800     IF RK-MEMBER-ID = WS-FIND-ID
030900         MOVE 'Y' TO WS-MEMBER-FOUND-SW
031000     END-IF.
031100 2000-EXIT.
031200     EXIT.
032200*----------------------------------------------------------*
032300* 3000-APPLY-TRANSACTION - APPLY ONE TRANSACTION AGAINST THE
032400* ROSTER, THEN READ THE NEXT TRANSACTION.
032500*----------------------------------------------------------*
032600 3000-APPLY-TRANSACTION.
032700     MOVE TR-MEMBER-ID TO WS-FIND-ID.
032800     PERFORM 2000-FIND-MEMBER THRU 2000-EXIT.
033300     EVALUATE TRUE
033400         WHEN TR-ADD-MEMBER AND MEMBER-FOUND
033500             DISPLAY "YCHTROST: MEMBER ALREADY ON ROSTER, ADD "
033600                 "IGNORED: " TR-MEMBER-ID
033700             ADD 1 TO WS-TRANS-REJECTED
033800         WHEN TR-ADD-MEMBER
033900             PERFORM 3200-ADD-MEMBER THRU 3200-EXIT
034000         WHEN TR-RETIRE-MEMBER AND MEMBER-FOUND
034075             MOVE 'R' TO MB-ACTIVE-FLAG
034150             REWRITE ROSTER-RECORD
034165             IF ROSTER-OK
034180                 ADD 1 TO WS-MEMBERS-RETIRED
034195             ELSE
034210                 DISPLAY "YCHTROST: REWRITE FAILED, RETIRE "
034225                     "IGNORED: " TR-MEMBER-ID ", STATUS "
034240                     WS-ROSTER-STATUS
034255                 ADD 1 TO WS-TRANS-REJECTED
034270                 MOVE 16 TO RETURN-CODE
034285             END-IF
034300         WHEN TR-ADD-GUEST AND MEMBER-FOUND
034400             DISPLAY "YCHTROST: ID ALREADY ON ROSTER, GUEST "
034500                 "ADD IGNORED: " TR-MEMBER-ID
034600             ADD 1 TO WS-TRANS-REJECTED
037100 3100-EXIT.
037200     EXIT.
037300*----------------------------------------------------------*
037400* 3200-ADD-MEMBER - WRITE A NEW ACTIVE MEMBER TO THE ROSTER.
037500*----------------------------------------------------------*
037600 3200-ADD-MEMBER.
037700     PERFORM 3500-BUILD-NEW-MEMBER THRU 3500-EXIT.
037800     MOVE ' ' TO MB-GUEST-FLAG.
037900     WRITE ROSTER-RECORD
038000         INVALID KEY
038100             DISPLAY "YCHTROST: MEMBER ALREADY ON ROSTER, ADD "
038200                 "IGNORED: " TR-MEMBER-ID
038300             ADD 1 TO WS-TRANS-REJECTED
038400             GO TO 3200-EXIT
038500     END-WRITE.
038600     ADD 1 TO WS-MEMBERS-ADDED.
039200 3200-EXIT.
039300     EXIT.
039400*----------------------------------------------------------*
039500* 3300-ADD-GUEST - WRITE A PROVISIONAL GUEST TO THE ROSTER.
039600* A GUEST IS ACTIVE (SO THE NIGHTLY RUN WILL SCORE THE ID)
039700* BUT FLAGGED 'G' SO THE BOARD MARKS IT AND THE LEAGUE
039800* UPLOAD AND PRIZE PLACES LEAVE IT OUT.
039900*----------------------------------------------------------*
040000 3300-ADD-GUEST.
040100     PERFORM 3500-BUILD-NEW-MEMBER THRU 3500-EXIT.
040200     MOVE 'G' TO MB-GUEST-FLAG.
040300     WRITE ROSTER-RECORD
040400         INVALID KEY
040500             DISPLAY "YCHTROST: ID ALREADY ON ROSTER, GUEST "
040600                 "ADD IGNORED: " TR-MEMBER-ID
040700             ADD 1 TO WS-TRANS-REJECTED
040800             GO TO 3300-EXIT
040900     END-WRITE.
041000     ADD 1 TO WS-GUESTS-ADDED.
041600 3300-EXIT.
041700     EXIT.
041800*----------------------------------------------------------*
041900* 3400-CONVERT-GUEST - PROMOTE THE GUEST IN TR-MEMBER-ID TO
042000* A FULL MEMBER UNDER TR-NEW-MEMBER-ID: THE GUEST RECORD IS
042075* DELETED AND WRITTEN AGAIN UNDER THE NEW KEY. THE PROMOTION
042150* IS REMEMBERED IN THE CONVERSION TABLE SO THE GUEST'S POSTED
042225* HISTORY AND KEYED RESULTS ARE RE-KEYED AT END OF JOB.
042300*----------------------------------------------------------*
042400 3400-CONVERT-GUEST.
042500     IF NOT MEMBER-FOUND
042600         DISPLAY "YCHTROST: GUEST NOT ON ROSTER, CONVERT "
042700             "IGNORED: " TR-MEMBER-ID
042800         ADD 1 TO WS-TRANS-REJECTED
042900         GO TO 3400-EXIT
043000     END-IF.
043100     IF NOT MB-MEMBER-GUEST
043200         DISPLAY "YCHTROST: NOT A GUEST, CONVERT IGNORED: "
043300             TR-MEMBER-ID
043400         ADD 1 TO WS-TRANS-REJECTED
044000         ADD 1 TO WS-TRANS-REJECTED
044100         GO TO 3400-EXIT
044200     END-IF.
044300     MOVE ROSTER-RECORD TO WS-SAVED-MEMBER.
044350     PERFORM 3450-CHECK-NEW-ID THRU 3450-EXIT.
044400     IF NEW-ID-IN-USE
044500         DISPLAY "YCHTROST: NEW ID ALREADY ON ROSTER, CONVERT "
044600             "IGNORED: " TR-NEW-MEMBER-ID
045300         MOVE 16 TO RETURN-CODE
045400         STOP RUN
045500     END-IF.
045600     MOVE WS-SAVED-MEMBER TO ROSTER-RECORD.
045638     DELETE ROSTER-FILE RECORD
045676         INVALID KEY
045714             DISPLAY "YCHTROST: GUEST NOT DELETED, CONVERT "
045752                 "IGNORED: " TR-MEMBER-ID
045790             ADD 1 TO WS-TRANS-REJECTED
045828             GO TO 3400-EXIT
045866     END-DELETE.
045904     MOVE TR-NEW-MEMBER-ID TO RK-MEMBER-ID.
045942     MOVE TR-NEW-MEMBER-ID TO MB-MEMBER-ID.
045980     MOVE 'F' TO MB-GUEST-FLAG.
046018     IF TR-MEMBER-NAME NOT = SPACES
046056         MOVE TR-MEMBER-NAME TO MB-MEMBER-NAME
046094     END-IF.
046132     IF TR-LEAGUE-REG-NO NOT = SPACES
046170         MOVE TR-LEAGUE-REG-NO TO MB-LEAGUE-REG-NO
046208     END-IF.
046246     WRITE ROSTER-RECORD
046256         INVALID KEY
046266             DISPLAY "YCHTROST: RE-KEY CLASH ON " RK-ROSTER-KEY
046276                 ", CONVERT IGNORED: " TR-MEMBER-ID
046286             MOVE 16 TO RETURN-CODE
046296             ADD 1 TO WS-TRANS-REJECTED
046306             MOVE WS-SAVED-MEMBER TO ROSTER-RECORD
046316             WRITE ROSTER-RECORD
046326                 INVALID KEY
046336                     DISPLAY "YCHTROST: GUEST NOT RESTORED: "
046346                         TR-MEMBER-ID ", STATUS "
046356                         WS-ROSTER-STATUS
046366             END-WRITE
046376             GO TO 3400-EXIT
046386     END-WRITE.
046400     ADD 1 TO WS-CONVERT-COUNT.
046500     MOVE TR-MEMBER-ID TO WS-CONV-OLD-ID(WS-CONVERT-COUNT).
046600     MOVE TR-NEW-MEMBER-ID TO WS-CONV-NEW-ID(WS-CONVERT-COUNT).
046900     EXIT.
047000*----------------------------------------------------------*
047100* 3450-CHECK-NEW-ID - THE PROMOTED MEMBER ID MUST NOT CLASH
047200* WITH AN ID ALREADY ON THE ROSTER, IN EITHER CLUB.
047258*----------------------------------------------------------*
047316 3450-CHECK-NEW-ID.
047374     MOVE 'N' TO WS-NEW-ID-SWITCH.
047432     MOVE TR-NEW-MEMBER-ID TO WS-FIND-ID.
047490     PERFORM 2000-FIND-MEMBER THRU 2000-EXIT.
047548     IF MEMBER-FOUND
047606         MOVE 'Y' TO WS-NEW-ID-SWITCH
047664     END-IF.
047722 3450-EXIT.
047780     EXIT.
047838*----------------------------------------------------------*
047896* 3500-BUILD-NEW-MEMBER - THE ROSTER RECORD FOR AN ADD OR A
047954* GUEST, KEYED ON THE MEMBER ID AND THE CLUB (THE HOME CLUB
048012* WHEN THE TRANSACTION LEAVES IT BLANK).
048070*----------------------------------------------------------*
048128 3500-BUILD-NEW-MEMBER.
048186     MOVE TR-MEMBER-ID TO RK-MEMBER-ID.
048244     IF TR-CLUB-CODE = SPACES
048302         MOVE WS-HOME-CLUB TO RK-CLUB-CODE
048360     ELSE
048418         MOVE TR-CLUB-CODE TO RK-CLUB-CODE
048476     END-IF.
048534     MOVE TR-MEMBER-ID TO MB-MEMBER-ID.
048592     MOVE TR-MEMBER-NAME TO MB-MEMBER-NAME.
048650     MOVE TR-JOIN-DATE TO MB-JOIN-DATE.
048708     MOVE TR-LEAGUE-REG-NO TO MB-LEAGUE-REG-NO.
048766     MOVE 'A' TO MB-ACTIVE-FLAG.
048824     MOVE TR-CLUB-CODE TO MB-CLUB-CODE.
048882 3500-EXIT.
048940     EXIT.
049000*----------------------------------------------------------*
049100* 7000-REKEY-CONVERSIONS - A PROMOTED GUEST'S RECORDS WERE
049200* POSTED UNDER THE OLD GUEST ID. REWRITE THE SEASON HISTORY,
072600     EXIT.
072700 7500-EXIT.
072800     EXIT.
075100*----------------------------------------------------------*
075200* 9000-TERMINATE - CLOSE FILES AND REPORT COUNTS.
075300*----------------------------------------------------------*
075400 9000-TERMINATE.
075500     CLOSE TRANSACTION-FILE.
075600     CLOSE ROSTER-FILE.
075900     DISPLAY "YCHTROST: MEMBERS ADDED       = " WS-MEMBERS-ADDED.
076000     DISPLAY "YCHTROST: MEMBERS RETIRED     = "
076100         WS-MEMBERS-RETIRED.
