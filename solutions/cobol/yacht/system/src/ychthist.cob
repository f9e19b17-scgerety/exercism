002642*                    NIGHT CONTROLLER (YCHTNITE) CAN RUN THE
002643*                    CHAIN AS CALLED STEPS; RUN STANDALONE, THE
002644*                    BEHAVIOR IS UNCHANGED.
002645*    2026-10-15 LOP  A MAKE-UP CARD ACCEPTED BY YCHTMKUP (ON THE
002646*                    MAKE-UP REGISTER, MKUPREG) IS STAMPED WITH
002647*                    THE WEEK OF THE MISSED NIGHT IT REPLACES
002648*                    INSTEAD OF TONIGHT'S WEEK. THE GAME DATE
002649*                    STAYS THE NIGHT THE CARD WAS PLAYED.
002700***************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
004210     SELECT CALENDAR-FILE ASSIGN TO "CALNDR"
004220         ORGANIZATION IS LINE SEQUENTIAL
004230         FILE STATUS IS WS-CALENDAR-STATUS.
004240     SELECT MAKEUP-REGISTER-FILE ASSIGN TO "MKUPREG"
004250         ORGANIZATION IS LINE SEQUENTIAL
004260         FILE STATUS IS WS-MAKEUP-REGISTER-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  RESULTS-FILE
007320     RECORDING MODE IS F.
007330 01  CALENDAR-RECORD.
007340     COPY CALREC.
007350 FD  MAKEUP-REGISTER-FILE
007360     RECORDING MODE IS F.
007370 01  MAKEUP-REGISTER-RECORD.
007380     COPY MKUPREC.
007400 WORKING-STORAGE SECTION.
007500 01  WS-RESULTS-STATUS           PIC X(02) VALUE '00'.
007600     88  RESULTS-OK                          VALUE '00'.
009310*    THE HOME CLUB A BLANK CLUB CODE ON AN OLD RESULTS FILE
009320*    RESOLVES TO.
009330 01  WS-HOME-CLUB                PIC X(03) VALUE 'TNY'.
009331 01  WS-MAKEUP-REGISTER-STATUS   PIC X(02) VALUE '00'.
009332     88  MAKEUP-REGISTER-OK                  VALUE '00'.
009333 01  WS-REGISTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
009334     88  NO-MORE-REGISTER                    VALUE 'Y'.
009335*
009336*    TONIGHT'S ACCEPTED MAKE-UP CARDS FROM THE REGISTER, WITH
009337*    THE WEEK OF THE NIGHT EACH ONE REPLACES. A FULL TABLE IS
009338*    A HARD ERROR.
009339 01  WS-MAKEUP-TABLE.
009340     05  WS-MAKEUP-ENTRY         OCCURS 200 TIMES
009341         INDEXED BY MKUP-IDX.
009342         10  WS-MKUP-ID          PIC X(10).
009343         10  WS-MKUP-GAME-NO     PIC 9(02).
009344         10  WS-MKUP-WEEK-NO     PIC 9(02).
009345 01  WS-MAKEUP-COUNT             PIC 9(03) COMP VALUE 0.
009346 01  WS-MAKEUPS-CREDITED         PIC 9(03) COMP VALUE 0.
009400*
009500*    ONE TABLE ENTRY PER PLAYER SEEN IN THE RESULTS FILE,
009600*    ACCUMULATING A GRAND TOTAL ACROSS EVERY CATEGORY - THE
012300 1000-INITIALIZE.
012400     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT.
012410     PERFORM 1200-FIND-WEEK-NO THRU 1200-EXIT.
012420     PERFORM 1300-LOAD-MAKEUPS THRU 1300-EXIT.
012500     PERFORM 1400-CHECK-NIGHT-NOT-POSTED THRU 1400-EXIT.
012600     OPEN INPUT RESULTS-FILE.
012700     IF NOT RESULTS-OK
017801 1210-EXIT.
017802     EXIT.
017803*----------------------------------------------------------*
017804* 1300-LOAD-MAKEUPS - TONIGHT'S ACCEPTED MAKE-UP CARDS. NO
017805* REGISTER IS A SEASON WITH NO MAKE-UPS YET.
017806*----------------------------------------------------------*
017807 1300-LOAD-MAKEUPS.
017808     OPEN INPUT MAKEUP-REGISTER-FILE.
017809     IF NOT MAKEUP-REGISTER-OK
017810         GO TO 1300-EXIT
017811     END-IF.
017812     PERFORM 1310-LOAD-ONE-MAKEUP THRU 1310-EXIT
017813         UNTIL NO-MORE-REGISTER.
017814     CLOSE MAKEUP-REGISTER-FILE.
017815 1300-EXIT.
017816     EXIT.
017817 1310-LOAD-ONE-MAKEUP.
017818     READ MAKEUP-REGISTER-FILE
017819         AT END
017820             MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
017821             GO TO 1310-EXIT
017822     END-READ.
017823     IF MU-MAKEUP-DATE NOT = WS-CONTROL-DATE
017824         OR NOT MU-ACCEPTED
017825         GO TO 1310-EXIT
017826     END-IF.
017827     IF WS-MAKEUP-COUNT >= 200
017828         DISPLAY "YCHTHIST: MAKE-UP TABLE FULL AT "
017829             MU-PLAYER-ID ", RUN ABANDONED"
017830         MOVE 16 TO RETURN-CODE
017831         GOBACK
017832     END-IF.
017833     ADD 1 TO WS-MAKEUP-COUNT.
017834     MOVE MU-PLAYER-ID TO WS-MKUP-ID(WS-MAKEUP-COUNT).
017835     MOVE MU-GAME-NO TO WS-MKUP-GAME-NO(WS-MAKEUP-COUNT).
017836     MOVE MU-MISSED-WEEK TO WS-MKUP-WEEK-NO(WS-MAKEUP-COUNT).
017837 1310-EXIT.
017838     EXIT.
017839*----------------------------------------------------------*
017900* 1400-CHECK-NIGHT-NOT-POSTED - THE SEASON FILE IS APPEND-
018000* ONLY, SO A SECOND RUN OF THE SAME NIGHT WOULD POST EVERY
018100* CARD TWICE AND INFLATE SEASON TOTALS AND HANDICAPS. SCAN
030310     MOVE WS-NIGHT-WEEK-NO TO HY-WEEK-NO.
030320     MOVE WS-PLYR-CLUB(PLYR-IDX) TO HY-CLUB-CODE.
030330     MOVE WS-NIGHT-SEASON-ID TO HY-SEASON-ID.
030331     IF WS-MAKEUP-COUNT > 0
030332         SET MKUP-IDX TO 1
030333         SEARCH WS-MAKEUP-ENTRY
030334             WHEN MKUP-IDX > WS-MAKEUP-COUNT
030335                 CONTINUE
030336             WHEN WS-MKUP-ID(MKUP-IDX) = WS-PLYR-ID(PLYR-IDX)
030337                 AND WS-MKUP-GAME-NO(MKUP-IDX)
030338                     = WS-PLYR-GAME-NO(PLYR-IDX)
030339                 MOVE WS-MKUP-WEEK-NO(MKUP-IDX) TO HY-WEEK-NO
030340                 ADD 1 TO WS-MAKEUPS-CREDITED
030341         END-SEARCH
030342     END-IF.
030400     WRITE HISTORY-RECORD.
030500     ADD 1 TO WS-RECORDS-APPENDED.
030600 8100-EXIT.
031400     DISPLAY "YCHTHIST: PLAYERS SEEN      = " WS-PLAYER-COUNT.
031500     DISPLAY "YCHTHIST: RECORDS APPENDED  = "
031600         WS-RECORDS-APPENDED.
031610     DISPLAY "YCHTHIST: MAKE-UPS CREDITED = "
031620         WS-MAKEUPS-CREDITED.
031700 9000-EXIT.
031800     EXIT.
