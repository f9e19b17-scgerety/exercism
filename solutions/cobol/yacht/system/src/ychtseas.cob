001730*                    AN ATTENDANCE COLUMN PER MEMBER (NIGHTS
001740*                    PRESENT AS A PERCENTAGE OF NIGHTS PLAYED
001750*                    SO FAR).
001760*    2026-10-15 LOP  MAKE-UP NIGHTS ON THE CALENDAR NO LONGER
001770*                    COUNT AS WEEKS SCHEDULED OR PLAYED. A MAKE-
001780*                    UP CARD IS CREDITED TO THE MISSED WEEK
001790*                    YCHTHIST STAMPED ON IT, SO IT COUNTS AS A
001791*                    NIGHT PRESENT; A CARD LEFT ON THE MAKE-UP
001792*                    NIGHT'S OWN WEEK DOES NOT.
001794*    2026-10-15 LOP  READS THE ROSTER MASTER AS AN INDEXED
001796*                    FILE (KEY ROSTKEY), IN MEMBER ID ORDER.
001800***************************************************************
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS WS-PRINT-STATUS.
003100     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003142         ORGANIZATION IS INDEXED
003184         ACCESS IS SEQUENTIAL
003226         RECORD KEY IS RK-ROSTER-KEY
003268         FILE STATUS IS WS-ROSTER-STATUS.
003310     SELECT CALENDAR-FILE ASSIGN TO "CALNDR"
003320         ORGANIZATION IS LINE SEQUENTIAL
003330         FILE STATUS IS WS-CALENDAR-STATUS.
004000 FD  PRINT-FILE
004100     RECORDING MODE IS F.
004200 01  PRINT-RECORD                PIC X(100).
004300 FD  ROSTER-FILE.
004377 01  ROSTER-RECORD.
004454     COPY ROSTKEY.
004531     COPY ROSTMBR.
004610 FD  CALENDAR-FILE
004620     RECORDING MODE IS F.
004630 01  CALENDAR-RECORD.
005740     88  NO-MORE-CALENDAR                    VALUE 'Y'.
005750*    WEEKS SCHEDULED COMES OFF THE CALENDAR MASTER; WEEKS
005760*    PLAYED IS THE DISTINCT NIGHTS SEEN ON THE SEASON FILE,
005770*    WHICH YCHTHIST APPENDS IN DATE ORDER. MAKE-UP NIGHTS
005771*    COUNT TOWARD NEITHER.
005780 01  WS-WEEKS-SCHEDULED          PIC 9(02) VALUE 0.
005790 01  WS-WEEKS-PLAYED             PIC 9(02) VALUE 0.
005791 01  WS-LAST-SEEN-DATE           PIC 9(08) VALUE 0.
006800         10  WS-PLYR-BEST-NIGHT  PIC 9(05) VALUE 0.
006900         10  WS-PLYR-BONUS-NIGHTS PIC 9(04) VALUE 0.
006910*        DISTINCT NIGHTS PRESENT (A TWO-CARD NIGHT COUNTS
006920*        ONCE) AND THE LAST NIGHT AND WEEK FOLDED IN, FOR THE
006930*        ATTENDANCE COLUMN. A MAKE-UP CARD PLAYED ON A CLUB
006931*        NIGHT CARRIES ITS MISSED WEEK, SO IT COUNTS AGAIN.
006940         10  WS-PLYR-NIGHTS      PIC 9(04) VALUE 0.
006950         10  WS-PLYR-LAST-DATE   PIC 9(08) VALUE 0.
006960         10  WS-PLYR-LAST-WEEK   PIC 9(02) VALUE 0.
007000 01  WS-PLAYER-COUNT             PIC 9(03) COMP VALUE 0.
007010*
007020*    THE MAKE-UP NIGHTS ON THE CALENDAR AND THEIR OWN WEEK
007030*    NUMBERS. A CARD ON ONE OF THESE NIGHTS STILL STAMPED WITH
007040*    THAT WEEK WAS NOT MATCHED TO A MISSED NIGHT. A FULL TABLE
007050*    IS A HARD ERROR.
007060 01  WS-MAKEUP-NIGHT-TABLE.
007070     05  WS-MAKEUP-NIGHT-ENTRY   OCCURS 50 TIMES
007080         INDEXED BY MKUP-IDX.
007090         10  WS-MKUP-DATE        PIC 9(08).
007091         10  WS-MKUP-WEEK-NO     PIC 9(02).
007092 01  WS-MAKEUP-NIGHT-COUNT       PIC 9(02) COMP VALUE 0.
007093 01  WS-MAKEUP-NIGHT-SWITCH      PIC X(01) VALUE 'N'.
007094     88  CARD-ON-MAKEUP-NIGHT                VALUE 'Y'.
007095 01  WS-MAKEUP-WEEK-NO           PIC 9(02) VALUE 0.
007100*
007200*    MEMBER NAMES FROM THE CLUB ROSTER MASTER, LOADED ONCE PER
007300*    RUN, THE SAME WAY YCHTRPT CARRIES NAMES ONTO THE NIGHTLY
009000     05  WS-SWAP-BONUS-NIGHTS    PIC 9(04) VALUE 0.
009010     05  WS-SWAP-NIGHTS          PIC 9(04) VALUE 0.
009020     05  WS-SWAP-LAST-DATE       PIC 9(08) VALUE 0.
009030     05  WS-SWAP-LAST-WEEK       PIC 9(02) VALUE 0.
009100*
009200*    PRINT WORK AREAS.
009300 01  WS-AVERAGE-NIGHT            PIC 9(05) VALUE 0.
017000 1520-EXIT.
017100     EXIT.
017110*----------------------------------------------------------*
017112* 1600-LOAD-CALENDAR - COUNT THE SCHEDULED NIGHTS ON THE
017114* CLUB CALENDAR MASTER. A MISSING CALENDAR ONLY COSTS THE
017116* WEEKS-SCHEDULED FIGURE, THE SAME WAY A MISSING ROSTER ONLY
017118* COSTS THE NAMES.
017120*----------------------------------------------------------*
017122 1600-LOAD-CALENDAR.
017124     OPEN INPUT CALENDAR-FILE.
017126     IF NOT CALENDAR-OK
017128         DISPLAY "YCHTSEAS: UNABLE TO OPEN CALNDR, STATUS "
017130             WS-CALENDAR-STATUS ", SCHEDULE NOT SHOWN"
017132         GO TO 1600-EXIT
017134     END-IF.
017136     PERFORM 1610-COUNT-ONE-NIGHT THRU 1610-EXIT
017138         UNTIL NO-MORE-CALENDAR.
017140     CLOSE CALENDAR-FILE.
017142 1600-EXIT.
017144     EXIT.
017146 1610-COUNT-ONE-NIGHT.
017148     READ CALENDAR-FILE
017150         AT END
017152             MOVE 'Y' TO WS-CALENDAR-EOF-SWITCH
017154             GO TO 1610-EXIT
017156     END-READ.
017158     IF NOT CL-MAKEUP-NIGHT
017160         ADD 1 TO WS-WEEKS-SCHEDULED
017162         GO TO 1610-EXIT
017164     END-IF.
017166     IF WS-MAKEUP-NIGHT-COUNT >= 50
017168         DISPLAY "YCHTSEAS: MAKE-UP NIGHT TABLE FULL AT "
017170             CL-NIGHT-DATE ", RUN ABANDONED"
017172         MOVE 16 TO RETURN-CODE
017174         STOP RUN
017176     END-IF.
017178     ADD 1 TO WS-MAKEUP-NIGHT-COUNT.
017180     MOVE CL-NIGHT-DATE TO WS-MKUP-DATE(WS-MAKEUP-NIGHT-COUNT).
017182     MOVE CL-WEEK-NO TO WS-MKUP-WEEK-NO(WS-MAKEUP-NIGHT-COUNT).
017184 1610-EXIT.
017186     EXIT.
017200*----------------------------------------------------------*
017300* 2000-PROCESS-HISTORY - FOLD ONE SEASON RECORD INTO THE
017400* PLAYER TABLE, THEN READ THE NEXT ONE. THE SEASON FILE IS
017410* APPENDED IN DATE ORDER, SO A DATE CHANGE IS A NEW WEEK
017420* PLAYED - UNLESS IT IS A MAKE-UP NIGHT.
017500*----------------------------------------------------------*
017600 2000-PROCESS-HISTORY.
017601*    ONLY THE SELECTED CLUB'S RECORDS COUNT TOWARD THE TABLE
017609         AND WS-CARD-CLUB NOT = WS-SELECT-CLUB
017611         GO TO 2000-NEXT
017612     END-IF.
017613     PERFORM 2050-CHECK-MAKEUP-NIGHT THRU 2050-EXIT.
017614     IF HY-GAME-DATE NOT = WS-LAST-SEEN-DATE
017615         AND NOT CARD-ON-MAKEUP-NIGHT
017620         ADD 1 TO WS-WEEKS-PLAYED
017630         MOVE HY-GAME-DATE TO WS-LAST-SEEN-DATE
017640     END-IF.
017800     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
017900 2000-EXIT.
018000     EXIT.
018010*----------------------------------------------------------*
018020* 2050-CHECK-MAKEUP-NIGHT - IS THIS RECORD'S NIGHT A MAKE-UP
018030* NIGHT ON THE CALENDAR, AND IF SO, WHAT IS ITS OWN WEEK.
018040*----------------------------------------------------------*
018050 2050-CHECK-MAKEUP-NIGHT.
018051     MOVE 'N' TO WS-MAKEUP-NIGHT-SWITCH.
018052     IF WS-MAKEUP-NIGHT-COUNT = 0
018053         GO TO 2050-EXIT
018054     END-IF.
018055     SET MKUP-IDX TO 1.
018056     SEARCH WS-MAKEUP-NIGHT-ENTRY
018057         AT END
018058             CONTINUE
018059         WHEN MKUP-IDX > WS-MAKEUP-NIGHT-COUNT
018060             CONTINUE
018061         WHEN WS-MKUP-DATE(MKUP-IDX) = HY-GAME-DATE
018062             MOVE 'Y' TO WS-MAKEUP-NIGHT-SWITCH
018063             MOVE WS-MKUP-WEEK-NO(MKUP-IDX) TO WS-MAKEUP-WEEK-NO
018064     END-SEARCH.
018065 2050-EXIT.
018066     EXIT.
018100*----------------------------------------------------------*
018200* 2100-READ-HISTORY - READ NEXT RECORD, SET EOF SWITCH.
018300*----------------------------------------------------------*
021500             IF HY-UPPER-BONUS > 0
021600                 ADD 1 TO WS-PLYR-BONUS-NIGHTS(PLYR-IDX)
021700             END-IF
021710             IF CARD-ON-MAKEUP-NIGHT
021711                 AND HY-WEEK-NO = WS-MAKEUP-WEEK-NO
021712                 CONTINUE
021713             ELSE
021714                 IF HY-GAME-DATE
021715                     NOT = WS-PLYR-LAST-DATE(PLYR-IDX)
021716                     OR HY-WEEK-NO
021717                     NOT = WS-PLYR-LAST-WEEK(PLYR-IDX)
021720                     ADD 1 TO WS-PLYR-NIGHTS(PLYR-IDX)
021730                     MOVE HY-GAME-DATE
021740                         TO WS-PLYR-LAST-DATE(PLYR-IDX)
021741                     MOVE HY-WEEK-NO
021742                         TO WS-PLYR-LAST-WEEK(PLYR-IDX)
021750                 END-IF
021760             END-IF
021800     END-SEARCH.
021900 2300-EXIT.
022000     EXIT.
026000     MOVE WS-PLYR-BONUS-NIGHTS(SRT-IDX) TO WS-SWAP-BONUS-NIGHTS.
026010     MOVE WS-PLYR-NIGHTS(SRT-IDX)       TO WS-SWAP-NIGHTS.
026020     MOVE WS-PLYR-LAST-DATE(SRT-IDX)    TO WS-SWAP-LAST-DATE.
026030     MOVE WS-PLYR-LAST-WEEK(SRT-IDX)    TO WS-SWAP-LAST-WEEK.
026100     MOVE WS-PLYR-ID(SRT-BEST)          TO WS-PLYR-ID(SRT-IDX).
026200     MOVE WS-PLYR-GAMES(SRT-BEST)
026300         TO WS-PLYR-GAMES(SRT-IDX).
026920         TO WS-PLYR-NIGHTS(SRT-IDX).
026930     MOVE WS-PLYR-LAST-DATE(SRT-BEST)
026940         TO WS-PLYR-LAST-DATE(SRT-IDX).
026950     MOVE WS-PLYR-LAST-WEEK(SRT-BEST)
026960         TO WS-PLYR-LAST-WEEK(SRT-IDX).
027000     MOVE WS-SWAP-ID           TO WS-PLYR-ID(SRT-BEST).
027100     MOVE WS-SWAP-GAMES        TO WS-PLYR-GAMES(SRT-BEST).
027200     MOVE WS-SWAP-SEASON-TOT   TO WS-PLYR-SEASON-TOT(SRT-BEST).
027500         TO WS-PLYR-BONUS-NIGHTS(SRT-BEST).
027510     MOVE WS-SWAP-NIGHTS       TO WS-PLYR-NIGHTS(SRT-BEST).
027520     MOVE WS-SWAP-LAST-DATE    TO WS-PLYR-LAST-DATE(SRT-BEST).
027530     MOVE WS-SWAP-LAST-WEEK    TO WS-PLYR-LAST-WEEK(SRT-BEST).
027600 7300-EXIT.
027700     EXIT.
027800*----------------------------------------------------------*
