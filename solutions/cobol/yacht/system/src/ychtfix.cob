002952*                    NIGHT CONTROLLER (YCHTNITE) CAN RUN THE
002953*                    CHAIN AS CALLED STEPS; RUN STANDALONE, THE
002954*                    BEHAVIOR IS UNCHANGED.
002955*    2026-10-15 LOP  A REPAIRED LINE FOR A MEMBER LAPSED FOR
002956*                    UNPAID DUES STAYS A RESIDUAL WITH REASON
002957*                    'L', AS IN THE DRIVER.
002967*    2026-10-15 LOP  THE REPAIRED PLAYER IS READ BY KEY FROM
002977*                    THE INDEXED ROSTER MASTER (MEMBER ID PLUS
002987*                    CLUB) INSTEAD OF A 500-ENTRY TABLE.
003000***************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-RUN-CONTROL-STATUS.
005500     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
005560         ORGANIZATION IS INDEXED
005620         ACCESS IS RANDOM
005680         RECORD KEY IS RK-ROSTER-KEY
005740         FILE STATUS IS WS-ROSTER-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  REJECTS-FILE
011400     RECORDING MODE IS F.
011500 01  RUN-CONTROL-RECORD.
011600     COPY RUNCTL.
011700 FD  ROSTER-FILE.
011800 01  ROSTER-RECORD.
011900     COPY ROSTKEY.
012000     COPY ROSTMBR.
012100 WORKING-STORAGE SECTION.
012200 01  WS-REJECTS-STATUS           PIC X(02) VALUE '00'.
013900     88  NO-MORE-FIXES                       VALUE 'Y'.
014000 01  WS-REPLAY-EOF-SW            PIC X(01) VALUE 'N'.
014100     88  NO-MORE-REPLAY-RESULTS              VALUE 'Y'.
014400*
014500*    FIX TRANSACTIONS, HELD THE SAME TABLE-DRIVEN WAY
014600*    YCHTCORR HOLDS ITS CORRECTIONS.
015700         10  WS-FIX-APPLIED          PIC X(01) VALUE 'N'.
015800             88  FIX-WAS-APPLIED             VALUE 'Y'.
015900 01  WS-FIX-COUNT                PIC 9(03) VALUE 0.
016900 01  WS-PLAYER-KNOWN-SWITCH      PIC X(01) VALUE 'N'.
017000     88  PLAYER-ON-ROSTER                    VALUE 'Y'.
017010 01  WS-PLAYER-LAPSED-SWITCH     PIC X(01) VALUE 'N'.
017020     88  PLAYER-LAPSED                       VALUE 'Y'.
017100*
017200*    ONE SCORECARD PASSED TO YACHT, FOR BOTH THE REPLAY OF
017300*    THE NIGHT AND THE RESCORE OF EACH REPAIRED LINE.
021600 1000-INITIALIZE.
021700     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT.
021800     PERFORM 1200-READ-HOUSE-RULE THRU 1200-EXIT.
021900     PERFORM 1300-OPEN-ROSTER THRU 1300-EXIT.
022000     OPEN INPUT REJECTS-FILE.
022100     IF NOT REJECTS-OK
022200         DISPLAY "YCHTFIX: UNABLE TO OPEN REJECTS, STATUS "
030799 1220-EXIT.
030800     EXIT.
030810*----------------------------------------------------------*
030910* 1300-OPEN-ROSTER - A FIXED PLAYER ID MUST STILL BE AN
031010* ACTIVE MEMBER, THE SAME RULE THE DRIVER APPLIES; OPEN THE
031110* INDEXED ROSTER MASTER FOR KEYED LOOKUPS.
031210*----------------------------------------------------------*
031310 1300-OPEN-ROSTER.
031410     OPEN INPUT ROSTER-FILE.
031510     IF NOT ROSTER-OK
031610         DISPLAY "YCHTFIX: UNABLE TO OPEN ROSTER, STATUS "
031710             WS-ROSTER-STATUS ", RUN ABANDONED"
031810         MOVE 16 TO RETURN-CODE
031910         GOBACK
032010     END-IF.
032110 1300-EXIT.
032210     EXIT.
034600*----------------------------------------------------------*
034700* 1500-CHECK-REJECT-COUNT - THE REJECTS FILE MUST HOLD
034800* EXACTLY THE NUMBER OF LINES THE RUN CONTROL SAYS WERE
054000     PERFORM 4250-VALIDATE-PLAYER THRU 4250-EXIT.
054100     IF NOT PLAYER-ON-ROSTER
054200         MOVE 'P' TO WS-CALL-EDIT-STATUS
054210         IF PLAYER-LAPSED
054220             MOVE 'L' TO WS-CALL-EDIT-STATUS
054230         END-IF
054300         PERFORM 4350-WRITE-RESIDUAL THRU 4350-EXIT
054400         GO TO 4200-EXIT
054500     END-IF.
056800 4200-EXIT.
056900     EXIT.
057000*----------------------------------------------------------*
057071* 4250-VALIDATE-PLAYER - THE REPAIRED LINE'S PLAYER MUST BE
057142* AN ACTIVE MEMBER, THE SAME RULE THE DRIVER APPLIES, READ BY
057213* MEMBER ID AND CARD CLUB. A LAPSED MEMBER IS NOTED FOR ITS
057284* OWN REJECT REASON.
057355*----------------------------------------------------------*
057426 4250-VALIDATE-PLAYER.
057497     MOVE 'N' TO WS-PLAYER-KNOWN-SWITCH.
057568     MOVE 'N' TO WS-PLAYER-LAPSED-SWITCH.
057639     MOVE SC-PLAYER-ID TO RK-MEMBER-ID.
057710     MOVE WS-CARD-CLUB TO RK-CLUB-CODE.
057781     READ ROSTER-FILE
057852         INVALID KEY
057923             GO TO 4250-EXIT
057994     END-READ.
058065     IF MB-MEMBER-ACTIVE
058136         MOVE 'Y' TO WS-PLAYER-KNOWN-SWITCH
058207     END-IF.
058278     IF MB-MEMBER-LAPSED
058349         MOVE 'Y' TO WS-PLAYER-LAPSED-SWITCH
058420     END-IF.
058500 4250-EXIT.
058600     EXIT.
058610*----------------------------------------------------------*
067000     CLOSE FIXES-FILE.
067100     CLOSE RESULTS-FILE.
067200     CLOSE NEW-REJECTS-FILE.
067250     CLOSE ROSTER-FILE.
067300     IF REPAIR-PASS-RAN
067400         PERFORM 8000-REWRITE-RUN-CONTROL THRU 8000-EXIT
067500     END-IF.
