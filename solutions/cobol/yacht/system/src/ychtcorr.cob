003930*                    THE ONE-RECORD-PER-CLUB RULECTL (RULEREC),
003940*                    SO A CORRECTION TO A HARBOURSIDE CARD
003950*                    RESCORES UNDER HARBOURSIDE'S RULES.
003958*    2026-10-15 LOP  CORRECTIONS MAY NAME THE DISPUTE CASE
003966*                    THEY SETTLE, AND EVERY ENTRY RESCORED IS
003974*                    APPENDED TO THE CORRECTION LOG (CRLGREC)
003982*                    FOR THE DISPUTE REGISTER - ONLY WHEN THE
003990*                    RUN AGREES WITH THE RUN CONTROL.
004000***************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
005900     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-RUN-CONTROL-STATUS.
006110     SELECT CORRECTION-LOG-FILE ASSIGN TO "CORRLOG"
006120         ORGANIZATION IS LINE SEQUENTIAL
006130         FILE STATUS IS WS-CORRECTION-LOG-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  CORRECTIONS-FILE
007700*    SPACES ON CR-VARIANT MEANS KEEP THE VARIANT ALREADY ON
007800*    FILE FOR THIS ENTRY.
007900     05  CR-VARIANT              PIC X(01).
007910*    THE DISPUTE CASE THIS CORRECTION SETTLES, CARRIED ONTO
007920*    THE CORRECTION LOG. BLANK OR ZERO MEANS NO CASE.
007930     05  CR-CASE-NO              PIC 9(06).
008000 FD  OLD-RESULTS-FILE
008100     RECORDING MODE IS F.
008200 01  OLD-RESULTS-RECORD.
012700     RECORDING MODE IS F.
012800 01  RUN-CONTROL-RECORD.
012900     COPY RUNCTL.
012910 FD  CORRECTION-LOG-FILE
012920     RECORDING MODE IS F.
012930 01  CORRECTION-LOG-RECORD.
012940     COPY CRLGREC.
013000 WORKING-STORAGE SECTION.
013100 01  WS-CORRECTIONS-STATUS       PIC X(02) VALUE '00'.
013200     88  CORRECTIONS-OK                      VALUE '00'.
014400     88  RUN-CONTROL-OK                      VALUE '00'.
014500 01  WS-CONTROL-DATE             PIC 9(08) VALUE 0.
014600 01  WS-CONTROL-SCORED           PIC 9(07) VALUE 0.
014610 01  WS-CORRECTION-LOG-STATUS    PIC X(02) VALUE '00'.
014620     88  CORRECTION-LOG-OK                   VALUE '00'.
014630 01  WS-RUN-DATE                 PIC 9(08) VALUE 0.
014640 01  WS-RUN-TIME                 PIC 9(08) VALUE 0.
014650 01  WS-CORRECTIONS-LOGGED       PIC 9(05) COMP VALUE 0.
014660 01  WS-CORRECTIONS-NO-CASE      PIC 9(05) COMP VALUE 0.
014700 01  WS-RECORDS-READ             PIC 9(07) COMP VALUE 0.
014800*    SET WHEN THE OLD RESULTS FILE DISAGREES WITH THE RUN
014900*    CONTROL; THE STEP ENDS RC=8 SO NEWRSLT IS NOT COPIED
016600         10  WS-CORR-VARIANT         PIC X(01).
016700         10  WS-CORR-APPLIED         PIC X(01) VALUE 'N'.
016800             88  CORR-WAS-APPLIED            VALUE 'Y'.
016810*        THE REST IS FILLED IN AS THE ENTRY IS RESCORED AND
016820*        CARRIED ONTO THE CORRECTION LOG AT END OF JOB.
016830         10  WS-CORR-CASE-NO         PIC 9(06) VALUE 0.
016840         10  WS-CORR-NIGHT-DATE      PIC 9(08) VALUE 0.
016850         10  WS-CORR-LOGGED-CATEGORY PIC X(15) VALUE SPACES.
016860         10  WS-CORR-OLD-RESULT      PIC 9(03) VALUE 0.
016870         10  WS-CORR-NEW-RESULT      PIC 9(03) VALUE 0.
016880         10  WS-CORR-CLUB            PIC X(03) VALUE SPACES.
016900 01  WS-CORRECTION-COUNT         PIC 9(03) VALUE 0.
017000*    ONE SCORECARD BUILT UP FROM THE OLD RESULTS RECORD PLUS
017100*    THE MATCHING CORRECTION, PASSED TO YACHT TO BE RESCORED.
030100         MOVE CR-DICE TO WS-CORR-DICE(WS-CORRECTION-COUNT)
030200         MOVE CR-VARIANT TO WS-CORR-VARIANT(WS-CORRECTION-COUNT)
030300         MOVE 'N' TO WS-CORR-APPLIED(WS-CORRECTION-COUNT)
030310         IF CR-CASE-NO IS NUMERIC
030320             MOVE CR-CASE-NO
030330                 TO WS-CORR-CASE-NO(WS-CORRECTION-COUNT)
030340         ELSE
030350             MOVE ZERO TO WS-CORR-CASE-NO(WS-CORRECTION-COUNT)
030360         END-IF
030400     END-IF.
030500     PERFORM 2100-READ-CORRECTION THRU 2100-EXIT.
030600 2000-EXIT.
043000         MOVE OR-PAPER-SUBTOTAL TO RS-PAPER-SUBTOTAL
043010         MOVE SC-CLUB-CODE TO RS-CLUB-CODE
043100         MOVE 'Y' TO WS-CORR-APPLIED(CORR-IDX)
043110         MOVE OR-GAME-DATE TO WS-CORR-NIGHT-DATE(CORR-IDX)
043120         MOVE SC-CATEGORY TO WS-CORR-LOGGED-CATEGORY(CORR-IDX)
043130         MOVE OR-RESULT TO WS-CORR-OLD-RESULT(CORR-IDX)
043140         MOVE SC-RESULT TO WS-CORR-NEW-RESULT(CORR-IDX)
043150         MOVE SC-CLUB-CODE TO WS-CORR-CLUB(CORR-IDX)
043200         ADD 1 TO WS-LINES-CORRECTED
043300         DISPLAY "YCHTCORR: RESCORED " RS-PLAYER-ID " "
043400             RS-CATEGORY " NEW RESULT=" RS-RESULT
048300             "BACK"
048400         MOVE 8 TO RETURN-CODE
048500     END-IF.
048510     IF NOT CONTROL-OUT-OF-STEP AND WS-LINES-CORRECTED > 0
048520         PERFORM 9100-LOG-CORRECTIONS THRU 9100-EXIT
048530     END-IF.
048600     DISPLAY "YCHTCORR: ENTRIES CORRECTED = " WS-LINES-CORRECTED.
048700     DISPLAY "YCHTCORR: ENTRIES CARRIED OVER = " WS-LINES-CARRIED.
048710     DISPLAY "YCHTCORR: CORRECTIONS LOGGED = "
048720         WS-CORRECTIONS-LOGGED.
048730     IF WS-CORRECTIONS-NO-CASE > 0
048740         DISPLAY "YCHTCORR: CORRECTIONS WITH NO DISPUTE CASE = "
048750             WS-CORRECTIONS-NO-CASE
048760     END-IF.
048800 9000-EXIT.
048900     EXIT.
049000*----------------------------------------------------------*
049100* 9100-LOG-CORRECTIONS - APPEND EVERY ENTRY RESCORED THIS RUN
049200* TO THE CORRECTION LOG. DONE ONLY ONCE THE RUN IS KNOWN TO
049300* AGREE WITH THE RUN CONTROL, SO THE LOG NEVER HOLDS A
049400* CORRECTION FROM A NEWRSLT THAT WAS NOT COPIED BACK.
049500*----------------------------------------------------------*
049600 9100-LOG-CORRECTIONS.
049700     OPEN EXTEND CORRECTION-LOG-FILE.
049800     IF NOT CORRECTION-LOG-OK
049900         OPEN OUTPUT CORRECTION-LOG-FILE
050000         IF NOT CORRECTION-LOG-OK
050100             DISPLAY "YCHTCORR: UNABLE TO OPEN CORRLOG, STATUS "
050200                 WS-CORRECTION-LOG-STATUS
050300             MOVE 4 TO RETURN-CODE
050400             GO TO 9100-EXIT
050500         END-IF
050600     END-IF.
050700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
050800     ACCEPT WS-RUN-TIME FROM TIME.
050900     PERFORM 9200-LOG-ONE-CORRECTION THRU 9200-EXIT
051000         VARYING CORR-IDX FROM 1 BY 1
051100         UNTIL CORR-IDX > WS-CORRECTION-COUNT.
051200     CLOSE CORRECTION-LOG-FILE.
051300 9100-EXIT.
051400     EXIT.
051500 9200-LOG-ONE-CORRECTION.
051600     IF NOT CORR-WAS-APPLIED(CORR-IDX)
051700         GO TO 9200-EXIT
051800     END-IF.
051900     MOVE SPACES TO CORRECTION-LOG-RECORD.
052000     MOVE WS-RUN-DATE TO CX-APPLIED-DATE.
052100     MOVE WS-RUN-TIME TO CX-APPLIED-TIME.
052200     MOVE WS-CORR-NIGHT-DATE(CORR-IDX) TO CX-NIGHT-DATE.
052300     MOVE WS-CORR-PLAYER-ID(CORR-IDX) TO CX-PLAYER-ID.
052400     MOVE WS-CORR-GAME-NO(CORR-IDX) TO CX-GAME-NO.
052500     MOVE WS-CORR-CATEGORY(CORR-IDX) TO CX-CATEGORY.
052600     MOVE WS-CORR-LOGGED-CATEGORY(CORR-IDX) TO CX-NEW-CATEGORY.
052700     MOVE WS-CORR-OLD-RESULT(CORR-IDX) TO CX-OLD-RESULT.
052800     MOVE WS-CORR-NEW-RESULT(CORR-IDX) TO CX-NEW-RESULT.
052900     MOVE WS-CORR-CASE-NO(CORR-IDX) TO CX-CASE-NO.
053000     MOVE WS-CORR-CLUB(CORR-IDX) TO CX-CLUB-CODE.
053100     WRITE CORRECTION-LOG-RECORD.
053200     ADD 1 TO WS-CORRECTIONS-LOGGED.
053300     IF CX-CASE-NO = ZERO
053400         ADD 1 TO WS-CORRECTIONS-NO-CASE
053500     END-IF.
053600 9200-EXIT.
053700     EXIT.
