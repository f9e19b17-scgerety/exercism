003632*                    NIGHT CONTROLLER (YCHTNITE) CAN RUN THE
003633*                    CHAIN AS CALLED STEPS; RUN STANDALONE, THE
003634*                    BEHAVIOR IS UNCHANGED.
003635*    2026-10-15 LOP  A MAKE-UP CARD ACCEPTED BY YCHTMKUP (ON THE
003636*                    MAKE-UP REGISTER, MKUPREG) GOES UP UNDER THE
003637*                    DATE OF THE MISSED NIGHT IT REPLACES, SO THE
003638*                    LEAGUE CREDITS IT TO THE ORIGINAL WEEK.
003653*    2026-10-15 LOP  MEMBER NAMES AND GUEST FLAGS ARE READ BY
003668*                    KEY FROM THE INDEXED ROSTER MASTER INSTEAD
003683*                    OF A 500-ENTRY TABLE.
003700***************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS WS-LEAGUE-STATUS.
005000     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
005060         ORGANIZATION IS INDEXED
005120         ACCESS IS DYNAMIC
005180         RECORD KEY IS RK-ROSTER-KEY
005240         FILE STATUS IS WS-ROSTER-STATUS.
005300     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-RUN-CONTROL-STATUS.
005600     SELECT HANDICAP-MASTER-FILE ASSIGN TO "HCAPMST"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-HANDICAP-MASTER-STATUS.
005810     SELECT MAKEUP-REGISTER-FILE ASSIGN TO "MKUPREG"
005820         ORGANIZATION IS LINE SEQUENTIAL
005830         FILE STATUS IS WS-MAKEUP-REGISTER-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  RESULTS-FILE
009400     05  LG-TOTAL                PIC 9(05).
009500     05  LG-HANDICAP             PIC 9(03).
009600     05  LG-ADJUSTED-TOTAL       PIC 9(05).
009700 FD  ROSTER-FILE.
009800 01  ROSTER-RECORD.
009900     COPY ROSTKEY.
010000     COPY ROSTMBR.
010100 FD  RUN-CONTROL-FILE
010200     RECORDING MODE IS F.
010600     RECORDING MODE IS F.
010700 01  HANDICAP-MASTER-RECORD.
010800     COPY HCAPREC.
010810 FD  MAKEUP-REGISTER-FILE
010820     RECORDING MODE IS F.
010830 01  MAKEUP-REGISTER-RECORD.
010840     COPY MKUPREC.
010900 WORKING-STORAGE SECTION.
011000 01  WS-RESULTS-STATUS           PIC X(02) VALUE '00'.
011100     88  RESULTS-OK                          VALUE '00'.
011400     88  LEAGUE-OK                           VALUE '00'.
011500 01  WS-ROSTER-STATUS            PIC X(02) VALUE '00'.
011600     88  ROSTER-OK                           VALUE '00'.
011700 01  WS-ROSTER-OPEN-SWITCH       PIC X(01) VALUE 'N'.
011800     88  ROSTER-OPEN                         VALUE 'Y'.
011900 01  WS-RUN-CONTROL-STATUS       PIC X(02) VALUE '00'.
012000     88  RUN-CONTROL-OK                      VALUE '00'.
012100 01  WS-CONTROL-DATE             PIC 9(08) VALUE 0.
013900 01  WS-CARD-HANDICAP            PIC 9(03) VALUE 0.
014000 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
014100     88  NO-MORE-RESULTS                     VALUE 'Y'.
014110 01  WS-MAKEUP-REGISTER-STATUS   PIC X(02) VALUE '00'.
014120     88  MAKEUP-REGISTER-OK                  VALUE '00'.
014130 01  WS-REGISTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
014140     88  NO-MORE-REGISTER                    VALUE 'Y'.
014150*
014160*    TONIGHT'S ACCEPTED MAKE-UP CARDS FROM THE REGISTER, WITH
014170*    THE DATE OF THE NIGHT EACH ONE REPLACES. A MISSING
014180*    REGISTER IS A NIGHT WITH NO MAKE-UPS.
014190 01  WS-MAKEUP-TABLE.
014191     05  WS-MAKEUP-ENTRY         OCCURS 200 TIMES
014192         INDEXED BY MKUP-IDX.
014193         10  WS-MKUP-ID          PIC X(10).
014194         10  WS-MKUP-GAME-NO     PIC 9(02).
014195         10  WS-MKUP-MISSED-DATE PIC 9(08).
014196 01  WS-MAKEUP-COUNT             PIC 9(03) COMP VALUE 0.
014197 01  WS-MAKEUPS-CREDITED         PIC 9(03) COMP VALUE 0.
014200*
014300*    A GUEST'S CARD IS LEFT OUT OF THE LEAGUE UPLOAD.
015110 01  WS-CARD-GUEST-SWITCH        PIC X(01) VALUE 'N'.
015120     88  CARD-IS-GUEST                       VALUE 'Y'.
015130 01  WS-GUESTS-SKIPPED           PIC 9(03) COMP VALUE 0.
017700*----------------------------------------------------------*
017800 1000-INITIALIZE.
017900     PERFORM 1100-VERIFY-RUN-CONTROL THRU 1100-EXIT.
018000     PERFORM 1500-OPEN-ROSTER THRU 1500-EXIT.
018100     PERFORM 1600-LOAD-HANDICAPS THRU 1600-EXIT.
018110     PERFORM 1700-LOAD-MAKEUPS THRU 1700-EXIT.
018200     OPEN INPUT RESULTS-FILE.
018300     IF NOT RESULTS-OK
018400         DISPLAY "YCHTEXT: UNABLE TO OPEN RESULTS, STATUS "
022600 1100-EXIT.
022700     EXIT.
022800*----------------------------------------------------------*
022900* 1500-OPEN-ROSTER - OPEN THE INDEXED ROSTER MASTER FOR NAME
023000* LOOKUPS. A MISSING ROSTER ONLY COSTS THE NAMES - THE EXTRACT
023100* STILL WRITES WITH IDS, AS IT DID BEFORE THE ROSTER EXISTED.
023200*----------------------------------------------------------*
023300 1500-OPEN-ROSTER.
023400     OPEN INPUT ROSTER-FILE.
023500     IF NOT ROSTER-OK
023600         DISPLAY "YCHTEXT: UNABLE TO OPEN ROSTER, STATUS "
023700             WS-ROSTER-STATUS ", NAMES NOT EXTRACTED"
023800         GO TO 1500-EXIT
023900     END-IF.
024000     MOVE 'Y' TO WS-ROSTER-OPEN-SWITCH.
024100 1500-EXIT.
024200     EXIT.
027100*----------------------------------------------------------*
027200* 1600-LOAD-HANDICAPS - LOAD THE HANDICAP MASTER ONCE PER
027300* RUN; A MISSING MASTER LEAVES EVERY HANDICAP AT ZERO.
030500     PERFORM 1610-READ-HANDICAP THRU 1610-EXIT.
030600 1620-EXIT.
030700     EXIT.
030710*----------------------------------------------------------*
030720* 1700-LOAD-MAKEUPS - TONIGHT'S ACCEPTED MAKE-UP CARDS FROM
030730* THE REGISTER YCHTMKUP KEEPS.
030740*----------------------------------------------------------*
030750 1700-LOAD-MAKEUPS.
030751     OPEN INPUT MAKEUP-REGISTER-FILE.
030752     IF NOT MAKEUP-REGISTER-OK
030753         GO TO 1700-EXIT
030754     END-IF.
030755     PERFORM 1710-LOAD-ONE-MAKEUP THRU 1710-EXIT
030756         UNTIL NO-MORE-REGISTER.
030757     CLOSE MAKEUP-REGISTER-FILE.
030758 1700-EXIT.
030759     EXIT.
030760 1710-LOAD-ONE-MAKEUP.
030761     READ MAKEUP-REGISTER-FILE
030762         AT END
030763             MOVE 'Y' TO WS-REGISTER-EOF-SWITCH
030764             GO TO 1710-EXIT
030765     END-READ.
030766     IF MU-MAKEUP-DATE NOT = WS-CONTROL-DATE
030767         OR NOT MU-ACCEPTED
030768         GO TO 1710-EXIT
030769     END-IF.
030770     IF WS-MAKEUP-COUNT >= 200
030771         DISPLAY "YCHTEXT: MAKE-UP TABLE FULL AT "
030772             MU-PLAYER-ID
030773         MOVE 16 TO RETURN-CODE
030774         GOBACK
030775     END-IF.
030776     ADD 1 TO WS-MAKEUP-COUNT.
030777     MOVE MU-PLAYER-ID TO WS-MKUP-ID(WS-MAKEUP-COUNT).
030778     MOVE MU-GAME-NO TO WS-MKUP-GAME-NO(WS-MAKEUP-COUNT).
030779     MOVE MU-MISSED-DATE
030780         TO WS-MKUP-MISSED-DATE(WS-MAKEUP-COUNT).
030781 1710-EXIT.
030782     EXIT.
030800*----------------------------------------------------------*
030900* 2000-PROCESS-RESULTS - FOLD ONE RESULT INTO THE PLAYER
031000* TABLE, THEN READ THE NEXT ONE.
039260     ELSE
039300         PERFORM 8300-FIND-HANDICAP THRU 8300-EXIT
039400         MOVE WS-PLYR-GAME-DATE(PLYR-IDX) TO LG-GAME-DATE
039410         PERFORM 8400-FIND-MAKEUP THRU 8400-EXIT
039500         MOVE WS-PLYR-GAME-NO(PLYR-IDX) TO LG-GAME-NO
039600         COMPUTE LG-TOTAL =
039700             WS-PLYR-TOTAL(PLYR-IDX) + WS-PLYR-BONUS(PLYR-IDX)
040200         WRITE LEAGUE-RECORD
040210     END-IF.
040300*----------------------------------------------------------*
040348* 8200-FIND-MEMBER-NAME - READ THE ROSTER RECORD OF THE PLAYER
040396* BEING EXTRACTED BY MEMBER ID (THE FIRST CLUB HOLDING IT). AN
040444* ID WITH NO ROSTER RECORD GOES UP WITH A BLANK NAME RATHER
040492* THAN STOPPING THE EXTRACT.
040540*----------------------------------------------------------*
040588 8200-FIND-MEMBER-NAME.
040636     MOVE SPACES TO LG-MEMBER-NAME.
040684     MOVE 'N' TO WS-CARD-GUEST-SWITCH.
040732     IF NOT ROSTER-OPEN
040780         GO TO 8200-EXIT
040828     END-IF.
040876     MOVE WS-PLYR-ID(PLYR-IDX) TO RK-MEMBER-ID.
040924     MOVE LOW-VALUES TO RK-CLUB-CODE.
040972     START ROSTER-FILE KEY >= RK-ROSTER-KEY
041020         INVALID KEY
041068             GO TO 8200-EXIT
041116     END-START.
041164     READ ROSTER-FILE NEXT RECORD
041212         AT END
041260             GO TO 8200-EXIT
041308     END-READ.
041356     IF RK-MEMBER-ID NOT = WS-PLYR-ID(PLYR-IDX)
041404         GO TO 8200-EXIT
041452     END-IF.
041500     MOVE MB-MEMBER-NAME TO LG-MEMBER-NAME.
041548     IF MB-MEMBER-GUEST
041596         MOVE 'Y' TO WS-CARD-GUEST-SWITCH
041644     END-IF.
041700 8200-EXIT.
041800     EXIT.
041900*----------------------------------------------------------*
043500     END-SEARCH.
043600 8300-EXIT.
043700     EXIT.
043710*----------------------------------------------------------*
043720* 8400-FIND-MAKEUP - A MAKE-UP CARD GOES UP UNDER THE DATE
043730* OF THE MISSED NIGHT IT REPLACES.
043740*----------------------------------------------------------*
043750 8400-FIND-MAKEUP.
043751     IF WS-MAKEUP-COUNT = 0
043752         GO TO 8400-EXIT
043753     END-IF.
043754     SET MKUP-IDX TO 1.
043755     SEARCH WS-MAKEUP-ENTRY
043756         WHEN MKUP-IDX > WS-MAKEUP-COUNT
043757             CONTINUE
043758         WHEN WS-MKUP-ID(MKUP-IDX) = WS-PLYR-ID(PLYR-IDX)
043759             AND WS-MKUP-GAME-NO(MKUP-IDX)
043760                 = WS-PLYR-GAME-NO(PLYR-IDX)
043761             MOVE WS-MKUP-MISSED-DATE(MKUP-IDX) TO LG-GAME-DATE
043762             ADD 1 TO WS-MAKEUPS-CREDITED
043763     END-SEARCH.
043764 8400-EXIT.
043765     EXIT.
043800*----------------------------------------------------------*
043900* 9000-TERMINATE - CLOSE FILES.
044000*----------------------------------------------------------*
044100 9000-TERMINATE.
044200     CLOSE RESULTS-FILE.
044300     CLOSE LEAGUE-FILE.
044302     IF ROSTER-OPEN
044304         CLOSE ROSTER-FILE
044306     END-IF.
044310     DISPLAY "YCHTEXT: GUEST CARDS SKIPPED = "
044320         WS-GUESTS-SKIPPED.
044330     DISPLAY "YCHTEXT: MAKE-UPS CREDITED = "
044340         WS-MAKEUPS-CREDITED.
044400 9000-EXIT.
044500     EXIT.
