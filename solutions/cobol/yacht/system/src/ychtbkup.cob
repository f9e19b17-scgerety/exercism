002320*                    AGAINST THE CATALOG BEFORE THE MASTER IS
002330*                    OPENED FOR OUTPUT, AND SKIPS THE FILE
002340*                    WITH RC 8 WHEN IT DOES NOT PROVE.
002350*    2026-10-15 LOP  BACKUP COPY RENAMES THE NEW LAPSED
002360*                    CONDITION WITH THE REST.
002368*    2026-10-15 LOP  THE ROSTER MASTER IS NOW INDEXED: ITS
002376*                    GENERATION CARRIES THE KEY AHEAD OF THE
002384*                    MEMBER FIELDS AND A RESTORE REBUILDS THE
002392*                    INDEX, AS FOR THE KEYED RESULTS.
002400***************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003160         ORGANIZATION IS INDEXED
003220         ACCESS IS SEQUENTIAL
003280         RECORD KEY IS RK-ROSTER-KEY
003340         FILE STATUS IS WS-ROSTER-STATUS.
003400     SELECT ROSTER-BACKUP-FILE ASSIGN TO "ROSTBKP"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-ROSTER-BACKUP-STATUS.
006200         FILE STATUS IS WS-PRINT-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  ROSTER-FILE.
006557 01  ROSTER-RECORD.
006614     COPY ROSTKEY.
006671     COPY ROSTMBR.
006728 FD  ROSTER-BACKUP-FILE
006785     RECORDING MODE IS F.
006842*    A FLAT SEQUENTIAL IMAGE OF THE KEYED ROSTER, KEY FIRST, IN
006899*    KEY ORDER, THE SAME WAY THE KEYED RESULTS ARE BACKED UP.
006956 01  ROSTER-BACKUP-RECORD.
007013     COPY ROSTKEY
007070         REPLACING ==RK-ROSTER-KEY== BY ==BR-ROSTER-KEY==
007127             ==RK-MEMBER-ID== BY ==BR-MEMBER-ID==
007184             ==RK-CLUB-CODE== BY ==BR-CLUB-CODE==.
007241     COPY ROSTMBR
007300         REPLACING ==MB-MEMBER-ID== BY ==BM-MEMBER-ID==
007400             ==MB-MEMBER-NAME== BY ==BM-MEMBER-NAME==
007500             ==MB-JOIN-DATE== BY ==BM-JOIN-DATE==
007700             ==MB-ACTIVE-FLAG== BY ==BM-ACTIVE-FLAG==
007800             ==MB-MEMBER-ACTIVE== BY ==BM-MEMBER-ACTIVE==
007900             ==MB-MEMBER-RETIRED== BY ==BM-MEMBER-RETIRED==
007910             ==MB-MEMBER-LAPSED== BY ==BM-MEMBER-LAPSED==
008000             ==MB-GUEST-FLAG== BY ==BM-GUEST-FLAG==
008100             ==MB-MEMBER-GUEST== BY ==BM-MEMBER-GUEST==
008200             ==MB-FULL-MEMBER== BY ==BM-FULL-MEMBER==
059286     OPEN INPUT ROSTER-BACKUP-FILE.
059300     PERFORM 5110-COUNT-OLD-ROSTER THRU 5110-EXIT.
059400     MOVE 'N' TO WS-FILE-EOF-SWITCH.
059450*    THE BACKUP IMAGE IS IN KEY ORDER, SO AN OUTPUT OPEN AND
059500*    STRAIGHT WRITES REBUILD THE INDEX CLEANLY.
059550     OPEN OUTPUT ROSTER-FILE.
059600     PERFORM 5120-PUT-ONE-MEMBER THRU 5120-EXIT
059700         UNTIL NO-MORE-RECORDS.
059800     CLOSE ROSTER-FILE.
