002202*                    NIGHT CONTROLLER (YCHTNITE) CAN RUN THE
002203*                    CHAIN AS CALLED STEPS; RUN STANDALONE, THE
002204*                    BEHAVIOR IS UNCHANGED.
002236*    2026-10-15 LOP  READS THE ROSTER MASTER AS AN INDEXED
002268*                    FILE (KEY ROSTKEY), IN MEMBER ID ORDER.
002300***************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS WS-HISTORY-STATUS.
003600     SELECT ROSTER-FILE ASSIGN TO "ROSTER"
003660         ORGANIZATION IS INDEXED
003720         ACCESS IS SEQUENTIAL
003780         RECORD KEY IS RK-ROSTER-KEY
003840         FILE STATUS IS WS-ROSTER-STATUS.
003900     SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-RUN-CONTROL-STATUS.
007600     RECORDING MODE IS F.
007700 01  HISTORY-RECORD.
007800     COPY HISTREC.
007900 FD  ROSTER-FILE.
008000 01  ROSTER-RECORD.
008100     COPY ROSTKEY.
008200     COPY ROSTMBR.
008300 FD  RUN-CONTROL-FILE
008400     RECORDING MODE IS F.
