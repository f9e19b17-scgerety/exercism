000100***************************************************************
000200*    CASEREC - SCORE DISPUTE CASE RECORD LAYOUT.
000300*
000400*    ONE RECORD PER DISPUTE ON THE CASE REGISTER, KEPT IN CASE
000500*    NUMBER ORDER BY YCHTCASE AND READ BY THE WEEKLY AGING
000600*    REPORT (YCHTCAGE). A CASE NAMES THE ENTRY IN QUESTION THE
000700*    SAME WAY A CORRECTION DOES - PLAYER, NIGHT, GAME NUMBER
000800*    AND CATEGORY - AND, ONCE YCHTCORR HAS RESCORED THE ENTRY,
000900*    CARRIES THE CORRECTION LOG ENTRY (CRLGREC) THAT SETTLED IT.
001000*
001100*    MODIFICATION HISTORY.
001200*    DATE       INIT DESCRIPTION
001300*    2026-10-15 LOP  ORIGINAL COPYBOOK.
001400***************************************************************
001500     05  CS-CASE-NO                  PIC 9(06).
001600*    OPEN UNTIL THE COMMITTEE RULES, RULED UNTIL THE SECRETARY
001700*    CLOSES IT. ONLY A CLOSED CASE DROPS OFF THE AGING REPORT.
001800     05  CS-STATUS                   PIC X(01).
001900         88  CS-CASE-OPEN                    VALUE 'O'.
002000         88  CS-CASE-RULED                   VALUE 'R'.
002100         88  CS-CASE-CLOSED                  VALUE 'C'.
002200     05  CS-PLAYER-ID                PIC X(10).
002300     05  CS-CLUB-CODE                PIC X(03).
002400     05  CS-NIGHT-DATE               PIC 9(08).
002500     05  CS-GAME-NO                  PIC 9(02).
002600     05  CS-CATEGORY                 PIC X(15).
002700     05  CS-OPENED-DATE              PIC 9(08).
002800     05  CS-COMPLAINT                PIC X(40).
002900*    THE LATEST NOTE ADDED BY AN UPDATE, AND WHEN.
003000     05  CS-UPDATED-DATE             PIC 9(08).
003100     05  CS-NOTE                     PIC X(40).
003200*    'U' UPHELD - THE ENTRY IS TO BE CORRECTED, SO THE CASE
003300*    CANNOT CLOSE UNTIL A CORRECTION IS LINKED; 'D' DISMISSED
003400*    OR 'W' WITHDRAWN CLOSE WITHOUT ONE.
003500     05  CS-RULING                   PIC X(01).
003600         88  CS-RULING-UPHELD                VALUE 'U'.
003700         88  CS-RULING-DISMISSED             VALUE 'D'.
003800         88  CS-RULING-WITHDRAWN             VALUE 'W'.
003900     05  CS-RULING-DATE              PIC 9(08).
004000     05  CS-RULING-TEXT              PIC X(40).
004100     05  CS-CLOSED-DATE              PIC 9(08).
004200*    THE CORRECTION THAT RESOLVED THE CASE, IDENTIFIED BY THE
004300*    DATE AND TIME YCHTCORR LOGGED IT. ZERO MEANS NONE LINKED.
004400     05  CS-CORR-APPLIED-DATE        PIC 9(08).
004500     05  CS-CORR-APPLIED-TIME        PIC 9(08).
004600     05  CS-CORR-NEW-CATEGORY        PIC X(15).
004700     05  CS-CORR-OLD-RESULT          PIC 9(03).
004800     05  CS-CORR-NEW-RESULT          PIC 9(03).
