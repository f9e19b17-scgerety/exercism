000100***************************************************************
000200*    CRLGREC - CORRECTION LOG RECORD LAYOUT.
000300*
000400*    ONE RECORD PER ENTRY YCHTCORR ACTUALLY RESCORED, APPENDED
000500*    TO THE CORRECTION LOG AT END OF A RUN WHOSE NEW RESULTS
000600*    FILE AGREED WITH THE RUN CONTROL. THE DISPUTE REGISTER
000700*    (YCHTCASE) LINKS CASES TO THESE RECORDS, AND THE AGING
000800*    REPORT (YCHTCAGE) FLAGS ANY THAT NO CASE STANDS BEHIND.
000900*
001000*    MODIFICATION HISTORY.
001100*    DATE       INIT DESCRIPTION
001200*    2026-10-15 LOP  ORIGINAL COPYBOOK.
001300***************************************************************
001400     05  CX-APPLIED-DATE             PIC 9(08).
001500     05  CX-APPLIED-TIME             PIC 9(08).
001600     05  CX-NIGHT-DATE               PIC 9(08).
001700     05  CX-PLAYER-ID                PIC X(10).
001800     05  CX-GAME-NO                  PIC 9(02).
001900*    THE CATEGORY AS IT WAS KEYED ON FILE, AND AS RESCORED.
002000     05  CX-CATEGORY                 PIC X(15).
002100     05  CX-NEW-CATEGORY             PIC X(15).
002200     05  CX-OLD-RESULT               PIC 9(03).
002300     05  CX-NEW-RESULT               PIC 9(03).
002400*    THE DISPUTE CASE THE SCOREKEEPER KEYED ON THE CORRECTION
002500*    TRANSACTION; ZERO WHEN NONE WAS GIVEN.
002600     05  CX-CASE-NO                  PIC 9(06).
002700     05  CX-CLUB-CODE                PIC X(03).
