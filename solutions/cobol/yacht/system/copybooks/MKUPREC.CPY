000100***************************************************************
000200*    MKUPREC - MAKE-UP CARD REGISTER RECORD LAYOUT.
000300*
000400*    ONE RECORD PER MAKE-UP SLIP CHECKED BY YCHTMKUP: THE CARD
000500*    PLAYED (MEMBER, NIGHT AND GAME NUMBER) AND THE SCHEDULED
000600*    NIGHT IT REPLACES, WITH THAT NIGHT'S WEEK NUMBER FROM THE
000700*    CLUB CALENDAR. AN ACCEPTED ENTRY IS HOW YCHTHIST AND
000800*    YCHTEXT CREDIT THE CARD TO THE MISSED WEEK INSTEAD OF THE
000900*    NIGHT IT WAS PLAYED; A REFUSED ENTRY IS KEPT SO THE
001000*    REGISTER SHOWS EVERY SLIP HANDED IN.
001100*
001200*    MODIFICATION HISTORY.
001300*    DATE       INIT DESCRIPTION
001400*    2026-10-15 LOP  ORIGINAL COPYBOOK.
001500***************************************************************
001600     05  MU-PLAYER-ID                PIC X(10).
001700     05  MU-CLUB-CODE                PIC X(03).
001800*    THE NIGHT THE MAKE-UP CARD WAS ACTUALLY PLAYED.
001900     05  MU-MAKEUP-DATE              PIC 9(08).
002000     05  MU-GAME-NO                  PIC 9(02).
002100*    THE SCHEDULED NIGHT THE CARD STANDS IN FOR, AND ITS WEEK.
002200     05  MU-MISSED-DATE              PIC 9(08).
002300     05  MU-MISSED-WEEK              PIC 9(02).
002400     05  MU-STATUS                   PIC X(01).
002500         88  MU-ACCEPTED                     VALUE 'A'.
002600         88  MU-REFUSED                      VALUE 'R'.
002700*    WHY A SLIP WAS REFUSED - 'N' NO SUCH CARD PLAYED THAT
002800*    NIGHT, 'S' NOT A SCHEDULED NIGHT OF THE SEASON BEFORE THE
002900*    MAKE-UP, 'C' MEMBER ALREADY HAS A CARD FOR THAT NIGHT,
003000*    'G' A MAKE-UP ALREADY GRANTED FOR THAT NIGHT, 'D' A
003100*    SECOND SLIP FOR THE SAME CARD. SPACE WHEN ACCEPTED.
003200     05  MU-REASON-CODE              PIC X(01).
