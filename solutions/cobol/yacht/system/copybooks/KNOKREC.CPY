000100***************************************************************
000200*    KNOKREC - KNOCKOUT BRACKET MATCH RECORD LAYOUT.
000300*
000400*    ONE RECORD PER MATCH IN A TOURNAMENT-NIGHT KNOCKOUT, KEPT
000500*    ON THE BRACKET MASTER BY YCHTKNOK. THE FIRST ROUND IS
000600*    WRITTEN WHEN THE DRAW IS MADE; EACH LATER ROUND'S MATCHES
000700*    ARE ADDED AS THE ROUND BEFORE IT IS SETTLED, SO THE FILE
000800*    IS ALWAYS THE BRACKET AS IT STANDS. THE SAME LAYOUT IS
000900*    CARRIED ON EVERY ENTRY OF THE KNOCKOUT AUDIT LOG.
001000*
001100*    MODIFICATION HISTORY.
001200*    DATE       INIT DESCRIPTION
001300*    2026-10-15 LOP  ORIGINAL COPYBOOK.
001400***************************************************************
001500     05  KO-TOURN-DATE               PIC 9(08).
001600*    DRAW SIZE - ENTRANTS ROUNDED UP TO A POWER OF TWO, THE
001700*    DIFFERENCE MADE UP WITH FIRST-ROUND BYES.
001800     05  KO-BRACKET-SIZE             PIC 9(02).
001900*    ROUND N IS PLAYED AS GAME N OF THE TOURNAMENT NIGHT.
002000     05  KO-ROUND-NO                 PIC 9(02).
002100     05  KO-MATCH-NO                 PIC 9(02).
002200     05  KO-HOME-SEED                PIC 9(02).
002300     05  KO-HOME-ID                  PIC X(10).
002400     05  KO-AWAY-SEED                PIC 9(02).
002500*    SPACES ON A FIRST-ROUND BYE.
002600     05  KO-AWAY-ID                  PIC X(10).
002700*    GRAND TOTALS, UPPER-SECTION BONUS INCLUDED. ZERO FOR A
002800*    SIDE WITH NO CARD.
002900     05  KO-HOME-TOTAL               PIC 9(05).
003000     05  KO-AWAY-TOTAL               PIC 9(05).
003100     05  KO-WINNER-ID                PIC X(10).
003200*    HOW THE MATCH WAS DECIDED. SPACE UNTIL IT IS SETTLED.
003300     05  KO-DECIDED-BY               PIC X(01).
003400         88  KO-NOT-YET-PLAYED               VALUE ' '.
003500         88  KO-BY-BYE                       VALUE 'B'.
003600         88  KO-BY-GRAND-TOTAL               VALUE 'G'.
003700         88  KO-BY-UPPER-SUBTOTAL            VALUE 'U'.
003800         88  KO-BY-YACHT-COUNT               VALUE 'Y'.
003900         88  KO-BY-SEEDING                   VALUE 'S'.
004000         88  KO-BY-WALKOVER                  VALUE 'W'.
004100         88  KO-BY-VOID                      VALUE 'V'.
004200     05  KO-SETTLED-DATE             PIC 9(08).
