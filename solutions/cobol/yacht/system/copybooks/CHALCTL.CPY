000100***************************************************************
000200*    CHALCTL - INTER-CLUB CHALLENGE TERMS CONTROL RECORD.
000300*
000400*    ONE RECORD PER CHALLENGE MATCH, KEYED BY THE COMMITTEE
000500*    ONCE THE TWO CLUBS HAVE AGREED THE TERMS: THE CHALLENGE
000600*    NIGHT (A CALENDAR NIGHT OF TYPE 'C'), THE SISTER CLUB,
000700*    HOW MANY CARDS EACH CLUB COUNTS, AND WHETHER THE MATCH IS
000800*    PLAYED OFF HANDICAP. READ BY YCHTCHAL, WHICH SETTLES THE
000900*    MATCH ON THE TERMS FOR ITS NIGHT.
001000*
001100*    MODIFICATION HISTORY.
001200*    DATE       INIT DESCRIPTION
001300*    2026-10-15 LOP  ORIGINAL COPYBOOK.
001400***************************************************************
001500     05  CH-CHALLENGE-DATE           PIC 9(08).
001600*    THE VISITING SIDE, E.G. 'HBS'. BLANK READS AS HARBOURSIDE.
001700     05  CH-SISTER-CLUB              PIC X(03).
001800*    EACH CLUB'S BEST N CARDS ARE SUMMED, ONE CARD A PLAYER.
001900     05  CH-COUNTING-CARDS           PIC 9(02).
002000*    'Y' ADDS EACH PLAYER'S HANDICAP (HCAPREC) TO THE CARD;
002100*    'N' OR SPACE PLAYS THE MATCH OFF SCRATCH.
002200     05  CH-HANDICAP-SWITCH          PIC X(01).
002300         88  CH-HANDICAPS-APPLY              VALUE 'Y'.
002400         88  CH-PLAYED-OFF-SCRATCH           VALUES 'N', ' '.
