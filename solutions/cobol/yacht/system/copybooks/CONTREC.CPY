000100***************************************************************
000200*    CONTREC - MEMBER CONTACT RECORD LAYOUT.
000300*
000400*    ONE RECORD PER MEMBER WHO CAN BE REACHED BY E-MAIL OR BY
000500*    TEXT MESSAGE, KEYED BY THE MEMBERSHIP SECRETARY: THE
000600*    ADDRESSES, WHICH OF THE TWO THE MEMBER PREFERS, AND AN
000700*    OPT-OUT PER NOTIFICATION TYPE. READ BY THE NIGHTLY
000800*    NOTIFICATION EXTRACT (YCHTNOTE); A MEMBER WITH NO RECORD
000900*    IS SENT NOTHING. IT HOLDS PERSONAL DATA, SO THE ERASURE
001000*    RUN (YCHTERAS) DROPS AN ERASED MEMBER'S RECORD.
001100*
001200*    MODIFICATION HISTORY.
001300*    DATE       INIT DESCRIPTION
001400*    2026-10-15 LOP  ORIGINAL COPYBOOK.
001500***************************************************************
001600     05  CT-MEMBER-ID                PIC X(10).
001700     05  CT-EMAIL-ADDRESS            PIC X(50).
001800     05  CT-MOBILE-NO                PIC X(15).
001900*    'E' E-MAIL, 'T' TEXT. WHEN THE PREFERRED ADDRESS IS BLANK
002000*    THE OTHER ONE IS USED.
002100     05  CT-PREFERRED-CHANNEL        PIC X(01).
002200         88  CT-PREFERS-EMAIL                VALUE 'E'.
002300         88  CT-PREFERS-TEXT                 VALUE 'T'.
002400*    'Y' OPTS THE MEMBER OUT OF THAT TYPE OF MESSAGE, IN THE
002500*    ORDER OF THE NOTIFICATION TYPES: ARREARS, SCORE
002600*    CORRECTED, MILESTONE CERTIFICATE, FIXTURE, REJECTED LINE.
002700     05  CT-OPT-OUTS.
002800         10  CT-OPT-OUT-ARREARS      PIC X(01).
002900         10  CT-OPT-OUT-CORRECTION   PIC X(01).
003000         10  CT-OPT-OUT-MILESTONE    PIC X(01).
003100         10  CT-OPT-OUT-FIXTURE      PIC X(01).
003200         10  CT-OPT-OUT-REJECT       PIC X(01).
003300     05  CT-OPT-OUT-TABLE REDEFINES CT-OPT-OUTS.
003400         10  CT-OPT-OUT              PIC X(01) OCCURS 5 TIMES.
