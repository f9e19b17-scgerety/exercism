000100***************************************************************
000200*    ERASREC - MEMBER ERASURE LOG RECORD.
000300*
000400*    ONE RECORD PER DEPARTED MEMBER WHOSE PERSONAL DATA HAS
000500*    BEEN ERASED, APPENDED BY THE ERASURE RUN (YCHTERAS) AND
000600*    NEVER REWRITTEN OR PURGED. IT RECORDS WHAT WAS ERASED AND
000700*    WHEN - NEVER THE ERASED VALUES THEMSELVES - AND THE
000800*    CERTIFICATE NUMBER, WHICH IS ALSO THE NUMBER IN THE
000900*    ANONYMOUS LABEL THE ROSTER NOW CARRIES IN PLACE OF THE
001000*    NAME.
001100*
001200*    MODIFICATION HISTORY.
001300*    DATE       INIT DESCRIPTION
001400*    2026-10-15 LOP  ORIGINAL COPYBOOK.
001433*    2026-10-15 LOP  EL-CONTACTS-REMOVED ADDED (RECORD NOW 85
001466*                    BYTES).
001500***************************************************************
001600     05  EL-CERTIFICATE-NO           PIC 9(05).
001700     05  EL-MEMBER-ID                PIC X(10).
001800     05  EL-CLUB-CODE                PIC X(03).
001900     05  EL-ERASED-DATE              PIC 9(08).
002000*    HHMMSS.
002100     05  EL-ERASED-TIME              PIC 9(06).
002200*    THE LABEL NOW ON THE ROSTER, E.G. 'ERASED MEMBER 00012'.
002300     05  EL-ANON-LABEL               PIC X(30).
002400*    'Y' WHEN THE FIELD HELD DATA AND WAS ERASED, 'N' WHEN IT
002500*    WAS ALREADY BLANK.
002600     05  EL-NAME-ERASED              PIC X(01).
002700     05  EL-REG-NO-ERASED            PIC X(01).
002800*    AWARDS ENTRIES RENAMED, BANK PAYER NAMES REMOVED AND
002860*    MEMBER CONTACT RECORDS REMOVED.
002920     05  EL-AWARDS-RENAMED           PIC 9(03).
002980     05  EL-PAYERS-REMOVED           PIC 9(03).
003040     05  EL-CONTACTS-REMOVED         PIC 9(03).
003100*    ENTRIES KEPT UNDER THE MEMBER ID, WHICH HOLD NO NAME AND
003200*    SO NOW RESOLVE TO THE LABEL: ACCOUNT MASTER, MILESTONE
003300*    MASTER, TEAM PLACES AND RECORD-BOOK RECORDS HELD.
003400     05  EL-ACCOUNTS-KEPT            PIC 9(03).
003500     05  EL-MILESTONES-KEPT          PIC 9(03).
003600     05  EL-TEAM-PLACES-KEPT         PIC 9(03).
003700     05  EL-RECORDS-KEPT             PIC 9(03).
