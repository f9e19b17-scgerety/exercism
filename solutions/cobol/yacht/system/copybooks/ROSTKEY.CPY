000100***************************************************************
000200*    ROSTKEY - CLUB ROSTER MASTER RECORD KEY.
000300*
000400*    THE ROSTER MASTER IS AN INDEXED FILE KEYED ON MEMBER ID
000500*    PLUS CLUB CODE. THE KEY IS CARRIED IN FRONT OF THE MEMBER
000600*    FIELDS, SO THE ROSTER RECORD IS THIS COPYBOOK FOLLOWED BY
000700*    ROSTMBR:
000800*        01  ROSTER-RECORD.
000900*            COPY ROSTKEY.
001000*            COPY ROSTMBR.
001100*    RK-MEMBER-ID IS ALWAYS MB-MEMBER-ID. RK-CLUB-CODE IS
001200*    MB-CLUB-CODE, OR THE HOME CLUB 'TNY' WHEN MB-CLUB-CODE IS
001300*    BLANK, SO A READ BY ID AND CARD CLUB FINDS A MEMBER KEYED
001400*    BEFORE THE CLUB CODE EXISTED. A PROGRAM THAT KNOWS ONLY
001500*    THE MEMBER ID STARTS AT THE ID WITH LOW-VALUES IN THE CLUB
001600*    AND READS THE NEXT RECORD. ONLY YCHTROST ADDS MEMBERS OR
001700*    CHANGES A KEY; YCHTRIDX BUILT THE FILE FROM THE OLD
001800*    SEQUENTIAL MASTER.
001900*
002000*    MODIFICATION HISTORY.
002100*    DATE       INIT DESCRIPTION
002200*    2026-10-15 LOP  ORIGINAL COPYBOOK.
002300***************************************************************
002400     05  RK-ROSTER-KEY.
002500         10  RK-MEMBER-ID            PIC X(10).
002600         10  RK-CLUB-CODE            PIC X(03).
