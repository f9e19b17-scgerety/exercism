001240*                    MEMBER'S ID.
001250*    2026-09-02 LOP  ADDED MB-CLUB-CODE - ONE ROSTER MASTER
001260*                    NOW CARRIES BOTH CLUBS' MEMBERS.
001270*    2026-10-15 LOP  ADDED ACTIVE FLAG 'L' FOR A MEMBER LAPSED
001280*                    FOR UNPAID DUES BY THE RENEWAL RUN.
001284*    2026-10-15 LOP  THE ROSTER MASTER IS NOW AN INDEXED FILE;
001288*                    ITS KEY (ROSTKEY) PRECEDES THESE FIELDS.
001300***************************************************************
001400     05  MB-MEMBER-ID                PIC X(10).
001500     05  MB-MEMBER-NAME              PIC X(30).
001700     05  MB-LEAGUE-REG-NO            PIC X(08).
001800*    'A' IS A MEMBER IN GOOD STANDING WHOSE SCORESHEET LINES
001900*    MAY BE SCORED; 'R' IS A RETIRED MEMBER KEPT ON FILE SO
002000*    OLD POSTED SCORES STILL RESOLVE TO A REAL NAME; 'L' IS A
002010*    MEMBER LAPSED FOR DUES UNPAID PAST THE GRACE PERIOD
002020*    (YCHTRNEW) - NOT SCORED, AND PUT BACK TO 'A' BY THE
002030*    RENEWAL RUN ONCE THE DUES ARE PAID.
002100     05  MB-ACTIVE-FLAG              PIC X(01).
002200         88  MB-MEMBER-ACTIVE                VALUE 'A'.
002300         88  MB-MEMBER-RETIRED               VALUE 'R'.
002310         88  MB-MEMBER-LAPSED                VALUE 'L'.
002400*    'G' IS A GUEST OR PROVISIONAL PLAYER - SCORED ON THE
002500*    NIGHT AND SHOWN ON THE BOARD, BUT LEFT OUT OF THE LEAGUE
002600*    UPLOAD AND THE PRIZE PLACES. A BLANK (OR 'F') IS AN
