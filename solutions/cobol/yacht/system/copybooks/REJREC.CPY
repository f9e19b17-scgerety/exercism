001400*                    VARIANT IT WAS KEYED WITH.
001410*    2026-09-02 LOP  ADDED RJ-CLUB-CODE FOR THE TWO-CLUB
001420*                    RUNNING OF THE SYSTEM.
001430*    2026-10-15 LOP  ADDED REASON 'L' - MEMBER LAPSED FOR
001440*                    UNPAID DUES.
001500***************************************************************
001600     05  RJ-PLAYER-ID                PIC X(10).
001700     05  RJ-GAME-NO                  PIC 9(02).
002100*    WHAT TO FIX: 'N' BAD DICE, 'C' BAD CATEGORY, 'D'
002200*    CATEGORY ALREADY SCORED TONIGHT (ALL FROM YACHT'S EDIT
002300*    STATUS), 'P' PLAYER NOT ON THE CLUB ROSTER, 'F' MEMBER
002310*    HELD IN ARREARS UNDER THE ACCOUNTS CONTROL, 'L' MEMBER
002320*    LAPSED FOR UNPAID DUES.
002400     05  RJ-REASON-CODE              PIC X(01).
002500     05  RJ-VARIANT                  PIC X(01).
002600*    WHICH CLUB'S NIGHT THE LINE WAS KEYED FOR, SO A REPAIR
