001400*    2026-09-02 LOP  ORIGINAL COPYBOOK.
001410*    2026-09-02 LOP  ADDED CL-SEASON-ID, STAMPED THROUGH TO
001420*                    THE SEASON HISTORY FOR THE CLOSEOUT.
001446*    2026-10-15 LOP  ADDED NIGHT TYPE 'C', THE INTER-CLUB
001472*                    CHALLENGE NIGHTS SETTLED BY YCHTCHAL.
001500***************************************************************
001600     05  CL-NIGHT-DATE               PIC 9(08).
001700*    "WEEK 7 OF 20" NUMBERING FOR THE STANDINGS REPORT.
001800     05  CL-WEEK-NO                  PIC 9(02).
001900*    'R' REGULAR CLUB NIGHT, 'T' TOURNAMENT, 'M' MAKEUP,
001950*    'C' INTER-CLUB CHALLENGE AGAINST A SISTER CLUB.
002000     05  CL-NIGHT-TYPE               PIC X(01).
002100         88  CL-REGULAR-NIGHT                VALUE 'R'.
002200         88  CL-TOURNAMENT-NIGHT             VALUE 'T'.
002300         88  CL-MAKEUP-NIGHT                 VALUE 'M'.
002350         88  CL-CHALLENGE-NIGHT              VALUE 'C'.
002400*    WHICH SEASON THE NIGHT BELONGS TO, E.G. '2026-2'.
002500     05  CL-SEASON-ID                PIC X(06).
