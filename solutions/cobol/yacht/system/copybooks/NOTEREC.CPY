000100***************************************************************
000200*    NOTEREC - NOTIFICATIONS-SENT RECORD LAYOUT.
000300*
000400*    THE MESSAGES THE LAST NOTIFICATION EXTRACT (YCHTNOTE)
000500*    SENT: A HEADER CARRYING THAT RUN'S DATE, THEN ONE RECORD
000600*    PER MESSAGE. THE NEXT RUN READS IT BACK SO THE SAME
000700*    MESSAGE IS NOT SENT TWO NIGHTS RUNNING, AND SO EVENTS
000800*    (CORRECTIONS, MILESTONES) ARE PICKED UP FROM THE DAY
000900*    AFTER THE RUN DATE ON THE HEADER.
001000*
001100*    MODIFICATION HISTORY.
001200*    DATE       INIT DESCRIPTION
001300*    2026-10-15 LOP  ORIGINAL COPYBOOK.
001400***************************************************************
001500*    'H' HEADER, 'D' MESSAGE SENT.
001600     05  NT-RECORD-TYPE              PIC X(01).
001700         88  NT-HEADER                       VALUE 'H'.
001800         88  NT-MESSAGE-SENT                 VALUE 'D'.
001900     05  NT-RUN-DATE                 PIC 9(08).
002000     05  NT-MEMBER-ID                PIC X(10).
002100*    'AR' ARREARS, 'SC' SCORE CORRECTED, 'MC' MILESTONE
002200*    CERTIFICATE, 'FX' FIXTURE, 'RJ' REJECTED LINE.
002300     05  NT-MESSAGE-TYPE             PIC X(02).
002400*    WHAT THE MESSAGE IS ABOUT, SO TWO MESSAGES OF ONE TYPE TO
002500*    ONE MEMBER ARE TOLD APART: BLANK FOR ARREARS, THE NIGHT,
002600*    GAME AND CATEGORY FOR A CORRECTION OR A REJECTED LINE,
002700*    THE MILESTONE CODE, THE FIXTURE NIGHT AND BOARD.
002800     05  NT-MESSAGE-REF              PIC X(25).
