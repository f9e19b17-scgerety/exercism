000100***************************************************************
000200*    RNEWREC - MEMBERSHIP RENEWAL (DUES) REGISTER RECORD.
000300*
000400*    ONE RECORD PER MEMBER, FOR THE LATEST RENEWAL YEAR THE
000500*    MEMBER WAS BILLED. WRITTEN BY THE ANNUAL RENEWAL RUN
000600*    (YCHTRNEW), WHICH BILLS THE DUES, WATCHES FOR THEM BEING
000700*    PAID, LAPSES THE MEMBER AFTER THE GRACE PERIOD AND
000800*    REINSTATES A LAPSED MEMBER WHO PAYS. YCHTACCT READS IT SO
000900*    DUES STILL INSIDE THEIR GRACE PERIOD DO NOT COUNT TOWARDS
001000*    THE TABLE-FEE ARREARS HOLD.
001100*
001200*    MODIFICATION HISTORY.
001300*    DATE       INIT DESCRIPTION
001400*    2026-10-15 LOP  ORIGINAL COPYBOOK.
001500***************************************************************
001600     05  RW-MEMBER-ID                PIC X(10).
001700     05  RW-CLUB-CODE                PIC X(03).
001800     05  RW-RENEWAL-YEAR             PIC 9(04).
001900*    THE RUN THAT BILLED THE DUES - ALSO THE POST DATE OF THE
002000*    'D' LINE ON THE ACCOUNT DETAIL LEDGER.
002100     05  RW-BILLED-DATE              PIC 9(08).
002200*    'F' FULL RATE; 'R' REDUCED RATE FOR A LATE JOINER.
002300     05  RW-RATE-CODE                PIC X(01).
002400         88  RW-FULL-RATE                    VALUE 'F'.
002500         88  RW-REDUCED-RATE                 VALUE 'R'.
002600     05  RW-DUES-AMOUNT              PIC 9(05)V99.
002700*    'B' BILLED AND NOT YET PAID, 'P' PAID, 'L' LAPSED FOR
002800*    NON-PAYMENT (THE ROSTER FLAG IS 'L' TOO).
002900     05  RW-STATUS                   PIC X(01).
003000         88  RW-DUES-BILLED                  VALUE 'B'.
003100         88  RW-DUES-PAID                    VALUE 'P'.
003200         88  RW-DUES-LAPSED                  VALUE 'L'.
003300     05  RW-PAID-DATE                PIC 9(08).
003400     05  RW-LAPSED-DATE              PIC 9(08).
