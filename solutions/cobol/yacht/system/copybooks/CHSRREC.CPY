000100***************************************************************
000200*    CHSRREC - INTER-CLUB CHALLENGE SERIES MASTER RECORD.
000300*
000400*    THE RUNNING HEAD-TO-HEAD SERIES BETWEEN THE HOME CLUB AND
000500*    A SISTER CLUB, ONE RECORD PER SISTER CLUB PER SEASON, KEPT
000600*    OLD MASTER IN AND NEW MASTER OUT BY YCHTCHAL. EACH RECORD
000700*    STANDS FOR ONE SEASON'S CHALLENGE MATCHES; THE SERIES
000800*    ACROSS SEASONS IS THE SUM OF A CLUB PAIR'S RECORDS, SO NO
000900*    SEASON IS EVER REWRITTEN ONCE THE NEXT ONE STARTS.
001000*
001100*    MODIFICATION HISTORY.
001200*    DATE       INIT DESCRIPTION
001300*    2026-10-15 LOP  ORIGINAL COPYBOOK.
001400***************************************************************
001500     05  CM-HOME-CLUB                PIC X(03).
001600     05  CM-SISTER-CLUB              PIC X(03).
001700     05  CM-SEASON-ID                PIC X(06).
001800     05  CM-MATCHES-PLAYED           PIC 9(03).
001900     05  CM-HOME-WINS                PIC 9(03).
002000     05  CM-SISTER-WINS              PIC 9(03).
002100     05  CM-MATCHES-HALVED           PIC 9(03).
002200*    AGGREGATE MATCH TOTALS OVER THE SEASON, HANDICAPS
002300*    INCLUDED WHERE THE TERMS APPLIED THEM.
002400     05  CM-HOME-POINTS              PIC 9(07).
002500     05  CM-SISTER-POINTS            PIC 9(07).
002600*    THE LAST CHALLENGE NIGHT SETTLED, SO A RERUN OF THE SAME
002700*    NIGHT IS NOT COUNTED TWICE.
002800     05  CM-LAST-NIGHT               PIC 9(08).
002900     05  CM-LAST-HOME-TOTAL          PIC 9(05).
003000     05  CM-LAST-SISTER-TOTAL        PIC 9(05).
003100*    THE WINNING CLUB'S CODE, SPACES FOR A HALVED MATCH.
003200     05  CM-LAST-WINNER              PIC X(03).
