001100*    MODIFICATION HISTORY.
001200*    DATE       INIT DESCRIPTION
001300*    2026-09-02 LOP  ORIGINAL COPYBOOK.
001310*    2026-10-15 LOP  NOW WRITTEN BY THE FIXTURE GENERATOR
001320*                    (YCHTSKED) RATHER THAN KEYED BY HAND.
001400***************************************************************
001500     05  FX-NIGHT-DATE               PIC 9(08).
001600     05  FX-BOARD-NO                 PIC 9(02).
