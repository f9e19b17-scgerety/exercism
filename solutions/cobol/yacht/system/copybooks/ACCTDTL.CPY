000900*    MODIFICATION HISTORY.
001000*    DATE       INIT DESCRIPTION
001100*    2026-09-02 LOP  ORIGINAL COPYBOOK.
001110*    2026-10-15 LOP  ADDED TYPE 'D' FOR THE ANNUAL DUES BILLED
001120*                    BY THE RENEWAL RUN (YCHTRNEW).
001200***************************************************************
001300     05  AD-POST-DATE                PIC 9(08).
001400     05  AD-MEMBER-ID                PIC X(10).
001500*    'F' TABLE FEE CHARGED FOR A CARD PLAYED, 'P' PAYMENT
001600*    RECEIVED, 'D' ANNUAL DUES CHARGED AT RENEWAL.
001700     05  AD-TYPE                     PIC X(01).
001800         88  AD-TABLE-FEE                    VALUE 'F'.
001900         88  AD-PAYMENT                      VALUE 'P'.
001910         88  AD-DUES                         VALUE 'D'.
002000     05  AD-AMOUNT                   PIC 9(05)V99.
