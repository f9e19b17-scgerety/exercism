000100***************************************************************
000200*    SUSPREC - BANK SUSPENSE ITEM RECORD LAYOUT.
000300*
000400*    ONE RECORD PER BANK STATEMENT CREDIT THE IMPORT STEP
000500*    (YCHTBANK) COULD NOT PUT TO A SINGLE MEMBER. THE ITEM STAYS
000600*    ON THE SUSPENSE MASTER, AND ON THE PRINTED EXCEPTIONS LIST,
000700*    UNTIL THE TREASURER CLEARS IT TO A MEMBER ON A LATER RUN.
000800*
000900*    MODIFICATION HISTORY.
001000*    DATE       INIT DESCRIPTION
001100*    2026-10-15 LOP  ORIGINAL COPYBOOK.
001200***************************************************************
001300*    ITEM NUMBERS ARE GIVEN OUT IN ORDER AND NEVER RE-USED -
001400*    THE TREASURER QUOTES ONE TO CLEAR THE ITEM.
001500     05  SU-ITEM-NO                  PIC 9(06).
001600*    THE CREDIT AS THE BANK SHOWED IT.
001700     05  SU-BANK-DATE                PIC 9(08).
001800     05  SU-AMOUNT                   PIC 9(05)V99.
001900     05  SU-REFERENCE                PIC X(18).
002000     05  SU-PAYER-NAME               PIC X(30).
002100*    WHY IT COULD NOT BE MATCHED.
002200     05  SU-REASON                   PIC X(01).
002300         88  SU-NO-MATCH                     VALUE 'U'.
002400         88  SU-REFERENCE-AMBIGUOUS          VALUE 'R'.
002500         88  SU-NAME-AMBIGUOUS               VALUE 'N'.
002600*    THE RUN THAT PUT IT IN SUSPENSE.
002700     05  SU-ADDED-DATE               PIC 9(08).
