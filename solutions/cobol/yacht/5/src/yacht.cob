          *> the roll, or a reset of the running player table ('Z')
          *> so a caller replaying several nights in one run unit
          *> (the rule simulator) can start each night's cards
          *> fresh, or a what-if evaluation ('E') that scores the
          *> dice against SC-CATEGORY and hands SC-RESULT back
          *> without touching the player table, the journal or the
          *> exceptions file (the coaching report tries every
          *> category still open on a card this way).
          01 WS-FUNCTION-CODE             PIC X(01).
             88 FUNC-SCORE                          VALUE 'S'.
             88 FUNC-CLOSE                          VALUE 'C'.
             88 FUNC-REPLAY                         VALUE 'R'.
             88 FUNC-RESET                          VALUE 'Z'.
             88 FUNC-EVALUATE                       VALUE 'E'.
          01 WS-SUBTOTAL-MISMATCH         PIC X(01).
             88 SUBTOTAL-OK                         VALUE 'N'.
             88 SUBTOTAL-MISMATCHED                 VALUE 'Y'.
               PERFORM RESET-PLAYER-TABLE
               GO TO YACHT-EXIT
            END-IF.
            IF FUNC-EVALUATE
               PERFORM EVALUATE-ROLL
               GO TO YACHT-EXIT
            END-IF.
            *> Zero out the reused variables.
            MOVE ZERO TO              SC-RESULT.
            MOVE ZERO TO               WS-MATCH.
               END-EVALUATE
            END-IF.

          *> What-if scoring of one roll against one category. The
          *> player index is parked past the end of the table so
          *> UPPER-SECTION-UPDATE and YACHT-BONUS-CHECK leave every
          *> card's running state alone, and an unrecognized
          *> category comes back as 'C' without being logged - the
          *> caller is asking a question, not keying a scoresheet.
          EVALUATE-ROLL.
            MOVE ZERO TO              SC-RESULT.
            MOVE ZERO TO               WS-MATCH.
            MOVE ZEROES TO    WS-POSSIBLE-FACES.
            MOVE ZERO TO SC-UPPER-SUBTOTAL.
            MOVE ZERO TO SC-UPPER-BONUS.
            MOVE 'N' TO SC-UPPER-COMPLETE.
            MOVE 'N' TO WS-SUBTOTAL-MISMATCH.
            MOVE 'Y' TO WS-EDIT-STATUS.
            PERFORM SET-DIE-COUNT.
            MOVE SC-DICE TO WS-FACES.
            PERFORM VALIDATE-DICE.
            IF EDIT-OK
               PERFORM SET-CATEGORY-SLOT
               IF WS-UPPER-SLOT = ZERO AND WS-LOWER-SLOT = ZERO
                  MOVE 'C' TO WS-EDIT-STATUS
               ELSE
                  SET PLYR-IDX TO 501
                  PERFORM SCORE-ROLL
               END-IF
            END-IF.

          *> Clears the whole running player table so the next call
          *> scores against empty cards. Used between nights by a
          *> caller that replays more than one night in a single run
