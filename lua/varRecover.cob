002380      *                  WHAT HAPPENED TO A HELD TRANSACTION, NOT A   *
002390      *                  MASTER MUTATION, SO REPLAYING THEM WOULD     *
002392      *                  DELETE OR REWRITE KEYS THAT NEVER CHANGED.   *
002394      * 2026-10-15 JHM   HOLD RECORDS (SOURCES HOLDPLCE, HOLDRLSE,     *
002395      *                  HOLDLAPS) REPLAY AS A STATUS CHANGE ONLY -    *
002396      *                  'H' ON A PLACE, 'A' ON A RELEASE OR LAPSE -   *
002397      *                  SO THE RECOVERED MASTER CARRIES THE SAME      *
002398      *                  HOLDS WITHOUT DISTURBING ITS VALUE OR ITS     *
002399      *                  LAST-CHANGE STAMPS.                           *
002400      *----------------------------------------------------------------*
002500
002600       ENVIRONMENT DIVISION.
023300      * MASTER.  AUD-ACTION DRIVES THE VERB; RECORDS CUT BEFORE THE    *
023400      * ACTION BYTE EXISTED (BLANK) ARE APPLIED ADD-OR-CHANGE BY WHAT  *
023500      * IS ON FILE.  A RECORD WHOSE OLD VALUE ON FILE DOES NOT MATCH   *
023600      * AUD-OLD-VAR2 IS A MISFIT AND IS NOT APPLIED.  A HOLD RECORD    *
023610      * ONLY SETS OR CLEARS THE HELD STATUS.                           *
023700      *----------------------------------------------------------------*
023800       2200-APPLY-AUDIT-RECORD.
023900           MOVE 'N' TO WS-MISFIT-SW.
024000           MOVE SPACES TO WS-MISFIT-TEXT.
024100           PERFORM 2220-LOOKUP-MASTER THRU 2220-EXIT.
024110           IF AUD-SOURCE = 'HOLDPLCE' OR AUD-SOURCE = 'HOLDRLSE'
024120               OR AUD-SOURCE = 'HOLDLAPS'
024130               PERFORM 2270-REPLAY-HOLD THRU 2270-EXIT
024140               GO TO 2200-EXIT
024150           END-IF.
024200           IF AUD-ACTION = 'A' OR AUD-ACTION = 'R'
024300               PERFORM 2240-REPLAY-ADD THRU 2240-EXIT
024400               GO TO 2200-EXIT
030800           REWRITE MASTER-RECORD.
030900       2260-EXIT.
031000           EXIT.
031010
031020      *----------------------------------------------------------------*
031030      * 2270-REPLAY-HOLD - THE AUDIT RECORD SAYS A HOLD WAS PLACED ON  *
031040      * THIS KEY, OR RELEASED OR LAPSED.  ONLY THE STATUS MOVES; THE   *
031050      * VALUE AND LAST-CHANGE STAMPS ARE LEFT AS THEY WERE.            *
031060      *----------------------------------------------------------------*
031070       2270-REPLAY-HOLD.
031080           IF NOT WS-FOUND
031090               MOVE 'Y' TO WS-MISFIT-SW
031100               MOVE 'KEY NOT ON FILE' TO WS-MISFIT-TEXT
031110               GO TO 2270-EXIT
031120           END-IF.
031130           IF AUD-SOURCE = 'HOLDPLCE'
031140               MOVE 'H' TO MSTR-STATUS
031150           ELSE
031160               MOVE 'A' TO MSTR-STATUS
031170           END-IF.
031180           REWRITE MASTER-RECORD.
031190       2270-EXIT.
031195           EXIT.
031198
031200      *----------------------------------------------------------------*
031300      * 2280-REPLAY-DELETE - THE AUDIT RECORD SAYS THIS KEY WAS        *
031400      * DELETED.                                                       *
