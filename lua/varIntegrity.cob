002840      *                  TRANSACTION, NOT MASTER STATE, AND WOULD      *
002850      *                  OTHERWISE REPORT FALSE DRIFT THE FIRST SCAN   *
002860      *                  AFTER A CANCEL OR RE-DATE.                    *
002870      * 2026-10-15 JHM   PASS OVER HOLD RECORDS (SOURCES HOLDPLCE,     *
002880      *                  HOLDRLSE, HOLDLAPS) THE SAME WAY: THEY MOVE   *
002890      *                  ONLY THE HELD STATUS, NOT THE VALUE.          *
002900      *----------------------------------------------------------------*
003000
003100       ENVIRONMENT DIVISION.
026710      *----------------------------------------------------------------*
026720      * 2420-TAKE-GROUP-RECORD - ONE RECORD OF THE GROUP.  PENDING-    *
026730      * FILE INTERVENTIONS (SOURCES PNDCANCL AND PNDREDTE) DOCUMENT   *
026740      * WHAT HAPPENED TO A HELD TRANSACTION, NOT MASTER STATE, AND    *
026745      * HOLD RECORDS (HOLDPLCE, HOLDRLSE, HOLDLAPS) MOVE ONLY THE     *
026747      * HELD STATUS, SO BOTH ARE PASSED OVER WHEN TAKING THE KEY'S    *
026750      * LATEST CHANGE.                                                *
026760      *----------------------------------------------------------------*
026800       2420-TAKE-GROUP-RECORD.
026810           IF AUD-SOURCE NOT = 'PNDCANCL'
026820               AND AUD-SOURCE NOT = 'PNDREDTE'
026822               AND AUD-SOURCE NOT = 'HOLDPLCE'
026824               AND AUD-SOURCE NOT = 'HOLDRLSE'
026826               AND AUD-SOURCE NOT = 'HOLDLAPS'
026900               MOVE AUD-ACTION   TO WS-GRP-LAST-ACTION
027000               MOVE AUD-NEW-VAR2 TO WS-GRP-LAST-NEW
027010               MOVE 'Y'          TO WS-GRP-STATE-SW
