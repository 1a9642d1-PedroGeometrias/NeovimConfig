003192      *                  DATE IS PAST THE CUTOFF BY DEFINITION, SO    *
003194      *                  THE NEXT ARCHIVE RUN WOULD RE-PURGE EVERY    *
003196      *                  RESTORED KEY STRAIGHT AWAY.                  *
003197      * 2026-10-15 JHM   A KEY ON HOLD (MASTER STATUS 'H') IS NEVER   *
003198      *                  ARCHIVED, HOWEVER LONG IT HAS BEEN DORMANT.  *
003218      * 2026-10-15 JHM   AUDIT RECORD CARRIES THE OPERATOR AND         *
003238      *                  APPROVER IDS (LEFT BLANK HERE).  RECORD       *
003258      *                  LENGTH 53 TO 69.                              *
003278      *----------------------------------------------------------------*
003300
003400       ENVIRONMENT DIVISION.
003500       CONFIGURATION SECTION.
033400      * LAST-CHANGE STAMP, OR FOR A RECORD NOT YET RESTAMPED UNDER    *
033410      * THE NEW LAYOUT LOOK ITS HISTORY UP ON THE KEYED AUDIT         *
033420      * MASTER, AND ARCHIVE IT IF DORMANT PAST THE CUTOFF.  KEYS      *
033500      * WITH NO HISTORY ARE RETAINED, AS ARE KEYS ON HOLD.             *
033600      *----------------------------------------------------------------*
033700       2100-EXAMINE-ONE-KEY.
033800           READ MASTER-FILE NEXT RECORD
034100                   GO TO 2100-EXIT
034200           END-READ.
034300           ADD 1 TO WS-RECS-BEFORE.
034400           IF MSTR-HELD
034500               GO TO 2100-EXIT
034550           END-IF.
034600           MOVE ZERO TO WS-LAST-CHANGE.
034810           IF MSTR-LAST-CHANGE NUMERIC
034820               AND MSTR-LAST-CHANGE > ZERO
049600           MOVE ZERO              TO AOUT-NEW-VAR2.
049700           MOVE 'ARCHIVE'         TO AOUT-SOURCE.
049800           MOVE 'D'               TO AOUT-ACTION.
049833           MOVE SPACES            TO AOUT-OPER-ID.
049866           MOVE SPACES            TO AOUT-APPR-ID.
049900           WRITE AUDIT-OUT-RECORD.
049910           PERFORM 8500-WRITE-AUDIT-HISTORY THRU 8500-EXIT.
050000       3150-EXIT.
063900           MOVE ARC-VAR2          TO AOUT-NEW-VAR2.
064000           MOVE 'RESTORE'         TO AOUT-SOURCE.
064100           MOVE 'R'               TO AOUT-ACTION.
064133           MOVE SPACES            TO AOUT-OPER-ID.
064166           MOVE SPACES            TO AOUT-APPR-ID.
064200           WRITE AUDIT-OUT-RECORD.
064210           PERFORM 8500-WRITE-AUDIT-HISTORY THRU 8500-EXIT.
064300           CLOSE AUDIT-OUT.
064676           MOVE AOUT-NEW-VAR2  TO AUDH-NEW-VAR2.
064678           MOVE AOUT-SOURCE    TO AUDH-SOURCE.
064680           MOVE AOUT-ACTION    TO AUDH-ACTION.
064682           MOVE AOUT-OPER-ID   TO AUDH-OPER-ID.
064684           MOVE AOUT-APPR-ID   TO AUDH-APPR-ID.
064686           WRITE AUDIT-HIST-RECORD
064688               INVALID KEY
064690                   CONTINUE
064692           END-WRITE.
064694       8500-EXIT.
064696           EXIT.
064698
064700      *----------------------------------------------------------------*
064800      * 9000-TERMINATE - CLOSE FILES, SHOW THE COUNTS.                 *
064900      *----------------------------------------------------------------*
