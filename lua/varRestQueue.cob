002700      *                  THE JOB CLEARS THE QUEUE AFTER A CLEAN RUN;   *
002800      *                  ANY REJECTION ENDS CC 4 SO OPERATIONS SEES    *
002900      *                  IT WITHOUT STOPPING THE NIGHT.                *
002910      * 2026-10-15 JHM   AUDIT RECORD CARRIES THE OPERATOR AND         *
002920      *                  APPROVER IDS: THE OPERATOR WHO QUEUED THE     *
002930      *                  RESTORE, TAKEN FROM THE REQUEST, AND NO       *
002940      *                  APPROVER.  RECORD LENGTH 53 TO 69.  THE       *
002950      *                  REQUEST RECORD NOW CARRIES THE OPERATOR ID    *
002960      *                  (LENGTH 30 TO 38).                            *
003000      *----------------------------------------------------------------*
003100
003200       ENVIRONMENT DIVISION.
030000           MOVE ARC-VAR2          TO AUD-NEW-VAR2.
030100           MOVE 'RESTORE'         TO AUD-SOURCE.
030200           MOVE 'R'               TO AUD-ACTION.
030233           MOVE RSQ-OPER-ID       TO AUD-OPER-ID.
030266           MOVE SPACES            TO AUD-APPR-ID.
030300           WRITE AUDIT-RECORD.
030400           PERFORM 2550-WRITE-AUDIT-HISTORY THRU 2550-EXIT.
030500       2500-EXIT.
032000           MOVE AUD-NEW-VAR2  TO AUDH-NEW-VAR2.
032100           MOVE AUD-SOURCE    TO AUDH-SOURCE.
032200           MOVE AUD-ACTION    TO AUDH-ACTION.
032233           MOVE AUD-OPER-ID   TO AUDH-OPER-ID.
032266           MOVE AUD-APPR-ID   TO AUDH-APPR-ID.
032300           WRITE AUDIT-HIST-RECORD
032400               INVALID KEY
032500                   CONTINUE
