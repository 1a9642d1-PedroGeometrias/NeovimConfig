002200      *                  NIGHT RUN WITH THE HISTORY FILE OFFLINE).     *
002300      *                  READ, LOADED, AND ALREADY-PRESENT COUNTS      *
002400      *                  MUST FOOT OR THE RUN ENDS CC 8.               *
002425      * 2026-10-15 JHM   THE OPERATOR AND APPROVER IDS NOW ON THE      *
002450      *                  AUDIT RECORD ARE CARRIED ONTO THE HISTORY.    *
002475      *                  RECORD LENGTH 53 TO 69.                       *
002500      *----------------------------------------------------------------*
002600
002700       ENVIRONMENT DIVISION.
012200           MOVE AUD-NEW-VAR2  TO AUDH-NEW-VAR2.
012300           MOVE AUD-SOURCE    TO AUDH-SOURCE.
012400           MOVE AUD-ACTION    TO AUDH-ACTION.
012433           MOVE AUD-OPER-ID   TO AUDH-OPER-ID.
012466           MOVE AUD-APPR-ID   TO AUDH-APPR-ID.
012500           WRITE AUDIT-HIST-RECORD
012600               INVALID KEY
012700                   ADD 1 TO WS-RECS-PRESENT
