001100      * TRAIL IF THE TWO EVER DRIFT.                                   *
001200      *                                                                *
001300      * 2026-09-02 JHM   ORIGINAL LAYOUT.                              *
001310      * 2026-10-15 JHM   APPENDED THE MAKER AND APPROVER OPERATOR IDS  *
001320      *                  TO MATCH THE TRAIL.  RECORD LENGTH 53 TO 69.  *
001400      *----------------------------------------------------------------*
001500       01  AUDIT-HIST-RECORD.
001600           05  AUDH-KEY.
002500               88  AUDH-ACTION-CHANGE          VALUE 'C'.
002600               88  AUDH-ACTION-DELETE          VALUE 'D'.
002700               88  AUDH-ACTION-RESTORE         VALUE 'R'.
002800           05  AUDH-OPER-ID            PIC X(08).
002900           05  AUDH-APPR-ID            PIC X(08).
