000600      * 2026-08-22 JHM   ADDED AUD-ACTION SO DELETES CAN BE TOLD APART *
000700      *                  FROM ADDS AND CHANGES IN THE TRAIL.           *
000710      * 2026-08-22 JHM   ADDED THE 'R' ACTION FOR ARCHIVE RESTORES.    *
000720      * 2026-10-15 JHM   APPENDED THE OPERATOR WHO MADE THE CHANGE AND *
000730      *                  THE SECOND OPERATOR WHO APPROVED IT, FOR      *
000740      *                  DUAL-CONTROL CHANGES RELEASED FROM THE        *
000750      *                  APPROVAL QUEUE.  BLANK WHERE THERE IS NO      *
000760      *                  OPERATOR (BATCH) OR NO APPROVAL.  RECORD      *
000770      *                  LENGTH 53 TO 69.                              *
000800      *----------------------------------------------------------------*
000900       01  AUDIT-RECORD.
001000           05  AUD-TIMESTAMP           PIC X(16).
001800               88  AUD-ACTION-CHANGE           VALUE 'C'.
001900               88  AUD-ACTION-DELETE           VALUE 'D'.
002000               88  AUD-ACTION-RESTORE          VALUE 'R'.
002100           05  AUD-OPER-ID             PIC X(08).
002200           05  AUD-APPR-ID             PIC X(08).
