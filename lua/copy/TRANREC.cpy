001900      *                  POST TONIGHT) AND THE RELEASED FLAG STAMPED   *
002000      *                  BY THE PENDING RELEASE PROGRAM.  RECORD       *
002100      *                  LENGTH 20 TO 28.                              *
002110      * 2026-10-15 JHM   ADDED 'S' TO THE RELEASED FLAG FOR ITEMS FED  *
002120      *                  BACK FROM THE HOLD SUSPENSE FILE ONCE THEIR   *
002130      *                  KEY IS NO LONGER HELD.                        *
002200      *----------------------------------------------------------------*
002300       01  TRANS-DETAIL-RECORD.
002400           05  TR-REC-TYPE             PIC X(01).
004100                                       PIC X(08).
004200           05  TR-RELEASED-SW          PIC X(01).
004300               88  TR-RELEASED                 VALUE 'R'.
004310               88  TR-SUSP-RELEASED            VALUE 'S'.
004400
004500       01  TRANS-HEADER-RECORD.
004600           05  TRH-REC-TYPE            PIC X(01).
