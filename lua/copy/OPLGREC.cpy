000100      *----------------------------------------------------------------*
000200      * OPLGREC - OPERATOR ACTIVITY LOG RECORD LAYOUT                  *
000300      * ONE RECORD PER SIGN-ON, FAILED SIGN-ON ATTEMPT, REFUSED        *
000400      * ACTION, INQUIRY, AND SIGN-OFF, APPENDED BY EVERY ONLINE        *
000500      * TRANSACTION TO THE DAILY OPERATOR LOG AND REPORTED BY VAROPRR. *
000600      * OPL-OPER-ID IS THE ID AS KEYED, SO A FAILED ATTEMPT AGAINST AN *
000700      * UNKNOWN ID STILL SHOWS WHAT WAS TRIED.  THE PIN IS NEVER       *
000800      * LOGGED.  OPL-VAR1 IS THE KEY OR PREFIX INQUIRED ON, OR THE KEY *
000900      * OF A REFUSED ACTION.                                           *
001000      *                                                                *
001100      * 2026-10-15 JHM   ORIGINAL LAYOUT.                              *
001200      *----------------------------------------------------------------*
001300       01  OPERATOR-LOG-RECORD.
001400           05  OPL-TIMESTAMP           PIC X(16).
001500           05  OPL-PROGRAM             PIC X(08).
001600           05  OPL-OPER-ID             PIC X(08).
001700           05  OPL-EVENT               PIC X(01).
001800               88  OPL-SIGN-ON                 VALUE 'S'.
001900               88  OPL-SIGN-ON-FAILED          VALUE 'F'.
002000               88  OPL-ACTION-REFUSED          VALUE 'D'.
002100               88  OPL-INQUIRY                 VALUE 'I'.
002200               88  OPL-SIGN-OFF                VALUE 'X'.
002300           05  OPL-REASON              PIC X(01).
002400               88  OPL-UNKNOWN-OPERATOR        VALUE 'U'.
002500               88  OPL-WRONG-PIN               VALUE 'P'.
002600               88  OPL-OPERATOR-REVOKED        VALUE 'R'.
002700               88  OPL-ROLE-NOT-ALLOWED        VALUE 'W'.
002800           05  OPL-ROLE                PIC X(01).
002900           05  OPL-VAR1                PIC X(10).
003000           05  FILLER                  PIC X(05).
