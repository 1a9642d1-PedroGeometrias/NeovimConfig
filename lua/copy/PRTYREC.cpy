000100      *----------------------------------------------------------------*
000200      * PRTYREC - SOURCE PRIORITY CONTROL CARD LAYOUT                  *
000300      * ONE CARD PER SOURCE RANKING ITS UPDATES AGAINST EVERY OTHER    *
000400      * UPDATE TO THE SAME VAR1 ON THE SAME NIGHT:                     *
000500      *   COLS  1-2   SOURCE ID, OR ** FOR EVERY SOURCE NOT LISTED     *
000600      *   COL   3     (BLANK)                                          *
000700      *   COLS  4-6   PRIORITY, 000-999 (HIGHEST WINS)                 *
000800      * OF THE UPDATES COMPETING FOR ONE KEY ONLY THE HIGHEST-RANKED   *
000900      * POSTS; THE REST REJECT WITH REASON 09.  EQUAL PRIORITIES      *
001000      * (INCLUDING REPEATS WITHIN ONE SOURCE) FALL BACK TO FILE        *
001100      * ORDER - THE LAST UPDATE PROCESSED POSTS.  A SOURCE WITH NO     *
001200      * CARD AND NO ** CARD RANKS ZERO.  CARDS WITH * IN COLUMN 1      *
001300      * ARE COMMENTS.                                                  *
001400      *                                                                *
001500      * 2026-10-15 JHM   ORIGINAL LAYOUT.                              *
001600      *----------------------------------------------------------------*
001700       01  PRIORITY-RECORD.
001800           05  PRI-SOURCE-ID           PIC X(02).
001900           05  FILLER                  PIC X(01).
002000           05  PRI-PRIORITY            PIC 9(03).
002100           05  FILLER                  PIC X(74).
