000100      *----------------------------------------------------------------*
000200      * THRSREC - VAR2 CHANGE THRESHOLD CONTROL CARD LAYOUT            *
000300      * ONE CARD PER SOURCE SETTING THE LARGEST SWING AGAINST THE      *
000400      * CURRENT MSTR-VAR2 THAT A CHANGE MAY MAKE WITHOUT A SECOND      *
000500      * OPERATOR'S APPROVAL:                                           *
000600      *   COLS  1-2   SOURCE ID, OR ** FOR EVERY SOURCE NOT LISTED     *
000700      *   COL   3     (BLANK)                                          *
000800      *   COLS  4-8   MAXIMUM ABSOLUTE SWING (ZERO = NO LIMIT)         *
000900      *   COL   9     (BLANK)                                          *
001000      *   COLS 10-12  MAXIMUM PERCENTAGE SWING (ZERO = NO LIMIT)       *
001100      * A CHANGE OVER EITHER LIMIT GOES TO THE APPROVAL QUEUE INSTEAD  *
001200      * OF POSTING.  A SOURCE WITH NO CARD AND NO ** CARD IS NOT       *
001300      * LIMITED.  CARDS WITH * IN COLUMN 1 ARE COMMENTS.  SHARED BY    *
001400      * THE BATCH UPDATE PROGRAM AND THE ONLINE MAINTENANCE            *
001500      * TRANSACTION SO BOTH APPLY ONE TABLE.                           *
001600      *                                                                *
001700      * 2026-10-15 JHM   ORIGINAL LAYOUT.                              *
001800      *----------------------------------------------------------------*
001900       01  THRESHOLD-RECORD.
002000           05  THR-SOURCE-ID           PIC X(02).
002100           05  FILLER                  PIC X(01).
002200           05  THR-MAX-ABS             PIC 9(05).
002300           05  FILLER                  PIC X(01).
002400           05  THR-MAX-PCT             PIC 9(03).
002500           05  FILLER                  PIC X(68).
