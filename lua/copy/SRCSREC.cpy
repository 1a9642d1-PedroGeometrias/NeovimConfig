000100      *----------------------------------------------------------------*
000200      * SRCSREC - PER-SOURCE DAILY STATISTICS RECORD                   *
000300      * ONE RECORD PER SOURCE PER NIGHTLY RUN, WRITTEN BY THE BATCH    *
000400      * UPDATE AT END OF RUN AND APPENDED TO THE CUMULATIVE SOURCE     *
000500      * STATISTICS DATASET AFTER A CLEAN BALANCE, SO EACH FEEDER'S     *
000600      * QUALITY CAN BE TRENDED (SEE THE VARSCOR SCORECARD).            *
000700      *                                                                *
000800      * SST-REASON-RECS (N) COUNTS REJECTS WITH EXR-REASON-CODE N FOR  *
000900      * N = 01 THROUGH 14; ENTRY 15 COUNTS ANY HIGHER OR UNCODED       *
001000      * REASON.  A BATCH BOUNCED OUT OF BALANCE OR SCREENED AS A       *
001100      * DUPLICATE POSTS NOTHING: ALL ITS DETAILS COUNT AS BOUNCED OR   *
001200      * DUPLICATE-SCREENED.  SST-RESTARTED MARKS A NIGHT THAT WAS      *
001300      * RESTARTED FROM A CHECKPOINT; ITS POSTED, REJECTED, PENDED,     *
001400      * BOUNCED, SUSPENDED AND QUEUED FIGURES COVER ONLY THE RECORDS   *
001500      * HANDLED AFTER THE RESTART.                                     *
001600      *                                                                *
001700      * 2026-10-15 JHM   ORIGINAL LAYOUT.                              *
001800      *----------------------------------------------------------------*
001900       01  SOURCE-STATS-RECORD.
002000           05  SST-RUN-DATE            PIC 9(08).
002100           05  SST-RUN-ID              PIC X(08).
002200           05  SST-SOURCE-ID           PIC X(02).
002300           05  SST-BATCH-STATUS        PIC X(01).
002400               88  SST-BATCH-POSTED            VALUE 'P'.
002500               88  SST-BATCH-OUT-OF-BAL        VALUE 'O'.
002600               88  SST-BATCH-DUPLICATE         VALUE 'D'.
002700           05  SST-RESTART-SW          PIC X(01).
002800               88  SST-RESTARTED               VALUE 'Y'.
002900           05  SST-EXPECTED-RECS       PIC 9(07).
003000           05  SST-DETAIL-RECS         PIC 9(07).
003100           05  SST-POSTED-RECS         PIC 9(07).
003200           05  SST-REJECTED-RECS       PIC 9(07).
003300           05  SST-REJECT-REASONS.
003400               10  SST-REASON-RECS     PIC 9(07) OCCURS 15 TIMES.
003500           05  SST-PENDED-RECS         PIC 9(07).
003600           05  SST-BOUNCED-RECS        PIC 9(07).
003700           05  SST-DUP-SCREENED-RECS   PIC 9(07).
003800           05  SST-SUSPENDED-RECS      PIC 9(07).
003900           05  SST-QUEUED-RECS         PIC 9(07).
004000           05  SST-EXPECTED-TOTAL      PIC 9(09).
004100           05  SST-DETAIL-TOTAL        PIC 9(09).
004200           05  SST-POSTED-TOTAL        PIC 9(09).
004300           05  SST-REJECTED-TOTAL      PIC 9(09).
004400           05  SST-PENDED-TOTAL        PIC 9(09).
004500           05  SST-SUSPENDED-TOTAL     PIC 9(09).
004600           05  SST-QUEUED-TOTAL        PIC 9(09).
004700           05  FILLER                  PIC X(09).
