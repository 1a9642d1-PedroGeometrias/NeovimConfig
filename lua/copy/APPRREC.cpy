000100      *----------------------------------------------------------------*
000200      * APPRREC - DUAL-CONTROL APPROVAL QUEUE RECORD LAYOUT            *
000300      * ONE RECORD PER VAR2 CHANGE THAT SWUNG PAST ITS SOURCE'S        *
000400      * THRESHOLD (THRSREC) AND WAS HELD BACK FOR A SECOND OPERATOR.   *
000500      * WRITTEN BY THE BATCH UPDATE PROGRAM (ORIGIN 'B', MAKER = THE   *
000600      * FEEDING SOURCE ID) AND THE ONLINE MAINTENANCE TRANSACTION      *
000700      * (ORIGIN 'O', MAKER = THE OPERATOR ID), AND WORKED BY THE       *
000800      * ONLINE APPROVAL TRANSACTION (VARAPPR), WHICH NEVER LETS THE    *
000900      * MAKER APPROVE OR REJECT THEIR OWN CHANGE.  APR-OLD-VAR2 IS     *
001000      * THE MASTER VALUE THE CHANGE WAS MEASURED AGAINST; AN ITEM      *
001100      * WHOSE MASTER HAS MOVED SINCE CANNOT BE APPROVED.               *
001200      *                                                                *
001300      * 2026-10-15 JHM   ORIGINAL LAYOUT.                              *
001400      *----------------------------------------------------------------*
001500       01  APPROVAL-RECORD.
001600           05  APR-VAR1                PIC X(10).
001700           05  APR-OLD-VAR2            PIC 9(05).
001800           05  APR-NEW-VAR2            PIC 9(05).
001900           05  APR-ACTION-CODE         PIC X(01).
002000           05  APR-SOURCE-ID           PIC X(02).
002100           05  APR-ORIGIN              PIC X(01).
002200               88  APR-FROM-BATCH              VALUE 'B'.
002300               88  APR-FROM-ONLINE             VALUE 'O'.
002400           05  APR-MAKER-ID            PIC X(08).
002500           05  APR-QUEUED-DATE         PIC 9(08).
002600           05  APR-RUN-ID              PIC X(08).
002700           05  APR-LIMIT-TYPE          PIC X(01).
002800               88  APR-OVER-ABSOLUTE           VALUE 'A'.
002900               88  APR-OVER-PERCENT            VALUE 'P'.
003000           05  FILLER                  PIC X(11).
