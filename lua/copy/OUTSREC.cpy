000100      *----------------------------------------------------------------*
000200      * OUTSREC - OUTSTANDING (UNACKNOWLEDGED) EXTRACT ITEM LAYOUT     *
000300      * ONE RECORD PER ROUTED COPY A SUBSCRIBER HAS NOT YET            *
000400      * ACKNOWLEDGED, IN SUBSCRIBER/VAR1/VAR2 ORDER.  WRITTEN BY THE   *
000500      * ACKNOWLEDGMENT MATCH PROGRAM, WHICH CARRIES IT FORWARD NIGHT   *
000600      * TO NIGHT, AND BY THE RESEND PROGRAM, WHICH BUMPS THE RESEND    *
000700      * COUNT ON EVERY ITEM IT SENDS AGAIN.  THE ACTION CODE AND       *
000800      * SOURCE ID COME FROM THE DISTRIBUTION LOG SO A RESENT ITEM IS   *
000900      * THE SAME ITEM AND STILL ROUTES BY THE SUBSCRIPTION CARDS.      *
001000      *                                                                *
001100      * 2026-10-15 JHM   HOISTED FROM THE ACKNOWLEDGMENT MATCH         *
001200      *                  PROGRAM.  ACTION CODE, SOURCE ID AND RESEND   *
001300      *                  COUNT CARVED OUT OF THE FILLER; RECORD        *
001400      *                  LENGTH UNCHANGED.  RECORDS WRITTEN BEFORE     *
001500      *                  THE CHANGE CARRY SPACES THERE.                *
001600      *----------------------------------------------------------------*
001700       01  OUTSTAND-RECORD.
001800           05  OUT-SUB-NAME            PIC X(08).
001900           05  OUT-VAR1                PIC X(10).
002000           05  OUT-VAR2                PIC X(05).
002100           05  OUT-FIRST-DATE          PIC 9(08).
002200           05  OUT-ACTION-CODE         PIC X(01).
002300           05  OUT-SOURCE-ID           PIC X(02).
002400           05  OUT-RESEND-COUNT        PIC 9(02).
