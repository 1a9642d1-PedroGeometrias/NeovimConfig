000600      * IT, SO BOTH SEE ONE DEFINITION.                                *
000700      *                                                                *
000800      * 2026-09-01 JHM   ORIGINAL LAYOUT.                              *
000810      * 2026-10-15 JHM   CARVED THE SOURCE ID AND A RESEND COUNT OUT   *
000820      *                  OF THE FILLER.  THE RESEND PROGRAM WRITES     *
000830      *                  THIS SAME LAYOUT FOR ITEMS SENT AGAIN, WITH   *
000840      *                  THE COUNT OF TIMES SENT AGAIN; THE            *
000850      *                  DISTRIBUTION PROGRAM WRITES ZERO.  RECORD     *
000860      *                  LENGTH UNCHANGED.                             *
000900      *----------------------------------------------------------------*
001000       01  DIST-RECORD.
001100           05  DST-SUB-NAME            PIC X(08).
001200           05  DST-VAR1                PIC X(10).
001300           05  DST-VAR2                PIC 9(05).
001400           05  DST-ACTION-CODE         PIC X(01).
001500           05  DST-SOURCE-ID           PIC X(02).
001600           05  DST-RESEND-COUNT        PIC 9(02).
