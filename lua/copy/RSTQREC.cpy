000700      * DAILY RUN.                                                     *
000800      *                                                                *
000900      * 2026-09-02 JHM   ORIGINAL LAYOUT.                              *
000950      * 2026-10-15 JHM   RSQ-OPER-ID, THE SIGNED-ON OPERATOR WHO       *
000960      *                  QUEUED THE REQUEST, FOR THE RESTORE'S AUDIT   *
000970      *                  RECORD.  RECORD LENGTH 30 TO 38.              *
001000      *----------------------------------------------------------------*
001100       01  RESTORE-REQ-RECORD.
001200           05  RSQ-VAR1                PIC X(10).
001300           05  RSQ-REQ-DATE            PIC 9(08).
001400           05  RSQ-REQ-TIME            PIC 9(08).
001450           05  RSQ-OPER-ID             PIC X(08).
001500           05  FILLER                  PIC X(04).
