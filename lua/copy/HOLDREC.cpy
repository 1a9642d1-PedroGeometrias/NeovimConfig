000100      *----------------------------------------------------------------*
000200      * HOLDREC - MASTER KEY HOLD RECORD LAYOUT                        *
000300      * KEYED ON HLD-VAR1.  ONE RECORD PER KEY THAT HAS EVER BEEN      *
000400      * PLACED ON HOLD (LEGAL REVIEW, DISPUTE, ETC.); THE LATEST HOLD  *
000500      * OVERWRITES THE EARLIER ONE.  THE MASTER ITSELF CARRIES STATUS  *
000600      * 'H' WHILE THE HOLD IS ACTIVE - THIS RECORD HOLDS THE REASON,   *
000700      * THE EXPIRY DATE, AND WHO PLACED AND LIFTED IT.  SHARED BY THE  *
000800      * ONLINE HOLD TRANSACTION AND THE SUSPENSE RELEASE PROGRAM,      *
000900      * WHICH LAPSES HOLDS PAST THEIR EXPIRY DATE.                     *
001000      *                                                                *
001100      * 2026-10-15 JHM   ORIGINAL LAYOUT.                              *
001200      *----------------------------------------------------------------*
001300       01  HOLD-RECORD.
001400           05  HLD-VAR1                PIC X(10).
001500           05  HLD-STATUS              PIC X(01).
001600               88  HLD-ACTIVE                  VALUE 'H'.
001700               88  HLD-RELEASED                VALUE 'R'.
001800               88  HLD-LAPSED                  VALUE 'X'.
001900           05  HLD-REASON              PIC X(30).
002000           05  HLD-EXPIRY-DATE         PIC 9(08).
002100           05  HLD-PLACED-DATE         PIC 9(08).
002200           05  HLD-PLACED-BY           PIC X(08).
002300           05  HLD-RELEASED-DATE       PIC 9(08).
002400           05  HLD-RELEASED-BY         PIC X(08).
002500           05  FILLER                  PIC X(09).
