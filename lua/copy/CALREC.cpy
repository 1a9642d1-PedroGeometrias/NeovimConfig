000100      *----------------------------------------------------------------*
000200      * CALREC - PROCESSING CALENDAR RECORD                            *
000300      * ONE RECORD PER CALENDAR DATE, IN DATE ORDER WITH NO GAPS,      *
000400      * MAINTAINED BY OPERATIONS A YEAR OR MORE AHEAD.  'P' MARKS A    *
000500      * PROCESSING (BUSINESS) DAY ON WHICH THE NIGHTLY RUN POSTS; 'N'  *
000600      * MARKS A WEEKEND OR HOLIDAY WITH NO RUN.  READ BY THE PENDING   *
000700      * RELEASE TO ROLL EFFECTIVE DATES TO THE NEXT BUSINESS DAY AND   *
000800      * BY THE AGING PROGRAMS TO COUNT BUSINESS DAYS.                  *
000900      *                                                                *
001000      * 2026-10-15 JHM   ORIGINAL LAYOUT.                              *
001100      *----------------------------------------------------------------*
001200       01  CALENDAR-RECORD.
001300           05  CAL-DATE                PIC 9(08).
001400           05  CAL-DATE-ALPHA REDEFINES CAL-DATE
001500                                       PIC X(08).
001600           05  CAL-DAY-TYPE            PIC X(01).
001700               88  CAL-PROCESSING-DAY          VALUE 'P'.
001800               88  CAL-NON-PROCESSING-DAY      VALUE 'N'.
001900           05  CAL-DESCRIPTION         PIC X(20).
002000           05  FILLER                  PIC X(51).
