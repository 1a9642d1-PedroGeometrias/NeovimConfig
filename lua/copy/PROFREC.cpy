000100      *----------------------------------------------------------------*
000200      * PROFREC - MASTER FILE PROFILE HISTORY RECORD                   *
000300      * APPENDED BY THE MASTER FILE PROFILE (VARPROF) AT THE END OF    *
000400      * EVERY RUN: ONE 'R' RECORD WITH THE RUN'S FILE TOTALS, THEN ONE *
000500      * 'B' RECORD PER BAND THAT HELD ANY RECORDS, SO THE NEXT RUN CAN *
000600      * SHOW EACH BAND'S GROWTH.  BAND TYPES ARE KEY PREFIX, STATUS,   *
000700      * LAST SOURCE AND AGE OF LAST CHANGE.  PFH-PREFIX-LEN IS THE     *
000800      * PREFIX LENGTH THE RUN BANDED KEYS BY; PREFIX BANDS ARE ONLY    *
000900      * COMPARED BETWEEN RUNS BANDED AT THE SAME LENGTH.               *
001000      *                                                                *
001100      * 2026-10-15 JHM   ORIGINAL LAYOUT.                              *
001200      *----------------------------------------------------------------*
001300       01  PROFILE-HIST-RECORD.
001400           05  PFH-RUN-DATE            PIC 9(08).
001500           05  PFH-RUN-TIME            PIC 9(08).
001600           05  PFH-REC-TYPE            PIC X(01).
001700               88  PFH-RUN-TOTALS              VALUE 'R'.
001800               88  PFH-BAND                    VALUE 'B'.
001900           05  PFH-BAND-TYPE           PIC X(01).
002000               88  PFH-PREFIX-BAND             VALUE 'P'.
002100               88  PFH-STATUS-BAND             VALUE 'S'.
002200               88  PFH-SOURCE-BAND             VALUE 'L'.
002300               88  PFH-AGE-BAND                VALUE 'A'.
002400           05  PFH-BAND-KEY            PIC X(08).
002500           05  PFH-RECORDS             PIC 9(09).
002600           05  PFH-VAR2-TOTAL          PIC 9(12).
002700           05  PFH-PREFIX-LEN          PIC 9(01).
002800           05  FILLER                  PIC X(12).
