002300      *                  DATES ROLL THE EXCESS INTO AN 'OTHERS' LINE   *
002400      *                  ON THE SUMMARY SO THE DAY LINES ALWAYS SUM    *
002500      *                  TO THE SELECTED COUNT.                        *
002520      * 2026-10-15 JHM   DETAIL LINES NOW SHOW THE OPERATOR ID FROM    *
002540      *                  THE AUDIT RECORD, SO EACH ONLINE CHANGE NAMES *
002560      *                  THE SIGNED-ON OPERATOR WHO MADE IT (BLANK ON  *
002580      *                  BATCH CHANGES).                               *
002600      *----------------------------------------------------------------*
002700
002800       ENVIRONMENT DIVISION.
014000           05  FILLER                  PIC X(04) VALUE 'ACT '.
014100           05  FILLER                  PIC X(14) VALUE '  OLD-VAR2    '.
014200           05  FILLER                  PIC X(08) VALUE 'NEW-VAR2'.
014266           05  FILLER                  PIC X(08) VALUE 'OPERATOR'.
014332           05  FILLER                  PIC X(08) VALUE SPACES.
014400
014500       01  RPT-KEY-LINE.
014600           05  FILLER                  PIC X(01) VALUE ' '.
016300           05  RDL-OLD-VAR2            PIC ZZZZ9.
016400           05  FILLER                  PIC X(07) VALUE SPACES.
016500           05  RDL-NEW-VAR2            PIC ZZZZ9.
016550           05  FILLER                  PIC X(04) VALUE SPACES.
016600           05  RDL-OPER-ID             PIC X(08).
016650           05  FILLER                  PIC X(08) VALUE SPACES.
016700
016800       01  RPT-SUMMARY-HEADING.
016900           05  FILLER                  PIC X(01) VALUE ' '.
033600           MOVE AUD-ACTION          TO RDL-ACTION.
033700           MOVE AUD-OLD-VAR2        TO RDL-OLD-VAR2.
033800           MOVE AUD-NEW-VAR2        TO RDL-NEW-VAR2.
033850           MOVE AUD-OPER-ID         TO RDL-OPER-ID.
033900           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
034000               AFTER ADVANCING 1 LINE.
034100           ADD 1 TO WS-LINE-COUNT.
