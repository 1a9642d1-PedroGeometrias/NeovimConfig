000100      *----------------------------------------------------------------*
000200      * SNAPREC - MONTH-END SNAPSHOT CONTROL RECORD                    *
000300      * ONE RECORD PER MONTH-END, APPENDED BY THE SNAPSHOT PROGRAM     *
000400      * (VARSNAP) WHEN IT FREEZES A COPY OF THE MASTER, AND READ BY    *
000500      * THE ROLL-FORWARD (VARROLL) TO FIND THE TWO MONTH-ENDS IT       *
000600      * RECONCILES AND TO PROVE IT WAS HANDED THE RIGHT SNAPSHOT       *
000700      * GENERATIONS.  SNC-TIMESTAMP IS THE MOMENT THE COPY WAS TAKEN,  *
000800      * IN THE SAME FORM AS AUD-TIMESTAMP, SO AUDIT RECORDS CAN BE     *
000900      * PLACED BEFORE OR AFTER IT.                                     *
001000      *                                                                *
001100      * 2026-10-15 JHM   ORIGINAL LAYOUT.                              *
001200      *----------------------------------------------------------------*
001300       01  SNAPSHOT-CTL-RECORD.
001400           05  SNC-MONTH               PIC 9(06).
001500           05  SNC-TIMESTAMP           PIC X(16).
001600           05  SNC-RECORDS             PIC 9(07).
001700           05  SNC-VAR2-TOTAL          PIC 9(12).
001800           05  FILLER                  PIC X(19).
