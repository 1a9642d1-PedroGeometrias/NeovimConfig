002500      *                  ANYTHING OLDER THAN THE ESCALATION THRESHOLD   *
002600      *                  ON THE PARMIN CARD (DEFAULT 10 DAYS) ENDS THE  *
002700      *                  RUN WITH CC 8 SO OPERATIONS GETS PAGED.        *
002720      * 2026-10-15 JHM   AGES IN BUSINESS DAYS ON THE PROCESSING        *
002740      *                  CALENDAR (CALFILE) INSTEAD OF CALENDAR DAYS,   *
002760      *                  SO A LONG WEEKEND NO LONGER ESCALATES          *
002780      *                  UNWORKED EXCEPTIONS.                           *
002784      * 2026-10-15 JHM   AN EXCEPTION CUT BEFORE THE CALENDAR'S FIRST   *
002788      *                  DATE AGES AS UNKNOWN INTO THE OLDEST BUCKET    *
002792      *                  INSTEAD OF FROM THAT FIRST DATE.               *
002800      *----------------------------------------------------------------*
002900
003000       ENVIRONMENT DIVISION.
004500           SELECT REPORT-OUT ASSIGN TO RPTOUT
004600               ORGANIZATION IS SEQUENTIAL
004700               FILE STATUS IS WS-REPORT-STATUS.
004720
004740           SELECT CALENDAR-FILE ASSIGN TO CALFILE
004760               ORGANIZATION IS SEQUENTIAL
004780               FILE STATUS IS WS-CALENDAR-STATUS.
004800
004900       DATA DIVISION.
005000       FILE SECTION.
007500       FD  REPORT-OUT
007600           RECORDING MODE IS F.
007700       01  REPORT-LINE                 PIC X(80).
007711
007722      *----------------------------------------------------------------*
007733      * CALENDAR-FILE - THE PROCESSING CALENDAR, ONE RECORD PER DATE   *
007744      * IN DATE ORDER, EACH MARKED PROCESSING OR NON-PROCESSING.       *
007755      *----------------------------------------------------------------*
007766       FD  CALENDAR-FILE
007777           RECORDING MODE IS F.
007788           COPY CALREC.
007800
007900       WORKING-STORAGE SECTION.
008000
008800       77  WS-RECS-UNWORKED            PIC 9(07) COMP VALUE ZERO.
008900       77  WS-RECS-ESCALATED           PIC 9(07) COMP VALUE ZERO.
009000       77  WS-THRESHOLD-DAYS           PIC 9(05) COMP VALUE 10.
009200       77  WS-AGE-DAYS                 PIC S9(05) COMP VALUE ZERO.
009300       77  WS-AGE-UNKNOWN-SW           PIC X(01) VALUE 'N'.
009400           88  WS-AGE-UNKNOWN                  VALUE 'Y'.
010800       77  WS-RSN-TOTAL                PIC 9(07) COMP VALUE ZERO.
010900       77  WS-SRC-UNWORKED             PIC 9(07) COMP VALUE ZERO.
011000       77  WS-SRC-ESCALATED            PIC 9(07) COMP VALUE ZERO.
011006       77  WS-CALENDAR-STATUS          PIC X(02).
011012       77  WS-CAL-EOF-SW               PIC X(01) VALUE 'N'.
011018           88  WS-CAL-EOF                      VALUE 'Y'.
011024       77  WS-CAL-COUNT                PIC 9(05) COMP VALUE ZERO.
011030       77  WS-CAL-MAX                  PIC 9(05) VALUE 3700.
011036       77  WS-CAL-SUB                  PIC 9(05) COMP VALUE ZERO.
011042       77  WS-CAL-BASE-INT             PIC 9(07) COMP VALUE ZERO.
011048       77  WS-CAL-DATE-INT             PIC 9(07) COMP VALUE ZERO.
011054       77  WS-CAL-BUS-DAYS             PIC 9(05) COMP VALUE ZERO.
011060       77  WS-CAL-DATE                 PIC 9(08) VALUE ZERO.
011066       77  WS-CAL-DAY-ORD              PIC 9(05) COMP VALUE ZERO.
011072       77  WS-CAL-DAY-TYPE             PIC X(01) VALUE SPACE.
011078           88  WS-CAL-DAY-PROCESSING           VALUE 'P'.
011084       77  WS-CAL-TODAY-ORD            PIC 9(05) COMP VALUE ZERO.
011088       77  WS-CAL-BEFORE-SW            PIC X(01) VALUE 'N'.
011092           88  WS-CAL-BEFORE-START             VALUE 'Y'.
011100
011200       01  WS-TIMESTAMP-WORK.
011300           05  WS-CURRENT-DATE         PIC 9(08).
011400           05  WS-CURRENT-TIME         PIC 9(08).
011407
011414      *----------------------------------------------------------------*
011421      * PROCESSING CALENDAR, ONE ENTRY PER DATE FROM THE FIRST DATE    *
011428      * ON THE CALENDAR FILE (WS-CAL-BASE-INT).  THE ORDINAL IS THE    *
011435      * RUNNING COUNT OF PROCESSING DAYS UP TO AND INCLUDING THE DATE, *
011442      * SO THE BUSINESS DAYS BETWEEN TWO DATES IS THE DIFFERENCE OF    *
011449      * THEIR ORDINALS.                                                *
011456      *----------------------------------------------------------------*
011463       01  WS-CALENDAR-TABLE.
011470           05  WS-CAL-ENTRY OCCURS 3700 TIMES.
011477               10  WS-CAL-TYPE         PIC X(01).
011484               10  WS-CAL-ORDINAL      PIC 9(05) COMP.
011500
011600      *----------------------------------------------------------------*
011700      * PRINT REPORT LINES                                             *
018500       1000-INITIALIZE.
018600           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018700           ACCEPT WS-CURRENT-TIME FROM TIME.
018800           PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
019000           OPEN INPUT EXCEPT-IN.
019100           IF WS-EXCEPT-STATUS NOT = '00'
019200               DISPLAY 'VAREXAGE: UNABLE TO OPEN EXCEPT-IN, STATUS '
022500           END-IF.
022600       1200-EXIT.
022700           EXIT.
022701
022702      *----------------------------------------------------------------*
022703      * 1400-LOAD-CALENDAR - LOAD THE PROCESSING CALENDAR AND FIND     *
022704      * TODAY ON IT.  A MISSING OR EMPTY CALENDAR, A GAP OR A DATE     *
022705      * OUT OF ORDER, A BAD DAY TYPE, OR A CALENDAR THAT DOES NOT      *
022706      * REACH TODAY STOPS THE RUN: BUSINESS DAYS CANNOT BE COUNTED     *
022707      * WITHOUT IT.                                                    *
022708      *----------------------------------------------------------------*
022709       1400-LOAD-CALENDAR.
022710           OPEN INPUT CALENDAR-FILE.
022711           IF WS-CALENDAR-STATUS NOT = '00'
022712               DISPLAY 'VAREXAGE: UNABLE TO OPEN CALENDAR-FILE, STATUS '
022713                   WS-CALENDAR-STATUS
022714               MOVE 16 TO RETURN-CODE
022715               GO TO 9999-EXIT
022716           END-IF.
022717           PERFORM 1420-READ-CALENDAR-DAY THRU 1420-EXIT
022718               UNTIL WS-CAL-EOF.
022719           CLOSE CALENDAR-FILE.
022720           IF WS-CAL-COUNT = ZERO
022721               DISPLAY 'VAREXAGE: PROCESSING CALENDAR IS EMPTY'
022722               MOVE 16 TO RETURN-CODE
022723               GO TO 9999-EXIT
022724           END-IF.
022725           MOVE WS-CURRENT-DATE TO WS-CAL-DATE.
022726           PERFORM 2800-BUSINESS-ORDINAL THRU 2800-EXIT.
022727           IF WS-CAL-DATE-INT < WS-CAL-BASE-INT
022728               OR WS-CAL-DATE-INT > WS-CAL-BASE-INT + WS-CAL-COUNT - 1
022729               DISPLAY 'VAREXAGE: PROCESSING CALENDAR DOES NOT COVER '
022730                   WS-CURRENT-DATE
022731               MOVE 16 TO RETURN-CODE
022732               GO TO 9999-EXIT
022733           END-IF.
022734           MOVE WS-CAL-DAY-ORD TO WS-CAL-TODAY-ORD.
022735       1400-EXIT.
022736           EXIT.
022737
022738      *----------------------------------------------------------------*
022739      * 1420-READ-CALENDAR-DAY - ONE CALENDAR DATE.  EACH DATE MUST BE *
022740      * THE DAY AFTER THE ONE BEFORE IT.                               *
022741      *----------------------------------------------------------------*
022742       1420-READ-CALENDAR-DAY.
022743           READ CALENDAR-FILE
022744               AT END
022745                   MOVE 'Y' TO WS-CAL-EOF-SW
022746                   GO TO 1420-EXIT
022747           END-READ.
022748           IF CAL-DATE-ALPHA NOT NUMERIC
022749               OR NOT (CAL-PROCESSING-DAY OR CAL-NON-PROCESSING-DAY)
022750               DISPLAY 'VAREXAGE: BAD CALENDAR RECORD '
022751                   CAL-DATE-ALPHA ' ' CAL-DAY-TYPE
022752               MOVE 16 TO RETURN-CODE
022753               GO TO 9999-EXIT
022754           END-IF.
022755           COMPUTE WS-CAL-DATE-INT =
022756               FUNCTION INTEGER-OF-DATE (CAL-DATE).
022757           IF WS-CAL-COUNT = ZERO
022758               MOVE WS-CAL-DATE-INT TO WS-CAL-BASE-INT
022759           END-IF.
022760           IF WS-CAL-DATE-INT = ZERO
022761               OR WS-CAL-DATE-INT NOT = WS-CAL-BASE-INT + WS-CAL-COUNT
022762               DISPLAY 'VAREXAGE: CALENDAR GAP OR SEQUENCE ERROR AT '
022763                   CAL-DATE
022764               MOVE 16 TO RETURN-CODE
022765               GO TO 9999-EXIT
022766           END-IF.
022767           IF WS-CAL-COUNT NOT < WS-CAL-MAX
022768               DISPLAY 'VAREXAGE: CALENDAR TABLE FULL AT ' CAL-DATE
022769               MOVE 16 TO RETURN-CODE
022770               GO TO 9999-EXIT
022771           END-IF.
022772           ADD 1 TO WS-CAL-COUNT.
022773           IF CAL-PROCESSING-DAY
022774               ADD 1 TO WS-CAL-BUS-DAYS
022775           END-IF.
022776           MOVE CAL-DAY-TYPE   TO WS-CAL-TYPE (WS-CAL-COUNT).
022777           MOVE WS-CAL-BUS-DAYS TO WS-CAL-ORDINAL (WS-CAL-COUNT).
022778       1420-EXIT.
022779           EXIT.
022800
022900      *----------------------------------------------------------------*
023000      * 2000-AGE-EXCEPTION - ONE EXCEPTION RECORD: SKIP IT IF WORKED,   *
027900           EXIT.
028000
028100      *----------------------------------------------------------------*
028170      * 2300-COMPUTE-AGE - BUSINESS DAYS SINCE THE CUT DATE, COUNTED   *
028240      * ON THE PROCESSING CALENDAR SO WEEKENDS AND HOLIDAYS DO NOT AGE *
028310      * AN EXCEPTION.  A BLANK OR NONNUMERIC CUT DATE (RECORD CUT      *
028380      * UNDER THE OLD LAYOUT), OR ONE BEFORE THE CALENDAR STARTS, AGES *
028450      * AS UNKNOWN AND IS TREATED AS PAST EVERY THRESHOLD.             *
028520      *----------------------------------------------------------------*
028695       2300-COMPUTE-AGE.
028780           MOVE 'N' TO WS-AGE-UNKNOWN-SW.
028865           IF EXR-CUT-DATE NOT NUMERIC
028950               MOVE 'Y' TO WS-AGE-UNKNOWN-SW
029035               MOVE ZERO TO WS-AGE-DAYS
029120               GO TO 2300-EXIT
029205           END-IF.
029290           MOVE EXR-CUT-DATE-NUM TO WS-CAL-DATE.
029375           PERFORM 2800-BUSINESS-ORDINAL THRU 2800-EXIT.
029390           IF WS-CAL-BEFORE-START
029405               MOVE 'Y' TO WS-AGE-UNKNOWN-SW
029420               MOVE ZERO TO WS-AGE-DAYS
029435               GO TO 2300-EXIT
029450           END-IF.
029460           COMPUTE WS-AGE-DAYS = WS-CAL-TODAY-ORD - WS-CAL-DAY-ORD.
029545           IF WS-AGE-DAYS < 1
029630               MOVE 1 TO WS-AGE-DAYS
029715           END-IF.
029800       2300-EXIT.
029900           EXIT.
030000
038500           MOVE 'N' TO WS-SECTION-OPEN-SW.
038600       2700-EXIT.
038700           EXIT.
038704
038708      *----------------------------------------------------------------*
038710      * 2800-BUSINESS-ORDINAL - LOOK WS-CAL-DATE UP ON THE CALENDAR,   *
038712      * LEAVING ITS ORDINAL IN WS-CAL-DAY-ORD AND ITS DAY TYPE IN      *
038714      * WS-CAL-DAY-TYPE.  A DATE BEFORE THE CALENDAR STARTS HAS NO     *
038716      * ORDINAL: IT SETS WS-CAL-BEFORE-START INSTEAD, AND THE CALLER   *
038718      * TREATS THE ITEM AS PAST EVERY THRESHOLD RATHER THAN AGE IT.  A *
038720      * DATE PAST THE END TAKES THE LAST ENTRY.                        *
038722      *----------------------------------------------------------------*
038732       2800-BUSINESS-ORDINAL.
038734           MOVE 'N' TO WS-CAL-BEFORE-SW.
038736           COMPUTE WS-CAL-DATE-INT =
038740               FUNCTION INTEGER-OF-DATE (WS-CAL-DATE).
038744           IF WS-CAL-DATE-INT < WS-CAL-BASE-INT
038748               MOVE 'Y' TO WS-CAL-BEFORE-SW
038752               MOVE 'N' TO WS-CAL-DAY-TYPE
038756               GO TO 2800-EXIT
038760           END-IF.
038764           COMPUTE WS-CAL-SUB = WS-CAL-DATE-INT - WS-CAL-BASE-INT + 1.
038768           IF WS-CAL-SUB > WS-CAL-COUNT
038772               MOVE WS-CAL-COUNT TO WS-CAL-SUB
038776           END-IF.
038780           MOVE WS-CAL-ORDINAL (WS-CAL-SUB) TO WS-CAL-DAY-ORD.
038784           MOVE WS-CAL-TYPE (WS-CAL-SUB)    TO WS-CAL-DAY-TYPE.
038788       2800-EXIT.
038792           EXIT.
038800
038900      *----------------------------------------------------------------*
039000      * 3000-CLOSE-LAST-SECTION - FLUSH THE FINAL REASON AND SOURCE     *
