002880      *                  MUST BE IN SUBSCRIBER/VAR1/VAR2 SEQUENCE.    *
002890      *                  THE TOTALS NOW BREAK UNACKED COUNTS OUT      *
002892      *                  PER SUBSCRIBER.                              *
002893      * 2026-10-15 JHM   THE OUTSTANDING LAYOUT MOVES TO THE OUTSREC   *
002894      *                  COPYBOOK, SHARED WITH THE RESEND PROGRAM.     *
002895      *                  EACH ITEM NOW CARRIES ITS ACTION CODE AND     *
002896      *                  SOURCE ID FROM THE DISTRIBUTION LOG AND ITS   *
002897      *                  RESEND COUNT, ALL CARRIED FORWARD UNCHANGED;  *
002898      *                  TONIGHT'S NEW ITEMS START AT ZERO.            *
002918      * 2026-10-15 JHM   DAYS OUTSTANDING ARE NOW BUSINESS DAYS ON THE *
002938      *                  PROCESSING CALENDAR (CALFILE), SO A LONG      *
002958      *                  WEEKEND NO LONGER AGES AN UNACKED ITEM.       *
002962      * 2026-10-15 JHM   AN ITEM FIRST EXTRACTED BEFORE THE CALENDAR'S *
002966      *                  FIRST DATE SHOWS 99999 DAYS OUT INSTEAD OF    *
002970      *                  AGING FROM THAT FIRST DATE.                   *
002978      *----------------------------------------------------------------*
003000
003100       ENVIRONMENT DIVISION.
003200       CONFIGURATION SECTION.
005800           SELECT REPORT-OUT ASSIGN TO RPTOUT
005900               ORGANIZATION IS SEQUENTIAL
006000               FILE STATUS IS WS-REPORT-STATUS.
006020
006040           SELECT CALENDAR-FILE ASSIGN TO CALFILE
006060               ORGANIZATION IS SEQUENTIAL
006080               FILE STATUS IS WS-CALENDAR-STATUS.
006100
006200       DATA DIVISION.
006300       FILE SECTION.
008700      *----------------------------------------------------------------*
008800       FD  OUTSTAND-IN
008900           RECORDING MODE IS F.
009000           COPY OUTSREC REPLACING
009100               ==OUTSTAND-RECORD== BY ==OUTSTAND-IN-RECORD==
009200               LEADING ==OUT-== BY ==OIN-==.
009500
009600      *----------------------------------------------------------------*
009700      * OUTSTAND-OUT - THE NEW OUTSTANDING FILE CARRIED FORWARD TO     *
009900      *----------------------------------------------------------------*
010000       FD  OUTSTAND-OUT
010100           RECORDING MODE IS F.
010200           COPY OUTSREC REPLACING
010300               ==OUTSTAND-RECORD== BY ==OUTSTAND-OUT-RECORD==
010400               LEADING ==OUT-== BY ==ONW-==.
010700
010800      *----------------------------------------------------------------*
010900      * ORPHAN-WORK - ACKNOWLEDGMENTS WITH NO MATCHING EXTRACT, HELD  *
012400       FD  REPORT-OUT
012500           RECORDING MODE IS F.
012600       01  REPORT-LINE                 PIC X(80).
012611
012622      *----------------------------------------------------------------*
012633      * CALENDAR-FILE - THE PROCESSING CALENDAR, ONE RECORD PER DATE   *
012644      * IN DATE ORDER, EACH MARKED PROCESSING OR NON-PROCESSING.       *
012655      *----------------------------------------------------------------*
012666       FD  CALENDAR-FILE
012677           RECORDING MODE IS F.
012688           COPY CALREC.
012700
012800       WORKING-STORAGE SECTION.
012900
014500       77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
014600       77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
014700       77  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 50.
014900       77  WS-DAYS-OUT                 PIC S9(05) COMP VALUE ZERO.
015000       77  WS-ORPHAN-STATUS            PIC X(02).
015100       77  WS-ORPH-EOF-SW              PIC X(01) VALUE 'N'.
015200           88  WS-ORPH-EOF                     VALUE 'Y'.
015206       77  WS-CALENDAR-STATUS          PIC X(02).
015212       77  WS-CAL-EOF-SW               PIC X(01) VALUE 'N'.
015218           88  WS-CAL-EOF                      VALUE 'Y'.
015224       77  WS-CAL-COUNT                PIC 9(05) COMP VALUE ZERO.
015230       77  WS-CAL-MAX                  PIC 9(05) VALUE 3700.
015236       77  WS-CAL-SUB                  PIC 9(05) COMP VALUE ZERO.
015242       77  WS-CAL-BASE-INT             PIC 9(07) COMP VALUE ZERO.
015248       77  WS-CAL-DATE-INT             PIC 9(07) COMP VALUE ZERO.
015254       77  WS-CAL-BUS-DAYS             PIC 9(05) COMP VALUE ZERO.
015260       77  WS-CAL-DATE                 PIC 9(08) VALUE ZERO.
015266       77  WS-CAL-DAY-ORD              PIC 9(05) COMP VALUE ZERO.
015272       77  WS-CAL-DAY-TYPE             PIC X(01) VALUE SPACE.
015278           88  WS-CAL-DAY-PROCESSING           VALUE 'P'.
015284       77  WS-CAL-TODAY-ORD            PIC 9(05) COMP VALUE ZERO.
015288       77  WS-CAL-BEFORE-SW            PIC X(01) VALUE 'N'.
015292           88  WS-CAL-BEFORE-START             VALUE 'Y'.
015296       77  WS-DAYS-PAST-ALL            PIC S9(05) COMP VALUE 99999.
015300
015400       01  WS-TIMESTAMP-WORK.
015500           05  WS-CURRENT-DATE         PIC 9(08).
015600           05  WS-CURRENT-TIME         PIC 9(08).
015700
015707
015714      *----------------------------------------------------------------*
015721      * PROCESSING CALENDAR, ONE ENTRY PER DATE FROM THE FIRST DATE    *
015728      * ON THE CALENDAR FILE (WS-CAL-BASE-INT).  THE ORDINAL IS THE    *
015735      * RUNNING COUNT OF PROCESSING DAYS UP TO AND INCLUDING THE DATE, *
015742      * SO THE BUSINESS DAYS BETWEEN TWO DATES IS THE DIFFERENCE OF    *
015749      * THEIR ORDINALS.                                                *
015756      *----------------------------------------------------------------*
015763       01  WS-CALENDAR-TABLE.
015770           05  WS-CAL-ENTRY OCCURS 3700 TIMES.
015777               10  WS-CAL-TYPE         PIC X(01).
015784               10  WS-CAL-ORDINAL      PIC 9(05) COMP.
015800      *----------------------------------------------------------------*
015900      * READ-AHEAD KEYS FOR THE THREE SORTED INPUTS.  HIGH-VALUES      *
016000      * MARKS AN EXHAUSTED FILE SO THE COMPARES FALL OUT NATURALLY.    *
016250           05  WS-EXT-SUB              PIC X(08).
016300           05  WS-EXT-VAR1             PIC X(10).
016400           05  WS-EXT-VAR2             PIC X(05).
016433       77  WS-EXT-ACTION               PIC X(01) VALUE SPACE.
016466       77  WS-EXT-SOURCE               PIC X(02) VALUE SPACES.
016500
016600       01  WS-OUTS-KEY.
016650           05  WS-OUTS-SUB             PIC X(08).
016700           05  WS-OUTS-VAR1            PIC X(10).
016800           05  WS-OUTS-VAR2            PIC X(05).
016900       77  WS-OUTS-DATE                PIC 9(08) VALUE ZERO.
016925       77  WS-OUTS-ACTION              PIC X(01) VALUE SPACE.
016950       77  WS-OUTS-SOURCE              PIC X(02) VALUE SPACES.
016975       77  WS-OUTS-RESENDS             PIC 9(02) VALUE ZERO.
017000
017100       01  WS-ACK-KEY.
017150           05  WS-ACK-SUB              PIC X(08).
018000           05  WS-CAND-VAR1            PIC X(10).
018100           05  WS-CAND-VAR2            PIC X(05).
018200       77  WS-CAND-DATE                PIC 9(08) VALUE ZERO.
018202       77  WS-CAND-ACTION              PIC X(01) VALUE SPACE.
018204       77  WS-CAND-SOURCE              PIC X(02) VALUE SPACES.
018206       77  WS-CAND-RESENDS             PIC 9(02) VALUE ZERO.
018210
018220      *----------------------------------------------------------------*
018230      * PER-SUBSCRIBER UNACKED COUNTS FOR THE TOTALS SECTION, SO ONE   *
025700       1000-INITIALIZE.
025800           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
025900           ACCEPT WS-CURRENT-TIME FROM TIME.
026000           PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
026200           OPEN INPUT DIST-IN.
026300           IF WS-EXTRACT-STATUS NOT = '00'
026400               DISPLAY 'VARACKM: UNABLE TO OPEN DIST-IN, STATUS '
031000           ADD 2 TO WS-LINE-COUNT.
031100       1000-EXIT.
031200           EXIT.
031201
031202      *----------------------------------------------------------------*
031203      * 1400-LOAD-CALENDAR - LOAD THE PROCESSING CALENDAR AND FIND     *
031204      * TODAY ON IT.  A MISSING OR EMPTY CALENDAR, A GAP OR A DATE     *
031205      * OUT OF ORDER, A BAD DAY TYPE, OR A CALENDAR THAT DOES NOT      *
031206      * REACH TODAY STOPS THE RUN: BUSINESS DAYS CANNOT BE COUNTED     *
031207      * WITHOUT IT.                                                    *
031208      *----------------------------------------------------------------*
031209       1400-LOAD-CALENDAR.
031210           OPEN INPUT CALENDAR-FILE.
031211           IF WS-CALENDAR-STATUS NOT = '00'
031212               DISPLAY 'VARACKM: UNABLE TO OPEN CALENDAR-FILE, STATUS '
031213                   WS-CALENDAR-STATUS
031214               MOVE 16 TO RETURN-CODE
031215               GO TO 9999-EXIT
031216           END-IF.
031217           PERFORM 1420-READ-CALENDAR-DAY THRU 1420-EXIT
031218               UNTIL WS-CAL-EOF.
031219           CLOSE CALENDAR-FILE.
031220           IF WS-CAL-COUNT = ZERO
031221               DISPLAY 'VARACKM: PROCESSING CALENDAR IS EMPTY'
031222               MOVE 16 TO RETURN-CODE
031223               GO TO 9999-EXIT
031224           END-IF.
031225           MOVE WS-CURRENT-DATE TO WS-CAL-DATE.
031226           PERFORM 2800-BUSINESS-ORDINAL THRU 2800-EXIT.
031227           IF WS-CAL-DATE-INT < WS-CAL-BASE-INT
031228               OR WS-CAL-DATE-INT > WS-CAL-BASE-INT + WS-CAL-COUNT - 1
031229               DISPLAY 'VARACKM: PROCESSING CALENDAR DOES NOT COVER '
031230                   WS-CURRENT-DATE
031231               MOVE 16 TO RETURN-CODE
031232               GO TO 9999-EXIT
031233           END-IF.
031234           MOVE WS-CAL-DAY-ORD TO WS-CAL-TODAY-ORD.
031235       1400-EXIT.
031236           EXIT.
031237
031238      *----------------------------------------------------------------*
031239      * 1420-READ-CALENDAR-DAY - ONE CALENDAR DATE.  EACH DATE MUST BE *
031240      * THE DAY AFTER THE ONE BEFORE IT.                               *
031241      *----------------------------------------------------------------*
031242       1420-READ-CALENDAR-DAY.
031243           READ CALENDAR-FILE
031244               AT END
031245                   MOVE 'Y' TO WS-CAL-EOF-SW
031246                   GO TO 1420-EXIT
031247           END-READ.
031248           IF CAL-DATE-ALPHA NOT NUMERIC
031249               OR NOT (CAL-PROCESSING-DAY OR CAL-NON-PROCESSING-DAY)
031250               DISPLAY 'VARACKM: BAD CALENDAR RECORD '
031251                   CAL-DATE-ALPHA ' ' CAL-DAY-TYPE
031252               MOVE 16 TO RETURN-CODE
031253               GO TO 9999-EXIT
031254           END-IF.
031255           COMPUTE WS-CAL-DATE-INT =
031256               FUNCTION INTEGER-OF-DATE (CAL-DATE).
031257           IF WS-CAL-COUNT = ZERO
031258               MOVE WS-CAL-DATE-INT TO WS-CAL-BASE-INT
031259           END-IF.
031260           IF WS-CAL-DATE-INT = ZERO
031261               OR WS-CAL-DATE-INT NOT = WS-CAL-BASE-INT + WS-CAL-COUNT
031262               DISPLAY 'VARACKM: CALENDAR GAP OR SEQUENCE ERROR AT '
031263                   CAL-DATE
031264               MOVE 16 TO RETURN-CODE
031265               GO TO 9999-EXIT
031266           END-IF.
031267           IF WS-CAL-COUNT NOT < WS-CAL-MAX
031268               DISPLAY 'VARACKM: CALENDAR TABLE FULL AT ' CAL-DATE
031269               MOVE 16 TO RETURN-CODE
031270               GO TO 9999-EXIT
031271           END-IF.
031272           ADD 1 TO WS-CAL-COUNT.
031273           IF CAL-PROCESSING-DAY
031274               ADD 1 TO WS-CAL-BUS-DAYS
031275           END-IF.
031276           MOVE CAL-DAY-TYPE   TO WS-CAL-TYPE (WS-CAL-COUNT).
031277           MOVE WS-CAL-BUS-DAYS TO WS-CAL-ORDINAL (WS-CAL-COUNT).
031278       1420-EXIT.
031279           EXIT.
031300
031400      *----------------------------------------------------------------*
031500      * 2000-MATCH-LOOP - ONE STEP OF THE BALANCED-LINE MATCH.  THE    *
034900               MOVE WS-EXT-KEY       TO WS-CAND-KEY
035000               MOVE WS-CURRENT-DATE  TO WS-CAND-DATE
035100               MOVE 'E'              TO WS-CAND-FROM
035125               MOVE WS-EXT-ACTION    TO WS-CAND-ACTION
035150               MOVE WS-EXT-SOURCE    TO WS-CAND-SOURCE
035175               MOVE ZERO             TO WS-CAND-RESENDS
035200           ELSE
035300               MOVE WS-OUTS-KEY      TO WS-CAND-KEY
035400               MOVE WS-OUTS-DATE     TO WS-CAND-DATE
035500               MOVE 'O'              TO WS-CAND-FROM
035525               MOVE WS-OUTS-ACTION   TO WS-CAND-ACTION
035550               MOVE WS-OUTS-SOURCE   TO WS-CAND-SOURCE
035575               MOVE WS-OUTS-RESENDS  TO WS-CAND-RESENDS
035600           END-IF.
035700       2100-EXIT.
035800           EXIT.
036850                   MOVE DST-SUB-NAME TO WS-EXT-SUB
036900                   MOVE DST-VAR1 TO WS-EXT-VAR1
037000                   MOVE DST-VAR2 TO WS-EXT-VAR2
037033                   MOVE DST-ACTION-CODE TO WS-EXT-ACTION
037066                   MOVE DST-SOURCE-ID TO WS-EXT-SOURCE
037100           END-READ.
037200       2110-EXIT.
037300           EXIT.
038400                   MOVE OIN-VAR1       TO WS-OUTS-VAR1
038500                   MOVE OIN-VAR2       TO WS-OUTS-VAR2
038600                   MOVE OIN-FIRST-DATE TO WS-OUTS-DATE
038614                   MOVE OIN-ACTION-CODE TO WS-OUTS-ACTION
038628                   MOVE OIN-SOURCE-ID  TO WS-OUTS-SOURCE
038642                   MOVE OIN-RESEND-COUNT TO WS-OUTS-RESENDS
038656                   IF OIN-RESEND-COUNT NOT NUMERIC
038670                       MOVE ZERO TO WS-OUTS-RESENDS
038684                   END-IF
038700           END-READ.
038800       2120-EXIT.
038900           EXIT.
041700           EXIT.
041800
041900      *----------------------------------------------------------------*
041980      * 2300-CARRY-UNACKED - AN EXTRACT WITH NO ACKNOWLEDGMENT: AGE IT *
042060      * ON THE REPORT AND CARRY IT FORWARD ON THE NEW OUTSTANDING FILE *
042140      * WITH ITS ORIGINAL FIRST-EXTRACT DATE.  ONE FIRST EXTRACTED     *
042220      * BEFORE THE CALENDAR STARTS SHOWS 99999 DAYS OUT.               *
042300      *----------------------------------------------------------------*
042400       2300-CARRY-UNACKED.
042500           ADD 1 TO WS-RECS-UNACKED.
042700           MOVE WS-CAND-VAR1    TO ONW-VAR1.
042800           MOVE WS-CAND-VAR2    TO ONW-VAR2.
042900           MOVE WS-CAND-DATE    TO ONW-FIRST-DATE.
042925           MOVE WS-CAND-ACTION  TO ONW-ACTION-CODE.
042950           MOVE WS-CAND-SOURCE  TO ONW-SOURCE-ID.
042975           MOVE WS-CAND-RESENDS TO ONW-RESEND-COUNT.
043000           WRITE OUTSTAND-OUT-RECORD.
043100           IF WS-CAND-DATE = ZERO
043200               MOVE ZERO TO WS-DAYS-OUT
043300           ELSE
043400               MOVE WS-CAND-DATE TO WS-CAL-DATE
043500               PERFORM 2800-BUSINESS-ORDINAL THRU 2800-EXIT
043510               IF WS-CAL-BEFORE-START
043520                   MOVE WS-DAYS-PAST-ALL TO WS-DAYS-OUT
043530               ELSE
043550                   COMPUTE WS-DAYS-OUT =
043555                       WS-CAL-TODAY-ORD - WS-CAL-DAY-ORD
043560               END-IF
043600           END-IF.
043650           MOVE WS-CAND-SUB     TO RUL-SUB.
043700           MOVE WS-CAND-VAR1    TO RUL-VAR1.
046100           WRITE ORPHAN-WORK-RECORD.
046200       2400-EXIT.
046300           EXIT.
046304
046308      *----------------------------------------------------------------*
046310      * 2800-BUSINESS-ORDINAL - LOOK WS-CAL-DATE UP ON THE CALENDAR,   *
046312      * LEAVING ITS ORDINAL IN WS-CAL-DAY-ORD AND ITS DAY TYPE IN      *
046314      * WS-CAL-DAY-TYPE.  A DATE BEFORE THE CALENDAR STARTS HAS NO     *
046316      * ORDINAL: IT SETS WS-CAL-BEFORE-START INSTEAD, AND THE CALLER   *
046318      * TREATS THE ITEM AS PAST EVERY THRESHOLD RATHER THAN AGE IT.  A *
046320      * DATE PAST THE END TAKES THE LAST ENTRY.                        *
046322      *----------------------------------------------------------------*
046332       2800-BUSINESS-ORDINAL.
046334           MOVE 'N' TO WS-CAL-BEFORE-SW.
046336           COMPUTE WS-CAL-DATE-INT =
046340               FUNCTION INTEGER-OF-DATE (WS-CAL-DATE).
046344           IF WS-CAL-DATE-INT < WS-CAL-BASE-INT
046348               MOVE 'Y' TO WS-CAL-BEFORE-SW
046352               MOVE 'N' TO WS-CAL-DAY-TYPE
046356               GO TO 2800-EXIT
046360           END-IF.
046364           COMPUTE WS-CAL-SUB = WS-CAL-DATE-INT - WS-CAL-BASE-INT + 1.
046368           IF WS-CAL-SUB > WS-CAL-COUNT
046372               MOVE WS-CAL-COUNT TO WS-CAL-SUB
046376           END-IF.
046380           MOVE WS-CAL-ORDINAL (WS-CAL-SUB) TO WS-CAL-DAY-ORD.
046384           MOVE WS-CAL-TYPE (WS-CAL-SUB)    TO WS-CAL-DAY-TYPE.
046388       2800-EXIT.
046392           EXIT.
046400
046500      *----------------------------------------------------------------*
046600      * 4100-WRITE-REPORT-HEADERS - NEW PAGE, PAGE HEADING.            *
