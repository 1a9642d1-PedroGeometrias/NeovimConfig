001900      *                  BATCH (ORIGINAL SOURCES PRESERVED, RELEASED   *
002000      *                  FLAG STAMPED), AND CARRYING THE REST          *
002100      *                  FORWARD.                                      *
002114      * 2026-10-15 JHM   BUSINESS-DAY CALENDAR: AN EFFECTIVE DATE THAT *
002128      *                  FALLS ON A NON-PROCESSING DAY ON THE CALENDAR *
002142      *                  FILE (CALFILE) NOW ROLLS TO THE NEXT BUSINESS *
002156      *                  DAY INSTEAD OF RELEASING ON THE DATE ITSELF.  *
002170      *                  THE RECORD IS RELEASED UNCHANGED; ROLLED AND  *
002184      *                  STILL-AWAITING COUNTS ARE DISPLAYED.          *
002200      *----------------------------------------------------------------*
002300
002400       ENVIRONMENT DIVISION.
003900           SELECT PEND-NEW ASSIGN TO PENDNEW
004000               ORGANIZATION IS SEQUENTIAL
004100               FILE STATUS IS WS-PENDNEW-STATUS.
004120
004140           SELECT CALENDAR-FILE ASSIGN TO CALFILE
004160               ORGANIZATION IS SEQUENTIAL
004180               FILE STATUS IS WS-CALENDAR-STATUS.
004200
004300       DATA DIVISION.
004400       FILE SECTION.
006700       FD  PEND-NEW
006800           RECORDING MODE IS F.
006900       01  PEND-NEW-RECORD             PIC X(28).
006911
006922      *----------------------------------------------------------------*
006933      * CALENDAR-FILE - THE PROCESSING CALENDAR, ONE RECORD PER DATE   *
006944      * IN DATE ORDER, EACH MARKED PROCESSING OR NON-PROCESSING.       *
006955      *----------------------------------------------------------------*
006966       FD  CALENDAR-FILE
006977           RECORDING MODE IS F.
006988           COPY CALREC.
007000
007100       WORKING-STORAGE SECTION.
007200
008600       77  WS-LOC-FOUND-SW             PIC X(01) VALUE 'N'.
008700           88  WS-LOC-FOUND                    VALUE 'Y'.
008800       77  WS-CUR-RSC                  PIC 9(02) COMP VALUE ZERO.
008805       77  WS-CALENDAR-STATUS          PIC X(02).
008810       77  WS-CAL-EOF-SW               PIC X(01) VALUE 'N'.
008815           88  WS-CAL-EOF                      VALUE 'Y'.
008820       77  WS-CAL-COUNT                PIC 9(05) COMP VALUE ZERO.
008825       77  WS-CAL-MAX                  PIC 9(05) VALUE 3700.
008830       77  WS-CAL-SUB                  PIC 9(05) COMP VALUE ZERO.
008835       77  WS-CAL-BASE-INT             PIC 9(07) COMP VALUE ZERO.
008840       77  WS-CAL-DATE-INT             PIC 9(07) COMP VALUE ZERO.
008845       77  WS-CAL-BUS-DAYS             PIC 9(05) COMP VALUE ZERO.
008850       77  WS-CAL-DATE                 PIC 9(08) VALUE ZERO.
008855       77  WS-CAL-DAY-ORD              PIC 9(05) COMP VALUE ZERO.
008860       77  WS-CAL-DAY-TYPE             PIC X(01) VALUE SPACE.
008865           88  WS-CAL-DAY-PROCESSING           VALUE 'P'.
008870       77  WS-CAL-TODAY-ORD            PIC 9(05) COMP VALUE ZERO.
008875       77  WS-DUE-SW                   PIC X(01) VALUE 'N'.
008880           88  WS-DUE                          VALUE 'Y'.
008885       77  WS-RECS-ROLLED              PIC 9(07) COMP VALUE ZERO.
008890       77  WS-RECS-DEFERRED            PIC 9(07) COMP VALUE ZERO.
008900
009000       01  WS-TIMESTAMP-WORK.
009100           05  WS-CURRENT-DATE         PIC 9(08).
010000               10  WS-RSC-ID           PIC X(02).
010100               10  WS-RSC-RECS         PIC 9(07) COMP.
010200               10  WS-RSC-TOTAL        PIC 9(09) COMP.
010207
010214      *----------------------------------------------------------------*
010221      * PROCESSING CALENDAR, ONE ENTRY PER DATE FROM THE FIRST DATE    *
010228      * ON THE CALENDAR FILE (WS-CAL-BASE-INT).  THE ORDINAL IS THE    *
010235      * RUNNING COUNT OF PROCESSING DAYS UP TO AND INCLUDING THE DATE, *
010242      * SO THE BUSINESS DAYS BETWEEN TWO DATES IS THE DIFFERENCE OF    *
010249      * THEIR ORDINALS.                                                *
010256      *----------------------------------------------------------------*
010263       01  WS-CALENDAR-TABLE.
010270           05  WS-CAL-ENTRY OCCURS 3700 TIMES.
010277               10  WS-CAL-TYPE         PIC X(01).
010284               10  WS-CAL-ORDINAL      PIC 9(05) COMP.
010300
010400       PROCEDURE DIVISION.
010500
012000       1000-INITIALIZE.
012100           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
012200           ACCEPT WS-CURRENT-TIME FROM TIME.
012250           PERFORM 1400-LOAD-CALENDAR THRU 1400-EXIT.
012300           OPEN INPUT PEND-IN.
012400           IF WS-PENDIN-STATUS NOT = '00'
012500               MOVE 'Y' TO WS-EOF-SW
014100       1000-EXIT.
014200           EXIT.
014300
014301      *----------------------------------------------------------------*
014302      * 1400-LOAD-CALENDAR - LOAD THE PROCESSING CALENDAR AND FIND     *
014303      * TODAY ON IT.  A MISSING OR EMPTY CALENDAR, A GAP OR A DATE     *
014304      * OUT OF ORDER, A BAD DAY TYPE, OR A CALENDAR THAT DOES NOT      *
014305      * REACH TODAY STOPS THE RUN: BUSINESS DAYS CANNOT BE COUNTED     *
014306      * WITHOUT IT.                                                    *
014307      *----------------------------------------------------------------*
014308       1400-LOAD-CALENDAR.
014309           OPEN INPUT CALENDAR-FILE.
014310           IF WS-CALENDAR-STATUS NOT = '00'
014311               DISPLAY 'VARPNDR: UNABLE TO OPEN CALENDAR-FILE, STATUS '
014312                   WS-CALENDAR-STATUS
014313               MOVE 16 TO RETURN-CODE
014314               GO TO 9999-EXIT
014315           END-IF.
014316           PERFORM 1420-READ-CALENDAR-DAY THRU 1420-EXIT
014317               UNTIL WS-CAL-EOF.
014318           CLOSE CALENDAR-FILE.
014319           IF WS-CAL-COUNT = ZERO
014320               DISPLAY 'VARPNDR: PROCESSING CALENDAR IS EMPTY'
014321               MOVE 16 TO RETURN-CODE
014322               GO TO 9999-EXIT
014323           END-IF.
014324           MOVE WS-CURRENT-DATE TO WS-CAL-DATE.
014325           PERFORM 2800-BUSINESS-ORDINAL THRU 2800-EXIT.
014326           IF WS-CAL-DATE-INT < WS-CAL-BASE-INT
014327               OR WS-CAL-DATE-INT > WS-CAL-BASE-INT + WS-CAL-COUNT - 1
014328               DISPLAY 'VARPNDR: PROCESSING CALENDAR DOES NOT COVER '
014329                   WS-CURRENT-DATE
014330               MOVE 16 TO RETURN-CODE
014331               GO TO 9999-EXIT
014332           END-IF.
014333           MOVE WS-CAL-DAY-ORD TO WS-CAL-TODAY-ORD.
014334       1400-EXIT.
014335           EXIT.
014336
014337      *----------------------------------------------------------------*
014338      * 1420-READ-CALENDAR-DAY - ONE CALENDAR DATE.  EACH DATE MUST BE *
014339      * THE DAY AFTER THE ONE BEFORE IT.                               *
014340      *----------------------------------------------------------------*
014341       1420-READ-CALENDAR-DAY.
014342           READ CALENDAR-FILE
014343               AT END
014344                   MOVE 'Y' TO WS-CAL-EOF-SW
014345                   GO TO 1420-EXIT
014346           END-READ.
014347           IF CAL-DATE-ALPHA NOT NUMERIC
014348               OR NOT (CAL-PROCESSING-DAY OR CAL-NON-PROCESSING-DAY)
014349               DISPLAY 'VARPNDR: BAD CALENDAR RECORD '
014350                   CAL-DATE-ALPHA ' ' CAL-DAY-TYPE
014351               MOVE 16 TO RETURN-CODE
014352               GO TO 9999-EXIT
014353           END-IF.
014354           COMPUTE WS-CAL-DATE-INT =
014355               FUNCTION INTEGER-OF-DATE (CAL-DATE).
014356           IF WS-CAL-COUNT = ZERO
014357               MOVE WS-CAL-DATE-INT TO WS-CAL-BASE-INT
014358           END-IF.
014359           IF WS-CAL-DATE-INT = ZERO
014360               OR WS-CAL-DATE-INT NOT = WS-CAL-BASE-INT + WS-CAL-COUNT
014361               DISPLAY 'VARPNDR: CALENDAR GAP OR SEQUENCE ERROR AT '
014362                   CAL-DATE
014363               MOVE 16 TO RETURN-CODE
014364               GO TO 9999-EXIT
014365           END-IF.
014366           IF WS-CAL-COUNT NOT < WS-CAL-MAX
014367               DISPLAY 'VARPNDR: CALENDAR TABLE FULL AT ' CAL-DATE
014368               MOVE 16 TO RETURN-CODE
014369               GO TO 9999-EXIT
014370           END-IF.
014371           ADD 1 TO WS-CAL-COUNT.
014372           IF CAL-PROCESSING-DAY
014373               ADD 1 TO WS-CAL-BUS-DAYS
014374           END-IF.
014375           MOVE CAL-DAY-TYPE   TO WS-CAL-TYPE (WS-CAL-COUNT).
014376           MOVE WS-CAL-BUS-DAYS TO WS-CAL-ORDINAL (WS-CAL-COUNT).
014377       1420-EXIT.
014378           EXIT.
014379
014400      *----------------------------------------------------------------*
014500      * 2000-SWEEP-PENDING - ONE PENDING RECORD: RELEASE IT IF ITS     *
014600      * EFFECTIVE DATE HAS ARRIVED, OTHERWISE CARRY IT FORWARD.        *
015500           IF TR-DETAIL-REC
015600               AND TR-EFF-DATE-ALPHA NUMERIC
015700               AND TR-EFF-DATE NOT > WS-CURRENT-DATE
015800               PERFORM 2100-CHECK-BUSINESS-DAY THRU 2100-EXIT
015900           ELSE
016000               MOVE 'N' TO WS-DUE-SW
016100           END-IF.
016214           IF WS-DUE
016228               PERFORM 2200-RELEASE-RECORD THRU 2200-EXIT
016242           ELSE
016256               WRITE PEND-NEW-RECORD FROM TRANS-DETAIL-RECORD
016270               ADD 1 TO WS-RECS-HELD
016284           END-IF.
016300       2000-EXIT.
016400           EXIT.
016402
016404      *----------------------------------------------------------------*
016408      * 2100-CHECK-BUSINESS-DAY - AN EFFECTIVE DATE THAT FALLS ON A    *
016412      * NON-PROCESSING DAY ROLLS TO THE NEXT BUSINESS DAY, SO THE      *
016416      * RECORD IS DUE ONLY ONCE A PROCESSING DAY HAS COME ON OR AFTER  *
016420      * ITS EFFECTIVE DATE.  A RUN ON A HOLIDAY RELEASES NOTHING DATED *
016424      * THAT HOLIDAY.                                                  *
016428      *----------------------------------------------------------------*
016432       2100-CHECK-BUSINESS-DAY.
016436           MOVE 'N' TO WS-DUE-SW.
016440           MOVE TR-EFF-DATE TO WS-CAL-DATE.
016444           PERFORM 2800-BUSINESS-ORDINAL THRU 2800-EXIT.
016448           IF WS-CAL-DAY-PROCESSING
016452               MOVE 'Y' TO WS-DUE-SW
016456               GO TO 2100-EXIT
016460           END-IF.
016464           IF WS-CAL-TODAY-ORD > WS-CAL-DAY-ORD
016468               MOVE 'Y' TO WS-DUE-SW
016472               ADD 1 TO WS-RECS-ROLLED
016476           ELSE
016480               ADD 1 TO WS-RECS-DEFERRED
016484           END-IF.
016488       2100-EXIT.
016492           EXIT.
016500
016600      *----------------------------------------------------------------*
016700      * 2200-RELEASE-RECORD - STAMP THE RELEASED FLAG, WRITE THE       *
022100           END-IF.
022200       2420-EXIT.
022300           EXIT.
022304
022308      *----------------------------------------------------------------*
022312      * 2800-BUSINESS-ORDINAL - LOOK WS-CAL-DATE UP ON THE CALENDAR,   *
022316      * LEAVING ITS ORDINAL IN WS-CAL-DAY-ORD AND ITS DAY TYPE IN      *
022320      * WS-CAL-DAY-TYPE.  A DATE BEFORE THE CALENDAR STARTS TAKES      *
022324      * ORDINAL ZERO; ONE PAST ITS END TAKES THE LAST ENTRY.           *
022328      *----------------------------------------------------------------*
022332       2800-BUSINESS-ORDINAL.
022336           COMPUTE WS-CAL-DATE-INT =
022340               FUNCTION INTEGER-OF-DATE (WS-CAL-DATE).
022344           IF WS-CAL-DATE-INT < WS-CAL-BASE-INT
022348               MOVE ZERO TO WS-CAL-DAY-ORD
022352               MOVE 'N' TO WS-CAL-DAY-TYPE
022356               GO TO 2800-EXIT
022360           END-IF.
022364           COMPUTE WS-CAL-SUB = WS-CAL-DATE-INT - WS-CAL-BASE-INT + 1.
022368           IF WS-CAL-SUB > WS-CAL-COUNT
022372               MOVE WS-CAL-COUNT TO WS-CAL-SUB
022376           END-IF.
022380           MOVE WS-CAL-ORDINAL (WS-CAL-SUB) TO WS-CAL-DAY-ORD.
022384           MOVE WS-CAL-TYPE (WS-CAL-SUB)    TO WS-CAL-DAY-TYPE.
022388       2800-EXIT.
022392           EXIT.
022400
022500      *----------------------------------------------------------------*
022600      * 9000-TERMINATE - WRITE THE 'B'/'S' RECORDS FOR EACH SOURCE     *
024700           DISPLAY 'PENDING RECORDS READ.: ' WS-RECS-READ.
024800           DISPLAY 'RELEASED TONIGHT.....: ' WS-RECS-RELEASED.
024900           DISPLAY 'STILL PENDING........: ' WS-RECS-HELD.
024933           DISPLAY 'ROLLED FORWARD.......: ' WS-RECS-ROLLED.
024966           DISPLAY 'AWAITING BUSINESS DAY: ' WS-RECS-DEFERRED.
025000       9000-EXIT.
025100           EXIT.
025200
