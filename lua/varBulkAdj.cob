000100       IDENTIFICATION DIVISION.
000200
000300       PROGRAM-ID. VARBULK.
000400       AUTHOR. JHM.
000500       INSTALLATION. DATA PROCESSING.
000600       DATE-WRITTEN. 2026-10-15.
000700       DATE-COMPILED.
000800
000900      *----------------------------------------------------------------*
001000      * MODIFICATION HISTORY                                           *
001100      *----------------------------------------------------------------*
001200      * DATE       INIT  DESCRIPTION                                   *
001300      * ---------- ----  --------------------------------------------- *
001400      * 2026-10-15 JHM   ORIGINAL PROGRAM.  BULK VAR2 ADJUSTMENT FOR   *
001500      *                  BLOCKS OF KEYS, DRIVEN BY ADJUSTMENT CARDS    *
001600      *                  (ADJCARD).  EACH CARD GIVES A VAR1 RANGE,     *
001700      *                  OPTIONALLY NARROWED TO ONE MSTR-LAST-SOURCE OR*
001800      *                  MSTR-STATUS, A FIXED OR PERCENTAGE CHANGE, A  *
001900      *                  ROUNDING RULE, AND A FLOOR AND CEILING.  A KEY*
002000      *                  TAKES THE FIRST CARD IT MATCHES.  PREVIEW MODE*
002100      *                  PRINTS EVERY KEY'S BEFORE AND AFTER VALUES AND*
002200      *                  THE TOTALS FOR SIGN-OFF AND WRITES NOTHING.   *
002300      *                  COMMIT MODE PRICES THE SAME WAY, AND ONLY IF  *
002400      *                  THE TRANSACTION COUNT AND CONTROL TOTAL MATCH *
002500      *                  THE SIGNED-OFF PREVIEW FIGURES ON THE PARMIN  *
002600      *                  CARD DOES IT WRITE A 'B'/'D'/'S'/'T' BATCH OF *
002700      *                  'C' TRANSACTIONS UNDER SOURCE ID BK TO THE    *
002800      *                  BULK ADJUSTMENT FILE (BULKADJ), WHICH DAILYJOB*
002900      *                  FEEDS INTO THE NEXT NIGHT'S RUN.  THE CHANGES *
003000      *                  THEN TAKE THE NORMAL EDITS, AUTHORIZATION,    *
003100      *                  APPROVAL THRESHOLDS, AUDIT, AND EXTRACT.      *
003110      * 2026-10-15 JHM   A COMMIT WHOSE WRITTEN BATCH DOES NOT AGREE   *
003120      *                  WITH THE PRICING PASS EMPTIES BULKADJ AGAIN   *
003130      *                  BEFORE ENDING CC 16.  THE MASTER IS REOPENED  *
003140      *                  AND REPOSITIONED BEFORE BULKADJ IS OPENED, AND*
003150      *                  EVERY OPEN AND START IS CHECKED.              *
003200      *----------------------------------------------------------------*
003300
003400       ENVIRONMENT DIVISION.
003500       CONFIGURATION SECTION.
003600       SOURCE-COMPUTER. YOUR-MACHINE-TYPE.
003700       OBJECT-COMPUTER. YOUR-MACHINE-TYPE.
003800
003900       INPUT-OUTPUT SECTION.
004000       FILE-CONTROL.
004100           SELECT MASTER-FILE ASSIGN TO MASTFILE
004200               ORGANIZATION IS INDEXED
004300               ACCESS MODE IS DYNAMIC
004400               RECORD KEY IS MSTR-VAR1
004500               FILE STATUS IS WS-MASTER-STATUS.
004600
004700           SELECT ADJUST-CARDS ASSIGN TO ADJCARD
004800               ORGANIZATION IS SEQUENTIAL
004900               FILE STATUS IS WS-ADJCARD-STATUS.
005000
005100           SELECT BULK-OUT ASSIGN TO BULKADJ
005200               ORGANIZATION IS SEQUENTIAL
005300               FILE STATUS IS WS-BULKADJ-STATUS.
005400
005500           SELECT PARM-IN ASSIGN TO PARMIN
005600               ORGANIZATION IS SEQUENTIAL
005700               FILE STATUS IS WS-PARM-STATUS.
005800
005900           SELECT REPORT-OUT ASSIGN TO RPTOUT
006000               ORGANIZATION IS SEQUENTIAL
006100               FILE STATUS IS WS-REPORT-STATUS.
006200
006300       DATA DIVISION.
006400       FILE SECTION.
006500
006600      *----------------------------------------------------------------*
006700      * MASTER-FILE - THE LIVE VAR MASTER, READ ONLY.  THE CHANGES     *
006800      * POST IN THE NIGHTLY RUN, NEVER HERE.                           *
006900      *----------------------------------------------------------------*
007000       FD  MASTER-FILE.
007100           COPY MSTRREC.
007200
007300      *----------------------------------------------------------------*
007400      * ADJUST-CARDS - ONE CARD PER BLOCK OF KEYS TO REPRICE.  A '*'   *
007500      * IN COLUMN 1 OR A BLANK CARD IS A COMMENT.                      *
007600      *   ADJ-FILTER-TYPE   BLANK = WHOLE RANGE, 'S' = ONLY KEYS WHOSE *
007700      *                     MSTR-LAST-SOURCE IS ADJ-FILTER-VALUE, 'T' =*
007800      *                     ONLY KEYS WHOSE MSTR-STATUS IS THE FIRST   *
007900      *                     BYTE OF ADJ-FILTER-VALUE.                  *
008000      *   ADJ-CHANGE-TYPE   'F' = ADD OR SUBTRACT ADJ-AMOUNT, 'P' =    *
008100      *                     ADJ-AMOUNT PER CENT OF THE CURRENT VAR2.   *
008200      *   ADJ-ROUND-MODE    BLANK OR 'N' = NEAREST, 'U' = UP, 'D' =    *
008300      *                     DOWN, TO A MULTIPLE OF ADJ-ROUND-UNIT      *
008400      *                     (BLANK = 1).                               *
008500      *   ADJ-FLOOR/CEILING BLANK = 0 AND 99999.  APPLIED AFTER THE    *
008600      *                     ROUNDING.                                  *
008700      *----------------------------------------------------------------*
008800       FD  ADJUST-CARDS
008900           RECORDING MODE IS F.
009000       01  ADJUST-CARD-RECORD.
009100           05  ADJ-RANGE-LOW           PIC X(10).
009200           05  ADJ-RANGE-HIGH          PIC X(10).
009300           05  ADJ-FILTER-TYPE         PIC X(01).
009400               88  ADJ-FILTER-NONE             VALUE ' '.
009500               88  ADJ-FILTER-SOURCE           VALUE 'S'.
009600               88  ADJ-FILTER-STATUS           VALUE 'T'.
009700           05  ADJ-FILTER-VALUE        PIC X(08).
009800           05  ADJ-CHANGE-TYPE         PIC X(01).
009900               88  ADJ-CHANGE-FIXED            VALUE 'F'.
010000               88  ADJ-CHANGE-PERCENT          VALUE 'P'.
010100           05  ADJ-SIGN                PIC X(01).
010200               88  ADJ-SIGN-VALID              VALUE '+' '-'.
010300           05  ADJ-AMOUNT              PIC 9(05)V9(04).
010400           05  ADJ-AMOUNT-ALPHA REDEFINES ADJ-AMOUNT
010500                                       PIC X(09).
010600           05  ADJ-ROUND-MODE          PIC X(01).
010700               88  ADJ-ROUND-VALID             VALUE ' ' 'N' 'U' 'D'.
010800           05  ADJ-ROUND-UNIT          PIC 9(05).
010900           05  ADJ-ROUND-UNIT-ALPHA REDEFINES ADJ-ROUND-UNIT
011000                                       PIC X(05).
011100           05  ADJ-FLOOR               PIC 9(05).
011200           05  ADJ-FLOOR-ALPHA REDEFINES ADJ-FLOOR
011300                                       PIC X(05).
011400           05  ADJ-CEILING             PIC 9(05).
011500           05  ADJ-CEILING-ALPHA REDEFINES ADJ-CEILING
011600                                       PIC X(05).
011700           05  ADJ-DESCRIPTION         PIC X(24).
011800
011900      *----------------------------------------------------------------*
012000      * BULK-OUT - THE BULK ADJUSTMENT FILE PICKED UP BY THE NEXT      *
012100      * NIGHT'S RUN.  MUST BE EMPTY FOR A COMMIT, SO ONE BATCH WAITS   *
012200      * AT A TIME.                                                     *
012300      *----------------------------------------------------------------*
012400       FD  BULK-OUT
012500           RECORDING MODE IS F.
012600           COPY TRANREC.
012700
012800      *----------------------------------------------------------------*
012900      * PARM-IN - THE RUN CARD.  'PREVIEW' OR 'COMMIT ' IN COLS 1-7.  A*
013000      * COMMIT CARRIES THE TRANSACTION COUNT (COLS 9-15) AND CONTROL   *
013100      * TOTAL (COLS 17-25) FROM THE SIGNED-OFF PREVIEW, AND MAY CARRY  *
013200      * AN EFFECTIVE DATE (COLS 27-34, BLANK = THE NEXT NIGHT).        *
013300      *----------------------------------------------------------------*
013400       FD  PARM-IN
013500           RECORDING MODE IS F.
013600       01  PARM-RECORD.
013700           05  PRM-MODE                PIC X(07).
013800           05  FILLER                  PIC X(01).
013900           05  PRM-EXP-COUNT           PIC 9(07).
014000           05  PRM-EXP-COUNT-ALPHA REDEFINES PRM-EXP-COUNT
014100                                       PIC X(07).
014200           05  FILLER                  PIC X(01).
014300           05  PRM-EXP-TOTAL           PIC 9(09).
014400           05  PRM-EXP-TOTAL-ALPHA REDEFINES PRM-EXP-TOTAL
014500                                       PIC X(09).
014600           05  FILLER                  PIC X(01).
014700           05  PRM-EFF-DATE            PIC 9(08).
014800           05  PRM-EFF-DATE-ALPHA REDEFINES PRM-EFF-DATE
014900                                       PIC X(08).
015000           05  FILLER                  PIC X(46).
015100
015200      *----------------------------------------------------------------*
015300      * REPORT-OUT - THE ADJUSTMENT CARDS, ONE LINE PER KEY PRICED,    *
015400      * AND A SUMMARY PAGE.                                            *
015500      *----------------------------------------------------------------*
015600       FD  REPORT-OUT
015700           RECORDING MODE IS F.
015800       01  REPORT-LINE                 PIC X(80).
015900
016000       WORKING-STORAGE SECTION.
016100
016200       77  WS-MASTER-STATUS            PIC X(02).
016300       77  WS-ADJCARD-STATUS           PIC X(02).
016400       77  WS-BULKADJ-STATUS           PIC X(02).
016500       77  WS-PARM-STATUS              PIC X(02).
016600       77  WS-REPORT-STATUS            PIC X(02).
016700       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
016800           88  WS-EOF                          VALUE 'Y'.
016900       77  WS-ADJ-EOF-SW               PIC X(01) VALUE 'N'.
017000           88  WS-ADJ-EOF                      VALUE 'Y'.
017100       77  WS-MODE-SW                  PIC X(01) VALUE 'P'.
017200           88  WS-PREVIEW                      VALUE 'P'.
017300           88  WS-COMMIT                       VALUE 'C'.
017400       77  WS-PASS-SW                  PIC X(01) VALUE 'R'.
017500           88  WS-REPORT-PASS                  VALUE 'R'.
017600           88  WS-WRITE-PASS                   VALUE 'W'.
017700       77  WS-OVERLAP-SW               PIC X(01) VALUE 'N'.
017800           88  WS-OVERLAP                      VALUE 'Y'.
017900       77  WS-CHANGED-SW               PIC X(01) VALUE 'N'.
018000           88  WS-KEY-CHANGED                  VALUE 'Y'.
018100       77  WS-CARD-OK-SW               PIC X(01) VALUE 'Y'.
018200           88  WS-CARD-OK                      VALUE 'Y'.
018300       77  WS-BULK-SOURCE              PIC X(02) VALUE 'BK'.
018400       77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
018500       77  WS-EFF-DATE                 PIC 9(08) VALUE ZERO.
018600       77  WS-ADJ-COUNT                PIC 9(03) COMP VALUE ZERO.
018700       77  WS-ADJ-MAX                  PIC 9(03) VALUE 50.
018800       77  WS-ADJ-SUB                  PIC 9(03) COMP VALUE ZERO.
018900       77  WS-CUR-ADJ                  PIC 9(03) COMP VALUE ZERO.
019000       77  WS-CARDS-READ               PIC 9(05) COMP VALUE ZERO.
019100       77  WS-CARD-ERRORS              PIC 9(05) COMP VALUE ZERO.
019200       77  WS-MSTR-READ                PIC 9(07) COMP VALUE ZERO.
019300       77  WS-KEYS-SELECTED            PIC 9(07) COMP VALUE ZERO.
019400       77  WS-KEYS-CHANGED             PIC 9(07) COMP VALUE ZERO.
019500       77  WS-KEYS-UNCHANGED           PIC 9(07) COMP VALUE ZERO.
019600       77  WS-KEYS-BAD-VAR2            PIC 9(07) COMP VALUE ZERO.
019700       77  WS-KEYS-OVERLAP             PIC 9(07) COMP VALUE ZERO.
019800       77  WS-KEYS-FLOORED             PIC 9(07) COMP VALUE ZERO.
019900       77  WS-KEYS-CEILINGED           PIC 9(07) COMP VALUE ZERO.
020000       77  WS-KEYS-HELD                PIC 9(07) COMP VALUE ZERO.
020100       77  WS-BEFORE-TOTAL             PIC 9(11) COMP VALUE ZERO.
020200       77  WS-AFTER-TOTAL              PIC 9(11) COMP VALUE ZERO.
020300       77  WS-CONTROL-TOTAL            PIC 9(09) COMP VALUE ZERO.
020400       77  WS-NET-CHANGE               PIC S9(11) COMP VALUE ZERO.
020500       77  WS-RECS-WRITTEN             PIC 9(07) COMP VALUE ZERO.
020600       77  WS-WRITTEN-TOTAL            PIC 9(09) COMP VALUE ZERO.
020700       77  WS-OLD-VAR2                 PIC 9(05) VALUE ZERO.
020800       77  WS-WORK-VAR2                PIC S9(09)V9(04) VALUE ZERO.
020900       77  WS-QUOTIENT                 PIC S9(09) VALUE ZERO.
021000       77  WS-NEW-VAR2                 PIC S9(09) VALUE ZERO.
021100       77  WS-DIFF-VAR2                PIC S9(07) VALUE ZERO.
021200       77  WS-NOTE                     PIC X(20) VALUE SPACES.
021300       77  WS-OUTCOME                  PIC X(50) VALUE SPACES.
021400       77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
021500       77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
021600       77  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 50.
021700
021800      *----------------------------------------------------------------*
021900      * ADJUSTMENT CARDS AS LOADED, WITH DEFAULTS APPLIED, AND THE     *
022000      * PER-CARD TOTALS FOR THE SUMMARY.                               *
022100      *----------------------------------------------------------------*
022200       01  WS-ADJUST-TABLE.
022300           05  WS-ADJ-ENTRY OCCURS 50 TIMES.
022400               10  WS-ADJ-LOW          PIC X(10).
022500               10  WS-ADJ-HIGH         PIC X(10).
022600               10  WS-ADJ-FTYPE        PIC X(01).
022700               10  WS-ADJ-FVALUE       PIC X(08).
022800               10  WS-ADJ-CTYPE        PIC X(01).
022900               10  WS-ADJ-SIGN         PIC X(01).
023000               10  WS-ADJ-AMOUNT       PIC 9(05)V9(04).
023100               10  WS-ADJ-RMODE        PIC X(01).
023200               10  WS-ADJ-RUNIT        PIC 9(05).
023300               10  WS-ADJ-FLOOR        PIC 9(05).
023400               10  WS-ADJ-CEILING      PIC 9(05).
023500               10  WS-ADJ-DESC         PIC X(24).
023600               10  WS-ADJ-SELECTED     PIC 9(07) COMP.
023700               10  WS-ADJ-CHANGED      PIC 9(07) COMP.
023800               10  WS-ADJ-BEFORE       PIC 9(11) COMP.
023900               10  WS-ADJ-AFTER        PIC 9(11) COMP.
024000
024100      *----------------------------------------------------------------*
024200      * PRINT REPORT LINES                                             *
024300      *----------------------------------------------------------------*
024400       01  RPT-HEADING-LINE-1.
024500           05  FILLER                  PIC X(01) VALUE ' '.
024600           05  FILLER                  PIC X(26) VALUE
024700               'VAR BULK ADJUSTMENT       '.
024800           05  FILLER                  PIC X(04) VALUE SPACES.
024900           05  RHL1-PAGE-LIT           PIC X(05) VALUE 'PAGE '.
025000           05  RHL1-PAGE-NO            PIC ZZ9.
025100           05  FILLER                  PIC X(04) VALUE SPACES.
025200           05  FILLER                  PIC X(06) VALUE 'MODE: '.
025300           05  RHL1-MODE               PIC X(07).
025400           05  FILLER                  PIC X(04) VALUE SPACES.
025500           05  RHL1-DATE               PIC X(08).
025600           05  FILLER                  PIC X(12) VALUE SPACES.
025700
025800       01  RPT-HEADING-LINE-2.
025900           05  FILLER                  PIC X(01) VALUE ' '.
026000           05  FILLER                  PIC X(12) VALUE 'VAR1        '.
026100           05  FILLER                  PIC X(06) VALUE 'CARD  '.
026200           05  FILLER                  PIC X(04) VALUE 'ST  '.
026300           05  FILLER                  PIC X(10) VALUE 'SOURCE    '.
026400           05  FILLER                  PIC X(07) VALUE 'BEFORE '.
026500           05  FILLER                  PIC X(07) VALUE ' AFTER '.
026600           05  FILLER                  PIC X(09) VALUE ' CHANGE  '.
026700           05  FILLER                  PIC X(04) VALUE 'NOTE'.
026800           05  FILLER                  PIC X(20) VALUE SPACES.
026900
027000       01  RPT-CARD-LINE-1.
027100           05  FILLER                  PIC X(01) VALUE ' '.
027200           05  FILLER                  PIC X(05) VALUE 'CARD '.
027300           05  RCD1-CARD-NO            PIC Z9.
027400           05  FILLER                  PIC X(07) VALUE '  VAR1 '.
027500           05  RCD1-LOW                PIC X(10).
027600           05  FILLER                  PIC X(06) VALUE ' THRU '.
027700           05  RCD1-HIGH               PIC X(10).
027800           05  FILLER                  PIC X(02) VALUE SPACES.
027900           05  RCD1-DESC               PIC X(24).
028000           05  FILLER                  PIC X(13) VALUE SPACES.
028100
028200       01  RPT-CARD-LINE-2.
028300           05  FILLER                  PIC X(08) VALUE SPACES.
028400           05  RCD2-FILTER-LIT         PIC X(07).
028500           05  RCD2-FILTER-VALUE       PIC X(08).
028600           05  FILLER                  PIC X(02) VALUE SPACES.
028700           05  RCD2-SIGN               PIC X(01).
028800           05  RCD2-AMOUNT             PIC ZZZZ9.9999.
028900           05  RCD2-CHANGE-LIT         PIC X(04).
029000           05  FILLER                  PIC X(08) VALUE '  ROUND '.
029100           05  RCD2-RMODE              PIC X(01).
029200           05  FILLER                  PIC X(01) VALUE '/'.
029300           05  RCD2-RUNIT              PIC ZZZZ9.
029400           05  FILLER                  PIC X(08) VALUE '  FLOOR '.
029500           05  RCD2-FLOOR              PIC ZZZZ9.
029600           05  FILLER                  PIC X(06) VALUE '  CEIL'.
029700           05  RCD2-CEILING            PIC ZZZZZ9.
029800
029900       01  RPT-DETAIL-LINE.
030000           05  FILLER                  PIC X(01) VALUE ' '.
030100           05  RDL-VAR1                PIC X(10).
030200           05  FILLER                  PIC X(02) VALUE SPACES.
030300           05  RDL-CARD-NO             PIC Z9.
030400           05  FILLER                  PIC X(04) VALUE SPACES.
030500           05  RDL-STATUS              PIC X(01).
030600           05  FILLER                  PIC X(03) VALUE SPACES.
030700           05  RDL-SOURCE              PIC X(08).
030800           05  FILLER                  PIC X(02) VALUE SPACES.
030900           05  RDL-BEFORE              PIC ZZZZ9.
031000           05  FILLER                  PIC X(02) VALUE SPACES.
031100           05  RDL-AFTER               PIC ZZZZ9.
031200           05  FILLER                  PIC X(02) VALUE SPACES.
031300           05  RDL-CHANGE              PIC ------9.
031400           05  FILLER                  PIC X(02) VALUE SPACES.
031500           05  RDL-NOTE                PIC X(20).
031600           05  FILLER                  PIC X(04) VALUE SPACES.
031700
031800       01  RPT-SUMMARY-HEADING.
031900           05  FILLER                  PIC X(01) VALUE ' '.
032000           05  FILLER                  PIC X(30) VALUE
032100               'SUMMARY OF BULK ADJUSTMENT    '.
032200           05  FILLER                  PIC X(49) VALUE SPACES.
032300
032400       01  RPT-CARD-TOTAL-LINE.
032500           05  FILLER                  PIC X(01) VALUE ' '.
032600           05  FILLER                  PIC X(05) VALUE 'CARD '.
032700           05  RCT-CARD-NO             PIC Z9.
032800           05  FILLER                  PIC X(07) VALUE '  KEYS '.
032900           05  RCT-SELECTED            PIC ZZZZZZ9.
033000           05  FILLER                  PIC X(10) VALUE '  CHANGED '.
033100           05  RCT-CHANGED             PIC ZZZZZZ9.
033200           05  FILLER                  PIC X(09) VALUE '  BEFORE '.
033300           05  RCT-BEFORE              PIC ZZZZZZZZZZ9.
033400           05  FILLER                  PIC X(08) VALUE '  AFTER '.
033500           05  RCT-AFTER               PIC ZZZZZZZZZZ9.
033600           05  FILLER                  PIC X(02) VALUE SPACES.
033700
033800       01  RPT-SUMMARY-LINE.
033900           05  FILLER                  PIC X(01) VALUE ' '.
034000           05  RSL-LABEL               PIC X(40).
034100           05  RSL-COUNT               PIC ZZZZZZZZZZ9.
034200           05  FILLER                  PIC X(28) VALUE SPACES.
034300
034400       01  RPT-NET-LINE.
034500           05  FILLER                  PIC X(01) VALUE ' '.
034600           05  FILLER                  PIC X(40) VALUE
034700               'NET CHANGE TO VAR2......................'.
034800           05  RNL-NET                 PIC -----------9.
034900           05  FILLER                  PIC X(27) VALUE SPACES.
035000
035100       01  RPT-OUTCOME-LINE.
035200           05  FILLER                  PIC X(01) VALUE ' '.
035300           05  FILLER                  PIC X(09) VALUE 'OUTCOME: '.
035400           05  ROL-OUTCOME             PIC X(50).
035500           05  FILLER                  PIC X(20) VALUE SPACES.
035600
035700       PROCEDURE DIVISION.
035800
035900      *----------------------------------------------------------------*
036000      * 0000-MAINLINE                                                  *
036100      *----------------------------------------------------------------*
036200       0000-MAINLINE.
036300           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036400           PERFORM 2000-PRICE-MASTER-RECORD THRU 2000-EXIT
036500               UNTIL WS-EOF.
036600           PERFORM 3000-COMMIT-BATCH THRU 3000-EXIT.
036700           PERFORM 9000-TERMINATE THRU 9000-EXIT.
036800           GO TO 9999-EXIT.
036900
037000      *----------------------------------------------------------------*
037100      * 1000-INITIALIZE - READ THE RUN CARD AND THE ADJUSTMENT CARDS,  *
037200      * MAKE SURE A COMMIT HAS AN EMPTY BULK ADJUSTMENT FILE TO WRITE  *
037300      * TO, OPEN THE MASTER, AND LIST THE CARDS AHEAD OF THE DETAIL.   *
037400      *----------------------------------------------------------------*
037500       1000-INITIALIZE.
037600           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
037700           MOVE WS-CURRENT-DATE TO RHL1-DATE.
037800           OPEN OUTPUT REPORT-OUT.
037900           IF WS-REPORT-STATUS NOT = '00'
038000               DISPLAY 'VARBULK: UNABLE TO OPEN REPORT-OUT, STATUS '
038100                   WS-REPORT-STATUS
038200               MOVE 16 TO RETURN-CODE
038300               GO TO 9999-EXIT
038400           END-IF.
038500           PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
038600           PERFORM 1300-LOAD-ADJUST-CARDS THRU 1300-EXIT.
038700           IF WS-COMMIT
038800               PERFORM 1400-CHECK-BULK-FILE THRU 1400-EXIT
038900           END-IF.
039000           OPEN INPUT MASTER-FILE.
039100           IF WS-MASTER-STATUS NOT = '00'
039200               DISPLAY 'VARBULK: UNABLE TO OPEN MASTER-FILE, STATUS '
039300                   WS-MASTER-STATUS
039400               MOVE 16 TO RETURN-CODE
039500               GO TO 9999-EXIT
039600           END-IF.
039700           PERFORM 1500-POSITION-MASTER THRU 1500-EXIT.
039800           PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT.
039900           PERFORM 4200-WRITE-CARD-LIST THRU 4200-EXIT.
040000       1000-EXIT.
040100           EXIT.
040200
040300      *----------------------------------------------------------------*
040400      * 1200-READ-PARM-CARD - THE RUN MODE.  NO CARD MEANS PREVIEW; A  *
040500      * MODE THAT IS NEITHER PREVIEW NOR COMMIT STOPS THE RUN.  A      *
040600      * COMMIT WITHOUT THE PREVIEW FIGURES IS REFUSED.                 *
040700      *----------------------------------------------------------------*
040800       1200-READ-PARM-CARD.
040900           MOVE 'PREVIEW' TO RHL1-MODE.
041000           OPEN INPUT PARM-IN.
041100           IF WS-PARM-STATUS NOT = '00'
041200               GO TO 1200-EXIT
041300           END-IF.
041400           READ PARM-IN
041500               AT END
041600                   CLOSE PARM-IN
041700                   GO TO 1200-EXIT
041800           END-READ.
041900           CLOSE PARM-IN.
042000           IF PRM-MODE = 'PREVIEW' OR PRM-MODE = SPACES
042100               GO TO 1200-EXIT
042200           END-IF.
042300           IF PRM-MODE NOT = 'COMMIT'
042400               DISPLAY 'VARBULK: RUN MODE MUST BE PREVIEW OR COMMIT, '
042500                   'NOT ' PRM-MODE
042600               MOVE 16 TO RETURN-CODE
042700               GO TO 9999-EXIT
042800           END-IF.
042900           MOVE 'C'      TO WS-MODE-SW.
043000           MOVE 'COMMIT' TO RHL1-MODE.
043100           IF PRM-EXP-COUNT-ALPHA NOT NUMERIC
043200               OR PRM-EXP-TOTAL-ALPHA NOT NUMERIC
043300               DISPLAY 'VARBULK: COMMIT NEEDS THE PREVIEW TRANSACTION '
043400                   'COUNT AND CONTROL TOTAL ON PARMIN'
043500               MOVE 8 TO RETURN-CODE
043600               GO TO 9999-EXIT
043700           END-IF.
043800           IF PRM-EFF-DATE-ALPHA = SPACES
043900               MOVE ZERO TO WS-EFF-DATE
044000           ELSE
044100               IF PRM-EFF-DATE-ALPHA NOT NUMERIC
044200                   OR PRM-EFF-DATE < WS-CURRENT-DATE
044300                   DISPLAY 'VARBULK: BAD EFFECTIVE DATE ON PARMIN '
044400                       PRM-EFF-DATE-ALPHA
044500                   MOVE 16 TO RETURN-CODE
044600                   GO TO 9999-EXIT
044700               END-IF
044800               MOVE PRM-EFF-DATE TO WS-EFF-DATE
044900           END-IF.
045000       1200-EXIT.
045100           EXIT.
045200
045300      *----------------------------------------------------------------*
045400      * 1300-LOAD-ADJUST-CARDS - LOAD AND EDIT EVERY CARD.  ANY BAD    *
045500      * CARD, OR NO CARDS AT ALL, STOPS THE RUN BEFORE THE MASTER IS   *
045600      * READ: A PARTIAL REPRICE IS WORSE THAN NONE.                    *
045700      *----------------------------------------------------------------*
045800       1300-LOAD-ADJUST-CARDS.
045900           OPEN INPUT ADJUST-CARDS.
046000           IF WS-ADJCARD-STATUS NOT = '00'
046100               DISPLAY 'VARBULK: UNABLE TO OPEN ADJUST-CARDS, STATUS '
046200                   WS-ADJCARD-STATUS
046300               MOVE 16 TO RETURN-CODE
046400               GO TO 9999-EXIT
046500           END-IF.
046600           PERFORM 1320-READ-ADJUST-CARD THRU 1320-EXIT
046700               UNTIL WS-ADJ-EOF.
046800           CLOSE ADJUST-CARDS.
046900           IF WS-CARD-ERRORS > ZERO
047000               DISPLAY 'VARBULK: ' WS-CARD-ERRORS
047100                   ' BAD ADJUSTMENT CARD(S), NOTHING PRICED'
047200               MOVE 16 TO RETURN-CODE
047300               GO TO 9999-EXIT
047400           END-IF.
047500           IF WS-ADJ-COUNT = ZERO
047600               DISPLAY 'VARBULK: NO ADJUSTMENT CARDS, NOTHING PRICED'
047700               MOVE 16 TO RETURN-CODE
047800               GO TO 9999-EXIT
047900           END-IF.
048000       1300-EXIT.
048100           EXIT.
048200
048300      *----------------------------------------------------------------*
048400      * 1320-READ-ADJUST-CARD - ONE CARD: SKIP COMMENTS, EDIT, AND     *
048500      * TABLE IT WITH ITS DEFAULTS FILLED IN.                          *
048600      *----------------------------------------------------------------*
048700       1320-READ-ADJUST-CARD.
048800           READ ADJUST-CARDS
048900               AT END
049000                   MOVE 'Y' TO WS-ADJ-EOF-SW
049100                   GO TO 1320-EXIT
049200           END-READ.
049300           ADD 1 TO WS-CARDS-READ.
049400           IF ADJUST-CARD-RECORD = SPACES
049500               OR ADJ-RANGE-LOW (1:1) = '*'
049600               GO TO 1320-EXIT
049700           END-IF.
049800           IF WS-ADJ-COUNT NOT < WS-ADJ-MAX
049900               DISPLAY 'VARBULK: MORE THAN ' WS-ADJ-MAX
050000                   ' ADJUSTMENT CARDS'
050100               ADD 1 TO WS-CARD-ERRORS
050200               MOVE 'Y' TO WS-ADJ-EOF-SW
050300               GO TO 1320-EXIT
050400           END-IF.
050500           PERFORM 1340-EDIT-ADJUST-CARD THRU 1340-EXIT.
050600           IF NOT WS-CARD-OK
050700               DISPLAY 'VARBULK: BAD ADJUSTMENT CARD '
050800                   ADJUST-CARD-RECORD
050900               ADD 1 TO WS-CARD-ERRORS
051000               GO TO 1320-EXIT
051100           END-IF.
051200           ADD 1 TO WS-ADJ-COUNT.
051300           MOVE WS-ADJ-COUNT TO WS-CUR-ADJ.
051400           MOVE ADJ-RANGE-LOW    TO WS-ADJ-LOW (WS-CUR-ADJ).
051500           MOVE ADJ-RANGE-HIGH   TO WS-ADJ-HIGH (WS-CUR-ADJ).
051600           MOVE ADJ-FILTER-TYPE  TO WS-ADJ-FTYPE (WS-CUR-ADJ).
051700           MOVE ADJ-FILTER-VALUE TO WS-ADJ-FVALUE (WS-CUR-ADJ).
051800           MOVE ADJ-CHANGE-TYPE  TO WS-ADJ-CTYPE (WS-CUR-ADJ).
051900           MOVE ADJ-SIGN         TO WS-ADJ-SIGN (WS-CUR-ADJ).
052000           MOVE ADJ-AMOUNT       TO WS-ADJ-AMOUNT (WS-CUR-ADJ).
052100           MOVE ADJ-ROUND-MODE   TO WS-ADJ-RMODE (WS-CUR-ADJ).
052200           IF ADJ-ROUND-MODE = SPACE
052300               MOVE 'N' TO WS-ADJ-RMODE (WS-CUR-ADJ)
052400           END-IF.
052500           MOVE 1 TO WS-ADJ-RUNIT (WS-CUR-ADJ).
052600           IF ADJ-ROUND-UNIT-ALPHA NOT = SPACES
052700               MOVE ADJ-ROUND-UNIT TO WS-ADJ-RUNIT (WS-CUR-ADJ)
052800           END-IF.
052900           MOVE ZERO TO WS-ADJ-FLOOR (WS-CUR-ADJ).
053000           IF ADJ-FLOOR-ALPHA NOT = SPACES
053100               MOVE ADJ-FLOOR TO WS-ADJ-FLOOR (WS-CUR-ADJ)
053200           END-IF.
053300           MOVE 99999 TO WS-ADJ-CEILING (WS-CUR-ADJ).
053400           IF ADJ-CEILING-ALPHA NOT = SPACES
053500               MOVE ADJ-CEILING TO WS-ADJ-CEILING (WS-CUR-ADJ)
053600           END-IF.
053700           MOVE ADJ-DESCRIPTION  TO WS-ADJ-DESC (WS-CUR-ADJ).
053800           MOVE ZERO TO WS-ADJ-SELECTED (WS-CUR-ADJ).
053900           MOVE ZERO TO WS-ADJ-CHANGED (WS-CUR-ADJ).
054000           MOVE ZERO TO WS-ADJ-BEFORE (WS-CUR-ADJ).
054100           MOVE ZERO TO WS-ADJ-AFTER (WS-CUR-ADJ).
054200       1320-EXIT.
054300           EXIT.
054400
054500      *----------------------------------------------------------------*
054600      * 1340-EDIT-ADJUST-CARD - WS-CARD-OK-SW TO 'N' FOR A CARD THAT   *
054700      * CANNOT BE PRICED.                                              *
054800      *----------------------------------------------------------------*
054900       1340-EDIT-ADJUST-CARD.
055000           MOVE 'Y' TO WS-CARD-OK-SW.
055100           IF ADJ-RANGE-LOW = SPACES OR ADJ-RANGE-HIGH = SPACES
055200               OR ADJ-RANGE-LOW > ADJ-RANGE-HIGH
055300               MOVE 'N' TO WS-CARD-OK-SW
055400               GO TO 1340-EXIT
055500           END-IF.
055600           IF NOT (ADJ-FILTER-NONE OR ADJ-FILTER-SOURCE
055700               OR ADJ-FILTER-STATUS)
055800               MOVE 'N' TO WS-CARD-OK-SW
055900               GO TO 1340-EXIT
056000           END-IF.
056100           IF NOT ADJ-FILTER-NONE AND ADJ-FILTER-VALUE = SPACES
056200               MOVE 'N' TO WS-CARD-OK-SW
056300               GO TO 1340-EXIT
056400           END-IF.
056500           IF NOT (ADJ-CHANGE-FIXED OR ADJ-CHANGE-PERCENT)
056600               OR NOT ADJ-SIGN-VALID
056700               OR ADJ-AMOUNT-ALPHA NOT NUMERIC
056800               OR NOT ADJ-ROUND-VALID
056900               MOVE 'N' TO WS-CARD-OK-SW
057000               GO TO 1340-EXIT
057100           END-IF.
057200           IF ADJ-ROUND-UNIT-ALPHA NOT = SPACES
057300               IF ADJ-ROUND-UNIT-ALPHA NOT NUMERIC
057400                   OR ADJ-ROUND-UNIT = ZERO
057500                   MOVE 'N' TO WS-CARD-OK-SW
057600                   GO TO 1340-EXIT
057700               END-IF
057800           END-IF.
057900           IF (ADJ-FLOOR-ALPHA NOT = SPACES
058000               AND ADJ-FLOOR-ALPHA NOT NUMERIC)
058100               OR (ADJ-CEILING-ALPHA NOT = SPACES
058200               AND ADJ-CEILING-ALPHA NOT NUMERIC)
058300               MOVE 'N' TO WS-CARD-OK-SW
058400               GO TO 1340-EXIT
058500           END-IF.
058600           IF ADJ-FLOOR-ALPHA NOT = SPACES
058700               AND ADJ-CEILING-ALPHA NOT = SPACES
058800               AND ADJ-FLOOR > ADJ-CEILING
058900               MOVE 'N' TO WS-CARD-OK-SW
059000               GO TO 1340-EXIT
059100           END-IF.
059200       1340-EXIT.
059300           EXIT.
059400
059500      *----------------------------------------------------------------*
059600      * 1400-CHECK-BULK-FILE - A COMMIT WRITES ONLY TO AN EMPTY BULK   *
059700      * ADJUSTMENT FILE.  A BATCH STILL WAITING FOR THE NIGHTLY RUN    *
059800      * MEANS THIS COMMIT IS REFUSED: TWO BATCHES UNDER ONE SOURCE IN  *
059900      * ONE NIGHT WOULD NOT BALANCE.                                   *
060000      *----------------------------------------------------------------*
060100       1400-CHECK-BULK-FILE.
060200           OPEN INPUT BULK-OUT.
060300           IF WS-BULKADJ-STATUS NOT = '00'
060400               DISPLAY 'VARBULK: UNABLE TO OPEN BULK-OUT, STATUS '
060500                   WS-BULKADJ-STATUS
060600               MOVE 16 TO RETURN-CODE
060700               GO TO 9999-EXIT
060800           END-IF.
060900           READ BULK-OUT
061000               AT END
061100                   CLOSE BULK-OUT
061200                   GO TO 1400-EXIT
061300           END-READ.
061400           CLOSE BULK-OUT.
061500           DISPLAY 'VARBULK: A BULK ADJUSTMENT IS ALREADY WAITING FOR '
061600               'THE NIGHTLY RUN, COMMIT REFUSED'
061700           MOVE 8 TO RETURN-CODE.
061800           GO TO 9999-EXIT.
061900       1400-EXIT.
062000           EXIT.
062100
062200      *----------------------------------------------------------------*
062300      * 1500-POSITION-MASTER - START AT THE FIRST KEY ON FILE.  AN     *
062310      * EMPTY MASTER IS END OF FILE; ANY OTHER FAILURE IS CC 16.       *
062400      *----------------------------------------------------------------*
062500       1500-POSITION-MASTER.
062600           MOVE 'N' TO WS-EOF-SW.
062700           MOVE LOW-VALUES TO MSTR-VAR1.
062800           START MASTER-FILE KEY NOT < MSTR-VAR1
062900               INVALID KEY
063000                   MOVE 'Y' TO WS-EOF-SW
063100           END-START.
063110           IF WS-MASTER-STATUS NOT = '00' AND NOT WS-EOF
063120               DISPLAY 'VARBULK: UNABLE TO POSITION MASTER-FILE, '
063130                   'STATUS ' WS-MASTER-STATUS
063140               MOVE 16 TO RETURN-CODE
063150               GO TO 9999-EXIT
063160           END-IF.
063200       1500-EXIT.
063300           EXIT.
063400
063500      *----------------------------------------------------------------*
063600      * 2000-PRICE-MASTER-RECORD - ONE MASTER RECORD.  FIND THE FIRST  *
063700      * CARD IT MATCHES, PRICE IT, AND EITHER REPORT IT (FIRST PASS)   *
063800      * OR WRITE ITS TRANSACTION (COMMIT PASS).                        *
063900      *----------------------------------------------------------------*
064000       2000-PRICE-MASTER-RECORD.
064100           READ MASTER-FILE NEXT RECORD
064200               AT END
064300                   MOVE 'Y' TO WS-EOF-SW
064400                   GO TO 2000-EXIT
064500           END-READ.
064600           IF WS-REPORT-PASS
064700               ADD 1 TO WS-MSTR-READ
064800           END-IF.
064900           PERFORM 2100-MATCH-CARD THRU 2100-EXIT.
065000           IF WS-CUR-ADJ = ZERO
065100               GO TO 2000-EXIT
065200           END-IF.
065300           PERFORM 2200-PRICE-KEY THRU 2200-EXIT.
065400           IF WS-WRITE-PASS
065500               IF WS-KEY-CHANGED
065600                   PERFORM 2600-WRITE-TRANSACTION THRU 2600-EXIT
065700               END-IF
065800               GO TO 2000-EXIT
065900           END-IF.
066000           PERFORM 2400-COUNT-KEY THRU 2400-EXIT.
066100           PERFORM 2500-WRITE-DETAIL-LINE THRU 2500-EXIT.
066200       2000-EXIT.
066300           EXIT.
066400
066500      *----------------------------------------------------------------*
066600      * 2100-MATCH-CARD - THE FIRST CARD WHOSE RANGE AND FILTER TAKE   *
066700      * THE KEY, LEFT IN WS-CUR-ADJ (ZERO = NONE).  A LATER CARD THAT  *
066800      * WOULD ALSO HAVE TAKEN IT IS NOTED ON THE REPORT.               *
066900      *----------------------------------------------------------------*
067000       2100-MATCH-CARD.
067100           MOVE ZERO TO WS-CUR-ADJ.
067200           MOVE 'N'  TO WS-OVERLAP-SW.
067300           PERFORM 2120-SCAN-CARD THRU 2120-EXIT
067400               VARYING WS-ADJ-SUB FROM 1 BY 1
067500               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT.
067600       2100-EXIT.
067700           EXIT.
067800
067900      *----------------------------------------------------------------*
068000      * 2120-SCAN-CARD - ONE CARD AGAINST THE KEY IN HAND.             *
068100      *----------------------------------------------------------------*
068200       2120-SCAN-CARD.
068300           IF MSTR-VAR1 < WS-ADJ-LOW (WS-ADJ-SUB)
068400               OR MSTR-VAR1 > WS-ADJ-HIGH (WS-ADJ-SUB)
068500               GO TO 2120-EXIT
068600           END-IF.
068700           IF WS-ADJ-FTYPE (WS-ADJ-SUB) = 'S'
068800               AND MSTR-LAST-SOURCE NOT = WS-ADJ-FVALUE (WS-ADJ-SUB)
068900               GO TO 2120-EXIT
069000           END-IF.
069100           IF WS-ADJ-FTYPE (WS-ADJ-SUB) = 'T'
069200               AND MSTR-STATUS NOT = WS-ADJ-FVALUE (WS-ADJ-SUB) (1:1)
069300               GO TO 2120-EXIT
069400           END-IF.
069500           IF WS-CUR-ADJ = ZERO
069600               MOVE WS-ADJ-SUB TO WS-CUR-ADJ
069700           ELSE
069800               MOVE 'Y' TO WS-OVERLAP-SW
069900           END-IF.
070000       2120-EXIT.
070100           EXIT.
070200
070300      *----------------------------------------------------------------*
070400      * 2200-PRICE-KEY - APPLY THE CARD'S CHANGE, ROUND TO ITS UNIT,   *
070500      * THEN HOLD THE RESULT BETWEEN ITS FLOOR AND CEILING.  LEAVES    *
070600      * THE NEW VALUE IN WS-NEW-VAR2, THE NOTE FOR THE REPORT IN       *
070700      * WS-NOTE, AND WS-KEY-CHANGED SET WHEN A TRANSACTION IS DUE.     *
070800      *----------------------------------------------------------------*
070900       2200-PRICE-KEY.
071000           MOVE SPACES TO WS-NOTE.
071100           MOVE 'N'    TO WS-CHANGED-SW.
071200           IF MSTR-VAR2 NOT NUMERIC
071300               MOVE ZERO TO WS-OLD-VAR2
071400               MOVE ZERO TO WS-NEW-VAR2
071500               MOVE 'BAD VAR2 - SKIPPED' TO WS-NOTE
071600               GO TO 2200-EXIT
071700           END-IF.
071800           MOVE MSTR-VAR2 TO WS-OLD-VAR2.
071900           IF WS-ADJ-CTYPE (WS-CUR-ADJ) = 'F'
072000               IF WS-ADJ-SIGN (WS-CUR-ADJ) = '+'
072100                   COMPUTE WS-WORK-VAR2 =
072200                       WS-OLD-VAR2 + WS-ADJ-AMOUNT (WS-CUR-ADJ)
072300               ELSE
072400                   COMPUTE WS-WORK-VAR2 =
072500                       WS-OLD-VAR2 - WS-ADJ-AMOUNT (WS-CUR-ADJ)
072600               END-IF
072700           ELSE
072800               IF WS-ADJ-SIGN (WS-CUR-ADJ) = '+'
072900                   COMPUTE WS-WORK-VAR2 = WS-OLD-VAR2 +
073000                       WS-OLD-VAR2 * WS-ADJ-AMOUNT (WS-CUR-ADJ) / 100
073100               ELSE
073200                   COMPUTE WS-WORK-VAR2 = WS-OLD-VAR2 -
073300                       WS-OLD-VAR2 * WS-ADJ-AMOUNT (WS-CUR-ADJ) / 100
073400               END-IF
073500           END-IF.
073600           PERFORM 2220-ROUND-VALUE THRU 2220-EXIT.
073700           IF WS-NEW-VAR2 < WS-ADJ-FLOOR (WS-CUR-ADJ)
073800               MOVE WS-ADJ-FLOOR (WS-CUR-ADJ) TO WS-NEW-VAR2
073900               MOVE 'HELD AT FLOOR' TO WS-NOTE
074000           END-IF.
074100           IF WS-NEW-VAR2 > WS-ADJ-CEILING (WS-CUR-ADJ)
074200               MOVE WS-ADJ-CEILING (WS-CUR-ADJ) TO WS-NEW-VAR2
074300               MOVE 'HELD AT CEILING' TO WS-NOTE
074400           END-IF.
074500           IF WS-NEW-VAR2 = WS-OLD-VAR2
074600               IF WS-NOTE = SPACES
074700                   MOVE 'NO CHANGE' TO WS-NOTE
074800               END-IF
074900               GO TO 2200-EXIT
075000           END-IF.
075100           MOVE 'Y' TO WS-CHANGED-SW.
075200           IF MSTR-HELD AND WS-NOTE = SPACES
075300               MOVE 'KEY HELD - SUSPENDS' TO WS-NOTE
075400           END-IF.
075500       2200-EXIT.
075600           EXIT.
075700
075800      *----------------------------------------------------------------*
075900      * 2220-ROUND-VALUE - ROUND WS-WORK-VAR2 TO A WHOLE MULTIPLE OF   *
076000      * THE CARD'S ROUNDING UNIT, NEAREST, UP, OR DOWN.                *
076100      *----------------------------------------------------------------*
076200       2220-ROUND-VALUE.
076300           IF WS-ADJ-RMODE (WS-CUR-ADJ) = 'N'
076400               COMPUTE WS-QUOTIENT ROUNDED =
076500                   WS-WORK-VAR2 / WS-ADJ-RUNIT (WS-CUR-ADJ)
076600           ELSE
076700               COMPUTE WS-QUOTIENT =
076800                   WS-WORK-VAR2 / WS-ADJ-RUNIT (WS-CUR-ADJ)
076900               IF WS-ADJ-RMODE (WS-CUR-ADJ) = 'U'
077000                   AND WS-QUOTIENT * WS-ADJ-RUNIT (WS-CUR-ADJ)
077100                       < WS-WORK-VAR2
077200                   ADD 1 TO WS-QUOTIENT
077300               END-IF
077400           END-IF.
077500           COMPUTE WS-NEW-VAR2 =
077600               WS-QUOTIENT * WS-ADJ-RUNIT (WS-CUR-ADJ).
077700       2220-EXIT.
077800           EXIT.
077900
078000      *----------------------------------------------------------------*
078100      * 2400-COUNT-KEY - ROLL THE CARD AND RUN TOTALS.  THE BEFORE AND *
078200      * AFTER TOTALS COVER EVERY PRICEABLE KEY SELECTED, CHANGED OR    *
078300      * NOT; THE CONTROL TOTAL IS THE NEW VAR2 OF THE KEYS CHANGED.    *
078400      *----------------------------------------------------------------*
078500       2400-COUNT-KEY.
078600           ADD 1 TO WS-KEYS-SELECTED.
078700           ADD 1 TO WS-ADJ-SELECTED (WS-CUR-ADJ).
078800           IF WS-OVERLAP
078900               ADD 1 TO WS-KEYS-OVERLAP
079000           END-IF.
079100           IF MSTR-VAR2 NOT NUMERIC
079200               ADD 1 TO WS-KEYS-BAD-VAR2
079300               GO TO 2400-EXIT
079400           END-IF.
079500           ADD WS-OLD-VAR2 TO WS-BEFORE-TOTAL.
079600           ADD WS-NEW-VAR2 TO WS-AFTER-TOTAL.
079700           ADD WS-OLD-VAR2 TO WS-ADJ-BEFORE (WS-CUR-ADJ).
079800           ADD WS-NEW-VAR2 TO WS-ADJ-AFTER (WS-CUR-ADJ).
079900           IF WS-NOTE = 'HELD AT FLOOR'
080000               ADD 1 TO WS-KEYS-FLOORED
080100           END-IF.
080200           IF WS-NOTE = 'HELD AT CEILING'
080300               ADD 1 TO WS-KEYS-CEILINGED
080400           END-IF.
080500           IF NOT WS-KEY-CHANGED
080600               ADD 1 TO WS-KEYS-UNCHANGED
080700               GO TO 2400-EXIT
080800           END-IF.
080900           ADD 1 TO WS-KEYS-CHANGED.
081000           ADD 1 TO WS-ADJ-CHANGED (WS-CUR-ADJ).
081100           ADD WS-NEW-VAR2 TO WS-CONTROL-TOTAL.
081200           IF MSTR-HELD
081300               ADD 1 TO WS-KEYS-HELD
081400           END-IF.
081500       2400-EXIT.
081600           EXIT.
081700
081800      *----------------------------------------------------------------*
081900      * 2500-WRITE-DETAIL-LINE - ONE KEY'S BEFORE AND AFTER VALUES.    *
082000      *----------------------------------------------------------------*
082100       2500-WRITE-DETAIL-LINE.
082200           MOVE MSTR-VAR1        TO RDL-VAR1.
082300           MOVE WS-CUR-ADJ       TO RDL-CARD-NO.
082400           MOVE MSTR-STATUS      TO RDL-STATUS.
082500           MOVE MSTR-LAST-SOURCE TO RDL-SOURCE.
082600           MOVE WS-OLD-VAR2      TO RDL-BEFORE.
082700           MOVE WS-NEW-VAR2      TO RDL-AFTER.
082800           COMPUTE WS-DIFF-VAR2 = WS-NEW-VAR2 - WS-OLD-VAR2.
082900           MOVE WS-DIFF-VAR2     TO RDL-CHANGE.
083000           MOVE WS-NOTE          TO RDL-NOTE.
083100           IF WS-OVERLAP AND WS-NOTE = SPACES
083200               MOVE 'ALSO ON A LATER CARD' TO RDL-NOTE
083300           END-IF.
083400           WRITE REPORT-LINE FROM RPT-DETAIL-LINE
083500               AFTER ADVANCING 1 LINE.
083600           ADD 1 TO WS-LINE-COUNT.
083700           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
083800               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
083900           END-IF.
084000       2500-EXIT.
084100           EXIT.
084200
084300      *----------------------------------------------------------------*
084400      * 2600-WRITE-TRANSACTION - ONE 'C' DETAIL FOR A CHANGED KEY,     *
084500      * UNDER THE BULK ADJUSTMENT SOURCE ID.                           *
084600      *----------------------------------------------------------------*
084700       2600-WRITE-TRANSACTION.
084800           MOVE SPACES         TO TRANS-DETAIL-RECORD.
084900           MOVE 'D'            TO TR-REC-TYPE.
085000           MOVE WS-BULK-SOURCE TO TR-SOURCE-ID.
085100           MOVE MSTR-VAR1      TO TR-VAR1.
085200           MOVE WS-NEW-VAR2    TO TR-VAR2.
085300           MOVE 'C'            TO TR-ACTION-CODE.
085400           MOVE WS-EFF-DATE    TO TR-EFF-DATE.
085500           WRITE TRANS-DETAIL-RECORD.
085600           ADD 1           TO WS-RECS-WRITTEN.
085700           ADD WS-NEW-VAR2 TO WS-WRITTEN-TOTAL.
085800       2600-EXIT.
085900           EXIT.
086000
086100      *----------------------------------------------------------------*
086200      * 3000-COMMIT-BATCH - FOR A COMMIT, CHECK THE FIGURES AGAINST    *
086300      * THE SIGNED-OFF PREVIEW, THEN READ THE MASTER AGAIN AND WRITE   *
086400      * THE BATCH: 'B' HEADER, ONE 'C' DETAIL PER CHANGED KEY, 'S'     *
086500      * TRAILER, AND A GRAND TRAILER.  ANY DISAGREEMENT WRITES NOTHING:*
086510      * A WRITTEN BATCH THAT DOES NOT AGREE WITH THE PRICING PASS IS   *
086520      * DISCARDED BEFORE THE STEP ENDS CC 16.                          *
086600      *----------------------------------------------------------------*
086700       3000-COMMIT-BATCH.
086800           IF WS-PREVIEW
086900               MOVE 'PREVIEW ONLY - NOTHING WRITTEN' TO WS-OUTCOME
087000               GO TO 3000-EXIT
087100           END-IF.
087200           IF WS-KEYS-CHANGED NOT = PRM-EXP-COUNT
087300               OR WS-CONTROL-TOTAL NOT = PRM-EXP-TOTAL
087400               MOVE 'COMMIT REFUSED - FIGURES DIFFER FROM THE PREVIEW'
087500                   TO WS-OUTCOME
087600               DISPLAY 'VARBULK: ' WS-OUTCOME
087700               DISPLAY 'VARBULK: PARMIN ' PRM-EXP-COUNT ' '
087800                   PRM-EXP-TOTAL ', PRICED ' WS-KEYS-CHANGED ' '
087900                   WS-CONTROL-TOTAL
088000               MOVE 8 TO RETURN-CODE
088100               GO TO 3000-EXIT
088200           END-IF.
088300           IF WS-KEYS-CHANGED = ZERO
088400               MOVE 'NO KEY CHANGES - NOTHING WRITTEN' TO WS-OUTCOME
088500               MOVE 4 TO RETURN-CODE
088600               GO TO 3000-EXIT
088700           END-IF.
088710           CLOSE MASTER-FILE.
088720           OPEN INPUT MASTER-FILE.
088730           IF WS-MASTER-STATUS NOT = '00'
088740               DISPLAY 'VARBULK: UNABLE TO REOPEN MASTER-FILE, STATUS '
088750                   WS-MASTER-STATUS
088760               MOVE 16 TO RETURN-CODE
088770               GO TO 9999-EXIT
088780           END-IF.
088790           MOVE 'W' TO WS-PASS-SW.
088795           PERFORM 1500-POSITION-MASTER THRU 1500-EXIT.
088800           OPEN EXTEND BULK-OUT.
088900           IF WS-BULKADJ-STATUS NOT = '00'
089000               DISPLAY 'VARBULK: UNABLE TO OPEN BULK-OUT, STATUS '
089100                   WS-BULKADJ-STATUS
089200               MOVE 16 TO RETURN-CODE
089300               GO TO 9999-EXIT
089400           END-IF.
089500           MOVE SPACES         TO TRANS-HEADER-RECORD.
089600           MOVE 'B'            TO TRH-REC-TYPE.
089700           MOVE WS-BULK-SOURCE TO TRH-SOURCE-ID.
089800           WRITE TRANS-HEADER-RECORD.
090300           PERFORM 2000-PRICE-MASTER-RECORD THRU 2000-EXIT
090400               UNTIL WS-EOF.
090500           MOVE SPACES           TO TRANS-SOURCE-TRAILER.
090600           MOVE 'S'              TO TRS-REC-TYPE.
090700           MOVE WS-BULK-SOURCE   TO TRS-SOURCE-ID.
090800           MOVE WS-RECS-WRITTEN  TO TRS-EXPECTED-RECS.
090900           MOVE WS-WRITTEN-TOTAL TO TRS-EXPECTED-TOTAL.
091000           WRITE TRANS-SOURCE-TRAILER.
091100           MOVE SPACES           TO TRANS-TRAILER-RECORD.
091200           MOVE 'T'              TO TRT-REC-TYPE.
091300           MOVE WS-RECS-WRITTEN  TO TRT-EXPECTED-RECS.
091400           MOVE WS-WRITTEN-TOTAL TO TRT-EXPECTED-TOTAL.
091500           WRITE TRANS-TRAILER-RECORD.
091600           CLOSE BULK-OUT.
091700           IF WS-RECS-WRITTEN NOT = WS-KEYS-CHANGED
091800               OR WS-WRITTEN-TOTAL NOT = WS-CONTROL-TOTAL
091900               MOVE 'BATCH DOES NOT AGREE WITH THE PRICING PASS'
092000                   TO WS-OUTCOME
092100               DISPLAY 'VARBULK: ' WS-OUTCOME
092110               PERFORM 3900-DISCARD-BATCH THRU 3900-EXIT
092200               MOVE 16 TO RETURN-CODE
092300               GO TO 3000-EXIT
092400           END-IF.
092500           MOVE 'BATCH WRITTEN FOR THE NEXT NIGHTLY RUN' TO WS-OUTCOME.
092600       3000-EXIT.
092700           EXIT.
092705
092710      *----------------------------------------------------------------*
092715      * 3900-DISCARD-BATCH - EMPTY THE BULK ADJUSTMENT FILE AGAIN SO A *
092720      * BATCH THAT FAILED ITS CHECKS NEVER REACHES THE NIGHTLY RUN.    *
092725      * BULK-OUT IS CLOSED ON ENTRY.                                   *
092730      *----------------------------------------------------------------*
092735       3900-DISCARD-BATCH.
092740           OPEN OUTPUT BULK-OUT.
092745           IF WS-BULKADJ-STATUS NOT = '00'
092750               DISPLAY 'VARBULK: UNABLE TO EMPTY BULK-OUT, STATUS '
092755                   WS-BULKADJ-STATUS
092760               DISPLAY 'VARBULK: DELETE THE BATCH ON BULKADJ BEFORE '
092765                   'THE NEXT NIGHTLY RUN'
092770               GO TO 3900-EXIT
092775           END-IF.
092780           CLOSE BULK-OUT.
092785           DISPLAY 'VARBULK: BATCH DISCARDED, BULKADJ LEFT EMPTY'.
092790       3900-EXIT.
092795           EXIT.
092800
092900      *----------------------------------------------------------------*
093000      * 4100-WRITE-REPORT-HEADERS - NEW PAGE, PAGE/COLUMN HEADINGS.    *
093100      *----------------------------------------------------------------*
093200       4100-WRITE-REPORT-HEADERS.
093300           ADD 1 TO WS-PAGE-COUNT.
093400           MOVE WS-PAGE-COUNT TO RHL1-PAGE-NO.
093500           WRITE REPORT-LINE FROM RPT-HEADING-LINE-1
093600               AFTER ADVANCING PAGE.
093700           WRITE REPORT-LINE FROM RPT-HEADING-LINE-2
093800               AFTER ADVANCING 2 LINES.
093900           MOVE 1 TO WS-LINE-COUNT.
094000       4100-EXIT.
094100           EXIT.
094200
094300      *----------------------------------------------------------------*
094400      * 4200-WRITE-CARD-LIST - THE ADJUSTMENT CARDS AS THEY WILL BE    *
094500      * APPLIED, SO THE SIGN-OFF COVERS THE RULES AS WELL AS THE       *
094600      * RESULT.                                                        *
094700      *----------------------------------------------------------------*
094800       4200-WRITE-CARD-LIST.
094900           PERFORM 4220-WRITE-CARD-ENTRY THRU 4220-EXIT
095000               VARYING WS-ADJ-SUB FROM 1 BY 1
095100               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT.
095200           MOVE SPACES TO REPORT-LINE.
095300           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
095400           ADD 1 TO WS-LINE-COUNT.
095500       4200-EXIT.
095600           EXIT.
095700
095800      *----------------------------------------------------------------*
095900      * 4220-WRITE-CARD-ENTRY - TWO LINES PER CARD.                    *
096000      *----------------------------------------------------------------*
096100       4220-WRITE-CARD-ENTRY.
096200           IF WS-LINE-COUNT + 3 > WS-MAX-LINES-PER-PAGE
096300               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
096400           END-IF.
096500           MOVE WS-ADJ-SUB                 TO RCD1-CARD-NO.
096600           MOVE WS-ADJ-LOW (WS-ADJ-SUB)    TO RCD1-LOW.
096700           MOVE WS-ADJ-HIGH (WS-ADJ-SUB)   TO RCD1-HIGH.
096800           MOVE WS-ADJ-DESC (WS-ADJ-SUB)   TO RCD1-DESC.
096900           WRITE REPORT-LINE FROM RPT-CARD-LINE-1
097000               AFTER ADVANCING 2 LINES.
097100           MOVE SPACES                     TO RCD2-FILTER-LIT.
097200           MOVE SPACES                     TO RCD2-FILTER-VALUE.
097300           IF WS-ADJ-FTYPE (WS-ADJ-SUB) = 'S'
097400               MOVE 'SOURCE '              TO RCD2-FILTER-LIT
097500               MOVE WS-ADJ-FVALUE (WS-ADJ-SUB) TO RCD2-FILTER-VALUE
097600           END-IF.
097700           IF WS-ADJ-FTYPE (WS-ADJ-SUB) = 'T'
097800               MOVE 'STATUS '              TO RCD2-FILTER-LIT
097900               MOVE WS-ADJ-FVALUE (WS-ADJ-SUB) TO RCD2-FILTER-VALUE
098000           END-IF.
098100           MOVE WS-ADJ-SIGN (WS-ADJ-SUB)   TO RCD2-SIGN.
098200           MOVE WS-ADJ-AMOUNT (WS-ADJ-SUB) TO RCD2-AMOUNT.
098300           IF WS-ADJ-CTYPE (WS-ADJ-SUB) = 'P'
098400               MOVE ' PCT'                 TO RCD2-CHANGE-LIT
098500           ELSE
098600               MOVE ' AMT'                 TO RCD2-CHANGE-LIT
098700           END-IF.
098800           MOVE WS-ADJ-RMODE (WS-ADJ-SUB)  TO RCD2-RMODE.
098900           MOVE WS-ADJ-RUNIT (WS-ADJ-SUB)  TO RCD2-RUNIT.
099000           MOVE WS-ADJ-FLOOR (WS-ADJ-SUB)  TO RCD2-FLOOR.
099100           MOVE WS-ADJ-CEILING (WS-ADJ-SUB) TO RCD2-CEILING.
099200           WRITE REPORT-LINE FROM RPT-CARD-LINE-2
099300               AFTER ADVANCING 1 LINE.
099400           ADD 3 TO WS-LINE-COUNT.
099500       4220-EXIT.
099600           EXIT.
099700
099800      *----------------------------------------------------------------*
099900      * 4500-WRITE-SUMMARY-PAGE - TOTALS PER CARD, THE RUN TOTALS, THE *
100000      * FIGURES A COMMIT MUST QUOTE, AND WHAT THIS RUN DID.            *
100100      *----------------------------------------------------------------*
100200       4500-WRITE-SUMMARY-PAGE.
100300           ADD 1 TO WS-PAGE-COUNT.
100400           MOVE WS-PAGE-COUNT TO RHL1-PAGE-NO.
100500           WRITE REPORT-LINE FROM RPT-HEADING-LINE-1
100600               AFTER ADVANCING PAGE.
100700           WRITE REPORT-LINE FROM RPT-SUMMARY-HEADING
100800               AFTER ADVANCING 2 LINES.
100900           MOVE SPACES TO REPORT-LINE.
101000           WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
101100           PERFORM 4520-WRITE-CARD-TOTAL THRU 4520-EXIT
101200               VARYING WS-ADJ-SUB FROM 1 BY 1
101300               UNTIL WS-ADJ-SUB > WS-ADJ-COUNT.
101400           MOVE 'MASTER RECORDS READ.....................'
101500               TO RSL-LABEL.
101600           MOVE WS-MSTR-READ TO RSL-COUNT.
101700           WRITE REPORT-LINE FROM RPT-SUMMARY-LINE
101800               AFTER ADVANCING 2 LINES.
101900           MOVE 'KEYS SELECTED BY THE CARDS..............'
102000               TO RSL-LABEL.
102100           MOVE WS-KEYS-SELECTED TO RSL-COUNT.
102200           PERFORM 4540-WRITE-SUMMARY-LINE THRU 4540-EXIT.
102300           MOVE '  CHANGED...............................'
102400               TO RSL-LABEL.
102500           MOVE WS-KEYS-CHANGED TO RSL-COUNT.
102600           PERFORM 4540-WRITE-SUMMARY-LINE THRU 4540-EXIT.
102700           MOVE '  NO CHANGE AFTER ROUNDING OR LIMITS....'
102800               TO RSL-LABEL.
102900           MOVE WS-KEYS-UNCHANGED TO RSL-COUNT.
103000           PERFORM 4540-WRITE-SUMMARY-LINE THRU 4540-EXIT.
103100           MOVE '  SKIPPED, VAR2 NOT NUMERIC.............'
103200               TO RSL-LABEL.
103300           MOVE WS-KEYS-BAD-VAR2 TO RSL-COUNT.
103400           PERFORM 4540-WRITE-SUMMARY-LINE THRU 4540-EXIT.
103500           MOVE '  HELD AT FLOOR.........................'
103600               TO RSL-LABEL.
103700           MOVE WS-KEYS-FLOORED TO RSL-COUNT.
103800           PERFORM 4540-WRITE-SUMMARY-LINE THRU 4540-EXIT.
103900           MOVE '  HELD AT CEILING.......................'
104000               TO RSL-LABEL.
104100           MOVE WS-KEYS-CEILINGED TO RSL-COUNT.
104200           PERFORM 4540-WRITE-SUMMARY-LINE THRU 4540-EXIT.
104300           MOVE '  ALSO MATCHED A LATER CARD.............'
104400               TO RSL-LABEL.
104500           MOVE WS-KEYS-OVERLAP TO RSL-COUNT.
104600           PERFORM 4540-WRITE-SUMMARY-LINE THRU 4540-EXIT.
104700           MOVE '  CHANGED BUT KEY HELD (WILL SUSPEND)...'
104800               TO RSL-LABEL.
104900           MOVE WS-KEYS-HELD TO RSL-COUNT.
105000           PERFORM 4540-WRITE-SUMMARY-LINE THRU 4540-EXIT.
105100           MOVE 'VAR2 TOTAL BEFORE.......................'
105200               TO RSL-LABEL.
105300           MOVE WS-BEFORE-TOTAL TO RSL-COUNT.
105400           WRITE REPORT-LINE FROM RPT-SUMMARY-LINE
105500               AFTER ADVANCING 2 LINES.
105600           MOVE 'VAR2 TOTAL AFTER........................'
105700               TO RSL-LABEL.
105800           MOVE WS-AFTER-TOTAL TO RSL-COUNT.
105900           PERFORM 4540-WRITE-SUMMARY-LINE THRU 4540-EXIT.
106000           COMPUTE WS-NET-CHANGE = WS-AFTER-TOTAL - WS-BEFORE-TOTAL.
106100           MOVE WS-NET-CHANGE TO RNL-NET.
106200           WRITE REPORT-LINE FROM RPT-NET-LINE
106300               AFTER ADVANCING 1 LINE.
106400           MOVE 'TRANSACTIONS FOR COMMIT (PARMIN 9-15)...'
106500               TO RSL-LABEL.
106600           MOVE WS-KEYS-CHANGED TO RSL-COUNT.
106700           WRITE REPORT-LINE FROM RPT-SUMMARY-LINE
106800               AFTER ADVANCING 2 LINES.
106900           MOVE 'CONTROL TOTAL FOR COMMIT (PARMIN 17-25).'
107000               TO RSL-LABEL.
107100           MOVE WS-CONTROL-TOTAL TO RSL-COUNT.
107200           PERFORM 4540-WRITE-SUMMARY-LINE THRU 4540-EXIT.
107300           MOVE WS-OUTCOME TO ROL-OUTCOME.
107400           WRITE REPORT-LINE FROM RPT-OUTCOME-LINE
107500               AFTER ADVANCING 2 LINES.
107600       4500-EXIT.
107700           EXIT.
107800
107900      *----------------------------------------------------------------*
108000      * 4520-WRITE-CARD-TOTAL - ONE CARD'S KEYS AND TOTALS.            *
108100      *----------------------------------------------------------------*
108200       4520-WRITE-CARD-TOTAL.
108300           MOVE WS-ADJ-SUB                   TO RCT-CARD-NO.
108400           MOVE WS-ADJ-SELECTED (WS-ADJ-SUB) TO RCT-SELECTED.
108500           MOVE WS-ADJ-CHANGED (WS-ADJ-SUB)  TO RCT-CHANGED.
108600           MOVE WS-ADJ-BEFORE (WS-ADJ-SUB)   TO RCT-BEFORE.
108700           MOVE WS-ADJ-AFTER (WS-ADJ-SUB)    TO RCT-AFTER.
108800           WRITE REPORT-LINE FROM RPT-CARD-TOTAL-LINE
108900               AFTER ADVANCING 1 LINE.
109000       4520-EXIT.
109100           EXIT.
109200
109300      *----------------------------------------------------------------*
109400      * 4540-WRITE-SUMMARY-LINE - ONE SINGLE-SPACED SUMMARY COUNT.     *
109500      *----------------------------------------------------------------*
109600       4540-WRITE-SUMMARY-LINE.
109700           WRITE REPORT-LINE FROM RPT-SUMMARY-LINE
109800               AFTER ADVANCING 1 LINE.
109900       4540-EXIT.
110000           EXIT.
110100
110200      *----------------------------------------------------------------*
110300      * 9000-TERMINATE - SUMMARY PAGE, CLOSE FILES, SHOW COUNTS.       *
110400      *----------------------------------------------------------------*
110500       9000-TERMINATE.
110600           PERFORM 4500-WRITE-SUMMARY-PAGE THRU 4500-EXIT.
110700           CLOSE MASTER-FILE.
110800           CLOSE REPORT-OUT.
110900           DISPLAY 'ADJUSTMENT CARDS......: ' WS-ADJ-COUNT.
111000           DISPLAY 'MASTER RECORDS READ...: ' WS-MSTR-READ.
111100           DISPLAY 'KEYS SELECTED.........: ' WS-KEYS-SELECTED.
111200           DISPLAY 'KEYS CHANGED..........: ' WS-KEYS-CHANGED.
111300           DISPLAY 'CONTROL TOTAL.........: ' WS-CONTROL-TOTAL.
111400           DISPLAY 'TRANSACTIONS WRITTEN..: ' WS-RECS-WRITTEN.
111500           DISPLAY 'OUTCOME: ' WS-OUTCOME.
111600       9000-EXIT.
111700           EXIT.
111800
111900      *----------------------------------------------------------------*
112000      * 9999-EXIT - SINGLE PROGRAM EXIT POINT.                         *
112100      *----------------------------------------------------------------*
112200       9999-EXIT.
112300           STOP RUN.
