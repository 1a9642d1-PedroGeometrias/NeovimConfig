000100       IDENTIFICATION DIVISION.
000200
000300       PROGRAM-ID. VARSCOR.
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
001400      * 2026-10-15 JHM   ORIGINAL PROGRAM.  MONTHLY FEEDER QUALITY     *
001500      *                  SCORECARD OVER THE CUMULATIVE SOURCE          *
001600      *                  STATISTICS DATASET (ONE SRCSREC RECORD PER    *
001700      *                  SOURCE PER NIGHT, WRITTEN BY THE BATCH        *
001800      *                  UPDATE).  ROLLS THE REPORT MONTH AND THE      *
001900      *                  MONTH BEFORE IT FOR EACH SOURCE, RANKS THE    *
002000      *                  SOURCES BY REJECT RATE, AND FLAGS ANY SOURCE  *
002100      *                  WHOSE RATE IS OVER THE AGREED LIMIT ON THE    *
002200      *                  PARMIN CARD (CC 4 WHEN ANY IS FLAGGED).  EACH *
002300      *                  SOURCE THEN GETS ITS OWN PAGE: ITS REJECTS BY *
002400      *                  REASON CODE AS A MIX OF ITS TOTAL REJECTS     *
002500      *                  AGAINST THE PRIOR MONTH'S MIX, AND ITS        *
002600      *                  VOLUMES AND CONTROL TOTALS AGAINST THE PRIOR  *
002700      *                  MONTH.  RUN ON THE FIRST OF EACH MONTH (SEE   *
002800      *                  THE VARSCRJ JOB).                             *
002900      *----------------------------------------------------------------*
003000
003100       ENVIRONMENT DIVISION.
003200       CONFIGURATION SECTION.
003300       SOURCE-COMPUTER. YOUR-MACHINE-TYPE.
003400       OBJECT-COMPUTER. YOUR-MACHINE-TYPE.
003500
003600       INPUT-OUTPUT SECTION.
003700       FILE-CONTROL.
003800           SELECT SOURCE-STATS ASSIGN TO SRCSTAT
003900               ORGANIZATION IS SEQUENTIAL
004000               FILE STATUS IS WS-SRCSTAT-STATUS.
004100
004200           SELECT PARM-IN ASSIGN TO PARMIN
004300               ORGANIZATION IS SEQUENTIAL
004400               FILE STATUS IS WS-PARM-STATUS.
004500
004600           SELECT REPORT-OUT ASSIGN TO RPTOUT
004700               ORGANIZATION IS SEQUENTIAL
004800               FILE STATUS IS WS-REPORT-STATUS.
004900
005000       DATA DIVISION.
005100       FILE SECTION.
005200
005300      *----------------------------------------------------------------*
005400      * SOURCE-STATS - ONE STATISTICS RECORD PER SOURCE PER NIGHTLY    *
005500      * RUN, APPENDED IN DATE ORDER AFTER EACH CLEAN BALANCE.  ONLY    *
005600      * THE REPORT MONTH AND THE MONTH BEFORE IT ARE TAKEN.            *
005700      *----------------------------------------------------------------*
005800       FD  SOURCE-STATS
005900           RECORDING MODE IS F.
006000           COPY SRCSREC.
006100
006200      *----------------------------------------------------------------*
006300      * PARM-IN - ONE CARD.  A BLANK MONTH MEANS LAST MONTH; A BLANK   *
006400      * LIMIT MEANS THE STANDING 5.00 PCT.  THE LIMIT CARRIES TWO      *
006500      * IMPLIED DECIMALS (00750 = 7.50 PCT).                           *
006600      *----------------------------------------------------------------*
006700       FD  PARM-IN
006800           RECORDING MODE IS F.
006900       01  PARM-RECORD.
007000           05  PRM-MONTH               PIC X(06).
007100           05  FILLER                  PIC X(01).
007200           05  PRM-LIMIT               PIC X(05).
007300           05  PRM-LIMIT-NUM REDEFINES PRM-LIMIT
007400                                       PIC 9(03)V99.
007500           05  FILLER                  PIC X(68).
007600
007700      *----------------------------------------------------------------*
007800      * REPORT-OUT - THE RANKING PAGE, THEN ONE PAGE PER SOURCE.       *
007900      *----------------------------------------------------------------*
008000       FD  REPORT-OUT
008100           RECORDING MODE IS F.
008200       01  REPORT-LINE                 PIC X(80).
008300
008400       WORKING-STORAGE SECTION.
008500
008600       77  WS-SRCSTAT-STATUS           PIC X(02).
008700       77  WS-PARM-STATUS              PIC X(02).
008800       77  WS-REPORT-STATUS            PIC X(02).
008900       77  WS-EOF-SW                   PIC X(01) VALUE 'N'.
009000           88  WS-EOF                          VALUE 'Y'.
009100       77  WS-RECS-READ                PIC 9(07) COMP VALUE ZERO.
009200       77  WS-RECS-THIS-MONTH          PIC 9(07) COMP VALUE ZERO.
009300       77  WS-RECS-PRIOR-MONTH         PIC 9(07) COMP VALUE ZERO.
009400       77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
009500       77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
009600       77  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 50.
009700       77  WS-SRC-COUNT                PIC 9(02) COMP VALUE ZERO.
009800       77  WS-SRC-SUB                  PIC 9(02) COMP VALUE ZERO.
009900       77  WS-CUR-SRC                  PIC 9(02) COMP VALUE ZERO.
010000       77  WS-SRC-MAX                  PIC 9(02) VALUE 50.
010100       77  WS-LOC-SOURCE-ID            PIC X(02) VALUE SPACES.
010200       77  WS-LOC-FOUND-SW             PIC X(01) VALUE 'N'.
010300           88  WS-LOC-FOUND                    VALUE 'Y'.
010400       77  WS-PER                      PIC 9(01) COMP VALUE ZERO.
010500       77  WS-RSN-SUB                  PIC 9(02) COMP VALUE ZERO.
010600       77  WS-RSN-MAX                  PIC 9(02) VALUE 15.
010700       77  WS-RANK-SUB                 PIC 9(02) COMP VALUE ZERO.
010800       77  WS-BEST-SUB                 PIC 9(02) COMP VALUE ZERO.
010900       77  WS-THIS-MONTH               PIC X(06) VALUE SPACES.
011000       77  WS-PRIOR-MONTH              PIC X(06) VALUE SPACES.
011100       77  WS-PARM-MONTH               PIC X(06) VALUE SPACES.
011200       77  WS-LIMIT                    PIC 9(03)V99 VALUE 5.00.
011300       77  WS-FLAGGED-COUNT            PIC 9(02) COMP VALUE ZERO.
011400       77  WS-ALL-DETAILS              PIC 9(09) COMP VALUE ZERO.
011450       77  WS-ALL-EDITED               PIC 9(09) COMP VALUE ZERO.
011500       77  WS-ALL-POSTED               PIC 9(09) COMP VALUE ZERO.
011600       77  WS-ALL-REJECTED             PIC 9(09) COMP VALUE ZERO.
011700       77  WS-ALL-PRIOR-EDITED         PIC 9(09) COMP VALUE ZERO.
011800       77  WS-ALL-PRIOR-REJECTED       PIC 9(09) COMP VALUE ZERO.
011900       77  WS-ALL-REJ-PCT              PIC 9(03)V99 VALUE ZERO.
012000       77  WS-ALL-PRIOR-PCT            PIC 9(03)V99 VALUE ZERO.
012100       77  WS-DELTA-PCT                PIC S9(03)V99 VALUE ZERO.
012200       77  WS-THIS-MIX-PCT             PIC 9(03)V99 VALUE ZERO.
012300       77  WS-PRIOR-MIX-PCT            PIC 9(03)V99 VALUE ZERO.
012400       77  WS-MEAS-THIS                PIC 9(11) VALUE ZERO.
012500       77  WS-MEAS-PRIOR               PIC 9(11) VALUE ZERO.
012600       77  WS-MEAS-CHANGE              PIC S9(11) VALUE ZERO.
012700
012800       01  WS-TIMESTAMP-WORK.
012900           05  WS-CURRENT-DATE         PIC 9(08).
013000           05  WS-CURRENT-TIME         PIC 9(08).
013100
013200       01  WS-MONTH-WORK               PIC X(06).
013300       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
013400           05  WS-MW-YEAR              PIC 9(04).
013500           05  WS-MW-MONTH             PIC 9(02).
013600
013700      *----------------------------------------------------------------*
013800      * REASON-CODE DESCRIPTIONS FOR THE MIX LINES, IN CODE ORDER.     *
013900      * ENTRY 15 COLLECTS ANY HIGHER OR UNCODED REASON.                *
014000      *----------------------------------------------------------------*
014100       01  WS-REASON-TEXT-VALUES.
014200           05  FILLER                  PIC X(24) VALUE
014300               'VAR2 NOT NUMERIC'.
014400           05  FILLER                  PIC X(24) VALUE
014500               'VAR1 MISSING'.
014600           05  FILLER                  PIC X(24) VALUE
014700               'INVALID ACTION CODE'.
014800           05  FILLER                  PIC X(24) VALUE
014900               'KEY ALREADY ON MASTER'.
015000           05  FILLER                  PIC X(24) VALUE
015100               'KEY NOT ON MASTER'.
015200           05  FILLER                  PIC X(24) VALUE
015300               'INVALID EFFECTIVE DATE'.
015400           05  FILLER                  PIC X(24) VALUE
015500               'SOURCE NOT AUTHORIZED'.
015600           05  FILLER                  PIC X(24) VALUE
015700               'REJECTED BY APPROVER'.
015800           05  FILLER                  PIC X(24) VALUE
015900               'OUTRANKED SAME NIGHT'.
016000           05  FILLER                  PIC X(24) VALUE
016100               'REASON 10'.
016200           05  FILLER                  PIC X(24) VALUE
016300               'REASON 11'.
016400           05  FILLER                  PIC X(24) VALUE
016500               'REASON 12'.
016600           05  FILLER                  PIC X(24) VALUE
016700               'REASON 13'.
016800           05  FILLER                  PIC X(24) VALUE
016900               'REASON 14'.
017000           05  FILLER                  PIC X(24) VALUE
017100               'OTHER OR UNCODED'.
017200       01  WS-REASON-TEXT-TABLE REDEFINES WS-REASON-TEXT-VALUES.
017300           05  WS-RSN-TEXT             PIC X(24) OCCURS 15 TIMES.
017400
017500      *----------------------------------------------------------------*
017600      * PER-SOURCE FIGURES, ONE ENTRY PER SOURCE SEEN IN EITHER MONTH. *
017700      * PERIOD 1 IS THE REPORT MONTH, PERIOD 2 THE MONTH BEFORE IT.    *
017800      * THE PERIOD FIGURES ARE ZONED SO A NEW ENTRY CAN BE CLEARED     *
017900      * WITH ONE MOVE.                                                 *
018000      *----------------------------------------------------------------*
018100       01  WS-SOURCE-TABLE.
018200           05  WS-SRC-ENTRY OCCURS 50 TIMES.
018300               10  WS-SRC-ID           PIC X(02).
018400               10  WS-SRC-RANKED-SW    PIC X(01).
018500                   88  WS-SRC-RANKED           VALUE 'Y'.
018600               10  WS-SRC-FLAG-SW      PIC X(01).
018700                   88  WS-SRC-FLAGGED          VALUE 'Y'.
018800               10  WS-SRC-REJ-PCT      PIC 9(03)V99.
018900               10  WS-SRC-PRIOR-PCT    PIC 9(03)V99.
019000               10  WS-SRC-PERIODS.
019100                   15  WS-SRC-PER OCCURS 2 TIMES.
019200                       20  WS-PER-NIGHTS       PIC 9(05).
019300                       20  WS-PER-RESTARTS     PIC 9(05).
019400                       20  WS-PER-BAD-NIGHTS   PIC 9(05).
019500                       20  WS-PER-DETAILS      PIC 9(09).
019550                       20  WS-PER-EDITED       PIC 9(09).
019600                       20  WS-PER-POSTED       PIC 9(09).
019700                       20  WS-PER-REJECTED     PIC 9(09).
019800                       20  WS-PER-PENDED       PIC 9(09).
019900                       20  WS-PER-BOUNCED      PIC 9(09).
020000                       20  WS-PER-DUPS         PIC 9(09).
020100                       20  WS-PER-SUSPENDED    PIC 9(09).
020200                       20  WS-PER-QUEUED       PIC 9(09).
020300                       20  WS-PER-DETAIL-TOTAL PIC 9(11).
020400                       20  WS-PER-REJ-TOTAL    PIC 9(11).
020500                       20  WS-PER-RSN-CNT      PIC 9(09)
020600                                               OCCURS 15 TIMES.
020700
020800      *----------------------------------------------------------------*
020900      * SOURCE SUBSCRIPTS IN RANK ORDER, WORST REJECT RATE FIRST.      *
021000      *----------------------------------------------------------------*
021100       01  WS-RANK-TABLE.
021200           05  WS-RANK-SRC             PIC 9(02) COMP
021300                                       OCCURS 50 TIMES.
021400
021500      *----------------------------------------------------------------*
021600      * PRINT REPORT LINES                                             *
021700      *----------------------------------------------------------------*
021800       01  RPT-HEADING-LINE-1.
021900           05  FILLER                  PIC X(01) VALUE ' '.
022000           05  FILLER                  PIC X(25) VALUE
022100               'FEEDER QUALITY SCORECARD '.
022200           05  FILLER                  PIC X(06) VALUE 'MONTH '.
022300           05  RHL1-MONTH              PIC X(06).
022400           05  FILLER                  PIC X(07) VALUE ' PRIOR '.
022500           05  RHL1-PRIOR              PIC X(06).
022600           05  FILLER                  PIC X(07) VALUE ' LIMIT '.
022700           05  RHL1-LIMIT              PIC ZZ9.99.
022800           05  FILLER                  PIC X(04) VALUE ' PCT'.
022900           05  FILLER                  PIC X(04) VALUE SPACES.
023000           05  RHL1-PAGE-LIT           PIC X(05) VALUE 'PAGE '.
023100           05  RHL1-PAGE-NO            PIC ZZ9.
023200
023300       01  RPT-SECTION-LINE.
023400           05  FILLER                  PIC X(01) VALUE ' '.
023500           05  RSL-TEXT                PIC X(60).
023600           05  FILLER                  PIC X(19) VALUE SPACES.
023700
023800       01  RPT-RANK-HEADER.
023900           05  FILLER                  PIC X(01) VALUE ' '.
024000           05  FILLER                  PIC X(03) VALUE 'RNK'.
024100           05  FILLER                  PIC X(04) VALUE '  ID'.
024200           05  FILLER                  PIC X(05) VALUE '  NTS'.
024300           05  FILLER                  PIC X(09) VALUE '  DETAILS'.
024400           05  FILLER                  PIC X(09) VALUE '   POSTED'.
024500           05  FILLER                  PIC X(09) VALUE ' REJECTED'.
024600           05  FILLER                  PIC X(08) VALUE '    REJ%'.
024700           05  FILLER                  PIC X(08) VALUE '  PRIOR%'.
024800           05  FILLER                  PIC X(08) VALUE '  CHANGE'.
024900           05  FILLER                  PIC X(05) VALUE ' FLAG'.
025000           05  FILLER                  PIC X(11) VALUE SPACES.
025100
025200       01  RPT-RANK-LINE.
025300           05  FILLER                  PIC X(01) VALUE ' '.
025400           05  RRL-RANK                PIC ZZ9.
025500           05  FILLER                  PIC X(02) VALUE SPACES.
025600           05  RRL-SOURCE              PIC X(02).
025700           05  FILLER                  PIC X(02) VALUE SPACES.
025800           05  RRL-NIGHTS              PIC ZZ9.
025900           05  FILLER                  PIC X(01) VALUE ' '.
026000           05  RRL-DETAILS             PIC ZZZZZZZ9.
026100           05  FILLER                  PIC X(01) VALUE ' '.
026200           05  RRL-POSTED              PIC ZZZZZZZ9.
026300           05  FILLER                  PIC X(01) VALUE ' '.
026400           05  RRL-REJECTED            PIC ZZZZZZZ9.
026500           05  FILLER                  PIC X(02) VALUE SPACES.
026600           05  RRL-REJ-PCT             PIC ZZ9.99.
026700           05  FILLER                  PIC X(02) VALUE SPACES.
026800           05  RRL-PRIOR-PCT           PIC ZZ9.99.
026900           05  RRL-PRIOR-PCT-X REDEFINES RRL-PRIOR-PCT
027000                                       PIC X(06).
027100           05  FILLER                  PIC X(01) VALUE ' '.
027200           05  RRL-CHANGE              PIC +ZZ9.99.
027300           05  RRL-CHANGE-X REDEFINES RRL-CHANGE
027400                                       PIC X(07).
027500           05  FILLER                  PIC X(01) VALUE ' '.
027600           05  RRL-FLAG                PIC X(09).
027700           05  FILLER                  PIC X(06) VALUE SPACES.
027800
027900       01  RPT-RANK-TOTAL-LINE.
028000           05  FILLER                  PIC X(01) VALUE ' '.
028100           05  FILLER                  PIC X(12) VALUE 'ALL SOURCES '.
028200           05  FILLER                  PIC X(01) VALUE ' '.
028300           05  RRT-DETAILS             PIC ZZZZZZZ9.
028400           05  FILLER                  PIC X(01) VALUE ' '.
028500           05  RRT-POSTED              PIC ZZZZZZZ9.
028600           05  FILLER                  PIC X(01) VALUE ' '.
028700           05  RRT-REJECTED            PIC ZZZZZZZ9.
028800           05  FILLER                  PIC X(02) VALUE SPACES.
028900           05  RRT-REJ-PCT             PIC ZZ9.99.
029000           05  FILLER                  PIC X(02) VALUE SPACES.
029100           05  RRT-PRIOR-PCT           PIC ZZ9.99.
029200           05  FILLER                  PIC X(01) VALUE ' '.
029300           05  RRT-CHANGE              PIC +ZZ9.99.
029400           05  FILLER                  PIC X(16) VALUE SPACES.
029500
029600       01  RPT-TOTAL-LINE.
029700           05  FILLER                  PIC X(01) VALUE ' '.
029800           05  RTL-LITERAL             PIC X(24).
029900           05  RTL-COUNT               PIC ZZZZZZZZ9.
030000           05  FILLER                  PIC X(46) VALUE SPACES.
030100
030200       01  RPT-PCT-LINE.
030300           05  FILLER                  PIC X(01) VALUE ' '.
030400           05  RPL-LITERAL             PIC X(24).
030500           05  RPL-PCT                 PIC ZZ9.99.
030600           05  FILLER                  PIC X(49) VALUE SPACES.
030700
030800       01  RPT-SOURCE-HEADER.
030900           05  FILLER                  PIC X(01) VALUE ' '.
031000           05  FILLER                  PIC X(07) VALUE 'SOURCE '.
031100           05  RSH-SOURCE              PIC X(02).
031200           05  FILLER                  PIC X(09) VALUE '    RANK '.
031300           05  RSH-RANK                PIC ZZ9.
031400           05  FILLER                  PIC X(15) VALUE
031500               '    REJECT PCT '.
031600           05  RSH-REJ-PCT             PIC ZZ9.99.
031700           05  FILLER                  PIC X(09) VALUE '   PRIOR '.
031800           05  RSH-PRIOR-PCT           PIC ZZ9.99.
031900           05  RSH-PRIOR-PCT-X REDEFINES RSH-PRIOR-PCT
032000                                       PIC X(06).
032100           05  FILLER                  PIC X(02) VALUE SPACES.
032200           05  RSH-FLAG                PIC X(09).
032300           05  FILLER                  PIC X(11) VALUE SPACES.
032400
032500       01  RPT-MIX-HEADER.
032600           05  FILLER                  PIC X(01) VALUE ' '.
032700           05  FILLER                  PIC X(02) VALUE 'CD'.
032800           05  FILLER                  PIC X(08) VALUE '  REASON'.
032900           05  FILLER                  PIC X(19) VALUE SPACES.
033000           05  FILLER                  PIC X(08) VALUE ' THIS MO'.
033100           05  FILLER                  PIC X(08) VALUE '    MIX%'.
033200           05  FILLER                  PIC X(10) VALUE '  PRIOR MO'.
033300           05  FILLER                  PIC X(08) VALUE '    MIX%'.
033400           05  FILLER                  PIC X(08) VALUE '  CHANGE'.
033500           05  FILLER                  PIC X(08) VALUE SPACES.
033600
033700       01  RPT-MIX-LINE.
033800           05  FILLER                  PIC X(01) VALUE ' '.
033900           05  RML-CODE                PIC 99.
034000           05  FILLER                  PIC X(02) VALUE SPACES.
034100           05  RML-TEXT                PIC X(24).
034200           05  FILLER                  PIC X(01) VALUE ' '.
034300           05  RML-THIS                PIC ZZZZZZZ9.
034400           05  FILLER                  PIC X(02) VALUE SPACES.
034500           05  RML-THIS-MIX            PIC ZZ9.99.
034600           05  FILLER                  PIC X(02) VALUE SPACES.
034700           05  RML-PRIOR               PIC ZZZZZZZ9.
034800           05  FILLER                  PIC X(02) VALUE SPACES.
034900           05  RML-PRIOR-MIX           PIC ZZ9.99.
035000           05  FILLER                  PIC X(01) VALUE ' '.
035100           05  RML-CHANGE              PIC +ZZ9.99.
035200           05  RML-CHANGE-X REDEFINES RML-CHANGE
035300                                       PIC X(07).
035400           05  FILLER                  PIC X(08) VALUE SPACES.
035500
035600       01  RPT-MEASURE-HEADER.
035700           05  FILLER                  PIC X(01) VALUE ' '.
035800           05  FILLER                  PIC X(07) VALUE 'MEASURE'.
035900           05  FILLER                  PIC X(22) VALUE SPACES.
036000           05  FILLER                  PIC X(11) VALUE ' THIS MONTH'.
036100           05  FILLER                  PIC X(02) VALUE SPACES.
036200           05  FILLER                  PIC X(11) VALUE 'PRIOR MONTH'.
036300           05  FILLER                  PIC X(02) VALUE SPACES.
036400           05  FILLER                  PIC X(12) VALUE
036500               '      CHANGE'.
036600           05  FILLER                  PIC X(12) VALUE SPACES.
036700
036800       01  RPT-MEASURE-LINE.
036900           05  FILLER                  PIC X(01) VALUE ' '.
037000           05  RMS-LITERAL             PIC X(28).
037100           05  FILLER                  PIC X(01) VALUE ' '.
037200           05  RMS-THIS                PIC ZZZZZZZZZZ9.
037300           05  FILLER                  PIC X(02) VALUE SPACES.
037400           05  RMS-PRIOR               PIC ZZZZZZZZZZ9.
037500           05  FILLER                  PIC X(02) VALUE SPACES.
037600           05  RMS-CHANGE              PIC +ZZZZZZZZZZ9.
037700           05  FILLER                  PIC X(12) VALUE SPACES.
037800
037900       01  RPT-NOTE-LINE.
038000           05  FILLER                  PIC X(01) VALUE ' '.
038100           05  RNT-TEXT                PIC X(70).
038200           05  FILLER                  PIC X(09) VALUE SPACES.
038300
038400       PROCEDURE DIVISION.
038500
038600      *----------------------------------------------------------------*
038700      * 0000-MAINLINE                                                  *
038800      *----------------------------------------------------------------*
038900       0000-MAINLINE.
039000           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039100           PERFORM 2000-TALLY-STATS THRU 2000-EXIT
039200               UNTIL WS-EOF.
039300           PERFORM 3000-RANK-SOURCES THRU 3000-EXIT.
039400           PERFORM 4000-PRINT-RANKING THRU 4000-EXIT.
039500           PERFORM 5000-PRINT-SOURCE-PAGES THRU 5000-EXIT.
039600           PERFORM 9000-TERMINATE THRU 9000-EXIT.
039700           GO TO 9999-EXIT.
039800
039900      *----------------------------------------------------------------*
040000      * 1000-INITIALIZE - PICK UP THE PARMIN CARD AND OPEN THE FILES.  *
040100      *----------------------------------------------------------------*
040200       1000-INITIALIZE.
040300           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
040400           ACCEPT WS-CURRENT-TIME FROM TIME.
040500           PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT.
040600           OPEN INPUT SOURCE-STATS.
040700           IF WS-SRCSTAT-STATUS NOT = '00'
040800               DISPLAY 'VARSCOR: UNABLE TO OPEN SOURCE-STATS, STATUS '
040900                   WS-SRCSTAT-STATUS
041000               MOVE 16 TO RETURN-CODE
041100               GO TO 9999-EXIT
041200           END-IF.
041300           OPEN OUTPUT REPORT-OUT.
041400           IF WS-REPORT-STATUS NOT = '00'
041500               DISPLAY 'VARSCOR: UNABLE TO OPEN REPORT-OUT, STATUS '
041600                   WS-REPORT-STATUS
041700               MOVE 16 TO RETURN-CODE
041800               GO TO 9999-EXIT
041900           END-IF.
042000           MOVE WS-THIS-MONTH  TO RHL1-MONTH.
042100           MOVE WS-PRIOR-MONTH TO RHL1-PRIOR.
042200           MOVE WS-LIMIT       TO RHL1-LIMIT.
042300       1000-EXIT.
042400           EXIT.
042500
042600      *----------------------------------------------------------------*
042700      * 1200-READ-PARM-CARD - SET THE REPORT MONTH, THE MONTH BEFORE   *
042800      * IT, AND THE REJECT-RATE LIMIT.  A MISSING OR EMPTY PARAMETER   *
042900      * FILE MEANS LAST MONTH AT THE STANDING LIMIT.  A MONTH OR       *
043000      * LIMIT THAT IS NOT A VALID NUMBER STOPS THE RUN.                *
043100      *----------------------------------------------------------------*
043200       1200-READ-PARM-CARD.
043300           OPEN INPUT PARM-IN.
043400           IF WS-PARM-STATUS = '00'
043500               READ PARM-IN
043600                   AT END
043700                       CONTINUE
043800                   NOT AT END
043900                       MOVE PRM-MONTH TO WS-PARM-MONTH
044000                       IF PRM-LIMIT NOT = SPACES
044100                           IF PRM-LIMIT NUMERIC
044200                               MOVE PRM-LIMIT-NUM TO WS-LIMIT
044300                           ELSE
044400                               DISPLAY 'VARSCOR: BAD LIMIT ON PARMIN '
044500                                   PRM-LIMIT
044600                               MOVE 16 TO RETURN-CODE
044700                               GO TO 9999-EXIT
044800                           END-IF
044900                       END-IF
045000               END-READ
045100               CLOSE PARM-IN
045200           END-IF.
045300           IF WS-PARM-MONTH = SPACES
045400               MOVE WS-CURRENT-DATE (1:6) TO WS-MONTH-WORK
045500               PERFORM 1300-BACK-ONE-MONTH THRU 1300-EXIT
045600           ELSE
045700               MOVE WS-PARM-MONTH TO WS-MONTH-WORK
045800           END-IF.
045900           IF WS-MONTH-WORK NOT NUMERIC
046000               OR WS-MW-MONTH < 1 OR WS-MW-MONTH > 12
046100               DISPLAY 'VARSCOR: BAD MONTH ON PARMIN ' WS-MONTH-WORK
046200               MOVE 16 TO RETURN-CODE
046300               GO TO 9999-EXIT
046400           END-IF.
046500           MOVE WS-MONTH-WORK TO WS-THIS-MONTH.
046600           PERFORM 1300-BACK-ONE-MONTH THRU 1300-EXIT.
046700           MOVE WS-MONTH-WORK TO WS-PRIOR-MONTH.
046800       1200-EXIT.
046900           EXIT.
047000
047100      *----------------------------------------------------------------*
047200      * 1300-BACK-ONE-MONTH - STEP WS-MONTH-WORK BACK ONE CALENDAR     *
047300      * MONTH.                                                         *
047400      *----------------------------------------------------------------*
047500       1300-BACK-ONE-MONTH.
047600           IF WS-MW-MONTH = 1
047700               SUBTRACT 1 FROM WS-MW-YEAR
047800               MOVE 12 TO WS-MW-MONTH
047900           ELSE
048000               SUBTRACT 1 FROM WS-MW-MONTH
048100           END-IF.
048200       1300-EXIT.
048300           EXIT.
048400
048500      *----------------------------------------------------------------*
048600      * 2000-TALLY-STATS - ROLL ONE NIGHT'S SOURCE FIGURES INTO THE    *
048700      * SOURCE'S ENTRY FOR THE REPORT MONTH OR THE PRIOR MONTH.        *
048800      * RECORDS FOR ANY OTHER MONTH ARE PASSED OVER.                   *
048900      *----------------------------------------------------------------*
049000       2000-TALLY-STATS.
049100           READ SOURCE-STATS
049200               AT END
049300                   MOVE 'Y' TO WS-EOF-SW
049400                   GO TO 2000-EXIT
049500           END-READ.
049600           ADD 1 TO WS-RECS-READ.
049700           IF SST-RUN-DATE (1:6) = WS-THIS-MONTH
049800               MOVE 1 TO WS-PER
049900               ADD 1 TO WS-RECS-THIS-MONTH
050000           ELSE
050100               IF SST-RUN-DATE (1:6) = WS-PRIOR-MONTH
050200                   MOVE 2 TO WS-PER
050300                   ADD 1 TO WS-RECS-PRIOR-MONTH
050400               ELSE
050500                   GO TO 2000-EXIT
050600               END-IF
050700           END-IF.
050800           MOVE SST-SOURCE-ID TO WS-LOC-SOURCE-ID.
050900           PERFORM 2100-LOCATE-SOURCE-ENTRY THRU 2100-EXIT.
051000           ADD 1 TO WS-PER-NIGHTS (WS-CUR-SRC WS-PER).
051100           IF SST-RESTARTED
051200               ADD 1 TO WS-PER-RESTARTS (WS-CUR-SRC WS-PER)
051300           END-IF.
051400           IF NOT SST-BATCH-POSTED
051500               ADD 1 TO WS-PER-BAD-NIGHTS (WS-CUR-SRC WS-PER)
051600           END-IF.
051700           ADD SST-DETAIL-RECS
051800               TO WS-PER-DETAILS (WS-CUR-SRC WS-PER).
051900           ADD SST-POSTED-RECS
052000               TO WS-PER-POSTED (WS-CUR-SRC WS-PER).
052100           ADD SST-REJECTED-RECS
052200               TO WS-PER-REJECTED (WS-CUR-SRC WS-PER).
052300           ADD SST-PENDED-RECS
052400               TO WS-PER-PENDED (WS-CUR-SRC WS-PER).
052500           ADD SST-BOUNCED-RECS
052600               TO WS-PER-BOUNCED (WS-CUR-SRC WS-PER).
052700           ADD SST-DUP-SCREENED-RECS
052800               TO WS-PER-DUPS (WS-CUR-SRC WS-PER).
052820           COMPUTE WS-PER-EDITED (WS-CUR-SRC WS-PER)
052840               = WS-PER-EDITED (WS-CUR-SRC WS-PER)
052860               + SST-DETAIL-RECS - SST-BOUNCED-RECS
052880               - SST-DUP-SCREENED-RECS.
052900           ADD SST-SUSPENDED-RECS
053000               TO WS-PER-SUSPENDED (WS-CUR-SRC WS-PER).
053100           ADD SST-QUEUED-RECS
053200               TO WS-PER-QUEUED (WS-CUR-SRC WS-PER).
053300           ADD SST-DETAIL-TOTAL
053400               TO WS-PER-DETAIL-TOTAL (WS-CUR-SRC WS-PER).
053500           ADD SST-REJECTED-TOTAL
053600               TO WS-PER-REJ-TOTAL (WS-CUR-SRC WS-PER).
053700           PERFORM 2200-ADD-REASON THRU 2200-EXIT
053800               VARYING WS-RSN-SUB FROM 1 BY 1
053900               UNTIL WS-RSN-SUB > WS-RSN-MAX.
054000       2000-EXIT.
054100           EXIT.
054200
054300      *----------------------------------------------------------------*
054400      * 2100-LOCATE-SOURCE-ENTRY - FIND THE TABLE ENTRY FOR            *
054500      * WS-LOC-SOURCE-ID, CREATING IT ON FIRST SIGHT.  LEAVES THE      *
054600      * SUBSCRIPT IN WS-CUR-SRC.                                       *
054700      *----------------------------------------------------------------*
054800       2100-LOCATE-SOURCE-ENTRY.
054900           MOVE 'N' TO WS-LOC-FOUND-SW.
055000           PERFORM 2120-SCAN-SOURCE-ENTRY THRU 2120-EXIT
055100               VARYING WS-SRC-SUB FROM 1 BY 1
055200               UNTIL WS-LOC-FOUND OR WS-SRC-SUB > WS-SRC-COUNT.
055300           IF WS-LOC-FOUND
055400               GO TO 2100-EXIT
055500           END-IF.
055600           IF WS-SRC-COUNT NOT < WS-SRC-MAX
055700               DISPLAY 'VARSCOR: SOURCE TABLE FULL AT SOURCE '
055800                   WS-LOC-SOURCE-ID
055900               MOVE 16 TO RETURN-CODE
056000               GO TO 9999-EXIT
056100           END-IF.
056200           ADD 1 TO WS-SRC-COUNT.
056300           MOVE WS-SRC-COUNT TO WS-CUR-SRC.
056400           MOVE WS-LOC-SOURCE-ID TO WS-SRC-ID (WS-CUR-SRC).
056500           MOVE 'N'  TO WS-SRC-RANKED-SW (WS-CUR-SRC).
056600           MOVE 'N'  TO WS-SRC-FLAG-SW (WS-CUR-SRC).
056700           MOVE ZERO TO WS-SRC-REJ-PCT (WS-CUR-SRC).
056800           MOVE ZERO TO WS-SRC-PRIOR-PCT (WS-CUR-SRC).
056900           MOVE ZEROS TO WS-SRC-PERIODS (WS-CUR-SRC).
057000       2100-EXIT.
057100           EXIT.
057200
057300      *----------------------------------------------------------------*
057400      * 2120-SCAN-SOURCE-ENTRY - ONE PROBE OF THE SOURCE TABLE.        *
057500      *----------------------------------------------------------------*
057600       2120-SCAN-SOURCE-ENTRY.
057700           IF WS-SRC-ID (WS-SRC-SUB) = WS-LOC-SOURCE-ID
057800               MOVE WS-SRC-SUB TO WS-CUR-SRC
057900               MOVE 'Y' TO WS-LOC-FOUND-SW
058000           END-IF.
058100       2120-EXIT.
058200           EXIT.
058300
058400       2200-ADD-REASON.
058500           ADD SST-REASON-RECS (WS-RSN-SUB)
058600               TO WS-PER-RSN-CNT (WS-CUR-SRC WS-PER WS-RSN-SUB).
058700       2200-EXIT.
058800           EXIT.
058900
059000      *----------------------------------------------------------------*
059100      * 3000-RANK-SOURCES - WORK OUT EACH SOURCE'S REJECT RATE FOR     *
059200      * BOTH MONTHS AND FLAG IT AGAINST THE LIMIT, THEN ORDER THE      *
059300      * SOURCES WORST FIRST.  THE REJECT RATE IS REJECTS AS A          *
059400      * PERCENTAGE OF DETAILS EDITED: A BATCH BOUNCED OUT OF BALANCE   *
059433      * OR SCREENED AS A DUPLICATE WAS NEVER EDITED, SO IT NEITHER     *
059466      * RAISES NOR DILUTES THE RATE (IT SHOWS AS A BOUNCED NIGHT).     *
059500      *----------------------------------------------------------------*
059600       3000-RANK-SOURCES.
059700           PERFORM 3050-SOURCE-RATES THRU 3050-EXIT
059800               VARYING WS-SRC-SUB FROM 1 BY 1
059900               UNTIL WS-SRC-SUB > WS-SRC-COUNT.
060000           PERFORM 3100-RANK-NEXT THRU 3100-EXIT
060100               VARYING WS-RANK-SUB FROM 1 BY 1
060200               UNTIL WS-RANK-SUB > WS-SRC-COUNT.
060300       3000-EXIT.
060400           EXIT.
060500
060600       3050-SOURCE-RATES.
060700           IF WS-PER-EDITED (WS-SRC-SUB 1) > ZERO
060800               COMPUTE WS-SRC-REJ-PCT (WS-SRC-SUB) ROUNDED
060900                   = WS-PER-REJECTED (WS-SRC-SUB 1) * 100
061000                   / WS-PER-EDITED (WS-SRC-SUB 1)
061100           END-IF.
061200           IF WS-PER-EDITED (WS-SRC-SUB 2) > ZERO
061300               COMPUTE WS-SRC-PRIOR-PCT (WS-SRC-SUB) ROUNDED
061400                   = WS-PER-REJECTED (WS-SRC-SUB 2) * 100
061500                   / WS-PER-EDITED (WS-SRC-SUB 2)
061600           END-IF.
061700           IF WS-PER-EDITED (WS-SRC-SUB 1) > ZERO
061800               AND WS-SRC-REJ-PCT (WS-SRC-SUB) > WS-LIMIT
061900               MOVE 'Y' TO WS-SRC-FLAG-SW (WS-SRC-SUB)
062000               ADD 1 TO WS-FLAGGED-COUNT
062100           END-IF.
062200           ADD WS-PER-DETAILS (WS-SRC-SUB 1)  TO WS-ALL-DETAILS.
062250           ADD WS-PER-EDITED (WS-SRC-SUB 1)   TO WS-ALL-EDITED.
062300           ADD WS-PER-POSTED (WS-SRC-SUB 1)   TO WS-ALL-POSTED.
062400           ADD WS-PER-REJECTED (WS-SRC-SUB 1) TO WS-ALL-REJECTED.
062500           ADD WS-PER-EDITED (WS-SRC-SUB 2)   TO WS-ALL-PRIOR-EDITED.
062600           ADD WS-PER-REJECTED (WS-SRC-SUB 2) TO WS-ALL-PRIOR-REJECTED.
062700       3050-EXIT.
062800           EXIT.
062900
063000      *----------------------------------------------------------------*
063100      * 3100-RANK-NEXT - FILL RANK WS-RANK-SUB WITH THE WORST SOURCE   *
063200      * NOT YET RANKED.                                                *
063300      *----------------------------------------------------------------*
063400       3100-RANK-NEXT.
063500           MOVE ZERO TO WS-BEST-SUB.
063600           PERFORM 3120-PICK-WORSE THRU 3120-EXIT
063700               VARYING WS-SRC-SUB FROM 1 BY 1
063800               UNTIL WS-SRC-SUB > WS-SRC-COUNT.
063900           MOVE WS-BEST-SUB TO WS-RANK-SRC (WS-RANK-SUB).
064000           MOVE 'Y' TO WS-SRC-RANKED-SW (WS-BEST-SUB).
064100       3100-EXIT.
064200           EXIT.
064300
064400      *----------------------------------------------------------------*
064500      * 3120-PICK-WORSE - KEEP THE HIGHER REJECT RATE; ON A TIE, THE   *
064600      * SOURCE WITH MORE REJECTS.                                      *
064700      *----------------------------------------------------------------*
064800       3120-PICK-WORSE.
064900           IF WS-SRC-RANKED (WS-SRC-SUB)
065000               GO TO 3120-EXIT
065100           END-IF.
065200           IF WS-BEST-SUB = ZERO
065300               MOVE WS-SRC-SUB TO WS-BEST-SUB
065400               GO TO 3120-EXIT
065500           END-IF.
065600           IF WS-SRC-REJ-PCT (WS-SRC-SUB) > WS-SRC-REJ-PCT (WS-BEST-SUB)
065700               MOVE WS-SRC-SUB TO WS-BEST-SUB
065800               GO TO 3120-EXIT
065900           END-IF.
066000           IF WS-SRC-REJ-PCT (WS-SRC-SUB) = WS-SRC-REJ-PCT (WS-BEST-SUB)
066100               AND WS-PER-REJECTED (WS-SRC-SUB 1)
066200                   > WS-PER-REJECTED (WS-BEST-SUB 1)
066300               MOVE WS-SRC-SUB TO WS-BEST-SUB
066400           END-IF.
066500       3120-EXIT.
066600           EXIT.
066700
066800      *----------------------------------------------------------------*
066900      * 4000-PRINT-RANKING - THE RANKING PAGE: ONE LINE PER SOURCE,    *
067000      * WORST FIRST, THEN THE ALL-SOURCE FIGURES AND THE COUNT OF      *
067100      * SOURCES OVER THE LIMIT.                                        *
067200      *----------------------------------------------------------------*
067300       4000-PRINT-RANKING.
067400           PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT.
067500           MOVE 'RANKED BY REJECT RATE - REJECTS PER 100 DETAILS EDITED'
067550               TO RSL-TEXT.
067600           WRITE REPORT-LINE FROM RPT-SECTION-LINE
067700               AFTER ADVANCING 2 LINES.
067800           ADD 2 TO WS-LINE-COUNT.
067900           IF WS-RECS-THIS-MONTH = ZERO
068000               MOVE 'NO SOURCE STATISTICS ON FILE FOR THE MONTH'
068100                   TO RSL-TEXT
068200               WRITE REPORT-LINE FROM RPT-SECTION-LINE
068300                   AFTER ADVANCING 2 LINES
068400               ADD 2 TO WS-LINE-COUNT
068500               DISPLAY 'VARSCOR: NO SOURCE STATISTICS FOR '
068600                   WS-THIS-MONTH
068700               IF RETURN-CODE < 4
068800                   MOVE 4 TO RETURN-CODE
068900               END-IF
069000           END-IF.
069100           PERFORM 4200-WRITE-RANK-HEADER THRU 4200-EXIT.
069200           PERFORM 4050-PRINT-RANK-LINE THRU 4050-EXIT
069300               VARYING WS-RANK-SUB FROM 1 BY 1
069400               UNTIL WS-RANK-SUB > WS-SRC-COUNT.
069500           PERFORM 4300-PRINT-RANK-TOTALS THRU 4300-EXIT.
069600       4000-EXIT.
069700           EXIT.
069800
069900      *----------------------------------------------------------------*
070000      * 4050-PRINT-RANK-LINE - ONE SOURCE'S RANKING LINE.  A SOURCE    *
070100      * OVER THE LIMIT IS FLAGGED *OVER LIM; ONE THAT SENT NOTHING     *
070200      * THIS MONTH, NO FEED; ONE THAT SENT NOTHING LAST MONTH, NEW     *
070300      * (NO PRIOR RATE OR CHANGE).                                     *
070400      *----------------------------------------------------------------*
070500       4050-PRINT-RANK-LINE.
070600           MOVE WS-RANK-SRC (WS-RANK-SUB) TO WS-CUR-SRC.
070700           MOVE WS-RANK-SUB                    TO RRL-RANK.
070800           MOVE WS-SRC-ID (WS-CUR-SRC)         TO RRL-SOURCE.
070900           MOVE WS-PER-NIGHTS (WS-CUR-SRC 1)   TO RRL-NIGHTS.
071000           MOVE WS-PER-DETAILS (WS-CUR-SRC 1)  TO RRL-DETAILS.
071100           MOVE WS-PER-POSTED (WS-CUR-SRC 1)   TO RRL-POSTED.
071200           MOVE WS-PER-REJECTED (WS-CUR-SRC 1) TO RRL-REJECTED.
071300           MOVE WS-SRC-REJ-PCT (WS-CUR-SRC)    TO RRL-REJ-PCT.
071400           MOVE SPACES                         TO RRL-FLAG.
071500           IF WS-PER-DETAILS (WS-CUR-SRC 2) = ZERO
071600               MOVE SPACES TO RRL-PRIOR-PCT-X
071700               MOVE SPACES TO RRL-CHANGE-X
071800               MOVE 'NEW'  TO RRL-FLAG
071900           ELSE
072000               MOVE WS-SRC-PRIOR-PCT (WS-CUR-SRC) TO RRL-PRIOR-PCT
072100               COMPUTE WS-DELTA-PCT = WS-SRC-REJ-PCT (WS-CUR-SRC)
072200                   - WS-SRC-PRIOR-PCT (WS-CUR-SRC)
072300               MOVE WS-DELTA-PCT TO RRL-CHANGE
072400           END-IF.
072500           IF WS-PER-DETAILS (WS-CUR-SRC 1) = ZERO
072600               MOVE 'NO FEED' TO RRL-FLAG
072700           END-IF.
072800           IF WS-SRC-FLAGGED (WS-CUR-SRC)
072900               MOVE '*OVER LIM' TO RRL-FLAG
073000           END-IF.
073100           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
073200               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
073300               PERFORM 4200-WRITE-RANK-HEADER THRU 4200-EXIT
073400           END-IF.
073500           WRITE REPORT-LINE FROM RPT-RANK-LINE
073600               AFTER ADVANCING 1 LINE.
073700           ADD 1 TO WS-LINE-COUNT.
073800       4050-EXIT.
073900           EXIT.
074000
074100      *----------------------------------------------------------------*
074200      * 4100-WRITE-REPORT-HEADERS - NEW PAGE, PAGE HEADING.            *
074300      *----------------------------------------------------------------*
074400       4100-WRITE-REPORT-HEADERS.
074500           ADD 1 TO WS-PAGE-COUNT.
074600           MOVE WS-PAGE-COUNT TO RHL1-PAGE-NO.
074700           WRITE REPORT-LINE FROM RPT-HEADING-LINE-1
074800               AFTER ADVANCING PAGE.
074900           MOVE ZERO TO WS-LINE-COUNT.
075000       4100-EXIT.
075100           EXIT.
075200
075300       4200-WRITE-RANK-HEADER.
075400           WRITE REPORT-LINE FROM RPT-RANK-HEADER
075500               AFTER ADVANCING 2 LINES.
075600           ADD 2 TO WS-LINE-COUNT.
075700       4200-EXIT.
075800           EXIT.
075900
076000      *----------------------------------------------------------------*
076100      * 4300-PRINT-RANK-TOTALS - ALL SOURCES TOGETHER, THE LIMIT, AND  *
076200      * HOW MANY SOURCES WENT OVER IT.                                 *
076300      *----------------------------------------------------------------*
076400       4300-PRINT-RANK-TOTALS.
076500           MOVE ZERO TO WS-ALL-REJ-PCT.
076600           MOVE ZERO TO WS-ALL-PRIOR-PCT.
076700           IF WS-ALL-EDITED > ZERO
076800               COMPUTE WS-ALL-REJ-PCT ROUNDED
076900                   = WS-ALL-REJECTED * 100 / WS-ALL-EDITED
077000           END-IF.
077100           IF WS-ALL-PRIOR-EDITED > ZERO
077200               COMPUTE WS-ALL-PRIOR-PCT ROUNDED
077300                   = WS-ALL-PRIOR-REJECTED * 100 / WS-ALL-PRIOR-EDITED
077400           END-IF.
077500           COMPUTE WS-DELTA-PCT = WS-ALL-REJ-PCT - WS-ALL-PRIOR-PCT.
077600           MOVE WS-ALL-DETAILS   TO RRT-DETAILS.
077700           MOVE WS-ALL-POSTED    TO RRT-POSTED.
077800           MOVE WS-ALL-REJECTED  TO RRT-REJECTED.
077900           MOVE WS-ALL-REJ-PCT   TO RRT-REJ-PCT.
078000           MOVE WS-ALL-PRIOR-PCT TO RRT-PRIOR-PCT.
078100           MOVE WS-DELTA-PCT     TO RRT-CHANGE.
078200           WRITE REPORT-LINE FROM RPT-RANK-TOTAL-LINE
078300               AFTER ADVANCING 2 LINES.
078400           MOVE 'REJECT PCT LIMIT........' TO RPL-LITERAL.
078500           MOVE WS-LIMIT                   TO RPL-PCT.
078600           WRITE REPORT-LINE FROM RPT-PCT-LINE
078700               AFTER ADVANCING 2 LINES.
078800           MOVE 'SOURCES OVER THE LIMIT..' TO RTL-LITERAL.
078900           MOVE WS-FLAGGED-COUNT           TO RTL-COUNT.
079000           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
079100               AFTER ADVANCING 1 LINE.
079200           MOVE 'SOURCES REPORTED........' TO RTL-LITERAL.
079300           MOVE WS-SRC-COUNT               TO RTL-COUNT.
079400           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
079500               AFTER ADVANCING 1 LINE.
079600           ADD 6 TO WS-LINE-COUNT.
079700       4300-EXIT.
079800           EXIT.
079900
080000      *----------------------------------------------------------------*
080100      * 5000-PRINT-SOURCE-PAGES - ONE PAGE PER SOURCE IN RANK ORDER,   *
080200      * SO EACH DEPARTMENT CAN BE HANDED ITS OWN.                      *
080300      *----------------------------------------------------------------*
080400       5000-PRINT-SOURCE-PAGES.
080500           PERFORM 5100-PRINT-ONE-SOURCE THRU 5100-EXIT
080600               VARYING WS-RANK-SUB FROM 1 BY 1
080700               UNTIL WS-RANK-SUB > WS-SRC-COUNT.
080800       5000-EXIT.
080900           EXIT.
081000
081100      *----------------------------------------------------------------*
081200      * 5100-PRINT-ONE-SOURCE - THE SOURCE'S RATES, ITS REJECTS BY     *
081300      * REASON CODE AS A MIX OF ITS TOTAL REJECTS FOR EACH MONTH, AND  *
081400      * ITS VOLUMES AGAINST THE PRIOR MONTH.  A REASON PRINTS WHEN     *
081500      * EITHER MONTH HAS ANY.                                          *
081600      *----------------------------------------------------------------*
081700       5100-PRINT-ONE-SOURCE.
081800           MOVE WS-RANK-SRC (WS-RANK-SUB) TO WS-CUR-SRC.
081900           PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT.
082000           MOVE WS-SRC-ID (WS-CUR-SRC)      TO RSH-SOURCE.
082100           MOVE WS-RANK-SUB                 TO RSH-RANK.
082200           MOVE WS-SRC-REJ-PCT (WS-CUR-SRC) TO RSH-REJ-PCT.
082300           IF WS-PER-DETAILS (WS-CUR-SRC 2) = ZERO
082400               MOVE SPACES TO RSH-PRIOR-PCT-X
082500           ELSE
082600               MOVE WS-SRC-PRIOR-PCT (WS-CUR-SRC) TO RSH-PRIOR-PCT
082700           END-IF.
082800           MOVE SPACES TO RSH-FLAG.
082900           IF WS-SRC-FLAGGED (WS-CUR-SRC)
083000               MOVE '*OVER LIM' TO RSH-FLAG
083100           END-IF.
083200           WRITE REPORT-LINE FROM RPT-SOURCE-HEADER
083300               AFTER ADVANCING 2 LINES.
083400           MOVE 'REJECTS BY REASON CODE' TO RSL-TEXT.
083500           WRITE REPORT-LINE FROM RPT-SECTION-LINE
083600               AFTER ADVANCING 2 LINES.
083700           WRITE REPORT-LINE FROM RPT-MIX-HEADER
083800               AFTER ADVANCING 1 LINE.
083900           ADD 5 TO WS-LINE-COUNT.
084000           IF WS-PER-REJECTED (WS-CUR-SRC 1) = ZERO
084100               AND WS-PER-REJECTED (WS-CUR-SRC 2) = ZERO
084200               MOVE 'NO REJECTS IN EITHER MONTH' TO RNT-TEXT
084300               WRITE REPORT-LINE FROM RPT-NOTE-LINE
084400                   AFTER ADVANCING 1 LINE
084500               ADD 1 TO WS-LINE-COUNT
084600           ELSE
084700               PERFORM 5200-PRINT-REASON-LINE THRU 5200-EXIT
084800                   VARYING WS-RSN-SUB FROM 1 BY 1
084900                   UNTIL WS-RSN-SUB > WS-RSN-MAX
085000           END-IF.
085100           PERFORM 5300-PRINT-MEASURES THRU 5300-EXIT.
085200           IF WS-PER-RESTARTS (WS-CUR-SRC 1) > ZERO
085300               MOVE 'NOTE: RESTARTED NIGHTS THIS MONTH - COUNTS PARTIAL'
085400                   TO RNT-TEXT
085500               WRITE REPORT-LINE FROM RPT-NOTE-LINE
085600                   AFTER ADVANCING 2 LINES
085700               ADD 2 TO WS-LINE-COUNT
085800           END-IF.
085900       5100-EXIT.
086000           EXIT.
086100
086200      *----------------------------------------------------------------*
086300      * 5200-PRINT-REASON-LINE - ONE REASON CODE FOR BOTH MONTHS.  THE *
086400      * CHANGE IS IN PERCENTAGE POINTS OF THE MIX, LEFT BLANK WHEN THE *
086500      * PRIOR MONTH HAD NO REJECTS TO COMPARE WITH.                    *
086600      *----------------------------------------------------------------*
086700       5200-PRINT-REASON-LINE.
086800           IF WS-PER-RSN-CNT (WS-CUR-SRC 1 WS-RSN-SUB) = ZERO
086900               AND WS-PER-RSN-CNT (WS-CUR-SRC 2 WS-RSN-SUB) = ZERO
087000               GO TO 5200-EXIT
087100           END-IF.
087200           MOVE ZERO TO WS-THIS-MIX-PCT.
087300           MOVE ZERO TO WS-PRIOR-MIX-PCT.
087400           IF WS-PER-REJECTED (WS-CUR-SRC 1) > ZERO
087500               COMPUTE WS-THIS-MIX-PCT ROUNDED
087600                   = WS-PER-RSN-CNT (WS-CUR-SRC 1 WS-RSN-SUB) * 100
087700                   / WS-PER-REJECTED (WS-CUR-SRC 1)
087800           END-IF.
087900           IF WS-PER-REJECTED (WS-CUR-SRC 2) > ZERO
088000               COMPUTE WS-PRIOR-MIX-PCT ROUNDED
088100                   = WS-PER-RSN-CNT (WS-CUR-SRC 2 WS-RSN-SUB) * 100
088200                   / WS-PER-REJECTED (WS-CUR-SRC 2)
088300           END-IF.
088400           MOVE WS-RSN-SUB                TO RML-CODE.
088500           MOVE WS-RSN-TEXT (WS-RSN-SUB)  TO RML-TEXT.
088600           MOVE WS-PER-RSN-CNT (WS-CUR-SRC 1 WS-RSN-SUB) TO RML-THIS.
088700           MOVE WS-THIS-MIX-PCT           TO RML-THIS-MIX.
088800           MOVE WS-PER-RSN-CNT (WS-CUR-SRC 2 WS-RSN-SUB) TO RML-PRIOR.
088900           MOVE WS-PRIOR-MIX-PCT          TO RML-PRIOR-MIX.
089000           IF WS-PER-REJECTED (WS-CUR-SRC 2) = ZERO
089100               MOVE SPACES TO RML-CHANGE-X
089200           ELSE
089300               COMPUTE WS-DELTA-PCT = WS-THIS-MIX-PCT - WS-PRIOR-MIX-PCT
089400               MOVE WS-DELTA-PCT TO RML-CHANGE
089500           END-IF.
089600           WRITE REPORT-LINE FROM RPT-MIX-LINE
089700               AFTER ADVANCING 1 LINE.
089800           ADD 1 TO WS-LINE-COUNT.
089900       5200-EXIT.
090000           EXIT.
090100
090200      *----------------------------------------------------------------*
090300      * 5300-PRINT-MEASURES - THE SOURCE'S VOLUMES AND CONTROL TOTALS  *
090400      * FOR BOTH MONTHS.                                               *
090500      *----------------------------------------------------------------*
090600       5300-PRINT-MEASURES.
090700           WRITE REPORT-LINE FROM RPT-MEASURE-HEADER
090800               AFTER ADVANCING 2 LINES.
090900           ADD 2 TO WS-LINE-COUNT.
091000           MOVE 'NIGHTS WITH A FEED..........' TO RMS-LITERAL.
091100           MOVE WS-PER-NIGHTS (WS-CUR-SRC 1)     TO WS-MEAS-THIS.
091200           MOVE WS-PER-NIGHTS (WS-CUR-SRC 2)     TO WS-MEAS-PRIOR.
091300           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
091400           MOVE 'NIGHTS BATCH BOUNCED........' TO RMS-LITERAL.
091500           MOVE WS-PER-BAD-NIGHTS (WS-CUR-SRC 1) TO WS-MEAS-THIS.
091600           MOVE WS-PER-BAD-NIGHTS (WS-CUR-SRC 2) TO WS-MEAS-PRIOR.
091700           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
091800           MOVE 'DETAILS RECEIVED............' TO RMS-LITERAL.
091900           MOVE WS-PER-DETAILS (WS-CUR-SRC 1)    TO WS-MEAS-THIS.
092000           MOVE WS-PER-DETAILS (WS-CUR-SRC 2)    TO WS-MEAS-PRIOR.
092100           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
092200           MOVE 'POSTED......................' TO RMS-LITERAL.
092300           MOVE WS-PER-POSTED (WS-CUR-SRC 1)     TO WS-MEAS-THIS.
092400           MOVE WS-PER-POSTED (WS-CUR-SRC 2)     TO WS-MEAS-PRIOR.
092500           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
092600           MOVE 'REJECTED....................' TO RMS-LITERAL.
092700           MOVE WS-PER-REJECTED (WS-CUR-SRC 1)   TO WS-MEAS-THIS.
092800           MOVE WS-PER-REJECTED (WS-CUR-SRC 2)   TO WS-MEAS-PRIOR.
092900           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
093000           MOVE 'PENDED (FUTURE-DATED).......' TO RMS-LITERAL.
093100           MOVE WS-PER-PENDED (WS-CUR-SRC 1)     TO WS-MEAS-THIS.
093200           MOVE WS-PER-PENDED (WS-CUR-SRC 2)     TO WS-MEAS-PRIOR.
093300           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
093400           MOVE 'BOUNCED OUT OF BALANCE......' TO RMS-LITERAL.
093500           MOVE WS-PER-BOUNCED (WS-CUR-SRC 1)    TO WS-MEAS-THIS.
093600           MOVE WS-PER-BOUNCED (WS-CUR-SRC 2)    TO WS-MEAS-PRIOR.
093700           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
093800           MOVE 'DUPLICATE-SCREENED..........' TO RMS-LITERAL.
093900           MOVE WS-PER-DUPS (WS-CUR-SRC 1)       TO WS-MEAS-THIS.
094000           MOVE WS-PER-DUPS (WS-CUR-SRC 2)       TO WS-MEAS-PRIOR.
094100           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
094200           MOVE 'SUSPENDED (KEY HELD)........' TO RMS-LITERAL.
094300           MOVE WS-PER-SUSPENDED (WS-CUR-SRC 1)  TO WS-MEAS-THIS.
094400           MOVE WS-PER-SUSPENDED (WS-CUR-SRC 2)  TO WS-MEAS-PRIOR.
094500           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
094600           MOVE 'QUEUED FOR APPROVAL.........' TO RMS-LITERAL.
094700           MOVE WS-PER-QUEUED (WS-CUR-SRC 1)     TO WS-MEAS-THIS.
094800           MOVE WS-PER-QUEUED (WS-CUR-SRC 2)     TO WS-MEAS-PRIOR.
094900           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
095000           MOVE 'DETAIL CONTROL TOTAL........' TO RMS-LITERAL.
095100           MOVE WS-PER-DETAIL-TOTAL (WS-CUR-SRC 1) TO WS-MEAS-THIS.
095200           MOVE WS-PER-DETAIL-TOTAL (WS-CUR-SRC 2) TO WS-MEAS-PRIOR.
095300           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
095400           MOVE 'REJECTED CONTROL TOTAL......' TO RMS-LITERAL.
095500           MOVE WS-PER-REJ-TOTAL (WS-CUR-SRC 1)  TO WS-MEAS-THIS.
095600           MOVE WS-PER-REJ-TOTAL (WS-CUR-SRC 2)  TO WS-MEAS-PRIOR.
095700           PERFORM 5320-PRINT-MEASURE-LINE THRU 5320-EXIT.
095800       5300-EXIT.
095900           EXIT.
096000
096100       5320-PRINT-MEASURE-LINE.
096200           COMPUTE WS-MEAS-CHANGE = WS-MEAS-THIS - WS-MEAS-PRIOR.
096300           MOVE WS-MEAS-THIS   TO RMS-THIS.
096400           MOVE WS-MEAS-PRIOR  TO RMS-PRIOR.
096500           MOVE WS-MEAS-CHANGE TO RMS-CHANGE.
096600           WRITE REPORT-LINE FROM RPT-MEASURE-LINE
096700               AFTER ADVANCING 1 LINE.
096800           ADD 1 TO WS-LINE-COUNT.
096900       5320-EXIT.
097000           EXIT.
097100
097200      *----------------------------------------------------------------*
097300      * 9000-TERMINATE - CLOSE FILES, SHOW THE COUNTS, AND END CC 4    *
097400      * WHEN ANY SOURCE IS OVER THE LIMIT.                             *
097500      *----------------------------------------------------------------*
097600       9000-TERMINATE.
097700           CLOSE SOURCE-STATS.
097800           CLOSE REPORT-OUT.
097900           DISPLAY 'STATS RECORDS READ: ' WS-RECS-READ.
098000           DISPLAY 'REPORT MONTH......: ' WS-RECS-THIS-MONTH.
098100           DISPLAY 'PRIOR MONTH.......: ' WS-RECS-PRIOR-MONTH.
098200           DISPLAY 'SOURCES REPORTED..: ' WS-SRC-COUNT.
098300           DISPLAY 'SOURCES OVER LIMIT: ' WS-FLAGGED-COUNT.
098400           IF WS-FLAGGED-COUNT > ZERO AND RETURN-CODE < 4
098500               MOVE 4 TO RETURN-CODE
098600           END-IF.
098700       9000-EXIT.
098800           EXIT.
098900
099000      *----------------------------------------------------------------*
099100      * 9999-EXIT - SINGLE PROGRAM EXIT POINT.                         *
099200      *----------------------------------------------------------------*
099300       9999-EXIT.
099400           STOP RUN.
