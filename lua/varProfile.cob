000100       IDENTIFICATION DIVISION.
000200
000300       PROGRAM-ID. VARPROF.
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
001400      * 2026-10-15 JHM   ORIGINAL PROGRAM.  MASTER FILE POPULATION AND *
001500      *                  AGING PROFILE: WALKS THE MASTER IN KEY ORDER  *
001600      *                  AND COUNTS RECORDS AND TOTALS VAR2 BY KEY     *
001700      *                  PREFIX BAND, BY STATUS, BY LAST SOURCE, AND   *
001800      *                  BY AGE OF THE LAST-CHANGE STAMP.  LISTS THE   *
001900      *                  KEYS WHOSE VAR2 IS ZERO OR AT THE 99999       *
002000      *                  MAXIMUM AND THE KEYS INSIDE NO SOURCE'S       *
002100      *                  AUTHORIZATION RANGE.  EACH RUN'S BANDS ARE    *
002200      *                  APPENDED TO THE PROFILE HISTORY (PROFREC) SO  *
002300      *                  THE NEXT RUN SHOWS GROWTH SINCE THIS ONE, AND *
002400      *                  AN OPTIONAL FILE CAPACITY ON THE PARMIN CARD  *
002500      *                  GIVES THE PERCENT USED AND THE DAYS TO FULL   *
002600      *                  AT THE CURRENT RATE (SEE THE VARPROFJ JOB).   *
002700      *                  NOTHING ON THE MASTER IS CHANGED.             *
002800      *----------------------------------------------------------------*
002900
003000       ENVIRONMENT DIVISION.
003100       CONFIGURATION SECTION.
003200       SOURCE-COMPUTER. YOUR-MACHINE-TYPE.
003300       OBJECT-COMPUTER. YOUR-MACHINE-TYPE.
003400
003500       INPUT-OUTPUT SECTION.
003600       FILE-CONTROL.
003700           SELECT MASTER-FILE ASSIGN TO MASTFILE
003800               ORGANIZATION IS INDEXED
003900               ACCESS MODE IS SEQUENTIAL
004000               RECORD KEY IS MSTR-VAR1
004100               FILE STATUS IS WS-MASTER-STATUS.
004200
004300           SELECT AUTH-FILE ASSIGN TO AUTHFILE
004400               ORGANIZATION IS INDEXED
004500               ACCESS MODE IS SEQUENTIAL
004600               RECORD KEY IS AUT-KEY
004700               FILE STATUS IS WS-AUTH-STATUS.
004800
004900           SELECT PROF-HIST ASSIGN TO PROFHST
005000               ORGANIZATION IS SEQUENTIAL
005100               FILE STATUS IS WS-PROFHST-STATUS.
005200
005300           SELECT PARM-IN ASSIGN TO PARMIN
005400               ORGANIZATION IS SEQUENTIAL
005500               FILE STATUS IS WS-PARM-STATUS.
005600
005700           SELECT REPORT-OUT ASSIGN TO RPTOUT
005800               ORGANIZATION IS SEQUENTIAL
005900               FILE STATUS IS WS-REPORT-STATUS.
006000
006100       DATA DIVISION.
006200       FILE SECTION.
006300
006400      *----------------------------------------------------------------*
006500      * MASTER-FILE - THE LIVE VAR MASTER, READ IN KEY ORDER ONLY.     *
006600      *----------------------------------------------------------------*
006700       FD  MASTER-FILE.
006800           COPY MSTRREC.
006900
007000      *----------------------------------------------------------------*
007100      * AUTH-FILE - KEYED AUTHORIZATION FILE OF THE VAR1 RANGES EACH   *
007200      * SOURCE MAY MAINTAIN, LOADED INTO A TABLE AT START-UP.  A FILE  *
007300      * THAT CANNOT BE OPENED LEAVES THE OWNERSHIP CHECK UNDONE.       *
007400      *----------------------------------------------------------------*
007500       FD  AUTH-FILE.
007600           COPY AUTHREC.
007700
007800      *----------------------------------------------------------------*
007900      * PROF-HIST - THE BANDS OF EVERY PRIOR RUN, READ TO FIND THE     *
008000      * LAST ONE, THEN EXTENDED WITH THIS RUN'S.                       *
008100      *----------------------------------------------------------------*
008200       FD  PROF-HIST
008300           RECORDING MODE IS F.
008400           COPY PROFREC.
008500
008600      *----------------------------------------------------------------*
008700      * PARM-IN - ONE OPTIONAL CARD:                                   *
008800      *   COL   1     KEY PREFIX LENGTH, 1 TO 3 (BLANK = 1)            *
008900      *   COLS  3-11  FILE CAPACITY IN RECORDS, ZERO-FILLED            *
009000      *               (BLANK = NO CAPACITY FIGURES)                    *
009100      * AN EMPTY PARAMETER FILE TAKES BOTH DEFAULTS.                   *
009200      *----------------------------------------------------------------*
009300       FD  PARM-IN
009400           RECORDING MODE IS F.
009500       01  PARM-RECORD.
009600           05  PRM-PREFIX-LEN          PIC X(01).
009700           05  PRM-PREFIX-NUM REDEFINES PRM-PREFIX-LEN
009800                                       PIC 9(01).
009900           05  FILLER                  PIC X(01).
010000           05  PRM-CAPACITY            PIC X(09).
010100           05  PRM-CAPACITY-NUM REDEFINES PRM-CAPACITY
010200                                       PIC 9(09).
010300           05  FILLER                  PIC X(69).
010400
010500      *----------------------------------------------------------------*
010600      * REPORT-OUT - THE PROFILE AND THE KEY LISTS.                    *
010700      *----------------------------------------------------------------*
010800       FD  REPORT-OUT
010900           RECORDING MODE IS F.
011000       01  REPORT-LINE                 PIC X(80).
011100
011200       WORKING-STORAGE SECTION.
011300
011400       77  WS-MASTER-STATUS            PIC X(02).
011500       77  WS-AUTH-STATUS              PIC X(02).
011600       77  WS-PROFHST-STATUS           PIC X(02).
011700       77  WS-PARM-STATUS              PIC X(02).
011800       77  WS-REPORT-STATUS            PIC X(02).
011900       77  WS-MSTR-EOF-SW              PIC X(01) VALUE 'N'.
012000           88  WS-MSTR-EOF                     VALUE 'Y'.
012100       77  WS-AUT-EOF-SW               PIC X(01) VALUE 'N'.
012200           88  WS-AUT-EOF                      VALUE 'Y'.
012300       77  WS-HST-EOF-SW               PIC X(01) VALUE 'N'.
012400           88  WS-HST-EOF                      VALUE 'Y'.
012500       77  WS-PRIOR-SW                 PIC X(01) VALUE 'N'.
012600           88  WS-HAVE-PRIOR                   VALUE 'Y'.
012700       77  WS-AUTH-STATE-SW            PIC X(01) VALUE 'N'.
012800           88  WS-AUTH-LOADED                  VALUE 'Y'.
012900           88  WS-AUTH-NOT-OPENED              VALUE 'N'.
013000           88  WS-AUTH-EMPTY                   VALUE 'E'.
013100           88  WS-AUTH-TABLE-FULL              VALUE 'F'.
013200       77  WS-OWNED-SW                 PIC X(01) VALUE 'N'.
013300           88  WS-KEY-OWNED                    VALUE 'Y'.
013400       77  WS-MORE-BANDS-SW            PIC X(01) VALUE 'Y'.
013500           88  WS-MORE-BANDS                   VALUE 'Y'.
013600       77  WS-COMPARE-SW               PIC X(01) VALUE 'N'.
013700           88  WS-COMPARE-PRIOR                VALUE 'Y'.
013800       77  WS-CAP-WARN-SW              PIC X(01) VALUE 'N'.
013900           88  WS-CAP-WARNING                  VALUE 'Y'.
014000       77  WS-PREFIX-LEN               PIC 9(01) VALUE 1.
014100       77  WS-CAPACITY                 PIC 9(09) VALUE ZERO.
014200       77  WS-CAP-WARN-PCT             PIC 9(03)V99 VALUE 90.00.
014300       77  WS-CAP-PCT                  PIC 9(03)V99 VALUE ZERO.
014400       77  WS-DAYS-TO-FULL             PIC 9(09) VALUE ZERO.
014500       77  WS-DAYS-TO-FULL-MAX         PIC 9(09) VALUE 999999999.
014600       77  WS-TODAY-INT                PIC 9(07) COMP VALUE ZERO.
014700       77  WS-PRIOR-INT                PIC 9(07) COMP VALUE ZERO.
014800       77  WS-CHG-INT                  PIC 9(07) COMP VALUE ZERO.
014900       77  WS-AGE-DAYS                 PIC S9(07) COMP VALUE ZERO.
015000       77  WS-DAYS-SINCE               PIC S9(07) COMP VALUE ZERO.
015100       77  WS-RECS-READ                PIC 9(09) COMP VALUE ZERO.
015200       77  WS-VAR2-TOTAL               PIC 9(12) COMP VALUE ZERO.
015300       77  WS-VAR2-BAD                 PIC 9(09) COMP VALUE ZERO.
015400       77  WS-REC-VAR2                 PIC 9(05) VALUE ZERO.
015500       77  WS-GROWTH                   PIC S9(10) VALUE ZERO.
015600       77  WS-VAR2-GROWTH              PIC S9(13) VALUE ZERO.
015700       77  WS-BAND-CHANGE              PIC S9(09) VALUE ZERO.
015800       77  WS-BAND-PCT                 PIC 9(03)V99 VALUE ZERO.
015900       77  WS-PRIOR-DATE               PIC 9(08) VALUE ZERO.
016000       77  WS-PRIOR-TIME               PIC 9(08) VALUE ZERO.
016100       77  WS-PRIOR-RECORDS            PIC 9(09) VALUE ZERO.
016200       77  WS-PRIOR-TOTAL              PIC 9(12) VALUE ZERO.
016300       77  WS-PRIOR-PREFIX-LEN         PIC 9(01) VALUE ZERO.
016400       77  WS-ZERO-COUNT               PIC 9(09) COMP VALUE ZERO.
016500       77  WS-ZERO-LISTED              PIC 9(04) COMP VALUE ZERO.
016600       77  WS-MAX-COUNT                PIC 9(09) COMP VALUE ZERO.
016700       77  WS-MAX-LISTED               PIC 9(04) COMP VALUE ZERO.
016800       77  WS-UNOWNED-COUNT            PIC 9(09) COMP VALUE ZERO.
016900       77  WS-UNOWNED-LISTED           PIC 9(04) COMP VALUE ZERO.
017000       77  WS-LIST-COUNT               PIC 9(09) COMP VALUE ZERO.
017100       77  WS-LIST-LISTED              PIC 9(04) COMP VALUE ZERO.
017200       77  WS-LINE-COUNT               PIC 9(03) COMP VALUE ZERO.
017300       77  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 50.
017400       77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
017500
017600      *----------------------------------------------------------------*
017700      * BAND TABLE - ONE ENTRY PER BAND SEEN THIS RUN OR HELD ANY      *
017800      * RECORDS LAST RUN.  WS-PFX-BND REMEMBERS THE LAST PREFIX BAND,  *
017900      * SINCE THE MASTER ARRIVES IN KEY ORDER.                         *
018000      *----------------------------------------------------------------*
018100       77  WS-BND-COUNT                PIC 9(04) COMP VALUE ZERO.
018200       77  WS-BND-MAX                  PIC 9(04) VALUE 500.
018300       77  WS-BND-SUB                  PIC 9(04) COMP VALUE ZERO.
018400       77  WS-CUR-BND                  PIC 9(04) COMP VALUE ZERO.
018500       77  WS-PFX-BND                  PIC 9(04) COMP VALUE ZERO.
018600       77  WS-BND-OVERFLOW             PIC 9(09) COMP VALUE ZERO.
018700       77  WS-LOC-TYPE                 PIC X(01) VALUE SPACE.
018800       77  WS-LOC-KEY                  PIC X(08) VALUE SPACES.
018900       77  WS-PRT-TYPE                 PIC X(01) VALUE SPACE.
019000       77  WS-BAND-LABEL               PIC X(20) VALUE SPACES.
019100
019200      *----------------------------------------------------------------*
019300      * PRIOR RUN'S BANDS, RELOADED AT EVERY 'R' RECORD ON THE         *
019400      * HISTORY SO ONLY THE LAST RUN'S ARE LEFT.                       *
019500      *----------------------------------------------------------------*
019600       77  WS-PRV-COUNT                PIC 9(04) COMP VALUE ZERO.
019700       77  WS-PRV-MAX                  PIC 9(04) VALUE 500.
019800       77  WS-PRV-SUB                  PIC 9(04) COMP VALUE ZERO.
019900
020000       77  WS-AUT-COUNT                PIC 9(03) COMP VALUE ZERO.
020100       77  WS-AUT-MAX                  PIC 9(03) VALUE 100.
020200       77  WS-AUT-SUB                  PIC 9(03) COMP VALUE ZERO.
020300
020400       77  WS-LST-COUNT                PIC 9(04) COMP VALUE ZERO.
020500       77  WS-LST-MAX                  PIC 9(04) VALUE 500.
020600       77  WS-LST-SUB                  PIC 9(04) COMP VALUE ZERO.
020700       77  WS-LST-NEW-TYPE             PIC X(01) VALUE SPACE.
020800
020900       01  WS-TIMESTAMP-WORK.
021000           05  WS-CURRENT-DATE         PIC 9(08).
021100           05  WS-CURRENT-TIME         PIC 9(08).
021200
021300       01  WS-CHG-DATE                 PIC 9(08) VALUE ZERO.
021400       01  WS-CHG-DATE-PARTS REDEFINES WS-CHG-DATE.
021500           05  WS-CHG-YYYY             PIC 9(04).
021600           05  WS-CHG-MM               PIC 9(02).
021700           05  WS-CHG-DD               PIC 9(02).
021800
021900      *----------------------------------------------------------------*
022000      * BANDS.  TYPE P = KEY PREFIX, S = STATUS, L = LAST SOURCE,      *
022100      * A = AGE OF LAST CHANGE.  AGE BAND KEYS SORT IN AGE ORDER AND   *
022200      * ARE NAMED IN 4380-BAND-LABEL.                                  *
022300      *----------------------------------------------------------------*
022400       01  WS-BAND-TABLE.
022500           05  WS-BND-ENTRY OCCURS 500 TIMES.
022600               10  WS-BND-TYPE         PIC X(01).
022700               10  WS-BND-KEY          PIC X(08).
022800               10  WS-BND-RECORDS      PIC 9(09).
022900               10  WS-BND-VAR2         PIC 9(12).
023000               10  WS-BND-PRIOR        PIC 9(09).
023100               10  WS-BND-PRINTED-SW   PIC X(01).
023200                   88  WS-BND-PRINTED          VALUE 'Y'.
023300
023400       01  WS-PRIOR-TABLE.
023500           05  WS-PRV-ENTRY OCCURS 500 TIMES.
023600               10  WS-PRV-TYPE         PIC X(01).
023700               10  WS-PRV-KEY          PIC X(08).
023800               10  WS-PRV-RECORDS      PIC 9(09).
023900
024000       01  WS-AUTH-TABLE.
024100           05  WS-AUT-ENTRY OCCURS 100 TIMES.
024200               10  WS-AUT-SOURCE       PIC X(02).
024300               10  WS-AUT-LOW          PIC X(10).
024400               10  WS-AUT-HIGH         PIC X(10).
024500
024600      *----------------------------------------------------------------*
024700      * KEYS NOTED FOR THE LISTS.  TYPE Z = VAR2 ZERO, M = VAR2 AT THE *
024800      * MAXIMUM, U = IN NO SOURCE'S RANGE.  THE FIRST WS-LST-MAX OF    *
024900      * EACH TYPE ARE KEPT; THE COUNTS COVER THEM ALL.                 *
025000      *----------------------------------------------------------------*
025100       01  WS-LIST-TABLE.
025200           05  WS-LST-ENTRY OCCURS 1500 TIMES.
025300               10  WS-LST-TYPE         PIC X(01).
025400               10  WS-LST-VAR1         PIC X(10).
025500               10  WS-LST-VAR2         PIC X(05).
025600               10  WS-LST-STATUS       PIC X(01).
025700               10  WS-LST-CHANGE       PIC X(08).
025800               10  WS-LST-SOURCE       PIC X(08).
025900
026000      *----------------------------------------------------------------*
026100      * PRINT REPORT LINES                                             *
026200      *----------------------------------------------------------------*
026300       01  RPT-HEADING-LINE-1.
026400           05  FILLER                  PIC X(01) VALUE ' '.
026500           05  FILLER                  PIC X(24) VALUE
026600               'VAR MASTER FILE PROFILE '.
026700           05  FILLER                  PIC X(04) VALUE 'RUN '.
026800           05  RHL1-RUN-DATE           PIC 9(08).
026900           05  FILLER                  PIC X(12) VALUE '  PRIOR RUN '.
027000           05  RHL1-PRIOR              PIC X(08).
027100           05  FILLER                  PIC X(12) VALUE SPACES.
027200           05  RHL1-PAGE-LIT           PIC X(05) VALUE 'PAGE '.
027300           05  RHL1-PAGE-NO            PIC ZZ9.
027400           05  FILLER                  PIC X(03) VALUE SPACES.
027500
027600       01  RPT-SECTION-LINE.
027700           05  FILLER                  PIC X(01) VALUE ' '.
027800           05  RSL-TEXT                PIC X(60).
027900           05  FILLER                  PIC X(19) VALUE SPACES.
028000
028100       01  RPT-TOTAL-LINE.
028200           05  FILLER                  PIC X(01) VALUE ' '.
028300           05  RTL-LITERAL             PIC X(24).
028400           05  RTL-COUNT               PIC ZZZZZZZZZZZ9.
028500           05  FILLER                  PIC X(43) VALUE SPACES.
028600
028700       01  RPT-SIGNED-LINE.
028800           05  FILLER                  PIC X(01) VALUE ' '.
028900           05  RSG-LITERAL             PIC X(24).
029000           05  RSG-COUNT               PIC +ZZZZZZZZZZZ9.
029100           05  FILLER                  PIC X(42) VALUE SPACES.
029200
029300       01  RPT-PCT-LINE.
029400           05  FILLER                  PIC X(01) VALUE ' '.
029500           05  RPL-LITERAL             PIC X(24).
029600           05  FILLER                  PIC X(06) VALUE SPACES.
029700           05  RPL-PCT                 PIC ZZ9.99.
029800           05  FILLER                  PIC X(43) VALUE SPACES.
029900
030000       01  RPT-TEXT-LINE.
030100           05  FILLER                  PIC X(01) VALUE ' '.
030200           05  RXL-LITERAL             PIC X(24).
030300           05  RXL-TEXT                PIC X(55).
030400
030500       01  RPT-BAND-HEADER.
030600           05  FILLER                  PIC X(01) VALUE ' '.
030700           05  FILLER                  PIC X(20) VALUE 'BAND'.
030800           05  FILLER                  PIC X(11) VALUE '    RECORDS'.
030900           05  FILLER                  PIC X(08) VALUE '     PCT'.
031000           05  FILLER                  PIC X(14) VALUE
031100               '    VAR2 TOTAL'.
031200           05  FILLER                  PIC X(11) VALUE '      PRIOR'.
031300           05  FILLER                  PIC X(11) VALUE '     CHANGE'.
031400           05  FILLER                  PIC X(04) VALUE SPACES.
031500
031600       01  RPT-BAND-LINE.
031700           05  FILLER                  PIC X(01) VALUE ' '.
031800           05  RBL-LABEL               PIC X(20).
031900           05  FILLER                  PIC X(02) VALUE SPACES.
032000           05  RBL-RECORDS             PIC ZZZZZZZZ9.
032100           05  FILLER                  PIC X(02) VALUE SPACES.
032200           05  RBL-PCT                 PIC ZZ9.99.
032300           05  FILLER                  PIC X(02) VALUE SPACES.
032400           05  RBL-VAR2                PIC ZZZZZZZZZZZ9.
032500           05  FILLER                  PIC X(02) VALUE SPACES.
032600           05  RBL-PRIOR               PIC ZZZZZZZZ9.
032700           05  RBL-PRIOR-X REDEFINES RBL-PRIOR
032800                                       PIC X(09).
032900           05  FILLER                  PIC X(01) VALUE ' '.
033000           05  RBL-CHANGE              PIC +ZZZZZZZZ9.
033100           05  RBL-CHANGE-X REDEFINES RBL-CHANGE
033200                                       PIC X(10).
033300           05  FILLER                  PIC X(04) VALUE SPACES.
033400
033500       01  RPT-LIST-HEADER.
033600           05  FILLER                  PIC X(11) VALUE ' VAR1 KEY'.
033700           05  FILLER                  PIC X(09) VALUE '     VAR2'.
033800           05  FILLER                  PIC X(07) VALUE ' STATUS'.
033900           05  FILLER                  PIC X(12) VALUE ' LAST CHANGE'.
034000           05  FILLER                  PIC X(12) VALUE ' LAST SOURCE'.
034100           05  FILLER                  PIC X(29) VALUE SPACES.
034200
034300       01  RPT-LIST-LINE.
034400           05  FILLER                  PIC X(01) VALUE ' '.
034500           05  RLL-VAR1                PIC X(10).
034600           05  FILLER                  PIC X(04) VALUE SPACES.
034700           05  RLL-VAR2                PIC X(05).
034800           05  FILLER                  PIC X(04) VALUE SPACES.
034900           05  RLL-STATUS              PIC X(01).
035000           05  FILLER                  PIC X(06) VALUE SPACES.
035100           05  RLL-CHANGE              PIC X(08).
035200           05  FILLER                  PIC X(04) VALUE SPACES.
035300           05  RLL-SOURCE              PIC X(08).
035400           05  FILLER                  PIC X(29) VALUE SPACES.
035500
035600       PROCEDURE DIVISION.
035700
035800      *----------------------------------------------------------------*
035900      * 0000-MAINLINE                                                  *
036000      *----------------------------------------------------------------*
036100       0000-MAINLINE.
036200           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036300           PERFORM 2000-PROFILE-ONE-RECORD THRU 2000-EXIT
036400               UNTIL WS-MSTR-EOF.
036500           PERFORM 3000-WRITE-HISTORY THRU 3000-EXIT.
036600           PERFORM 4000-PRINT-PROFILE THRU 4000-EXIT.
036700           PERFORM 5000-PRINT-KEY-LISTS THRU 5000-EXIT.
036800           PERFORM 9000-TERMINATE THRU 9000-EXIT.
036900           GO TO 9999-EXIT.
037000
037100      *----------------------------------------------------------------*
037200      * 1000-INITIALIZE - READ THE PARAMETER CARD, LOAD THE LAST RUN'S *
037300      * BANDS AND THE AUTHORIZATION RANGES, AND OPEN THE MASTER AND    *
037400      * THE REPORT.                                                    *
037500      *----------------------------------------------------------------*
037600       1000-INITIALIZE.
037700           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
037800           ACCEPT WS-CURRENT-TIME FROM TIME.
037900           COMPUTE WS-TODAY-INT =
038000               FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE).
038100           PERFORM 1100-READ-PARM THRU 1100-EXIT.
038200           PERFORM 1200-LOAD-HISTORY THRU 1200-EXIT.
038300           PERFORM 1300-SEED-BANDS THRU 1300-EXIT.
038400           PERFORM 1400-LOAD-AUTH-TABLE THRU 1400-EXIT.
038500           OPEN INPUT MASTER-FILE.
038600           IF WS-MASTER-STATUS NOT = '00'
038700               DISPLAY 'VARPROF: UNABLE TO OPEN MASTER-FILE, STATUS '
038800                   WS-MASTER-STATUS
038900               MOVE 16 TO RETURN-CODE
039000               GO TO 9999-EXIT
039100           END-IF.
039200           OPEN OUTPUT REPORT-OUT.
039300           IF WS-REPORT-STATUS NOT = '00'
039400               DISPLAY 'VARPROF: UNABLE TO OPEN REPORT-OUT, STATUS '
039500                   WS-REPORT-STATUS
039600               MOVE 16 TO RETURN-CODE
039700               GO TO 9999-EXIT
039800           END-IF.
039900       1000-EXIT.
040000           EXIT.
040100
040200      *----------------------------------------------------------------*
040300      * 1100-READ-PARM - PREFIX LENGTH AND FILE CAPACITY.  A MISSING   *
040400      * CARD TAKES THE DEFAULTS; A BAD ONE STOPS THE RUN.              *
040500      *----------------------------------------------------------------*
040600       1100-READ-PARM.
040700           OPEN INPUT PARM-IN.
040800           IF WS-PARM-STATUS NOT = '00'
040900               DISPLAY 'VARPROF: UNABLE TO OPEN PARM-IN, STATUS '
041000                   WS-PARM-STATUS
041100               MOVE 16 TO RETURN-CODE
041200               GO TO 9999-EXIT
041300           END-IF.
041400           READ PARM-IN
041500               AT END
041600                   CLOSE PARM-IN
041700                   GO TO 1100-EXIT
041800           END-READ.
041900           CLOSE PARM-IN.
042000           IF PRM-PREFIX-LEN NOT = SPACE
042100               AND (PRM-PREFIX-LEN < '1' OR PRM-PREFIX-LEN > '3')
042200               DISPLAY 'VARPROF: KEY PREFIX LENGTH NOT 1, 2 OR 3: '
042300                   PRM-PREFIX-LEN
042400               MOVE 16 TO RETURN-CODE
042500               GO TO 9999-EXIT
042600           END-IF.
042700           IF PRM-PREFIX-LEN NOT = SPACE
042800               MOVE PRM-PREFIX-NUM TO WS-PREFIX-LEN
042900           END-IF.
043000           IF PRM-CAPACITY NOT = SPACES
043100               AND PRM-CAPACITY NOT NUMERIC
043200               DISPLAY 'VARPROF: FILE CAPACITY NOT NUMERIC: '
043300                   PRM-CAPACITY
043400               MOVE 16 TO RETURN-CODE
043500               GO TO 9999-EXIT
043600           END-IF.
043700           IF PRM-CAPACITY NOT = SPACES
043800               MOVE PRM-CAPACITY-NUM TO WS-CAPACITY
043900           END-IF.
044000       1100-EXIT.
044100           EXIT.
044200
044300      *----------------------------------------------------------------*
044400      * 1200-LOAD-HISTORY - READ EVERY RUN ON THE PROFILE HISTORY.     *
044500      * EACH 'R' RECORD STARTS A RUN AND CLEARS THE PRIOR BANDS, SO THE*
044600      * TOTALS AND BANDS LEFT AT THE END ARE THE LAST RUN'S.           *
044700      *----------------------------------------------------------------*
044800       1200-LOAD-HISTORY.
044900           OPEN INPUT PROF-HIST.
045000           IF WS-PROFHST-STATUS NOT = '00'
045100               DISPLAY 'VARPROF: UNABLE TO OPEN PROF-HIST, STATUS '
045200                   WS-PROFHST-STATUS
045300               MOVE 16 TO RETURN-CODE
045400               GO TO 9999-EXIT
045500           END-IF.
045600           PERFORM 1220-READ-HISTORY THRU 1220-EXIT
045700               UNTIL WS-HST-EOF.
045800           CLOSE PROF-HIST.
045900       1200-EXIT.
046000           EXIT.
046100
046200       1220-READ-HISTORY.
046300           READ PROF-HIST
046400               AT END
046500                   MOVE 'Y' TO WS-HST-EOF-SW
046600                   GO TO 1220-EXIT
046700           END-READ.
046800           IF PFH-RUN-TOTALS
046900               MOVE 'Y'            TO WS-PRIOR-SW
047000               MOVE PFH-RUN-DATE   TO WS-PRIOR-DATE
047100               MOVE PFH-RUN-TIME   TO WS-PRIOR-TIME
047200               MOVE PFH-RECORDS    TO WS-PRIOR-RECORDS
047300               MOVE PFH-VAR2-TOTAL TO WS-PRIOR-TOTAL
047400               MOVE PFH-PREFIX-LEN TO WS-PRIOR-PREFIX-LEN
047500               MOVE ZERO           TO WS-PRV-COUNT
047600               GO TO 1220-EXIT
047700           END-IF.
047800           IF NOT PFH-BAND
047900               GO TO 1220-EXIT
048000           END-IF.
048100           IF WS-PRV-COUNT NOT < WS-PRV-MAX
048200               GO TO 1220-EXIT
048300           END-IF.
048400           ADD 1 TO WS-PRV-COUNT.
048500           MOVE PFH-BAND-TYPE TO WS-PRV-TYPE (WS-PRV-COUNT).
048600           MOVE PFH-BAND-KEY  TO WS-PRV-KEY (WS-PRV-COUNT).
048700           MOVE PFH-RECORDS   TO WS-PRV-RECORDS (WS-PRV-COUNT).
048800       1220-EXIT.
048900           EXIT.
049000
049100      *----------------------------------------------------------------*
049200      * 1300-SEED-BANDS - CARRY THE LAST RUN'S BANDS INTO THE TABLE SO *
049300      * A BAND THAT HAS SINCE EMPTIED STILL SHOWS ITS DROP, THEN ADD   *
049400      * THE AGE BANDS SO EACH PRINTS EVEN WHEN EMPTY.  PREFIX BANDS ARE*
049500      * CARRIED ONLY FROM A RUN BANDED AT THE SAME PREFIX LENGTH.      *
049600      *----------------------------------------------------------------*
049700       1300-SEED-BANDS.
049800           IF WS-HAVE-PRIOR
049900               PERFORM 1320-MERGE-PRIOR-BAND THRU 1320-EXIT
050000                   VARYING WS-PRV-SUB FROM 1 BY 1
050100                   UNTIL WS-PRV-SUB > WS-PRV-COUNT
050200           END-IF.
050300           MOVE 'A' TO WS-LOC-TYPE.
050400           MOVE '1LT030' TO WS-LOC-KEY.
050500           PERFORM 2100-LOCATE-BAND THRU 2100-EXIT.
050600           MOVE '2030089' TO WS-LOC-KEY.
050700           PERFORM 2100-LOCATE-BAND THRU 2100-EXIT.
050800           MOVE '3090364' TO WS-LOC-KEY.
050900           PERFORM 2100-LOCATE-BAND THRU 2100-EXIT.
051000           MOVE '4GE365' TO WS-LOC-KEY.
051100           PERFORM 2100-LOCATE-BAND THRU 2100-EXIT.
051200           MOVE '5NONE' TO WS-LOC-KEY.
051300           PERFORM 2100-LOCATE-BAND THRU 2100-EXIT.
051400       1300-EXIT.
051500           EXIT.
051600
051700       1320-MERGE-PRIOR-BAND.
051800           IF WS-PRV-TYPE (WS-PRV-SUB) = 'P'
051900               AND WS-PRIOR-PREFIX-LEN NOT = WS-PREFIX-LEN
052000               GO TO 1320-EXIT
052100           END-IF.
052200           MOVE WS-PRV-TYPE (WS-PRV-SUB) TO WS-LOC-TYPE.
052300           MOVE WS-PRV-KEY (WS-PRV-SUB)  TO WS-LOC-KEY.
052400           PERFORM 2100-LOCATE-BAND THRU 2100-EXIT.
052500           IF WS-CUR-BND = ZERO
052600               GO TO 1320-EXIT
052700           END-IF.
052800           MOVE WS-PRV-RECORDS (WS-PRV-SUB)
052900                                   TO WS-BND-PRIOR (WS-CUR-BND).
053000       1320-EXIT.
053100           EXIT.
053200
053300      *----------------------------------------------------------------*
053400      * 1400-LOAD-AUTH-TABLE - LOAD THE SOURCE AUTHORIZATION RANGES.  A*
053500      * FILE THAT CANNOT BE OPENED, AN EMPTY ONE, OR ONE WITH MORE     *
053600      * RANGES THAN THE TABLE HOLDS LEAVES THE OWNERSHIP CHECK UNDONE  *
053700      * RATHER THAN LIST KEYS AS UNOWNED THAT MAY NOT BE.              *
053800      *----------------------------------------------------------------*
053900       1400-LOAD-AUTH-TABLE.
054000           OPEN INPUT AUTH-FILE.
054100           IF WS-AUTH-STATUS NOT = '00'
054200               MOVE 'N' TO WS-AUTH-STATE-SW
054300               GO TO 1400-EXIT
054400           END-IF.
054500           MOVE 'Y' TO WS-AUTH-STATE-SW.
054600           PERFORM 1420-READ-ONE-AUTH THRU 1420-EXIT
054700               UNTIL WS-AUT-EOF.
054800           CLOSE AUTH-FILE.
054900           IF WS-AUTH-TABLE-FULL
055000               MOVE ZERO TO WS-AUT-COUNT
055100               GO TO 1400-EXIT
055200           END-IF.
055300           IF WS-AUT-COUNT = ZERO
055400               MOVE 'E' TO WS-AUTH-STATE-SW
055500           END-IF.
055600       1400-EXIT.
055700           EXIT.
055800
055900       1420-READ-ONE-AUTH.
056000           READ AUTH-FILE
056100               AT END
056200                   MOVE 'Y' TO WS-AUT-EOF-SW
056300                   GO TO 1420-EXIT
056400           END-READ.
056500           IF WS-AUT-COUNT NOT < WS-AUT-MAX
056600               DISPLAY 'VARPROF: AUTH TABLE FULL, '
056700                   'OWNERSHIP NOT CHECKED'
056800               MOVE 'F' TO WS-AUTH-STATE-SW
056900               MOVE 'Y' TO WS-AUT-EOF-SW
057000               GO TO 1420-EXIT
057100           END-IF.
057200           ADD 1 TO WS-AUT-COUNT.
057300           MOVE AUT-SOURCE-ID  TO WS-AUT-SOURCE (WS-AUT-COUNT).
057400           MOVE AUT-RANGE-LOW  TO WS-AUT-LOW (WS-AUT-COUNT).
057500           MOVE AUT-RANGE-HIGH TO WS-AUT-HIGH (WS-AUT-COUNT).
057600       1420-EXIT.
057700           EXIT.
057800
057900      *----------------------------------------------------------------*
058000      * 2000-PROFILE-ONE-RECORD - TALLY ONE MASTER RECORD INTO ITS     *
058100      * PREFIX, STATUS, LAST SOURCE AND AGE BANDS, AND NOTE IT FOR THE *
058200      * KEY LISTS.  A NON-NUMERIC VAR2 IS COUNTED BUT ADDS NOTHING.    *
058300      *----------------------------------------------------------------*
058400       2000-PROFILE-ONE-RECORD.
058500           READ MASTER-FILE NEXT RECORD
058600               AT END
058700                   MOVE 'Y' TO WS-MSTR-EOF-SW
058800                   GO TO 2000-EXIT
058900           END-READ.
059000           ADD 1 TO WS-RECS-READ.
059100           MOVE ZERO TO WS-REC-VAR2.
059200           IF MSTR-VAR2 NUMERIC
059300               MOVE MSTR-VAR2 TO WS-REC-VAR2
059400           ELSE
059500               ADD 1 TO WS-VAR2-BAD
059600           END-IF.
059700           ADD WS-REC-VAR2 TO WS-VAR2-TOTAL.
059800           MOVE 'P'    TO WS-LOC-TYPE.
059900           MOVE SPACES TO WS-LOC-KEY.
060000           MOVE MSTR-VAR1 (1:WS-PREFIX-LEN) TO WS-LOC-KEY.
060100           IF WS-PFX-BND NOT = ZERO
060200               AND WS-BND-KEY (WS-PFX-BND) = WS-LOC-KEY
060300               MOVE WS-PFX-BND TO WS-CUR-BND
060400           ELSE
060500               PERFORM 2100-LOCATE-BAND THRU 2100-EXIT
060600               MOVE WS-CUR-BND TO WS-PFX-BND
060700           END-IF.
060800           PERFORM 2150-TALLY-BAND THRU 2150-EXIT.
060900           MOVE 'S'         TO WS-LOC-TYPE.
061000           MOVE MSTR-STATUS TO WS-LOC-KEY.
061100           PERFORM 2100-LOCATE-BAND THRU 2100-EXIT.
061200           PERFORM 2150-TALLY-BAND THRU 2150-EXIT.
061300           MOVE 'L'              TO WS-LOC-TYPE.
061400           MOVE MSTR-LAST-SOURCE TO WS-LOC-KEY.
061500           PERFORM 2100-LOCATE-BAND THRU 2100-EXIT.
061600           PERFORM 2150-TALLY-BAND THRU 2150-EXIT.
061700           PERFORM 2300-AGE-BAND THRU 2300-EXIT.
061800           PERFORM 2100-LOCATE-BAND THRU 2100-EXIT.
061900           PERFORM 2150-TALLY-BAND THRU 2150-EXIT.
062000           PERFORM 2400-CHECK-KEY-LISTS THRU 2400-EXIT.
062100       2000-EXIT.
062200           EXIT.
062300
062400      *----------------------------------------------------------------*
062500      * 2100-LOCATE-BAND - FIND THE BAND FOR WS-LOC-TYPE/WS-LOC-KEY,   *
062600      * ADDING IT IF NEW.  WS-CUR-BND IS ZERO WHEN THE TABLE IS FULL.  *
062700      *----------------------------------------------------------------*
062800       2100-LOCATE-BAND.
062900           MOVE ZERO TO WS-CUR-BND.
063000           PERFORM 2120-MATCH-BAND THRU 2120-EXIT
063100               VARYING WS-BND-SUB FROM 1 BY 1
063200               UNTIL WS-CUR-BND NOT = ZERO
063300                  OR WS-BND-SUB > WS-BND-COUNT.
063400           IF WS-CUR-BND NOT = ZERO
063500               GO TO 2100-EXIT
063600           END-IF.
063700           IF WS-BND-COUNT NOT < WS-BND-MAX
063800               GO TO 2100-EXIT
063900           END-IF.
064000           ADD 1 TO WS-BND-COUNT.
064100           MOVE WS-BND-COUNT TO WS-CUR-BND.
064200           MOVE WS-LOC-TYPE  TO WS-BND-TYPE (WS-CUR-BND).
064300           MOVE WS-LOC-KEY   TO WS-BND-KEY (WS-CUR-BND).
064400           MOVE ZERO         TO WS-BND-RECORDS (WS-CUR-BND).
064500           MOVE ZERO         TO WS-BND-VAR2 (WS-CUR-BND).
064600           MOVE ZERO         TO WS-BND-PRIOR (WS-CUR-BND).
064700           MOVE 'N'          TO WS-BND-PRINTED-SW (WS-CUR-BND).
064800       2100-EXIT.
064900           EXIT.
065000
065100       2120-MATCH-BAND.
065200           IF WS-BND-TYPE (WS-BND-SUB) = WS-LOC-TYPE
065300               AND WS-BND-KEY (WS-BND-SUB) = WS-LOC-KEY
065400               MOVE WS-BND-SUB TO WS-CUR-BND
065500           END-IF.
065600       2120-EXIT.
065700           EXIT.
065800
065900       2150-TALLY-BAND.
066000           IF WS-CUR-BND = ZERO
066100               ADD 1 TO WS-BND-OVERFLOW
066200               GO TO 2150-EXIT
066300           END-IF.
066400           ADD 1           TO WS-BND-RECORDS (WS-CUR-BND).
066500           ADD WS-REC-VAR2 TO WS-BND-VAR2 (WS-CUR-BND).
066600       2150-EXIT.
066700           EXIT.
066800
066900      *----------------------------------------------------------------*
067000      * 2300-AGE-BAND - CALENDAR DAYS SINCE MSTR-LAST-CHANGE, THE SAME *
067100      * MEASURE VARARCH'S RETENTION DAYS ARE TAKEN AGAINST.  A RECORD  *
067200      * NOT YET RESTAMPED UNDER THE CURRENT LAYOUT (BLANK OR ZERO) IS  *
067300      * NEVER STAMPED; A STAMP THAT IS NOT A REAL DATE IS INVALID.     *
067400      *----------------------------------------------------------------*
067500       2300-AGE-BAND.
067600           MOVE 'A' TO WS-LOC-TYPE.
067700           IF MSTR-LAST-CHANGE NOT NUMERIC
067800               OR MSTR-LAST-CHANGE = ZERO
067900               MOVE '5NONE' TO WS-LOC-KEY
068000               GO TO 2300-EXIT
068100           END-IF.
068200           MOVE MSTR-LAST-CHANGE TO WS-CHG-DATE.
068300           IF WS-CHG-YYYY < 1601
068400               OR WS-CHG-MM < 1 OR WS-CHG-MM > 12
068500               OR WS-CHG-DD < 1 OR WS-CHG-DD > 31
068600               MOVE '6BADDT' TO WS-LOC-KEY
068700               GO TO 2300-EXIT
068800           END-IF.
068900           COMPUTE WS-CHG-INT =
069000               FUNCTION INTEGER-OF-DATE (WS-CHG-DATE).
069100           IF WS-CHG-INT = ZERO
069200               MOVE '6BADDT' TO WS-LOC-KEY
069300               GO TO 2300-EXIT
069400           END-IF.
069500           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHG-INT.
069600           IF WS-AGE-DAYS < 30
069700               MOVE '1LT030' TO WS-LOC-KEY
069800               GO TO 2300-EXIT
069900           END-IF.
070000           IF WS-AGE-DAYS < 90
070100               MOVE '2030089' TO WS-LOC-KEY
070200               GO TO 2300-EXIT
070300           END-IF.
070400           IF WS-AGE-DAYS < 365
070500               MOVE '3090364' TO WS-LOC-KEY
070600               GO TO 2300-EXIT
070700           END-IF.
070800           MOVE '4GE365' TO WS-LOC-KEY.
070900       2300-EXIT.
071000           EXIT.
071100
071200      *----------------------------------------------------------------*
071300      * 2400-CHECK-KEY-LISTS - NOTE A KEY WHOSE VAR2 IS ZERO OR AT THE *
071400      * 99999 MAXIMUM, AND ONE INSIDE NO SOURCE'S AUTHORIZATION RANGE. *
071500      * A SOURCE WITH NO RANGES ON FILE IS UNRESTRICTED, SO IT OWNS NO *
071600      * KEY IN PARTICULAR AND DOES NOT COUNT AS AN OWNER HERE.         *
071700      *----------------------------------------------------------------*
071800       2400-CHECK-KEY-LISTS.
071900           IF MSTR-VAR2 NUMERIC AND MSTR-VAR2 = ZERO
072000               ADD 1 TO WS-ZERO-COUNT
072100               IF WS-ZERO-LISTED < WS-LST-MAX
072200                   ADD 1 TO WS-ZERO-LISTED
072300                   MOVE 'Z' TO WS-LST-NEW-TYPE
072400                   PERFORM 2420-NOTE-KEY THRU 2420-EXIT
072500               END-IF
072600           END-IF.
072700           IF MSTR-VAR2 NUMERIC AND MSTR-VAR2 = 99999
072800               ADD 1 TO WS-MAX-COUNT
072900               IF WS-MAX-LISTED < WS-LST-MAX
073000                   ADD 1 TO WS-MAX-LISTED
073100                   MOVE 'M' TO WS-LST-NEW-TYPE
073200                   PERFORM 2420-NOTE-KEY THRU 2420-EXIT
073300               END-IF
073400           END-IF.
073500           IF WS-AUT-COUNT = ZERO
073600               GO TO 2400-EXIT
073700           END-IF.
073800           MOVE 'N' TO WS-OWNED-SW.
073900           PERFORM 2440-SCAN-AUTH-ENTRY THRU 2440-EXIT
074000               VARYING WS-AUT-SUB FROM 1 BY 1
074100               UNTIL WS-KEY-OWNED OR WS-AUT-SUB > WS-AUT-COUNT.
074200           IF WS-KEY-OWNED
074300               GO TO 2400-EXIT
074400           END-IF.
074500           ADD 1 TO WS-UNOWNED-COUNT.
074600           IF WS-UNOWNED-LISTED < WS-LST-MAX
074700               ADD 1 TO WS-UNOWNED-LISTED
074800               MOVE 'U' TO WS-LST-NEW-TYPE
074900               PERFORM 2420-NOTE-KEY THRU 2420-EXIT
075000           END-IF.
075100       2400-EXIT.
075200           EXIT.
075300
075400       2420-NOTE-KEY.
075500           ADD 1 TO WS-LST-COUNT.
075600           MOVE WS-LST-NEW-TYPE  TO WS-LST-TYPE (WS-LST-COUNT).
075700           MOVE MSTR-VAR1        TO WS-LST-VAR1 (WS-LST-COUNT).
075800           MOVE MSTR-VAR2        TO WS-LST-VAR2 (WS-LST-COUNT).
075900           MOVE MSTR-STATUS      TO WS-LST-STATUS (WS-LST-COUNT).
076000           MOVE MSTR-LAST-CHANGE TO WS-LST-CHANGE (WS-LST-COUNT).
076100           MOVE MSTR-LAST-SOURCE TO WS-LST-SOURCE (WS-LST-COUNT).
076200       2420-EXIT.
076300           EXIT.
076400
076500       2440-SCAN-AUTH-ENTRY.
076600           IF MSTR-VAR1 NOT < WS-AUT-LOW (WS-AUT-SUB)
076700               AND MSTR-VAR1 NOT > WS-AUT-HIGH (WS-AUT-SUB)
076800               MOVE 'Y' TO WS-OWNED-SW
076900           END-IF.
077000       2440-EXIT.
077100           EXIT.
077200
077300      *----------------------------------------------------------------*
077400      * 3000-WRITE-HISTORY - APPEND THIS RUN'S TOTALS AND EVERY BAND   *
077500      * THAT HELD ANY RECORDS, ONCE THE WHOLE MASTER HAS BEEN READ.    *
077600      *----------------------------------------------------------------*
077700       3000-WRITE-HISTORY.
077800           OPEN EXTEND PROF-HIST.
077900           IF WS-PROFHST-STATUS NOT = '00'
078000               DISPLAY 'VARPROF: UNABLE TO EXTEND PROF-HIST, STATUS '
078100                   WS-PROFHST-STATUS
078200               MOVE 16 TO RETURN-CODE
078300               GO TO 9999-EXIT
078400           END-IF.
078500           MOVE SPACES          TO PROFILE-HIST-RECORD.
078600           MOVE WS-CURRENT-DATE TO PFH-RUN-DATE.
078700           MOVE WS-CURRENT-TIME TO PFH-RUN-TIME.
078800           MOVE 'R'             TO PFH-REC-TYPE.
078900           MOVE WS-RECS-READ    TO PFH-RECORDS.
079000           MOVE WS-VAR2-TOTAL   TO PFH-VAR2-TOTAL.
079100           MOVE WS-PREFIX-LEN   TO PFH-PREFIX-LEN.
079200           WRITE PROFILE-HIST-RECORD.
079300           PERFORM 3100-WRITE-BAND-HISTORY THRU 3100-EXIT
079400               VARYING WS-BND-SUB FROM 1 BY 1
079500               UNTIL WS-BND-SUB > WS-BND-COUNT.
079600           CLOSE PROF-HIST.
079700       3000-EXIT.
079800           EXIT.
079900
080000       3100-WRITE-BAND-HISTORY.
080100           IF WS-BND-RECORDS (WS-BND-SUB) = ZERO
080200               GO TO 3100-EXIT
080300           END-IF.
080400           MOVE SPACES                   TO PROFILE-HIST-RECORD.
080500           MOVE WS-CURRENT-DATE          TO PFH-RUN-DATE.
080600           MOVE WS-CURRENT-TIME          TO PFH-RUN-TIME.
080700           MOVE 'B'                      TO PFH-REC-TYPE.
080800           MOVE WS-BND-TYPE (WS-BND-SUB) TO PFH-BAND-TYPE.
080900           MOVE WS-BND-KEY (WS-BND-SUB)  TO PFH-BAND-KEY.
081000           MOVE WS-BND-RECORDS (WS-BND-SUB)
081100                                         TO PFH-RECORDS.
081200           MOVE WS-BND-VAR2 (WS-BND-SUB) TO PFH-VAR2-TOTAL.
081300           MOVE WS-PREFIX-LEN            TO PFH-PREFIX-LEN.
081400           WRITE PROFILE-HIST-RECORD.
081500       3100-EXIT.
081600           EXIT.
081700
081800      *----------------------------------------------------------------*
081900      * 4000-PRINT-PROFILE - FILE SIZE AND GROWTH, THEN THE FOUR BAND  *
082000      * SECTIONS.                                                      *
082100      *----------------------------------------------------------------*
082200       4000-PRINT-PROFILE.
082300           MOVE WS-CURRENT-DATE TO RHL1-RUN-DATE.
082400           IF WS-HAVE-PRIOR
082500               MOVE WS-PRIOR-DATE TO RHL1-PRIOR
082600           ELSE
082700               MOVE 'NONE'        TO RHL1-PRIOR
082800           END-IF.
082900           PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT.
083000           PERFORM 4200-PRINT-FILE-SIZE THRU 4200-EXIT.
083100           MOVE 'BY KEY PREFIX (FIRST N CHARACTERS OF VAR1)'
083200               TO RSL-TEXT.
083300           MOVE WS-PREFIX-LEN TO RSL-TEXT (22:1).
083400           MOVE 'P' TO WS-PRT-TYPE.
083500           PERFORM 4300-PRINT-BAND-TYPE THRU 4300-EXIT.
083600           IF WS-HAVE-PRIOR
083700               AND WS-PRIOR-PREFIX-LEN NOT = WS-PREFIX-LEN
083800               MOVE 'PRIOR RUN BANDED AT A DIFFERENT PREFIX LENGTH'
083900                   TO RSL-TEXT
084000               WRITE REPORT-LINE FROM RPT-SECTION-LINE
084100                   AFTER ADVANCING 1 LINE
084200               ADD 1 TO WS-LINE-COUNT
084300           END-IF.
084400           MOVE 'BY STATUS' TO RSL-TEXT.
084500           MOVE 'S' TO WS-PRT-TYPE.
084600           PERFORM 4300-PRINT-BAND-TYPE THRU 4300-EXIT.
084700           MOVE 'BY LAST SOURCE' TO RSL-TEXT.
084800           MOVE 'L' TO WS-PRT-TYPE.
084900           PERFORM 4300-PRINT-BAND-TYPE THRU 4300-EXIT.
085000           MOVE 'BY AGE OF LAST CHANGE (CALENDAR DAYS)' TO RSL-TEXT.
085100           MOVE 'A' TO WS-PRT-TYPE.
085200           PERFORM 4300-PRINT-BAND-TYPE THRU 4300-EXIT.
085300           IF WS-BND-OVERFLOW > ZERO
085400               MOVE 'BAND TALLIES MISSED.....' TO RTL-LITERAL
085500               MOVE WS-BND-OVERFLOW TO RTL-COUNT
085600               WRITE REPORT-LINE FROM RPT-TOTAL-LINE
085700                   AFTER ADVANCING 2 LINES
085800               ADD 2 TO WS-LINE-COUNT
085900           END-IF.
086000       4000-EXIT.
086100           EXIT.
086200
086300      *----------------------------------------------------------------*
086400      * 4100-WRITE-REPORT-HEADERS - NEW PAGE, PAGE HEADING.            *
086500      *----------------------------------------------------------------*
086600       4100-WRITE-REPORT-HEADERS.
086700           ADD 1 TO WS-PAGE-COUNT.
086800           MOVE WS-PAGE-COUNT TO RHL1-PAGE-NO.
086900           WRITE REPORT-LINE FROM RPT-HEADING-LINE-1
087000               AFTER ADVANCING PAGE.
087100           MOVE ZERO TO WS-LINE-COUNT.
087200       4100-EXIT.
087300           EXIT.
087400
087500      *----------------------------------------------------------------*
087600      * 4200-PRINT-FILE-SIZE - RECORDS AND VAR2 ON FILE, GROWTH SINCE  *
087700      * THE PRIOR RUN, AND, WHEN THE CAPACITY IS GIVEN, HOW FULL THE   *
087800      * FILE IS AND HOW MANY DAYS ARE LEFT AT THE RATE SINCE THE PRIOR *
087900      * RUN.  A FILE AT OR OVER WS-CAP-WARN-PCT FULL ENDS CC 4.        *
088000      *----------------------------------------------------------------*
088100       4200-PRINT-FILE-SIZE.
088200           MOVE 'FILE SIZE AND GROWTH' TO RSL-TEXT.
088300           WRITE REPORT-LINE FROM RPT-SECTION-LINE
088400               AFTER ADVANCING 2 LINES.
088500           MOVE 'RECORDS ON FILE.........' TO RTL-LITERAL.
088600           MOVE WS-RECS-READ               TO RTL-COUNT.
088700           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
088800               AFTER ADVANCING 2 LINES.
088900           MOVE 'VAR2 TOTAL..............' TO RTL-LITERAL.
089000           MOVE WS-VAR2-TOTAL              TO RTL-COUNT.
089100           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
089200               AFTER ADVANCING 1 LINE.
089300           ADD 5 TO WS-LINE-COUNT.
089400           IF WS-VAR2-BAD > ZERO
089500               MOVE 'VAR2 NOT NUMERIC........' TO RTL-LITERAL
089600               MOVE WS-VAR2-BAD                TO RTL-COUNT
089700               WRITE REPORT-LINE FROM RPT-TOTAL-LINE
089800                   AFTER ADVANCING 1 LINE
089900               ADD 1 TO WS-LINE-COUNT
090000           END-IF.
090100           IF NOT WS-HAVE-PRIOR
090200               MOVE 'PRIOR RUN...............' TO RXL-LITERAL
090300               MOVE 'NONE - FIRST PROFILE RUN, NO GROWTH SHOWN'
090400                   TO RXL-TEXT
090500               WRITE REPORT-LINE FROM RPT-TEXT-LINE
090600                   AFTER ADVANCING 2 LINES
090700               ADD 2 TO WS-LINE-COUNT
090800           ELSE
090900               PERFORM 4220-PRINT-GROWTH THRU 4220-EXIT
091000           END-IF.
091100           IF WS-CAPACITY > ZERO
091200               PERFORM 4240-PRINT-CAPACITY THRU 4240-EXIT
091300           END-IF.
091400       4200-EXIT.
091500           EXIT.
091600
091700       4220-PRINT-GROWTH.
091800           COMPUTE WS-PRIOR-INT =
091900               FUNCTION INTEGER-OF-DATE (WS-PRIOR-DATE).
092000           COMPUTE WS-DAYS-SINCE = WS-TODAY-INT - WS-PRIOR-INT.
092100           COMPUTE WS-GROWTH = WS-RECS-READ - WS-PRIOR-RECORDS.
092200           COMPUTE WS-VAR2-GROWTH = WS-VAR2-TOTAL - WS-PRIOR-TOTAL.
092300           MOVE 'PRIOR RUN RECORDS.......' TO RTL-LITERAL.
092400           MOVE WS-PRIOR-RECORDS           TO RTL-COUNT.
092500           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
092600               AFTER ADVANCING 2 LINES.
092700           MOVE 'PRIOR RUN VAR2 TOTAL....' TO RTL-LITERAL.
092800           MOVE WS-PRIOR-TOTAL             TO RTL-COUNT.
092900           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
093000               AFTER ADVANCING 1 LINE.
093100           MOVE 'RECORDS GROWTH..........' TO RSG-LITERAL.
093200           MOVE WS-GROWTH                  TO RSG-COUNT.
093300           WRITE REPORT-LINE FROM RPT-SIGNED-LINE
093400               AFTER ADVANCING 1 LINE.
093500           MOVE 'VAR2 TOTAL GROWTH.......' TO RSG-LITERAL.
093600           MOVE WS-VAR2-GROWTH             TO RSG-COUNT.
093700           WRITE REPORT-LINE FROM RPT-SIGNED-LINE
093800               AFTER ADVANCING 1 LINE.
093900           MOVE 'DAYS SINCE PRIOR RUN....' TO RSG-LITERAL.
094000           MOVE WS-DAYS-SINCE              TO RSG-COUNT.
094100           WRITE REPORT-LINE FROM RPT-SIGNED-LINE
094200               AFTER ADVANCING 1 LINE.
094300           ADD 6 TO WS-LINE-COUNT.
094400       4220-EXIT.
094500           EXIT.
094600
094700       4240-PRINT-CAPACITY.
094800           IF WS-RECS-READ NOT < WS-CAPACITY * 10
094900               MOVE 999.99 TO WS-CAP-PCT
095000           ELSE
095100               COMPUTE WS-CAP-PCT ROUNDED =
095200                   WS-RECS-READ * 100 / WS-CAPACITY
095300           END-IF.
095400           IF WS-CAP-PCT NOT < WS-CAP-WARN-PCT
095500               MOVE 'Y' TO WS-CAP-WARN-SW
095600           END-IF.
095700           MOVE 'FILE CAPACITY (RECORDS).' TO RTL-LITERAL.
095800           MOVE WS-CAPACITY                TO RTL-COUNT.
095900           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
096000               AFTER ADVANCING 2 LINES.
096100           MOVE 'PCT OF CAPACITY USED....' TO RPL-LITERAL.
096200           MOVE WS-CAP-PCT                 TO RPL-PCT.
096300           WRITE REPORT-LINE FROM RPT-PCT-LINE
096400               AFTER ADVANCING 1 LINE.
096500           ADD 3 TO WS-LINE-COUNT.
096600           IF WS-CAP-WARNING
096700               MOVE 'WARNING.................' TO RXL-LITERAL
096800               MOVE 'FILE IS NEARLY FULL - RESIZE BEFORE IT FILLS'
096900                   TO RXL-TEXT
097000               WRITE REPORT-LINE FROM RPT-TEXT-LINE
097100                   AFTER ADVANCING 1 LINE
097200               ADD 1 TO WS-LINE-COUNT
097300           END-IF.
097400           IF NOT WS-HAVE-PRIOR
097500               OR WS-GROWTH NOT > ZERO
097600               OR WS-DAYS-SINCE NOT > ZERO
097700               OR WS-RECS-READ NOT < WS-CAPACITY
097800               GO TO 4240-EXIT
097900           END-IF.
098000           IF (WS-CAPACITY - WS-RECS-READ) * WS-DAYS-SINCE / WS-GROWTH
098100               > WS-DAYS-TO-FULL-MAX
098200               MOVE WS-DAYS-TO-FULL-MAX TO WS-DAYS-TO-FULL
098300           ELSE
098400               COMPUTE WS-DAYS-TO-FULL =
098500                   (WS-CAPACITY - WS-RECS-READ) * WS-DAYS-SINCE
098600                   / WS-GROWTH
098700           END-IF.
098800           MOVE 'DAYS TO FULL AT RATE....' TO RTL-LITERAL.
098900           MOVE WS-DAYS-TO-FULL             TO RTL-COUNT.
099000           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
099100               AFTER ADVANCING 1 LINE.
099200           ADD 1 TO WS-LINE-COUNT.
099300       4240-EXIT.
099400           EXIT.
099500
099600      *----------------------------------------------------------------*
099700      * 4300-PRINT-BAND-TYPE - ONE BAND SECTION (TYPE WS-PRT-TYPE,     *
099800      * TITLE ALREADY IN RSL-TEXT), BANDS IN KEY ORDER.  PRIOR AND     *
099900      * CHANGE ARE LEFT BLANK WHEN THERE IS NO COMPARABLE PRIOR RUN.   *
100000      *----------------------------------------------------------------*
100100       4300-PRINT-BAND-TYPE.
100200           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE - 6
100300               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
100400           END-IF.
100500           WRITE REPORT-LINE FROM RPT-SECTION-LINE
100600               AFTER ADVANCING 2 LINES.
100700           WRITE REPORT-LINE FROM RPT-BAND-HEADER
100800               AFTER ADVANCING 2 LINES.
100900           ADD 4 TO WS-LINE-COUNT.
101000           MOVE 'N' TO WS-COMPARE-SW.
101100           IF WS-HAVE-PRIOR
101200               MOVE 'Y' TO WS-COMPARE-SW
101300           END-IF.
101400           IF WS-PRT-TYPE = 'P'
101500               AND WS-PRIOR-PREFIX-LEN NOT = WS-PREFIX-LEN
101600               MOVE 'N' TO WS-COMPARE-SW
101700           END-IF.
101800           MOVE 'Y' TO WS-MORE-BANDS-SW.
101900           PERFORM 4320-PRINT-NEXT-BAND THRU 4320-EXIT
102000               UNTIL NOT WS-MORE-BANDS.
102100       4300-EXIT.
102200           EXIT.
102300
102400       4320-PRINT-NEXT-BAND.
102500           MOVE ZERO TO WS-CUR-BND.
102600           PERFORM 4340-PICK-LOWEST THRU 4340-EXIT
102700               VARYING WS-BND-SUB FROM 1 BY 1
102800               UNTIL WS-BND-SUB > WS-BND-COUNT.
102900           IF WS-CUR-BND = ZERO
103000               MOVE 'N' TO WS-MORE-BANDS-SW
103100               GO TO 4320-EXIT
103200           END-IF.
103300           MOVE 'Y' TO WS-BND-PRINTED-SW (WS-CUR-BND).
103400           PERFORM 4360-PRINT-BAND-LINE THRU 4360-EXIT.
103500       4320-EXIT.
103600           EXIT.
103700
103800       4340-PICK-LOWEST.
103900           IF WS-BND-TYPE (WS-BND-SUB) NOT = WS-PRT-TYPE
104000               OR WS-BND-PRINTED (WS-BND-SUB)
104100               GO TO 4340-EXIT
104200           END-IF.
104300           IF WS-CUR-BND = ZERO
104400               MOVE WS-BND-SUB TO WS-CUR-BND
104500               GO TO 4340-EXIT
104600           END-IF.
104700           IF WS-BND-KEY (WS-BND-SUB) < WS-BND-KEY (WS-CUR-BND)
104800               MOVE WS-BND-SUB TO WS-CUR-BND
104900           END-IF.
105000       4340-EXIT.
105100           EXIT.
105200
105300       4360-PRINT-BAND-LINE.
105400           PERFORM 4380-BAND-LABEL THRU 4380-EXIT.
105500           MOVE WS-BAND-LABEL TO RBL-LABEL.
105600           MOVE WS-BND-RECORDS (WS-CUR-BND) TO RBL-RECORDS.
105700           MOVE WS-BND-VAR2 (WS-CUR-BND)    TO RBL-VAR2.
105800           MOVE ZERO TO WS-BAND-PCT.
105900           IF WS-RECS-READ > ZERO
106000               COMPUTE WS-BAND-PCT ROUNDED =
106100                   WS-BND-RECORDS (WS-CUR-BND) * 100 / WS-RECS-READ
106200           END-IF.
106300           MOVE WS-BAND-PCT TO RBL-PCT.
106400           IF WS-COMPARE-PRIOR
106500               MOVE WS-BND-PRIOR (WS-CUR-BND) TO RBL-PRIOR
106600               COMPUTE WS-BAND-CHANGE = WS-BND-RECORDS (WS-CUR-BND)
106700                   - WS-BND-PRIOR (WS-CUR-BND)
106800               MOVE WS-BAND-CHANGE TO RBL-CHANGE
106900           ELSE
107000               MOVE SPACES TO RBL-PRIOR-X
107100               MOVE SPACES TO RBL-CHANGE-X
107200           END-IF.
107300           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
107400               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
107500               WRITE REPORT-LINE FROM RPT-BAND-HEADER
107600                   AFTER ADVANCING 2 LINES
107700               ADD 2 TO WS-LINE-COUNT
107800           END-IF.
107900           WRITE REPORT-LINE FROM RPT-BAND-LINE
108000               AFTER ADVANCING 1 LINE.
108100           ADD 1 TO WS-LINE-COUNT.
108200       4360-EXIT.
108300           EXIT.
108400
108500      *----------------------------------------------------------------*
108600      * 4380-BAND-LABEL - THE PRINTED NAME OF BAND WS-CUR-BND.         *
108700      *----------------------------------------------------------------*
108800       4380-BAND-LABEL.
108900           MOVE SPACES TO WS-BAND-LABEL.
109000           IF WS-BND-TYPE (WS-CUR-BND) = 'A'
109100               PERFORM 4390-AGE-LABEL THRU 4390-EXIT
109200               GO TO 4380-EXIT
109300           END-IF.
109400           IF WS-BND-KEY (WS-CUR-BND) = SPACES
109500               AND WS-BND-TYPE (WS-CUR-BND) = 'P'
109600               MOVE '(BLANK)' TO WS-BAND-LABEL
109700               GO TO 4380-EXIT
109800           END-IF.
109900           IF WS-BND-KEY (WS-CUR-BND) = SPACES
110000               MOVE '(BLANK) NOT STAMPED' TO WS-BAND-LABEL
110100               GO TO 4380-EXIT
110200           END-IF.
110300           MOVE WS-BND-KEY (WS-CUR-BND) TO WS-BAND-LABEL.
110400           IF WS-BND-TYPE (WS-CUR-BND) NOT = 'S'
110500               GO TO 4380-EXIT
110600           END-IF.
110700           IF WS-BND-KEY (WS-CUR-BND) = 'A'
110800               MOVE 'ACTIVE' TO WS-BAND-LABEL (4:17)
110900           ELSE
111000               IF WS-BND-KEY (WS-CUR-BND) = 'H'
111100                   MOVE 'HELD' TO WS-BAND-LABEL (4:17)
111200               ELSE
111300                   MOVE 'UNKNOWN' TO WS-BAND-LABEL (4:17)
111400               END-IF
111500           END-IF.
111600       4380-EXIT.
111700           EXIT.
111800
111900       4390-AGE-LABEL.
112000           IF WS-BND-KEY (WS-CUR-BND) = '1LT030'
112100               MOVE 'UNDER 30 DAYS' TO WS-BAND-LABEL
112200           END-IF.
112300           IF WS-BND-KEY (WS-CUR-BND) = '2030089'
112400               MOVE '30 TO 89 DAYS' TO WS-BAND-LABEL
112500           END-IF.
112600           IF WS-BND-KEY (WS-CUR-BND) = '3090364'
112700               MOVE '90 TO 364 DAYS' TO WS-BAND-LABEL
112800           END-IF.
112900           IF WS-BND-KEY (WS-CUR-BND) = '4GE365'
113000               MOVE '365 DAYS AND OVER' TO WS-BAND-LABEL
113100           END-IF.
113200           IF WS-BND-KEY (WS-CUR-BND) = '5NONE'
113300               MOVE 'NEVER STAMPED' TO WS-BAND-LABEL
113400           END-IF.
113500           IF WS-BND-KEY (WS-CUR-BND) = '6BADDT'
113600               MOVE 'INVALID DATE' TO WS-BAND-LABEL
113700           END-IF.
113800       4390-EXIT.
113900           EXIT.
114000
114100      *----------------------------------------------------------------*
114200      * 5000-PRINT-KEY-LISTS - ON A NEW PAGE, THE KEYS WITH VAR2 ZERO, *
114300      * THE KEYS AT THE MAXIMUM, AND THE KEYS NO SOURCE OWNS.          *
114400      *----------------------------------------------------------------*
114500       5000-PRINT-KEY-LISTS.
114600           PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT.
114700           MOVE 'KEYS WITH VAR2 OF ZERO' TO RSL-TEXT.
114800           MOVE 'Z'            TO WS-LST-NEW-TYPE.
114900           MOVE WS-ZERO-COUNT  TO WS-LIST-COUNT.
115000           MOVE WS-ZERO-LISTED TO WS-LIST-LISTED.
115100           PERFORM 5100-PRINT-ONE-LIST THRU 5100-EXIT.
115200           MOVE 'KEYS WITH VAR2 AT THE 99999 MAXIMUM' TO RSL-TEXT.
115300           MOVE 'M'            TO WS-LST-NEW-TYPE.
115400           MOVE WS-MAX-COUNT   TO WS-LIST-COUNT.
115500           MOVE WS-MAX-LISTED  TO WS-LIST-LISTED.
115600           PERFORM 5100-PRINT-ONE-LIST THRU 5100-EXIT.
115700           MOVE 'KEYS INSIDE NO SOURCE''S AUTHORIZATION RANGE'
115800               TO RSL-TEXT.
115900           IF NOT WS-AUTH-LOADED
116000               PERFORM 5200-OWNERSHIP-NOT-CHECKED THRU 5200-EXIT
116100               GO TO 5000-EXIT
116200           END-IF.
116300           MOVE 'U'               TO WS-LST-NEW-TYPE.
116400           MOVE WS-UNOWNED-COUNT  TO WS-LIST-COUNT.
116500           MOVE WS-UNOWNED-LISTED TO WS-LIST-LISTED.
116600           PERFORM 5100-PRINT-ONE-LIST THRU 5100-EXIT.
116700           MOVE 'SOURCES WITH NO RANGES ON FILE ARE UNRESTRICTED AND'
116800               TO RSL-TEXT.
116900           WRITE REPORT-LINE FROM RPT-SECTION-LINE
117000               AFTER ADVANCING 2 LINES.
117100           MOVE 'ARE NOT COUNTED AS OWNING ANY KEY' TO RSL-TEXT.
117200           WRITE REPORT-LINE FROM RPT-SECTION-LINE
117300               AFTER ADVANCING 1 LINE.
117400           ADD 3 TO WS-LINE-COUNT.
117500       5000-EXIT.
117600           EXIT.
117700
117800      *----------------------------------------------------------------*
117900      * 5100-PRINT-ONE-LIST - TITLE (IN RSL-TEXT), COUNT, AND THE KEYS *
118000      * OF TYPE WS-LST-NEW-TYPE NOTED DURING THE PASS.                 *
118100      *----------------------------------------------------------------*
118200       5100-PRINT-ONE-LIST.
118300           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE - 6
118400               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
118500           END-IF.
118600           WRITE REPORT-LINE FROM RPT-SECTION-LINE
118700               AFTER ADVANCING 2 LINES.
118800           MOVE 'KEYS FOUND..............' TO RTL-LITERAL.
118900           MOVE WS-LIST-COUNT              TO RTL-COUNT.
119000           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
119100               AFTER ADVANCING 2 LINES.
119200           ADD 4 TO WS-LINE-COUNT.
119300           IF WS-LIST-COUNT = ZERO
119400               GO TO 5100-EXIT
119500           END-IF.
119600           WRITE REPORT-LINE FROM RPT-LIST-HEADER
119700               AFTER ADVANCING 2 LINES.
119800           ADD 2 TO WS-LINE-COUNT.
119900           PERFORM 5120-PRINT-LIST-ENTRY THRU 5120-EXIT
120000               VARYING WS-LST-SUB FROM 1 BY 1
120100               UNTIL WS-LST-SUB > WS-LST-COUNT.
120200           IF WS-LIST-COUNT > WS-LIST-LISTED
120300               MOVE 'ONLY THE FIRST.........' TO RTL-LITERAL
120400               MOVE WS-LIST-LISTED             TO RTL-COUNT
120500               WRITE REPORT-LINE FROM RPT-TOTAL-LINE
120600                   AFTER ADVANCING 1 LINE
120700               ADD 1 TO WS-LINE-COUNT
120800           END-IF.
120900       5100-EXIT.
121000           EXIT.
121100
121200       5120-PRINT-LIST-ENTRY.
121300           IF WS-LST-TYPE (WS-LST-SUB) NOT = WS-LST-NEW-TYPE
121400               GO TO 5120-EXIT
121500           END-IF.
121600           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
121700               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
121800               WRITE REPORT-LINE FROM RPT-LIST-HEADER
121900                   AFTER ADVANCING 2 LINES
122000               ADD 2 TO WS-LINE-COUNT
122100           END-IF.
122200           MOVE WS-LST-VAR1 (WS-LST-SUB)   TO RLL-VAR1.
122300           MOVE WS-LST-VAR2 (WS-LST-SUB)   TO RLL-VAR2.
122400           MOVE WS-LST-STATUS (WS-LST-SUB) TO RLL-STATUS.
122500           MOVE WS-LST-CHANGE (WS-LST-SUB) TO RLL-CHANGE.
122600           MOVE WS-LST-SOURCE (WS-LST-SUB) TO RLL-SOURCE.
122700           WRITE REPORT-LINE FROM RPT-LIST-LINE
122800               AFTER ADVANCING 1 LINE.
122900           ADD 1 TO WS-LINE-COUNT.
123000       5120-EXIT.
123100           EXIT.
123200
123300      *----------------------------------------------------------------*
123400      * 5200-OWNERSHIP-NOT-CHECKED - SAY WHY NO KEY WAS CHECKED AGAINST*
123500      * THE AUTHORIZATION RANGES.                                      *
123600      *----------------------------------------------------------------*
123700       5200-OWNERSHIP-NOT-CHECKED.
123800           WRITE REPORT-LINE FROM RPT-SECTION-LINE
123900               AFTER ADVANCING 2 LINES.
124000           MOVE 'NOT CHECKED.............' TO RXL-LITERAL.
124100           IF WS-AUTH-NOT-OPENED
124200               MOVE 'AUTHORIZATION FILE COULD NOT BE OPENED'
124300                   TO RXL-TEXT
124400           END-IF.
124500           IF WS-AUTH-EMPTY
124600               MOVE 'NO AUTHORIZATION RANGES ON FILE' TO RXL-TEXT
124700           END-IF.
124800           IF WS-AUTH-TABLE-FULL
124900               MOVE 'MORE RANGES ON FILE THAN THE TABLE HOLDS'
125000                   TO RXL-TEXT
125100           END-IF.
125200           WRITE REPORT-LINE FROM RPT-TEXT-LINE
125300               AFTER ADVANCING 2 LINES.
125400           ADD 4 TO WS-LINE-COUNT.
125500       5200-EXIT.
125600           EXIT.
125700
125800      *----------------------------------------------------------------*
125900      * 9000-TERMINATE - CLOSE FILES, SHOW THE FIGURES, AND END CC 4   *
126000      * WHEN A KEY IS OWNED BY NO SOURCE, OWNERSHIP COULD NOT BE       *
126100      * CHECKED, A BAND WAS MISSED, OR THE FILE IS NEARLY FULL.        *
126200      *----------------------------------------------------------------*
126300       9000-TERMINATE.
126400           CLOSE MASTER-FILE.
126500           CLOSE REPORT-OUT.
126600           DISPLAY 'RECORDS ON FILE....: ' WS-RECS-READ.
126700           DISPLAY 'VAR2 TOTAL.........: ' WS-VAR2-TOTAL.
126800           DISPLAY 'VAR2 ZERO..........: ' WS-ZERO-COUNT.
126900           DISPLAY 'VAR2 AT MAXIMUM....: ' WS-MAX-COUNT.
127000           DISPLAY 'KEYS NOT OWNED.....: ' WS-UNOWNED-COUNT.
127100           DISPLAY 'BANDS..............: ' WS-BND-COUNT.
127200           IF WS-UNOWNED-COUNT > ZERO
127300               OR NOT WS-AUTH-LOADED
127400               OR WS-BND-OVERFLOW > ZERO
127500               OR WS-CAP-WARNING
127600               MOVE 4 TO RETURN-CODE
127700           END-IF.
127800       9000-EXIT.
127900           EXIT.
128000
128100      *----------------------------------------------------------------*
128200      * 9999-EXIT - SINGLE PROGRAM EXIT POINT.                         *
128300      *----------------------------------------------------------------*
128400       9999-EXIT.
128500           STOP RUN.
