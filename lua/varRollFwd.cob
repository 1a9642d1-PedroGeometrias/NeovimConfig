000100       IDENTIFICATION DIVISION.
000200
000300       PROGRAM-ID. VARROLL.
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
001400      * 2026-10-15 JHM   ORIGINAL PROGRAM.  MONTH-END ROLL-FORWARD:    *
001500      *                  PROVES THAT THE PRIOR MONTH-END'S VAR2 TOTAL, *
001600      *                  PLUS ADDS, PLUS CHANGES (AUD-NEW-VAR2 LESS    *
001700      *                  AUD-OLD-VAR2), LESS DELETES, LESS ARCHIVE     *
001800      *                  PURGES, PLUS ARCHIVE RESTORES, EQUALS THIS    *
001900      *                  MONTH-END'S TOTAL, AND THAT THE RECORD COUNTS *
002000      *                  FOOT THE SAME WAY.  THE MOVEMENTS ARE THE     *
002100      *                  AUDIT RECORDS STAMPED AFTER THE PRIOR SNAPSHOT*
002200      *                  AND NO LATER THAN THIS ONE.  A THREE-WAY KEY  *
002300      *                  MATCH OF THE TWO SNAPSHOT GENERATIONS AND THE *
002400      *                  TRAIL (SORTED BY AUD-VAR1 AND AUD-TIMESTAMP,  *
002500      *                  SEE THE VARSNAPJ AND VARROLLJ JOBS) LISTS     *
002600      *                  EVERY KEY WHOSE CLOSING VALUE OR PRESENCE THE *
002700      *                  TRAIL DOES NOT EXPLAIN.  MOVEMENTS ARE BROKEN *
002800      *                  OUT BY ACTION AND BY AUD-SOURCE.  THE PARMIN  *
002900      *                  CARD NAMES THE MONTH-END, SO ANY MONTH STILL  *
003000      *                  ON THE SNAPSHOT CONTROL FILE CAN BE RE-RUN;   *
003100      *                  EACH SNAPSHOT'S COUNT AND TOTAL ARE CHECKED   *
003200      *                  AGAINST ITS CONTROL RECORD SO THE WRONG       *
003300      *                  GENERATION CANNOT PASS FOR THE RIGHT ONE.     *
003400      *                  READ-ONLY.                                    *
003410      * 2026-10-15 JHM   A BLANK MONTH CARD (OR EMPTY PARMIN) NOW      *
003420      *                  MEANS THE MONTH JUST ENDED, SO THE MONTH-END  *
003430      *                  JOB NEEDS NO CARD CHANGE; A NAMED MONTH STILL *
003440      *                  RE-RUNS ANY MONTH ON FILE.                    *
003500      *----------------------------------------------------------------*
003600
003700       ENVIRONMENT DIVISION.
003800       CONFIGURATION SECTION.
003900       SOURCE-COMPUTER. YOUR-MACHINE-TYPE.
004000       OBJECT-COMPUTER. YOUR-MACHINE-TYPE.
004100
004200       INPUT-OUTPUT SECTION.
004300       FILE-CONTROL.
004400           SELECT SNAP-CTL ASSIGN TO SNAPCTL
004500               ORGANIZATION IS SEQUENTIAL
004600               FILE STATUS IS WS-SNAPCTL-STATUS.
004700
004800           SELECT PRIOR-SNAP ASSIGN TO SNAPPRV
004900               ORGANIZATION IS SEQUENTIAL
005000               FILE STATUS IS WS-PRIOR-STATUS.
005100
005200           SELECT CURR-SNAP ASSIGN TO SNAPCUR
005300               ORGANIZATION IS SEQUENTIAL
005400               FILE STATUS IS WS-CURR-STATUS.
005500
005600           SELECT AUDIT-IN ASSIGN TO AUDTIN
005700               ORGANIZATION IS SEQUENTIAL
005800               FILE STATUS IS WS-AUDIT-STATUS.
005900
006000           SELECT PARM-IN ASSIGN TO PARMIN
006100               ORGANIZATION IS SEQUENTIAL
006200               FILE STATUS IS WS-PARM-STATUS.
006300
006400           SELECT REPORT-OUT ASSIGN TO RPTOUT
006500               ORGANIZATION IS SEQUENTIAL
006600               FILE STATUS IS WS-REPORT-STATUS.
006700
006800       DATA DIVISION.
006900       FILE SECTION.
007000
007100      *----------------------------------------------------------------*
007200      * SNAP-CTL - ONE RECORD PER MONTH-END TAKEN (SEE VARSNAP).       *
007300      *----------------------------------------------------------------*
007400       FD  SNAP-CTL
007500           RECORDING MODE IS F.
007600           COPY SNAPREC.
007700
007800      *----------------------------------------------------------------*
007900      * PRIOR-SNAP - THE PRIOR MONTH-END'S FROZEN MASTER, KEY ORDER.   *
008000      *----------------------------------------------------------------*
008100       FD  PRIOR-SNAP
008200           RECORDING MODE IS F.
008300           COPY MSTRREC REPLACING
008400               ==MASTER-RECORD== BY ==PRIOR-RECORD==
008500               LEADING ==MSTR-== BY ==PRV-==.
008600
008700      *----------------------------------------------------------------*
008800      * CURR-SNAP - THE MONTH-END BEING PROVED, KEY ORDER.             *
008900      *----------------------------------------------------------------*
009000       FD  CURR-SNAP
009100           RECORDING MODE IS F.
009200           COPY MSTRREC REPLACING
009300               ==MASTER-RECORD== BY ==CURR-RECORD==
009400               LEADING ==MSTR-== BY ==CUR-==.
009500
009600      *----------------------------------------------------------------*
009700      * AUDIT-IN - THE AUDIT TRAIL SORTED BY VAR1 AND TIMESTAMP.       *
009800      *----------------------------------------------------------------*
009900       FD  AUDIT-IN
010000           RECORDING MODE IS F.
010100           COPY AUDTREC.
010200
010300      *----------------------------------------------------------------*
010350      * PARM-IN - ONE CARD: COLS 1-6 THE MONTH-END TO PROVE, YYYYMM.   *
010400      * BLANK, OR AN EMPTY FILE, MEANS THE MONTH JUST ENDED.           *
010450      *----------------------------------------------------------------*
010600       FD  PARM-IN
010700           RECORDING MODE IS F.
010800       01  PARM-RECORD.
010900           05  PRM-MONTH               PIC X(06).
011000           05  PRM-MONTH-NUM REDEFINES PRM-MONTH
011100                                       PIC 9(06).
011200           05  FILLER                  PIC X(74).
011300
011400      *----------------------------------------------------------------*
011500      * REPORT-OUT - UNEXPLAINED KEYS, THEN THE ROLL-FORWARD.          *
011600      *----------------------------------------------------------------*
011700       FD  REPORT-OUT
011800           RECORDING MODE IS F.
011900       01  REPORT-LINE                 PIC X(80).
012000
012100       WORKING-STORAGE SECTION.
012200
012300       77  WS-SNAPCTL-STATUS           PIC X(02).
012400       77  WS-PRIOR-STATUS             PIC X(02).
012500       77  WS-CURR-STATUS              PIC X(02).
012600       77  WS-AUDIT-STATUS             PIC X(02).
012700       77  WS-PARM-STATUS              PIC X(02).
012800       77  WS-REPORT-STATUS            PIC X(02).
012900       77  WS-CTL-EOF-SW               PIC X(01) VALUE 'N'.
013000           88  WS-CTL-EOF                      VALUE 'Y'.
013100       77  WS-PRV-EOF-SW               PIC X(01) VALUE 'N'.
013200           88  WS-PRV-EOF                      VALUE 'Y'.
013300       77  WS-CUR-EOF-SW               PIC X(01) VALUE 'N'.
013400           88  WS-CUR-EOF                      VALUE 'Y'.
013500       77  WS-AUD-EOF-SW               PIC X(01) VALUE 'N'.
013600           88  WS-AUD-EOF                      VALUE 'Y'.
013700       77  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
013800       77  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
013900       77  WS-MAX-LINES-PER-PAGE       PIC 9(02) VALUE 50.
013910       77  WS-CURRENT-DATE             PIC 9(08) VALUE ZERO.
014000
014100      *----------------------------------------------------------------*
014200      * THE TWO MONTH-ENDS, AS RECORDED ON THE CONTROL FILE.           *
014300      *----------------------------------------------------------------*
014400       77  WS-ROLL-MONTH               PIC 9(06) VALUE ZERO.
014500       77  WS-CUR-FOUND-SW             PIC X(01) VALUE 'N'.
014600           88  WS-CUR-FOUND                    VALUE 'Y'.
014700       77  WS-PRV-FOUND-SW             PIC X(01) VALUE 'N'.
014800           88  WS-PRV-FOUND                    VALUE 'Y'.
014900       77  WS-CUR-MONTH                PIC 9(06) VALUE ZERO.
015000       77  WS-CUR-TIMESTAMP            PIC X(16) VALUE SPACES.
015100       77  WS-CUR-CTL-RECS             PIC 9(07) VALUE ZERO.
015200       77  WS-CUR-CTL-TOTAL            PIC 9(12) VALUE ZERO.
015300       77  WS-PRV-MONTH                PIC 9(06) VALUE ZERO.
015400       77  WS-PRV-TIMESTAMP            PIC X(16) VALUE SPACES.
015500       77  WS-PRV-CTL-RECS             PIC 9(07) VALUE ZERO.
015600       77  WS-PRV-CTL-TOTAL            PIC 9(12) VALUE ZERO.
015700
015800      *----------------------------------------------------------------*
015900      * THE KEY IN HAND: WHAT IT OPENED AT, WHAT THE TRAIL SAYS        *
016000      * HAPPENED TO IT, AND WHAT IT CLOSED AT.                         *
016100      *----------------------------------------------------------------*
016200       77  WS-PRV-KEY                  PIC X(10) VALUE LOW-VALUES.
016300       77  WS-CUR-KEY                  PIC X(10) VALUE LOW-VALUES.
016400       77  WS-AUD-KEY                  PIC X(10) VALUE LOW-VALUES.
016500       77  WS-LOW-KEY                  PIC X(10) VALUE LOW-VALUES.
016600       77  WS-OPEN-SW                  PIC X(01) VALUE 'N'.
016700           88  WS-KEY-OPENED                   VALUE 'Y'.
016800       77  WS-CLOSE-SW                 PIC X(01) VALUE 'N'.
016900           88  WS-KEY-CLOSED                   VALUE 'Y'.
017000       77  WS-EXPECT-SW                PIC X(01) VALUE 'N'.
017100           88  WS-KEY-EXPECTED-ON-FILE         VALUE 'Y'.
017200       77  WS-KEY-OPEN                 PIC 9(05) VALUE ZERO.
017300       77  WS-KEY-CLOSE                PIC 9(05) VALUE ZERO.
017400       77  WS-KEY-NET                  PIC S9(09) COMP VALUE ZERO.
017500       77  WS-KEY-EXPECTED             PIC S9(09) COMP VALUE ZERO.
017600       77  WS-KEY-DIFF                 PIC S9(09) COMP VALUE ZERO.
017700       77  WS-MOVE-CATEGORY            PIC X(07) VALUE SPACES.
017800       77  WS-MOVE-AMOUNT              PIC S9(07) COMP VALUE ZERO.
017900
018000      *----------------------------------------------------------------*
018100      * ROLL-FORWARD FIGURES.  DELETE AND ARCHIVE AMOUNTS ARE HELD     *
018200      * NEGATIVE SO EVERY MOVEMENT IS ADDED TO THE OPENING TOTAL.      *
018300      *----------------------------------------------------------------*
018400       77  WS-OPEN-RECS                PIC 9(07) COMP VALUE ZERO.
018500       77  WS-OPEN-TOTAL               PIC 9(12) COMP VALUE ZERO.
018600       77  WS-CLOSE-RECS               PIC 9(07) COMP VALUE ZERO.
018700       77  WS-CLOSE-TOTAL              PIC 9(12) COMP VALUE ZERO.
018800       77  WS-ADD-COUNT                PIC 9(07) COMP VALUE ZERO.
018900       77  WS-ADD-AMOUNT               PIC S9(12) COMP VALUE ZERO.
019000       77  WS-CHG-COUNT                PIC 9(07) COMP VALUE ZERO.
019100       77  WS-CHG-AMOUNT               PIC S9(12) COMP VALUE ZERO.
019200       77  WS-DEL-COUNT                PIC 9(07) COMP VALUE ZERO.
019300       77  WS-DEL-AMOUNT               PIC S9(12) COMP VALUE ZERO.
019400       77  WS-ARC-COUNT                PIC 9(07) COMP VALUE ZERO.
019500       77  WS-ARC-AMOUNT               PIC S9(12) COMP VALUE ZERO.
019600       77  WS-RST-COUNT                PIC 9(07) COMP VALUE ZERO.
019700       77  WS-RST-AMOUNT               PIC S9(12) COMP VALUE ZERO.
019800       77  WS-COMPUTED-RECS            PIC S9(09) COMP VALUE ZERO.
019900       77  WS-COMPUTED-TOTAL           PIC S9(13) COMP VALUE ZERO.
020000       77  WS-DIFF-RECS                PIC S9(09) COMP VALUE ZERO.
020100       77  WS-DIFF-TOTAL               PIC S9(13) COMP VALUE ZERO.
020200       77  WS-AUD-READ                 PIC 9(07) COMP VALUE ZERO.
020300       77  WS-AUD-IN-PERIOD            PIC 9(07) COMP VALUE ZERO.
020400       77  WS-AUD-OUTSIDE              PIC 9(07) COMP VALUE ZERO.
020500       77  WS-AUD-STATUS-ONLY          PIC 9(07) COMP VALUE ZERO.
020600       77  WS-AUD-UNKNOWN              PIC 9(07) COMP VALUE ZERO.
020700       77  WS-KEYS-EXAMINED            PIC 9(07) COMP VALUE ZERO.
020800       77  WS-KEYS-UNEXPLAINED         PIC 9(07) COMP VALUE ZERO.
020900       77  WS-SNAP-MISMATCH-SW         PIC X(01) VALUE 'N'.
021000           88  WS-SNAP-MISMATCH                VALUE 'Y'.
021100
021200      *----------------------------------------------------------------*
021300      * MOVEMENTS BY AUD-SOURCE AND ACTION.                            *
021400      *----------------------------------------------------------------*
021500       01  WS-SA-TABLE.
021600           05  WS-SA-ENTRY OCCURS 50 TIMES.
021700               10  WS-SA-SOURCE        PIC X(08).
021800               10  WS-SA-ACTION        PIC X(07).
021900               10  WS-SA-COUNT         PIC 9(07) COMP.
022000               10  WS-SA-AMOUNT        PIC S9(12) COMP.
022100       77  WS-SA-USED                  PIC 9(02) COMP VALUE ZERO.
022200       77  WS-SA-SUB                   PIC 9(02) COMP VALUE ZERO.
022300       77  WS-SA-MAX                   PIC 9(02) VALUE 50.
022400       77  WS-SA-FOUND-SW              PIC X(01) VALUE 'N'.
022500           88  WS-SA-FOUND                     VALUE 'Y'.
022510
022520       01  WS-MONTH-WORK               PIC X(06).
022530       01  WS-MONTH-PARTS REDEFINES WS-MONTH-WORK.
022540           05  WS-MW-YEAR              PIC 9(04).
022550           05  WS-MW-MONTH             PIC 9(02).
022600
022700      *----------------------------------------------------------------*
022800      * PRINT REPORT LINES                                             *
022900      *----------------------------------------------------------------*
023000       01  RPT-HEADING-LINE-1.
023100           05  FILLER                  PIC X(01) VALUE ' '.
023200           05  FILLER                  PIC X(30) VALUE
023300               'VAR MONTH-END ROLL-FORWARD    '.
023400           05  FILLER                  PIC X(06) VALUE 'MONTH '.
023500           05  RHL1-MONTH              PIC 9(06).
023600           05  FILLER                  PIC X(05) VALUE SPACES.
023700           05  FILLER                  PIC X(05) VALUE 'PAGE '.
023800           05  RHL1-PAGE-NO            PIC ZZ9.
023900           05  FILLER                  PIC X(24) VALUE SPACES.
024000
024100       01  RPT-HEADING-LINE-2.
024200           05  FILLER                  PIC X(09) VALUE ' OPENING '.
024300           05  RHL2-PRV-MONTH          PIC 9(06).
024400           05  FILLER                  PIC X(04) VALUE ' AT '.
024500           05  RHL2-PRV-TIMESTAMP      PIC X(16).
024600           05  FILLER                  PIC X(10) VALUE '  CLOSING '.
024700           05  RHL2-CUR-MONTH          PIC 9(06).
024800           05  FILLER                  PIC X(04) VALUE ' AT '.
024900           05  RHL2-CUR-TIMESTAMP      PIC X(16).
025000           05  FILLER                  PIC X(09) VALUE SPACES.
025100
025200       01  RPT-SECTION-LINE.
025300           05  FILLER                  PIC X(01) VALUE ' '.
025400           05  RSE-TITLE               PIC X(79).
025500
025600       01  RPT-DIFF-HEAD.
025700           05  FILLER                  PIC X(01) VALUE ' '.
025800           05  FILLER                  PIC X(12) VALUE 'VAR1'.
025900           05  FILLER                  PIC X(07) VALUE 'OPEN'.
026000           05  FILLER                  PIC X(10) VALUE 'MOVEMENT'.
026100           05  FILLER                  PIC X(10) VALUE 'EXPECTED'.
026200           05  FILLER                  PIC X(07) VALUE 'CLOSE'.
026300           05  FILLER                  PIC X(10) VALUE 'DIFFERENCE'.
026400           05  FILLER                  PIC X(20) VALUE 'REASON'.
026500           05  FILLER                  PIC X(03) VALUE SPACES.
026600
026700       01  RPT-DIFF-LINE.
026800           05  FILLER                  PIC X(01) VALUE ' '.
026900           05  RDL-VAR1                PIC X(10).
027000           05  FILLER                  PIC X(02) VALUE SPACES.
027100           05  RDL-OPEN                PIC ZZZZ9.
027200           05  FILLER                  PIC X(02) VALUE SPACES.
027300           05  RDL-MOVEMENT            PIC -ZZZZZZ9.
027400           05  FILLER                  PIC X(02) VALUE SPACES.
027500           05  RDL-EXPECTED            PIC -ZZZZZZ9.
027600           05  FILLER                  PIC X(02) VALUE SPACES.
027700           05  RDL-CLOSE               PIC ZZZZ9.
027800           05  FILLER                  PIC X(02) VALUE SPACES.
027900           05  RDL-DIFF                PIC -ZZZZZZ9.
028000           05  FILLER                  PIC X(02) VALUE SPACES.
028100           05  RDL-TEXT                PIC X(20).
028200           05  FILLER                  PIC X(03) VALUE SPACES.
028300
028400       01  RPT-ROLL-HEAD.
028500           05  FILLER                  PIC X(01) VALUE ' '.
028600           05  RRH-TITLE               PIC X(32).
028700           05  FILLER                  PIC X(07) VALUE 'RECORDS'.
028800           05  FILLER                  PIC X(05) VALUE SPACES.
028900           05  FILLER                  PIC X(11) VALUE 'VAR2 AMOUNT'.
029000           05  FILLER                  PIC X(24) VALUE SPACES.
029100
029200       01  RPT-ROLL-LINE.
029300           05  FILLER                  PIC X(01) VALUE ' '.
029400           05  RRL-LITERAL             PIC X(31).
029500           05  RRL-COUNT               PIC -ZZZZZZ9.
029600           05  FILLER                  PIC X(03) VALUE SPACES.
029700           05  RRL-AMOUNT              PIC -ZZZZZZZZZZZ9.
029800           05  FILLER                  PIC X(24) VALUE SPACES.
029900
030000       01  RPT-SA-LINE.
030100           05  FILLER                  PIC X(01) VALUE ' '.
030200           05  RSA-SOURCE              PIC X(08).
030300           05  FILLER                  PIC X(03) VALUE SPACES.
030400           05  RSA-ACTION              PIC X(07).
030500           05  FILLER                  PIC X(13) VALUE SPACES.
030600           05  RSA-COUNT               PIC -ZZZZZZ9.
030700           05  FILLER                  PIC X(03) VALUE SPACES.
030800           05  RSA-AMOUNT              PIC -ZZZZZZZZZZZ9.
030900           05  FILLER                  PIC X(24) VALUE SPACES.
031000
031100       01  RPT-TOTAL-LINE.
031200           05  FILLER                  PIC X(01) VALUE ' '.
031300           05  RTL-LITERAL             PIC X(24).
031400           05  RTL-COUNT               PIC ZZZZZZ9.
031500           05  FILLER                  PIC X(48) VALUE SPACES.
031600
031700       01  RPT-STATUS-LINE.
031800           05  FILLER                  PIC X(01) VALUE ' '.
031900           05  FILLER                  PIC X(24) VALUE
032000               'ROLL-FORWARD STATUS.....'.
032100           05  RSL-STATUS              PIC X(08).
032200           05  FILLER                  PIC X(47) VALUE SPACES.
032300
032400       PROCEDURE DIVISION.
032500
032600      *----------------------------------------------------------------*
032700      * 0000-MAINLINE                                                  *
032800      *----------------------------------------------------------------*
032900       0000-MAINLINE.
033000           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033100           PERFORM 2000-ROLL-ONE-KEY THRU 2000-EXIT
033200               UNTIL WS-PRV-EOF AND WS-CUR-EOF AND WS-AUD-EOF.
033300           PERFORM 4000-WRITE-ROLL-FORWARD THRU 4000-EXIT.
033400           PERFORM 9000-TERMINATE THRU 9000-EXIT.
033500           GO TO 9999-EXIT.
033600
033700      *----------------------------------------------------------------*
033780      * 1000-INITIALIZE - READ THE MONTH CARD (BLANK, OR AN EMPTY      *
033860      * FILE, MEANS THE MONTH JUST ENDED), FIND THAT MONTH-END AND THE *
033940      * ONE BEFORE IT ON THE CONTROL FILE, OPEN THE SNAPSHOTS AND THE  *
034020      * TRAIL, AND PRIME ALL THREE READ-AHEADS.                        *
034100      *----------------------------------------------------------------*
034200       1000-INITIALIZE.
034300           OPEN INPUT PARM-IN.
034400           IF WS-PARM-STATUS NOT = '00'
034500               DISPLAY 'VARROLL: UNABLE TO OPEN PARM-IN, STATUS '
034600                   WS-PARM-STATUS
034700               MOVE 16 TO RETURN-CODE
034800               GO TO 9999-EXIT
034900           END-IF.
035000           READ PARM-IN
035100               AT END
035200                   MOVE SPACES TO PARM-RECORD
035500           END-READ.
035600           CLOSE PARM-IN.
035610           IF PRM-MONTH = SPACES
035620               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
035630               MOVE WS-CURRENT-DATE (1:6) TO WS-MONTH-WORK
035640               PERFORM 1300-BACK-ONE-MONTH THRU 1300-EXIT
035650           ELSE
035660               MOVE PRM-MONTH TO WS-MONTH-WORK
035670           END-IF.
035700           IF WS-MONTH-WORK NOT NUMERIC
035750               OR WS-MW-MONTH < 1 OR WS-MW-MONTH > 12
035800               DISPLAY 'VARROLL: MONTH-END NOT A VALID YYYYMM: '
035850                   WS-MONTH-WORK
035900               MOVE 16 TO RETURN-CODE
036000               GO TO 9999-EXIT
036100           END-IF.
036200           MOVE WS-MONTH-WORK TO WS-ROLL-MONTH.
036300           PERFORM 1200-FIND-MONTH-ENDS THRU 1200-EXIT.
036400           OPEN INPUT PRIOR-SNAP.
036500           IF WS-PRIOR-STATUS NOT = '00'
036600               DISPLAY 'VARROLL: UNABLE TO OPEN PRIOR-SNAP, STATUS '
036700                   WS-PRIOR-STATUS
036800               MOVE 16 TO RETURN-CODE
036900               GO TO 9999-EXIT
037000           END-IF.
037100           OPEN INPUT CURR-SNAP.
037200           IF WS-CURR-STATUS NOT = '00'
037300               DISPLAY 'VARROLL: UNABLE TO OPEN CURR-SNAP, STATUS '
037400                   WS-CURR-STATUS
037500               MOVE 16 TO RETURN-CODE
037600               GO TO 9999-EXIT
037700           END-IF.
037800           OPEN INPUT AUDIT-IN.
037900           IF WS-AUDIT-STATUS NOT = '00'
038000               DISPLAY 'VARROLL: UNABLE TO OPEN AUDIT-IN, STATUS '
038100                   WS-AUDIT-STATUS
038200               MOVE 16 TO RETURN-CODE
038300               GO TO 9999-EXIT
038400           END-IF.
038500           OPEN OUTPUT REPORT-OUT.
038600           IF WS-REPORT-STATUS NOT = '00'
038700               DISPLAY 'VARROLL: UNABLE TO OPEN REPORT-OUT, STATUS '
038800                   WS-REPORT-STATUS
038900               MOVE 16 TO RETURN-CODE
039000               GO TO 9999-EXIT
039100           END-IF.
039200           PERFORM 2100-READ-PRIOR THRU 2100-EXIT.
039300           PERFORM 2150-READ-CURRENT THRU 2150-EXIT.
039400           PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
039500           PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT.
039600           MOVE 'KEYS THE AUDIT TRAIL DOES NOT EXPLAIN' TO RSE-TITLE.
039700           WRITE REPORT-LINE FROM RPT-SECTION-LINE
039800               AFTER ADVANCING 2 LINES.
039900           WRITE REPORT-LINE FROM RPT-DIFF-HEAD
040000               AFTER ADVANCING 2 LINES.
040100           ADD 4 TO WS-LINE-COUNT.
040200       1000-EXIT.
040300           EXIT.
040400
040500      *----------------------------------------------------------------*
040600      * 1200-FIND-MONTH-ENDS - THE CONTROL RECORD FOR THE MONTH ON THE *
040700      * CARD, AND THE LATEST ONE BEFORE IT.  WITHOUT BOTH THERE IS     *
040800      * NOTHING TO ROLL FORWARD.                                       *
040900      *----------------------------------------------------------------*
041000       1200-FIND-MONTH-ENDS.
041100           OPEN INPUT SNAP-CTL.
041200           IF WS-SNAPCTL-STATUS NOT = '00'
041300               DISPLAY 'VARROLL: UNABLE TO OPEN SNAP-CTL, STATUS '
041400                   WS-SNAPCTL-STATUS
041500               MOVE 16 TO RETURN-CODE
041600               GO TO 9999-EXIT
041700           END-IF.
041800           PERFORM 1220-READ-CONTROL THRU 1220-EXIT
041900               UNTIL WS-CTL-EOF.
042000           CLOSE SNAP-CTL.
042100           IF NOT WS-CUR-FOUND
042200               DISPLAY 'VARROLL: NO SNAPSHOT ON FILE FOR MONTH-END '
042300                   WS-ROLL-MONTH
042400               MOVE 16 TO RETURN-CODE
042500               GO TO 9999-EXIT
042600           END-IF.
042700           IF NOT WS-PRV-FOUND
042800               DISPLAY 'VARROLL: NO MONTH-END ON FILE BEFORE '
042900                   WS-ROLL-MONTH ', NOTHING TO ROLL FORWARD'
043000               MOVE 16 TO RETURN-CODE
043100               GO TO 9999-EXIT
043200           END-IF.
043300       1200-EXIT.
043400           EXIT.
043500
043600       1220-READ-CONTROL.
043700           READ SNAP-CTL
043800               AT END
043900                   MOVE 'Y' TO WS-CTL-EOF-SW
044000                   GO TO 1220-EXIT
044100           END-READ.
044200           IF SNC-MONTH = WS-ROLL-MONTH
044300               MOVE 'Y'            TO WS-CUR-FOUND-SW
044400               MOVE SNC-MONTH      TO WS-CUR-MONTH
044500               MOVE SNC-TIMESTAMP  TO WS-CUR-TIMESTAMP
044600               MOVE SNC-RECORDS    TO WS-CUR-CTL-RECS
044700               MOVE SNC-VAR2-TOTAL TO WS-CUR-CTL-TOTAL
044800               GO TO 1220-EXIT
044900           END-IF.
045000           IF SNC-MONTH < WS-ROLL-MONTH
045100               AND (NOT WS-PRV-FOUND OR SNC-MONTH > WS-PRV-MONTH)
045200               MOVE 'Y'            TO WS-PRV-FOUND-SW
045300               MOVE SNC-MONTH      TO WS-PRV-MONTH
045400               MOVE SNC-TIMESTAMP  TO WS-PRV-TIMESTAMP
045500               MOVE SNC-RECORDS    TO WS-PRV-CTL-RECS
045600               MOVE SNC-VAR2-TOTAL TO WS-PRV-CTL-TOTAL
045700           END-IF.
045800       1220-EXIT.
045900           EXIT.
045905
045911      *----------------------------------------------------------------*
045917      * 1300-BACK-ONE-MONTH - STEP WS-MONTH-WORK BACK ONE CALENDAR     *
045923      * MONTH.                                                         *
045929      *----------------------------------------------------------------*
045935       1300-BACK-ONE-MONTH.
045941           IF WS-MW-MONTH = 1
045947               SUBTRACT 1 FROM WS-MW-YEAR
045953               MOVE 12 TO WS-MW-MONTH
045959           ELSE
045965               SUBTRACT 1 FROM WS-MW-MONTH
045971           END-IF.
045977       1300-EXIT.
045983           EXIT.
046000
046100      *----------------------------------------------------------------*
046200      * 2000-ROLL-ONE-KEY - THE LOWEST KEY UNDER THE THREE READ-AHEADS:*
046300      * TAKE ITS OPENING AND CLOSING RECORDS, APPLY ITS MOVEMENTS FOR  *
046400      * THE MONTH, AND CHECK THE RESULT AGAINST WHAT IT CLOSED AT.     *
046500      *----------------------------------------------------------------*
046600       2000-ROLL-ONE-KEY.
046700           MOVE WS-PRV-KEY TO WS-LOW-KEY.
046800           IF WS-CUR-KEY < WS-LOW-KEY
046900               MOVE WS-CUR-KEY TO WS-LOW-KEY
047000           END-IF.
047100           IF WS-AUD-KEY < WS-LOW-KEY
047200               MOVE WS-AUD-KEY TO WS-LOW-KEY
047300           END-IF.
047400           ADD 1 TO WS-KEYS-EXAMINED.
047500           MOVE 'N'  TO WS-OPEN-SW.
047600           MOVE 'N'  TO WS-CLOSE-SW.
047700           MOVE ZERO TO WS-KEY-OPEN.
047800           MOVE ZERO TO WS-KEY-CLOSE.
047900           MOVE ZERO TO WS-KEY-NET.
048000           IF WS-PRV-KEY = WS-LOW-KEY
048100               MOVE 'Y'      TO WS-OPEN-SW
048200               MOVE PRV-VAR2 TO WS-KEY-OPEN
048300               ADD 1         TO WS-OPEN-RECS
048400               ADD PRV-VAR2  TO WS-OPEN-TOTAL
048500               PERFORM 2100-READ-PRIOR THRU 2100-EXIT
048600           END-IF.
048700           IF WS-CUR-KEY = WS-LOW-KEY
048800               MOVE 'Y'      TO WS-CLOSE-SW
048900               MOVE CUR-VAR2 TO WS-KEY-CLOSE
049000               ADD 1         TO WS-CLOSE-RECS
049100               ADD CUR-VAR2  TO WS-CLOSE-TOTAL
049200               PERFORM 2150-READ-CURRENT THRU 2150-EXIT
049300           END-IF.
049400           MOVE WS-OPEN-SW TO WS-EXPECT-SW.
049500           PERFORM 2400-TAKE-AUDIT-RECORD THRU 2400-EXIT
049600               UNTIL WS-AUD-KEY NOT = WS-LOW-KEY.
049700           PERFORM 2600-CHECK-KEY THRU 2600-EXIT.
049800       2000-EXIT.
049900           EXIT.
050000
050100      *----------------------------------------------------------------*
050200      * 2100/2150/2200 - READ-AHEADS.  AT END THE KEY GOES TO HIGH-    *
050300      * VALUES SO THE FILE DROPS OUT OF THE MATCH.                     *
050400      *----------------------------------------------------------------*
050500       2100-READ-PRIOR.
050600           READ PRIOR-SNAP
050700               AT END
050800                   MOVE 'Y'         TO WS-PRV-EOF-SW
050900                   MOVE HIGH-VALUES TO WS-PRV-KEY
051000                   GO TO 2100-EXIT
051100           END-READ.
051200           MOVE PRV-VAR1 TO WS-PRV-KEY.
051300       2100-EXIT.
051400           EXIT.
051500
051600       2150-READ-CURRENT.
051700           READ CURR-SNAP
051800               AT END
051900                   MOVE 'Y'         TO WS-CUR-EOF-SW
052000                   MOVE HIGH-VALUES TO WS-CUR-KEY
052100                   GO TO 2150-EXIT
052200           END-READ.
052300           MOVE CUR-VAR1 TO WS-CUR-KEY.
052400       2150-EXIT.
052500           EXIT.
052600
052700       2200-READ-AUDIT.
052800           READ AUDIT-IN
052900               AT END
053000                   MOVE 'Y'         TO WS-AUD-EOF-SW
053100                   MOVE HIGH-VALUES TO WS-AUD-KEY
053200                   GO TO 2200-EXIT
053300           END-READ.
053400           ADD 1 TO WS-AUD-READ.
053500           MOVE AUD-VAR1 TO WS-AUD-KEY.
053600       2200-EXIT.
053700           EXIT.
053800
053900      *----------------------------------------------------------------*
054000      * 2400-TAKE-AUDIT-RECORD - ONE AUDIT RECORD FOR THE KEY IN HAND. *
054100      *----------------------------------------------------------------*
054200       2400-TAKE-AUDIT-RECORD.
054300           PERFORM 2420-APPLY-MOVEMENT THRU 2420-EXIT.
054400           PERFORM 2200-READ-AUDIT THRU 2200-EXIT.
054500       2400-EXIT.
054600           EXIT.
054700
054800      *----------------------------------------------------------------*
054900      * 2420-APPLY-MOVEMENT - ONLY RECORDS STAMPED AFTER THE PRIOR     *
055000      * SNAPSHOT AND NO LATER THAN THIS ONE BELONG TO THE MONTH.       *
055100      * PENDING-FILE INTERVENTIONS (PNDCANCL, PNDREDTE) NEVER TOUCHED  *
055200      * THE MASTER AND HOLD RECORDS (HOLDPLCE, HOLDRLSE, HOLDLAPS) MOVE*
055300      * ONLY THE HELD STATUS, SO BOTH ARE PASSED OVER AS THE           *
055400      * INTEGRITY SCAN DOES.                                           *
055500      *----------------------------------------------------------------*
055600       2420-APPLY-MOVEMENT.
055700           IF AUD-TIMESTAMP NOT > WS-PRV-TIMESTAMP
055800               OR AUD-TIMESTAMP > WS-CUR-TIMESTAMP
055900               ADD 1 TO WS-AUD-OUTSIDE
056000               GO TO 2420-EXIT
056100           END-IF.
056200           IF AUD-SOURCE = 'PNDCANCL' OR AUD-SOURCE = 'PNDREDTE'
056300               OR AUD-SOURCE = 'HOLDPLCE' OR AUD-SOURCE = 'HOLDRLSE'
056400               OR AUD-SOURCE = 'HOLDLAPS'
056500               ADD 1 TO WS-AUD-STATUS-ONLY
056600               GO TO 2420-EXIT
056700           END-IF.
056800           PERFORM 2440-CLASSIFY-MOVEMENT THRU 2440-EXIT.
056900           IF WS-MOVE-CATEGORY = SPACES
057000               ADD 1 TO WS-AUD-UNKNOWN
057100               GO TO 2420-EXIT
057200           END-IF.
057300           ADD 1 TO WS-AUD-IN-PERIOD.
057400           ADD WS-MOVE-AMOUNT TO WS-KEY-NET.
057500           PERFORM 2460-POST-SOURCE-ACTION THRU 2460-EXIT.
057600       2420-EXIT.
057700           EXIT.
057800
057900      *----------------------------------------------------------------*
058000      * 2440-CLASSIFY-MOVEMENT - WHAT THE RECORD DID TO THE VAR2 TOTAL *
058100      * AND TO THE KEY'S PLACE ON FILE.  A DELETE CUT BY THE ARCHIVE   *
058200      * PURGE (SOURCE ARCHIVE) IS AN ARCHIVE, ANY OTHER IS A DELETE.   *
058300      * AN UNRECOGNISED ACTION LEAVES THE CATEGORY BLANK.              *
058400      *----------------------------------------------------------------*
058500       2440-CLASSIFY-MOVEMENT.
058600           MOVE SPACES TO WS-MOVE-CATEGORY.
058700           MOVE ZERO   TO WS-MOVE-AMOUNT.
058800           IF AUD-ACTION-ADD
058900               MOVE 'ADD'        TO WS-MOVE-CATEGORY
059000               MOVE AUD-NEW-VAR2 TO WS-MOVE-AMOUNT
059100               MOVE 'Y'          TO WS-EXPECT-SW
059200               ADD 1              TO WS-ADD-COUNT
059300               ADD WS-MOVE-AMOUNT TO WS-ADD-AMOUNT
059400               GO TO 2440-EXIT
059500           END-IF.
059600           IF AUD-ACTION-CHANGE
059700               MOVE 'CHANGE'     TO WS-MOVE-CATEGORY
059800               COMPUTE WS-MOVE-AMOUNT = AUD-NEW-VAR2 - AUD-OLD-VAR2
059900               ADD 1              TO WS-CHG-COUNT
060000               ADD WS-MOVE-AMOUNT TO WS-CHG-AMOUNT
060100               GO TO 2440-EXIT
060200           END-IF.
060300           IF AUD-ACTION-DELETE AND AUD-SOURCE = 'ARCHIVE'
060400               MOVE 'ARCHIVE'    TO WS-MOVE-CATEGORY
060500               COMPUTE WS-MOVE-AMOUNT = ZERO - AUD-OLD-VAR2
060600               MOVE 'N'          TO WS-EXPECT-SW
060700               ADD 1              TO WS-ARC-COUNT
060800               ADD WS-MOVE-AMOUNT TO WS-ARC-AMOUNT
060900               GO TO 2440-EXIT
061000           END-IF.
061100           IF AUD-ACTION-DELETE
061200               MOVE 'DELETE'     TO WS-MOVE-CATEGORY
061300               COMPUTE WS-MOVE-AMOUNT = ZERO - AUD-OLD-VAR2
061400               MOVE 'N'          TO WS-EXPECT-SW
061500               ADD 1              TO WS-DEL-COUNT
061600               ADD WS-MOVE-AMOUNT TO WS-DEL-AMOUNT
061700               GO TO 2440-EXIT
061800           END-IF.
061900           IF AUD-ACTION-RESTORE
062000               MOVE 'RESTORE'    TO WS-MOVE-CATEGORY
062100               MOVE AUD-NEW-VAR2 TO WS-MOVE-AMOUNT
062200               MOVE 'Y'          TO WS-EXPECT-SW
062300               ADD 1              TO WS-RST-COUNT
062400               ADD WS-MOVE-AMOUNT TO WS-RST-AMOUNT
062500           END-IF.
062600       2440-EXIT.
062700           EXIT.
062800
062900      *----------------------------------------------------------------*
063000      * 2460-POST-SOURCE-ACTION - ADD THE MOVEMENT TO ITS SOURCE AND   *
063100      * ACTION LINE.  A FULL TABLE STOPS THE RUN RATHER THAN PRINT A   *
063200      * BREAKDOWN THAT DOES NOT FOOT.                                  *
063300      *----------------------------------------------------------------*
063400       2460-POST-SOURCE-ACTION.
063500           MOVE 'N' TO WS-SA-FOUND-SW.
063600           PERFORM 2470-SCAN-SOURCE-ACTION THRU 2470-EXIT
063700               VARYING WS-SA-SUB FROM 1 BY 1
063800               UNTIL WS-SA-FOUND OR WS-SA-SUB > WS-SA-USED.
063900           IF NOT WS-SA-FOUND
064000               IF WS-SA-USED NOT < WS-SA-MAX
064100                   DISPLAY 'VARROLL: SOURCE/ACTION TABLE FULL AT '
064200                       AUD-SOURCE ' ' WS-MOVE-CATEGORY
064300                   MOVE 16 TO RETURN-CODE
064400                   GO TO 9999-EXIT
064500               END-IF
064600               ADD 1 TO WS-SA-USED
064700               MOVE WS-SA-USED       TO WS-SA-SUB
064800               MOVE AUD-SOURCE       TO WS-SA-SOURCE (WS-SA-SUB)
064900               MOVE WS-MOVE-CATEGORY TO WS-SA-ACTION (WS-SA-SUB)
065000               MOVE ZERO             TO WS-SA-COUNT (WS-SA-SUB)
065100               MOVE ZERO             TO WS-SA-AMOUNT (WS-SA-SUB)
065200           END-IF.
065300           ADD 1              TO WS-SA-COUNT (WS-SA-SUB).
065400           ADD WS-MOVE-AMOUNT TO WS-SA-AMOUNT (WS-SA-SUB).
065500       2460-EXIT.
065600           EXIT.
065700
065800       2470-SCAN-SOURCE-ACTION.
065900           IF WS-SA-SOURCE (WS-SA-SUB) = AUD-SOURCE
066000               AND WS-SA-ACTION (WS-SA-SUB) = WS-MOVE-CATEGORY
066100               MOVE 'Y' TO WS-SA-FOUND-SW
066200           END-IF.
066300       2470-EXIT.
066400           EXIT.
066500
066600      *----------------------------------------------------------------*
066700      * 2600-CHECK-KEY - OPENING PLUS THE MONTH'S MOVEMENTS MUST GIVE  *
066800      * THE CLOSING VALUE, AND THE KEY MUST BE ON FILE AT CLOSE IF AND *
066900      * ONLY IF ITS LAST MOVEMENT LEFT IT THERE.                       *
067000      *----------------------------------------------------------------*
067100       2600-CHECK-KEY.
067200           COMPUTE WS-KEY-EXPECTED = WS-KEY-OPEN + WS-KEY-NET.
067300           IF WS-CLOSE-SW = WS-EXPECT-SW
067400               AND WS-KEY-CLOSE = WS-KEY-EXPECTED
067500               GO TO 2600-EXIT
067600           END-IF.
067700           COMPUTE WS-KEY-DIFF = WS-KEY-CLOSE - WS-KEY-EXPECTED.
067800           MOVE WS-LOW-KEY      TO RDL-VAR1.
067900           MOVE WS-KEY-OPEN     TO RDL-OPEN.
068000           MOVE WS-KEY-NET      TO RDL-MOVEMENT.
068100           MOVE WS-KEY-EXPECTED TO RDL-EXPECTED.
068200           MOVE WS-KEY-CLOSE    TO RDL-CLOSE.
068300           MOVE WS-KEY-DIFF     TO RDL-DIFF.
068400           IF WS-KEY-CLOSED AND NOT WS-KEY-EXPECTED-ON-FILE
068500               MOVE 'ON FILE, UNEXPECTED'   TO RDL-TEXT
068600           ELSE
068700               IF WS-KEY-EXPECTED-ON-FILE AND NOT WS-KEY-CLOSED
068800                   MOVE 'MISSING FROM FILE'     TO RDL-TEXT
068900               ELSE
069000                   MOVE 'VALUE DIFFERS'         TO RDL-TEXT
069100               END-IF
069200           END-IF.
069300           ADD 1 TO WS-KEYS-UNEXPLAINED.
069400           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
069500               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
069600               WRITE REPORT-LINE FROM RPT-DIFF-HEAD
069700                   AFTER ADVANCING 2 LINES
069800               ADD 2 TO WS-LINE-COUNT
069900           END-IF.
070000           WRITE REPORT-LINE FROM RPT-DIFF-LINE
070100               AFTER ADVANCING 1 LINE.
070200           ADD 1 TO WS-LINE-COUNT.
070300       2600-EXIT.
070400           EXIT.
070500
070600      *----------------------------------------------------------------*
070700      * 4000-WRITE-ROLL-FORWARD - THE ROLL-FORWARD ITSELF, THE SAME    *
070800      * MOVEMENTS BY ACTION AND BY SOURCE, THE COUNTS, AND THE CHECK   *
070900      * OF EACH SNAPSHOT AGAINST ITS CONTROL RECORD.  CHANGES MOVE     *
071000      * VALUE ONLY, SO THEY CARRY NO RECORDS IN THE ROLL-FORWARD.      *
071100      *----------------------------------------------------------------*
071200       4000-WRITE-ROLL-FORWARD.
071300           IF WS-KEYS-UNEXPLAINED = ZERO
071400               MOVE '(NONE)' TO RSE-TITLE
071500               WRITE REPORT-LINE FROM RPT-SECTION-LINE
071600                   AFTER ADVANCING 1 LINE
071700           END-IF.
071800           COMPUTE WS-COMPUTED-RECS = WS-OPEN-RECS + WS-ADD-COUNT
071900               - WS-DEL-COUNT - WS-ARC-COUNT + WS-RST-COUNT.
072000           COMPUTE WS-COMPUTED-TOTAL = WS-OPEN-TOTAL + WS-ADD-AMOUNT
072100               + WS-CHG-AMOUNT + WS-DEL-AMOUNT + WS-ARC-AMOUNT
072200               + WS-RST-AMOUNT.
072300           COMPUTE WS-DIFF-RECS  = WS-CLOSE-RECS  - WS-COMPUTED-RECS.
072400           COMPUTE WS-DIFF-TOTAL = WS-CLOSE-TOTAL - WS-COMPUTED-TOTAL.
072500           PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT.
072600           MOVE 'ROLL-FORWARD' TO RRH-TITLE.
072700           WRITE REPORT-LINE FROM RPT-ROLL-HEAD
072800               AFTER ADVANCING 2 LINES.
072900           MOVE 'OPENING (PRIOR MONTH-END).....' TO RRL-LITERAL.
073000           MOVE WS-OPEN-RECS  TO RRL-COUNT.
073100           MOVE WS-OPEN-TOTAL TO RRL-AMOUNT.
073200           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
073300           MOVE 'PLUS ADDS.....................' TO RRL-LITERAL.
073400           MOVE WS-ADD-COUNT  TO RRL-COUNT.
073500           MOVE WS-ADD-AMOUNT TO RRL-AMOUNT.
073600           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
073700           MOVE 'PLUS CHANGES, NET.............' TO RRL-LITERAL.
073800           MOVE ZERO          TO RRL-COUNT.
073900           MOVE WS-CHG-AMOUNT TO RRL-AMOUNT.
074000           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
074100           MOVE 'LESS DELETES..................' TO RRL-LITERAL.
074200           COMPUTE RRL-COUNT = ZERO - WS-DEL-COUNT.
074300           MOVE WS-DEL-AMOUNT TO RRL-AMOUNT.
074400           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
074500           MOVE 'LESS ARCHIVE PURGES...........' TO RRL-LITERAL.
074600           COMPUTE RRL-COUNT = ZERO - WS-ARC-COUNT.
074700           MOVE WS-ARC-AMOUNT TO RRL-AMOUNT.
074800           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
074900           MOVE 'PLUS ARCHIVE RESTORES.........' TO RRL-LITERAL.
075000           MOVE WS-RST-COUNT  TO RRL-COUNT.
075100           MOVE WS-RST-AMOUNT TO RRL-AMOUNT.
075200           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
075300           MOVE 'COMPUTED CLOSING..............' TO RRL-LITERAL.
075400           MOVE WS-COMPUTED-RECS  TO RRL-COUNT.
075500           MOVE WS-COMPUTED-TOTAL TO RRL-AMOUNT.
075600           WRITE REPORT-LINE FROM RPT-ROLL-LINE
075700               AFTER ADVANCING 2 LINES.
075800           MOVE 'ACTUAL CLOSING (THIS MONTH-END)' TO RRL-LITERAL.
075900           MOVE WS-CLOSE-RECS  TO RRL-COUNT.
076000           MOVE WS-CLOSE-TOTAL TO RRL-AMOUNT.
076100           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
076200           MOVE 'UNEXPLAINED DIFFERENCE........' TO RRL-LITERAL.
076300           MOVE WS-DIFF-RECS  TO RRL-COUNT.
076400           MOVE WS-DIFF-TOTAL TO RRL-AMOUNT.
076500           WRITE REPORT-LINE FROM RPT-ROLL-LINE
076600               AFTER ADVANCING 2 LINES.
076700           MOVE 'MOVEMENTS BY ACTION' TO RRH-TITLE.
076800           WRITE REPORT-LINE FROM RPT-ROLL-HEAD
076900               AFTER ADVANCING 3 LINES.
077000           MOVE 'ADD...........................' TO RRL-LITERAL.
077100           MOVE WS-ADD-COUNT  TO RRL-COUNT.
077200           MOVE WS-ADD-AMOUNT TO RRL-AMOUNT.
077300           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
077400           MOVE 'CHANGE........................' TO RRL-LITERAL.
077500           MOVE WS-CHG-COUNT  TO RRL-COUNT.
077600           MOVE WS-CHG-AMOUNT TO RRL-AMOUNT.
077700           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
077800           MOVE 'DELETE........................' TO RRL-LITERAL.
077900           MOVE WS-DEL-COUNT  TO RRL-COUNT.
078000           MOVE WS-DEL-AMOUNT TO RRL-AMOUNT.
078100           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
078200           MOVE 'ARCHIVE.......................' TO RRL-LITERAL.
078300           MOVE WS-ARC-COUNT  TO RRL-COUNT.
078400           MOVE WS-ARC-AMOUNT TO RRL-AMOUNT.
078500           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
078600           MOVE 'RESTORE.......................' TO RRL-LITERAL.
078700           MOVE WS-RST-COUNT  TO RRL-COUNT.
078800           MOVE WS-RST-AMOUNT TO RRL-AMOUNT.
078900           PERFORM 4200-WRITE-ROLL-LINE THRU 4200-EXIT.
079000           MOVE 'MOVEMENTS BY SOURCE AND ACTION' TO RRH-TITLE.
079100           WRITE REPORT-LINE FROM RPT-ROLL-HEAD
079200               AFTER ADVANCING 3 LINES.
079300           MOVE 40 TO WS-LINE-COUNT.
079400           PERFORM 4300-WRITE-SOURCE-ACTION THRU 4300-EXIT
079500               VARYING WS-SA-SUB FROM 1 BY 1
079600               UNTIL WS-SA-SUB > WS-SA-USED.
079700           PERFORM 4500-WRITE-COUNTS THRU 4500-EXIT.
079800       4000-EXIT.
079900           EXIT.
080000
080100       4200-WRITE-ROLL-LINE.
080200           WRITE REPORT-LINE FROM RPT-ROLL-LINE
080300               AFTER ADVANCING 1 LINE.
080400       4200-EXIT.
080500           EXIT.
080600
080700      *----------------------------------------------------------------*
080800      * 4100-WRITE-REPORT-HEADERS - NEW PAGE, BOTH HEADING LINES.      *
080900      *----------------------------------------------------------------*
081000       4100-WRITE-REPORT-HEADERS.
081100           ADD 1 TO WS-PAGE-COUNT.
081200           MOVE WS-PAGE-COUNT    TO RHL1-PAGE-NO.
081300           MOVE WS-ROLL-MONTH    TO RHL1-MONTH.
081400           MOVE WS-PRV-MONTH     TO RHL2-PRV-MONTH.
081500           MOVE WS-PRV-TIMESTAMP TO RHL2-PRV-TIMESTAMP.
081600           MOVE WS-CUR-MONTH     TO RHL2-CUR-MONTH.
081700           MOVE WS-CUR-TIMESTAMP TO RHL2-CUR-TIMESTAMP.
081800           WRITE REPORT-LINE FROM RPT-HEADING-LINE-1
081900               AFTER ADVANCING PAGE.
082000           WRITE REPORT-LINE FROM RPT-HEADING-LINE-2
082100               AFTER ADVANCING 1 LINE.
082200           MOVE ZERO TO WS-LINE-COUNT.
082300       4100-EXIT.
082400           EXIT.
082500
082600      *----------------------------------------------------------------*
082700      * 4300-WRITE-SOURCE-ACTION - ONE SOURCE AND ACTION LINE.         *
082800      *----------------------------------------------------------------*
082900       4300-WRITE-SOURCE-ACTION.
083000           IF WS-LINE-COUNT > WS-MAX-LINES-PER-PAGE
083100               PERFORM 4100-WRITE-REPORT-HEADERS THRU 4100-EXIT
083200               WRITE REPORT-LINE FROM RPT-ROLL-HEAD
083300                   AFTER ADVANCING 2 LINES
083400           END-IF.
083500           MOVE WS-SA-SOURCE (WS-SA-SUB) TO RSA-SOURCE.
083600           MOVE WS-SA-ACTION (WS-SA-SUB) TO RSA-ACTION.
083700           MOVE WS-SA-COUNT (WS-SA-SUB)  TO RSA-COUNT.
083800           MOVE WS-SA-AMOUNT (WS-SA-SUB) TO RSA-AMOUNT.
083900           WRITE REPORT-LINE FROM RPT-SA-LINE
084000               AFTER ADVANCING 1 LINE.
084100           ADD 1 TO WS-LINE-COUNT.
084200       4300-EXIT.
084300           EXIT.
084400
084500      *----------------------------------------------------------------*
084600      * 4500-WRITE-COUNTS - WHAT WAS READ, WHAT COUNTED, AND THE CHECK *
084700      * OF EACH SNAPSHOT AGAINST ITS CONTROL RECORD.  A SNAPSHOT THAT  *
084800      * DOES NOT MATCH IS THE WRONG GENERATION FOR ITS MONTH, AND      *
084900      * NOTHING ABOVE CAN BE RELIED ON.                                *
085000      *----------------------------------------------------------------*
085100       4500-WRITE-COUNTS.
085200           IF WS-OPEN-RECS NOT = WS-PRV-CTL-RECS
085300               OR WS-OPEN-TOTAL NOT = WS-PRV-CTL-TOTAL
085400               OR WS-CLOSE-RECS NOT = WS-CUR-CTL-RECS
085500               OR WS-CLOSE-TOTAL NOT = WS-CUR-CTL-TOTAL
085600               MOVE 'Y' TO WS-SNAP-MISMATCH-SW
085700           END-IF.
085800           MOVE 'AUDIT RECORDS READ......' TO RTL-LITERAL.
085900           MOVE WS-AUD-READ                TO RTL-COUNT.
086000           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
086100               AFTER ADVANCING 3 LINES.
086200           MOVE 'IN THE MONTH............' TO RTL-LITERAL.
086300           MOVE WS-AUD-IN-PERIOD           TO RTL-COUNT.
086400           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
086500               AFTER ADVANCING 1 LINE.
086600           MOVE 'OUTSIDE THE MONTH.......' TO RTL-LITERAL.
086700           MOVE WS-AUD-OUTSIDE             TO RTL-COUNT.
086800           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
086900               AFTER ADVANCING 1 LINE.
087000           MOVE 'PENDING/HOLD, NO VALUE..' TO RTL-LITERAL.
087100           MOVE WS-AUD-STATUS-ONLY         TO RTL-COUNT.
087200           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
087300               AFTER ADVANCING 1 LINE.
087400           MOVE 'UNRECOGNISED ACTION.....' TO RTL-LITERAL.
087500           MOVE WS-AUD-UNKNOWN             TO RTL-COUNT.
087600           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
087700               AFTER ADVANCING 1 LINE.
087800           MOVE 'KEYS EXAMINED...........' TO RTL-LITERAL.
087900           MOVE WS-KEYS-EXAMINED           TO RTL-COUNT.
088000           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
088100               AFTER ADVANCING 1 LINE.
088200           MOVE 'KEYS UNEXPLAINED........' TO RTL-LITERAL.
088300           MOVE WS-KEYS-UNEXPLAINED        TO RTL-COUNT.
088400           WRITE REPORT-LINE FROM RPT-TOTAL-LINE
088500               AFTER ADVANCING 1 LINE.
088600           IF WS-SNAP-MISMATCH
088700               MOVE 'SNAPSHOT DOES NOT MATCH CONTROL - WRONG GENERATION'
088800                   TO RSE-TITLE
088900               WRITE REPORT-LINE FROM RPT-SECTION-LINE
089000                   AFTER ADVANCING 2 LINES
089100               MOVE 'ERROR   ' TO RSL-STATUS
089200           ELSE
089300               IF WS-DIFF-RECS = ZERO AND WS-DIFF-TOTAL = ZERO
089400                   AND WS-KEYS-UNEXPLAINED = ZERO
089500                   MOVE 'BALANCED' TO RSL-STATUS
089600               ELSE
089700                   MOVE 'OUT-BAL ' TO RSL-STATUS
089800               END-IF
089900           END-IF.
090000           WRITE REPORT-LINE FROM RPT-STATUS-LINE
090100               AFTER ADVANCING 2 LINES.
090200       4500-EXIT.
090300           EXIT.
090400
090500      *----------------------------------------------------------------*
090600      * 9000-TERMINATE - CLOSE FILES, SHOW THE RESULT, SET THE         *
090700      * CONDITION CODE: 8 WHEN THE MONTH DOES NOT ROLL FORWARD, 16     *
090800      * WHEN A SNAPSHOT IS NOT THE ONE ITS CONTROL RECORD DESCRIBES.   *
090900      *----------------------------------------------------------------*
091000       9000-TERMINATE.
091100           CLOSE PRIOR-SNAP.
091200           CLOSE CURR-SNAP.
091300           CLOSE AUDIT-IN.
091400           CLOSE REPORT-OUT.
091500           DISPLAY 'MONTH-END..........: ' WS-ROLL-MONTH.
091600           DISPLAY 'KEYS UNEXPLAINED...: ' WS-KEYS-UNEXPLAINED.
091700           DISPLAY 'ROLL-FORWARD.......: ' RSL-STATUS.
091800           IF WS-SNAP-MISMATCH
091900               DISPLAY 'VARROLL: SNAPSHOT DOES NOT MATCH SNAP-CTL'
092000               MOVE 16 TO RETURN-CODE
092100               GO TO 9000-EXIT
092200           END-IF.
092300           IF RSL-STATUS NOT = 'BALANCED'
092400               MOVE 8 TO RETURN-CODE
092500           END-IF.
092600       9000-EXIT.
092700           EXIT.
092800
092900      *----------------------------------------------------------------*
093000      * 9999-EXIT - SINGLE PROGRAM EXIT POINT.                         *
093100      *----------------------------------------------------------------*
093200       9999-EXIT.
093300           STOP RUN.
